      *****************************************************
      * Teller expected-cash extract (teller_expected.txt).
      * TLRPROOF writes one record per teller it proves -
      * the same figures as the printed teller_proof.txt
      * line - so VAULT can compare the cash a teller hands
      * back to the vault with what the drawer should hold
      * without re-reading the printed report.
      *
      * TX-NET is cash in less cash out: what the drawer
      * should have gained over the cash issued to it.
      *****************************************************
       01  TELLER-EXPECT-REC.
           05 TX-DATE              PIC 9(8).
           05 TX-TELLER            PIC X(4).
           05 TX-CASH-IN           PIC 9(9)V99.
           05 TX-CASH-OUT          PIC 9(9)V99.
           05 TX-NET               PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 TX-TXNS              PIC 9(4).
