      *****************************************************
      * Branch cash vault ledger (vault_ledger.dat), one
      * record per business day keyed by VL-DATE. VAULT
      * builds the day's record from vault_movements.txt:
      * the opening holding brought forward from the last
      * earlier day (its physical count, or its expected
      * closing when no count was taken), the cash issued to
      * and returned by the tellers, and the closing
      * physical count.
      *
      * Holdings are kept as piece counts per denomination,
      * slots 1-8 = 2000, 500, 200, 100, 50, 20, 10 and
      * coin (slot 8 counted in whole rupees). Totals carry
      * rupees and paise like every other amount field.
      *
      * VL-COUNTED 'Y' once a closing count has been keyed;
      * VL-DIFF-TOTAL is counted less expected, negative
      * when the vault is short.
      *****************************************************
       01  VAULT-LEDGER-REC.
           05 VL-DATE              PIC 9(8).
           05 VL-PREV-DATE         PIC 9(8).
           05 VL-DENOM OCCURS 8 TIMES.
               10 VL-OPEN-CNT      PIC 9(7).
               10 VL-ISSUE-CNT     PIC 9(7).
               10 VL-RETURN-CNT    PIC 9(7).
               10 VL-COUNT-CNT     PIC 9(7).
           05 VL-OPEN-TOTAL        PIC 9(11)V99.
           05 VL-ISSUE-TOTAL       PIC 9(11)V99.
           05 VL-RETURN-TOTAL      PIC 9(11)V99.
           05 VL-EXPECT-TOTAL      PIC 9(11)V99.
           05 VL-COUNT-TOTAL       PIC 9(11)V99.
           05 VL-DIFF-TOTAL        PIC S9(11)V99.
           05 VL-COUNTED           PIC X.
           05 VL-TELLER-OVER       PIC 9(11)V99.
           05 VL-TELLER-SHORT      PIC 9(11)V99.
