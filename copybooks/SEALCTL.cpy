      *****************************************************
      * Audit-log seal control (audit_seal_ctl.txt), one
      * record per sealed log, rewritten whole by AUDSEAL at
      * the end of each seal and by ARCHIVE after each cut.
      *
      * SC-LAST-SEQ, SC-CTL-TOTAL and SC-CTL-HASH are the
      * AL-SEQ, AL-CTL-TOTAL and AL-CTL-HASH of the last
      * entry sealed - where tomorrow's seal carries on
      * from. SC-LIVE-COUNT is how many entries at the head
      * of the online log are already sealed; everything
      * after them is new since the last seal, whatever its
      * seal fields hold. ARCHIVE takes the entries it cuts
      * away off SC-LIVE-COUNT and leaves the rest alone.
      *****************************************************
       01  SEAL-CTL-REC.
           05 SC-LOG-BASE          PIC X(20).
           05 FILLER               PIC X.
           05 SC-LAST-SEQ          PIC 9(9).
           05 FILLER               PIC X.
           05 SC-CTL-TOTAL         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X.
           05 SC-CTL-HASH          PIC 9(15).
           05 FILLER               PIC X.
           05 SC-LIVE-COUNT        PIC 9(9).
           05 FILLER               PIC X.
           05 SC-SEAL-DATE         PIC 9(8).
