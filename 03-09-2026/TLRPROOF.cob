      * cash in, WITHDRAW entries (posted OK) as cash out.
      * teller_proof.txt shows one line per teller with the
      * net figure the drawer must balance to - the
      * calculator exercise retires. The same figures go to
      * teller_expected.txt (TLRXPCT.cpy), the extract VAULT
      * proves each teller's returned cash against.
      *
      * Batch postings carry a branch tag, not a teller
      * tag, and are out of scope - this is a DRAWER proof.
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT PROOF-RPT ASSIGN TO "teller_proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELLER-EXPECT ASSIGN TO "teller_expected.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
       FD PROOF-RPT.
       01 PROOF-RPT-REC PIC X(80).

       FD TELLER-EXPECT.
           COPY TLRXPCT.

       FD RUN-CONTROL.
           COPY RUNCTL.

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           OPEN OUTPUT PROOF-RPT
           OPEN OUTPUT TELLER-EXPECT
           PERFORM 1000-WRITE-HEADER
           PERFORM 2000-PASS-DEPOSIT-AUDIT
           PERFORM 2100-PASS-WITHDRAW-LOG
           PERFORM 3000-WRITE-TELLER-LINES
           PERFORM 8100-WRITE-RUN-END
           CLOSE PROOF-RPT TELLER-EXPECT
           GOBACK.


               WS-TL-TXNS(TL-IDX)
               INTO PROOF-RPT-REC
           END-STRING
           WRITE PROOF-RPT-REC
           MOVE WS-BUS-DATE            TO TX-DATE
           MOVE WS-TL-ID(TL-IDX)       TO TX-TELLER
           MOVE WS-TL-CASH-IN(TL-IDX)  TO TX-CASH-IN
           MOVE WS-TL-CASH-OUT(TL-IDX) TO TX-CASH-OUT
           MOVE WS-NET-CASH            TO TX-NET
           MOVE WS-TL-TXNS(TL-IDX)     TO TX-TXNS
           WRITE TELLER-EXPECT-REC.

      *****************************************************
      * Run-control bookkeeping: read = log entries passed,
