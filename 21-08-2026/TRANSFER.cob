               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-NO
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT OPTIONAL TRANSFER-TXN ASSIGN TO "transfer_txn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       FD HOLD-MASTER.
           COPY HOLDMAST.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD TRANSFER-TXN.
       01 TRANSFER-TXN-REC.
           05 TX-DR-ACCT       PIC 9(6).
      *****************************************************
      * Outcome of the current transfer, carried into the
      * AL-STATUS of both legs: OK (posted), OVFL (debit
      * would overdraw past any overdraft line), MINB
      * (debit breaks minimum balance), NOTF (debit account
      * not on file), CRNF (credit account not on file),
      * AMTE (bad amount).
      *****************************************************
       01 WS-XFER-RESULT   PIC X(4) VALUE SPACES.

       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.
       01 WS-AVAIL-NEW      PIC S9(9)V99 VALUE 0.

      *****************************************************
      * Sanctioned overdraft line on the debit account, the
      * rule WITHDRAW applies (overdraft_limits.dat, ODLMNT).
      *****************************************************
       01 WS-OD-STATUS      PIC XX VALUE SPACES.
       01 WS-OD-OPEN        PIC X VALUE 'N'.
       01 WS-OD-LIMIT       PIC 9(7)V99 VALUE 0.

      *****************************************************
      * Reverse sweep: a transfer about to bounce for want
      * of funds first has SWPOUT break the debit account's
      * sweep deposits to cover it (SWPMAND.cpy).
      *****************************************************
           COPY SWPLINK.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
               PERFORM 3000-INTERACTIVE-TRANSFER
           END-IF

           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           CLOSE ACCOUNT-MASTER TRANSFER-AUDIT
           GOBACK.

               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN INPUT OD-LIMITS
           IF WS-OD-STATUS = "00"
               MOVE 'Y' TO WS-OD-OPEN
           ELSE
               CLOSE OD-LIMITS
           END-IF.

      *****************************************************
      * Any open status other than success means the master
               END-IF
           END-PERFORM.

       1270-LOOKUP-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF WS-OD-OPEN = 'Y'
               MOVE WS-DR-ACCT TO OD-ACCT
               READ OD-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OD-STATUS = 'A'
                           AND OD-SANCT-DATE NOT > WS-BUS-DATE
                           AND OD-EXPIRY NOT < WS-BUS-DATE
                           MOVE OD-LIMIT TO WS-OD-LIMIT
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * Resume before posting: the first WS-CKPT-POS
      * records already consumed before a crash are read
      * The debit-side checks work from AVAILABLE balance
      * (ledger balance less active holds), the same rule
      * WITHDRAW applies - earmarked funds do not transfer.
      * A sanctioned overdraft extends what is available and
      * lifts the minimum-balance rule, again as WITHDRAW.
      * A shortfall is first offered to the reverse sweep.
      *****************************************************
       1120-CHECK-DEBIT-FUNDS.
           PERFORM 1260-LOOKUP-HELD
           PERFORM 1270-LOOKUP-OD-LIMIT
           COMPUTE WS-DR-NEW-BAL = WS-DR-OLD-BAL - WS-XFER-AMT
           COMPUTE WS-AVAIL-NEW =
               WS-DR-OLD-BAL - WS-ACCT-HELD - WS-XFER-AMT
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               PERFORM 1125-REVERSE-SWEEP
           END-IF
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               MOVE "OVFL" TO WS-XFER-RESULT
           ELSE
               IF WS-OD-LIMIT = 0
                   AND WS-AVAIL-NEW < WS-EFF-MIN-BAL
                   MOVE "MINB" TO WS-XFER-RESULT
               END-IF
           END-IF.

      *****************************************************
      * The debit account is the record in hand. Enough is
      * asked for to let the transfer post; SWPOUT logs its
      * own legs on deposit_audit.txt, so this program's
      * handle on it is closed across the CALL. The credit
      * lands on the master here and now, whether or not
      * the transfer then posts, so the log and the master
      * never disagree.
      *****************************************************
       1125-REVERSE-SWEEP.
           IF WS-OD-LIMIT = 0
               COMPUTE SO-NEEDED = WS-EFF-MIN-BAL - WS-AVAIL-NEW
           ELSE
               COMPUTE SO-NEEDED = 0 - (WS-AVAIL-NEW + WS-OD-LIMIT)
           END-IF
           MOVE ACCT-NO      TO SO-ACCT-NO
           MOVE ACCT-BALANCE TO SO-OLD-BAL
           MOVE "TRANSFER"   TO SO-CALLER
           CLOSE TRANSFER-AUDIT
           CALL "SWPOUT" USING SWEEP-OUT-PARMS
           OPEN EXTEND TRANSFER-AUDIT
           IF SO-CREDITED > 0
               ADD SO-CREDITED TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               MOVE ACCT-BALANCE TO WS-DR-OLD-BAL
               COMPUTE WS-DR-NEW-BAL = WS-DR-OLD-BAL - WS-XFER-AMT
               COMPUTE WS-AVAIL-NEW =
                   WS-DR-OLD-BAL - WS-ACCT-HELD - WS-XFER-AMT
               DISPLAY "TRANSFER: REVERSE SWEEP " SO-BROKEN
                   " DEPOSIT(S) BROKEN - " SO-CREDITED
                   " CREDITED TO ACCOUNT " ACCT-NO
           END-IF.

       1200-LOOKUP-MIN-BAL.
           MOVE 1000 TO WS-EFF-MIN-BAL
           PERFORM VARYING TY-IDX FROM 1 BY 1
