               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-NO
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT OPTIONAL WITHDRAW-TXN ASSIGN TO "withdraw_txn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       FD HOLD-MASTER.
           COPY HOLDMAST.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD WITHDRAW-TXN.
       01 WITHDRAW-TXN-REC.
           05 TX-ACCT-NO       PIC 9(6).
      *****************************************************
      * Outcome of the current withdrawal, carried into the
      * AL-STATUS of the result entry: OK (posted), OVFL
      * (past available balance and any overdraft line),
      * MINB (minimum-balance refusal), NOTF (account not
      * on file), AMTE (bad amount), FRZN/CLSD/DORM
      * (account not in active status).
      *****************************************************
       01 WS-TXN-RESULT    PIC X(4) VALUE SPACES.

       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.
       01 WS-AVAIL-NEW      PIC S9(9)V99 VALUE 0.

      *****************************************************
      * Sanctioned overdraft line from overdraft_limits.dat
      * (ODLMNT maintains it): an active facility inside
      * its sanction and expiry dates lets the account go
      * below zero as far as OD-LIMIT. No file, no record,
      * or a lapsed facility means a limit of zero.
      *****************************************************
       01 WS-OD-STATUS      PIC XX VALUE SPACES.
       01 WS-OD-OPEN        PIC X VALUE 'N'.
       01 WS-OD-LIMIT       PIC 9(7)V99 VALUE 0.

      *****************************************************
      * Reverse sweep: a withdrawal about to bounce for want
      * of funds first has SWPOUT break the account's sweep
      * deposits to cover it (SWPMAND.cpy).
      *****************************************************
           COPY SWPLINK.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
               PERFORM 3000-INTERACTIVE-WITHDRAWAL
           END-IF

           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           CLOSE ACCOUNT-MASTER WITHDRAW-RESULT
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

       1260-LOOKUP-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF WS-OD-OPEN = 'Y'
               MOVE ACCT-NO TO OD-ACCT
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
      * holds) - funds a hold has earmarked are not there
      * to pay out, even though the ledger still shows
      * them. The posted ledger balance is unaffected.
      * A sanctioned overdraft adds its limit to what is
      * available, and an account drawing on its line is
      * not held to the type's minimum balance. A shortfall
      * is first offered to the reverse sweep.
      *****************************************************
       1160-CHECK-AND-POST.
           PERFORM 1250-LOOKUP-HELD
           PERFORM 1260-LOOKUP-OD-LIMIT
           COMPUTE WS-NEW-BAL = ACCT-BALANCE - WS-WITHDRAW-AMT
           COMPUTE WS-AVAIL-NEW =
               ACCT-BALANCE - WS-ACCT-HELD - WS-WITHDRAW-AMT
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               PERFORM 1180-REVERSE-SWEEP
           END-IF
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               DISPLAY "OVERDRAFT: WITHDRAWAL REFUSED - "
                   "WOULD TAKE ACCOUNT " ACCT-NO
                   " PAST ITS AVAILABLE BALANCE"
               MOVE "OVFL" TO WS-TXN-RESULT
           ELSE
               IF WS-OD-LIMIT = 0
                   AND WS-AVAIL-NEW < WS-EFF-MIN-BAL
                   DISPLAY "Withdrawal refused - "
                       "minimum balance not maintained"
                   MOVE "MINB" TO WS-TXN-RESULT
               END-IF
           END-IF.

      *****************************************************
      * Enough is asked for to let the withdrawal post - to
      * the minimum balance, or to the edge of the overdraft
      * line. SWPOUT logs its own legs; the credit lands on
      * the master here and now, whether or not the
      * withdrawal then clears, so the log and the master
      * never disagree.
      *****************************************************
       1180-REVERSE-SWEEP.
           IF WS-OD-LIMIT = 0
               COMPUTE SO-NEEDED = WS-EFF-MIN-BAL - WS-AVAIL-NEW
           ELSE
               COMPUTE SO-NEEDED = 0 - (WS-AVAIL-NEW + WS-OD-LIMIT)
           END-IF
           MOVE ACCT-NO      TO SO-ACCT-NO
           MOVE ACCT-BALANCE TO SO-OLD-BAL
           MOVE "WITHDRAW"   TO SO-CALLER
           CALL "SWPOUT" USING SWEEP-OUT-PARMS
           IF SO-CREDITED > 0
               ADD SO-CREDITED TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               MOVE ACCT-BALANCE TO WS-OLD-BAL
               COMPUTE WS-NEW-BAL = ACCT-BALANCE - WS-WITHDRAW-AMT
               COMPUTE WS-AVAIL-NEW =
                   ACCT-BALANCE - WS-ACCT-HELD - WS-WITHDRAW-AMT
               DISPLAY "REVERSE SWEEP: " SO-BROKEN
                   " DEPOSIT(S) BROKEN - " SO-CREDITED
                   " CREDITED TO ACCOUNT " ACCT-NO
           END-IF.

       4000-WRITE-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
