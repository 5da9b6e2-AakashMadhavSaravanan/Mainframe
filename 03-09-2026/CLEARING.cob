      *        A place a stop on account + cheque number,
      *        D lift a stop.
      *   2. Posting - each presented cheque is checked
      *      against the stop register, against the cheque-
      *      book register cheque_books.dat (CHQBOOK - a
      *      number outside every book issued to the account
      *      and not surrendered is refused), against the
      *      paid-cheque register paid_cheques.dat (a
      *      re-presented duplicate number is refused), and
      *      then debited through the same status,
      *      overdraft, and minimum-balance rules WITHDRAW
      * clearing file is consumed once posted so a rerun
      * can never present the same cheques twice.
      *
      * Return reason codes: STOP (payment stopped), NISS
      * (cheque not issued to this account), DUPL
      * (cheque number already paid), NOTF (account not on
      * file), FRZN/CLSD/DORM (account not in a debitable
      * status), OVFL (insufficient funds, any overdraft
      * line included), MINB (minimum balance broken), AMTE
      * (bad amount).
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PAID-STATUS.
           SELECT OPTIONAL CHEQUE-BOOKS ASSIGN TO "cheque_books.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.
           SELECT OPTIONAL STOP-MAINT ASSIGN TO "stop_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-NO
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT CLEARING-RESULT ASSIGN TO "withdraw_result.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           05 PC-DATE          PIC 9(8).
           05 PC-AMOUNT        PIC 9(6)V99.

       FD CHEQUE-BOOKS.
           COPY CHQBOOK.

       FD STOP-MAINT.
       01 STOP-MAINT-REC.
           05 MT-ACTION        PIC X.
       FD HOLD-MASTER.
           COPY HOLDMAST.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD CLEARING-RESULT.
           COPY AUDITLOG.

       01 WS-STOP-STATUS   PIC XX VALUE SPACES.
       01 WS-PAID-STATUS   PIC XX VALUE SPACES.
       01 WS-MAINT-STATUS  PIC XX VALUE SPACES.
       01 WS-CB-STATUS     PIC XX VALUE SPACES.
       01 WS-CB-EOF        PIC X VALUE 'N'.
       01 WS-CB-OPEN       PIC X VALUE 'N'.
       01 WS-LEAF-ISSUED   PIC X VALUE 'N'.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-RESULT-STATUS PIC XX VALUE SPACES.
       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.
       01 WS-AVAIL-NEW      PIC S9(9)V99 VALUE 0.

      *****************************************************
      * Sanctioned overdraft line on the drawer's account,
      * the rule WITHDRAW applies (overdraft_limits.dat,
      * ODLMNT) - a cheque is paid into the line.
      *****************************************************
       01 WS-OD-STATUS      PIC XX VALUE SPACES.
       01 WS-OD-OPEN        PIC X VALUE 'N'.
       01 WS-OD-LIMIT       PIC 9(7)V99 VALUE 0.

      *****************************************************
      * Reverse sweep: a cheque about to be returned for
      * want of funds first has SWPOUT break the drawer's
      * sweep deposits to cover it (SWPMAND.cpy).
      *****************************************************
           COPY SWPLINK.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           END-IF

           PERFORM 8100-WRITE-RUN-END
           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           IF WS-CB-OPEN = 'Y'
               CLOSE CHEQUE-BOOKS
           END-IF
           CLOSE STOP-PAYMENT PAID-CHEQUES ACCOUNT-MASTER
               CLEARING-RESULT RETURNS-FILE
           DISPLAY "CLEARING: PAID " WS-PAID-COUNT
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

      *****************************************************
      * No book register yet means no book has been issued
      * - every cheque presented returns NISS. Any other
      * open failure stops the run: reading a register that
      * is not open would never reach its end.
      *****************************************************
           OPEN INPUT CHEQUE-BOOKS
           EVALUATE WS-CB-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-CB-OPEN
               WHEN "05"
                   MOVE 'N' TO WS-CB-OPEN
                   CLOSE CHEQUE-BOOKS
               WHEN "35"
                   MOVE 'N' TO WS-CB-OPEN
               WHEN OTHER
                   DISPLAY "CLEARING: cheque_books.dat OPEN FAILED"
                       " - STATUS " WS-CB-STATUS " - RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT OD-LIMITS
           IF WS-OD-STATUS = "00"
               MOVE 'Y' TO WS-OD-OPEN
           ELSE
               CLOSE OD-LIMITS
           END-IF

           OPEN EXTEND CLEARING-RESULT
           IF WS-RESULT-STATUS = "35"
               OPEN OUTPUT CLEARING-RESULT
               END-IF
           END-PERFORM.

       1080-LOOKUP-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF WS-OD-OPEN = 'Y'
               MOVE CQ-ACCT-NO TO OD-ACCT
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

       1200-MAINTAIN-STOPS.
           OPEN INPUT STOP-MAINT
           IF WS-MAINT-STATUS = "05" OR WS-MAINT-STATUS = "35"
           ELSE
               PERFORM 2200-CHECK-STOP-REGISTER
           END-IF
           IF WS-CHQ-RESULT = "OK"
               PERFORM 2250-CHECK-BOOK-REGISTER
           END-IF
           IF WS-CHQ-RESULT = "OK"
               PERFORM 2300-CHECK-PAID-REGISTER
           END-IF
                   MOVE "STOP" TO WS-CHQ-RESULT
           END-READ.

      *****************************************************
      * The number must fall inside a series still issued
      * to the drawee account - a surrendered book's leaves
      * are cancelled.
      *****************************************************
       2250-CHECK-BOOK-REGISTER.
           MOVE 'N' TO WS-LEAF-ISSUED
           MOVE 'N' TO WS-CB-EOF
           IF WS-CB-OPEN = 'N'
               MOVE 'Y' TO WS-CB-EOF
           END-IF
           MOVE CQ-ACCT-NO TO CB-ACCT
           MOVE ZERO TO CB-FIRST-LEAF
           IF WS-CB-EOF = 'N'
               START CHEQUE-BOOKS KEY NOT < CB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CB-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CB-EOF = 'Y'
               READ CHEQUE-BOOKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CB-EOF
                   NOT AT END
                       IF CB-ACCT NOT = CQ-ACCT-NO
                           MOVE 'Y' TO WS-CB-EOF
                       ELSE
                           IF CB-STATUS = 'I'
                               AND CQ-CHQ-NO >= CB-FIRST-LEAF
                               AND CQ-CHQ-NO <= CB-LAST-LEAF
                               MOVE 'Y' TO WS-LEAF-ISSUED
                           END-IF
                       END-IF
               END-READ
               IF WS-CB-STATUS NOT = "00"
                   AND WS-CB-STATUS NOT = "10"
                   DISPLAY "CLEARING: cheque_books.dat READ FAILED"
                       " - STATUS " WS-CB-STATUS
                   MOVE 'Y' TO WS-CB-EOF
               END-IF
           END-PERFORM
           IF WS-LEAF-ISSUED = 'N'
               MOVE "NISS" TO WS-CHQ-RESULT
           END-IF.

       2300-CHECK-PAID-REGISTER.
           MOVE CQ-ACCT-NO TO PC-ACCT
           MOVE CQ-CHQ-NO  TO PC-CHQ-NO
      * AVAILABLE balance (ledger balance less active
      * holds), the same rule the other debit programs
      * apply. The posted ledger balance is unaffected.
      * A sanctioned overdraft extends what is available and
      * lifts the minimum-balance rule. A shortfall is
      * first offered to the reverse sweep.
      *****************************************************
       2500-CHECK-AND-POST.
           PERFORM 2550-LOOKUP-MIN-BAL
           PERFORM 1070-LOOKUP-HELD
           PERFORM 1080-LOOKUP-OD-LIMIT
           COMPUTE WS-NEW-BAL = ACCT-BALANCE - CQ-AMOUNT
           COMPUTE WS-AVAIL-NEW =
               ACCT-BALANCE - WS-ACCT-HELD - CQ-AMOUNT
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               PERFORM 2560-REVERSE-SWEEP
           END-IF
           IF WS-AVAIL-NEW + WS-OD-LIMIT < 0
               MOVE "OVFL" TO WS-CHQ-RESULT
           ELSE
               IF WS-OD-LIMIT = 0
                   AND WS-AVAIL-NEW < WS-EFF-MIN-BAL
                   MOVE "MINB" TO WS-CHQ-RESULT
               ELSE
                   MOVE WS-NEW-BAL TO ACCT-BALANCE
               END-IF
           END-PERFORM.

      *****************************************************
      * Enough is asked for to let the cheque pay - to the
      * minimum balance, or to the edge of the overdraft
      * line. SWPOUT logs its own legs; the credit lands on
      * the master here and now, whether or not the cheque
      * then pays, so the log and the master never disagree.
      *****************************************************
       2560-REVERSE-SWEEP.
           IF WS-OD-LIMIT = 0
               COMPUTE SO-NEEDED = WS-EFF-MIN-BAL - WS-AVAIL-NEW
           ELSE
               COMPUTE SO-NEEDED = 0 - (WS-AVAIL-NEW + WS-OD-LIMIT)
           END-IF
           MOVE ACCT-NO      TO SO-ACCT-NO
           MOVE ACCT-BALANCE TO SO-OLD-BAL
           MOVE "CLEARING"   TO SO-CALLER
           CALL "SWPOUT" USING SWEEP-OUT-PARMS
           IF SO-CREDITED > 0
               ADD SO-CREDITED TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               MOVE ACCT-BALANCE TO WS-OLD-BAL
               COMPUTE WS-NEW-BAL = ACCT-BALANCE - CQ-AMOUNT
               COMPUTE WS-AVAIL-NEW =
                   ACCT-BALANCE - WS-ACCT-HELD - CQ-AMOUNT
               DISPLAY "CLEARING: REVERSE SWEEP " SO-BROKEN
                   " DEPOSIT(S) BROKEN - " SO-CREDITED
                   " CREDITED TO ACCOUNT " ACCT-NO
           END-IF.

       2600-RECORD-PAID-CHEQUE.
           MOVE CQ-ACCT-NO  TO PC-ACCT
           MOVE CQ-CHQ-NO   TO PC-CHQ-NO
