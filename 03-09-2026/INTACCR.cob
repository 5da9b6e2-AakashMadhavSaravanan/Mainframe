      * 29th earns two - the commonest balance complaint at
      * the counter retires.
      *
      * An overdrawn account with an overdraft facility on
      * overdraft_limits.dat (ODLIMIT.cpy) accrues the other
      * way: one day's debit interest on the overdrawn
      * balance at the facility's OD-RATE, into the
      * facility's OD-DR-ACCRUED for INTEREST to charge at
      * month end. The debt runs whatever the facility's
      * state - lapsed or cancelled lines still carry their
      * rate - and whether the account is frozen or dormant;
      * only a closed account stops it.
      *
      * The credit rate is the one in force for the business
      * date being accrued: the type's latest change on
      * rate_history.dat (RATEHIST.cpy) effective on or
      * before that date, or AT-INT-RATE from
      * account_type.txt for a type with none. A rate
      * treasury changes mid-month applies from its own
      * effective date, not from whichever night the file
      * was next read; the rate used for each type is shown
      * on the run log.
      *
      * Once-per-business-date, the MINBAL sweep guard: a
      * rerun for the same date would accrue the day twice.
      *****************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ACCT
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT OPTIONAL ACCT-TYPE-FILE ASSIGN TO "account_type.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT OPTIONAL RATE-HIST ASSIGN TO "rate_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
       FD ACCRUAL-LEDGER.
           COPY ACCRLDGR.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD ACCT-TYPE-FILE.
           COPY ACCTTYPE.

       FD RATE-HIST.
           COPY RATEHIST.

       FD RUN-CONTROL.
           COPY RUNCTL.

       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-ACCR-STATUS   PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-RATE-STATUS   PIC XX VALUE SPACES.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
      * Same account-type table the posting programs load,
      * here read for AT-INT-RATE: one day's accrual is the
      * monthly rate over thirty on the end-of-day balance.
      * WS-TY-RATE-FROM is the effective date of the history
      * entry that set the rate (zero for the base rate).
      *****************************************************
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES INDEXED BY TY-IDX.
               10 WS-TY-TYPE     PIC X(4).
               10 WS-TY-MINBAL   PIC 9(6)V99.
               10 WS-TY-INTRATE  PIC 9V9(4).
               10 WS-TY-RATE-FROM PIC 9(8).
       01 WS-DISP-RATE      PIC 9.9999.
       01 WS-TYPE-COUNT     PIC 99 VALUE 0.
       01 WS-TYPE-TBL-FULL  PIC X VALUE 'N'.
       01 WS-EFF-INT-RATE   PIC 9V9(4) VALUE 0.
       01 WS-TOTAL-ACCRUED  PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-COUNT     PIC 9(6) VALUE 0.

       01 WS-OD-STATUS      PIC XX VALUE SPACES.
       01 WS-OD-OPEN        PIC X VALUE 'N'.
       01 WS-DAY-DR-INT     PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DR-ACCR  PIC 9(9)V99 VALUE 0.
       01 WS-DR-ACCT-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-TYPE-TABLE
           PERFORM 1070-APPLY-RATE-HISTORY
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1900-CHECK-EXEC-ALREADY-RUN
           IF WS-EXEC-DONE = 'Y'
               DISPLAY "INTACCR: " WS-ACCT-COUNT " ACCOUNTS "
                   "ACCRUED " WS-TOTAL-ACCRUED " FOR "
                   WS-BUS-DATE
               DISPLAY "INTACCR: " WS-DR-ACCT-COUNT " OVERDRAWN "
                   "ACCOUNTS ACCRUED DEBIT INTEREST "
                   WS-TOTAL-DR-ACCR
           END-IF
           PERFORM 8100-WRITE-RUN-END
           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           CLOSE ACCOUNT-MASTER ACCRUAL-LEDGER
           GOBACK.

                   " - STATUS " WS-ACCR-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O OD-LIMITS
           IF WS-OD-STATUS = "00"
               MOVE 'Y' TO WS-OD-OPEN
           ELSE
               CLOSE OD-LIMITS
           END-IF.

      *****************************************************
               MOVE AT-TYPE     TO WS-TY-TYPE(WS-TYPE-COUNT)
               MOVE AT-MIN-BAL  TO WS-TY-MINBAL(WS-TYPE-COUNT)
               MOVE AT-INT-RATE TO WS-TY-INTRATE(WS-TYPE-COUNT)
               MOVE ZERO        TO WS-TY-RATE-FROM(WS-TYPE-COUNT)
           END-IF.

      *****************************************************
      * The history reads in type and date order, so the
      * last change effective by the business date is the
      * one left standing in the table. Changes keyed ahead
      * are passed over until their date comes.
      *****************************************************
       1070-APPLY-RATE-HISTORY.
           OPEN INPUT RATE-HIST
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = 'Y'
                   READ RATE-HIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           IF RH-EFF-DATE NOT > WS-BUS-DATE
                               PERFORM 1075-SET-TYPE-RATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATE-HIST
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
               MOVE WS-TY-INTRATE(TY-IDX) TO WS-DISP-RATE
               IF WS-TY-RATE-FROM(TY-IDX) = 0
                   DISPLAY "INTACCR: TYPE " WS-TY-TYPE(TY-IDX)
                       " RATE " WS-DISP-RATE " (BASE RATE)"
               ELSE
                   DISPLAY "INTACCR: TYPE " WS-TY-TYPE(TY-IDX)
                       " RATE " WS-DISP-RATE " IN FORCE FROM "
                       WS-TY-RATE-FROM(TY-IDX)
               END-IF
           END-PERFORM.

       1075-SET-TYPE-RATE.
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
               IF WS-TY-TYPE(TY-IDX) = RH-TYPE
                   MOVE RH-INT-RATE TO WS-TY-INTRATE(TY-IDX)
                   MOVE RH-EFF-DATE TO WS-TY-RATE-FROM(TY-IDX)
               END-IF
           END-PERFORM.

       1900-CHECK-EXEC-ALREADY-RUN.
           MOVE 'N' TO WS-EXEC-DONE
           OPEN INPUT INTACCR-EXEC-DATE
      *****************************************************
      * Frozen, closed, and dormant accounts accrue
      * nothing, the rule INTEREST has always applied; nor
      * does a zero balance. A negative balance accrues
      * debit interest instead, closed accounts apart.
      *****************************************************
       2000-ACCRUE-ALL-ACCOUNTS.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       EVALUATE TRUE
                           WHEN ACCT-STATUS = 'C'
                               ADD 1 TO WS-RUN-REJ
                           WHEN ACCT-BALANCE < 0
                               PERFORM 2300-ACCRUE-DEBIT-INTEREST
                           WHEN ACCT-STATUS = 'F'
                               OR ACCT-STATUS = 'D'
                               ADD 1 TO WS-RUN-REJ
                           WHEN OTHER
                               PERFORM 2100-ACCRUE-ONE-ACCOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

                   REWRITE ACCRUAL-LEDGER-REC
           END-READ.

      *****************************************************
      * One day's debit interest on the overdrawn balance at
      * the facility's annual rate. An account overdrawn
      * with no facility on file has no rate to charge at -
      * ODEXCP reports it.
      *****************************************************
       2300-ACCRUE-DEBIT-INTEREST.
           MOVE 0 TO WS-DAY-DR-INT
           IF WS-OD-OPEN = 'Y'
               MOVE ACCT-NO TO OD-ACCT
               READ OD-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OD-DR-LAST-DATE NOT = WS-BUS-DATE
                           COMPUTE WS-DAY-DR-INT ROUNDED =
                               (0 - ACCT-BALANCE) * OD-RATE / 36500
                       END-IF
               END-READ
           END-IF
           IF WS-DAY-DR-INT > 0
               ADD WS-DAY-DR-INT TO OD-DR-ACCRUED
               MOVE WS-BUS-DATE  TO OD-DR-LAST-DATE
               REWRITE OD-LIMIT-REC
               ADD WS-DAY-DR-INT TO WS-TOTAL-DR-ACCR
               ADD 1 TO WS-DR-ACCT-COUNT
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
           END-IF.


      *****************************************************
      * The business date stamps everything dated in this

      *****************************************************
      * Run-control bookkeeping: read = accounts passed,
      * posted = accounts accrued (credit or debit
      * interest), rejected = skipped (not active, or
      * nothing to accrue).
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
