       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLMNT.

      *****************************************************
      * Overdraft facility maintenance. Reads od_maint.txt
      * and applies one action per record against
      * overdraft_limits.dat (ODLIMIT.cpy):
      *   S - sanction a facility, or renew / re-price the
      *       one on file: limit, annual debit rate, the
      *       date it comes into force (the business date
      *       when blank) and its expiry. Debit interest
      *       already accrued on a renewed facility stands
      *       for INTEREST to charge at month end.
      *   C - cancel the facility from today. The record
      *       stays on file, so interest accrued on it is
      *       still charged; an account left overdrawn
      *       shows on ODEXCP's exception report.
      * Only an open account can hold a facility. Actions
      * that cannot apply are reported the way CUSTMNT
      * reports its failures. Every sanction and cancel is
      * logged on acct_maint_audit.txt beside ACCTMNT's
      * maintenance entries.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL OD-MAINT ASSIGN TO "od_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "acct_maint_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OD-LIMITS.
           COPY ODLIMIT.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD OD-MAINT.
       01 OD-MAINT-REC.
           05 OM-ACTION        PIC X.
           05 OM-ACCT-NO       PIC 9(6).
           05 OM-LIMIT         PIC 9(7)V99.
           05 OM-RATE          PIC 99V99.
           05 OM-SANCT-DATE    PIC 9(8).
           05 OM-EXPIRY        PIC 9(8).

       FD MAINT-AUDIT.
           COPY AUDITLOG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-OD-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-MAINT-STATUS  PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-MAINT-EOF     PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
       01 WS-TIMESTAMP     PIC 9(14).

       01 WS-VALID         PIC X VALUE 'Y'.
       01 WS-OD-FOUND      PIC X VALUE 'N'.
       01 WS-AUDIT-ACTION  PIC X(8) VALUE SPACES.
       01 WS-DISP-RATE     PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT OD-MAINT
           IF WS-MAINT-STATUS = "05" OR WS-MAINT-STATUS = "35"
               DISPLAY "ODLMNT: od_maint.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE OD-MAINT
               GOBACK
           END-IF

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ OD-MAINT
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM 1250-APPLY-MAINT-ACTION
               END-READ
           END-PERFORM

           CLOSE OD-MAINT OD-LIMITS ACCOUNT-MASTER MAINT-AUDIT
           DISPLAY "ODLMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O OD-LIMITS
           IF WS-OD-STATUS = "35"
               OPEN OUTPUT OD-LIMITS
               CLOSE OD-LIMITS
               OPEN I-O OD-LIMITS
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN EXTEND MAINT-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ODLMNT: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * The business date stamps everything dated in this
      * program; the machine clock is only the fallback for
      * a run outside the driver's control.
      *****************************************************
       7000-LOAD-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BDATE-STATUS = "00"
               READ BUSDATE-FILE
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > 0
                           MOVE BD-DATE TO WS-BUS-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSDATE-FILE.

       1250-APPLY-MAINT-ACTION.
           MOVE 'Y' TO WS-VALID
           MOVE OM-ACCT-NO TO OD-ACCT
           MOVE 'Y' TO WS-OD-FOUND
           READ OD-LIMITS
               INVALID KEY
                   MOVE 'N' TO WS-OD-FOUND
           END-READ
           MOVE OM-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "OD-MAINT: ACCOUNT NOT FOUND " OM-ACCT-NO
                   MOVE 'N' TO WS-VALID
           END-READ
           IF WS-VALID = 'Y'
               EVALUATE OM-ACTION
                   WHEN 'S'
                       PERFORM 2000-VALIDATE-SANCTION
                       IF WS-VALID = 'Y'
                           PERFORM 2500-SET-FACILITY
                       END-IF
                   WHEN 'C'
                       IF WS-OD-FOUND = 'N' OR OD-STATUS = 'C'
                           DISPLAY "OD-MAINT CANCEL: NO FACILITY "
                               "IN FORCE ON " OM-ACCT-NO
                           MOVE 'N' TO WS-VALID
                       ELSE
                           PERFORM 2600-CANCEL-FACILITY
                       END-IF
                   WHEN OTHER
                       DISPLAY "OD-MAINT: UNKNOWN ACTION " OM-ACTION
                           " FOR ACCOUNT " OM-ACCT-NO
                       MOVE 'N' TO WS-VALID
               END-EVALUATE
           END-IF
           IF WS-VALID = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *****************************************************
      * A facility needs an open account, a limit, a rate,
      * and an expiry after the date it comes into force.
      *****************************************************
       2000-VALIDATE-SANCTION.
           IF ACCT-STATUS = 'C'
               DISPLAY "OD-MAINT SANCTION: ACCOUNT CLOSED "
                   OM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND (OM-LIMIT IS NOT NUMERIC OR OM-LIMIT = 0)
               DISPLAY "OD-MAINT SANCTION: BAD LIMIT FOR "
                   OM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND (OM-RATE IS NOT NUMERIC OR OM-RATE = 0)
               DISPLAY "OD-MAINT SANCTION: BAD RATE FOR "
                   OM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF OM-SANCT-DATE IS NOT NUMERIC OR OM-SANCT-DATE = 0
               MOVE WS-BUS-DATE TO OM-SANCT-DATE
           END-IF
           IF WS-VALID = 'Y'
               AND (OM-EXPIRY IS NOT NUMERIC
                    OR OM-EXPIRY NOT > OM-SANCT-DATE
                    OR OM-EXPIRY < WS-BUS-DATE)
               DISPLAY "OD-MAINT SANCTION: BAD EXPIRY " OM-EXPIRY
                   " FOR " OM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF.

       2500-SET-FACILITY.
           IF WS-OD-FOUND = 'N'
               MOVE OM-ACCT-NO TO OD-ACCT
               MOVE ZERO TO OD-DR-ACCRUED
               MOVE ZERO TO OD-DR-LAST-DATE
           END-IF
           MOVE OM-LIMIT      TO OD-LIMIT
           MOVE OM-RATE       TO OD-RATE
           MOVE OM-SANCT-DATE TO OD-SANCT-DATE
           MOVE OM-EXPIRY     TO OD-EXPIRY
           MOVE 'A'           TO OD-STATUS
           IF WS-OD-FOUND = 'Y'
               REWRITE OD-LIMIT-REC
           ELSE
               WRITE OD-LIMIT-REC
           END-IF
           IF ACCT-BALANCE + OD-LIMIT < 0
               DISPLAY "OD-MAINT SANCTION: ACCOUNT " OM-ACCT-NO
                   " ALREADY OVERDRAWN PAST THE NEW LIMIT"
           END-IF
           MOVE "OD-SANC" TO WS-AUDIT-ACTION
           PERFORM 3000-WRITE-AUDIT.

       2600-CANCEL-FACILITY.
           MOVE 'C' TO OD-STATUS
           MOVE WS-BUS-DATE TO OD-EXPIRY
           REWRITE OD-LIMIT-REC
           IF ACCT-BALANCE < 0
               DISPLAY "OD-MAINT CANCEL: ACCOUNT " OM-ACCT-NO
                   " LEFT OVERDRAWN " ACCT-BALANCE
           END-IF
           MOVE "OD-CANC" TO WS-AUDIT-ACTION
           PERFORM 3000-WRITE-AUDIT.

       3000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE OD-RATE TO WS-DISP-RATE
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "ODLMNT"        TO AL-PROGRAM
           MOVE WS-TIMESTAMP    TO AL-TIMESTAMP
           MOVE ACCT-NO         TO AL-KEY
           MOVE WS-AUDIT-ACTION TO AL-ACTION
           MOVE OD-LIMIT        TO AL-AMOUNT-1
           MOVE ACCT-BALANCE    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE    TO AL-AMOUNT-3
           MOVE "OK"            TO AL-STATUS
           STRING "RATE=" WS-DISP-RATE " EXP=" OD-EXPIRY
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.
