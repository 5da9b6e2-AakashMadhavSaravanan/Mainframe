      * Reads acct_maint.txt and applies one action per
      * record:
      *   A - add a new account (opens at zero balance,
      *       status active, homed at the branch given)
      *   C - change name/type on an existing account, and
      *       move its home branch when one is given
      *   F - freeze an account (postings refused), with
      *       the reason code recorded on the account
      *       (ACCTMAST.cpy - blank means OTHR)
      *   R - reactivate a frozen or dormant account,
      *       clearing any freeze reason
      *       (a CLOSED account stays closed - closure is a
      *       documented, one-way disposition)
      *   X - close an account (refused unless the balance
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BRANCH-MASTER
               ASSIGN TO "branch_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CODE
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 MT-NAME     PIC X(20).
           05 MT-TYPE     PIC X(4).
           05 MT-CUST-NO  PIC 9(6).
           05 MT-BRANCH   PIC 99.
           05 MT-FRZ-REASON PIC X(4).

       FD MAINT-AUDIT.
           COPY AUDITLOG.
       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD BRANCH-MASTER.
           COPY BRNCHMST.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-OPEN     PIC X VALUE 'N'.
       01 WS-BRANCH-STATUS PIC XX VALUE SPACES.
       01 WS-BRANCH-OPEN   PIC X VALUE 'N'.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-ACTION-RESULT PIC X(4) VALUE SPACES.
       01 WS-RESULT-TEXT   PIC X(40) VALUE SPACES.
       01 WS-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-FRZ-REASON    PIC X(4) VALUE SPACES.

       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-BRANCH-OPEN = 'Y'
               CLOSE BRANCH-MASTER
           END-IF
           CLOSE ACCT-MAINT ACCOUNT-MASTER MAINT-AUDIT
           DISPLAY "ACCTMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               CLOSE CUSTOMER-MASTER
           END-IF

      *****************************************************
      * Home branches are proved against the branch master
      * the same way.
      *****************************************************
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               MOVE 'Y' TO WS-BRANCH-OPEN
           ELSE
               CLOSE BRANCH-MASTER
           END-IF.

      *****************************************************

       2100-ADD-ACCOUNT.
           PERFORM 2150-CHECK-CUSTOMER
           IF WS-ACTION-RESULT = "OK"
               PERFORM 2160-CHECK-BRANCH
           END-IF
           IF WS-ACTION-RESULT = "OK"
               MOVE MT-ACCT-NO TO ACCT-NO
               MOVE MT-NAME    TO ACCT-NAME
               MOVE 'A'        TO ACCT-STATUS
               MOVE MT-CUST-NO TO ACCT-CUST-NO
               MOVE ZERO       TO ACCT-LAST-ACT
               MOVE SPACES     TO ACCT-FRZ-REASON
               IF MT-BRANCH IS NUMERIC
                   MOVE MT-BRANCH TO ACCT-BRANCH
               ELSE
                   MOVE ZERO      TO ACCT-BRANCH
               END-IF
               WRITE ACCOUNT-MASTER-REC
                   INVALID KEY
                       MOVE "M02" TO WS-ACTION-RESULT
               END-READ
           END-IF.

      *****************************************************
      * A maintenance record without the branch field (an
      * older staged file) leaves the home branch alone on
      * a change and adds the account at head office (00).
      *****************************************************
       2160-CHECK-BRANCH.
           IF MT-BRANCH IS NUMERIC AND MT-BRANCH NOT = 0
               AND WS-BRANCH-OPEN = 'Y'
               MOVE MT-BRANCH TO BM-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE "M07" TO WS-ACTION-RESULT
                       MOVE "BRANCH NOT ON FILE"
                           TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       IF BM-STATUS = 'C'
                           MOVE "M08" TO WS-ACTION-RESULT
                           MOVE "BRANCH CLOSED"
                               TO WS-RESULT-TEXT
                       END-IF
               END-READ
           END-IF.

       2200-CHANGE-ACCOUNT.
           PERFORM 2150-CHECK-CUSTOMER
           IF WS-ACTION-RESULT = "OK"
               PERFORM 2160-CHECK-BRANCH
           END-IF
           IF WS-ACTION-RESULT = "OK"
               MOVE MT-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                       MOVE MT-NAME TO ACCT-NAME
                       MOVE MT-TYPE TO ACCT-TYPE
                       MOVE MT-CUST-NO TO ACCT-CUST-NO
                       IF MT-BRANCH IS NUMERIC
                           MOVE MT-BRANCH TO ACCT-BRANCH
                       END-IF
                       REWRITE ACCOUNT-MASTER-REC
               END-READ
           END-IF.
      * A closed account cannot be frozen either - freezing
      * it and then reactivating would launder the closure.
      *****************************************************
                       PERFORM 2310-CHECK-FRZ-REASON
                       IF ACCT-STATUS = 'C'
                           MOVE "M06" TO WS-ACTION-RESULT
                           MOVE "ACCOUNT CLOSED - FREEZE REFUSED"
                               TO WS-RESULT-TEXT
                       END-IF
                       IF WS-ACTION-RESULT = "OK"
                           MOVE 'F' TO ACCT-STATUS
                           MOVE WS-FRZ-REASON TO ACCT-FRZ-REASON
                           REWRITE ACCOUNT-MASTER-REC
                       END-IF
                   ELSE
                       IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'D'
                           MOVE 'A' TO ACCT-STATUS
                           MOVE SPACES TO ACCT-FRZ-REASON
                           REWRITE ACCOUNT-MASTER-REC
                       ELSE
                           MOVE "M06" TO WS-ACTION-RESULT
                   END-IF
           END-READ.

      *****************************************************
      * A freeze always says why. Only the documented codes
      * are taken (ACCTMAST.cpy); a record that gives none
      * is frozen as OTHR. Freezing an account already
      * frozen replaces the reason.
      *****************************************************
       2310-CHECK-FRZ-REASON.
           MOVE MT-FRZ-REASON TO WS-FRZ-REASON
           IF WS-FRZ-REASON = SPACES
               MOVE "OTHR" TO WS-FRZ-REASON
           END-IF
           IF WS-FRZ-REASON NOT = "KYC "
               AND WS-FRZ-REASON NOT = "CUST"
               AND WS-FRZ-REASON NOT = "ORDR"
               AND WS-FRZ-REASON NOT = "DCSD"
               AND WS-FRZ-REASON NOT = "OTHR"
               MOVE "M09" TO WS-ACTION-RESULT
               MOVE "UNKNOWN FREEZE REASON CODE"
                   TO WS-RESULT-TEXT
           END-IF.

      *****************************************************
      * Closure is only documented as applied when nothing
      * is left in the account - a close against a balance
           MOVE WS-OLD-BAL     TO AL-AMOUNT-2
           MOVE WS-OLD-BAL     TO AL-AMOUNT-3
           MOVE WS-ACTION-RESULT TO AL-STATUS
           EVALUATE TRUE
               WHEN WS-ACTION-RESULT NOT = "OK"
                   MOVE WS-RESULT-TEXT TO AL-DETAIL
               WHEN MT-ACTION = 'F'
                   STRING "FRZ-REASON=" WS-FRZ-REASON
                       DELIMITED BY SIZE INTO AL-DETAIL
               WHEN OTHER
                   STRING "NAME=" FUNCTION TRIM(MT-NAME)
                       " TYPE=" MT-TYPE
                       DELIMITED BY SIZE INTO AL-DETAIL
           END-EVALUATE
           WRITE AUDIT-LOG-REC.
