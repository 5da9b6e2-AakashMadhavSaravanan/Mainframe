       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPMNT.

      *****************************************************
      * Sweep mandate maintenance. Reads sweep_maint.txt and
      * applies one action per record against
      * sweep_mandates.dat (SWPMAND.cpy):
      *   S - set up a mandate, or amend the one on file:
      *       threshold kept in the account, sweep unit,
      *       deposit tenor in days, annual deposit rate,
      *       and the date sweeping starts (the business
      *       date when blank).
      *   C - cancel the mandate from today. The record
      *       stays on file; deposits already swept run on
      *       to maturity and still cover a shortfall.
      * Only an open account can hold a mandate. Actions
      * that cannot apply are reported the way ODLMNT
      * reports its failures. Every set-up and cancel is
      * logged on acct_maint_audit.txt beside ACCTMNT's
      * maintenance entries.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MANDATES ASSIGN TO "sweep_mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ACCT
               FILE STATUS IS WS-SW-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL SWEEP-MAINT ASSIGN TO "sweep_maint.txt"
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
       FD SWEEP-MANDATES.
           COPY SWPMAND.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD SWEEP-MAINT.
       01 SWEEP-MAINT-REC.
           05 SM-ACTION        PIC X.
           05 SM-ACCT-NO       PIC 9(6).
           05 SM-THRESHOLD     PIC 9(7)V99.
           05 SM-UNIT          PIC 9(7)V99.
           05 SM-TENOR         PIC 9(4).
           05 SM-RATE          PIC 9V9(4).
           05 SM-START-DATE    PIC 9(8).

       FD MAINT-AUDIT.
           COPY AUDITLOG.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-SW-STATUS     PIC XX VALUE SPACES.
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
       01 WS-SW-FOUND      PIC X VALUE 'N'.
       01 WS-AUDIT-ACTION  PIC X(8) VALUE SPACES.
       01 WS-DISP-UNIT     PIC Z(6)9.99.
       01 WS-DISP-RATE     PIC 9.9999.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT SWEEP-MAINT
           IF WS-MAINT-STATUS = "05" OR WS-MAINT-STATUS = "35"
               DISPLAY "SWPMNT: sweep_maint.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE SWEEP-MAINT
               GOBACK
           END-IF

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ SWEEP-MAINT
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM 1250-APPLY-MAINT-ACTION
               END-READ
           END-PERFORM

           CLOSE SWEEP-MAINT SWEEP-MANDATES ACCOUNT-MASTER
               MAINT-AUDIT
           DISPLAY "SWPMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O SWEEP-MANDATES
           IF WS-SW-STATUS = "35"
               OPEN OUTPUT SWEEP-MANDATES
               CLOSE SWEEP-MANDATES
               OPEN I-O SWEEP-MANDATES
           END-IF
           IF WS-SW-STATUS NOT = "00"
               DISPLAY "SWPMNT: sweep_mandates.dat OPEN FAILED"
                   " - STATUS " WS-SW-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "SWPMNT: account_master.dat OPEN FAILED - "
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
           MOVE SM-ACCT-NO TO SW-ACCT
           MOVE 'Y' TO WS-SW-FOUND
           READ SWEEP-MANDATES
               INVALID KEY
                   MOVE 'N' TO WS-SW-FOUND
           END-READ
           MOVE SM-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "SWEEP-MAINT: ACCOUNT NOT FOUND "
                       SM-ACCT-NO
                   MOVE 'N' TO WS-VALID
           END-READ
           IF WS-VALID = 'Y'
               EVALUATE SM-ACTION
                   WHEN 'S'
                       PERFORM 2000-VALIDATE-MANDATE
                       IF WS-VALID = 'Y'
                           PERFORM 2500-SET-MANDATE
                       END-IF
                   WHEN 'C'
                       IF WS-SW-FOUND = 'N' OR SW-STATUS = 'C'
                           DISPLAY "SWEEP-MAINT CANCEL: NO MANDATE "
                               "IN FORCE ON " SM-ACCT-NO
                           MOVE 'N' TO WS-VALID
                       ELSE
                           PERFORM 2600-CANCEL-MANDATE
                       END-IF
                   WHEN OTHER
                       DISPLAY "SWEEP-MAINT: UNKNOWN ACTION "
                           SM-ACTION " FOR ACCOUNT " SM-ACCT-NO
                       MOVE 'N' TO WS-VALID
               END-EVALUATE
           END-IF
           IF WS-VALID = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *****************************************************
      * A mandate needs an open account, a sweep unit, a
      * tenor and a rate. The threshold may be zero - the
      * type's minimum balance still stays behind, because
      * SWEEP funds every deposit under the TDOPEN rules.
      *****************************************************
       2000-VALIDATE-MANDATE.
           IF ACCT-STATUS = 'C'
               DISPLAY "SWEEP-MAINT SET: ACCOUNT CLOSED "
                   SM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND SM-THRESHOLD IS NOT NUMERIC
               DISPLAY "SWEEP-MAINT SET: BAD THRESHOLD FOR "
                   SM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND (SM-UNIT IS NOT NUMERIC OR SM-UNIT = 0)
               DISPLAY "SWEEP-MAINT SET: BAD SWEEP UNIT FOR "
                   SM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND (SM-TENOR IS NOT NUMERIC OR SM-TENOR = 0)
               DISPLAY "SWEEP-MAINT SET: BAD TENOR FOR "
                   SM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               AND (SM-RATE IS NOT NUMERIC OR SM-RATE = 0)
               DISPLAY "SWEEP-MAINT SET: BAD RATE FOR "
                   SM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF SM-START-DATE IS NOT NUMERIC OR SM-START-DATE = 0
               MOVE WS-BUS-DATE TO SM-START-DATE
           END-IF.

       2500-SET-MANDATE.
           IF WS-SW-FOUND = 'N'
               MOVE SM-ACCT-NO TO SW-ACCT
               MOVE ZERO TO SW-LAST-SWEEP
           END-IF
           MOVE SM-THRESHOLD  TO SW-THRESHOLD
           MOVE SM-UNIT       TO SW-UNIT
           MOVE SM-TENOR      TO SW-TENOR
           MOVE SM-RATE       TO SW-RATE
           MOVE SM-START-DATE TO SW-START-DATE
           MOVE 'A'           TO SW-STATUS
           IF WS-SW-FOUND = 'Y'
               REWRITE SWEEP-MANDATE-REC
           ELSE
               WRITE SWEEP-MANDATE-REC
           END-IF
           MOVE "SWP-MAND" TO WS-AUDIT-ACTION
           PERFORM 3000-WRITE-AUDIT.

       2600-CANCEL-MANDATE.
           MOVE 'C' TO SW-STATUS
           REWRITE SWEEP-MANDATE-REC
           MOVE "SWP-CANC" TO WS-AUDIT-ACTION
           PERFORM 3000-WRITE-AUDIT.

       3000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SW-UNIT TO WS-DISP-UNIT
           MOVE SW-RATE TO WS-DISP-RATE
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "SWPMNT"        TO AL-PROGRAM
           MOVE WS-TIMESTAMP    TO AL-TIMESTAMP
           MOVE ACCT-NO         TO AL-KEY
           MOVE WS-AUDIT-ACTION TO AL-ACTION
           MOVE SW-THRESHOLD    TO AL-AMOUNT-1
           MOVE ACCT-BALANCE    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE    TO AL-AMOUNT-3
           MOVE "OK"            TO AL-STATUS
           STRING "UNIT=" WS-DISP-UNIT " DAYS=" SW-TENOR
               " RATE=" WS-DISP-RATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.
