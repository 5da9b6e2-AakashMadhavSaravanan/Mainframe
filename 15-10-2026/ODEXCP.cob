       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODEXCP.

      *****************************************************
      * Overdraft exception report - the accounts the
      * advances desk must chase. One pass over the account
      * master against overdraft_limits.dat (ODLIMIT.cpy),
      * listing on od_exceptions.txt every account that is:
      *   OVER LIMIT  - overdrawn past an active facility
      *                 (a debit the line did not cover:
      *                 DEPOSIT left short, or a limit cut
      *                 below what was already drawn);
      *   EXPIRED     - overdrawn on a facility past its
      *                 OD-EXPIRY and not renewed;
      *   CANCELLED   - overdrawn on a cancelled facility;
      *   NOT IN FORCE- overdrawn on a facility whose
      *                 sanction date has not yet come;
      *   NO FACILITY - overdrawn with no facility at all.
      * Each line shows the balance, the line, its expiry,
      * the amount to recover (everything beyond the line,
      * or the whole debit balance where no line stands)
      * and the debit interest accrued and not yet charged.
      * Closed accounts are left out.
      *
      * Read-only against both files; the report is
      * rewritten each run.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT OD-RPT ASSIGN TO "od_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD OD-RPT.
       01 OD-RPT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-OD-STATUS     PIC XX VALUE SPACES.
       01 WS-OD-OPEN       PIC X VALUE 'N'.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-MASTER-EOF    PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-OD-FOUND      PIC X VALUE 'N'.
       01 WS-EXCEPTION     PIC X(12) VALUE SPACES.
       01 WS-LINE-LIMIT    PIC 9(7)V99 VALUE 0.
       01 WS-LINE-EXPIRY   PIC 9(8) VALUE 0.
       01 WS-LINE-ACCRUED  PIC 9(7)V99 VALUE 0.
       01 WS-EXCESS        PIC S9(7)V99 VALUE 0.

       01 WS-OVER-COUNT    PIC 9(6) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 WS-NOFAC-COUNT   PIC 9(6) VALUE 0.
       01 WS-TOTAL-EXCESS  PIC S9(9)V99 VALUE 0.

       01 WS-DISP-BAL      PIC -(7)9.99.
       01 WS-DISP-LIMIT    PIC Z(6)9.99.
       01 WS-DISP-EXCESS   PIC Z(6)9.99.
       01 WS-DISP-ACCRUED  PIC Z(6)9.99.
       01 WS-DISP-TOTAL    PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1200-WRITE-HEADER

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2000-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM 3000-WRITE-TOTALS
           PERFORM 8100-WRITE-RUN-END
           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           CLOSE ACCOUNT-MASTER OD-RPT
           DISPLAY "ODEXCP: " WS-RUN-POSTED " EXCEPTIONS LISTED"
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN INPUT OD-LIMITS
           IF WS-OD-STATUS = "00"
               MOVE 'Y' TO WS-OD-OPEN
           ELSE
               CLOSE OD-LIMITS
           END-IF

           OPEN OUTPUT OD-RPT.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ODEXCP: account_master.dat OPEN FAILED - "
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

       1200-WRITE-HEADER.
           MOVE SPACES TO OD-RPT-REC
           STRING "OVERDRAFT EXCEPTIONS AS AT " WS-BUS-DATE
               INTO OD-RPT-REC
           END-STRING
           WRITE OD-RPT-REC
           MOVE SPACES TO OD-RPT-REC
           STRING "ACCT-NO NAME                      BALANCE"
               "      LIMIT   EXPIRY      EXCESS     ACCRUED"
               " EXCEPTION"
               DELIMITED BY SIZE INTO OD-RPT-REC
           END-STRING
           WRITE OD-RPT-REC
           MOVE ALL "-" TO OD-RPT-REC
           WRITE OD-RPT-REC.

      *****************************************************
      * Only a debit balance can be an exception; the
      * facility on file, and whether it is in force today,
      * decides which one.
      *****************************************************
       2000-CHECK-ONE-ACCOUNT.
           MOVE SPACES TO WS-EXCEPTION
           IF ACCT-STATUS = 'C' OR ACCT-BALANCE NOT < 0
               ADD 1 TO WS-RUN-REJ
           ELSE
               PERFORM 2100-LOOKUP-FACILITY
               EVALUATE TRUE
                   WHEN WS-OD-FOUND = 'N'
                       MOVE "NO FACILITY" TO WS-EXCEPTION
                       ADD 1 TO WS-NOFAC-COUNT
                   WHEN OD-STATUS = 'C'
                       MOVE "CANCELLED" TO WS-EXCEPTION
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN OD-EXPIRY < WS-BUS-DATE
                       MOVE "EXPIRED" TO WS-EXCEPTION
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN OD-SANCT-DATE > WS-BUS-DATE
                       MOVE "NOT IN FORCE" TO WS-EXCEPTION
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN ACCT-BALANCE + OD-LIMIT < 0
                       MOVE "OVER LIMIT" TO WS-EXCEPTION
                       ADD 1 TO WS-OVER-COUNT
               END-EVALUATE
               IF WS-EXCEPTION = SPACES
                   ADD 1 TO WS-RUN-REJ
               ELSE
                   PERFORM 2200-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-RUN-POSTED
               END-IF
           END-IF.

       2100-LOOKUP-FACILITY.
           MOVE 'N' TO WS-OD-FOUND
           MOVE 0 TO WS-LINE-LIMIT WS-LINE-EXPIRY WS-LINE-ACCRUED
           IF WS-OD-OPEN = 'Y'
               MOVE ACCT-NO TO OD-ACCT
               READ OD-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OD-FOUND
                       MOVE OD-EXPIRY     TO WS-LINE-EXPIRY
                       MOVE OD-DR-ACCRUED TO WS-LINE-ACCRUED
                       IF OD-STATUS = 'A'
                           MOVE OD-LIMIT TO WS-LINE-LIMIT
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * The amount to recover: beyond the line while one is
      * in force, otherwise the whole debit balance.
      *****************************************************
       2200-WRITE-EXCEPTION-LINE.
           IF WS-EXCEPTION = "OVER LIMIT"
               COMPUTE WS-EXCESS = 0 - ACCT-BALANCE - WS-LINE-LIMIT
           ELSE
               COMPUTE WS-EXCESS = 0 - ACCT-BALANCE
           END-IF
           ADD WS-EXCESS TO WS-TOTAL-EXCESS
           MOVE ACCT-BALANCE    TO WS-DISP-BAL
           MOVE WS-LINE-LIMIT   TO WS-DISP-LIMIT
           MOVE WS-EXCESS       TO WS-DISP-EXCESS
           MOVE WS-LINE-ACCRUED TO WS-DISP-ACCRUED
           MOVE SPACES TO OD-RPT-REC
           STRING ACCT-NO " " ACCT-NAME " "
               WS-DISP-BAL " " WS-DISP-LIMIT " "
               WS-LINE-EXPIRY " " WS-DISP-EXCESS " "
               WS-DISP-ACCRUED " " WS-EXCEPTION
               DELIMITED BY SIZE INTO OD-RPT-REC
           END-STRING
           WRITE OD-RPT-REC.

       3000-WRITE-TOTALS.
           MOVE ALL "-" TO OD-RPT-REC
           WRITE OD-RPT-REC
           MOVE WS-TOTAL-EXCESS TO WS-DISP-TOTAL
           MOVE SPACES TO OD-RPT-REC
           STRING "OVER LIMIT: " WS-OVER-COUNT
               "   LAPSED/CANCELLED: " WS-EXPIRED-COUNT
               "   NO FACILITY: " WS-NOFAC-COUNT
               "   TO RECOVER: " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO OD-RPT-REC
           END-STRING
           WRITE OD-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = accounts passed,
      * posted = exceptions listed, rejected = accounts in
      * order.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ODEXCP  " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ODEXCP  " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
