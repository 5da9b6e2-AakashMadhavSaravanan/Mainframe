       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP.

      *****************************************************
      * Nightly savings-to-term-deposit sweep, run by
      * EODDRIVER after MINBAL and before INTACCR - the day's
      * postings and minimum-balance penalties are in, and
      * the swept money accrues at the deposit rate from
      * tonight rather than the savings rate.
      *
      * Every ACTIVE mandate on sweep_mandates.dat
      * (SWPMAND.cpy) in force by the business date is
      * reviewed. The account's available balance (ledger
      * balance less active holds) above the mandate
      * threshold - or above the type's minimum balance if
      * that is higher - is booked into a new term deposit
      * in whole multiples of the sweep unit, for the
      * mandate's tenor and rate, paying back to the same
      * account at maturity. The deposit is booked and
      * funded under TDOPEN's rules: only an account in
      * active status is swept, and the funding debit never
      * takes it below its minimum balance. Sweep deposits
      * are numbered on from the highest TD-NO in the
      * reserved range (TDMAST.cpy).
      *
      * Both legs go to the shared deposit_audit.txt: SWP-DR
      * on the account (the leg RECON and GLSUMM replay) and
      * SWP-IN keyed by the deposit as the book record. A
      * sweep is the bank's own movement, not customer
      * activity, so it leaves ACCT-LAST-ACT alone.
      *
      * sweep_report.txt is the day's sweep report: the
      * reverse sweeps SWPOUT made during the day (the
      * SWP-CR entries on deposit_audit.txt dated today),
      * then tonight's sweep-ins and refusals.
      *
      * Mandates are not consumed the way batch files are,
      * so the pass is once-per-business-date (the TDMATUR
      * execution guard).
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MANDATES ASSIGN TO "sweep_mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ACCT
               FILE STATUS IS WS-SW-STATUS.
           SELECT TD-MASTER ASSIGN TO "td_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NO
               FILE STATUS IS WS-TD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL ACCT-TYPE-FILE ASSIGN TO "account_type.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT OPTIONAL HOLD-MASTER ASSIGN TO "hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-NO
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT SWEEP-AUDIT ASSIGN TO "deposit_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SWEEP-RPT ASSIGN TO "sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT OPTIONAL SWEEP-EXEC-DATE
               ASSIGN TO "sweep_exec_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEP-MANDATES.
           COPY SWPMAND.

       FD TD-MASTER.
           COPY TDMAST.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD ACCT-TYPE-FILE.
           COPY ACCTTYPE.

       FD HOLD-MASTER.
           COPY HOLDMAST.

       FD SWEEP-AUDIT.
           COPY AUDITLOG.

       FD SWEEP-RPT.
       01 SWEEP-RPT-REC    PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD SWEEP-EXEC-DATE.
       01 SWEEP-EXEC-DATE-REC.
           05 SED-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SW-STATUS     PIC XX VALUE SPACES.
       01 WS-TD-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-EXDT-STATUS   PIC XX VALUE SPACES.
       01 WS-EXEC-DONE     PIC X VALUE 'N'.
       01 WS-SW-EOF        PIC X VALUE 'N'.
       01 WS-TD-EOF        PIC X VALUE 'N'.
       01 WS-AUDIT-EOF     PIC X VALUE 'N'.
       01 WS-TYPE-EOF      PIC X VALUE 'N'.
       01 WS-TIMESTAMP     PIC 9(14).

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * Sweep deposits number on from the highest TD-NO
      * already in the reserved range.
      *****************************************************
       01 WS-SWEEP-TD-BASE PIC 9(6) VALUE 900000.
       01 WS-LAST-TD-NO    PIC 9(6) VALUE 0.

      *****************************************************
      * Outcome of one mandate's sweep, the shared codes:
      * OK (swept), NOTF (account not on file), FRZN/CLSD/
      * DORM (account not active), RNGE (sweep TD range
      * used up), NONE (nothing above the threshold).
      *****************************************************
       01 WS-SWP-RESULT    PIC X(4) VALUE SPACES.
       01 WS-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-NEW-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-AVAIL-BAL     PIC S9(9)V99 VALUE 0.
       01 WS-SWEEP-FLOOR   PIC 9(7)V99 VALUE 0.
       01 WS-SWEEP-UNITS   PIC 9(7) VALUE 0.
       01 WS-PRINCIPAL     PIC 9(7)V99 VALUE 0.
       01 WS-MAT-DATE      PIC 9(8) VALUE 0.
       01 WS-DATE-INT-1    PIC 9(8) VALUE 0.

      *****************************************************
      * Same account-type minimum-balance table the other
      * debit programs load.
      *****************************************************
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES INDEXED BY TY-IDX.
               10 WS-TY-TYPE     PIC X(4).
               10 WS-TY-MINBAL   PIC 9(6)V99.
               10 WS-TY-INTRATE  PIC 9V9(4).
       01 WS-TYPE-COUNT     PIC 99 VALUE 0.
       01 WS-TYPE-TBL-FULL  PIC X VALUE 'N'.
       01 WS-EFF-MIN-BAL    PIC 9(6)V99 VALUE 1000.

      *****************************************************
      * Active funds holds aggregated per account, the
      * WITHDRAW table - money a hold has earmarked is never
      * swept away from it.
      *****************************************************
       01 WS-HOLDIN-STATUS  PIC XX VALUE SPACES.
       01 WS-HOLD-EOF       PIC X VALUE 'N'.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 WS-HO-ACCT     PIC 9(6).
               10 WS-HO-HELD     PIC 9(9)V99.
       01 WS-HOLD-COUNT     PIC 999 VALUE 0.
       01 WS-HOLD-TBL-FULL  PIC X VALUE 'N'.
       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.

      *****************************************************
      * Report working: counts and totals for each section
      * and the edited fields the lines are built from.
      *****************************************************
       01 WS-SWEPT-COUNT    PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT  PIC 9(6) VALUE 0.
       01 WS-IDLE-COUNT     PIC 9(6) VALUE 0.
       01 WS-SWEPT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-BROKEN-COUNT   PIC 9(6) VALUE 0.
       01 WS-BROKEN-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-DISP-AMT       PIC Z(6)9.99.
       01 WS-DISP-BAL       PIC -(6)9.99.
       01 WS-DISP-TOTAL     PIC Z(8)9.99.
       01 WS-DISP-RATE      PIC 9.9999.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-TYPE-TABLE
           PERFORM 1060-LOAD-HOLD-TABLE
           PERFORM 1070-FIND-LAST-SWEEP-TD
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1900-CHECK-EXEC-ALREADY-RUN
           IF WS-EXEC-DONE = 'Y'
               DISPLAY "SWEEP: SWEEP ALREADY RUN "
                   "FOR " WS-BUS-DATE " - SECOND RUN REFUSED"
           ELSE
               PERFORM 2050-WRITE-RPT-HEADER
               PERFORM 2500-LIST-REVERSE-SWEEPS
               PERFORM 3000-SWEEP-MANDATES
               PERFORM 2900-WRITE-RPT-TOTALS
               PERFORM 1950-RECORD-EXEC-DATE
           END-IF
           PERFORM 8100-WRITE-RUN-END
           CLOSE SWEEP-MANDATES TD-MASTER ACCOUNT-MASTER
               SWEEP-RPT
           DISPLAY "SWEEP: SWEPT " WS-SWEPT-COUNT
               " REFUSED " WS-REFUSED-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O SWEEP-MANDATES
           IF WS-SW-STATUS = "35"
               OPEN OUTPUT SWEEP-MANDATES
               CLOSE SWEEP-MANDATES
               OPEN I-O SWEEP-MANDATES
           END-IF
           IF WS-SW-STATUS NOT = "00"
               DISPLAY "SWEEP: sweep_mandates.dat OPEN FAILED"
                   " - STATUS " WS-SW-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TD-MASTER
           IF WS-TD-STATUS = "35"
               OPEN OUTPUT TD-MASTER
               CLOSE TD-MASTER
               OPEN I-O TD-MASTER
           END-IF
           IF WS-TD-STATUS NOT = "00"
               DISPLAY "SWEEP: td_master.dat OPEN FAILED"
                   " - STATUS " WS-TD-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN OUTPUT SWEEP-RPT.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "SWEEP: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-LOAD-TYPE-TABLE.
           OPEN INPUT ACCT-TYPE-FILE
           IF WS-TYPE-STATUS = "00"
               PERFORM UNTIL WS-TYPE-EOF = 'Y'
                   READ ACCT-TYPE-FILE
                       AT END
                           MOVE 'Y' TO WS-TYPE-EOF
                       NOT AT END
                           PERFORM 1055-ADD-TYPE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-TYPE-FILE.

       1055-ADD-TYPE-ENTRY.
           IF WS-TYPE-COUNT >= 10
               IF WS-TYPE-TBL-FULL = 'N'
                   DISPLAY "ACCOUNT-TYPE TABLE FULL AT 10 TYPES"
                       " - REMAINING TYPES SKIPPED"
                   MOVE 'Y' TO WS-TYPE-TBL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-TYPE-COUNT
               MOVE AT-TYPE     TO WS-TY-TYPE(WS-TYPE-COUNT)
               MOVE AT-MIN-BAL  TO WS-TY-MINBAL(WS-TYPE-COUNT)
               MOVE AT-INT-RATE TO WS-TY-INTRATE(WS-TYPE-COUNT)
           END-IF.

      *****************************************************
      * A missing hold file means no holds.
      *****************************************************
       1060-LOAD-HOLD-TABLE.
           OPEN INPUT HOLD-MASTER
           IF WS-HOLDIN-STATUS = "00"
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HD-STATUS = 'A'
                               PERFORM 1065-ADD-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-MASTER.

       1065-ADD-HOLD-ENTRY.
           MOVE 0 TO WS-ACCT-HELD
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > WS-HOLD-COUNT
               IF WS-HO-ACCT(HO-IDX) = HD-ACCT
                   ADD HD-AMOUNT TO WS-HO-HELD(HO-IDX)
                   MOVE 1 TO WS-ACCT-HELD
               END-IF
           END-PERFORM
           IF WS-ACCT-HELD = 0
               IF WS-HOLD-COUNT >= 500
                   IF WS-HOLD-TBL-FULL = 'N'
                       DISPLAY "HOLD TABLE FULL AT 500 ACCOUNTS"
                           " - REMAINING HOLDS NOT ENFORCED"
                       MOVE 'Y' TO WS-HOLD-TBL-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HD-ACCT   TO WS-HO-ACCT(WS-HOLD-COUNT)
                   MOVE HD-AMOUNT TO WS-HO-HELD(WS-HOLD-COUNT)
               END-IF
           END-IF.

       1070-FIND-LAST-SWEEP-TD.
           MOVE WS-SWEEP-TD-BASE TO WS-LAST-TD-NO
           MOVE 'N' TO WS-TD-EOF
           MOVE WS-SWEEP-TD-BASE TO TD-NO
           START TD-MASTER KEY NOT < TD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TD-EOF
           END-START
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       MOVE TD-NO TO WS-LAST-TD-NO
               END-READ
           END-PERFORM.

       1900-CHECK-EXEC-ALREADY-RUN.
           MOVE 'N' TO WS-EXEC-DONE
           OPEN INPUT SWEEP-EXEC-DATE
           IF WS-EXDT-STATUS = "00"
               READ SWEEP-EXEC-DATE
                   NOT AT END
                       IF SED-DATE = WS-BUS-DATE
                           MOVE 'Y' TO WS-EXEC-DONE
                       END-IF
               END-READ
           END-IF
           CLOSE SWEEP-EXEC-DATE.

       1950-RECORD-EXEC-DATE.
           OPEN OUTPUT SWEEP-EXEC-DATE
           MOVE WS-BUS-DATE TO SED-DATE
           WRITE SWEEP-EXEC-DATE-REC
           CLOSE SWEEP-EXEC-DATE.

       2050-WRITE-RPT-HEADER.
           MOVE SPACES TO SWEEP-RPT-REC
           STRING "SAVINGS / TERM-DEPOSIT SWEEP REPORT FOR "
               WS-BUS-DATE
               INTO SWEEP-RPT-REC
           END-STRING
           WRITE SWEEP-RPT-REC
           MOVE SPACES TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC.

      *****************************************************
      * The day's reverse sweeps, from the SWP-CR account
      * legs SWPOUT logged - AL-DETAIL carries TD= the
      * deposit broken (positions 4-9) and BY= the debit
      * program that needed the cover (positions 14-21).
      *****************************************************
       2500-LIST-REVERSE-SWEEPS.
           MOVE "REVERSE SWEEPS - DEPOSITS BROKEN TO COVER A DEBIT"
               TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE "ACCOUNT  TD-NO       PAYOUT  BALANCE AFTER BY"
               TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE ALL "-" TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT SWEEP-AUDIT
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ SWEEP-AUDIT
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           IF AL-ACTION = "SWP-CR"
                               AND AL-STATUS = "OK"
                               AND AL-TIMESTAMP(1:8) = WS-BUS-DATE
                               PERFORM 2550-WRITE-REVERSE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SWEEP-AUDIT
           IF WS-BROKEN-COUNT = 0
               MOVE "  NONE" TO SWEEP-RPT-REC
               WRITE SWEEP-RPT-REC
           END-IF
           MOVE SPACES TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC.

       2550-WRITE-REVERSE-LINE.
           ADD 1 TO WS-BROKEN-COUNT
           ADD AL-AMOUNT-1 TO WS-BROKEN-TOTAL
           MOVE SPACES TO SWEEP-RPT-REC
           MOVE AL-AMOUNT-1 TO WS-DISP-AMT
           STRING AL-KEY(5:6) "   " AL-DETAIL(4:6) "  "
               WS-DISP-AMT "  "
               INTO SWEEP-RPT-REC
           END-STRING
           MOVE AL-AMOUNT-3 TO WS-DISP-BAL
           STRING WS-DISP-BAL "   " AL-DETAIL(14:8)
               INTO SWEEP-RPT-REC(31:50)
           END-STRING
           WRITE SWEEP-RPT-REC.

       3000-SWEEP-MANDATES.
           MOVE "SWEEP-IN - SAVINGS BOOKED TO NEW TERM DEPOSITS"
               TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE "ACCOUNT  TD-NO    PRINCIPAL  MATURITY  RATE    RESULT"
               TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE ALL "-" TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           OPEN EXTEND SWEEP-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT SWEEP-AUDIT
           END-IF
           MOVE 'N' TO WS-SW-EOF
           MOVE ZERO TO SW-ACCT
           START SWEEP-MANDATES KEY NOT < SW-ACCT
               INVALID KEY
                   MOVE 'Y' TO WS-SW-EOF
           END-START
           PERFORM UNTIL WS-SW-EOF = 'Y'
               READ SWEEP-MANDATES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SW-EOF
                   NOT AT END
                       IF SW-STATUS = 'A'
                           AND SW-START-DATE NOT > WS-BUS-DATE
                           PERFORM 3100-SWEEP-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-AUDIT
           IF WS-SWEPT-COUNT = 0 AND WS-REFUSED-COUNT = 0
               MOVE "  NONE" TO SWEEP-RPT-REC
               WRITE SWEEP-RPT-REC
           END-IF.

      *****************************************************
      * Both sides are proved before either moves, as
      * TDOPEN does: the account must be in a status that
      * allows a debit and there must be a free number in
      * the sweep range. An account with nothing above its
      * floor is simply passed over and not reported.
      *****************************************************
       3100-SWEEP-ONE-ACCOUNT.
           ADD 1 TO WS-RUN-READ
           MOVE "OK" TO WS-SWP-RESULT
           MOVE ZERO TO WS-PRINCIPAL WS-OLD-BAL
           MOVE SW-ACCT TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NOTF" TO WS-SWP-RESULT
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-OLD-BAL
                   IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
                       OR ACCT-STATUS = 'D'
                       PERFORM 3200-REFUSE-NOT-ACTIVE
                   ELSE
                       PERFORM 3300-COMPUTE-SWEEP
                   END-IF
           END-READ

           IF WS-SWP-RESULT = "OK"
               AND WS-LAST-TD-NO NOT < 999999
               MOVE "RNGE" TO WS-SWP-RESULT
           END-IF

           EVALUATE WS-SWP-RESULT
               WHEN "OK"
                   PERFORM 3400-BOOK-SWEEP-DEPOSIT
                   ADD 1 TO WS-RUN-POSTED
                   ADD 1 TO WS-SWEPT-COUNT
                   ADD WS-PRINCIPAL TO WS-SWEPT-TOTAL
                   PERFORM 3800-WRITE-RPT-LINE
               WHEN "NONE"
                   ADD 1 TO WS-IDLE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RUN-REJ
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "SWEEP: ACCOUNT " SW-ACCT
                       " NOT SWEPT (" WS-SWP-RESULT ")"
                   PERFORM 3800-WRITE-RPT-LINE
           END-EVALUATE.

       3200-REFUSE-NOT-ACTIVE.
           EVALUATE ACCT-STATUS
               WHEN 'F'
                   MOVE "FRZN" TO WS-SWP-RESULT
               WHEN 'D'
                   MOVE "DORM" TO WS-SWP-RESULT
               WHEN OTHER
                   MOVE "CLSD" TO WS-SWP-RESULT
           END-EVALUATE.

      *****************************************************
      * The floor left in the account is the mandate
      * threshold or the type's minimum balance, whichever
      * is higher, so the funding debit always clears the
      * TDOPEN minimum-balance rule. Only whole sweep units
      * above the floor move.
      *****************************************************
       3300-COMPUTE-SWEEP.
           PERFORM 3350-LOOKUP-MIN-BAL
           PERFORM 3360-LOOKUP-HELD
           COMPUTE WS-AVAIL-BAL = ACCT-BALANCE - WS-ACCT-HELD
           IF SW-THRESHOLD > WS-EFF-MIN-BAL
               MOVE SW-THRESHOLD TO WS-SWEEP-FLOOR
           ELSE
               MOVE WS-EFF-MIN-BAL TO WS-SWEEP-FLOOR
           END-IF
           MOVE ZERO TO WS-SWEEP-UNITS
           IF WS-AVAIL-BAL > WS-SWEEP-FLOOR AND SW-UNIT > 0
               COMPUTE WS-SWEEP-UNITS =
                   (WS-AVAIL-BAL - WS-SWEEP-FLOOR) / SW-UNIT
           END-IF
           COMPUTE WS-PRINCIPAL = WS-SWEEP-UNITS * SW-UNIT
           IF WS-PRINCIPAL = 0
               MOVE "NONE" TO WS-SWP-RESULT
           END-IF.

       3350-LOOKUP-MIN-BAL.
           MOVE 1000 TO WS-EFF-MIN-BAL
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
               IF WS-TY-TYPE(TY-IDX) = ACCT-TYPE
                   MOVE WS-TY-MINBAL(TY-IDX) TO WS-EFF-MIN-BAL
               END-IF
           END-PERFORM.

       3360-LOOKUP-HELD.
           MOVE 0 TO WS-ACCT-HELD
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > WS-HOLD-COUNT
               IF WS-HO-ACCT(HO-IDX) = ACCT-NO
                   MOVE WS-HO-HELD(HO-IDX) TO WS-ACCT-HELD
               END-IF
           END-PERFORM.

      *****************************************************
      * The deposit is booked exactly as a TDOPEN request
      * would book it - holder from the account's customer,
      * funded from and paying back to the account - then
      * the account is debited and the mandate marked.
      *****************************************************
       3400-BOOK-SWEEP-DEPOSIT.
           ADD 1 TO WS-LAST-TD-NO
           COMPUTE WS-DATE-INT-1 =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + SW-TENOR
           COMPUTE WS-MAT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT-1)
           MOVE WS-LAST-TD-NO TO TD-NO
           MOVE ACCT-CUST-NO  TO TD-CUST-NO
           MOVE SW-ACCT       TO TD-SRC-ACCT
           MOVE SW-ACCT       TO TD-PAYOUT-ACCT
           MOVE WS-PRINCIPAL  TO TD-PRINCIPAL
           MOVE SW-RATE       TO TD-RATE
           MOVE WS-BUS-DATE   TO TD-OPEN-DATE
           MOVE WS-MAT-DATE   TO TD-MATURITY-DATE
           MOVE 'A'           TO TD-STATUS
           WRITE TERM-DEPOSIT-REC

           COMPUTE WS-NEW-BAL = ACCT-BALANCE - WS-PRINCIPAL
           MOVE WS-NEW-BAL TO ACCT-BALANCE
           REWRITE ACCOUNT-MASTER-REC

           PERFORM 4000-WRITE-SWP-DR-LEG
           PERFORM 4010-WRITE-SWP-IN-LEG

           MOVE WS-BUS-DATE TO SW-LAST-SWEEP
           REWRITE SWEEP-MANDATE-REC
           DISPLAY "SWEEP: TD " TD-NO " BOOKED " TD-PRINCIPAL
               " FROM ACCOUNT " SW-ACCT.

       3800-WRITE-RPT-LINE.
           MOVE SPACES TO SWEEP-RPT-REC
           MOVE WS-PRINCIPAL TO WS-DISP-AMT
           MOVE SW-RATE TO WS-DISP-RATE
           IF WS-SWP-RESULT = "OK"
               STRING
                   SW-ACCT      "   "
                   TD-NO        "  "
                   WS-DISP-AMT  "  "
                   TD-MATURITY-DATE "  "
                   WS-DISP-RATE "  SWEPT"
                   INTO SWEEP-RPT-REC
               END-STRING
           ELSE
               STRING
                   SW-ACCT      "   "
                   "------  "
                   WS-DISP-AMT  "  "
                   "--------  "
                   WS-DISP-RATE "  REFUSED ("
                   WS-SWP-RESULT ")"
                   INTO SWEEP-RPT-REC
               END-STRING
           END-IF
           WRITE SWEEP-RPT-REC.

       2900-WRITE-RPT-TOTALS.
           MOVE ALL "-" TO SWEEP-RPT-REC
           WRITE SWEEP-RPT-REC
           MOVE SPACES TO SWEEP-RPT-REC
           MOVE WS-SWEPT-TOTAL TO WS-DISP-TOTAL
           STRING
               "MANDATES REVIEWED: " WS-RUN-READ
               "  SWEPT: " WS-SWEPT-COUNT
               "  AMOUNT: " WS-DISP-TOTAL
               INTO SWEEP-RPT-REC
           END-STRING
           WRITE SWEEP-RPT-REC
           MOVE SPACES TO SWEEP-RPT-REC
           STRING
               "NOTHING TO SWEEP: " WS-IDLE-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               INTO SWEEP-RPT-REC
           END-STRING
           WRITE SWEEP-RPT-REC
           MOVE SPACES TO SWEEP-RPT-REC
           MOVE WS-BROKEN-TOTAL TO WS-DISP-TOTAL
           STRING
               "DEPOSITS BROKEN TODAY: " WS-BROKEN-COUNT
               "  PAID BACK: " WS-DISP-TOTAL
               INTO SWEEP-RPT-REC
           END-STRING
           WRITE SWEEP-RPT-REC.

      *****************************************************
      * The account leg is the one RECON replays and GLSUMM
      * classifies; the TD-keyed leg is the book record of
      * the deposit itself.
      *****************************************************
       4000-WRITE-SWP-DR-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "SWEEP"       TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE SW-ACCT       TO AL-KEY
           MOVE "SWP-DR"      TO AL-ACTION
           MOVE WS-PRINCIPAL  TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "TD=" TD-NO " THRESHOLD=" SW-THRESHOLD
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       4010-WRITE-SWP-IN-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "SWEEP"       TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE TD-NO         TO AL-KEY
           MOVE "SWP-IN"      TO AL-ACTION
           MOVE TD-PRINCIPAL  TO AL-AMOUNT-1
           MOVE ZERO          TO AL-AMOUNT-2
           MOVE TD-PRINCIPAL  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "TD=" TD-NO " MAT=" TD-MATURITY-DATE
               " RATE=" TD-RATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.


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

      *****************************************************
      * Run-control bookkeeping: read = mandates reviewed,
      * posted = deposits swept, rejected = sweeps refused.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SWEEP   " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SWEEP   " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
