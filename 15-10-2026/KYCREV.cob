       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

      *****************************************************
      * Periodic re-KYC review over kyc_master.dat
      * (KYCMAST.cpy, maintained through CUSTMNT). Each
      * customer must be re-verified a fixed number of years
      * after KY-LAST-DATE, by risk rating - defaults 2
      * years high, 8 medium, 10 low, overridable by a
      * kyc_config.txt record in the dormant_config.txt
      * idiom, which also sets the grace period (default 90
      * days) allowed after the due date.
      *
      *   1. kyc_review.txt lists, by risk category, every
      *      customer whose re-KYC is due on or before the
      *      business date, and whether the grace period
      *      still runs or has lapsed.
      *   2. Every account of a lapsed customer that is
      *      still open is frozen with reason KYC (ACCT-
      *      STATUS 'F', ACCT-FRZ-REASON - ACCTMAST.cpy), so
      *      the posting programs refuse it. Once CUSTMNT
      *      records the re-KYC, the next run lifts the KYC
      *      freeze again. An account frozen for any other
      *      reason is left as it is - only ACCTMNT lifts
      *      those. Both are logged on acct_maint_audit.txt
      *      beside ACCTMNT's maintenance entries.
      *   3. Accounts whose customer has no KYC record are
      *      listed for manual follow-up but not frozen - the
      *      file has not been live long enough to prove
      *      anything about them (the DORMANT no-date rule).
      *
      * Updates account_master.dat, so the run is refused
      * while the EOD chain holds the run-lock.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL KYC-MASTER ASSIGN TO "kyc_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CUST-NO
               FILE STATUS IS WS-KYC-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL KYC-CONFIG ASSIGN TO "kyc_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT KYC-RPT ASSIGN TO "kyc_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT ASSIGN TO "acct_maint_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT OPTIONAL EOD-LOCK ASSIGN TO "eod_lock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD KYC-MASTER.
           COPY KYCMAST.

       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD KYC-CONFIG.
       01 KYC-CONFIG-REC.
           05 CFG-HIGH-YEARS   PIC 99.
           05 CFG-MED-YEARS    PIC 99.
           05 CFG-LOW-YEARS    PIC 99.
           05 CFG-GRACE-DAYS   PIC 9(3).

       FD KYC-RPT.
       01 KYC-RPT-REC PIC X(100).

       FD MAINT-AUDIT.
           COPY AUDITLOG.

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD EOD-LOCK.
           COPY EODLOCK.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-KYC-STATUS    PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-OPEN     PIC X VALUE 'N'.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-MASTER-EOF    PIC X VALUE 'N'.
       01 WS-KYC-EOF       PIC X VALUE 'N'.
       01 WS-KYC-FOUND     PIC X VALUE 'N'.
       01 WS-TIMESTAMP     PIC 9(14).

      *****************************************************
      * Re-KYC periods in years by risk, and the grace
      * allowed after the due date - defaults overridable
      * via the optional kyc_config.txt record.
      *****************************************************
       01 WS-HIGH-YEARS    PIC 99 VALUE 02.
       01 WS-MED-YEARS     PIC 99 VALUE 08.
       01 WS-LOW-YEARS     PIC 99 VALUE 10.
       01 WS-GRACE-DAYS    PIC 9(3) VALUE 090.

       01 WS-PASS-RISK     PIC X VALUE SPACE.
       01 WS-PASS-NAME     PIC X(11) VALUE SPACES.
       01 WS-IN-PASS       PIC X VALUE 'N'.
       01 WS-PASS-COUNT    PIC 9(6) VALUE 0.

       01 WS-PERIOD-YEARS  PIC 99 VALUE 0.
       01 WS-DUE-DATE      PIC 9(8) VALUE 0.
       01 WS-GRACE-END     PIC 9(8) VALUE 0.
       01 WS-DAYS-OVER     PIC S9(5) VALUE 0.
       01 WS-DAYS-OVER-ED  PIC -9(5).
       01 WS-LAPSED        PIC X VALUE 'N'.
       01 WS-CUST-NAME     PIC X(25) VALUE SPACES.
       01 WS-DISPOSITION   PIC X(30) VALUE SPACES.
       01 WS-AUDIT-ACTION  PIC X(8) VALUE SPACES.

       01 WS-CUST-DUE      PIC 9(6) VALUE 0.
       01 WS-CUST-LAPSED   PIC 9(6) VALUE 0.
       01 WS-ACCTS-READ    PIC 9(6) VALUE 0.
       01 WS-FROZEN        PIC 9(6) VALUE 0.
       01 WS-RELEASED      PIC 9(6) VALUE 0.
       01 WS-OTHER-FROZEN  PIC 9(6) VALUE 0.
       01 WS-NO-KYC        PIC 9(6) VALUE 0.
       01 WS-UNLINKED      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-CONFIG
           PERFORM 1200-WRITE-HEADER

           MOVE 'H' TO WS-PASS-RISK
           MOVE "HIGH RISK" TO WS-PASS-NAME
           PERFORM 2000-LIST-RISK-CATEGORY
           MOVE 'M' TO WS-PASS-RISK
           MOVE "MEDIUM RISK" TO WS-PASS-NAME
           PERFORM 2000-LIST-RISK-CATEGORY
           MOVE 'L' TO WS-PASS-RISK
           MOVE "LOW RISK" TO WS-PASS-NAME
           PERFORM 2000-LIST-RISK-CATEGORY

           PERFORM 3000-REVIEW-ACCOUNTS
           PERFORM 4000-WRITE-TOTALS

           PERFORM 8100-WRITE-RUN-END
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER KYC-RPT MAINT-AUDIT
           DISPLAY "KYCREV: CUSTOMERS DUE " WS-CUST-DUE
               " LAPSED " WS-CUST-LAPSED
               " ACCOUNTS FROZEN " WS-FROZEN
               " RELEASED " WS-RELEASED
           GOBACK.

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
      * This program is never a chain step, so a set
      * run-lock always means an EOD chain is mid-flight -
      * refuse rather than interleave updates into it (or
      * an operator runs LOCKRST after a crashed chain).
      *****************************************************
       7100-CHECK-EOD-LOCK.
           MOVE 'N' TO WS-EOD-LOCKED
           OPEN INPUT EOD-LOCK
           IF WS-LOCK-STATUS = "00"
               READ EOD-LOCK
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE 'Y' TO WS-EOD-LOCKED
                       END-IF
               END-READ
           END-IF
           CLOSE EOD-LOCK
           IF WS-EOD-LOCKED = 'Y'
               DISPLAY "KYCREV: EOD IN PROGRESS - RUN REFUSED"
               GOBACK
           END-IF.

       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN EXTEND MAINT-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               CLOSE CUSTOMER-MASTER
           END-IF

           OPEN OUTPUT KYC-RPT.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "KYCREV: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-LOAD-CONFIG.
           OPEN INPUT KYC-CONFIG
           IF WS-CONFIG-STATUS = "00"
               READ KYC-CONFIG
                   NOT AT END
                       IF CFG-HIGH-YEARS IS NUMERIC
                           AND CFG-HIGH-YEARS > 0
                           MOVE CFG-HIGH-YEARS TO WS-HIGH-YEARS
                       END-IF
                       IF CFG-MED-YEARS IS NUMERIC
                           AND CFG-MED-YEARS > 0
                           MOVE CFG-MED-YEARS TO WS-MED-YEARS
                       END-IF
                       IF CFG-LOW-YEARS IS NUMERIC
                           AND CFG-LOW-YEARS > 0
                           MOVE CFG-LOW-YEARS TO WS-LOW-YEARS
                       END-IF
                       IF CFG-GRACE-DAYS IS NUMERIC
                           MOVE CFG-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE KYC-CONFIG.

       1200-WRITE-HEADER.
           MOVE SPACES TO KYC-RPT-REC
           STRING "RE-KYC REVIEW " WS-BUS-DATE
               " - PERIODS HIGH " WS-HIGH-YEARS
               " / MEDIUM " WS-MED-YEARS
               " / LOW " WS-LOW-YEARS
               " YEARS, GRACE " WS-GRACE-DAYS " DAYS"
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC.

      *****************************************************
      * One pass of the KYC file per risk category, so the
      * report reads category by category. A rating that is
      * not H, M or L is treated as high risk - the safe
      * side.
      *****************************************************
       2000-LIST-RISK-CATEGORY.
           MOVE 0 TO WS-PASS-COUNT
           MOVE SPACES TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE SPACES TO KYC-RPT-REC
           STRING WS-PASS-NAME " - RE-KYC DUE"
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC
           MOVE "CUST-NO NAME                      ID   LAST-KYC D"
               & "UE-DATE DAYS-OVER DISPOSITION"
               TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE ALL "-" TO KYC-RPT-REC
           WRITE KYC-RPT-REC

           MOVE 'N' TO WS-KYC-EOF
           OPEN INPUT KYC-MASTER
           IF WS-KYC-STATUS = "00"
               PERFORM UNTIL WS-KYC-EOF = 'Y'
                   READ KYC-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-KYC-EOF
                       NOT AT END
                           PERFORM 2050-CHECK-PASS-RISK
                           IF WS-IN-PASS = 'Y'
                               PERFORM 2100-COMPUTE-DUE
                               IF WS-DAYS-OVER NOT < 0
                                   PERFORM 2200-WRITE-DUE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KYC-MASTER

           MOVE SPACES TO KYC-RPT-REC
           STRING WS-PASS-NAME " CUSTOMERS DUE: " WS-PASS-COUNT
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC.

       2050-CHECK-PASS-RISK.
           MOVE 'N' TO WS-IN-PASS
           IF KY-RISK = WS-PASS-RISK
               MOVE 'Y' TO WS-IN-PASS
           END-IF
           IF WS-PASS-RISK = 'H' AND KY-RISK NOT = 'M'
               AND KY-RISK NOT = 'L'
               MOVE 'Y' TO WS-IN-PASS
           END-IF.

      *****************************************************
      * Due date = last KYC date plus the period for the
      * rating, same month and day (29 February falls back
      * to the 28th). WS-DAYS-OVER is negative while the
      * review is not yet due; the customer has lapsed once
      * it passes the grace period. A record with no usable
      * KYC date has lapsed outright.
      *****************************************************
       2100-COMPUTE-DUE.
           EVALUATE KY-RISK
               WHEN 'M'
                   MOVE WS-MED-YEARS  TO WS-PERIOD-YEARS
               WHEN 'L'
                   MOVE WS-LOW-YEARS  TO WS-PERIOD-YEARS
               WHEN OTHER
                   MOVE WS-HIGH-YEARS TO WS-PERIOD-YEARS
           END-EVALUATE
           IF KY-LAST-DATE IS NOT NUMERIC OR KY-LAST-DATE = 0
               MOVE ZERO TO WS-DUE-DATE
               MOVE ZERO TO WS-GRACE-END
               MOVE 99999 TO WS-DAYS-OVER
               MOVE 'Y' TO WS-LAPSED
           ELSE
               COMPUTE WS-DUE-DATE =
                   KY-LAST-DATE + WS-PERIOD-YEARS * 10000
               IF WS-DUE-DATE(5:4) = "0229"
                   MOVE "0228" TO WS-DUE-DATE(5:4)
               END-IF
               COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   + WS-GRACE-DAYS)
               IF WS-DAYS-OVER > WS-GRACE-DAYS
                   MOVE 'Y' TO WS-LAPSED
               ELSE
                   MOVE 'N' TO WS-LAPSED
               END-IF
           END-IF.

       2200-WRITE-DUE-LINE.
           ADD 1 TO WS-PASS-COUNT
           ADD 1 TO WS-CUST-DUE
           MOVE SPACES TO WS-CUST-NAME
           IF WS-CUST-OPEN = 'Y'
               MOVE KY-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON CUSTOMER FILE"
                           TO WS-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-DISPOSITION
           IF WS-LAPSED = 'Y'
               ADD 1 TO WS-CUST-LAPSED
               MOVE "LAPSED - ACCOUNTS FROZEN" TO WS-DISPOSITION
           ELSE
               STRING "IN GRACE TO " WS-GRACE-END
                   INTO WS-DISPOSITION
               END-STRING
           END-IF
           MOVE WS-DAYS-OVER TO WS-DAYS-OVER-ED
           MOVE SPACES TO KYC-RPT-REC
           STRING
               KY-CUST-NO      "  "
               WS-CUST-NAME    " "
               KY-ID-TYPE      " "
               KY-LAST-DATE    " "
               WS-DUE-DATE     " "
               WS-DAYS-OVER-ED "    "
               WS-DISPOSITION
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC.

      *****************************************************
      * Account pass - the master has no customer index, so
      * every account looks its owner up on the KYC file.
      * Closed accounts need nothing.
      *****************************************************
       3000-REVIEW-ACCOUNTS.
           MOVE SPACES TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE "ACCOUNT ACTIONS" TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE "ACCT-NO CUST-NO STATUS ACTION" TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE ALL "-" TO KYC-RPT-REC
           WRITE KYC-RPT-REC

           OPEN INPUT KYC-MASTER
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF ACCT-STATUS NOT = 'C'
                           ADD 1 TO WS-ACCTS-READ
                           PERFORM 3100-REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KYC-MASTER.

       3100-REVIEW-ONE-ACCOUNT.
           IF ACCT-CUST-NO = 0
               ADD 1 TO WS-UNLINKED
           ELSE
               MOVE 'N' TO WS-KYC-FOUND
               IF WS-KYC-STATUS = "00"
                   MOVE ACCT-CUST-NO TO KY-CUST-NO
                   MOVE 'Y' TO WS-KYC-FOUND
                   READ KYC-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-KYC-FOUND
                   END-READ
               END-IF
               IF WS-KYC-FOUND = 'N'
                   ADD 1 TO WS-NO-KYC
                   MOVE "NO KYC RECORD - REVIEW MANUALLY"
                       TO WS-DISPOSITION
                   PERFORM 3500-WRITE-ACCOUNT-LINE
               ELSE
                   PERFORM 2100-COMPUTE-DUE
                   PERFORM 3200-APPLY-DISPOSITION
               END-IF
           END-IF.

      *****************************************************
      * A dormant account freezes like an active one; on
      * release it comes back active and the next DORMANT
      * review decides afresh.
      *****************************************************
       3200-APPLY-DISPOSITION.
           EVALUATE TRUE
               WHEN WS-LAPSED = 'Y' AND ACCT-STATUS NOT = 'F'
                   MOVE 'F'    TO ACCT-STATUS
                   MOVE "KYC " TO ACCT-FRZ-REASON
                   REWRITE ACCOUNT-MASTER-REC
                   ADD 1 TO WS-FROZEN
                   MOVE "KYC-FRZ" TO WS-AUDIT-ACTION
                   PERFORM 3600-WRITE-AUDIT
                   MOVE "FROZEN - KYC LAPSED" TO WS-DISPOSITION
                   PERFORM 3500-WRITE-ACCOUNT-LINE
               WHEN WS-LAPSED = 'Y' AND ACCT-FRZ-REASON NOT = "KYC "
                   ADD 1 TO WS-OTHER-FROZEN
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "KYC LAPSED - ALREADY FROZEN "
                       ACCT-FRZ-REASON
                       INTO WS-DISPOSITION
                   END-STRING
                   PERFORM 3500-WRITE-ACCOUNT-LINE
               WHEN WS-LAPSED = 'N' AND ACCT-STATUS = 'F'
                   AND ACCT-FRZ-REASON = "KYC "
                   MOVE 'A'    TO ACCT-STATUS
                   MOVE SPACES TO ACCT-FRZ-REASON
                   REWRITE ACCOUNT-MASTER-REC
                   ADD 1 TO WS-RELEASED
                   MOVE "KYC-REL" TO WS-AUDIT-ACTION
                   PERFORM 3600-WRITE-AUDIT
                   MOVE "RELEASED - KYC RENEWED" TO WS-DISPOSITION
                   PERFORM 3500-WRITE-ACCOUNT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-WRITE-ACCOUNT-LINE.
           MOVE SPACES TO KYC-RPT-REC
           STRING
               ACCT-NO       "  "
               ACCT-CUST-NO  "  "
               ACCT-STATUS   "      "
               WS-DISPOSITION
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC.

       3600-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "KYCREV"        TO AL-PROGRAM
           MOVE WS-TIMESTAMP    TO AL-TIMESTAMP
           MOVE ACCT-NO         TO AL-KEY
           MOVE WS-AUDIT-ACTION TO AL-ACTION
           MOVE ZERO            TO AL-AMOUNT-1
           MOVE ACCT-BALANCE    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE    TO AL-AMOUNT-3
           MOVE "OK"            TO AL-STATUS
           STRING "CUST=" ACCT-CUST-NO " DUE=" WS-DUE-DATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       4000-WRITE-TOTALS.
           MOVE ALL "-" TO KYC-RPT-REC
           WRITE KYC-RPT-REC
           MOVE SPACES TO KYC-RPT-REC
           STRING "CUSTOMERS DUE: " WS-CUST-DUE
               "   LAPSED: " WS-CUST-LAPSED
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC
           MOVE SPACES TO KYC-RPT-REC
           STRING "ACCOUNTS REVIEWED: " WS-ACCTS-READ
               "   FROZEN: " WS-FROZEN
               "   RELEASED: " WS-RELEASED
               "   ALREADY FROZEN: " WS-OTHER-FROZEN
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC
           MOVE SPACES TO KYC-RPT-REC
           STRING "NO KYC RECORD: " WS-NO-KYC
               "   NOT LINKED TO A CUSTOMER: " WS-UNLINKED
               INTO KYC-RPT-REC
           END-STRING
           WRITE KYC-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = open accounts
      * reviewed, posted = freezes and releases applied,
      * rejected = accounts with no KYC record.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "KYCREV" TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "KYCREV" TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-ACCTS-READ TO RC-READ
           COMPUTE RC-POSTED = WS-FROZEN + WS-RELEASED
           MOVE WS-NO-KYC     TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
