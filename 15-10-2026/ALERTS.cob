       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTS.

      *****************************************************
      * Nightly customer alert and notice run. The events a
      * customer should hear about are already on the
      * night's reports:
      *
      *   cheque_returns.txt     cheque returned unpaid
      *   loan_arrears.txt       instalment not recovered
      *   dormancy_report.txt    account flagged dormant
      *   td_maturity_report.txt term deposit paid out
      *   penalty_report.txt     minimum-balance charge
      *
      * Each event is traced to its customer through
      * ACCT-CUST-NO and sorted by customer. A customer with
      * a CUST-PHONE gets one alert_extract.txt line per
      * event (see ALRTEXT) for the SMS gateway; one without
      * gets a single letter on alert_letters.txt listing
      * all of that night's events, addressed from the
      * customer master. An event already on the alert
      * history (see ALRTHIST) is never alerted twice.
      *
      * Only events dated from the last alert run's business
      * date (alert_control.txt) up to tonight's are taken,
      * so a report left over from an earlier run of its own
      * program raises nothing, while a night this run was
      * held is picked up the next. The first run takes
      * tonight's events only. alert_report.txt lists the
      * events that could not be traced to a customer and
      * totals the run.
      *
      * Pure batch, run by EODDRIVER after RECON. The
      * extract and letters are rebuilt every night for the
      * gateway and the mail room to collect.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ALERT-HISTORY ASSIGN TO "alert_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL CHQ-RETURNS
               ASSIGN TO "cheque_returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT OPTIONAL EMI-ARREARS
               ASSIGN TO "loan_arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT OPTIONAL DORMANCY-RPT
               ASSIGN TO "dormancy_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT OPTIONAL TD-MATURITY-RPT
               ASSIGN TO "td_maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT OPTIONAL PENALTY-RPT
               ASSIGN TO "penalty_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SORT-WORK ASSIGN TO "alerts.srt".
           SELECT ALERT-EXTRACT ASSIGN TO "alert_extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LETTERS ASSIGN TO "alert_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-RPT ASSIGN TO "alert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-CONTROL
               ASSIGN TO "alert_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.
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

       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD ALERT-HISTORY.
           COPY ALRTHIST.

      *****************************************************
      * CLEARING's return memo - every line is a returned
      * cheque.
      *****************************************************
       FD CHQ-RETURNS.
       01 CHQ-RETURNS-REC.
           05 CR-ACCT-NO       PIC 9(6).
           05 FILLER           PIC X.
           05 CR-CHQ-NO        PIC 9(6).
           05 FILLER           PIC X.
           05 CR-AMOUNT        PIC 9(6)V99.
           05 FILLER           PIC X.
           05 CR-BANK          PIC X(10).
           05 FILLER           PIC X.
           05 CR-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 CR-REASON        PIC X(4).
           05 FILLER           PIC X(8).

      *****************************************************
      * LOANEMI's arrears report: the heading carries the
      * date, an unrecovered instalment is the detail line
      * ending NOTIFY BORROWER.
      *****************************************************
       FD EMI-ARREARS.
       01 EMI-ARREARS-REC      PIC X(80).
       01 EA-HEADER-LINE.
           05 EA-HDR-TEXT      PIC X(16).
           05 EA-HDR-DATE      PIC 9(8).
           05 FILLER           PIC X(56).
       01 EA-DETAIL-LINE.
           05 EA-LOAN-NO       PIC 9(6).
           05 FILLER           PIC X(2).
           05 EA-ACCT-NO       PIC 9(6).
           05 FILLER           PIC X.
           05 EA-EMI-DUE       PIC 9(6)V99.
           05 FILLER           PIC X(2).
           05 EA-OUTSTANDING   PIC S9(7)V99.
           05 FILLER           PIC X(2).
           05 EA-RESULT        PIC X(4).
           05 EA-TAG           PIC X(18).
           05 FILLER           PIC X(22).

      *****************************************************
      * DORMANT's review: heading carries the run date, a
      * newly flagged account ends FLAGGED DORMANT.
      *****************************************************
       FD DORMANCY-RPT.
       01 DORMANCY-RPT-REC     PIC X(80).
       01 DR-HEADER-LINE.
           05 DR-HDR-TEXT      PIC X(16).
           05 DR-HDR-DATE      PIC 9(8).
           05 FILLER           PIC X(56).
       01 DR-DETAIL-LINE.
           05 DR-ACCT-NO       PIC 9(6).
           05 FILLER           PIC X.
           05 DR-TYPE          PIC X(4).
           05 FILLER           PIC X(2).
           05 DR-LAST-ACT      PIC 9(8).
           05 FILLER           PIC X(2).
           05 DR-BALANCE       PIC S9(7)V99.
           05 FILLER           PIC X(2).
           05 DR-TAG           PIC X(15).
           05 FILLER           PIC X(31).

      *****************************************************
      * TDMATUR's report: heading carries the date, a
      * deposit paid to its payout account ends PAID.
      *****************************************************
       FD TD-MATURITY-RPT.
       01 TD-MATURITY-RPT-REC  PIC X(80).
       01 TM-HEADER-LINE.
           05 TM-HDR-TEXT      PIC X(28).
           05 TM-HDR-DATE      PIC 9(8).
           05 FILLER           PIC X(44).
       01 TM-DETAIL-LINE.
           05 TM-TD-NO         PIC 9(6).
           05 FILLER           PIC X(2).
           05 TM-PAYOUT-ACCT   PIC 9(6).
           05 FILLER           PIC X.
           05 TM-PRINCIPAL     PIC 9(7)V99.
           05 FILLER           PIC X.
           05 TM-MAT-VALUE     PIC 9(8)V99.
           05 FILLER           PIC X(2).
           05 TM-TAG           PIC X(4).
           05 FILLER           PIC X(39).

       FD PENALTY-RPT.
           COPY AUDITLOG.

      *****************************************************
      * One event, traced to its customer, message built.
      *****************************************************
       SD SORT-WORK.
       01 SA-REC.
           05 SA-CUST-NO       PIC 9(6).
           05 SA-EVENT         PIC X(4).
           05 SA-ACCT-NO       PIC 9(6).
           05 SA-REF           PIC X(16).
           05 SA-EVENT-DATE    PIC 9(8).
           05 SA-MESSAGE       PIC X(120).

       FD ALERT-EXTRACT.
           COPY ALRTEXT.

       FD ALERT-LETTERS.
       01 ALERT-LETTERS-REC    PIC X(80).

       FD ALERT-RPT.
       01 ALERT-RPT-REC        PIC X(132).

       FD ALERT-CONTROL.
       01 ALERT-CONTROL-REC.
           05 AC-LAST-DATE     PIC 9(8).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-HIST-STATUS   PIC XX VALUE SPACES.
       01 WS-SRC-STATUS    PIC XX VALUE SPACES.
       01 WS-ACTL-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-FILE-EOF      PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
       01 WS-CUST-OPEN     PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * The event window: from the last run's business date
      * (inclusive - the alert history takes out what that
      * run already sent) to tonight's.
      *****************************************************
       01 WS-FROM-DATE     PIC 9(8) VALUE 0.
       01 WS-RPT-DATE      PIC 9(8) VALUE 0.

      *****************************************************
      * The event being collected, before it is traced to
      * its customer and released to the sort.
      *****************************************************
       01 WS-EV-EVENT      PIC X(4) VALUE SPACES.
       01 WS-EV-ACCT-NO    PIC 9(6) VALUE 0.
       01 WS-EV-REF        PIC X(16) VALUE SPACES.
       01 WS-EV-DATE       PIC 9(8) VALUE 0.
       01 WS-EV-MESSAGE    PIC X(120) VALUE SPACES.
       01 WS-EV-DESC       PIC X(40) VALUE SPACES.
       01 WS-REASON-TEXT   PIC X(24) VALUE SPACES.
       01 WS-DISP-AMT      PIC Z(7)9.99.
       01 WS-ALERT-CHANNEL PIC X(6) VALUE SPACES.

      *****************************************************
      * The letter being built - one per customer without a
      * phone, all that customer's events on it.
      *****************************************************
       01 WS-LTR-OPEN      PIC X VALUE 'N'.
       01 WS-LTR-CUST-NO   PIC 9(6) VALUE 0.
       01 WS-LTR-ITEM      PIC 99 VALUE 0.

       01 WS-CNT-CHQR      PIC 9(6) VALUE 0.
       01 WS-CNT-EMIB      PIC 9(6) VALUE 0.
       01 WS-CNT-DORM      PIC 9(6) VALUE 0.
       01 WS-CNT-TDMT      PIC 9(6) VALUE 0.
       01 WS-CNT-PNLT      PIC 9(6) VALUE 0.
       01 WS-CNT-SMS       PIC 9(6) VALUE 0.
       01 WS-CNT-LETTERS   PIC 9(6) VALUE 0.
       01 WS-CNT-LTR-ITEMS PIC 9(6) VALUE 0.
       01 WS-CNT-REPEAT    PIC 9(6) VALUE 0.
       01 WS-CNT-NO-ACCT   PIC 9(6) VALUE 0.
       01 WS-CNT-NO-CUST   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1100-LOAD-ALERT-CONTROL
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-WRITE-RPT-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SA-CUST-NO SA-EVENT SA-EVENT-DATE
                   SA-ACCT-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-COLLECT-EVENTS
               OUTPUT PROCEDURE IS 3000-ISSUE-ALERTS

           PERFORM 4000-WRITE-RPT-TOTALS
           PERFORM 5000-SAVE-ALERT-CONTROL
           PERFORM 8100-WRITE-RUN-END
           CLOSE ACCOUNT-MASTER ALERT-HISTORY
               ALERT-EXTRACT ALERT-LETTERS ALERT-RPT
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY "ALERTS: " WS-CNT-SMS " SMS, " WS-CNT-LETTERS
               " LETTER(S), " WS-CNT-REPEAT " REPEAT(S) SUPPRESSED"
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

       1100-LOAD-ALERT-CONTROL.
           MOVE WS-BUS-DATE TO WS-FROM-DATE
           OPEN INPUT ALERT-CONTROL
           IF WS-ACTL-STATUS = "00"
               READ ALERT-CONTROL
                   NOT AT END
                       IF AC-LAST-DATE IS NUMERIC
                           AND AC-LAST-DATE > 0
                           AND AC-LAST-DATE < WS-BUS-DATE
                           MOVE AC-LAST-DATE TO WS-FROM-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE ALERT-CONTROL.

       5000-SAVE-ALERT-CONTROL.
           OPEN OUTPUT ALERT-CONTROL
           MOVE WS-BUS-DATE TO AC-LAST-DATE
           WRITE ALERT-CONTROL-REC
           CLOSE ALERT-CONTROL.

      *****************************************************
      * The account master is the only way from an event to
      * its customer - stop hard if it will not open. No
      * customer master means every event is reported as
      * untraceable rather than the run stopping.
      *****************************************************
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ALERTS: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               CLOSE CUSTOMER-MASTER
           END-IF

           OPEN I-O ALERT-HISTORY
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT ALERT-HISTORY
               CLOSE ALERT-HISTORY
               OPEN I-O ALERT-HISTORY
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ALERTS: alert_history.dat OPEN FAILED - "
                   "STATUS " WS-HIST-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALERT-EXTRACT
           OPEN OUTPUT ALERT-LETTERS
           OPEN OUTPUT ALERT-RPT.

       1200-WRITE-RPT-HEADER.
           MOVE SPACES TO ALERT-RPT-REC
           STRING "CUSTOMER ALERTS FOR " WS-BUS-DATE
               " - EVENTS DATED " WS-FROM-DATE " TO " WS-BUS-DATE
               INTO ALERT-RPT-REC
           END-STRING
           WRITE ALERT-RPT-REC
           MOVE "EVENT ACCT-NO REFERENCE        PROBLEM"
               TO ALERT-RPT-REC
           WRITE ALERT-RPT-REC
           MOVE ALL "-" TO ALERT-RPT-REC
           WRITE ALERT-RPT-REC.

      *****************************************************
      * Input procedure: every source in turn. A source that
      * is not there tonight simply contributes nothing.
      *****************************************************
       2000-COLLECT-EVENTS.
           PERFORM 2100-COLLECT-CHQ-RETURNS
           PERFORM 2200-COLLECT-EMI-ARREARS
           PERFORM 2300-COLLECT-DORMANCY
           PERFORM 2400-COLLECT-TD-MATURITY
           PERFORM 2500-COLLECT-PENALTIES.

       2100-COLLECT-CHQ-RETURNS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CHQ-RETURNS
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CHQ-RETURNS
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF CR-ACCT-NO IS NUMERIC
                               AND CR-DATE IS NUMERIC
                               AND CR-DATE NOT < WS-FROM-DATE
                               AND CR-DATE NOT > WS-BUS-DATE
                               AND CR-REASON NOT = "NOTF"
                               PERFORM 2110-BUILD-CHQ-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CHQ-RETURNS.

       2110-BUILD-CHQ-EVENT.
           EVALUATE CR-REASON
               WHEN "MINB"
               WHEN "OVFL"
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               WHEN "STOP"
                   MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
               WHEN "FRZN"
                   MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
               WHEN "DORM"
                   MOVE "ACCOUNT DORMANT" TO WS-REASON-TEXT
               WHEN "CLSD"
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN "AMTE"
                   MOVE "AMOUNT IN ERROR" TO WS-REASON-TEXT
               WHEN "NISS"
                   MOVE "CHEQUE NOT ISSUED" TO WS-REASON-TEXT
               WHEN "DUPL"
                   MOVE "CHEQUE ALREADY PAID" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE CR-REASON TO WS-REASON-TEXT
           END-EVALUATE
           MOVE "CHQR" TO WS-EV-EVENT
           MOVE CR-ACCT-NO TO WS-EV-ACCT-NO
           MOVE SPACES TO WS-EV-REF
           STRING CR-CHQ-NO CR-DATE DELIMITED BY SIZE
               INTO WS-EV-REF
           MOVE CR-DATE TO WS-EV-DATE
           MOVE CR-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-EV-MESSAGE
           STRING "CHEQUE " CR-CHQ-NO " FOR RS "
               FUNCTION TRIM(WS-DISP-AMT) " ON A/C " CR-ACCT-NO
               " RETURNED UNPAID ON " CR-DATE " - "
               FUNCTION TRIM(WS-REASON-TEXT)
               DELIMITED BY SIZE INTO WS-EV-MESSAGE
           MOVE "CHEQUE RETURNED" TO WS-EV-DESC
           PERFORM 2900-TRACE-AND-RELEASE.

       2200-COLLECT-EMI-ARREARS.
           MOVE 'N' TO WS-FILE-EOF
           MOVE ZERO TO WS-RPT-DATE
           OPEN INPUT EMI-ARREARS
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ EMI-ARREARS
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 2210-EXAMINE-ARREARS-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMI-ARREARS.

       2210-EXAMINE-ARREARS-LINE.
           IF EA-HDR-TEXT = "EMI ARREARS FOR "
               AND EA-HDR-DATE IS NUMERIC
               MOVE EA-HDR-DATE TO WS-RPT-DATE
           END-IF
           IF EA-TAG = " - NOTIFY BORROWER"
               AND EA-ACCT-NO IS NUMERIC
               AND WS-RPT-DATE NOT < WS-FROM-DATE
               AND WS-RPT-DATE NOT > WS-BUS-DATE
               MOVE "EMIB" TO WS-EV-EVENT
               MOVE EA-ACCT-NO TO WS-EV-ACCT-NO
               MOVE SPACES TO WS-EV-REF
               STRING EA-LOAN-NO WS-RPT-DATE DELIMITED BY SIZE
                   INTO WS-EV-REF
               MOVE WS-RPT-DATE TO WS-EV-DATE
               MOVE EA-EMI-DUE TO WS-DISP-AMT
               MOVE SPACES TO WS-EV-MESSAGE
               STRING "LOAN " EA-LOAN-NO " INSTALMENT OF RS "
                   FUNCTION TRIM(WS-DISP-AMT)
                   " NOT RECOVERED FROM A/C " EA-ACCT-NO
                   " ON " WS-RPT-DATE
                   " - PLEASE FUND IT TO AVOID PENAL CHARGES"
                   DELIMITED BY SIZE INTO WS-EV-MESSAGE
               MOVE "INSTALMENT NOT RECOVERED" TO WS-EV-DESC
               PERFORM 2900-TRACE-AND-RELEASE
           END-IF.

       2300-COLLECT-DORMANCY.
           MOVE 'N' TO WS-FILE-EOF
           MOVE ZERO TO WS-RPT-DATE
           OPEN INPUT DORMANCY-RPT
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ DORMANCY-RPT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 2310-EXAMINE-DORMANCY-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DORMANCY-RPT.

       2310-EXAMINE-DORMANCY-LINE.
           IF DR-HDR-TEXT = "DORMANCY REVIEW "
               AND DR-HDR-DATE IS NUMERIC
               MOVE DR-HDR-DATE TO WS-RPT-DATE
           END-IF
           IF DR-TAG = "FLAGGED DORMANT"
               AND DR-ACCT-NO IS NUMERIC
               AND WS-RPT-DATE NOT < WS-FROM-DATE
               AND WS-RPT-DATE NOT > WS-BUS-DATE
               MOVE "DORM" TO WS-EV-EVENT
               MOVE DR-ACCT-NO TO WS-EV-ACCT-NO
               MOVE DR-LAST-ACT TO WS-EV-REF
               MOVE WS-RPT-DATE TO WS-EV-DATE
               MOVE SPACES TO WS-EV-MESSAGE
               STRING "A/C " DR-ACCT-NO " MARKED DORMANT - "
                   "NO ACTIVITY SINCE " DR-LAST-ACT
                   ". VISIT YOUR BRANCH WITH PROOF OF "
                   "IDENTITY TO REACTIVATE IT"
                   DELIMITED BY SIZE INTO WS-EV-MESSAGE
               MOVE "ACCOUNT FLAGGED DORMANT" TO WS-EV-DESC
               PERFORM 2900-TRACE-AND-RELEASE
           END-IF.

       2400-COLLECT-TD-MATURITY.
           MOVE 'N' TO WS-FILE-EOF
           MOVE ZERO TO WS-RPT-DATE
           OPEN INPUT TD-MATURITY-RPT
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ TD-MATURITY-RPT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 2410-EXAMINE-MATURITY-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TD-MATURITY-RPT.

       2410-EXAMINE-MATURITY-LINE.
           IF TM-HDR-TEXT = "TERM-DEPOSIT MATURITIES FOR "
               AND TM-HDR-DATE IS NUMERIC
               MOVE TM-HDR-DATE TO WS-RPT-DATE
           END-IF
           IF TM-TAG = "PAID"
               AND TM-PAYOUT-ACCT IS NUMERIC
               AND WS-RPT-DATE NOT < WS-FROM-DATE
               AND WS-RPT-DATE NOT > WS-BUS-DATE
               MOVE "TDMT" TO WS-EV-EVENT
               MOVE TM-PAYOUT-ACCT TO WS-EV-ACCT-NO
               MOVE TM-TD-NO TO WS-EV-REF
               MOVE WS-RPT-DATE TO WS-EV-DATE
               MOVE TM-MAT-VALUE TO WS-DISP-AMT
               MOVE SPACES TO WS-EV-MESSAGE
               STRING "TERM DEPOSIT " TM-TD-NO " HAS MATURED - RS "
                   FUNCTION TRIM(WS-DISP-AMT) " CREDITED TO A/C "
                   TM-PAYOUT-ACCT " ON " WS-RPT-DATE
                   DELIMITED BY SIZE INTO WS-EV-MESSAGE
               MOVE "TERM DEPOSIT MATURED" TO WS-EV-DESC
               PERFORM 2900-TRACE-AND-RELEASE
           END-IF.

      *****************************************************
      * penalty_report.txt is MINBAL's audit log, not a
      * nightly report - its entries carry their own date.
      *****************************************************
       2500-COLLECT-PENALTIES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PENALTY-RPT
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENALTY-RPT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF AL-ACTION = "PENALTY"
                               AND AL-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                               AND AL-TIMESTAMP(1:8) NOT > WS-BUS-DATE
                               PERFORM 2510-BUILD-PENALTY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENALTY-RPT.

       2510-BUILD-PENALTY-EVENT.
           MOVE "PNLT" TO WS-EV-EVENT
           MOVE AL-KEY TO WS-EV-ACCT-NO
           MOVE AL-TIMESTAMP TO WS-EV-REF
           MOVE AL-TIMESTAMP(1:8) TO WS-EV-DATE
           MOVE AL-AMOUNT-2 TO WS-DISP-AMT
           MOVE SPACES TO WS-EV-MESSAGE
           STRING "MINIMUM BALANCE CHARGE OF RS "
               FUNCTION TRIM(WS-DISP-AMT) " DEBITED TO A/C "
               WS-EV-ACCT-NO " ON " WS-EV-DATE
               " - BALANCE FELL BELOW THE REQUIRED MINIMUM"
               DELIMITED BY SIZE INTO WS-EV-MESSAGE
           MOVE "MINIMUM BALANCE CHARGE" TO WS-EV-DESC
           PERFORM 2900-TRACE-AND-RELEASE.

      *****************************************************
      * An event on an account the master does not hold, or
      * on one with no customer linked, cannot reach anyone
      * - it goes on the exception list instead.
      *****************************************************
       2900-TRACE-AND-RELEASE.
           ADD 1 TO WS-RUN-READ
           EVALUATE WS-EV-EVENT
               WHEN "CHQR"
                   ADD 1 TO WS-CNT-CHQR
               WHEN "EMIB"
                   ADD 1 TO WS-CNT-EMIB
               WHEN "DORM"
                   ADD 1 TO WS-CNT-DORM
               WHEN "TDMT"
                   ADD 1 TO WS-CNT-TDMT
               WHEN "PNLT"
                   ADD 1 TO WS-CNT-PNLT
           END-EVALUATE
           MOVE WS-EV-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-CNT-NO-ACCT
                   ADD 1 TO WS-RUN-REJ
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REASON-TEXT
                   PERFORM 2950-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF ACCT-CUST-NO = 0
                       ADD 1 TO WS-CNT-NO-CUST
                       ADD 1 TO WS-RUN-REJ
                       MOVE "NO CUSTOMER ON ACCOUNT" TO WS-REASON-TEXT
                       PERFORM 2950-WRITE-EXCEPTION
                   ELSE
                       MOVE ACCT-CUST-NO  TO SA-CUST-NO
                       MOVE WS-EV-EVENT   TO SA-EVENT
                       MOVE WS-EV-ACCT-NO TO SA-ACCT-NO
                       MOVE WS-EV-REF     TO SA-REF
                       MOVE WS-EV-DATE    TO SA-EVENT-DATE
                       MOVE WS-EV-MESSAGE TO SA-MESSAGE
                       RELEASE SA-REC
                   END-IF
           END-READ.

       2950-WRITE-EXCEPTION.
           MOVE SPACES TO ALERT-RPT-REC
           STRING WS-EV-EVENT "  " WS-EV-ACCT-NO " " WS-EV-REF " "
               FUNCTION TRIM(WS-REASON-TEXT) " - "
               FUNCTION TRIM(WS-EV-DESC) " NOT ALERTED"
               DELIMITED BY SIZE INTO ALERT-RPT-REC
           END-STRING
           WRITE ALERT-RPT-REC.

      *****************************************************
      * Output procedure: events arrive grouped by customer.
      * Each is checked against the history, sent by SMS or
      * put on the customer's letter, then recorded so it is
      * never sent again.
      *****************************************************
       3000-ISSUE-ALERTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3100-ISSUE-ONE-ALERT
               END-RETURN
           END-PERFORM
           IF WS-LTR-OPEN = 'Y'
               PERFORM 3400-CLOSE-LETTER
           END-IF.

       3100-ISSUE-ONE-ALERT.
           MOVE SA-EVENT   TO AH-EVENT
           MOVE SA-ACCT-NO TO AH-ACCT-NO
           MOVE SA-REF     TO AH-REF
           READ ALERT-HISTORY
               INVALID KEY
                   PERFORM 3150-FIND-CUSTOMER
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-REPEAT
           END-READ.

       3150-FIND-CUSTOMER.
           MOVE "99" TO WS-CUST-STATUS
           IF WS-CUST-OPEN = 'Y'
               MOVE SA-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CUST-STATUS
               END-READ
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               ADD 1 TO WS-CNT-NO-CUST
               ADD 1 TO WS-RUN-REJ
               MOVE SA-EVENT   TO WS-EV-EVENT
               MOVE SA-ACCT-NO TO WS-EV-ACCT-NO
               MOVE SA-REF     TO WS-EV-REF
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON-TEXT
               MOVE "ALERT" TO WS-EV-DESC
               PERFORM 2950-WRITE-EXCEPTION
           ELSE
               IF CUST-PHONE NOT = SPACES
                   PERFORM 3200-WRITE-SMS
               ELSE
                   PERFORM 3300-ADD-TO-LETTER
               END-IF
               PERFORM 3500-RECORD-HISTORY
           END-IF.

       3200-WRITE-SMS.
           MOVE SPACES TO ALERT-EXTRACT-REC
           MOVE SA-CUST-NO    TO AE-CUST-NO
           MOVE CUST-PHONE    TO AE-PHONE
           MOVE SA-EVENT      TO AE-EVENT
           MOVE SA-ACCT-NO    TO AE-ACCT-NO
           MOVE SA-EVENT-DATE TO AE-EVENT-DATE
           MOVE SA-MESSAGE    TO AE-MESSAGE
           WRITE ALERT-EXTRACT-REC
           ADD 1 TO WS-CNT-SMS
           ADD 1 TO WS-RUN-POSTED
           MOVE "SMS" TO WS-ALERT-CHANNEL.

      *****************************************************
      * A new customer closes the last letter and opens the
      * next with the name and address block; each event is
      * a numbered paragraph on it.
      *****************************************************
       3300-ADD-TO-LETTER.
           IF WS-LTR-OPEN = 'Y' AND WS-LTR-CUST-NO NOT = SA-CUST-NO
               PERFORM 3400-CLOSE-LETTER
           END-IF
           IF WS-LTR-OPEN = 'N'
               PERFORM 3350-OPEN-LETTER
           END-IF
           ADD 1 TO WS-LTR-ITEM
           MOVE SPACES TO ALERT-LETTERS-REC
           STRING "  " WS-LTR-ITEM ". " SA-MESSAGE(1:70)
               DELIMITED BY SIZE INTO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           IF SA-MESSAGE(71:50) NOT = SPACES
               MOVE SPACES TO ALERT-LETTERS-REC
               STRING "      " SA-MESSAGE(71:50)
                   DELIMITED BY SIZE INTO ALERT-LETTERS-REC
               WRITE ALERT-LETTERS-REC
           END-IF
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           ADD 1 TO WS-CNT-LTR-ITEMS
           ADD 1 TO WS-RUN-POSTED
           MOVE "LETTER" TO WS-ALERT-CHANNEL.

       3350-OPEN-LETTER.
           MOVE 'Y' TO WS-LTR-OPEN
           MOVE SA-CUST-NO TO WS-LTR-CUST-NO
           MOVE 0 TO WS-LTR-ITEM
           ADD 1 TO WS-CNT-LETTERS
           MOVE ALL "=" TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           STRING "CUSTOMER " CUST-NO
               "                                      DATE "
               WS-BUS-DATE
               DELIMITED BY SIZE INTO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE CUST-NAME TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE CUST-ADDR-1 TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE CUST-ADDR-2 TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           STRING "DEAR " FUNCTION TRIM(CUST-NAME) ","
               DELIMITED BY SIZE INTO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE "WE WRITE TO LET YOU KNOW OF THE FOLLOWING ON YOUR "
               & "ACCOUNTS WITH US:" TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC.

       3400-CLOSE-LETTER.
           MOVE "PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS "
               & "ABOUT THIS NOTICE." TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE "YOURS FAITHFULLY," TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE SPACES TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE "BRANCH MANAGER" TO ALERT-LETTERS-REC
           WRITE ALERT-LETTERS-REC
           MOVE 'N' TO WS-LTR-OPEN.

       3500-RECORD-HISTORY.
           MOVE SA-EVENT         TO AH-EVENT
           MOVE SA-ACCT-NO       TO AH-ACCT-NO
           MOVE SA-REF           TO AH-REF
           MOVE SA-CUST-NO       TO AH-CUST-NO
           MOVE WS-BUS-DATE      TO AH-SENT-DATE
           MOVE WS-ALERT-CHANNEL TO AH-CHANNEL
           WRITE ALERT-HISTORY-REC
               INVALID KEY
                   DISPLAY "ALERTS: HISTORY ALREADY HOLDS " AH-KEY
           END-WRITE.

       4000-WRITE-RPT-TOTALS.
           MOVE ALL "-" TO ALERT-RPT-REC
           WRITE ALERT-RPT-REC
           MOVE SPACES TO ALERT-RPT-REC
           STRING "EVENTS - CHEQUES RETURNED: " WS-CNT-CHQR
               "  INSTALMENTS: " WS-CNT-EMIB
               "  DORMANT: " WS-CNT-DORM
               "  DEPOSITS MATURED: " WS-CNT-TDMT
               "  MIN-BAL CHARGES: " WS-CNT-PNLT
               INTO ALERT-RPT-REC
           END-STRING
           WRITE ALERT-RPT-REC
           MOVE SPACES TO ALERT-RPT-REC
           STRING "SMS ALERTS: " WS-CNT-SMS
               "  LETTERS: " WS-CNT-LETTERS
               " (" WS-CNT-LTR-ITEMS " EVENTS)"
               "  REPEATS SUPPRESSED: " WS-CNT-REPEAT
               INTO ALERT-RPT-REC
           END-STRING
           WRITE ALERT-RPT-REC
           MOVE SPACES TO ALERT-RPT-REC
           STRING "NOT ALERTED - ACCOUNT NOT ON MASTER: "
               WS-CNT-NO-ACCT
               "  NO CUSTOMER: " WS-CNT-NO-CUST
               INTO ALERT-RPT-REC
           END-STRING
           WRITE ALERT-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = events in the
      * window, posted = alerts issued (SMS lines and letter
      * items), rejected = events that reached no customer.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ALERTS  " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ALERTS  " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
