       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSCHD.

      *****************************************************
      * Loan amortization schedule and interest certificate
      * print - the two documents borrowers ask the branch
      * for. loan_schedule_req.txt carries one request per
      * record: a type and a LN-NO (and, for a certificate,
      * optionally the financial year).
      *
      *   S - the full amortization table for the loan on
      *       loan_schedule.txt: every instalment from the
      *       first due date after disbursement (after the
      *       business date for a loan not yet disbursed)
      *       with its due date, EMI, interest part,
      *       principal part, and closing balance, worked
      *       from LN-PRINCIPAL with exactly the reducing-
      *       balance split LOANEMI collects under.
      *   C - the interest certificate on loan_int_cert.txt:
      *       interest and principal repaid in the financial
      *       year from the figures LOANEMI keeps on the loan
      *       record. The year defaults from the business
      *       date (April-March) - the TDSCERT rule - and
      *       the request may name the year just closed.
      *
      * Both documents carry the borrower's name and address
      * from the customer master. Requests naming a loan not
      * on file, a loan whose EMI terms cannot amortize it,
      * or a year the loan record no longer holds are
      * refused on the print with the reason.
      *
      * Everything opens INPUT, so the run is safe at any
      * hour (the ENQUIRY posture) and takes no run-lock.
      * The request file is consumed once answered.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHED-REQ
               ASSIGN TO "loan_schedule_req.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NO
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SCHED-PRINT ASSIGN TO "loan_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-PRINT ASSIGN TO "loan_int_cert.txt"
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
       FD SCHED-REQ.
       01 SCHED-REQ-REC.
           05 SQ-TYPE          PIC X.
           05 SQ-LN-NO         PIC 9(6).
           05 SQ-FY            PIC 9(4).

       FD LOAN-MASTER.
           COPY LOANMAST.

       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD SCHED-PRINT.
       01 SCHED-PRINT-REC PIC X(100).

       FD CERT-PRINT.
       01 CERT-PRINT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-LOAN-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-OPEN     PIC X VALUE 'N'.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-BUS-FY        PIC 9(4) VALUE 0.
       01 WS-REQ-EOF       PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-SCHED-COUNT   PIC 9(6) VALUE 0.
       01 WS-CERT-COUNT    PIC 9(6) VALUE 0.
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.

      *****************************************************
      * One projected instalment, worked the LOANEMI way:
      * interest on the reducing balance first, the rest of
      * the EMI to principal, the final instalment sized to
      * close the loan exactly.
      *****************************************************
       01 WS-SC-NO         PIC 9(4) VALUE 0.
       01 WS-SC-MAX        PIC 9(4) VALUE 600.
       01 WS-SC-BAL        PIC S9(7)V99 VALUE 0.
       01 WS-SC-EMI        PIC 9(6)V99 VALUE 0.
       01 WS-SC-INT        PIC 9(6)V99 VALUE 0.
       01 WS-SC-PRIN       PIC 9(6)V99 VALUE 0.
       01 WS-SC-TOT-PAID   PIC 9(9)V99 VALUE 0.
       01 WS-SC-TOT-INT    PIC 9(9)V99 VALUE 0.

      *****************************************************
      * Due-date walk: year and month step forward one
      * instalment at a time; the day is LN-EMI-DAY, held
      * back to the month's last day in a short month.
      *****************************************************
       01 WS-START-DATE    PIC 9(8) VALUE 0.
       01 WS-DUE-DATE      PIC 9(8) VALUE 0.
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR      PIC 9(4).
           05 WS-DUE-MONTH     PIC 99.
           05 WS-DUE-DAY       PIC 99.
       01 WS-MONTH-DAYS-TBL    PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS    PIC 99 OCCURS 12 TIMES.
       01 WS-LAST-DAY      PIC 99 VALUE 0.

      *****************************************************
      * Certificate year and the figures that belong to it.
      *****************************************************
       01 WS-CERT-FY       PIC 9(4) VALUE 0.
       01 WS-CERT-FY-END   PIC 9(4) VALUE 0.
       01 WS-CERT-INT      PIC S9(7)V99 VALUE 0.
       01 WS-CERT-PRIN     PIC S9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-FY
           IF WS-BUS-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-BUS-FY
           END-IF

           OPEN INPUT SCHED-REQ
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "LOANSCHD: loan_schedule_req.txt NOT "
                   "STAGED - NOTHING TO PRINT"
               CLOSE SCHED-REQ
               GOBACK
           END-IF

           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ SCHED-REQ
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       PERFORM 2000-ANSWER-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE SCHED-REQ LOAN-MASTER SCHED-PRINT CERT-PRINT
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM 8100-WRITE-RUN-END
           PERFORM 6100-CONSUME-REQ-FILE
           DISPLAY "LOANSCHD: " WS-SCHED-COUNT " SCHEDULE(S), "
               WS-CERT-COUNT " CERTIFICATE(S), " WS-RUN-REJ
               " REFUSED"
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LOANSCHD: loan_master.dat OPEN FAILED"
                   " - STATUS " WS-LOAN-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               CLOSE CUSTOMER-MASTER
               DISPLAY "LOANSCHD: customer_master.dat NOT ON "
                   "FILE - NAMES AND ADDRESSES UNAVAILABLE"
           END-IF

           OPEN OUTPUT SCHED-PRINT CERT-PRINT
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "LOAN AMORTIZATION SCHEDULES (PRINTED "
               WS-BUS-DATE ")"
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           MOVE ALL "=" TO SCHED-PRINT-REC
           WRITE SCHED-PRINT-REC
           MOVE SPACES TO CERT-PRINT-REC
           STRING "LOAN INTEREST CERTIFICATES (PRINTED "
               WS-BUS-DATE ")"
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           MOVE ALL "=" TO CERT-PRINT-REC
           WRITE CERT-PRINT-REC.

       6100-CONSUME-REQ-FILE.
           OPEN OUTPUT SCHED-REQ
           CLOSE SCHED-REQ.

       2000-ANSWER-ONE-REQUEST.
           ADD 1 TO WS-RUN-READ
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SQ-LN-NO TO LN-NO
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LOAN NOT ON FILE" TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON = SPACES
               EVALUATE SQ-TYPE
                   WHEN 'S'
                       PERFORM 3000-PRINT-SCHEDULE
                   WHEN 'C'
                       PERFORM 4000-PRINT-CERTIFICATE
                   WHEN OTHER
                       MOVE "UNKNOWN REQUEST TYPE"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
               PERFORM 2900-WRITE-REFUSAL
           END-IF.

      *****************************************************
      * A refused request is noted on the print it asked
      * for, so the counter sees why nothing came out.
      *****************************************************
       2900-WRITE-REFUSAL.
           IF SQ-TYPE = 'C'
               MOVE SPACES TO CERT-PRINT-REC
               WRITE CERT-PRINT-REC
               STRING "LOAN " SQ-LN-NO " *** CERTIFICATE REFUSED"
                   " - " WS-REFUSE-REASON
                   INTO CERT-PRINT-REC
               END-STRING
               WRITE CERT-PRINT-REC
           ELSE
               MOVE SPACES TO SCHED-PRINT-REC
               WRITE SCHED-PRINT-REC
               STRING "LOAN " SQ-LN-NO " *** SCHEDULE REFUSED"
                   " - " WS-REFUSE-REASON
                   INTO SCHED-PRINT-REC
               END-STRING
               WRITE SCHED-PRINT-REC
           END-IF
           DISPLAY "LOANSCHD: LOAN " SQ-LN-NO " REFUSED - "
               WS-REFUSE-REASON.

      *****************************************************
      * A loan with no EMI or no valid EMI day could never
      * be collected - refuse rather than print nonsense.
      *****************************************************
       3000-PRINT-SCHEDULE.
           IF LN-EMI-AMOUNT = 0
               MOVE "NO EMI SET ON THE LOAN" TO WS-REFUSE-REASON
           END-IF
           IF LN-EMI-DAY = 0 OR LN-EMI-DAY > 31
               MOVE "NO VALID EMI DAY ON THE LOAN"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-SCHED-COUNT
               PERFORM 3100-WRITE-SCHEDULE-HEADER
               PERFORM 3200-SET-FIRST-DUE-DATE
               MOVE LN-PRINCIPAL TO WS-SC-BAL
               MOVE ZERO TO WS-SC-NO WS-SC-TOT-PAID WS-SC-TOT-INT
               PERFORM 3300-PRINT-ONE-INSTALMENT
                   UNTIL WS-SC-BAL = 0 OR WS-SC-NO >= WS-SC-MAX
               PERFORM 3900-WRITE-SCHEDULE-TOTALS
           END-IF.

       3100-WRITE-SCHEDULE-HEADER.
           MOVE SPACES TO SCHED-PRINT-REC
           WRITE SCHED-PRINT-REC
           STRING "AMORTIZATION SCHEDULE - LOAN " LN-NO
               "  STATUS " LN-STATUS
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           PERFORM 5000-BORROWER-LINE
           MOVE CERT-PRINT-REC TO SCHED-PRINT-REC
           WRITE SCHED-PRINT-REC
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "  ACCOUNT " LN-ACCT-NO
               "  PRINCIPAL " LN-PRINCIPAL
               "  ANNUAL RATE " LN-RATE
               "  EMI " LN-EMI-AMOUNT
               "  EMI DAY " LN-EMI-DAY
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "  DISBURSED " LN-DISB-DATE
               "  OUTSTANDING " LN-OUTSTANDING
               "  INTEREST PAID TO DATE " LN-INT-PAID
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "  NO.  DUE DATE  INSTALMENT  INTEREST   "
               "PRINCIPAL    CLOSING BALANCE"
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           MOVE ALL "-" TO SCHED-PRINT-REC
           WRITE SCHED-PRINT-REC.

      *****************************************************
      * The first instalment falls on the first EMI day
      * AFTER disbursement - the day LOANEMI first matches.
      * An undisbursed loan is projected from today.
      *****************************************************
       3200-SET-FIRST-DUE-DATE.
           IF LN-DISB-DATE > 0
               MOVE LN-DISB-DATE TO WS-START-DATE
           ELSE
               MOVE WS-BUS-DATE TO WS-START-DATE
           END-IF
           MOVE WS-START-DATE TO WS-DUE-DATE
           IF WS-DUE-DAY NOT < LN-EMI-DAY
               PERFORM 3250-STEP-ONE-MONTH
           ELSE
               PERFORM 3260-SET-DUE-DAY
           END-IF.

       3250-STEP-ONE-MONTH.
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           PERFORM 3260-SET-DUE-DAY.

       3260-SET-DUE-DAY.
           MOVE WS-MONTH-DAYS(WS-DUE-MONTH) TO WS-LAST-DAY
           IF WS-DUE-MONTH = 2
               IF FUNCTION MOD(WS-DUE-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0
                     OR FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF
           IF LN-EMI-DAY > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-DUE-DAY
           ELSE
               MOVE LN-EMI-DAY TO WS-DUE-DAY
           END-IF.

      *****************************************************
      * The LOANEMI split, instalment by instalment.
      *****************************************************
       3300-PRINT-ONE-INSTALMENT.
           ADD 1 TO WS-SC-NO
           COMPUTE WS-SC-INT ROUNDED =
               WS-SC-BAL * LN-RATE / 12
           IF WS-SC-BAL + WS-SC-INT NOT > LN-EMI-AMOUNT
               COMPUTE WS-SC-EMI = WS-SC-BAL + WS-SC-INT
               MOVE WS-SC-BAL TO WS-SC-PRIN
           ELSE
               MOVE LN-EMI-AMOUNT TO WS-SC-EMI
               IF WS-SC-INT > WS-SC-EMI
                   MOVE WS-SC-EMI TO WS-SC-INT
               END-IF
               COMPUTE WS-SC-PRIN = WS-SC-EMI - WS-SC-INT
           END-IF
           SUBTRACT WS-SC-PRIN FROM WS-SC-BAL
           ADD WS-SC-EMI TO WS-SC-TOT-PAID
           ADD WS-SC-INT TO WS-SC-TOT-INT
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "  " WS-SC-NO " "
               WS-DUE-DATE " "
               WS-SC-EMI "   "
               WS-SC-INT "  "
               WS-SC-PRIN "  "
               WS-SC-BAL
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           PERFORM 3250-STEP-ONE-MONTH.

       3900-WRITE-SCHEDULE-TOTALS.
           MOVE ALL "-" TO SCHED-PRINT-REC
           WRITE SCHED-PRINT-REC
           MOVE SPACES TO SCHED-PRINT-REC
           STRING "  INSTALMENTS: " WS-SC-NO
               "  TOTAL REPAYABLE: " WS-SC-TOT-PAID
               "  TOTAL INTEREST: " WS-SC-TOT-INT
               INTO SCHED-PRINT-REC
           END-STRING
           WRITE SCHED-PRINT-REC
           IF WS-SC-BAL > 0
               MOVE SPACES TO SCHED-PRINT-REC
               STRING "  *** EMI DOES NOT REPAY THE LOAN WITHIN "
                   WS-SC-MAX " INSTALMENTS - BALANCE " WS-SC-BAL
                   " - REFER TO LENDING ***"
                   INTO SCHED-PRINT-REC
               END-STRING
               WRITE SCHED-PRINT-REC
           END-IF.

      *****************************************************
      * The loan record holds the current financial year
      * and the one before it; any other year that saw
      * collections is no longer on the record. A year
      * later than the record's simply collected nothing.
      *****************************************************
       4000-PRINT-CERTIFICATE.
           MOVE WS-BUS-FY TO WS-CERT-FY
           IF SQ-FY IS NUMERIC AND SQ-FY > 0
               MOVE SQ-FY TO WS-CERT-FY
           END-IF
           COMPUTE WS-CERT-FY-END = WS-CERT-FY + 1
           EVALUATE TRUE
               WHEN WS-CERT-FY = LN-INT-FY
                   MOVE LN-FY-INT-PAID  TO WS-CERT-INT
                   MOVE LN-FY-PRIN-PAID TO WS-CERT-PRIN
               WHEN WS-CERT-FY-END = LN-INT-FY
                   MOVE LN-PRV-FY-INT-PAID  TO WS-CERT-INT
                   MOVE LN-PRV-FY-PRIN-PAID TO WS-CERT-PRIN
               WHEN WS-CERT-FY > LN-INT-FY
                   MOVE ZERO TO WS-CERT-INT WS-CERT-PRIN
               WHEN OTHER
                   MOVE "YEAR NO LONGER HELD ON THE LOAN RECORD"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-CERT-COUNT
               PERFORM 4100-WRITE-CERTIFICATE
           END-IF.

       4100-WRITE-CERTIFICATE.
           MOVE SPACES TO CERT-PRINT-REC
           WRITE CERT-PRINT-REC
           STRING "INTEREST CERTIFICATE - LOAN " LN-NO
               " - FINANCIAL YEAR " WS-CERT-FY "/" WS-CERT-FY-END
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           PERFORM 5000-BORROWER-LINE
           WRITE CERT-PRINT-REC
           MOVE SPACES TO CERT-PRINT-REC
           STRING "  ACCOUNT " LN-ACCT-NO
               "  SANCTIONED " LN-PRINCIPAL
               "  DISBURSED " LN-DISB-DATE
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           MOVE SPACES TO CERT-PRINT-REC
           STRING "  INTEREST PAID FY " WS-CERT-FY "/"
               WS-CERT-FY-END ":   " WS-CERT-INT
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           MOVE SPACES TO CERT-PRINT-REC
           STRING "  PRINCIPAL REPAID FY " WS-CERT-FY "/"
               WS-CERT-FY-END ": " WS-CERT-PRIN
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           MOVE SPACES TO CERT-PRINT-REC
           STRING "  INTEREST PAID SINCE DISBURSEMENT: "
               LN-INT-PAID
               "  OUTSTANDING " WS-BUS-DATE ": " LN-OUTSTANDING
               INTO CERT-PRINT-REC
           END-STRING
           WRITE CERT-PRINT-REC
           MOVE ALL "-" TO CERT-PRINT-REC
           WRITE CERT-PRINT-REC.

      *****************************************************
      * The borrower's name and address, built into the
      * certificate print line; the schedule copies it.
      *****************************************************
       5000-BORROWER-LINE.
           MOVE SPACES TO CERT-PRINT-REC
           IF WS-CUST-OPEN = 'Y'
               MOVE LN-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       STRING "  BORROWER " LN-CUST-NO
                           " *** NOT ON CUSTOMER MASTER ***"
                           INTO CERT-PRINT-REC
                       END-STRING
                   NOT INVALID KEY
                       STRING "  BORROWER " CUST-NO " "
                           FUNCTION TRIM(CUST-NAME) ", "
                           FUNCTION TRIM(CUST-ADDR-1) ", "
                           FUNCTION TRIM(CUST-ADDR-2)
                           DELIMITED BY SIZE INTO CERT-PRINT-REC
                       END-STRING
               END-READ
           ELSE
               STRING "  BORROWER " LN-CUST-NO
                   INTO CERT-PRINT-REC
               END-STRING
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

      *****************************************************
      * Run-control bookkeeping: read = requests, posted =
      * documents printed, rejected = requests refused.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "LOANSCHD" TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "LOANSCHD" TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
