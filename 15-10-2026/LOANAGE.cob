       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAGE.

      *****************************************************
      * Monthly loan arrears ageing report - the view the
      * credit committee and the auditors take of the loan
      * book. Every ACTIVE or NPA loan on loan_master.dat
      * is aged by the oldest instalment still open for it
      * on the overdue register (loan_overdue.dat) LOANEMI
      * keeps, as at the business date:
      *
      *   days past due  1-30  31-60  61-90  90+
      *
      * (an instalment unpaid on its own due date counts in
      * the first bucket). loan_ageing.txt lists each loan
      * in arrears with its bucket, days past due,
      * instalments and amount overdue, penal interest
      * accrued so far (the LOANEMI rate, realised only when
      * the instalment is recovered), outstanding, and
      * classification, then a summary by bucket with the
      * performing book, the non-performing book, and the
      * gross NPA share of the outstanding.
      *
      * Run at month end outside the nightly chain (the
      * SVCCHG posture). It opens everything INPUT, so a
      * rerun simply reprints; the reclassification itself
      * is LOANEMI's, on every chain run.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NO
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL LOAN-OVERDUE
               ASSIGN TO "loan_overdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVD-STATUS.
           SELECT AGEING-RPT ASSIGN TO "loan_ageing.txt"
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
       FD LOAN-MASTER.
           COPY LOANMAST.

       FD LOAN-OVERDUE.
           COPY LOANOVD.

       FD AGEING-RPT.
       01 AGEING-RPT-REC PIC X(120).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS   PIC XX VALUE SPACES.
       01 WS-OVD-STATUS    PIC XX VALUE SPACES.
       01 WS-OVD-OPEN      PIC X VALUE 'N'.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LOAN-EOF      PIC X VALUE 'N'.
       01 WS-OD-EOF        PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * One loan's arrears: open instalments, their amount,
      * penal accrued on each to date, and the oldest due
      * date, which fixes the bucket. The penal rate is the
      * one LOANEMI collects at.
      *****************************************************
       01 WS-PENAL-RATE    PIC 9V9(4) VALUE 0.2400.
       01 WS-LN-OD-COUNT   PIC 9(4) VALUE 0.
       01 WS-LN-OD-AMT     PIC 9(7)V99 VALUE 0.
       01 WS-LN-PENAL      PIC 9(7)V99 VALUE 0.
       01 WS-ITEM-PENAL    PIC 9(6)V99 VALUE 0.
       01 WS-ITEM-DPD      PIC 9(5) VALUE 0.
       01 WS-LN-OLDEST     PIC 9(8) VALUE 0.
       01 WS-DPD           PIC 9(5) VALUE 0.
       01 WS-BKT           PIC 9 VALUE 0.
       01 WS-CLASS         PIC X(4) VALUE SPACES.

      *****************************************************
      * The four days-past-due buckets and their totals.
      *****************************************************
       01 WS-BKT-LABELS    PIC X(24)
               VALUE "1-30  31-60 61-90 90+   ".
       01 WS-BKT-LABELS-R REDEFINES WS-BKT-LABELS.
           05 WS-BKT-LABEL     PIC X(6) OCCURS 4 TIMES.
       01 WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-LOANS     PIC 9(6).
               10 WS-BKT-OD-AMT    PIC 9(9)V99.
               10 WS-BKT-PENAL     PIC 9(9)V99.
               10 WS-BKT-OUTST     PIC S9(9)V99.

       01 WS-BOOK-LOANS    PIC 9(6) VALUE 0.
       01 WS-BOOK-OUTST    PIC S9(9)V99 VALUE 0.
       01 WS-CURR-LOANS    PIC 9(6) VALUE 0.
       01 WS-CURR-OUTST    PIC S9(9)V99 VALUE 0.
       01 WS-NPA-LOANS     PIC 9(6) VALUE 0.
       01 WS-NPA-OUTST     PIC S9(9)V99 VALUE 0.
       01 WS-NPA-PCT       PIC 999V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-AGE-LOAN-BOOK
           PERFORM 3000-WRITE-BUCKET-SUMMARY
           CLOSE LOAN-MASTER AGEING-RPT
           IF WS-OVD-OPEN = 'Y'
               CLOSE LOAN-OVERDUE
           END-IF
           PERFORM 8100-WRITE-RUN-END
           DISPLAY "LOANAGE: " WS-BOOK-LOANS " LOANS AGED, "
               WS-RUN-POSTED " IN ARREARS, " WS-NPA-LOANS " NPA"
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LOANAGE: loan_master.dat OPEN FAILED"
                   " - STATUS " WS-LOAN-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOAN-OVERDUE
           IF WS-OVD-STATUS = "00"
               MOVE 'Y' TO WS-OVD-OPEN
           ELSE
               CLOSE LOAN-OVERDUE
               DISPLAY "LOANAGE: loan_overdue.dat NOT ON FILE - "
                   "NO INSTALMENT HAS EVER GONE OVERDUE"
           END-IF

           MOVE ZERO TO WS-BKT-TABLE
           OPEN OUTPUT AGEING-RPT
           MOVE SPACES TO AGEING-RPT-REC
           STRING "LOAN ARREARS AGEING AS AT " WS-BUS-DATE
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC
           MOVE ALL "=" TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC
           MOVE SPACES TO AGEING-RPT-REC
           STRING "LOAN   CUST   ACCT   BUCKET DPD   OLDEST DUE "
               "INST OVERDUE    PENAL ACCR  OUTSTANDING CLASS"
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC
           MOVE ALL "-" TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC.

       2000-AGE-LOAN-BOOK.
           MOVE ZERO TO LN-NO
           START LOAN-MASTER KEY NOT < LN-NO
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       IF LN-STATUS = 'A' OR LN-STATUS = 'N'
                           PERFORM 2100-AGE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       2100-AGE-ONE-LOAN.
           ADD 1 TO WS-BOOK-LOANS
           ADD LN-OUTSTANDING TO WS-BOOK-OUTST
           IF LN-STATUS = 'N'
               ADD 1 TO WS-NPA-LOANS
               ADD LN-OUTSTANDING TO WS-NPA-OUTST
           END-IF
           PERFORM 2200-SUM-OPEN-OVERDUE
           IF WS-LN-OD-COUNT = 0
               ADD 1 TO WS-CURR-LOANS
               ADD LN-OUTSTANDING TO WS-CURR-OUTST
           ELSE
               ADD 1 TO WS-RUN-POSTED
               COMPUTE WS-DPD =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST)
               EVALUATE TRUE
                   WHEN WS-DPD NOT > 30
                       MOVE 1 TO WS-BKT
                   WHEN WS-DPD NOT > 60
                       MOVE 2 TO WS-BKT
                   WHEN WS-DPD NOT > 90
                       MOVE 3 TO WS-BKT
                   WHEN OTHER
                       MOVE 4 TO WS-BKT
               END-EVALUATE
               ADD 1 TO WS-BKT-LOANS(WS-BKT)
               ADD WS-LN-OD-AMT TO WS-BKT-OD-AMT(WS-BKT)
               ADD WS-LN-PENAL TO WS-BKT-PENAL(WS-BKT)
               ADD LN-OUTSTANDING TO WS-BKT-OUTST(WS-BKT)
               PERFORM 2300-WRITE-LOAN-LINE
           END-IF.

      *****************************************************
      * The loan's open register entries, oldest first.
      *****************************************************
       2200-SUM-OPEN-OVERDUE.
           MOVE ZERO TO WS-LN-OD-COUNT WS-LN-OD-AMT WS-LN-PENAL
                        WS-LN-OLDEST
           IF WS-OVD-OPEN = 'Y'
               MOVE 'N' TO WS-OD-EOF
               MOVE LN-NO TO OV-LN-NO
               MOVE ZERO TO OV-DUE-DATE
               START LOAN-OVERDUE KEY NOT < OV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OD-EOF
               END-START
               PERFORM UNTIL WS-OD-EOF = 'Y'
                   READ LOAN-OVERDUE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OD-EOF
                       NOT AT END
                           IF OV-LN-NO NOT = LN-NO
                               MOVE 'Y' TO WS-OD-EOF
                           ELSE
                               IF OV-STATUS = 'O'
                                   PERFORM 2250-ADD-OPEN-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2250-ADD-OPEN-ITEM.
           ADD 1 TO WS-LN-OD-COUNT
           ADD OV-EMI-AMOUNT TO WS-LN-OD-AMT
           IF WS-LN-OLDEST = 0
               MOVE OV-DUE-DATE TO WS-LN-OLDEST
           END-IF
           COMPUTE WS-ITEM-DPD =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(OV-DUE-DATE)
           COMPUTE WS-ITEM-PENAL ROUNDED =
               OV-EMI-AMOUNT * WS-PENAL-RATE * WS-ITEM-DPD / 365
           ADD WS-ITEM-PENAL TO WS-LN-PENAL.

       2300-WRITE-LOAN-LINE.
           IF LN-STATUS = 'N'
               MOVE "NPA" TO WS-CLASS
           ELSE
               MOVE "STD" TO WS-CLASS
           END-IF
           MOVE SPACES TO AGEING-RPT-REC
           STRING
               LN-NO " " LN-CUST-NO " " LN-ACCT-NO " "
               WS-BKT-LABEL(WS-BKT) " "
               WS-DPD " "
               WS-LN-OLDEST "   "
               WS-LN-OD-COUNT " "
               WS-LN-OD-AMT " "
               WS-LN-PENAL " "
               LN-OUTSTANDING " "
               WS-CLASS
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC.

      *****************************************************
      * The committee's summary: the book by bucket, the
      * performing and non-performing totals, and gross NPA
      * as a share of the outstanding.
      *****************************************************
       3000-WRITE-BUCKET-SUMMARY.
           MOVE ALL "-" TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC
           MOVE "SUMMARY BY DAYS PAST DUE" TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC
           MOVE "BUCKET LOANS  OVERDUE      PENAL ACCRUED OUTSTANDING"
               TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               MOVE SPACES TO AGEING-RPT-REC
               STRING
                   WS-BKT-LABEL(WS-BKT) " "
                   WS-BKT-LOANS(WS-BKT) " "
                   WS-BKT-OD-AMT(WS-BKT) " "
                   WS-BKT-PENAL(WS-BKT) " "
                   WS-BKT-OUTST(WS-BKT)
                   INTO AGEING-RPT-REC
               END-STRING
               WRITE AGEING-RPT-REC
           END-PERFORM
           MOVE ALL "-" TO AGEING-RPT-REC
           WRITE AGEING-RPT-REC
           MOVE SPACES TO AGEING-RPT-REC
           STRING "LOAN BOOK:   " WS-BOOK-LOANS " LOANS  OUTSTANDING "
               WS-BOOK-OUTST
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC
           MOVE SPACES TO AGEING-RPT-REC
           STRING "NOT OVERDUE: " WS-CURR-LOANS " LOANS  OUTSTANDING "
               WS-CURR-OUTST
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC
           IF WS-BOOK-OUTST > 0
               COMPUTE WS-NPA-PCT ROUNDED =
                   WS-NPA-OUTST * 100 / WS-BOOK-OUTST
           END-IF
           MOVE SPACES TO AGEING-RPT-REC
           STRING "NPA:         " WS-NPA-LOANS " LOANS  OUTSTANDING "
               WS-NPA-OUTST "  GROSS NPA % " WS-NPA-PCT
               INTO AGEING-RPT-REC
           END-STRING
           WRITE AGEING-RPT-REC.

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
      * Run-control bookkeeping: read = loans read, posted
      * = loans in arrears.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "LOANAGE " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "LOANAGE " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
