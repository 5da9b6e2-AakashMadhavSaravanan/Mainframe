      * outstanding. A loan whose outstanding reaches zero
      * closes itself.
      *
      * The instalment is split against the reducing
      * balance: one month's interest at the annual LN-RATE
      * on the outstanding is collected first, and only the
      * remainder repays principal. The interest part logs
      * as a third, loan-keyed EMI-INT leg - the loan
      * interest income GLSUMM reports - and accumulates on
      * the loan record (LN-INT-PAID and the financial-year
      * figures) for the borrower's interest certificate.
      *
      * Instalments that could not post - account missing,
      * not in a debitable status, or short of funds - go to
      * loan_arrears.txt so the branch can chase the
      * borrower, the standing_report.txt treatment, and are
      * booked on the overdue register loan_overdue.dat
      * against the loan and the date they fell due. Every
      * run retries each ACTIVE or NPA loan's open overdue
      * instalments oldest first, before that day's own
      * instalment; while an older one stays unpaid the
      * newer ones go straight to the register, so money is
      * always applied to the oldest debt. A recovered
      * instalment also collects penal interest on its
      * amount for the days it was overdue, logged as a
      * loan-keyed EMI-PEN leg (penal income for GLSUMM).
      *
      * A loan whose oldest unpaid instalment is more than
      * 90 days past due is reclassified non-performing
      * (LN-STATUS 'N', logged as LN-NPA); it returns to
      * ACTIVE (LN-STD) only once every overdue instalment
      * has been recovered. LOANAGE ages the register for
      * the monthly ageing report.
      *
      * Loans are not consumed the way batch files are, so
      * the collection pass is once-per-business-date (the
           SELECT LOAN-AUDIT ASSIGN TO "deposit_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOAN-OVERDUE ASSIGN TO "loan_overdue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVD-STATUS.
           SELECT ARREARS-RPT ASSIGN TO "loan_arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
       FD LOAN-AUDIT.
           COPY AUDITLOG.

       FD LOAN-OVERDUE.
           COPY LOANOVD.

       FD ARREARS-RPT.
       01 ARREARS-RPT-REC PIC X(80).

       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-OVD-STATUS    PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-BUS-DAY       PIC 99 VALUE 0.
       01 WS-BUS-FY        PIC 9(4) VALUE 0.
       01 WS-EXDT-STATUS   PIC XX VALUE SPACES.
       01 WS-EXEC-DONE     PIC X VALUE 'N'.
       01 WS-LOAN-EOF      PIC X VALUE 'N'.
      * instalment never over-collects.
      *****************************************************
       01 WS-EMI-DUE       PIC 9(6)V99 VALUE 0.
       01 WS-INT-DUE       PIC 9(6)V99 VALUE 0.
       01 WS-PRIN-DUE      PIC 9(6)V99 VALUE 0.
       01 WS-PENAL-DUE     PIC 9(6)V99 VALUE 0.
       01 WS-DEBIT-AMT     PIC 9(7)V99 VALUE 0.
       01 WS-EFF-OUTST     PIC S9(7)V99 VALUE 0.
       01 WS-DR-OLD-BAL    PIC S9(7)V99 VALUE 0.
       01 WS-DR-NEW-BAL    PIC S9(7)V99 VALUE 0.
       01 WS-OLD-OUTST     PIC S9(7)V99 VALUE 0.
      *****************************************************
       01 WS-EMI-RESULT    PIC X(4) VALUE SPACES.

      *****************************************************
      * The loan's overdue register as this run leaves it:
      * open instalments, the principal they carry, and the
      * oldest due date - the classification basis. Once a
      * retry bounces, the loan's newer instalments are not
      * tried this run (oldest debt first).
      *
      * Penal interest runs at 24% a year (2% a month) on
      * the overdue instalment; past 90 days the loan is
      * non-performing. LOANAGE applies the same figures.
      *****************************************************
       01 WS-OD-EOF        PIC X VALUE 'N'.
       01 WS-OD-BLOCKED    PIC X VALUE 'N'.
       01 WS-OD-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OD-OPEN-PRIN  PIC 9(7)V99 VALUE 0.
       01 WS-OD-OLDEST     PIC 9(8) VALUE 0.
       01 WS-DPD           PIC 9(5) VALUE 0.
       01 WS-PENAL-RATE    PIC 9V9(4) VALUE 0.2400.
       01 WS-NPA-DAYS      PIC 9(3) VALUE 90.

      *****************************************************
      * Same account-type minimum-balance table the other
      * debit programs load.
       01 WS-TYPE-TBL-FULL  PIC X VALUE 'N'.
       01 WS-EFF-MIN-BAL    PIC 9(6)V99 VALUE 1000.

      *****************************************************
      * Reverse sweep: an instalment about to bounce for
      * want of funds first has SWPOUT break the account's
      * sweep deposits to cover it (SWPMAND.cpy).
      *****************************************************
           COPY SWPLINK.

       01 WS-COLL-COUNT    PIC 9(6) VALUE 0.
       01 WS-ARR-COUNT     PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT  PIC 9(6) VALUE 0.
       01 WS-TOT-INTEREST  PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PRINCIPAL PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PENAL     PIC 9(9)V99 VALUE 0.
       01 WS-RECOV-COUNT   PIC 9(6) VALUE 0.
       01 WS-NPA-COUNT     PIC 9(6) VALUE 0.
       01 WS-UPGR-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           MOVE WS-BUS-DATE(7:2) TO WS-BUS-DAY
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-FY
           IF WS-BUS-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-BUS-FY
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-TYPE-TABLE
           PERFORM 8000-WRITE-RUN-START
           END-IF
           PERFORM 8100-WRITE-RUN-END
           CLOSE LOAN-MASTER ACCOUNT-MASTER LOAN-AUDIT
               ARREARS-RPT LOAN-OVERDUE
           GOBACK.

       1000-OPEN-FILES.
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN I-O LOAN-OVERDUE
           IF WS-OVD-STATUS = "35"
               OPEN OUTPUT LOAN-OVERDUE
               CLOSE LOAN-OVERDUE
               OPEN I-O LOAN-OVERDUE
           END-IF
           IF WS-OVD-STATUS NOT = "00"
               DISPLAY "LOANEMI: loan_overdue.dat OPEN FAILED"
                   " - STATUS " WS-OVD-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LOAN-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT LOAN-AUDIT
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       IF (LN-STATUS = 'A' OR LN-STATUS = 'N')
                           AND LN-OUTSTANDING > 0
                           PERFORM 2010-SERVICE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL "-" TO ARREARS-RPT-REC
           WRITE ARREARS-RPT-REC.

      *****************************************************
      * A loan's day: its arrears first, oldest first, then
      * its own instalment if one falls due today, then its
      * classification on what is left overdue.
      *****************************************************
       2010-SERVICE-ONE-LOAN.
           PERFORM 2500-RECOVER-OVERDUE
           IF LN-EMI-DAY = WS-BUS-DAY
               AND LN-STATUS NOT = 'C'
               AND LN-OUTSTANDING > WS-OD-OPEN-PRIN
               PERFORM 2100-COLLECT-ONE-EMI
           END-IF
           IF LN-STATUS NOT = 'C'
               PERFORM 2600-CLASSIFY-LOAN
           END-IF.

      *****************************************************
      * One instalment is one debit: proved against the
      * WITHDRAW rules before anything moves, both legs
      * logged when it posts, the arrears line written and
      * the overdue register entry booked when it bounces.
      * Behind an older unpaid instalment it is not tried
      * at all - it goes to the register as ARRS.
      *****************************************************
       2100-COLLECT-ONE-EMI.
           ADD 1 TO WS-RUN-READ
           COMPUTE WS-EFF-OUTST = LN-OUTSTANDING - WS-OD-OPEN-PRIN
           PERFORM 2150-SPLIT-INSTALMENT
           IF WS-OD-OPEN-COUNT > 0
               MOVE "ARRS" TO WS-EMI-RESULT
           ELSE
               MOVE WS-EMI-DUE TO WS-DEBIT-AMT
               PERFORM 2200-POST-EMI-DEBIT
           END-IF
           IF WS-EMI-RESULT = "OK"
               MOVE LN-OUTSTANDING TO WS-OLD-OUTST
               SUBTRACT WS-PRIN-DUE FROM LN-OUTSTANDING
               PERFORM 2170-ADD-REPAYMENT-TOTALS
               PERFORM 2180-CLOSE-IF-REPAID
               REWRITE LOAN-MASTER-REC
               PERFORM 4010-WRITE-LOAN-LEG
               IF WS-INT-DUE > 0
                   PERFORM 4020-WRITE-INTEREST-LEG
               END-IF
               ADD WS-INT-DUE  TO WS-TOT-INTEREST
               ADD WS-PRIN-DUE TO WS-TOT-PRINCIPAL
               ADD 1 TO WS-RUN-POSTED
               ADD 1 TO WS-COLL-COUNT
           ELSE
               ADD 1 TO WS-RUN-REJ
               ADD 1 TO WS-ARR-COUNT
               PERFORM 2700-BOOK-OVERDUE
               PERFORM 2800-WRITE-ARREARS-LINE
           END-IF.

      *****************************************************
      * A month's interest at the annual rate runs on the
      * reducing balance and is taken first; the rest of
      * the EMI repays principal. When the outstanding plus
      * its interest no longer needs a full EMI, that is
      * the final instalment and it collects exactly what
      * closes the loan. An EMI too small to cover the
      * month's interest collects interest only - the
      * sanction terms, not this run, must correct it.
      * LOANSCHD prints the same arithmetic ahead of time.
      * The balance worked on is the outstanding less the
      * principal already carried by overdue instalments,
      * so arrears never demand more principal than is
      * owed (penal interest covers the overdue part).
      *****************************************************
       2150-SPLIT-INSTALMENT.
           COMPUTE WS-INT-DUE ROUNDED =
               WS-EFF-OUTST * LN-RATE / 12
           IF WS-EFF-OUTST + WS-INT-DUE NOT > LN-EMI-AMOUNT
               COMPUTE WS-EMI-DUE = WS-EFF-OUTST + WS-INT-DUE
               MOVE WS-EFF-OUTST TO WS-PRIN-DUE
           ELSE
               MOVE LN-EMI-AMOUNT TO WS-EMI-DUE
               IF WS-INT-DUE > WS-EMI-DUE
                   MOVE WS-EMI-DUE TO WS-INT-DUE
               END-IF
               COMPUTE WS-PRIN-DUE = WS-EMI-DUE - WS-INT-DUE
           END-IF.

      *****************************************************
      * The certificate figures: lifetime interest, and the
      * interest and principal of the current financial
      * year. The first instalment of a new year rolls the
      * year just closed into the LN-PRV-FY- pair (zero
      * when the loan collected nothing that year).
      *****************************************************
       2170-ADD-REPAYMENT-TOTALS.
           IF LN-INT-FY NOT = WS-BUS-FY
               IF LN-INT-FY + 1 = WS-BUS-FY
                   MOVE LN-FY-INT-PAID  TO LN-PRV-FY-INT-PAID
                   MOVE LN-FY-PRIN-PAID TO LN-PRV-FY-PRIN-PAID
               ELSE
                   MOVE ZERO TO LN-PRV-FY-INT-PAID
                                LN-PRV-FY-PRIN-PAID
               END-IF
               MOVE ZERO TO LN-FY-INT-PAID LN-FY-PRIN-PAID
               MOVE WS-BUS-FY TO LN-INT-FY
           END-IF
           ADD WS-INT-DUE  TO LN-INT-PAID
           ADD WS-INT-DUE  TO LN-FY-INT-PAID
           ADD WS-PRIN-DUE TO LN-FY-PRIN-PAID.

       2180-CLOSE-IF-REPAID.
           IF LN-OUTSTANDING = 0
               MOVE 'C' TO LN-STATUS
               ADD 1 TO WS-CLOSED-COUNT
               DISPLAY "LOANEMI: LOAN " LN-NO
                   " REPAID IN FULL - CLOSED"
           END-IF.

      *****************************************************
      * The debit follows WITHDRAW exactly: active status
      * only, no overdraft, minimum balance held - and, as
      * WITHDRAW, a shortfall is first offered to the
      * reverse sweep.
      *****************************************************
       2200-POST-EMI-DEBIT.
           MOVE "OK" TO WS-EMI-RESULT

       2400-CHECK-AND-POST.
           PERFORM 2450-LOOKUP-MIN-BAL
           COMPUTE WS-DR-NEW-BAL = ACCT-BALANCE - WS-DEBIT-AMT
           IF WS-DR-NEW-BAL < 0
               PERFORM 2420-REVERSE-SWEEP
           END-IF
           IF WS-DR-NEW-BAL < 0
               MOVE "OVFL" TO WS-EMI-RESULT
           ELSE
               END-IF
           END-IF.

      *****************************************************
      * Enough is asked for to keep the minimum balance
      * after the instalment; SWPOUT logs its own legs on
      * deposit_audit.txt, so this program's handle on it is
      * closed across the CALL. The credit lands on the
      * master here and now, whether or not the instalment
      * then posts, so the log and the master never
      * disagree.
      *****************************************************
       2420-REVERSE-SWEEP.
           COMPUTE SO-NEEDED = WS-EFF-MIN-BAL - WS-DR-NEW-BAL
           MOVE ACCT-NO      TO SO-ACCT-NO
           MOVE ACCT-BALANCE TO SO-OLD-BAL
           MOVE "LOANEMI"    TO SO-CALLER
           CLOSE LOAN-AUDIT
           CALL "SWPOUT" USING SWEEP-OUT-PARMS
           OPEN EXTEND LOAN-AUDIT
           IF SO-CREDITED > 0
               ADD SO-CREDITED TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               MOVE ACCT-BALANCE TO WS-DR-OLD-BAL
               COMPUTE WS-DR-NEW-BAL = ACCT-BALANCE - WS-DEBIT-AMT
               DISPLAY "LOANEMI: REVERSE SWEEP " SO-BROKEN
                   " DEPOSIT(S) BROKEN - " SO-CREDITED
                   " CREDITED TO ACCOUNT " ACCT-NO
           END-IF.

       2450-LOOKUP-MIN-BAL.
           MOVE 1000 TO WS-EFF-MIN-BAL
           PERFORM VARYING TY-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *****************************************************
      * The loan's open overdue instalments, oldest first
      * (the register key runs loan number then due date).
      * Each is retried until one bounces; whatever stays
      * open is counted for the classification and for the
      * balance today's instalment is split on.
      *****************************************************
       2500-RECOVER-OVERDUE.
           MOVE ZERO TO WS-OD-OPEN-COUNT WS-OD-OPEN-PRIN
                        WS-OD-OLDEST
           MOVE 'N' TO WS-OD-BLOCKED
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
                               PERFORM 2550-RECOVER-ONE-OVERDUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * A recovered instalment posts exactly as it would
      * have on its due date - the interest and principal
      * split booked then - plus the penal interest for the
      * days it was overdue, all in one debit.
      *****************************************************
       2550-RECOVER-ONE-OVERDUE.
           IF WS-OD-BLOCKED = 'N'
               ADD 1 TO WS-RUN-READ
               PERFORM 2560-COMPUTE-PENAL
               MOVE OV-EMI-AMOUNT TO WS-EMI-DUE
               MOVE OV-INT-PART   TO WS-INT-DUE
               MOVE OV-PRIN-PART  TO WS-PRIN-DUE
               COMPUTE WS-DEBIT-AMT = WS-EMI-DUE + WS-PENAL-DUE
               PERFORM 2200-POST-EMI-DEBIT
               IF WS-EMI-RESULT = "OK"
                   MOVE LN-OUTSTANDING TO WS-OLD-OUTST
                   SUBTRACT WS-PRIN-DUE FROM LN-OUTSTANDING
                   PERFORM 2170-ADD-REPAYMENT-TOTALS
                   PERFORM 2180-CLOSE-IF-REPAID
                   REWRITE LOAN-MASTER-REC
                   MOVE 'P' TO OV-STATUS
                   MOVE WS-BUS-DATE TO OV-PAID-DATE
                   MOVE WS-PENAL-DUE TO OV-PENAL-PAID
                   REWRITE LOAN-OVERDUE-REC
                   PERFORM 4010-WRITE-LOAN-LEG
                   IF WS-INT-DUE > 0
                       PERFORM 4020-WRITE-INTEREST-LEG
                   END-IF
                   IF WS-PENAL-DUE > 0
                       PERFORM 4030-WRITE-PENAL-LEG
                   END-IF
                   ADD WS-INT-DUE   TO WS-TOT-INTEREST
                   ADD WS-PRIN-DUE  TO WS-TOT-PRINCIPAL
                   ADD WS-PENAL-DUE TO WS-TOT-PENAL
                   ADD 1 TO WS-RUN-POSTED
                   ADD 1 TO WS-RECOV-COUNT
                   PERFORM 2810-WRITE-RECOVERY-LINE
               ELSE
                   MOVE 'Y' TO WS-OD-BLOCKED
                   MOVE WS-EMI-RESULT TO OV-REASON
                   REWRITE LOAN-OVERDUE-REC
                   ADD 1 TO WS-RUN-REJ
               END-IF
           END-IF
           IF OV-STATUS = 'O'
               ADD 1 TO WS-OD-OPEN-COUNT
               ADD OV-PRIN-PART TO WS-OD-OPEN-PRIN
               IF WS-OD-OLDEST = 0
                   MOVE OV-DUE-DATE TO WS-OD-OLDEST
               END-IF
           END-IF.

       2560-COMPUTE-PENAL.
           COMPUTE WS-DPD =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(OV-DUE-DATE)
           COMPUTE WS-PENAL-DUE ROUNDED =
               OV-EMI-AMOUNT * WS-PENAL-RATE * WS-DPD / 365.

      *****************************************************
      * Non-performing once the oldest unpaid instalment is
      * more than 90 days past due; standard again only when
      * nothing is left overdue. Either change is logged
      * against the loan and listed on the arrears report.
      *****************************************************
       2600-CLASSIFY-LOAN.
           IF WS-OD-OPEN-COUNT > 0
               COMPUTE WS-DPD =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OD-OLDEST)
               IF WS-DPD > WS-NPA-DAYS AND LN-STATUS = 'A'
                   MOVE 'N' TO LN-STATUS
                   REWRITE LOAN-MASTER-REC
                   ADD 1 TO WS-NPA-COUNT
                   PERFORM 4040-WRITE-CLASS-LEG
                   PERFORM 2820-WRITE-CLASS-LINE
               END-IF
           ELSE
               IF LN-STATUS = 'N'
                   MOVE ZERO TO WS-DPD
                   MOVE 'A' TO LN-STATUS
                   REWRITE LOAN-MASTER-REC
                   ADD 1 TO WS-UPGR-COUNT
                   PERFORM 4040-WRITE-CLASS-LEG
                   PERFORM 2820-WRITE-CLASS-LINE
               END-IF
           END-IF.

      *****************************************************
      * A bounced instalment is kept against the loan with
      * the split it fell due with; a same-date duplicate
      * cannot arise past the execution guard.
      *****************************************************
       2700-BOOK-OVERDUE.
           MOVE LN-NO          TO OV-LN-NO
           MOVE WS-BUS-DATE    TO OV-DUE-DATE
           MOVE LN-ACCT-NO     TO OV-ACCT-NO
           MOVE WS-EMI-DUE     TO OV-EMI-AMOUNT
           MOVE WS-INT-DUE     TO OV-INT-PART
           MOVE WS-PRIN-DUE    TO OV-PRIN-PART
           MOVE 'O'            TO OV-STATUS
           MOVE WS-EMI-RESULT  TO OV-REASON
           MOVE ZERO           TO OV-PAID-DATE OV-PENAL-PAID
           WRITE LOAN-OVERDUE-REC
               INVALID KEY
                   DISPLAY "LOANEMI: LOAN " LN-NO
                       " ALREADY HAS AN INSTALMENT OVERDUE FROM "
                       WS-BUS-DATE
           END-WRITE
           ADD 1 TO WS-OD-OPEN-COUNT
           ADD WS-PRIN-DUE TO WS-OD-OPEN-PRIN
           IF WS-OD-OLDEST = 0
               MOVE WS-BUS-DATE TO WS-OD-OLDEST
           END-IF.

       2800-WRITE-ARREARS-LINE.
           MOVE SPACES TO ARREARS-RPT-REC
           STRING
           END-STRING
           WRITE ARREARS-RPT-REC.

       2810-WRITE-RECOVERY-LINE.
           MOVE SPACES TO ARREARS-RPT-REC
           STRING
               LN-NO          "  "
               LN-ACCT-NO     " "
               WS-EMI-DUE     "  "
               LN-OUTSTANDING "  "
               "RECOVERED DUE " OV-DUE-DATE
               " PENAL " WS-PENAL-DUE
               INTO ARREARS-RPT-REC
           END-STRING
           WRITE ARREARS-RPT-REC.

       2820-WRITE-CLASS-LINE.
           MOVE SPACES TO ARREARS-RPT-REC
           IF LN-STATUS = 'N'
               STRING
                   LN-NO          "  "
                   LN-ACCT-NO     " "
                   "         "    "  "
                   LN-OUTSTANDING "  "
                   "*** NPA - " WS-DPD " DAYS PAST DUE"
                   INTO ARREARS-RPT-REC
               END-STRING
           ELSE
               STRING
                   LN-NO          "  "
                   LN-ACCT-NO     " "
                   "         "    "  "
                   LN-OUTSTANDING "  "
                   "ARREARS CLEARED - BACK TO STANDARD"
                   INTO ARREARS-RPT-REC
               END-STRING
           END-IF
           WRITE ARREARS-RPT-REC.

       2900-WRITE-RPT-TOTALS.
           MOVE ALL "-" TO ARREARS-RPT-REC
           WRITE ARREARS-RPT-REC
               "  LOANS CLOSED: " WS-CLOSED-COUNT
               INTO ARREARS-RPT-REC
           END-STRING
           WRITE ARREARS-RPT-REC
           MOVE SPACES TO ARREARS-RPT-REC
           STRING
               "COLLECTED AS INTEREST: " WS-TOT-INTEREST
               "  AS PRINCIPAL: " WS-TOT-PRINCIPAL
               INTO ARREARS-RPT-REC
           END-STRING
           WRITE ARREARS-RPT-REC
           MOVE SPACES TO ARREARS-RPT-REC
           STRING
               "OVERDUE RECOVERED: " WS-RECOV-COUNT
               "  PENAL INTEREST: " WS-TOT-PENAL
               INTO ARREARS-RPT-REC
           END-STRING
           WRITE ARREARS-RPT-REC
           MOVE SPACES TO ARREARS-RPT-REC
           STRING
               "TURNED NPA: " WS-NPA-COUNT
               "  BACK TO STANDARD: " WS-UPGR-COUNT
               INTO ARREARS-RPT-REC
           END-STRING
           WRITE ARREARS-RPT-REC.

      *****************************************************
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE LN-ACCT-NO    TO AL-KEY
           MOVE "EMI-DR"      TO AL-ACTION
           MOVE WS-DEBIT-AMT  TO AL-AMOUNT-1
           MOVE WS-DR-OLD-BAL TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS

      *****************************************************
      * The loan leg records the reduction of the
      * outstanding by the principal part, keyed on the
      * loan number - passed over by RECON and GLSUMM, kept
      * for the paper trail.
      *****************************************************
       4010-WRITE-LOAN-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE LN-NO         TO AL-KEY
           MOVE "EMI-CR"      TO AL-ACTION
           MOVE WS-PRIN-DUE   TO AL-AMOUNT-1
           MOVE WS-OLD-OUTST  TO AL-AMOUNT-2
           MOVE LN-OUTSTANDING TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           END-STRING
           WRITE AUDIT-LOG-REC.

      *****************************************************
      * The interest leg is the bank's loan-interest
      * income, keyed on the loan number like EMI-CR - it
      * moves no account balance, so RECON passes it over;
      * GLSUMM totals it as income.
      *****************************************************
       4020-WRITE-INTEREST-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "LOANEMI"     TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE LN-NO         TO AL-KEY
           MOVE "EMI-INT"     TO AL-ACTION
           MOVE WS-INT-DUE    TO AL-AMOUNT-1
           MOVE WS-EMI-DUE    TO AL-AMOUNT-2
           MOVE LN-INT-PAID   TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "LOAN=" LN-NO " RATE=" LN-RATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

      *****************************************************
      * Penal interest realised on a recovered instalment -
      * loan-keyed income like EMI-INT; the money itself
      * moved in the EMI-DR account leg.
      *****************************************************
       4030-WRITE-PENAL-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "LOANEMI"     TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE LN-NO         TO AL-KEY
           MOVE "EMI-PEN"     TO AL-ACTION
           MOVE WS-PENAL-DUE  TO AL-AMOUNT-1
           MOVE WS-EMI-DUE    TO AL-AMOUNT-2
           MOVE WS-DPD        TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "LOAN=" LN-NO " DUE=" OV-DUE-DATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

      *****************************************************
      * An asset-classification change, keyed on the loan:
      * LN-NPA on the downgrade, LN-STD on the upgrade.
      *****************************************************
       4040-WRITE-CLASS-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "LOANEMI"     TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE LN-NO         TO AL-KEY
           IF LN-STATUS = 'N'
               MOVE "LN-NPA"  TO AL-ACTION
           ELSE
               MOVE "LN-STD"  TO AL-ACTION
           END-IF
           MOVE LN-OUTSTANDING  TO AL-AMOUNT-1
           MOVE WS-OD-OPEN-PRIN TO AL-AMOUNT-2
           MOVE WS-DPD          TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "LOAN=" LN-NO " OLDEST=" WS-OD-OLDEST
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.


      *****************************************************
      * The business date stamps everything dated in this
