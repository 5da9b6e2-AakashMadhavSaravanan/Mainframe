      * (opening + credits + interest - debits - fees =
      * closing). Runs late in the EOD chain and replaces
      * the daily hand-compiled spreadsheet for head office.
      *
      * Below the proof the day's loan-interest income is
      * reported from the loan-keyed EMI-INT legs LOANEMI
      * writes, and the penal interest realised on
      * recovered overdue instalments from its EMI-PEN
      * legs - income to the bank, not a movement on any
      * deposit account, so it stays outside the type
      * buckets and the proof.
      *****************************************************

       ENVIRONMENT DIVISION.
               ==ACCT-BALANCE==       BY ==SOD-ACCT-BALANCE==,
               ==ACCT-STATUS==        BY ==SOD-ACCT-STATUS==,
               ==ACCT-CUST-NO==       BY ==SOD-ACCT-CUST-NO==,
               ==ACCT-LAST-ACT==      BY ==SOD-ACCT-LAST-ACT==,
               ==ACCT-BRANCH==        BY ==SOD-ACCT-BRANCH==,
               ==ACCT-FRZ-REASON==    BY ==SOD-ACCT-FRZ-REASON==.

       FD DEPOSIT-AUDIT-IN.
           COPY AUDITLOG.
       01 WS-TOT-INTEREST   PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CLOSING    PIC S9(9)V99 VALUE 0.

      *****************************************************
      * Interest part of the day's collected loan
      * instalments (EMI-INT legs) - the loan-interest
      * income line.
      *****************************************************
       01 WS-LOAN-INT-INCOME PIC S9(9)V99 VALUE 0.
       01 WS-LOAN-INT-COUNT  PIC 9(6) VALUE 0.
       01 WS-LOAN-PEN-INCOME PIC S9(9)V99 VALUE 0.
       01 WS-LOAN-PEN-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 3000-WRITE-TYPE-LINES
           PERFORM 3500-WRITE-PROOF-LINE
           PERFORM 3600-WRITE-BRANCH-LINES
           PERFORM 3700-WRITE-INCOME-LINES
           PERFORM 8100-WRITE-RUN-END
           CLOSE GL-SUMMARY
           GOBACK.
               CONTINUE
           ELSE
               ADD 1 TO WS-RUN-POSTED
               IF WS-ENT-ACTION = "EMI-INT"
                   AND WS-ENT-STATUS = "OK"
                   ADD WS-ENT-AMOUNT-1 TO WS-LOAN-INT-INCOME
                   ADD 1 TO WS-LOAN-INT-COUNT
               END-IF
               IF WS-ENT-ACTION = "EMI-PEN"
                   AND WS-ENT-STATUS = "OK"
                   ADD WS-ENT-AMOUNT-1 TO WS-LOAN-PEN-INCOME
                   ADD 1 TO WS-LOAN-PEN-COUNT
               END-IF
               PERFORM 2550-RESOLVE-DIRECTION
               IF WS-ENT-DIR NOT = SPACE
                   PERFORM 5200-LOOKUP-ACCT-TYPE
      * Which way the entry moved money. The loan, term-
      * deposit, reversal, and closure actions classify by
      * their account legs only - the LOAN-DR/EMI-CR/
      * EMI-INT/EMI-PEN/LN-NPA/LN-STD/TD-OPN/TD-MAT/TD-CLS/
      * SWP-IN/SWP-OUT book legs are keyed by loan or
      * deposit number and touch no account balance, so
      * they resolve to space here.
      *****************************************************
               WHEN "REV-CR"
               WHEN "CLS-CR"
               WHEN "STIP-CR"
               WHEN "OCL-CR"
               WHEN "SWP-CR"
                   IF WS-ENT-STATUS = "OK"
                       MOVE 'C' TO WS-ENT-DIR
                   END-IF
               WHEN "CLS-DR"
               WHEN "TAX-DR"
               WHEN "SVC-DR"
               WHEN "ODINT-DR"
               WHEN "OCL-RTN"
               WHEN "OCL-CHG"
               WHEN "SWP-DR"
                   IF WS-ENT-STATUS = "OK"
                       MOVE 'D' TO WS-ENT-DIR
                   END-IF
               END-STRING
               WRITE GL-SUMMARY-REC
           END-PERFORM.

      *****************************************************
      * Income earned by the bank on its advances - the
      * interest part of every instalment collected today,
      * and the penal interest on overdue ones recovered.
      *****************************************************
       3700-WRITE-INCOME-LINES.
           MOVE SPACES TO GL-SUMMARY-REC
           WRITE GL-SUMMARY-REC
           MOVE "INCOME" TO GL-SUMMARY-REC
           WRITE GL-SUMMARY-REC
           MOVE ALL "-" TO GL-SUMMARY-REC
           WRITE GL-SUMMARY-REC
           MOVE SPACES TO GL-SUMMARY-REC
           STRING
               "LOAN INTEREST INCOME " WS-LOAN-INT-INCOME
               "  (" WS-LOAN-INT-COUNT " INSTALMENTS)"
               INTO GL-SUMMARY-REC
           END-STRING
           WRITE GL-SUMMARY-REC
           MOVE SPACES TO GL-SUMMARY-REC
           STRING
               "LOAN PENAL INTEREST  " WS-LOAN-PEN-INCOME
               "  (" WS-LOAN-PEN-COUNT " RECOVERIES)"
               INTO GL-SUMMARY-REC
           END-STRING
           WRITE GL-SUMMARY-REC.
