      * and is naturally harmless. An account that has gone
      * frozen, closed, or dormant keeps its accrual
      * standing until it can take postings again.
      *
      * The same month-end run charges overdraft debit
      * interest: INTACCR accrues it daily on each
      * facility's OD-DR-ACCRUED (overdraft_limits.dat,
      * ODLIMIT.cpy), and here the accumulated figure is
      * debited to the account as an ODINT-DR entry and the
      * facility's accrual zeroed. A debt is charged on a
      * frozen or dormant account too; only a closed one
      * leaves its accrual standing.
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-ACCT
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT TDS-LEDGER ASSIGN TO "tds_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD ACCRUAL-LEDGER.
           COPY ACCRLDGR.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD TDS-LEDGER.
           COPY TDSLEDGR.

       01 WS-TOTAL-INTEREST PIC 9(9)V99  VALUE 0.
       01 WS-ACCT-COUNT     PIC 9(6)  VALUE 0.

       01 WS-OD-STATUS      PIC XX VALUE SPACES.
       01 WS-OD-EOF         PIC X VALUE 'N'.
       01 WS-DR-INT-AMT     PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DR-INT   PIC 9(9)V99 VALUE 0.
       01 WS-DR-ACCT-COUNT  PIC 9(6) VALUE 0.
       01 WS-DISP-RATE      PIC Z9.99.

      *****************************************************
      * Tax deducted at source on interest. The threshold
      * and rate default here and come from the optional
           END-PERFORM

           PERFORM 1900-WRITE-TOTAL
           PERFORM 3000-CHARGE-DEBIT-INTEREST
           PERFORM 2900-WRITE-REMITTANCE
           PERFORM 8100-WRITE-RUN-END
           CLOSE ACCOUNT-MASTER ACCRUAL-LEDGER TDS-LEDGER
               STOP RUN
           END-IF

           OPEN I-O OD-LIMITS
           IF WS-OD-STATUS NOT = "00"
               CLOSE OD-LIMITS
               MOVE 'Y' TO WS-OD-EOF
           END-IF

           OPEN OUTPUT INTEREST-RPT

      *****************************************************
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

      *****************************************************
      * Overdraft debit interest, one facility at a time:
      * the month's accrual debited to the account, the
      * facility's figure zeroed so nothing charges twice.
      *****************************************************
       3000-CHARGE-DEBIT-INTEREST.
           IF WS-OD-EOF = 'N'
               MOVE SPACES TO INTEREST-RPT-REC
               WRITE INTEREST-RPT-REC
               MOVE "OVERDRAFT DEBIT INTEREST CHARGED"
                   TO INTEREST-RPT-REC
               WRITE INTEREST-RPT-REC
               MOVE "ACCT-NO  CHARGED    NEW-BALANCE"
                   TO INTEREST-RPT-REC
               WRITE INTEREST-RPT-REC
               MOVE ALL "-" TO INTEREST-RPT-REC
               WRITE INTEREST-RPT-REC
               PERFORM UNTIL WS-OD-EOF = 'Y'
                   READ OD-LIMITS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OD-EOF
                       NOT AT END
                           ADD 1 TO WS-RUN-READ
                           IF OD-DR-ACCRUED > 0
                               PERFORM 3100-DEBIT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ALL "-" TO INTEREST-RPT-REC
               WRITE INTEREST-RPT-REC
               MOVE SPACES TO INTEREST-RPT-REC
               STRING
                   "ACCOUNTS CHARGED: " WS-DR-ACCT-COUNT
                   "   TOTAL DEBIT INTEREST: " WS-TOTAL-DR-INT
                   INTO INTEREST-RPT-REC
               END-STRING
               WRITE INTEREST-RPT-REC
               CLOSE OD-LIMITS
           END-IF.

       3100-DEBIT-ACCOUNT.
           MOVE OD-DR-ACCRUED TO WS-DR-INT-AMT
           MOVE OD-ACCT TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "INTEREST: ACCOUNT " OD-ACCT
                       " NOT ON MASTER - DEBIT INTEREST LEFT "
                       "STANDING"
               NOT INVALID KEY
                   IF ACCT-STATUS = 'C'
                       DISPLAY "INTEREST: ACCOUNT " OD-ACCT
                           " CLOSED - DEBIT INTEREST LEFT STANDING"
                   ELSE
                       MOVE ACCT-BALANCE TO WS-OLD-BAL
                       SUBTRACT WS-DR-INT-AMT FROM ACCT-BALANCE
                       REWRITE ACCOUNT-MASTER-REC
                       MOVE ZERO TO OD-DR-ACCRUED
                       REWRITE OD-LIMIT-REC
                       ADD WS-DR-INT-AMT TO WS-TOTAL-DR-INT
                       ADD 1 TO WS-DR-ACCT-COUNT
                       ADD 1 TO WS-RUN-POSTED
                       PERFORM 3200-WRITE-DR-DETAIL-LINE
                       PERFORM 3300-WRITE-DR-AUDIT
                   END-IF
           END-READ.

       3200-WRITE-DR-DETAIL-LINE.
           MOVE SPACES TO INTEREST-RPT-REC
           STRING
               ACCT-NO         " "
               WS-DR-INT-AMT   " "
               ACCT-BALANCE
               INTO INTEREST-RPT-REC
           END-STRING
           WRITE INTEREST-RPT-REC.

       3300-WRITE-DR-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE OD-RATE TO WS-DISP-RATE
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "INTEREST"    TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE ACCT-NO       TO AL-KEY
           MOVE "ODINT-DR"    TO AL-ACTION
           MOVE WS-DR-INT-AMT TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "OD RATE=" WS-DISP-RATE " LIMIT=" OD-LIMIT
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       1900-WRITE-TOTAL.
           MOVE ALL "-" TO INTEREST-RPT-REC
           WRITE INTEREST-RPT-REC
