               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL OD-LIMITS ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCT
               FILE STATUS IS WS-OD-STATUS.
           SELECT OPTIONAL DEPOSIT-TXN ASSIGN TO "deposit_txn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD OD-LIMITS.
           COPY ODLIMIT.

       FD DEPOSIT-TXN.
       01 DEPOSIT-TXN-REC.
           05 TX-ACCT-NO       PIC 9(6).
       01 WS-OVERRIDE-LIMIT PIC 9(6)V99 VALUE 50000.
       01 WS-OVERRIDE-OK   PIC X VALUE 'N'.

      *****************************************************
      * Sanctioned overdraft line (overdraft_limits.dat,
      * ODLMNT): a balance still below zero after the
      * deposit but inside an active line is in order; only
      * one past the line, or with no line, logs as OVFL.
      *****************************************************
       01 WS-OD-STATUS     PIC XX VALUE SPACES.
       01 WS-OD-OPEN       PIC X VALUE 'N'.
       01 WS-OD-LIMIT      PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
               PERFORM 3000-INTERACTIVE-DEPOSIT
           END-IF

           IF WS-OD-OPEN = 'Y'
               CLOSE OD-LIMITS
           END-IF
           CLOSE ACCOUNT-MASTER DEPOSIT-AUDIT
           GOBACK.

               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN INPUT OD-LIMITS
           IF WS-OD-STATUS = "00"
               MOVE 'Y' TO WS-OD-OPEN
           ELSE
               CLOSE OD-LIMITS
           END-IF.

      *****************************************************
      * Any open status other than success means the master
           MOVE WS-DEPOSIT-AMT TO ACCT-BALANCE
           MOVE 'A' TO ACCT-STATUS
           MOVE WS-BUS-DATE TO ACCT-LAST-ACT
           MOVE ZERO TO ACCT-BRANCH
           MOVE SPACES TO ACCT-FRZ-REASON
           WRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   DISPLAY "UNABLE TO OPEN ACCOUNT " ACCT-NO
           MOVE WS-DEPOSIT-AMT TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           PERFORM 4060-LOOKUP-OD-LIMIT
           IF ACCT-BALANCE + WS-OD-LIMIT < 0
               MOVE "OVFL"    TO AL-STATUS
           ELSE
               MOVE "OK"      TO AL-STATUS
           PERFORM 4050-SET-AUDIT-DETAIL
           WRITE AUDIT-LOG-REC.

       4060-LOOKUP-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF WS-OD-OPEN = 'Y' AND ACCT-BALANCE < 0
               MOVE ACCT-NO TO OD-ACCT
               READ OD-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OD-STATUS = 'A'
                           AND OD-SANCT-DATE NOT > WS-BUS-DATE
                           AND OD-EXPIRY NOT < WS-BUS-DATE
                           MOVE OD-LIMIT TO WS-OD-LIMIT
                       END-IF
               END-READ
           END-IF.

       4100-CHECK-OVERDRAFT.
           IF ACCT-BALANCE + WS-OD-LIMIT < 0
               DISPLAY "OVERDRAFT: ACCOUNT " ACCT-NO
                   " REMAINS NEGATIVE AFTER DEPOSIT"
           END-IF.
