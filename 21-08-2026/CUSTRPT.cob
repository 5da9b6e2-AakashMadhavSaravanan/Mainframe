      * carrying a zero customer number group together at
      * the top as UNLINKED so the back office can see what
      * is left to link.
      *
      * Under each account every holder on the holders and
      * nominee register (account_holders.dat, ACCTHLDR.cpy)
      * prints with the operating mode, and each nominee with
      * relationship and share, so a joint account shows
      * everyone who owns it, not only the primary.
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL HOLDER-REG ASSIGN TO "account_holders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-ACCT-NO
               FILE STATUS IS WS-HOLDER-STATUS.
           SELECT SORT-WORK ASSIGN TO "custrpt.srt".
           SELECT CUST-RPT ASSIGN TO "customer_relationship.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD HOLDER-REG.
           COPY ACCTHLDR.

       SD SORT-WORK.
           COPY ACCTMAST REPLACING
               ==ACCOUNT-MASTER-REC== BY ==SD-REC==,
               ==ACCT-BALANCE==       BY ==SD-ACCT-BALANCE==,
               ==ACCT-STATUS==        BY ==SD-ACCT-STATUS==,
               ==ACCT-CUST-NO==       BY ==SD-ACCT-CUST-NO==,
               ==ACCT-LAST-ACT==      BY ==SD-ACCT-LAST-ACT==,
               ==ACCT-BRANCH==        BY ==SD-ACCT-BRANCH==,
               ==ACCT-FRZ-REASON==    BY ==SD-ACCT-FRZ-REASON==.

       FD CUST-RPT.
       01 CUST-RPT-REC PIC X(100).
       01 WS-ACCT-STATUS     PIC XX VALUE SPACES.
       01 WS-CUST-STATUS     PIC XX VALUE SPACES.
       01 WS-CUST-OPEN       PIC X VALUE 'N'.
       01 WS-HOLDER-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLDER-OPEN     PIC X VALUE 'N'.
       01 WS-HOLDER-SUB      PIC 9 VALUE 0.
       01 WS-MODE-TEXT       PIC X(20) VALUE SPACES.
       01 WS-JOINT-ACCTS     PIC 9(6) VALUE 0.
       01 WS-INPUT-EOF       PIC X VALUE 'N'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
       01 WS-FIRST-GROUP     PIC X VALUE 'Y'.
               DISPLAY "CUSTRPT: customer_master.dat NOT ON FILE - "
                   "NAMES AND ADDRESSES UNAVAILABLE"
           END-IF
           OPEN INPUT HOLDER-REG
           IF WS-HOLDER-STATUS = "00"
               MOVE 'Y' TO WS-HOLDER-OPEN
           ELSE
               CLOSE HOLDER-REG
           END-IF
           PERFORM 1000-WRITE-HEADINGS

           SORT SORT-WORK
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-HOLDER-OPEN = 'Y'
               CLOSE HOLDER-REG
           END-IF
           CLOSE CUST-RPT
           STOP RUN.

               SD-ACCT-BALANCE
               INTO CUST-RPT-REC
           END-STRING
           WRITE CUST-RPT-REC
           IF WS-HOLDER-OPEN = 'Y'
               PERFORM 2450-WRITE-HOLDER-LINES
           END-IF.

       2450-WRITE-HOLDER-LINES.
           MOVE SD-ACCT-NO TO JH-ACCT-NO
           READ HOLDER-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JH-MODE NOT = 'S'
                       ADD 1 TO WS-JOINT-ACCTS
                   END-IF
                   EVALUATE JH-MODE
                       WHEN 'E'
                           MOVE "EITHER OR SURVIVOR" TO WS-MODE-TEXT
                       WHEN 'J'
                           MOVE "JOINTLY" TO WS-MODE-TEXT
                       WHEN OTHER
                           MOVE "SINGLE" TO WS-MODE-TEXT
                   END-EVALUATE
                   MOVE SPACES TO CUST-RPT-REC
                   STRING "          HOLDERS (" WS-MODE-TEXT "): "
                       JH-CUST-NO(1) " " JH-CUST-NO(2) " "
                       JH-CUST-NO(3) " " JH-CUST-NO(4)
                       INTO CUST-RPT-REC
                   END-STRING
                   WRITE CUST-RPT-REC
                   PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                           UNTIL WS-HOLDER-SUB > 3
                       IF JH-NOM-NAME(WS-HOLDER-SUB) NOT = SPACES
                           MOVE SPACES TO CUST-RPT-REC
                           STRING "          NOMINEE: "
                               JH-NOM-NAME(WS-HOLDER-SUB) " "
                               JH-NOM-REL(WS-HOLDER-SUB) " "
                               JH-NOM-SHARE(WS-HOLDER-SUB) "%"
                               INTO CUST-RPT-REC
                           END-STRING
                           WRITE CUST-RPT-REC
                       END-IF
                   END-PERFORM
           END-READ.

       2500-RESET-ACCUMULATORS.
           MOVE 0 TO WS-CUST-ACCTS
           STRING
               "TOTAL CUSTOMERS LISTED: " WS-GRAND-CUSTS
               "   TOTAL ACCOUNTS: " WS-GRAND-ACCTS
               "   JOINT: " WS-JOINT-ACCTS
               INTO CUST-RPT-REC
           END-STRING
           WRITE CUST-RPT-REC.
