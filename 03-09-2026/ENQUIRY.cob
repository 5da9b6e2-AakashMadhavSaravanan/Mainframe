      * a balance. Prompts for an enquiry type and a key:
      *
      *   A + ACCT-NO - the account master record, its
      *       holders and nominees, its available balance
      *       (ledger less active holds), any standing
      *       orders naming it, and its most recent
      *       deposit_audit.txt entries;
      *   C + CUST-NO - the customer master record, its
      *       KYC record, and every account linked by
      *       ACCT-CUST-NO with a
      *       combined relationship balance;
      *   S + SM-ID   - the student master record.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL KYC-MASTER ASSIGN TO "kyc_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CUST-NO
               FILE STATUS IS WS-KYC-STATUS.
           SELECT OPTIONAL HOLDER-REG ASSIGN TO "account_holders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-ACCT-NO
               FILE STATUS IS WS-HOLDER-STATUS.
           SELECT OPTIONAL STUD-MASTER
               ASSIGN TO "student_master.dat"
               ORGANIZATION IS INDEXED
       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD KYC-MASTER.
           COPY KYCMAST.

       FD HOLDER-REG.
           COPY ACCTHLDR.

       FD STUD-MASTER.
           COPY STUDMAST.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-KYC-STATUS    PIC XX VALUE SPACES.
       01 WS-HOLDER-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDER-SUB    PIC 9 VALUE 0.
       01 WS-HOLDER-ROLE   PIC X(9) VALUE SPACES.
       01 WS-STUD-STATUS   PIC XX VALUE SPACES.
       01 WS-SI-STATUS     PIC XX VALUE SPACES.
       01 WS-HOLDIN-STATUS PIC XX VALUE SPACES.
                           " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM 2100-SHOW-ACCOUNT
                       PERFORM 2150-SHOW-HOLDERS
                       PERFORM 2200-SHOW-HOLDS
                       PERFORM 2300-SHOW-STANDING-ORDERS
                       PERFORM 2400-SHOW-RECENT-AUDIT
           DISPLAY "ACCOUNT  " ACCT-NO
           DISPLAY "NAME     " ACCT-NAME
           DISPLAY "TYPE     " ACCT-TYPE
           IF ACCT-STATUS = 'F'
               DISPLAY "STATUS   " ACCT-STATUS
                   "  FROZEN - REASON " ACCT-FRZ-REASON
           ELSE
               DISPLAY "STATUS   " ACCT-STATUS
           END-IF
           DISPLAY "BALANCE  " ACCT-BALANCE
           DISPLAY "CUSTOMER " ACCT-CUST-NO
           DISPLAY "LAST ACT " ACCT-LAST-ACT
           DISPLAY "BRANCH   " ACCT-BRANCH.

      *****************************************************
      * Every holder and nominee on the register. An account
      * with no register entry is held by ACCT-CUST-NO
      * alone, with no nominee.
      *****************************************************
       2150-SHOW-HOLDERS.
           OPEN INPUT HOLDER-REG
           IF WS-HOLDER-STATUS = "00"
               MOVE ACCT-NO TO JH-ACCT-NO
               READ HOLDER-REG
                   INVALID KEY
                       DISPLAY "HOLDERS  SOLE - NO NOMINEE"
                   NOT INVALID KEY
                       EVALUATE JH-MODE
                           WHEN 'E'
                               DISPLAY "MODE     EITHER OR SURVIVOR"
                           WHEN 'J'
                               DISPLAY "MODE     JOINTLY"
                           WHEN OTHER
                               DISPLAY "MODE     SINGLE"
                       END-EVALUATE
                       PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                               UNTIL WS-HOLDER-SUB > 4
                           IF JH-CUST-NO(WS-HOLDER-SUB) NOT = 0
                               PERFORM 2160-SHOW-ONE-HOLDER
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                               UNTIL WS-HOLDER-SUB > 3
                           IF JH-NOM-NAME(WS-HOLDER-SUB) NOT = SPACES
                               DISPLAY "NOMINEE  "
                                   JH-NOM-NAME(WS-HOLDER-SUB) " "
                                   JH-NOM-REL(WS-HOLDER-SUB) " "
                                   JH-NOM-SHARE(WS-HOLDER-SUB) "% "
                                   JH-NOM-ACCT(WS-HOLDER-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
           CLOSE HOLDER-REG.

       2160-SHOW-ONE-HOLDER.
           IF WS-HOLDER-SUB = 1
               MOVE "PRIMARY" TO WS-HOLDER-ROLE
           ELSE
               MOVE "JOINT" TO WS-HOLDER-ROLE
           END-IF
           IF JH-DECEASED(WS-HOLDER-SUB) = 'Y'
               DISPLAY "HOLDER   " JH-CUST-NO(WS-HOLDER-SUB) " "
                   WS-HOLDER-ROLE " DECEASED "
                   JH-DEATH-DATE(WS-HOLDER-SUB)
           ELSE
               DISPLAY "HOLDER   " JH-CUST-NO(WS-HOLDER-SUB) " "
                   WS-HOLDER-ROLE
           END-IF.

      *****************************************************
      * Active holds against the account, with the
                       DISPLAY "ADDRESS  " CUST-ADDR-1
                       DISPLAY "         " CUST-ADDR-2
                       DISPLAY "PHONE    " CUST-PHONE
                       PERFORM 3050-SHOW-KYC
                       PERFORM 3100-SHOW-LINKED-ACCOUNTS
               END-READ
           END-IF
           CLOSE CUSTOMER-MASTER.

       3050-SHOW-KYC.
           OPEN INPUT KYC-MASTER
           IF WS-KYC-STATUS = "00"
               MOVE CUST-NO TO KY-CUST-NO
               READ KYC-MASTER
                   INVALID KEY
                       DISPLAY "KYC      NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "KYC ID   " KY-ID-TYPE " " KY-ID-NO
                       DISPLAY "BORN     " KY-DOB
                       DISPLAY "RISK     " KY-RISK
                           "  LAST KYC " KY-LAST-DATE
               END-READ
           END-IF
           CLOSE KYC-MASTER.

       3100-SHOW-LINKED-ACCOUNTS.
           MOVE 0 TO WS-LINK-ACCTS
           MOVE ZERO TO WS-LINK-BAL
