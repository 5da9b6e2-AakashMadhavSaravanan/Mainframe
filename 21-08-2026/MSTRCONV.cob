      * A file that is absent or already on the new layout
      * (opens cleanly at the new length) is left alone and
      * reported as such.
      *
      * Later layout changes convert through their own
      * passes, each reading the layout immediately before
      * the change and writing the current one - whichever
      * pass the file on disk opens under does the work,
      * the others report it as not on their layout:
      *   loan_master.dat before the interest-split fields
      *     (LN-INT-PAID and the financial-year figures,
      *     started at zero) -> loan_master_new.dat
      *   account_master.dat before the home-branch field
      *     (ACCT-BRANCH, started at zero - head office
      *     until ACCTMNT homes the account) ->
      *     account_master_new.dat
      *   account_master.dat before the freeze-reason field
      *     (ACCT-FRZ-REASON, started at spaces - an
      *     unrecorded reason on any account already
      *     frozen) -> account_master_new.dat
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-ACCT-NO
               FILE STATUS IS WS-AOLD-STATUS.
           SELECT OPTIONAL ACCT-PRE ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCT-NO
               FILE STATUS IS WS-APRE-STATUS.
           SELECT OPTIONAL ACCT-PRF ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACCT-NO
               FILE STATUS IS WS-APRF-STATUS.
           SELECT ACCT-NEW ASSIGN TO "account_master_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NO
               FILE STATUS IS WS-LNEW-STATUS.
           SELECT OPTIONAL LOAN-PRE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-NO
               FILE STATUS IS WS-LPRE-STATUS.
           SELECT OPTIONAL TD-OLD ASSIGN TO "td_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 AO-ACCT-CUST-NO  PIC 9(6).
           05 AO-ACCT-LAST-ACT PIC 9(8).

      *****************************************************
      * The account master after the paise cutover but
      * before the home-branch field was added.
      *****************************************************
       FD ACCT-PRE.
       01 ACCT-PRE-REC.
           05 AP-ACCT-NO       PIC 9(6).
           05 AP-ACCT-NAME     PIC X(20).
           05 AP-ACCT-TYPE     PIC X(4).
           05 AP-ACCT-BALANCE  PIC S9(7)V99.
           05 AP-ACCT-STATUS   PIC X.
           05 AP-ACCT-CUST-NO  PIC 9(6).
           05 AP-ACCT-LAST-ACT PIC 9(8).

      *****************************************************
      * The account master with the home-branch field but
      * before the freeze-reason field was added.
      *****************************************************
       FD ACCT-PRF.
       01 ACCT-PRF-REC.
           05 AF-ACCT-NO       PIC 9(6).
           05 AF-ACCT-NAME     PIC X(20).
           05 AF-ACCT-TYPE     PIC X(4).
           05 AF-ACCT-BALANCE  PIC S9(7)V99.
           05 AF-ACCT-STATUS   PIC X.
           05 AF-ACCT-CUST-NO  PIC 9(6).
           05 AF-ACCT-LAST-ACT PIC 9(8).
           05 AF-ACCT-BRANCH   PIC 99.

       FD ACCT-NEW.
           COPY ACCTMAST.

       FD LOAN-NEW.
           COPY LOANMAST.

      *****************************************************
      * The loan master after the paise cutover but before
      * the interest-split fields were added.
      *****************************************************
       FD LOAN-PRE.
       01 LOAN-PRE-REC.
           05 LP-NO            PIC 9(6).
           05 LP-CUST-NO       PIC 9(6).
           05 LP-ACCT-NO       PIC 9(6).
           05 LP-PRINCIPAL     PIC 9(7)V99.
           05 LP-RATE          PIC 9V9(4).
           05 LP-EMI-AMOUNT    PIC 9(6)V99.
           05 LP-OUTSTANDING   PIC S9(7)V99.
           05 LP-EMI-DAY       PIC 99.
           05 LP-STATUS        PIC X.
           05 LP-OPEN-DATE     PIC 9(8).
           05 LP-DISB-DATE     PIC 9(8).

       FD TD-OLD.
       01 TD-OLD-REC.
           05 TO-NO            PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-AOLD-STATUS   PIC XX VALUE SPACES.
       01 WS-ANEW-STATUS   PIC XX VALUE SPACES.
       01 WS-APRE-STATUS   PIC XX VALUE SPACES.
       01 WS-APRF-STATUS   PIC XX VALUE SPACES.
       01 WS-SOLD-STATUS   PIC XX VALUE SPACES.
       01 WS-SNEW-STATUS   PIC XX VALUE SPACES.
       01 WS-LOLD-STATUS   PIC XX VALUE SPACES.
       01 WS-LNEW-STATUS   PIC XX VALUE SPACES.
       01 WS-LPRE-STATUS   PIC XX VALUE SPACES.
       01 WS-TOLD-STATUS   PIC XX VALUE SPACES.
       01 WS-TNEW-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS   PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 2000-CONVERT-ACCOUNTS
           PERFORM 2200-CONVERT-PRE-BRANCH-ACCOUNTS
           PERFORM 2400-CONVERT-PRE-REASON-ACCOUNTS
           PERFORM 3000-CONVERT-STANDING-ORDERS
           PERFORM 4000-CONVERT-LOANS
           PERFORM 4200-CONVERT-PRE-INTEREST-LOANS
           PERFORM 5000-CONVERT-TDS
           PERFORM 6000-CONVERT-HOLDS
           PERFORM 6500-CONVERT-PAID-CHEQUES
           MOVE AO-ACCT-STATUS   TO ACCT-STATUS
           MOVE AO-ACCT-CUST-NO  TO ACCT-CUST-NO
           MOVE AO-ACCT-LAST-ACT TO ACCT-LAST-ACT
           MOVE ZERO             TO ACCT-BRANCH
           MOVE SPACES           TO ACCT-FRZ-REASON
           WRITE ACCOUNT-MASTER-REC
           ADD 1 TO WS-REC-COUNT.

       2200-CONVERT-PRE-BRANCH-ACCOUNTS.
           MOVE 'N' TO WS-FILE-EOF
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT ACCT-PRE
           EVALUATE WS-APRE-STATUS
               WHEN "00"
                   OPEN OUTPUT ACCT-NEW
                   PERFORM UNTIL WS-FILE-EOF = 'Y'
                       READ ACCT-PRE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM 2300-CONVERT-ONE-PRE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE ACCT-PRE ACCT-NEW
                   DISPLAY "MSTRCONV: " WS-REC-COUNT
                       " PRE-BRANCH ACCOUNTS CONVERTED TO "
                       "account_master_new.dat"
               WHEN "35"
               WHEN "05"
                   CLOSE ACCT-PRE
               WHEN OTHER
                   DISPLAY "MSTRCONV: account_master.dat NOT ON THE "
                       "PRE-BRANCH LAYOUT (STATUS "
                       WS-APRE-STATUS ") - PASS SKIPPED"
                   CLOSE ACCT-PRE
           END-EVALUATE.

       2300-CONVERT-ONE-PRE-ACCOUNT.
           MOVE AP-ACCT-NO       TO ACCT-NO
           MOVE AP-ACCT-NAME     TO ACCT-NAME
           MOVE AP-ACCT-TYPE     TO ACCT-TYPE
           MOVE AP-ACCT-BALANCE  TO ACCT-BALANCE
           MOVE AP-ACCT-STATUS   TO ACCT-STATUS
           MOVE AP-ACCT-CUST-NO  TO ACCT-CUST-NO
           MOVE AP-ACCT-LAST-ACT TO ACCT-LAST-ACT
           MOVE ZERO             TO ACCT-BRANCH
           MOVE SPACES           TO ACCT-FRZ-REASON
           WRITE ACCOUNT-MASTER-REC
           ADD 1 TO WS-REC-COUNT.

       2400-CONVERT-PRE-REASON-ACCOUNTS.
           MOVE 'N' TO WS-FILE-EOF
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT ACCT-PRF
           EVALUATE WS-APRF-STATUS
               WHEN "00"
                   OPEN OUTPUT ACCT-NEW
                   PERFORM UNTIL WS-FILE-EOF = 'Y'
                       READ ACCT-PRF NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM 2500-CONVERT-ONE-PRF-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE ACCT-PRF ACCT-NEW
                   DISPLAY "MSTRCONV: " WS-REC-COUNT
                       " PRE-FREEZE-REASON ACCOUNTS CONVERTED TO "
                       "account_master_new.dat"
               WHEN "35"
               WHEN "05"
                   CLOSE ACCT-PRF
               WHEN OTHER
                   DISPLAY "MSTRCONV: account_master.dat NOT ON THE "
                       "PRE-FREEZE-REASON LAYOUT (STATUS "
                       WS-APRF-STATUS ") - PASS SKIPPED"
                   CLOSE ACCT-PRF
           END-EVALUATE.

       2500-CONVERT-ONE-PRF-ACCOUNT.
           MOVE AF-ACCT-NO       TO ACCT-NO
           MOVE AF-ACCT-NAME     TO ACCT-NAME
           MOVE AF-ACCT-TYPE     TO ACCT-TYPE
           MOVE AF-ACCT-BALANCE  TO ACCT-BALANCE
           MOVE AF-ACCT-STATUS   TO ACCT-STATUS
           MOVE AF-ACCT-CUST-NO  TO ACCT-CUST-NO
           MOVE AF-ACCT-LAST-ACT TO ACCT-LAST-ACT
           MOVE AF-ACCT-BRANCH   TO ACCT-BRANCH
           MOVE SPACES           TO ACCT-FRZ-REASON
           WRITE ACCOUNT-MASTER-REC
           ADD 1 TO WS-REC-COUNT.

           MOVE LO-STATUS      TO LN-STATUS
           MOVE LO-OPEN-DATE   TO LN-OPEN-DATE
           MOVE LO-DISB-DATE   TO LN-DISB-DATE
           MOVE ZERO           TO LN-INT-PAID LN-INT-FY
                                  LN-FY-INT-PAID LN-FY-PRIN-PAID
                                  LN-PRV-FY-INT-PAID
                                  LN-PRV-FY-PRIN-PAID
           WRITE LOAN-MASTER-REC
           ADD 1 TO WS-REC-COUNT.

       4200-CONVERT-PRE-INTEREST-LOANS.
           MOVE 'N' TO WS-FILE-EOF
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT LOAN-PRE
           EVALUATE WS-LPRE-STATUS
               WHEN "00"
                   OPEN OUTPUT LOAN-NEW
                   PERFORM UNTIL WS-FILE-EOF = 'Y'
                       READ LOAN-PRE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM 4300-CONVERT-ONE-PRE-LOAN
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-PRE LOAN-NEW
                   DISPLAY "MSTRCONV: " WS-REC-COUNT
                       " PRE-INTEREST-SPLIT LOANS CONVERTED TO "
                       "loan_master_new.dat"
               WHEN "35"
               WHEN "05"
                   CLOSE LOAN-PRE
               WHEN OTHER
                   DISPLAY "MSTRCONV: loan_master.dat NOT ON THE "
                       "PRE-INTEREST-SPLIT LAYOUT (STATUS "
                       WS-LPRE-STATUS ") - PASS SKIPPED"
                   CLOSE LOAN-PRE
           END-EVALUATE.

      *****************************************************
      * Interest collected before the split was never told
      * apart from principal - the figures start at zero
      * from the conversion.
      *****************************************************
       4300-CONVERT-ONE-PRE-LOAN.
           MOVE LP-NO          TO LN-NO
           MOVE LP-CUST-NO     TO LN-CUST-NO
           MOVE LP-ACCT-NO     TO LN-ACCT-NO
           MOVE LP-PRINCIPAL   TO LN-PRINCIPAL
           MOVE LP-RATE        TO LN-RATE
           MOVE LP-EMI-AMOUNT  TO LN-EMI-AMOUNT
           MOVE LP-OUTSTANDING TO LN-OUTSTANDING
           MOVE LP-EMI-DAY     TO LN-EMI-DAY
           MOVE LP-STATUS      TO LN-STATUS
           MOVE LP-OPEN-DATE   TO LN-OPEN-DATE
           MOVE LP-DISB-DATE   TO LN-DISB-DATE
           MOVE ZERO           TO LN-INT-PAID LN-INT-FY
                                  LN-FY-INT-PAID LN-FY-PRIN-PAID
                                  LN-PRV-FY-INT-PAID
                                  LN-PRV-FY-PRIN-PAID
           WRITE LOAN-MASTER-REC
           ADD 1 TO WS-REC-COUNT.

