       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCHPOS.

      *****************************************************
      * Daily branch position and inter-branch settlement -
      * the head-office view by owning branch that GLSUMM's
      * account-type summary cannot give. Every account
      * belongs to its home branch (ACCT-BRANCH, 00 head
      * office for accounts not yet homed elsewhere), and
      * loans and term deposits to the home branch of the
      * account they are tied to.
      *
      *   1. Inter-branch settlement - today's batch
      *      postings (the BR= tag DEPOSIT, WITHDRAW and
      *      TRANSFER put on their entries in
      *      deposit_audit.txt and withdraw_result.txt) are
      *      matched against the posted account's home
      *      branch. A posting made at one branch against
      *      another branch's account raises a settlement
      *      entry on ib_settlement.txt: a credit collected
      *      at the posting branch is owed by it to the home
      *      branch, a debit paid out there is owed to it by
      *      the home branch.
      *   2. Position - branch_position.txt, one line per
      *      branch: accounts, deposits (credit balances on
      *      savings/current accounts plus active term
      *      deposits), advances (overdrawn balances plus
      *      outstanding loans), and the branch's net inter-
      *      branch position for the day, with branch names
      *      from branch_master.dat (BRNCHMST.cpy).
      *
      * Read-only against every master. Run at the end of
      * the day after the postings; both outputs are
      * rewritten each run, so a rerun cannot double an
      * entry.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL BRANCH-MASTER
               ASSIGN TO "branch_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CODE
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NO
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL TD-MASTER ASSIGN TO "td_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NO
               FILE STATUS IS WS-TD-STATUS.
           SELECT OPTIONAL DEPOSIT-AUDIT-IN
               ASSIGN TO "deposit_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL WITHDRAW-RESULT-IN
               ASSIGN TO "withdraw_result.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT IB-SETTLEMENT ASSIGN TO "ib_settlement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITION-RPT ASSIGN TO "branch_position.txt"
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
       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD BRANCH-MASTER.
           COPY BRNCHMST.

       FD LOAN-MASTER.
           COPY LOANMAST.

       FD TD-MASTER.
           COPY TDMAST.

       FD DEPOSIT-AUDIT-IN.
           COPY AUDITLOG.

       FD WITHDRAW-RESULT-IN.
           COPY AUDITLOG REPLACING
               ==AUDIT-LOG-REC== BY ==WITHDRAW-LOG-REC==,
               ==AL-PROGRAM==    BY ==WL-PROGRAM==,
               ==AL-TIMESTAMP==  BY ==WL-TIMESTAMP==,
               ==AL-KEY==        BY ==WL-KEY==,
               ==AL-ACTION==     BY ==WL-ACTION==,
               ==AL-AMOUNT-1==   BY ==WL-AMOUNT-1==,
               ==AL-AMOUNT-2==   BY ==WL-AMOUNT-2==,
               ==AL-AMOUNT-3==   BY ==WL-AMOUNT-3==,
               ==AL-STATUS==     BY ==WL-STATUS==,
               ==AL-DETAIL==     BY ==WL-DETAIL==.

      *****************************************************
      * One settlement entry per cross-branch posting:
      * IB-OWING-BR owes IB-OWED-BR the amount. IB-DIR is
      * the direction of the posting on the customer's
      * account (C credit, D debit); IB-REF is the original
      * entry's AL-TIMESTAMP.
      *****************************************************
       FD IB-SETTLEMENT.
       01 IB-SETTLEMENT-REC.
           05 IB-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 IB-OWING-BR      PIC 99.
           05 FILLER           PIC X.
           05 IB-OWED-BR       PIC 99.
           05 FILLER           PIC X.
           05 IB-ACCT          PIC 9(6).
           05 FILLER           PIC X.
           05 IB-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 IB-DIR           PIC X.
           05 FILLER           PIC X.
           05 IB-AMOUNT        PIC 9(7)V99.
           05 FILLER           PIC X.
           05 IB-POSTED-BR     PIC 99.
           05 FILLER           PIC X.
           05 IB-HOME-BR       PIC 99.
           05 FILLER           PIC X.
           05 IB-REF           PIC 9(14).

       FD POSITION-RPT.
       01 POSITION-RPT-REC PIC X(150).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS    PIC XX VALUE SPACES.
       01 WS-BRANCH-STATUS  PIC XX VALUE SPACES.
       01 WS-LOAN-STATUS    PIC XX VALUE SPACES.
       01 WS-TD-STATUS      PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-RESULT-STATUS  PIC XX VALUE SPACES.
       01 WS-RC-STATUS      PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS   PIC XX VALUE SPACES.
       01 WS-BUS-DATE       PIC 9(8) VALUE 0.
       01 WS-MASTER-EOF     PIC X VALUE 'N'.
       01 WS-BRANCH-EOF     PIC X VALUE 'N'.
       01 WS-LOAN-EOF       PIC X VALUE 'N'.
       01 WS-TD-EOF         PIC X VALUE 'N'.
       01 WS-AUDIT-EOF      PIC X VALUE 'N'.
       01 WS-RESULT-EOF     PIC X VALUE 'N'.

       01 WS-RUN-READ       PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED     PIC 9(6) VALUE 0.
       01 WS-RUN-REJ        PIC 9(6) VALUE 0.

      *****************************************************
      * The entry being classified, whichever log it came
      * from.
      *****************************************************
       01 WS-ENT-KEY        PIC 9(10) VALUE 0.
       01 WS-ENT-ACTION     PIC X(8) VALUE SPACES.
       01 WS-ENT-AMOUNT-1   PIC S9(7)V99 VALUE 0.
       01 WS-ENT-STATUS     PIC X(4) VALUE SPACES.
       01 WS-ENT-DATE       PIC 9(8) VALUE 0.
       01 WS-ENT-DETAIL     PIC X(40) VALUE SPACES.
       01 WS-ENT-TIMESTAMP  PIC 9(14) VALUE 0.
       01 WS-ENT-DIR        PIC X VALUE SPACE.
       01 WS-ENT-BRANCH     PIC 99 VALUE 0.
       01 WS-ENT-TAGGED     PIC X VALUE 'N'.
       01 WS-HOME-BRANCH    PIC 99 VALUE 0.
       01 WS-BR-SCAN        PIC 99 VALUE 0.
       01 WS-BR-DIGITS      PIC XX VALUE SPACES.
       01 WS-BR-DIGITS-N REDEFINES WS-BR-DIGITS PIC 99.

      *****************************************************
      * One bucket per possible branch code, subscripted by
      * code + 1 - two digits allow no more than a hundred.
      *****************************************************
       01 WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 100 TIMES INDEXED BY BP-IDX.
               10 WS-BP-USED      PIC X.
               10 WS-BP-NAME      PIC X(25).
               10 WS-BP-IFSC      PIC X(11).
               10 WS-BP-ACCTS     PIC 9(6).
               10 WS-BP-CASA      PIC 9(11)V99.
               10 WS-BP-TERM      PIC 9(11)V99.
               10 WS-BP-OVERDRAWN PIC 9(11)V99.
               10 WS-BP-LOANS     PIC 9(11)V99.
               10 WS-BP-DUE-TO    PIC 9(11)V99.
               10 WS-BP-DUE-FROM  PIC 9(11)V99.
       01 WS-BP-SUB         PIC 999 VALUE 0.
       01 WS-BP-CODE        PIC 99 VALUE 0.
       01 WS-LOOKUP-BRANCH  PIC 99 VALUE 0.
       01 WS-LOOKUP-FOUND   PIC X VALUE 'N'.

       01 WS-BP-DEPOSITS    PIC 9(11)V99 VALUE 0.
       01 WS-BP-ADVANCES    PIC 9(11)V99 VALUE 0.
       01 WS-BP-NET         PIC S9(11)V99 VALUE 0.
       01 WS-NET-ED         PIC +9(11).99.

       01 WS-TOT-ACCTS      PIC 9(7) VALUE 0.
       01 WS-TOT-CASA       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-TERM       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DEPOSITS   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-OVERDRAWN  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-LOANS      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ADVANCES   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-NET        PIC S9(11)V99 VALUE 0.
       01 WS-IB-COUNT       PIC 9(6) VALUE 0.
       01 WS-IB-TOTAL       PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-INIT-BRANCH-TABLE
           PERFORM 1100-LOAD-BRANCH-NAMES

           OPEN INPUT ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN
           OPEN OUTPUT IB-SETTLEMENT POSITION-RPT

           PERFORM 1200-ACCUMULATE-ACCOUNTS
           PERFORM 1300-ACCUMULATE-LOANS
           PERFORM 1400-ACCUMULATE-TERM-DEPOSITS
           PERFORM 2000-PASS-DEPOSIT-AUDIT
           PERFORM 2100-PASS-WITHDRAW-LOG

           PERFORM 3000-WRITE-POSITION
           PERFORM 3500-WRITE-SETTLEMENT-SUMMARY

           PERFORM 8100-WRITE-RUN-END
           CLOSE ACCOUNT-MASTER IB-SETTLEMENT POSITION-RPT
           DISPLAY "BRNCHPOS: INTER-BRANCH ENTRIES " WS-IB-COUNT
           GOBACK.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "BRNCHPOS: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INIT-BRANCH-TABLE.
           PERFORM VARYING BP-IDX FROM 1 BY 1 UNTIL BP-IDX > 100
               MOVE 'N'    TO WS-BP-USED(BP-IDX)
               MOVE SPACES TO WS-BP-NAME(BP-IDX)
               MOVE SPACES TO WS-BP-IFSC(BP-IDX)
               MOVE ZERO   TO WS-BP-ACCTS(BP-IDX)
               MOVE ZERO   TO WS-BP-CASA(BP-IDX)
               MOVE ZERO   TO WS-BP-TERM(BP-IDX)
               MOVE ZERO   TO WS-BP-OVERDRAWN(BP-IDX)
               MOVE ZERO   TO WS-BP-LOANS(BP-IDX)
               MOVE ZERO   TO WS-BP-DUE-TO(BP-IDX)
               MOVE ZERO   TO WS-BP-DUE-FROM(BP-IDX)
           END-PERFORM
           MOVE "HEAD OFFICE" TO WS-BP-NAME(1).

      *****************************************************
      * Every branch on the master prints, open or closed,
      * even with nothing booked to it. A missing branch
      * master leaves the codes unnamed.
      *****************************************************
       1100-LOAD-BRANCH-NAMES.
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-EOF = 'Y'
                   READ BRANCH-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BRANCH-EOF
                       NOT AT END
                           COMPUTE WS-BP-SUB = BM-CODE + 1
                           MOVE 'Y'        TO WS-BP-USED(WS-BP-SUB)
                           MOVE BM-NAME    TO WS-BP-NAME(WS-BP-SUB)
                           MOVE BM-IFSC    TO WS-BP-IFSC(WS-BP-SUB)
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "BRNCHPOS: branch_master.dat NOT ON FILE - "
                   "BRANCHES REPORTED BY CODE ONLY"
           END-IF
           CLOSE BRANCH-MASTER.

      *****************************************************
      * A credit balance is a deposit the branch holds; a
      * debit balance is money it has advanced. Closed
      * accounts carry nothing and are not counted.
      *****************************************************
       1200-ACCUMULATE-ACCOUNTS.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF ACCT-STATUS NOT = 'C'
                           PERFORM 1250-ADD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       1250-ADD-ONE-ACCOUNT.
           COMPUTE WS-BP-SUB = ACCT-BRANCH + 1
           MOVE 'Y' TO WS-BP-USED(WS-BP-SUB)
           ADD 1 TO WS-BP-ACCTS(WS-BP-SUB)
           IF ACCT-BALANCE < 0
               SUBTRACT ACCT-BALANCE FROM WS-BP-OVERDRAWN(WS-BP-SUB)
           ELSE
               ADD ACCT-BALANCE TO WS-BP-CASA(WS-BP-SUB)
           END-IF.

      *****************************************************
      * Loans book to the home branch of the operating
      * account they disburse to and collect from. No loan
      * or term-deposit master yet adds nothing; any other
      * open failure stops the run rather than print the
      * position short.
      *****************************************************
       1300-ACCUMULATE-LOANS.
           OPEN INPUT LOAN-MASTER
           EVALUATE WS-LOAN-STATUS
               WHEN "00"
                   PERFORM 1310-READ-LOANS
                   CLOSE LOAN-MASTER
               WHEN "05"
                   CLOSE LOAN-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BRNCHPOS: loan_master.dat OPEN FAILED - "
                       "STATUS " WS-LOAN-STATUS " - RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1310-READ-LOANS.
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       IF (LN-STATUS = 'A' OR LN-STATUS = 'N')
                           AND LN-OUTSTANDING > 0
                           MOVE LN-ACCT-NO TO ACCT-NO
                           PERFORM 5000-LOOKUP-HOME-BRANCH
                           COMPUTE WS-BP-SUB =
                               WS-LOOKUP-BRANCH + 1
                           MOVE 'Y' TO WS-BP-USED(WS-BP-SUB)
                           ADD LN-OUTSTANDING
                               TO WS-BP-LOANS(WS-BP-SUB)
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      * Term deposits book to the home branch of the
      * account that funded them.
      *****************************************************
       1400-ACCUMULATE-TERM-DEPOSITS.
           OPEN INPUT TD-MASTER
           EVALUATE WS-TD-STATUS
               WHEN "00"
                   PERFORM 1410-READ-TERM-DEPOSITS
                   CLOSE TD-MASTER
               WHEN "05"
                   CLOSE TD-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BRNCHPOS: td_master.dat OPEN FAILED - "
                       "STATUS " WS-TD-STATUS " - RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1410-READ-TERM-DEPOSITS.
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       IF TD-STATUS = 'A'
                           MOVE TD-SRC-ACCT TO ACCT-NO
                           PERFORM 5000-LOOKUP-HOME-BRANCH
                           COMPUTE WS-BP-SUB =
                               WS-LOOKUP-BRANCH + 1
                           MOVE 'Y' TO WS-BP-USED(WS-BP-SUB)
                           ADD TD-PRINCIPAL
                               TO WS-BP-TERM(WS-BP-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       2000-PASS-DEPOSIT-AUDIT.
           OPEN INPUT DEPOSIT-AUDIT-IN
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ DEPOSIT-AUDIT-IN
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           ADD 1 TO WS-RUN-READ
                           MOVE AL-KEY          TO WS-ENT-KEY
                           MOVE AL-ACTION       TO WS-ENT-ACTION
                           MOVE AL-AMOUNT-1     TO WS-ENT-AMOUNT-1
                           MOVE AL-STATUS       TO WS-ENT-STATUS
                           MOVE AL-TIMESTAMP    TO WS-ENT-TIMESTAMP
                           MOVE AL-TIMESTAMP(1:8) TO WS-ENT-DATE
                           MOVE AL-DETAIL       TO WS-ENT-DETAIL
                           PERFORM 2500-CLASSIFY-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-AUDIT-IN.

       2100-PASS-WITHDRAW-LOG.
           OPEN INPUT WITHDRAW-RESULT-IN
           IF WS-RESULT-STATUS = "00"
               PERFORM UNTIL WS-RESULT-EOF = 'Y'
                   READ WITHDRAW-RESULT-IN
                       AT END
                           MOVE 'Y' TO WS-RESULT-EOF
                       NOT AT END
                           ADD 1 TO WS-RUN-READ
                           MOVE WL-KEY          TO WS-ENT-KEY
                           MOVE WL-ACTION       TO WS-ENT-ACTION
                           MOVE WL-AMOUNT-1     TO WS-ENT-AMOUNT-1
                           MOVE WL-STATUS       TO WS-ENT-STATUS
                           MOVE WL-TIMESTAMP    TO WS-ENT-TIMESTAMP
                           MOVE WL-TIMESTAMP(1:8) TO WS-ENT-DATE
                           MOVE WL-DETAIL       TO WS-ENT-DETAIL
                           PERFORM 2500-CLASSIFY-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WITHDRAW-RESULT-IN.

      *****************************************************
      * Only today's posted batch movements count - the
      * RECON posted-only rules (DEPOSIT on OK or OVFL, the
      * others on OK), and only entries carrying a BR= tag.
      *****************************************************
       2500-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-ENT-DIR
           IF WS-ENT-DATE = WS-BUS-DATE
               EVALUATE WS-ENT-ACTION
                   WHEN "DEPOSIT"
                       IF WS-ENT-STATUS = "OK"
                           OR WS-ENT-STATUS = "OVFL"
                           MOVE 'C' TO WS-ENT-DIR
                       END-IF
                   WHEN "XFER-CR"
                       IF WS-ENT-STATUS = "OK"
                           MOVE 'C' TO WS-ENT-DIR
                       END-IF
                   WHEN "WITHDRAW"
                   WHEN "XFER-DR"
                       IF WS-ENT-STATUS = "OK"
                           MOVE 'D' TO WS-ENT-DIR
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-ENT-DIR NOT = SPACE
               PERFORM 5300-EXTRACT-BRANCH
               IF WS-ENT-TAGGED = 'N'
                   MOVE SPACE TO WS-ENT-DIR
               END-IF
           END-IF
           IF WS-ENT-DIR = SPACE
               ADD 1 TO WS-RUN-REJ
           ELSE
               ADD 1 TO WS-RUN-POSTED
               MOVE WS-ENT-KEY TO ACCT-NO
               PERFORM 5000-LOOKUP-HOME-BRANCH
               MOVE WS-LOOKUP-BRANCH TO WS-HOME-BRANCH
               IF WS-LOOKUP-FOUND = 'Y'
                   AND WS-HOME-BRANCH NOT = WS-ENT-BRANCH
                   PERFORM 2600-RAISE-SETTLEMENT
               END-IF
           END-IF.

      *****************************************************
      * Money collected at the posting branch for another
      * branch's customer is owed on to the home branch;
      * money paid out there is owed back by the home
      * branch.
      *****************************************************
       2600-RAISE-SETTLEMENT.
           MOVE SPACES TO IB-SETTLEMENT-REC
           MOVE WS-BUS-DATE      TO IB-DATE
           IF WS-ENT-DIR = 'C'
               MOVE WS-ENT-BRANCH  TO IB-OWING-BR
               MOVE WS-HOME-BRANCH TO IB-OWED-BR
           ELSE
               MOVE WS-HOME-BRANCH TO IB-OWING-BR
               MOVE WS-ENT-BRANCH  TO IB-OWED-BR
           END-IF
           MOVE WS-ENT-KEY       TO IB-ACCT
           MOVE WS-ENT-ACTION    TO IB-ACTION
           MOVE WS-ENT-DIR       TO IB-DIR
           MOVE WS-ENT-AMOUNT-1  TO IB-AMOUNT
           MOVE WS-ENT-BRANCH    TO IB-POSTED-BR
           MOVE WS-HOME-BRANCH   TO IB-HOME-BR
           MOVE WS-ENT-TIMESTAMP TO IB-REF
           WRITE IB-SETTLEMENT-REC

           COMPUTE WS-BP-SUB = IB-OWING-BR + 1
           MOVE 'Y' TO WS-BP-USED(WS-BP-SUB)
           ADD IB-AMOUNT TO WS-BP-DUE-TO(WS-BP-SUB)
           COMPUTE WS-BP-SUB = IB-OWED-BR + 1
           MOVE 'Y' TO WS-BP-USED(WS-BP-SUB)
           ADD IB-AMOUNT TO WS-BP-DUE-FROM(WS-BP-SUB)
           ADD 1 TO WS-IB-COUNT
           ADD IB-AMOUNT TO WS-IB-TOTAL.

       3000-WRITE-POSITION.
           MOVE SPACES TO POSITION-RPT-REC
           STRING "BRANCH POSITION FOR " WS-BUS-DATE
               " - DEPOSITS AND ADVANCES BY HOME BRANCH"
               INTO POSITION-RPT-REC
           END-STRING
           WRITE POSITION-RPT-REC
           MOVE SPACES TO POSITION-RPT-REC
           STRING "BR NAME                      IFSC        ACCTS  "
               " CASA-DEPOSITS  TERM-DEPOSITS TOTAL-DEPOSITS "
               "     OVERDRAWN          LOANS TOTAL-ADVANCES"
               "          IB-NET"
               INTO POSITION-RPT-REC
           END-STRING
           WRITE POSITION-RPT-REC
           MOVE ALL "-" TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           PERFORM VARYING BP-IDX FROM 1 BY 1 UNTIL BP-IDX > 100
               IF WS-BP-USED(BP-IDX) = 'Y'
                   PERFORM 3100-WRITE-BRANCH-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           MOVE WS-TOT-NET TO WS-NET-ED
           MOVE SPACES TO POSITION-RPT-REC
           STRING "   ALL BRANCHES                         "
               WS-TOT-ACCTS    " "
               WS-TOT-CASA     " "
               WS-TOT-TERM     " "
               WS-TOT-DEPOSITS " "
               WS-TOT-OVERDRAWN " "
               WS-TOT-LOANS    " "
               WS-TOT-ADVANCES " "
               WS-NET-ED
               INTO POSITION-RPT-REC
           END-STRING
           WRITE POSITION-RPT-REC.

       3100-WRITE-BRANCH-LINE.
           COMPUTE WS-BP-CODE = BP-IDX - 1
           COMPUTE WS-BP-DEPOSITS =
               WS-BP-CASA(BP-IDX) + WS-BP-TERM(BP-IDX)
           COMPUTE WS-BP-ADVANCES =
               WS-BP-OVERDRAWN(BP-IDX) + WS-BP-LOANS(BP-IDX)
           COMPUTE WS-BP-NET =
               WS-BP-DUE-FROM(BP-IDX) - WS-BP-DUE-TO(BP-IDX)
           MOVE WS-BP-NET TO WS-NET-ED
           MOVE SPACES TO POSITION-RPT-REC
           STRING
               WS-BP-CODE " "
               WS-BP-NAME(BP-IDX) " "
               WS-BP-IFSC(BP-IDX) " "
               WS-BP-ACCTS(BP-IDX) " "
               WS-BP-CASA(BP-IDX) " "
               WS-BP-TERM(BP-IDX) " "
               WS-BP-DEPOSITS " "
               WS-BP-OVERDRAWN(BP-IDX) " "
               WS-BP-LOANS(BP-IDX) " "
               WS-BP-ADVANCES " "
               WS-NET-ED
               INTO POSITION-RPT-REC
           END-STRING
           WRITE POSITION-RPT-REC
           ADD WS-BP-ACCTS(BP-IDX)     TO WS-TOT-ACCTS
           ADD WS-BP-CASA(BP-IDX)      TO WS-TOT-CASA
           ADD WS-BP-TERM(BP-IDX)      TO WS-TOT-TERM
           ADD WS-BP-DEPOSITS          TO WS-TOT-DEPOSITS
           ADD WS-BP-OVERDRAWN(BP-IDX) TO WS-TOT-OVERDRAWN
           ADD WS-BP-LOANS(BP-IDX)     TO WS-TOT-LOANS
           ADD WS-BP-ADVANCES          TO WS-TOT-ADVANCES
           ADD WS-BP-NET               TO WS-TOT-NET.

      *****************************************************
      * Every entry is owed by one branch to another, so
      * the nets across all branches must come to zero -
      * anything else means the settlement file is not
      * whole.
      *****************************************************
       3500-WRITE-SETTLEMENT-SUMMARY.
           MOVE SPACES TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           MOVE "INTER-BRANCH SETTLEMENT" TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           MOVE "BR         DUE-TO       DUE-FROM             NET"
               TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           MOVE ALL "-" TO POSITION-RPT-REC
           WRITE POSITION-RPT-REC
           PERFORM VARYING BP-IDX FROM 1 BY 1 UNTIL BP-IDX > 100
               IF WS-BP-DUE-TO(BP-IDX) > 0
                   OR WS-BP-DUE-FROM(BP-IDX) > 0
                   COMPUTE WS-BP-CODE = BP-IDX - 1
                   COMPUTE WS-BP-NET =
                       WS-BP-DUE-FROM(BP-IDX) - WS-BP-DUE-TO(BP-IDX)
                   MOVE WS-BP-NET TO WS-NET-ED
                   MOVE SPACES TO POSITION-RPT-REC
                   STRING
                       WS-BP-CODE " "
                       WS-BP-DUE-TO(BP-IDX) " "
                       WS-BP-DUE-FROM(BP-IDX) " "
                       WS-NET-ED
                       INTO POSITION-RPT-REC
                   END-STRING
                   WRITE POSITION-RPT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO POSITION-RPT-REC
           STRING "ENTRIES RAISED: " WS-IB-COUNT
               "  AMOUNT: " WS-IB-TOTAL
               INTO POSITION-RPT-REC
           END-STRING
           WRITE POSITION-RPT-REC
           MOVE SPACES TO POSITION-RPT-REC
           IF WS-TOT-NET = 0
               MOVE "PROOF: INTER-BRANCH NETS SUM TO ZERO"
                   TO POSITION-RPT-REC
           ELSE
               MOVE "PROOF: *** INTER-BRANCH NETS DO NOT SUM TO "
                   & "ZERO - INVESTIGATE ***"
                   TO POSITION-RPT-REC
               DISPLAY "BRNCHPOS: INTER-BRANCH POSITION OUT OF "
                   "BALANCE - SEE branch_position.txt"
           END-IF
           WRITE POSITION-RPT-REC.

      *****************************************************
      * Home branch of the account in ACCT-NO. An account
      * no longer on file falls to head office.
      *****************************************************
       5000-LOOKUP-HOME-BRANCH.
           MOVE 'Y' TO WS-LOOKUP-FOUND
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOOKUP-FOUND
           END-READ
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE ACCT-BRANCH TO WS-LOOKUP-BRANCH
           ELSE
               MOVE ZERO TO WS-LOOKUP-BRANCH
           END-IF.

      *****************************************************
      * The BR= tag sits at varying offsets in AL-DETAIL
      * (after MIN-BAL=, XFR=, and so on) - scan for it and
      * take the two digits that follow, the GLSUMM rule.
      *****************************************************
       5300-EXTRACT-BRANCH.
           MOVE 0 TO WS-ENT-BRANCH
           MOVE 'N' TO WS-ENT-TAGGED
           PERFORM VARYING WS-BR-SCAN FROM 1 BY 1
                   UNTIL WS-BR-SCAN > 36
               IF WS-ENT-DETAIL(WS-BR-SCAN:3) = "BR="
                   MOVE WS-ENT-DETAIL(WS-BR-SCAN + 3:2)
                       TO WS-BR-DIGITS
                   IF WS-BR-DIGITS IS NUMERIC
                       MOVE WS-BR-DIGITS-N TO WS-ENT-BRANCH
                       MOVE 'Y' TO WS-ENT-TAGGED
                   END-IF
                   MOVE 37 TO WS-BR-SCAN
               END-IF
           END-PERFORM.

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
      * Run-control bookkeeping: read = audit entries read,
      * posted = today's batch movements matched to a home
      * branch, rejected = entries outside that.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "BRNCHPOS" TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "BRNCHPOS" TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
