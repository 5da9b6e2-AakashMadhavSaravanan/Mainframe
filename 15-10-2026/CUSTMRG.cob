       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

      *****************************************************
      * Customer merge. Reads cust_merge.txt - one pair per
      * record, the surviving customer number and the
      * duplicate to fold into it (CUSTDUP lists the likely
      * pairs) - and for each pair:
      *   - repoints every account (ACCT-CUST-NO), loan
      *     (LN-CUST-NO) and term deposit (TD-CUST-NO) the
      *     duplicate owns to the survivor;
      *   - replaces the duplicate on the holder register
      *     (account_holders.dat); where the survivor was
      *     already a joint holder of the same account the
      *     repeated slot is dropped, and an account left
      *     with one holder becomes single-holder;
      *   - keeps one KYC record: the duplicate's moves to
      *     the survivor when the survivor has none or was
      *     verified earlier, and the duplicate's is removed;
      *   - adds the duplicate's TL-INT-PAID / TL-TAX-HELD
      *     into the survivor's tds_ledger.dat row for each
      *     financial year (a row is opened where the
      *     survivor had none), so the TDS threshold and the
      *     year-end certificate see one customer;
      *   - retires the duplicate by removing it from
      *     customer_master.dat.
      * Every merge is written to cust_merge_log.txt: the
      * duplicate's full customer record before it is
      * removed, then one line per record repointed or
      * combined. The log is appended to and never
      * rewritten - it is the only trace of the retired
      * number.
      *
      * A pair is refused when either number is not on the
      * customer master or both are the same customer.
      * Updates account_master.dat, so it checks the EOD
      * lock the way the teller programs do.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
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
           SELECT OPTIONAL HOLDER-REG ASSIGN TO "account_holders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-ACCT-NO
               FILE STATUS IS WS-HOLDER-STATUS.
           SELECT OPTIONAL KYC-MASTER ASSIGN TO "kyc_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CUST-NO
               FILE STATUS IS WS-KYC-STATUS.
           SELECT OPTIONAL TDS-LEDGER ASSIGN TO "tds_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TDS-STATUS.
           SELECT OPTIONAL MERGE-REQ ASSIGN TO "cust_merge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT MERGE-LOG ASSIGN TO "cust_merge_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL EOD-LOCK ASSIGN TO "eod_lock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD LOAN-MASTER.
           COPY LOANMAST.

       FD TD-MASTER.
           COPY TDMAST.

       FD HOLDER-REG.
           COPY ACCTHLDR.

       FD KYC-MASTER.
           COPY KYCMAST.

       FD TDS-LEDGER.
           COPY TDSLEDGR.

       FD MERGE-REQ.
       01 MERGE-REQ-REC.
           05 MG-SURVIVOR      PIC 9(6).
           05 MG-DUPLICATE     PIC 9(6).

      *****************************************************
      * Merge log line. ML-FILE names what the line is
      * about: CUSTOMER (the duplicate's retired record,
      * image in ML-DETAIL), ACCOUNT, LOAN, TD, HOLDERS,
      * KYC or TDS (the record keyed by ML-KEY).
      *****************************************************
       FD MERGE-LOG.
       01 MERGE-LOG-REC.
           05 ML-TIMESTAMP     PIC 9(14).
           05 FILLER           PIC X.
           05 ML-SURVIVOR      PIC 9(6).
           05 FILLER           PIC X.
           05 ML-DUPLICATE     PIC 9(6).
           05 FILLER           PIC X.
           05 ML-FILE          PIC X(8).
           05 FILLER           PIC X.
           05 ML-KEY           PIC X(10).
           05 FILLER           PIC X.
           05 ML-DETAIL        PIC X(95).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD EOD-LOCK.
           COPY EODLOCK.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-LOAN-STATUS   PIC XX VALUE SPACES.
       01 WS-TD-STATUS     PIC XX VALUE SPACES.
       01 WS-HOLDER-STATUS PIC XX VALUE SPACES.
       01 WS-KYC-STATUS    PIC XX VALUE SPACES.
       01 WS-TDS-STATUS    PIC XX VALUE SPACES.
       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-LOG-STATUS    PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-TIMESTAMP     PIC 9(14).
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-REQ-EOF       PIC X VALUE 'N'.
       01 WS-SCAN-EOF      PIC X VALUE 'N'.

       01 WS-LOAN-OPEN     PIC X VALUE 'N'.
       01 WS-TD-OPEN       PIC X VALUE 'N'.
       01 WS-HOLDER-OPEN   PIC X VALUE 'N'.
       01 WS-KYC-OPEN      PIC X VALUE 'N'.
       01 WS-TDS-OPEN      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-VALID         PIC X VALUE 'Y'.
       01 WS-DUP-IMAGE     PIC X(93) VALUE SPACES.

      *****************************************************
      * Counts for the merge in hand, shown on the summary
      * line written to the log once the pair is done.
      *****************************************************
       01 WS-ACCT-MOVED    PIC 9(4) VALUE 0.
       01 WS-LOAN-MOVED    PIC 9(4) VALUE 0.
       01 WS-TD-MOVED      PIC 9(4) VALUE 0.
       01 WS-HLDR-MOVED    PIC 9(4) VALUE 0.
       01 WS-TDS-MOVED     PIC 9(4) VALUE 0.

      *****************************************************
      * Holder register work: one account's four slots are
      * rebuilt without repeats, survivor in the
      * duplicate's place.
      *****************************************************
       01 WS-HLDR-CHANGED  PIC X VALUE 'N'.
       01 WS-SLOT          PIC 9 VALUE 0.
       01 WS-SLOT-2        PIC 9 VALUE 0.
       01 WS-HLDR-COUNT    PIC 9 VALUE 0.
       01 WS-NEW-HOLDERS.
           05 WS-NEW-HOLDER OCCURS 4 TIMES.
               10 WS-NH-CUST-NO    PIC 9(6).
               10 WS-NH-DECEASED   PIC X.
               10 WS-NH-DEATH-DATE PIC 9(8).
       01 WS-HLDR-REPEAT   PIC X VALUE 'N'.

      *****************************************************
      * KYC work: the duplicate's record, held while the
      * survivor's is read.
      *****************************************************
       01 WS-DUP-KYC       PIC X(47) VALUE SPACES.
       01 WS-DUP-KYC-DATE  PIC 9(8) VALUE 0.
       01 WS-KYC-FOUND     PIC X VALUE 'N'.

      *****************************************************
      * TDS work: the duplicate's ledger rows, one per
      * financial year, collected before any is combined so
      * the browse is not disturbed by the writes.
      *****************************************************
       01 WS-TDS-TABLE.
           05 WS-TDS-ENTRY OCCURS 20 TIMES.
               10 WS-TE-FY         PIC 9(4).
               10 WS-TE-INT-PAID   PIC S9(9)V99.
               10 WS-TE-TAX-HELD   PIC S9(9)V99.
       01 WS-TDS-COUNT     PIC 99 VALUE 0.
       01 WS-TDS-SUB       PIC 99 VALUE 0.
       01 WS-TDS-FOUND     PIC X VALUE 'N'.
       01 WS-DISP-INT      PIC -(9)9.99.
       01 WS-DISP-TAX      PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           PERFORM 7000-LOAD-BUS-DATE

           OPEN INPUT MERGE-REQ
           IF WS-REQ-STATUS = "05" OR WS-REQ-STATUS = "35"
               DISPLAY "CUSTMRG: cust_merge.txt NOT STAGED - "
                   "NOTHING TO MERGE"
               CLOSE MERGE-REQ
               GOBACK
           END-IF

           PERFORM 1000-OPEN-FILES
           PERFORM 8000-WRITE-RUN-START

           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ MERGE-REQ
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2000-MERGE-ONE-PAIR
               END-READ
           END-PERFORM

           PERFORM 8100-WRITE-RUN-END
           PERFORM 1900-CLOSE-FILES
           DISPLAY "CUSTMRG: MERGED " WS-RUN-POSTED
               " REJECTED " WS-RUN-REJ
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTMRG: customer_master.dat OPEN FAILED - "
                   "STATUS " WS-CUST-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN I-O LOAN-MASTER
           IF WS-LOAN-STATUS = "00"
               MOVE 'Y' TO WS-LOAN-OPEN
           ELSE
               CLOSE LOAN-MASTER
           END-IF

           OPEN I-O TD-MASTER
           IF WS-TD-STATUS = "00"
               MOVE 'Y' TO WS-TD-OPEN
           ELSE
               CLOSE TD-MASTER
           END-IF

           OPEN I-O HOLDER-REG
           IF WS-HOLDER-STATUS = "00"
               MOVE 'Y' TO WS-HOLDER-OPEN
           ELSE
               CLOSE HOLDER-REG
           END-IF

           OPEN I-O KYC-MASTER
           IF WS-KYC-STATUS = "00"
               MOVE 'Y' TO WS-KYC-OPEN
           ELSE
               CLOSE KYC-MASTER
           END-IF

           OPEN I-O TDS-LEDGER
           IF WS-TDS-STATUS = "00"
               MOVE 'Y' TO WS-TDS-OPEN
           ELSE
               CLOSE TDS-LEDGER
           END-IF

           OPEN EXTEND MERGE-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT MERGE-LOG
           END-IF.

       1900-CLOSE-FILES.
           CLOSE MERGE-REQ CUSTOMER-MASTER ACCOUNT-MASTER MERGE-LOG
           IF WS-LOAN-OPEN = 'Y'
               CLOSE LOAN-MASTER
           END-IF
           IF WS-TD-OPEN = 'Y'
               CLOSE TD-MASTER
           END-IF
           IF WS-HOLDER-OPEN = 'Y'
               CLOSE HOLDER-REG
           END-IF
           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-MASTER
           END-IF
           IF WS-TDS-OPEN = 'Y'
               CLOSE TDS-LEDGER
           END-IF.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CUSTMRG: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       7100-CHECK-EOD-LOCK.
           MOVE 'N' TO WS-EOD-LOCKED
           OPEN INPUT EOD-LOCK
           IF WS-LOCK-STATUS = "00"
               READ EOD-LOCK
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE 'Y' TO WS-EOD-LOCKED
                       END-IF
               END-READ
           END-IF
           CLOSE EOD-LOCK
           IF WS-EOD-LOCKED = 'Y'
               DISPLAY "CUSTMRG: EOD IN PROGRESS - RUN REFUSED"
               GOBACK
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
      * Both customers must be on file and be two different
      * customers. The survivor is read last so its record
      * is not needed again; the duplicate's image is kept
      * for the log.
      *****************************************************
       2000-MERGE-ONE-PAIR.
           MOVE 'Y' TO WS-VALID
           IF MG-SURVIVOR IS NOT NUMERIC
               OR MG-DUPLICATE IS NOT NUMERIC
               OR MG-SURVIVOR = MG-DUPLICATE
               DISPLAY "CUST-MERGE: BAD PAIR " MG-SURVIVOR " "
                   MG-DUPLICATE
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               MOVE MG-DUPLICATE TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUST-MERGE: DUPLICATE NOT FOUND "
                           MG-DUPLICATE
                       MOVE 'N' TO WS-VALID
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               MOVE CUSTOMER-MASTER-REC TO WS-DUP-IMAGE
               MOVE MG-SURVIVOR TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUST-MERGE: SURVIVOR NOT FOUND "
                           MG-SURVIVOR
                       MOVE 'N' TO WS-VALID
               END-READ
           END-IF
           IF WS-VALID = 'Y'
               MOVE ZERO TO WS-ACCT-MOVED WS-LOAN-MOVED
                   WS-TD-MOVED WS-HLDR-MOVED WS-TDS-MOVED
               PERFORM 2100-LOG-RETIRED-IMAGE
               PERFORM 3000-REPOINT-ACCOUNTS
               PERFORM 3100-REPOINT-LOANS
               PERFORM 3200-REPOINT-DEPOSITS
               PERFORM 3300-REPOINT-HOLDERS
               PERFORM 3500-MERGE-KYC
               PERFORM 3600-COMBINE-TDS-LEDGER
               PERFORM 3900-RETIRE-DUPLICATE
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
           END-IF.

       2100-LOG-RETIRED-IMAGE.
           PERFORM 4000-CLEAR-LOG-LINE
           MOVE "CUSTOMER" TO ML-FILE
           MOVE MG-DUPLICATE TO ML-KEY
           MOVE WS-DUP-IMAGE TO ML-DETAIL
           WRITE MERGE-LOG-REC.

      *****************************************************
      * Full passes of each master - none of them is keyed
      * by customer. Closed accounts, repaid loans and paid
      * deposits move too, so the survivor's history is
      * complete.
      *****************************************************
       3000-REPOINT-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZERO TO ACCT-NO
           START ACCOUNT-MASTER KEY NOT < ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF ACCT-CUST-NO = MG-DUPLICATE
                           MOVE MG-SURVIVOR TO ACCT-CUST-NO
                           REWRITE ACCOUNT-MASTER-REC
                           ADD 1 TO WS-ACCT-MOVED
                           PERFORM 4000-CLEAR-LOG-LINE
                           MOVE "ACCOUNT" TO ML-FILE
                           MOVE ACCT-NO TO ML-KEY
                           MOVE "ACCT-CUST-NO REPOINTED" TO ML-DETAIL
                           WRITE MERGE-LOG-REC
                       END-IF
               END-READ
           END-PERFORM.

       3100-REPOINT-LOANS.
           IF WS-LOAN-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE ZERO TO LN-NO
               START LOAN-MASTER KEY NOT < LN-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF LN-CUST-NO = MG-DUPLICATE
                               MOVE MG-SURVIVOR TO LN-CUST-NO
                               REWRITE LOAN-MASTER-REC
                               ADD 1 TO WS-LOAN-MOVED
                               PERFORM 4000-CLEAR-LOG-LINE
                               MOVE "LOAN" TO ML-FILE
                               MOVE LN-NO TO ML-KEY
                               MOVE "LN-CUST-NO REPOINTED"
                                   TO ML-DETAIL
                               WRITE MERGE-LOG-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3200-REPOINT-DEPOSITS.
           IF WS-TD-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE ZERO TO TD-NO
               START TD-MASTER KEY NOT < TD-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ TD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF TD-CUST-NO = MG-DUPLICATE
                               MOVE MG-SURVIVOR TO TD-CUST-NO
                               REWRITE TERM-DEPOSIT-REC
                               ADD 1 TO WS-TD-MOVED
                               PERFORM 4000-CLEAR-LOG-LINE
                               MOVE "TD" TO ML-FILE
                               MOVE TD-NO TO ML-KEY
                               MOVE "TD-CUST-NO REPOINTED"
                                   TO ML-DETAIL
                               WRITE MERGE-LOG-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************
      * Holder register: the duplicate's slot takes the
      * survivor. Where the survivor already holds the
      * account the repeat is dropped and the later slots
      * close up, keeping unused slots at the end; a single
      * remaining holder makes the account single-holder.
      *****************************************************
       3300-REPOINT-HOLDERS.
           IF WS-HOLDER-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE ZERO TO JH-ACCT-NO
               START HOLDER-REG KEY NOT < JH-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ HOLDER-REG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM 3400-FIX-HOLDER-SLOTS
                   END-READ
               END-PERFORM
           END-IF.

       3400-FIX-HOLDER-SLOTS.
           MOVE 'N' TO WS-HLDR-CHANGED
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF JH-CUST-NO(WS-SLOT) = MG-DUPLICATE
                   MOVE MG-SURVIVOR TO JH-CUST-NO(WS-SLOT)
                   MOVE 'Y' TO WS-HLDR-CHANGED
               END-IF
           END-PERFORM
           IF WS-HLDR-CHANGED = 'Y'
               INITIALIZE WS-NEW-HOLDERS
               MOVE 0 TO WS-HLDR-COUNT
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   IF JH-CUST-NO(WS-SLOT) NOT = 0
                       PERFORM 3450-KEEP-HOLDER-SLOT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   MOVE WS-NH-CUST-NO(WS-SLOT)
                       TO JH-CUST-NO(WS-SLOT)
                   MOVE WS-NH-DECEASED(WS-SLOT)
                       TO JH-DECEASED(WS-SLOT)
                   MOVE WS-NH-DEATH-DATE(WS-SLOT)
                       TO JH-DEATH-DATE(WS-SLOT)
               END-PERFORM
               IF WS-HLDR-COUNT = 1
                   MOVE 'S' TO JH-MODE
               END-IF
               MOVE WS-BUS-DATE TO JH-UPD-DATE
               REWRITE ACCT-HOLDER-REC
               ADD 1 TO WS-HLDR-MOVED
               PERFORM 4000-CLEAR-LOG-LINE
               MOVE "HOLDERS" TO ML-FILE
               MOVE JH-ACCT-NO TO ML-KEY
               STRING "HOLDER REPOINTED - HOLDERS NOW "
                   WS-HLDR-COUNT " MODE " JH-MODE
                   INTO ML-DETAIL
               END-STRING
               WRITE MERGE-LOG-REC
           END-IF.

       3450-KEEP-HOLDER-SLOT.
           MOVE 'N' TO WS-HLDR-REPEAT
           PERFORM VARYING WS-SLOT-2 FROM 1 BY 1
                   UNTIL WS-SLOT-2 > WS-HLDR-COUNT
               IF WS-NH-CUST-NO(WS-SLOT-2) = JH-CUST-NO(WS-SLOT)
                   MOVE 'Y' TO WS-HLDR-REPEAT
               END-IF
           END-PERFORM
           IF WS-HLDR-REPEAT = 'N'
               ADD 1 TO WS-HLDR-COUNT
               MOVE JH-CUST-NO(WS-SLOT)
                   TO WS-NH-CUST-NO(WS-HLDR-COUNT)
               MOVE JH-DECEASED(WS-SLOT)
                   TO WS-NH-DECEASED(WS-HLDR-COUNT)
               MOVE JH-DEATH-DATE(WS-SLOT)
                   TO WS-NH-DEATH-DATE(WS-HLDR-COUNT)
           END-IF.

      *****************************************************
      * One KYC record survives: the more recently verified
      * of the two, filed under the survivor's number.
      *****************************************************
       3500-MERGE-KYC.
           IF WS-KYC-OPEN = 'Y'
               MOVE MG-DUPLICATE TO KY-CUST-NO
               MOVE 'Y' TO WS-KYC-FOUND
               READ KYC-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-KYC-FOUND
               END-READ
               IF WS-KYC-FOUND = 'Y'
                   MOVE KYC-MASTER-REC TO WS-DUP-KYC
                   MOVE KY-LAST-DATE TO WS-DUP-KYC-DATE
                   DELETE KYC-MASTER RECORD
                   PERFORM 3550-FILE-SURVIVOR-KYC
               END-IF
           END-IF.

       3550-FILE-SURVIVOR-KYC.
           MOVE MG-SURVIVOR TO KY-CUST-NO
           MOVE 'Y' TO WS-KYC-FOUND
           READ KYC-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-KYC-FOUND
           END-READ
           PERFORM 4000-CLEAR-LOG-LINE
           MOVE "KYC" TO ML-FILE
           MOVE MG-SURVIVOR TO ML-KEY
           EVALUATE TRUE
               WHEN WS-KYC-FOUND = 'N'
                   MOVE WS-DUP-KYC TO KYC-MASTER-REC
                   MOVE MG-SURVIVOR TO KY-CUST-NO
                   WRITE KYC-MASTER-REC
                   STRING "DUPLICATE'S KYC TAKEN - VERIFIED "
                       WS-DUP-KYC-DATE
                       INTO ML-DETAIL
                   END-STRING
               WHEN WS-DUP-KYC-DATE > KY-LAST-DATE
                   MOVE WS-DUP-KYC TO KYC-MASTER-REC
                   MOVE MG-SURVIVOR TO KY-CUST-NO
                   REWRITE KYC-MASTER-REC
                   STRING "DUPLICATE'S LATER KYC TAKEN - VERIFIED "
                       WS-DUP-KYC-DATE
                       INTO ML-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "SURVIVOR'S KYC KEPT - DUPLICATE'S OF "
                       WS-DUP-KYC-DATE " REMOVED"
                       INTO ML-DETAIL
                   END-STRING
           END-EVALUATE
           WRITE MERGE-LOG-REC.

      *****************************************************
      * TDS ledger rows are keyed customer + year, so the
      * duplicate's rows are found by positioning on its
      * number. Each year's interest and tax are added to
      * the survivor's row for that year and the
      * duplicate's row is removed.
      *****************************************************
       3600-COMBINE-TDS-LEDGER.
           IF WS-TDS-OPEN = 'Y'
               MOVE 0 TO WS-TDS-COUNT
               MOVE 'N' TO WS-SCAN-EOF
               MOVE MG-DUPLICATE TO TL-CUST-NO
               MOVE ZERO TO TL-FY
               START TDS-LEDGER KEY NOT < TL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ TDS-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM 3650-COLLECT-TDS-ROW
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-TDS-SUB FROM 1 BY 1
                       UNTIL WS-TDS-SUB > WS-TDS-COUNT
                   PERFORM 3700-ADD-TO-SURVIVOR-ROW
               END-PERFORM
           END-IF.

       3650-COLLECT-TDS-ROW.
           IF TL-CUST-NO NOT = MG-DUPLICATE
               MOVE 'Y' TO WS-SCAN-EOF
           ELSE
               IF WS-TDS-COUNT >= 20
                   DISPLAY "CUST-MERGE: MORE THAN 20 TDS YEARS FOR "
                       MG-DUPLICATE " - FY " TL-FY " NOT COMBINED"
               ELSE
                   ADD 1 TO WS-TDS-COUNT
                   MOVE TL-FY       TO WS-TE-FY(WS-TDS-COUNT)
                   MOVE TL-INT-PAID TO WS-TE-INT-PAID(WS-TDS-COUNT)
                   MOVE TL-TAX-HELD TO WS-TE-TAX-HELD(WS-TDS-COUNT)
               END-IF
           END-IF.

       3700-ADD-TO-SURVIVOR-ROW.
           MOVE MG-SURVIVOR TO TL-CUST-NO
           MOVE WS-TE-FY(WS-TDS-SUB) TO TL-FY
           MOVE 'Y' TO WS-TDS-FOUND
           READ TDS-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-TDS-FOUND
           END-READ
           IF WS-TDS-FOUND = 'Y'
               ADD WS-TE-INT-PAID(WS-TDS-SUB) TO TL-INT-PAID
               ADD WS-TE-TAX-HELD(WS-TDS-SUB) TO TL-TAX-HELD
               REWRITE TDS-LEDGER-REC
           ELSE
               MOVE MG-SURVIVOR TO TL-CUST-NO
               MOVE WS-TE-FY(WS-TDS-SUB) TO TL-FY
               MOVE WS-TE-INT-PAID(WS-TDS-SUB) TO TL-INT-PAID
               MOVE WS-TE-TAX-HELD(WS-TDS-SUB) TO TL-TAX-HELD
               WRITE TDS-LEDGER-REC
           END-IF
           MOVE MG-DUPLICATE TO TL-CUST-NO
           MOVE WS-TE-FY(WS-TDS-SUB) TO TL-FY
           DELETE TDS-LEDGER RECORD
           ADD 1 TO WS-TDS-MOVED
           MOVE WS-TE-INT-PAID(WS-TDS-SUB) TO WS-DISP-INT
           MOVE WS-TE-TAX-HELD(WS-TDS-SUB) TO WS-DISP-TAX
           PERFORM 4000-CLEAR-LOG-LINE
           MOVE "TDS" TO ML-FILE
           MOVE WS-TE-FY(WS-TDS-SUB) TO ML-KEY
           STRING "FY " WS-TE-FY(WS-TDS-SUB) " INT-PAID "
               WS-DISP-INT " TAX-HELD " WS-DISP-TAX " ADDED"
               INTO ML-DETAIL
           END-STRING
           WRITE MERGE-LOG-REC.

      *****************************************************
      * The duplicate's number is retired - removed from
      * the customer master, its record kept on the log -
      * and the summary line closes the merge.
      *****************************************************
       3900-RETIRE-DUPLICATE.
           MOVE MG-DUPLICATE TO CUST-NO
           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   DISPLAY "CUST-MERGE: DUPLICATE " MG-DUPLICATE
                       " COULD NOT BE REMOVED"
           END-DELETE
           PERFORM 4000-CLEAR-LOG-LINE
           MOVE "CUSTOMER" TO ML-FILE
           MOVE MG-DUPLICATE TO ML-KEY
           STRING "RETIRED - ACCOUNTS " WS-ACCT-MOVED
               " LOANS " WS-LOAN-MOVED " DEPOSITS " WS-TD-MOVED
               " HOLDINGS " WS-HLDR-MOVED " TDS YEARS " WS-TDS-MOVED
               INTO ML-DETAIL
           END-STRING
           WRITE MERGE-LOG-REC
           DISPLAY "CUSTMRG: " MG-DUPLICATE " MERGED INTO "
               MG-SURVIVOR.

       4000-CLEAR-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO MERGE-LOG-REC
           MOVE WS-TIMESTAMP TO ML-TIMESTAMP
           MOVE MG-SURVIVOR  TO ML-SURVIVOR
           MOVE MG-DUPLICATE TO ML-DUPLICATE.

      *****************************************************
      * Run-control bookkeeping: read = merge pairs read,
      * posted = pairs merged, rejected = pairs refused.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CUSTMRG " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CUSTMRG " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
