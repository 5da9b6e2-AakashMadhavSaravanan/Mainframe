       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQBOOK.

      *****************************************************
      * Cheque-book issuance register. Records which cheque
      * numbers were issued to which account, on the
      * register cheque_books.dat (CHQBOOK.cpy), so CLEARING
      * can return a presented cheque whose number was
      * never issued to the drawee account. Two phases:
      *
      *   1. Requests - chqbook_req.txt from the branch:
      *        I issue a book: account, first leaf number,
      *          leaf count. A zero first leaf numbers the
      *          book on from the highest leaf already
      *          issued to the account (leaf 000001 for a
      *          first book); a zero leaf count issues the
      *          standard 25-leaf book. Only an ACTIVE
      *          account is issued a book, and a series may
      *          not overlap one already on the account.
      *        S surrender a book: account and first leaf
      *          of the series handed back - its unused
      *          leaves are cancelled and CLEARING will
      *          return any of them presented afterwards.
      *   2. Recall list - every book still issued to a
      *      CLOSED account, with the leaves not yet paid
      *      (paid_cheques.dat, the CLEARING paid register),
      *      on cheque_recall.txt for the closure desk to
      *      demand the book back. Surrendering the book
      *      takes it off the list.
      *
      * chqbook_report.txt lists every request with its
      * outcome. Run on demand, not a chain step - it takes
      * the run-lock gate. The request file is consumed once
      * processed.
      *
      * Refusal codes: NOTF (account not on file), FRZN/
      * CLSD/DORM (account not active), LEAV (leaf count
      * over 100), SERE (series runs past leaf 999999), OVLP
      * (series overlaps one already issued), NOBK (no
      * issued book with that first leaf to surrender), ACTN
      * (unknown request action).
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOK-REQ ASSIGN TO "chqbook_req.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT CHEQUE-BOOKS ASSIGN TO "cheque_books.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL PAID-CHEQUES ASSIGN TO "paid_cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PAID-STATUS.
           SELECT BOOK-RPT ASSIGN TO "chqbook_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECALL-RPT ASSIGN TO "cheque_recall.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT OPTIONAL EOD-LOCK ASSIGN TO "eod_lock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-REQ.
       01 BOOK-REQ-REC.
           05 BQ-ACTION        PIC X.
           05 BQ-ACCT-NO       PIC 9(6).
           05 BQ-FIRST-LEAF    PIC 9(6).
           05 BQ-LEAVES        PIC 9(3).

       FD CHEQUE-BOOKS.
           COPY CHQBOOK.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

      *****************************************************
      * CLEARING's paid-cheque register, keyed account +
      * cheque number - read here to tell used leaves from
      * unused ones.
      *****************************************************
       FD PAID-CHEQUES.
       01 PAID-CHEQUE-REC.
           05 PC-KEY.
               10 PC-ACCT      PIC 9(6).
               10 PC-CHQ-NO    PIC 9(6).
           05 PC-DATE          PIC 9(8).
           05 PC-AMOUNT        PIC 9(6)V99.

       FD BOOK-RPT.
       01 BOOK-RPT-REC PIC X(80).

       FD RECALL-RPT.
       01 RECALL-RPT-REC PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD EOD-LOCK.
           COPY EODLOCK.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-CB-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-PAID-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-REQ-EOF       PIC X VALUE 'N'.
       01 WS-CB-EOF        PIC X VALUE 'N'.
       01 WS-PAID-OPEN     PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-BOOK-RESULT   PIC X(4) VALUE SPACES.
       01 WS-STD-LEAVES    PIC 9(3) VALUE 25.
       01 WS-MAX-LEAVES    PIC 9(3) VALUE 100.

      *****************************************************
      * The series being issued, and what the scan of the
      * account's existing series found: the highest leaf
      * issued so far and whether the new series overlaps
      * any of them.
      *****************************************************
       01 WS-NEW-LEAVES    PIC 9(3) VALUE 0.
       01 WS-NEW-FIRST     PIC 9(6) VALUE 0.
       01 WS-NEW-LAST      PIC 9(7) VALUE 0.
       01 WS-HIGH-LEAF     PIC 9(6) VALUE 0.
       01 WS-OVERLAP       PIC X VALUE 'N'.
       01 WS-AUTO-NUMBER   PIC X VALUE 'N'.

       01 WS-LEAF          PIC 9(7) VALUE 0.
       01 WS-UNUSED        PIC 9(3) VALUE 0.

       01 WS-ISSUED-COUNT  PIC 9(6) VALUE 0.
       01 WS-SURR-COUNT    PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-RECALL-BOOKS  PIC 9(6) VALUE 0.
       01 WS-RECALL-LEAVES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 8000-WRITE-RUN-START

           OPEN INPUT BOOK-REQ
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CHQBOOK: chqbook_req.txt NOT STAGED - "
                   "NO BOOKS ISSUED"
               CLOSE BOOK-REQ
           ELSE
               PERFORM UNTIL WS-REQ-EOF = 'Y'
                   READ BOOK-REQ
                       AT END
                           MOVE 'Y' TO WS-REQ-EOF
                       NOT AT END
                           PERFORM 2000-APPLY-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE BOOK-REQ
               PERFORM 6100-CONSUME-REQ-FILE
           END-IF
           PERFORM 2900-WRITE-RPT-TOTALS

           PERFORM 3000-WRITE-RECALL-LIST

           PERFORM 8100-WRITE-RUN-END
           CLOSE CHEQUE-BOOKS ACCOUNT-MASTER BOOK-RPT RECALL-RPT
           IF WS-PAID-OPEN = 'Y'
               CLOSE PAID-CHEQUES
           END-IF
           DISPLAY "CHQBOOK: ISSUED " WS-ISSUED-COUNT
               " SURRENDERED " WS-SURR-COUNT
               " TO RECALL " WS-RECALL-BOOKS
           GOBACK.

       6100-CONSUME-REQ-FILE.
           OPEN OUTPUT BOOK-REQ
           CLOSE BOOK-REQ.

       1000-OPEN-FILES.
           OPEN I-O CHEQUE-BOOKS
           IF WS-CB-STATUS = "35"
               OPEN OUTPUT CHEQUE-BOOKS
               CLOSE CHEQUE-BOOKS
               OPEN I-O CHEQUE-BOOKS
           END-IF
           IF WS-CB-STATUS NOT = "00"
               DISPLAY "CHQBOOK: cheque_books.dat OPEN FAILED"
                   " - STATUS " WS-CB-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN

      *****************************************************
      * No paid register yet means no cheque has ever been
      * paid - every leaf counts as unused.
      *****************************************************
           OPEN INPUT PAID-CHEQUES
           IF WS-PAID-STATUS = "00"
               MOVE 'Y' TO WS-PAID-OPEN
           ELSE
               CLOSE PAID-CHEQUES
           END-IF

           OPEN OUTPUT BOOK-RPT RECALL-RPT
           MOVE SPACES TO BOOK-RPT-REC
           STRING "CHEQUE BOOK ISSUANCE FOR " WS-BUS-DATE
               INTO BOOK-RPT-REC
           END-STRING
           WRITE BOOK-RPT-REC
           MOVE "ACT ACCT-NO FIRST  LAST   LEAVES OUTCOME"
               TO BOOK-RPT-REC
           WRITE BOOK-RPT-REC
           MOVE ALL "-" TO BOOK-RPT-REC
           WRITE BOOK-RPT-REC.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CHQBOOK: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-ONE-REQUEST.
           ADD 1 TO WS-RUN-READ
           MOVE "OK" TO WS-BOOK-RESULT
           EVALUATE BQ-ACTION
               WHEN 'I'
                   PERFORM 2100-ISSUE-BOOK
               WHEN 'S'
                   PERFORM 2500-SURRENDER-BOOK
               WHEN OTHER
                   MOVE "ACTN" TO WS-BOOK-RESULT
           END-EVALUATE
           IF WS-BOOK-RESULT = "OK"
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO BOOK-RPT-REC
               STRING
                   BQ-ACTION "   " BQ-ACCT-NO " " BQ-FIRST-LEAF
                   "        " BQ-LEAVES "    REFUSED - "
                   WS-BOOK-RESULT
                   INTO BOOK-RPT-REC
               END-STRING
               WRITE BOOK-RPT-REC
           END-IF.

      *****************************************************
      * A book goes only to an account that can be debited
      * - the same ACTIVE-only rule the cheque debit itself
      * applies.
      *****************************************************
       2100-ISSUE-BOOK.
           MOVE BQ-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NOTF" TO WS-BOOK-RESULT
               NOT INVALID KEY
                   EVALUATE ACCT-STATUS
                       WHEN 'F'
                           MOVE "FRZN" TO WS-BOOK-RESULT
                       WHEN 'C'
                           MOVE "CLSD" TO WS-BOOK-RESULT
                       WHEN 'D'
                           MOVE "DORM" TO WS-BOOK-RESULT
                   END-EVALUATE
           END-READ
           IF WS-BOOK-RESULT = "OK"
               MOVE BQ-LEAVES TO WS-NEW-LEAVES
               IF WS-NEW-LEAVES = 0
                   MOVE WS-STD-LEAVES TO WS-NEW-LEAVES
               END-IF
               IF WS-NEW-LEAVES > WS-MAX-LEAVES
                   MOVE "LEAV" TO WS-BOOK-RESULT
               END-IF
           END-IF
           IF WS-BOOK-RESULT = "OK"
               IF BQ-FIRST-LEAF = 0
                   MOVE 'Y' TO WS-AUTO-NUMBER
               ELSE
                   MOVE 'N' TO WS-AUTO-NUMBER
                   MOVE BQ-FIRST-LEAF TO WS-NEW-FIRST
                   COMPUTE WS-NEW-LAST =
                       WS-NEW-FIRST + WS-NEW-LEAVES - 1
               END-IF
               PERFORM 2200-SCAN-ACCT-SERIES
               IF WS-AUTO-NUMBER = 'Y'
                   COMPUTE WS-NEW-LAST =
                       WS-HIGH-LEAF + WS-NEW-LEAVES
                   IF WS-NEW-LAST <= 999999
                       COMPUTE WS-NEW-FIRST = WS-HIGH-LEAF + 1
                   END-IF
               END-IF
               IF WS-NEW-LAST > 999999
                   MOVE "SERE" TO WS-BOOK-RESULT
               ELSE
                   IF WS-OVERLAP = 'Y'
                       MOVE "OVLP" TO WS-BOOK-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-BOOK-RESULT = "OK"
               PERFORM 2300-WRITE-BOOK
           END-IF.

      *****************************************************
      * Every series on the account, surrendered ones too -
      * a surrendered book's numbers are never reissued.
      *****************************************************
       2200-SCAN-ACCT-SERIES.
           MOVE ZERO TO WS-HIGH-LEAF
           MOVE 'N' TO WS-OVERLAP
           MOVE 'N' TO WS-CB-EOF
           MOVE BQ-ACCT-NO TO CB-ACCT
           MOVE ZERO TO CB-FIRST-LEAF
           START CHEQUE-BOOKS KEY NOT < CB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CB-EOF
           END-START
           PERFORM UNTIL WS-CB-EOF = 'Y'
               READ CHEQUE-BOOKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CB-EOF
                   NOT AT END
                       IF CB-ACCT NOT = BQ-ACCT-NO
                           MOVE 'Y' TO WS-CB-EOF
                       ELSE
                           PERFORM 2250-CHECK-ONE-SERIES
                       END-IF
               END-READ
           END-PERFORM.

       2250-CHECK-ONE-SERIES.
           IF CB-LAST-LEAF > WS-HIGH-LEAF
               MOVE CB-LAST-LEAF TO WS-HIGH-LEAF
           END-IF
           IF WS-AUTO-NUMBER = 'N'
               IF WS-NEW-FIRST <= CB-LAST-LEAF
                   AND WS-NEW-LAST >= CB-FIRST-LEAF
                   MOVE 'Y' TO WS-OVERLAP
               END-IF
           END-IF.

       2300-WRITE-BOOK.
           MOVE BQ-ACCT-NO    TO CB-ACCT
           MOVE WS-NEW-FIRST  TO CB-FIRST-LEAF
           MOVE WS-NEW-LAST   TO CB-LAST-LEAF
           MOVE WS-NEW-LEAVES TO CB-LEAVES
           MOVE WS-BUS-DATE   TO CB-ISSUE-DATE
           MOVE 'I'           TO CB-STATUS
           MOVE ZERO          TO CB-SURR-DATE
           WRITE CHEQUE-BOOK-REC
               INVALID KEY
                   MOVE "OVLP" TO WS-BOOK-RESULT
           END-WRITE
           IF WS-BOOK-RESULT = "OK"
               ADD 1 TO WS-ISSUED-COUNT
               MOVE SPACES TO BOOK-RPT-REC
               STRING
                   "I   " CB-ACCT " " CB-FIRST-LEAF " "
                   CB-LAST-LEAF " " CB-LEAVES "    ISSUED"
                   INTO BOOK-RPT-REC
               END-STRING
               WRITE BOOK-RPT-REC
           END-IF.

       2500-SURRENDER-BOOK.
           MOVE BQ-ACCT-NO    TO CB-ACCT
           MOVE BQ-FIRST-LEAF TO CB-FIRST-LEAF
           READ CHEQUE-BOOKS
               INVALID KEY
                   MOVE "NOBK" TO WS-BOOK-RESULT
               NOT INVALID KEY
                   IF CB-STATUS NOT = 'I'
                       MOVE "NOBK" TO WS-BOOK-RESULT
                   END-IF
           END-READ
           IF WS-BOOK-RESULT = "OK"
               MOVE 'S' TO CB-STATUS
               MOVE WS-BUS-DATE TO CB-SURR-DATE
               REWRITE CHEQUE-BOOK-REC
               ADD 1 TO WS-SURR-COUNT
               MOVE SPACES TO BOOK-RPT-REC
               STRING
                   "S   " CB-ACCT " " CB-FIRST-LEAF " "
                   CB-LAST-LEAF " " CB-LEAVES
                   "    SURRENDERED - UNUSED LEAVES CANCELLED"
                   INTO BOOK-RPT-REC
               END-STRING
               WRITE BOOK-RPT-REC
           END-IF.

       2900-WRITE-RPT-TOTALS.
           MOVE ALL "-" TO BOOK-RPT-REC
           WRITE BOOK-RPT-REC
           MOVE SPACES TO BOOK-RPT-REC
           STRING
               "ISSUED: " WS-ISSUED-COUNT
               "  SURRENDERED: " WS-SURR-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               INTO BOOK-RPT-REC
           END-STRING
           WRITE BOOK-RPT-REC.

      *****************************************************
      * One pass over the whole register: a book still
      * issued to an account now closed is listed with the
      * count of its leaves the paid register has never
      * seen.
      *****************************************************
       3000-WRITE-RECALL-LIST.
           MOVE SPACES TO RECALL-RPT-REC
           STRING "CHEQUE BOOKS TO RECALL FROM CLOSED ACCOUNTS "
               WS-BUS-DATE
               INTO RECALL-RPT-REC
           END-STRING
           WRITE RECALL-RPT-REC
           MOVE "ACCT-NO FIRST  LAST   ISSUED   UNUSED"
               TO RECALL-RPT-REC
           WRITE RECALL-RPT-REC
           MOVE ALL "-" TO RECALL-RPT-REC
           WRITE RECALL-RPT-REC

           MOVE 'N' TO WS-CB-EOF
           MOVE ZERO TO CB-ACCT CB-FIRST-LEAF
           START CHEQUE-BOOKS KEY NOT < CB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CB-EOF
           END-START
           PERFORM UNTIL WS-CB-EOF = 'Y'
               READ CHEQUE-BOOKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CB-EOF
                   NOT AT END
                       IF CB-STATUS = 'I'
                           PERFORM 3100-CHECK-BOOK-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO RECALL-RPT-REC
           WRITE RECALL-RPT-REC
           MOVE SPACES TO RECALL-RPT-REC
           STRING
               "BOOKS TO RECALL: " WS-RECALL-BOOKS
               "  UNUSED LEAVES: " WS-RECALL-LEAVES
               INTO RECALL-RPT-REC
           END-STRING
           WRITE RECALL-RPT-REC.

       3100-CHECK-BOOK-ACCOUNT.
           MOVE CB-ACCT TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACE TO ACCT-STATUS
           END-READ
           IF ACCT-STATUS = 'C'
               PERFORM 3200-COUNT-UNUSED-LEAVES
               IF WS-UNUSED > 0
                   ADD 1 TO WS-RECALL-BOOKS
                   ADD WS-UNUSED TO WS-RECALL-LEAVES
                   MOVE SPACES TO RECALL-RPT-REC
                   STRING
                       CB-ACCT " " CB-FIRST-LEAF " " CB-LAST-LEAF
                       " " CB-ISSUE-DATE " " WS-UNUSED
                       INTO RECALL-RPT-REC
                   END-STRING
                   WRITE RECALL-RPT-REC
               END-IF
           END-IF.

       3200-COUNT-UNUSED-LEAVES.
           MOVE ZERO TO WS-UNUSED
           PERFORM VARYING WS-LEAF FROM CB-FIRST-LEAF BY 1
                   UNTIL WS-LEAF > CB-LAST-LEAF
               IF WS-PAID-OPEN = 'Y'
                   MOVE CB-ACCT TO PC-ACCT
                   MOVE WS-LEAF TO PC-CHQ-NO
                   READ PAID-CHEQUES
                       INVALID KEY
                           ADD 1 TO WS-UNUSED
                   END-READ
               ELSE
                   ADD 1 TO WS-UNUSED
               END-IF
           END-PERFORM.

      *****************************************************
      * This program is never a chain step, so a set
      * run-lock always means an EOD chain is mid-flight -
      * refuse rather than interleave updates into it (or
      * an operator runs LOCKRST after a crashed chain).
      *****************************************************
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
               DISPLAY "CHQBOOK: EOD IN PROGRESS - RUN REFUSED"
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
      * Run-control bookkeeping: read = requests, posted =
      * books issued or surrendered, rejected = refused.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CHQBOOK " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CHQBOOK " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
