       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.

      *****************************************************
      * Roll-forward recovery of account_master.dat - the
      * step after MSTREST. MSTREST puts the master back to
      * an MSTBKUP generation; this run brings it forward
      * again by replaying every audit entry logged after
      * that generation was cut, so the postings since the
      * backup are not re-keyed from paper.
      *
      * rollfwd_request.txt names the generation date the
      * master was restored from and, optionally, a stop
      * point (YYYYMMDDHHMMSS): entries stamped after it are
      * left unapplied, for recovering to the moment before
      * a bad run. The program:
      *
      *   1. proves the live master IS that generation -
      *      record count and balance hash against its
      *      backup_control.txt record - so a master that
      *      was not restored, or was already rolled
      *      forward, is refused, never replayed twice;
      *   2. gathers the deposit_audit, penalty_report and
      *      withdraw_result entries dated after the backup
      *      business date - from the ARCHIVE generations
      *      archive_index.txt names, then the online logs -
      *      and sorts them into timestamp order;
      *   3. applies each entry's net effect to its account
      *      under the same action rules RECON replays by,
      *      proving the balance before and after against
      *      the old- and new-balance figures logged with
      *      it.
      *
      * MSTBKUP cuts the generation at the close of its
      * business day, after every posting for that date, so
      * "after the backup" is every entry dated a later
      * business date. Refused entries moved no money and
      * are passed over. Entries for an account not on the
      * restored master (opened since the backup) cannot be
      * replayed and are reported. rollfwd_report.txt lists
      * every entry applied and every disagreement.
      *
      * Like MSTREST the run takes the run-lock gate, and
      * the request is consumed whether the recovery went
      * ahead or not.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROLLFWD-REQ
               ASSIGN TO "rollfwd_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT OPTIONAL BACKUP-CONTROL
               ASSIGN TO "backup_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL LOG-IN ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX
               ASSIGN TO "archive_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDX-STATUS.
           SELECT SORT-WORK ASSIGN TO "rollfwd.srt".
           SELECT ROLLFWD-RPT ASSIGN TO "rollfwd_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL EOD-LOCK ASSIGN TO "eod_lock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROLLFWD-REQ.
       01 ROLLFWD-REQ-REC.
           05 RQ-BKUP-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 RQ-STOP-TS       PIC 9(14).
           05 RQ-STOP-TS-X     REDEFINES RQ-STOP-TS PIC X(14).

       FD BACKUP-CONTROL.
       01 BACKUP-CONTROL-REC.
           05 BC-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 BC-FILE          PIC X(8).
           05 FILLER           PIC X.
           05 BC-COUNT         PIC 9(6).
           05 FILLER           PIC X.
           05 BC-HASH          PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X(6).

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD LOG-IN.
           COPY AUDITLOG.

       FD ARCHIVE-INDEX.
           COPY ARCHIDX.

       SD SORT-WORK.
           COPY AUDITLOG REPLACING
               ==AUDIT-LOG-REC== BY ==SX-REC==,
               ==AL-PROGRAM==    BY ==SX-PROGRAM==,
               ==AL-TIMESTAMP==  BY ==SX-TIMESTAMP==,
               ==AL-KEY==        BY ==SX-KEY==,
               ==AL-ACTION==     BY ==SX-ACTION==,
               ==AL-AMOUNT-1==   BY ==SX-AMOUNT-1==,
               ==AL-AMOUNT-2==   BY ==SX-AMOUNT-2==,
               ==AL-AMOUNT-3==   BY ==SX-AMOUNT-3==,
               ==AL-STATUS==     BY ==SX-STATUS==,
               ==AL-DETAIL==     BY ==SX-DETAIL==,
               ==AL-SEQ==        BY ==SX-SEQ==,
               ==AL-CTL-TOTAL==  BY ==SX-CTL-TOTAL==,
               ==AL-CTL-HASH==   BY ==SX-CTL-HASH==.

       FD ROLLFWD-RPT.
       01 ROLLFWD-RPT-REC  PIC X(132).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD EOD-LOCK.
           COPY EODLOCK.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-BCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-LOG-STATUS    PIC XX VALUE SPACES.
       01 WS-AIDX-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-FILE-EOF      PIC X VALUE 'N'.
       01 WS-BCTL-EOF      PIC X VALUE 'N'.
       01 WS-AIDX-EOF      PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-FILE-NAME     PIC X(40) VALUE SPACES.
       01 WS-LAST-GEN      PIC X(40) VALUE SPACES.
       01 WS-LOG-BASE      PIC X(20) VALUE SPACES.

      *****************************************************
      * The recovery window: after the backup business date,
      * up to and including the stop point (all nines when
      * none was asked for).
      *****************************************************
       01 WS-BKUP-DATE     PIC 9(8) VALUE 0.
       01 WS-STOP-TS       PIC 9(14) VALUE 0.
       01 WS-LAST-APPLIED  PIC 9(14) VALUE 0.

      *****************************************************
      * The generation's recorded totals the live master
      * must still prove to before anything is replayed.
      *****************************************************
       01 WS-CTL-FOUND     PIC X VALUE 'N'.
       01 WS-CTL-COUNT     PIC 9(6) VALUE 0.
       01 WS-CTL-HASH      PIC S9(11)V99 VALUE 0.
       01 WS-MST-COUNT     PIC 9(6) VALUE 0.
       01 WS-MST-HASH      PIC S9(11)V99 VALUE 0.
       01 WS-GO-AHEAD      PIC X VALUE 'N'.

      *****************************************************
      * The entry being applied: which way it moves the
      * balance (C credit, D debit, P penalty fee, space
      * moved nothing) and the balances it logged.
      *****************************************************
       01 WS-ENT-SIDE      PIC X VALUE SPACE.
       01 WS-ENT-DATE      PIC 9(8) VALUE 0.
       01 WS-LOG-BEFORE    PIC S9(7)V99 VALUE 0.
       01 WS-BAL-BEFORE    PIC S9(7)V99 VALUE 0.
       01 WS-ENT-RESULT    PIC X(40) VALUE SPACES.

       01 WS-GATHERED      PIC 9(6) VALUE 0.
       01 WS-PAST-STOP     PIC 9(6) VALUE 0.
       01 WS-SKIPPED       PIC 9(6) VALUE 0.
       01 WS-NOT-ON-FILE   PIC 9(6) VALUE 0.
       01 WS-MISMATCHES    PIC 9(6) VALUE 0.

       01 WS-DISP-AMT      PIC -(7)9.99.
       01 WS-DISP-BAL      PIC -(7)9.99.
       01 WS-DISP-LOGGED   PIC -(7)9.99.
       01 WS-DISP-CTL-HASH PIC -(11)9.99.
       01 WS-DISP-MST-HASH PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           PERFORM 1000-READ-REQUEST
           IF WS-BKUP-DATE = 0
               DISPLAY "ROLLFWD: rollfwd_request.txt NOT STAGED - "
                   "NOTHING TO RECOVER"
               GOBACK
           END-IF

           PERFORM 8000-WRITE-RUN-START
           OPEN OUTPUT ROLLFWD-RPT
           PERFORM 1100-WRITE-HEADER
           PERFORM 1200-FIND-CONTROL-RECORD
           MOVE 'N' TO WS-GO-AHEAD
           IF WS-CTL-FOUND = 'N'
               MOVE SPACES TO ROLLFWD-RPT-REC
               STRING "NO ACCOUNT BACKUP CONTROL RECORD FOR "
                   WS-BKUP-DATE " - RECOVERY REFUSED"
                   INTO ROLLFWD-RPT-REC
               END-STRING
               WRITE ROLLFWD-RPT-REC
           ELSE
               PERFORM 1300-PROVE-MASTER
               IF WS-MST-COUNT = WS-CTL-COUNT
                   AND WS-MST-HASH = WS-CTL-HASH
                   MOVE 'Y' TO WS-GO-AHEAD
               ELSE
                   PERFORM 1350-WRITE-NOT-RESTORED
               END-IF
           END-IF

           IF WS-GO-AHEAD = 'Y'
               PERFORM 1400-OPEN-MASTER
               SORT SORT-WORK
                   ON ASCENDING KEY SX-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-GATHER-ENTRIES
                   OUTPUT PROCEDURE IS 3000-APPLY-ENTRIES
               CLOSE ACCOUNT-MASTER
           END-IF

           PERFORM 4000-WRITE-TOTALS
           PERFORM 8100-WRITE-RUN-END
           CLOSE ROLLFWD-RPT
           PERFORM 6100-CONSUME-REQ-FILE
           IF WS-GO-AHEAD = 'Y'
               DISPLAY "ROLLFWD: " WS-RUN-POSTED " ENTRIES APPLIED, "
                   WS-MISMATCHES " DISAGREEMENT(S) - SEE "
                   "rollfwd_report.txt"
           ELSE
               DISPLAY "ROLLFWD: RECOVERY REFUSED - SEE "
                   "rollfwd_report.txt"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************
      * This program is never a chain step, so a set
      * run-lock always means an EOD chain is mid-flight -
      * refuse rather than replay into a master under it (or
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
               DISPLAY "ROLLFWD: EOD IN PROGRESS - RUN REFUSED"
               GOBACK
           END-IF.

       1000-READ-REQUEST.
           MOVE ZERO TO WS-BKUP-DATE
           MOVE 99999999999999 TO WS-STOP-TS
           OPEN INPUT ROLLFWD-REQ
           IF WS-REQ-STATUS = "00"
               READ ROLLFWD-REQ
                   NOT AT END
                       IF RQ-BKUP-DATE IS NUMERIC
                           MOVE RQ-BKUP-DATE TO WS-BKUP-DATE
                       END-IF
                       IF RQ-STOP-TS-X IS NUMERIC
                           AND RQ-STOP-TS > 0
                           MOVE RQ-STOP-TS TO WS-STOP-TS
                       END-IF
               END-READ
           END-IF
           CLOSE ROLLFWD-REQ.

       6100-CONSUME-REQ-FILE.
           OPEN OUTPUT ROLLFWD-REQ
           CLOSE ROLLFWD-REQ.

       1100-WRITE-HEADER.
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING "ROLL-FORWARD RECOVERY OF account_master.dat FROM "
               "THE " WS-BKUP-DATE " GENERATION"
               INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC
           MOVE SPACES TO ROLLFWD-RPT-REC
           IF WS-STOP-TS = 99999999999999
               MOVE "REPLAYING TO THE END OF THE AUDIT TRAIL"
                   TO ROLLFWD-RPT-REC
           ELSE
               STRING "REPLAYING UP TO AND INCLUDING " WS-STOP-TS
                   INTO ROLLFWD-RPT-REC
               END-STRING
           END-IF
           WRITE ROLLFWD-RPT-REC
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING "TIMESTAMP      PROGRAM  ACTION   ACCOUNT   "
               "    AMOUNT     BALANCE  RESULT"
               INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC
           MOVE ALL "-" TO ROLLFWD-RPT-REC
           WRITE ROLLFWD-RPT-REC.

       1200-FIND-CONTROL-RECORD.
           MOVE 'N' TO WS-CTL-FOUND
           OPEN INPUT BACKUP-CONTROL
           IF WS-BCTL-STATUS = "00"
               PERFORM UNTIL WS-BCTL-EOF = 'Y'
                   READ BACKUP-CONTROL
                       AT END
                           MOVE 'Y' TO WS-BCTL-EOF
                       NOT AT END
                           IF BC-DATE = WS-BKUP-DATE
                               AND BC-FILE = "ACCOUNT "
                               MOVE 'Y' TO WS-CTL-FOUND
                               MOVE BC-COUNT TO WS-CTL-COUNT
                               MOVE BC-HASH  TO WS-CTL-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BACKUP-CONTROL.

      *****************************************************
      * Same count and hash (sum of balances) MSTBKUP took
      * when it cut the generation.
      *****************************************************
       1300-PROVE-MASTER.
           MOVE ZERO TO WS-MST-COUNT WS-MST-HASH
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-MST-COUNT
                           ADD ACCT-BALANCE TO WS-MST-HASH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCOUNT-MASTER.

       1350-WRITE-NOT-RESTORED.
           MOVE WS-CTL-HASH TO WS-DISP-CTL-HASH
           MOVE WS-MST-HASH TO WS-DISP-MST-HASH
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING "MASTER IS NOT THE " WS-BKUP-DATE
               " GENERATION - RECORDED " WS-CTL-COUNT " RECS "
               FUNCTION TRIM(WS-DISP-CTL-HASH) " FOUND "
               WS-MST-COUNT " RECS " FUNCTION TRIM(WS-DISP-MST-HASH)
               DELIMITED BY SIZE INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC
           MOVE "RESTORE IT WITH MSTREST FIRST - RECOVERY REFUSED"
               TO ROLLFWD-RPT-REC
           WRITE ROLLFWD-RPT-REC.

       1400-OPEN-MASTER.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ROLLFWD: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * Each log's generations are read oldest first, then
      * the online log, so entries stamped in the same second
      * keep the order they were logged in through the sort.
      * Only generations cut after the backup date can hold
      * entries after it.
      *****************************************************
       2000-GATHER-ENTRIES.
           MOVE "deposit_audit"   TO WS-LOG-BASE
           PERFORM 2100-GATHER-ONE-LOG
           MOVE "penalty_report"  TO WS-LOG-BASE
           PERFORM 2100-GATHER-ONE-LOG
           MOVE "withdraw_result" TO WS-LOG-BASE
           PERFORM 2100-GATHER-ONE-LOG.

       2100-GATHER-ONE-LOG.
           MOVE SPACES TO WS-LAST-GEN
           MOVE 'N' TO WS-AIDX-EOF
           OPEN INPUT ARCHIVE-INDEX
           IF WS-AIDX-STATUS = "00"
               PERFORM UNTIL WS-AIDX-EOF = 'Y'
                   READ ARCHIVE-INDEX
                       AT END
                           MOVE 'Y' TO WS-AIDX-EOF
                       NOT AT END
                           IF AX-LOG-BASE = WS-LOG-BASE
                               AND AX-CUT-DATE > WS-BKUP-DATE
                               AND AX-GEN-NAME NOT = WS-LAST-GEN
                               MOVE AX-GEN-NAME TO WS-FILE-NAME
                                   WS-LAST-GEN
                               PERFORM 2200-GATHER-FROM-FILE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-INDEX
           MOVE SPACES TO WS-FILE-NAME
           STRING FUNCTION TRIM(WS-LOG-BASE) ".txt"
               DELIMITED BY SIZE INTO WS-FILE-NAME
           PERFORM 2200-GATHER-FROM-FILE.

       2200-GATHER-FROM-FILE.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT LOG-IN
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ LOG-IN
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 2300-SELECT-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOG-IN.

       2300-SELECT-ENTRY.
           IF AL-ACTION NOT = "ARCHCTL"
               AND AL-TIMESTAMP(1:8) > WS-BKUP-DATE
               IF AL-TIMESTAMP > WS-STOP-TS
                   ADD 1 TO WS-PAST-STOP
               ELSE
                   MOVE AUDIT-LOG-REC TO SX-REC
                   RELEASE SX-REC
                   ADD 1 TO WS-GATHERED
               END-IF
           END-IF.

       3000-APPLY-ENTRIES.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 3100-CLASSIFY-ENTRY
                       IF WS-ENT-SIDE = SPACE
                           ADD 1 TO WS-SKIPPED
                           ADD 1 TO WS-RUN-REJ
                       ELSE
                           PERFORM 3200-POST-ENTRY
                       END-IF
               END-RETURN
           END-PERFORM.

      *****************************************************
      * RECON's replay rules: which actions move an account
      * balance, which way, and which statuses mean the
      * money actually moved. Book legs keyed on a loan or
      * deposit number, and no-money entries, move nothing.
      *****************************************************
       3100-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-ENT-SIDE
           EVALUATE SX-ACTION
               WHEN "DEPOSIT"
                   IF SX-STATUS = "OK" OR SX-STATUS = "OVFL"
                       MOVE 'C' TO WS-ENT-SIDE
                   END-IF
               WHEN "INTEREST"
                   MOVE 'C' TO WS-ENT-SIDE
               WHEN "XFER-CR"
               WHEN "SI-CR"
               WHEN "LOAN-CR"
               WHEN "TD-CR"
               WHEN "REV-CR"
               WHEN "STIP-CR"
               WHEN "CLS-CR"
               WHEN "OCL-CR"
               WHEN "SWP-CR"
                   IF SX-STATUS = "OK"
                       MOVE 'C' TO WS-ENT-SIDE
                   END-IF
               WHEN "WITHDRAW"
               WHEN "XFER-DR"
               WHEN "SI-DR"
               WHEN "EMI-DR"
               WHEN "TD-DR"
               WHEN "FEE-DR"
               WHEN "CHQ-DR"
               WHEN "REV-DR"
               WHEN "CLS-DR"
               WHEN "TAX-DR"
               WHEN "SVC-DR"
               WHEN "ODINT-DR"
               WHEN "OCL-RTN"
               WHEN "OCL-CHG"
               WHEN "SWP-DR"
                   IF SX-STATUS = "OK"
                       MOVE 'D' TO WS-ENT-SIDE
                   END-IF
               WHEN "PENALTY"
                   MOVE 'P' TO WS-ENT-SIDE
           END-EVALUATE.

       3200-POST-ENTRY.
           MOVE SX-KEY TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE
                   ADD 1 TO WS-RUN-REJ
                   MOVE ZERO TO ACCT-BALANCE
                   MOVE "NOT APPLIED - ACCOUNT NOT ON MASTER"
                       TO WS-ENT-RESULT
                   PERFORM 3500-WRITE-ENTRY-LINE
               NOT INVALID KEY
                   PERFORM 3300-APPLY-TO-ACCOUNT
           END-READ.

      *****************************************************
      * The entry is applied whatever the proof says - the
      * log is the record of what was posted - but a balance
      * that does not meet the logged old or new balance is
      * reported: an entry missing from the trail, or one
      * posted out of the order it was stamped in.
      * PENALTY logs balance-before/fee/balance-after; every
      * other movement logs amount/old bal/new bal. A
      * closure settlement that empties the account closes
      * it, as ACCTCLS does; interest, its tax, overdraft
      * interest and sweep movements are not customer
      * activity and leave ACCT-LAST-ACT alone, as their
      * own programs do.
      *****************************************************
       3300-APPLY-TO-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-BAL-BEFORE
           MOVE SX-TIMESTAMP(1:8) TO WS-ENT-DATE
           EVALUATE WS-ENT-SIDE
               WHEN 'C'
                   ADD SX-AMOUNT-1 TO ACCT-BALANCE
                   MOVE SX-AMOUNT-2 TO WS-LOG-BEFORE
               WHEN 'D'
                   SUBTRACT SX-AMOUNT-1 FROM ACCT-BALANCE
                   MOVE SX-AMOUNT-2 TO WS-LOG-BEFORE
               WHEN 'P'
                   SUBTRACT SX-AMOUNT-2 FROM ACCT-BALANCE
                   MOVE SX-AMOUNT-1 TO WS-LOG-BEFORE
           END-EVALUATE
           IF SX-ACTION NOT = "INTEREST"
               AND SX-ACTION NOT = "TAX-DR"
               AND SX-ACTION NOT = "ODINT-DR"
               AND SX-ACTION NOT = "SWP-DR"
               AND SX-ACTION NOT = "SWP-CR"
               MOVE WS-ENT-DATE TO ACCT-LAST-ACT
           END-IF
           IF SX-ACTION = "CLS-DR" AND ACCT-BALANCE = 0
               MOVE 'C' TO ACCT-STATUS
               MOVE SPACES TO ACCT-FRZ-REASON
           END-IF
           REWRITE ACCOUNT-MASTER-REC
           ADD 1 TO WS-RUN-POSTED
           MOVE SX-TIMESTAMP TO WS-LAST-APPLIED

           EVALUATE TRUE
               WHEN WS-BAL-BEFORE NOT = WS-LOG-BEFORE
                   ADD 1 TO WS-MISMATCHES
                   MOVE WS-LOG-BEFORE TO WS-DISP-LOGGED
                   MOVE SPACES TO WS-ENT-RESULT
                   STRING "APPLIED - LOG OLD BAL "
                       FUNCTION TRIM(WS-DISP-LOGGED)
                       DELIMITED BY SIZE INTO WS-ENT-RESULT
               WHEN ACCT-BALANCE NOT = SX-AMOUNT-3
                   ADD 1 TO WS-MISMATCHES
                   MOVE SX-AMOUNT-3 TO WS-DISP-LOGGED
                   MOVE SPACES TO WS-ENT-RESULT
                   STRING "APPLIED - LOG NEW BAL "
                       FUNCTION TRIM(WS-DISP-LOGGED)
                       DELIMITED BY SIZE INTO WS-ENT-RESULT
               WHEN OTHER
                   MOVE "APPLIED - PROVED" TO WS-ENT-RESULT
           END-EVALUATE
           PERFORM 3500-WRITE-ENTRY-LINE.

       3500-WRITE-ENTRY-LINE.
           IF WS-ENT-SIDE = 'P'
               MOVE SX-AMOUNT-2 TO WS-DISP-AMT
           ELSE
               MOVE SX-AMOUNT-1 TO WS-DISP-AMT
           END-IF
           MOVE ACCT-BALANCE TO WS-DISP-BAL
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING SX-TIMESTAMP " " SX-PROGRAM " " SX-ACTION " "
               SX-KEY " " WS-DISP-AMT " " WS-DISP-BAL "  "
               WS-ENT-RESULT
               INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC.

       4000-WRITE-TOTALS.
           MOVE ALL "-" TO ROLLFWD-RPT-REC
           WRITE ROLLFWD-RPT-REC
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING "ENTRIES IN WINDOW: " WS-GATHERED
               "   APPLIED: " WS-RUN-POSTED
               "   MOVED NO MONEY: " WS-SKIPPED
               "   ACCOUNT NOT ON MASTER: " WS-NOT-ON-FILE
               INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC
           MOVE SPACES TO ROLLFWD-RPT-REC
           STRING "DISAGREEMENTS WITH THE LOG: " WS-MISMATCHES
               "   LAST APPLIED: " WS-LAST-APPLIED
               "   LEFT AFTER STOP POINT: " WS-PAST-STOP
               INTO ROLLFWD-RPT-REC
           END-STRING
           WRITE ROLLFWD-RPT-REC
           IF WS-GO-AHEAD = 'Y'
               IF WS-MISMATCHES = 0 AND WS-NOT-ON-FILE = 0
                   MOVE "RECOVERY PROVED - EVERY ENTRY MET ITS LOGGED "
                       & "BALANCES" TO ROLLFWD-RPT-REC
               ELSE
                   MOVE "RECOVERY NOT PROVED - RUN RECON AND REVIEW "
                       & "THE LINES ABOVE" TO ROLLFWD-RPT-REC
               END-IF
               WRITE ROLLFWD-RPT-REC
           END-IF.

      *****************************************************
      * Run-control bookkeeping: read = entries in the
      * recovery window, posted = entries applied, rejected
      * = entries that moved no money or had no account.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ROLLFWD " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "ROLLFWD " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
