       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.

      *****************************************************
      * Audit-log seal verification. Walks the sealed chain
      * of each log AUDSEAL seals (deposit_audit,
      * penalty_report, withdraw_result) from its oldest
      * ARCHIVE generation, in archive_index.txt order, on
      * into the online log, and reports on
      * audit_verify.txt every place the chain does not
      * hold:
      *   GAP          - sequence numbers missing (an entry
      *                  deleted)
      *   DUPLICATE    - a sequence number seen twice
      *   OUT OF SEQ   - a number lower than one already
      *                  passed (entries moved)
      *   TOTAL BREAK  - the running control total of
      *                  AL-AMOUNT-1 does not carry on from
      *                  the entry before (an amount edited)
      *   HASH BREAK   - the running hash total does not
      *                  carry on (sequence, timestamp, key,
      *                  any amount or its sign, program,
      *                  action, status or detail edited)
      *   UNSEALED     - an entry with no seal inside the
      *                  sealed chain (an entry inserted)
      * plus ARCHCTL records that disagree with the cut they
      * close, generation files gone missing, and an online
      * log that no longer reaches the last sequence number
      * and totals on audit_seal_ctl.txt. A break is
      * reported once and the chain picks up again from the
      * entry's own figures, so one edit is one exception.
      *
      * Entries from before sealing began, and entries
      * logged since tonight's seal, are counted but are not
      * exceptions. Read-only; the report is rewritten each
      * run and RETURN-CODE is 8 when anything is reported.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-IN ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX
               ASSIGN TO "archive_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDX-STATUS.
           SELECT OPTIONAL SEAL-CTL ASSIGN TO "audit_seal_ctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT VERIFY-RPT ASSIGN TO "audit_verify.txt"
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
       FD LOG-IN.
           COPY AUDITLOG.

       FD ARCHIVE-INDEX.
           COPY ARCHIDX.

       FD SEAL-CTL.
           COPY SEALCTL.

       FD VERIFY-RPT.
       01 VERIFY-RPT-REC   PIC X(132).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS    PIC XX VALUE SPACES.
       01 WS-AIDX-STATUS   PIC XX VALUE SPACES.
       01 WS-SCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LOG-EOF       PIC X VALUE 'N'.
       01 WS-AIDX-EOF      PIC X VALUE 'N'.
       01 WS-SCTL-EOF      PIC X VALUE 'N'.

       01 WS-FILE-NAME     PIC X(40) VALUE SPACES.
       01 WS-LAST-GEN      PIC X(40) VALUE SPACES.
       01 WS-LOG-BASE      PIC X(20) VALUE SPACES.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * audit_seal_ctl.txt, held for the run.
      *****************************************************
       01 WS-SEAL-COUNT    PIC 9(2) VALUE 0.
       01 WS-SEAL-TABLE.
           05 WS-SEAL-ENTRY OCCURS 10 TIMES.
               10 WS-SE-BASE       PIC X(20).
               10 WS-SE-LAST-SEQ   PIC 9(9).
               10 WS-SE-TOTAL      PIC S9(13)V99.
               10 WS-SE-HASH       PIC 9(15).
               10 WS-SE-LIVE       PIC 9(9).
               10 WS-SE-DATE       PIC 9(8).
       01 WS-SX            PIC 9(2) VALUE 0.
       01 WS-FOUND         PIC X VALUE 'N'.
       01 WS-SEAL-LIVE     PIC 9(9) VALUE 0.

      *****************************************************
      * The chain as proved so far for the log in hand:
      * the highest sequence number passed and the running
      * totals carried from it.
      *****************************************************
       01 WS-CHAIN-STARTED PIC X VALUE 'N'.
       01 WS-PREV-SEQ      PIC 9(9) VALUE 0.
       01 WS-CTL-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-CTL-HASH      PIC 9(15) VALUE 0.
       01 WS-EXPECT-TOTAL  PIC S9(13)V99 VALUE 0.
       01 WS-GAP-FROM      PIC 9(9) VALUE 0.
       01 WS-GAP-TO        PIC 9(9) VALUE 0.
       01 WS-POS           PIC 9(9) VALUE 0.

      *****************************************************
      * The cut an ARCHCTL record closes: entries since the
      * last control record in the generation and the seal
      * on the last sealed one.
      *****************************************************
       01 WS-CUT-COUNT     PIC 9(7) VALUE 0.
       01 WS-CUT-LAST-SEQ  PIC 9(9) VALUE 0.
       01 WS-CUT-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-CUT-HASH      PIC 9(15) VALUE 0.

       01 WS-LOG-READ      PIC 9(9) VALUE 0.
       01 WS-LOG-CHECKED   PIC 9(9) VALUE 0.
       01 WS-LOG-PRESEAL   PIC 9(9) VALUE 0.
       01 WS-LOG-AWAITING  PIC 9(9) VALUE 0.
       01 WS-LOG-GENS      PIC 9(4) VALUE 0.
       01 WS-LOG-EXCEPT    PIC 9(6) VALUE 0.
       01 WS-TOTAL-EXCEPT  PIC 9(6) VALUE 0.

       01 WS-EXCEPT-CODE   PIC X(12) VALUE SPACES.
       01 WS-EXCEPT-TEXT   PIC X(60) VALUE SPACES.
       01 WS-EXCEPT-SEQ    PIC 9(9) VALUE 0.
       01 WS-DISP-SEQ      PIC Z(8)9.
       01 WS-DISP-POS      PIC Z(8)9.
       01 WS-DISP-TOTAL    PIC -(13)9.99.

      *****************************************************
      * Hash total, recomputed exactly as AUDSEAL builds it.
      *****************************************************
       01 WS-HASH-AMT-1    PIC S9(7)V99.
       01 WS-HASH-AMT-2    PIC S9(7)V99.
       01 WS-HASH-AMT-3    PIC S9(7)V99.
       01 WS-HASH-WORK     PIC 9(16).
       01 WS-HASH-QUOT     PIC 9(2).
       01 WS-HASH-IX       PIC 99 VALUE 0.
       01 WS-HASH-TEXT-SUM PIC 9(9) VALUE 0.
       01 WS-HASH-TEXT.
           05 WS-HT-PROGRAM    PIC X(8).
           05 WS-HT-ACTION     PIC X(8).
           05 WS-HT-STATUS     PIC X(4).
           05 WS-HT-DETAIL     PIC X(40).
       01 WS-HASH-CHARS REDEFINES WS-HASH-TEXT.
           05 WS-HASH-CHAR     PIC X OCCURS 60 TIMES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE ZERO TO WS-RUN-READ WS-RUN-POSTED WS-RUN-REJ
               WS-TOTAL-EXCEPT
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-LOAD-SEAL-CTL
           OPEN OUTPUT VERIFY-RPT
           PERFORM 1200-WRITE-HEADER

           MOVE "deposit_audit"   TO WS-LOG-BASE
           PERFORM 2000-VERIFY-ONE-LOG

           MOVE "penalty_report"  TO WS-LOG-BASE
           PERFORM 2000-VERIFY-ONE-LOG

           MOVE "withdraw_result" TO WS-LOG-BASE
           PERFORM 2000-VERIFY-ONE-LOG

           PERFORM 4000-WRITE-TOTALS
           CLOSE VERIFY-RPT
           PERFORM 8100-WRITE-RUN-END
           IF WS-TOTAL-EXCEPT > 0
               DISPLAY "AUDVRFY: " WS-TOTAL-EXCEPT " EXCEPTION(S) "
                   "IN THE SEALED AUDIT LOGS - SEE audit_verify.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "AUDVRFY: SEALED AUDIT LOGS PROVED AS AT "
                   WS-BUS-DATE
           END-IF
           GOBACK.

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

       1000-LOAD-SEAL-CTL.
           MOVE ZERO TO WS-SEAL-COUNT
           MOVE 'N' TO WS-SCTL-EOF
           OPEN INPUT SEAL-CTL
           IF WS-SCTL-STATUS = "00"
               PERFORM UNTIL WS-SCTL-EOF = 'Y'
                   READ SEAL-CTL
                       AT END
                           MOVE 'Y' TO WS-SCTL-EOF
                       NOT AT END
                           PERFORM 1100-STORE-SEAL-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SEAL-CTL.

       1100-STORE-SEAL-ENTRY.
           IF WS-SEAL-COUNT < 10
               ADD 1 TO WS-SEAL-COUNT
               MOVE SC-LOG-BASE   TO WS-SE-BASE(WS-SEAL-COUNT)
               MOVE SC-LAST-SEQ   TO WS-SE-LAST-SEQ(WS-SEAL-COUNT)
               MOVE SC-CTL-TOTAL  TO WS-SE-TOTAL(WS-SEAL-COUNT)
               MOVE SC-CTL-HASH   TO WS-SE-HASH(WS-SEAL-COUNT)
               MOVE SC-LIVE-COUNT TO WS-SE-LIVE(WS-SEAL-COUNT)
               MOVE SC-SEAL-DATE  TO WS-SE-DATE(WS-SEAL-COUNT)
           ELSE
               DISPLAY "AUDVRFY: SEAL CONTROL TABLE FULL AT 10"
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO VERIFY-RPT-REC
           STRING "AUDIT LOG SEAL VERIFICATION AS AT " WS-BUS-DATE
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC
           MOVE ALL "-" TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC.

      *****************************************************
      * One log: every generation the index names for it,
      * oldest first, then the online log, then the online
      * log's end of chain against the seal control. A
      * generation stacked on by a same-day rerun has two
      * index records and is read once.
      *****************************************************
       2000-VERIFY-ONE-LOG.
           MOVE 'N' TO WS-CHAIN-STARTED
           MOVE ZERO TO WS-PREV-SEQ WS-CTL-TOTAL WS-CTL-HASH
               WS-LOG-READ WS-LOG-CHECKED WS-LOG-PRESEAL
               WS-LOG-AWAITING WS-LOG-GENS WS-LOG-EXCEPT
           MOVE SPACES TO WS-LAST-GEN
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           STRING "LOG: " WS-LOG-BASE
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC

           MOVE 'N' TO WS-AIDX-EOF
           OPEN INPUT ARCHIVE-INDEX
           IF WS-AIDX-STATUS = "00"
               PERFORM UNTIL WS-AIDX-EOF = 'Y'
                   READ ARCHIVE-INDEX
                       AT END
                           MOVE 'Y' TO WS-AIDX-EOF
                       NOT AT END
                           IF AX-LOG-BASE = WS-LOG-BASE
                               AND AX-GEN-NAME NOT = WS-LAST-GEN
                               MOVE AX-GEN-NAME TO WS-FILE-NAME
                                   WS-LAST-GEN
                               PERFORM 2100-VERIFY-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-INDEX

           PERFORM 2200-VERIFY-ONLINE-LOG
           PERFORM 2300-CHECK-SEAL-CONTROL
           PERFORM 2400-WRITE-LOG-SUMMARY.

       2100-VERIFY-GENERATION.
           ADD 1 TO WS-LOG-GENS
           MOVE ZERO TO WS-POS WS-CUT-COUNT WS-CUT-LAST-SEQ
               WS-CUT-TOTAL WS-CUT-HASH WS-EXCEPT-SEQ
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LOG-IN
           IF WS-LOG-STATUS NOT = "00"
               MOVE "MISSING"  TO WS-EXCEPT-CODE
               MOVE "GENERATION FILE NAMED ON THE INDEX NOT FOUND"
                   TO WS-EXCEPT-TEXT
               PERFORM 3900-WRITE-EXCEPTION
           ELSE
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ LOG-IN
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-POS
                           IF AL-ACTION = "ARCHCTL"
                               PERFORM 3300-CHECK-ARCHCTL
                           ELSE
                               ADD 1 TO WS-CUT-COUNT
                               PERFORM 3000-CHECK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOG-IN.

      *****************************************************
      * Online log: the sealed head (SC-LIVE-COUNT entries)
      * is proved; whatever follows has been logged since
      * the last seal and is only counted.
      *****************************************************
       2200-VERIFY-ONLINE-LOG.
           MOVE SPACES TO WS-FILE-NAME
           STRING FUNCTION TRIM(WS-LOG-BASE) ".txt"
               DELIMITED BY SIZE INTO WS-FILE-NAME
           PERFORM 2250-FIND-SEAL-ENTRY
           MOVE ZERO TO WS-POS
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LOG-IN
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ LOG-IN
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-POS
                           IF WS-POS NOT > WS-SEAL-LIVE
                               PERFORM 3000-CHECK-ENTRY
                           ELSE
                               ADD 1 TO WS-LOG-READ WS-RUN-READ
                                   WS-RUN-POSTED
                               ADD 1 TO WS-LOG-AWAITING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOG-IN
           MOVE ZERO TO WS-EXCEPT-SEQ
           IF WS-POS < WS-SEAL-LIVE
               MOVE "MISSING"  TO WS-EXCEPT-CODE
               MOVE SPACES TO WS-EXCEPT-TEXT
               MOVE WS-SEAL-LIVE TO WS-DISP-SEQ
               STRING "ONLINE LOG SHORTER THAN ITS SEALED HEAD OF "
                   FUNCTION TRIM(WS-DISP-SEQ) " ENTRIES"
                   DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
               PERFORM 3900-WRITE-EXCEPTION
           END-IF.

       2250-FIND-SEAL-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-SEAL-LIVE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SEAL-COUNT OR WS-FOUND = 'Y'
               IF WS-SE-BASE(WS-SX) = WS-LOG-BASE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SX
               MOVE WS-SE-LIVE(WS-SX) TO WS-SEAL-LIVE
           END-IF.

      *****************************************************
      * The chain must end exactly where the seal control
      * says the last seal left it - sealed entries taken
      * off the end leave no gap to find otherwise.
      *****************************************************
       2300-CHECK-SEAL-CONTROL.
           MOVE ZERO TO WS-POS WS-EXCEPT-SEQ
           IF WS-FOUND = 'N'
               MOVE SPACES TO VERIFY-RPT-REC
               STRING "  NOT YET SEALED - NO ENTRY ON "
                   "audit_seal_ctl.txt"
                   INTO VERIFY-RPT-REC
               END-STRING
               WRITE VERIFY-RPT-REC
           ELSE
               MOVE "audit_seal_ctl.txt" TO WS-FILE-NAME
               IF WS-PREV-SEQ < WS-SE-LAST-SEQ(WS-SX)
                   MOVE "GAP"      TO WS-EXCEPT-CODE
                   MOVE SPACES TO WS-EXCEPT-TEXT
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
                   MOVE WS-GAP-FROM TO WS-DISP-SEQ
                   MOVE WS-SE-LAST-SEQ(WS-SX) TO WS-DISP-POS
                   STRING "SEALED ENTRIES " FUNCTION TRIM(WS-DISP-SEQ)
                       " TO " FUNCTION TRIM(WS-DISP-POS)
                       " MISSING FROM THE END OF THE CHAIN"
                       DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
                   PERFORM 3900-WRITE-EXCEPTION
               ELSE
                   IF WS-PREV-SEQ > WS-SE-LAST-SEQ(WS-SX)
                       MOVE "OUT OF SEQ" TO WS-EXCEPT-CODE
                       MOVE "CHAIN RUNS PAST THE LAST SEQUENCE SEALED"
                           TO WS-EXCEPT-TEXT
                       PERFORM 3900-WRITE-EXCEPTION
                   ELSE
                       IF WS-CTL-TOTAL NOT = WS-SE-TOTAL(WS-SX)
                           OR WS-CTL-HASH NOT = WS-SE-HASH(WS-SX)
                           MOVE "TOTAL BREAK" TO WS-EXCEPT-CODE
                           MOVE "CHAIN TOTALS DISAGREE WITH THE SEAL"
                               TO WS-EXCEPT-TEXT
                           PERFORM 3900-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-WRITE-LOG-SUMMARY.
           MOVE SPACES TO VERIFY-RPT-REC
           MOVE WS-PREV-SEQ TO WS-DISP-SEQ
           MOVE WS-CTL-TOTAL TO WS-DISP-TOTAL
           STRING "  GENERATIONS: " WS-LOG-GENS
               "  ENTRIES: " WS-LOG-READ
               "  PROVED: " WS-LOG-CHECKED
               "  LAST SEQ: " WS-DISP-SEQ
               "  CONTROL TOTAL: " WS-DISP-TOTAL
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC
           MOVE SPACES TO VERIFY-RPT-REC
           STRING "  BEFORE SEALING: " WS-LOG-PRESEAL
               "  AWAITING SEAL: " WS-LOG-AWAITING
               "  EXCEPTIONS: " WS-LOG-EXCEPT
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC.

      *****************************************************
      * One entry that should carry a seal. An entry with no
      * seal ahead of the first sealed one is history from
      * before sealing began; after it, an insertion.
      * Duplicates and out-of-sequence entries are passed
      * over without moving the chain on; a gap or a total
      * break is reported and the chain resumes from the
      * entry's own figures.
      *****************************************************
       3000-CHECK-ENTRY.
           ADD 1 TO WS-LOG-READ WS-RUN-READ WS-RUN-POSTED
           PERFORM 3050-NOTE-ENTRY-SEQ
           IF AL-SEQ IS NOT NUMERIC OR AL-SEQ = 0
               IF WS-CHAIN-STARTED = 'N'
                   ADD 1 TO WS-LOG-PRESEAL
               ELSE
                   MOVE "UNSEALED" TO WS-EXCEPT-CODE
                   MOVE "ENTRY WITH NO SEAL INSIDE THE SEALED CHAIN"
                       TO WS-EXCEPT-TEXT
                   PERFORM 3900-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE AL-SEQ TO WS-CUT-LAST-SEQ
               MOVE AL-CTL-TOTAL TO WS-CUT-TOTAL
               MOVE AL-CTL-HASH TO WS-CUT-HASH
               EVALUATE TRUE
                   WHEN AL-SEQ = WS-PREV-SEQ
                       MOVE "DUPLICATE" TO WS-EXCEPT-CODE
                       MOVE "SEQUENCE NUMBER ALREADY SEEN"
                           TO WS-EXCEPT-TEXT
                       PERFORM 3900-WRITE-EXCEPTION
                   WHEN AL-SEQ < WS-PREV-SEQ
                       MOVE "OUT OF SEQ" TO WS-EXCEPT-CODE
                       MOVE WS-PREV-SEQ TO WS-DISP-SEQ
                       MOVE SPACES TO WS-EXCEPT-TEXT
                       STRING "FOUND AFTER SEQUENCE "
                           FUNCTION TRIM(WS-DISP-SEQ)
                           DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
                       PERFORM 3900-WRITE-EXCEPTION
                   WHEN AL-SEQ > WS-PREV-SEQ + 1
                       PERFORM 3100-REPORT-GAP
                       PERFORM 3200-RESUME-CHAIN
                   WHEN OTHER
                       PERFORM 3150-PROVE-TOTALS
                       PERFORM 3200-RESUME-CHAIN
               END-EVALUATE
               MOVE 'Y' TO WS-CHAIN-STARTED
           END-IF.

       3050-NOTE-ENTRY-SEQ.
           IF AL-SEQ IS NUMERIC
               MOVE AL-SEQ TO WS-EXCEPT-SEQ
           ELSE
               MOVE ZERO TO WS-EXCEPT-SEQ
           END-IF.

       3100-REPORT-GAP.
           MOVE "GAP" TO WS-EXCEPT-CODE
           MOVE SPACES TO WS-EXCEPT-TEXT
           COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
           COMPUTE WS-GAP-TO = AL-SEQ - 1
           MOVE WS-GAP-FROM TO WS-DISP-SEQ
           MOVE WS-GAP-TO TO WS-DISP-POS
           STRING "SEQUENCE " FUNCTION TRIM(WS-DISP-SEQ)
               " TO " FUNCTION TRIM(WS-DISP-POS) " MISSING"
               DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
           PERFORM 3900-WRITE-EXCEPTION.

       3150-PROVE-TOTALS.
           ADD 1 TO WS-LOG-CHECKED
           COMPUTE WS-EXPECT-TOTAL = WS-CTL-TOTAL + AL-AMOUNT-1
           IF AL-CTL-TOTAL IS NOT NUMERIC
               OR AL-CTL-TOTAL NOT = WS-EXPECT-TOTAL
               MOVE "TOTAL BREAK" TO WS-EXCEPT-CODE
               MOVE WS-EXPECT-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO WS-EXCEPT-TEXT
               STRING "CONTROL TOTAL SHOULD READ "
                   FUNCTION TRIM(WS-DISP-TOTAL)
                   DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
               PERFORM 3900-WRITE-EXCEPTION
           END-IF
           PERFORM 3160-ADD-TO-HASH
           IF AL-CTL-HASH IS NOT NUMERIC
               OR AL-CTL-HASH NOT = WS-CTL-HASH
               MOVE "HASH BREAK" TO WS-EXCEPT-CODE
               MOVE "HASH TOTAL DOES NOT CARRY ON" TO WS-EXCEPT-TEXT
               PERFORM 3900-WRITE-EXCEPTION
           END-IF.

       3160-ADD-TO-HASH.
           MOVE AL-AMOUNT-1 TO WS-HASH-AMT-1
           MOVE AL-AMOUNT-2 TO WS-HASH-AMT-2
           MOVE AL-AMOUNT-3 TO WS-HASH-AMT-3
           MOVE AL-PROGRAM TO WS-HT-PROGRAM
           MOVE AL-ACTION  TO WS-HT-ACTION
           MOVE AL-STATUS  TO WS-HT-STATUS
           MOVE AL-DETAIL  TO WS-HT-DETAIL
           MOVE 0 TO WS-HASH-TEXT-SUM
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 60
               COMPUTE WS-HASH-TEXT-SUM = WS-HASH-TEXT-SUM
                   + FUNCTION ORD(WS-HASH-CHAR(WS-HASH-IX))
                   * WS-HASH-IX
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-CTL-HASH + AL-SEQ
               + AL-TIMESTAMP + AL-KEY
               + (WS-HASH-AMT-1 + 10000000) * 100
               + (WS-HASH-AMT-2 + 10000000) * 300
               + (WS-HASH-AMT-3 + 10000000) * 700
               + WS-HASH-TEXT-SUM * 11
           DIVIDE WS-HASH-WORK BY 1000000000000000
               GIVING WS-HASH-QUOT REMAINDER WS-CTL-HASH.

       3200-RESUME-CHAIN.
           MOVE AL-SEQ TO WS-PREV-SEQ
           IF AL-CTL-TOTAL IS NUMERIC
               MOVE AL-CTL-TOTAL TO WS-CTL-TOTAL
           END-IF
           IF AL-CTL-HASH IS NUMERIC
               MOVE AL-CTL-HASH TO WS-CTL-HASH
           END-IF.

      *****************************************************
      * An ARCHCTL record must count the entries of the cut
      * it closes and carry the seal of the last of them.
      *****************************************************
       3300-CHECK-ARCHCTL.
           PERFORM 3050-NOTE-ENTRY-SEQ
           IF AL-AMOUNT-1 NOT = WS-CUT-COUNT
               MOVE "ARCHCTL"  TO WS-EXCEPT-CODE
               MOVE WS-CUT-COUNT TO WS-DISP-SEQ
               MOVE SPACES TO WS-EXCEPT-TEXT
               STRING "RECORD COUNT DISAGREES - CUT HOLDS "
                   FUNCTION TRIM(WS-DISP-SEQ)
                   DELIMITED BY SIZE INTO WS-EXCEPT-TEXT
               PERFORM 3900-WRITE-EXCEPTION
           END-IF
           IF AL-SEQ IS NUMERIC AND AL-SEQ > 0
               IF AL-SEQ NOT = WS-CUT-LAST-SEQ
                   OR AL-CTL-TOTAL NOT = WS-CUT-TOTAL
                   OR AL-CTL-HASH NOT = WS-CUT-HASH
                   MOVE "ARCHCTL"  TO WS-EXCEPT-CODE
                   MOVE "SEAL DISAGREES WITH THE LAST ENTRY CUT"
                       TO WS-EXCEPT-TEXT
                   PERFORM 3900-WRITE-EXCEPTION
               END-IF
           END-IF
           MOVE ZERO TO WS-CUT-COUNT WS-CUT-LAST-SEQ
               WS-CUT-TOTAL WS-CUT-HASH.

       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-LOG-EXCEPT WS-TOTAL-EXCEPT
           MOVE SPACES TO VERIFY-RPT-REC
           MOVE WS-POS TO WS-DISP-POS
           MOVE WS-EXCEPT-SEQ TO WS-DISP-SEQ
           STRING "  " WS-EXCEPT-CODE " " WS-FILE-NAME(1:30)
               " ENTRY " WS-DISP-POS " SEQ " WS-DISP-SEQ
               " " WS-EXCEPT-TEXT
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC.

       4000-WRITE-TOTALS.
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           MOVE ALL "-" TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           MOVE SPACES TO VERIFY-RPT-REC
           STRING "ENTRIES READ: " WS-RUN-READ
               "   EXCEPTIONS: " WS-TOTAL-EXCEPT
               INTO VERIFY-RPT-REC
           END-STRING
           WRITE VERIFY-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = posted = entries
      * passed through; the exceptions are on the report.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "AUDVRFY " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "AUDVRFY " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
