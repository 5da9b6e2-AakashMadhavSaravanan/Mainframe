      * seven-year audit history lives on in the generation
      * files.
      *
      * Sealed entries (AUDSEAL) go to the generation with
      * their sequence and running totals untouched, so the
      * chain runs on from one generation into the next and
      * into the online log. Each cut is recorded on
      * archive_index.txt (ARCHIDX.cpy) for AUDVRFY to walk,
      * and the cut entries come off the sealed head held on
      * audit_seal_ctl.txt.
      *
      * The same split/copy-back paragraphs serve all three
      * logs: the log, archive, and retain files are
      * assigned through working-storage names set per pass.
           SELECT RETAIN-FILE ASSIGN TO "audit_retain.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "archive_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDX-STATUS.
           SELECT OPTIONAL SEAL-CTL ASSIGN TO "audit_seal_ctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT OPTIONAL ARCHIVE-CONFIG
               ASSIGN TO "archive_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ==AL-AMOUNT-2==   BY ==AR-AMOUNT-2==,
               ==AL-AMOUNT-3==   BY ==AR-AMOUNT-3==,
               ==AL-STATUS==     BY ==AR-STATUS==,
               ==AL-DETAIL==     BY ==AR-DETAIL==,
               ==AL-SEQ==        BY ==AR-SEQ==,
               ==AL-CTL-TOTAL==  BY ==AR-CTL-TOTAL==,
               ==AL-CTL-HASH==   BY ==AR-CTL-HASH==.

       FD RETAIN-FILE.
           COPY AUDITLOG REPLACING
               ==AL-AMOUNT-2==   BY ==RT-AMOUNT-2==,
               ==AL-AMOUNT-3==   BY ==RT-AMOUNT-3==,
               ==AL-STATUS==     BY ==RT-STATUS==,
               ==AL-DETAIL==     BY ==RT-DETAIL==,
               ==AL-SEQ==        BY ==RT-SEQ==,
               ==AL-CTL-TOTAL==  BY ==RT-CTL-TOTAL==,
               ==AL-CTL-HASH==   BY ==RT-CTL-HASH==.

       FD ARCHIVE-INDEX.
           COPY ARCHIDX.

       FD SEAL-CTL.
           COPY SEALCTL.

       FD ARCHIVE-CONFIG.
       01 ARCHIVE-CONFIG-REC.
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-LOG-EOF       PIC X VALUE 'N'.
       01 WS-COPY-EOF      PIC X VALUE 'N'.
       01 WS-AIDX-STATUS   PIC XX VALUE SPACES.
       01 WS-SCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-SCTL-EOF      PIC X VALUE 'N'.

       01 WS-LOG-NAME      PIC X(40) VALUE SPACES.
       01 WS-ARCHIVE-NAME  PIC X(40) VALUE SPACES.
       01 WS-KEEP-COUNT    PIC 9(6)  VALUE 0.
       01 WS-TIMESTAMP     PIC 9(14).

      *****************************************************
      * Seal carried over the cut: the first and last
      * sequence numbers cut from the sealed head and the
      * running totals on the last of them. WS-POS counts
      * the log through so sealed entries are told from the
      * unsealed tail by position, as AUDSEAL tells them.
      *****************************************************
       01 WS-POS           PIC 9(9)  VALUE 0.
       01 WS-FIRST-SEQ     PIC 9(9)  VALUE 0.
       01 WS-LAST-SEQ      PIC 9(9)  VALUE 0.
       01 WS-LAST-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-LAST-HASH     PIC 9(15) VALUE 0.
       01 WS-ARCH-SEALED   PIC 9(9)  VALUE 0.
       01 WS-SEAL-LIVE     PIC 9(9)  VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           PERFORM 1000-LOAD-CONFIG
           PERFORM 1100-COMPUTE-CUTOFF
           PERFORM 1200-LOAD-SEAL-CTL

           DISPLAY "ARCHIVE: CUTTING LOGS AT " WS-CUTOFF-DATE
               " (KEEPING " WS-KEEP-DAYS " DAYS ONLINE)"
           MOVE "withdraw_result" TO WS-LOG-BASE
           PERFORM 2000-ARCHIVE-ONE-LOG

           IF WS-SEAL-COUNT > 0
               PERFORM 3500-SAVE-SEAL-CTL
           END-IF

           PERFORM 5000-ARCHIVE-RUN-CONTROL

           GOBACK.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

       1200-LOAD-SEAL-CTL.
           MOVE ZERO TO WS-SEAL-COUNT
           OPEN INPUT SEAL-CTL
           IF WS-SCTL-STATUS = "00"
               PERFORM UNTIL WS-SCTL-EOF = 'Y'
                   READ SEAL-CTL
                       AT END
                           MOVE 'Y' TO WS-SCTL-EOF
                       NOT AT END
                           PERFORM 1210-STORE-SEAL-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SEAL-CTL.

       1210-STORE-SEAL-ENTRY.
           IF WS-SEAL-COUNT < 10
               ADD 1 TO WS-SEAL-COUNT
               MOVE SC-LOG-BASE   TO WS-SE-BASE(WS-SEAL-COUNT)
               MOVE SC-LAST-SEQ   TO WS-SE-LAST-SEQ(WS-SEAL-COUNT)
               MOVE SC-CTL-TOTAL  TO WS-SE-TOTAL(WS-SEAL-COUNT)
               MOVE SC-CTL-HASH   TO WS-SE-HASH(WS-SEAL-COUNT)
               MOVE SC-LIVE-COUNT TO WS-SE-LIVE(WS-SEAL-COUNT)
               MOVE SC-SEAL-DATE  TO WS-SE-DATE(WS-SEAL-COUNT)
           ELSE
               DISPLAY "ARCHIVE: SEAL CONTROL TABLE FULL AT 10"
           END-IF.

       2000-ARCHIVE-ONE-LOG.
           MOVE SPACES TO WS-LOG-NAME WS-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-LOG-BASE) ".txt"

           MOVE 'N'  TO WS-LOG-EOF WS-COPY-EOF
           MOVE ZERO TO WS-ARCH-COUNT WS-ARCH-AMOUNT WS-KEEP-COUNT
           MOVE ZERO TO WS-POS WS-FIRST-SEQ WS-LAST-SEQ
               WS-LAST-TOTAL WS-LAST-HASH WS-ARCH-SEALED
           PERFORM 2050-FIND-SEAL-HEAD

           OPEN INPUT AUDIT-LOG-IO
           IF WS-LOG-STATUS NOT = "00"
               PERFORM 2300-WRITE-CONTROL-RECORD
               CLOSE AUDIT-LOG-IO ARCHIVE-OUT RETAIN-FILE
               PERFORM 2500-REWRITE-ONLINE-LOG
               PERFORM 2600-WRITE-INDEX-ENTRY
               IF WS-FOUND = 'Y'
                   SUBTRACT WS-ARCH-SEALED FROM WS-SE-LIVE(WS-SX)
               END-IF
               DISPLAY "ARCHIVE: " FUNCTION TRIM(WS-LOG-NAME)
                   " - ARCHIVED " WS-ARCH-COUNT
                   " RETAINED " WS-KEEP-COUNT
           END-IF.

      *****************************************************
      * A log never sealed has no sealed head; everything in
      * it goes to the generation unsealed.
      *****************************************************
       2050-FIND-SEAL-HEAD.
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

       2100-SPLIT-LOG.
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ AUDIT-LOG-IO
           END-PERFORM.

       2200-ROUTE-ENTRY.
           ADD 1 TO WS-POS
           IF AL-TIMESTAMP(1:8) < WS-CUTOFF-DATE
               MOVE AUDIT-LOG-REC TO ARCHIVE-LOG-REC
               WRITE ARCHIVE-LOG-REC
               ADD 1 TO WS-ARCH-COUNT
               IF WS-POS NOT > WS-SEAL-LIVE
                   IF WS-FIRST-SEQ = 0
                       MOVE AL-SEQ TO WS-FIRST-SEQ
                   END-IF
                   MOVE AL-SEQ       TO WS-LAST-SEQ
                   MOVE AL-CTL-TOTAL TO WS-LAST-TOTAL
                   MOVE AL-CTL-HASH  TO WS-LAST-HASH
                   ADD 1 TO WS-ARCH-SEALED
               END-IF
               IF AL-AMOUNT-1 > 0
                   ADD AL-AMOUNT-1 TO WS-ARCH-AMOUNT
               END-IF
      * generation file: record count in AR-AMOUNT-1 and
      * the (wider) amount total spelled out in AR-DETAIL,
      * so a generation can be proved complete years later.
      * The seal of the cut rides on it too: first sequence
      * number cut in AR-KEY, last in AR-SEQ, and the
      * running totals as they stood on that last entry.
      *****************************************************
       2300-WRITE-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE SPACES TO ARCHIVE-LOG-REC
           MOVE "ARCHIVE"     TO AR-PROGRAM
           MOVE WS-TIMESTAMP  TO AR-TIMESTAMP
           MOVE WS-FIRST-SEQ  TO AR-KEY
           MOVE "ARCHCTL"     TO AR-ACTION
           MOVE WS-ARCH-COUNT TO AR-AMOUNT-1
           MOVE ZERO          TO AR-AMOUNT-2 AR-AMOUNT-3
           STRING "CUT=" WS-CUTOFF-DATE
               " AMOUNT-TOTAL=" WS-ARCH-AMOUNT
               DELIMITED BY SIZE INTO AR-DETAIL
           MOVE WS-LAST-SEQ   TO AR-SEQ
           MOVE WS-LAST-TOTAL TO AR-CTL-TOTAL
           MOVE WS-LAST-HASH  TO AR-CTL-HASH
           WRITE ARCHIVE-LOG-REC.

       2600-WRITE-INDEX-ENTRY.
           OPEN EXTEND ARCHIVE-INDEX
           IF WS-AIDX-STATUS = "35"
               OPEN OUTPUT ARCHIVE-INDEX
           END-IF
           MOVE SPACES TO ARCHIVE-INDEX-REC
           MOVE WS-LOG-BASE     TO AX-LOG-BASE
           MOVE WS-ARCHIVE-NAME TO AX-GEN-NAME
           MOVE WS-CUTOFF-DATE  TO AX-CUT-DATE
           MOVE WS-FIRST-SEQ    TO AX-FIRST-SEQ
           MOVE WS-LAST-SEQ     TO AX-LAST-SEQ
           MOVE WS-ARCH-COUNT   TO AX-COUNT
           WRITE ARCHIVE-INDEX-REC
           CLOSE ARCHIVE-INDEX.

       3500-SAVE-SEAL-CTL.
           OPEN OUTPUT SEAL-CTL
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SEAL-COUNT
               MOVE SPACES TO SEAL-CTL-REC
               MOVE WS-SE-BASE(WS-SX)     TO SC-LOG-BASE
               MOVE WS-SE-LAST-SEQ(WS-SX) TO SC-LAST-SEQ
               MOVE WS-SE-TOTAL(WS-SX)    TO SC-CTL-TOTAL
               MOVE WS-SE-HASH(WS-SX)     TO SC-CTL-HASH
               MOVE WS-SE-LIVE(WS-SX)     TO SC-LIVE-COUNT
               MOVE WS-SE-DATE(WS-SX)     TO SC-SEAL-DATE
               WRITE SEAL-CTL-REC
           END-PERFORM
           CLOSE SEAL-CTL.

      *****************************************************
      * The run-control file takes the same cut as the audit
      * logs: entries dated before the cutoff move to a
