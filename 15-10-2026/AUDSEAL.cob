       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.

      *****************************************************
      * Audit-log seal. Run at end of day once every posting
      * step has logged, it stamps each entry added since
      * the last seal to deposit_audit.txt,
      * penalty_report.txt and withdraw_result.txt - the
      * three logs ARCHIVE cuts - with the next number in
      * that log's unbroken sequence, the running control
      * total of AL-AMOUNT-1 and the running hash total
      * (AUDITLOG.cpy). The sequence and both totals carry
      * on from audit_seal_ctl.txt (SEALCTL.cpy), so they
      * run unbroken across nights and across the ARCHIVE
      * generations the older entries are cut away to.
      *
      * Entries already sealed are copied back untouched;
      * only those after the sealed head (SC-LIVE-COUNT) are
      * stamped, whatever their seal fields happen to hold.
      * A log found shorter than its sealed head has lost
      * sealed entries - it is reported and left for AUDVRFY
      * rather than resealed over.
      *
      * The log is rewritten through audit_seal.tmp the way
      * ARCHIVE rewrites it after a cut.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-IO
               ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SEAL-WORK ASSIGN TO "audit_seal.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPTIONAL SEAL-CTL ASSIGN TO "audit_seal_ctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-IO.
           COPY AUDITLOG.

       FD SEAL-WORK.
           COPY AUDITLOG REPLACING
               ==AUDIT-LOG-REC== BY ==SEAL-WORK-REC==,
               ==AL-PROGRAM==    BY ==SW-PROGRAM==,
               ==AL-TIMESTAMP==  BY ==SW-TIMESTAMP==,
               ==AL-KEY==        BY ==SW-KEY==,
               ==AL-ACTION==     BY ==SW-ACTION==,
               ==AL-AMOUNT-1==   BY ==SW-AMOUNT-1==,
               ==AL-AMOUNT-2==   BY ==SW-AMOUNT-2==,
               ==AL-AMOUNT-3==   BY ==SW-AMOUNT-3==,
               ==AL-STATUS==     BY ==SW-STATUS==,
               ==AL-DETAIL==     BY ==SW-DETAIL==,
               ==AL-SEQ==        BY ==SW-SEQ==,
               ==AL-CTL-TOTAL==  BY ==SW-CTL-TOTAL==,
               ==AL-CTL-HASH==   BY ==SW-CTL-HASH==.

       FD SEAL-CTL.
           COPY SEALCTL.

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS    PIC XX VALUE SPACES.
       01 WS-WORK-STATUS   PIC XX VALUE SPACES.
       01 WS-SCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LOG-EOF       PIC X VALUE 'N'.
       01 WS-COPY-EOF      PIC X VALUE 'N'.
       01 WS-SCTL-EOF      PIC X VALUE 'N'.

       01 WS-LOG-NAME      PIC X(40) VALUE SPACES.
       01 WS-LOG-BASE      PIC X(20) VALUE SPACES.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * audit_seal_ctl.txt is held here for the run and
      * written back whole at the end. A log sealed for the
      * first time starts a new entry at sequence zero.
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

      *****************************************************
      * Running seal for the log being sealed.
      *****************************************************
       01 WS-SEQ           PIC 9(9) VALUE 0.
       01 WS-CTL-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-CTL-HASH      PIC 9(15) VALUE 0.
       01 WS-POS           PIC 9(9) VALUE 0.
       01 WS-NEW-COUNT     PIC 9(6) VALUE 0.

      *****************************************************
      * Hash total: the previous hash plus the entry's
      * sequence, timestamp and key, its three amounts (each
      * offset by ten million so the sign counts, and each
      * weighted differently so an amount moved between
      * columns still shows) and a position-weighted sum of
      * the characters of its program, action, status and
      * detail, kept to fifteen digits.
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
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1000-LOAD-SEAL-CTL

           MOVE "deposit_audit"   TO WS-LOG-BASE
           PERFORM 2000-SEAL-ONE-LOG

           MOVE "penalty_report"  TO WS-LOG-BASE
           PERFORM 2000-SEAL-ONE-LOG

           MOVE "withdraw_result" TO WS-LOG-BASE
           PERFORM 2000-SEAL-ONE-LOG

           PERFORM 5000-SAVE-SEAL-CTL
           PERFORM 8100-WRITE-RUN-END
           DISPLAY "AUDSEAL: " WS-RUN-POSTED " ENTRIES SEALED"
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
               DISPLAY "AUDSEAL: SEAL CONTROL TABLE FULL AT 10"
           END-IF.

      *****************************************************
      * Seal one log: the sealed head is copied to the work
      * file as it stands, every entry after it is stamped,
      * and the log is copied back only when something new
      * was sealed.
      *****************************************************
       2000-SEAL-ONE-LOG.
           MOVE SPACES TO WS-LOG-NAME
           STRING FUNCTION TRIM(WS-LOG-BASE) ".txt"
               DELIMITED BY SIZE INTO WS-LOG-NAME
           PERFORM 2100-FIND-SEAL-ENTRY
           IF WS-FOUND = 'N'
               DISPLAY "AUDSEAL: " FUNCTION TRIM(WS-LOG-NAME)
                   " - NO ROOM TO SEAL - SKIPPED"
           ELSE
               MOVE WS-SE-LAST-SEQ(WS-SX) TO WS-SEQ
               MOVE WS-SE-TOTAL(WS-SX)    TO WS-CTL-TOTAL
               MOVE WS-SE-HASH(WS-SX)     TO WS-CTL-HASH
               MOVE ZERO TO WS-POS WS-NEW-COUNT
               MOVE 'N'  TO WS-LOG-EOF WS-COPY-EOF

               OPEN INPUT AUDIT-LOG-IO
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "AUDSEAL: " FUNCTION TRIM(WS-LOG-NAME)
                       " NOT ON FILE - SKIPPED"
                   CLOSE AUDIT-LOG-IO
               ELSE
                   OPEN OUTPUT SEAL-WORK
                   PERFORM UNTIL WS-LOG-EOF = 'Y'
                       READ AUDIT-LOG-IO
                           AT END
                               MOVE 'Y' TO WS-LOG-EOF
                           NOT AT END
                               PERFORM 2200-ROUTE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-IO SEAL-WORK
                   PERFORM 2400-CLOSE-OUT-LOG
               END-IF
           END-IF.

       2100-FIND-SEAL-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SEAL-COUNT OR WS-FOUND = 'Y'
               IF WS-SE-BASE(WS-SX) = WS-LOG-BASE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SX
           ELSE
               IF WS-SEAL-COUNT < 10
                   ADD 1 TO WS-SEAL-COUNT
                   MOVE WS-SEAL-COUNT TO WS-SX
                   MOVE WS-LOG-BASE TO WS-SE-BASE(WS-SX)
                   MOVE ZERO TO WS-SE-LAST-SEQ(WS-SX)
                       WS-SE-TOTAL(WS-SX) WS-SE-HASH(WS-SX)
                       WS-SE-LIVE(WS-SX) WS-SE-DATE(WS-SX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF.

       2200-ROUTE-ENTRY.
           ADD 1 TO WS-POS
           IF WS-POS > WS-SE-LIVE(WS-SX)
               ADD 1 TO WS-RUN-READ
               PERFORM 2300-STAMP-ENTRY
           END-IF
           MOVE AUDIT-LOG-REC TO SEAL-WORK-REC
           WRITE SEAL-WORK-REC.

       2300-STAMP-ENTRY.
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO AL-SEQ
           ADD AL-AMOUNT-1 TO WS-CTL-TOTAL
           MOVE WS-CTL-TOTAL TO AL-CTL-TOTAL
           PERFORM 2350-ADD-TO-HASH
           MOVE WS-CTL-HASH TO AL-CTL-HASH
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-RUN-POSTED.

       2350-ADD-TO-HASH.
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

      *****************************************************
      * A log shorter than its sealed head has had sealed
      * entries taken out of it; nothing is resealed over
      * the hole and the control is left as it was so
      * AUDVRFY shows exactly what went missing.
      *****************************************************
       2400-CLOSE-OUT-LOG.
           IF WS-POS < WS-SE-LIVE(WS-SX)
               DISPLAY "AUDSEAL: " FUNCTION TRIM(WS-LOG-NAME)
                   " HOLDS " WS-POS " ENTRIES - "
                   WS-SE-LIVE(WS-SX) " WERE SEALED - RUN AUDVRFY"
           ELSE
               IF WS-NEW-COUNT > 0
                   PERFORM 2500-REWRITE-ONLINE-LOG
                   MOVE WS-SEQ       TO WS-SE-LAST-SEQ(WS-SX)
                   MOVE WS-CTL-TOTAL TO WS-SE-TOTAL(WS-SX)
                   MOVE WS-CTL-HASH  TO WS-SE-HASH(WS-SX)
                   MOVE WS-POS       TO WS-SE-LIVE(WS-SX)
                   MOVE WS-BUS-DATE  TO WS-SE-DATE(WS-SX)
               END-IF
               DISPLAY "AUDSEAL: " FUNCTION TRIM(WS-LOG-NAME)
                   " - SEALED " WS-NEW-COUNT
                   " LAST SEQ " WS-SE-LAST-SEQ(WS-SX)
           END-IF.

       2500-REWRITE-ONLINE-LOG.
           OPEN INPUT SEAL-WORK
           OPEN OUTPUT AUDIT-LOG-IO
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ SEAL-WORK
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SEAL-WORK-REC TO AUDIT-LOG-REC
                       WRITE AUDIT-LOG-REC
               END-READ
           END-PERFORM
           CLOSE SEAL-WORK AUDIT-LOG-IO.

       5000-SAVE-SEAL-CTL.
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
      * Run-control bookkeeping: read = entries found past
      * the sealed heads, posted = entries sealed.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "AUDSEAL " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "AUDSEAL " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
