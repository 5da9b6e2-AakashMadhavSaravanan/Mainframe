       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEREG.

      *****************************************************
      * Rate-change register. Lists every change on
      * rate_history.dat (RATEHIST.cpy) in account-type and
      * effective-date order on rate_register.txt: the rate
      * replaced, the new rate, the date it took effect, the
      * operator who entered it and when - the answer to "what
      * rate was my account earning on that day".
      *
      * Each entry is marked as at the business date:
      *   IN FORCE   - the rate INTACCR is accruing at now;
      *   SUPERSEDED - replaced by a later change;
      *   PENDING    - keyed ahead, not yet in effect.
      * Rates are MONTHLY, the AT-INT-RATE convention.
      *
      * Read-only; the report is rewritten each run.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-HIST ASSIGN TO "rate_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RATE-RPT ASSIGN TO "rate_register.txt"
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
       FD RATE-HIST.
           COPY RATEHIST.

       FD RATE-RPT.
       01 RATE-RPT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-RATE-EOF      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * An entry's standing depends on the one after it, so
      * each is held until the next is read.
      *****************************************************
       01 WS-HELD          PIC X VALUE 'N'.
       01 WS-HELD-ENTRY.
           05 WS-HELD-TYPE     PIC X(4).
           05 WS-HELD-EFF-DATE PIC 9(8).
           05 WS-HELD-INT-RATE PIC 9V9(4).
           05 WS-HELD-OLD-RATE PIC 9V9(4).
           05 WS-HELD-BY       PIC X(4).
           05 WS-HELD-ENTRY-DT PIC 9(8).
       01 WS-ENTRY-STATE   PIC X(10) VALUE SPACES.

       01 WS-DISP-OLD      PIC 9.9999.
       01 WS-DISP-NEW      PIC 9.9999.
       01 WS-IN-FORCE-COUNT  PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           OPEN OUTPUT RATE-RPT
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1200-WRITE-HEADER

           OPEN INPUT RATE-HIST
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = 'Y'
                   READ RATE-HIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           ADD 1 TO WS-RUN-READ
                           PERFORM 2000-RELEASE-HELD-ENTRY
                           MOVE RATE-HIST-REC TO WS-HELD-ENTRY
                           MOVE 'Y' TO WS-HELD
                   END-READ
               END-PERFORM
               MOVE SPACES TO RH-TYPE
               PERFORM 2000-RELEASE-HELD-ENTRY
           END-IF
           CLOSE RATE-HIST

           PERFORM 4000-WRITE-TOTALS
           PERFORM 8100-WRITE-RUN-END
           CLOSE RATE-RPT
           DISPLAY "RATEREG: " WS-RUN-READ " RATE CHANGES LISTED"
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

       1200-WRITE-HEADER.
           MOVE SPACES TO RATE-RPT-REC
           STRING "INTEREST RATE CHANGE REGISTER AS AT " WS-BUS-DATE
               INTO RATE-RPT-REC
           END-STRING
           WRITE RATE-RPT-REC
           MOVE SPACES TO RATE-RPT-REC
           STRING "TYPE EFFECTIVE OLD RATE NEW RATE ENTERED BY "
               "ENTERED ON STANDING"
               INTO RATE-RPT-REC
           END-STRING
           WRITE RATE-RPT-REC
           MOVE ALL "-" TO RATE-RPT-REC
           WRITE RATE-RPT-REC.

      *****************************************************
      * The held entry is superseded when the record just
      * read is a later change to the same type already in
      * effect; otherwise it is the type's rate in force,
      * or pending when its own date has not come. RH-TYPE
      * is blanked at end of file to release the last one.
      *****************************************************
       2000-RELEASE-HELD-ENTRY.
           IF WS-HELD = 'Y'
               EVALUATE TRUE
                   WHEN WS-HELD-EFF-DATE > WS-BUS-DATE
                       MOVE "PENDING" TO WS-ENTRY-STATE
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN RH-TYPE = WS-HELD-TYPE
                       AND RH-EFF-DATE NOT > WS-BUS-DATE
                       MOVE "SUPERSEDED" TO WS-ENTRY-STATE
                   WHEN OTHER
                       MOVE "IN FORCE" TO WS-ENTRY-STATE
                       ADD 1 TO WS-IN-FORCE-COUNT
               END-EVALUATE
               PERFORM 3000-WRITE-ENTRY-LINE
               MOVE 'N' TO WS-HELD
           END-IF.

       3000-WRITE-ENTRY-LINE.
           MOVE SPACES TO RATE-RPT-REC
           MOVE WS-HELD-OLD-RATE TO WS-DISP-OLD
           MOVE WS-HELD-INT-RATE TO WS-DISP-NEW
           STRING WS-HELD-TYPE " " WS-HELD-EFF-DATE "  "
               WS-DISP-OLD "   " WS-DISP-NEW "   "
               WS-HELD-BY "       " WS-HELD-ENTRY-DT
               "   " WS-ENTRY-STATE
               INTO RATE-RPT-REC
           END-STRING
           WRITE RATE-RPT-REC
           ADD 1 TO WS-RUN-POSTED.

       4000-WRITE-TOTALS.
           MOVE ALL "-" TO RATE-RPT-REC
           WRITE RATE-RPT-REC
           MOVE SPACES TO RATE-RPT-REC
           STRING "RATE CHANGES: " WS-RUN-READ
               "   IN FORCE: " WS-IN-FORCE-COUNT
               "   PENDING: " WS-PENDING-COUNT
               INTO RATE-RPT-REC
           END-STRING
           WRITE RATE-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = history entries
      * passed, posted = entries listed.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "RATEREG " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "RATEREG " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
