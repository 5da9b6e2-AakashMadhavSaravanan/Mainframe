       FILE-CONTROL.
           SELECT SERIES-OUT ASSIGN TO "series_output.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SERIES-REQ
               ASSIGN TO "series_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT SERIES-EXCPT
               ASSIGN TO "series_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SERIES-OUT.
       01 SERIES-OUT-REC PIC X(80).

      *****************************************************
      * Overnight request file: one series per record -
      * type 1 = Fibonacci, 2 = prime, 3 = even/odd (the
      * same codes as the menu) in column 1, then N as a
      * 4-digit zero-filled number in columns 3-6 (e.g.
      * "2 0045"). When this file is staged the program
      * runs unattended and consumes it.
      *****************************************************
       FD SERIES-REQ.
       01 SERIES-REQ-REC.
           05 SR-TYPE          PIC X.
           05 FILLER           PIC X.
           05 SR-N             PIC X(4).
           05 FILLER           PIC X(74).

       FD SERIES-EXCPT.
       01 SERIES-EXCPT-REC PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 CHOICE        PIC 9.
       01 N             PIC 9(4).
       01 B             PIC 9(9) VALUE 1.
       01 C             PIC 9(9).

       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-EXC-STATUS    PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-REQ-STAGED    PIC X VALUE 'N'.
       01 WS-REQ-EOF       PIC X VALUE 'N'.
       01 WS-REQ-VALID     PIC X VALUE 'N'.
       01 WS-REJ-REASON    PIC X(30) VALUE SPACES.
       01 WS-REQ-SEQ       PIC 9(6) VALUE 0.
      *****************************************************
      * A and B are PIC 9(9); term 46 of the Fibonacci
      * series (1134903170) no longer fits, so batch
      * requests are capped at 45 terms.
      *****************************************************
       01 WS-FIB-MAX       PIC 9(4) VALUE 45.
      *****************************************************
      * I and J are PIC 9(4); a limit of 9999 would carry I
      * round to zero before the loop test ever saw it pass.
      *****************************************************
       01 WS-N-MAX         PIC 9(4) VALUE 9998.
       01 WS-TERM-COUNT    PIC 9(6) VALUE 0.
       01 WS-TERM-SUM      PIC 9(12) VALUE 0.
       01 WS-DISP-SUM      PIC Z(11)9.
       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM 0500-PROBE-REQUEST-FILE
           IF WS-REQ-STAGED = 'Y'
               PERFORM 3000-RUN-BATCH-REQUESTS
               STOP RUN
           END-IF

           OPEN OUTPUT SERIES-OUT

           PERFORM UNTIL CHOICE = 4
           CLOSE SERIES-OUT
           STOP RUN.

      *****************************************************
      * A request file holding at least one record switches
      * the program to unattended batch mode; otherwise the
      * menu is driven from the keyboard as before.
      *****************************************************
       0500-PROBE-REQUEST-FILE.
           MOVE 'N' TO WS-REQ-STAGED
           OPEN INPUT SERIES-REQ
           IF WS-REQ-STATUS = "00"
               READ SERIES-REQ
                   NOT AT END
                       MOVE 'Y' TO WS-REQ-STAGED
               END-READ
               CLOSE SERIES-REQ
           END-IF.

       2000-MENU-CHOICE.
           DISPLAY "=============================="
           DISPLAY " MENU-DRIVEN SERIES GENERATOR "
       1110-WRITE-SERIES-TERM-B.
           MOVE B TO SERIES-OUT-REC
           WRITE SERIES-OUT-REC.

      *****************************************************
      * Unattended batch mode. Each valid request is written
      * to series_output.txt under the usual header, followed
      * by a trailer carrying its term count and sum; invalid
      * requests go to series_exceptions.txt with a reason.
      * The request file is consumed once the run completes.
      *****************************************************
       3000-RUN-BATCH-REQUESTS.
           PERFORM 8000-WRITE-RUN-START
           OPEN INPUT SERIES-REQ
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "SERIESMENU: series_request.txt OPEN FAILED"
                   " - STATUS " WS-REQ-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SERIES-OUT
           OPEN OUTPUT SERIES-EXCPT
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "SERIESMENU: series_exceptions.txt OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3050-WRITE-EXCEPTION-HEADER

           MOVE 'N' TO WS-REQ-EOF
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ SERIES-REQ
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       ADD 1 TO WS-REQ-SEQ
                       ADD 1 TO WS-RUN-READ
                       PERFORM 3100-PROCESS-REQUEST
               END-READ
           END-PERFORM

           MOVE ALL "-" TO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC
           MOVE SPACES TO SERIES-EXCPT-REC
           STRING "EXCEPTIONS: " WS-RUN-REJ
               INTO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC

           CLOSE SERIES-REQ SERIES-OUT SERIES-EXCPT
           PERFORM 3800-CONSUME-REQUEST-FILE
           PERFORM 8100-WRITE-RUN-END
           DISPLAY "SERIESMENU: BATCH REQUESTS " WS-RUN-READ
               " - SERIES WRITTEN " WS-RUN-POSTED
               " - REJECTED " WS-RUN-REJ.

       3050-WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO SERIES-EXCPT-REC
           STRING "SERIES REQUEST EXCEPTIONS "
               FUNCTION CURRENT-DATE(1:8)
               INTO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC
           MOVE "SEQ    TYPE N     REASON" TO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC
           MOVE ALL "-" TO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC.

       3100-PROCESS-REQUEST.
           PERFORM 3200-VALIDATE-REQUEST
           IF WS-REQ-VALID = 'N'
               ADD 1 TO WS-RUN-REJ
               PERFORM 3700-WRITE-EXCEPTION
           ELSE
               MOVE SR-TYPE TO CHOICE
               MOVE SR-N TO N
               MOVE 0 TO WS-TERM-COUNT
               MOVE 0 TO WS-TERM-SUM
               PERFORM 1000-WRITE-SERIES-HEADER
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM 3300-BATCH-FIBONACCI
                   WHEN 2
                       PERFORM 3400-BATCH-PRIME
                   WHEN 3
                       PERFORM 3500-BATCH-EVEN-ODD
               END-EVALUATE
               PERFORM 3600-WRITE-SERIES-TRAILER
               ADD 1 TO WS-RUN-POSTED
           END-IF.

       3200-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-REQ-VALID
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN SR-TYPE NOT = "1" AND SR-TYPE NOT = "2"
                    AND SR-TYPE NOT = "3"
                   MOVE 'N' TO WS-REQ-VALID
                   MOVE "INVALID SERIES TYPE" TO WS-REJ-REASON
               WHEN SR-N NOT NUMERIC
                   MOVE 'N' TO WS-REQ-VALID
                   MOVE "N NOT 4 DIGITS ZERO-FILLED"
                       TO WS-REJ-REASON
               WHEN SR-N = "0000"
                   MOVE 'N' TO WS-REQ-VALID
                   MOVE "N MUST BE GREATER THAN ZERO"
                       TO WS-REJ-REASON
               WHEN SR-N > WS-N-MAX
                   MOVE 'N' TO WS-REQ-VALID
                   MOVE "N EXCEEDS LIMIT 9998" TO WS-REJ-REASON
               WHEN SR-TYPE = "1" AND SR-N > WS-FIB-MAX
                   MOVE 'N' TO WS-REQ-VALID
                   MOVE "N EXCEEDS FIBONACCI LIMIT 45"
                       TO WS-REJ-REASON
           END-EVALUATE.

       3300-BATCH-FIBONACCI.
           MOVE 0 TO A
           MOVE 1 TO B
           PERFORM 1100-WRITE-SERIES-TERM-A
           ADD 1 TO WS-TERM-COUNT
           ADD A TO WS-TERM-SUM

           IF N > 1
               PERFORM 1110-WRITE-SERIES-TERM-B
               ADD 1 TO WS-TERM-COUNT
               ADD B TO WS-TERM-SUM
           END-IF

           PERFORM VARYING I FROM 3 BY 1 UNTIL I > N
               COMPUTE C = A + B
               MOVE C TO SERIES-OUT-REC
               WRITE SERIES-OUT-REC
               ADD 1 TO WS-TERM-COUNT
               ADD C TO WS-TERM-SUM
               MOVE B TO A
               MOVE C TO B
           END-PERFORM.

       3400-BATCH-PRIME.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > N
               MOVE 0 TO DIV-COUNT

               PERFORM VARYING J FROM 1 BY 1 UNTIL J > I
                   IF FUNCTION MOD(I, J) = 0
                       ADD 1 TO DIV-COUNT
                   END-IF
               END-PERFORM

               IF DIV-COUNT = 2
                   MOVE I TO SERIES-OUT-REC
                   WRITE SERIES-OUT-REC
                   ADD 1 TO WS-TERM-COUNT
                   ADD I TO WS-TERM-SUM
               END-IF
           END-PERFORM.

       3500-BATCH-EVEN-ODD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE SPACES TO SERIES-OUT-REC
               IF FUNCTION MOD(I, 2) = 0
                   STRING I " EVEN" INTO SERIES-OUT-REC
               ELSE
                   STRING I " ODD" INTO SERIES-OUT-REC
               END-IF
               WRITE SERIES-OUT-REC
               ADD 1 TO WS-TERM-COUNT
               ADD I TO WS-TERM-SUM
           END-PERFORM.

       3600-WRITE-SERIES-TRAILER.
           MOVE WS-TERM-SUM TO WS-DISP-SUM
           MOVE SPACES TO SERIES-OUT-REC
           STRING "TERMS=" WS-TERM-COUNT " SUM="
               FUNCTION TRIM(WS-DISP-SUM)
               INTO SERIES-OUT-REC
           WRITE SERIES-OUT-REC.

       3700-WRITE-EXCEPTION.
           MOVE SPACES TO SERIES-EXCPT-REC
           STRING WS-REQ-SEQ " " SR-TYPE "    " SR-N "  "
               WS-REJ-REASON
               INTO SERIES-EXCPT-REC
           WRITE SERIES-EXCPT-REC.

       3800-CONSUME-REQUEST-FILE.
           OPEN OUTPUT SERIES-REQ
           CLOSE SERIES-REQ.

      *****************************************************
      * Run-control bookkeeping: read = requests read,
      * posted = series written, rejected = exceptions.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SERIESMN" TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SERIESMN" TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
