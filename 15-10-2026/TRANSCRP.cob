       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRP.

      *****************************************************
      * Consolidated transcripts and leaving / graduation
      * certificates. transcript_request.txt lists the
      * students wanted - one ID per line, so the office can
      * key the whole convocation list and print it in one
      * run - with a certificate flag:
      *   TQ-CERT 'Y' - transcript and certificate;
      *   otherwise   - transcript only.
      *
      * student_history.txt (STUDHIST.cpy) is sorted by
      * student and term date (the STUDPROG idiom) and
      * filtered to the requested IDs. Each student's
      * transcript lists every history record in term order
      * - department, year, marks, grade, status, honors and
      * the SUPP/REVL attempt tag - and closes with the
      * cumulative average and GPA and the classification.
      *
      * The name and standing come from student_master.dat
      * for a student still enrolled, else from PROMOTE's
      * alumni_master.dat. For a graduate the classification
      * is the one PROMOTE awarded and the certificate is a
      * graduation certificate carrying AM-GRAD-DATE; for a
      * student still on the roll it is the classification
      * to date and a leaving certificate dated the business
      * date.
      *
      * Cumulative figures count each term once: where
      * SUPPREV appended a revised attempt for a term, the
      * last record for the term date stands. GPA is the
      * average of the grade points each term's marks earn
      * on the grade_bands.txt scale SUBJCALC uses.
      *
      * Requests with no history are listed at the foot of
      * transcripts.txt; a student on neither master prints
      * with that standing and gets no certificate.
      * Read-only against every file.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANS-REQUEST
               ASSIGN TO "transcript_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT OPTIONAL STUD-HIST-IN
               ASSIGN TO "student_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SORT-WORK ASSIGN TO "transcrp.srt".
           SELECT OPTIONAL STUD-MASTER
               ASSIGN TO "student_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ALUMNI-MASTER
               ASSIGN TO "alumni_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ID
               FILE STATUS IS WS-ALUMNI-STATUS.
           SELECT OPTIONAL GRADE-BANDS ASSIGN TO "grade_bands.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.
           SELECT OPTIONAL STUD-CONFIG ASSIGN TO "student_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT TRANSCRIPT-RPT ASSIGN TO "transcripts.txt"
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
       FD TRANS-REQUEST.
       01 TRANS-REQUEST-REC.
           05 TQ-ID        PIC 9(5).
           05 TQ-ID-X      REDEFINES TQ-ID PIC X(5).
           05 FILLER       PIC X.
           05 TQ-CERT      PIC X.

       FD STUD-HIST-IN.
           COPY STUDHIST.

       SD SORT-WORK.
           COPY STUDHIST REPLACING
               ==STUD-HIST-REC== BY ==SD-REC==,
               ==SH-ID==         BY ==SD-ID==,
               ==SH-TERM-DATE==  BY ==SD-TERM-DATE==,
               ==SH-DEPT==       BY ==SD-DEPT==,
               ==SH-YEAR==       BY ==SD-YEAR==,
               ==SH-MARKS==      BY ==SD-MARKS==,
               ==SH-STATUS==     BY ==SD-STATUS==,
               ==SH-HONORS==     BY ==SD-HONORS==,
               ==SH-ATTEMPT==    BY ==SD-ATTEMPT==.

       FD STUD-MASTER.
           COPY STUDMAST.

      *****************************************************
      * Alumni record as PROMOTE writes it.
      *****************************************************
       FD ALUMNI-MASTER.
       01 ALUMNI-REC.
           05 AM-ID            PIC 9(5).
           05 AM-NAME          PIC X(20).
           05 AM-DEPT          PIC X(10).
           05 AM-MARKS         PIC 9(3).
           05 AM-GRAD-DATE     PIC 9(8).
           05 AM-CLASS         PIC X(6).

       FD GRADE-BANDS.
       01 GRADE-BAND-REC.
           05 GB-MIN       PIC 9(3).
           05 GB-LETTER    PIC X(2).
           05 GB-POINTS    PIC 99V9.

       FD STUD-CONFIG.
       01 STUD-CONFIG-REC.
           05 CFG-PASS-CUTOFF   PIC 9(3).
           05 CFG-HONORS-CUTOFF PIC 9(3).

       FD TRANSCRIPT-RPT.
       01 TRANSCRIPT-RPT-REC PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS    PIC XX VALUE SPACES.
       01 WS-HIST-STATUS   PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-ALUMNI-STATUS PIC XX VALUE SPACES.
       01 WS-BAND-STATUS   PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-REQ-EOF       PIC X VALUE 'N'.
       01 WS-INPUT-EOF     PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
       01 WS-BAND-EOF      PIC X VALUE 'N'.
       01 WS-MASTER-OPEN   PIC X VALUE 'N'.
       01 WS-ALUMNI-OPEN   PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-PASS-CUTOFF   PIC 9(3) VALUE 040.
       01 WS-HONORS-CUTOFF PIC 9(3) VALUE 090.

      *****************************************************
      * Grade bands, loaded exactly as SUBJCALC loads them.
      *****************************************************
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 10 TIMES INDEXED BY GB-IDX.
               10 WS-GB-MIN      PIC 9(3).
               10 WS-GB-LETTER   PIC X(2).
               10 WS-GB-POINTS   PIC 99V9.
       01 WS-BAND-COUNT    PIC 99 VALUE 0.
       01 WS-BAND-TBL-FULL PIC X VALUE 'N'.
       01 WS-LOOKUP-MARKS  PIC 9(3) VALUE 0.
       01 WS-GRADE-LETTER  PIC X(2) VALUE SPACES.
       01 WS-GRADE-POINTS  PIC 99V9 VALUE 0.

      *****************************************************
      * Requested IDs, held so the history pass can keep
      * only the wanted students and the foot of the report
      * can list the ones never found.
      *****************************************************
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES INDEXED BY RQ-IDX.
               10 WS-REQ-ID      PIC 9(5).
               10 WS-REQ-CERT    PIC X.
               10 WS-REQ-FOUND   PIC X.
       01 WS-REQ-COUNT     PIC 9(3) VALUE 0.
       01 WS-REQ-TBL-FULL  PIC X VALUE 'N'.
       01 WS-REQ-HIT       PIC X VALUE 'N'.
       01 WS-FIND-ID       PIC 9(5) VALUE 0.
       01 WS-HIT-IDX       PIC 9(3) VALUE 0.

      *****************************************************
      * Per-student working fields. The last record of each
      * term date is held until the next term starts, so a
      * revised attempt supersedes the regular one in the
      * cumulative figures.
      *****************************************************
       01 WS-FIRST-REC     PIC X VALUE 'Y'.
       01 WS-PREV-ID       PIC 9(5) VALUE 0.
       01 WS-STU-NAME      PIC X(20) VALUE SPACES.
       01 WS-STU-DEPT      PIC X(10) VALUE SPACES.
       01 WS-STU-YEAR      PIC 9 VALUE 0.
       01 WS-STANDING      PIC X VALUE SPACES.
       01 WS-GRAD-DATE     PIC 9(8) VALUE 0.
       01 WS-ALUMNI-CLASS  PIC X(6) VALUE SPACES.
       01 WS-CERT-WANTED   PIC X VALUE 'N'.
       01 WS-HELD          PIC X VALUE 'N'.
       01 WS-HELD-TERM     PIC 9(8) VALUE 0.
       01 WS-HELD-MARKS    PIC 9(3) VALUE 0.
       01 WS-TERM-COUNT    PIC 99 VALUE 0.
       01 WS-MARKS-TOTAL   PIC 9(5) VALUE 0.
       01 WS-POINTS-TOTAL  PIC 9(4)V9 VALUE 0.
       01 WS-CUM-AVG       PIC 9(3) VALUE 0.
       01 WS-CUM-GPA       PIC 99V99 VALUE 0.
       01 WS-DISP-GPA      PIC Z9.99.
       01 WS-FINAL-CLASS   PIC X(6) VALUE SPACES.

       01 WS-TRANSCRIPTS   PIC 9(6) VALUE 0.
       01 WS-CERTIFICATES  PIC 9(6) VALUE 0.
       01 WS-NOT-FOUND     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE

           OPEN INPUT TRANS-REQUEST
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "TRANSCRP: transcript_request.txt NOT STAGED"
                   " - NOTHING TO PRINT"
               CLOSE TRANS-REQUEST
               GOBACK
           END-IF
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ TRANS-REQUEST
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 1200-ADD-REQUEST
               END-READ
           END-PERFORM
           CLOSE TRANS-REQUEST
           IF WS-REQ-COUNT = 0
               DISPLAY "TRANSCRP: NO VALID REQUESTS - NOTHING TO "
                   "PRINT"
               GOBACK
           END-IF

           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-GRADE-BANDS
           PERFORM 1070-LOAD-CONFIG
           PERFORM 8000-WRITE-RUN-START

           SORT SORT-WORK
               ON ASCENDING KEY SD-ID
               ON ASCENDING KEY SD-TERM-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-FILTER-HISTORY
               OUTPUT PROCEDURE IS 2000-PRODUCE-TRANSCRIPTS

           PERFORM 4000-WRITE-EXCEPTIONS
           PERFORM 8100-WRITE-RUN-END
           IF WS-MASTER-OPEN = 'Y'
               CLOSE STUD-MASTER
           END-IF
           IF WS-ALUMNI-OPEN = 'Y'
               CLOSE ALUMNI-MASTER
           END-IF
           CLOSE TRANSCRIPT-RPT
           DISPLAY "TRANSCRP: TRANSCRIPTS " WS-TRANSCRIPTS
               " CERTIFICATES " WS-CERTIFICATES
               " NOT FOUND " WS-NOT-FOUND
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT STUD-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               CLOSE STUD-MASTER
           END-IF
           OPEN INPUT ALUMNI-MASTER
           IF WS-ALUMNI-STATUS = "00"
               MOVE 'Y' TO WS-ALUMNI-OPEN
           ELSE
               CLOSE ALUMNI-MASTER
           END-IF
           OPEN OUTPUT TRANSCRIPT-RPT.

       1050-LOAD-GRADE-BANDS.
           PERFORM 1060-SET-DEFAULT-BANDS
           OPEN INPUT GRADE-BANDS
           IF WS-BAND-STATUS = "00"
               MOVE 0 TO WS-BAND-COUNT
               PERFORM UNTIL WS-BAND-EOF = 'Y'
                   READ GRADE-BANDS
                       AT END
                           MOVE 'Y' TO WS-BAND-EOF
                       NOT AT END
                           PERFORM 1065-ADD-BAND-ENTRY
                   END-READ
               END-PERFORM
               IF WS-BAND-COUNT = 0
                   PERFORM 1060-SET-DEFAULT-BANDS
               END-IF
           END-IF
           CLOSE GRADE-BANDS.

       1060-SET-DEFAULT-BANDS.
           MOVE 6 TO WS-BAND-COUNT
           MOVE 000 TO WS-GB-MIN(1)
           MOVE "F"  TO WS-GB-LETTER(1)
           MOVE 00.0 TO WS-GB-POINTS(1)
           MOVE 040 TO WS-GB-MIN(2)
           MOVE "E"  TO WS-GB-LETTER(2)
           MOVE 05.0 TO WS-GB-POINTS(2)
           MOVE 050 TO WS-GB-MIN(3)
           MOVE "D"  TO WS-GB-LETTER(3)
           MOVE 06.0 TO WS-GB-POINTS(3)
           MOVE 060 TO WS-GB-MIN(4)
           MOVE "C"  TO WS-GB-LETTER(4)
           MOVE 07.0 TO WS-GB-POINTS(4)
           MOVE 075 TO WS-GB-MIN(5)
           MOVE "B"  TO WS-GB-LETTER(5)
           MOVE 08.0 TO WS-GB-POINTS(5)
           MOVE 090 TO WS-GB-MIN(6)
           MOVE "A"  TO WS-GB-LETTER(6)
           MOVE 10.0 TO WS-GB-POINTS(6).

       1065-ADD-BAND-ENTRY.
           IF WS-BAND-COUNT >= 10
               IF WS-BAND-TBL-FULL = 'N'
                   DISPLAY "TRANSCRP: GRADE-BAND TABLE FULL AT 10"
                       " - REMAINING BANDS SKIPPED"
                   MOVE 'Y' TO WS-BAND-TBL-FULL
               END-IF
           ELSE
               IF GB-MIN IS NUMERIC
                   ADD 1 TO WS-BAND-COUNT
                   MOVE GB-MIN    TO WS-GB-MIN(WS-BAND-COUNT)
                   MOVE GB-LETTER TO WS-GB-LETTER(WS-BAND-COUNT)
                   MOVE GB-POINTS TO WS-GB-POINTS(WS-BAND-COUNT)
               END-IF
           END-IF.

       1070-LOAD-CONFIG.
           OPEN INPUT STUD-CONFIG
           IF WS-CONFIG-STATUS = "00"
               READ STUD-CONFIG
                   NOT AT END
                       MOVE CFG-PASS-CUTOFF   TO WS-PASS-CUTOFF
                       MOVE CFG-HONORS-CUTOFF TO WS-HONORS-CUTOFF
               END-READ
           END-IF
           CLOSE STUD-CONFIG.

      *****************************************************
      * A repeated ID is kept once; a certificate asked for
      * on any of its lines is printed.
      *****************************************************
       1200-ADD-REQUEST.
           IF TQ-ID IS NOT NUMERIC
               DISPLAY "TRANSCRP: INVALID REQUEST ID " TQ-ID-X
                   " - SKIPPED"
               ADD 1 TO WS-RUN-REJ
           ELSE
               MOVE TQ-ID TO WS-FIND-ID
               PERFORM 1250-FIND-REQUEST
               IF WS-REQ-HIT = 'Y'
                   IF TQ-CERT = 'Y'
                       MOVE 'Y' TO WS-REQ-CERT(WS-HIT-IDX)
                   END-IF
               ELSE
                   IF WS-REQ-COUNT >= 500
                       IF WS-REQ-TBL-FULL = 'N'
                           DISPLAY "TRANSCRP: REQUEST TABLE FULL AT "
                               "500 - REMAINING REQUESTS SKIPPED"
                           MOVE 'Y' TO WS-REQ-TBL-FULL
                       END-IF
                       ADD 1 TO WS-RUN-REJ
                   ELSE
                       ADD 1 TO WS-REQ-COUNT
                       MOVE TQ-ID TO WS-REQ-ID(WS-REQ-COUNT)
                       MOVE 'N' TO WS-REQ-CERT(WS-REQ-COUNT)
                       IF TQ-CERT = 'Y'
                           MOVE 'Y' TO WS-REQ-CERT(WS-REQ-COUNT)
                       END-IF
                       MOVE 'N' TO WS-REQ-FOUND(WS-REQ-COUNT)
                   END-IF
               END-IF
           END-IF.

       1250-FIND-REQUEST.
           MOVE 'N' TO WS-REQ-HIT
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQ-COUNT OR WS-REQ-HIT = 'Y'
               IF WS-REQ-ID(RQ-IDX) = WS-FIND-ID
                   MOVE 'Y' TO WS-REQ-HIT
                   SET WS-HIT-IDX TO RQ-IDX
               END-IF
           END-PERFORM.

       1500-FILTER-HISTORY.
           OPEN INPUT STUD-HIST-IN
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF = 'Y'
                   READ STUD-HIST-IN
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           MOVE SH-ID TO WS-FIND-ID
                           PERFORM 1250-FIND-REQUEST
                           IF WS-REQ-HIT = 'Y'
                               RELEASE SD-REC FROM STUD-HIST-REC
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "TRANSCRP: student_history.txt NOT ON FILE"
                   " - NO TERMS TO PRINT"
           END-IF
           CLOSE STUD-HIST-IN.

       2000-PRODUCE-TRANSCRIPTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-PROCESS-SORTED-REC
               END-RETURN
           END-PERFORM
           IF WS-FIRST-REC = 'N'
               PERFORM 3000-CLOSE-OUT-STUDENT
           END-IF.

       2100-PROCESS-SORTED-REC.
           IF WS-FIRST-REC = 'Y'
               MOVE 'N' TO WS-FIRST-REC
               PERFORM 2200-START-STUDENT
           ELSE
               IF SD-ID NOT = WS-PREV-ID
                   PERFORM 3000-CLOSE-OUT-STUDENT
                   PERFORM 2200-START-STUDENT
               END-IF
           END-IF
           IF WS-HELD = 'Y' AND SD-TERM-DATE NOT = WS-HELD-TERM
               PERFORM 2500-COUNT-HELD-TERM
           END-IF
           MOVE SD-TERM-DATE TO WS-HELD-TERM
           MOVE SD-MARKS     TO WS-HELD-MARKS
           MOVE 'Y' TO WS-HELD
           PERFORM 2400-WRITE-TERM-LINE.

      *****************************************************
      * New student: mark the request found, take the name
      * and standing from whichever master holds the
      * student, and print the transcript heading.
      *****************************************************
       2200-START-STUDENT.
           MOVE SD-ID TO WS-PREV-ID
           MOVE SD-ID TO WS-FIND-ID
           PERFORM 1250-FIND-REQUEST
           MOVE 'Y' TO WS-REQ-FOUND(WS-HIT-IDX)
           MOVE WS-REQ-CERT(WS-HIT-IDX) TO WS-CERT-WANTED
           MOVE 0 TO WS-TERM-COUNT
           MOVE 0 TO WS-MARKS-TOTAL
           MOVE 0 TO WS-POINTS-TOTAL
           MOVE 'N' TO WS-HELD
           MOVE SPACES TO WS-STANDING
           MOVE SD-DEPT TO WS-STU-DEPT
           MOVE SD-YEAR TO WS-STU-YEAR
           MOVE "** NAME NOT ON FILE **" TO WS-STU-NAME
           MOVE 0 TO WS-GRAD-DATE
           MOVE SPACES TO WS-ALUMNI-CLASS

           IF WS-MASTER-OPEN = 'Y'
               MOVE SD-ID TO SM-ID
               READ STUD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'E' TO WS-STANDING
                       MOVE SM-NAME TO WS-STU-NAME
                       MOVE SM-DEPT TO WS-STU-DEPT
                       MOVE SM-YEAR TO WS-STU-YEAR
               END-READ
           END-IF
           IF WS-STANDING = SPACES AND WS-ALUMNI-OPEN = 'Y'
               MOVE SD-ID TO AM-ID
               READ ALUMNI-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G' TO WS-STANDING
                       MOVE AM-NAME TO WS-STU-NAME
                       MOVE AM-DEPT TO WS-STU-DEPT
                       MOVE AM-GRAD-DATE TO WS-GRAD-DATE
                       MOVE AM-CLASS TO WS-ALUMNI-CLASS
               END-READ
           END-IF
           PERFORM 2300-WRITE-TRANSCRIPT-HEADING.

       2300-WRITE-TRANSCRIPT-HEADING.
           MOVE ALL "=" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "TRANSCRIPT OF ACADEMIC RECORD"
               "                 ISSUED " WS-BUS-DATE
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "STUDENT " WS-PREV-ID "  " WS-STU-NAME
               "  DEPARTMENT " WS-STU-DEPT
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           EVALUATE WS-STANDING
               WHEN 'E'
                   STRING "STANDING: ENROLLED, YEAR " WS-STU-YEAR
                       INTO TRANSCRIPT-RPT-REC
                   END-STRING
               WHEN 'G'
                   STRING "STANDING: GRADUATED " WS-GRAD-DATE
                       INTO TRANSCRIPT-RPT-REC
                   END-STRING
               WHEN OTHER
                   MOVE "STANDING: NOT ON STUDENT OR ALUMNI MASTER"
                       TO TRANSCRIPT-RPT-REC
           END-EVALUATE
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "TERM      DEPT       YR MARKS GRADE STATUS "
               "HONORS ATTEMPT"
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE ALL "-" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC.

       2400-WRITE-TERM-LINE.
           MOVE SD-MARKS TO WS-LOOKUP-MARKS
           PERFORM 2450-LOOKUP-GRADE
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING
               SD-TERM-DATE "  "
               SD-DEPT      " "
               SD-YEAR      "  "
               SD-MARKS     "   "
               WS-GRADE-LETTER "    "
               SD-STATUS    "   "
               SD-HONORS    " "
               SD-ATTEMPT
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC.

      *****************************************************
      * Highest band whose minimum the mark reaches wins -
      * the SUBJCALC rule.
      *****************************************************
       2450-LOOKUP-GRADE.
           MOVE SPACES TO WS-GRADE-LETTER
           MOVE 0 TO WS-GRADE-POINTS
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-BAND-COUNT
               IF WS-LOOKUP-MARKS >= WS-GB-MIN(GB-IDX)
                   AND WS-GB-POINTS(GB-IDX) >= WS-GRADE-POINTS
                   MOVE WS-GB-LETTER(GB-IDX) TO WS-GRADE-LETTER
                   MOVE WS-GB-POINTS(GB-IDX) TO WS-GRADE-POINTS
               END-IF
           END-PERFORM.

       2500-COUNT-HELD-TERM.
           MOVE WS-HELD-MARKS TO WS-LOOKUP-MARKS
           PERFORM 2450-LOOKUP-GRADE
           ADD 1 TO WS-TERM-COUNT
           ADD WS-HELD-MARKS TO WS-MARKS-TOTAL
           ADD WS-GRADE-POINTS TO WS-POINTS-TOTAL
           MOVE 'N' TO WS-HELD.

      *****************************************************
      * End of one student's terms: cumulative figures, the
      * classification and, when asked for, the certificate.
      *****************************************************
       3000-CLOSE-OUT-STUDENT.
           IF WS-HELD = 'Y'
               PERFORM 2500-COUNT-HELD-TERM
           END-IF
           COMPUTE WS-CUM-AVG ROUNDED =
               WS-MARKS-TOTAL / WS-TERM-COUNT
           COMPUTE WS-CUM-GPA ROUNDED =
               WS-POINTS-TOTAL / WS-TERM-COUNT
           MOVE WS-CUM-GPA TO WS-DISP-GPA

           IF WS-STANDING = 'G'
               MOVE WS-ALUMNI-CLASS TO WS-FINAL-CLASS
           ELSE
               EVALUATE TRUE
                   WHEN WS-CUM-AVG >= WS-HONORS-CUTOFF
                       MOVE "HONORS" TO WS-FINAL-CLASS
                   WHEN WS-CUM-AVG >= WS-PASS-CUTOFF
                       MOVE "PASS" TO WS-FINAL-CLASS
                   WHEN OTHER
                       MOVE "FAIL" TO WS-FINAL-CLASS
               END-EVALUATE
           END-IF

           MOVE ALL "-" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "TERMS: " WS-TERM-COUNT
               "   CUMULATIVE AVERAGE: " WS-CUM-AVG
               "   CUMULATIVE GPA: " WS-DISP-GPA
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           IF WS-STANDING = 'G'
               STRING "FINAL CLASSIFICATION: " WS-FINAL-CLASS
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
           ELSE
               STRING "CLASSIFICATION TO DATE: " WS-FINAL-CLASS
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
           END-IF
           WRITE TRANSCRIPT-RPT-REC
           ADD 1 TO WS-TRANSCRIPTS
           ADD 1 TO WS-RUN-POSTED

           IF WS-CERT-WANTED = 'Y'
               IF WS-STANDING = SPACES
                   MOVE SPACES TO TRANSCRIPT-RPT-REC
                   STRING "*** NO CERTIFICATE - STUDENT NOT ON "
                       "STUDENT OR ALUMNI MASTER ***"
                       INTO TRANSCRIPT-RPT-REC
                   END-STRING
                   WRITE TRANSCRIPT-RPT-REC
               ELSE
                   PERFORM 3100-WRITE-CERTIFICATE
               END-IF
           END-IF.

       3100-WRITE-CERTIFICATE.
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE ALL "*" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           IF WS-STANDING = 'G'
               MOVE "                   GRADUATION CERTIFICATE"
                   TO TRANSCRIPT-RPT-REC
           ELSE
               MOVE "                    LEAVING CERTIFICATE"
                   TO TRANSCRIPT-RPT-REC
           END-IF
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "THIS IS TO CERTIFY THAT " WS-STU-NAME
               " (ID " WS-PREV-ID ")"
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           IF WS-STANDING = 'G'
               STRING "COMPLETED THE COURSE IN " WS-STU-DEPT
                   " AND GRADUATED ON " WS-GRAD-DATE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "WITH THE CLASSIFICATION " WS-FINAL-CLASS
                   ", CUMULATIVE GPA " WS-DISP-GPA "."
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
           ELSE
               STRING "WAS ENROLLED IN " WS-STU-DEPT
                   " AND LEFT IN YEAR " WS-STU-YEAR
                   " ON " WS-BUS-DATE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "WITH A CUMULATIVE GPA OF " WS-DISP-GPA
                   " OVER " WS-TERM-COUNT " TERM(S)."
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
           END-IF
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "DATE OF ISSUE " WS-BUS-DATE
               "              REGISTRAR ____________________"
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC
           MOVE ALL "*" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           ADD 1 TO WS-CERTIFICATES.

      *****************************************************
      * Requested students the history never produced.
      *****************************************************
       4000-WRITE-EXCEPTIONS.
           MOVE ALL "=" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           MOVE "REQUESTS NOT PRINTED" TO TRANSCRIPT-RPT-REC
           WRITE TRANSCRIPT-RPT-REC
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FOUND(RQ-IDX) = 'N'
                   ADD 1 TO WS-NOT-FOUND
                   ADD 1 TO WS-RUN-REJ
                   MOVE SPACES TO TRANSCRIPT-RPT-REC
                   STRING "  " WS-REQ-ID(RQ-IDX)
                       "  NO TERM HISTORY ON FILE"
                       INTO TRANSCRIPT-RPT-REC
                   END-STRING
                   WRITE TRANSCRIPT-RPT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO TRANSCRIPT-RPT-REC
           STRING "TRANSCRIPTS: " WS-TRANSCRIPTS
               "   CERTIFICATES: " WS-CERTIFICATES
               "   NOT PRINTED: " WS-NOT-FOUND
               INTO TRANSCRIPT-RPT-REC
           END-STRING
           WRITE TRANSCRIPT-RPT-REC.

      *****************************************************
      * The business date dates the transcripts and any
      * leaving certificate; the machine clock is only the
      * fallback for a run outside the driver's control.
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
      * Run-control bookkeeping: read = request lines,
      * posted = transcripts printed, rejected = invalid or
      * unfound requests.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "TRANSCRP" TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "TRANSCRP" TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
