       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPREV.

      *****************************************************
      * Supplementary examination and revaluation load.
      * supp_reval.txt carries one revised mark per student
      * and subject:
      *   S - supplementary exam, taken on a subject the
      *       student failed (mark below the pass cutoff);
      *   R - revaluation of the script already marked.
      * Each change is applied to the subject's record on
      * subject_results.dat (SUBJRSLT.cpy) - SR-ORIG-MARKS
      * keeps what SUBJCALC first awarded, SR-MARKS and
      * SR-GRADE take the revised result - so the original
      * is never lost the way a re-keyed subject_marks.txt
      * loses it.
      *
      * The changes are sorted by student (the SUBJCALC
      * control-break idiom) and at each student break the
      * average and GPA are recomputed from that term's
      * subject records with the same grade bands, cutoffs
      * and attendance gate SUBJCALC uses, carried onto
      * SM-MARKS/SM-GPA, and a further student_history.txt
      * record is appended for the term - SH-ATTEMPT 'SUPP'
      * when a supplementary result is among the changes,
      * otherwise 'REVL' - so STUDPROG shows both attempts.
      *
      * reval_register.txt lists every change with the old
      * and new marks and grades, every rejected line with
      * its reason, and each student whose PASS/FAIL status
      * the change turned. A processed input is emptied so
      * the next run cannot apply it twice.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPP-REVAL ASSIGN TO "supp_reval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT SORT-WORK ASSIGN TO "supprev.srt".
           SELECT STUD-MASTER ASSIGN TO "student_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ATTEND-MASTER
               ASSIGN TO "attendance_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ID
               FILE STATUS IS WS-ATTN-STATUS.
           SELECT SUBJ-RESULTS ASSIGN TO "subject_results.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT STUD-HISTORY ASSIGN TO "student_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL GRADE-BANDS ASSIGN TO "grade_bands.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.
           SELECT OPTIONAL STUD-CONFIG ASSIGN TO "student_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT REVAL-RPT ASSIGN TO "reval_register.txt"
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
       FD SUPP-REVAL.
       01 SUPP-REVAL-REC.
           05 SV-ID        PIC 9(5).
           05 SV-ID-X      REDEFINES SV-ID PIC X(5).
           05 SV-SUBJ      PIC X(6).
           05 SV-TYPE      PIC X.
           05 SV-MARKS     PIC 9(3).
           05 SV-MARKS-X   REDEFINES SV-MARKS PIC X(3).

       SD SORT-WORK.
       01 SD-REC.
           05 SD-ID        PIC 9(5).
           05 SD-SUBJ      PIC X(6).
           05 SD-TYPE      PIC X.
           05 SD-MARKS     PIC 9(3).

       FD STUD-MASTER.
           COPY STUDMAST.

       FD ATTEND-MASTER.
           COPY ATTNMAST.

       FD SUBJ-RESULTS.
           COPY SUBJRSLT.

       FD STUD-HISTORY.
           COPY STUDHIST.

       FD GRADE-BANDS.
       01 GRADE-BAND-REC.
           05 GB-MIN       PIC 9(3).
           05 GB-LETTER    PIC X(2).
           05 GB-POINTS    PIC 99V9.

       FD STUD-CONFIG.
       01 STUD-CONFIG-REC.
           05 CFG-PASS-CUTOFF   PIC 9(3).
           05 CFG-HONORS-CUTOFF PIC 9(3).

       FD REVAL-RPT.
       01 REVAL-RPT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-SUPP-STATUS   PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-RSLT-STATUS   PIC XX VALUE SPACES.
       01 WS-HIST-STATUS   PIC XX VALUE SPACES.
       01 WS-BAND-STATUS   PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-INPUT-EOF     PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
       01 WS-BAND-EOF      PIC X VALUE 'N'.
       01 WS-RSLT-EOF      PIC X VALUE 'N'.

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-TEXT   PIC X(30) VALUE SPACES.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * Classification cutoffs, the same student_config.txt
      * record STUDENT, PROMOTE and SUBJCALC load.
      *****************************************************
       01 WS-PASS-CUTOFF   PIC 9(3) VALUE 040.
       01 WS-HONORS-CUTOFF PIC 9(3) VALUE 090.

      *****************************************************
      * Grade bands, loaded exactly as SUBJCALC loads them
      * so a revised mark is graded on the same scale as
      * the original.
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
      * Per-change and per-student working fields.
      *****************************************************
       01 WS-OLD-MARKS     PIC 9(3) VALUE 0.
       01 WS-OLD-GRADE     PIC X(2) VALUE SPACES.
       01 WS-TYPE-WORD     PIC X(4) VALUE SPACES.

       01 WS-FIRST-REC     PIC X VALUE 'Y'.
       01 WS-PREV-ID       PIC 9(5) VALUE 0.
       01 WS-STUD-CHANGES  PIC 99 VALUE 0.
       01 WS-SUPP-SEEN     PIC X VALUE 'N'.
       01 WS-TERM-DATE     PIC 9(8) VALUE 0.
       01 WS-SUBJ-COUNT    PIC 99 VALUE 0.
       01 WS-MARKS-TOTAL   PIC 9(5) VALUE 0.
       01 WS-POINTS-TOTAL  PIC 9(4)V9 VALUE 0.
       01 WS-AVG-MARKS     PIC 9(3) VALUE 0.
       01 WS-GPA           PIC 99V99 VALUE 0.
       01 WS-OLD-AVG       PIC 9(3) VALUE 0.
       01 WS-OLD-GPA       PIC 99V99 VALUE 0.
       01 WS-OLD-CLASS     PIC X(4) VALUE SPACES.
       01 WS-CLASS-FLAG    PIC X(4) VALUE SPACES.
       01 WS-HONORS-FLAG   PIC X(6) VALUE SPACES.
       01 WS-ON-MASTER     PIC X VALUE 'N'.

       01 WS-STUDENT-COUNT PIC 9(6) VALUE 0.
       01 WS-STATUS-CHANGES PIC 9(6) VALUE 0.
       01 WS-NOT-ON-MASTER PIC 9(6) VALUE 0.

      *****************************************************
      * Attendance gate, as SUBJCALC applies it: a student
      * debarred for attendance stays FAIL whatever the
      * revised marks say.
      *****************************************************
       01 WS-ATTN-STATUS   PIC XX VALUE SPACES.
       01 WS-ATTN-OPEN     PIC X VALUE 'N'.
       01 WS-DEBARRED      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE

           OPEN INPUT SUPP-REVAL
           IF WS-SUPP-STATUS NOT = "00"
               DISPLAY "SUPPREV: supp_reval.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE SUPP-REVAL
               GOBACK
           END-IF
           READ SUPP-REVAL
               AT END
                   DISPLAY "SUPPREV: supp_reval.txt EMPTY - "
                       "NOTHING TO APPLY"
                   CLOSE SUPP-REVAL
                   GOBACK
           END-READ
           CLOSE SUPP-REVAL

           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-GRADE-BANDS
           PERFORM 1070-LOAD-CONFIG
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1100-WRITE-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SD-ID
               ON ASCENDING KEY SD-SUBJ
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-VALIDATE-INPUT
               OUTPUT PROCEDURE IS 2000-APPLY-CHANGES

           PERFORM 4000-WRITE-TOTALS
           PERFORM 8100-WRITE-RUN-END
           IF WS-ATTN-OPEN = 'Y'
               CLOSE ATTEND-MASTER
           END-IF
           CLOSE STUD-MASTER SUBJ-RESULTS STUD-HISTORY REVAL-RPT
           PERFORM 1090-CONSUME-INPUT-FILE
           DISPLAY "SUPPREV: APPLIED " WS-RUN-POSTED
               " REJECTED " WS-RUN-REJ
           GOBACK.

      *****************************************************
      * A processed change file is spent - empty it so the
      * next run cannot apply the same changes again.
      *****************************************************
       1090-CONSUME-INPUT-FILE.
           OPEN OUTPUT SUPP-REVAL
           CLOSE SUPP-REVAL.

       1000-OPEN-FILES.
           OPEN I-O STUD-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SUPPREV: student_master.dat OPEN FAILED - "
                   "STATUS " WS-MASTER-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUBJ-RESULTS
           IF WS-RSLT-STATUS NOT = "00"
               DISPLAY "SUPPREV: subject_results.dat OPEN FAILED - "
                   "STATUS " WS-RSLT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ATTEND-MASTER
           IF WS-ATTN-STATUS = "00"
               MOVE 'Y' TO WS-ATTN-OPEN
           ELSE
               CLOSE ATTEND-MASTER
           END-IF

           OPEN EXTEND STUD-HISTORY
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT STUD-HISTORY
           END-IF

           OPEN OUTPUT REVAL-RPT.

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
                   DISPLAY "SUPPREV: GRADE-BAND TABLE FULL AT 10"
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

       1100-WRITE-HEADER.
           MOVE SPACES TO REVAL-RPT-REC
           STRING "SUPPLEMENTARY / REVALUATION REGISTER FOR "
               WS-BUS-DATE
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC
           MOVE SPACES TO REVAL-RPT-REC
           STRING "ID     SUBJ   TYPE  OLD GR   NEW GR   REMARKS"
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC
           MOVE ALL "-" TO REVAL-RPT-REC
           WRITE REVAL-RPT-REC.

      *****************************************************
      * Format checks only; whether the subject exists and
      * may take a supplementary is decided against
      * subject_results.dat when the change is applied.
      *****************************************************
       1500-VALIDATE-INPUT.
           OPEN INPUT SUPP-REVAL
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ SUPP-REVAL
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 1600-VALIDATE-DETAIL
                       IF WS-VALID-REC = 'Y'
                           MOVE SV-ID    TO SD-ID
                           MOVE SV-SUBJ  TO SD-SUBJ
                           MOVE SV-TYPE  TO SD-TYPE
                           MOVE SV-MARKS TO SD-MARKS
                           RELEASE SD-REC
                       ELSE
                           PERFORM 1700-WRITE-INPUT-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPP-REVAL.

       1600-VALIDATE-DETAIL.
           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN SV-ID IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "INVALID STUDENT ID" TO WS-REJECT-TEXT
               WHEN SV-TYPE NOT = 'S' AND SV-TYPE NOT = 'R'
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "INVALID TYPE (S OR R)" TO WS-REJECT-TEXT
               WHEN SV-MARKS IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "INVALID MARKS" TO WS-REJECT-TEXT
               WHEN SV-MARKS > 100
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "MARKS OUT OF RANGE (MAX 100)"
                       TO WS-REJECT-TEXT
           END-EVALUATE.

       1700-WRITE-INPUT-REJECT.
           ADD 1 TO WS-RUN-REJ
           MOVE SPACES TO REVAL-RPT-REC
           STRING SV-ID-X "  " SV-SUBJ " " SV-TYPE
               "     MARKS " SV-MARKS-X
               "           REJECTED - " WS-REJECT-TEXT
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC.

       2000-APPLY-CHANGES.
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
               MOVE SD-ID TO WS-PREV-ID
               PERFORM 2150-RESET-STUDENT
           ELSE
               IF SD-ID NOT = WS-PREV-ID
                   PERFORM 3000-CLOSE-OUT-STUDENT
                   MOVE SD-ID TO WS-PREV-ID
                   PERFORM 2150-RESET-STUDENT
               END-IF
           END-IF
           PERFORM 2200-APPLY-ONE-CHANGE.

       2150-RESET-STUDENT.
           MOVE 0 TO WS-STUD-CHANGES
           MOVE 'N' TO WS-SUPP-SEEN
           MOVE 0 TO WS-TERM-DATE.

      *****************************************************
      * A supplementary is only sat on a failed subject; a
      * revaluation may be asked for on any. The revised
      * mark replaces SR-MARKS - SR-ORIG-MARKS is left as
      * SUBJCALC filed it.
      *****************************************************
       2200-APPLY-ONE-CHANGE.
           IF SD-TYPE = 'S'
               MOVE "SUPP" TO WS-TYPE-WORD
           ELSE
               MOVE "REVL" TO WS-TYPE-WORD
           END-IF
           MOVE SD-ID   TO SR-ID
           MOVE SD-SUBJ TO SR-SUBJ
           READ SUBJ-RESULTS
               INVALID KEY
                   MOVE "NO SUBJECT RESULT ON FILE"
                       TO WS-REJECT-TEXT
                   PERFORM 2400-WRITE-CHANGE-REJECT
               NOT INVALID KEY
                   IF SD-TYPE = 'S' AND SR-MARKS >= WS-PASS-CUTOFF
                       MOVE "SUBJECT NOT FAILED - NO SUPP"
                           TO WS-REJECT-TEXT
                       PERFORM 2400-WRITE-CHANGE-REJECT
                   ELSE
                       PERFORM 2250-REVISE-SUBJECT
                   END-IF
           END-READ.

       2250-REVISE-SUBJECT.
           MOVE SR-MARKS TO WS-OLD-MARKS
           MOVE SR-GRADE TO WS-OLD-GRADE
           MOVE SD-MARKS TO WS-LOOKUP-MARKS
           PERFORM 2350-LOOKUP-GRADE
           MOVE SD-MARKS        TO SR-MARKS
           MOVE WS-GRADE-LETTER TO SR-GRADE
           MOVE SD-TYPE         TO SR-ATTEMPT
           MOVE WS-BUS-DATE     TO SR-REV-DATE
           REWRITE SUBJ-RESULT-REC
           ADD 1 TO WS-RUN-POSTED
           ADD 1 TO WS-STUD-CHANGES
           MOVE SR-TERM-DATE TO WS-TERM-DATE
           IF SD-TYPE = 'S'
               MOVE 'Y' TO WS-SUPP-SEEN
           END-IF
           MOVE SPACES TO REVAL-RPT-REC
           STRING SD-ID "  " SD-SUBJ " " WS-TYPE-WORD
               "  " WS-OLD-MARKS " " WS-OLD-GRADE
               "   " SD-MARKS " " WS-GRADE-LETTER
               "   ORIGINAL " SR-ORIG-MARKS
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC.

      *****************************************************
      * Highest band whose minimum the mark reaches wins -
      * the SUBJCALC rule.
      *****************************************************
       2350-LOOKUP-GRADE.
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

       2400-WRITE-CHANGE-REJECT.
           ADD 1 TO WS-RUN-REJ
           MOVE SPACES TO REVAL-RPT-REC
           STRING SD-ID "  " SD-SUBJ " " WS-TYPE-WORD
               "  MARKS " SD-MARKS
               "           REJECTED - " WS-REJECT-TEXT
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC.

      *****************************************************
      * End of one student's changes: when any was applied,
      * recompute the term from every subject record that
      * carries the same term date, classify as SUBJCALC
      * does, carry the result onto the master and append
      * the history record for the revised attempt.
      *****************************************************
       3000-CLOSE-OUT-STUDENT.
           IF WS-STUD-CHANGES > 0
               ADD 1 TO WS-STUDENT-COUNT
               PERFORM 3100-RECOMPUTE-TERM
               PERFORM 3200-CLASSIFY
               PERFORM 3300-UPDATE-MASTER
           END-IF.

       3100-RECOMPUTE-TERM.
           MOVE 0 TO WS-SUBJ-COUNT
           MOVE 0 TO WS-MARKS-TOTAL
           MOVE 0 TO WS-POINTS-TOTAL
           MOVE 'N' TO WS-RSLT-EOF
           MOVE WS-PREV-ID TO SR-ID
           MOVE LOW-VALUES TO SR-SUBJ
           START SUBJ-RESULTS KEY IS >= SR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RSLT-EOF
           END-START
           PERFORM UNTIL WS-RSLT-EOF = 'Y'
               READ SUBJ-RESULTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSLT-EOF
                   NOT AT END
                       IF SR-ID NOT = WS-PREV-ID
                           MOVE 'Y' TO WS-RSLT-EOF
                       ELSE
                           IF SR-TERM-DATE = WS-TERM-DATE
                               PERFORM 3150-ADD-SUBJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-AVG-MARKS ROUNDED =
               WS-MARKS-TOTAL / WS-SUBJ-COUNT
           COMPUTE WS-GPA ROUNDED =
               WS-POINTS-TOTAL / WS-SUBJ-COUNT.

       3150-ADD-SUBJECT.
           MOVE SR-MARKS TO WS-LOOKUP-MARKS
           PERFORM 2350-LOOKUP-GRADE
           ADD 1 TO WS-SUBJ-COUNT
           ADD SR-MARKS TO WS-MARKS-TOTAL
           ADD WS-GRADE-POINTS TO WS-POINTS-TOTAL.

       3200-CLASSIFY.
           MOVE 'N' TO WS-DEBARRED
           IF WS-ATTN-OPEN = 'Y'
               MOVE WS-PREV-ID TO AM-ID
               READ ATTEND-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-ELIGIBLE = 'N'
                           MOVE 'Y' TO WS-DEBARRED
                       END-IF
               END-READ
           END-IF
           IF WS-AVG-MARKS >= WS-PASS-CUTOFF
               MOVE "PASS" TO WS-CLASS-FLAG
           ELSE
               MOVE "FAIL" TO WS-CLASS-FLAG
           END-IF
           IF WS-AVG-MARKS >= WS-HONORS-CUTOFF
               MOVE "HONORS" TO WS-HONORS-FLAG
           ELSE
               MOVE SPACES TO WS-HONORS-FLAG
           END-IF
           IF WS-DEBARRED = 'Y'
               MOVE "FAIL" TO WS-CLASS-FLAG
               MOVE SPACES TO WS-HONORS-FLAG
           END-IF.

      *****************************************************
      * The status before the change is the one the master
      * average gave, under the same cutoff and attendance
      * gate - the register reports only a real turn.
      *****************************************************
       3300-UPDATE-MASTER.
           MOVE WS-PREV-ID TO SM-ID
           MOVE 'Y' TO WS-ON-MASTER
           READ STUD-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE SPACES TO REVAL-RPT-REC
               STRING "  *** STUDENT " WS-PREV-ID
                   " NOT ON MASTER - NOT UPDATED ***"
                   INTO REVAL-RPT-REC
               END-STRING
               WRITE REVAL-RPT-REC
           ELSE
               MOVE SM-MARKS TO WS-OLD-AVG
               MOVE SM-GPA   TO WS-OLD-GPA
               IF SM-MARKS >= WS-PASS-CUTOFF AND WS-DEBARRED = 'N'
                   MOVE "PASS" TO WS-OLD-CLASS
               ELSE
                   MOVE "FAIL" TO WS-OLD-CLASS
               END-IF
               MOVE WS-AVG-MARKS TO SM-MARKS
               MOVE WS-GPA       TO SM-GPA
               REWRITE STUD-MASTER-REC
               PERFORM 3400-WRITE-HISTORY
               PERFORM 3500-WRITE-STUDENT-LINE
           END-IF.

       3400-WRITE-HISTORY.
           MOVE SPACES TO STUD-HIST-REC
           MOVE SM-ID          TO SH-ID
           MOVE WS-TERM-DATE   TO SH-TERM-DATE
           MOVE SM-DEPT        TO SH-DEPT
           MOVE SM-YEAR        TO SH-YEAR
           MOVE WS-AVG-MARKS   TO SH-MARKS
           MOVE WS-CLASS-FLAG  TO SH-STATUS
           MOVE WS-HONORS-FLAG TO SH-HONORS
           IF WS-SUPP-SEEN = 'Y'
               MOVE "SUPP" TO SH-ATTEMPT
           ELSE
               MOVE "REVL" TO SH-ATTEMPT
           END-IF
           WRITE STUD-HIST-REC.

       3500-WRITE-STUDENT-LINE.
           MOVE SPACES TO REVAL-RPT-REC
           STRING "  STUDENT " WS-PREV-ID
               "  AVG " WS-OLD-AVG " -> " WS-AVG-MARKS
               "  GPA " WS-OLD-GPA " -> " WS-GPA
               "  " WS-OLD-CLASS " -> " WS-CLASS-FLAG
               " " WS-HONORS-FLAG
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC
           IF WS-OLD-CLASS NOT = WS-CLASS-FLAG
               ADD 1 TO WS-STATUS-CHANGES
               MOVE SPACES TO REVAL-RPT-REC
               STRING "  *** STATUS CHANGED " WS-OLD-CLASS
                   " TO " WS-CLASS-FLAG " ***"
                   INTO REVAL-RPT-REC
               END-STRING
               WRITE REVAL-RPT-REC
           END-IF.

       4000-WRITE-TOTALS.
           MOVE ALL "-" TO REVAL-RPT-REC
           WRITE REVAL-RPT-REC
           MOVE SPACES TO REVAL-RPT-REC
           STRING "CHANGES READ: " WS-RUN-READ
               "   APPLIED: " WS-RUN-POSTED
               "   REJECTED: " WS-RUN-REJ
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC
           MOVE SPACES TO REVAL-RPT-REC
           STRING "STUDENTS RECOMPUTED: " WS-STUDENT-COUNT
               "   STATUS CHANGES: " WS-STATUS-CHANGES
               "   NOT ON MASTER: " WS-NOT-ON-MASTER
               INTO REVAL-RPT-REC
           END-STRING
           WRITE REVAL-RPT-REC.

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
      * Run-control bookkeeping: read = change lines,
      * posted = subject marks revised.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SUPPREV " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "SUPPREV " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
