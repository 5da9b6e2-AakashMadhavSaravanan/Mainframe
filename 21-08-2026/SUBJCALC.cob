      * is printed on subject_marksheet.txt; invalid detail
      * records go to subject_reject.txt with reason codes
      * in the shared AUDITLOG layout.
      *
      * Every subject graded is also filed on
      * subject_results.dat (SUBJRSLT.cpy) as the term's
      * original mark, so a later supplementary exam or
      * revaluation (SUPPREV) can revise it and still show
      * what was first awarded.
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ID
               FILE STATUS IS WS-ATTN-STATUS.
           SELECT SUBJ-RESULTS ASSIGN TO "subject_results.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT OPTIONAL GRADE-BANDS ASSIGN TO "grade_bands.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.
       FD ATTEND-MASTER.
           COPY ATTNMAST.

       FD SUBJ-RESULTS.
           COPY SUBJRSLT.

       FD GRADE-BANDS.
       01 GRADE-BAND-REC.
           05 GB-MIN       PIC 9(3).
       01 WS-SUBJ-STATUS   PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-BAND-STATUS   PIC XX VALUE SPACES.
       01 WS-RSLT-STATUS   PIC XX VALUE SPACES.
       01 WS-RSLT-FOUND    PIC X VALUE 'N'.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
               CLOSE ATTEND-MASTER
           END-IF
           CLOSE STUD-MASTER MARKSHEET-RPT SUBJECT-REJECT
               SUBJ-RESULTS
           PERFORM 1090-CONSUME-MARKS-FILE
           GOBACK.

           END-IF
           PERFORM 7300-CHECK-STUDMAST-OPEN

           OPEN I-O SUBJ-RESULTS
           IF WS-RSLT-STATUS = "35"
               OPEN OUTPUT SUBJ-RESULTS
               CLOSE SUBJ-RESULTS
               OPEN I-O SUBJ-RESULTS
           END-IF
           IF WS-RSLT-STATUS NOT = "00"
               DISPLAY "SUBJCALC: subject_results.dat OPEN FAILED - "
                   "STATUS " WS-RSLT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ATTEND-MASTER
           IF WS-ATTN-STATUS = "00"
               MOVE 'Y' TO WS-ATTN-OPEN
               "  GRADE " WS-GRADE-LETTER
               INTO MARKSHEET-RPT-REC
           END-STRING
           WRITE MARKSHEET-RPT-REC
           PERFORM 2400-FILE-SUBJECT-RESULT.

      *****************************************************
      * The term's mark is the original attempt; a record
      * left from an earlier term for the same subject is
      * replaced.
      *****************************************************
       2400-FILE-SUBJECT-RESULT.
           MOVE SD-ID   TO SR-ID
           MOVE SD-SUBJ TO SR-SUBJ
           MOVE 'Y' TO WS-RSLT-FOUND
           READ SUBJ-RESULTS
               INVALID KEY
                   MOVE 'N' TO WS-RSLT-FOUND
           END-READ
           MOVE SD-ID           TO SR-ID
           MOVE SD-SUBJ         TO SR-SUBJ
           MOVE SD-MARKS        TO SR-ORIG-MARKS
           MOVE SD-MARKS        TO SR-MARKS
           MOVE WS-GRADE-LETTER TO SR-GRADE
           MOVE 'O'             TO SR-ATTEMPT
           MOVE WS-BUS-DATE     TO SR-TERM-DATE
           MOVE ZERO            TO SR-REV-DATE
           IF WS-RSLT-FOUND = 'Y'
               REWRITE SUBJ-RESULT-REC
           ELSE
               WRITE SUBJ-RESULT-REC
           END-IF.

      *****************************************************
      * Highest band whose minimum the mark reaches wins -
