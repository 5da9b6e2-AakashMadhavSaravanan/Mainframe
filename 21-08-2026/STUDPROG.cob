      * student's terms in sequence with an IMPROVED /
      * DECLINED / UNCHANGED indicator against the previous
      * term - the trend data the examinations office asks
      * for every single term. A supplementary-exam or
      * revaluation record SUPPREV added for a term prints
      * after the term's regular record, tagged SUPP or
      * REVL, so both attempts show.
      *****************************************************

       ENVIRONMENT DIVISION.
               ==SH-YEAR==       BY ==SD-YEAR==,
               ==SH-MARKS==      BY ==SD-MARKS==,
               ==SH-STATUS==     BY ==SD-STATUS==,
               ==SH-HONORS==     BY ==SD-HONORS==,
               ==SH-ATTEMPT==    BY ==SD-ATTEMPT==.

       FD PROGRESS-RPT.
       01 PROGRESS-RPT-REC PIC X(80).
           SORT SORT-WORK
               ON ASCENDING KEY SD-ID
               ON ASCENDING KEY SD-TERM-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-FILTER-INPUT
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT

           WRITE PROGRESS-RPT-REC
           MOVE SPACES TO PROGRESS-RPT-REC
           STRING "ID     TERM      DEPT       YR MARKS STATUS "
               "HONORS TREND     ATTEMPT"
               INTO PROGRESS-RPT-REC
           END-STRING
           WRITE PROGRESS-RPT-REC
               SD-MARKS     "   "
               SD-STATUS    "   "
               SD-HONORS    " "
               WS-TREND     " "
               SD-ATTEMPT
               INTO PROGRESS-RPT-REC
           END-STRING
           WRITE PROGRESS-RPT-REC.
