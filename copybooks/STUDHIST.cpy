      * HONORS flags as classified at load time. STUDPROG
      * reads the file back for the term-over-term progress
      * report the examinations office asks for.
      *
      * SH-ATTEMPT is spaces on a term's regular load
      * record. SUPPREV appends a further record for the
      * same term when a supplementary exam ('SUPP') or a
      * revaluation ('REVL') changes the student's marks,
      * carrying the recomputed average and classification -
      * the original record stays, so both attempts show.
      *****************************************************
       01  STUD-HIST-REC.
           05 SH-ID                PIC 9(5).
           05 SH-STATUS            PIC X(4).
           05 FILLER               PIC X.
           05 SH-HONORS            PIC X(6).
           05 FILLER               PIC X.
           05 SH-ATTEMPT           PIC X(4).
