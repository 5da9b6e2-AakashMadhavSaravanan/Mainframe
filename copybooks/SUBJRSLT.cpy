      *****************************************************
      * Per-subject result record, keyed by student ID and
      * subject code (subject_results.dat). SUBJCALC files
      * one record per subject it grades, so the marks a
      * student's average and SM-GPA were computed from
      * outlive the consumed subject_marks.txt; SUPPREV
      * applies supplementary-exam and revaluation marks
      * to it and recomputes the student from it.
      *
      * SR-ORIG-MARKS is the mark first graded for the term
      * and never changes after; SR-MARKS is the mark that
      * now counts, with its grade letter in SR-GRADE.
      * SR-ATTEMPT: 'O' original mark stands
      *             'S' replaced by a supplementary exam
      *             'R' replaced by a revaluation
      * SR-TERM-DATE is the business date of the SUBJCALC
      * load the subject belongs to - a later term's load
      * replaces the record - and SR-REV-DATE the date of
      * the last supplementary or revaluation change (zero
      * when none).
      *****************************************************
       01  SUBJ-RESULT-REC.
           05 SR-KEY.
               10 SR-ID           PIC 9(5).
               10 SR-SUBJ         PIC X(6).
           05 SR-ORIG-MARKS       PIC 9(3).
           05 SR-MARKS            PIC 9(3).
           05 SR-GRADE            PIC X(2).
           05 SR-ATTEMPT          PIC X.
           05 SR-TERM-DATE        PIC 9(8).
           05 SR-REV-DATE         PIC 9(8).
