      *****************************************************
      * Archive generation index (archive_index.txt). ARCHIVE
      * appends one record per log per cut naming the
      * generation file the entries went to and the first
      * and last AL-SEQ they carried, so AUDVRFY can walk a
      * log's sealed chain generation by generation, oldest
      * first, and on into the online log. A rerun on the
      * same day stacks onto the same generation and adds a
      * second index record for it.
      *
      * AX-FIRST-SEQ and AX-LAST-SEQ are zero when nothing
      * sealed was cut.
      *****************************************************
       01  ARCHIVE-INDEX-REC.
           05 AX-LOG-BASE          PIC X(20).
           05 FILLER               PIC X.
           05 AX-GEN-NAME          PIC X(40).
           05 FILLER               PIC X.
           05 AX-CUT-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 AX-FIRST-SEQ         PIC 9(9).
           05 FILLER               PIC X.
           05 AX-LAST-SEQ          PIC 9(9).
           05 FILLER               PIC X.
           05 AX-COUNT             PIC 9(6).
