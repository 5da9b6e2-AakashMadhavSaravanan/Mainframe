      *****************************************************
      * EOD run-log record (eod_run_log.txt), appended by
      * EODDRIVER for each step it reaches - in the nightly
      * chain and on an operator rerun of a single step -
      * once as STARTED just before the call and again with
      * the outcome when the step comes back.
      *
      *   RL-MODE     CHAIN or RERUN;
      *   RL-OUTCOME  STARTED - the step is being called
      *                         (end time zero),
      *               RAN     - the step was called and came
      *                         back within its limit,
      *               SKIPPED - held, skipped tonight, or
      *                         nothing staged for it,
      *               FAILED  - the step came back over its
      *                         limit and the chain stopped,
      *                         or (end time and RC zero) it
      *                         ended the run itself and the
      *                         next driver start logged it;
      *   RL-NOTE     why a step was skipped or failed.
      *****************************************************
       01  EOD-RUN-LOG-REC.
           05 RL-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 RL-STEP              PIC X(10).
           05 FILLER               PIC X.
           05 RL-MODE              PIC X(5).
           05 FILLER               PIC X.
           05 RL-START-TS          PIC 9(14).
           05 FILLER               PIC X.
           05 RL-END-TS            PIC 9(14).
           05 FILLER               PIC X.
           05 RL-RC                PIC 9(4).
           05 FILLER               PIC X.
           05 RL-MAX-RC            PIC 9(4).
           05 FILLER               PIC X.
           05 RL-OUTCOME           PIC X(7).
           05 FILLER               PIC X.
           05 RL-NOTE              PIC X(30).
