      *****************************************************
      * EOD job-control record (eod_jobctl.txt), one line
      * per chain step, maintained by the operator with an
      * editor. EODDRIVER reads it at startup:
      *
      *   JC-STEP    the step name, as it appears on the
      *              checkpoint (STUDENT ... OPSRPT);
      *   JC-STATE   ACTIVE - run as normal,
      *              HELD   - passed over every night until
      *                       the operator sets it ACTIVE
      *                       again,
      *              SKIP   - passed over tonight only; the
      *                       driver sets it back to ACTIVE
      *                       when the night completes;
      *   JC-MAX-RC  the highest RETURN-CODE the step may
      *              give and the chain still carry on.
      *
      * The file is the chain: steps run in the order their
      * lines appear, and a step with no line does not run.
      * A step must be one the driver knows how to call -
      * any other name is reported and passed over. A blank
      * limit means 8 (a refused batch). With no file, or
      * an empty one, the driver runs its built-in chain,
      * every step ACTIVE with a limit of 8.
      *****************************************************
       01  JOB-CONTROL-REC.
           05 JC-STEP              PIC X(10).
           05 FILLER               PIC X.
           05 JC-STATE             PIC X(6).
           05 FILLER               PIC X.
           05 JC-MAX-RC            PIC 9(4).
           05 JC-MAX-RC-X          REDEFINES JC-MAX-RC
                                   PIC X(4).
