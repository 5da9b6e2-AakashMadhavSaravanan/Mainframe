      * interrupted step resumes from the next step instead
      * of reprocessing from the start. The checkpoint file
      * still holds the step NAME; it is resolved to a
      * position in the chain's step sequence at startup now
      * that the chain is too long for literal IF chains.
      *
      * Which steps run, in what order, and the highest
      * return code each may give before the chain stops,
      * come from the operator's job-control file
      * eod_jobctl.txt (see JOBCTL) - adding, holding back
      * or reordering a step is an edit to that file, not a
      * program change. Every step reached is logged to
      * eod_run_log.txt (see EODRLOG) as STARTED before it
      * is called and again with its end, return code and
      * outcome when it comes back; a step that ends the run
      * itself is logged FAILED at the next start. A step name
      * staged in eod_rerun.txt reruns that one step alone,
      * outside the chain, without moving the checkpoint.
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "student_input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STIN-STATUS.
           SELECT OPTIONAL JOB-CONTROL
               ASSIGN TO "eod_jobctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCTL-STATUS.
           SELECT EOD-RUN-LOG ASSIGN TO "eod_run_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT OPTIONAL EOD-RERUN
               ASSIGN TO "eod_rerun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EOD-STUDENT-CHECK.
       01 EOD-STUDENT-CHECK-REC PIC X(1).

       FD JOB-CONTROL.
           COPY JOBCTL.

       FD EOD-RUN-LOG.
           COPY EODRLOG.

       FD EOD-RERUN.
       01 EOD-RERUN-REC.
           05 RR-STEP          PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CKPT-STATUS   PIC XX VALUE SPACES.
       01 WS-DTXN-STATUS   PIC XX VALUE SPACES.
       01 WS-MSWP-STATUS   PIC XX VALUE SPACES.
       01 WS-ACPT-STATUS   PIC XX VALUE SPACES.
       01 WS-STIN-STATUS   PIC XX VALUE SPACES.
       01 WS-JCTL-STATUS   PIC XX VALUE SPACES.
       01 WS-RLOG-STATUS   PIC XX VALUE SPACES.
       01 WS-RRUN-STATUS   PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-BUS-DATE-INT  PIC 9(8) VALUE 0.
       01 WS-LAST-STEP     PIC X(10) VALUE "NONE".
      *****************************************************
       01 WS-DEPEDIT-RC    PIC 9(4) VALUE 0.

      *****************************************************
      * The chain's steps in the order they run, each with
      * tonight's job-control state and return-code limit.
      *****************************************************
       01 WS-STEP-COUNT    PIC 99 VALUE 0.
       01 WS-STEP-IX       PIC 99 VALUE 0.
       01 WS-FIRST-STEP    PIC 99 VALUE 0.
       01 WS-SRCH-IX       PIC 99 VALUE 0.
       01 WS-FOUND-IX      PIC 99 VALUE 0.
       01 WS-ADD-NAME      PIC X(10) VALUE SPACES.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-ST-NAME       PIC X(10).
               10 WS-ST-STATE      PIC X(6).
               10 WS-ST-MAX-RC     PIC 9(4).

      *****************************************************
      * The driver's built-in chain, set aside when a job-
      * control file supplies the chain - it is then the
      * list of step names the driver knows how to run.
      *****************************************************
       01 WS-KNOWN-COUNT   PIC 99 VALUE 0.
       01 WS-KNOWN-TABLE.
           05 WS-KNOWN-ENTRY OCCURS 30 TIMES.
               10 WS-KN-NAME       PIC X(10).
               10 WS-KN-STATE      PIC X(6).
               10 WS-KN-MAX-RC     PIC 9(4).
       01 WS-DUP-IX        PIC 99 VALUE 0.

      *****************************************************
      * The job-control file as read, kept whole so a
      * completed night can write it back with its
      * skip-tonight lines returned to ACTIVE.
      *****************************************************
       01 WS-JC-EOF        PIC X VALUE 'N'.
       01 WS-JC-COUNT      PIC 99 VALUE 0.
       01 WS-JC-IX         PIC 99 VALUE 0.
       01 WS-JC-SKIPS      PIC X VALUE 'N'.
       01 WS-JC-TABLE.
           05 WS-JC-LINE       PIC X(22) OCCURS 40 TIMES.

      *****************************************************
      * The step in hand and what became of it, for the run
      * log.
      *****************************************************
       01 WS-RUN-MODE      PIC X(5) VALUE SPACES.
       01 WS-CUR-STEP      PIC X(10) VALUE SPACES.
       01 WS-STEP-START    PIC 9(14) VALUE 0.
       01 WS-STEP-RC       PIC 9(4) VALUE 0.
       01 WS-STEP-CALLED   PIC X VALUE 'N'.
       01 WS-STEP-OUTCOME  PIC X(7) VALUE SPACES.
       01 WS-STEP-NOTE     PIC X(30) VALUE SPACES.
       01 WS-RERUN-STEP    PIC X(10) VALUE SPACES.
       01 WS-LOCK-WAS-SET  PIC X VALUE 'N'.

      *****************************************************
      * The last STARTED line on the run log still waiting
      * for its step to come back.
      *****************************************************
       01 WS-RL-EOF        PIC X VALUE 'N'.
       01 WS-RL-PENDING    PIC X VALUE 'N'.
       01 WS-RL-DEAD-DATE  PIC 9(8) VALUE 0.
       01 WS-RL-DEAD-STEP  PIC X(10) VALUE SPACES.
       01 WS-RL-DEAD-MODE  PIC X(5) VALUE SPACES.
       01 WS-RL-DEAD-START PIC 9(14) VALUE 0.
       01 WS-RL-DEAD-MAX   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1050-LOAD-STEP-TABLE
           PERFORM 1060-LOAD-JOB-CONTROL
           PERFORM 1070-LOAD-BUS-DATE
           PERFORM 1150-CLOSE-DEAD-STEP
           PERFORM 1080-READ-RERUN-REQUEST
           IF WS-RERUN-STEP NOT = SPACES
               PERFORM 5000-RERUN-ONE-STEP
               STOP RUN
           END-IF

           PERFORM 1000-READ-CHECKPOINT
           PERFORM 1100-RESOLVE-STEP-NO
           DISPLAY "EOD DRIVER STARTING - LAST COMPLETED STEP = "
               WS-LAST-STEP
           PERFORM 1200-SET-RUN-LOCK

      *****************************************************
      * The steps run in job-control order from the one
      * after the checkpoint. A step over its return-code
      * limit stops the night where it stands - checkpoint
      * on the step before, run-lock still set - so the
      * restart after the fix resumes at the failed step.
      *****************************************************
           COMPUTE WS-FIRST-STEP = WS-LAST-STEP-NO + 1
           PERFORM 1800-RUN-CHAIN-STEP
               VARYING WS-STEP-IX FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT

      *****************************************************
      * Completion order matters: the snapshot is cut while
      *****************************************************
           PERFORM 1500-CUT-NEXT-DAY-SNAPSHOT
           PERFORM 3000-CLEAR-CHECKPOINT
           PERFORM 3200-RESET-SKIP-TONIGHT
           PERFORM 1300-CLEAR-RUN-LOCK
           PERFORM 4000-ROLL-BUSINESS-DATE
           DISPLAY "EOD DRIVER COMPLETE"
           END-IF.

       1100-RESOLVE-STEP-NO.
           MOVE 0 TO WS-LAST-STEP-NO
           PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-SRCH-IX) = WS-LAST-STEP
                   MOVE WS-SRCH-IX TO WS-LAST-STEP-NO
               END-IF
           END-PERFORM
      *****************************************************
      * A checkpointed step taken off the job-control file
      * leaves no place to resume from - starting the chain
      * over would post the night's batches twice.
      *****************************************************
           IF WS-LAST-STEP-NO = 0
               AND WS-LAST-STEP NOT = "NONE"
               AND WS-LAST-STEP NOT = SPACES
               DISPLAY "EOD: CHECKPOINT STEP "
                   FUNCTION TRIM(WS-LAST-STEP)
                   " IS NOT IN THE CHAIN - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * A step that stops the run itself (a hard failure is
      * STOP RUN with RETURN-CODE 12 inside the step) never
      * comes back to have its outcome logged. Its STARTED
      * line is then the last on the run log with nothing
      * after it; the next driver start logs it FAILED, end
      * time and return code unknown (zero).
      *****************************************************
       1150-CLOSE-DEAD-STEP.
           MOVE 'N' TO WS-RL-PENDING
           MOVE 'N' TO WS-RL-EOF
           OPEN INPUT EOD-RUN-LOG
           IF WS-RLOG-STATUS = "00"
               PERFORM UNTIL WS-RL-EOF = 'Y'
                   READ EOD-RUN-LOG
                       AT END
                           MOVE 'Y' TO WS-RL-EOF
                       NOT AT END
                           PERFORM 1155-TRACK-STARTED
                   END-READ
               END-PERFORM
               CLOSE EOD-RUN-LOG
           END-IF
           IF WS-RL-PENDING = 'Y'
               OPEN EXTEND EOD-RUN-LOG
               MOVE SPACES TO EOD-RUN-LOG-REC
               MOVE WS-RL-DEAD-DATE TO RL-BUS-DATE
               MOVE WS-RL-DEAD-STEP TO RL-STEP
               MOVE WS-RL-DEAD-MODE TO RL-MODE
               MOVE WS-RL-DEAD-START TO RL-START-TS
               MOVE 0 TO RL-END-TS
               MOVE 0 TO RL-RC
               MOVE WS-RL-DEAD-MAX TO RL-MAX-RC
               MOVE "FAILED" TO RL-OUTCOME
               MOVE "ENDED THE RUN - END NOT KNOWN" TO RL-NOTE
               WRITE EOD-RUN-LOG-REC
               CLOSE EOD-RUN-LOG
               DISPLAY "EOD: " FUNCTION TRIM(WS-RL-DEAD-STEP)
                   " STARTED " WS-RL-DEAD-START
                   " NEVER CAME BACK - LOGGED FAILED"
           END-IF.

       1155-TRACK-STARTED.
           IF RL-OUTCOME = "STARTED"
               MOVE 'Y' TO WS-RL-PENDING
               MOVE RL-BUS-DATE TO WS-RL-DEAD-DATE
               MOVE RL-STEP TO WS-RL-DEAD-STEP
               MOVE RL-MODE TO WS-RL-DEAD-MODE
               MOVE RL-START-TS TO WS-RL-DEAD-START
               MOVE RL-MAX-RC TO WS-RL-DEAD-MAX
           ELSE
               IF RL-STEP = WS-RL-DEAD-STEP
                   AND RL-START-TS = WS-RL-DEAD-START
                   MOVE 'N' TO WS-RL-PENDING
               END-IF
           END-IF.

      *****************************************************
      * The built-in chain, run in this order when there is
      * no job-control file, and otherwise the list of steps
      * a job-control line may name. Every step starts
      * ACTIVE with a limit of 8 - a refused batch or a
      * failed backup verify is reported and the night
      * carries on, as it always has; 12 is a hard stop
      * inside the step itself.
      *****************************************************
       1050-LOAD-STEP-TABLE.
           MOVE 0 TO WS-STEP-COUNT
           MOVE "STUDENT"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "ATTEND"   TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "SUBJCALC" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "DEPEDIT"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "DEPOSIT"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "HOLDMNT"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "WITHDRAW" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "TRANSFER" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "CLEARING" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "STANDING" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "LOANEMI"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "TDMATUR"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "MINBAL"   TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "SWEEP"    TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "INTACCR"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "INTEREST" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "GLSUMM"   TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "COMPLRPT" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "TLRPROOF" TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "AUDSEAL"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "RECON"    TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "ALERTS"   TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "MISEXTR"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "MSTBKUP"  TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP
           MOVE "OPSRPT"   TO WS-ADD-NAME
           PERFORM 1055-ADD-STEP.

       1055-ADD-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-ADD-NAME TO WS-ST-NAME(WS-STEP-COUNT)
           MOVE "ACTIVE" TO WS-ST-STATE(WS-STEP-COUNT)
           MOVE 8 TO WS-ST-MAX-RC(WS-STEP-COUNT).

      *****************************************************
      * No job-control file (or an empty one) leaves the
      * built-in chain at its defaults. Otherwise the file
      * IS the chain: its lines, in file order, are the
      * steps that run, and a step not on it does not run.
      * A line naming a step the driver does not know, a
      * step already named, or a state it does not know, is
      * reported - a mistyped HELD must not quietly run the
      * step.
      *****************************************************
       1060-LOAD-JOB-CONTROL.
           MOVE 0 TO WS-JC-COUNT
           MOVE 'N' TO WS-JC-SKIPS
           MOVE 'N' TO WS-JC-EOF
           OPEN INPUT JOB-CONTROL
           IF WS-JCTL-STATUS = "00"
               PERFORM UNTIL WS-JC-EOF = 'Y'
                   READ JOB-CONTROL
                       AT END
                           MOVE 'Y' TO WS-JC-EOF
                       NOT AT END
                           IF JOB-CONTROL-REC NOT = SPACES
                               AND WS-JC-COUNT < 40
                               IF WS-JC-COUNT = 0
                                   PERFORM 1062-SET-ASIDE-BUILT-IN
                               END-IF
                               ADD 1 TO WS-JC-COUNT
                               MOVE JOB-CONTROL-REC
                                   TO WS-JC-LINE(WS-JC-COUNT)
                               PERFORM 1065-APPLY-JOB-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-CONTROL
           IF WS-JC-COUNT > 0 AND WS-STEP-COUNT = 0
               DISPLAY "EOD: JOB CONTROL NAMES NO STEP THE DRIVER "
                   "KNOWS - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1062-SET-ASIDE-BUILT-IN.
           MOVE WS-STEP-TABLE TO WS-KNOWN-TABLE
           MOVE WS-STEP-COUNT TO WS-KNOWN-COUNT
           MOVE SPACES TO WS-STEP-TABLE
           MOVE 0 TO WS-STEP-COUNT.

       1065-APPLY-JOB-CONTROL.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > WS-KNOWN-COUNT
               IF WS-KN-NAME(WS-SRCH-IX) = JC-STEP
                   MOVE WS-SRCH-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DUP-IX
           PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-SRCH-IX) = JC-STEP
                   MOVE WS-SRCH-IX TO WS-DUP-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   DISPLAY "EOD: JOB CONTROL NAMES UNKNOWN STEP "
                       FUNCTION TRIM(JC-STEP) " - LINE IGNORED"
               WHEN WS-DUP-IX NOT = 0
                   DISPLAY "EOD: JOB CONTROL NAMES "
                       FUNCTION TRIM(JC-STEP)
                       " TWICE - LATER LINE IGNORED"
               WHEN OTHER
                   MOVE JC-STEP TO WS-ADD-NAME
                   PERFORM 1055-ADD-STEP
                   MOVE WS-STEP-COUNT TO WS-FOUND-IX
                   PERFORM 1067-SET-STEP-CONTROL
           END-EVALUATE.

       1067-SET-STEP-CONTROL.
           EVALUATE JC-STATE
               WHEN "ACTIVE"
               WHEN "HELD"
                   MOVE JC-STATE TO WS-ST-STATE(WS-FOUND-IX)
               WHEN "SKIP"
                   MOVE JC-STATE TO WS-ST-STATE(WS-FOUND-IX)
                   MOVE 'Y' TO WS-JC-SKIPS
               WHEN OTHER
                   MOVE "HELD" TO WS-ST-STATE(WS-FOUND-IX)
                   DISPLAY "EOD: JOB CONTROL STATE "
                       FUNCTION TRIM(JC-STATE)
                       " FOR " FUNCTION TRIM(JC-STEP)
                       " NOT KNOWN - STEP HELD"
           END-EVALUATE
           IF JC-MAX-RC-X IS NUMERIC
               MOVE JC-MAX-RC TO WS-ST-MAX-RC(WS-FOUND-IX)
           END-IF.

      *****************************************************
      * The business date the night is running for, to date
      * the run log; rolled only at 4000 on completion.
      *****************************************************
       1070-LOAD-BUS-DATE.
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

       1080-READ-RERUN-REQUEST.
           MOVE SPACES TO WS-RERUN-STEP
           OPEN INPUT EOD-RERUN
           IF WS-RRUN-STATUS = "00"
               READ EOD-RERUN
                   NOT AT END
                       MOVE RR-STEP TO WS-RERUN-STEP
               END-READ
           END-IF
           CLOSE EOD-RERUN.

       1090-CONSUME-RERUN-REQUEST.
           OPEN OUTPUT EOD-RERUN
           CLOSE EOD-RERUN.

      *****************************************************
      * One step of the nightly chain. HELD and SKIP steps
      * are logged and checkpointed as done for tonight
      * without being called.
      *****************************************************
       1800-RUN-CHAIN-STEP.
           MOVE "CHAIN" TO WS-RUN-MODE
           MOVE WS-ST-NAME(WS-STEP-IX) TO WS-CUR-STEP
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START
           MOVE 0 TO WS-STEP-RC
           MOVE SPACES TO WS-STEP-NOTE
           EVALUATE WS-ST-STATE(WS-STEP-IX)
               WHEN "HELD"
                   DISPLAY "EOD: SKIPPING " FUNCTION TRIM(WS-CUR-STEP)
                       " - HELD BY JOB CONTROL"
                   MOVE "SKIPPED" TO WS-STEP-OUTCOME
                   MOVE "HELD BY JOB CONTROL" TO WS-STEP-NOTE
               WHEN "SKIP"
                   DISPLAY "EOD: SKIPPING " FUNCTION TRIM(WS-CUR-STEP)
                       " - SKIP TONIGHT BY JOB CONTROL"
                   MOVE "SKIPPED" TO WS-STEP-OUTCOME
                   MOVE "SKIP TONIGHT BY JOB CONTROL" TO WS-STEP-NOTE
               WHEN OTHER
                   PERFORM 1900-CALL-STEP
           END-EVALUATE
           PERFORM 6000-WRITE-RUN-LOG
           IF WS-STEP-OUTCOME = "FAILED"
               DISPLAY "EOD: " FUNCTION TRIM(WS-CUR-STEP) " RETURNED "
                   WS-STEP-RC
                   " OVER ITS LIMIT OF " WS-ST-MAX-RC(WS-STEP-IX)
               DISPLAY "EOD: CHAIN STOPPED - RUN-LOCK LEFT SET, "
                   "RESTART RESUMES AT " FUNCTION TRIM(WS-CUR-STEP)
               MOVE WS-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUR-STEP TO WS-LAST-STEP
           PERFORM 3100-WRITE-CHECKPOINT.

      *****************************************************
      * Calls the step in WS-STEP-IX and judges its return
      * code against the step's limit. A step paragraph that
      * finds nothing staged clears WS-STEP-CALLED and says
      * why in WS-STEP-NOTE.
      *****************************************************
       1900-CALL-STEP.
           MOVE "STARTED" TO WS-STEP-OUTCOME
           PERFORM 6000-WRITE-RUN-LOG
           MOVE 'Y' TO WS-STEP-CALLED
           MOVE 0 TO RETURN-CODE
           PERFORM 1950-DISPATCH-STEP
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IX)
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "RETURN CODE OVER ITS LIMIT" TO WS-STEP-NOTE
               WHEN WS-STEP-CALLED = 'N'
                   MOVE "SKIPPED" TO WS-STEP-OUTCOME
               WHEN OTHER
                   MOVE "RAN" TO WS-STEP-OUTCOME
           END-EVALUATE.

       1950-DISPATCH-STEP.
           EVALUATE WS-CUR-STEP
               WHEN "STUDENT"
                   PERFORM 2000-RUN-STUDENT
               WHEN "ATTEND"
                   PERFORM 2010-RUN-ATTEND
               WHEN "SUBJCALC"
                   PERFORM 2025-RUN-SUBJCALC
               WHEN "DEPEDIT"
                   PERFORM 2050-RUN-DEPEDIT
               WHEN "DEPOSIT"
                   PERFORM 2100-RUN-DEPOSIT
               WHEN "HOLDMNT"
                   PERFORM 2140-RUN-HOLDMNT
               WHEN "WITHDRAW"
                   PERFORM 2150-RUN-WITHDRAW
               WHEN "TRANSFER"
                   PERFORM 2160-RUN-TRANSFER
               WHEN "CLEARING"
                   PERFORM 2163-RUN-CLEARING
               WHEN "STANDING"
                   PERFORM 2165-RUN-STANDING
               WHEN "LOANEMI"
                   PERFORM 2167-RUN-LOANEMI
               WHEN "TDMATUR"
                   PERFORM 2168-RUN-TDMATUR
               WHEN "MINBAL"
                   PERFORM 2170-RUN-MINBAL
               WHEN "SWEEP"
                   PERFORM 2180-RUN-SWEEP
               WHEN "INTACCR"
                   PERFORM 2190-RUN-INTACCR
               WHEN "INTEREST"
                   PERFORM 2200-RUN-INTEREST
               WHEN "GLSUMM"
                   PERFORM 2250-RUN-GLSUMM
               WHEN "COMPLRPT"
                   PERFORM 2300-RUN-COMPLRPT
               WHEN "TLRPROOF"
                   PERFORM 2350-RUN-TLRPROOF
               WHEN "AUDSEAL"
                   PERFORM 2370-RUN-AUDSEAL
               WHEN "RECON"
                   PERFORM 2900-RUN-RECON
               WHEN "ALERTS"
                   PERFORM 2910-RUN-ALERTS
               WHEN "MISEXTR"
                   PERFORM 2920-RUN-MISEXTR
               WHEN "MSTBKUP"
                   PERFORM 2930-RUN-MSTBKUP
               WHEN "OPSRPT"
                   PERFORM 2950-RUN-OPSRPT
           END-EVALUATE.

      *****************************************************
           ELSE
               DISPLAY "EOD: SKIPPING STUDENT - "
                   "student_input.txt NOT STAGED"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "student_input.txt NOT STAGED" TO WS-STEP-NOTE
           END-IF.

       2010-RUN-ATTEND.
      *****************************************************
      * recuts the shortage-warning report.
      *****************************************************
           DISPLAY "EOD: RUNNING ATTEND..."
           CALL "ATTEND".

       2025-RUN-SUBJCALC.
      *****************************************************
      * reports nothing to process and returns.
      *****************************************************
           DISPLAY "EOD: RUNNING SUBJCALC..."
           CALL "SUBJCALC".

       2050-RUN-DEPEDIT.
      *****************************************************
               DISPLAY "EOD: RUNNING DEPEDIT..."
               CALL "DEPEDIT"
               MOVE RETURN-CODE TO WS-DEPEDIT-RC
           ELSE
               DISPLAY "EOD: SKIPPING DEPEDIT - "
                   "deposit_txn.txt NOT STAGED"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "deposit_txn.txt NOT STAGED" TO WS-STEP-NOTE
           END-IF.

       2100-RUN-DEPOSIT.
      *****************************************************
           IF WS-DEPEDIT-RC NOT = 0
               DISPLAY "EOD: SKIPPING DEPOSIT - "
                   "DEPEDIT REFUSED THE BATCH"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "DEPEDIT REFUSED THE BATCH" TO WS-STEP-NOTE
           ELSE
               PERFORM 1610-PROBE-ACCEPT-FILE
               IF WS-DTXN-STATUS = "00"
               ELSE
                   DISPLAY "EOD: SKIPPING DEPOSIT - "
                       "NO RELEASED BATCH STAGED"
                   MOVE 'N' TO WS-STEP-CALLED
                   MOVE "NO RELEASED BATCH STAGED" TO WS-STEP-NOTE
               END-IF
           END-IF.

       2140-RUN-HOLDMNT.
      *****************************************************
      * one hold position. Pure batch and idempotent.
      *****************************************************
           DISPLAY "EOD: RUNNING HOLDMNT..."
           CALL "HOLDMNT".

       2150-RUN-WITHDRAW.
      *****************************************************
           ELSE
               DISPLAY "EOD: SKIPPING WITHDRAW - "
                   "withdraw_txn.txt NOT STAGED"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "withdraw_txn.txt NOT STAGED" TO WS-STEP-NOTE
           END-IF.

       2160-RUN-TRANSFER.
      *****************************************************
           ELSE
               DISPLAY "EOD: SKIPPING TRANSFER - "
                   "transfer_txn.txt NOT STAGED"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "transfer_txn.txt NOT STAGED" TO WS-STEP-NOTE
           END-IF.

       2163-RUN-CLEARING.
      *****************************************************
      * consumed, so a restarted chain cannot re-present it.
      *****************************************************
           DISPLAY "EOD: RUNNING CLEARING..."
           CALL "CLEARING".

       2165-RUN-STANDING.
      *****************************************************
      * reports an empty day.
      *****************************************************
           DISPLAY "EOD: RUNNING STANDING..."
           CALL "STANDING".

       2167-RUN-LOANEMI.
      *****************************************************
      * rerun on the same date refuses itself.
      *****************************************************
           DISPLAY "EOD: RUNNING LOANEMI..."
           CALL "LOANEMI".

       2168-RUN-TDMATUR.
      *****************************************************
      * rerun on the same date refuses itself.
      *****************************************************
           DISPLAY "EOD: RUNNING TDMATUR..."
           CALL "TDMATUR".

       2170-RUN-MINBAL.
      *****************************************************
               CLOSE EOD-MINBAL-CHECK
               DISPLAY "EOD: SKIPPING MINBAL - "
                   "minbal_sweep.txt NOT STAGED"
               MOVE 'N' TO WS-STEP-CALLED
               MOVE "minbal_sweep.txt NOT STAGED" TO WS-STEP-NOTE
           END-IF.

       2180-RUN-SWEEP.
      *****************************************************
      * Savings above each mandate's threshold go into new
      * term deposits once the day's postings and penalties
      * are in, and ahead of INTACCR so tonight's accrual
      * runs on the swept balances. Own once-per-date guard;
      * with no mandates it simply reports an empty day.
      *****************************************************
           DISPLAY "EOD: RUNNING SWEEP..."
           CALL "SWEEP".

       2190-RUN-INTACCR.
      *****************************************************
      * month-end capitalization. Own once-per-date guard.
      *****************************************************
           DISPLAY "EOD: RUNNING INTACCR..."
           CALL "INTACCR".

       2200-RUN-INTEREST.
      *****************************************************
      * the last business date of the month.
      *****************************************************
           DISPLAY "EOD: RUNNING INTEREST..."
           CALL "INTEREST".

       2250-RUN-GLSUMM.
      *****************************************************
      * the day are in, just ahead of the closing proof.
      *****************************************************
           DISPLAY "EOD: RUNNING GLSUMM..."
           CALL "GLSUMM".

       2300-RUN-COMPLRPT.
      *****************************************************
      * in.
      *****************************************************
           DISPLAY "EOD: RUNNING COMPLRPT..."
           CALL "COMPLRPT".

       2350-RUN-TLRPROOF.
      *****************************************************
      * audit trail the compliance report just read.
      *****************************************************
           DISPLAY "EOD: RUNNING TLRPROOF..."
           CALL "TLRPROOF".

       2370-RUN-AUDSEAL.
      *****************************************************
      * The day's audit entries are sealed once the last
      * posting step has logged and before the closing proof
      * replays them, so RECON proves the entries as sealed.
      *****************************************************
           DISPLAY "EOD: RUNNING AUDSEAL..."
           CALL "AUDSEAL".

       2900-RUN-RECON.
      *****************************************************
      * master agreeing with the audit-trail replay.
      *****************************************************
           DISPLAY "EOD: RUNNING RECON..."
           CALL "RECON".

       2910-RUN-ALERTS.
      *****************************************************
      * Customer alerts and notices go out once the day's
      * events are all on their reports and the day has
      * proved. Pure batch; with nothing new it cuts an
      * empty extract.
      *****************************************************
           DISPLAY "EOD: RUNNING ALERTS..."
           CALL "ALERTS".

       2920-RUN-MISEXTR.
      *****************************************************
      * report.
      *****************************************************
           DISPLAY "EOD: RUNNING MISEXTR..."
           CALL "MISEXTR".

       2930-RUN-MSTBKUP.
      *****************************************************
      * report.
      *****************************************************
           DISPLAY "EOD: RUNNING MSTBKUP..."
           CALL "MSTBKUP".

       2950-RUN-OPSRPT.
      *****************************************************
      * discovered a week later.
      *****************************************************
           DISPLAY "EOD: RUNNING OPSRPT..."
           CALL "OPSRPT".

       3100-WRITE-CHECKPOINT.
           OPEN OUTPUT EOD-CHECKPOINT
           WRITE EOD-CHECKPOINT-REC
           CLOSE EOD-CHECKPOINT.

      *****************************************************
      * A skip-tonight line is spent once the night has
      * completed: the file goes back with it set ACTIVE,
      * every other line exactly as the operator left it.
      *****************************************************
       3200-RESET-SKIP-TONIGHT.
           IF WS-JC-SKIPS = 'Y'
               OPEN OUTPUT JOB-CONTROL
               PERFORM VARYING WS-JC-IX FROM 1 BY 1
                       UNTIL WS-JC-IX > WS-JC-COUNT
                   MOVE WS-JC-LINE(WS-JC-IX) TO JOB-CONTROL-REC
                   IF JC-STATE = "SKIP"
                       MOVE "ACTIVE" TO JC-STATE
                   END-IF
                   WRITE JOB-CONTROL-REC
               END-PERFORM
               CLOSE JOB-CONTROL
               DISPLAY "EOD: SKIP-TONIGHT STEPS RETURNED TO ACTIVE"
           END-IF.

      *****************************************************
      * The business date only moves forward here, after a
      * clean completion - a failed or restarted night stays
           WRITE BUSINESS-DATE-REC
           CLOSE BUSDATE-FILE
           DISPLAY "EOD: BUSINESS DATE ROLLED TO " WS-BUS-DATE.

      *****************************************************
      * Operator rerun of one named step, outside the chain:
      * the step is called once whatever its job-control
      * state (the operator asked for it by name), logged as
      * a RERUN, and the checkpoint and business date are
      * left alone. The request is spent before the call, so
      * a step that stops the run cannot leave the next
      * driver start rerunning it instead of the chain. An
      * open run-lock is set for the rerun and reopened
      * after; a lock already set - a crashed chain - is
      * left as found for LOCKRST.
      *****************************************************
       5000-RERUN-ONE-STEP.
           PERFORM 1090-CONSUME-RERUN-REQUEST
           MOVE 0 TO WS-STEP-IX
           PERFORM VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-SRCH-IX) = WS-RERUN-STEP
                   MOVE WS-SRCH-IX TO WS-STEP-IX
               END-IF
           END-PERFORM
           IF WS-STEP-IX = 0
               DISPLAY "EOD: " FUNCTION TRIM(WS-RERUN-STEP)
                   " IS NOT A CHAIN STEP"
                   " - RERUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5100-CHECK-RUN-LOCK
               IF WS-LOCK-WAS-SET = 'N'
                   PERFORM 1200-SET-RUN-LOCK
               END-IF
               DISPLAY "EOD: OPERATOR RERUN OF "
                   FUNCTION TRIM(WS-RERUN-STEP)
                   " - CHECKPOINT NOT MOVED"
               MOVE "RERUN" TO WS-RUN-MODE
               MOVE WS-ST-NAME(WS-STEP-IX) TO WS-CUR-STEP
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START
               MOVE 0 TO WS-STEP-RC
               MOVE SPACES TO WS-STEP-NOTE
               PERFORM 1900-CALL-STEP
               IF WS-ST-STATE(WS-STEP-IX) NOT = "ACTIVE"
                   AND WS-STEP-NOTE = SPACES
                   STRING "RERUN WHILE " WS-ST-STATE(WS-STEP-IX)
                       DELIMITED BY SIZE INTO WS-STEP-NOTE
               END-IF
               PERFORM 6000-WRITE-RUN-LOG
               IF WS-LOCK-WAS-SET = 'N'
                   PERFORM 1300-CLEAR-RUN-LOCK
               END-IF
               IF WS-STEP-OUTCOME = "FAILED"
                   DISPLAY "EOD: RERUN OF " FUNCTION TRIM(WS-CUR-STEP)
                       " RETURNED "
                       WS-STEP-RC " OVER ITS LIMIT OF "
                       WS-ST-MAX-RC(WS-STEP-IX)
                   MOVE WS-STEP-RC TO RETURN-CODE
               ELSE
                   DISPLAY "EOD: RERUN OF " FUNCTION TRIM(WS-CUR-STEP)
                       " "
                       WS-STEP-OUTCOME " - RC " WS-STEP-RC
               END-IF
           END-IF.

       5100-CHECK-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-WAS-SET
           OPEN INPUT EOD-LOCK
           IF WS-LOCK-STATUS = "00"
               READ EOD-LOCK
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE 'Y' TO WS-LOCK-WAS-SET
                       END-IF
               END-READ
           END-IF
           CLOSE EOD-LOCK.

       6000-WRITE-RUN-LOG.
           OPEN EXTEND EOD-RUN-LOG
           IF WS-RLOG-STATUS = "35"
               OPEN OUTPUT EOD-RUN-LOG
           END-IF
           MOVE SPACES TO EOD-RUN-LOG-REC
           MOVE WS-BUS-DATE TO RL-BUS-DATE
           MOVE WS-CUR-STEP TO RL-STEP
           MOVE WS-RUN-MODE TO RL-MODE
           MOVE WS-STEP-START TO RL-START-TS
           IF WS-STEP-OUTCOME = "STARTED"
               MOVE 0 TO RL-END-TS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RL-END-TS
           END-IF
           MOVE WS-STEP-RC TO RL-RC
           MOVE WS-ST-MAX-RC(WS-STEP-IX) TO RL-MAX-RC
           MOVE WS-STEP-OUTCOME TO RL-OUTCOME
           MOVE WS-STEP-NOTE TO RL-NOTE
           WRITE EOD-RUN-LOG-REC
           CLOSE EOD-RUN-LOG.
