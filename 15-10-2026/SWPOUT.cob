       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPOUT.

      *****************************************************
      * Reverse sweep. CALLed by a debit program (WITHDRAW,
      * TRANSFER, CLEARING, STANDING, LOANEMI) holding a
      * debit it is about to refuse OVFL, with the parameter
      * block in SWPLINK.cpy. The account's running sweep
      * deposits - the reserved TD range, funded from and
      * paying back to the account - are broken newest
      * first until their payout covers the shortfall.
      *
      * Each deposit breaks under TDOPEN's premature-closure
      * rule: principal plus interest at the booked rate
      * less the td_config.txt haircut (default 1% off,
      * floor zero) for the days actually run. Each is
      * logged on deposit_audit.txt as two legs - SWP-CR on
      * the account (the leg RECON and GLSUMM replay) and
      * SWP-OUT keyed by the deposit as the book record -
      * and the deposit is closed 'C' on td_master.dat.
      *
      * Nothing is broken unless the whole shortfall can be
      * covered: a debit that bounces anyway should not cost
      * the customer a deposit's interest. Crediting the
      * account itself is left to the caller, which holds
      * the record.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-MASTER ASSIGN TO "td_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NO
               FILE STATUS IS WS-TD-STATUS.
           SELECT SWEEP-AUDIT ASSIGN TO "deposit_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL TD-CONFIG ASSIGN TO "td_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TD-MASTER.
           COPY TDMAST.

       FD SWEEP-AUDIT.
           COPY AUDITLOG.

       FD TD-CONFIG.
       01 TD-CONFIG-REC.
           05 CFG-HAIRCUT      PIC 9V9(4).

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-TD-STATUS     PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-TD-EOF        PIC X VALUE 'N'.
       01 WS-TIMESTAMP     PIC 9(14).

      *****************************************************
      * First TD number of the sweep range (TDMAST.cpy).
      *****************************************************
       01 WS-SWEEP-TD-BASE PIC 9(6) VALUE 900000.

      *****************************************************
      * Same premature-closure haircut TDOPEN applies.
      *****************************************************
       01 WS-HAIRCUT       PIC 9V9(4) VALUE 0.0100.
       01 WS-DAYS-RUN      PIC 9(5) VALUE 0.
       01 WS-EFF-RATE      PIC 9V9(4) VALUE 0.
       01 WS-PAYOUT-VALUE  PIC 9(8)V99 VALUE 0.
       01 WS-DATE-INT-1    PIC 9(8) VALUE 0.
       01 WS-DATE-INT-2    PIC 9(8) VALUE 0.

      *****************************************************
      * The account's running sweep deposits in TD-NO order
      * - oldest first, since SWEEP numbers on upward - with
      * what each would pay if broken today. Past 500 the
      * oldest drops off; the newest are the ones broken.
      *****************************************************
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CD-TD-NO    PIC 9(6).
               10 WS-CD-PAYOUT   PIC 9(8)V99.
       01 WS-CAND-COUNT     PIC 999 VALUE 0.
       01 WS-CAND-TBL-FULL  PIC X VALUE 'N'.
       01 WS-CD-SUB         PIC 999 VALUE 0.
       01 WS-BREAK-FROM     PIC 999 VALUE 0.
       01 WS-COVER          PIC 9(9)V99 VALUE 0.
       01 WS-RUN-BAL        PIC S9(7)V99 VALUE 0.
       01 WS-CR-OLD-BAL     PIC S9(7)V99 VALUE 0.

       LINKAGE SECTION.
           COPY SWPLINK.

       PROCEDURE DIVISION USING SWEEP-OUT-PARMS.
       MAIN.
           MOVE "NONE" TO SO-RESULT
           MOVE ZERO TO SO-CREDITED SO-BROKEN
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1060-LOAD-CONFIG

           OPEN I-O TD-MASTER
           IF WS-TD-STATUS = "35"
               GOBACK
           END-IF
           IF WS-TD-STATUS NOT = "00"
               DISPLAY "SWPOUT: td_master.dat OPEN FAILED"
                   " - STATUS " WS-TD-STATUS
                   " - NO REVERSE SWEEP FOR " SO-ACCT-NO
               MOVE "NOTD" TO SO-RESULT
               GOBACK
           END-IF

           PERFORM 2000-COLLECT-DEPOSITS
           IF WS-CAND-COUNT > 0
               PERFORM 2200-FIND-COVER
               IF WS-COVER < SO-NEEDED
                   MOVE "SHRT" TO SO-RESULT
               ELSE
                   PERFORM 3000-BREAK-DEPOSITS
                   MOVE "OK" TO SO-RESULT
               END-IF
           END-IF
           CLOSE TD-MASTER
           GOBACK.

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

       1060-LOAD-CONFIG.
           MOVE 0.0100 TO WS-HAIRCUT
           OPEN INPUT TD-CONFIG
           IF WS-CONFIG-STATUS = "00"
               READ TD-CONFIG
                   NOT AT END
                       IF CFG-HAIRCUT IS NUMERIC
                           MOVE CFG-HAIRCUT TO WS-HAIRCUT
                       END-IF
               END-READ
           END-IF
           CLOSE TD-CONFIG.

       2000-COLLECT-DEPOSITS.
           MOVE ZERO TO WS-CAND-COUNT
           MOVE 'N' TO WS-CAND-TBL-FULL
           MOVE 'N' TO WS-TD-EOF
           MOVE WS-SWEEP-TD-BASE TO TD-NO
           START TD-MASTER KEY NOT < TD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-TD-EOF
           END-START
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       IF TD-STATUS = 'A'
                           AND TD-SRC-ACCT = SO-ACCT-NO
                           AND TD-PAYOUT-ACCT = SO-ACCT-NO
                           PERFORM 2100-ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-CANDIDATE.
           PERFORM 2150-COMPUTE-PAYOUT
           IF WS-CAND-COUNT >= 500
               IF WS-CAND-TBL-FULL = 'N'
                   DISPLAY "SWPOUT: OVER 500 SWEEP DEPOSITS ON "
                       SO-ACCT-NO " - OLDEST NOT CONSIDERED"
                   MOVE 'Y' TO WS-CAND-TBL-FULL
               END-IF
               PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                       UNTIL WS-CD-SUB >= 500
                   MOVE WS-CAND-ENTRY(WS-CD-SUB + 1)
                       TO WS-CAND-ENTRY(WS-CD-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CAND-COUNT
           END-IF
           MOVE TD-NO           TO WS-CD-TD-NO(WS-CAND-COUNT)
           MOVE WS-PAYOUT-VALUE TO WS-CD-PAYOUT(WS-CAND-COUNT).

      *****************************************************
      * TDOPEN's premature-closure value: principal plus
      * interest at the booked rate less the haircut, floor
      * zero, for the days actually run.
      *****************************************************
       2150-COMPUTE-PAYOUT.
           IF TD-RATE > WS-HAIRCUT
               COMPUTE WS-EFF-RATE = TD-RATE - WS-HAIRCUT
           ELSE
               MOVE ZERO TO WS-EFF-RATE
           END-IF
           COMPUTE WS-DATE-INT-1 =
               FUNCTION INTEGER-OF-DATE(TD-OPEN-DATE)
           COMPUTE WS-DATE-INT-2 =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           IF WS-DATE-INT-2 > WS-DATE-INT-1
               COMPUTE WS-DAYS-RUN = WS-DATE-INT-2 - WS-DATE-INT-1
           ELSE
               MOVE ZERO TO WS-DAYS-RUN
           END-IF
           COMPUTE WS-PAYOUT-VALUE ROUNDED =
               TD-PRINCIPAL
               + TD-PRINCIPAL * WS-EFF-RATE * WS-DAYS-RUN / 365.

      *****************************************************
      * Newest first, as few deposits as will cover it -
      * WS-BREAK-FROM is the oldest one that has to go.
      *****************************************************
       2200-FIND-COVER.
           MOVE ZERO TO WS-COVER
           COMPUTE WS-BREAK-FROM = WS-CAND-COUNT + 1
           PERFORM VARYING WS-CD-SUB FROM WS-CAND-COUNT BY -1
                   UNTIL WS-CD-SUB < 1
                      OR WS-COVER NOT < SO-NEEDED
               ADD WS-CD-PAYOUT(WS-CD-SUB) TO WS-COVER
               MOVE WS-CD-SUB TO WS-BREAK-FROM
           END-PERFORM.

       3000-BREAK-DEPOSITS.
           OPEN EXTEND SWEEP-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT SWEEP-AUDIT
           END-IF
           MOVE SO-OLD-BAL TO WS-RUN-BAL
           PERFORM VARYING WS-CD-SUB FROM WS-CAND-COUNT BY -1
                   UNTIL WS-CD-SUB < WS-BREAK-FROM
               PERFORM 3100-BREAK-ONE-DEPOSIT
           END-PERFORM
           CLOSE SWEEP-AUDIT.

       3100-BREAK-ONE-DEPOSIT.
           MOVE WS-CD-TD-NO(WS-CD-SUB) TO TD-NO
           READ TD-MASTER
               INVALID KEY
                   DISPLAY "SWPOUT: SWEEP DEPOSIT " TD-NO
                       " VANISHED MID-BREAK"
               NOT INVALID KEY
                   PERFORM 2150-COMPUTE-PAYOUT
                   MOVE 'C' TO TD-STATUS
                   REWRITE TERM-DEPOSIT-REC
                   MOVE WS-RUN-BAL TO WS-CR-OLD-BAL
                   ADD WS-PAYOUT-VALUE TO WS-RUN-BAL
                   ADD WS-PAYOUT-VALUE TO SO-CREDITED
                   ADD 1 TO SO-BROKEN
                   PERFORM 4000-WRITE-SWP-CR-LEG
                   PERFORM 4010-WRITE-SWP-OUT-LEG
                   DISPLAY "SWPOUT: TD " TD-NO " BROKEN - PAID "
                       WS-PAYOUT-VALUE " TO ACCOUNT " SO-ACCT-NO
           END-READ.

      *****************************************************
      * The account leg is the one RECON replays and GLSUMM
      * classifies; the TD-keyed leg closes the book record.
      *****************************************************
       4000-WRITE-SWP-CR-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "SWPOUT"      TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE SO-ACCT-NO    TO AL-KEY
           MOVE "SWP-CR"      TO AL-ACTION
           MOVE WS-PAYOUT-VALUE TO AL-AMOUNT-1
           MOVE WS-CR-OLD-BAL TO AL-AMOUNT-2
           MOVE WS-RUN-BAL    TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "TD=" TD-NO " BY=" SO-CALLER
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       4010-WRITE-SWP-OUT-LEG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "SWPOUT"      TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE TD-NO         TO AL-KEY
           MOVE "SWP-OUT"     TO AL-ACTION
           MOVE WS-PAYOUT-VALUE TO AL-AMOUNT-1
           MOVE TD-PRINCIPAL  TO AL-AMOUNT-2
           MOVE ZERO          TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "TD=" TD-NO " DAYS=" WS-DAYS-RUN
               " RATE=" WS-EFF-RATE
               INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.
