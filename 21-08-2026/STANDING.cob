       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.
       01 WS-AVAIL-NEW      PIC S9(9)V99 VALUE 0.

      *****************************************************
      * Reverse sweep: an instruction about to fail for want
      * of funds first has SWPOUT break the debit account's
      * sweep deposits to cover it (SWPMAND.cpy).
      *****************************************************
           COPY SWPLINK.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
      *****************************************************
      * The debit-side checks work from AVAILABLE balance
      * (ledger balance less active holds), the same rule
      * WITHDRAW and TRANSFER apply. A shortfall is first
      * offered to the reverse sweep.
      *****************************************************
       2260-CHECK-DEBIT-FUNDS.
           PERFORM 1070-LOOKUP-HELD
           COMPUTE WS-DR-NEW-BAL = WS-DR-OLD-BAL - SI-AMOUNT
           COMPUTE WS-AVAIL-NEW =
               WS-DR-OLD-BAL - WS-ACCT-HELD - SI-AMOUNT
           IF WS-AVAIL-NEW < 0
               PERFORM 2270-REVERSE-SWEEP
           END-IF
           IF WS-AVAIL-NEW < 0
               MOVE "OVFL" TO WS-EXEC-RESULT
           ELSE
               END-IF
           END-IF.

      *****************************************************
      * The debit account is the record in hand. Enough is
      * asked for to keep its minimum balance after the
      * instruction; SWPOUT logs its own legs on
      * deposit_audit.txt, so this program's handle on it is
      * closed across the CALL. The credit lands on the
      * master here and now, whether or not the instruction
      * then executes, so the log and the master never
      * disagree.
      *****************************************************
       2270-REVERSE-SWEEP.
           COMPUTE SO-NEEDED = WS-EFF-MIN-BAL - WS-AVAIL-NEW
           MOVE ACCT-NO      TO SO-ACCT-NO
           MOVE ACCT-BALANCE TO SO-OLD-BAL
           MOVE "STANDING"   TO SO-CALLER
           CLOSE STANDING-AUDIT
           CALL "SWPOUT" USING SWEEP-OUT-PARMS
           OPEN EXTEND STANDING-AUDIT
           IF SO-CREDITED > 0
               ADD SO-CREDITED TO ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               MOVE ACCT-BALANCE TO WS-DR-OLD-BAL
               COMPUTE WS-DR-NEW-BAL = WS-DR-OLD-BAL - SI-AMOUNT
               COMPUTE WS-AVAIL-NEW =
                   WS-DR-OLD-BAL - WS-ACCT-HELD - SI-AMOUNT
               DISPLAY "STANDING: REVERSE SWEEP " SO-BROKEN
                   " DEPOSIT(S) BROKEN - " SO-CREDITED
                   " CREDITED TO ACCOUNT " ACCT-NO
           END-IF.

       2300-REFUSE-NOT-ACTIVE.
           EVALUATE ACCT-STATUS
               WHEN 'F'
