       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT.

      *****************************************************
      * Branch cash vault ledger and teller cash position.
      * Run at close of business after TLRPROOF. Replaces
      * the paper vault register: the day's vault movements
      * are keyed to vault_movements.txt, one line each,
      * with piece counts per denomination -
      *   OPEN - opening vault cash, accepted only before
      *          the ledger has a day to bring forward;
      *   ISSU - cash issued from the vault to a teller;
      *   RETN - cash a teller hands back at day end;
      *   CLOS - the closing physical count of the vault.
      * Tellers must be on teller_master.txt. An issue the
      * vault cannot cover, denomination by denomination,
      * is refused. Lines dated other than the business date
      * are passed over, so the file may hold the running
      * register and a rerun simply rebuilds the day.
      *
      * The day's record on vault_ledger.dat (VAULTLDG.cpy)
      * opens with the last earlier day's physical count
      * (its expected closing when no count was taken) and
      * carries the issues, returns and count per
      * denomination - the carry-forward the branch manager
      * signs each day.
      *
      * Each teller's returned cash is proved against
      * TLRPROOF's teller_expected.txt: a drawer issued X
      * whose deposits less payments came to NET must hand
      * back X + NET; anything else is an over or a short.
      *
      * vault_position.txt prints the day's movements,
      * the denomination position, the teller over/short
      * list and the signature block.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VAULT-MOVES
               ASSIGN TO "vault_movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT VAULT-LEDGER ASSIGN TO "vault_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-DATE
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL TELLER-EXPECT
               ASSIGN TO "teller_expected.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECT-STATUS.
           SELECT OPTIONAL TELLER-MASTER
               ASSIGN TO "teller_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT VAULT-RPT ASSIGN TO "vault_position.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VAULT-MOVES.
       01 VAULT-MOVE-REC.
           05 VM-DATE          PIC 9(8).
           05 VM-DATE-X        REDEFINES VM-DATE PIC X(8).
           05 VM-TYPE          PIC X(4).
           05 VM-TELLER        PIC X(4).
           05 VM-PIECES        PIC 9(7) OCCURS 8 TIMES.

       FD VAULT-LEDGER.
           COPY VAULTLDG.

       FD TELLER-EXPECT.
           COPY TLRXPCT.

       FD TELLER-MASTER.
       01 TELLER-MASTER-REC.
           05 TM-ID            PIC X(4).
           05 TM-NAME          PIC X(20).
           05 TM-LEVEL         PIC 9.

       FD VAULT-RPT.
       01 VAULT-RPT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-MOVE-STATUS   PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
       01 WS-EXPECT-STATUS PIC XX VALUE SPACES.
       01 WS-OPER-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-MOVE-EOF      PIC X VALUE 'N'.
       01 WS-LEDGER-EOF    PIC X VALUE 'N'.
       01 WS-EXPECT-EOF    PIC X VALUE 'N'.
       01 WS-OPER-EOF      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.
       01 WS-OTHER-DAYS    PIC 9(6) VALUE 0.

      *****************************************************
      * Face value of each denomination slot; slot 8 is
      * coin, counted in whole rupees.
      *****************************************************
       01 WS-DENOM-VALUES  PIC X(40)
           VALUE "0200000500002000010000050000200001000001".
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-VALUE   PIC 9(5) OCCURS 8 TIMES.
       01 WS-DN                PIC 9 VALUE 0.
       01 WS-DENOM-NAME        PIC X(5) VALUE SPACES.
       01 WS-DENOM-EDIT        PIC Z(4)9.

      *****************************************************
      * The day being built, per denomination.
      *****************************************************
       01 WS-DAY-TABLE.
           05 WS-DAY-DENOM OCCURS 8 TIMES.
               10 WS-DY-OPEN       PIC 9(7).
               10 WS-DY-ISSUE      PIC 9(7).
               10 WS-DY-RETURN     PIC 9(7).
               10 WS-DY-COUNT      PIC 9(7).
       01 WS-DY-EXPECT     PIC S9(7) VALUE 0.
       01 WS-DY-DIFF       PIC S9(7) VALUE 0.
       01 WS-ON-HAND       PIC S9(7) VALUE 0.
       01 WS-COUNTED       PIC X VALUE 'N'.
       01 WS-PREV-DATE     PIC 9(8) VALUE 0.
       01 WS-PREV-COUNTED  PIC X VALUE 'N'.
       01 WS-TODAY-ON-FILE PIC X VALUE 'N'.

       01 WS-OPEN-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-ISSUE-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-EXPECT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-COUNT-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-DIFF-TOTAL    PIC S9(11)V99 VALUE 0.

      *****************************************************
      * The movement being applied.
      *****************************************************
       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-TEXT   PIC X(32) VALUE SPACES.
       01 WS-MOVE-AMOUNT   PIC 9(11)V99 VALUE 0.

       01 WS-TELLER-TABLE.
           05 WS-TELLER-ENTRY OCCURS 20 TIMES.
               10 WS-TE-ID       PIC X(4).
       01 WS-TELLER-COUNT    PIC 99 VALUE 0.
       01 WS-TELLER-TBL-FULL PIC X VALUE 'N'.
       01 WS-TELLER-SUB      PIC 99 VALUE 0.
       01 WS-TELLER-OK       PIC X VALUE 'N'.

      *****************************************************
      * One bucket per teller with vault or drawer activity
      * today.
      *****************************************************
       01 WS-VT-TABLE.
           05 WS-VT-ENTRY OCCURS 20 TIMES INDEXED BY VT-IDX.
               10 WS-VT-ID         PIC X(4).
               10 WS-VT-ISSUED     PIC 9(11)V99.
               10 WS-VT-RETURNED   PIC 9(11)V99.
               10 WS-VT-NET        PIC S9(9)V99.
               10 WS-VT-PROVED     PIC X.
               10 WS-VT-RETN-SEEN  PIC X.
       01 WS-VT-COUNT      PIC 99 VALUE 0.
       01 WS-VT-TBL-FULL   PIC X VALUE 'N'.
       01 WS-FOUND-IDX     PIC 99 VALUE 0.
       01 WS-FIND-TELLER   PIC X(4) VALUE SPACES.
       01 WS-EXPECT-RETURN PIC S9(11)V99 VALUE 0.
       01 WS-OVER-SHORT    PIC S9(11)V99 VALUE 0.
       01 WS-TELLER-OVER   PIC 9(11)V99 VALUE 0.
       01 WS-TELLER-SHORT  PIC 9(11)V99 VALUE 0.
       01 WS-TELLER-REMARK PIC X(20) VALUE SPACES.

       01 WS-DISP-AMT-1    PIC Z(10)9.99.
       01 WS-DISP-AMT-2    PIC Z(10)9.99.
       01 WS-DISP-AMT-3    PIC -(10)9.99.
       01 WS-DISP-AMT-4    PIC -(10)9.99.
       01 WS-DISP-CNT-1    PIC Z(6)9.
       01 WS-DISP-CNT-2    PIC Z(6)9.
       01 WS-DISP-CNT-3    PIC Z(6)9.
       01 WS-DISP-CNT-4    PIC Z(6)9.
       01 WS-DISP-CNT-5    PIC Z(6)9.
       01 WS-DISP-CNT-6    PIC -(6)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1070-LOAD-TELLER-TABLE
           PERFORM 1000-OPEN-FILES
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1100-WRITE-HEADER
           PERFORM 1200-BRING-FORWARD

           MOVE SPACES TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE "DAY'S VAULT MOVEMENTS" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           OPEN INPUT VAULT-MOVES
           IF WS-MOVE-STATUS = "00"
               PERFORM UNTIL WS-MOVE-EOF = 'Y'
                   READ VAULT-MOVES
                       AT END
                           MOVE 'Y' TO WS-MOVE-EOF
                       NOT AT END
                           PERFORM 2000-APPLY-MOVEMENT
                   END-READ
               END-PERFORM
           ELSE
               MOVE "  vault_movements.txt NOT STAGED - NO MOVEMENTS"
                   TO VAULT-RPT-REC
               WRITE VAULT-RPT-REC
           END-IF
           CLOSE VAULT-MOVES

           PERFORM 3000-LOAD-TELLER-EXPECT
           PERFORM 4000-WRITE-POSITION
           PERFORM 5000-WRITE-TELLER-PROOF
           PERFORM 6000-FILE-LEDGER-DAY
           PERFORM 6100-WRITE-SIGN-OFF

           PERFORM 8100-WRITE-RUN-END
           CLOSE VAULT-LEDGER VAULT-RPT
           DISPLAY "VAULT: APPLIED " WS-RUN-POSTED
               " REJECTED " WS-RUN-REJ
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O VAULT-LEDGER
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VAULT-LEDGER
               CLOSE VAULT-LEDGER
               OPEN I-O VAULT-LEDGER
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "VAULT: vault_ledger.dat OPEN FAILED - "
                   "STATUS " WS-LEDGER-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VAULT-RPT.

       1070-LOAD-TELLER-TABLE.
           OPEN INPUT TELLER-MASTER
           IF WS-OPER-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ TELLER-MASTER
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           PERFORM 1072-ADD-TELLER-ENTRY
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "VAULT: teller_master.txt NOT ON FILE - "
                   "TELLER ISSUES AND RETURNS REFUSED"
           END-IF
           CLOSE TELLER-MASTER.

       1072-ADD-TELLER-ENTRY.
           IF WS-TELLER-COUNT >= 20
               IF WS-TELLER-TBL-FULL = 'N'
                   DISPLAY "TELLER TABLE FULL AT 20 OPERATORS"
                       " - REMAINING OPERATORS SKIPPED"
                   MOVE 'Y' TO WS-TELLER-TBL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-TELLER-COUNT
               MOVE TM-ID TO WS-TE-ID(WS-TELLER-COUNT)
           END-IF.

       1100-WRITE-HEADER.
           MOVE SPACES TO VAULT-RPT-REC
           STRING "BRANCH CASH VAULT POSITION FOR " WS-BUS-DATE
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE ALL "=" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC.

      *****************************************************
      * The opening holding is the last earlier day's
      * closing - counted when a count was keyed, else what
      * the ledger says should be there. A rerun of today
      * rebuilds today's record from scratch.
      *****************************************************
       1200-BRING-FORWARD.
           INITIALIZE WS-DAY-TABLE
           MOVE ZERO TO VL-DATE
           START VAULT-LEDGER KEY IS >= VL-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ VAULT-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF VL-DATE < WS-BUS-DATE
                           MOVE VL-DATE TO WS-PREV-DATE
                       ELSE
                           MOVE 'Y' TO WS-LEDGER-EOF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO VAULT-RPT-REC
           IF WS-PREV-DATE = 0
               MOVE "NO EARLIER VAULT DAY - OPENING CASH AS KEYED"
                   TO VAULT-RPT-REC
           ELSE
               MOVE WS-PREV-DATE TO VL-DATE
               READ VAULT-LEDGER
                   INVALID KEY
                       MOVE 0 TO WS-PREV-DATE
               END-READ
               MOVE VL-COUNTED TO WS-PREV-COUNTED
               PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
                   IF WS-PREV-COUNTED = 'Y'
                       MOVE VL-COUNT-CNT(WS-DN) TO WS-DY-OPEN(WS-DN)
                   ELSE
                       COMPUTE WS-DY-OPEN(WS-DN) =
                           VL-OPEN-CNT(WS-DN) - VL-ISSUE-CNT(WS-DN)
                           + VL-RETURN-CNT(WS-DN)
                   END-IF
               END-PERFORM
               IF WS-PREV-COUNTED = 'Y'
                   STRING "BROUGHT FORWARD FROM " WS-PREV-DATE
                       " - PHYSICAL COUNT"
                       INTO VAULT-RPT-REC
                   END-STRING
               ELSE
                   STRING "BROUGHT FORWARD FROM " WS-PREV-DATE
                       " - EXPECTED CLOSING (NO COUNT TAKEN)"
                       INTO VAULT-RPT-REC
                   END-STRING
               END-IF
           END-IF
           WRITE VAULT-RPT-REC.

      *****************************************************
      * One keyed vault movement. Every line is journalled
      * on the report, accepted or refused with its reason.
      *****************************************************
       2000-APPLY-MOVEMENT.
           IF VM-DATE-X IS NOT NUMERIC OR VM-DATE NOT = WS-BUS-DATE
               ADD 1 TO WS-OTHER-DAYS
           ELSE
               ADD 1 TO WS-RUN-READ
               PERFORM 2100-VALIDATE-MOVEMENT
               IF WS-VALID-REC = 'Y'
                   EVALUATE VM-TYPE
                       WHEN "OPEN"
                           PERFORM 2200-APPLY-OPEN
                       WHEN "ISSU"
                           PERFORM 2300-APPLY-ISSUE
                       WHEN "RETN"
                           PERFORM 2400-APPLY-RETURN
                       WHEN "CLOS"
                           PERFORM 2500-APPLY-COUNT
                   END-EVALUATE
               END-IF
               PERFORM 2900-JOURNAL-MOVEMENT
           END-IF.

       2100-VALIDATE-MOVEMENT.
           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE ZERO TO WS-MOVE-AMOUNT
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               IF VM-PIECES(WS-DN) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "INVALID PIECE COUNT" TO WS-REJECT-TEXT
               ELSE
                   COMPUTE WS-MOVE-AMOUNT = WS-MOVE-AMOUNT
                       + VM-PIECES(WS-DN) * WS-DENOM-VALUE(WS-DN)
               END-IF
           END-PERFORM
           IF WS-VALID-REC = 'Y'
               EVALUATE VM-TYPE
                   WHEN "OPEN"
                   WHEN "CLOS"
                       CONTINUE
                   WHEN "ISSU"
                   WHEN "RETN"
                       PERFORM 2150-CHECK-TELLER
                       IF WS-TELLER-OK = 'N'
                           MOVE 'N' TO WS-VALID-REC
                           MOVE "TELLER NOT ON TELLER MASTER"
                               TO WS-REJECT-TEXT
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-REC
                       MOVE "INVALID MOVEMENT TYPE" TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.

       2150-CHECK-TELLER.
           MOVE 'N' TO WS-TELLER-OK
           PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
                   UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
               IF WS-TE-ID(WS-TELLER-SUB) = VM-TELLER
                   MOVE 'Y' TO WS-TELLER-OK
               END-IF
           END-PERFORM.

       2200-APPLY-OPEN.
           IF WS-PREV-DATE NOT = 0
               MOVE 'N' TO WS-VALID-REC
               MOVE "OPENING ALREADY BROUGHT FORWARD"
                   TO WS-REJECT-TEXT
           ELSE
               PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
                   MOVE VM-PIECES(WS-DN) TO WS-DY-OPEN(WS-DN)
               END-PERFORM
           END-IF.

      *****************************************************
      * The vault can only issue notes it holds: opening
      * plus returns so far less issues so far, slot by
      * slot.
      *****************************************************
       2300-APPLY-ISSUE.
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               COMPUTE WS-ON-HAND = WS-DY-OPEN(WS-DN)
                   + WS-DY-RETURN(WS-DN) - WS-DY-ISSUE(WS-DN)
               IF VM-PIECES(WS-DN) > WS-ON-HAND
                   MOVE 'N' TO WS-VALID-REC
                   MOVE "VAULT SHORT OF DENOMINATION"
                       TO WS-REJECT-TEXT
               END-IF
           END-PERFORM
           IF WS-VALID-REC = 'Y'
               PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
                   ADD VM-PIECES(WS-DN) TO WS-DY-ISSUE(WS-DN)
               END-PERFORM
               MOVE VM-TELLER TO WS-FIND-TELLER
               PERFORM 2800-FIND-OR-ADD-TELLER
               IF WS-FOUND-IDX > 0
                   ADD WS-MOVE-AMOUNT TO WS-VT-ISSUED(WS-FOUND-IDX)
               END-IF
           END-IF.

       2400-APPLY-RETURN.
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               ADD VM-PIECES(WS-DN) TO WS-DY-RETURN(WS-DN)
           END-PERFORM
           MOVE VM-TELLER TO WS-FIND-TELLER
           PERFORM 2800-FIND-OR-ADD-TELLER
           IF WS-FOUND-IDX > 0
               ADD WS-MOVE-AMOUNT TO WS-VT-RETURNED(WS-FOUND-IDX)
               MOVE 'Y' TO WS-VT-RETN-SEEN(WS-FOUND-IDX)
           END-IF.

      *****************************************************
      * A recount replaces the earlier one - the last count
      * keyed for the day is the one the ledger keeps.
      *****************************************************
       2500-APPLY-COUNT.
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               MOVE VM-PIECES(WS-DN) TO WS-DY-COUNT(WS-DN)
           END-PERFORM
           MOVE 'Y' TO WS-COUNTED.

       2800-FIND-OR-ADD-TELLER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > WS-VT-COUNT
               IF WS-VT-ID(VT-IDX) = WS-FIND-TELLER
                   SET WS-FOUND-IDX TO VT-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-VT-COUNT >= 20
                   IF WS-VT-TBL-FULL = 'N'
                       DISPLAY "VAULT: TELLER TABLE FULL AT 20"
                           " - REMAINING TELLERS NOT PROVED"
                       MOVE 'Y' TO WS-VT-TBL-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-VT-COUNT
                   MOVE WS-FIND-TELLER TO WS-VT-ID(WS-VT-COUNT)
                   MOVE ZERO TO WS-VT-ISSUED(WS-VT-COUNT)
                   MOVE ZERO TO WS-VT-RETURNED(WS-VT-COUNT)
                   MOVE ZERO TO WS-VT-NET(WS-VT-COUNT)
                   MOVE 'N' TO WS-VT-PROVED(WS-VT-COUNT)
                   MOVE 'N' TO WS-VT-RETN-SEEN(WS-VT-COUNT)
                   MOVE WS-VT-COUNT TO WS-FOUND-IDX
               END-IF
           END-IF.

       2900-JOURNAL-MOVEMENT.
           MOVE WS-MOVE-AMOUNT TO WS-DISP-AMT-1
           MOVE SPACES TO VAULT-RPT-REC
           IF WS-VALID-REC = 'Y'
               ADD 1 TO WS-RUN-POSTED
               STRING "  " VM-TYPE " " VM-TELLER " "
                   WS-DISP-AMT-1 "  ACCEPTED"
                   INTO VAULT-RPT-REC
               END-STRING
           ELSE
               ADD 1 TO WS-RUN-REJ
               STRING "  " VM-TYPE " " VM-TELLER " "
                   WS-DISP-AMT-1 "  REJECTED - " WS-REJECT-TEXT
                   INTO VAULT-RPT-REC
               END-STRING
           END-IF
           WRITE VAULT-RPT-REC.

      *****************************************************
      * TLRPROOF's extract for the business date gives each
      * drawer's net cash movement.
      *****************************************************
       3000-LOAD-TELLER-EXPECT.
           OPEN INPUT TELLER-EXPECT
           IF WS-EXPECT-STATUS = "00"
               PERFORM UNTIL WS-EXPECT-EOF = 'Y'
                   READ TELLER-EXPECT
                       AT END
                           MOVE 'Y' TO WS-EXPECT-EOF
                       NOT AT END
                           IF TX-DATE = WS-BUS-DATE
                               MOVE TX-TELLER TO WS-FIND-TELLER
                               PERFORM 2800-FIND-OR-ADD-TELLER
                               PERFORM 3100-TAKE-EXPECTED
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "VAULT: teller_expected.txt NOT ON FILE - "
                   "RUN TLRPROOF FIRST; DRAWERS PROVED AT NIL NET"
           END-IF
           CLOSE TELLER-EXPECT.

       3100-TAKE-EXPECTED.
           IF WS-FOUND-IDX > 0
               MOVE TX-NET TO WS-VT-NET(WS-FOUND-IDX)
               MOVE 'Y' TO WS-VT-PROVED(WS-FOUND-IDX)
           END-IF.

      *****************************************************
      * Denomination position: opening, issued, returned,
      * expected closing, the physical count and the
      * difference, in pieces; then the same in rupees.
      *****************************************************
       4000-WRITE-POSITION.
           MOVE SPACES TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE "VAULT POSITION BY DENOMINATION (PIECES)"
               TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           STRING "DENOM  OPENING   ISSUED RETURNED EXPECTED"
               "  COUNTED     DIFF"
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE ALL "-" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE ZERO TO WS-OPEN-TOTAL WS-ISSUE-TOTAL
               WS-RETURN-TOTAL WS-EXPECT-TOTAL WS-COUNT-TOTAL
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               PERFORM 4100-WRITE-DENOM-LINE
           END-PERFORM
           IF WS-COUNTED = 'Y'
               COMPUTE WS-DIFF-TOTAL =
                   WS-COUNT-TOTAL - WS-EXPECT-TOTAL
           ELSE
               MOVE ZERO TO WS-DIFF-TOTAL
           END-IF

           MOVE ALL "-" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE WS-OPEN-TOTAL TO WS-DISP-AMT-1
           MOVE WS-ISSUE-TOTAL TO WS-DISP-AMT-2
           MOVE SPACES TO VAULT-RPT-REC
           STRING "OPENING CASH  " WS-DISP-AMT-1
               "   ISSUED TO TELLERS   " WS-DISP-AMT-2
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE WS-RETURN-TOTAL TO WS-DISP-AMT-1
           MOVE WS-EXPECT-TOTAL TO WS-DISP-AMT-2
           MOVE SPACES TO VAULT-RPT-REC
           STRING "RETURNED      " WS-DISP-AMT-1
               "   EXPECTED CLOSING    " WS-DISP-AMT-2
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           IF WS-COUNTED = 'Y'
               MOVE WS-COUNT-TOTAL TO WS-DISP-AMT-1
               MOVE WS-DIFF-TOTAL TO WS-DISP-AMT-3
               STRING "COUNTED       " WS-DISP-AMT-1
                   "   VAULT OVER/(SHORT)  " WS-DISP-AMT-3
                   INTO VAULT-RPT-REC
               END-STRING
           ELSE
               STRING "*** NO CLOSING COUNT KEYED - EXPECTED "
                   "CLOSING CARRIED FORWARD ***"
                   INTO VAULT-RPT-REC
               END-STRING
           END-IF
           WRITE VAULT-RPT-REC.

       4100-WRITE-DENOM-LINE.
           COMPUTE WS-DY-EXPECT = WS-DY-OPEN(WS-DN)
               - WS-DY-ISSUE(WS-DN) + WS-DY-RETURN(WS-DN)
           IF WS-COUNTED = 'Y'
               COMPUTE WS-DY-DIFF = WS-DY-COUNT(WS-DN) - WS-DY-EXPECT
           ELSE
               MOVE ZERO TO WS-DY-DIFF
           END-IF
           COMPUTE WS-OPEN-TOTAL = WS-OPEN-TOTAL
               + WS-DY-OPEN(WS-DN) * WS-DENOM-VALUE(WS-DN)
           COMPUTE WS-ISSUE-TOTAL = WS-ISSUE-TOTAL
               + WS-DY-ISSUE(WS-DN) * WS-DENOM-VALUE(WS-DN)
           COMPUTE WS-RETURN-TOTAL = WS-RETURN-TOTAL
               + WS-DY-RETURN(WS-DN) * WS-DENOM-VALUE(WS-DN)
           COMPUTE WS-EXPECT-TOTAL = WS-EXPECT-TOTAL
               + WS-DY-EXPECT * WS-DENOM-VALUE(WS-DN)
           COMPUTE WS-COUNT-TOTAL = WS-COUNT-TOTAL
               + WS-DY-COUNT(WS-DN) * WS-DENOM-VALUE(WS-DN)

           IF WS-DN = 8
               MOVE "COIN " TO WS-DENOM-NAME
           ELSE
               MOVE WS-DENOM-VALUE(WS-DN) TO WS-DENOM-EDIT
               MOVE WS-DENOM-EDIT TO WS-DENOM-NAME
           END-IF
           MOVE WS-DY-OPEN(WS-DN)   TO WS-DISP-CNT-1
           MOVE WS-DY-ISSUE(WS-DN)  TO WS-DISP-CNT-2
           MOVE WS-DY-RETURN(WS-DN) TO WS-DISP-CNT-3
           MOVE WS-DY-EXPECT        TO WS-DISP-CNT-4
           MOVE WS-DY-COUNT(WS-DN)  TO WS-DISP-CNT-5
           MOVE WS-DY-DIFF          TO WS-DISP-CNT-6
           MOVE SPACES TO VAULT-RPT-REC
           STRING WS-DENOM-NAME " " WS-DISP-CNT-1 "  "
               WS-DISP-CNT-2 "  " WS-DISP-CNT-3 "  "
               WS-DISP-CNT-4 "  " WS-DISP-CNT-5 "  "
               WS-DISP-CNT-6
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC.

      *****************************************************
      * Drawer proof: a teller must hand back what was
      * issued plus the drawer's net from TLRPROOF.
      *****************************************************
       5000-WRITE-TELLER-PROOF.
           MOVE SPACES TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE "TELLER CASH OVER / SHORT" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           STRING "TLR         ISSUED    TLRPROOF NET"
               "      SHOULD RETURN       RETURNED"
               "    OVER/(SHORT)"
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE ALL "-" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE ZERO TO WS-TELLER-OVER WS-TELLER-SHORT
           PERFORM VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > WS-VT-COUNT
               PERFORM 5100-PROVE-ONE-TELLER
           END-PERFORM
           MOVE ALL "-" TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE WS-TELLER-OVER TO WS-DISP-AMT-1
           MOVE WS-TELLER-SHORT TO WS-DISP-AMT-2
           MOVE SPACES TO VAULT-RPT-REC
           STRING "TELLERS: " WS-VT-COUNT
               "   TOTAL OVER " WS-DISP-AMT-1
               "   TOTAL SHORT " WS-DISP-AMT-2
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC.

       5100-PROVE-ONE-TELLER.
           COMPUTE WS-EXPECT-RETURN =
               WS-VT-ISSUED(VT-IDX) + WS-VT-NET(VT-IDX)
           COMPUTE WS-OVER-SHORT =
               WS-VT-RETURNED(VT-IDX) - WS-EXPECT-RETURN
           IF WS-OVER-SHORT > 0
               ADD WS-OVER-SHORT TO WS-TELLER-OVER
           ELSE
               SUBTRACT WS-OVER-SHORT FROM WS-TELLER-SHORT
           END-IF
           EVALUATE TRUE
               WHEN WS-VT-RETN-SEEN(VT-IDX) = 'N'
                   MOVE "CASH NOT RETURNED" TO WS-TELLER-REMARK
               WHEN WS-VT-PROVED(VT-IDX) = 'N'
                   MOVE "NO TLRPROOF LINE" TO WS-TELLER-REMARK
               WHEN WS-OVER-SHORT > 0
                   MOVE "OVER" TO WS-TELLER-REMARK
               WHEN WS-OVER-SHORT < 0
                   MOVE "SHORT" TO WS-TELLER-REMARK
               WHEN OTHER
                   MOVE "AGREED" TO WS-TELLER-REMARK
           END-EVALUATE
           MOVE WS-VT-ISSUED(VT-IDX)   TO WS-DISP-AMT-1
           MOVE WS-VT-NET(VT-IDX)      TO WS-DISP-AMT-3
           MOVE WS-EXPECT-RETURN       TO WS-DISP-AMT-4
           MOVE WS-VT-RETURNED(VT-IDX) TO WS-DISP-AMT-2
           MOVE SPACES TO VAULT-RPT-REC
           STRING WS-VT-ID(VT-IDX) " " WS-DISP-AMT-1 " "
               WS-DISP-AMT-3 " " WS-DISP-AMT-4 " "
               WS-DISP-AMT-2
               INTO VAULT-RPT-REC
           END-STRING
           MOVE WS-OVER-SHORT TO WS-DISP-AMT-3
           MOVE WS-DISP-AMT-3 TO VAULT-RPT-REC(66:15)
           MOVE WS-TELLER-REMARK TO VAULT-RPT-REC(82:19)
           WRITE VAULT-RPT-REC.

      *****************************************************
      * File the day on the vault ledger - written the first
      * time, rewritten on a rerun.
      *****************************************************
       6000-FILE-LEDGER-DAY.
           MOVE WS-BUS-DATE TO VL-DATE
           MOVE 'Y' TO WS-TODAY-ON-FILE
           READ VAULT-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-TODAY-ON-FILE
           END-READ
           MOVE WS-BUS-DATE  TO VL-DATE
           MOVE WS-PREV-DATE TO VL-PREV-DATE
           PERFORM VARYING WS-DN FROM 1 BY 1 UNTIL WS-DN > 8
               MOVE WS-DY-OPEN(WS-DN)   TO VL-OPEN-CNT(WS-DN)
               MOVE WS-DY-ISSUE(WS-DN)  TO VL-ISSUE-CNT(WS-DN)
               MOVE WS-DY-RETURN(WS-DN) TO VL-RETURN-CNT(WS-DN)
               MOVE WS-DY-COUNT(WS-DN)  TO VL-COUNT-CNT(WS-DN)
           END-PERFORM
           MOVE WS-OPEN-TOTAL   TO VL-OPEN-TOTAL
           MOVE WS-ISSUE-TOTAL  TO VL-ISSUE-TOTAL
           MOVE WS-RETURN-TOTAL TO VL-RETURN-TOTAL
           MOVE WS-EXPECT-TOTAL TO VL-EXPECT-TOTAL
           MOVE WS-COUNT-TOTAL  TO VL-COUNT-TOTAL
           MOVE WS-DIFF-TOTAL   TO VL-DIFF-TOTAL
           MOVE WS-COUNTED      TO VL-COUNTED
           MOVE WS-TELLER-OVER  TO VL-TELLER-OVER
           MOVE WS-TELLER-SHORT TO VL-TELLER-SHORT
           IF WS-TODAY-ON-FILE = 'Y'
               REWRITE VAULT-LEDGER-REC
           ELSE
               WRITE VAULT-LEDGER-REC
           END-IF.

       6100-WRITE-SIGN-OFF.
           MOVE SPACES TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           IF WS-COUNTED = 'Y'
               MOVE WS-COUNT-TOTAL TO WS-DISP-AMT-1
           ELSE
               MOVE WS-EXPECT-TOTAL TO WS-DISP-AMT-1
           END-IF
           STRING "CARRIED FORWARD TO NEXT BUSINESS DAY: "
               WS-DISP-AMT-1
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           WRITE VAULT-RPT-REC
           MOVE SPACES TO VAULT-RPT-REC
           STRING "VAULT CUSTODIAN ____________________"
               "     BRANCH MANAGER ____________________"
               INTO VAULT-RPT-REC
           END-STRING
           WRITE VAULT-RPT-REC.

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

      *****************************************************
      * Run-control bookkeeping: read = today's movement
      * lines, posted = movements accepted.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "VAULT   " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "VAULT   " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
