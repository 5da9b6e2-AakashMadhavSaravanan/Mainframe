      *   4. The status goes to 'C' and a closure voucher
      *      prints on closure_voucher.txt.
      *
      * Deceased-claim mode (CL-MODE 'D' on the request,
      * with the holder who died and the date of death)
      * settles the account of a deceased holder by the
      * holders and nominee register (account_holders.dat,
      * ACCTHLDR.cpy) instead of to one payout account:
      *   - while any other holder survives, the balance
      *     goes to the survivors, through the payout
      *     account on the request;
      *   - when no holder survives, it is split among the
      *     nominees by JH-NOM-SHARE, each into the
      *     nominee's own account or, where the nominee
      *     banks elsewhere, the claims account given as
      *     the request's payout account;
      *   - with neither survivor nor nominee the claim is
      *     refused (NONM) - it goes to the legal heirs on
      *     a succession certificate, outside this run.
      * A claim may close a dormant account, or one frozen
      * with reason DCSD (the freeze put on when the death
      * was reported); any other freeze still refuses it.
      * The holder is marked deceased on the register and
      * each payment prints on claim_voucher.txt, the claim
      * settlement voucher, besides the closure voucher.
      *
      * Run on demand, not a chain step - so it takes the
      * FEEBILL run-lock gate. The request file is consumed
      * once processed.
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CLOSURE-VOUCHER ASSIGN TO "closure_voucher.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDER-REG ASSIGN TO "account_holders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-ACCT-NO
               FILE STATUS IS WS-HOLDER-STATUS.
           SELECT CLAIM-VOUCHER ASSIGN TO "claim_voucher.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
       01 CLOSURE-REQ-REC.
           05 CL-ACCT-NO       PIC 9(6).
           05 CL-PAYOUT-ACCT   PIC 9(6).
           05 CL-MODE          PIC X.
           05 CL-DECEASED-CUST PIC 9(6).
           05 CL-DEATH-DATE    PIC 9(8).

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.
       FD CLOSURE-VOUCHER.
       01 CLOSURE-VOUCHER-REC PIC X(100).

       FD HOLDER-REG.
           COPY ACCTHLDR.

       FD CLAIM-VOUCHER.
       01 CLAIM-VOUCHER-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       01 WS-LINK-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLDIN-STATUS PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLDER-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDER-OPEN   PIC X VALUE 'N'.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
      * instruction still references it), LINK (student fee
      * link still references it), HELD (active hold),
      * PNTF/PFRZ/PCLS (payout account missing / frozen /
      * closed), SAME (payout is the account itself). A
      * deceased claim adds NHLD (the customer named is not
      * a living holder of the account) and NONM (no
      * surviving holder and no nominee).
      *****************************************************
       01 WS-CLS-RESULT    PIC X(4) VALUE SPACES.

       01 WS-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-CR-OLD-BAL    PIC S9(7)V99 VALUE 0.
       01 WS-CLOSE-NAME    PIC X(20) VALUE SPACES.
       01 WS-CLOSE-CUST    PIC 9(6) VALUE 0.

      *****************************************************
      * One settlement leg per payee - the single payout
      * account on an ordinary closure; survivors or up to
      * three nominees on a deceased claim. The last leg
      * takes whatever rounding leaves, so the legs always
      * add up to the balance.
      *****************************************************
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE OCCURS 3 TIMES.
               10 WS-PY-ACCT      PIC 9(6).
               10 WS-PY-SHARE     PIC 9(3).
               10 WS-PY-AMT       PIC S9(7)V99.
               10 WS-PY-DESC      PIC X(40).
       01 WS-PAYEE-COUNT   PIC 9 VALUE 0.
       01 WS-PY-SUB        PIC 9 VALUE 0.
       01 WS-LEG-ACCT      PIC 9(6) VALUE 0.
       01 WS-LEG-AMT       PIC S9(7)V99 VALUE 0.
       01 WS-LEG-TAG       PIC X(7) VALUE SPACES.
       01 WS-LEGS-PAID     PIC S9(7)V99 VALUE 0.

       01 WS-CLAIM-MODE    PIC X VALUE 'N'.
       01 WS-DECEASED-CUST PIC 9(6) VALUE 0.
       01 WS-DEATH-DATE    PIC 9(8) VALUE 0.
       01 WS-REG-FOUND     PIC X VALUE 'N'.
       01 WS-DECEASED-SLOT PIC 9 VALUE 0.
       01 WS-HOLDER-SUB    PIC 9 VALUE 0.
       01 WS-SURVIVORS     PIC 9 VALUE 0.
       01 WS-SURVIVOR-LIST PIC X(28) VALUE SPACES.
       01 WS-LIST-PTR      PIC 99 VALUE 1.
       01 WS-CLAIM-COUNT   PIC 9(6) VALUE 0.

      *****************************************************
      * Same account-type table the posting programs load,

           PERFORM 3900-WRITE-VOUCHER-TOTALS
           PERFORM 8100-WRITE-RUN-END
           IF WS-HOLDER-OPEN = 'Y'
               CLOSE HOLDER-REG
           END-IF
           CLOSE CLOSURE-REQ ACCOUNT-MASTER CLOSURE-AUDIT
               CLOSURE-VOUCHER CLAIM-VOUCHER
           PERFORM 6100-CONSUME-REQ-FILE
           DISPLAY "ACCTCLS: CLOSED " WS-CLOSED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               OPEN OUTPUT CLOSURE-AUDIT
           END-IF

           OPEN OUTPUT CLOSURE-VOUCHER CLAIM-VOUCHER

           OPEN I-O HOLDER-REG
           IF WS-HOLDER-STATUS = "00"
               MOVE 'Y' TO WS-HOLDER-OPEN
           ELSE
               CLOSE HOLDER-REG
           END-IF.

      *****************************************************
      * Any open status other than success means the master
           END-STRING
           WRITE CLOSURE-VOUCHER-REC
           MOVE ALL "-" TO CLOSURE-VOUCHER-REC
           WRITE CLOSURE-VOUCHER-REC
           MOVE SPACES TO CLAIM-VOUCHER-REC
           STRING "DECEASED CLAIM SETTLEMENT VOUCHERS FOR "
               WS-BUS-DATE
               INTO CLAIM-VOUCHER-REC
           END-STRING
           WRITE CLAIM-VOUCHER-REC
           MOVE ALL "-" TO CLAIM-VOUCHER-REC
           WRITE CLAIM-VOUCHER-REC.

       6100-CONSUME-REQ-FILE.
           OPEN OUTPUT CLOSURE-REQ
           MOVE "OK" TO WS-CLS-RESULT
           MOVE ZERO TO WS-INTEREST-AMT WS-SETTLE-AMT
           MOVE SPACES TO WS-CLOSE-NAME
           MOVE ZERO TO WS-CLOSE-CUST
           MOVE ZERO TO WS-PAYEE-COUNT
           INITIALIZE WS-PAYEE-TABLE
           MOVE 'N' TO WS-CLAIM-MODE
           IF CL-MODE = 'D'
               MOVE 'Y' TO WS-CLAIM-MODE
           END-IF

           PERFORM 2100-CHECK-ACCOUNT
           IF WS-CLS-RESULT = "OK"
           IF WS-CLS-RESULT = "OK"
               PERFORM 2400-CHECK-HOLDS
           END-IF
           IF WS-CLS-RESULT = "OK"
               IF WS-CLAIM-MODE = 'Y'
                   PERFORM 2600-BUILD-CLAIM-PAYEES
               ELSE
                   MOVE 1 TO WS-PAYEE-COUNT
                   MOVE CL-PAYOUT-ACCT TO WS-PY-ACCT(1)
                   MOVE 100 TO WS-PY-SHARE(1)
               END-IF
           END-IF
           IF WS-CLS-RESULT = "OK"
               PERFORM 2500-CHECK-PAYOUT-ACCOUNT
                   VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PAYEE-COUNT
                      OR WS-CLS-RESULT NOT = "OK"
           END-IF

           IF WS-CLS-RESULT = "OK"
               DISPLAY "ACCTCLS: ACCOUNT " CL-ACCT-NO
                   " CLOSURE REFUSED (" WS-CLS-RESULT ")"
           END-IF
           PERFORM 3800-WRITE-VOUCHER
           IF WS-CLAIM-MODE = 'Y'
               PERFORM 3850-WRITE-CLAIM-VOUCHER
           END-IF.

      *****************************************************
      * Only an ACTIVE account may close: a frozen account
      * balance away here would be the one debit path
      * around a court freeze), and a dormant one goes
      * through ACCTMNT reactivation first, the same rule
      * the other debit programs apply. A deceased claim is
      * the exception: the estate is settled from a dormant
      * account, or one frozen for the death (DCSD).
      *****************************************************
       2100-CHECK-ACCOUNT.
           MOVE CL-ACCT-NO TO ACCT-NO
                   MOVE "NOTF" TO WS-CLS-RESULT
               NOT INVALID KEY
                   MOVE ACCT-NAME TO WS-CLOSE-NAME
                   MOVE ACCT-CUST-NO TO WS-CLOSE-CUST
                   EVALUATE ACCT-STATUS
                       WHEN 'C'
                           MOVE "CLSD" TO WS-CLS-RESULT
                       WHEN 'F'
                           IF WS-CLAIM-MODE = 'N'
                               OR ACCT-FRZ-REASON NOT = "DCSD"
                               MOVE "FRZN" TO WS-CLS-RESULT
                           END-IF
                       WHEN 'D'
                           IF WS-CLAIM-MODE = 'N'
                               MOVE "DORM" TO WS-CLS-RESULT
                           END-IF
                   END-EVALUATE
           END-READ.

      *****************************************************
      * Any instruction still naming the account - debit or
           CLOSE HOLD-MASTER.

       2500-CHECK-PAYOUT-ACCOUNT.
           IF WS-PY-ACCT(WS-PY-SUB) = CL-ACCT-NO
               MOVE "SAME" TO WS-CLS-RESULT
           END-IF
           MOVE WS-PY-ACCT(WS-PY-SUB) TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "PNTF" TO WS-CLS-RESULT
                   END-IF
           END-READ.

      *****************************************************
      * Who a deceased claim pays. No register entry means
      * the account's ACCT-CUST-NO was its sole holder, with
      * no nominee. The request may leave the deceased
      * customer blank on a sole-holder account.
      *****************************************************
       2600-BUILD-CLAIM-PAYEES.
           MOVE CL-DECEASED-CUST TO WS-DECEASED-CUST
           IF CL-DECEASED-CUST IS NOT NUMERIC
               OR CL-DECEASED-CUST = 0
               MOVE WS-CLOSE-CUST TO WS-DECEASED-CUST
           END-IF
           MOVE 'N' TO WS-REG-FOUND
           IF WS-HOLDER-OPEN = 'Y'
               MOVE CL-ACCT-NO TO JH-ACCT-NO
               MOVE 'Y' TO WS-REG-FOUND
               READ HOLDER-REG
                   INVALID KEY
                       MOVE 'N' TO WS-REG-FOUND
               END-READ
           END-IF
           IF WS-REG-FOUND = 'N'
               IF WS-DECEASED-CUST NOT = WS-CLOSE-CUST
                   MOVE "NHLD" TO WS-CLS-RESULT
               ELSE
                   MOVE "NONM" TO WS-CLS-RESULT
               END-IF
           ELSE
               PERFORM 2650-FIND-SURVIVORS
               IF WS-CLS-RESULT = "OK"
                   IF WS-SURVIVORS > 0
                       MOVE 1 TO WS-PAYEE-COUNT
                       MOVE CL-PAYOUT-ACCT TO WS-PY-ACCT(1)
                       MOVE 100 TO WS-PY-SHARE(1)
                       STRING "SURVIVOR " WS-SURVIVOR-LIST
                           DELIMITED BY SIZE INTO WS-PY-DESC(1)
                       END-STRING
                   ELSE
                       PERFORM 2700-ADD-NOMINEE-PAYEE
                           VARYING WS-HOLDER-SUB FROM 1 BY 1
                           UNTIL WS-HOLDER-SUB > 3
                       IF WS-PAYEE-COUNT = 0
                           MOVE "NONM" TO WS-CLS-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * The deceased must be a holder not already settled;
      * every other holder not marked deceased survives.
      *****************************************************
       2650-FIND-SURVIVORS.
           MOVE 0 TO WS-DECEASED-SLOT
           MOVE 0 TO WS-SURVIVORS
           MOVE SPACES TO WS-SURVIVOR-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > 4
               IF JH-CUST-NO(WS-HOLDER-SUB) NOT = 0
                   AND JH-DECEASED(WS-HOLDER-SUB) NOT = 'Y'
                   IF JH-CUST-NO(WS-HOLDER-SUB) = WS-DECEASED-CUST
                       MOVE WS-HOLDER-SUB TO WS-DECEASED-SLOT
                   ELSE
                       ADD 1 TO WS-SURVIVORS
                       STRING JH-CUST-NO(WS-HOLDER-SUB) " "
                           DELIMITED BY SIZE INTO WS-SURVIVOR-LIST
                           WITH POINTER WS-LIST-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DECEASED-SLOT = 0
               MOVE "NHLD" TO WS-CLS-RESULT
           END-IF.

       2700-ADD-NOMINEE-PAYEE.
           IF JH-NOM-NAME(WS-HOLDER-SUB) NOT = SPACES
               AND JH-NOM-SHARE(WS-HOLDER-SUB) > 0
               ADD 1 TO WS-PAYEE-COUNT
               IF JH-NOM-ACCT(WS-HOLDER-SUB) > 0
                   MOVE JH-NOM-ACCT(WS-HOLDER-SUB)
                       TO WS-PY-ACCT(WS-PAYEE-COUNT)
               ELSE
                   MOVE CL-PAYOUT-ACCT TO WS-PY-ACCT(WS-PAYEE-COUNT)
               END-IF
               MOVE JH-NOM-SHARE(WS-HOLDER-SUB)
                   TO WS-PY-SHARE(WS-PAYEE-COUNT)
               STRING "NOMINEE "
                   FUNCTION TRIM(JH-NOM-NAME(WS-HOLDER-SUB)) " ("
                   FUNCTION TRIM(JH-NOM-REL(WS-HOLDER-SUB)) ")"
                   DELIMITED BY SIZE
                   INTO WS-PY-DESC(WS-PAYEE-COUNT)
               END-STRING
           END-IF.

      *****************************************************
      * Everything proved - now the money moves: final
      * interest in, the whole balance out to the payout
               PERFORM 3100-CREDIT-FINAL-INTEREST
               MOVE ACCT-BALANCE TO WS-SETTLE-AMT
               IF WS-SETTLE-AMT > 0
                   PERFORM 3150-SPLIT-SETTLEMENT
                   PERFORM 3200-POST-SETTLEMENT-LEGS
                       VARYING WS-PY-SUB FROM 1 BY 1
                       UNTIL WS-PY-SUB > WS-PAYEE-COUNT
               END-IF
               MOVE CL-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
               MOVE 'C' TO ACCT-STATUS
               MOVE SPACES TO ACCT-FRZ-REASON
               MOVE WS-BUS-DATE TO ACCT-LAST-ACT
               REWRITE ACCOUNT-MASTER-REC
               IF WS-CLAIM-MODE = 'Y'
                   PERFORM 3300-MARK-HOLDER-DECEASED
               END-IF
               DISPLAY "ACCTCLS: ACCOUNT " CL-ACCT-NO
                   " CLOSED - SETTLED " WS-SETTLE-AMT
                   " TO " CL-PAYOUT-ACCT
               PERFORM 4000-WRITE-INTEREST-ENTRY
           END-IF.

      *****************************************************
      * Each payee's share of the settled balance; the last
      * payee takes the remainder.
      *****************************************************
       3150-SPLIT-SETTLEMENT.
           MOVE ZERO TO WS-LEGS-PAID
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PAYEE-COUNT
               IF WS-PY-SUB = WS-PAYEE-COUNT
                   COMPUTE WS-PY-AMT(WS-PY-SUB) =
                       WS-SETTLE-AMT - WS-LEGS-PAID
               ELSE
                   COMPUTE WS-PY-AMT(WS-PY-SUB) ROUNDED =
                       WS-SETTLE-AMT * WS-PY-SHARE(WS-PY-SUB) / 100
               END-IF
               ADD WS-PY-AMT(WS-PY-SUB) TO WS-LEGS-PAID
           END-PERFORM
           IF WS-CLAIM-MODE = 'Y'
               MOVE "CLAIM" TO WS-LEG-TAG
           ELSE
               MOVE "CLOSURE" TO WS-LEG-TAG
           END-IF.

       3200-POST-SETTLEMENT-LEGS.
           MOVE WS-PY-ACCT(WS-PY-SUB) TO WS-LEG-ACCT
           MOVE WS-PY-AMT(WS-PY-SUB)  TO WS-LEG-AMT
           MOVE CL-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
           MOVE ACCT-BALANCE TO WS-OLD-BAL
           SUBTRACT WS-LEG-AMT FROM ACCT-BALANCE
           MOVE WS-BUS-DATE TO ACCT-LAST-ACT
           REWRITE ACCOUNT-MASTER-REC
           PERFORM 4100-WRITE-CLS-DR-ENTRY

           MOVE WS-LEG-ACCT TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ACCTCLS: PAYOUT ACCOUNT " ACCT-NO
                       " VANISHED MID-SETTLEMENT"
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-CR-OLD-BAL
                   ADD WS-LEG-AMT TO ACCT-BALANCE
                   MOVE WS-BUS-DATE TO ACCT-LAST-ACT
                   REWRITE ACCOUNT-MASTER-REC
                   PERFORM 4200-WRITE-CLS-CR-ENTRY
           END-READ.

      *****************************************************
      * The register keeps the holder, marked deceased on
      * the date of death given (the business date when the
      * request gives none).
      *****************************************************
       3300-MARK-HOLDER-DECEASED.
           MOVE CL-DEATH-DATE TO WS-DEATH-DATE
           IF CL-DEATH-DATE IS NOT NUMERIC OR CL-DEATH-DATE = 0
               MOVE WS-BUS-DATE TO WS-DEATH-DATE
           END-IF
           IF WS-REG-FOUND = 'Y'
               MOVE CL-ACCT-NO TO JH-ACCT-NO
               READ HOLDER-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO JH-DECEASED(WS-DECEASED-SLOT)
                       MOVE WS-DEATH-DATE
                           TO JH-DEATH-DATE(WS-DECEASED-SLOT)
                       MOVE WS-BUS-DATE TO JH-UPD-DATE
                       REWRITE ACCT-HOLDER-REC
               END-READ
           END-IF
           ADD 1 TO WS-CLAIM-COUNT.

       4000-WRITE-INTEREST-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE CL-ACCT-NO    TO AL-KEY
           MOVE "CLS-DR"      TO AL-ACTION
           MOVE WS-LEG-AMT    TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING FUNCTION TRIM(WS-LEG-TAG) " PEER=" WS-LEG-ACCT
               DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "ACCTCLS"     TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE WS-LEG-ACCT   TO AL-KEY
           MOVE "CLS-CR"      TO AL-ACTION
           MOVE WS-LEG-AMT    TO AL-AMOUNT-1
           MOVE WS-CR-OLD-BAL TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING FUNCTION TRIM(WS-LEG-TAG) " PEER=" CL-ACCT-NO
               DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

                   " CLOSED " WS-BUS-DATE
                   " - INTEREST " WS-INTEREST-AMT
                   " SETTLED " WS-SETTLE-AMT
                   " TO " WS-PY-ACCT(1)
                   DELIMITED BY SIZE INTO CLOSURE-VOUCHER-REC
               END-STRING
           ELSE
           END-IF
           WRITE CLOSURE-VOUCHER-REC.

      *****************************************************
      * The claim settlement voucher - who died, on what
      * authority the money went where, and how much each
      * payee received.
      *****************************************************
       3850-WRITE-CLAIM-VOUCHER.
           MOVE SPACES TO CLAIM-VOUCHER-REC
           IF WS-CLS-RESULT NOT = "OK"
               STRING "ACCOUNT " CL-ACCT-NO
                   " DECEASED CLAIM REFUSED (" WS-CLS-RESULT ")"
                   INTO CLAIM-VOUCHER-REC
               END-STRING
               WRITE CLAIM-VOUCHER-REC
           ELSE
               STRING "ACCOUNT " CL-ACCT-NO
                   " (" FUNCTION TRIM(WS-CLOSE-NAME) ")"
                   " DECEASED CLAIM SETTLED " WS-BUS-DATE
                   DELIMITED BY SIZE INTO CLAIM-VOUCHER-REC
               END-STRING
               WRITE CLAIM-VOUCHER-REC
               MOVE SPACES TO CLAIM-VOUCHER-REC
               STRING "  DECEASED HOLDER " WS-DECEASED-CUST
                   "  DATE OF DEATH " WS-DEATH-DATE
                   "  FINAL INTEREST " WS-INTEREST-AMT
                   INTO CLAIM-VOUCHER-REC
               END-STRING
               WRITE CLAIM-VOUCHER-REC
               IF WS-SETTLE-AMT > 0
                   PERFORM 3860-WRITE-CLAIM-PAYEE-LINE
                       VARYING WS-PY-SUB FROM 1 BY 1
                       UNTIL WS-PY-SUB > WS-PAYEE-COUNT
               END-IF
               MOVE SPACES TO CLAIM-VOUCHER-REC
               STRING "  TOTAL SETTLED " WS-SETTLE-AMT
                   INTO CLAIM-VOUCHER-REC
               END-STRING
               WRITE CLAIM-VOUCHER-REC
           END-IF.

       3860-WRITE-CLAIM-PAYEE-LINE.
           MOVE SPACES TO CLAIM-VOUCHER-REC
           STRING "  PAID " WS-PY-AMT(WS-PY-SUB)
               " TO " WS-PY-ACCT(WS-PY-SUB)
               " SHARE " WS-PY-SHARE(WS-PY-SUB) "% "
               WS-PY-DESC(WS-PY-SUB)
               INTO CLAIM-VOUCHER-REC
           END-STRING
           WRITE CLAIM-VOUCHER-REC.

       3900-WRITE-VOUCHER-TOTALS.
           MOVE ALL "-" TO CLOSURE-VOUCHER-REC
           WRITE CLOSURE-VOUCHER-REC
               "  REFUSED: " WS-REFUSED-COUNT
               INTO CLOSURE-VOUCHER-REC
           END-STRING
           WRITE CLOSURE-VOUCHER-REC
           MOVE ALL "-" TO CLAIM-VOUCHER-REC
           WRITE CLAIM-VOUCHER-REC
           MOVE SPACES TO CLAIM-VOUCHER-REC
           STRING "DECEASED CLAIMS SETTLED: " WS-CLAIM-COUNT
               INTO CLAIM-VOUCHER-REC
           END-STRING
           WRITE CLAIM-VOUCHER-REC.

      *****************************************************
      * Run-control bookkeeping: read = requests, posted =
