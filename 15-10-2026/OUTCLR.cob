       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCLR.

      *****************************************************
      * Outward cheque clearing - cheques our customers
      * lodge that are drawn on other banks. CLEARING is the
      * inward side. Until the clearing house confirms
      * payment the money is credited but not spendable:
      * every lodged cheque carries an automatic funds hold
      * on hold_master.dat (HOLDMAST.cpy) for its amount,
      * so the debit programs, which all work from
      * available balance, cannot pay it away. Two phases:
      *
      *   1. Confirmations - the clearing house's response
      *      file (outward_confirm.txt) against cheques
      *      already in clearing on the register
      *      outward_cheques.dat:
      *        P paid - the hold is released and the money
      *          becomes available,
      *        R returned - the hold is released, the credit
      *          reversed (OCL-RTN), and the return charge
      *          debited (OCL-CHG) through the normal debit
      *          rules. A charge those rules refuse is
      *          listed as uncollected, not forced.
      *   2. Lodgements - outward_lodge.txt, the day's
      *      cheques from the counter: each is credited to
      *      the payee account (OCL-CR on the shared
      *      deposit_audit.txt), held, entered on the
      *      register as IN CLEARING, and written to the
      *      outward presentation file for the clearing
      *      house (outward_presentation.txt: header, one
      *      detail per cheque, trailer with count and
      *      total). A lodgement to an account missing,
      *      frozen or closed, a zero amount, or a cheque
      *      already lodged is refused and not presented.
      *
      * outward_report.txt lists every lodgement,
      * confirmation, return, and charge with the run
      * totals. The return charge defaults to 150.00 and
      * may be set in outclr_config.txt. Both input files
      * are consumed once processed, so a rerun can never
      * credit or return a cheque twice.
      *
      * Runs during the day, outside the nightly chain (the
      * SVCCHG posture), and refuses while the EOD run-lock
      * is set.
      *
      * Register status: 'L' in clearing (hold active)
      *                  'P' paid (hold released)
      *                  'R' returned (credit reversed)
      * Refusal / return codes: NOTF, FRZN, CLSD, AMTE, DUPL
      * (cheque already lodged), NINC (confirmation for a
      * cheque not in clearing), plus the clearing house's
      * own reason on a return.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LODGE-FILE ASSIGN TO "outward_lodge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LODGE-STATUS.
           SELECT OPTIONAL CONFIRM-FILE
               ASSIGN TO "outward_confirm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT OUTWARD-CHEQUES ASSIGN TO "outward_cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-KEY
               FILE STATUS IS WS-OC-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-NO
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL ACCT-TYPE-FILE ASSIGN TO "account_type.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT OPTIONAL OUTCLR-CONFIG
               ASSIGN TO "outclr_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OUTCLR-AUDIT ASSIGN TO "deposit_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRESENT-FILE ASSIGN TO "outward_presentation.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTCLR-RPT ASSIGN TO "outward_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO "run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT OPTIONAL EOD-LOCK ASSIGN TO "eod_lock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LODGE-FILE.
       01 LODGE-REC.
           05 OL-ACCT-NO       PIC 9(6).
           05 OL-CHQ-NO        PIC 9(6).
           05 OL-AMOUNT        PIC 9(6)V99.
           05 OL-BANK          PIC X(10).

       FD CONFIRM-FILE.
       01 CONFIRM-REC.
           05 OF-ACCT-NO       PIC 9(6).
           05 OF-CHQ-NO        PIC 9(6).
           05 OF-BANK          PIC X(10).
           05 OF-OUTCOME       PIC X.
           05 OF-REASON        PIC X(4).

      *****************************************************
      * Outward-cheque register, keyed payee account +
      * cheque number + drawee bank, with the number of the
      * hold placed for it. Nothing is ever deleted.
      *****************************************************
       FD OUTWARD-CHEQUES.
       01 OUTWARD-CHEQUE-REC.
           05 OC-KEY.
               10 OC-ACCT      PIC 9(6).
               10 OC-CHQ-NO    PIC 9(6).
               10 OC-BANK      PIC X(10).
           05 OC-AMOUNT        PIC 9(6)V99.
           05 OC-LODGE-DATE    PIC 9(8).
           05 OC-HD-NO         PIC 9(5).
           05 OC-STATUS        PIC X.
           05 OC-SETTLE-DATE   PIC 9(8).
           05 OC-REASON        PIC X(4).

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD HOLD-MASTER.
           COPY HOLDMAST.

       FD ACCT-TYPE-FILE.
           COPY ACCTTYPE.

       FD OUTCLR-CONFIG.
       01 OUTCLR-CONFIG-REC.
           05 CFG-RETURN-CHARGE PIC 9(4)V99.

       FD OUTCLR-AUDIT.
           COPY AUDITLOG.

      *****************************************************
      * Presentation file for the clearing house: record
      * type H (presenting date), D (one per cheque), T
      * (count and total).
      *****************************************************
       FD PRESENT-FILE.
       01 PRESENT-REC.
           05 PR-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PR-BANK          PIC X(10).
           05 FILLER           PIC X.
           05 PR-CHQ-NO        PIC 9(6).
           05 FILLER           PIC X.
           05 PR-AMOUNT        PIC 9(6)V99.
           05 FILLER           PIC X.
           05 PR-ACCT-NO       PIC 9(6).
           05 FILLER           PIC X.
           05 PR-DATE          PIC 9(8).
       01 PRESENT-TRAILER-REC.
           05 PT-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PT-COUNT         PIC 9(6).
           05 FILLER           PIC X.
           05 PT-TOTAL         PIC 9(9)V99.
           05 FILLER           PIC X.
           05 PT-DATE          PIC 9(8).

       FD OUTCLR-RPT.
       01 OUTCLR-RPT-REC PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       FD EOD-LOCK.
           COPY EODLOCK.

       WORKING-STORAGE SECTION.
       01 WS-LODGE-STATUS  PIC XX VALUE SPACES.
       01 WS-CONF-STATUS   PIC XX VALUE SPACES.
       01 WS-OC-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS   PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-LOCK-STATUS   PIC XX VALUE SPACES.
       01 WS-EOD-LOCKED    PIC X VALUE 'N'.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LODGE-EOF     PIC X VALUE 'N'.
       01 WS-CONF-EOF      PIC X VALUE 'N'.
       01 WS-TYPE-EOF      PIC X VALUE 'N'.
       01 WS-HOLD-EOF      PIC X VALUE 'N'.
       01 WS-ACCT-FOUND    PIC X VALUE 'N'.
       01 WS-TIMESTAMP     PIC 9(14).

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

       01 WS-RETURN-CHARGE PIC 9(4)V99 VALUE 150.00.
       01 WS-OCL-RESULT    PIC X(4) VALUE SPACES.
       01 WS-CHG-RESULT    PIC X(4) VALUE SPACES.
       01 WS-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-NEW-BAL       PIC S9(7)V99 VALUE 0.

      *****************************************************
      * Holds are numbered on from the highest number on
      * file, found once at startup.
      *****************************************************
       01 WS-LAST-HD-NO    PIC 9(5) VALUE 0.

      *****************************************************
      * Same account-type minimum-balance table the debit
      * programs load; the return charge is checked against
      * available balance, the account's active holds
      * summed from the hold file as it stands.
      *****************************************************
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES INDEXED BY TY-IDX.
               10 WS-TY-TYPE     PIC X(4).
               10 WS-TY-MINBAL   PIC 9(6)V99.
               10 WS-TY-INTRATE  PIC 9V9(4).
       01 WS-TYPE-COUNT     PIC 99 VALUE 0.
       01 WS-TYPE-TBL-FULL  PIC X VALUE 'N'.
       01 WS-EFF-MIN-BAL    PIC 9(6)V99 VALUE 1000.
       01 WS-ACCT-HELD      PIC 9(9)V99 VALUE 0.
       01 WS-AVAIL-NEW      PIC S9(9)V99 VALUE 0.

       01 WS-LODGED-COUNT  PIC 9(6) VALUE 0.
       01 WS-LODGED-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT    PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT  PIC 9(6) VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNCOLL-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7100-CHECK-EOD-LOCK
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1010-LOAD-CONFIG
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-TYPE-TABLE
           PERFORM 1060-FIND-LAST-HOLD-NO
           PERFORM 8000-WRITE-RUN-START

           OPEN INPUT CONFIRM-FILE
           IF WS-CONF-STATUS NOT = "00"
               DISPLAY "OUTCLR: outward_confirm.txt NOT STAGED - "
                   "NO CONFIRMATIONS"
               CLOSE CONFIRM-FILE
           ELSE
               PERFORM 2000-APPLY-CONFIRMATIONS
               CLOSE CONFIRM-FILE
               PERFORM 6100-CONSUME-CONFIRM-FILE
           END-IF

           PERFORM 3050-WRITE-PRESENT-HEADER
           OPEN INPUT LODGE-FILE
           IF WS-LODGE-STATUS NOT = "00"
               DISPLAY "OUTCLR: outward_lodge.txt NOT STAGED - "
                   "NOTHING LODGED"
               CLOSE LODGE-FILE
           ELSE
               PERFORM 3000-LODGE-CHEQUES
               CLOSE LODGE-FILE
               PERFORM 6200-CONSUME-LODGE-FILE
           END-IF
           PERFORM 3900-WRITE-PRESENT-TRAILER

           PERFORM 5900-WRITE-RPT-TOTALS
           PERFORM 8100-WRITE-RUN-END
           CLOSE OUTWARD-CHEQUES ACCOUNT-MASTER HOLD-MASTER
               OUTCLR-AUDIT PRESENT-FILE OUTCLR-RPT
           DISPLAY "OUTCLR: LODGED " WS-LODGED-COUNT
               " PAID " WS-PAID-COUNT " RETURNED " WS-RETURN-COUNT
           GOBACK.

       6100-CONSUME-CONFIRM-FILE.
           OPEN OUTPUT CONFIRM-FILE
           CLOSE CONFIRM-FILE.

       6200-CONSUME-LODGE-FILE.
           OPEN OUTPUT LODGE-FILE
           CLOSE LODGE-FILE.

       1000-OPEN-FILES.
           OPEN I-O OUTWARD-CHEQUES
           IF WS-OC-STATUS = "35"
               OPEN OUTPUT OUTWARD-CHEQUES
               CLOSE OUTWARD-CHEQUES
               OPEN I-O OUTWARD-CHEQUES
           END-IF
           IF WS-OC-STATUS NOT = "00"
               DISPLAY "OUTCLR: outward_cheques.dat OPEN FAILED"
                   " - STATUS " WS-OC-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HOLD-MASTER
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MASTER
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "OUTCLR: hold_master.dat OPEN FAILED"
                   " - STATUS " WS-HOLD-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN EXTEND OUTCLR-AUDIT
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT OUTCLR-AUDIT
           END-IF

           OPEN OUTPUT PRESENT-FILE OUTCLR-RPT
           MOVE SPACES TO OUTCLR-RPT-REC
           STRING "OUTWARD CLEARING FOR " WS-BUS-DATE
               INTO OUTCLR-RPT-REC
           END-STRING
           WRITE OUTCLR-RPT-REC
           MOVE "ACCT-NO CHEQUE AMOUNT    BANK       EVENT"
               TO OUTCLR-RPT-REC
           WRITE OUTCLR-RPT-REC
           MOVE ALL "-" TO OUTCLR-RPT-REC
           WRITE OUTCLR-RPT-REC.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "OUTCLR: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1010-LOAD-CONFIG.
           OPEN INPUT OUTCLR-CONFIG
           IF WS-CONFIG-STATUS = "00"
               READ OUTCLR-CONFIG
                   NOT AT END
                       IF CFG-RETURN-CHARGE IS NUMERIC
                           MOVE CFG-RETURN-CHARGE
                               TO WS-RETURN-CHARGE
                       END-IF
               END-READ
           END-IF
           CLOSE OUTCLR-CONFIG.

       1050-LOAD-TYPE-TABLE.
           OPEN INPUT ACCT-TYPE-FILE
           IF WS-TYPE-STATUS = "00"
               PERFORM UNTIL WS-TYPE-EOF = 'Y'
                   READ ACCT-TYPE-FILE
                       AT END
                           MOVE 'Y' TO WS-TYPE-EOF
                       NOT AT END
                           PERFORM 1055-ADD-TYPE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-TYPE-FILE.

       1055-ADD-TYPE-ENTRY.
           IF WS-TYPE-COUNT >= 10
               IF WS-TYPE-TBL-FULL = 'N'
                   DISPLAY "ACCOUNT-TYPE TABLE FULL AT 10 TYPES"
                       " - REMAINING TYPES SKIPPED"
                   MOVE 'Y' TO WS-TYPE-TBL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-TYPE-COUNT
               MOVE AT-TYPE     TO WS-TY-TYPE(WS-TYPE-COUNT)
               MOVE AT-MIN-BAL  TO WS-TY-MINBAL(WS-TYPE-COUNT)
               MOVE AT-INT-RATE TO WS-TY-INTRATE(WS-TYPE-COUNT)
           END-IF.

       1060-FIND-LAST-HOLD-NO.
           MOVE ZERO TO WS-LAST-HD-NO
           MOVE 'N' TO WS-HOLD-EOF
           MOVE ZERO TO HD-NO
           START HOLD-MASTER KEY NOT < HD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       MOVE HD-NO TO WS-LAST-HD-NO
               END-READ
           END-PERFORM.

       2000-APPLY-CONFIRMATIONS.
           PERFORM UNTIL WS-CONF-EOF = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-CONF-EOF
                   NOT AT END
                       PERFORM 2100-APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM.

      *****************************************************
      * A confirmation only settles a cheque still in
      * clearing; anything else is listed and ignored.
      *****************************************************
       2100-APPLY-ONE-CONFIRMATION.
           ADD 1 TO WS-RUN-READ
           MOVE "OK" TO WS-OCL-RESULT
           MOVE OF-ACCT-NO TO OC-ACCT
           MOVE OF-CHQ-NO  TO OC-CHQ-NO
           MOVE OF-BANK    TO OC-BANK
           READ OUTWARD-CHEQUES
               INVALID KEY
                   MOVE "NINC" TO WS-OCL-RESULT
               NOT INVALID KEY
                   IF OC-STATUS NOT = 'L'
                       MOVE "NINC" TO WS-OCL-RESULT
                   END-IF
           END-READ
           IF WS-OCL-RESULT = "OK"
               EVALUATE OF-OUTCOME
                   WHEN 'P'
                       PERFORM 2200-SETTLE-PAID
                   WHEN 'R'
                       PERFORM 2300-SETTLE-RETURNED
                   WHEN OTHER
                       MOVE "OUTC" TO WS-OCL-RESULT
               END-EVALUATE
           END-IF
           IF WS-OCL-RESULT = "OK"
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
               MOVE SPACES TO OUTCLR-RPT-REC
               STRING
                   OF-ACCT-NO " " OF-CHQ-NO "           "
                   OF-BANK " CONFIRMATION IGNORED - "
                   WS-OCL-RESULT
                   INTO OUTCLR-RPT-REC
               END-STRING
               WRITE OUTCLR-RPT-REC
           END-IF.

       2200-SETTLE-PAID.
           PERFORM 2400-RELEASE-CHEQUE-HOLD
           MOVE 'P' TO OC-STATUS
           MOVE WS-BUS-DATE TO OC-SETTLE-DATE
           REWRITE OUTWARD-CHEQUE-REC
           ADD 1 TO WS-PAID-COUNT
           MOVE SPACES TO OUTCLR-RPT-REC
           STRING
               OC-ACCT " " OC-CHQ-NO " " OC-AMOUNT " "
               OC-BANK " PAID - FUNDS RELEASED (HOLD "
               OC-HD-NO ")"
               INTO OUTCLR-RPT-REC
           END-STRING
           WRITE OUTCLR-RPT-REC.

      *****************************************************
      * A returned cheque's credit comes back out whatever
      * the account's state - the hold has kept the money
      * in place for exactly this - and the return charge
      * then debits under the normal rules.
      *****************************************************
       2300-SETTLE-RETURNED.
           PERFORM 2400-RELEASE-CHEQUE-HOLD
           MOVE 'R' TO OC-STATUS
           MOVE WS-BUS-DATE TO OC-SETTLE-DATE
           MOVE OF-REASON TO OC-REASON
           REWRITE OUTWARD-CHEQUE-REC
           ADD 1 TO WS-RETURN-COUNT
           MOVE 'Y' TO WS-ACCT-FOUND
           MOVE OC-ACCT TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ
           MOVE SPACES TO OUTCLR-RPT-REC
           IF WS-ACCT-FOUND = 'N'
               STRING
                   OC-ACCT " " OC-CHQ-NO " " OC-AMOUNT " "
                   OC-BANK " RETURNED " OF-REASON
                   " - ACCOUNT NOT ON FILE, REFER"
                   INTO OUTCLR-RPT-REC
               END-STRING
               WRITE OUTCLR-RPT-REC
           ELSE
               MOVE ACCT-BALANCE TO WS-OLD-BAL
               SUBTRACT OC-AMOUNT FROM ACCT-BALANCE
               REWRITE ACCOUNT-MASTER-REC
               PERFORM 4100-WRITE-RETURN-ENTRY
               STRING
                   OC-ACCT " " OC-CHQ-NO " " OC-AMOUNT " "
                   OC-BANK " RETURNED " OF-REASON
                   " - CREDIT REVERSED"
                   INTO OUTCLR-RPT-REC
               END-STRING
               WRITE OUTCLR-RPT-REC
               IF WS-RETURN-CHARGE > 0
                   PERFORM 2500-POST-RETURN-CHARGE
               END-IF
           END-IF.

       2400-RELEASE-CHEQUE-HOLD.
           MOVE OC-HD-NO TO HD-NO
           READ HOLD-MASTER
               INVALID KEY
                   DISPLAY "OUTCLR: HOLD " OC-HD-NO " FOR CHEQUE "
                       OC-CHQ-NO " NOT ON FILE"
               NOT INVALID KEY
                   IF HD-STATUS = 'A'
                       MOVE 'R' TO HD-STATUS
                       REWRITE HOLD-MASTER-REC
                   END-IF
           END-READ.

      *****************************************************
      * The charge debits through the full debit-side
      * rules: active status, no overdraft, minimum balance
      * held, available balance net of holds. A charge the
      * rules refuse is listed, not forced.
      *****************************************************
       2500-POST-RETURN-CHARGE.
           MOVE "OK" TO WS-CHG-RESULT
           MOVE ACCT-BALANCE TO WS-OLD-BAL
           IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
               OR ACCT-STATUS = 'D'
               EVALUATE ACCT-STATUS
                   WHEN 'F'
                       MOVE "FRZN" TO WS-CHG-RESULT
                   WHEN 'D'
                       MOVE "DORM" TO WS-CHG-RESULT
                   WHEN OTHER
                       MOVE "CLSD" TO WS-CHG-RESULT
               END-EVALUATE
           ELSE
               PERFORM 2550-LOOKUP-MIN-BAL
               PERFORM 2560-SUM-ACCT-HOLDS
               COMPUTE WS-NEW-BAL = ACCT-BALANCE - WS-RETURN-CHARGE
               COMPUTE WS-AVAIL-NEW =
                   ACCT-BALANCE - WS-ACCT-HELD - WS-RETURN-CHARGE
               IF WS-AVAIL-NEW < 0
                   MOVE "OVFL" TO WS-CHG-RESULT
               ELSE
                   IF WS-AVAIL-NEW < WS-EFF-MIN-BAL
                       MOVE "MINB" TO WS-CHG-RESULT
                   ELSE
                       MOVE WS-NEW-BAL TO ACCT-BALANCE
                       MOVE WS-BUS-DATE TO ACCT-LAST-ACT
                       REWRITE ACCOUNT-MASTER-REC
                       PERFORM 4200-WRITE-CHARGE-ENTRY
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO OUTCLR-RPT-REC
           IF WS-CHG-RESULT = "OK"
               ADD 1 TO WS-CHARGED-COUNT
               STRING
                   OC-ACCT " " OC-CHQ-NO " " WS-RETURN-CHARGE "   "
                   OC-BANK " RETURN CHARGE DEBITED"
                   INTO OUTCLR-RPT-REC
               END-STRING
           ELSE
               ADD 1 TO WS-UNCOLL-COUNT
               STRING
                   OC-ACCT " " OC-CHQ-NO " " WS-RETURN-CHARGE "   "
                   OC-BANK " RETURN CHARGE UNCOLLECTED - "
                   WS-CHG-RESULT
                   INTO OUTCLR-RPT-REC
               END-STRING
           END-IF
           WRITE OUTCLR-RPT-REC.

       2550-LOOKUP-MIN-BAL.
           MOVE 1000 TO WS-EFF-MIN-BAL
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
               IF WS-TY-TYPE(TY-IDX) = ACCT-TYPE
                   MOVE WS-TY-MINBAL(TY-IDX) TO WS-EFF-MIN-BAL
               END-IF
           END-PERFORM.

       2560-SUM-ACCT-HOLDS.
           MOVE ZERO TO WS-ACCT-HELD
           MOVE 'N' TO WS-HOLD-EOF
           MOVE ZERO TO HD-NO
           START HOLD-MASTER KEY NOT < HD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-ACCT = ACCT-NO AND HD-STATUS = 'A'
                           ADD HD-AMOUNT TO WS-ACCT-HELD
                       END-IF
               END-READ
           END-PERFORM.

       3000-LODGE-CHEQUES.
           PERFORM UNTIL WS-LODGE-EOF = 'Y'
               READ LODGE-FILE
                   AT END
                       MOVE 'Y' TO WS-LODGE-EOF
                   NOT AT END
                       PERFORM 3100-LODGE-ONE-CHEQUE
               END-READ
           END-PERFORM.

      *****************************************************
      * Checks before anything moves: amount, a cheque not
      * already lodged, a payee account that can take a
      * credit (the DEPOSIT rule - frozen and closed
      * refused). Then credit, hold, register, present.
      *****************************************************
       3100-LODGE-ONE-CHEQUE.
           ADD 1 TO WS-RUN-READ
           MOVE "OK" TO WS-OCL-RESULT
           IF OL-AMOUNT = 0
               MOVE "AMTE" TO WS-OCL-RESULT
           END-IF
           IF WS-OCL-RESULT = "OK"
               MOVE OL-ACCT-NO TO OC-ACCT
               MOVE OL-CHQ-NO  TO OC-CHQ-NO
               MOVE OL-BANK    TO OC-BANK
               READ OUTWARD-CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DUPL" TO WS-OCL-RESULT
               END-READ
           END-IF
           IF WS-OCL-RESULT = "OK"
               MOVE OL-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "NOTF" TO WS-OCL-RESULT
                   NOT INVALID KEY
                       IF ACCT-STATUS = 'F'
                           MOVE "FRZN" TO WS-OCL-RESULT
                       END-IF
                       IF ACCT-STATUS = 'C'
                           MOVE "CLSD" TO WS-OCL-RESULT
                       END-IF
               END-READ
           END-IF
           IF WS-OCL-RESULT = "OK"
               PERFORM 3200-CREDIT-AND-HOLD
               ADD 1 TO WS-RUN-POSTED
           ELSE
               ADD 1 TO WS-RUN-REJ
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO OUTCLR-RPT-REC
               STRING
                   OL-ACCT-NO " " OL-CHQ-NO " " OL-AMOUNT " "
                   OL-BANK " LODGEMENT REFUSED - " WS-OCL-RESULT
                   INTO OUTCLR-RPT-REC
               END-STRING
               WRITE OUTCLR-RPT-REC
           END-IF.

       3200-CREDIT-AND-HOLD.
           MOVE ACCT-BALANCE TO WS-OLD-BAL
           ADD OL-AMOUNT TO ACCT-BALANCE
           MOVE WS-BUS-DATE TO ACCT-LAST-ACT
           REWRITE ACCOUNT-MASTER-REC
           PERFORM 4000-WRITE-CREDIT-ENTRY

           ADD 1 TO WS-LAST-HD-NO
           MOVE WS-LAST-HD-NO TO HD-NO
           MOVE OL-ACCT-NO    TO HD-ACCT
           MOVE OL-AMOUNT     TO HD-AMOUNT
           MOVE SPACES        TO HD-REASON
           STRING "OUTWARD CHQ " OL-CHQ-NO
               INTO HD-REASON
           END-STRING
           MOVE 99999999      TO HD-EXPIRY
           MOVE 'A'           TO HD-STATUS
           WRITE HOLD-MASTER-REC
               INVALID KEY
                   DISPLAY "OUTCLR: HOLD NUMBER COLLISION AT "
                       HD-NO " - CHEQUE " OL-CHQ-NO " NOT HELD"
           END-WRITE

           MOVE OL-ACCT-NO    TO OC-ACCT
           MOVE OL-CHQ-NO     TO OC-CHQ-NO
           MOVE OL-BANK       TO OC-BANK
           MOVE OL-AMOUNT     TO OC-AMOUNT
           MOVE WS-BUS-DATE   TO OC-LODGE-DATE
           MOVE WS-LAST-HD-NO TO OC-HD-NO
           MOVE 'L'           TO OC-STATUS
           MOVE ZERO          TO OC-SETTLE-DATE
           MOVE SPACES        TO OC-REASON
           WRITE OUTWARD-CHEQUE-REC
               INVALID KEY
                   DISPLAY "OUTCLR: REGISTER COLLISION FOR "
                       OL-ACCT-NO "/" OL-CHQ-NO
           END-WRITE

           MOVE SPACES TO PRESENT-REC
           MOVE "D"         TO PR-TYPE
           MOVE OL-BANK     TO PR-BANK
           MOVE OL-CHQ-NO   TO PR-CHQ-NO
           MOVE OL-AMOUNT   TO PR-AMOUNT
           MOVE OL-ACCT-NO  TO PR-ACCT-NO
           MOVE WS-BUS-DATE TO PR-DATE
           WRITE PRESENT-REC

           ADD 1 TO WS-LODGED-COUNT
           ADD OL-AMOUNT TO WS-LODGED-AMT
           MOVE SPACES TO OUTCLR-RPT-REC
           STRING
               OL-ACCT-NO " " OL-CHQ-NO " " OL-AMOUNT " "
               OL-BANK " LODGED - CREDITED, HELD (HOLD "
               WS-LAST-HD-NO ")"
               INTO OUTCLR-RPT-REC
           END-STRING
           WRITE OUTCLR-RPT-REC.

       3050-WRITE-PRESENT-HEADER.
           MOVE SPACES TO PRESENT-REC
           MOVE "H"         TO PR-TYPE
           MOVE WS-BUS-DATE TO PR-DATE
           WRITE PRESENT-REC.

       3900-WRITE-PRESENT-TRAILER.
           MOVE SPACES TO PRESENT-TRAILER-REC
           MOVE "T"             TO PT-TYPE
           MOVE WS-LODGED-COUNT TO PT-COUNT
           MOVE WS-LODGED-AMT   TO PT-TOTAL
           MOVE WS-BUS-DATE     TO PT-DATE
           WRITE PRESENT-TRAILER-REC.

      *****************************************************
      * The credit, the reversal, and the charge are real
      * balance movements on the payee account - they log
      * to deposit_audit.txt for RECON, GLSUMM and PASSBOOK
      * with the cheque number and drawee bank in AL-DETAIL.
      *****************************************************
       4000-WRITE-CREDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "OUTCLR"      TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE OL-ACCT-NO    TO AL-KEY
           MOVE "OCL-CR"      TO AL-ACTION
           MOVE OL-AMOUNT     TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "CHQ=" OL-CHQ-NO " BANK="
               FUNCTION TRIM(OL-BANK)
               DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       4100-WRITE-RETURN-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "OUTCLR"      TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE OC-ACCT       TO AL-KEY
           MOVE "OCL-RTN"     TO AL-ACTION
           MOVE OC-AMOUNT     TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "CHQ=" OC-CHQ-NO " BANK="
               FUNCTION TRIM(OC-BANK) " RSN=" OF-REASON
               DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       4200-WRITE-CHARGE-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-TIMESTAMP(1:8)
           MOVE SPACES TO AUDIT-LOG-REC
           MOVE "OUTCLR"      TO AL-PROGRAM
           MOVE WS-TIMESTAMP  TO AL-TIMESTAMP
           MOVE OC-ACCT       TO AL-KEY
           MOVE "OCL-CHG"     TO AL-ACTION
           MOVE WS-RETURN-CHARGE TO AL-AMOUNT-1
           MOVE WS-OLD-BAL    TO AL-AMOUNT-2
           MOVE ACCT-BALANCE  TO AL-AMOUNT-3
           MOVE "OK"          TO AL-STATUS
           STRING "CHQ=" OC-CHQ-NO " BANK="
               FUNCTION TRIM(OC-BANK) " RETURN CHARGE"
               DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           WRITE AUDIT-LOG-REC.

       5900-WRITE-RPT-TOTALS.
           MOVE ALL "-" TO OUTCLR-RPT-REC
           WRITE OUTCLR-RPT-REC
           MOVE SPACES TO OUTCLR-RPT-REC
           STRING
               "LODGED: " WS-LODGED-COUNT
               "  AMOUNT: " WS-LODGED-AMT
               "  REFUSED: " WS-REFUSED-COUNT
               INTO OUTCLR-RPT-REC
           END-STRING
           WRITE OUTCLR-RPT-REC
           MOVE SPACES TO OUTCLR-RPT-REC
           STRING
               "PAID: " WS-PAID-COUNT
               "  RETURNED: " WS-RETURN-COUNT
               "  CHARGED: " WS-CHARGED-COUNT
               "  CHARGE UNCOLLECTED: " WS-UNCOLL-COUNT
               INTO OUTCLR-RPT-REC
           END-STRING
           WRITE OUTCLR-RPT-REC.

      *****************************************************
      * This program is never a chain step, so a set
      * run-lock always means an EOD chain is mid-flight -
      * refuse rather than interleave updates into it (or
      * an operator runs LOCKRST after a crashed chain).
      *****************************************************
       7100-CHECK-EOD-LOCK.
           MOVE 'N' TO WS-EOD-LOCKED
           OPEN INPUT EOD-LOCK
           IF WS-LOCK-STATUS = "00"
               READ EOD-LOCK
                   NOT AT END
                       IF LK-STATE = "LOCKED"
                           MOVE 'Y' TO WS-EOD-LOCKED
                       END-IF
               END-READ
           END-IF
           CLOSE EOD-LOCK
           IF WS-EOD-LOCKED = 'Y'
               DISPLAY "OUTCLR: EOD IN PROGRESS - RUN REFUSED"
               GOBACK
           END-IF.

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
      * Run-control bookkeeping: read = confirmations and
      * lodgements, posted = applied, rejected = refused.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "OUTCLR  " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "OUTCLR  " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
