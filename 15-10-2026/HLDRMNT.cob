       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRMNT.

      *****************************************************
      * Account holders and nominee register maintenance -
      * the holder-side counterpart of CUSTMNT. Reads
      * holder_maint.txt and applies one action per record
      * against account_holders.dat (ACCTHLDR.cpy):
      *   S - set the register for an account: operating
      *       mode, the primary and up to three joint
      *       holders, up to three nominees with their
      *       relationship, share and own account. Replaces
      *       any register already on file; a holder already
      *       recorded as deceased keeps that mark.
      *   D - delete the register (the account reverts to
      *       its single ACCT-CUST-NO owner, no nominee)
      * The register must agree with the masters: the
      * account open, the primary holder its ACCT-CUST-NO,
      * every holder on the customer master, shares that
      * total 100. Actions that cannot apply are reported
      * the way CUSTMNT reports its failures.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDER-REG ASSIGN TO "account_holders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-ACCT-NO
               FILE STATUS IS WS-HOLDER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL HOLDER-MAINT ASSIGN TO "holder_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDER-REG.
           COPY ACCTHLDR.

       FD ACCOUNT-MASTER.
           COPY ACCTMAST.

       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD HOLDER-MAINT.
       01 HOLDER-MAINT-REC.
           05 HM-ACTION        PIC X.
           05 HM-ACCT-NO       PIC 9(6).
           05 HM-MODE          PIC X.
           05 HM-CUST-NO       PIC 9(6) OCCURS 4 TIMES.
           05 HM-NOMINEE OCCURS 3 TIMES.
               10 HM-NOM-NAME  PIC X(25).
               10 HM-NOM-REL   PIC X(10).
               10 HM-NOM-SHARE PIC 9(3).
               10 HM-NOM-ACCT  PIC 9(6).

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-HOLDER-STATUS PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-CUST-OPEN     PIC X VALUE 'N'.
       01 WS-MAINT-STATUS  PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-MAINT-EOF     PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       01 WS-VALID         PIC X VALUE 'Y'.
       01 WS-REG-FOUND     PIC X VALUE 'N'.
       01 WS-HOLDER-COUNT  PIC 9 VALUE 0.
       01 WS-SHARE-TOTAL   PIC 9(4) VALUE 0.
       01 WS-NOM-COUNT     PIC 9 VALUE 0.
       01 WS-SUB           PIC 9 VALUE 0.
       01 WS-SUB2          PIC 9 VALUE 0.

      *****************************************************
      * The register as it stood before this record, so a
      * holder already marked deceased keeps the mark.
      *****************************************************
       01 WS-OLD-HOLDERS.
           05 WS-OLD-HOLDER OCCURS 4 TIMES.
               10 WS-OLD-CUST       PIC 9(6).
               10 WS-OLD-DECEASED   PIC X.
               10 WS-OLD-DEATH-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT HOLDER-MAINT
           IF WS-MAINT-STATUS = "05" OR WS-MAINT-STATUS = "35"
               DISPLAY "HLDRMNT: holder_maint.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE HOLDER-MAINT
               GOBACK
           END-IF

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ HOLDER-MAINT
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM 1250-APPLY-MAINT-ACTION
               END-READ
           END-PERFORM

           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE HOLDER-MAINT HOLDER-REG ACCOUNT-MASTER
           DISPLAY "HLDRMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O HOLDER-REG
           IF WS-HOLDER-STATUS = "35"
               OPEN OUTPUT HOLDER-REG
               CLOSE HOLDER-REG
               OPEN I-O HOLDER-REG
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           PERFORM 7200-CHECK-MASTER-OPEN

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               CLOSE CUSTOMER-MASTER
           END-IF.

      *****************************************************
      * Any open status other than success means the master
      * on disk does not match this layout (status 39 after
      * a record-layout change, for example) - stop hard
      * instead of running against an unopened master.
      * MSTRCONV converts an old-layout master.
      *****************************************************
       7200-CHECK-MASTER-OPEN.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "HLDRMNT: account_master.dat OPEN FAILED - "
                   "STATUS " WS-ACCT-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

       1250-APPLY-MAINT-ACTION.
           MOVE HM-ACCT-NO TO JH-ACCT-NO
           EVALUATE HM-ACTION
               WHEN 'S'
                   PERFORM 2000-VALIDATE-REGISTER
                   IF WS-VALID = 'Y'
                       PERFORM 2500-SET-REGISTER
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               WHEN 'D'
                   DELETE HOLDER-REG RECORD
                       INVALID KEY
                           DISPLAY "HOLDER-MAINT DELETE: NOT FOUND "
                               HM-ACCT-NO
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
               WHEN OTHER
                   DISPLAY "HOLDER-MAINT: UNKNOWN ACTION " HM-ACTION
                       " FOR ACCOUNT " HM-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       2000-VALIDATE-REGISTER.
           MOVE 'Y' TO WS-VALID
           MOVE HM-ACCT-NO TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "HOLDER-MAINT SET: ACCOUNT NOT FOUND "
                       HM-ACCT-NO
                   MOVE 'N' TO WS-VALID
           END-READ
           IF WS-VALID = 'Y' AND ACCT-STATUS = 'C'
               DISPLAY "HOLDER-MAINT SET: ACCOUNT CLOSED "
                   HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y' AND HM-MODE NOT = 'S'
               AND HM-MODE NOT = 'E' AND HM-MODE NOT = 'J'
               DISPLAY "HOLDER-MAINT SET: BAD MODE " HM-MODE
                   " FOR ACCOUNT " HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               PERFORM 2100-VALIDATE-HOLDERS
           END-IF
           IF WS-VALID = 'Y'
               PERFORM 2200-VALIDATE-NOMINEES
           END-IF.

      *****************************************************
      * The primary holder is the account's owner; joint
      * holders need a joint mode, and a joint mode needs a
      * joint holder.
      *****************************************************
       2100-VALIDATE-HOLDERS.
           IF HM-CUST-NO(1) IS NOT NUMERIC OR HM-CUST-NO(1) = 0
               DISPLAY "HOLDER-MAINT SET: NO PRIMARY HOLDER FOR "
                   HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y' AND ACCT-CUST-NO NOT = 0
               AND HM-CUST-NO(1) NOT = ACCT-CUST-NO
               DISPLAY "HOLDER-MAINT SET: PRIMARY " HM-CUST-NO(1)
                   " IS NOT THE OWNER OF " HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           MOVE 0 TO WS-HOLDER-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 4 OR WS-VALID = 'N'
               IF HM-CUST-NO(WS-SUB) IS NOT NUMERIC
                   MOVE ZERO TO HM-CUST-NO(WS-SUB)
               END-IF
               IF HM-CUST-NO(WS-SUB) NOT = 0
                   ADD 1 TO WS-HOLDER-COUNT
                   PERFORM 2150-CHECK-ONE-HOLDER
               END-IF
           END-PERFORM
           IF WS-VALID = 'Y' AND HM-MODE = 'S'
               AND WS-HOLDER-COUNT > 1
               DISPLAY "HOLDER-MAINT SET: SINGLE MODE WITH JOINT "
                   "HOLDERS FOR " HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y' AND HM-MODE NOT = 'S'
               AND WS-HOLDER-COUNT < 2
               DISPLAY "HOLDER-MAINT SET: JOINT MODE WITH ONE "
                   "HOLDER FOR " HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF.

       2150-CHECK-ONE-HOLDER.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 >= WS-SUB
               IF HM-CUST-NO(WS-SUB2) = HM-CUST-NO(WS-SUB)
                   DISPLAY "HOLDER-MAINT SET: HOLDER "
                       HM-CUST-NO(WS-SUB) " NAMED TWICE ON "
                       HM-ACCT-NO
                   MOVE 'N' TO WS-VALID
               END-IF
           END-PERFORM
           IF WS-VALID = 'Y' AND WS-CUST-OPEN = 'Y'
               MOVE HM-CUST-NO(WS-SUB) TO CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "HOLDER-MAINT SET: CUSTOMER "
                           HM-CUST-NO(WS-SUB) " NOT ON FILE"
                       MOVE 'N' TO WS-VALID
               END-READ
           END-IF.

      *****************************************************
      * A named nominee carries a share; the shares of the
      * nominees named must come to exactly 100 per cent.
      * A nominee's own account, when given, must be open.
      *****************************************************
       2200-VALIDATE-NOMINEES.
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE 0 TO WS-NOM-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 3 OR WS-VALID = 'N'
               IF HM-NOM-SHARE(WS-SUB) IS NOT NUMERIC
                   MOVE ZERO TO HM-NOM-SHARE(WS-SUB)
               END-IF
               IF HM-NOM-ACCT(WS-SUB) IS NOT NUMERIC
                   MOVE ZERO TO HM-NOM-ACCT(WS-SUB)
               END-IF
               IF HM-NOM-NAME(WS-SUB) NOT = SPACES
                   ADD 1 TO WS-NOM-COUNT
                   ADD HM-NOM-SHARE(WS-SUB) TO WS-SHARE-TOTAL
                   IF HM-NOM-SHARE(WS-SUB) = 0
                       DISPLAY "HOLDER-MAINT SET: NOMINEE "
                           WS-SUB " HAS NO SHARE ON " HM-ACCT-NO
                       MOVE 'N' TO WS-VALID
                   END-IF
                   IF WS-VALID = 'Y' AND HM-NOM-ACCT(WS-SUB) > 0
                       PERFORM 2250-CHECK-NOMINEE-ACCOUNT
                   END-IF
               ELSE
                   MOVE ZERO TO HM-NOM-SHARE(WS-SUB)
                   MOVE ZERO TO HM-NOM-ACCT(WS-SUB)
               END-IF
           END-PERFORM
           IF WS-VALID = 'Y' AND WS-NOM-COUNT > 0
               AND WS-SHARE-TOTAL NOT = 100
               DISPLAY "HOLDER-MAINT SET: NOMINEE SHARES TOTAL "
                   WS-SHARE-TOTAL " NOT 100 ON " HM-ACCT-NO
               MOVE 'N' TO WS-VALID
           END-IF.

       2250-CHECK-NOMINEE-ACCOUNT.
           MOVE HM-NOM-ACCT(WS-SUB) TO ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "HOLDER-MAINT SET: NOMINEE ACCOUNT "
                       HM-NOM-ACCT(WS-SUB) " NOT ON FILE"
                   MOVE 'N' TO WS-VALID
               NOT INVALID KEY
                   IF ACCT-STATUS = 'C'
                       DISPLAY "HOLDER-MAINT SET: NOMINEE ACCOUNT "
                           HM-NOM-ACCT(WS-SUB) " CLOSED"
                       MOVE 'N' TO WS-VALID
                   END-IF
           END-READ.

       2500-SET-REGISTER.
           MOVE HM-ACCT-NO TO JH-ACCT-NO
           MOVE 'Y' TO WS-REG-FOUND
           READ HOLDER-REG
               INVALID KEY
                   MOVE 'N' TO WS-REG-FOUND
           END-READ
           INITIALIZE WS-OLD-HOLDERS
           IF WS-REG-FOUND = 'Y'
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
                   MOVE JH-CUST-NO(WS-SUB)
                       TO WS-OLD-CUST(WS-SUB)
                   MOVE JH-DECEASED(WS-SUB)
                       TO WS-OLD-DECEASED(WS-SUB)
                   MOVE JH-DEATH-DATE(WS-SUB)
                       TO WS-OLD-DEATH-DATE(WS-SUB)
               END-PERFORM
           END-IF

           MOVE HM-ACCT-NO TO JH-ACCT-NO
           MOVE HM-MODE    TO JH-MODE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE HM-CUST-NO(WS-SUB) TO JH-CUST-NO(WS-SUB)
               MOVE 'N'  TO JH-DECEASED(WS-SUB)
               MOVE ZERO TO JH-DEATH-DATE(WS-SUB)
               IF HM-CUST-NO(WS-SUB) NOT = 0
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > 4
                       IF WS-OLD-CUST(WS-SUB2) = HM-CUST-NO(WS-SUB)
                           AND WS-OLD-DECEASED(WS-SUB2) = 'Y'
                           MOVE 'Y' TO JH-DECEASED(WS-SUB)
                           MOVE WS-OLD-DEATH-DATE(WS-SUB2)
                               TO JH-DEATH-DATE(WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               MOVE HM-NOM-NAME(WS-SUB)  TO JH-NOM-NAME(WS-SUB)
               MOVE HM-NOM-REL(WS-SUB)   TO JH-NOM-REL(WS-SUB)
               MOVE HM-NOM-SHARE(WS-SUB) TO JH-NOM-SHARE(WS-SUB)
               MOVE HM-NOM-ACCT(WS-SUB)  TO JH-NOM-ACCT(WS-SUB)
           END-PERFORM
           MOVE WS-BUS-DATE TO JH-UPD-DATE

           IF WS-REG-FOUND = 'Y'
               REWRITE ACCT-HOLDER-REC
           ELSE
               WRITE ACCT-HOLDER-REC
           END-IF.
