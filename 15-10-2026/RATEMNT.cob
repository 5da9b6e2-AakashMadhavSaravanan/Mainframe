       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.

      *****************************************************
      * Interest rate change entry. Reads rate_change.txt -
      * one change per record: account type, the date the
      * new rate takes effect (the business date when
      * blank), the new MONTHLY rate and the operator keying
      * it - and files each on rate_history.dat
      * (RATEHIST.cpy), where INTACCR picks up the rate in
      * force for every night it accrues.
      *
      * The rate replaced (RH-OLD-RATE) is the one in force
      * the day before the change: the type's latest earlier
      * history entry, or AT-INT-RATE from account_type.txt
      * when it has none. A change keyed ahead of one
      * already on file becomes that later change's old
      * rate, so the register always reads in sequence.
      *
      * Refused, the way CUSTMNT reports its failures:
      *   - a type not on account_type.txt;
      *   - a rate that is not numeric;
      *   - an effective date before the business date -
      *     nights already accrued are not re-accrued, so a
      *     back-dated rate would record something that
      *     never applied;
      *   - a second change for the same type and date;
      *   - an operator not on teller_master.txt. No
      *     operator file on site means no rate changes -
      *     every change must say who entered it.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HIST ASSIGN TO "rate_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL RATE-CHANGE ASSIGN TO "rate_change.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT OPTIONAL ACCT-TYPE-FILE ASSIGN TO "account_type.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT OPTIONAL TELLER-MASTER
               ASSIGN TO "teller_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-HIST.
           COPY RATEHIST.

       FD RATE-CHANGE.
       01 RATE-CHANGE-REC.
           05 RT-TYPE          PIC X(4).
           05 RT-EFF-DATE      PIC 9(8).
           05 RT-RATE          PIC 9V9(4).
           05 RT-ENTERED-BY    PIC X(4).

       FD ACCT-TYPE-FILE.
           COPY ACCTTYPE.

       FD TELLER-MASTER.
       01 TELLER-MASTER-REC.
           05 TM-ID            PIC X(4).
           05 TM-NAME          PIC X(20).
           05 TM-LEVEL         PIC 9.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS   PIC XX VALUE SPACES.
       01 WS-CHG-STATUS    PIC XX VALUE SPACES.
       01 WS-TYPE-STATUS   PIC XX VALUE SPACES.
       01 WS-OPER-STATUS   PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-CHG-EOF       PIC X VALUE 'N'.
       01 WS-TYPE-EOF      PIC X VALUE 'N'.
       01 WS-OPER-EOF      PIC X VALUE 'N'.
       01 WS-SCAN-EOF      PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       01 WS-VALID         PIC X VALUE 'Y'.
       01 WS-OLD-RATE      PIC 9V9(4) VALUE 0.
       01 WS-NEXT-FOUND    PIC X VALUE 'N'.
       01 WS-NEXT-KEY      PIC X(12) VALUE SPACES.
       01 WS-DISP-OLD      PIC 9.9999.
       01 WS-DISP-NEW      PIC 9.9999.

      *****************************************************
      * Account types on file, for the base rate a type
      * runs at before its first recorded change.
      *****************************************************
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES INDEXED BY TY-IDX.
               10 WS-TY-TYPE     PIC X(4).
               10 WS-TY-INTRATE  PIC 9V9(4).
       01 WS-TYPE-COUNT     PIC 99 VALUE 0.
       01 WS-TYPE-TBL-FULL  PIC X VALUE 'N'.
       01 WS-TYPE-FOUND     PIC X VALUE 'N'.

       01 WS-TELLER-TABLE.
           05 WS-TELLER-ENTRY OCCURS 20 TIMES.
               10 WS-TE-ID       PIC X(4).
       01 WS-TELLER-COUNT    PIC 99 VALUE 0.
       01 WS-TELLER-TBL-FULL PIC X VALUE 'N'.
       01 WS-TELLER-SUB      PIC 99 VALUE 0.
       01 WS-OPER-FOUND      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT RATE-CHANGE
           IF WS-CHG-STATUS = "05" OR WS-CHG-STATUS = "35"
               DISPLAY "RATEMNT: rate_change.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE RATE-CHANGE
               GOBACK
           END-IF

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1050-LOAD-TYPE-TABLE
           PERFORM 1070-LOAD-TELLER-TABLE
           IF WS-TELLER-COUNT = 0
               DISPLAY "RATEMNT: teller_master.txt NOT ON FILE - "
                   "RATE CHANGES REFUSED"
               CLOSE RATE-CHANGE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-CHG-EOF = 'Y'
               READ RATE-CHANGE
                   AT END
                       MOVE 'Y' TO WS-CHG-EOF
                   NOT AT END
                       PERFORM 1250-APPLY-RATE-CHANGE
               END-READ
           END-PERFORM

           CLOSE RATE-CHANGE RATE-HIST
           DISPLAY "RATEMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O RATE-HIST
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT RATE-HIST
               CLOSE RATE-HIST
               OPEN I-O RATE-HIST
           END-IF
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATEMNT: rate_history.dat OPEN FAILED - "
                   "STATUS " WS-RATE-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               MOVE AT-INT-RATE TO WS-TY-INTRATE(WS-TYPE-COUNT)
           END-IF.

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

       1250-APPLY-RATE-CHANGE.
           MOVE 'Y' TO WS-VALID
           PERFORM 2000-VALIDATE-CHANGE
           IF WS-VALID = 'Y'
               PERFORM 2500-FIND-OLD-RATE
               PERFORM 3000-FILE-RATE-CHANGE
           END-IF
           IF WS-VALID = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2000-VALIDATE-CHANGE.
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
               IF WS-TY-TYPE(TY-IDX) = RT-TYPE
                   MOVE 'Y' TO WS-TYPE-FOUND
                   MOVE WS-TY-INTRATE(TY-IDX) TO WS-OLD-RATE
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = 'N'
               DISPLAY "RATE-CHANGE: UNKNOWN ACCOUNT TYPE " RT-TYPE
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y' AND RT-RATE IS NOT NUMERIC
               DISPLAY "RATE-CHANGE: BAD RATE FOR TYPE " RT-TYPE
               MOVE 'N' TO WS-VALID
           END-IF
           IF RT-EFF-DATE IS NOT NUMERIC OR RT-EFF-DATE = 0
               MOVE WS-BUS-DATE TO RT-EFF-DATE
           END-IF
           IF WS-VALID = 'Y' AND RT-EFF-DATE < WS-BUS-DATE
               DISPLAY "RATE-CHANGE: EFFECTIVE DATE " RT-EFF-DATE
                   " BEFORE BUSINESS DATE - TYPE " RT-TYPE
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID = 'Y'
               MOVE 'N' TO WS-OPER-FOUND
               PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
                       UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
                   IF WS-TE-ID(WS-TELLER-SUB) = RT-ENTERED-BY
                       AND RT-ENTERED-BY NOT = SPACES
                       MOVE 'Y' TO WS-OPER-FOUND
                   END-IF
               END-PERFORM
               IF WS-OPER-FOUND = 'N'
                   DISPLAY "RATE-CHANGE: OPERATOR '" RT-ENTERED-BY
                       "' NOT ON OPERATOR FILE - TYPE " RT-TYPE
                   MOVE 'N' TO WS-VALID
               END-IF
           END-IF
           IF WS-VALID = 'Y'
               MOVE RT-TYPE     TO RH-TYPE
               MOVE RT-EFF-DATE TO RH-EFF-DATE
               READ RATE-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "RATE-CHANGE: TYPE " RT-TYPE
                           " ALREADY HAS A RATE FROM " RT-EFF-DATE
                       MOVE 'N' TO WS-VALID
               END-READ
           END-IF.

      *****************************************************
      * The type's history in date order: the last entry
      * before the new date is the rate it replaces (the
      * type's base rate when there is none), and the first
      * entry after it, if any, now replaces the new rate.
      *****************************************************
       2500-FIND-OLD-RATE.
           MOVE 'N' TO WS-NEXT-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE RT-TYPE TO RH-TYPE
           MOVE ZERO    TO RH-EFF-DATE
           START RATE-HIST KEY NOT < RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RATE-HIST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RH-TYPE NOT = RT-TYPE
                               MOVE 'Y' TO WS-SCAN-EOF
                           WHEN RH-EFF-DATE < RT-EFF-DATE
                               MOVE RH-INT-RATE TO WS-OLD-RATE
                           WHEN OTHER
                               MOVE 'Y' TO WS-NEXT-FOUND
                               MOVE RH-KEY TO WS-NEXT-KEY
                               MOVE 'Y' TO WS-SCAN-EOF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3000-FILE-RATE-CHANGE.
           MOVE SPACES        TO RATE-HIST-REC
           MOVE RT-TYPE       TO RH-TYPE
           MOVE RT-EFF-DATE   TO RH-EFF-DATE
           MOVE RT-RATE       TO RH-INT-RATE
           MOVE WS-OLD-RATE   TO RH-OLD-RATE
           MOVE RT-ENTERED-BY TO RH-ENTERED-BY
           MOVE WS-BUS-DATE   TO RH-ENTRY-DATE
           WRITE RATE-HIST-REC
           MOVE WS-OLD-RATE TO WS-DISP-OLD
           MOVE RT-RATE     TO WS-DISP-NEW
           DISPLAY "RATEMNT: TYPE " RT-TYPE " FROM " RT-EFF-DATE
               " RATE " WS-DISP-OLD " TO " WS-DISP-NEW
               " BY " RT-ENTERED-BY
           IF WS-NEXT-FOUND = 'Y'
               MOVE WS-NEXT-KEY TO RH-KEY
               READ RATE-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-RATE TO RH-OLD-RATE
                       REWRITE RATE-HIST-REC
               END-READ
           END-IF.
