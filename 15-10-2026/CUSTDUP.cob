       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.

      *****************************************************
      * Duplicate-customer detection. CUSTMNT takes a new
      * customer number on trust, so the same person can
      * stand on customer_master.dat two or three times -
      * splitting the TDS threshold on tds_ledger.dat and
      * the relationship totals CUSTRPT and ENQUIRY show.
      *
      * Every customer is reduced to match keys:
      *   name    - upper case, a leading title (MR, MRS,
      *             MS, DR, SHRI, SMT) dropped, then letters
      *             and digits only - "Mr. R.K. Sharma" and
      *             "R K SHARMA" both become RKSHARMA;
      *   address - both address lines run together the
      *             same way;
      *   phone   - digits only, the last ten (a country or
      *             trunk prefix does not hide a match).
      * The customers SORT on the name key (the ADMIT /
      * STUDSORT idiom) and within each group of equal
      * names every pair is compared on address and phone.
      * A pair agreeing on name and at least one of the two
      * is listed on cust_duplicates.txt with what matched:
      *   NAME+ADDR+PHONE - the same person beyond doubt
      *   NAME+ADDR       - same name at the same address
      *   NAME+PHONE      - same name on the same phone
      * The lower number is shown first as the suggested
      * survivor; CUSTMRG merges a confirmed pair.
      *
      * Read-only; the report is rewritten each run.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SORT-WORK ASSIGN TO "custdup.srt".
           SELECT DUP-RPT ASSIGN TO "cust_duplicates.txt"
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
       FD CUSTOMER-MASTER.
           COPY CUSTMAST.

       SD SORT-WORK.
       01 SD-REC.
           05 SD-NAME-KEY      PIC X(25).
           05 SD-CUST-NO       PIC 9(6).
           05 SD-ADDR-KEY      PIC X(50).
           05 SD-PHONE-KEY     PIC X(10).
           05 SD-NAME          PIC X(25).

       FD DUP-RPT.
       01 DUP-RPT-REC PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-CUST-EOF      PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * Match-key builder: WS-NORM-IN in, WS-NORM-OUT out,
      * letters and digits only.
      *****************************************************
       01 WS-NORM-IN       PIC X(50) VALUE SPACES.
       01 WS-NORM-OUT      PIC X(50) VALUE SPACES.
       01 WS-NORM-START    PIC 99 VALUE 1.
       01 WS-NORM-POS      PIC 99 VALUE 0.
       01 WS-NORM-LEN      PIC 99 VALUE 0.
       01 WS-NORM-CHAR     PIC X VALUE SPACE.

      *****************************************************
      * One group of customers sharing a name key, held
      * while the sorted stream moves through it.
      *****************************************************
       01 WS-GROUP-KEY     PIC X(25) VALUE SPACES.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 WS-GR-CUST-NO   PIC 9(6).
               10 WS-GR-ADDR-KEY  PIC X(50).
               10 WS-GR-PHONE-KEY PIC X(10).
               10 WS-GR-NAME      PIC X(25).
       01 WS-GROUP-COUNT   PIC 99 VALUE 0.
       01 WS-GROUP-FULL    PIC X VALUE 'N'.
       01 WS-SUB-1         PIC 99 VALUE 0.
       01 WS-SUB-2         PIC 99 VALUE 0.
       01 WS-ADDR-MATCH    PIC X VALUE 'N'.
       01 WS-PHONE-MATCH   PIC X VALUE 'N'.
       01 WS-MATCH-TYPE    PIC X(15) VALUE SPACES.

       01 WS-STRONG-COUNT  PIC 9(6) VALUE 0.
       01 WS-ADDR-COUNT    PIC 9(6) VALUE 0.
       01 WS-PHONE-COUNT   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTDUP: customer_master.dat OPEN FAILED - "
                   "STATUS " WS-CUST-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUP-RPT
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1200-WRITE-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SD-NAME-KEY SD-CUST-NO
               INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS 3000-MATCH-GROUPS

           PERFORM 4000-WRITE-TOTALS
           PERFORM 8100-WRITE-RUN-END
           CLOSE CUSTOMER-MASTER DUP-RPT
           DISPLAY "CUSTDUP: " WS-RUN-POSTED
               " POSSIBLE DUPLICATE PAIRS LISTED"
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

       1200-WRITE-HEADER.
           MOVE SPACES TO DUP-RPT-REC
           STRING "POSSIBLE DUPLICATE CUSTOMERS AS AT " WS-BUS-DATE
               INTO DUP-RPT-REC
           END-STRING
           WRITE DUP-RPT-REC
           MOVE SPACES TO DUP-RPT-REC
           STRING "KEEP   MERGE  MATCHED         NAME (KEEP)"
               "               NAME (MERGE)"
               DELIMITED BY SIZE INTO DUP-RPT-REC
           END-STRING
           WRITE DUP-RPT-REC
           MOVE ALL "-" TO DUP-RPT-REC
           WRITE DUP-RPT-REC.

       2000-RELEASE-CUSTOMERS.
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-BUILD-SORT-REC
                       RELEASE SD-REC
               END-READ
           END-PERFORM.

       2100-BUILD-SORT-REC.
           MOVE SPACES TO SD-REC
           MOVE CUST-NO   TO SD-CUST-NO
           MOVE CUST-NAME TO SD-NAME

           MOVE CUST-NAME TO WS-NORM-IN
           PERFORM 2200-NORMALISE
           PERFORM 2300-SKIP-TITLE
           MOVE WS-NORM-OUT TO SD-NAME-KEY
           IF WS-NORM-START > 1
               MOVE SPACES TO WS-NORM-IN
               MOVE CUST-NAME TO WS-NORM-IN
               MOVE SPACES TO WS-NORM-IN(1:WS-NORM-START - 1)
               PERFORM 2200-NORMALISE
               MOVE WS-NORM-OUT TO SD-NAME-KEY
           END-IF

           MOVE SPACES TO WS-NORM-IN
           STRING CUST-ADDR-1 CUST-ADDR-2
               DELIMITED BY SIZE INTO WS-NORM-IN
           END-STRING
           PERFORM 2200-NORMALISE
           MOVE WS-NORM-OUT TO SD-ADDR-KEY

           MOVE CUST-PHONE TO WS-NORM-IN
           PERFORM 2200-NORMALISE
           IF WS-NORM-LEN > 10
               MOVE WS-NORM-OUT(WS-NORM-LEN - 9:10) TO SD-PHONE-KEY
           ELSE
               MOVE WS-NORM-OUT(1:10) TO SD-PHONE-KEY
           END-IF.

      *****************************************************
      * Upper case, then every character that is not a
      * letter or a digit dropped - spaces and punctuation
      * alike. WS-NORM-LEN is the length of what is left.
      *****************************************************
       2200-NORMALISE.
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 50
               MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *****************************************************
      * A courtesy title is not part of the name. WS-NORM-IN
      * is already upper case here; WS-NORM-START is where
      * the name proper begins (1 when there is no title).
      *****************************************************
       2300-SKIP-TITLE.
           MOVE 1 TO WS-NORM-START
           EVALUATE TRUE
               WHEN WS-NORM-IN(1:5) = "SHRI " OR "SHRI."
                   MOVE 6 TO WS-NORM-START
               WHEN WS-NORM-IN(1:4) = "MRS " OR "MRS." OR "SMT "
                   OR "SMT."
                   MOVE 5 TO WS-NORM-START
               WHEN WS-NORM-IN(1:3) = "MR " OR "MR." OR "MS "
                   OR "MS." OR "DR " OR "DR."
                   MOVE 4 TO WS-NORM-START
           END-EVALUATE.

      *****************************************************
      * The sorted stream arrives grouped by name key; a
      * change of key closes the group and its pairs are
      * compared.
      *****************************************************
       3000-MATCH-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE SPACES TO WS-GROUP-KEY
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SD-NAME-KEY NOT = WS-GROUP-KEY
                           PERFORM 3100-COMPARE-GROUP
                           MOVE 0 TO WS-GROUP-COUNT
                           MOVE SD-NAME-KEY TO WS-GROUP-KEY
                       END-IF
                       PERFORM 3050-ADD-TO-GROUP
               END-RETURN
           END-PERFORM
           PERFORM 3100-COMPARE-GROUP.

       3050-ADD-TO-GROUP.
           IF SD-NAME-KEY = SPACES
               CONTINUE
           ELSE
               IF WS-GROUP-COUNT >= 50
                   IF WS-GROUP-FULL = 'N'
                       DISPLAY "CUSTDUP: MORE THAN 50 CUSTOMERS "
                           "NAMED " SD-NAME " - REST NOT COMPARED"
                       MOVE 'Y' TO WS-GROUP-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE SD-CUST-NO   TO WS-GR-CUST-NO(WS-GROUP-COUNT)
                   MOVE SD-ADDR-KEY  TO WS-GR-ADDR-KEY(WS-GROUP-COUNT)
                   MOVE SD-PHONE-KEY
                       TO WS-GR-PHONE-KEY(WS-GROUP-COUNT)
                   MOVE SD-NAME      TO WS-GR-NAME(WS-GROUP-COUNT)
               END-IF
           END-IF.

       3100-COMPARE-GROUP.
           MOVE 'N' TO WS-GROUP-FULL
           IF WS-GROUP-COUNT > 1
               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                       UNTIL WS-SUB-1 >= WS-GROUP-COUNT
                   PERFORM VARYING WS-SUB-2 FROM WS-SUB-1 BY 1
                           UNTIL WS-SUB-2 > WS-GROUP-COUNT
                       IF WS-SUB-2 > WS-SUB-1
                           PERFORM 3200-COMPARE-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************
      * A blank address or phone matches nothing - two
      * customers with no phone on file are not the same
      * person for that.
      *****************************************************
       3200-COMPARE-PAIR.
           MOVE 'N' TO WS-ADDR-MATCH
           MOVE 'N' TO WS-PHONE-MATCH
           IF WS-GR-ADDR-KEY(WS-SUB-1) NOT = SPACES
               AND WS-GR-ADDR-KEY(WS-SUB-1) =
                   WS-GR-ADDR-KEY(WS-SUB-2)
               MOVE 'Y' TO WS-ADDR-MATCH
           END-IF
           IF WS-GR-PHONE-KEY(WS-SUB-1) NOT = SPACES
               AND WS-GR-PHONE-KEY(WS-SUB-1) =
                   WS-GR-PHONE-KEY(WS-SUB-2)
               MOVE 'Y' TO WS-PHONE-MATCH
           END-IF
           MOVE SPACES TO WS-MATCH-TYPE
           EVALUATE TRUE
               WHEN WS-ADDR-MATCH = 'Y' AND WS-PHONE-MATCH = 'Y'
                   MOVE "NAME+ADDR+PHONE" TO WS-MATCH-TYPE
                   ADD 1 TO WS-STRONG-COUNT
               WHEN WS-ADDR-MATCH = 'Y'
                   MOVE "NAME+ADDR" TO WS-MATCH-TYPE
                   ADD 1 TO WS-ADDR-COUNT
               WHEN WS-PHONE-MATCH = 'Y'
                   MOVE "NAME+PHONE" TO WS-MATCH-TYPE
                   ADD 1 TO WS-PHONE-COUNT
           END-EVALUATE
           IF WS-MATCH-TYPE NOT = SPACES
               PERFORM 3300-WRITE-PAIR-LINE
               ADD 1 TO WS-RUN-POSTED
           END-IF.

       3300-WRITE-PAIR-LINE.
           MOVE SPACES TO DUP-RPT-REC
           STRING WS-GR-CUST-NO(WS-SUB-1) " "
               WS-GR-CUST-NO(WS-SUB-2) " "
               WS-MATCH-TYPE " "
               WS-GR-NAME(WS-SUB-1) " "
               WS-GR-NAME(WS-SUB-2)
               DELIMITED BY SIZE INTO DUP-RPT-REC
           END-STRING
           WRITE DUP-RPT-REC.

       4000-WRITE-TOTALS.
           MOVE ALL "-" TO DUP-RPT-REC
           WRITE DUP-RPT-REC
           MOVE SPACES TO DUP-RPT-REC
           STRING "CUSTOMERS READ: " WS-RUN-READ
               "   NAME+ADDR+PHONE: " WS-STRONG-COUNT
               "   NAME+ADDR: " WS-ADDR-COUNT
               "   NAME+PHONE: " WS-PHONE-COUNT
               DELIMITED BY SIZE INTO DUP-RPT-REC
           END-STRING
           WRITE DUP-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = customers passed,
      * posted = possible duplicate pairs listed.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CUSTDUP " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CUSTDUP " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
