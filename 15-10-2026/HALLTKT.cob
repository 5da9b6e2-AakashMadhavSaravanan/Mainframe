       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALLTKT.

      *****************************************************
      * Examination hall tickets. One pass over
      * student_master.dat decides who may sit the exam:
      *   - attendance: the student is debarred when
      *     attendance_master.dat holds AM-ELIGIBLE 'N' - the
      *     rule SUBJCALC applies when it closes out marks,
      *     so a student it would fail for attendance is
      *     never issued a ticket;
      *   - fees: the student has a line on
      *     fees_outstanding.txt, FEEBILL's chase list from
      *     the last billing run.
      * A refused student goes on hall_withheld.txt with the
      * reason - ATTENDANCE SHORT, FEE DUE, or both.
      *
      * The rest are sorted by department (the ADMIT SORT
      * idiom) and given seat numbers running from 0001
      * within each department, then seated room by room in
      * exam_rooms.txt order up to each room's capacity.
      * hall_tickets.txt carries one ticket per student -
      * ID, name, department, year, seat, room and the
      * subjects the department and year sit, from
      * exam_subjects.txt - and hall_seating.txt is the
      * per-room chart for the invigilators. Students left
      * when every room is full are ticketed with room
      * UNASSIGNED and counted on the run log.
      *
      * Read-only against the masters; all three reports
      * are rewritten each run.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUD-MASTER ASSIGN TO "student_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ATTEND-MASTER
               ASSIGN TO "attendance_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ID
               FILE STATUS IS WS-ATTN-STATUS.
           SELECT OPTIONAL FEES-OUTSTANDING
               ASSIGN TO "fees_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT OPTIONAL EXAM-SUBJECTS
               ASSIGN TO "exam_subjects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJ-STATUS.
           SELECT OPTIONAL EXAM-ROOMS ASSIGN TO "exam_rooms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT SORT-WORK ASSIGN TO "halltkt.srt".
           SELECT TICKET-RPT ASSIGN TO "hall_tickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHHELD-RPT ASSIGN TO "hall_withheld.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEATING-RPT ASSIGN TO "hall_seating.txt"
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
       FD STUD-MASTER.
           COPY STUDMAST.

       FD ATTEND-MASTER.
           COPY ATTNMAST.

      *****************************************************
      * FEEBILL's outstanding-fees line. Only detail lines
      * start with a numeric student ID; the header, rule
      * and trailer lines do not.
      *****************************************************
       FD FEES-OUTSTANDING.
       01 FEES-OUTSTANDING-REC.
           05 FO-ID            PIC 9(5).
           05 FO-ID-X          REDEFINES FO-ID PIC X(5).
           05 FILLER           PIC XX.
           05 FO-DEPT          PIC X(10).
           05 FILLER           PIC X.
           05 FO-YEAR          PIC 9.
           05 FILLER           PIC XX.
           05 FO-ACCT          PIC 9(6).
           05 FILLER           PIC XX.
           05 FO-AMOUNT        PIC 9(6)V99.
           05 FILLER           PIC XX.
           05 FO-REASON        PIC X(4).
           05 FILLER           PIC X(37).

      *****************************************************
      * Subjects sat by one department and year - up to
      * eight subject codes, the SJ-SUBJ codes SUBJCALC
      * marks against; unused codes are spaces.
      *****************************************************
       FD EXAM-SUBJECTS.
       01 EXAM-SUBJECTS-REC.
           05 ES-DEPT          PIC X(10).
           05 ES-YEAR          PIC 9.
           05 ES-SUBJ          PIC X(6) OCCURS 8 TIMES.

       FD EXAM-ROOMS.
       01 EXAM-ROOMS-REC.
           05 ER-ROOM          PIC X(6).
           05 ER-CAPACITY      PIC 9(3).

       SD SORT-WORK.
       01 SD-REC.
           05 SD-DEPT          PIC X(10).
           05 SD-ID            PIC 9(5).
           05 SD-NAME          PIC X(20).
           05 SD-YEAR          PIC 9.

       FD TICKET-RPT.
       01 TICKET-RPT-REC PIC X(80).

       FD WITHHELD-RPT.
       01 WITHHELD-RPT-REC PIC X(80).

       FD SEATING-RPT.
       01 SEATING-RPT-REC PIC X(80).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-ATTN-STATUS   PIC XX VALUE SPACES.
       01 WS-FEES-STATUS   PIC XX VALUE SPACES.
       01 WS-SUBJ-STATUS   PIC XX VALUE SPACES.
       01 WS-ROOM-STATUS   PIC XX VALUE SPACES.
       01 WS-RC-STATUS     PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-ATTN-OPEN     PIC X VALUE 'N'.
       01 WS-MASTER-EOF    PIC X VALUE 'N'.
       01 WS-FEES-EOF      PIC X VALUE 'N'.
       01 WS-SUBJ-EOF      PIC X VALUE 'N'.
       01 WS-ROOM-EOF      PIC X VALUE 'N'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.

       01 WS-RUN-READ      PIC 9(6) VALUE 0.
       01 WS-RUN-POSTED    PIC 9(6) VALUE 0.
       01 WS-RUN-REJ       PIC 9(6) VALUE 0.

      *****************************************************
      * Students owing fees, from fees_outstanding.txt.
      *****************************************************
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 500 TIMES.
               10 WS-FD-ID       PIC 9(5).
               10 WS-FD-AMOUNT   PIC 9(7)V99.
       01 WS-FEE-COUNT      PIC 9(4) VALUE 0.
       01 WS-FEE-TBL-FULL   PIC X VALUE 'N'.
       01 WS-FEE-SUB        PIC 9(4) VALUE 0.

       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 40 TIMES.
               10 WS-SB-DEPT     PIC X(10).
               10 WS-SB-YEAR     PIC 9.
               10 WS-SB-SUBJ     PIC X(6) OCCURS 8 TIMES.
       01 WS-SUBJ-COUNT     PIC 99 VALUE 0.
       01 WS-SUBJ-TBL-FULL  PIC X VALUE 'N'.
       01 WS-SUBJ-SUB       PIC 99 VALUE 0.
       01 WS-SUBJ-FOUND     PIC 99 VALUE 0.
       01 WS-CODE-SUB       PIC 9 VALUE 0.

       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 30 TIMES.
               10 WS-RM-ROOM     PIC X(6).
               10 WS-RM-CAPACITY PIC 9(3).
       01 WS-ROOM-COUNT     PIC 99 VALUE 0.
       01 WS-ROOM-TBL-FULL  PIC X VALUE 'N'.

      *****************************************************
      * Eligibility of the student in hand.
      *****************************************************
       01 WS-ATTN-SHORT    PIC X VALUE 'N'.
       01 WS-FEE-DUE       PIC X VALUE 'N'.
       01 WS-FEE-AMOUNT    PIC 9(7)V99 VALUE 0.
       01 WS-ATTN-PCT      PIC 9(3)V99 VALUE 0.
       01 WS-REASON        PIC X(28) VALUE SPACES.
       01 WS-DISP-PCT      PIC ZZ9.99.
       01 WS-DISP-AMT      PIC Z(6)9.99.

      *****************************************************
      * Seat and room allotment, in sorted order.
      *****************************************************
       01 WS-CUR-DEPT      PIC X(10) VALUE SPACES.
       01 WS-SEAT-NO       PIC 9(4) VALUE 0.
       01 WS-ROOM-SUB      PIC 99 VALUE 0.
       01 WS-ROOM-FILLED   PIC 9(3) VALUE 0.
       01 WS-ROOM-NAME     PIC X(10) VALUE SPACES.
       01 WS-BENCH-NO      PIC 9(3) VALUE 0.
       01 WS-UNSEATED      PIC 9(6) VALUE 0.
       01 WS-SUBJ-LINE     PIC X(60) VALUE SPACES.
       01 WS-SUBJ-PTR      PIC 99 VALUE 1.

       01 WS-ISSUED-COUNT   PIC 9(6) VALUE 0.
       01 WS-SEATED-COUNT   PIC 9(6) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(6) VALUE 0.
       01 WS-SHORT-COUNT    PIC 9(6) VALUE 0.
       01 WS-FEE-COUNT-W    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-LOAD-FEE-TABLE
           PERFORM 1060-LOAD-SUBJECT-TABLE
           PERFORM 1070-LOAD-ROOM-TABLE
           PERFORM 8000-WRITE-RUN-START
           PERFORM 1100-WRITE-HEADERS

           SORT SORT-WORK
               ON ASCENDING KEY SD-DEPT
               ON ASCENDING KEY SD-ID
               INPUT PROCEDURE IS 2000-SCREEN-STUDENTS
               OUTPUT PROCEDURE IS 3000-ISSUE-TICKETS

           PERFORM 4000-WRITE-TRAILERS
           PERFORM 8100-WRITE-RUN-END
           IF WS-ATTN-OPEN = 'Y'
               CLOSE ATTEND-MASTER
           END-IF
           CLOSE STUD-MASTER TICKET-RPT WITHHELD-RPT SEATING-RPT
           DISPLAY "HALLTKT: " WS-ISSUED-COUNT " TICKETS ISSUED "
               WS-WITHHELD-COUNT " WITHHELD"
           IF WS-UNSEATED > 0
               DISPLAY "HALLTKT: " WS-UNSEATED " STUDENTS NOT "
                   "SEATED - exam_rooms.txt CAPACITY SHORT"
           END-IF
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT STUD-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "HALLTKT: student_master.dat OPEN FAILED - "
                   "STATUS " WS-MASTER-STATUS " - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ATTEND-MASTER
           IF WS-ATTN-STATUS = "00"
               MOVE 'Y' TO WS-ATTN-OPEN
           ELSE
               CLOSE ATTEND-MASTER
           END-IF

           OPEN OUTPUT TICKET-RPT
           OPEN OUTPUT WITHHELD-RPT
           OPEN OUTPUT SEATING-RPT.

       1050-LOAD-FEE-TABLE.
           OPEN INPUT FEES-OUTSTANDING
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-FEES-EOF = 'Y'
                   READ FEES-OUTSTANDING
                       AT END
                           MOVE 'Y' TO WS-FEES-EOF
                       NOT AT END
                           IF FO-ID-X IS NUMERIC
                               PERFORM 1055-ADD-FEE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEES-OUTSTANDING.

       1055-ADD-FEE-ENTRY.
           IF FO-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO FO-AMOUNT
           END-IF
           IF WS-FEE-COUNT >= 500
               IF WS-FEE-TBL-FULL = 'N'
                   DISPLAY "FEES-OUTSTANDING TABLE FULL AT 500"
                       " STUDENTS - REMAINING LINES SKIPPED"
                   MOVE 'Y' TO WS-FEE-TBL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-FEE-COUNT
               MOVE FO-ID     TO WS-FD-ID(WS-FEE-COUNT)
               MOVE FO-AMOUNT TO WS-FD-AMOUNT(WS-FEE-COUNT)
           END-IF.

       1060-LOAD-SUBJECT-TABLE.
           OPEN INPUT EXAM-SUBJECTS
           IF WS-SUBJ-STATUS = "00"
               PERFORM UNTIL WS-SUBJ-EOF = 'Y'
                   READ EXAM-SUBJECTS
                       AT END
                           MOVE 'Y' TO WS-SUBJ-EOF
                       NOT AT END
                           PERFORM 1065-ADD-SUBJECT-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXAM-SUBJECTS.

       1065-ADD-SUBJECT-ENTRY.
           IF WS-SUBJ-COUNT >= 40
               IF WS-SUBJ-TBL-FULL = 'N'
                   DISPLAY "EXAM-SUBJECTS TABLE FULL AT 40 ENTRIES"
                       " - REMAINING ENTRIES SKIPPED"
                   MOVE 'Y' TO WS-SUBJ-TBL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-SUBJ-COUNT
               MOVE ES-DEPT TO WS-SB-DEPT(WS-SUBJ-COUNT)
               MOVE ES-YEAR TO WS-SB-YEAR(WS-SUBJ-COUNT)
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > 8
                   MOVE ES-SUBJ(WS-CODE-SUB)
                       TO WS-SB-SUBJ(WS-SUBJ-COUNT, WS-CODE-SUB)
               END-PERFORM
           END-IF.

       1070-LOAD-ROOM-TABLE.
           OPEN INPUT EXAM-ROOMS
           IF WS-ROOM-STATUS = "00"
               PERFORM UNTIL WS-ROOM-EOF = 'Y'
                   READ EXAM-ROOMS
                       AT END
                           MOVE 'Y' TO WS-ROOM-EOF
                       NOT AT END
                           PERFORM 1075-ADD-ROOM-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXAM-ROOMS
           IF WS-ROOM-COUNT = 0
               DISPLAY "HALLTKT: exam_rooms.txt NOT ON FILE - "
                   "NO ROOMS TO SEAT"
           END-IF.

       1075-ADD-ROOM-ENTRY.
           IF ER-CAPACITY IS NOT NUMERIC OR ER-CAPACITY = 0
               DISPLAY "EXAM-ROOMS: ROOM " ER-ROOM
                   " HAS NO CAPACITY - SKIPPED"
           ELSE
               IF WS-ROOM-COUNT >= 30
                   IF WS-ROOM-TBL-FULL = 'N'
                       DISPLAY "EXAM-ROOMS TABLE FULL AT 30 ROOMS"
                           " - REMAINING ROOMS SKIPPED"
                       MOVE 'Y' TO WS-ROOM-TBL-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE ER-ROOM     TO WS-RM-ROOM(WS-ROOM-COUNT)
                   MOVE ER-CAPACITY TO WS-RM-CAPACITY(WS-ROOM-COUNT)
               END-IF
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

       1100-WRITE-HEADERS.
           MOVE SPACES TO WITHHELD-RPT-REC
           STRING "HALL TICKETS WITHHELD AS AT " WS-BUS-DATE
               INTO WITHHELD-RPT-REC
           END-STRING
           WRITE WITHHELD-RPT-REC
           MOVE "ID    NAME                 DEPT       YR ATTN%"
               TO WITHHELD-RPT-REC
           MOVE "  FEE DUE    REASON" TO WITHHELD-RPT-REC(47:)
           WRITE WITHHELD-RPT-REC
           MOVE ALL "-" TO WITHHELD-RPT-REC
           WRITE WITHHELD-RPT-REC

           MOVE SPACES TO SEATING-RPT-REC
           STRING "EXAMINATION SEATING CHART AS AT " WS-BUS-DATE
               INTO SEATING-RPT-REC
           END-STRING
           WRITE SEATING-RPT-REC.

      *****************************************************
      * Every student is screened; the eligible are
      * released to the sort for seating, the refused go
      * straight to the withheld list.
      *****************************************************
       2000-SCREEN-STUDENTS.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ STUD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-READ
                       PERFORM 2100-CHECK-ELIGIBILITY
                       IF WS-ATTN-SHORT = 'N' AND WS-FEE-DUE = 'N'
                           MOVE SM-DEPT TO SD-DEPT
                           MOVE SM-ID   TO SD-ID
                           MOVE SM-NAME TO SD-NAME
                           MOVE SM-YEAR TO SD-YEAR
                           RELEASE SD-REC
                       ELSE
                           PERFORM 2500-WRITE-WITHHELD-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-ELIGIBILITY.
           MOVE 'N' TO WS-ATTN-SHORT
           MOVE 'N' TO WS-FEE-DUE
           MOVE ZERO TO WS-ATTN-PCT WS-FEE-AMOUNT
           IF WS-ATTN-OPEN = 'Y'
               MOVE SM-ID TO AM-ID
               READ ATTEND-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-PCT TO WS-ATTN-PCT
                       IF AM-ELIGIBLE = 'N'
                           MOVE 'Y' TO WS-ATTN-SHORT
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               IF WS-FD-ID(WS-FEE-SUB) = SM-ID
                   MOVE 'Y' TO WS-FEE-DUE
                   ADD WS-FD-AMOUNT(WS-FEE-SUB) TO WS-FEE-AMOUNT
               END-IF
           END-PERFORM.

       2500-WRITE-WITHHELD-LINE.
           EVALUATE TRUE
               WHEN WS-ATTN-SHORT = 'Y' AND WS-FEE-DUE = 'Y'
                   MOVE "ATTENDANCE SHORT AND FEE DUE" TO WS-REASON
                   ADD 1 TO WS-SHORT-COUNT
                   ADD 1 TO WS-FEE-COUNT-W
               WHEN WS-ATTN-SHORT = 'Y'
                   MOVE "ATTENDANCE SHORT" TO WS-REASON
                   ADD 1 TO WS-SHORT-COUNT
               WHEN OTHER
                   MOVE "FEE DUE" TO WS-REASON
                   ADD 1 TO WS-FEE-COUNT-W
           END-EVALUATE
           MOVE WS-ATTN-PCT   TO WS-DISP-PCT
           MOVE WS-FEE-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WITHHELD-RPT-REC
           STRING SM-ID " " SM-NAME " " SM-DEPT " " SM-YEAR "  "
               WS-DISP-PCT " " WS-DISP-AMT "  " WS-REASON
               DELIMITED BY SIZE INTO WITHHELD-RPT-REC
           END-STRING
           WRITE WITHHELD-RPT-REC
           ADD 1 TO WS-WITHHELD-COUNT
           ADD 1 TO WS-RUN-REJ.

      *****************************************************
      * Sorted by department: the seat number restarts at
      * each new department; rooms fill in file order.
      *****************************************************
       3000-ISSUE-TICKETS.
           MOVE 1 TO WS-ROOM-SUB
           MOVE 0 TO WS-ROOM-FILLED
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SD-DEPT NOT = WS-CUR-DEPT
                           MOVE SD-DEPT TO WS-CUR-DEPT
                           MOVE 0 TO WS-SEAT-NO
                       END-IF
                       ADD 1 TO WS-SEAT-NO
                       PERFORM 3100-ALLOT-ROOM
                       PERFORM 3200-WRITE-TICKET
                       PERFORM 3300-WRITE-SEATING-LINE
                       ADD 1 TO WS-ISSUED-COUNT
                       ADD 1 TO WS-RUN-POSTED
               END-RETURN
           END-PERFORM.

       3100-ALLOT-ROOM.
           IF WS-ROOM-SUB <= WS-ROOM-COUNT
               AND WS-ROOM-FILLED >= WS-RM-CAPACITY(WS-ROOM-SUB)
               ADD 1 TO WS-ROOM-SUB
               MOVE 0 TO WS-ROOM-FILLED
           END-IF
           IF WS-ROOM-SUB > WS-ROOM-COUNT
               MOVE "UNASSIGNED" TO WS-ROOM-NAME
               MOVE 0 TO WS-BENCH-NO
               ADD 1 TO WS-UNSEATED
           ELSE
               IF WS-ROOM-FILLED = 0
                   PERFORM 3150-WRITE-ROOM-HEADER
               END-IF
               ADD 1 TO WS-ROOM-FILLED
               MOVE WS-RM-ROOM(WS-ROOM-SUB) TO WS-ROOM-NAME
               MOVE WS-ROOM-FILLED TO WS-BENCH-NO
           END-IF.

       3150-WRITE-ROOM-HEADER.
           MOVE SPACES TO SEATING-RPT-REC
           WRITE SEATING-RPT-REC
           MOVE SPACES TO SEATING-RPT-REC
           STRING "ROOM " WS-RM-ROOM(WS-ROOM-SUB)
               "   CAPACITY " WS-RM-CAPACITY(WS-ROOM-SUB)
               INTO SEATING-RPT-REC
           END-STRING
           WRITE SEATING-RPT-REC
           MOVE "BENCH ID    NAME                 DEPT       SEAT"
               TO SEATING-RPT-REC
           WRITE SEATING-RPT-REC
           MOVE ALL "-" TO SEATING-RPT-REC
           WRITE SEATING-RPT-REC.

       3200-WRITE-TICKET.
           MOVE ALL "=" TO TICKET-RPT-REC
           WRITE TICKET-RPT-REC
           MOVE SPACES TO TICKET-RPT-REC
           STRING "EXAMINATION HALL TICKET        ISSUED "
               WS-BUS-DATE
               INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC
           MOVE SPACES TO TICKET-RPT-REC
           STRING "STUDENT ID : " SD-ID "     NAME : " SD-NAME
               INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC
           MOVE SPACES TO TICKET-RPT-REC
           STRING "DEPARTMENT : " SD-DEPT "     YEAR : " SD-YEAR
               INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC
           MOVE SPACES TO TICKET-RPT-REC
           STRING "SEAT NO    : " WS-SEAT-NO "     ROOM : "
               WS-ROOM-NAME
               INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC
           PERFORM 3250-BUILD-SUBJECT-LINE
           MOVE SPACES TO TICKET-RPT-REC
           STRING "SUBJECTS   : " WS-SUBJ-LINE
               DELIMITED BY SIZE INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC.

      *****************************************************
      * The subjects configured for the department and
      * year, in file order.
      *****************************************************
       3250-BUILD-SUBJECT-LINE.
           MOVE SPACES TO WS-SUBJ-LINE
           MOVE 0 TO WS-SUBJ-FOUND
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT
               IF WS-SB-DEPT(WS-SUBJ-SUB) = SD-DEPT
                   AND WS-SB-YEAR(WS-SUBJ-SUB) = SD-YEAR
                   MOVE WS-SUBJ-SUB TO WS-SUBJ-FOUND
               END-IF
           END-PERFORM
           IF WS-SUBJ-FOUND = 0
               MOVE "NOT CONFIGURED" TO WS-SUBJ-LINE
           ELSE
               MOVE 1 TO WS-SUBJ-PTR
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > 8
                   IF WS-SB-SUBJ(WS-SUBJ-FOUND, WS-CODE-SUB)
                       NOT = SPACES
                       STRING WS-SB-SUBJ(WS-SUBJ-FOUND, WS-CODE-SUB)
                           " " DELIMITED BY SIZE
                           INTO WS-SUBJ-LINE
                           WITH POINTER WS-SUBJ-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.

       3300-WRITE-SEATING-LINE.
           IF WS-BENCH-NO > 0
               MOVE SPACES TO SEATING-RPT-REC
               STRING WS-BENCH-NO "   " SD-ID " " SD-NAME " "
                   SD-DEPT " " WS-SEAT-NO
                   DELIMITED BY SIZE INTO SEATING-RPT-REC
               END-STRING
               WRITE SEATING-RPT-REC
           END-IF.

       4000-WRITE-TRAILERS.
           MOVE ALL "=" TO TICKET-RPT-REC
           WRITE TICKET-RPT-REC
           MOVE SPACES TO TICKET-RPT-REC
           STRING "TICKETS ISSUED: " WS-ISSUED-COUNT
               "   NOT SEATED: " WS-UNSEATED
               INTO TICKET-RPT-REC
           END-STRING
           WRITE TICKET-RPT-REC

           MOVE ALL "-" TO WITHHELD-RPT-REC
           WRITE WITHHELD-RPT-REC
           MOVE SPACES TO WITHHELD-RPT-REC
           STRING "WITHHELD: " WS-WITHHELD-COUNT
               "   ATTENDANCE SHORT: " WS-SHORT-COUNT
               "   FEE DUE: " WS-FEE-COUNT-W
               INTO WITHHELD-RPT-REC
           END-STRING
           WRITE WITHHELD-RPT-REC

           MOVE SPACES TO SEATING-RPT-REC
           WRITE SEATING-RPT-REC
           MOVE SPACES TO SEATING-RPT-REC
           SUBTRACT WS-UNSEATED FROM WS-ISSUED-COUNT
               GIVING WS-SEATED-COUNT
           STRING "STUDENTS SEATED: " WS-SEATED-COUNT
               INTO SEATING-RPT-REC
           END-STRING
           WRITE SEATING-RPT-REC.

      *****************************************************
      * Run-control bookkeeping: read = students passed,
      * posted = tickets issued, rejected = withheld.
      *****************************************************
       8000-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "HALLTKT " TO RC-PROGRAM
           MOVE "STRT" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE ZERO TO RC-READ RC-POSTED RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "HALLTKT " TO RC-PROGRAM
           MOVE "END" TO RC-RECTYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
           MOVE WS-RUN-READ   TO RC-READ
           MOVE WS-RUN-POSTED TO RC-POSTED
           MOVE WS-RUN-REJ    TO RC-REJECTED
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
