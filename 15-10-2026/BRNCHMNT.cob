       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCHMNT.

      *****************************************************
      * Branch master maintenance - the branch-side
      * counterpart of CUSTMNT. Reads branch_maint.txt and
      * applies one action per record against
      * branch_master.dat (BRNCHMST.cpy):
      *   A - add a new branch (opens with status open)
      *   C - change name/address/manager/routing code
      *   X - close a branch (status 'C' - the record stays,
      *       since accounts and history still name it)
      * Actions that cannot apply are reported the way
      * CUSTMNT reports its failures.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "branch_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CODE
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT OPTIONAL BRANCH-MAINT ASSIGN TO "branch_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
           COPY BRNCHMST.

       FD BRANCH-MAINT.
       01 BRANCH-MAINT-REC.
           05 BT-ACTION   PIC X.
           05 BT-CODE     PIC 99.
           05 BT-NAME     PIC X(25).
           05 BT-ADDR-1   PIC X(25).
           05 BT-ADDR-2   PIC X(25).
           05 BT-MANAGER  PIC X(25).
           05 BT-IFSC     PIC X(11).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-STATUS PIC XX VALUE SPACES.
       01 WS-MAINT-STATUS  PIC XX VALUE SPACES.
       01 WS-MAINT-EOF     PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT BRANCH-MAINT
           IF WS-MAINT-STATUS = "05" OR WS-MAINT-STATUS = "35"
               DISPLAY "BRNCHMNT: branch_maint.txt NOT STAGED - "
                   "NOTHING TO APPLY"
               CLOSE BRANCH-MAINT
               GOBACK
           END-IF

           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ BRANCH-MAINT
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       PERFORM 1250-APPLY-MAINT-ACTION
               END-READ
           END-PERFORM

           CLOSE BRANCH-MAINT BRANCH-MASTER
           DISPLAY "BRNCHMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O BRANCH-MASTER
           IF WS-BRANCH-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF.

       1250-APPLY-MAINT-ACTION.
           MOVE BT-CODE TO BM-CODE
           EVALUATE BT-ACTION
               WHEN 'A'
                   MOVE BT-NAME    TO BM-NAME
                   MOVE BT-ADDR-1  TO BM-ADDR-1
                   MOVE BT-ADDR-2  TO BM-ADDR-2
                   MOVE BT-MANAGER TO BM-MANAGER
                   MOVE BT-IFSC    TO BM-IFSC
                   MOVE 'A'        TO BM-STATUS
                   WRITE BRANCH-MASTER-REC
                       INVALID KEY
                           DISPLAY "BRANCH-MAINT ADD: DUPLICATE CODE "
                               BT-CODE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
               WHEN 'C'
                   READ BRANCH-MASTER
                       INVALID KEY
                           DISPLAY "BRANCH-MAINT CHANGE: NOT FOUND "
                               BT-CODE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE BT-NAME    TO BM-NAME
                           MOVE BT-ADDR-1  TO BM-ADDR-1
                           MOVE BT-ADDR-2  TO BM-ADDR-2
                           MOVE BT-MANAGER TO BM-MANAGER
                           MOVE BT-IFSC    TO BM-IFSC
                           REWRITE BRANCH-MASTER-REC
                           ADD 1 TO WS-APPLIED-COUNT
                   END-READ
               WHEN 'X'
                   READ BRANCH-MASTER
                       INVALID KEY
                           DISPLAY "BRANCH-MAINT CLOSE: NOT FOUND "
                               BT-CODE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE 'C' TO BM-STATUS
                           REWRITE BRANCH-MASTER-REC
                           ADD 1 TO WS-APPLIED-COUNT
                   END-READ
               WHEN OTHER
                   DISPLAY "BRANCH-MAINT: UNKNOWN ACTION " BT-ACTION
                       " FOR CODE " BT-CODE
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
