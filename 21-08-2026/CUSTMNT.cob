      * counterpart of ACCTMNT. Reads cust_maint.txt and
      * applies one action per record against
      * customer_master.dat:
      *   A - add a new customer, with the KYC record when
      *       the identity fields are filled in
      *   C - change name/address/phone
      *   D - delete a customer record (and its KYC record)
      *   K - record a KYC or re-KYC for an existing
      *       customer: identity document, date of birth,
      *       risk rating and the date the documents were
      *       verified (the business date when none is
      *       given), on kyc_master.dat (KYCMAST.cpy)
      * Actions that cannot apply are reported the way
      * STUDENT's 1250-APPLY-MAINT-ACTION reports its
      * failures.
           SELECT OPTIONAL CUST-MAINT ASSIGN TO "cust_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT KYC-MASTER ASSIGN TO "kyc_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CUST-NO
               FILE STATUS IS WS-KYC-STATUS.
           SELECT OPTIONAL BUSDATE-FILE
               ASSIGN TO "business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CM-ADDR-1   PIC X(25).
           05 CM-ADDR-2   PIC X(25).
           05 CM-PHONE    PIC X(12).
           05 CM-ID-TYPE  PIC X(4).
           05 CM-ID-NO    PIC X(20).
           05 CM-DOB      PIC 9(8).
           05 CM-RISK     PIC X.
           05 CM-KYC-DATE PIC 9(8).

       FD KYC-MASTER.
           COPY KYCMAST.

       FD BUSDATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-MAINT-STATUS  PIC XX VALUE SPACES.
       01 WS-KYC-STATUS    PIC XX VALUE SPACES.
       01 WS-BDATE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-KYC-OK        PIC X VALUE 'N'.
       01 WS-KYC-FOUND     PIC X VALUE 'N'.
       01 WS-MAINT-EOF     PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
               GOBACK
           END-IF

           PERFORM 7000-LOAD-BUS-DATE
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               END-READ
           END-PERFORM

           CLOSE CUST-MAINT CUSTOMER-MASTER KYC-MASTER
           DISPLAY "CUSTMNT: APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT
           GOBACK.
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF

           OPEN I-O KYC-MASTER
           IF WS-KYC-STATUS = "35"
               OPEN OUTPUT KYC-MASTER
               CLOSE KYC-MASTER
               OPEN I-O KYC-MASTER
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
           MOVE CM-CUST-NO TO CUST-NO
           EVALUATE CM-ACTION
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           IF CM-ID-TYPE NOT = SPACES
                               PERFORM 1300-RECORD-KYC
                           END-IF
                   END-WRITE
               WHEN 'C'
                   MOVE CM-NAME   TO CUST-NAME
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE CM-CUST-NO TO KY-CUST-NO
                           DELETE KYC-MASTER RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-DELETE
               WHEN 'K'
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CUST-MAINT KYC: NOT FOUND "
                               CM-CUST-NO
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM 1300-RECORD-KYC
                           IF WS-KYC-OK = 'Y'
                               ADD 1 TO WS-APPLIED-COUNT
                           ELSE
                               ADD 1 TO WS-REJECT-COUNT
                           END-IF
                   END-READ
               WHEN OTHER
                   DISPLAY "CUST-MAINT: UNKNOWN ACTION " CM-ACTION
                       " FOR NO " CM-CUST-NO
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *****************************************************
      * A KYC record replaces the one on file, so a re-KYC
      * is the same action as the first. The identity
      * document and risk rating must be complete - a
      * half-filled record would let the review run miss
      * the customer. A failure on an add leaves the
      * customer on file without KYC; the review lists it.
      *****************************************************
       1300-RECORD-KYC.
           MOVE 'Y' TO WS-KYC-OK
           IF CM-ID-TYPE NOT = "PASS" AND CM-ID-TYPE NOT = "PAN "
               AND CM-ID-TYPE NOT = "AADH"
               AND CM-ID-TYPE NOT = "VOTR"
               AND CM-ID-TYPE NOT = "DRVL"
               DISPLAY "CUST-MAINT KYC: UNKNOWN ID TYPE "
                   CM-ID-TYPE " FOR NO " CM-CUST-NO
               MOVE 'N' TO WS-KYC-OK
           END-IF
           IF WS-KYC-OK = 'Y' AND CM-ID-NO = SPACES
               DISPLAY "CUST-MAINT KYC: NO ID NUMBER FOR NO "
                   CM-CUST-NO
               MOVE 'N' TO WS-KYC-OK
           END-IF
           IF WS-KYC-OK = 'Y'
               AND (CM-DOB IS NOT NUMERIC OR CM-DOB = 0)
               DISPLAY "CUST-MAINT KYC: BAD DATE OF BIRTH FOR NO "
                   CM-CUST-NO
               MOVE 'N' TO WS-KYC-OK
           END-IF
           IF WS-KYC-OK = 'Y' AND CM-RISK NOT = 'H'
               AND CM-RISK NOT = 'M' AND CM-RISK NOT = 'L'
               DISPLAY "CUST-MAINT KYC: BAD RISK RATING " CM-RISK
                   " FOR NO " CM-CUST-NO
               MOVE 'N' TO WS-KYC-OK
           END-IF
           IF WS-KYC-OK = 'Y'
               MOVE CM-CUST-NO TO KY-CUST-NO
               MOVE 'Y' TO WS-KYC-FOUND
               READ KYC-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-KYC-FOUND
               END-READ
               MOVE CM-CUST-NO TO KY-CUST-NO
               MOVE CM-ID-TYPE TO KY-ID-TYPE
               MOVE CM-ID-NO   TO KY-ID-NO
               MOVE CM-DOB     TO KY-DOB
               MOVE CM-RISK    TO KY-RISK
               IF CM-KYC-DATE IS NUMERIC AND CM-KYC-DATE > 0
                   MOVE CM-KYC-DATE TO KY-LAST-DATE
               ELSE
                   MOVE WS-BUS-DATE TO KY-LAST-DATE
               END-IF
               IF WS-KYC-FOUND = 'Y'
                   REWRITE KYC-MASTER-REC
               ELSE
                   WRITE KYC-MASTER-REC
               END-IF
           END-IF.
