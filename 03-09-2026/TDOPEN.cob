      *****************************************************
       01 WS-HAIRCUT       PIC 9V9(4) VALUE 0.0100.

      *****************************************************
      * First TD number of the range SWEEP books sweep
      * deposits in - never booked at the counter.
      *****************************************************
       01 WS-SWEEP-TD-BASE PIC 9(6) VALUE 900000.

      *****************************************************
      * Outcome of the funding debit / closure credit, the
      * shared codes: OK, OVFL, MINB, NOTF, FRZN/CLSD/DORM,
      * AMTE (zero principal or bad dates), DUPL (TD number
      * already booked), RSVD (number in the sweep range).
      *****************************************************
       01 WS-TD-RESULT     PIC X(4) VALUE SPACES.
       01 WS-OLD-BAL       PIC S9(7)V99 VALUE 0.
           IF OP-PRINCIPAL = 0
               OR OP-MATURITY-DATE NOT > WS-BUS-DATE
               MOVE "AMTE" TO WS-TD-RESULT
           END-IF

           IF WS-TD-RESULT = "OK"
               AND OP-TD-NO NOT < WS-SWEEP-TD-BASE
               MOVE "RSVD" TO WS-TD-RESULT
           END-IF

           IF WS-TD-RESULT = "OK"
               MOVE OP-TD-NO TO TD-NO
               READ TD-MASTER
                   INVALID KEY
