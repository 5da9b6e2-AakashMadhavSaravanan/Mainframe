                   MOVE 'P'           TO LN-STATUS
                   MOVE WS-BUS-DATE   TO LN-OPEN-DATE
                   MOVE ZERO          TO LN-DISB-DATE
                   MOVE ZERO          TO LN-INT-PAID LN-INT-FY
                                         LN-FY-INT-PAID
                                         LN-FY-PRIN-PAID
                                         LN-PRV-FY-INT-PAID
                                         LN-PRV-FY-PRIN-PAID
                   WRITE LOAN-MASTER-REC
                       INVALID KEY
                           DISPLAY "LOAN-MAINT ADD: DUPLICATE "
