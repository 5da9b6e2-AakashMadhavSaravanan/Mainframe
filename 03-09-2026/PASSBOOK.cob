               WHEN "REV-CR"
               WHEN "CLS-CR"
               WHEN "STIP-CR"
               WHEN "OCL-CR"
               WHEN "SWP-CR"
                   IF AL-STATUS = "OK"
                       MOVE 'C' TO WS-ENT-DIR
                   END-IF
               WHEN "CLS-DR"
               WHEN "TAX-DR"
               WHEN "SVC-DR"
               WHEN "ODINT-DR"
               WHEN "OCL-RTN"
               WHEN "OCL-CHG"
               WHEN "SWP-DR"
                   IF AL-STATUS = "OK"
                       MOVE 'D' TO WS-ENT-DIR
                   END-IF
