               ==ACCT-BALANCE==       BY ==SOD-ACCT-BALANCE==,
               ==ACCT-STATUS==        BY ==SOD-ACCT-STATUS==,
               ==ACCT-CUST-NO==       BY ==SOD-ACCT-CUST-NO==,
               ==ACCT-LAST-ACT==      BY ==SOD-ACCT-LAST-ACT==,
               ==ACCT-BRANCH==        BY ==SOD-ACCT-BRANCH==,
               ==ACCT-FRZ-REASON==    BY ==SOD-ACCT-FRZ-REASON==.

       FD DEPOSIT-AUDIT-IN.
           COPY AUDITLOG.
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
      *****************************************************
      * Sweep movements: SWP-DR books savings into a sweep
      * deposit, SWP-CR pays a broken one back. SWP-IN/
      * SWP-OUT are keyed by deposit number and touch no
      * account balance.
      *****************************************************
                   WHEN "SWP-CR"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2600-APPLY-CREDIT
                       END-IF
                   WHEN "SWP-DR"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
                   WHEN "WITHDRAW"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
      *****************************************************
      * Overdraft debit interest charged at month end.
      *****************************************************
                   WHEN "ODINT-DR"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
      *****************************************************
      * Outward clearing (OUTCLR): the lodged cheque's
      * credit, and on a return its reversal and the return
      * charge.
      *****************************************************
                   WHEN "OCL-CR"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2600-APPLY-CREDIT
                       END-IF
                   WHEN "OCL-RTN"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
                   WHEN "OCL-CHG"
                       IF WS-ENT-STATUS = "OK"
                           PERFORM 2700-APPLY-DEBIT
                       END-IF
                   WHEN "PENALTY"
                       PERFORM 2800-APPLY-PENALTY
               END-EVALUATE
