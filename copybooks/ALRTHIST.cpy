      *****************************************************
      * Customer alert history (alert_history.dat), keyed by
      * the event itself - event code, account and the
      * event's own reference (cheque number and return
      * date, loan number and due date, last-activity date,
      * deposit number, or the penalty's audit timestamp).
      * ALERTS writes one record per alert it issues and
      * issues nothing for an event already on file, so a
      * report read twice, or a rerun night, never sends the
      * customer the same alert again.
      *****************************************************
       01  ALERT-HISTORY-REC.
           05 AH-KEY.
               10 AH-EVENT         PIC X(4).
               10 AH-ACCT-NO       PIC 9(6).
               10 AH-REF           PIC X(16).
           05 AH-CUST-NO           PIC 9(6).
           05 AH-SENT-DATE         PIC 9(8).
           05 AH-CHANNEL           PIC X(6).
