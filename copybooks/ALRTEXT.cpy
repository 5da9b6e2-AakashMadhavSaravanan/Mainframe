      *****************************************************
      * Customer alert extract record (alert_extract.txt),
      * cut nightly by ALERTS for the SMS gateway - one line
      * per alert, grouped by customer. AE-EVENT is the
      * event code:
      *
      *   CHQR  cheque returned unpaid (CLEARING)
      *   EMIB  loan instalment not recovered (LOANEMI)
      *   DORM  account flagged dormant (DORMANT)
      *   TDMT  term deposit matured and paid (TDMATUR)
      *   PNLT  minimum-balance charge debited (MINBAL)
      *
      * AE-MESSAGE is the text the gateway sends as is.
      *****************************************************
       01  ALERT-EXTRACT-REC.
           05 AE-CUST-NO           PIC 9(6).
           05 FILLER               PIC X.
           05 AE-PHONE             PIC X(12).
           05 FILLER               PIC X.
           05 AE-EVENT             PIC X(4).
           05 FILLER               PIC X.
           05 AE-ACCT-NO           PIC 9(6).
           05 FILLER               PIC X.
           05 AE-EVENT-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 AE-MESSAGE           PIC X(120).
