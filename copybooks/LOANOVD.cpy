      *****************************************************
      * Overdue-instalment register record, keyed by loan
      * number + the date the instalment fell due
      * (loan_overdue.dat). LOANEMI books an instalment here
      * when it cannot be collected on its due date, retries
      * the loan's open instalments oldest first on every
      * later run, and marks each one paid when it is
      * recovered; LOANAGE ages the open ones for the
      * monthly ageing report.
      *
      * OV-EMI-AMOUNT is the instalment as it fell due,
      * already split into its interest and principal parts
      * (the LOANEMI reducing-balance split, worked on the
      * outstanding net of principal already overdue).
      * Penal interest runs on OV-EMI-AMOUNT from
      * OV-DUE-DATE at the penal rate and is realised when
      * the instalment is recovered (OV-PENAL-PAID).
      *
      * OV-STATUS: 'O' overdue (open)
      *            'P' paid (recovered on OV-PAID-DATE -
      *                kept for the record, never deleted)
      * OV-REASON is the refusal code of the last failed
      * attempt (the WITHDRAW codes, or ARRS when the
      * instalment was booked straight to arrears behind an
      * older unpaid one).
      *****************************************************
       01  LOAN-OVERDUE-REC.
           05 OV-KEY.
               10 OV-LN-NO        PIC 9(6).
               10 OV-DUE-DATE     PIC 9(8).
           05 OV-ACCT-NO          PIC 9(6).
           05 OV-EMI-AMOUNT       PIC 9(6)V99.
           05 OV-INT-PART         PIC 9(6)V99.
           05 OV-PRIN-PART        PIC 9(6)V99.
           05 OV-STATUS           PIC X.
           05 OV-REASON           PIC X(4).
           05 OV-PAID-DATE        PIC 9(8).
           05 OV-PENAL-PAID       PIC 9(6)V99.
