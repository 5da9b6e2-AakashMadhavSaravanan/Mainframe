      * Loan master record, keyed by LN-NO - the lending
      * side's counterpart of ACCTMAST.cpy, shared by every
      * program that reads or updates loan_master.dat
      * (LOANDISB, LOANEMI, LOANSCHD, LOANAGE).
      *
      * LN-CUST-NO links the borrower to the customer master
      * (CUSTMAST.cpy) the same way ACCT-CUST-NO does;
      * LN-STATUS: 'P' approved, awaiting disbursement
      *            'A' active (disbursed, EMIs collecting)
      *            'C' closed (outstanding repaid in full)
      *            'N' non-performing (an instalment more than
      *                90 days past due on loan_overdue.dat -
      *                still collecting; back to 'A' once every
      *                overdue instalment is recovered)
      * LN-EMI-DAY is the day of month the instalment falls
      * due, matched against the business date the way
      * SI-DAY is in STANDING.
      *
      * LN-RATE is an ANNUAL rate, the TD-RATE convention.
      * Each instalment is split against the reducing
      * balance: a month's interest (LN-OUTSTANDING *
      * LN-RATE / 12) is collected first and only the rest
      * of the EMI reduces LN-OUTSTANDING. LOANEMI and the
      * LOANSCHD amortization print apply the same split.
      *
      * LN-INT-PAID is the interest collected since
      * disbursement. LN-FY-INT-PAID / LN-FY-PRIN-PAID
      * carry the interest and principal collected in the
      * financial year LN-INT-FY (April-March, the TL-FY
      * convention); when the first instalment of a new year
      * posts they roll into the LN-PRV-FY- pair, so the
      * year-end interest certificate can still be printed
      * for the year just closed. A master written before
      * these fields existed converts through MSTRCONV.
      *****************************************************
       01  LOAN-MASTER-REC.
           05 LN-NO               PIC 9(6).
           05 LN-STATUS           PIC X.
           05 LN-OPEN-DATE        PIC 9(8).
           05 LN-DISB-DATE        PIC 9(8).
           05 LN-INT-PAID         PIC S9(7)V99.
           05 LN-INT-FY           PIC 9(4).
           05 LN-FY-INT-PAID      PIC S9(7)V99.
           05 LN-FY-PRIN-PAID     PIC S9(7)V99.
           05 LN-PRV-FY-INT-PAID  PIC S9(7)V99.
           05 LN-PRV-FY-PRIN-PAID PIC S9(7)V99.
