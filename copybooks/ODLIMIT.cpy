      *****************************************************
      * Sanctioned overdraft facility, keyed by OD-ACCT - at
      * most one per account (overdraft_limits.dat). ODLMNT
      * sanctions, renews and cancels; the debit programs
      * (WITHDRAW, TRANSFER, CLEARING) let an account with a
      * facility in force go below zero down to minus
      * OD-LIMIT, and DEPOSIT counts a balance inside the
      * line as in order. INTACCR accrues debit interest
      * daily on the overdrawn balance into OD-DR-ACCRUED;
      * INTEREST charges it to the account at month end.
      * ODEXCP lists accounts over their limit, or overdrawn
      * on an expired, cancelled or missing facility.
      *
      * OD-STATUS: 'A' active - in force from OD-SANCT-DATE
      *                to OD-EXPIRY inclusive
      *            'C' cancelled (kept for the record; any
      *                debit interest still accrued is
      *                charged at month end)
      * OD-RATE is the facility's annual debit interest rate
      * in per cent; one day's interest is the overdrawn
      * balance times OD-RATE over 36500. OD-DR-LAST-DATE is
      * the last business date INTACCR accrued on it.
      *****************************************************
       01  OD-LIMIT-REC.
           05 OD-ACCT             PIC 9(6).
           05 OD-LIMIT            PIC 9(7)V99.
           05 OD-RATE             PIC 99V99.
           05 OD-SANCT-DATE       PIC 9(8).
           05 OD-EXPIRY           PIC 9(8).
           05 OD-STATUS           PIC X.
           05 OD-DR-ACCRUED       PIC 9(7)V99.
           05 OD-DR-LAST-DATE     PIC 9(8).
