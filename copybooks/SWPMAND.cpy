      *****************************************************
      * Savings-to-term-deposit sweep mandate, keyed by
      * SW-ACCT - at most one per account
      * (sweep_mandates.dat). SWPMNT sets, amends and
      * cancels mandates; SWEEP reads them every night.
      *
      * While a mandate is active, the part of the account's
      * available balance above SW-THRESHOLD is swept into
      * a new term deposit in whole multiples of SW-UNIT,
      * booked for SW-TENOR days at the annual SW-RATE (the
      * TD-RATE convention) and paid back to the same
      * account at maturity. Sweep deposits are numbered in
      * the reserved TD range (see TDMAST.cpy). SWPOUT
      * breaks them again, newest first, when a debit on the
      * account would otherwise bounce for want of funds.
      *
      * SW-STATUS: 'A' active - sweeps from SW-START-DATE
      *            'C' cancelled (kept for the record; the
      *                deposits already swept run on to
      *                maturity and stay available to cover
      *                a shortfall)
      * SW-LAST-SWEEP is the last business date SWEEP booked
      * a deposit from the account.
      *****************************************************
       01  SWEEP-MANDATE-REC.
           05 SW-ACCT             PIC 9(6).
           05 SW-THRESHOLD        PIC 9(7)V99.
           05 SW-UNIT             PIC 9(7)V99.
           05 SW-TENOR            PIC 9(4).
           05 SW-RATE             PIC 9V9(4).
           05 SW-START-DATE       PIC 9(8).
           05 SW-STATUS           PIC X.
           05 SW-LAST-SWEEP       PIC 9(8).
