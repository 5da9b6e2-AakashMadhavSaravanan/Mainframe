      *****************************************************
      * Parameter block passed to SWPOUT, the reverse-sweep
      * module, by a debit program that is about to refuse
      * a debit for want of funds.
      *
      * In:  SO-ACCT-NO  the account being debited
      *      SO-NEEDED   the amount the account is short
      *      SO-OLD-BAL  its ledger balance right now
      *      SO-CALLER   the calling program, logged on the
      *                  sweep-out entries
      * Out: SO-RESULT   OK   deposits broken, SO-CREDITED
      *                       covers SO-NEEDED
      *                  NONE no running sweep deposit
      *                  SHRT every running sweep deposit
      *                       together would not cover it -
      *                       nothing broken
      *                  NOTD td_master.dat unavailable
      *      SO-CREDITED total paid back to the account
      *      SO-BROKEN   number of deposits broken
      *
      * SWPOUT books the deposits and writes the SWP-CR /
      * SWP-OUT legs to deposit_audit.txt; the caller adds
      * SO-CREDITED to the account it holds, rewrites it
      * straight away, and re-runs its own checks. A caller
      * that has deposit_audit.txt open itself closes it
      * around the CALL.
      *****************************************************
       01  SWEEP-OUT-PARMS.
           05 SO-ACCT-NO          PIC 9(6).
           05 SO-NEEDED           PIC 9(7)V99.
           05 SO-OLD-BAL          PIC S9(7)V99.
           05 SO-CALLER           PIC X(8).
           05 SO-RESULT           PIC X(4).
           05 SO-CREDITED         PIC 9(7)V99.
           05 SO-BROKEN           PIC 9(3).
