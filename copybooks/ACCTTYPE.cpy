      * Per-account-type parameters (required minimum balance,
      * monthly interest rate), one record per account type.
      * Shared by MINBAL and INTEREST.
      * AT-INT-RATE is the type's base rate; once treasury
      * records a change on rate_history.dat (RATEHIST.cpy)
      * INTACCR accrues at the rate in force on the date.
      *****************************************************
       01  ACCT-TYPE-REC.
           05 AT-TYPE               PIC X(4).
