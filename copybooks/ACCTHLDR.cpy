      *****************************************************
      * Account holders and nominee register, keyed by
      * JH-ACCT-NO - one record per account that has more
      * than the single owner ACCT-CUST-NO can name, or a
      * nominee (account_holders.dat). Shared by HLDRMNT
      * (maintenance), ENQUIRY and CUSTRPT (which show every
      * holder and nominee), and ACCTCLS, whose deceased-
      * claim mode settles the account by it.
      *
      * JH-MODE: 'S' single holder
      *          'E' either or survivor - any one holder
      *              operates; on a death the survivors are
      *              paid
      *          'J' jointly - all holders sign; on a death
      *              the survivors are paid jointly
      * JH-HOLDER(1) is the primary holder and matches
      * ACCT-CUST-NO on the account; (2) to (4) are joint
      * holders, unused slots zero. JH-DECEASED 'Y' marks a
      * holder whose death has been settled through ACCTCLS,
      * on JH-DEATH-DATE.
      *
      * Nominees are paid only when no holder survives, in
      * JH-NOM-SHARE per cent (shares total 100). JH-NOM-ACCT
      * is the nominee's own account with us when there is
      * one; zero pays through the claims account named on
      * the closure request. Unused nominee slots are
      * spaces with zero share.
      *****************************************************
       01  ACCT-HOLDER-REC.
           05 JH-ACCT-NO          PIC 9(6).
           05 JH-MODE             PIC X.
           05 JH-HOLDER OCCURS 4 TIMES.
               10 JH-CUST-NO      PIC 9(6).
               10 JH-DECEASED     PIC X.
               10 JH-DEATH-DATE   PIC 9(8).
           05 JH-NOMINEE OCCURS 3 TIMES.
               10 JH-NOM-NAME     PIC X(25).
               10 JH-NOM-REL      PIC X(10).
               10 JH-NOM-SHARE    PIC 9(3).
               10 JH-NOM-ACCT     PIC 9(6).
           05 JH-UPD-DATE         PIC 9(8).
