      *****************************************************
      * Interest rate history record, keyed by account type
      * and the date the rate takes effect (rate_history.dat)
      * - one record per rate change treasury makes. The
      * rate in force for a type on any date is the one with
      * the latest RH-EFF-DATE not after that date; a type
      * with no history before the date runs at AT-INT-RATE
      * from account_type.txt. Written by RATEMNT, read by
      * INTACCR for each night's accrual and by RATEREG, the
      * rate-change register.
      *
      * RH-INT-RATE is MONTHLY, the AT-INT-RATE convention.
      * RH-OLD-RATE is the rate it replaced - the one in
      * force the day before RH-EFF-DATE. RH-ENTERED-BY is
      * the operator (teller_master.txt TM-ID) who keyed
      * the change, on business date RH-ENTRY-DATE.
      *****************************************************
       01  RATE-HIST-REC.
           05 RH-KEY.
               10 RH-TYPE         PIC X(4).
               10 RH-EFF-DATE     PIC 9(8).
           05 RH-INT-RATE         PIC 9V9(4).
           05 RH-OLD-RATE         PIC 9V9(4).
           05 RH-ENTERED-BY       PIC X(4).
           05 RH-ENTRY-DATE       PIC 9(8).
