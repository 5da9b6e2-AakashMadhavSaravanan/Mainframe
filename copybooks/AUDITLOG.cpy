      * AL-AMOUNT-1/2/3 and AL-DETAIL are interpreted per
      * AL-ACTION:
      *   DEPOSIT - AL-AMOUNT-1/2/3 = deposit amt/old bal/new
      *             bal, AL-STATUS = OK or OVFL (still
      *             overdrawn past any sanctioned overdraft
      *             line)
      *   WITHDRAW- AL-AMOUNT-1/2/3 = withdrawal amt/old bal/
      *             new bal (old bal repeated on a refusal),
      *             AL-STATUS = OK, OVFL (overdraft refused),
      *             instalment (LOANEMI): EMI-DR keyed on
      *             the account debited (the leg RECON
      *             replays), EMI-CR keyed on the loan with
      *             the principal part in AL-AMOUNT-1 and
      *             old/new outstanding in AL-AMOUNT-2/3.
      *             When an overdue instalment is recovered
      *             EMI-DR carries the instalment plus its
      *             penal interest. Bounced instalments are
      *             reported on loan_arrears.txt and booked
      *             on loan_overdue.dat, not logged here.
      *   EMI-INT - the interest part of a collected
      *             instalment, keyed on the loan:
      *             AL-AMOUNT-1/2/3 = interest/instalment/
      *             interest paid to date, AL-DETAIL = LOAN=
      *             number and RATE= annual rate. Loan
      *             interest income - GLSUMM totals it,
      *             RECON passes it over.
      *   EMI-PEN - penal interest collected with a
      *             recovered overdue instalment, keyed on
      *             the loan: AL-AMOUNT-1/2/3 = penal/
      *             instalment/days past due, AL-DETAIL =
      *             LOAN= number and DUE= the date the
      *             instalment fell due. Penal income -
      *             GLSUMM totals it, RECON passes it over.
      *   LN-NPA/LN-STD - a loan reclassified non-
      *             performing / back to standard by
      *             LOANEMI, keyed on the loan:
      *             AL-AMOUNT-1/2/3 = outstanding/principal
      *             overdue/days past due, AL-DETAIL = LOAN=
      *             number and OLDEST= oldest unpaid due
      *             date. No money moves.
      *   CHQ-DR  - inward clearing cheque debited by
      *             CLEARING (written to withdraw_result.txt
      *             alongside WITHDRAW's entries):
      *             bal (old bal repeated on a return),
      *             AL-DETAIL = CHQ= number and BANK=
      *             presenting bank, AL-STATUS = OK or the
      *             return reason (STOP stopped, NISS number
      *             not issued to the account, DUPL number
      *             already paid, plus the WITHDRAW codes).
      *   OCL-CR  - outward clearing cheque lodged by a
      *             customer and credited by OUTCLR (held
      *             until the clearing house pays it):
      *             AL-AMOUNT-1/2/3 = cheque amt/old bal/new
      *             bal, AL-DETAIL = CHQ= number and BANK=
      *             drawee bank. Refused lodgements are
      *             reported on outward_report.txt only.
      *   OCL-RTN/OCL-CHG - an outward cheque returned
      *             unpaid: OCL-RTN reverses its credit,
      *             OCL-CHG debits the return charge, both
      *             AL-AMOUNT-1/2/3 = amount/old bal/new bal
      *             with AL-DETAIL = CHQ= and BANK= (RSN=
      *             the clearing house's reason on OCL-RTN).
      *             A charge that could not post is reported
      *             on outward_report.txt only.
      *   TD-DR/TD-OPN - the two legs of a term-deposit
      *             booking (TDOPEN): TD-DR keyed on the
      *             source account debited (the leg RECON
      *             a matured / prematurely closed deposit,
      *             AL-DETAIL = TD= number, DAYS= run, RATE=
      *             applied.
      *   SWP-DR/SWP-IN - the two legs of a nightly sweep of
      *             savings above a mandate's threshold into
      *             a new term deposit (SWEEP): SWP-DR keyed
      *             on the account debited (amt/old bal/new
      *             bal - the leg RECON replays, AL-DETAIL =
      *             TD= number and THRESHOLD=), SWP-IN keyed
      *             on the deposit, shaped as TD-OPN.
      *   SWP-CR/SWP-OUT - a reverse sweep by SWPOUT, one
      *             sweep deposit broken early to cover a
      *             debit that would otherwise bounce:
      *             SWP-CR keyed on the account credited
      *             (payout/old bal/new bal, AL-DETAIL = TD=
      *             number and BY= the debit program),
      *             SWP-OUT keyed on the deposit, shaped as
      *             TD-CLS.
      *   SWP-MAND/SWP-CANC - a sweep mandate set up or
      *             amended / cancelled by SWPMNT (written
      *             to acct_maint_audit.txt): AL-AMOUNT-1 =
      *             the threshold, AL-AMOUNT-2/3 = balance,
      *             AL-DETAIL = UNIT=, DAYS= tenor and RATE=.
      *             No money moves.
      *   REV-DR/REV-CR - a reversal posted by REVERSAL
      *             against an existing entry: REV-DR backs
      *             out a posted DEPOSIT, REV-CR backs out a
      *             allowance. Charges that could not post
      *             are reported on svc_uncollected.txt
      *             only.
      *   ODINT-DR- overdraft debit interest charged by
      *             INTEREST at month end from the facility's
      *             accrual: AL-AMOUNT-1/2/3 = interest/old
      *             bal/new bal, AL-DETAIL = OD RATE= annual
      *             rate and LIMIT= the sanctioned line.
      *   PENALTY - AL-AMOUNT-1/2/3 = balance before/fee/
      *             balance after, AL-DETAIL = effective
      *             minimum balance that was not maintained
      *   KYC-FRZ/KYC-REL - an account frozen because its
      *             customer's re-KYC lapsed / released once
      *             the re-KYC was recorded (KYCREV, written
      *             to acct_maint_audit.txt beside ACCTMNT's
      *             maintenance entries): AL-AMOUNT-1 zero,
      *             AL-AMOUNT-2/3 = balance, AL-DETAIL =
      *             CUST= owner and DUE= re-KYC due date. No
      *             money moves.
      *   OD-SANC/OD-CANC - an overdraft facility sanctioned
      *             or renewed / cancelled by ODLMNT (written
      *             to acct_maint_audit.txt): AL-AMOUNT-1 =
      *             the limit, AL-AMOUNT-2/3 = balance,
      *             AL-DETAIL = RATE= annual rate and EXP=
      *             expiry date. No money moves.
      *   REJECT  - AL-KEY = S-ID, AL-AMOUNT-1/2/3 unused
      *             (zero), AL-STATUS = reject code (E01 etc),
      *             AL-DETAIL = reject reason text
      *
      * AL-SEQ, AL-CTL-TOTAL and AL-CTL-HASH are the seal.
      * Writers leave them to AUDSEAL, which stamps each
      * new entry at end of day with the next number in the
      * log's unbroken sequence, the running total of
      * AL-AMOUNT-1 and a running hash over the whole entry
      * - sequence, timestamp, key, all three amounts with
      * their signs, program, action, status and detail -
      * carried on from audit_seal_ctl.txt (SEALCTL.cpy)
      * across runs and ARCHIVE generations. AUDVRFY proves
      * the chain.
      * Entries logged before sealing began read with these
      * fields blank.
      *****************************************************
       01  AUDIT-LOG-REC.
           05 AL-PROGRAM           PIC X(8).
           05 FILLER               PIC X.
           05 AL-DETAIL            PIC X(40).
           05 FILLER               PIC X(7).
           05 AL-SEQ               PIC 9(9).
           05 FILLER               PIC X.
           05 AL-CTL-TOTAL         PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X.
           05 AL-CTL-HASH          PIC 9(15).
