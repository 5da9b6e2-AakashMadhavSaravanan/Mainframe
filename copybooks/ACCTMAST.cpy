      * (deposits, withdrawals, transfers, penalties) and
      * drives the DORMANT review; zero means no activity
      * recorded since the field was introduced.
      *
      * ACCT-BRANCH is the home branch that owns the account
      * (BRNCHMST.cpy, branch_master.dat), set and changed
      * through ACCTMNT. Zero is head office (branch 00),
      * where legacy records not yet assigned to a branch
      * sit. A master written before the field existed
      * converts through MSTRCONV.
      *
      * ACCT-FRZ-REASON says why a frozen ('F') account was
      * frozen, and is spaces on every other status:
      *   KYC  re-KYC overdue past its grace period (set and
      *        lifted by the KYCREV review run)
      *   CUST at the customer's own request
      *   ORDR court, tax or regulator order
      *   DCSD holder reported deceased
      *   OTHR any other reason given at ACCTMNT
      * Spaces on a frozen account is a freeze made before
      * the field existed. Reactivation clears it.
      *****************************************************
       01  ACCOUNT-MASTER-REC.
           05 ACCT-NO              PIC 9(6).
           05 ACCT-STATUS          PIC X.
           05 ACCT-CUST-NO         PIC 9(6).
           05 ACCT-LAST-ACT        PIC 9(8).
           05 ACCT-BRANCH          PIC 99.
           05 ACCT-FRZ-REASON      PIC X(4).
