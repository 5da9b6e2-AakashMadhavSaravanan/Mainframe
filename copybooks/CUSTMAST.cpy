      * customer owns any number of account_master.dat
      * records via ACCT-CUST-NO; the name and address here
      * are what statements and notices are mailed with.
      * Shared by CUSTMNT (maintenance), CUSTRPT
      * (relationship report), CUSTDUP (duplicate-customer
      * report) and CUSTMRG, which folds a duplicate into
      * the surviving customer and removes it.
      *****************************************************
       01  CUSTOMER-MASTER-REC.
           05 CUST-NO              PIC 9(6).
