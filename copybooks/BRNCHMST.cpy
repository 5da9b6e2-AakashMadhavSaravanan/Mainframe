      *****************************************************
      * Branch master record, keyed by BM-CODE - the same
      * two-digit branch code the batch headers carry
      * (AH-BRANCH, TH-BRANCH, RG-BRANCH) and ACCT-BRANCH
      * holds as an account's home branch. Code 00 is head
      * office. Shared by BRNCHMNT (maintenance), ACCTMNT
      * (proves a home branch exists) and BRNCHPOS (the
      * daily branch position and inter-branch settlement).
      *
      * BM-IFSC is the eleven-character IFSC-style routing
      * code printed on cheques and remittance advices.
      *
      * BM-STATUS: 'A' open
      *            'C' closed (no new accounts may be homed
      *                there; kept for the record, never
      *                deleted)
      *****************************************************
       01  BRANCH-MASTER-REC.
           05 BM-CODE             PIC 99.
           05 BM-NAME             PIC X(25).
           05 BM-ADDR-1           PIC X(25).
           05 BM-ADDR-2           PIC X(25).
           05 BM-MANAGER          PIC X(25).
           05 BM-IFSC             PIC X(11).
           05 BM-STATUS           PIC X.
