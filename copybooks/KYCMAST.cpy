      *****************************************************
      * Customer KYC (identity verification) record, keyed
      * by KY-CUST-NO - one per customer on
      * customer_master.dat (kyc_master.dat). Shared by
      * CUSTMNT (recorded with the customer and on every
      * re-KYC), KYCREV (the periodic re-KYC review that
      * freezes accounts whose review has lapsed) and
      * ENQUIRY.
      *
      * KY-ID-TYPE: PASS passport, PAN  tax card,
      *             AADH national ID, VOTR voter card,
      *             DRVL driving licence
      * KY-RISK:    'H' high, 'M' medium, 'L' low - sets how
      *             often the customer must be re-verified
      *             (KYCREV, kyc_config.txt)
      * KY-LAST-DATE (YYYYMMDD) is the date the documents
      * were last verified; re-KYC falls due a fixed number
      * of years after it.
      *****************************************************
       01  KYC-MASTER-REC.
           05 KY-CUST-NO          PIC 9(6).
           05 KY-ID-TYPE          PIC X(4).
           05 KY-ID-NO            PIC X(20).
           05 KY-DOB              PIC 9(8).
           05 KY-RISK             PIC X.
           05 KY-LAST-DATE        PIC 9(8).
