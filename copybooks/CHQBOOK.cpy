      *****************************************************
      * Cheque-book issuance register record, keyed by
      * account + the first leaf number of the series
      * (cheque_books.dat). Shared by CHQBOOK (issue,
      * surrender, the recall list for closed accounts) and
      * CLEARING, which returns a presented cheque whose
      * number lies outside every issued series on the
      * account.
      *
      * A series runs CB-FIRST-LEAF through CB-LAST-LEAF
      * inclusive, CB-LEAVES leaves. Series on one account
      * never overlap.
      *
      * CB-STATUS: 'I' issued (leaves payable)
      *            'S' surrendered (book handed back on
      *                CB-SURR-DATE - unused leaves are
      *                cancelled; kept for the record,
      *                never deleted)
      *****************************************************
       01  CHEQUE-BOOK-REC.
           05 CB-KEY.
               10 CB-ACCT         PIC 9(6).
               10 CB-FIRST-LEAF   PIC 9(6).
           05 CB-LAST-LEAF        PIC 9(6).
           05 CB-LEAVES           PIC 9(3).
           05 CB-ISSUE-DATE       PIC 9(8).
           05 CB-STATUS           PIC X.
           05 CB-SURR-DATE        PIC 9(8).
