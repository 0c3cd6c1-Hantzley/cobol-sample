      *> Shared record layouts for the general ledger journal-entry
      *> interface file written by POSTAGE-CHARGEBACK and loaded by the
      *> GL.  One balanced journal per file: a debit line per charged
      *> cost center, the matching credit line, then a trailer the
      *> loader checks the line count and both sides against before it
      *> posts anything.  Amounts are dollars with an implied two-
      *> decimal cent field, always unsigned -- the side is in
      *> GLP-DR-CR.  The trailer redefines the 80-byte record area the
      *> same way the mailing file's envelope records do.
       01  GLPOST-DETAIL-RECORD.
           05 GLP-RECORD-TYPE    PIC X.
           05 FILLER             PIC X.
           05 GLP-ENTRY-DATE     PIC X(8).
           05 FILLER             PIC X.
           05 GLP-JOURNAL-REF    PIC X(12).
           05 FILLER             PIC X.
           05 GLP-ACCOUNT        PIC X(6).
           05 FILLER             PIC X.
           05 GLP-COST-CENTER    PIC X(4).
           05 FILLER             PIC X.
           05 GLP-DR-CR          PIC X.
           05 FILLER             PIC X.
           05 GLP-AMOUNT         PIC 9(9)V99.
           05 FILLER             PIC X.
           05 GLP-DESCRIPTION    PIC X(30).
       01  GLPOST-TRAILER-RECORD.
           05 GLT-RECORD-TYPE    PIC X.
           05 FILLER             PIC X.
           05 GLT-ENTRY-DATE     PIC X(8).
           05 FILLER             PIC X.
           05 GLT-JOURNAL-REF    PIC X(12).
           05 FILLER             PIC X.
           05 GLT-LINE-COUNT     PIC 9(6).
           05 FILLER             PIC X.
           05 GLT-DEBIT-TOTAL    PIC 9(9)V99.
           05 FILLER             PIC X.
           05 GLT-CREDIT-TOTAL   PIC 9(9)V99.
           05 FILLER             PIC X(26).
