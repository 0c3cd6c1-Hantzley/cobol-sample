      *> Fixed-format NCOA submission file the move-update vendor
      *> takes, written by NCOA-EXTRACT from master.dat: a header
      *> naming the submission and the date it was cut, one detail per
      *> master record in master order, and a trailer with the detail
      *> count the vendor balances its intake to.  All three share the
      *> 120-byte record area the way the mailing file's envelope
      *> records do.  READ-CSV reads the details back, when the
      *> vendor's moves file comes in, to measure the match rate.
       01  NCOA-SUB-DETAIL.
           05 NSD-RECORD-TYPE    PIC X.
           05 NSD-SEQUENCE       PIC 9(9).
           05 NSD-LAST-NAME      PIC X(25).
           05 NSD-FIRST-NAME     PIC X(15).
           05 NSD-STREET         PIC X(30).
           05 NSD-CITY           PIC X(15).
           05 NSD-STATE          PIC X(2).
           05 NSD-ZIP5           PIC X(5).
           05 NSD-ZIP4           PIC X(4).
           05 FILLER             PIC X(14).
       01  NCOA-SUB-HEADER.
           05 NSH-RECORD-TYPE    PIC X.
           05 NSH-SUBMISSION-ID  PIC X(14).
           05 NSH-SUBMISSION-DATE PIC X(8).
           05 NSH-LIST-NAME      PIC X(30).
           05 FILLER             PIC X(67).
       01  NCOA-SUB-TRAILER.
           05 NST-RECORD-TYPE    PIC X.
           05 NST-SUBMISSION-ID  PIC X(14).
           05 NST-RECORD-COUNT   PIC 9(9).
           05 FILLER             PIC X(96).
