      *> Reconciled postage history, ./data/postcost.dat, appended by
      *> POSTAGE-CHARGEBACK once a chargeback balances to the invoice:
      *> one line per invoice line per department share -- the run
      *> date of the mailing it paid for (HDR-RUN-DATE, the same date
      *> the mailing's pieces carry on mailhist.dat), the source code
      *> (blank for untagged pieces), the 3-digit ZIP prefix, rate
      *> class, our pieces and the dollars charged.  Each chargeback
      *> run is stamped with the date and time it ran; running the
      *> chargeback again for the same mailing file supersedes the
      *> earlier run's lines, so a reader keeps only the latest stamp
      *> for each mailing date and mailing file.  Append-only.
       01  POSTCOST-RECORD.
           05 PCH-MAIL-DATE      PIC X(8).
           05 FILLER             PIC X.
           05 PCH-CHARGED-DATE   PIC X(8).
           05 FILLER             PIC X.
           05 PCH-CHARGED-TIME   PIC X(6).
           05 FILLER             PIC X.
           05 PCH-SOURCE-CODE    PIC X(2).
           05 FILLER             PIC X.
           05 PCH-PREFIX         PIC X(3).
           05 FILLER             PIC X.
           05 PCH-RATE-CLASS     PIC X(10).
           05 FILLER             PIC X.
           05 PCH-PIECES         PIC 9(9).
           05 FILLER             PIC X.
           05 PCH-CHARGE         PIC 9(7)V99.
           05 FILLER             PIC X.
           05 PCH-MAILING-FILE   PIC X(100).
