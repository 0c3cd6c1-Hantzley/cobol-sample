      *> Cumulative returned-mail history, ./data/nixie.dat, written by
      *> NIXIE-CAPTURE: one line per returned piece -- the mailing
      *> identity (ZIP + LAST + FIRST, which is also the master key in
      *> a different order), the capture date and the return-reason
      *> code the operator keyed.  When the piece was keyed by its
      *> serial, the serial, the date it was mailed and its source
      *> department code follow; they are blank on a return keyed by
      *> ZIP and name, and on lines written before serials existed.
      *> Append-only -- the count of same-key lines is what drives the
      *> delete threshold.
       01  NIXIE-RECORD.
           05 NIX-ZIP            PIC X(10).
           05 FILLER             PIC X.
           05 NIX-LAST-NAME      PIC X(25).
           05 FILLER             PIC X.
           05 NIX-FIRST-NAME     PIC X(15).
           05 FILLER             PIC X.
           05 NIX-CAPTURE-DATE   PIC X(8).
           05 FILLER             PIC X.
           05 NIX-REASON-CODE    PIC X(4).
           05 FILLER             PIC X.
           05 NIX-PIECE-SERIAL   PIC X(10).
           05 FILLER             PIC X.
           05 NIX-MAIL-DATE      PIC X(8).
           05 FILLER             PIC X.
           05 NIX-SOURCE-CODE    PIC X(2).
