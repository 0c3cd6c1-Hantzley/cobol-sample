      *> every existing reader) is unchanged; blank on a
      *> single-source run.
           05 OUT-SOURCE-CODE   PIC X(2).
      *> Piece serial from the block the writing run reserved on the
      *> serial register (SERIALRG.CPY), unique across every mailing
      *> file either writer has produced; LABEL-PRINT prints it as a
      *> scannable keyline.  Carved from the pad like OUT-SOURCE-CODE;
      *> blank on a file written before serials were issued.
           05 OUT-PIECE-SERIAL  PIC 9(10).
      *> Seed id (SEEDLIST.CPY) on a decoy piece the writer inserted,
      *> blank on every real piece.  Seeds are real pieces to the mail
      *> stream -- presorted, labelled, trayed, billed and counted in
      *> TRL-RECORD-COUNT -- but carry no source code and never reach
      *> the master, the mailed-to history or a department's counts.
           05 OUT-SEED-ID       PIC X(6).
           05 FILLER            PIC X(20).
       01  OUTPUT-HEADER-RECORD.
           05 HDR-ID             PIC X(6)   VALUE "HDRREC".
           05 FILLER             PIC X(2).
