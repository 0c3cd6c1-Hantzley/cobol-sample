      *> Seed mailing log, ./data/seedmail.dat: one line per seed piece
      *> READ-CSV or CAMPAIGN-EXTRACT put on a mailing file -- the seed,
      *> the run date it was mailed, its piece serial, the decoy name
      *> it was addressed to, and the program and mailing file that
      *> carried it.  Seeds are kept off the mailed-to history, so this
      *> is the only record of which seed mailings are ours;
      *> SEED-MONITOR matches every seed piece received against it.
      *> Append-only.
       01  SEED-MAIL-RECORD.
           05 SML-SEED-ID        PIC X(6).
           05 FILLER             PIC X.
           05 SML-MAIL-DATE      PIC X(8).
           05 FILLER             PIC X.
           05 SML-PIECE-SERIAL   PIC X(10).
           05 FILLER             PIC X.
           05 SML-LAST-NAME      PIC X(25).
           05 FILLER             PIC X.
           05 SML-FIRST-NAME     PIC X(15).
           05 FILLER             PIC X.
           05 SML-PROGRAM        PIC X(16).
           05 FILLER             PIC X.
           05 SML-MAILING-FILE   PIC X(100).
