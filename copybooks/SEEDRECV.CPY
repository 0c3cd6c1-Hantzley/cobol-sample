      *> Seed receipt log, ./data/seedrecv.dat, written by SEED-MONITOR:
      *> one line per seed piece that arrived back at one of our seed
      *> addresses -- the date it was logged, the seed it was addressed
      *> to, the mail date off the postmark or indicia, the piece
      *> serial when the piece carries one of our keylines, and the
      *> mailer named on the piece, if any.  Whether the piece matches
      *> a mailing of ours is worked out against the seed mailing log
      *> each time the monitor reports, not stored here.  Append-only.
       01  SEED-RECEIPT-RECORD.
           05 SRV-RECEIVED-DATE  PIC X(8).
           05 FILLER             PIC X.
           05 SRV-SEED-ID        PIC X(6).
           05 FILLER             PIC X.
           05 SRV-LAST-NAME      PIC X(25).
           05 FILLER             PIC X.
           05 SRV-FIRST-NAME     PIC X(15).
           05 FILLER             PIC X.
           05 SRV-MAIL-DATE      PIC X(8).
           05 FILLER             PIC X.
           05 SRV-PIECE-SERIAL   PIC X(10).
           05 FILLER             PIC X.
           05 SRV-MAILER         PIC X(40).
