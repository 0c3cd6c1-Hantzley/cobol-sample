      *> Cumulative mailed-to history, one line per piece written to a
      *> mailing file by READ-CSV or CAMPAIGN-EXTRACT: the merge-purge
      *> key (LAST+FIRST+ZIP, always the recipient's real name, never a
      *> household label), the run date it was mailed, the department
      *> source code it was mailed for (blank on a single-source run or
      *> a campaign extract from the master) and the piece serial
      *> printed on its label.  Append-only across runs.  Source and
      *> serial were added at the end of the line, so lines written
      *> before they existed read back with both blank.
       01  MAILHIST-RECORD.
           05 MHT-LAST-NAME      PIC X(25).
           05 MHT-FIRST-NAME     PIC X(15).
           05 MHT-ZIP            PIC X(10).
           05 FILLER             PIC X.
           05 MHT-MAIL-DATE      PIC X(8).
           05 FILLER             PIC X.
           05 MHT-SOURCE-CODE    PIC X(2).
           05 FILLER             PIC X.
           05 MHT-PIECE-SERIAL   PIC X(10).
