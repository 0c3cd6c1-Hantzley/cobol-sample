      *> NCOA cycle tracking file, ./data/ncoatrk.dat, append-only.
      *> NCOA-EXTRACT writes an "S" line for every submission it cuts
      *> (the submission file's path and detail count); READ-CSV
      *> writes an "R" line against the submission when the vendor's
      *> moves file is used on a MOVES= run (the moves file's path,
      *> the moves it held and how many matched a submitted record).
      *> A submission with an R line is a completed move-update cycle;
      *> its submission date is what the USPS 95-day window is counted
      *> from.  A submission with no R line was never returned.
       01  NCOATRK-RECORD.
           05 NTK-EVENT          PIC X.
           05 FILLER             PIC X.
           05 NTK-SUBMISSION-ID  PIC X(14).
           05 FILLER             PIC X.
           05 NTK-SUBMISSION-DATE PIC X(8).
           05 FILLER             PIC X.
           05 NTK-RECORD-COUNT   PIC 9(9).
           05 FILLER             PIC X.
           05 NTK-EVENT-DATE     PIC X(8).
           05 FILLER             PIC X.
           05 NTK-MOVES-COUNT    PIC 9(9).
           05 FILLER             PIC X.
           05 NTK-MATCHED-COUNT  PIC 9(9).
           05 FILLER             PIC X.
           05 NTK-FILE-NAME      PIC X(100).
