      *> Piece serial register, ./data/serialreg.dat: one line per
      *> mailing file, appended by READ-CSV or CAMPAIGN-EXTRACT before
      *> the first detail goes out, reserving the block of serial
      *> numbers FIRST through LAST for that file.  The next block
      *> always starts one past the highest LAST on the register, so a
      *> serial is never issued twice -- not across runs, not between
      *> the two programs, and not when a failed run is rerun (the
      *> rerun reserves a fresh block).  A block is sized to the pieces
      *> that could go out, so serials lost to duplicates and household
      *> consolidation leave gaps; gaps are expected.  The line is also
      *> how a serial is traced back to the mailing file, program and
      *> run that issued it.
       01  SERIAL-REGISTER-RECORD.
           05 SRG-FIRST-SERIAL   PIC 9(10).
           05 FILLER             PIC X.
           05 SRG-LAST-SERIAL    PIC 9(10).
           05 FILLER             PIC X.
           05 SRG-RUN-DATE       PIC X(8).
           05 FILLER             PIC X.
           05 SRG-RUN-TIME       PIC X(6).
           05 FILLER             PIC X.
           05 SRG-PROGRAM        PIC X(16).
           05 FILLER             PIC X.
           05 SRG-MAILING-FILE   PIC X(100).
