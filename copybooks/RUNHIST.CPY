      *> console and are otherwise gone), and the input/output files
      *> actually used.  The file is append-only and permanent -- it
      *> is the operational paper trail for auditors and for the
      *> morning "did last night's batch look normal" check.  Lines
      *> past retention are moved to dated archive files by
      *> HIST-ARCHIVE, never deleted.
       01  RUNHIST-RECORD.
           05 RH-RUN-DATE           PIC X(8).
           05 FILLER                PIC X.
