      *> Seed (decoy) name list, ./data/seeds.dat, maintained through
      *> TABLE-MAINT like the other reference tables: one line per
      *> decoy recipient at an address we control.  READ-CSV and
      *> CAMPAIGN-EXTRACT insert every seed on the list into every
      *> mailing file they write, so a seed piece arriving at one of
      *> these addresses that we did not mail that day is evidence our
      *> list was reused.  The seed id is the entry's identity and is
      *> what the seed mailing log (SEEDMAIL.CPY) and SEED-MONITOR key
      *> on; the name is a decoy that appears on no real list.
       01  SEED-RECORD.
           05 SED-SEED-ID        PIC X(6).
           05 FILLER             PIC X.
           05 SED-LAST-NAME      PIC X(25).
           05 FILLER             PIC X.
           05 SED-FIRST-NAME     PIC X(15).
           05 FILLER             PIC X.
           05 SED-STREET         PIC X(30).
           05 FILLER             PIC X.
           05 SED-CITY           PIC X(15).
           05 FILLER             PIC X.
           05 SED-STATE          PIC XX.
           05 FILLER             PIC X.
           05 SED-ZIP            PIC X(10).
