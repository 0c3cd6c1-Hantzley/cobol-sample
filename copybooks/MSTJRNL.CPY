      *> Shared record layout for the mailing master change journal,
      *> ./data/mstjrnl.dat, appended by every program that changes
      *> the master (MASTER-UPDATE in the nightly batch, MASTER-MAINT
      *> at the mail room screen).  One line per applied add, change
      *> or delete: when, which program, who, and the whole master
      *> record before and after in MAILMAST.CPY layout -- blank
      *> before-image on an add, blank after-image on a delete.  This
      *> is the answer to "who changed this address and what was it
      *> before"; the file is never rewritten, only extended.
       01  MSTJRNL-RECORD.
           05 MJR-DATE           PIC X(8).
           05 FILLER             PIC X.
           05 MJR-TIME           PIC X(6).
           05 FILLER             PIC X.
           05 MJR-ORIGIN         PIC X(14).
           05 FILLER             PIC X.
           05 MJR-OPERATOR       PIC X(8).
           05 FILLER             PIC X.
           05 MJR-ACTION         PIC X.
           05 FILLER             PIC X.
           05 MJR-BEFORE         PIC X(98).
           05 FILLER             PIC X.
           05 MJR-AFTER          PIC X(98).
