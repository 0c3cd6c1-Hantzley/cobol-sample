      *> Captured campaign responses, ./data/resphist.dat, appended by
      *> RESPONSE-CAPTURE from each response file the fulfillment
      *> house sends: the responder's name and ZIP as the house sent
      *> them (upper-cased), the date they responded, and when and
      *> from which file the response was captured.  A response
      *> already on file (same name, 5-digit ZIP and response date) is
      *> not captured twice, so resending or rerunning a file is
      *> harmless.  Which mailing a response answers is worked out
      *> against mailhist.dat each time the report is run, not stored
      *> here.  Append-only.
       01  RESPHIST-RECORD.
           05 RSH-LAST-NAME      PIC X(25).
           05 FILLER             PIC X.
           05 RSH-FIRST-NAME     PIC X(15).
           05 FILLER             PIC X.
           05 RSH-ZIP            PIC X(10).
           05 FILLER             PIC X.
           05 RSH-RESPONSE-DATE  PIC X(8).
           05 FILLER             PIC X.
           05 RSH-CAPTURED-DATE  PIC X(8).
           05 FILLER             PIC X.
           05 RSH-RESPONSE-FILE  PIC X(100).
