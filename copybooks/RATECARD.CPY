      *> Shared record layout for the mail vendor's postal rate card,
      *> read by PRESORT-REPORT, INVOICE-RECON and TRAY-MANIFEST.  One
      *> line per rate class per effective date, e.g.
      *>     20240101 BULK RATE  00150 0466
      *>     20240101 FULL RATE  00000 0735
      *> The card is never edited in place when the vendor changes its
      *> rates: a new pair of lines is added with the new effective
      *> date, so a mailing file (or an old invoice) is always priced
      *> at the rates in force on its own HDR-RUN-DATE.  The minimum
      *> piece count is the presort qualification rule and only means
      *> anything on the BULK RATE line; the rate is dollars per piece
      *> with an implied three-decimal field.
       01  RATECARD-RECORD.
           05 RTC-EFFECTIVE-DATE PIC X(8).
           05 FILLER             PIC X.
           05 RTC-RATE-CLASS     PIC X(10).
           05 FILLER             PIC X.
           05 RTC-MIN-PIECES     PIC 9(5).
           05 FILLER             PIC X.
           05 RTC-RATE           PIC 9V999.
