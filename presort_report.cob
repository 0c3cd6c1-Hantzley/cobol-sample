    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

    SELECT RATECARD-FILE
    ASSIGN TO "./data/ratecard.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAILING-FILE        RECORD CONTAINS 160 CHARACTERS.
    COPY MAILOUT.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).
FD  RATECARD-FILE       RECORD CONTAINS 30 CHARACTERS.
    COPY RATECARD.

WORKING-STORAGE SECTION.
*> File names default to the standard paths but can be overridden by a
*> estimate.  WS-MIN-PIECES is the minimum piece count a 3-digit ZIP
*> prefix must reach before the mail vendor gives us the presorted
*> (bulk) rate for that tray; prefixes under it fall into the residual
*> pool and pay the full single-piece rate.  All three come from the
*> rate card line in force on the mailing file's HDR-RUN-DATE (see
*> LOAD-RATE-CARD) -- the report is an estimate for the morning
*> go/no-go call, not an invoice, but it must quote the same rates
*> INVOICE-RECON will later hold the vendor to.
01  WS-MIN-PIECES         PIC 9(5)   VALUE 0.
01  WS-RATE-PRESORT       PIC 9V999  VALUE 0.
01  WS-RATE-FULL          PIC 9V999  VALUE 0.
01  WS-RATE-STATUS        PIC XX     VALUE SPACES.
01  WS-RATE-EOF           PIC X      VALUE 'N'.
01  WS-RATE-AS-OF         PIC X(8)   VALUE SPACES.
01  WS-RATE-PRESORT-EFF   PIC X(8)   VALUE SPACES.
01  WS-RATE-FULL-EFF      PIC X(8)   VALUE SPACES.

*> Control-break state: the file arrives from READ-CSV already in ZIP
*> order, so one sequential pass with a break on the first three ZIP
    05 FILLER             PIC X(27)
       VALUE "MAILING FILE RUN DATE....: ".
    05 RPT-HDR-DATE       PIC X(8).
01  WS-RPT-RATE.
    05 RPT-RATE-LABEL     PIC X(27).
    05 RPT-RATE-AMOUNT    PIC $9.999.
    05 FILLER             PIC X(22) VALUE " PER PIECE, EFFECTIVE ".
    05 RPT-RATE-EFF-DATE  PIC X(8).
    05 RPT-RATE-MIN-LABEL PIC X(10).
    05 RPT-RATE-MIN       PIC ZZZZ9 BLANK WHEN ZERO.
    05 RPT-RATE-MIN-TAIL  PIC X(18).
01  WS-RPT-COL-HEADS      PIC X(52)
    VALUE "  ZIP    PIECES      RATE CLASS  EST POSTAGE".
01  WS-RPT-DETAIL.
        STOP RUN
    END-IF.
    PERFORM CHECK-HEADER-RECORD.
    MOVE HDR-RUN-DATE TO WS-RATE-AS-OF.
    PERFORM LOAD-RATE-CARD.
    OPEN OUTPUT REPORT-FILE.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM UNTIL WS-MAILING-EOF = 'Y' OR WS-TRAILER-SEEN = 'Y'
        CLOSE MAILING-FILE
        STOP RUN
    END-IF.
*> Picks the rate card lines in force on WS-RATE-AS-OF (the mailing
*> file's HDR-RUN-DATE): for each rate class, the line with the
*> latest effective date on or before it.  If two lines carry the
*> same class and date, the later one in the file wins, so a keying
*> error is corrected by appending a line, never by editing history.
*> No card, or no line in force for either class, stops the run --
*> an estimate at a guessed rate is worse than no estimate.
LOAD-RATE-CARD.
    MOVE 'N' TO WS-RATE-EOF.
    OPEN INPUT RATECARD-FILE.
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "PRESORT-REPORT: RATE CARD ./data/ratecard.dat COULD "
                "NOT BE OPENED (STATUS=" WS-RATE-STATUS ") -- NO "
                "REPORT PRODUCED"
        CLOSE MAILING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-RATE-EOF = 'Y'
        READ RATECARD-FILE
            AT END
                MOVE 'Y' TO WS-RATE-EOF
            NOT AT END
                PERFORM LOAD-ONE-RATE-LINE
        END-READ
    END-PERFORM.
    CLOSE RATECARD-FILE.
    IF WS-RATE-PRESORT-EFF = SPACES OR WS-RATE-FULL-EFF = SPACES
        DISPLAY "PRESORT-REPORT: NO BULK RATE AND FULL RATE PAIR ON "
                "THE RATE CARD IN FORCE ON " WS-RATE-AS-OF
                " -- NO REPORT PRODUCED"
        CLOSE MAILING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
LOAD-ONE-RATE-LINE.
    IF RTC-EFFECTIVE-DATE IS NOT NUMERIC
            OR RTC-MIN-PIECES IS NOT NUMERIC
            OR RTC-RATE IS NOT NUMERIC
        DISPLAY "PRESORT-REPORT WARNING: MALFORMED RATE CARD LINE "
                "SKIPPED: " RATECARD-RECORD
    ELSE
        IF RTC-EFFECTIVE-DATE <= WS-RATE-AS-OF
            EVALUATE RTC-RATE-CLASS
                WHEN "BULK RATE"
                    IF RTC-EFFECTIVE-DATE >= WS-RATE-PRESORT-EFF
                        MOVE RTC-EFFECTIVE-DATE TO WS-RATE-PRESORT-EFF
                        MOVE RTC-RATE TO WS-RATE-PRESORT
                        MOVE RTC-MIN-PIECES TO WS-MIN-PIECES
                    END-IF
                WHEN "FULL RATE"
                    IF RTC-EFFECTIVE-DATE >= WS-RATE-FULL-EFF
                        MOVE RTC-EFFECTIVE-DATE TO WS-RATE-FULL-EFF
                        MOVE RTC-RATE TO WS-RATE-FULL
                    END-IF
                WHEN OTHER
                    DISPLAY "PRESORT-REPORT WARNING: UNKNOWN RATE "
                            "CLASS ON RATE CARD LINE SKIPPED: "
                            RATECARD-RECORD
            END-EVALUATE
        END-IF
    END-IF.
WRITE-REPORT-HEADING.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    WRITE REPORT-LINE FROM WS-RPT-SOURCE.
    MOVE HDR-RUN-DATE TO RPT-HDR-DATE.
    WRITE REPORT-LINE FROM WS-RPT-HDR-DATE.
    MOVE "BULK RATE IN FORCE.......: " TO RPT-RATE-LABEL.
    MOVE WS-RATE-PRESORT TO RPT-RATE-AMOUNT.
    MOVE WS-RATE-PRESORT-EFF TO RPT-RATE-EFF-DATE.
    MOVE ", MINIMUM " TO RPT-RATE-MIN-LABEL.
    MOVE WS-MIN-PIECES TO RPT-RATE-MIN.
    MOVE " PIECES PER PREFIX" TO RPT-RATE-MIN-TAIL.
    WRITE REPORT-LINE FROM WS-RPT-RATE.
    MOVE "FULL RATE IN FORCE.......: " TO RPT-RATE-LABEL.
    MOVE WS-RATE-FULL TO RPT-RATE-AMOUNT.
    MOVE WS-RATE-FULL-EFF TO RPT-RATE-EFF-DATE.
    MOVE SPACES TO RPT-RATE-MIN-LABEL RPT-RATE-MIN-TAIL.
    MOVE 0 TO RPT-RATE-MIN.
    WRITE REPORT-LINE FROM WS-RPT-RATE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-RPT-COL-HEADS.
