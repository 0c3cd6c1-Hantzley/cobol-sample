    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

    SELECT RATECARD-FILE
    ASSIGN TO "./data/ratecard.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Vendor's per-prefix invoice: one fixed-format line per 3-digit ZIP
    COPY MAILOUT.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).
FD  RATECARD-FILE       RECORD CONTAINS 30 CHARACTERS.
    COPY RATECARD.

WORKING-STORAGE SECTION.
*> File names default to the standard paths but can be overridden by a

*> The same qualification rule and rates PRESORT-REPORT estimates
*> with -- that is the whole point: the invoice is held to exactly
*> the numbers we quoted ourselves.  Both programs read them from the
*> shared rate card as of the mailing file's HDR-RUN-DATE, so an old
*> invoice still reconciles at the rates in force when it was mailed.
01  WS-MIN-PIECES         PIC 9(5)   VALUE 0.
01  WS-RATE-PRESORT       PIC 9V999  VALUE 0.
01  WS-RATE-FULL          PIC 9V999  VALUE 0.
01  WS-RATE-STATUS        PIC XX     VALUE SPACES.
01  WS-RATE-EOF           PIC X      VALUE 'N'.
01  WS-RATE-AS-OF         PIC X(8)   VALUE SPACES.
01  WS-RATE-PRESORT-EFF   PIC X(8)   VALUE SPACES.
01  WS-RATE-FULL-EFF      PIC X(8)   VALUE SPACES.
01  WS-HDR-RUN-DATE       PIC X(8)   VALUE SPACES.

*> Our side of the reconciliation, rebuilt from the ZIP-sorted
*> mailing file with the same control break PRESORT-REPORT uses: one
01  WS-RPT-SOURCE.
    05 RPT-SRC-LABEL      PIC X(14).
    05 RPT-SRC-NAME       PIC X(100).
01  WS-RPT-HDR-DATE.
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
01  WS-RPT-COL-HEADS      PIC X(96)
    VALUE "  ZIP   OUR PIECES  OUR CLASS   INV PIECES  INV CLASS  " &
          "     EXPECTED        BILLED      VARIANCE".
        CLOSE MAILING-FILE
        STOP RUN
    END-IF.
    MOVE HDR-RUN-DATE TO WS-HDR-RUN-DATE.
    MOVE HDR-RUN-DATE TO WS-RATE-AS-OF.
    PERFORM LOAD-RATE-CARD.
    PERFORM UNTIL WS-MAILING-EOF = 'Y' OR WS-TRAILER-SEEN = 'Y'
        READ MAILING-FILE
            AT END
    MOVE 'N' TO WS-PFX-BILLED(WS-PFX-COUNT).
    ADD WS-PFX-EXPECTED(WS-PFX-COUNT) TO WS-TOTAL-EXPECTED.
    MOVE 0 TO WS-PREFIX-PIECES.
*> Picks the rate card lines in force on WS-RATE-AS-OF (the mailing
*> file's HDR-RUN-DATE): for each rate class, the line with the
*> latest effective date on or before it.  If two lines carry the
*> same class and date, the later one in the file wins, so a keying
*> error is corrected by appending a line, never by editing history.
*> No card, or no line in force for either class, stops the run --
*> a reconciliation at a guessed rate would only invent a variance.
LOAD-RATE-CARD.
    MOVE 'N' TO WS-RATE-EOF.
    OPEN INPUT RATECARD-FILE.
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "INVOICE-RECON: RATE CARD ./data/ratecard.dat COULD "
                "NOT BE OPENED (STATUS=" WS-RATE-STATUS ") -- NO "
                "RECONCILIATION"
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
        DISPLAY "INVOICE-RECON: NO BULK RATE AND FULL RATE PAIR ON "
                "THE RATE CARD IN FORCE ON " WS-RATE-AS-OF
                " -- NO RECONCILIATION"
        CLOSE MAILING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
LOAD-ONE-RATE-LINE.
    IF RTC-EFFECTIVE-DATE IS NOT NUMERIC
            OR RTC-MIN-PIECES IS NOT NUMERIC
            OR RTC-RATE IS NOT NUMERIC
        DISPLAY "INVOICE-RECON WARNING: MALFORMED RATE CARD LINE "
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
                    DISPLAY "INVOICE-RECON WARNING: UNKNOWN RATE "
                            "CLASS ON RATE CARD LINE SKIPPED: "
                            RATECARD-RECORD
            END-EVALUATE
        END-IF
    END-IF.
*> One invoice line against our table.  A prefix is in agreement when
*> the vendor's pieces and rate class both match ours; anything else
*> -- including a billed prefix we never mailed -- prints with the
    MOVE "MAILING FILE: " TO RPT-SRC-LABEL.
    MOVE WS-MAILING-FILE-NAME TO RPT-SRC-NAME.
    WRITE REPORT-LINE FROM WS-RPT-SOURCE.
    MOVE WS-HDR-RUN-DATE TO RPT-HDR-DATE.
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
