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
*> system: one MNHDR batch header, one MNTRY record per 3-digit ZIP
*> prefix (tray), and one MNTRL trailer whose totals balance to the
*> mailing file's own TRLREC count -- replacing the manual keying of
*> the printed presort report.  Tray and trailer records also carry
*> piece serial counts so the vendor can account for every serialized
*> piece by tray.
FD  MANIFEST-FILE       RECORD CONTAINS 85 CHARACTERS.
01  MANIFEST-RECORD     PIC X(85).
FD  RATECARD-FILE       RECORD CONTAINS 30 CHARACTERS.
    COPY RATECARD.

WORKING-STORAGE SECTION.
*> File names default to the standard paths but can be overridden by a
*> Same presort qualification rule PRESORT-REPORT applies: a tray
*> (3-digit ZIP prefix) at or over WS-MIN-PIECES pieces goes at the
*> presorted rate class, under it at the full single-piece class.
*> The minimum comes from the shared rate card line in force on the
*> mailing file's HDR-RUN-DATE -- the vendor reconciles this manifest
*> against the same rule.  The rates themselves are loaded with it
*> but the manifest carries only the class.
01  WS-MIN-PIECES         PIC 9(5)   VALUE 0.
01  WS-RATE-PRESORT       PIC 9V999  VALUE 0.
01  WS-RATE-FULL          PIC 9V999  VALUE 0.
01  WS-RATE-STATUS        PIC XX     VALUE SPACES.
01  WS-RATE-EOF           PIC X      VALUE 'N'.
01  WS-RATE-AS-OF         PIC X(8)   VALUE SPACES.
01  WS-RATE-PRESORT-EFF   PIC X(8)   VALUE SPACES.
01  WS-RATE-FULL-EFF      PIC X(8)   VALUE SPACES.

*> Control-break state: the file arrives from READ-CSV already in ZIP
*> order, so one pass with a break on the first three ZIP digits
01  WS-PREFIX-PIECES      PIC 9(9)   VALUE 0.
01  WS-PREFIX-LOW-ZIP     PIC X(10)  VALUE SPACES.
01  WS-PREFIX-HIGH-ZIP    PIC X(10)  VALUE SPACES.
*> Serialized pieces in the tray and the lowest/highest serial among
*> them.  Serials are zero-filled to a fixed width, so they compare
*> correctly as characters; a tray with no serialized piece (a file
*> written before serials were issued) reports a zero count and
*> blank bounds.
01  WS-PREFIX-SERIALS     PIC 9(9)   VALUE 0.
01  WS-PREFIX-LOW-SERIAL  PIC X(10)  VALUE SPACES.
01  WS-PREFIX-HIGH-SERIAL PIC X(10)  VALUE SPACES.

*> Run totals for the manifest trailer and the console summary.
01  WS-COUNT-DETAIL       PIC 9(9)   VALUE 0.
01  WS-COUNT-TRAYS        PIC 9(4)   VALUE 0.
01  WS-TRAILER-COUNT      PIC 9(9)   VALUE 0.
01  WS-COUNT-SERIALS      PIC 9(9)   VALUE 0.

*> Manifest record layouts, built in working storage and written
*> through the one FD record, the same way the report programs build
    05 MFT-PIECES         PIC 9(9).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFT-RATE-CLASS     PIC X(10).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFT-SERIAL-COUNT   PIC 9(9).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFT-LOW-SERIAL     PIC X(10).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFT-HIGH-SERIAL    PIC X(10).
01  WS-MAN-TRAILER.
    05 MFR-ID             PIC X(5)   VALUE "MNTRL".
    05 FILLER             PIC X      VALUE SPACE.
    05 MFR-TRAY-COUNT     PIC 9(4).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFR-PIECE-COUNT    PIC 9(9).
    05 FILLER             PIC X      VALUE SPACE.
    05 MFR-SERIAL-COUNT   PIC 9(9).

PROCEDURE DIVISION.
START-ROUTINE.
        STOP RUN
    END-IF.
    PERFORM CHECK-HEADER-RECORD.
    MOVE HDR-RUN-DATE TO WS-RATE-AS-OF.
    PERFORM LOAD-RATE-CARD.
    OPEN OUTPUT MANIFEST-FILE.
    PERFORM WRITE-MANIFEST-HEADER.
    PERFORM UNTIL WS-MAILING-EOF = 'Y' OR WS-TRAILER-SEEN = 'Y'
                    "THIS MANIFEST"
        END-IF
    END-IF.
*> Every piece READ-CSV or CAMPAIGN-EXTRACT writes now carries a
*> serial, so a shortfall means an older file or a damaged one.
    IF WS-COUNT-SERIALS NOT = WS-COUNT-DETAIL
        DISPLAY "TRAY-MANIFEST WARNING: ONLY " WS-COUNT-SERIALS
                " OF " WS-COUNT-DETAIL " PIECES CARRY A PIECE SERIAL"
    END-IF.
    DISPLAY "TRAY-MANIFEST: " WS-COUNT-TRAYS " TRAYS, "
            WS-COUNT-DETAIL " PIECES, " WS-COUNT-SERIALS
            " SERIALS -- SEE " FUNCTION TRIM(WS-MANIFEST-FILE-NAME).
    STOP RUN.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
        CLOSE MAILING-FILE
        STOP RUN
    END-IF.
*> Picks the rate card lines in force on WS-RATE-AS-OF (the mailing
*> file's HDR-RUN-DATE): for each rate class, the line with the
*> latest effective date on or before it.  If two lines carry the
*> same class and date, the later one in the file wins, so a keying
*> error is corrected by appending a line, never by editing history.
*> No card, or no line in force for either class, stops the run --
*> a manifest classed under a guessed minimum would be refused.
LOAD-RATE-CARD.
    MOVE 'N' TO WS-RATE-EOF.
    OPEN INPUT RATECARD-FILE.
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "TRAY-MANIFEST: RATE CARD ./data/ratecard.dat COULD "
                "NOT BE OPENED (STATUS=" WS-RATE-STATUS ") -- NO "
                "MANIFEST PRODUCED"
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
        DISPLAY "TRAY-MANIFEST: NO BULK RATE AND FULL RATE PAIR ON "
                "THE RATE CARD IN FORCE ON " WS-RATE-AS-OF
                " -- NO MANIFEST PRODUCED"
        CLOSE MAILING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
LOAD-ONE-RATE-LINE.
    IF RTC-EFFECTIVE-DATE IS NOT NUMERIC
            OR RTC-MIN-PIECES IS NOT NUMERIC
            OR RTC-RATE IS NOT NUMERIC
        DISPLAY "TRAY-MANIFEST WARNING: MALFORMED RATE CARD LINE "
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
                    DISPLAY "TRAY-MANIFEST WARNING: UNKNOWN RATE "
                            "CLASS ON RATE CARD LINE SKIPPED: "
                            RATECARD-RECORD
            END-EVALUATE
        END-IF
    END-IF.
*> The batch header carries the mailing file's own run date, not
*> today's -- the vendor ties the manifest to the mailing that was
*> actually dropped.
    END-IF.
    MOVE OUT-ZIP TO WS-PREFIX-HIGH-ZIP.
    ADD 1 TO WS-PREFIX-PIECES.
    IF OUT-PIECE-SERIAL IS NUMERIC
        ADD 1 TO WS-PREFIX-SERIALS
        ADD 1 TO WS-COUNT-SERIALS
        IF WS-PREFIX-LOW-SERIAL = SPACES
                OR OUT-PIECE-SERIAL < WS-PREFIX-LOW-SERIAL
            MOVE OUT-PIECE-SERIAL TO WS-PREFIX-LOW-SERIAL
        END-IF
        IF WS-PREFIX-HIGH-SERIAL = SPACES
                OR OUT-PIECE-SERIAL > WS-PREFIX-HIGH-SERIAL
            MOVE OUT-PIECE-SERIAL TO WS-PREFIX-HIGH-SERIAL
        END-IF
    END-IF.
*> One tray record per 3-digit ZIP prefix: tray number, the lowest
*> and highest ZIP actually in the tray, the piece count, the rate
*> class the tray qualifies for under the WS-MIN-PIECES rule, then
*> the count and range of piece serials in the tray.
PREFIX-BREAK.
    ADD 1 TO WS-COUNT-TRAYS.
    MOVE WS-COUNT-TRAYS TO MFT-TRAY-NUM.
    ELSE
        MOVE "FULL RATE" TO MFT-RATE-CLASS
    END-IF.
    MOVE WS-PREFIX-SERIALS TO MFT-SERIAL-COUNT.
    MOVE WS-PREFIX-LOW-SERIAL TO MFT-LOW-SERIAL.
    MOVE WS-PREFIX-HIGH-SERIAL TO MFT-HIGH-SERIAL.
    WRITE MANIFEST-RECORD FROM WS-MAN-TRAY.
    MOVE 0 TO WS-PREFIX-PIECES.
    MOVE 0 TO WS-PREFIX-SERIALS.
    MOVE SPACES TO WS-PREFIX-LOW-SERIAL.
    MOVE SPACES TO WS-PREFIX-HIGH-SERIAL.
WRITE-MANIFEST-TRAILER.
    MOVE WS-COUNT-TRAYS TO MFR-TRAY-COUNT.
    MOVE WS-COUNT-DETAIL TO MFR-PIECE-COUNT.
    MOVE WS-COUNT-SERIALS TO MFR-SERIAL-COUNT.
    WRITE MANIFEST-RECORD FROM WS-MAN-TRAILER.
