    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

    SELECT OPTIONAL MAILHIST-FILE
    ASSIGN TO "./data/mailhist.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MAILHIST-STATUS.

    SELECT OPTIONAL SERIALREG-FILE
    ASSIGN TO "./data/serialreg.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SERREG-STATUS.

    SELECT OPTIONAL SEED-FILE
    ASSIGN TO "./data/seeds.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SEED-STATUS.

    SELECT OPTIONAL SEEDMAIL-FILE
    ASSIGN TO "./data/seedmail.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SEEDMAIL-STATUS.

    SELECT OPTIONAL NCOATRK-FILE
    ASSIGN TO "./data/ncoatrk.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NCOATRK-STATUS.

    SELECT SORT-WORK-FILE
    ASSIGN TO "./data/cmpsort.tmp".

*> knowing it did not come through the conversion run.
FD  OUTPUT-FILE         RECORD CONTAINS 160 CHARACTERS.
    COPY MAILOUT.
*> Cumulative mailed-to history READ-CSV keeps; a campaign piece is
*> mailed like any other, so it goes on the history too (blank source
*> code -- it came from the master, not a department drop).
FD  MAILHIST-FILE       RECORD CONTAINS 73 CHARACTERS.
    COPY MAILHIST.
*> Piece serial register shared with READ-CSV; see SERIALRG.CPY.
FD  SERIALREG-FILE      RECORD CONTAINS 155 CHARACTERS.
    COPY SERIALRG.
*> Seed (decoy) list and seed mailing log shared with READ-CSV; see
*> SEEDLIST.CPY and SEEDMAIL.CPY.
FD  SEED-FILE           RECORD CONTAINS 109 CHARACTERS.
    COPY SEEDLIST.
FD  SEEDMAIL-FILE       RECORD CONTAINS 186 CHARACTERS.
    COPY SEEDMAIL.
*> NCOA cycle tracking file NCOA-EXTRACT and READ-CSV keep; see
*> NCOATRK.CPY and CHECK-NCOA-CURRENCY.
FD  NCOATRK-FILE        RECORD CONTAINS 165 CHARACTERS.
    COPY NCOATRK.
*> The master is kept in MST-KEY (LAST+FIRST+ZIP) order, but the
*> downstream readers expect the mailing file in ascending ZIP order
*> the way READ-CSV delivers it, so selected records go through the
    05 SRT-STREET         PIC X(30).
    05 SRT-CITY           PIC X(15).
    05 SRT-STATE          PIC XXX.
*> Seed id on a decoy piece RELEASE-SEED-RECORDS added, blank on a
*> master record.
    05 SRT-SEED-ID        PIC X(6).

WORKING-STORAGE SECTION.
*> File names default to the standard paths but can be overridden by
01  WS-COUNT-SELECTED     PIC 9(9)   VALUE 0.
01  WS-COUNT-WRITTEN      PIC 9(9)   VALUE 0.
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-TIME-RAW       PIC 9(8)   VALUE 0.
01  WS-MASTER-EOF         PIC X      VALUE 'N'.
01  WS-SORT-EOF           PIC X      VALUE 'N'.

*> Mailed-to history is an aid to later runs, not the system of
*> record: a bad open degrades to an unrecorded extract, as in
*> READ-CSV.
01  WS-MAILHIST-STATUS    PIC XX     VALUE SPACES.
01  WS-MAILHIST-AVAILABLE PIC X      VALUE 'Y'.

*> Piece serial numbering, the same scheme as READ-CSV: the block is
*> reserved on the register before the first detail is written, one
*> serial per selected record.
01  WS-SERREG-STATUS      PIC XX     VALUE SPACES.
01  WS-SERREG-EOF         PIC X      VALUE 'N'.
01  WS-SERIAL-HIGH        PIC 9(10)  VALUE 0.
01  WS-SERIAL-FIRST       PIC 9(10)  VALUE 0.
01  WS-SERIAL-LAST        PIC 9(10)  VALUE 0.
01  WS-SERIAL-NEXT        PIC 9(10)  VALUE 0.

*> Seed (decoy) insertion, the same rules as READ-CSV: every seed on
*> the list goes into an extract that selected anything, sorted in
*> among the real pieces, counted in the trailer but kept off the
*> mailed-to history, and logged to the seed mailing log -- no log,
*> no seeds.
01  WS-SEED-STATUS        PIC XX     VALUE SPACES.
01  WS-SEEDMAIL-STATUS    PIC XX     VALUE SPACES.
01  WS-SEEDMAIL-AVAILABLE PIC X      VALUE 'N'.
01  WS-SEED-EOF           PIC X      VALUE 'N'.
01  WS-SEED-LIMIT         PIC 9(3)   VALUE 50.
01  WS-SEED-COUNT         PIC 9(3)   VALUE 0.
01  WS-SEED-RELEASED      PIC 9(3)   VALUE 0.
01  WS-SEED-SUB           PIC 9(3)   VALUE 0 COMP.
01  WS-SEED-TABLE.
    05 WS-SEED-ENTRY OCCURS 50 TIMES.
        10 WS-SEED-ID          PIC X(6).
        10 WS-SEED-LAST-NAME   PIC X(25).
        10 WS-SEED-FIRST-NAME  PIC X(15).
        10 WS-SEED-STREET      PIC X(30).
        10 WS-SEED-CITY        PIC X(15).
        10 WS-SEED-STATE       PIC XXX.
        10 WS-SEED-ZIP         PIC X(10).
01  WS-COUNT-SEEDED       PIC 9(9)   VALUE 0.

*> USPS move-update currency of the master, the same 95-day test
*> NCOA-EXTRACT reports: the submission date of the latest cycle the
*> vendor returned.  A warning only -- the extract still runs.
01  WS-NCOATRK-STATUS     PIC XX     VALUE SPACES.
01  WS-NCOATRK-EOF        PIC X      VALUE 'N'.
01  WS-MOVE-UPDATE-DAYS   PIC 99     VALUE 95.
01  WS-LAST-CYCLE-DATE    PIC X(8)   VALUE SPACES.
01  WS-DATE-NUM           PIC 9(8)   VALUE 0.
01  WS-DAYS-SINCE-CYCLE   PIC 9(9)   VALUE 0.
01  WS-DAYS-EDIT          PIC Z(8)9.

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    PERFORM PARSE-RUN-PARMS.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
                FUNCTION TRIM(WS-MASTER-FILE-NAME)
        STOP RUN
    END-IF.
    PERFORM CHECK-NCOA-CURRENCY.
    PERFORM LOAD-SEED-TABLE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-ZIP SRT-LAST-NAME SRT-FIRST-NAME
        INPUT PROCEDURE IS SELECT-MASTER-RECORDS
        OUTPUT PROCEDURE IS WRITE-MAILING-FILE.
    CLOSE MASTER-FILE.
    IF WS-SEEDMAIL-AVAILABLE = 'Y'
        CLOSE SEEDMAIL-FILE
    END-IF.
    PERFORM PRINT-SUMMARY.
    STOP RUN.
*> Same token convention as READ-CSV's PARSE-RUN-PARMS: keyword tokens
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SEED-COUNT > 0 AND WS-COUNT-SELECTED > 0
        PERFORM RELEASE-SEED-RECORDS
    END-IF.
*> With no selection tokens the whole master goes out; otherwise the
*> record must match one of the listed states or lie in one of the
*> listed ZIP ranges.  Only the 5-digit ZIP prefix is ranged, the same
*> downstream checks (HDRREC first, TRLREC count balancing the
*> details) hold for a campaign extract too.
WRITE-MAILING-FILE.
    PERFORM RESERVE-SERIAL-BLOCK.
    OPEN OUTPUT OUTPUT-FILE.
    PERFORM WRITE-HEADER-RECORD.
    OPEN EXTEND MAILHIST-FILE.
    IF WS-MAILHIST-STATUS NOT = "00" AND WS-MAILHIST-STATUS NOT = "05"
        MOVE 'N' TO WS-MAILHIST-AVAILABLE
        DISPLAY "CAMPAIGN-EXTRACT WARNING: MAILED-TO HISTORY COULD NOT "
                "BE OPENED (STATUS=" WS-MAILHIST-STATUS "); THIS "
                "EXTRACT'S PIECES WILL NOT BE ON FILE"
    END-IF.
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        RETURN SORT-WORK-FILE
            AT END
                MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                IF SRT-SEED-ID NOT = SPACES
                    PERFORM WRITE-SEED-DETAIL
                ELSE
                    PERFORM WRITE-OUTPUT-DETAIL
                END-IF
        END-RETURN
    END-PERFORM.
    PERFORM WRITE-TRAILER-RECORD.
    CLOSE OUTPUT-FILE.
    IF WS-MAILHIST-AVAILABLE = 'Y'
        CLOSE MAILHIST-FILE
    END-IF.
WRITE-OUTPUT-DETAIL.
    MOVE SPACES TO OUTPUT-RECORD.
    MOVE SRT-LAST-NAME TO OUT-LAST-NAME.
    MOVE SRT-CITY TO OUT-CITY.
    MOVE SRT-STATE TO OUT-STATE.
    MOVE SRT-ZIP TO OUT-ZIP.
    MOVE WS-SERIAL-NEXT TO OUT-PIECE-SERIAL.
    WRITE OUTPUT-RECORD.
    ADD 1 TO WS-COUNT-WRITTEN.
    IF WS-MAILHIST-AVAILABLE = 'Y'
        MOVE SPACES TO MAILHIST-RECORD
        MOVE SRT-LAST-NAME TO MHT-LAST-NAME
        MOVE SRT-FIRST-NAME TO MHT-FIRST-NAME
        MOVE SRT-ZIP TO MHT-ZIP
        MOVE WS-RUN-DATE TO MHT-MAIL-DATE
        MOVE WS-SERIAL-NEXT TO MHT-PIECE-SERIAL
        WRITE MAILHIST-RECORD
    END-IF.
    ADD 1 TO WS-SERIAL-NEXT.
*> One seed piece: a serial and a seed mailing log line, but no
*> mailed-to history line, and counted only in WS-COUNT-SEEDED.
WRITE-SEED-DETAIL.
*> The log line goes first: a seed piece mailed with no log line
*> would come back to SEED-MONITOR looking like misuse of the list, so
*> a log that cannot be written stops the run before the piece is.
    MOVE SPACES TO SEED-MAIL-RECORD.
    MOVE SRT-SEED-ID TO SML-SEED-ID.
    MOVE WS-RUN-DATE TO SML-MAIL-DATE.
    MOVE WS-SERIAL-NEXT TO SML-PIECE-SERIAL.
    MOVE SRT-LAST-NAME TO SML-LAST-NAME.
    MOVE SRT-FIRST-NAME TO SML-FIRST-NAME.
    MOVE "CAMPAIGN-EXTRACT" TO SML-PROGRAM.
    MOVE WS-OUTPUT-FILE-NAME TO SML-MAILING-FILE.
    WRITE SEED-MAIL-RECORD.
    IF WS-SEEDMAIL-STATUS NOT = "00"
        DISPLAY "CAMPAIGN-EXTRACT: SEED MAILING LOG COULD NOT BE WRITTEN "
                "(STATUS=" WS-SEEDMAIL-STATUS ") -- RUN STOPPED, "
                "MAILING FILE INCOMPLETE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO OUTPUT-RECORD.
    MOVE SRT-LAST-NAME TO OUT-LAST-NAME.
    MOVE SRT-FIRST-NAME TO OUT-FIRST-NAME.
    MOVE SRT-STREET TO OUT-STREET.
    MOVE SRT-CITY TO OUT-CITY.
    MOVE SRT-STATE TO OUT-STATE.
    MOVE SRT-ZIP TO OUT-ZIP.
    MOVE SRT-SEED-ID TO OUT-SEED-ID.
    MOVE WS-SERIAL-NEXT TO OUT-PIECE-SERIAL.
    WRITE OUTPUT-RECORD.
    ADD 1 TO WS-SERIAL-NEXT.
    ADD 1 TO WS-COUNT-SEEDED.
*> Reserves the extract's block of piece serials on the register READ-CSV
*> also draws from -- one per selected record and seed, starting one
*> past the highest serial ever issued -- before the mailing file is
*> opened, so a rerun after a failure can never reissue a serial.  A
*> register that cannot be read or extended stops the run.
RESERVE-SERIAL-BLOCK.
    MOVE 0 TO WS-SERIAL-HIGH.
    MOVE 'N' TO WS-SERREG-EOF.
    OPEN INPUT SERIALREG-FILE.
    IF WS-SERREG-STATUS NOT = "00" AND WS-SERREG-STATUS NOT = "05"
        DISPLAY "CAMPAIGN-EXTRACT: SERIAL REGISTER COULD NOT BE "
                "OPENED (STATUS=" WS-SERREG-STATUS "); NO PIECE "
                "SERIALS CAN BE ISSUED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-SERREG-EOF = 'Y'
        READ SERIALREG-FILE
            AT END
                MOVE 'Y' TO WS-SERREG-EOF
            NOT AT END
                IF SRG-LAST-SERIAL IS NOT NUMERIC
                    DISPLAY "CAMPAIGN-EXTRACT: SERIAL REGISTER LINE "
                            "UNREADABLE: " SERIAL-REGISTER-RECORD
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF SRG-LAST-SERIAL > WS-SERIAL-HIGH
                    MOVE SRG-LAST-SERIAL TO WS-SERIAL-HIGH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SERIALREG-FILE.
    COMPUTE WS-SERIAL-FIRST = WS-SERIAL-HIGH + 1.
    MOVE WS-SERIAL-FIRST TO WS-SERIAL-NEXT.
    IF WS-COUNT-SELECTED > 0
        COMPUTE WS-SERIAL-LAST = WS-SERIAL-HIGH + WS-COUNT-SELECTED
            + WS-SEED-RELEASED
        OPEN EXTEND SERIALREG-FILE
        IF WS-SERREG-STATUS NOT = "00" AND WS-SERREG-STATUS NOT = "05"
            DISPLAY "CAMPAIGN-EXTRACT: SERIAL REGISTER COULD NOT BE "
                    "EXTENDED (STATUS=" WS-SERREG-STATUS "); NO PIECE "
                    "SERIALS CAN BE ISSUED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO SERIAL-REGISTER-RECORD
        MOVE WS-SERIAL-FIRST TO SRG-FIRST-SERIAL
        MOVE WS-SERIAL-LAST TO SRG-LAST-SERIAL
        MOVE WS-RUN-DATE TO SRG-RUN-DATE
        MOVE WS-RUN-TIME-RAW(1:6) TO SRG-RUN-TIME
        MOVE "CAMPAIGN-EXTRACT" TO SRG-PROGRAM
        MOVE WS-OUTPUT-FILE-NAME TO SRG-MAILING-FILE
        WRITE SERIAL-REGISTER-RECORD
        CLOSE SERIALREG-FILE
    END-IF.
*> Loads the seed list and opens the seed mailing log, as READ-CSV's
*> LOAD-SEED-TABLE does.
LOAD-SEED-TABLE.
    MOVE 0 TO WS-SEED-COUNT.
    MOVE 'N' TO WS-SEED-EOF.
    OPEN INPUT SEED-FILE.
    IF WS-SEED-STATUS NOT = "00"
        DISPLAY "CAMPAIGN-EXTRACT WARNING: NO SEED LIST (STATUS="
                WS-SEED-STATUS "); THIS EXTRACT CARRIES NO SEED NAMES"
        IF WS-SEED-STATUS = "05"
            CLOSE SEED-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-SEED-EOF = 'Y'
            READ SEED-FILE
                AT END
                    MOVE 'Y' TO WS-SEED-EOF
                NOT AT END
                    PERFORM LOAD-ONE-SEED-ENTRY
            END-READ
        END-PERFORM
        CLOSE SEED-FILE
    END-IF.
    IF WS-SEED-COUNT > 0
        OPEN EXTEND SEEDMAIL-FILE
        IF WS-SEEDMAIL-STATUS = "00" OR WS-SEEDMAIL-STATUS = "05"
            MOVE 'Y' TO WS-SEEDMAIL-AVAILABLE
        ELSE
            MOVE 0 TO WS-SEED-COUNT
            DISPLAY "CAMPAIGN-EXTRACT WARNING: SEED MAILING LOG COULD "
                    "NOT BE OPENED (STATUS=" WS-SEEDMAIL-STATUS "); NO "
                    "SEED NAMES INSERTED THIS RUN"
        END-IF
    END-IF.
LOAD-ONE-SEED-ENTRY.
    IF SED-SEED-ID = SPACES OR SED-ZIP(1:5) IS NOT NUMERIC
        DISPLAY "CAMPAIGN-EXTRACT WARNING: SEED LIST LINE WITHOUT A "
                "SEED ID OR ZIP SKIPPED: " SEED-RECORD
    ELSE
        IF WS-SEED-COUNT < WS-SEED-LIMIT
            ADD 1 TO WS-SEED-COUNT
            MOVE SED-SEED-ID TO WS-SEED-ID(WS-SEED-COUNT)
            MOVE SED-LAST-NAME TO WS-SEED-LAST-NAME(WS-SEED-COUNT)
            MOVE SED-FIRST-NAME TO WS-SEED-FIRST-NAME(WS-SEED-COUNT)
            MOVE SED-STREET TO WS-SEED-STREET(WS-SEED-COUNT)
            MOVE SED-CITY TO WS-SEED-CITY(WS-SEED-COUNT)
            MOVE SED-STATE TO WS-SEED-STATE(WS-SEED-COUNT)
            MOVE SED-ZIP TO WS-SEED-ZIP(WS-SEED-COUNT)
        ELSE
            MOVE 'Y' TO WS-SEED-EOF
            DISPLAY "CAMPAIGN-EXTRACT WARNING: SEED LIST EXCEEDS "
                    WS-SEED-LIMIT " ENTRIES; REMAINDER NOT INSERTED "
                    "-- RAISE WS-SEED-LIMIT AND RERUN"
        END-IF
    END-IF.
RELEASE-SEED-RECORDS.
    PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
        MOVE SPACES TO SORT-RECORD
        MOVE WS-SEED-ZIP(WS-SEED-SUB) TO SRT-ZIP
        MOVE WS-SEED-LAST-NAME(WS-SEED-SUB) TO SRT-LAST-NAME
        MOVE WS-SEED-FIRST-NAME(WS-SEED-SUB) TO SRT-FIRST-NAME
        MOVE WS-SEED-STREET(WS-SEED-SUB) TO SRT-STREET
        MOVE WS-SEED-CITY(WS-SEED-SUB) TO SRT-CITY
        MOVE WS-SEED-STATE(WS-SEED-SUB) TO SRT-STATE
        MOVE WS-SEED-ID(WS-SEED-SUB) TO SRT-SEED-ID
        RELEASE SORT-RECORD
        ADD 1 TO WS-SEED-RELEASED
    END-PERFORM.
*> Header names the master as the source file so PRESORT-REPORT's
*> heading (and anyone reading the raw file) can see which list this
*> mailing came from.
WRITE-TRAILER-RECORD.
    MOVE SPACES TO OUTPUT-TRAILER-RECORD.
    MOVE "TRLREC" TO TRL-ID.
    COMPUTE TRL-RECORD-COUNT = WS-COUNT-WRITTEN + WS-COUNT-SEEDED.
    WRITE OUTPUT-TRAILER-RECORD.
*> Every R line carries the submission date of the cycle it closed, so
*> the latest of those is the master's last move update.
CHECK-NCOA-CURRENCY.
    OPEN INPUT NCOATRK-FILE.
    IF WS-NCOATRK-STATUS NOT = "00"
        IF WS-NCOATRK-STATUS = "05"
            CLOSE NCOATRK-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-NCOATRK-EOF = 'Y'
            READ NCOATRK-FILE
                AT END
                    MOVE 'Y' TO WS-NCOATRK-EOF
                NOT AT END
                    IF NTK-EVENT = "R"
                            AND NTK-SUBMISSION-DATE IS NUMERIC
                            AND NTK-SUBMISSION-DATE > WS-LAST-CYCLE-DATE
                        MOVE NTK-SUBMISSION-DATE TO WS-LAST-CYCLE-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NCOATRK-FILE
    END-IF.
    IF WS-LAST-CYCLE-DATE = SPACES
        DISPLAY "CAMPAIGN-EXTRACT WARNING: NO COMPLETED NCOA CYCLE ON "
                "RECORD -- THE MASTER IS OUTSIDE THE "
                WS-MOVE-UPDATE-DAYS "-DAY MOVE-UPDATE WINDOW"
    ELSE
        MOVE WS-RUN-DATE TO WS-DATE-NUM
        COMPUTE WS-DAYS-SINCE-CYCLE
            = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        MOVE WS-LAST-CYCLE-DATE TO WS-DATE-NUM
        IF WS-DAYS-SINCE-CYCLE > FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            COMPUTE WS-DAYS-SINCE-CYCLE = WS-DAYS-SINCE-CYCLE
                - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        ELSE
            MOVE 0 TO WS-DAYS-SINCE-CYCLE
        END-IF
        IF WS-DAYS-SINCE-CYCLE > WS-MOVE-UPDATE-DAYS
            MOVE WS-DAYS-SINCE-CYCLE TO WS-DAYS-EDIT
            DISPLAY "CAMPAIGN-EXTRACT WARNING: LAST COMPLETED NCOA "
                    "CYCLE WAS SUBMITTED " WS-LAST-CYCLE-DATE ", "
                    FUNCTION TRIM(WS-DAYS-EDIT) " DAYS AGO -- THE "
                    "MASTER IS OUTSIDE THE " WS-MOVE-UPDATE-DAYS
                    "-DAY MOVE-UPDATE WINDOW"
        END-IF
    END-IF.
PRINT-SUMMARY.
    DISPLAY "CAMPAIGN-EXTRACT RUN SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  MASTER RECORDS READ....: " WS-COUNT-MASTER-READ.
    DISPLAY "  RECORDS SELECTED.......: " WS-COUNT-SELECTED.
    DISPLAY "  RECORDS WRITTEN........: " WS-COUNT-WRITTEN.
    DISPLAY "  SEED PIECES INSERTED...: " WS-COUNT-SEEDED.
    IF WS-COUNT-WRITTEN > 0
        DISPLAY "  PIECE SERIALS ISSUED...: " WS-SERIAL-FIRST " THRU "
                WS-SERIAL-LAST
    END-IF.
    DISPLAY "  STATE TOKENS...........: " WS-SEL-STATE-COUNT.
    DISPLAY "  ZIP RANGE TOKENS.......: " WS-SEL-ZIP-COUNT.
