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

    SELECT MAILCAP-OUT-FILE
    ASSIGN TO "./data/mailcap.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-CKPT-STATUS.

    SELECT OPTIONAL NCOATRK-FILE
    ASSIGN TO "./data/ncoatrk.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NCOATRK-STATUS.

    SELECT NCOASUB-FILE
    ASSIGN TO DYNAMIC WS-NCM-SUB-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NCOASUB-STATUS.

    SELECT SORT-WORK-FILE
    ASSIGN TO "./data/sortwork.tmp".

01  MOVES-RECORD         PIC X(120).
*> Moved-records report: the original input line as the department
*> sent it, and the forwarded address that replaced its own, one line
*> per record a move was applied to.  The source-department code
*> sits in the last two bytes, the same place the other disposition
*> files carry it, taken out of the tail of the forwarded-address
*> text (which is blank-padded well short of it in practice).
FD  MOVED-OUT-FILE       RECORD CONTAINS 160 CHARACTERS.
01  MOVED-OUT-RECORD.
    05 MOV-INPUT-DATA     PIC X(80).
    05 FILLER             PIC X(2).
    05 MOV-NEW-ADDRESS    PIC X(74).
    05 FILLER             PIC X(2).
    05 MOV-SOURCE-CODE    PIC X(2).
*> Change transactions for MASTER-UPDATE, written as each move is
*> first applied, so master.dat picks up the same forwarding this run
*> applied to the department's file instead of drifting.  The master
*> Cumulative mailed-to history, one line per piece actually written
*> to OUTPUT-FILE on any run: the merge-purge key (the same
*> LAST_NAME+FIRST_NAME+ZIP key WS-DEDUP-KEY dedups on) plus the run
*> date it was mailed, its source code and its piece serial.
*> Append-only across runs -- this is the cross-run memory the
*> within-run merge-purge cannot be.  Layout shared with
*> CAMPAIGN-EXTRACT and NIXIE-CAPTURE through MAILHIST.CPY.
FD  MAILHIST-FILE        RECORD CONTAINS 73 CHARACTERS.
    COPY MAILHIST.
*> Piece serial register; see SERIALRG.CPY and RESERVE-SERIAL-BLOCK.
FD  SERIALREG-FILE       RECORD CONTAINS 155 CHARACTERS.
    COPY SERIALRG.
*> Seed (decoy) list and the log of seed pieces mailed; see
*> SEEDLIST.CPY, SEEDMAIL.CPY and RELEASE-SEED-RECORDS.
FD  SEED-FILE            RECORD CONTAINS 109 CHARACTERS.
    COPY SEEDLIST.
FD  SEEDMAIL-FILE        RECORD CONTAINS 186 CHARACTERS.
    COPY SEEDMAIL.
*> Records already mailed within the contact-frequency window are
*> diverted here, not to REJECT-FILE or SUPPRESS-OUT-FILE: these are
*> valid, mailable addresses we are simply resting.  Same
*> M-series code so a frequency divert can never be confused with a
*> data reject (R), a do-not-mail hit (S) or a household
*> consolidation (H).
*> NCOA cycle tracking file and the submission file NCOA-EXTRACT cut;
*> see NCOATRK.CPY, NCOASUB.CPY and MATCH-NCOA-SUBMISSION.
FD  NCOATRK-FILE         RECORD CONTAINS 165 CHARACTERS.
    COPY NCOATRK.
FD  NCOASUB-FILE         RECORD CONTAINS 120 CHARACTERS.
    COPY NCOASUB.
FD  MAILCAP-OUT-FILE     RECORD CONTAINS 104 CHARACTERS.
01  MAILCAP-OUT-RECORD.
    05 MCP-INPUT-DATA     PIC X(80).
*> subscript indexes WS-SRC-TABLE directly.
    05 SRT-SOURCE-CODE    PIC X(2).
    05 SRT-SOURCE-SUB     PIC 9.
*> Seed id on a decoy piece RELEASE-SEED-RECORDS put into the sort,
*> blank on every input record.  A seed belongs to no source
*> (SRT-SOURCE-SUB is zero), so CONSUME-SORTED-RECORDS routes it to
*> WRITE-SEED-DETAIL before anything subscripts WS-SRC-TABLE with it.
    05 SRT-SEED-ID        PIC X(6).

WORKING-STORAGE SECTION.
*> Input/output file names default to the historical paths but can be
        10 WS-MOV-NEW-STATE       PIC XXX.
        10 WS-MOV-NEW-ZIP         PIC X(10).
        10 WS-MOV-APPLIED         PIC X.
        10 WS-MOV-SUBMITTED       PIC X.

*> NCOA return matching.  The moves file on a MOVES= run is the
*> vendor's return for the latest submission NCOA-EXTRACT cut that has
*> not been returned yet; MATCH-NCOA-SUBMISSION reads that submission
*> back, counts how many submitted records the moves file answered
*> (same identity APPLY-MOVES matches on) and closes the cycle with an
*> "R" line on the tracking file.  A moves file already recorded
*> against a submission is not matched again, so a rerun or restart
*> of the same drop cannot close a second cycle.
01  WS-NCOATRK-STATUS      PIC XX    VALUE SPACES.
01  WS-NCOASUB-STATUS      PIC XX    VALUE SPACES.
01  WS-NCM-SUB-FILE-NAME   PIC X(100) VALUE SPACES.
01  WS-NCM-EOF             PIC X     VALUE 'N'.
01  WS-NCM-DONE            PIC X     VALUE 'N'.
01  WS-NCM-ALREADY         PIC X     VALUE 'N'.
01  WS-NCM-ID              PIC X(14) VALUE SPACES.
01  WS-NCM-SUB-DATE        PIC X(8)  VALUE SPACES.
01  WS-NCM-TRAILER-COUNT   PIC 9(9)  VALUE 0.
01  WS-NCM-TRAILER-SEEN    PIC X     VALUE 'N'.
01  WS-NCM-SUBMITTED       PIC 9(9)  VALUE 0.
01  WS-NCM-MATCHED         PIC 9(9)  VALUE 0.
01  WS-NCM-NOT-SUBMITTED   PIC 9(9)  VALUE 0.
01  WS-NCM-RATE            PIC 9(3)V99 VALUE 0.
01  WS-NCM-RATE-EDIT       PIC ZZ9.99.
01  WS-NCM-DATE-NUM        PIC 9(8)  VALUE 0.
01  WS-NCM-TURNAROUND      PIC 9(9)  VALUE 0.
01  WS-NCM-LIMIT           PIC 9(4)  VALUE 500.
01  WS-NCM-COUNT           PIC 9(4)  VALUE 0.
01  WS-NCM-SUB             PIC 9(4)  VALUE 0 COMP.
01  WS-NCM-FOUND           PIC 9(4)  VALUE 0 COMP.
01  WS-NCM-TABLE.
    05 WS-NCM-ENTRY OCCURS 500 TIMES.
        10 WS-NCM-T-ID            PIC X(14).
        10 WS-NCM-T-DATE          PIC X(8).
        10 WS-NCM-T-FILE          PIC X(100).
        10 WS-NCM-T-RETURNED      PIC X.

*> Contact-frequency cap.  The mailed-to history is loaded before any
*> input is read, keeping only entries dated inside the window (the
*> Identity the mailed-to history line is written under, set by the
*> caller before WRITE-MAILHIST-RECORD.  This is always the REAL
*> merge-purge identity of a recipient, never the "THE <LAST> FAMILY"
*> label a household piece is addressed with -- the history is read
*> back through CHECK-MAIL-FREQUENCY's LAST+FIRST+ZIP match, and a
*> label-keyed entry could never hit it; a returned piece looked up
*> by serial is likewise logged against the real identity.
01  WS-MHT-REC-LAST        PIC X(25) VALUE SPACES.
01  WS-MHT-REC-FIRST       PIC X(15) VALUE SPACES.
01  WS-MHT-REC-ZIP         PIC X(10) VALUE SPACES.
01  WS-MHT-REC-SOURCE      PIC X(2)  VALUE SPACES.
01  WS-MHT-REC-SERIAL      PIC 9(10) VALUE 0.
01  WS-MHT-TABLE.
    05 WS-MHT-ENTRY OCCURS 5000 TIMES.
        10 WS-MHT-KEY.
01  WS-COUNT-MAILCAP       PIC 9(9) VALUE 0.
01  WS-COUNT-MOVED         PIC 9(9) VALUE 0.
01  WS-COUNT-INDEX-SKIPPED PIC 9(9) VALUE 0.
01  WS-COUNT-SEEDED        PIC 9(9) VALUE 0.
01  WS-RUN-DATE.
    05 WS-RUN-YYYY         PIC 9(4).
    05 WS-RUN-MM           PIC 9(2).
*> run-history audit record by WRITE-RUN-HISTORY.
01  WS-RUN-TIME-RAW        PIC 9(8)  VALUE 0.
01  WS-RUNHIST-STATUS      PIC XX    VALUE SPACES.

*> Piece serial numbering.  RESERVE-SERIAL-BLOCK takes the next block
*> off the serial register before the first detail is written, sized
*> to every record RELEASEd to the sort -- the most pieces the run
*> can write -- and each detail then takes WS-SERIAL-NEXT in turn.
01  WS-SERREG-STATUS       PIC XX    VALUE SPACES.
01  WS-SERREG-EOF          PIC X     VALUE 'N'.
01  WS-SERIAL-HIGH         PIC 9(10) VALUE 0.
01  WS-SERIAL-BLOCK        PIC 9(9)  VALUE 0.
01  WS-SERIAL-FIRST        PIC 9(10) VALUE 0.
01  WS-SERIAL-LAST         PIC 9(10) VALUE 0.
01  WS-SERIAL-NEXT         PIC 9(10) VALUE 0.
01  WS-WAS-RESTART         PIC X     VALUE 'N'.

*> Seed (decoy) insertion.  The seed list is loaded at start-up and
*> every seed goes into the sort behind the last input record, so it
*> comes back out in ZIP order among the real pieces.  A seed is
*> written as a piece of its own -- never deduplicated, householded
*> or screened, never indexed, never on the mailed-to history and
*> never in a source's counts -- but it is in the trailer count, so
*> downstream balancing still holds.  Each seed piece is logged to
*> the seed mailing log; when that log cannot be extended the run
*> inserts no seeds at all, because an unlogged seed piece would
*> later be reported by SEED-MONITOR as list misuse.
01  WS-SEED-STATUS         PIC XX    VALUE SPACES.
01  WS-SEEDMAIL-STATUS     PIC XX    VALUE SPACES.
01  WS-SEEDMAIL-AVAILABLE  PIC X     VALUE 'N'.
01  WS-SEED-EOF            PIC X     VALUE 'N'.
01  WS-SEED-LIMIT          PIC 9(3)  VALUE 50.
01  WS-SEED-COUNT          PIC 9(3)  VALUE 0.
01  WS-SEED-RELEASED       PIC 9(3)  VALUE 0.
01  WS-SEED-SUB            PIC 9(3)  VALUE 0 COMP.
01  WS-SEED-TABLE.
    05 WS-SEED-ENTRY OCCURS 50 TIMES.
        10 WS-SEED-ID          PIC X(6).
        10 WS-SEED-LAST-NAME   PIC X(25).
        10 WS-SEED-FIRST-NAME  PIC X(15).
        10 WS-SEED-STREET      PIC X(30).
        10 WS-SEED-CITY        PIC X(15).
        10 WS-SEED-STATE       PIC XXX.
        10 WS-SEED-ZIP         PIC X(10).

*> Checkpoint/restart support.  Every WS-CHECKPOINT-INTERVAL input
*> records, the current read count is saved to CHECKPOINT-FILE as a
*> progress marker.  SORT (request 004) must read and RELEASE the
    PERFORM LOAD-SUPPRESS-TABLE.
    PERFORM LOAD-MAILHIST-TABLE.
    PERFORM LOAD-MOVES-TABLE.
    IF WS-MOVES-MODE = 'Y' AND WS-MOV-COUNT > 0
        PERFORM MATCH-NCOA-SUBMISSION
    END-IF.
    PERFORM LOAD-SEED-TABLE.
    OPEN OUTPUT REJECT-FILE.
    OPEN OUTPUT SUPPRESS-OUT-FILE.
    OPEN OUTPUT HOUSEHOLD-OUT-FILE.
    CLOSE MAILCAP-OUT-FILE.
    CLOSE MOVED-OUT-FILE.
    CLOSE MOVETRAN-FILE.
    IF WS-SEEDMAIL-AVAILABLE = 'Y'
        CLOSE SEEDMAIL-FILE
    END-IF.
    PERFORM CLEAR-CHECKPOINT.
    PERFORM PRINT-SUMMARY.
    PERFORM WRITE-RUN-HISTORY.
                END-IF
        END-READ
    END-PERFORM.
*> Seeds ride only on a file that carries real pieces: a run that
*> released nothing has no mailing for a seed to go out with.
    IF WS-SEED-COUNT > 0
            AND WS-COUNT-READ > WS-COUNT-REJECTED + WS-COUNT-SUPPRESSED
                                + WS-COUNT-MAILCAP
        PERFORM RELEASE-SEED-RECORDS
    END-IF.
*> SORT output procedure: returns the sorted records and writes
*> OUTPUT-FILE in ZIP (then STATE) order. Always opens OUTPUT (fresh),
*> even on a restart -- see the checkpoint/restart note above
*> header, one trailer, and a read/written/rejected/duplicate count
*> that reconciles against the whole input file.
CONSUME-SORTED-RECORDS.
    PERFORM RESERVE-SERIAL-BLOCK.
    OPEN OUTPUT OUTPUT-FILE.
    PERFORM WRITE-HEADER-RECORD.
    OPEN OUTPUT INDEX-FILE.
                MOVE SRT-LAST-NAME TO WS-DEDUP-LAST-NAME
                MOVE SRT-FIRST-NAME TO WS-DEDUP-FIRST-NAME
                MOVE SRT-ZIP TO WS-DEDUP-ZIP
                EVALUATE TRUE
                    WHEN SRT-SEED-ID NOT = SPACES
                        PERFORM WRITE-SEED-DETAIL
                    WHEN WS-DEDUP-KEY = WS-PREV-DEDUP-KEY
                        PERFORM WRITE-DUPLICATE-REJECT
                        ADD 1 TO WS-COUNT-DUPLICATE
                        ADD 1 TO WS-SRC-DUPLICATE(SRT-SOURCE-SUB)
                    WHEN OTHER
                        MOVE WS-DEDUP-KEY TO WS-PREV-DEDUP-KEY
                        IF WS-HOUSEHOLD-MODE = 'Y'
                            PERFORM HOUSEHOLD-ONE-RECORD
                        ELSE
                            PERFORM WRITE-OUTPUT-DETAIL
                        END-IF
                END-EVALUATE
        END-RETURN
    END-PERFORM.
    IF WS-HH-ACTIVE = 'Y'
    MOVE SRT-STATE TO OUT-STATE.
    MOVE SRT-ZIP TO OUT-ZIP.
    MOVE SRT-SOURCE-CODE TO OUT-SOURCE-CODE.
    MOVE WS-SERIAL-NEXT TO OUT-PIECE-SERIAL.
    MOVE WS-SERIAL-NEXT TO WS-MHT-REC-SERIAL.
    WRITE OUTPUT-RECORD.
    ADD 1 TO WS-SERIAL-NEXT.
    ADD 1 TO WS-COUNT-WRITTEN.
    ADD 1 TO WS-SRC-WRITTEN(SRT-SOURCE-SUB).
    IF WS-INDEX-AVAILABLE = 'Y'
        MOVE SRT-LAST-NAME TO WS-MHT-REC-LAST
        MOVE SRT-FIRST-NAME TO WS-MHT-REC-FIRST
        MOVE SRT-ZIP TO WS-MHT-REC-ZIP
        MOVE SRT-SOURCE-CODE TO WS-MHT-REC-SOURCE
        PERFORM WRITE-MAILHIST-RECORD
    END-IF.
*> Household mode: first record at a new street+city+ZIP closes out
    MOVE WS-HH-HOLD-STATE TO OUT-STATE.
    MOVE WS-HH-HOLD-ZIP TO OUT-ZIP.
    MOVE WS-HH-HOLD-SOURCE TO OUT-SOURCE-CODE.
    MOVE WS-SERIAL-NEXT TO OUT-PIECE-SERIAL.
    MOVE WS-SERIAL-NEXT TO WS-MHT-REC-SERIAL.
    WRITE OUTPUT-RECORD.
    ADD 1 TO WS-SERIAL-NEXT.
    ADD 1 TO WS-COUNT-WRITTEN.
    ADD 1 TO WS-SRC-WRITTEN(WS-HH-HOLD-SRC-SUB).
    IF WS-INDEX-AVAILABLE = 'Y'
        MOVE WS-HH-HOLD-LAST TO WS-MHT-REC-LAST
        MOVE WS-HH-HOLD-FIRST TO WS-MHT-REC-FIRST
        MOVE WS-HH-HOLD-ZIP TO WS-MHT-REC-ZIP
        MOVE WS-HH-HOLD-SOURCE TO WS-MHT-REC-SOURCE
        PERFORM WRITE-MAILHIST-RECORD
    END-IF.
    MOVE 'N' TO WS-HH-ACTIVE.
*> One seed piece, addressed exactly as the seed list has it and
*> tagged with its seed id.  A seed's household key is left blank, so
*> it sorts ahead of every household in its ZIP and any household
*> still held belongs to a lower ZIP -- flushing it first keeps the
*> file in ZIP order.  The piece takes a serial like any other and is
*> logged to the seed mailing log, but goes to neither the index nor
*> the mailed-to history, and is counted only in WS-COUNT-SEEDED.
WRITE-SEED-DETAIL.
    IF WS-HH-ACTIVE = 'Y'
        PERFORM FLUSH-HOUSEHOLD
    END-IF.
*> The log line goes first: a seed piece mailed with no log line
*> would come back to SEED-MONITOR looking like misuse of the list, so
*> a log that cannot be written stops the run before the piece is.
    MOVE SPACES TO SEED-MAIL-RECORD.
    MOVE SRT-SEED-ID TO SML-SEED-ID.
    MOVE WS-RUN-DATE TO SML-MAIL-DATE.
    MOVE WS-SERIAL-NEXT TO SML-PIECE-SERIAL.
    MOVE SRT-LAST-NAME TO SML-LAST-NAME.
    MOVE SRT-FIRST-NAME TO SML-FIRST-NAME.
    MOVE "READ-CSV" TO SML-PROGRAM.
    MOVE WS-OUTPUT-FILE-NAME TO SML-MAILING-FILE.
    WRITE SEED-MAIL-RECORD.
    IF WS-SEEDMAIL-STATUS NOT = "00"
        DISPLAY "READ-CSV: SEED MAILING LOG COULD NOT BE WRITTEN "
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
*> Fields come from the OUTPUT-RECORD just written (not the sort
*> record) so the index entry always matches the piece that actually
*> went on the file -- in household mode the two can differ.
    MOVE WS-MHT-REC-FIRST TO MHT-FIRST-NAME.
    MOVE WS-MHT-REC-ZIP TO MHT-ZIP.
    MOVE WS-RUN-DATE TO MHT-MAIL-DATE.
    MOVE WS-MHT-REC-SOURCE TO MHT-SOURCE-CODE.
    MOVE WS-MHT-REC-SERIAL TO MHT-PIECE-SERIAL.
    WRITE MAILHIST-RECORD.
*> Reserves this run's block of piece serials on the serial register:
*> one serial for every record the input procedure RELEASEd, starting
*> one past the highest serial any earlier mailing file was given.
*> The register line is written before OUTPUT-FILE is opened, so even
*> a run that dies part-way has its block on record and its rerun can
*> never hand the same serials out again.  Unlike the history and the
*> index, the register is what makes serials unique, so a register
*> that cannot be read or extended stops the run rather than risk
*> issuing a serial twice.
RESERVE-SERIAL-BLOCK.
    COMPUTE WS-SERIAL-BLOCK = WS-COUNT-READ - WS-COUNT-REJECTED
        - WS-COUNT-SUPPRESSED - WS-COUNT-MAILCAP + WS-SEED-RELEASED.
    MOVE 0 TO WS-SERIAL-HIGH.
    MOVE 'N' TO WS-SERREG-EOF.
    OPEN INPUT SERIALREG-FILE.
    IF WS-SERREG-STATUS NOT = "00" AND WS-SERREG-STATUS NOT = "05"
        DISPLAY "READ-CSV: SERIAL REGISTER COULD NOT BE OPENED "
                "(STATUS=" WS-SERREG-STATUS "); NO PIECE SERIALS CAN "
                "BE ISSUED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-SERREG-EOF = 'Y'
        READ SERIALREG-FILE
            AT END
                MOVE 'Y' TO WS-SERREG-EOF
            NOT AT END
                IF SRG-LAST-SERIAL IS NOT NUMERIC
                    DISPLAY "READ-CSV: SERIAL REGISTER LINE "
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
    IF WS-SERIAL-BLOCK > 0
        COMPUTE WS-SERIAL-LAST = WS-SERIAL-HIGH + WS-SERIAL-BLOCK
        OPEN EXTEND SERIALREG-FILE
        IF WS-SERREG-STATUS NOT = "00" AND WS-SERREG-STATUS NOT = "05"
            DISPLAY "READ-CSV: SERIAL REGISTER COULD NOT BE EXTENDED "
                    "(STATUS=" WS-SERREG-STATUS "); NO PIECE SERIALS "
                    "CAN BE ISSUED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO SERIAL-REGISTER-RECORD
        MOVE WS-SERIAL-FIRST TO SRG-FIRST-SERIAL
        MOVE WS-SERIAL-LAST TO SRG-LAST-SERIAL
        MOVE WS-RUN-DATE TO SRG-RUN-DATE
        MOVE WS-RUN-TIME-RAW(1:6) TO SRG-RUN-TIME
        MOVE "READ-CSV" TO SRG-PROGRAM
        MOVE WS-OUTPUT-FILE-NAME TO SRG-MAILING-FILE
        WRITE SERIAL-REGISTER-RECORD
        CLOSE SERIALREG-FILE
    END-IF.
*> Header carries the run date and source file name; trailer carries
*> the total detail record count, seed pieces included. OUTPUT-FILE
*> is always opened fresh (including on a restart), so exactly one
*> header and one trailer are written per run and the trailer count
*> always covers the whole file.
WRITE-HEADER-RECORD.
    MOVE SPACES TO OUTPUT-HEADER-RECORD.
    MOVE "HDRREC" TO HDR-ID.
WRITE-TRAILER-RECORD.
    MOVE SPACES TO OUTPUT-TRAILER-RECORD.
    MOVE "TRLREC" TO TRL-ID.
    COMPUTE TRL-RECORD-COUNT = WS-COUNT-WRITTEN + WS-COUNT-SEEDED.
    WRITE OUTPUT-TRAILER-RECORD.
*> Duplicate mailing records are diverted to REJECT-FILE (reason
*> R004/DUPLICATE) rather than silently dropped, so the mail room can
                    "RAISE WS-SUPP-LIMIT AND RERUN"
        END-IF
    END-IF.
*> Loads the seed list into WS-SEED-TABLE and opens the seed mailing
*> log for this run's seed pieces.  A missing list is allowed (the
*> shop may not run seeds) but is said out loud, as a missing
*> suppression file is; a list line without a seed id or ZIP is
*> skipped out loud.
LOAD-SEED-TABLE.
    MOVE 0 TO WS-SEED-COUNT.
    MOVE 'N' TO WS-SEED-EOF.
    OPEN INPUT SEED-FILE.
    IF WS-SEED-STATUS NOT = "00"
        MOVE 'Y' TO WS-SEED-EOF
        DISPLAY "READ-CSV WARNING: NO SEED LIST (STATUS="
                WS-SEED-STATUS "); THIS RUN'S MAILING FILE CARRIES "
                "NO SEED NAMES"
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
            DISPLAY "READ-CSV WARNING: SEED MAILING LOG COULD NOT BE "
                    "OPENED (STATUS=" WS-SEEDMAIL-STATUS "); NO SEED "
                    "NAMES INSERTED THIS RUN"
        END-IF
    END-IF.
LOAD-ONE-SEED-ENTRY.
    IF SED-SEED-ID = SPACES OR SED-ZIP(1:5) IS NOT NUMERIC
        DISPLAY "READ-CSV WARNING: SEED LIST LINE WITHOUT A SEED ID "
                "OR ZIP SKIPPED: " SEED-RECORD
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
            DISPLAY "READ-CSV WARNING: SEED LIST EXCEEDS "
                    WS-SEED-LIMIT " ENTRIES; REMAINDER NOT INSERTED "
                    "-- RAISE WS-SEED-LIMIT AND RERUN"
        END-IF
    END-IF.
*> Puts one sort record per seed behind the input records.  Source
*> fields stay blank/zero and the household key blank; see
*> WRITE-SEED-DETAIL.
RELEASE-SEED-RECORDS.
    PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
        MOVE SPACES TO SORT-RECORD
        MOVE WS-SEED-LAST-NAME(WS-SEED-SUB) TO SRT-LAST-NAME
        MOVE WS-SEED-FIRST-NAME(WS-SEED-SUB) TO SRT-FIRST-NAME
        MOVE WS-SEED-STREET(WS-SEED-SUB) TO SRT-STREET
        MOVE WS-SEED-CITY(WS-SEED-SUB) TO SRT-CITY
        MOVE WS-SEED-STATE(WS-SEED-SUB) TO SRT-STATE
        MOVE WS-SEED-ZIP(WS-SEED-SUB) TO SRT-ZIP
        MOVE 0 TO SRT-SOURCE-SUB
        MOVE WS-SEED-ID(WS-SEED-SUB) TO SRT-SEED-ID
        RELEASE SORT-RECORD
        ADD 1 TO WS-SEED-RELEASED
    END-PERFORM.
*> Loads the vendor's change-of-address file into WS-MOV-TABLE.  Name
*> fields are upper-cased at load time, the same way the suppression
*> list is, so the department's CSV and the vendor's file cannot miss
            MOVE WS-MOV-FIELD(6) TO WS-MOV-NEW-STATE(WS-MOV-COUNT)
            MOVE WS-MOV-FIELD(7) TO WS-MOV-NEW-ZIP(WS-MOV-COUNT)
            MOVE 'N' TO WS-MOV-APPLIED(WS-MOV-COUNT)
            MOVE 'N' TO WS-MOV-SUBMITTED(WS-MOV-COUNT)
        ELSE
            MOVE 'Y' TO WS-MOV-EOF
            DISPLAY "READ-CSV WARNING: MOVES FILE EXCEEDS "
        DELIMITED BY SIZE INTO MOV-NEW-ADDRESS
        ON OVERFLOW CONTINUE
    END-STRING.
    MOVE WS-CUR-SOURCE TO MOV-SOURCE-CODE.
    WRITE MOVED-OUT-RECORD.
*> The master key is LAST+FIRST+ZIP, so a move that changes ZIP cannot
*> be a change transaction against the old record: the old key is
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE MOVETRAN-RECORD.
*> Closes the NCOA cycle the moves file answers.  The tracking file is
*> loaded whole; if this moves file is already on an R line nothing
*> more is done.  Otherwise the latest unreturned submission is the
*> one being answered, and any older unreturned ones are reported as
*> never returned -- the vendor will not send them now.  A missing
*> tracking file or no open submission is worth a warning but never
*> stops the run: the moves still apply.
MATCH-NCOA-SUBMISSION.
    MOVE 0 TO WS-NCM-COUNT.
    MOVE 'N' TO WS-NCM-EOF.
    OPEN INPUT NCOATRK-FILE.
    IF WS-NCOATRK-STATUS NOT = "00"
        IF WS-NCOATRK-STATUS = "05"
            CLOSE NCOATRK-FILE
        END-IF
        DISPLAY "READ-CSV WARNING: NO NCOA SUBMISSION ON THE TRACKING "
                "FILE -- MOVES FILE NOT MATCHED TO A CYCLE"
    ELSE
        PERFORM UNTIL WS-NCM-EOF = 'Y'
            READ NCOATRK-FILE
                AT END
                    MOVE 'Y' TO WS-NCM-EOF
                NOT AT END
                    PERFORM LOAD-ONE-NCOA-TRACKING-LINE
            END-READ
        END-PERFORM
        CLOSE NCOATRK-FILE
        PERFORM FIND-OPEN-NCOA-SUBMISSION
    END-IF.
LOAD-ONE-NCOA-TRACKING-LINE.
    EVALUATE NTK-EVENT
        WHEN "S"
            IF WS-NCM-COUNT < WS-NCM-LIMIT
                ADD 1 TO WS-NCM-COUNT
                MOVE NTK-SUBMISSION-ID TO WS-NCM-T-ID(WS-NCM-COUNT)
                MOVE NTK-SUBMISSION-DATE TO WS-NCM-T-DATE(WS-NCM-COUNT)
                MOVE NTK-FILE-NAME TO WS-NCM-T-FILE(WS-NCM-COUNT)
                MOVE 'N' TO WS-NCM-T-RETURNED(WS-NCM-COUNT)
            ELSE
                MOVE 'Y' TO WS-NCM-EOF
                DISPLAY "READ-CSV WARNING: NCOA TRACKING FILE EXCEEDS "
                        WS-NCM-LIMIT " SUBMISSIONS; REMAINDER NOT "
                        "LOADED -- RAISE WS-NCM-LIMIT AND RERUN"
            END-IF
        WHEN "R"
            IF NTK-FILE-NAME = WS-MOVES-FILE-NAME
                MOVE 'Y' TO WS-NCM-ALREADY
                MOVE NTK-SUBMISSION-ID TO WS-NCM-ID
            END-IF
            PERFORM VARYING WS-NCM-SUB FROM 1 BY 1
                    UNTIL WS-NCM-SUB > WS-NCM-COUNT
                IF WS-NCM-T-ID(WS-NCM-SUB) = NTK-SUBMISSION-ID
                    MOVE 'Y' TO WS-NCM-T-RETURNED(WS-NCM-SUB)
                END-IF
            END-PERFORM
    END-EVALUATE.
FIND-OPEN-NCOA-SUBMISSION.
    IF WS-NCM-ALREADY = 'Y'
        DISPLAY "READ-CSV: MOVES FILE ALREADY MATCHED TO NCOA "
                "SUBMISSION " WS-NCM-ID " -- CYCLE NOT RECORDED AGAIN"
    ELSE
        MOVE 0 TO WS-NCM-FOUND
        PERFORM VARYING WS-NCM-SUB FROM 1 BY 1
                UNTIL WS-NCM-SUB > WS-NCM-COUNT
            IF WS-NCM-T-RETURNED(WS-NCM-SUB) = 'N'
                MOVE WS-NCM-SUB TO WS-NCM-FOUND
            END-IF
        END-PERFORM
        IF WS-NCM-FOUND = 0
            DISPLAY "READ-CSV WARNING: NO OUTSTANDING NCOA SUBMISSION "
                    "-- MOVES FILE NOT MATCHED TO A CYCLE"
        ELSE
            PERFORM VARYING WS-NCM-SUB FROM 1 BY 1
                    UNTIL WS-NCM-SUB >= WS-NCM-FOUND
                IF WS-NCM-T-RETURNED(WS-NCM-SUB) = 'N'
                    DISPLAY "READ-CSV WARNING: NCOA SUBMISSION "
                            WS-NCM-T-ID(WS-NCM-SUB) " OF "
                            WS-NCM-T-DATE(WS-NCM-SUB)
                            " WAS NEVER RETURNED"
                END-IF
            END-PERFORM
            MOVE WS-NCM-T-ID(WS-NCM-FOUND) TO WS-NCM-ID
            MOVE WS-NCM-T-DATE(WS-NCM-FOUND) TO WS-NCM-SUB-DATE
            MOVE WS-NCM-T-FILE(WS-NCM-FOUND) TO WS-NCM-SUB-FILE-NAME
            PERFORM READ-NCOA-SUBMISSION
        END-IF
    END-IF.
*> Every detail on the submission is looked up in the moves table;
*> WS-MOV-SUBMITTED makes the match count a count of moves answered,
*> not of detail lines.  The trailer count is balanced against the
*> details read so a truncated submission file is not measured as if
*> it were whole.  If the file is gone the cycle cannot be measured
*> and is left open.
READ-NCOA-SUBMISSION.
    MOVE 'N' TO WS-NCM-EOF.
    OPEN INPUT NCOASUB-FILE.
    IF WS-NCOASUB-STATUS NOT = "00"
        DISPLAY "READ-CSV WARNING: NCOA SUBMISSION FILE COULD NOT BE "
                "OPENED (STATUS=" WS-NCOASUB-STATUS "): "
                FUNCTION TRIM(WS-NCM-SUB-FILE-NAME)
                " -- CYCLE " WS-NCM-ID " LEFT OPEN"
    ELSE
        PERFORM UNTIL WS-NCM-EOF = 'Y'
            READ NCOASUB-FILE
                AT END
                    MOVE 'Y' TO WS-NCM-EOF
                NOT AT END
                    PERFORM MATCH-ONE-NCOA-DETAIL
            END-READ
        END-PERFORM
        CLOSE NCOASUB-FILE
        IF WS-NCM-TRAILER-SEEN = 'N'
                OR WS-NCM-TRAILER-COUNT NOT = WS-NCM-SUBMITTED
            DISPLAY "READ-CSV WARNING: NCOA SUBMISSION FILE "
                    FUNCTION TRIM(WS-NCM-SUB-FILE-NAME)
                    " DOES NOT BALANCE TO ITS TRAILER (DETAILS READ "
                    WS-NCM-SUBMITTED ", TRAILER " WS-NCM-TRAILER-COUNT
                    ")"
        END-IF
        COMPUTE WS-NCM-NOT-SUBMITTED = WS-MOV-COUNT - WS-NCM-MATCHED
        PERFORM WRITE-NCOA-RETURN
    END-IF.
MATCH-ONE-NCOA-DETAIL.
    EVALUATE NSD-RECORD-TYPE
        WHEN "D"
            ADD 1 TO WS-NCM-SUBMITTED
            PERFORM VARYING WS-MOV-SUB FROM 1 BY 1
                    UNTIL WS-MOV-SUB > WS-MOV-COUNT
                IF WS-MOV-SUBMITTED(WS-MOV-SUB) = 'N'
                   AND WS-MOV-LAST-NAME(WS-MOV-SUB)
                        = FUNCTION UPPER-CASE(NSD-LAST-NAME)
                   AND WS-MOV-FIRST-NAME(WS-MOV-SUB)
                        = FUNCTION UPPER-CASE(NSD-FIRST-NAME)
                   AND WS-MOV-OLD-ZIP(WS-MOV-SUB)(1:5) = NSD-ZIP5
                    MOVE 'Y' TO WS-MOV-SUBMITTED(WS-MOV-SUB)
                    ADD 1 TO WS-NCM-MATCHED
                END-IF
            END-PERFORM
        WHEN "T"
            MOVE 'Y' TO WS-NCM-TRAILER-SEEN
            MOVE NST-RECORD-COUNT TO WS-NCM-TRAILER-COUNT
    END-EVALUATE.
*> The R line closes the cycle: return date, the moves the vendor
*> sent, how many answered a submitted record, and which moves file
*> it was.
WRITE-NCOA-RETURN.
    MOVE 0 TO WS-NCM-TURNAROUND.
    IF WS-NCM-SUB-DATE IS NUMERIC
            AND WS-NCM-SUB-DATE <= WS-RUN-DATE
        MOVE WS-RUN-DATE TO WS-NCM-DATE-NUM
        COMPUTE WS-NCM-TURNAROUND
            = FUNCTION INTEGER-OF-DATE(WS-NCM-DATE-NUM)
        MOVE WS-NCM-SUB-DATE TO WS-NCM-DATE-NUM
        COMPUTE WS-NCM-TURNAROUND = WS-NCM-TURNAROUND
            - FUNCTION INTEGER-OF-DATE(WS-NCM-DATE-NUM)
    END-IF.
    MOVE 0 TO WS-NCM-RATE.
    IF WS-NCM-SUBMITTED > 0
        COMPUTE WS-NCM-RATE ROUNDED
            = WS-NCM-MATCHED * 100 / WS-NCM-SUBMITTED
    END-IF.
    MOVE WS-NCM-RATE TO WS-NCM-RATE-EDIT.
    OPEN EXTEND NCOATRK-FILE.
    IF WS-NCOATRK-STATUS NOT = "00" AND WS-NCOATRK-STATUS NOT = "05"
        DISPLAY "READ-CSV WARNING: NCOA TRACKING FILE COULD NOT BE "
                "OPENED FOR APPEND (STATUS=" WS-NCOATRK-STATUS
                ") -- CYCLE " WS-NCM-ID " NOT RECORDED"
    ELSE
        MOVE SPACES TO NCOATRK-RECORD
        MOVE "R" TO NTK-EVENT
        MOVE WS-NCM-ID TO NTK-SUBMISSION-ID
        MOVE WS-NCM-SUB-DATE TO NTK-SUBMISSION-DATE
        MOVE WS-NCM-SUBMITTED TO NTK-RECORD-COUNT
        MOVE WS-RUN-DATE TO NTK-EVENT-DATE
        MOVE WS-MOV-COUNT TO NTK-MOVES-COUNT
        MOVE WS-NCM-MATCHED TO NTK-MATCHED-COUNT
        MOVE WS-MOVES-FILE-NAME TO NTK-FILE-NAME
        WRITE NCOATRK-RECORD
        CLOSE NCOATRK-FILE
        MOVE 'Y' TO WS-NCM-DONE
    END-IF.
*> Loads the mailed-to history into WS-MHT-TABLE, keeping only the
*> entries dated inside the contact-frequency window -- the file is
*> cumulative across every run and anything older than the window can
    DISPLAY "  HOUSEHOLDED AWAY.......: " WS-COUNT-HOUSEHOLDED.
    DISPLAY "  FREQUENCY CAPPED.......: " WS-COUNT-MAILCAP.
    DISPLAY "  MOVES APPLIED..........: " WS-COUNT-MOVED.
    IF WS-NCM-DONE = 'Y'
        DISPLAY "  NCOA SUBMISSION........: " WS-NCM-ID
        DISPLAY "    RECORDS SUBMITTED....: " WS-NCM-SUBMITTED
        DISPLAY "    MOVES RETURNED.......: " WS-MOV-COUNT
        DISPLAY "    MATCHED TO SUBMISSION: " WS-NCM-MATCHED
        DISPLAY "    MATCH RATE (PERCENT).: " WS-NCM-RATE-EDIT
        DISPLAY "    MOVES NOT SUBMITTED..: " WS-NCM-NOT-SUBMITTED
        DISPLAY "    TURNAROUND (DAYS)....: " WS-NCM-TURNAROUND
    END-IF.
    DISPLAY "  INDEX ENTRIES SKIPPED..: " WS-COUNT-INDEX-SKIPPED.
    DISPLAY "  SEED PIECES INSERTED...: " WS-COUNT-SEEDED.
    IF WS-SERIAL-NEXT > WS-SERIAL-FIRST
        COMPUTE WS-SERIAL-HIGH = WS-SERIAL-NEXT - 1
        DISPLAY "  PIECE SERIALS ISSUED...: " WS-SERIAL-FIRST " THRU "
                WS-SERIAL-HIGH
    END-IF.
    IF WS-SRC-COUNT > 1
        PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                UNTIL WS-SRC-SUB > WS-SRC-COUNT
