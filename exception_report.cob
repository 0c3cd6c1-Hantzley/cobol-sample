       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  EXCEPTION-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The four raw-line-plus-reason disposition files READ-CSV writes
*> (reject, suppressed, household, mailcap) share one 104-byte layout,
*> so one dynamically named file is reopened for each in turn.
    SELECT DISPOSITION-FILE
    ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-DISP-STATUS.

    SELECT MOVED-FILE
    ASSIGN TO "./data/moved.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MOVED-STATUS.

    SELECT RUNHIST-FILE
    ASSIGN TO DYNAMIC WS-RUNHIST-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT OPTIONAL EXCHIST-FILE
    ASSIGN TO "./data/exchist.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-EXCHIST-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DISPOSITION-FILE    RECORD CONTAINS 104 CHARACTERS.
    COPY REJREC.
*> Same layout READ-CSV writes moved.txt in: the original input line,
*> the forwarded address, and the source-department code.
FD  MOVED-FILE          RECORD CONTAINS 160 CHARACTERS.
01  MOVED-RECORD.
    05 MOV-INPUT-DATA     PIC X(80).
    05 FILLER             PIC X(2).
    05 MOV-NEW-ADDRESS    PIC X(74).
    05 FILLER             PIC X(2).
    05 MOV-SOURCE-CODE    PIC X(2).
FD  RUNHIST-FILE        RECORD CONTAINS 314 CHARACTERS.
    COPY RUNHIST.
*> Exception share history, one line per reason code per READ-CSV run
*> this report has been produced for, plus a "*ALL" line carrying the
*> run's total so a run with no exceptions at all is still on file as
*> a run.  Keyed by the run-history date and time, append-only; the
*> share is the percent of records read, two implied decimals.  This
*> is what the recent-runs comparison averages over.
FD  EXCHIST-FILE        RECORD CONTAINS 46 CHARACTERS.
01  EXCHIST-RECORD.
    05 EXH-RUN-KEY.
        10 EXH-RUN-DATE   PIC X(8).
        10 FILLER         PIC X.
        10 EXH-RUN-TIME   PIC X(6).
    05 FILLER             PIC X.
    05 EXH-REASON-CODE    PIC X(4).
    05 FILLER             PIC X.
    05 EXH-COUNT          PIC 9(9).
    05 FILLER             PIC X.
    05 EXH-READ           PIC 9(9).
    05 FILLER             PIC X.
    05 EXH-SHARE          PIC 9(3)V99.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.
*> Run-time parameter "[HISTFILE [REPORTFILE]]", the same positional
*> shape RUNHIST-REPORT takes.  The disposition files themselves are
*> always read from the fixed paths READ-CSV writes them to.  Those
*> files are rewritten by every READ-CSV run, so this report always
*> describes the most recent run -- the last line on the run history
*> -- and is meant to be run right after it in the batch.
01  WS-RUNHIST-FILE-NAME  PIC X(100) VALUE "./data/runhist.dat".
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/exception.rpt".
01  WS-DISP-FILE-NAME     PIC X(100) VALUE SPACES.
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-DISP-STATUS        PIC XX     VALUE SPACES.
01  WS-MOVED-STATUS       PIC XX     VALUE SPACES.
01  WS-RUNHIST-STATUS     PIC XX     VALUE SPACES.
01  WS-EXCHIST-STATUS     PIC XX     VALUE SPACES.
01  WS-DISP-EOF           PIC X      VALUE 'N'.
01  WS-RUNHIST-EOF        PIC X      VALUE 'N'.
01  WS-EXCHIST-EOF        PIC X      VALUE 'N'.

*> The run being reported on: the last line of the run history.
01  WS-RUN-FOUND          PIC X      VALUE 'N'.
01  WS-RUN-KEY.
    05 WS-RUN-DATE        PIC X(8)   VALUE SPACES.
    05 FILLER             PIC X      VALUE SPACES.
    05 WS-RUN-TIME        PIC X(6)   VALUE SPACES.
01  WS-RUN-RESTART        PIC X      VALUE SPACES.
01  WS-RUN-READ           PIC 9(9)   VALUE 0.
01  WS-RUN-WRITTEN        PIC 9(9)   VALUE 0.
01  WS-RUN-REJECTED       PIC 9(9)   VALUE 0.
01  WS-RUN-DUPLICATE      PIC 9(9)   VALUE 0.
01  WS-RUN-SUPPRESSED     PIC 9(9)   VALUE 0.
01  WS-RUN-HOUSEHOLD      PIC 9(9)   VALUE 0.
01  WS-RUN-MAILCAP        PIC 9(9)   VALUE 0.
01  WS-RUN-INPUT-FILE     PIC X(100) VALUE SPACES.
01  WS-RUN-SOURCE-CODES   PIC X(14)  VALUE SPACES.

*> Line counts per disposition file, tied back to the run history.
*> reject.txt carries both data rejects and merge-purge duplicates
*> (R004), which the run history counts separately.
01  WS-FILE-LABEL         PIC X(14)  VALUE SPACES.
01  WS-LINES-REJECTED     PIC 9(9)   VALUE 0.
01  WS-LINES-DUPLICATE    PIC 9(9)   VALUE 0.
01  WS-LINES-SUPPRESSED   PIC 9(9)   VALUE 0.
01  WS-LINES-HOUSEHOLD    PIC 9(9)   VALUE 0.
01  WS-LINES-MAILCAP      PIC 9(9)   VALUE 0.
01  WS-LINES-MOVED        PIC 9(9)   VALUE 0.
01  WS-LINES-FILE         PIC 9(9)   VALUE 0.
01  WS-TOTAL-EXCEPTIONS   PIC 9(9)   VALUE 0.
01  WS-COUNT-UNREC        PIC 9(3)   VALUE 0.
01  WS-COUNT-FLAGGED      PIC 9(3)   VALUE 0.

*> The one disposition line being tallied, whichever file it came
*> from.
01  WS-CUR-SOURCE         PIC X(2)   VALUE SPACES.
01  WS-CUR-REASON         PIC X(4)   VALUE SPACES.
01  WS-CUR-TEXT           PIC X(12)  VALUE SPACES.
01  WS-CUR-SAMPLE         PIC X(110) VALUE SPACES.

*> Counts by source department and reason code, kept in source then
*> reason order as they are added so the breakdown prints sorted.
01  WS-GRP-LIMIT          PIC 9(4)   VALUE 200.
01  WS-GRP-COUNT          PIC 9(4)   COMP VALUE 0.
01  WS-GRP-SUB            PIC 9(4)   COMP VALUE 0.
01  WS-GRP-INS            PIC 9(4)   COMP VALUE 0.
01  WS-GRP-FOUND          PIC X      VALUE 'N'.
01  WS-GRP-FULL-WARNED    PIC X      VALUE 'N'.
01  WS-GRP-TABLE.
    05 WS-GRP-ENTRY OCCURS 200 TIMES.
        10 WS-GRP-KEY.
            15 WS-GRP-SOURCE  PIC X(2).
            15 WS-GRP-REASON  PIC X(4).
        10 WS-GRP-TEXT        PIC X(12).
        10 WS-GRP-LINES       PIC 9(9).

*> Counts by reason code across all sources, with the first few
*> offending lines of each kept as samples and the recent-runs share
*> comparison worked out against the exception history.
01  WS-RSN-LIMIT          PIC 9(4)   VALUE 50.
01  WS-RSN-COUNT          PIC 9(4)   COMP VALUE 0.
01  WS-RSN-SUB            PIC 9(4)   COMP VALUE 0.
01  WS-RSN-INS            PIC 9(4)   COMP VALUE 0.
01  WS-RSN-FOUND          PIC X      VALUE 'N'.
01  WS-RSN-FULL-WARNED    PIC X      VALUE 'N'.
01  WS-SAMPLE-LIMIT       PIC 9      VALUE 3.
01  WS-SAMPLE-SUB         PIC 9      VALUE 0.
01  WS-RSN-TABLE.
    05 WS-RSN-ENTRY OCCURS 50 TIMES.
        10 WS-RSN-CODE        PIC X(4).
        10 WS-RSN-TEXT        PIC X(12).
        10 WS-RSN-LINES       PIC 9(9).
        10 WS-RSN-SHARE       PIC 9(3)V99.
        10 WS-RSN-PRIOR-TOTAL PIC 9(5)V99.
        10 WS-RSN-PRIOR-AVG   PIC 9(3)V99.
        10 WS-RSN-FLAG        PIC X.
        10 WS-RSN-SAMPLES     PIC 9.
        10 WS-RSN-SAMPLE      PIC X(110) OCCURS 3 TIMES.
*> Temporary slot for shifting table entries during an insert.
01  WS-GRP-HOLD           PIC X(27).
01  WS-RSN-HOLD           PIC X(374).
01  WS-PCT-WORK           PIC 9(3)V99 VALUE 0.

*> A reason's share of records read is flagged *JUMP* when it runs
*> more than WS-DEV-THRESHOLD-PCT over its average share for the
*> previous WS-AVG-DEPTH runs (once at least WS-AVG-MINIMUM prior runs
*> are on the exception history to average over) -- the same depth,
*> minimum and threshold RUNHIST-REPORT judges read volume by.  A
*> reason absent from a prior run counts as a zero share for it.  The
*> rise must also be at least WS-JUMP-MIN-POINTS percentage points, so
*> a reason going from one record to two on a large file does not
*> raise an alarm.
01  WS-DEV-THRESHOLD-PCT  PIC 9(3)   VALUE 50.
01  WS-AVG-DEPTH          PIC 9      VALUE 5.
01  WS-AVG-MINIMUM        PIC 9      VALUE 3.
01  WS-JUMP-MIN-POINTS    PIC 9(3)V99 VALUE 1.00.
01  WS-PRIOR-KEYS.
    05 WS-PRIOR-KEY       PIC X(15) OCCURS 5 TIMES.
01  WS-PRIOR-COUNT        PIC 9      VALUE 0.
01  WS-PRIOR-NEXT         PIC 9      VALUE 1.
01  WS-PRIOR-SUB          PIC 9      VALUE 0.
01  WS-PRIOR-HIT          PIC X      VALUE 'N'.
01  WS-LAST-HIST-KEY      PIC X(15)  VALUE SPACES.
01  WS-ALREADY-RECORDED   PIC X      VALUE 'N'.
01  WS-EXCHIST-AVAILABLE  PIC X      VALUE 'Y'.
01  WS-DEV-LIMIT          PIC 9(5)V99 VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(39)
       VALUE "READ-CSV DISPOSITION EXCEPTION REPORT -".
    05 FILLER             PIC X(6)  VALUE "- RUN ".
    05 RPT-TITLE-DATE     PIC X(8).
    05 FILLER             PIC X     VALUE SPACES.
    05 RPT-TITLE-TIME     PIC X(6).
    05 RPT-TITLE-RESTART  PIC X(10).
01  WS-RPT-LABEL-LINE.
    05 RPT-LBL-TEXT       PIC X(26).
    05 RPT-LBL-VALUE      PIC X(106).
01  WS-RPT-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-SECTION        PIC X(132).
01  WS-RPT-GRP-HEADS      PIC X(60)
    VALUE "SRC  REASON  DESCRIPTION          RECORDS  PCT OF READ".
01  WS-RPT-GRP-DETAIL.
    05 RPT-GRP-SOURCE     PIC X(2).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-GRP-REASON     PIC X(4).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-GRP-TEXT       PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-GRP-LINES      PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-GRP-PCT        PIC ZZ9.99.
    05 FILLER             PIC X     VALUE "%".
01  WS-RPT-RSN-HEADS      PIC X(88)
    VALUE "REASON  DESCRIPTION          RECORDS  PCT OF READ  " &
          "PRIOR AVG  PRIOR RUNS  FLAGS".
01  WS-RPT-RSN-DETAIL.
    05 RPT-RSN-REASON     PIC X(4).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-RSN-TEXT       PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-RSN-LINES      PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-RSN-PCT        PIC ZZ9.99.
    05 FILLER             PIC X     VALUE "%".
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-RSN-AVG        PIC X(7).
    05 FILLER             PIC X(9)  VALUE SPACES.
    05 RPT-RSN-PRIORS     PIC 9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-RSN-FLAGS      PIC X(8).
01  WS-RPT-AVG-EDIT       PIC ZZ9.99.
01  WS-RPT-RECON-HEADS    PIC X(66)
    VALUE "FILE            CATEGORY        FILE LINES  RUN HISTORY  " &
          "STATUS".
01  WS-RPT-RECON-DETAIL.
    05 RPT-REC-FILE       PIC X(14).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-REC-CATEGORY   PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-REC-LINES      PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-REC-HISTORY    PIC X(11).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-REC-STATUS     PIC X(20).
01  WS-RPT-SAMPLE-HEAD.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-SMP-REASON     PIC X(4).
    05 FILLER             PIC X     VALUE SPACES.
    05 RPT-SMP-TEXT       PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-SMP-SHOWN      PIC X(30).
01  WS-RPT-SAMPLE-LINE.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-SMP-LINE       PIC X(110).

PROCEDURE DIVISION.
START-ROUTINE.
    PERFORM PARSE-RUN-PARMS.
    PERFORM LOAD-LAST-RUN.
    MOVE "reject.txt" TO WS-FILE-LABEL.
    MOVE "./data/reject.txt" TO WS-DISP-FILE-NAME.
    PERFORM TALLY-DISPOSITION-FILE.
    MOVE "suppressed.txt" TO WS-FILE-LABEL.
    MOVE "./data/suppressed.txt" TO WS-DISP-FILE-NAME.
    PERFORM TALLY-DISPOSITION-FILE.
    MOVE WS-LINES-FILE TO WS-LINES-SUPPRESSED.
    MOVE "household.txt" TO WS-FILE-LABEL.
    MOVE "./data/household.txt" TO WS-DISP-FILE-NAME.
    PERFORM TALLY-DISPOSITION-FILE.
    MOVE WS-LINES-FILE TO WS-LINES-HOUSEHOLD.
    MOVE "mailcap.txt" TO WS-FILE-LABEL.
    MOVE "./data/mailcap.txt" TO WS-DISP-FILE-NAME.
    PERFORM TALLY-DISPOSITION-FILE.
    MOVE WS-LINES-FILE TO WS-LINES-MAILCAP.
    PERFORM TALLY-MOVED-FILE.
    PERFORM COMPUTE-SHARES.
    PERFORM COMPARE-TO-HISTORY.
    OPEN OUTPUT REPORT-FILE.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM WRITE-RECONCILIATION.
    PERFORM WRITE-SOURCE-BREAKDOWN.
    PERFORM WRITE-REASON-SUMMARY.
    PERFORM WRITE-SAMPLES.
    PERFORM WRITE-REPORT-FOOTER.
    CLOSE REPORT-FILE.
    PERFORM RECORD-EXCEPTION-HISTORY.
    DISPLAY "EXCEPTION-REPORT: RUN " WS-RUN-DATE " " WS-RUN-TIME ", "
            WS-TOTAL-EXCEPTIONS " EXCEPTIONS OF " WS-RUN-READ " READ, "
            WS-COUNT-FLAGGED " REASONS FLAGGED, " WS-COUNT-UNREC
            " FILES OUT OF BALANCE -- SEE "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
    IF WS-COUNT-UNREC > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
        UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
            INTO WS-RUNHIST-FILE-NAME WS-REPORT-FILE-NAME
        END-UNSTRING
    END-IF.
*> The percentages are of the run's records read, so without a run
*> history line there is nothing to report against.
LOAD-LAST-RUN.
    OPEN INPUT RUNHIST-FILE.
    IF WS-RUNHIST-STATUS NOT = "00"
        DISPLAY "EXCEPTION-REPORT: RUN HISTORY FILE COULD NOT BE "
                "OPENED (STATUS=" WS-RUNHIST-STATUS "): "
                FUNCTION TRIM(WS-RUNHIST-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-RUNHIST-EOF = 'Y'
        READ RUNHIST-FILE
            AT END
                MOVE 'Y' TO WS-RUNHIST-EOF
            NOT AT END
                PERFORM NOTE-RUN-LINE
        END-READ
    END-PERFORM.
    CLOSE RUNHIST-FILE.
    IF WS-RUN-FOUND = 'N'
        DISPLAY "EXCEPTION-REPORT: RUN HISTORY IS EMPTY -- NO "
                "READ-CSV RUN TO REPORT ON: "
                FUNCTION TRIM(WS-RUNHIST-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Keeps the fields of each history line as it goes by, so what is
*> left at end of file is the latest run.  Mailcap is treated as zero
*> on lines written before the field existed, as RUNHIST-REPORT does.
NOTE-RUN-LINE.
    MOVE 'Y' TO WS-RUN-FOUND.
    MOVE RH-RUN-DATE TO WS-RUN-DATE.
    MOVE RH-RUN-TIME TO WS-RUN-TIME.
    MOVE RH-RESTART-FLAG TO WS-RUN-RESTART.
    MOVE RH-COUNT-READ TO WS-RUN-READ.
    MOVE RH-COUNT-WRITTEN TO WS-RUN-WRITTEN.
    MOVE RH-COUNT-REJECTED TO WS-RUN-REJECTED.
    MOVE RH-COUNT-DUPLICATE TO WS-RUN-DUPLICATE.
    MOVE RH-COUNT-SUPPRESSED TO WS-RUN-SUPPRESSED.
    MOVE RH-COUNT-HOUSEHOLD TO WS-RUN-HOUSEHOLD.
    IF RH-COUNT-MAILCAP IS NUMERIC
        MOVE RH-COUNT-MAILCAP TO WS-RUN-MAILCAP
    ELSE
        MOVE 0 TO WS-RUN-MAILCAP
    END-IF.
    MOVE RH-INPUT-FILE TO WS-RUN-INPUT-FILE.
    MOVE RH-SOURCE-CODES TO WS-RUN-SOURCE-CODES.
*> Reads one of the four 104-byte disposition files into the tables.
*> A file that is not there is reported and counted as empty; the
*> reconciliation section then shows it out of balance if the run
*> history says it should have held records.
TALLY-DISPOSITION-FILE.
    MOVE 0 TO WS-LINES-FILE.
    MOVE 'N' TO WS-DISP-EOF.
    OPEN INPUT DISPOSITION-FILE.
    IF WS-DISP-STATUS NOT = "00"
        DISPLAY "EXCEPTION-REPORT WARNING: " FUNCTION TRIM(WS-FILE-LABEL)
                " COULD NOT BE OPENED (STATUS=" WS-DISP-STATUS
                "); COUNTED AS EMPTY"
    ELSE
        PERFORM UNTIL WS-DISP-EOF = 'Y'
            MOVE SPACES TO REJECT-RECORD
            READ DISPOSITION-FILE
                AT END
                    MOVE 'Y' TO WS-DISP-EOF
                NOT AT END
                    PERFORM TALLY-ONE-DISPOSITION
            END-READ
        END-PERFORM
        CLOSE DISPOSITION-FILE
    END-IF.
TALLY-ONE-DISPOSITION.
    ADD 1 TO WS-LINES-FILE.
    IF WS-FILE-LABEL = "reject.txt"
        IF REJ-REASON-CODE = "R004"
            ADD 1 TO WS-LINES-DUPLICATE
        ELSE
            ADD 1 TO WS-LINES-REJECTED
        END-IF
    END-IF.
    MOVE REJ-SOURCE-CODE TO WS-CUR-SOURCE.
    MOVE REJ-REASON-CODE TO WS-CUR-REASON.
    MOVE REJ-REASON-TEXT TO WS-CUR-TEXT.
    IF WS-CUR-REASON = SPACES
        MOVE "????" TO WS-CUR-REASON
        MOVE "NO REASON" TO WS-CUR-TEXT
    END-IF.
    MOVE SPACES TO WS-CUR-SAMPLE.
    IF WS-CUR-SOURCE = SPACES
        MOVE REJ-INPUT-DATA TO WS-CUR-SAMPLE
    ELSE
        STRING WS-CUR-SOURCE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               REJ-INPUT-DATA DELIMITED BY SIZE
            INTO WS-CUR-SAMPLE
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF.
    ADD 1 TO WS-TOTAL-EXCEPTIONS.
    PERFORM ADD-TO-TABLES.
*> moved.txt has no reason code of its own -- every line is a
*> change-of-address forwarding -- so it is tallied under MOVE.  A
*> moved record still goes on to be mailed (or to land in one of the
*> other files), so moves are shown but not added to the exception
*> total, and the run history carries no move count to tie them to.
TALLY-MOVED-FILE.
    MOVE 'N' TO WS-DISP-EOF.
    OPEN INPUT MOVED-FILE.
    IF WS-MOVED-STATUS NOT = "00"
        DISPLAY "EXCEPTION-REPORT WARNING: moved.txt COULD NOT BE "
                "OPENED (STATUS=" WS-MOVED-STATUS "); COUNTED AS EMPTY"
    ELSE
        PERFORM UNTIL WS-DISP-EOF = 'Y'
            MOVE SPACES TO MOVED-RECORD
            READ MOVED-FILE
                AT END
                    MOVE 'Y' TO WS-DISP-EOF
                NOT AT END
                    PERFORM TALLY-ONE-MOVE
            END-READ
        END-PERFORM
        CLOSE MOVED-FILE
    END-IF.
TALLY-ONE-MOVE.
    ADD 1 TO WS-LINES-MOVED.
    MOVE MOV-SOURCE-CODE TO WS-CUR-SOURCE.
    MOVE "MOVE" TO WS-CUR-REASON.
    MOVE "MOVED" TO WS-CUR-TEXT.
    MOVE SPACES TO WS-CUR-SAMPLE.
    IF WS-CUR-SOURCE = SPACES
        STRING FUNCTION TRIM(MOV-INPUT-DATA TRAILING) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               MOV-NEW-ADDRESS DELIMITED BY SIZE
            INTO WS-CUR-SAMPLE
            ON OVERFLOW CONTINUE
        END-STRING
    ELSE
        STRING WS-CUR-SOURCE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(MOV-INPUT-DATA TRAILING) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               MOV-NEW-ADDRESS DELIMITED BY SIZE
            INTO WS-CUR-SAMPLE
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF.
    PERFORM ADD-TO-TABLES.
ADD-TO-TABLES.
    PERFORM ADD-TO-GROUP-TABLE.
    PERFORM ADD-TO-REASON-TABLE.
*> Finds the source+reason entry, or inserts it in key order.
ADD-TO-GROUP-TABLE.
    MOVE 'N' TO WS-GRP-FOUND.
    MOVE 0 TO WS-GRP-INS.
    PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
            UNTIL WS-GRP-SUB > WS-GRP-COUNT OR WS-GRP-FOUND = 'Y'
                  OR WS-GRP-INS > 0
        IF WS-GRP-SOURCE(WS-GRP-SUB) = WS-CUR-SOURCE
           AND WS-GRP-REASON(WS-GRP-SUB) = WS-CUR-REASON
            MOVE 'Y' TO WS-GRP-FOUND
            ADD 1 TO WS-GRP-LINES(WS-GRP-SUB)
        ELSE
            IF WS-GRP-SOURCE(WS-GRP-SUB) > WS-CUR-SOURCE
               OR (WS-GRP-SOURCE(WS-GRP-SUB) = WS-CUR-SOURCE
                   AND WS-GRP-REASON(WS-GRP-SUB) > WS-CUR-REASON)
                MOVE WS-GRP-SUB TO WS-GRP-INS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GRP-FOUND = 'N'
        IF WS-GRP-COUNT >= WS-GRP-LIMIT
            IF WS-GRP-FULL-WARNED = 'N'
                MOVE 'Y' TO WS-GRP-FULL-WARNED
                DISPLAY "EXCEPTION-REPORT WARNING: SOURCE/REASON TABLE "
                        "EXCEEDS " WS-GRP-LIMIT " ENTRIES; REMAINDER NOT "
                        "LOADED -- RAISE WS-GRP-LIMIT AND RERUN"
            END-IF
        ELSE
            ADD 1 TO WS-GRP-COUNT
            IF WS-GRP-INS = 0
                MOVE WS-GRP-COUNT TO WS-GRP-INS
            ELSE
                PERFORM VARYING WS-GRP-SUB FROM WS-GRP-COUNT BY -1
                        UNTIL WS-GRP-SUB <= WS-GRP-INS
                    MOVE WS-GRP-ENTRY(WS-GRP-SUB - 1) TO WS-GRP-HOLD
                    MOVE WS-GRP-HOLD TO WS-GRP-ENTRY(WS-GRP-SUB)
                END-PERFORM
            END-IF
            MOVE WS-CUR-SOURCE TO WS-GRP-SOURCE(WS-GRP-INS)
            MOVE WS-CUR-REASON TO WS-GRP-REASON(WS-GRP-INS)
            MOVE WS-CUR-TEXT TO WS-GRP-TEXT(WS-GRP-INS)
            MOVE 1 TO WS-GRP-LINES(WS-GRP-INS)
        END-IF
    END-IF.
*> Finds the reason entry, or inserts it in code order, and keeps the
*> first WS-SAMPLE-LIMIT lines seen for it.
ADD-TO-REASON-TABLE.
    MOVE 'N' TO WS-RSN-FOUND.
    MOVE 0 TO WS-RSN-INS.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > WS-RSN-COUNT OR WS-RSN-FOUND = 'Y'
                  OR WS-RSN-INS > 0
        IF WS-RSN-CODE(WS-RSN-SUB) = WS-CUR-REASON
            MOVE 'Y' TO WS-RSN-FOUND
            MOVE WS-RSN-SUB TO WS-RSN-INS
        ELSE
            IF WS-RSN-CODE(WS-RSN-SUB) > WS-CUR-REASON
                MOVE WS-RSN-SUB TO WS-RSN-INS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-RSN-FOUND = 'N'
        IF WS-RSN-COUNT >= WS-RSN-LIMIT
            IF WS-RSN-FULL-WARNED = 'N'
                MOVE 'Y' TO WS-RSN-FULL-WARNED
                DISPLAY "EXCEPTION-REPORT WARNING: REASON TABLE EXCEEDS "
                        WS-RSN-LIMIT " ENTRIES; REMAINDER NOT LOADED -- "
                        "RAISE WS-RSN-LIMIT AND RERUN"
            END-IF
            MOVE 0 TO WS-RSN-INS
        ELSE
            ADD 1 TO WS-RSN-COUNT
            IF WS-RSN-INS = 0
                MOVE WS-RSN-COUNT TO WS-RSN-INS
            ELSE
                PERFORM VARYING WS-RSN-SUB FROM WS-RSN-COUNT BY -1
                        UNTIL WS-RSN-SUB <= WS-RSN-INS
                    MOVE WS-RSN-ENTRY(WS-RSN-SUB - 1) TO WS-RSN-HOLD
                    MOVE WS-RSN-HOLD TO WS-RSN-ENTRY(WS-RSN-SUB)
                END-PERFORM
            END-IF
            MOVE SPACES TO WS-RSN-ENTRY(WS-RSN-INS)
            MOVE WS-CUR-REASON TO WS-RSN-CODE(WS-RSN-INS)
            MOVE WS-CUR-TEXT TO WS-RSN-TEXT(WS-RSN-INS)
            MOVE 0 TO WS-RSN-LINES(WS-RSN-INS)
            MOVE 0 TO WS-RSN-SHARE(WS-RSN-INS)
            MOVE 0 TO WS-RSN-PRIOR-TOTAL(WS-RSN-INS)
            MOVE 0 TO WS-RSN-PRIOR-AVG(WS-RSN-INS)
            MOVE 'N' TO WS-RSN-FLAG(WS-RSN-INS)
            MOVE 0 TO WS-RSN-SAMPLES(WS-RSN-INS)
        END-IF
    END-IF.
    IF WS-RSN-INS > 0
        ADD 1 TO WS-RSN-LINES(WS-RSN-INS)
        IF WS-RSN-SAMPLES(WS-RSN-INS) < WS-SAMPLE-LIMIT
            ADD 1 TO WS-RSN-SAMPLES(WS-RSN-INS)
            MOVE WS-CUR-SAMPLE TO
                WS-RSN-SAMPLE(WS-RSN-INS, WS-RSN-SAMPLES(WS-RSN-INS))
        END-IF
    END-IF.
*> Share of records read, rounded to two places.  A run that read
*> nothing has no shares.
COMPUTE-SHARES.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > WS-RSN-COUNT
        IF WS-RUN-READ > 0
            COMPUTE WS-RSN-SHARE(WS-RSN-SUB) ROUNDED
                = WS-RSN-LINES(WS-RSN-SUB) * 100 / WS-RUN-READ
                ON SIZE ERROR
                    MOVE 999.99 TO WS-RSN-SHARE(WS-RSN-SUB)
            END-COMPUTE
        END-IF
    END-PERFORM.
*> Two passes over the exception history.  The first finds the last
*> WS-AVG-DEPTH runs on file before this one (lines for one run are
*> written together, so a change of key is a new run) and notices if
*> this run has already been recorded by an earlier report; the
*> second adds up each current reason's share over those runs.  With
*> no history yet every reason simply shows no prior average.
COMPARE-TO-HISTORY.
    OPEN INPUT EXCHIST-FILE.
    IF WS-EXCHIST-STATUS NOT = "00" AND WS-EXCHIST-STATUS NOT = "05"
        MOVE 'N' TO WS-EXCHIST-AVAILABLE
        DISPLAY "EXCEPTION-REPORT WARNING: EXCEPTION HISTORY COULD NOT "
                "BE OPENED (STATUS=" WS-EXCHIST-STATUS "); NO "
                "RECENT-RUNS COMPARISON THIS TIME"
    ELSE
        MOVE 'N' TO WS-EXCHIST-EOF
        PERFORM UNTIL WS-EXCHIST-EOF = 'Y'
            READ EXCHIST-FILE
                AT END
                    MOVE 'Y' TO WS-EXCHIST-EOF
                NOT AT END
                    PERFORM NOTE-HISTORY-RUN
            END-READ
        END-PERFORM
        CLOSE EXCHIST-FILE
    END-IF.
    IF WS-PRIOR-COUNT > 0
        OPEN INPUT EXCHIST-FILE
        IF WS-EXCHIST-STATUS NOT = "00"
            DISPLAY "EXCEPTION-REPORT WARNING: EXCEPTION HISTORY COULD "
                    "NOT BE REOPENED (STATUS=" WS-EXCHIST-STATUS "); NO "
                    "RECENT-RUNS COMPARISON THIS TIME"
            IF WS-EXCHIST-STATUS = "05"
                CLOSE EXCHIST-FILE
            END-IF
            MOVE 0 TO WS-PRIOR-COUNT
        ELSE
            MOVE 'N' TO WS-EXCHIST-EOF
            PERFORM UNTIL WS-EXCHIST-EOF = 'Y'
                READ EXCHIST-FILE
                    AT END
                        MOVE 'Y' TO WS-EXCHIST-EOF
                    NOT AT END
                        PERFORM ADD-HISTORY-SHARE
                END-READ
            END-PERFORM
            CLOSE EXCHIST-FILE
        END-IF
    END-IF.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > WS-RSN-COUNT
        PERFORM JUDGE-ONE-REASON
    END-PERFORM.
NOTE-HISTORY-RUN.
    IF EXH-RUN-KEY = WS-RUN-KEY
        MOVE 'Y' TO WS-ALREADY-RECORDED
    ELSE
        IF EXH-RUN-KEY NOT = WS-LAST-HIST-KEY
            MOVE EXH-RUN-KEY TO WS-LAST-HIST-KEY
            MOVE EXH-RUN-KEY TO WS-PRIOR-KEY(WS-PRIOR-NEXT)
            IF WS-PRIOR-COUNT < WS-AVG-DEPTH
                ADD 1 TO WS-PRIOR-COUNT
            END-IF
            IF WS-PRIOR-NEXT = WS-AVG-DEPTH
                MOVE 1 TO WS-PRIOR-NEXT
            ELSE
                ADD 1 TO WS-PRIOR-NEXT
            END-IF
        END-IF
    END-IF.
ADD-HISTORY-SHARE.
    MOVE 'N' TO WS-PRIOR-HIT.
    PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
            UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
        IF WS-PRIOR-KEY(WS-PRIOR-SUB) = EXH-RUN-KEY
            MOVE 'Y' TO WS-PRIOR-HIT
        END-IF
    END-PERFORM.
    IF WS-PRIOR-HIT = 'Y' AND EXH-SHARE IS NUMERIC
        PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                UNTIL WS-RSN-SUB > WS-RSN-COUNT
            IF WS-RSN-CODE(WS-RSN-SUB) = EXH-REASON-CODE
                ADD EXH-SHARE TO WS-RSN-PRIOR-TOTAL(WS-RSN-SUB)
            END-IF
        END-PERFORM
    END-IF.
JUDGE-ONE-REASON.
    IF WS-PRIOR-COUNT > 0
        COMPUTE WS-RSN-PRIOR-AVG(WS-RSN-SUB) ROUNDED
            = WS-RSN-PRIOR-TOTAL(WS-RSN-SUB) / WS-PRIOR-COUNT
    END-IF.
    IF WS-PRIOR-COUNT >= WS-AVG-MINIMUM
        COMPUTE WS-DEV-LIMIT = WS-RSN-PRIOR-AVG(WS-RSN-SUB)
            * WS-DEV-THRESHOLD-PCT / 100
        IF WS-DEV-LIMIT < WS-JUMP-MIN-POINTS
            MOVE WS-JUMP-MIN-POINTS TO WS-DEV-LIMIT
        END-IF
        IF WS-RSN-SHARE(WS-RSN-SUB)
                > WS-RSN-PRIOR-AVG(WS-RSN-SUB) + WS-DEV-LIMIT
            MOVE 'Y' TO WS-RSN-FLAG(WS-RSN-SUB)
            ADD 1 TO WS-COUNT-FLAGGED
        END-IF
    END-IF.
WRITE-REPORT-HEADING.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    MOVE WS-RUN-TIME TO RPT-TITLE-TIME.
    IF WS-RUN-RESTART = 'Y'
        MOVE " (RESTART)" TO RPT-TITLE-RESTART
    ELSE
        MOVE SPACES TO RPT-TITLE-RESTART
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "INPUT FILE..............: " TO RPT-LBL-TEXT.
    MOVE WS-RUN-INPUT-FILE TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    IF WS-RUN-SOURCE-CODES NOT = SPACES
        MOVE "SOURCE CODES............: " TO RPT-LBL-TEXT
        MOVE WS-RUN-SOURCE-CODES TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
    END-IF.
    MOVE "RECORDS READ............: " TO RPT-LBL-TEXT.
    MOVE WS-RUN-READ TO WS-RPT-COUNT-EDIT.
    MOVE FUNCTION TRIM(WS-RPT-COUNT-EDIT) TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "RECORDS WRITTEN.........: " TO RPT-LBL-TEXT.
    MOVE WS-RUN-WRITTEN TO WS-RPT-COUNT-EDIT.
    MOVE FUNCTION TRIM(WS-RPT-COUNT-EDIT) TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "EXCEPTIONS, EXCL MOVES..: " TO RPT-LBL-TEXT.
    MOVE WS-TOTAL-EXCEPTIONS TO WS-RPT-COUNT-EDIT.
    MOVE FUNCTION TRIM(WS-RPT-COUNT-EDIT) TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "MOVES APPLIED...........: " TO RPT-LBL-TEXT.
    MOVE WS-LINES-MOVED TO WS-RPT-COUNT-EDIT.
    MOVE FUNCTION TRIM(WS-RPT-COUNT-EDIT) TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
*> Each file's line count against the count the run history says the
*> run put there.  A mismatch means the files on disk are not from
*> the run on the last history line (a later run that abended before
*> writing its history, or a file restored by hand), so the report
*> below should not be trusted until that is explained.
WRITE-RECONCILIATION.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "DISPOSITION FILES AGAINST THE RUN HISTORY" TO WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-RECON-HEADS.
    MOVE "reject.txt" TO RPT-REC-FILE.
    MOVE "REJECTED" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-REJECTED TO RPT-REC-LINES.
    MOVE WS-RUN-REJECTED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-REC-HISTORY.
    PERFORM SET-RECON-STATUS.
    IF WS-LINES-REJECTED NOT = WS-RUN-REJECTED
        PERFORM MARK-RECON-OUT
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
    MOVE "reject.txt" TO RPT-REC-FILE.
    MOVE "DUPLICATE" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-DUPLICATE TO RPT-REC-LINES.
    MOVE WS-RUN-DUPLICATE TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-REC-HISTORY.
    PERFORM SET-RECON-STATUS.
    IF WS-LINES-DUPLICATE NOT = WS-RUN-DUPLICATE
        PERFORM MARK-RECON-OUT
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
    MOVE "suppressed.txt" TO RPT-REC-FILE.
    MOVE "SUPPRESSED" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-SUPPRESSED TO RPT-REC-LINES.
    MOVE WS-RUN-SUPPRESSED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-REC-HISTORY.
    PERFORM SET-RECON-STATUS.
    IF WS-LINES-SUPPRESSED NOT = WS-RUN-SUPPRESSED
        PERFORM MARK-RECON-OUT
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
    MOVE "household.txt" TO RPT-REC-FILE.
    MOVE "HOUSEHOLDED" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-HOUSEHOLD TO RPT-REC-LINES.
    MOVE WS-RUN-HOUSEHOLD TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-REC-HISTORY.
    PERFORM SET-RECON-STATUS.
    IF WS-LINES-HOUSEHOLD NOT = WS-RUN-HOUSEHOLD
        PERFORM MARK-RECON-OUT
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
    MOVE "mailcap.txt" TO RPT-REC-FILE.
    MOVE "FREQ CAPPED" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-MAILCAP TO RPT-REC-LINES.
    MOVE WS-RUN-MAILCAP TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-REC-HISTORY.
    PERFORM SET-RECON-STATUS.
    IF WS-LINES-MAILCAP NOT = WS-RUN-MAILCAP
        PERFORM MARK-RECON-OUT
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
    MOVE "moved.txt" TO RPT-REC-FILE.
    MOVE "MOVED" TO RPT-REC-CATEGORY.
    MOVE WS-LINES-MOVED TO RPT-REC-LINES.
    MOVE "  NOT KEPT" TO RPT-REC-HISTORY.
    MOVE SPACES TO RPT-REC-STATUS.
    WRITE REPORT-LINE FROM WS-RPT-RECON-DETAIL.
SET-RECON-STATUS.
    MOVE "IN BALANCE" TO RPT-REC-STATUS.
MARK-RECON-OUT.
    MOVE "*OUT OF BALANCE*" TO RPT-REC-STATUS.
    ADD 1 TO WS-COUNT-UNREC.
WRITE-SOURCE-BREAKDOWN.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "EXCEPTIONS BY SOURCE AND REASON" TO WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-GRP-HEADS.
    IF WS-GRP-COUNT = 0
        MOVE "  (NO EXCEPTIONS THIS RUN)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
            UNTIL WS-GRP-SUB > WS-GRP-COUNT
        IF WS-GRP-SOURCE(WS-GRP-SUB) = SPACES
            MOVE "--" TO RPT-GRP-SOURCE
        ELSE
            MOVE WS-GRP-SOURCE(WS-GRP-SUB) TO RPT-GRP-SOURCE
        END-IF
        MOVE WS-GRP-REASON(WS-GRP-SUB) TO RPT-GRP-REASON
        MOVE WS-GRP-TEXT(WS-GRP-SUB) TO RPT-GRP-TEXT
        MOVE WS-GRP-LINES(WS-GRP-SUB) TO RPT-GRP-LINES
        MOVE 0 TO WS-PCT-WORK
        IF WS-RUN-READ > 0
            COMPUTE WS-PCT-WORK ROUNDED
                = WS-GRP-LINES(WS-GRP-SUB) * 100 / WS-RUN-READ
                ON SIZE ERROR
                    MOVE 999.99 TO WS-PCT-WORK
            END-COMPUTE
        END-IF
        MOVE WS-PCT-WORK TO RPT-GRP-PCT
        WRITE REPORT-LINE FROM WS-RPT-GRP-DETAIL
    END-PERFORM.
WRITE-REASON-SUMMARY.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "EXCEPTIONS BY REASON, ALL SOURCES, AGAINST RECENT RUNS"
        TO WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-RSN-HEADS.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > WS-RSN-COUNT
        MOVE WS-RSN-CODE(WS-RSN-SUB) TO RPT-RSN-REASON
        MOVE WS-RSN-TEXT(WS-RSN-SUB) TO RPT-RSN-TEXT
        MOVE WS-RSN-LINES(WS-RSN-SUB) TO RPT-RSN-LINES
        MOVE WS-RSN-SHARE(WS-RSN-SUB) TO RPT-RSN-PCT
        IF WS-PRIOR-COUNT > 0
            MOVE WS-RSN-PRIOR-AVG(WS-RSN-SUB) TO WS-RPT-AVG-EDIT
            MOVE WS-RPT-AVG-EDIT TO RPT-RSN-AVG
            MOVE "%" TO RPT-RSN-AVG(7:1)
        ELSE
            MOVE "    --" TO RPT-RSN-AVG
        END-IF
        MOVE WS-PRIOR-COUNT TO RPT-RSN-PRIORS
        MOVE SPACES TO RPT-RSN-FLAGS
        IF WS-RSN-FLAG(WS-RSN-SUB) = 'Y'
            MOVE "*JUMP*" TO RPT-RSN-FLAGS
        END-IF
        WRITE REPORT-LINE FROM WS-RPT-RSN-DETAIL
    END-PERFORM.
WRITE-SAMPLES.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SAMPLE RECORDS BY REASON" TO WS-RPT-SECTION.
    WRITE REPORT-LINE FROM WS-RPT-SECTION.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > WS-RSN-COUNT
        MOVE SPACES TO WS-RPT-SAMPLE-HEAD
        MOVE WS-RSN-CODE(WS-RSN-SUB) TO RPT-SMP-REASON
        MOVE WS-RSN-TEXT(WS-RSN-SUB) TO RPT-SMP-TEXT
        MOVE WS-RSN-LINES(WS-RSN-SUB) TO WS-RPT-COUNT-EDIT
        STRING "(FIRST " WS-RSN-SAMPLES(WS-RSN-SUB) " OF "
               FUNCTION TRIM(WS-RPT-COUNT-EDIT) ")"
            DELIMITED BY SIZE INTO RPT-SMP-SHOWN
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE REPORT-LINE FROM WS-RPT-SAMPLE-HEAD
        PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                UNTIL WS-SAMPLE-SUB > WS-RSN-SAMPLES(WS-RSN-SUB)
            MOVE WS-RSN-SAMPLE(WS-RSN-SUB, WS-SAMPLE-SUB)
                TO RPT-SMP-LINE
            WRITE REPORT-LINE FROM WS-RPT-SAMPLE-LINE
        END-PERFORM
    END-PERFORM.
WRITE-REPORT-FOOTER.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-COUNT-FLAGGED " REASONS FLAGGED, "
           WS-COUNT-UNREC " FILE COUNTS OUT OF BALANCE "
           "(*JUMP* = SHARE OF RECORDS READ WELL ABOVE THE "
           "RECENT-RUNS AVERAGE)"
        DELIMITED BY SIZE INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
*> Appends this run's shares to the exception history, once per run:
*> rerunning the report for the same READ-CSV run must not stack a
*> second copy of it into the next run's average.  Like the mailed-to
*> history, this file is an aid to later runs, so an open failure
*> only costs the comparison and does not fail the report.
RECORD-EXCEPTION-HISTORY.
    IF WS-ALREADY-RECORDED = 'N' AND WS-EXCHIST-AVAILABLE = 'Y'
        OPEN EXTEND EXCHIST-FILE
        IF WS-EXCHIST-STATUS NOT = "00" AND WS-EXCHIST-STATUS NOT = "05"
            DISPLAY "EXCEPTION-REPORT WARNING: EXCEPTION HISTORY COULD "
                    "NOT BE EXTENDED (STATUS=" WS-EXCHIST-STATUS "); "
                    "THIS RUN WILL NOT FEED LATER COMPARISONS"
        ELSE
            MOVE SPACES TO EXCHIST-RECORD
            MOVE WS-RUN-DATE TO EXH-RUN-DATE
            MOVE WS-RUN-TIME TO EXH-RUN-TIME
            MOVE "*ALL" TO EXH-REASON-CODE
            MOVE WS-TOTAL-EXCEPTIONS TO EXH-COUNT
            MOVE WS-RUN-READ TO EXH-READ
            MOVE 0 TO EXH-SHARE
            IF WS-RUN-READ > 0
                COMPUTE EXH-SHARE ROUNDED
                    = WS-TOTAL-EXCEPTIONS * 100 / WS-RUN-READ
                    ON SIZE ERROR
                        MOVE 999.99 TO EXH-SHARE
                END-COMPUTE
            END-IF
            WRITE EXCHIST-RECORD
            PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                    UNTIL WS-RSN-SUB > WS-RSN-COUNT
                MOVE WS-RSN-CODE(WS-RSN-SUB) TO EXH-REASON-CODE
                MOVE WS-RSN-LINES(WS-RSN-SUB) TO EXH-COUNT
                MOVE WS-RSN-SHARE(WS-RSN-SUB) TO EXH-SHARE
                WRITE EXCHIST-RECORD
            END-PERFORM
            CLOSE EXCHIST-FILE
        END-IF
    END-IF.
