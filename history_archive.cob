       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  HIST-ARCHIVE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The six append-only history files differ in layout but are all
*> plain lines with an 8-digit CCYYMMDD date at a fixed column, so one
*> dynamically named file is reopened for each in turn, the way
*> EXCEPTION-REPORT reopens one disposition file.
    SELECT OPTIONAL LIVE-FILE
    ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-LIVE-STATUS.

    SELECT NEW-FILE
    ASSIGN TO DYNAMIC WS-NEW-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NEW-STATUS.

    SELECT ARCHIVE-FILE
    ASSIGN TO DYNAMIC WS-ARC-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-ARC-STATUS.

    SELECT OPTIONAL CHECKPOINT-FILE
    ASSIGN TO "./data/archive.ckp"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-CKPT-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Sized to the longest history line (runhist.dat); shorter lines read
*> back space-padded and are written back without the pad, so every
*> line is copied unchanged.
FD  LIVE-FILE           RECORD CONTAINS 314 CHARACTERS.
01  LIVE-RECORD         PIC X(314).
*> The file's active lines, built beside the live file and copied
*> over it only once the split is complete.
FD  NEW-FILE            RECORD CONTAINS 314 CHARACTERS.
01  NEW-RECORD          PIC X(314).
*> Expired lines, one dated archive file per history file per run.
FD  ARCHIVE-FILE        RECORD CONTAINS 314 CHARACTERS.
01  ARCHIVE-RECORD      PIC X(314).
*> Restart control, one line per history file: the run's as-of date
*> and time, the retention in force, how far the file has got
*> (blank, SPLIT or DONE) and its counts.  Written before the first
*> file is started, rewritten after every phase and emptied when the
*> run completes.
FD  CHECKPOINT-FILE     RECORD CONTAINS 85 CHARACTERS.
01  CHECKPOINT-RECORD.
    05 CKP-BASE           PIC X(8).
    05 FILLER             PIC X.
    05 CKP-AS-OF-DATE     PIC X(8).
    05 FILLER             PIC X.
    05 CKP-AS-OF-TIME     PIC X(6).
    05 FILLER             PIC X.
    05 CKP-RETAIN-DAYS    PIC 9(4).
    05 FILLER             PIC X.
    05 CKP-PHASE          PIC X(5).
    05 FILLER             PIC X.
    05 CKP-READ           PIC 9(9).
    05 FILLER             PIC X.
    05 CKP-KEPT           PIC 9(9).
    05 FILLER             PIC X.
    05 CKP-MOVED          PIC 9(9).
    05 FILLER             PIC X.
    05 CKP-UNDATED        PIC 9(9).
    05 FILLER             PIC X.
    05 CKP-HELD           PIC 9(9).
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.
*> Run-time parameter tokens, the same convention as READ-CSV's
*> PARSE-RUN-PARMS: MAILHIST=, NIXIE=, RUNHIST=, TBLAUDIT=, JOBCTL=
*> and SEEDMAIL= each set that file's retention in days; the one
*> positional token overrides the report path.  The job is meant to
*> run on the schedule, while nothing else is writing the history
*> files.
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/archive.rpt".
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
    05 WS-PARM-TOK        PIC X(100) OCCURS 12 TIMES.
01  WS-PARM-SUB           PIC 99     VALUE 0.
01  WS-PARM-FILES-SET     PIC 9      VALUE 0.
01  WS-PARM-WORD          PIC X(20)  VALUE SPACES.
01  WS-PARM-VALUE         PIC X(20)  VALUE SPACES.
01  WS-PARM-NUM           PIC 9(9)   VALUE 0.

*> Retention in days per file.  A line whose date is more than the
*> retention before the as-of date is moved to the archive.  Nothing
*> under WS-RETAIN-MINIMUM days is accepted: READ-CSV's default
*> contact-frequency window, JOB-STREAM's rerun check and the
*> recent-runs comparisons all read the last few weeks of these files.
01  WS-RETAIN-MAILHIST    PIC 9(4)   VALUE 730.
01  WS-RETAIN-NIXIE       PIC 9(4)   VALUE 1095.
01  WS-RETAIN-RUNHIST     PIC 9(4)   VALUE 1095.
01  WS-RETAIN-TBLAUDIT    PIC 9(4)   VALUE 2555.
01  WS-RETAIN-JOBCTL      PIC 9(4)   VALUE 90.
*> SEED-MONITOR can only show a seed piece as ours while its mailing
*> is still in the seed mailing log, so the log is kept as long as a
*> decoy piece might plausibly still be coming back.
01  WS-RETAIN-SEEDMAIL    PIC 9(4)   VALUE 1095.
01  WS-RETAIN-MINIMUM     PIC 9(4)   VALUE 30.

*> One entry per history file: its short name (the live file is
*> ./data/<name>.dat), the column its CCYYMMDD date starts in, the
*> retention and cutoff in force, the restart phase and the counts.
*> Lines kept = lines read - lines moved; of the kept lines, UNDATED
*> had no readable date (never archived -- an undatable line cannot
*> be shown to have expired) and HELD were past retention but kept
*> because their nixie key is still active.
01  WS-AF-COUNT           PIC 9      VALUE 6.
01  WS-AF-SUB             PIC 9      VALUE 0.
01  WS-CKP-SUB            PIC 9      VALUE 0.
01  WS-AF-TABLE.
    05 WS-AF-ENTRY OCCURS 6 TIMES.
        10 WS-AF-BASE         PIC X(8).
        10 WS-AF-DATE-POS     PIC 9(3).
        10 WS-AF-RETAIN       PIC 9(4).
        10 WS-AF-CUTOFF       PIC X(8).
        10 WS-AF-PHASE        PIC X(5).
        10 WS-AF-READ         PIC 9(9).
        10 WS-AF-KEPT         PIC 9(9).
        10 WS-AF-MOVED        PIC 9(9).
        10 WS-AF-UNDATED      PIC 9(9).
        10 WS-AF-HELD         PIC 9(9).
        10 WS-AF-COPIED       PIC 9(9).

*> The run's as-of date and time.  A restart takes both from the
*> checkpoint so the cutoffs -- and the archive file names -- are the
*> ones the interrupted run used, even past midnight.
01  WS-RUN-DATE           PIC 9(8)   VALUE 0.
01  WS-RUN-TIME-RAW       PIC 9(8)   VALUE 0.
01  WS-AS-OF-DATE         PIC X(8)   VALUE SPACES.
01  WS-AS-OF-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).
01  WS-AS-OF-TIME         PIC X(6)   VALUE SPACES.
01  WS-AS-OF-INT          PIC 9(9)   VALUE 0.
01  WS-CUTOFF-INT         PIC 9(9)   VALUE 0.
01  WS-CUTOFF-NUM         PIC 9(8)   VALUE 0.
01  WS-WAS-RESTART        PIC X      VALUE 'N'.

01  WS-LIVE-FILE-NAME     PIC X(100) VALUE SPACES.
01  WS-NEW-FILE-NAME      PIC X(100) VALUE SPACES.
01  WS-ARC-FILE-NAME      PIC X(100) VALUE SPACES.
01  WS-LIVE-STATUS        PIC XX     VALUE SPACES.
01  WS-NEW-STATUS         PIC XX     VALUE SPACES.
01  WS-ARC-STATUS         PIC XX     VALUE SPACES.
01  WS-CKPT-STATUS        PIC XX     VALUE SPACES.
01  WS-LIVE-EOF           PIC X      VALUE 'N'.
01  WS-NEW-EOF            PIC X      VALUE 'N'.
01  WS-CKPT-EOF           PIC X      VALUE 'N'.
01  WS-FAIL-FILE-NAME     PIC X(100) VALUE SPACES.
01  WS-FAIL-STATUS        PIC XX     VALUE SPACES.
01  WS-ARC-OPEN           PIC X      VALUE 'N'.
01  WS-LINE-DATE          PIC X(8)   VALUE SPACES.
01  WS-LINE-DISPOSITION   PIC X      VALUE SPACE.

*> Nixie keys.  NIXIE-CAPTURE emits the delete transaction on a key's
*> third return counting every line on file for it, so archiving some
*> of a key's returns would quietly restart its count.  A key is
*> archived whole or not at all: only once its NEWEST return is past
*> retention.  If the key table overflows no nixie line is archived
*> this run -- keeping too much is safe, dropping a live key is not.
01  WS-NK-LIMIT           PIC 9(4)   VALUE 5000.
01  WS-NK-COUNT           PIC 9(4)   VALUE 0.
01  WS-NK-SUB             PIC 9(4)   COMP VALUE 0.
01  WS-NK-HIT             PIC X      VALUE 'N'.
01  WS-NK-OVERFLOW        PIC X      VALUE 'N'.
01  WS-NK-CUR-KEY         PIC X(52)  VALUE SPACES.
01  WS-NK-CUR-NEWEST      PIC X(8)   VALUE SPACES.
01  WS-NK-TABLE.
    05 WS-NK-ENTRY OCCURS 5000 TIMES.
        10 WS-NK-KEY          PIC X(52).
        10 WS-NK-NEWEST       PIC X(8).

*> Run totals and outcome.
01  WS-TOTAL-READ         PIC 9(9)   VALUE 0.
01  WS-TOTAL-KEPT         PIC 9(9)   VALUE 0.
01  WS-TOTAL-MOVED        PIC 9(9)   VALUE 0.
01  WS-COUNT-UNBALANCED   PIC 9      VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(40)
       VALUE "HISTORY FILE RETENTION ARCHIVE -- AS OF ".
    05 RPT-TITLE-DATE     PIC X(8).
    05 FILLER             PIC X     VALUE SPACES.
    05 RPT-TITLE-TIME     PIC X(6).
    05 RPT-TITLE-RESTART  PIC X(10).
01  WS-RPT-LABEL-LINE.
    05 RPT-LBL-TEXT       PIC X(26).
    05 RPT-LBL-VALUE      PIC X(106).
01  WS-RPT-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-FILE-HEADS     PIC X(122)
    VALUE "FILE      RETAIN  CUTOFF     LINES READ   LINES KEPT  " &
          "LINES MOVED      UNDATED    KEY HELD  STATUS".
01  WS-RPT-FILE-DETAIL.
    05 RPT-FD-BASE        PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-RETAIN      PIC ZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-FD-CUTOFF      PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-READ        PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-KEPT        PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-MOVED       PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-UNDATED     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-FD-HELD        PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-FD-STATUS      PIC X(20).
01  WS-RPT-ARCHIVE-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 RPT-ARC-TEXT       PIC X(12).
    05 RPT-ARC-NAME       PIC X(100).
01  WS-RPT-TOTAL-LINE.
    05 FILLER             PIC X(28) VALUE "TOTAL".
    05 RPT-TOT-READ       PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-TOT-KEPT       PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-TOT-MOVED      PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    PERFORM PARSE-RUN-PARMS.
    PERFORM LOAD-FILE-TABLE.
    PERFORM LOAD-CHECKPOINT.
    IF WS-WAS-RESTART = 'Y'
        DISPLAY "HIST-ARCHIVE RESTARTING -- RUN AS OF " WS-AS-OF-DATE
                " " WS-AS-OF-TIME " DID NOT COMPLETE; FILES ALREADY "
                "DONE ARE NOT REPROCESSED"
    ELSE
        MOVE WS-RUN-DATE TO WS-AS-OF-DATE
        MOVE WS-RUN-TIME-RAW(1:6) TO WS-AS-OF-TIME
    END-IF.
    PERFORM VARYING WS-AF-SUB FROM 1 BY 1 UNTIL WS-AF-SUB > WS-AF-COUNT
        PERFORM SET-FILE-CUTOFF
    END-PERFORM.
*> Recorded before the first file is touched, so a run stopped
*> anywhere -- even part-way through the first split -- restarts with
*> the same as-of stamp and archive names rather than leaving a
*> second archive behind.
    PERFORM SAVE-CHECKPOINT.
    PERFORM VARYING WS-AF-SUB FROM 1 BY 1 UNTIL WS-AF-SUB > WS-AF-COUNT
        PERFORM ARCHIVE-ONE-FILE
    END-PERFORM.
    PERFORM WRITE-ARCHIVE-REPORT.
    PERFORM CLEAR-CHECKPOINT.
    PERFORM PRINT-SUMMARY.
    IF WS-COUNT-UNBALANCED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
        MOVE SPACES TO WS-PARM-TOKENS
        UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
            INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                 WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                 WS-PARM-TOK(7) WS-PARM-TOK(8) WS-PARM-TOK(9)
                 WS-PARM-TOK(10) WS-PARM-TOK(11) WS-PARM-TOK(12)
        END-UNSTRING
        PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 12
            PERFORM APPLY-ONE-PARM-TOKEN
        END-PERFORM
    END-IF.
APPLY-ONE-PARM-TOKEN.
    MOVE SPACES TO WS-PARM-WORD.
    MOVE SPACES TO WS-PARM-VALUE.
    UNSTRING FUNCTION UPPER-CASE(WS-PARM-TOK(WS-PARM-SUB))
        DELIMITED BY "=" INTO WS-PARM-WORD WS-PARM-VALUE
    END-UNSTRING.
    EVALUATE TRUE
        WHEN WS-PARM-TOK(WS-PARM-SUB) = SPACES
            CONTINUE
        WHEN WS-PARM-WORD = "MAILHIST" OR "NIXIE" OR "RUNHIST"
                         OR "TBLAUDIT" OR "JOBCTL" OR "SEEDMAIL"
            PERFORM APPLY-RETENTION-TOKEN
        WHEN OTHER
            ADD 1 TO WS-PARM-FILES-SET
            EVALUATE WS-PARM-FILES-SET
                WHEN 1 MOVE WS-PARM-TOK(WS-PARM-SUB)
                           TO WS-REPORT-FILE-NAME
                WHEN OTHER
                    DISPLAY "HIST-ARCHIVE WARNING: EXTRA PARAMETER "
                            "IGNORED: " WS-PARM-TOK(WS-PARM-SUB)
            END-EVALUATE
    END-EVALUATE.
*> A retention must be a whole number of days from WS-RETAIN-MINIMUM
*> to 9999; anything else keeps the default and says so.
APPLY-RETENTION-TOKEN.
    MOVE 0 TO WS-PARM-NUM.
    IF WS-PARM-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
        COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PARM-VALUE)
    END-IF.
    IF WS-PARM-NUM < WS-RETAIN-MINIMUM OR WS-PARM-NUM > 9999
        DISPLAY "HIST-ARCHIVE WARNING: RETENTION NOT IN "
                WS-RETAIN-MINIMUM "-9999 DAYS, DEFAULT KEPT: "
                WS-PARM-TOK(WS-PARM-SUB)
    ELSE
        EVALUATE WS-PARM-WORD
            WHEN "MAILHIST" MOVE WS-PARM-NUM TO WS-RETAIN-MAILHIST
            WHEN "NIXIE"    MOVE WS-PARM-NUM TO WS-RETAIN-NIXIE
            WHEN "RUNHIST"  MOVE WS-PARM-NUM TO WS-RETAIN-RUNHIST
            WHEN "TBLAUDIT" MOVE WS-PARM-NUM TO WS-RETAIN-TBLAUDIT
            WHEN "JOBCTL"   MOVE WS-PARM-NUM TO WS-RETAIN-JOBCTL
            WHEN "SEEDMAIL" MOVE WS-PARM-NUM TO WS-RETAIN-SEEDMAIL
        END-EVALUATE
    END-IF.
*> Where each file keeps its date: MHT-MAIL-DATE follows the 50-byte
*> LAST+FIRST+ZIP key and a separator, NIX-CAPTURE-DATE follows the
*> 52-byte ZIP/LAST/FIRST key and a separator, and the run history,
*> table audit and job control journals all lead with theirs.
LOAD-FILE-TABLE.
    INITIALIZE WS-AF-TABLE.
    MOVE "mailhist" TO WS-AF-BASE(1).
    MOVE 52 TO WS-AF-DATE-POS(1).
    MOVE WS-RETAIN-MAILHIST TO WS-AF-RETAIN(1).
    MOVE "nixie" TO WS-AF-BASE(2).
    MOVE 54 TO WS-AF-DATE-POS(2).
    MOVE WS-RETAIN-NIXIE TO WS-AF-RETAIN(2).
    MOVE "runhist" TO WS-AF-BASE(3).
    MOVE 1 TO WS-AF-DATE-POS(3).
    MOVE WS-RETAIN-RUNHIST TO WS-AF-RETAIN(3).
    MOVE "tblaudit" TO WS-AF-BASE(4).
    MOVE 1 TO WS-AF-DATE-POS(4).
    MOVE WS-RETAIN-TBLAUDIT TO WS-AF-RETAIN(4).
    MOVE "jobctl" TO WS-AF-BASE(5).
    MOVE 1 TO WS-AF-DATE-POS(5).
    MOVE WS-RETAIN-JOBCTL TO WS-AF-RETAIN(5).
    MOVE "seedmail" TO WS-AF-BASE(6).
    MOVE 8 TO WS-AF-DATE-POS(6).
    MOVE WS-RETAIN-SEEDMAIL TO WS-AF-RETAIN(6).
*> A non-empty checkpoint means the last run stopped part-way.  Its
*> as-of date, time and retentions replace this run's, and each file
*> picks up from the phase it reached.
LOAD-CHECKPOINT.
    MOVE 'N' TO WS-CKPT-EOF.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-STATUS = "00"
        PERFORM UNTIL WS-CKPT-EOF = 'Y'
            READ CHECKPOINT-FILE
                AT END
                    MOVE 'Y' TO WS-CKPT-EOF
                NOT AT END
                    PERFORM LOAD-ONE-CHECKPOINT-LINE
            END-READ
        END-PERFORM
    END-IF.
    IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "10"
            OR WS-CKPT-STATUS = "05"
        CLOSE CHECKPOINT-FILE
    END-IF.
LOAD-ONE-CHECKPOINT-LINE.
    PERFORM VARYING WS-AF-SUB FROM 1 BY 1 UNTIL WS-AF-SUB > WS-AF-COUNT
        IF CKP-BASE = WS-AF-BASE(WS-AF-SUB)
            MOVE 'Y' TO WS-WAS-RESTART
            MOVE CKP-AS-OF-DATE TO WS-AS-OF-DATE
            MOVE CKP-AS-OF-TIME TO WS-AS-OF-TIME
            MOVE CKP-RETAIN-DAYS TO WS-AF-RETAIN(WS-AF-SUB)
            MOVE CKP-PHASE TO WS-AF-PHASE(WS-AF-SUB)
            MOVE CKP-READ TO WS-AF-READ(WS-AF-SUB)
            MOVE CKP-KEPT TO WS-AF-KEPT(WS-AF-SUB)
            MOVE CKP-MOVED TO WS-AF-MOVED(WS-AF-SUB)
            MOVE CKP-UNDATED TO WS-AF-UNDATED(WS-AF-SUB)
            MOVE CKP-HELD TO WS-AF-HELD(WS-AF-SUB)
        END-IF
    END-PERFORM.
*> The cutoff is the oldest date still kept: as-of date less the
*> retention days.
SET-FILE-CUTOFF.
    COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM).
    COMPUTE WS-CUTOFF-INT = WS-AS-OF-INT - WS-AF-RETAIN(WS-AF-SUB).
    COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
    MOVE WS-CUTOFF-NUM TO WS-AF-CUTOFF(WS-AF-SUB).
*> Two phases per file, each recorded on the checkpoint as it
*> finishes.  SPLIT reads the live file and writes the kept lines to
*> ./data/<name>.new and the expired ones to the dated archive; the
*> live file is untouched, so a failure here is simply redone from
*> the top.  Once SPLIT is recorded the live file is overwritten from
*> the .new copy, and a failure in that copy is redone from the .new
*> copy -- never by splitting again, since the live file may be
*> half-written by then.  A file with nothing to move is not
*> rewritten at all.
ARCHIVE-ONE-FILE.
    MOVE SPACES TO WS-LIVE-FILE-NAME.
    MOVE SPACES TO WS-NEW-FILE-NAME.
    MOVE SPACES TO WS-ARC-FILE-NAME.
    STRING "./data/" FUNCTION TRIM(WS-AF-BASE(WS-AF-SUB)) ".dat"
        DELIMITED BY SIZE INTO WS-LIVE-FILE-NAME
    END-STRING.
    STRING "./data/" FUNCTION TRIM(WS-AF-BASE(WS-AF-SUB)) ".new"
        DELIMITED BY SIZE INTO WS-NEW-FILE-NAME
    END-STRING.
    STRING "./data/" FUNCTION TRIM(WS-AF-BASE(WS-AF-SUB)) "."
           WS-AS-OF-DATE "-" WS-AS-OF-TIME ".arc"
        DELIMITED BY SIZE INTO WS-ARC-FILE-NAME
    END-STRING.
    IF WS-AF-PHASE(WS-AF-SUB) = SPACES
        PERFORM SPLIT-ONE-FILE
        MOVE "SPLIT" TO WS-AF-PHASE(WS-AF-SUB)
        PERFORM SAVE-CHECKPOINT
    END-IF.
    IF WS-AF-PHASE(WS-AF-SUB) = "SPLIT"
        IF WS-AF-MOVED(WS-AF-SUB) > 0
            PERFORM REPLACE-LIVE-FILE
        ELSE
            MOVE WS-AF-KEPT(WS-AF-SUB) TO WS-AF-COPIED(WS-AF-SUB)
        END-IF
        MOVE "DONE" TO WS-AF-PHASE(WS-AF-SUB)
        PERFORM SAVE-CHECKPOINT
        OPEN OUTPUT NEW-FILE
        CLOSE NEW-FILE
    ELSE
        MOVE WS-AF-KEPT(WS-AF-SUB) TO WS-AF-COPIED(WS-AF-SUB)
    END-IF.
*> The history file cannot be read or its work copy cannot be
*> written: stop with the checkpoint showing the files already done.
SPLIT-ONE-FILE.
    MOVE 0 TO WS-AF-READ(WS-AF-SUB).
    MOVE 0 TO WS-AF-KEPT(WS-AF-SUB).
    MOVE 0 TO WS-AF-MOVED(WS-AF-SUB).
    MOVE 0 TO WS-AF-UNDATED(WS-AF-SUB).
    MOVE 0 TO WS-AF-HELD(WS-AF-SUB).
    MOVE 'N' TO WS-ARC-OPEN.
    IF WS-AF-BASE(WS-AF-SUB) = "nixie"
        PERFORM LOAD-NIXIE-KEYS
    END-IF.
    MOVE 'N' TO WS-LIVE-EOF.
    OPEN INPUT LIVE-FILE.
    IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "05"
        DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
                " COULD NOT BE OPENED (STATUS=" WS-LIVE-STATUS
                ") -- RUN STOPPED, RERUN TO RESUME"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-FILE.
    IF WS-NEW-STATUS NOT = "00"
        DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-NEW-FILE-NAME)
                " COULD NOT BE OPENED (STATUS=" WS-NEW-STATUS
                ") -- RUN STOPPED, RERUN TO RESUME"
        CLOSE LIVE-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-LIVE-EOF = 'Y'
        MOVE SPACES TO LIVE-RECORD
        READ LIVE-FILE
            AT END
                MOVE 'Y' TO WS-LIVE-EOF
            NOT AT END
                PERFORM SPLIT-ONE-LINE
        END-READ
    END-PERFORM.
    CLOSE LIVE-FILE.
    CLOSE NEW-FILE.
    IF WS-NEW-STATUS NOT = "00"
        MOVE WS-NEW-FILE-NAME TO WS-FAIL-FILE-NAME
        MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
        PERFORM HISTORY-WRITE-FAILED
    END-IF.
    IF WS-ARC-OPEN = 'Y'
        CLOSE ARCHIVE-FILE
        IF WS-ARC-STATUS NOT = "00"
            MOVE WS-ARC-FILE-NAME TO WS-FAIL-FILE-NAME
            MOVE WS-ARC-STATUS TO WS-FAIL-STATUS
            PERFORM HISTORY-WRITE-FAILED
        END-IF
    END-IF.
*> K = keep (in retention), U = keep (no readable date), H = keep
*> (nixie key still active), M = move to the archive.
SPLIT-ONE-LINE.
    ADD 1 TO WS-AF-READ(WS-AF-SUB).
    MOVE LIVE-RECORD(WS-AF-DATE-POS(WS-AF-SUB):8) TO WS-LINE-DATE.
    EVALUATE TRUE
        WHEN WS-LINE-DATE IS NOT NUMERIC
            MOVE 'U' TO WS-LINE-DISPOSITION
        WHEN WS-LINE-DATE >= WS-AF-CUTOFF(WS-AF-SUB)
            MOVE 'K' TO WS-LINE-DISPOSITION
        WHEN WS-AF-BASE(WS-AF-SUB) = "nixie"
            PERFORM CHECK-NIXIE-KEY-EXPIRED
        WHEN OTHER
            MOVE 'M' TO WS-LINE-DISPOSITION
    END-EVALUATE.
    IF WS-LINE-DISPOSITION = 'M'
        IF WS-ARC-OPEN = 'N'
            OPEN OUTPUT ARCHIVE-FILE
            IF WS-ARC-STATUS NOT = "00"
                DISPLAY "HIST-ARCHIVE: "
                        FUNCTION TRIM(WS-ARC-FILE-NAME)
                        " COULD NOT BE OPENED (STATUS=" WS-ARC-STATUS
                        ") -- RUN STOPPED, RERUN TO RESUME"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'Y' TO WS-ARC-OPEN
        END-IF
        WRITE ARCHIVE-RECORD FROM LIVE-RECORD
        IF WS-ARC-STATUS NOT = "00"
            MOVE WS-ARC-FILE-NAME TO WS-FAIL-FILE-NAME
            MOVE WS-ARC-STATUS TO WS-FAIL-STATUS
            PERFORM HISTORY-WRITE-FAILED
        END-IF
        ADD 1 TO WS-AF-MOVED(WS-AF-SUB)
    ELSE
        WRITE NEW-RECORD FROM LIVE-RECORD
        IF WS-NEW-STATUS NOT = "00"
            MOVE WS-NEW-FILE-NAME TO WS-FAIL-FILE-NAME
            MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
            PERFORM HISTORY-WRITE-FAILED
        END-IF
        ADD 1 TO WS-AF-KEPT(WS-AF-SUB)
        EVALUATE WS-LINE-DISPOSITION
            WHEN 'U' ADD 1 TO WS-AF-UNDATED(WS-AF-SUB)
            WHEN 'H' ADD 1 TO WS-AF-HELD(WS-AF-SUB)
        END-EVALUATE
    END-IF.
*> A nixie line past retention moves only if its key's newest return
*> is past retention too.
CHECK-NIXIE-KEY-EXPIRED.
    MOVE 'H' TO WS-LINE-DISPOSITION.
    IF WS-NK-OVERFLOW = 'N'
        MOVE LIVE-RECORD(1:52) TO WS-NK-CUR-KEY
        PERFORM FIND-NIXIE-KEY
        IF WS-NK-HIT = 'Y'
            IF WS-NK-NEWEST(WS-NK-SUB) < WS-AF-CUTOFF(WS-AF-SUB)
                MOVE 'M' TO WS-LINE-DISPOSITION
            END-IF
        END-IF
    END-IF.
*> First pass over nixie.dat: each key's newest capture date.  A
*> line with no readable date is never archived, so its key is
*> treated as current and none of its lines go either.
LOAD-NIXIE-KEYS.
    MOVE 0 TO WS-NK-COUNT.
    MOVE 'N' TO WS-NK-OVERFLOW.
    MOVE 'N' TO WS-LIVE-EOF.
    OPEN INPUT LIVE-FILE.
    IF WS-LIVE-STATUS = "00"
        PERFORM UNTIL WS-LIVE-EOF = 'Y'
            MOVE SPACES TO LIVE-RECORD
            READ LIVE-FILE
                AT END
                    MOVE 'Y' TO WS-LIVE-EOF
                NOT AT END
                    PERFORM NOTE-ONE-NIXIE-KEY
            END-READ
        END-PERFORM
    END-IF.
    IF WS-LIVE-STATUS = "00" OR WS-LIVE-STATUS = "10"
            OR WS-LIVE-STATUS = "05"
        CLOSE LIVE-FILE
    END-IF.
NOTE-ONE-NIXIE-KEY.
    MOVE LIVE-RECORD(1:52) TO WS-NK-CUR-KEY.
    MOVE LIVE-RECORD(54:8) TO WS-NK-CUR-NEWEST.
    IF WS-NK-CUR-NEWEST IS NOT NUMERIC
        MOVE "99999999" TO WS-NK-CUR-NEWEST
    END-IF.
    PERFORM FIND-NIXIE-KEY.
    IF WS-NK-HIT = 'Y'
        IF WS-NK-CUR-NEWEST > WS-NK-NEWEST(WS-NK-SUB)
            MOVE WS-NK-CUR-NEWEST TO WS-NK-NEWEST(WS-NK-SUB)
        END-IF
    ELSE
        IF WS-NK-COUNT < WS-NK-LIMIT
            ADD 1 TO WS-NK-COUNT
            MOVE WS-NK-CUR-KEY TO WS-NK-KEY(WS-NK-COUNT)
            MOVE WS-NK-CUR-NEWEST TO WS-NK-NEWEST(WS-NK-COUNT)
        ELSE
            IF WS-NK-OVERFLOW = 'N'
                MOVE 'Y' TO WS-NK-OVERFLOW
                DISPLAY "HIST-ARCHIVE WARNING: NIXIE HISTORY EXCEEDS "
                        WS-NK-LIMIT " KEYS; NO NIXIE LINES ARCHIVED "
                        "THIS RUN -- RAISE WS-NK-LIMIT AND RERUN"
            END-IF
        END-IF
    END-IF.
FIND-NIXIE-KEY.
    MOVE 'N' TO WS-NK-HIT.
    PERFORM VARYING WS-NK-SUB FROM 1 BY 1
            UNTIL WS-NK-SUB > WS-NK-COUNT OR WS-NK-HIT = 'Y'
        IF WS-NK-KEY(WS-NK-SUB) = WS-NK-CUR-KEY
            MOVE 'Y' TO WS-NK-HIT
        END-IF
    END-PERFORM.
    IF WS-NK-HIT = 'Y'
        SUBTRACT 1 FROM WS-NK-SUB
    END-IF.
*> Overwrites the live file with the kept lines.  The count copied
*> must equal the kept count the split recorded; if it does not, the
*> .new copy is not what the split wrote and the run stops with the
*> checkpoint still at SPLIT.
REPLACE-LIVE-FILE.
    MOVE 0 TO WS-AF-COPIED(WS-AF-SUB).
    MOVE 'N' TO WS-NEW-EOF.
    OPEN INPUT NEW-FILE.
    IF WS-NEW-STATUS NOT = "00"
        DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-NEW-FILE-NAME)
                " COULD NOT BE OPENED (STATUS=" WS-NEW-STATUS
                ") -- RUN STOPPED, RERUN TO RESUME"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT LIVE-FILE.
    IF WS-LIVE-STATUS NOT = "00"
        DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
                " COULD NOT BE REWRITTEN (STATUS=" WS-LIVE-STATUS
                ") -- RUN STOPPED, RERUN TO RESUME"
        CLOSE NEW-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-NEW-EOF = 'Y'
        MOVE SPACES TO NEW-RECORD
        READ NEW-FILE
            AT END
                MOVE 'Y' TO WS-NEW-EOF
            NOT AT END
                WRITE LIVE-RECORD FROM NEW-RECORD
                IF WS-LIVE-STATUS NOT = "00"
                    MOVE WS-LIVE-FILE-NAME TO WS-FAIL-FILE-NAME
                    MOVE WS-LIVE-STATUS TO WS-FAIL-STATUS
                    PERFORM HISTORY-WRITE-FAILED
                END-IF
                ADD 1 TO WS-AF-COPIED(WS-AF-SUB)
        END-READ
    END-PERFORM.
    CLOSE NEW-FILE.
    CLOSE LIVE-FILE.
    IF WS-LIVE-STATUS NOT = "00"
        MOVE WS-LIVE-FILE-NAME TO WS-FAIL-FILE-NAME
        MOVE WS-LIVE-STATUS TO WS-FAIL-STATUS
        PERFORM HISTORY-WRITE-FAILED
    END-IF.
    IF WS-AF-COPIED(WS-AF-SUB) NOT = WS-AF-KEPT(WS-AF-SUB)
        DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
                " REWRITTEN WITH " WS-AF-COPIED(WS-AF-SUB)
                " LINES, SPLIT KEPT " WS-AF-KEPT(WS-AF-SUB)
                " -- RUN STOPPED, CHECK "
                FUNCTION TRIM(WS-NEW-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> A line that cannot be written to the archive, the .new copy or
*> the rewritten live file stops the run before the checkpoint moves
*> on: an archive line lost while its live line is dropped would be
*> history gone for good.  The rerun redoes the phase in progress --
*> the split from the untouched live file, or the copy from the .new
*> copy.
HISTORY-WRITE-FAILED.
    DISPLAY "HIST-ARCHIVE: " FUNCTION TRIM(WS-FAIL-FILE-NAME)
            " COULD NOT BE WRITTEN (STATUS=" WS-FAIL-STATUS
            ") -- RUN STOPPED, RERUN TO RESUME".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
*> A checkpoint that cannot be saved stops the run before the next
*> file is split or replaced: a restart must never be steered by a
*> checkpoint behind the files it describes.  Status 05 is the
*> OPTIONAL file being created on first use.
SAVE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE.
    IF WS-CKPT-STATUS NOT = "00" AND WS-CKPT-STATUS NOT = "05"
        PERFORM CHECKPOINT-FAILED
    END-IF.
    PERFORM VARYING WS-CKP-SUB FROM 1 BY 1
            UNTIL WS-CKP-SUB > WS-AF-COUNT
        MOVE SPACES TO CHECKPOINT-RECORD
        MOVE WS-AF-BASE(WS-CKP-SUB) TO CKP-BASE
        MOVE WS-AS-OF-DATE TO CKP-AS-OF-DATE
        MOVE WS-AS-OF-TIME TO CKP-AS-OF-TIME
        MOVE WS-AF-RETAIN(WS-CKP-SUB) TO CKP-RETAIN-DAYS
        MOVE WS-AF-PHASE(WS-CKP-SUB) TO CKP-PHASE
        MOVE WS-AF-READ(WS-CKP-SUB) TO CKP-READ
        MOVE WS-AF-KEPT(WS-CKP-SUB) TO CKP-KEPT
        MOVE WS-AF-MOVED(WS-CKP-SUB) TO CKP-MOVED
        MOVE WS-AF-UNDATED(WS-CKP-SUB) TO CKP-UNDATED
        MOVE WS-AF-HELD(WS-CKP-SUB) TO CKP-HELD
        WRITE CHECKPOINT-RECORD
        IF WS-CKPT-STATUS NOT = "00"
            PERFORM CHECKPOINT-FAILED
        END-IF
    END-PERFORM.
    CLOSE CHECKPOINT-FILE.
    IF WS-CKPT-STATUS NOT = "00"
        PERFORM CHECKPOINT-FAILED
    END-IF.
*> Left behind, a completed run's checkpoint would make the next run
*> a restart of this one with every file already DONE.
CLEAR-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE.
    IF WS-CKPT-STATUS NOT = "00" AND WS-CKPT-STATUS NOT = "05"
        PERFORM CHECKPOINT-FAILED
    END-IF.
    CLOSE CHECKPOINT-FILE.
    IF WS-CKPT-STATUS NOT = "00"
        PERFORM CHECKPOINT-FAILED
    END-IF.
CHECKPOINT-FAILED.
    DISPLAY "HIST-ARCHIVE: RESTART CHECKPOINT ./data/archive.ckp "
            "COULD NOT BE WRITTEN (STATUS=" WS-CKPT-STATUS ") -- RUN "
            "STOPPED; CHECK THE FILE BEFORE RERUNNING".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
*> Archive control report: per file, the retention and cutoff, lines
*> read, kept and moved, and whether kept + moved balances to read
*> and the rewritten live file holds exactly the kept lines.
WRITE-ARCHIVE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE WS-AS-OF-DATE TO RPT-TITLE-DATE.
    MOVE WS-AS-OF-TIME TO RPT-TITLE-TIME.
    IF WS-WAS-RESTART = 'Y'
        MOVE " (RESTART)" TO RPT-TITLE-RESTART
    ELSE
        MOVE SPACES TO RPT-TITLE-RESTART
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "RUN DATE................: " TO RPT-LBL-TEXT.
    MOVE WS-RUN-DATE TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-RPT-FILE-HEADS.
    PERFORM VARYING WS-AF-SUB FROM 1 BY 1 UNTIL WS-AF-SUB > WS-AF-COUNT
        PERFORM WRITE-FILE-DETAIL
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-TOTAL-READ TO RPT-TOT-READ.
    MOVE WS-TOTAL-KEPT TO RPT-TOT-KEPT.
    MOVE WS-TOTAL-MOVED TO RPT-TOT-MOVED.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-COUNT-UNBALANCED = 0
        STRING "*** END OF REPORT -- ALL FILES BALANCED ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "*** END OF REPORT -- " WS-COUNT-UNBALANCED
               " FILE(S) OUT OF BALANCE ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
WRITE-FILE-DETAIL.
    MOVE WS-AF-BASE(WS-AF-SUB) TO RPT-FD-BASE.
    MOVE WS-AF-RETAIN(WS-AF-SUB) TO RPT-FD-RETAIN.
    MOVE WS-AF-CUTOFF(WS-AF-SUB) TO RPT-FD-CUTOFF.
    MOVE WS-AF-READ(WS-AF-SUB) TO RPT-FD-READ.
    MOVE WS-AF-KEPT(WS-AF-SUB) TO RPT-FD-KEPT.
    MOVE WS-AF-MOVED(WS-AF-SUB) TO RPT-FD-MOVED.
    MOVE WS-AF-UNDATED(WS-AF-SUB) TO RPT-FD-UNDATED.
    MOVE WS-AF-HELD(WS-AF-SUB) TO RPT-FD-HELD.
    IF WS-AF-KEPT(WS-AF-SUB) + WS-AF-MOVED(WS-AF-SUB)
                = WS-AF-READ(WS-AF-SUB)
            AND WS-AF-COPIED(WS-AF-SUB) = WS-AF-KEPT(WS-AF-SUB)
        MOVE "BALANCED" TO RPT-FD-STATUS
    ELSE
        MOVE "*OUT OF BALANCE*" TO RPT-FD-STATUS
        ADD 1 TO WS-COUNT-UNBALANCED
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-FILE-DETAIL.
    IF WS-AF-MOVED(WS-AF-SUB) > 0
        MOVE "ARCHIVED TO " TO RPT-ARC-TEXT
        MOVE SPACES TO WS-ARC-FILE-NAME
        STRING "./data/" FUNCTION TRIM(WS-AF-BASE(WS-AF-SUB)) "."
               WS-AS-OF-DATE "-" WS-AS-OF-TIME ".arc"
            DELIMITED BY SIZE INTO WS-ARC-FILE-NAME
        END-STRING
        MOVE WS-ARC-FILE-NAME TO RPT-ARC-NAME
        WRITE REPORT-LINE FROM WS-RPT-ARCHIVE-LINE
    END-IF.
    ADD WS-AF-READ(WS-AF-SUB) TO WS-TOTAL-READ.
    ADD WS-AF-KEPT(WS-AF-SUB) TO WS-TOTAL-KEPT.
    ADD WS-AF-MOVED(WS-AF-SUB) TO WS-TOTAL-MOVED.
PRINT-SUMMARY.
    DISPLAY "HIST-ARCHIVE RUN SUMMARY".
    DISPLAY "  AS OF (CCYYMMDD).......: " WS-AS-OF-DATE.
    DISPLAY "  LINES READ.............: " WS-TOTAL-READ.
    DISPLAY "  LINES KEPT.............: " WS-TOTAL-KEPT.
    DISPLAY "  LINES ARCHIVED.........: " WS-TOTAL-MOVED.
    DISPLAY "  FILES OUT OF BALANCE...: " WS-COUNT-UNBALANCED.
    DISPLAY "  REPORT.................: "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
