       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  SEED-MONITOR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT OPTIONAL SEEDRECV-FILE
    ASSIGN TO "./data/seedrecv.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SEEDRECV-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> The seed list TABLE-MAINT maintains, read to recognize a decoy name
*> on a piece that came in.
FD  SEED-FILE           RECORD CONTAINS 109 CHARACTERS.
    COPY SEEDLIST.
*> Every seed piece READ-CSV and CAMPAIGN-EXTRACT mailed -- the only
*> proof of which seed mailings are ours.
FD  SEEDMAIL-FILE       RECORD CONTAINS 186 CHARACTERS.
    COPY SEEDMAIL.
*> The receipt log this program keeps; see SEEDRECV.CPY.
FD  SEEDRECV-FILE       RECORD CONTAINS 118 CHARACTERS.
    COPY SEEDRECV.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.
*> Run-time parameter tokens, the READ-CSV convention: LAG=n sets how
*> many days a piece's mail date may trail the run date we mailed it
*> (a night run is postmarked the next day or later; default 5, at
*> most 30); REPORT skips the capture session and only reprints the
*> report; one positional token overrides the report path.
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/seedmon.rpt".
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
    05 WS-PARM-TOK        PIC X(100) OCCURS 4 TIMES.
01  WS-PARM-SUB           PIC 9      VALUE 0.
01  WS-PARM-FILES-SET     PIC 9      VALUE 0.
01  WS-PARM-WORD          PIC X(20)  VALUE SPACES.
01  WS-PARM-VALUE         PIC X(20)  VALUE SPACES.
01  WS-PARM-NUM           PIC 9(5)V99 VALUE 0.
01  WS-LAG-DAYS           PIC 9(3)   VALUE 5.
01  WS-REPORT-ONLY        PIC X      VALUE 'N'.

01  WS-SEED-STATUS        PIC XX     VALUE SPACES.
01  WS-SEEDMAIL-STATUS    PIC XX     VALUE SPACES.
01  WS-SEEDRECV-STATUS    PIC XX     VALUE SPACES.
01  WS-REPORT-STATUS      PIC XX     VALUE SPACES.
01  WS-SEED-EOF           PIC X      VALUE 'N'.
01  WS-SEEDMAIL-EOF       PIC X      VALUE 'N'.
01  WS-SEEDRECV-EOF       PIC X      VALUE 'N'.
01  WS-ANSWER             PIC X      VALUE 'Y'.
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-DATE-INT       PIC 9(9)   VALUE 0.

*> The seed list, searched on the decoy name as addressed.
01  WS-SEED-LIMIT         PIC 9(4)   VALUE 50.
01  WS-SEED-COUNT         PIC 9(4)   VALUE 0.
01  WS-SEED-SUB           PIC 9(4)   VALUE 0 COMP.
01  WS-SEED-TABLE.
    05 WS-SEED-ENTRY OCCURS 50 TIMES.
        10 WS-SEED-ID          PIC X(6).
        10 WS-SEED-LAST-NAME   PIC X(25).
        10 WS-SEED-FIRST-NAME  PIC X(15).

*> The seed mailing log, windowed the way READ-CSV windows its
*> mailed-to table: only mailings from WS-LAG-DAYS before the earliest
*> receipt to be judged up to the latest one can match, so only those
*> are held, each mail date turned into a day number once at load
*> time.  Of the mailings before the window just each seed's latest
*> is kept -- enough to name a retired seed and show our last mailing
*> of it.  Overflow stops the run: a window only partly loaded would
*> report our own mailings as misuse.
01  WS-SML-LIMIT          PIC 9(5)   VALUE 5000.
01  WS-SML-COUNT          PIC 9(5)   VALUE 0.
01  WS-SML-ON-FILE        PIC 9(9)   VALUE 0.
01  WS-SML-FROM-INT       PIC 9(9)   VALUE 0.
01  WS-SML-TO-INT         PIC 9(9)   VALUE 0.
01  WS-SML-EARLY-SUB      PIC 9(5)   VALUE 0 COMP.
01  WS-RCV-FIRST-INT      PIC 9(9)   VALUE 0.
01  WS-RCV-LAST-INT       PIC 9(9)   VALUE 0.
01  WS-SML-SUB            PIC 9(5)   VALUE 0 COMP.
01  WS-SML-TABLE.
    05 WS-SML-ENTRY OCCURS 5000 TIMES.
        10 WS-SML-SEED-ID      PIC X(6).
        10 WS-SML-LAST-NAME    PIC X(25).
        10 WS-SML-FIRST-NAME   PIC X(15).
        10 WS-SML-DATE         PIC X(8).
        10 WS-SML-DATE-INT     PIC 9(9).
        10 WS-SML-SERIAL       PIC X(10).

*> Date keyed or read back, checked by CHECK-DATE-IN and turned into
*> a day number.
01  WS-DATE-IN            PIC X(8)   VALUE SPACES.
01  WS-DATE-NUM           PIC 9(8)   VALUE 0.
01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
    05 WS-DATE-YYYY       PIC 9(4).
    05 WS-DATE-MM         PIC 99.
    05 WS-DATE-DD         PIC 99.
01  WS-DATE-INT           PIC 9(9)   VALUE 0.
01  WS-DATE-VALID         PIC X      VALUE 'N'.

*> One piece as keyed at capture.
01  WS-NAME-LAST-IN       PIC X(25)  VALUE SPACES.
01  WS-NAME-FIRST-IN      PIC X(15)  VALUE SPACES.
01  WS-MAILER-IN          PIC X(40)  VALUE SPACES.
01  WS-SERIAL-IN          PIC X(20)  VALUE SPACES.
01  WS-SERIAL-TRIM        PIC X(20)  VALUE SPACES.
01  WS-SERIAL-LEN         PIC 99     VALUE 0.
01  WS-SERIAL-KEY         PIC 9(10)  VALUE 0.
01  WS-SERIAL-KEY-X REDEFINES WS-SERIAL-KEY PIC X(10).
01  WS-FOUND-SEED-ID      PIC X(6)   VALUE SPACES.

*> The receipt being logged or judged, in the layout of SEEDRECV.CPY:
*> built here and written from here, or moved here as it is read
*> back, so it is always judged from working storage.
01  WS-RECEIPT.
    05 WS-RCT-RECEIVED-DATE PIC X(8).
    05 FILLER               PIC X.
    05 WS-RCT-SEED-ID       PIC X(6).
    05 FILLER               PIC X.
    05 WS-RCT-LAST-NAME     PIC X(25).
    05 FILLER               PIC X.
    05 WS-RCT-FIRST-NAME    PIC X(15).
    05 FILLER               PIC X.
    05 WS-RCT-MAIL-DATE     PIC X(8).
    05 FILLER               PIC X.
    05 WS-RCT-PIECE-SERIAL  PIC X(10).
    05 FILLER               PIC X.
    05 WS-RCT-MAILER        PIC X(40).
01  WS-RECEIPT-FAILED     PIC X      VALUE 'N'.

*> The receipt being judged by CHECK-ONE-RECEIPT, and its verdict.
*> A piece with no readable mail date is judged on the date it was
*> received instead -- the window then looks back from the day it
*> reached us.
01  WS-CHK-SEED-ID        PIC X(6)   VALUE SPACES.
01  WS-CHK-SERIAL         PIC X(10)  VALUE SPACES.
01  WS-CHK-DATE-INT       PIC 9(9)   VALUE 0.
01  WS-CHK-MATCHED        PIC X      VALUE 'N'.
01  WS-CHK-SERIAL-OURS    PIC X      VALUE 'N'.
01  WS-CHK-MATCH-DATE     PIC X(8)   VALUE SPACES.
01  WS-CHK-LAST-OURS      PIC X(8)   VALUE SPACES.
01  WS-CHK-LAST-OURS-INT  PIC 9(9)   VALUE 0.
01  WS-CHK-FINDING        PIC X(22)  VALUE SPACES.

*> Session and report control totals.
01  WS-COUNT-KEYED        PIC 9(9)   VALUE 0.
01  WS-COUNT-NOT-SEED     PIC 9(9)   VALUE 0.
01  WS-COUNT-LOGGED       PIC 9(9)   VALUE 0.
01  WS-COUNT-RECEIPTS     PIC 9(9)   VALUE 0.
01  WS-COUNT-MATCHED      PIC 9(9)   VALUE 0.
01  WS-COUNT-UNMATCHED    PIC 9(9)   VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(43)
       VALUE "SEED (DECOY) LIST-MISUSE MONITOR -- RUN OF ".
    05 RPT-TITLE-DATE     PIC X(8).
01  WS-RPT-LABEL-LINE.
    05 RPT-LBL-TEXT       PIC X(26).
    05 RPT-LBL-VALUE      PIC X(106).
01  WS-RPT-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-HEADS          PIC X(131)
    VALUE "RECEIVED  SEED    SEED NAME AS ADDRESSED     MAIL DATE " &
          "SERIAL      MAILER ON PIECE                 OUR LAST  " &
          "FINDING".
01  WS-RPT-DETAIL.
    05 RPT-DT-RECEIVED    PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-SEED-ID     PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-NAME        PIC X(25).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-MAIL-DATE   PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-SERIAL      PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-MAILER      PIC X(30).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-LAST-OURS   PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DT-FINDING     PIC X(22).

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-DATE-NUM.
    COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
    PERFORM PARSE-RUN-PARMS.
    PERFORM LOAD-SEED-TABLE.
    PERFORM SET-SEEDMAIL-WINDOW.
    PERFORM LOAD-SEEDMAIL-TABLE.
    IF WS-REPORT-ONLY = 'N'
        PERFORM RUN-CAPTURE-SESSION
    END-IF.
    PERFORM WRITE-MONITOR-REPORT.
    PERFORM PRINT-SUMMARY.
    EVALUATE TRUE
        WHEN WS-RECEIPT-FAILED = 'Y'
            MOVE 8 TO RETURN-CODE
        WHEN WS-COUNT-UNMATCHED > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
        MOVE SPACES TO WS-PARM-TOKENS
        UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
            INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
                 WS-PARM-TOK(3) WS-PARM-TOK(4)
        END-UNSTRING
        PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 4
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
        WHEN WS-PARM-WORD = "REPORT"
            MOVE 'Y' TO WS-REPORT-ONLY
        WHEN WS-PARM-WORD = "LAG"
            IF WS-PARM-VALUE NOT = SPACES
                COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PARM-VALUE)
                IF WS-PARM-NUM >= 0 AND WS-PARM-NUM <= 30
                    MOVE WS-PARM-NUM TO WS-LAG-DAYS
                ELSE
                    DISPLAY "SEED-MONITOR WARNING: LAG "
                            FUNCTION TRIM(WS-PARM-VALUE) " NOT IN "
                            "0-30; USING " WS-LAG-DAYS
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO WS-PARM-FILES-SET
            IF WS-PARM-FILES-SET = 1
                MOVE WS-PARM-TOK(WS-PARM-SUB) TO WS-REPORT-FILE-NAME
            ELSE
                DISPLAY "SEED-MONITOR WARNING: EXTRA PARAMETER "
                        "IGNORED: " WS-PARM-TOK(WS-PARM-SUB)
            END-IF
    END-EVALUATE.
*> A missing seed list only means a piece can be recognized from the
*> seed mailing log alone; it is said out loud.
LOAD-SEED-TABLE.
    MOVE 0 TO WS-SEED-COUNT.
    OPEN INPUT SEED-FILE.
    IF WS-SEED-STATUS NOT = "00"
        DISPLAY "SEED-MONITOR WARNING: NO SEED LIST (STATUS="
                WS-SEED-STATUS "); SEEDS RECOGNIZED FROM THE SEED "
                "MAILING LOG ONLY"
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
LOAD-ONE-SEED-ENTRY.
    IF SED-SEED-ID NOT = SPACES
        IF WS-SEED-COUNT < WS-SEED-LIMIT
            ADD 1 TO WS-SEED-COUNT
            MOVE SED-SEED-ID TO WS-SEED-ID(WS-SEED-COUNT)
            MOVE FUNCTION UPPER-CASE(SED-LAST-NAME)
                TO WS-SEED-LAST-NAME(WS-SEED-COUNT)
            MOVE FUNCTION UPPER-CASE(SED-FIRST-NAME)
                TO WS-SEED-FIRST-NAME(WS-SEED-COUNT)
        ELSE
            MOVE 'Y' TO WS-SEED-EOF
            DISPLAY "SEED-MONITOR WARNING: SEED LIST EXCEEDS "
                    WS-SEED-LIMIT " ENTRIES; REMAINDER NOT LOADED -- "
                    "RAISE WS-SEED-LIMIT AND RERUN"
        END-IF
    END-IF.
*> The window runs from WS-LAG-DAYS before the earliest receipt on
*> file to the latest.  A capture session judges pieces as they are
*> keyed, so today is brought inside the window as well; a piece keyed
*> with an older mail date widens it then (WIDEN-SEEDMAIL-WINDOW).
SET-SEEDMAIL-WINDOW.
    MOVE 0 TO WS-RCV-FIRST-INT.
    MOVE 0 TO WS-RCV-LAST-INT.
    MOVE 'N' TO WS-SEEDRECV-EOF.
    OPEN INPUT SEEDRECV-FILE.
    IF WS-SEEDRECV-STATUS NOT = "00"
        IF WS-SEEDRECV-STATUS = "05"
            CLOSE SEEDRECV-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-SEEDRECV-EOF = 'Y'
            READ SEEDRECV-FILE
                AT END
                    MOVE 'Y' TO WS-SEEDRECV-EOF
                NOT AT END
                    MOVE SEED-RECEIPT-RECORD TO WS-RECEIPT
                    PERFORM SET-RECEIPT-DATE
                    PERFORM NOTE-RECEIPT-DATE
            END-READ
        END-PERFORM
        CLOSE SEEDRECV-FILE
    END-IF.
    IF WS-REPORT-ONLY = 'N'
        MOVE WS-RUN-DATE-INT TO WS-CHK-DATE-INT
        PERFORM NOTE-RECEIPT-DATE
    END-IF.
    IF WS-RCV-FIRST-INT = 0
        MOVE 1 TO WS-SML-FROM-INT
        MOVE 0 TO WS-SML-TO-INT
    ELSE
        COMPUTE WS-SML-FROM-INT = WS-RCV-FIRST-INT - WS-LAG-DAYS
        MOVE WS-RCV-LAST-INT TO WS-SML-TO-INT
    END-IF.
NOTE-RECEIPT-DATE.
    IF WS-CHK-DATE-INT > 0
        IF WS-RCV-FIRST-INT = 0 OR WS-CHK-DATE-INT < WS-RCV-FIRST-INT
            MOVE WS-CHK-DATE-INT TO WS-RCV-FIRST-INT
        END-IF
        IF WS-CHK-DATE-INT > WS-RCV-LAST-INT
            MOVE WS-CHK-DATE-INT TO WS-RCV-LAST-INT
        END-IF
    END-IF.
*> A missing log is allowed -- no seeds have gone out yet -- but then
*> every seed piece received is one we did not mail, and the report
*> will say so.
LOAD-SEEDMAIL-TABLE.
    MOVE 0 TO WS-SML-COUNT.
    MOVE 0 TO WS-SML-ON-FILE.
    MOVE 'N' TO WS-SEEDMAIL-EOF.
    OPEN INPUT SEEDMAIL-FILE.
    IF WS-SEEDMAIL-STATUS NOT = "00"
        DISPLAY "SEED-MONITOR WARNING: NO SEED MAILING LOG (STATUS="
                WS-SEEDMAIL-STATUS "); NO SEED MAILINGS OF OURS ON "
                "RECORD"
        IF WS-SEEDMAIL-STATUS = "05"
            CLOSE SEEDMAIL-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-SEEDMAIL-EOF = 'Y'
            READ SEEDMAIL-FILE
                AT END
                    MOVE 'Y' TO WS-SEEDMAIL-EOF
                NOT AT END
                    PERFORM LOAD-ONE-SEEDMAIL-ENTRY
            END-READ
        END-PERFORM
        CLOSE SEEDMAIL-FILE
    END-IF.
LOAD-ONE-SEEDMAIL-ENTRY.
    MOVE SML-MAIL-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    EVALUATE TRUE
        WHEN WS-DATE-VALID = 'N'
            DISPLAY "SEED-MONITOR WARNING: SEED MAILING LOG LINE WITH "
                    "UNREADABLE DATE SKIPPED: " SEED-MAIL-RECORD
        WHEN WS-DATE-INT > WS-SML-TO-INT
            ADD 1 TO WS-SML-ON-FILE
        WHEN WS-DATE-INT < WS-SML-FROM-INT
            ADD 1 TO WS-SML-ON-FILE
            PERFORM KEEP-LATEST-EARLY-MAILING
        WHEN OTHER
            ADD 1 TO WS-SML-ON-FILE
            PERFORM ADD-SEEDMAIL-ENTRY
    END-EVALUATE.
KEEP-LATEST-EARLY-MAILING.
    MOVE 0 TO WS-SML-EARLY-SUB.
    PERFORM VARYING WS-SML-SUB FROM 1 BY 1
            UNTIL WS-SML-SUB > WS-SML-COUNT
               OR WS-SML-EARLY-SUB > 0
        IF WS-SML-SEED-ID(WS-SML-SUB) = SML-SEED-ID
                AND WS-SML-DATE-INT(WS-SML-SUB) < WS-SML-FROM-INT
            MOVE WS-SML-SUB TO WS-SML-EARLY-SUB
        END-IF
    END-PERFORM.
    IF WS-SML-EARLY-SUB = 0
        PERFORM ADD-SEEDMAIL-ENTRY
    ELSE
        IF WS-DATE-INT >= WS-SML-DATE-INT(WS-SML-EARLY-SUB)
            PERFORM STORE-SEEDMAIL-ENTRY
        END-IF
    END-IF.
ADD-SEEDMAIL-ENTRY.
    IF WS-SML-COUNT >= WS-SML-LIMIT
        DISPLAY "SEED-MONITOR: SEED MAILINGS IN WINDOW EXCEED "
                WS-SML-LIMIT " -- RAISE WS-SML-LIMIT AND RERUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-SML-COUNT.
    MOVE WS-SML-COUNT TO WS-SML-EARLY-SUB.
    PERFORM STORE-SEEDMAIL-ENTRY.
STORE-SEEDMAIL-ENTRY.
    MOVE SML-SEED-ID TO WS-SML-SEED-ID(WS-SML-EARLY-SUB).
    MOVE FUNCTION UPPER-CASE(SML-LAST-NAME)
        TO WS-SML-LAST-NAME(WS-SML-EARLY-SUB).
    MOVE FUNCTION UPPER-CASE(SML-FIRST-NAME)
        TO WS-SML-FIRST-NAME(WS-SML-EARLY-SUB).
    MOVE SML-MAIL-DATE TO WS-SML-DATE(WS-SML-EARLY-SUB).
    MOVE WS-DATE-INT TO WS-SML-DATE-INT(WS-SML-EARLY-SUB).
    MOVE SML-PIECE-SERIAL TO WS-SML-SERIAL(WS-SML-EARLY-SUB).
*> CCYYMMDD with a plausible month and day; a good date is left as a
*> day number in WS-DATE-INT.
CHECK-DATE-IN.
    MOVE 'N' TO WS-DATE-VALID.
    MOVE 0 TO WS-DATE-INT.
    IF WS-DATE-IN IS NUMERIC
        MOVE WS-DATE-IN TO WS-DATE-NUM
        IF WS-DATE-YYYY >= 1601
                AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
            MOVE 'Y' TO WS-DATE-VALID
            COMPUTE WS-DATE-INT
                = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        END-IF
    END-IF.
*> Status 05 is the OPTIONAL log being created on first use.  A log
*> that cannot be extended would take the operator's keying and keep
*> none of it, so the session refuses to start, as NIXIE-CAPTURE's
*> does.
RUN-CAPTURE-SESSION.
    OPEN EXTEND SEEDRECV-FILE.
    IF WS-SEEDRECV-STATUS NOT = "00" AND WS-SEEDRECV-STATUS NOT = "05"
        DISPLAY "SEED-MONITOR: SEED RECEIPT LOG COULD NOT BE OPENED "
                "FOR APPEND (STATUS=" WS-SEEDRECV-STATUS ") -- "
                "SESSION NOT STARTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL FUNCTION UPPER-CASE(WS-ANSWER) NOT = 'Y'
        PERFORM CAPTURE-ONE-SEED
        IF WS-RECEIPT-FAILED = 'Y'
            MOVE 'N' TO WS-ANSWER
        ELSE
            DISPLAY "Log another seed piece? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-ANSWER
        END-IF
    END-PERFORM.
    CLOSE SEEDRECV-FILE.
*> One piece that came in to a seed address: the decoy name it was
*> addressed to identifies the seed; the mail date off the postmark
*> or indicia, any keyline serial and any mailer named on the piece
*> are logged with it, and the operator is told at once whether it
*> matches a mailing of ours.
CAPTURE-ONE-SEED.
    ADD 1 TO WS-COUNT-KEYED.
    DISPLAY "Seed last name as addressed: " WITH NO ADVANCING.
    MOVE SPACES TO WS-NAME-LAST-IN.
    ACCEPT WS-NAME-LAST-IN.
    DISPLAY "Seed first name as addressed: " WITH NO ADVANCING.
    MOVE SPACES TO WS-NAME-FIRST-IN.
    ACCEPT WS-NAME-FIRST-IN.
    MOVE FUNCTION UPPER-CASE(WS-NAME-LAST-IN) TO WS-NAME-LAST-IN.
    MOVE FUNCTION UPPER-CASE(WS-NAME-FIRST-IN) TO WS-NAME-FIRST-IN.
    PERFORM FIND-SEED-BY-NAME.
    IF WS-FOUND-SEED-ID = SPACES
        ADD 1 TO WS-COUNT-NOT-SEED
        DISPLAY "Not a seed name on the seed list or the seed "
                "mailing log -- piece not logged."
    ELSE
        DISPLAY "  Seed " WS-FOUND-SEED-ID
        PERFORM KEY-PIECE-DETAILS
        PERFORM LOG-ONE-RECEIPT
    END-IF.
*> The seed list first; a seed since retired from the list is still
*> recognized from the seed mailing log.
FIND-SEED-BY-NAME.
    MOVE SPACES TO WS-FOUND-SEED-ID.
    PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
               OR WS-FOUND-SEED-ID NOT = SPACES
        IF WS-SEED-LAST-NAME(WS-SEED-SUB) = WS-NAME-LAST-IN
                AND WS-SEED-FIRST-NAME(WS-SEED-SUB) = WS-NAME-FIRST-IN
            MOVE WS-SEED-ID(WS-SEED-SUB) TO WS-FOUND-SEED-ID
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SML-SUB FROM 1 BY 1
            UNTIL WS-SML-SUB > WS-SML-COUNT
               OR WS-FOUND-SEED-ID NOT = SPACES
        IF WS-SML-LAST-NAME(WS-SML-SUB) = WS-NAME-LAST-IN
                AND WS-SML-FIRST-NAME(WS-SML-SUB) = WS-NAME-FIRST-IN
            MOVE WS-SML-SEED-ID(WS-SML-SUB) TO WS-FOUND-SEED-ID
        END-IF
    END-PERFORM.
KEY-PIECE-DETAILS.
    MOVE 'N' TO WS-DATE-VALID.
    PERFORM UNTIL WS-DATE-VALID = 'Y'
        DISPLAY "Mail date on postmark or indicia (CCYYMMDD, blank = "
                "none on piece): " WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-IN
        ACCEPT WS-DATE-IN
        IF WS-DATE-IN = SPACES
            MOVE 'Y' TO WS-DATE-VALID
        ELSE
            PERFORM CHECK-DATE-IN
            IF WS-DATE-VALID = 'N'
                DISPLAY "Not a CCYYMMDD date -- key it again."
            END-IF
        END-IF
    END-PERFORM.
    DISPLAY "Scan or key piece serial (blank = none on piece): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-SERIAL-IN.
    ACCEPT WS-SERIAL-IN.
    INSPECT WS-SERIAL-IN REPLACING ALL "*" BY SPACE.
    MOVE SPACES TO WS-CHK-SERIAL.
    IF WS-SERIAL-IN NOT = SPACES
        MOVE FUNCTION TRIM(WS-SERIAL-IN) TO WS-SERIAL-TRIM
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SERIAL-IN))
            TO WS-SERIAL-LEN
        IF WS-SERIAL-LEN > 10
                OR WS-SERIAL-TRIM(1:WS-SERIAL-LEN) IS NOT NUMERIC
            DISPLAY "Not a piece serial (1 to 10 digits) -- logged "
                    "without one."
        ELSE
            MOVE WS-SERIAL-TRIM(1:WS-SERIAL-LEN) TO WS-SERIAL-KEY
            MOVE WS-SERIAL-KEY-X TO WS-CHK-SERIAL
        END-IF
    END-IF.
    DISPLAY "Mailer named on piece (blank = none): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-MAILER-IN.
    ACCEPT WS-MAILER-IN.
*> A receipt that cannot be logged is not judged or counted: keying
*> ends there, the operator is told to keep the piece, and the run
*> ends with RC 8 once the report is printed.
LOG-ONE-RECEIPT.
    MOVE SPACES TO WS-RECEIPT.
    MOVE WS-RUN-DATE TO WS-RCT-RECEIVED-DATE.
    MOVE WS-FOUND-SEED-ID TO WS-RCT-SEED-ID.
    MOVE WS-NAME-LAST-IN TO WS-RCT-LAST-NAME.
    MOVE WS-NAME-FIRST-IN TO WS-RCT-FIRST-NAME.
    MOVE WS-DATE-IN TO WS-RCT-MAIL-DATE.
    MOVE WS-CHK-SERIAL TO WS-RCT-PIECE-SERIAL.
    MOVE FUNCTION UPPER-CASE(WS-MAILER-IN) TO WS-RCT-MAILER.
    WRITE SEED-RECEIPT-RECORD FROM WS-RECEIPT.
    IF WS-SEEDRECV-STATUS NOT = "00"
        MOVE 'Y' TO WS-RECEIPT-FAILED
        DISPLAY "SEED-MONITOR: SEED RECEIPT LOG COULD NOT BE WRITTEN "
                "(STATUS=" WS-SEEDRECV-STATUS ") -- PIECE NOT LOGGED, "
                "SESSION ENDED; KEEP THE PIECE AND KEY IT AGAIN"
    ELSE
        ADD 1 TO WS-COUNT-LOGGED
        PERFORM WIDEN-SEEDMAIL-WINDOW
        PERFORM CHECK-ONE-RECEIPT
        IF WS-CHK-MATCHED = 'Y'
            DISPLAY "  Matches our seed mailing of " WS-CHK-MATCH-DATE
                    "."
        ELSE
            DISPLAY "  *** NO MATCHING MAILING OF OURS ("
                    FUNCTION TRIM(WS-CHK-FINDING) ") -- POSSIBLE LIST "
                    "MISUSE; KEEP THE PIECE ***"
        END-IF
    END-IF.
*> Judges the receipt now in WS-RECEIPT against the seed mailing
*> log.  It matches when we mailed that seed on a date from
*> WS-LAG-DAYS before the piece's mail date up to the mail date
*> itself -- and, when the piece carries a serial, only a mailing of
*> ours under that very serial counts: our own keyline on a piece
*> mailed outside the window means our printed file was mailed again.
CHECK-ONE-RECEIPT.
    MOVE WS-RCT-SEED-ID TO WS-CHK-SEED-ID.
    MOVE WS-RCT-PIECE-SERIAL TO WS-CHK-SERIAL.
    PERFORM SET-RECEIPT-DATE.
    MOVE 'N' TO WS-CHK-MATCHED.
    MOVE 'N' TO WS-CHK-SERIAL-OURS.
    MOVE SPACES TO WS-CHK-MATCH-DATE.
    MOVE SPACES TO WS-CHK-LAST-OURS.
    MOVE 0 TO WS-CHK-LAST-OURS-INT.
    PERFORM VARYING WS-SML-SUB FROM 1 BY 1
            UNTIL WS-SML-SUB > WS-SML-COUNT
        IF WS-SML-SEED-ID(WS-SML-SUB) = WS-CHK-SEED-ID
            PERFORM CHECK-ONE-SEED-MAILING
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-CHK-MATCHED = 'Y'
            MOVE "MATCHED" TO WS-CHK-FINDING
        WHEN WS-CHK-SERIAL-OURS = 'Y'
            MOVE "OUR PIECE RE-MAILED" TO WS-CHK-FINDING
        WHEN WS-CHK-SERIAL NOT = SPACES
            MOVE "SERIAL NOT OURS" TO WS-CHK-FINDING
        WHEN OTHER
            MOVE "NO MAILING IN WINDOW" TO WS-CHK-FINDING
    END-EVALUATE.
*> The date a receipt is judged on, as a day number in
*> WS-CHK-DATE-INT: its mail date, else the date it was received.
SET-RECEIPT-DATE.
    MOVE WS-RCT-MAIL-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    IF WS-DATE-VALID = 'N'
        MOVE WS-RCT-RECEIVED-DATE TO WS-DATE-IN
        PERFORM CHECK-DATE-IN
    END-IF.
    MOVE WS-DATE-INT TO WS-CHK-DATE-INT.
*> A piece just keyed whose mail date falls outside the window loaded
*> at the start has the window widened to take it in and the log
*> reloaded, so it -- and the report that follows -- are judged on
*> every mailing that could match.
WIDEN-SEEDMAIL-WINDOW.
    PERFORM SET-RECEIPT-DATE.
    IF WS-CHK-DATE-INT > 0
        IF WS-CHK-DATE-INT < WS-SML-FROM-INT + WS-LAG-DAYS
                OR WS-CHK-DATE-INT > WS-SML-TO-INT
            PERFORM NOTE-RECEIPT-DATE
            COMPUTE WS-SML-FROM-INT = WS-RCV-FIRST-INT - WS-LAG-DAYS
            MOVE WS-RCV-LAST-INT TO WS-SML-TO-INT
            PERFORM LOAD-SEEDMAIL-TABLE
        END-IF
    END-IF.
CHECK-ONE-SEED-MAILING.
    IF WS-SML-DATE-INT(WS-SML-SUB) <= WS-CHK-DATE-INT
            AND WS-SML-DATE-INT(WS-SML-SUB) > WS-CHK-LAST-OURS-INT
        MOVE WS-SML-DATE-INT(WS-SML-SUB) TO WS-CHK-LAST-OURS-INT
        MOVE WS-SML-DATE(WS-SML-SUB) TO WS-CHK-LAST-OURS
    END-IF.
    IF WS-CHK-SERIAL NOT = SPACES
            AND WS-SML-SERIAL(WS-SML-SUB) = WS-CHK-SERIAL
        MOVE 'Y' TO WS-CHK-SERIAL-OURS
    END-IF.
    IF WS-SML-DATE-INT(WS-SML-SUB) <= WS-CHK-DATE-INT
            AND WS-SML-DATE-INT(WS-SML-SUB) + WS-LAG-DAYS
                >= WS-CHK-DATE-INT
            AND (WS-CHK-SERIAL = SPACES
                 OR WS-SML-SERIAL(WS-SML-SUB) = WS-CHK-SERIAL)
        MOVE 'Y' TO WS-CHK-MATCHED
        MOVE WS-SML-DATE(WS-SML-SUB) TO WS-CHK-MATCH-DATE
    END-IF.
*> Rejudges every receipt ever logged, not just this session's, so a
*> piece logged before its mailing reached the log (or before a LAG
*> change) is reported on what is on file now.  Only pieces with no
*> matching mailing are listed; the matched ones are counted.
WRITE-MONITOR-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "SEED-MONITOR: REPORT FILE COULD NOT BE OPENED "
                "(STATUS=" WS-REPORT-STATUS "): "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-RPT-HEADS.
    MOVE 'N' TO WS-SEEDRECV-EOF.
    OPEN INPUT SEEDRECV-FILE.
    IF WS-SEEDRECV-STATUS NOT = "00"
        IF WS-SEEDRECV-STATUS = "05"
            CLOSE SEEDRECV-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-SEEDRECV-EOF = 'Y'
            READ SEEDRECV-FILE
                AT END
                    MOVE 'Y' TO WS-SEEDRECV-EOF
                NOT AT END
                    PERFORM REPORT-ONE-RECEIPT
            END-READ
        END-PERFORM
        CLOSE SEEDRECV-FILE
    END-IF.
    IF WS-COUNT-UNMATCHED = 0
        MOVE SPACES TO REPORT-LINE
        STRING "NO SEED PIECE RECEIVED WITHOUT A MATCHING MAILING OF "
               "OURS" DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "RUN DATE................: " TO RPT-LBL-TEXT.
    MOVE WS-RUN-DATE TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "MAIL DATE LAG (DAYS)....: " TO RPT-LBL-TEXT.
    MOVE WS-LAG-DAYS TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "SEEDS ON LIST...........: " TO RPT-LBL-TEXT.
    MOVE WS-SEED-COUNT TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "SEED PIECES WE MAILED...: " TO RPT-LBL-TEXT.
    MOVE WS-SML-ON-FILE TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "SEED PIECES RECEIVED....: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-RECEIPTS TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "MATCHED TO OUR MAILINGS.: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-MATCHED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "NO MATCHING MAILING.....: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-UNMATCHED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-COUNT-UNMATCHED = 0
        STRING "*** END OF REPORT -- EVERY SEED PIECE MATCHES A "
               "MAILING OF OURS ***" DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "*** END OF REPORT -- " WS-COUNT-UNMATCHED
               " SEED PIECE(S) WITH NO MATCHING MAILING OF OURS: "
               "POSSIBLE LIST MISUSE ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
REPORT-ONE-RECEIPT.
    ADD 1 TO WS-COUNT-RECEIPTS.
    MOVE SEED-RECEIPT-RECORD TO WS-RECEIPT.
    PERFORM CHECK-ONE-RECEIPT.
    IF WS-CHK-MATCHED = 'Y'
        ADD 1 TO WS-COUNT-MATCHED
    ELSE
        ADD 1 TO WS-COUNT-UNMATCHED
        MOVE SPACES TO WS-RPT-DETAIL
        MOVE WS-RCT-RECEIVED-DATE TO RPT-DT-RECEIVED
        MOVE WS-RCT-SEED-ID TO RPT-DT-SEED-ID
        STRING FUNCTION TRIM(WS-RCT-FIRST-NAME) " "
               FUNCTION TRIM(WS-RCT-LAST-NAME)
            DELIMITED BY SIZE INTO RPT-DT-NAME
            ON OVERFLOW CONTINUE
        END-STRING
        IF WS-RCT-MAIL-DATE = SPACES
            MOVE "(NONE)" TO RPT-DT-MAIL-DATE
        ELSE
            MOVE WS-RCT-MAIL-DATE TO RPT-DT-MAIL-DATE
        END-IF
        IF WS-RCT-PIECE-SERIAL = SPACES
            MOVE "(NONE)" TO RPT-DT-SERIAL
        ELSE
            MOVE WS-RCT-PIECE-SERIAL TO RPT-DT-SERIAL
        END-IF
        MOVE WS-RCT-MAILER TO RPT-DT-MAILER
        IF WS-CHK-LAST-OURS = SPACES
            MOVE "(NEVER)" TO RPT-DT-LAST-OURS
        ELSE
            MOVE WS-CHK-LAST-OURS TO RPT-DT-LAST-OURS
        END-IF
        MOVE WS-CHK-FINDING TO RPT-DT-FINDING
        WRITE REPORT-LINE FROM WS-RPT-DETAIL
    END-IF.
PRINT-SUMMARY.
    DISPLAY "SEED-MONITOR RUN SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  PIECES KEYED...........: " WS-COUNT-KEYED.
    DISPLAY "  NOT A SEED NAME........: " WS-COUNT-NOT-SEED.
    DISPLAY "  RECEIPTS LOGGED........: " WS-COUNT-LOGGED.
    DISPLAY "  RECEIPTS ON FILE.......: " WS-COUNT-RECEIPTS.
    DISPLAY "  MATCHED TO OUR MAILINGS: " WS-COUNT-MATCHED.
    DISPLAY "  NO MATCHING MAILING....: " WS-COUNT-UNMATCHED.
    DISPLAY "  REPORT.................: "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
