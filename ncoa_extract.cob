       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  NCOA-EXTRACT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE
    ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT NCOASUB-FILE
    ASSIGN TO DYNAMIC WS-NCOASUB-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NCOASUB-STATUS.

    SELECT OPTIONAL NCOATRK-FILE
    ASSIGN TO "./data/ncoatrk.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NCOATRK-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-FILE         RECORD CONTAINS 98 CHARACTERS.
    COPY MAILMAST.
FD  NCOASUB-FILE        RECORD CONTAINS 120 CHARACTERS.
    COPY NCOASUB.
FD  NCOATRK-FILE        RECORD CONTAINS 165 CHARACTERS.
    COPY NCOATRK.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.
*> Run-time parameter tokens, the READ-CSV convention: STATUS skips
*> cutting a submission and only reports on the cycles tracked so
*> far; up to two positional tokens override SUBMISSIONFILE and
*> REPORTFILE in that order (with STATUS, a single one names the
*> report).  The submission file defaults to
*> ./data/ncoasub.<submission id>, so each cycle's file is kept for
*> READ-CSV to match the vendor's return against.
01  WS-MASTER-FILE-NAME   PIC X(100) VALUE "./data/master.dat".
01  WS-NCOASUB-FILE-NAME  PIC X(100) VALUE SPACES.
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/ncoa.rpt".
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
    05 WS-PARM-TOK        PIC X(100) OCCURS 4 TIMES.
01  WS-PARM-SUB           PIC 9      VALUE 0.
01  WS-PARM-FILES-SET     PIC 9      VALUE 0.
01  WS-PARM-WORD          PIC X(20)  VALUE SPACES.
01  WS-PARM-VALUE         PIC X(20)  VALUE SPACES.
01  WS-STATUS-ONLY        PIC X      VALUE 'N'.

01  WS-MASTER-STATUS      PIC XX     VALUE SPACES.
01  WS-NCOASUB-STATUS     PIC XX     VALUE SPACES.
01  WS-NCOATRK-STATUS     PIC XX     VALUE SPACES.
01  WS-REPORT-STATUS      PIC XX     VALUE SPACES.
01  WS-MASTER-EOF         PIC X      VALUE 'N'.
01  WS-NCOATRK-EOF        PIC X      VALUE 'N'.
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-TIME-RAW       PIC 9(8)   VALUE 0.
01  WS-RUN-DATE-INT       PIC 9(9)   VALUE 0.
01  WS-DATE-NUM           PIC 9(8)   VALUE 0.
01  WS-DATE-INT           PIC 9(9)   VALUE 0.
01  WS-SUBMISSION-ID      PIC X(14)  VALUE SPACES.

*> USPS move-update window: a list mailed at presort rates must have
*> been through a move-update cycle in the 95 days before mailing.
*> Counted from the submission date of the latest cycle the vendor
*> returned.
01  WS-MOVE-UPDATE-DAYS   PIC 99     VALUE 95.
01  WS-LAST-CYCLE-DATE    PIC X(8)   VALUE SPACES.
01  WS-LAST-CYCLE-INT     PIC 9(9)   VALUE 0.
01  WS-DAYS-SINCE-CYCLE   PIC 9(9)   VALUE 0.
01  WS-CYCLE-STALE        PIC X      VALUE 'N'.

*> Every submission on the tracking file, with its return if one came
*> back.  Overflow stops the run -- the latest cycles are the ones at
*> the end of the file.
01  WS-TRK-LIMIT          PIC 9(4)   VALUE 500.
01  WS-TRK-COUNT          PIC 9(4)   VALUE 0.
01  WS-TRK-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-TRK-FOUND          PIC 9(4)   VALUE 0 COMP.
01  WS-TRK-TABLE.
    05 WS-TRK-ENTRY OCCURS 500 TIMES.
        10 WS-TRK-ID           PIC X(14).
        10 WS-TRK-SUB-DATE     PIC X(8).
        10 WS-TRK-RECORDS      PIC 9(9).
        10 WS-TRK-RETURNED     PIC X.
        10 WS-TRK-RET-DATE     PIC X(8).
        10 WS-TRK-MOVES        PIC 9(9).
        10 WS-TRK-MATCHED      PIC 9(9).

*> This run's submission.
01  WS-COUNT-MASTER-READ  PIC 9(9)   VALUE 0.
01  WS-COUNT-SUBMITTED    PIC 9(9)   VALUE 0.
01  WS-COUNT-NO-ZIP       PIC 9(9)   VALUE 0.
01  WS-COUNT-OUTSTANDING  PIC 9(9)   VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(45)
       VALUE "NCOA SUBMISSION AND CYCLE TRACKING -- RUN OF ".
    05 RPT-TITLE-DATE     PIC 9(8).
01  WS-RPT-LABEL-LINE.
    05 RPT-LBL-TEXT       PIC X(26).
    05 RPT-LBL-VALUE      PIC X(106).
01  WS-RPT-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-HEADS          PIC X(120)
    VALUE "SUBMISSION ID   SUBMITTED     RECORDS  RETURNED   DAYS" &
          "        MOVES      MATCHED  MATCH RATE  STATUS".
01  WS-RPT-DETAIL.
    05 RPT-DT-ID          PIC X(14).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-SUB-DATE    PIC X(8).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-RECORDS     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-RET-DATE    PIC X(8).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-DAYS        PIC ZZZZ9.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-MOVES       PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-MATCHED     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(5)   VALUE SPACES.
    05 RPT-DT-RATE        PIC ZZ9.99.
    05 RPT-DT-PCT         PIC X.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-STATUS      PIC X(24).
01  WS-RPT-RATE           PIC 9(3)V99 VALUE 0.
01  WS-RPT-DAYS           PIC 9(9)   VALUE 0.
01  WS-RPT-DAYS-EDIT      PIC Z(8)9.

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-DATE TO WS-DATE-NUM.
    COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
    STRING "./data/ncoasub." WS-RUN-DATE WS-RUN-TIME-RAW(1:6)
        DELIMITED BY SIZE
        INTO WS-NCOASUB-FILE-NAME
    END-STRING.
    PERFORM PARSE-RUN-PARMS.
    PERFORM LOAD-TRACKING-TABLE.
    IF WS-STATUS-ONLY = 'N'
        PERFORM CUT-SUBMISSION
    END-IF.
    PERFORM CHECK-CYCLE-CURRENCY.
    PERFORM WRITE-NCOA-REPORT.
    PERFORM PRINT-SUMMARY.
    IF WS-CYCLE-STALE = 'Y'
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
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
        IF WS-STATUS-ONLY = 'Y' AND WS-PARM-FILES-SET = 1
            MOVE WS-NCOASUB-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
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
        WHEN WS-PARM-WORD = "STATUS"
            MOVE 'Y' TO WS-STATUS-ONLY
        WHEN OTHER
            ADD 1 TO WS-PARM-FILES-SET
            EVALUATE WS-PARM-FILES-SET
                WHEN 1
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-NCOASUB-FILE-NAME
                WHEN 2
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-REPORT-FILE-NAME
                WHEN OTHER
                    DISPLAY "NCOA-EXTRACT WARNING: EXTRA PARAMETER "
                            "IGNORED: " WS-PARM-TOK(WS-PARM-SUB)
            END-EVALUATE
    END-EVALUATE.
*> Status 05 is the OPTIONAL tracking file not existing yet -- no
*> cycle has ever been run.
LOAD-TRACKING-TABLE.
    MOVE 0 TO WS-TRK-COUNT.
    OPEN INPUT NCOATRK-FILE.
    IF WS-NCOATRK-STATUS NOT = "00"
        IF WS-NCOATRK-STATUS = "05"
            CLOSE NCOATRK-FILE
        ELSE
            DISPLAY "NCOA-EXTRACT: TRACKING FILE COULD NOT BE OPENED "
                    "(STATUS=" WS-NCOATRK-STATUS ")"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        PERFORM UNTIL WS-NCOATRK-EOF = 'Y'
            READ NCOATRK-FILE
                AT END
                    MOVE 'Y' TO WS-NCOATRK-EOF
                NOT AT END
                    PERFORM LOAD-ONE-TRACKING-LINE
            END-READ
        END-PERFORM
        CLOSE NCOATRK-FILE
    END-IF.
LOAD-ONE-TRACKING-LINE.
    EVALUATE NTK-EVENT
        WHEN "S"
            IF WS-TRK-COUNT >= WS-TRK-LIMIT
                DISPLAY "NCOA-EXTRACT: MORE THAN " WS-TRK-LIMIT
                        " SUBMISSIONS ON THE TRACKING FILE -- RAISE "
                        "WS-TRK-LIMIT AND RERUN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-TRK-COUNT
            MOVE NTK-SUBMISSION-ID TO WS-TRK-ID(WS-TRK-COUNT)
            MOVE NTK-SUBMISSION-DATE TO WS-TRK-SUB-DATE(WS-TRK-COUNT)
            MOVE NTK-RECORD-COUNT TO WS-TRK-RECORDS(WS-TRK-COUNT)
            MOVE 'N' TO WS-TRK-RETURNED(WS-TRK-COUNT)
            MOVE SPACES TO WS-TRK-RET-DATE(WS-TRK-COUNT)
            MOVE 0 TO WS-TRK-MOVES(WS-TRK-COUNT)
            MOVE 0 TO WS-TRK-MATCHED(WS-TRK-COUNT)
        WHEN "R"
            MOVE 0 TO WS-TRK-FOUND
            PERFORM VARYING WS-TRK-SUB FROM 1 BY 1
                    UNTIL WS-TRK-SUB > WS-TRK-COUNT
                IF WS-TRK-ID(WS-TRK-SUB) = NTK-SUBMISSION-ID
                    MOVE WS-TRK-SUB TO WS-TRK-FOUND
                END-IF
            END-PERFORM
            IF WS-TRK-FOUND = 0
                DISPLAY "NCOA-EXTRACT WARNING: RETURN FOR UNKNOWN "
                        "SUBMISSION " NTK-SUBMISSION-ID " IGNORED"
            ELSE
                MOVE 'Y' TO WS-TRK-RETURNED(WS-TRK-FOUND)
                MOVE NTK-EVENT-DATE TO WS-TRK-RET-DATE(WS-TRK-FOUND)
                MOVE NTK-MOVES-COUNT TO WS-TRK-MOVES(WS-TRK-FOUND)
                MOVE NTK-MATCHED-COUNT TO WS-TRK-MATCHED(WS-TRK-FOUND)
            END-IF
        WHEN OTHER
            DISPLAY "NCOA-EXTRACT WARNING: UNREADABLE TRACKING LINE "
                    "SKIPPED: " NCOATRK-RECORD
    END-EVALUATE.
*> The submission: every master record with a 5-digit ZIP, in master
*> order, numbered from 1.  The tracking file is opened first -- a
*> submission cut without its S line could never be matched to what
*> the vendor sends back -- and the S line is written only once the
*> trailer is, so a run that dies part way leaves no cycle behind.
CUT-SUBMISSION.
    STRING WS-RUN-DATE WS-RUN-TIME-RAW(1:6) DELIMITED BY SIZE
        INTO WS-SUBMISSION-ID
    END-STRING.
    PERFORM VARYING WS-TRK-SUB FROM 1 BY 1
            UNTIL WS-TRK-SUB > WS-TRK-COUNT
        IF WS-TRK-RETURNED(WS-TRK-SUB) = 'N'
            ADD 1 TO WS-COUNT-OUTSTANDING
            DISPLAY "NCOA-EXTRACT WARNING: SUBMISSION "
                    WS-TRK-ID(WS-TRK-SUB) " OF "
                    WS-TRK-SUB-DATE(WS-TRK-SUB) " WAS NEVER RETURNED"
        END-IF
    END-PERFORM.
    OPEN EXTEND NCOATRK-FILE.
    IF WS-NCOATRK-STATUS NOT = "00" AND WS-NCOATRK-STATUS NOT = "05"
        DISPLAY "NCOA-EXTRACT: TRACKING FILE COULD NOT BE OPENED FOR "
                "APPEND (STATUS=" WS-NCOATRK-STATUS ") -- NO "
                "SUBMISSION CUT"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "NCOA-EXTRACT: MASTER FILE COULD NOT BE OPENED "
                "(STATUS=" WS-MASTER-STATUS "): "
                FUNCTION TRIM(WS-MASTER-FILE-NAME)
        CLOSE NCOATRK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NCOASUB-FILE.
    IF WS-NCOASUB-STATUS NOT = "00"
        DISPLAY "NCOA-EXTRACT: SUBMISSION FILE COULD NOT BE OPENED "
                "(STATUS=" WS-NCOASUB-STATUS "): "
                FUNCTION TRIM(WS-NCOASUB-FILE-NAME)
        CLOSE MASTER-FILE
        CLOSE NCOATRK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO NCOA-SUB-HEADER.
    MOVE "H" TO NSH-RECORD-TYPE.
    MOVE WS-SUBMISSION-ID TO NSH-SUBMISSION-ID.
    MOVE WS-RUN-DATE TO NSH-SUBMISSION-DATE.
    MOVE "MAILING MASTER" TO NSH-LIST-NAME.
    WRITE NCOA-SUB-HEADER.
    IF WS-NCOASUB-STATUS NOT = "00"
        PERFORM SUBMISSION-WRITE-FAILED
    END-IF.
    PERFORM UNTIL WS-MASTER-EOF = 'Y'
        READ MASTER-FILE
            AT END
                MOVE 'Y' TO WS-MASTER-EOF
            NOT AT END
                ADD 1 TO WS-COUNT-MASTER-READ
                PERFORM WRITE-SUBMISSION-DETAIL
        END-READ
    END-PERFORM.
    MOVE SPACES TO NCOA-SUB-TRAILER.
    MOVE "T" TO NST-RECORD-TYPE.
    MOVE WS-SUBMISSION-ID TO NST-SUBMISSION-ID.
    MOVE WS-COUNT-SUBMITTED TO NST-RECORD-COUNT.
    WRITE NCOA-SUB-TRAILER.
    IF WS-NCOASUB-STATUS NOT = "00"
        PERFORM SUBMISSION-WRITE-FAILED
    END-IF.
    CLOSE NCOASUB-FILE.
    IF WS-NCOASUB-STATUS NOT = "00"
        PERFORM SUBMISSION-WRITE-FAILED
    END-IF.
    CLOSE MASTER-FILE.
    MOVE SPACES TO NCOATRK-RECORD.
    MOVE "S" TO NTK-EVENT.
    MOVE WS-SUBMISSION-ID TO NTK-SUBMISSION-ID.
    MOVE WS-RUN-DATE TO NTK-SUBMISSION-DATE.
    MOVE WS-COUNT-SUBMITTED TO NTK-RECORD-COUNT.
    MOVE WS-RUN-DATE TO NTK-EVENT-DATE.
    MOVE 0 TO NTK-MOVES-COUNT.
    MOVE 0 TO NTK-MATCHED-COUNT.
    MOVE WS-NCOASUB-FILE-NAME TO NTK-FILE-NAME.
    PERFORM LOAD-ONE-TRACKING-LINE.
    WRITE NCOATRK-RECORD.
    IF WS-NCOATRK-STATUS NOT = "00"
        DISPLAY "NCOA-EXTRACT: TRACKING FILE COULD NOT BE WRITTEN "
                "(STATUS=" WS-NCOATRK-STATUS ") -- SUBMISSION "
                WS-SUBMISSION-ID " NOT TRACKED, DO NOT SEND "
                FUNCTION TRIM(WS-NCOASUB-FILE-NAME)
        CLOSE NCOATRK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE NCOATRK-FILE.
*> The master carries ZIP+4 either as 12345-6789 or 123456789; the
*> vendor wants the two parts in their own fields.  A record with no
*> 5-digit ZIP cannot be move-updated and is counted, not sent.
WRITE-SUBMISSION-DETAIL.
    IF MST-ZIP(1:5) IS NOT NUMERIC
        ADD 1 TO WS-COUNT-NO-ZIP
    ELSE
        ADD 1 TO WS-COUNT-SUBMITTED
        MOVE SPACES TO NCOA-SUB-DETAIL
        MOVE "D" TO NSD-RECORD-TYPE
        MOVE WS-COUNT-SUBMITTED TO NSD-SEQUENCE
        MOVE MST-LAST-NAME TO NSD-LAST-NAME
        MOVE MST-FIRST-NAME TO NSD-FIRST-NAME
        MOVE MST-STREET TO NSD-STREET
        MOVE MST-CITY TO NSD-CITY
        MOVE MST-STATE(1:2) TO NSD-STATE
        MOVE MST-ZIP(1:5) TO NSD-ZIP5
        EVALUATE TRUE
            WHEN MST-ZIP(6:1) = "-" AND MST-ZIP(7:4) IS NUMERIC
                MOVE MST-ZIP(7:4) TO NSD-ZIP4
            WHEN MST-ZIP(6:4) IS NUMERIC
                MOVE MST-ZIP(6:4) TO NSD-ZIP4
        END-EVALUATE
        WRITE NCOA-SUB-DETAIL
        IF WS-NCOASUB-STATUS NOT = "00"
            PERFORM SUBMISSION-WRITE-FAILED
        END-IF
    END-IF.
*> A submission file that is not whole is never tracked: the run stops
*> before its S line, so no cycle is opened for a truncated file.
SUBMISSION-WRITE-FAILED.
    DISPLAY "NCOA-EXTRACT: SUBMISSION FILE COULD NOT BE WRITTEN "
            "(STATUS=" WS-NCOASUB-STATUS ") -- NO SUBMISSION CUT, DO "
            "NOT SEND " FUNCTION TRIM(WS-NCOASUB-FILE-NAME).
    CLOSE NCOASUB-FILE.
    CLOSE MASTER-FILE.
    CLOSE NCOATRK-FILE.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
*> The latest returned cycle, by submission date, and how far the run
*> date is past it.
CHECK-CYCLE-CURRENCY.
    MOVE SPACES TO WS-LAST-CYCLE-DATE.
    PERFORM VARYING WS-TRK-SUB FROM 1 BY 1
            UNTIL WS-TRK-SUB > WS-TRK-COUNT
        IF WS-TRK-RETURNED(WS-TRK-SUB) = 'Y'
                AND WS-TRK-SUB-DATE(WS-TRK-SUB) IS NUMERIC
                AND WS-TRK-SUB-DATE(WS-TRK-SUB) > WS-LAST-CYCLE-DATE
            MOVE WS-TRK-SUB-DATE(WS-TRK-SUB) TO WS-LAST-CYCLE-DATE
        END-IF
    END-PERFORM.
    IF WS-LAST-CYCLE-DATE = SPACES
        MOVE 'Y' TO WS-CYCLE-STALE
        DISPLAY "NCOA-EXTRACT WARNING: NO COMPLETED NCOA CYCLE ON "
                "RECORD -- THE MASTER IS OUTSIDE THE "
                WS-MOVE-UPDATE-DAYS "-DAY MOVE-UPDATE WINDOW"
    ELSE
        MOVE WS-LAST-CYCLE-DATE TO WS-DATE-NUM
        COMPUTE WS-LAST-CYCLE-INT
            = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-RUN-DATE-INT > WS-LAST-CYCLE-INT
            COMPUTE WS-DAYS-SINCE-CYCLE
                = WS-RUN-DATE-INT - WS-LAST-CYCLE-INT
        END-IF
        IF WS-DAYS-SINCE-CYCLE > WS-MOVE-UPDATE-DAYS
            MOVE 'Y' TO WS-CYCLE-STALE
            MOVE WS-DAYS-SINCE-CYCLE TO WS-RPT-DAYS-EDIT
            DISPLAY "NCOA-EXTRACT WARNING: LAST COMPLETED NCOA CYCLE "
                    "WAS SUBMITTED " WS-LAST-CYCLE-DATE ", "
                    FUNCTION TRIM(WS-RPT-DAYS-EDIT) " DAYS AGO -- "
                    "THE MASTER IS OUTSIDE THE " WS-MOVE-UPDATE-DAYS
                    "-DAY MOVE-UPDATE WINDOW"
        END-IF
    END-IF.
WRITE-NCOA-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "NCOA-EXTRACT: REPORT FILE COULD NOT BE OPENED "
                "(STATUS=" WS-REPORT-STATUS "): "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-STATUS-ONLY = 'Y'
        MOVE "SUBMISSION CUT..........: " TO RPT-LBL-TEXT
        MOVE "(NONE -- STATUS ONLY)" TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
    ELSE
        MOVE "SUBMISSION CUT..........: " TO RPT-LBL-TEXT
        MOVE WS-SUBMISSION-ID TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
        MOVE "SUBMISSION FILE.........: " TO RPT-LBL-TEXT
        MOVE WS-NCOASUB-FILE-NAME TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
        MOVE "MASTER RECORDS READ.....: " TO RPT-LBL-TEXT
        MOVE WS-COUNT-MASTER-READ TO WS-RPT-COUNT-EDIT
        MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
        MOVE "RECORDS SUBMITTED.......: " TO RPT-LBL-TEXT
        MOVE WS-COUNT-SUBMITTED TO WS-RPT-COUNT-EDIT
        MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
        MOVE "NOT SENT (NO 5-DIG ZIP).: " TO RPT-LBL-TEXT
        MOVE WS-COUNT-NO-ZIP TO WS-RPT-COUNT-EDIT
        MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE
        WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE
    END-IF.
    MOVE "LAST COMPLETED CYCLE....: " TO RPT-LBL-TEXT.
    MOVE SPACES TO RPT-LBL-VALUE.
    IF WS-LAST-CYCLE-DATE = SPACES
        MOVE "NONE ON RECORD" TO RPT-LBL-VALUE
    ELSE
        MOVE WS-DAYS-SINCE-CYCLE TO WS-RPT-DAYS-EDIT
        STRING "SUBMITTED " WS-LAST-CYCLE-DATE ", "
               FUNCTION TRIM(WS-RPT-DAYS-EDIT) " DAYS AGO"
            DELIMITED BY SIZE INTO RPT-LBL-VALUE
        END-STRING
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "MOVE-UPDATE WINDOW......: " TO RPT-LBL-TEXT.
    MOVE SPACES TO RPT-LBL-VALUE.
    IF WS-CYCLE-STALE = 'Y'
        STRING "*** OUTSIDE THE " WS-MOVE-UPDATE-DAYS "-DAY WINDOW "
               "-- SUBMIT AND APPLY A CYCLE BEFORE THE NEXT PRESORT "
               "MAILING ***" DELIMITED BY SIZE INTO RPT-LBL-VALUE
        END-STRING
    ELSE
        STRING "WITHIN " WS-MOVE-UPDATE-DAYS " DAYS"
            DELIMITED BY SIZE INTO RPT-LBL-VALUE
        END-STRING
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "SUBMISSIONS ON THE TRACKING FILE" TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-RPT-HEADS.
    IF WS-TRK-COUNT = 0
        MOVE "  (NONE)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
    PERFORM VARYING WS-TRK-SUB FROM 1 BY 1
            UNTIL WS-TRK-SUB > WS-TRK-COUNT
        PERFORM WRITE-SUBMISSION-LINE
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "*** END OF REPORT -- NCOA SUBMISSION AND CYCLE TRACKING ***"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
*> A returned submission shows its turnaround and match rate; one
*> not returned is OUTSTANDING while it is the latest submission and
*> NOT RETURNED once a later one has been cut, since the vendor's
*> next moves file is matched to the latest.
WRITE-SUBMISSION-LINE.
    MOVE SPACES TO WS-RPT-DETAIL.
    MOVE WS-TRK-ID(WS-TRK-SUB) TO RPT-DT-ID.
    MOVE WS-TRK-SUB-DATE(WS-TRK-SUB) TO RPT-DT-SUB-DATE.
    MOVE WS-TRK-RECORDS(WS-TRK-SUB) TO RPT-DT-RECORDS.
    IF WS-TRK-RETURNED(WS-TRK-SUB) = 'Y'
        MOVE WS-TRK-RET-DATE(WS-TRK-SUB) TO RPT-DT-RET-DATE
        MOVE 0 TO WS-RPT-DAYS
        IF WS-TRK-RET-DATE(WS-TRK-SUB) IS NUMERIC
                AND WS-TRK-SUB-DATE(WS-TRK-SUB) IS NUMERIC
                AND WS-TRK-RET-DATE(WS-TRK-SUB)
                    >= WS-TRK-SUB-DATE(WS-TRK-SUB)
            MOVE WS-TRK-RET-DATE(WS-TRK-SUB) TO WS-DATE-NUM
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            MOVE WS-TRK-SUB-DATE(WS-TRK-SUB) TO WS-DATE-NUM
            COMPUTE WS-RPT-DAYS
                = WS-DATE-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        END-IF
        MOVE WS-RPT-DAYS TO RPT-DT-DAYS
        MOVE WS-TRK-MOVES(WS-TRK-SUB) TO RPT-DT-MOVES
        MOVE WS-TRK-MATCHED(WS-TRK-SUB) TO RPT-DT-MATCHED
        IF WS-TRK-RECORDS(WS-TRK-SUB) > 0
            COMPUTE WS-RPT-RATE ROUNDED
                = WS-TRK-MATCHED(WS-TRK-SUB) * 100
                  / WS-TRK-RECORDS(WS-TRK-SUB)
            MOVE WS-RPT-RATE TO RPT-DT-RATE
            MOVE "%" TO RPT-DT-PCT
        END-IF
        MOVE "RETURNED" TO RPT-DT-STATUS
    ELSE
        MOVE "--" TO RPT-DT-RET-DATE
        IF WS-TRK-SUB = WS-TRK-COUNT
            MOVE "OUTSTANDING" TO RPT-DT-STATUS
        ELSE
            MOVE "*** NOT RETURNED ***" TO RPT-DT-STATUS
        END-IF
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-DETAIL.
PRINT-SUMMARY.
    DISPLAY "NCOA-EXTRACT RUN SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    IF WS-STATUS-ONLY = 'N'
        DISPLAY "  SUBMISSION CUT.........: " WS-SUBMISSION-ID
        DISPLAY "  MASTER RECORDS READ....: " WS-COUNT-MASTER-READ
        DISPLAY "  RECORDS SUBMITTED......: " WS-COUNT-SUBMITTED
        DISPLAY "  NOT SENT (NO 5-DIG ZIP): " WS-COUNT-NO-ZIP
        DISPLAY "  EARLIER NOT RETURNED...: " WS-COUNT-OUTSTANDING
        DISPLAY "  SUBMISSION FILE........: "
                FUNCTION TRIM(WS-NCOASUB-FILE-NAME)
    END-IF.
    DISPLAY "  SUBMISSIONS TRACKED....: " WS-TRK-COUNT.
    DISPLAY "  REPORT.................: "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
