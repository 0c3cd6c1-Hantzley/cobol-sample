       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  RESPONSE-CAPTURE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESPONSE-FILE
    ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-RESPONSE-STATUS.

    SELECT OPTIONAL RESPHIST-FILE
    ASSIGN TO "./data/resphist.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-RESPHIST-STATUS.

    SELECT OPTIONAL MAILHIST-FILE
    ASSIGN TO "./data/mailhist.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MAILHIST-STATUS.

    SELECT OPTIONAL POSTCOST-FILE
    ASSIGN TO "./data/postcost.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-POSTCOST-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> The fulfillment house's response file, one responder per line:
*> LAST,FIRST,ZIP,CCYYMMDD (the date they responded).
FD  RESPONSE-FILE       RECORD CONTAINS 80 CHARACTERS.
01  RESPONSE-RECORD     PIC X(80).
FD  RESPHIST-FILE       RECORD CONTAINS 171 CHARACTERS.
    COPY RESPHIST.
FD  MAILHIST-FILE       RECORD CONTAINS 73 CHARACTERS.
    COPY MAILHIST.
FD  POSTCOST-FILE       RECORD CONTAINS 163 CHARACTERS.
    COPY POSTCOST.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.
*> Run-time parameter tokens, the READ-CSV convention: WINDOW=n is the
*> attribution window -- a response is credited to a piece we mailed
*> the responder no more than n days before they responded (default
*> 90, 1-999); REPORT skips capturing a response file and reports on
*> the responses already captured; up to two positional tokens
*> override RESPONSEFILE and REPORTFILE in that order -- with REPORT,
*> where no response file is read, a single one names the report.
01  WS-RESPONSE-FILE-NAME PIC X(100) VALUE "./data/response.csv".
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/response.rpt".
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
    05 WS-PARM-TOK        PIC X(100) OCCURS 4 TIMES.
01  WS-PARM-SUB           PIC 9      VALUE 0.
01  WS-PARM-FILES-SET     PIC 9      VALUE 0.
01  WS-PARM-WORD          PIC X(20)  VALUE SPACES.
01  WS-PARM-VALUE         PIC X(20)  VALUE SPACES.
01  WS-PARM-NUM           PIC 9(5)V99 VALUE 0.
01  WS-WINDOW-DAYS        PIC 9(3)   VALUE 90.
01  WS-REPORT-ONLY        PIC X      VALUE 'N'.

01  WS-RESPONSE-STATUS    PIC XX     VALUE SPACES.
01  WS-RESPHIST-STATUS    PIC XX     VALUE SPACES.
01  WS-MAILHIST-STATUS    PIC XX     VALUE SPACES.
01  WS-POSTCOST-STATUS    PIC XX     VALUE SPACES.
01  WS-REPORT-STATUS      PIC XX     VALUE SPACES.
01  WS-RESPONSE-EOF       PIC X      VALUE 'N'.
01  WS-RESPHIST-EOF       PIC X      VALUE 'N'.
01  WS-MAILHIST-EOF       PIC X      VALUE 'N'.
01  WS-POSTCOST-EOF       PIC X      VALUE 'N'.
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-DATE-INT       PIC 9(9)   VALUE 0.

*> Date checked by CHECK-DATE-IN and turned into a day number.
01  WS-DATE-IN            PIC X(8)   VALUE SPACES.
01  WS-DATE-NUM           PIC 9(8)   VALUE 0.
01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
    05 WS-DATE-YYYY       PIC 9(4).
    05 WS-DATE-MM         PIC 99.
    05 WS-DATE-DD         PIC 99.
01  WS-DATE-INT           PIC 9(9)   VALUE 0.
01  WS-DATE-VALID         PIC X      VALUE 'N'.

*> One response line as split from the file.
01  WS-RSP-IN-LAST        PIC X(40)  VALUE SPACES.
01  WS-RSP-IN-FIRST       PIC X(40)  VALUE SPACES.
01  WS-RSP-IN-ZIP         PIC X(20)  VALUE SPACES.
01  WS-RSP-IN-DATE        PIC X(20)  VALUE SPACES.
01  WS-RSP-REJECT-REASON  PIC X(30)  VALUE SPACES.
01  WS-RSP-DUPLICATE      PIC X      VALUE 'N'.

*> Every response ever captured, with the mailed piece each one is
*> credited to (a subscript into WS-MHT-TABLE, 0 for none).  The
*> history is loaded whole -- a response lost to overflow would be
*> captured a second time -- so overflow stops the run.
01  WS-RSP-LIMIT          PIC 9(5)   VALUE 10000.
01  WS-RSP-COUNT          PIC 9(5)   VALUE 0.
01  WS-RSP-SUB            PIC 9(5)   VALUE 0 COMP.
01  WS-RSP-TABLE.
    05 WS-RSP-ENTRY OCCURS 10000 TIMES.
        10 WS-RSP-LAST-NAME    PIC X(25).
        10 WS-RSP-FIRST-NAME   PIC X(15).
        10 WS-RSP-ZIP          PIC X(5).
        10 WS-RSP-DATE         PIC X(8).
        10 WS-RSP-DATE-INT     PIC 9(9).
        10 WS-RSP-MHT-SUB      PIC 9(5)   COMP.

*> Mailing-date range the report covers: every piece that could be
*> answered by a response on file, from the window's length before
*> the earliest response up to the latest response.
01  WS-RANGE-FROM-INT     PIC 9(9)   VALUE 0.
01  WS-RANGE-TO-INT       PIC 9(9)   VALUE 0.
01  WS-RANGE-FROM-DATE    PIC 9(8)   VALUE 0.
01  WS-RANGE-TO-DATE      PIC 9(8)   VALUE 0.

*> The pieces mailed in that range to someone with a response on
*> file -- the only pieces a response can be credited to; every other
*> piece is counted into the breakdowns as it is read and not held.
*> As with the response history, a part-loaded table would understate
*> the responses credited, so overflow stops the run rather than
*> print wrong rates.
01  WS-MHT-LIMIT          PIC 9(5)   VALUE 20000.
01  WS-MHT-COUNT          PIC 9(5)   VALUE 0.
01  WS-MHT-SUB            PIC 9(5)   VALUE 0 COMP.
01  WS-MHT-BEST           PIC 9(5)   VALUE 0 COMP.
01  WS-MHT-IN-LAST        PIC X(25)  VALUE SPACES.
01  WS-MHT-IN-FIRST       PIC X(15)  VALUE SPACES.
01  WS-MHT-RESPONDED      PIC X      VALUE 'N'.
01  WS-MHT-TABLE.
    05 WS-MHT-ENTRY OCCURS 20000 TIMES.
        10 WS-MHT-LAST-NAME    PIC X(25).
        10 WS-MHT-FIRST-NAME   PIC X(15).
        10 WS-MHT-ZIP          PIC X(5).
        10 WS-MHT-DATE         PIC X(8).
        10 WS-MHT-DATE-INT     PIC 9(9).
        10 WS-MHT-SOURCE       PIC X(2).

*> The three breakdowns.  Source codes and run dates are kept in key
*> order by inserting each new one in place, the way
*> POSTAGE-CHARGEBACK builds its department table; ZIP prefixes are
*> addressed directly by prefix value plus one.  Each cell carries
*> the pieces mailed, the responses credited to them, and the
*> reconciled postage laid against the cell with the pieces that
*> postage was charged for.
01  WS-CUR-SOURCE         PIC X(2)   VALUE SPACES.
01  WS-CUR-DATE           PIC X(8)   VALUE SPACES.
01  WS-CUR-PREFIX         PIC X(3)   VALUE SPACES.
01  WS-CUR-PIECES         PIC 9(9)   VALUE 0.
01  WS-CUR-RESPONSES      PIC 9(9)   VALUE 0.
01  WS-CUR-POSTAGE        PIC 9(9)V99 VALUE 0.
01  WS-CUR-COSTED         PIC 9(9)   VALUE 0.
01  WS-SRC-LIMIT          PIC 9(4)   VALUE 20.
01  WS-SRC-COUNT          PIC 9(4)   VALUE 0 COMP.
01  WS-SRC-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-SRC-INS            PIC 9(4)   VALUE 0 COMP.
01  WS-SRC-FOUND          PIC X      VALUE 'N'.
01  WS-SRC-TABLE.
    05 WS-SRC-ENTRY OCCURS 20 TIMES.
        10 WS-SRC-CODE         PIC X(2).
        10 WS-SRC-PIECES       PIC 9(9).
        10 WS-SRC-RESPONSES    PIC 9(9).
        10 WS-SRC-POSTAGE      PIC 9(9)V99.
        10 WS-SRC-COSTED       PIC 9(9).
01  WS-SRC-HOLD           PIC X(40).
01  WS-DAT-LIMIT          PIC 9(4)   VALUE 1000.
01  WS-DAT-COUNT          PIC 9(4)   VALUE 0 COMP.
01  WS-DAT-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-DAT-INS            PIC 9(4)   VALUE 0 COMP.
01  WS-DAT-FOUND          PIC X      VALUE 'N'.
01  WS-DAT-TABLE.
    05 WS-DAT-ENTRY OCCURS 1000 TIMES.
        10 WS-DAT-DATE         PIC X(8).
        10 WS-DAT-PIECES       PIC 9(9).
        10 WS-DAT-RESPONSES    PIC 9(9).
        10 WS-DAT-POSTAGE      PIC 9(9)V99.
        10 WS-DAT-COSTED       PIC 9(9).
01  WS-DAT-HOLD           PIC X(46).
01  WS-PFX-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-PFX-TABLE.
    05 WS-PFX-ENTRY OCCURS 1000 TIMES.
        10 WS-PFX-PIECES       PIC 9(9).
        10 WS-PFX-RESPONSES    PIC 9(9).
        10 WS-PFX-POSTAGE      PIC 9(9)V99.
        10 WS-PFX-COSTED       PIC 9(9).
01  WS-PFX-NUM            PIC 9(3)   VALUE 0.

*> Chargeback runs on the postage history, one per mailing date and
*> mailing file, holding the stamp of the latest run -- the only one
*> whose lines are used.
01  WS-BAT-LIMIT          PIC 9(4)   VALUE 1000.
01  WS-BAT-COUNT          PIC 9(4)   VALUE 0 COMP.
01  WS-BAT-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-BAT-FOUND          PIC 9(4)   VALUE 0 COMP.
01  WS-BAT-TABLE.
    05 WS-BAT-ENTRY OCCURS 1000 TIMES.
        10 WS-BAT-MAIL-DATE    PIC X(8).
        10 WS-BAT-MAILING-FILE PIC X(100).
        10 WS-BAT-STAMP        PIC X(14).
01  WS-PCH-STAMP          PIC X(14)  VALUE SPACES.

*> Rejected response lines, kept for the report.
01  WS-REJ-LIMIT          PIC 9(4)   VALUE 200.
01  WS-REJ-COUNT          PIC 9(4)   VALUE 0.
01  WS-REJ-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-REJ-TABLE.
    05 WS-REJ-ENTRY OCCURS 200 TIMES.
        10 WS-REJ-REASON       PIC X(30).
        10 WS-REJ-LINE         PIC X(80).

*> Control totals.
01  WS-COUNT-LINES-READ   PIC 9(9)   VALUE 0.
01  WS-COUNT-REJECTED     PIC 9(9)   VALUE 0.
01  WS-COUNT-ALREADY      PIC 9(9)   VALUE 0.
01  WS-COUNT-CAPTURED     PIC 9(9)   VALUE 0.
01  WS-COUNT-ATTRIBUTED   PIC 9(9)   VALUE 0.
01  WS-COUNT-UNATTRIBUTED PIC 9(9)   VALUE 0.
01  WS-COUNT-MHT-IN-RANGE PIC 9(9)   VALUE 0.
01  WS-COUNT-PCH-USED     PIC 9(9)   VALUE 0.
01  WS-COUNT-PCH-SUPERSEDED PIC 9(9) VALUE 0.
01  WS-TOTAL-PIECES       PIC 9(9)   VALUE 0.
01  WS-TOTAL-POSTAGE      PIC 9(9)V99 VALUE 0.
01  WS-TOTAL-COSTED       PIC 9(9)   VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(44)
       VALUE "CAMPAIGN RESPONSE-RATE ANALYSIS -- RUN DATE ".
    05 RPT-TITLE-DATE     PIC 9(8).
01  WS-RPT-LABEL-LINE.
    05 RPT-LBL-TEXT       PIC X(26).
    05 RPT-LBL-VALUE      PIC X(106).
01  WS-RPT-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-MONEY-EDIT     PIC $$$,$$$,$$9.99.
01  WS-RPT-HEADS.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-HD-KEY         PIC X(8).
    05 FILLER             PIC X(74)
       VALUE "       PIECES MAILED    RESPONSES     RATE         " &
             "POSTAGE    PER RESPONSE".
    05 FILLER             PIC X(6)   VALUE "  NOTE".
01  WS-RPT-DETAIL.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-KEY         PIC X(8).
    05 FILLER             PIC X(9)   VALUE SPACES.
    05 RPT-DT-PIECES      PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-RESPONSES   PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-RATE        PIC ZZ9.99.
    05 RPT-DT-RATE-X REDEFINES RPT-DT-RATE PIC X(6).
    05 RPT-DT-PCT         PIC X.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-POSTAGE     PIC $$$,$$$,$$9.99.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-PER-RESP    PIC $$$,$$$,$$9.99.
    05 RPT-DT-PER-RESP-X REDEFINES RPT-DT-PER-RESP PIC X(14).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-DT-NOTE        PIC X(24).
01  WS-RPT-RATE           PIC 9(3)V99 VALUE 0.
01  WS-RPT-PER-RESP       PIC 9(9)V99 VALUE 0.
01  WS-RPT-RESP-HEADS     PIC X(70)
    VALUE "  LAST NAME                 FIRST NAME      ZIP    RESPONDED".
01  WS-RPT-RESP-LINE.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-RL-LAST        PIC X(25).
    05 FILLER             PIC X      VALUE SPACE.
    05 RPT-RL-FIRST       PIC X(15).
    05 FILLER             PIC X      VALUE SPACE.
    05 RPT-RL-ZIP         PIC X(5).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-RL-DATE        PIC X(8).
01  WS-RPT-REJ-LINE.
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-RJ-REASON      PIC X(30).
    05 FILLER             PIC X(2)   VALUE SPACES.
    05 RPT-RJ-LINE        PIC X(80).

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-DATE-NUM.
    COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
    PERFORM PARSE-RUN-PARMS.
    INITIALIZE WS-SRC-TABLE WS-DAT-TABLE WS-PFX-TABLE.
    PERFORM LOAD-RESPONSE-HISTORY.
    IF WS-REPORT-ONLY = 'N'
        PERFORM CAPTURE-RESPONSE-FILE
    END-IF.
    IF WS-RSP-COUNT > 0
        PERFORM SET-MAILING-RANGE
        PERFORM LOAD-MAILED-PIECES
        PERFORM VARYING WS-RSP-SUB FROM 1 BY 1
                UNTIL WS-RSP-SUB > WS-RSP-COUNT
            PERFORM ATTRIBUTE-ONE-RESPONSE
        END-PERFORM
        PERFORM LOAD-POSTAGE-BATCHES
        PERFORM APPLY-POSTAGE-COSTS
    END-IF.
    PERFORM WRITE-RESPONSE-REPORT.
    PERFORM PRINT-SUMMARY.
    IF WS-COUNT-REJECTED > 0
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
        IF WS-REPORT-ONLY = 'Y' AND WS-PARM-FILES-SET = 1
            MOVE WS-RESPONSE-FILE-NAME TO WS-REPORT-FILE-NAME
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
        WHEN WS-PARM-WORD = "REPORT"
            MOVE 'Y' TO WS-REPORT-ONLY
        WHEN WS-PARM-WORD = "WINDOW"
            IF WS-PARM-VALUE NOT = SPACES
                COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PARM-VALUE)
                IF WS-PARM-NUM >= 1 AND WS-PARM-NUM <= 999
                    MOVE WS-PARM-NUM TO WS-WINDOW-DAYS
                ELSE
                    DISPLAY "RESPONSE-CAPTURE WARNING: WINDOW "
                            FUNCTION TRIM(WS-PARM-VALUE) " NOT IN "
                            "1-999; USING " WS-WINDOW-DAYS
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO WS-PARM-FILES-SET
            EVALUATE WS-PARM-FILES-SET
                WHEN 1
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-RESPONSE-FILE-NAME
                WHEN 2
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-REPORT-FILE-NAME
                WHEN OTHER
                    DISPLAY "RESPONSE-CAPTURE WARNING: EXTRA "
                            "PARAMETER IGNORED: "
                            WS-PARM-TOK(WS-PARM-SUB)
            END-EVALUATE
    END-EVALUATE.
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
*> Status 05 is the OPTIONAL history not existing yet -- the first
*> capture.
LOAD-RESPONSE-HISTORY.
    MOVE 0 TO WS-RSP-COUNT.
    OPEN INPUT RESPHIST-FILE.
    IF WS-RESPHIST-STATUS NOT = "00"
        IF WS-RESPHIST-STATUS = "05"
            CLOSE RESPHIST-FILE
        ELSE
            DISPLAY "RESPONSE-CAPTURE: RESPONSE HISTORY COULD NOT BE "
                    "OPENED (STATUS=" WS-RESPHIST-STATUS ")"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        PERFORM UNTIL WS-RESPHIST-EOF = 'Y'
            READ RESPHIST-FILE
                AT END
                    MOVE 'Y' TO WS-RESPHIST-EOF
                NOT AT END
                    PERFORM LOAD-ONE-RESPHIST-ENTRY
            END-READ
        END-PERFORM
        CLOSE RESPHIST-FILE
    END-IF.
LOAD-ONE-RESPHIST-ENTRY.
    MOVE RSH-RESPONSE-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    IF WS-DATE-VALID = 'N'
        DISPLAY "RESPONSE-CAPTURE WARNING: RESPONSE HISTORY LINE WITH "
                "UNREADABLE DATE SKIPPED: " RESPHIST-RECORD
    ELSE
        PERFORM CHECK-RESPONSE-ROOM
        ADD 1 TO WS-RSP-COUNT
        MOVE RSH-LAST-NAME TO WS-RSP-LAST-NAME(WS-RSP-COUNT)
        MOVE RSH-FIRST-NAME TO WS-RSP-FIRST-NAME(WS-RSP-COUNT)
        MOVE RSH-ZIP(1:5) TO WS-RSP-ZIP(WS-RSP-COUNT)
        MOVE RSH-RESPONSE-DATE TO WS-RSP-DATE(WS-RSP-COUNT)
        MOVE WS-DATE-INT TO WS-RSP-DATE-INT(WS-RSP-COUNT)
        MOVE 0 TO WS-RSP-MHT-SUB(WS-RSP-COUNT)
    END-IF.
CHECK-RESPONSE-ROOM.
    IF WS-RSP-COUNT >= WS-RSP-LIMIT
        DISPLAY "RESPONSE-CAPTURE: MORE THAN " WS-RSP-LIMIT
                " RESPONSES ON FILE -- RAISE WS-RSP-LIMIT AND RERUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> The response file is read whole and each good response not
*> already on file is appended to the history.  A history that
*> cannot be extended would lose the file's responses, so nothing is
*> read until it is open.
CAPTURE-RESPONSE-FILE.
    OPEN INPUT RESPONSE-FILE.
    IF WS-RESPONSE-STATUS NOT = "00"
        DISPLAY "RESPONSE-CAPTURE: RESPONSE FILE COULD NOT BE OPENED "
                "(STATUS=" WS-RESPONSE-STATUS "): "
                FUNCTION TRIM(WS-RESPONSE-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND RESPHIST-FILE.
    IF WS-RESPHIST-STATUS NOT = "00" AND WS-RESPHIST-STATUS NOT = "05"
        DISPLAY "RESPONSE-CAPTURE: RESPONSE HISTORY COULD NOT BE "
                "OPENED FOR APPEND (STATUS=" WS-RESPHIST-STATUS
                ") -- NO RESPONSES CAPTURED"
        CLOSE RESPONSE-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-RESPONSE-EOF = 'Y'
        READ RESPONSE-FILE
            AT END
                MOVE 'Y' TO WS-RESPONSE-EOF
            NOT AT END
                IF RESPONSE-RECORD NOT = SPACES
                    ADD 1 TO WS-COUNT-LINES-READ
                    PERFORM CAPTURE-ONE-RESPONSE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RESPONSE-FILE.
    CLOSE RESPHIST-FILE.
CAPTURE-ONE-RESPONSE.
    MOVE SPACES TO WS-RSP-IN-LAST WS-RSP-IN-FIRST WS-RSP-IN-ZIP
                   WS-RSP-IN-DATE.
    UNSTRING RESPONSE-RECORD DELIMITED BY ","
        INTO WS-RSP-IN-LAST WS-RSP-IN-FIRST
             WS-RSP-IN-ZIP WS-RSP-IN-DATE
    END-UNSTRING.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSP-IN-LAST))
        TO WS-RSP-IN-LAST.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSP-IN-FIRST))
        TO WS-RSP-IN-FIRST.
    MOVE FUNCTION TRIM(WS-RSP-IN-ZIP) TO WS-RSP-IN-ZIP.
    MOVE FUNCTION TRIM(WS-RSP-IN-DATE) TO WS-RSP-IN-DATE.
    MOVE WS-RSP-IN-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    MOVE SPACES TO WS-RSP-REJECT-REASON.
    EVALUATE TRUE
        WHEN WS-RSP-IN-LAST = SPACES
            MOVE "MISSING LAST NAME" TO WS-RSP-REJECT-REASON
        WHEN WS-RSP-IN-ZIP(1:5) IS NOT NUMERIC
            MOVE "ZIP NOT 5 DIGITS" TO WS-RSP-REJECT-REASON
        WHEN WS-RSP-IN-DATE(9:) NOT = SPACES OR WS-DATE-VALID = 'N'
            MOVE "RESPONSE DATE NOT CCYYMMDD" TO WS-RSP-REJECT-REASON
        WHEN WS-DATE-INT > WS-RUN-DATE-INT
            MOVE "RESPONSE DATE IN THE FUTURE" TO WS-RSP-REJECT-REASON
    END-EVALUATE.
    IF WS-RSP-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-COUNT-REJECTED
        IF WS-REJ-COUNT < WS-REJ-LIMIT
            ADD 1 TO WS-REJ-COUNT
            MOVE WS-RSP-REJECT-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
            MOVE RESPONSE-RECORD TO WS-REJ-LINE(WS-REJ-COUNT)
        END-IF
    ELSE
        MOVE 'N' TO WS-RSP-DUPLICATE
        PERFORM VARYING WS-RSP-SUB FROM 1 BY 1
                UNTIL WS-RSP-SUB > WS-RSP-COUNT
                   OR WS-RSP-DUPLICATE = 'Y'
            IF WS-RSP-LAST-NAME(WS-RSP-SUB) = WS-RSP-IN-LAST
                    AND WS-RSP-FIRST-NAME(WS-RSP-SUB) = WS-RSP-IN-FIRST
                    AND WS-RSP-ZIP(WS-RSP-SUB) = WS-RSP-IN-ZIP(1:5)
                    AND WS-RSP-DATE(WS-RSP-SUB) = WS-RSP-IN-DATE(1:8)
                MOVE 'Y' TO WS-RSP-DUPLICATE
            END-IF
        END-PERFORM
        IF WS-RSP-DUPLICATE = 'Y'
            ADD 1 TO WS-COUNT-ALREADY
        ELSE
            PERFORM ADD-CAPTURED-RESPONSE
        END-IF
    END-IF.
ADD-CAPTURED-RESPONSE.
    PERFORM CHECK-RESPONSE-ROOM.
    ADD 1 TO WS-RSP-COUNT.
    MOVE WS-RSP-IN-LAST TO WS-RSP-LAST-NAME(WS-RSP-COUNT).
    MOVE WS-RSP-IN-FIRST TO WS-RSP-FIRST-NAME(WS-RSP-COUNT).
    MOVE WS-RSP-IN-ZIP(1:5) TO WS-RSP-ZIP(WS-RSP-COUNT).
    MOVE WS-RSP-IN-DATE(1:8) TO WS-RSP-DATE(WS-RSP-COUNT).
    MOVE WS-DATE-INT TO WS-RSP-DATE-INT(WS-RSP-COUNT).
    MOVE 0 TO WS-RSP-MHT-SUB(WS-RSP-COUNT).
    MOVE SPACES TO RESPHIST-RECORD.
    MOVE WS-RSP-IN-LAST TO RSH-LAST-NAME.
    MOVE WS-RSP-IN-FIRST TO RSH-FIRST-NAME.
    MOVE WS-RSP-IN-ZIP TO RSH-ZIP.
    MOVE WS-RSP-IN-DATE(1:8) TO RSH-RESPONSE-DATE.
    MOVE WS-RUN-DATE TO RSH-CAPTURED-DATE.
    MOVE WS-RESPONSE-FILE-NAME TO RSH-RESPONSE-FILE.
    WRITE RESPHIST-RECORD.
    ADD 1 TO WS-COUNT-CAPTURED.
SET-MAILING-RANGE.
    MOVE WS-RSP-DATE-INT(1) TO WS-RANGE-FROM-INT.
    MOVE WS-RSP-DATE-INT(1) TO WS-RANGE-TO-INT.
    PERFORM VARYING WS-RSP-SUB FROM 2 BY 1
            UNTIL WS-RSP-SUB > WS-RSP-COUNT
        IF WS-RSP-DATE-INT(WS-RSP-SUB) < WS-RANGE-FROM-INT
            MOVE WS-RSP-DATE-INT(WS-RSP-SUB) TO WS-RANGE-FROM-INT
        END-IF
        IF WS-RSP-DATE-INT(WS-RSP-SUB) > WS-RANGE-TO-INT
            MOVE WS-RSP-DATE-INT(WS-RSP-SUB) TO WS-RANGE-TO-INT
        END-IF
    END-PERFORM.
    SUBTRACT WS-WINDOW-DAYS FROM WS-RANGE-FROM-INT.
    COMPUTE WS-RANGE-FROM-DATE
        = FUNCTION DATE-OF-INTEGER(WS-RANGE-FROM-INT).
    COMPUTE WS-RANGE-TO-DATE
        = FUNCTION DATE-OF-INTEGER(WS-RANGE-TO-INT).
*> Every piece on the mailed-to history dated inside the range is
*> counted as mailed, whether or not anyone answered it; only those
*> whose name and ZIP match a response on file are held for crediting.
*> Names are upper-cased and ZIPs cut to 5 digits, as READ-CSV's
*> screens compare them.
LOAD-MAILED-PIECES.
    OPEN INPUT MAILHIST-FILE.
    IF WS-MAILHIST-STATUS NOT = "00"
        DISPLAY "RESPONSE-CAPTURE WARNING: NO MAILED-TO HISTORY "
                "(STATUS=" WS-MAILHIST-STATUS "); NO RESPONSE CAN BE "
                "CREDITED TO A MAILING"
        IF WS-MAILHIST-STATUS = "05"
            CLOSE MAILHIST-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-MAILHIST-EOF = 'Y'
            READ MAILHIST-FILE
                AT END
                    MOVE 'Y' TO WS-MAILHIST-EOF
                NOT AT END
                    PERFORM LOAD-ONE-MAILED-PIECE
            END-READ
        END-PERFORM
        CLOSE MAILHIST-FILE
    END-IF.
LOAD-ONE-MAILED-PIECE.
    MOVE MHT-MAIL-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    IF WS-DATE-VALID = 'Y'
            AND WS-DATE-INT >= WS-RANGE-FROM-INT
            AND WS-DATE-INT <= WS-RANGE-TO-INT
            AND MHT-ZIP(1:3) IS NUMERIC
        MOVE FUNCTION UPPER-CASE(MHT-LAST-NAME) TO WS-MHT-IN-LAST
        MOVE FUNCTION UPPER-CASE(MHT-FIRST-NAME) TO WS-MHT-IN-FIRST
        MOVE 'N' TO WS-MHT-RESPONDED
        PERFORM VARYING WS-RSP-SUB FROM 1 BY 1
                UNTIL WS-RSP-SUB > WS-RSP-COUNT
                   OR WS-MHT-RESPONDED = 'Y'
            IF WS-RSP-LAST-NAME(WS-RSP-SUB) = WS-MHT-IN-LAST
                    AND WS-RSP-FIRST-NAME(WS-RSP-SUB) = WS-MHT-IN-FIRST
                    AND WS-RSP-ZIP(WS-RSP-SUB) = MHT-ZIP(1:5)
                MOVE 'Y' TO WS-MHT-RESPONDED
            END-IF
        END-PERFORM
        IF WS-MHT-RESPONDED = 'Y'
            PERFORM HOLD-MAILED-PIECE
        END-IF
        ADD 1 TO WS-COUNT-MHT-IN-RANGE
        MOVE MHT-SOURCE-CODE TO WS-CUR-SOURCE
        MOVE MHT-MAIL-DATE TO WS-CUR-DATE
        MOVE MHT-ZIP(1:3) TO WS-CUR-PREFIX
        MOVE 1 TO WS-CUR-PIECES
        MOVE 0 TO WS-CUR-RESPONSES
        MOVE 0 TO WS-CUR-POSTAGE
        MOVE 0 TO WS-CUR-COSTED
        PERFORM POST-TO-BREAKDOWNS
    END-IF.
HOLD-MAILED-PIECE.
    IF WS-MHT-COUNT >= WS-MHT-LIMIT
        DISPLAY "RESPONSE-CAPTURE: MORE THAN " WS-MHT-LIMIT
                " PIECES MAILED TO RESPONDERS IN THE RANGE -- RAISE "
                "WS-MHT-LIMIT AND RERUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-MHT-COUNT.
    MOVE WS-MHT-IN-LAST TO WS-MHT-LAST-NAME(WS-MHT-COUNT).
    MOVE WS-MHT-IN-FIRST TO WS-MHT-FIRST-NAME(WS-MHT-COUNT).
    MOVE MHT-ZIP(1:5) TO WS-MHT-ZIP(WS-MHT-COUNT).
    MOVE MHT-MAIL-DATE TO WS-MHT-DATE(WS-MHT-COUNT).
    MOVE WS-DATE-INT TO WS-MHT-DATE-INT(WS-MHT-COUNT).
    MOVE MHT-SOURCE-CODE TO WS-MHT-SOURCE(WS-MHT-COUNT).
*> A response is credited to the latest piece we mailed the same
*> name and 5-digit ZIP on or before the response date and no more
*> than the window's length before it; of two pieces mailed the
*> same day, the later on the history is taken.  One response is
*> credited to one piece only.
ATTRIBUTE-ONE-RESPONSE.
    MOVE 0 TO WS-MHT-BEST.
    PERFORM VARYING WS-MHT-SUB FROM 1 BY 1
            UNTIL WS-MHT-SUB > WS-MHT-COUNT
        IF WS-MHT-LAST-NAME(WS-MHT-SUB) = WS-RSP-LAST-NAME(WS-RSP-SUB)
                AND WS-MHT-FIRST-NAME(WS-MHT-SUB)
                    = WS-RSP-FIRST-NAME(WS-RSP-SUB)
                AND WS-MHT-ZIP(WS-MHT-SUB) = WS-RSP-ZIP(WS-RSP-SUB)
                AND WS-MHT-DATE-INT(WS-MHT-SUB)
                    <= WS-RSP-DATE-INT(WS-RSP-SUB)
                AND WS-MHT-DATE-INT(WS-MHT-SUB) + WS-WINDOW-DAYS
                    >= WS-RSP-DATE-INT(WS-RSP-SUB)
            IF WS-MHT-BEST = 0
                MOVE WS-MHT-SUB TO WS-MHT-BEST
            ELSE
                IF WS-MHT-DATE-INT(WS-MHT-SUB)
                        >= WS-MHT-DATE-INT(WS-MHT-BEST)
                    MOVE WS-MHT-SUB TO WS-MHT-BEST
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    MOVE WS-MHT-BEST TO WS-RSP-MHT-SUB(WS-RSP-SUB).
    IF WS-MHT-BEST = 0
        ADD 1 TO WS-COUNT-UNATTRIBUTED
    ELSE
        ADD 1 TO WS-COUNT-ATTRIBUTED
        MOVE WS-MHT-SOURCE(WS-MHT-BEST) TO WS-CUR-SOURCE
        MOVE WS-MHT-DATE(WS-MHT-BEST) TO WS-CUR-DATE
        MOVE WS-MHT-ZIP(WS-MHT-BEST)(1:3) TO WS-CUR-PREFIX
        MOVE 0 TO WS-CUR-PIECES
        MOVE 1 TO WS-CUR-RESPONSES
        MOVE 0 TO WS-CUR-POSTAGE
        MOVE 0 TO WS-CUR-COSTED
        PERFORM POST-TO-BREAKDOWNS
    END-IF.
*> First pass over the postage history: the latest chargeback stamp
*> for each mailing date and mailing file in the range.
LOAD-POSTAGE-BATCHES.
    MOVE 0 TO WS-BAT-COUNT.
    MOVE 'N' TO WS-POSTCOST-EOF.
    OPEN INPUT POSTCOST-FILE.
    IF WS-POSTCOST-STATUS NOT = "00"
        DISPLAY "RESPONSE-CAPTURE WARNING: NO RECONCILED POSTAGE "
                "HISTORY (STATUS=" WS-POSTCOST-STATUS "); NO MAILING "
                "IS COSTED"
        IF WS-POSTCOST-STATUS = "05"
            CLOSE POSTCOST-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-POSTCOST-EOF = 'Y'
            READ POSTCOST-FILE
                AT END
                    MOVE 'Y' TO WS-POSTCOST-EOF
                NOT AT END
                    PERFORM NOTE-ONE-POSTAGE-BATCH
            END-READ
        END-PERFORM
        CLOSE POSTCOST-FILE
    END-IF.
NOTE-ONE-POSTAGE-BATCH.
    MOVE PCH-MAIL-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    IF WS-DATE-VALID = 'Y'
            AND WS-DATE-INT >= WS-RANGE-FROM-INT
            AND WS-DATE-INT <= WS-RANGE-TO-INT
        PERFORM FIND-POSTAGE-BATCH
        IF WS-BAT-FOUND = 0
            IF WS-BAT-COUNT >= WS-BAT-LIMIT
                DISPLAY "RESPONSE-CAPTURE: MORE THAN " WS-BAT-LIMIT
                        " CHARGED MAILINGS IN THE RANGE -- RAISE "
                        "WS-BAT-LIMIT AND RERUN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-BAT-COUNT
            MOVE PCH-MAIL-DATE TO WS-BAT-MAIL-DATE(WS-BAT-COUNT)
            MOVE PCH-MAILING-FILE TO WS-BAT-MAILING-FILE(WS-BAT-COUNT)
            MOVE WS-PCH-STAMP TO WS-BAT-STAMP(WS-BAT-COUNT)
        ELSE
            IF WS-PCH-STAMP > WS-BAT-STAMP(WS-BAT-FOUND)
                MOVE WS-PCH-STAMP TO WS-BAT-STAMP(WS-BAT-FOUND)
            END-IF
        END-IF
    END-IF.
FIND-POSTAGE-BATCH.
    MOVE 0 TO WS-BAT-FOUND.
    MOVE SPACES TO WS-PCH-STAMP.
    STRING PCH-CHARGED-DATE PCH-CHARGED-TIME DELIMITED BY SIZE
        INTO WS-PCH-STAMP
    END-STRING.
    PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
            UNTIL WS-BAT-SUB > WS-BAT-COUNT OR WS-BAT-FOUND > 0
        IF WS-BAT-MAIL-DATE(WS-BAT-SUB) = PCH-MAIL-DATE
                AND WS-BAT-MAILING-FILE(WS-BAT-SUB) = PCH-MAILING-FILE
            MOVE WS-BAT-SUB TO WS-BAT-FOUND
        END-IF
    END-PERFORM.
*> Second pass: the latest run's shares are laid against the source,
*> run date and prefix they were charged to; lines of an earlier run
*> of the same mailing are counted as superseded and left out.
APPLY-POSTAGE-COSTS.
    IF WS-BAT-COUNT > 0
        MOVE 'N' TO WS-POSTCOST-EOF
        OPEN INPUT POSTCOST-FILE
        IF WS-POSTCOST-STATUS = "00"
            PERFORM UNTIL WS-POSTCOST-EOF = 'Y'
                READ POSTCOST-FILE
                    AT END
                        MOVE 'Y' TO WS-POSTCOST-EOF
                    NOT AT END
                        PERFORM APPLY-ONE-POSTAGE-LINE
                END-READ
            END-PERFORM
            CLOSE POSTCOST-FILE
        END-IF
    END-IF.
APPLY-ONE-POSTAGE-LINE.
    MOVE PCH-MAIL-DATE TO WS-DATE-IN.
    PERFORM CHECK-DATE-IN.
    IF WS-DATE-VALID = 'Y'
            AND WS-DATE-INT >= WS-RANGE-FROM-INT
            AND WS-DATE-INT <= WS-RANGE-TO-INT
        PERFORM FIND-POSTAGE-BATCH
        IF WS-PCH-STAMP = WS-BAT-STAMP(WS-BAT-FOUND)
                AND PCH-PIECES IS NUMERIC AND PCH-CHARGE IS NUMERIC
                AND PCH-PREFIX IS NUMERIC
            ADD 1 TO WS-COUNT-PCH-USED
            MOVE PCH-SOURCE-CODE TO WS-CUR-SOURCE
            MOVE PCH-MAIL-DATE TO WS-CUR-DATE
            MOVE PCH-PREFIX TO WS-CUR-PREFIX
            MOVE 0 TO WS-CUR-PIECES
            MOVE 0 TO WS-CUR-RESPONSES
            MOVE PCH-CHARGE TO WS-CUR-POSTAGE
            MOVE PCH-PIECES TO WS-CUR-COSTED
            PERFORM POST-TO-BREAKDOWNS
        ELSE
            ADD 1 TO WS-COUNT-PCH-SUPERSEDED
        END-IF
    END-IF.
*> Adds the WS-CUR- amounts to the source, run date and prefix cells
*> for WS-CUR-SOURCE, WS-CUR-DATE and WS-CUR-PREFIX, and to the
*> report totals.
POST-TO-BREAKDOWNS.
    PERFORM FIND-SOURCE-CELL.
    ADD WS-CUR-PIECES TO WS-SRC-PIECES(WS-SRC-INS).
    ADD WS-CUR-RESPONSES TO WS-SRC-RESPONSES(WS-SRC-INS).
    ADD WS-CUR-POSTAGE TO WS-SRC-POSTAGE(WS-SRC-INS).
    ADD WS-CUR-COSTED TO WS-SRC-COSTED(WS-SRC-INS).
    PERFORM FIND-DATE-CELL.
    ADD WS-CUR-PIECES TO WS-DAT-PIECES(WS-DAT-INS).
    ADD WS-CUR-RESPONSES TO WS-DAT-RESPONSES(WS-DAT-INS).
    ADD WS-CUR-POSTAGE TO WS-DAT-POSTAGE(WS-DAT-INS).
    ADD WS-CUR-COSTED TO WS-DAT-COSTED(WS-DAT-INS).
    MOVE WS-CUR-PREFIX TO WS-PFX-NUM.
    COMPUTE WS-PFX-SUB = WS-PFX-NUM + 1.
    ADD WS-CUR-PIECES TO WS-PFX-PIECES(WS-PFX-SUB).
    ADD WS-CUR-RESPONSES TO WS-PFX-RESPONSES(WS-PFX-SUB).
    ADD WS-CUR-POSTAGE TO WS-PFX-POSTAGE(WS-PFX-SUB).
    ADD WS-CUR-COSTED TO WS-PFX-COSTED(WS-PFX-SUB).
    ADD WS-CUR-PIECES TO WS-TOTAL-PIECES.
    ADD WS-CUR-POSTAGE TO WS-TOTAL-POSTAGE.
    ADD WS-CUR-COSTED TO WS-TOTAL-COSTED.
FIND-SOURCE-CELL.
    MOVE 'N' TO WS-SRC-FOUND.
    MOVE 0 TO WS-SRC-INS.
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
            UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-SRC-INS > 0
        IF WS-SRC-CODE(WS-SRC-SUB) = WS-CUR-SOURCE
            MOVE 'Y' TO WS-SRC-FOUND
            MOVE WS-SRC-SUB TO WS-SRC-INS
        ELSE
            IF WS-SRC-CODE(WS-SRC-SUB) > WS-CUR-SOURCE
                MOVE WS-SRC-SUB TO WS-SRC-INS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SRC-FOUND = 'N'
        IF WS-SRC-COUNT >= WS-SRC-LIMIT
            DISPLAY "RESPONSE-CAPTURE: MORE THAN " WS-SRC-LIMIT
                    " SOURCE CODES IN THE RANGE -- RAISE WS-SRC-LIMIT "
                    "AND RERUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SRC-COUNT
        IF WS-SRC-INS = 0
            MOVE WS-SRC-COUNT TO WS-SRC-INS
        ELSE
            PERFORM VARYING WS-SRC-SUB FROM WS-SRC-COUNT BY -1
                    UNTIL WS-SRC-SUB <= WS-SRC-INS
                MOVE WS-SRC-ENTRY(WS-SRC-SUB - 1) TO WS-SRC-HOLD
                MOVE WS-SRC-HOLD TO WS-SRC-ENTRY(WS-SRC-SUB)
            END-PERFORM
        END-IF
        INITIALIZE WS-SRC-ENTRY(WS-SRC-INS)
        MOVE WS-CUR-SOURCE TO WS-SRC-CODE(WS-SRC-INS)
    END-IF.
FIND-DATE-CELL.
    MOVE 'N' TO WS-DAT-FOUND.
    MOVE 0 TO WS-DAT-INS.
    PERFORM VARYING WS-DAT-SUB FROM 1 BY 1
            UNTIL WS-DAT-SUB > WS-DAT-COUNT OR WS-DAT-INS > 0
        IF WS-DAT-DATE(WS-DAT-SUB) = WS-CUR-DATE
            MOVE 'Y' TO WS-DAT-FOUND
            MOVE WS-DAT-SUB TO WS-DAT-INS
        ELSE
            IF WS-DAT-DATE(WS-DAT-SUB) > WS-CUR-DATE
                MOVE WS-DAT-SUB TO WS-DAT-INS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-DAT-FOUND = 'N'
        IF WS-DAT-COUNT >= WS-DAT-LIMIT
            DISPLAY "RESPONSE-CAPTURE: MORE THAN " WS-DAT-LIMIT
                    " MAILING RUN DATES IN THE RANGE -- RAISE "
                    "WS-DAT-LIMIT AND RERUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DAT-COUNT
        IF WS-DAT-INS = 0
            MOVE WS-DAT-COUNT TO WS-DAT-INS
        ELSE
            PERFORM VARYING WS-DAT-SUB FROM WS-DAT-COUNT BY -1
                    UNTIL WS-DAT-SUB <= WS-DAT-INS
                MOVE WS-DAT-ENTRY(WS-DAT-SUB - 1) TO WS-DAT-HOLD
                MOVE WS-DAT-HOLD TO WS-DAT-ENTRY(WS-DAT-SUB)
            END-PERFORM
        END-IF
        INITIALIZE WS-DAT-ENTRY(WS-DAT-INS)
        MOVE WS-CUR-DATE TO WS-DAT-DATE(WS-DAT-INS)
    END-IF.
*> The report: control counts, then the same columns three ways --
*> by source code, by mailing run date, by 3-digit ZIP prefix --
*> then the responses no mailing of ours explains and the lines
*> rejected from the response file.
WRITE-RESPONSE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "RESPONSE-CAPTURE: REPORT FILE COULD NOT BE OPENED "
                "(STATUS=" WS-REPORT-STATUS "): "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM WRITE-CONTROL-COUNTS.
    IF WS-RSP-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "RESPONSE RATE BY SOURCE CODE" TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "SOURCE" TO RPT-HD-KEY
        WRITE REPORT-LINE FROM WS-RPT-HEADS
        PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                UNTIL WS-SRC-SUB > WS-SRC-COUNT
            IF WS-SRC-CODE(WS-SRC-SUB) = SPACES
                MOVE "--" TO RPT-DT-KEY
            ELSE
                MOVE WS-SRC-CODE(WS-SRC-SUB) TO RPT-DT-KEY
            END-IF
            MOVE WS-SRC-PIECES(WS-SRC-SUB) TO WS-CUR-PIECES
            MOVE WS-SRC-RESPONSES(WS-SRC-SUB) TO WS-CUR-RESPONSES
            MOVE WS-SRC-POSTAGE(WS-SRC-SUB) TO WS-CUR-POSTAGE
            MOVE WS-SRC-COSTED(WS-SRC-SUB) TO WS-CUR-COSTED
            PERFORM WRITE-BREAKDOWN-LINE
        END-PERFORM
        PERFORM WRITE-TOTAL-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "RESPONSE RATE BY MAILING RUN DATE" TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "RUN DATE" TO RPT-HD-KEY
        WRITE REPORT-LINE FROM WS-RPT-HEADS
        PERFORM VARYING WS-DAT-SUB FROM 1 BY 1
                UNTIL WS-DAT-SUB > WS-DAT-COUNT
            MOVE WS-DAT-DATE(WS-DAT-SUB) TO RPT-DT-KEY
            MOVE WS-DAT-PIECES(WS-DAT-SUB) TO WS-CUR-PIECES
            MOVE WS-DAT-RESPONSES(WS-DAT-SUB) TO WS-CUR-RESPONSES
            MOVE WS-DAT-POSTAGE(WS-DAT-SUB) TO WS-CUR-POSTAGE
            MOVE WS-DAT-COSTED(WS-DAT-SUB) TO WS-CUR-COSTED
            PERFORM WRITE-BREAKDOWN-LINE
        END-PERFORM
        PERFORM WRITE-TOTAL-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "RESPONSE RATE BY 3-DIGIT ZIP PREFIX" TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "PREFIX" TO RPT-HD-KEY
        WRITE REPORT-LINE FROM WS-RPT-HEADS
        PERFORM VARYING WS-PFX-SUB FROM 1 BY 1 UNTIL WS-PFX-SUB > 1000
            IF WS-PFX-PIECES(WS-PFX-SUB) > 0
                    OR WS-PFX-COSTED(WS-PFX-SUB) > 0
                COMPUTE WS-PFX-NUM = WS-PFX-SUB - 1
                MOVE WS-PFX-NUM TO RPT-DT-KEY
                MOVE WS-PFX-PIECES(WS-PFX-SUB) TO WS-CUR-PIECES
                MOVE WS-PFX-RESPONSES(WS-PFX-SUB) TO WS-CUR-RESPONSES
                MOVE WS-PFX-POSTAGE(WS-PFX-SUB) TO WS-CUR-POSTAGE
                MOVE WS-PFX-COSTED(WS-PFX-SUB) TO WS-CUR-COSTED
                PERFORM WRITE-BREAKDOWN-LINE
            END-IF
        END-PERFORM
        PERFORM WRITE-TOTAL-LINE
        PERFORM WRITE-UNATTRIBUTED-LINES
    END-IF.
    PERFORM WRITE-REJECTED-LINES.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "*** END OF REPORT -- RESPONSE-RATE ANALYSIS ***"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE REPORT-FILE.
WRITE-CONTROL-COUNTS.
    MOVE "RESPONSE FILE...........: " TO RPT-LBL-TEXT.
    IF WS-REPORT-ONLY = 'Y'
        MOVE "(NONE -- REPORT ONLY)" TO RPT-LBL-VALUE
    ELSE
        MOVE WS-RESPONSE-FILE-NAME TO RPT-LBL-VALUE
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "ATTRIBUTION WINDOW......: " TO RPT-LBL-TEXT.
    MOVE SPACES TO RPT-LBL-VALUE.
    STRING WS-WINDOW-DAYS " DAYS FROM MAILING TO RESPONSE"
        DELIMITED BY SIZE INTO RPT-LBL-VALUE
    END-STRING.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "MAILINGS COVERED........: " TO RPT-LBL-TEXT.
    MOVE SPACES TO RPT-LBL-VALUE.
    IF WS-RSP-COUNT > 0
        STRING "RUN DATES " WS-RANGE-FROM-DATE " THROUGH "
               WS-RANGE-TO-DATE DELIMITED BY SIZE INTO RPT-LBL-VALUE
        END-STRING
    ELSE
        MOVE "(NONE -- NO RESPONSES ON FILE)" TO RPT-LBL-VALUE
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "RESPONSE LINES READ.....: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-LINES-READ TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  REJECTED..............: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  ALREADY CAPTURED......: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-ALREADY TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  CAPTURED THIS RUN.....: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-CAPTURED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "RESPONSES ON FILE.......: " TO RPT-LBL-TEXT.
    MOVE WS-RSP-COUNT TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  CREDITED TO A MAILING.: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-ATTRIBUTED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  NO MAILING IN WINDOW..: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-UNATTRIBUTED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "PIECES MAILED IN RANGE..: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-MHT-IN-RANGE TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "POSTAGE LINES USED......: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-PCH-USED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
    MOVE "  SUPERSEDED BY A RERUN.: " TO RPT-LBL-TEXT.
    MOVE WS-COUNT-PCH-SUPERSEDED TO WS-RPT-COUNT-EDIT.
    MOVE WS-RPT-COUNT-EDIT TO RPT-LBL-VALUE.
    WRITE REPORT-LINE FROM WS-RPT-LABEL-LINE.
*> One cell: pieces, responses, rate, postage and postage per
*> response.  A cell with no reconciled postage is marked NOT
*> COSTED, and one whose postage covers fewer pieces than were
*> mailed (a run date not yet charged back, or a prefix the vendor
*> did not bill) PART COSTED, so its cost per response is read as
*> the understatement it is.  Untagged postage also covers any seed
*> pieces, which are never on the mailed-to history.
WRITE-BREAKDOWN-LINE.
    MOVE WS-CUR-PIECES TO RPT-DT-PIECES.
    MOVE WS-CUR-RESPONSES TO RPT-DT-RESPONSES.
    IF WS-CUR-PIECES > 0
        COMPUTE WS-RPT-RATE ROUNDED
            = WS-CUR-RESPONSES * 100 / WS-CUR-PIECES
        MOVE WS-RPT-RATE TO RPT-DT-RATE
        MOVE "%" TO RPT-DT-PCT
    ELSE
        MOVE SPACES TO RPT-DT-RATE-X
        MOVE SPACE TO RPT-DT-PCT
    END-IF.
    MOVE WS-CUR-POSTAGE TO RPT-DT-POSTAGE.
    EVALUATE TRUE
        WHEN WS-CUR-COSTED = 0
            MOVE "    NOT COSTED" TO RPT-DT-PER-RESP-X
        WHEN WS-CUR-RESPONSES = 0
            MOVE "  NO RESPONSES" TO RPT-DT-PER-RESP-X
        WHEN OTHER
            COMPUTE WS-RPT-PER-RESP ROUNDED
                = WS-CUR-POSTAGE / WS-CUR-RESPONSES
            MOVE WS-RPT-PER-RESP TO RPT-DT-PER-RESP
    END-EVALUATE.
    EVALUATE TRUE
        WHEN WS-CUR-COSTED = 0 AND WS-CUR-PIECES > 0
            MOVE "NOT COSTED" TO RPT-DT-NOTE
        WHEN WS-CUR-COSTED < WS-CUR-PIECES
            MOVE "PART COSTED" TO RPT-DT-NOTE
        WHEN WS-CUR-PIECES = 0
            MOVE "NO PIECES ON HISTORY" TO RPT-DT-NOTE
        WHEN OTHER
            MOVE SPACES TO RPT-DT-NOTE
    END-EVALUATE.
    WRITE REPORT-LINE FROM WS-RPT-DETAIL.
WRITE-TOTAL-LINE.
    MOVE "TOTAL" TO RPT-DT-KEY.
    MOVE WS-TOTAL-PIECES TO WS-CUR-PIECES.
    MOVE WS-COUNT-ATTRIBUTED TO WS-CUR-RESPONSES.
    MOVE WS-TOTAL-POSTAGE TO WS-CUR-POSTAGE.
    MOVE WS-TOTAL-COSTED TO WS-CUR-COSTED.
    PERFORM WRITE-BREAKDOWN-LINE.
WRITE-UNATTRIBUTED-LINES.
    IF WS-COUNT-UNATTRIBUTED > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "RESPONSES WITH NO MAILING OF OURS IN THE WINDOW"
            TO REPORT-LINE
        WRITE REPORT-LINE
        WRITE REPORT-LINE FROM WS-RPT-RESP-HEADS
        PERFORM VARYING WS-RSP-SUB FROM 1 BY 1
                UNTIL WS-RSP-SUB > WS-RSP-COUNT
            IF WS-RSP-MHT-SUB(WS-RSP-SUB) = 0
                MOVE WS-RSP-LAST-NAME(WS-RSP-SUB) TO RPT-RL-LAST
                MOVE WS-RSP-FIRST-NAME(WS-RSP-SUB) TO RPT-RL-FIRST
                MOVE WS-RSP-ZIP(WS-RSP-SUB) TO RPT-RL-ZIP
                MOVE WS-RSP-DATE(WS-RSP-SUB) TO RPT-RL-DATE
                WRITE REPORT-LINE FROM WS-RPT-RESP-LINE
            END-IF
        END-PERFORM
    END-IF.
WRITE-REJECTED-LINES.
    IF WS-COUNT-REJECTED > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        IF WS-COUNT-REJECTED > WS-REJ-COUNT
            STRING "RESPONSE LINES REJECTED (FIRST " WS-REJ-LIMIT
                   " LISTED)" DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
        ELSE
            MOVE "RESPONSE LINES REJECTED" TO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                UNTIL WS-REJ-SUB > WS-REJ-COUNT
            MOVE WS-REJ-REASON(WS-REJ-SUB) TO RPT-RJ-REASON
            MOVE WS-REJ-LINE(WS-REJ-SUB) TO RPT-RJ-LINE
            WRITE REPORT-LINE FROM WS-RPT-REJ-LINE
        END-PERFORM
    END-IF.
PRINT-SUMMARY.
    DISPLAY "RESPONSE-CAPTURE RUN SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  RESPONSE LINES READ....: " WS-COUNT-LINES-READ.
    DISPLAY "  REJECTED...............: " WS-COUNT-REJECTED.
    DISPLAY "  ALREADY CAPTURED.......: " WS-COUNT-ALREADY.
    DISPLAY "  CAPTURED THIS RUN......: " WS-COUNT-CAPTURED.
    DISPLAY "  RESPONSES ON FILE......: " WS-RSP-COUNT.
    DISPLAY "  CREDITED TO A MAILING..: " WS-COUNT-ATTRIBUTED.
    DISPLAY "  NO MAILING IN WINDOW...: " WS-COUNT-UNATTRIBUTED.
    DISPLAY "  PIECES MAILED IN RANGE.: " WS-COUNT-MHT-IN-RANGE.
    DISPLAY "  REPORT.................: "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
