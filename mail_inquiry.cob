       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  MAIL-INQUIRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MASTER-FILE
    ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL MAILHIST-FILE
    ASSIGN TO "./data/mailhist.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MAILHIST-STATUS.

    SELECT OPTIONAL NIXIE-FILE
    ASSIGN TO "./data/nixie.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NIXIE-STATUS.

    SELECT OPTIONAL SUPPRESS-FILE
    ASSIGN TO "./data/suppress.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SUPP-STATUS.

    SELECT OPTIONAL MOVETRAN-FILE
    ASSIGN TO "./data/movetran.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MOVETRAN-STATUS.

    SELECT OPTIONAL DELETE-TRAN-FILE
    ASSIGN TO "./data/nixiedel.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-DELTRAN-STATUS.

    SELECT OPTIONAL CASE-FILE
    ASSIGN TO "./data/caserec.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-CASE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The mailing master MASTER-UPDATE maintains.
FD  MASTER-FILE         RECORD CONTAINS 98 CHARACTERS.
    COPY MAILMAST.
*> Mailed-to history READ-CSV and CAMPAIGN-EXTRACT append to.
FD  MAILHIST-FILE       RECORD CONTAINS 73 CHARACTERS.
    COPY MAILHIST.
*> Returned-mail history NIXIE-CAPTURE appends to.
FD  NIXIE-FILE          RECORD CONTAINS 89 CHARACTERS.
    COPY NIXIEREC.
*> Do-not-mail list, "LAST,FIRST,ZIP,REASON", as READ-CSV reads it.
FD  SUPPRESS-FILE       RECORD CONTAINS 80 CHARACTERS.
01  SUPPRESS-RECORD     PIC X(80).
*> The move transactions READ-CSV wrote and the delete transactions
*> NIXIE-CAPTURE wrote, both in MASTER-UPDATE's seven-field CSV and
*> both waiting for the next master update.
FD  MOVETRAN-FILE       RECORD CONTAINS 80 CHARACTERS.
01  MOVETRAN-RECORD     PIC X(80).
FD  DELETE-TRAN-FILE    RECORD CONTAINS 80 CHARACTERS.
01  DELETE-TRAN-RECORD  PIC X(80).
*> Case records for the customer service file, one page per inquiry,
*> appended across sessions.
FD  CASE-FILE           RECORD CONTAINS 132 CHARACTERS.
01  CASE-LINE           PIC X(132).

WORKING-STORAGE SECTION.
*> The master path can be given as an optional command-line argument,
*> the same convention as CSV-INQUIRY's index path.
01  WS-MASTER-FILE-NAME    PIC X(100) VALUE "./data/master.dat".
01  WS-PARM-STRING         PIC X(200) VALUE SPACES.
01  WS-MASTER-STATUS       PIC XX     VALUE SPACES.
01  WS-MAILHIST-STATUS     PIC XX     VALUE SPACES.
01  WS-NIXIE-STATUS        PIC XX     VALUE SPACES.
01  WS-SUPP-STATUS         PIC XX     VALUE SPACES.
01  WS-MOVETRAN-STATUS     PIC XX     VALUE SPACES.
01  WS-DELTRAN-STATUS      PIC XX     VALUE SPACES.
01  WS-CASE-STATUS         PIC XX     VALUE SPACES.
01  WS-CASE-AVAILABLE      PIC X      VALUE 'N'.
01  WS-ANSWER              PIC X      VALUE 'Y'.
01  WS-RUN-DATE            PIC 9(8).
01  WS-RUN-TIME-RAW        PIC 9(8)   VALUE 0.
01  WS-SCAN-EOF            PIC X      VALUE 'N'.

*> The person asked about.  Names compare upper-cased, ZIPs on the
*> 5-digit prefix, the same identity the merge-purge, the
*> suppression screen and the contact-frequency cap all use -- so
*> what this shows is what those screens saw.
01  WS-INQ-LAST-IN         PIC X(25)  VALUE SPACES.
01  WS-INQ-FIRST-IN        PIC X(15)  VALUE SPACES.
01  WS-INQ-ZIP-IN          PIC X(10)  VALUE SPACES.
01  WS-INQ-NOTE            PIC X(80)  VALUE SPACES.
01  WS-INQ-KEY.
    05 WS-INQ-LAST         PIC X(25).
    05 WS-INQ-FIRST        PIC X(15).
    05 WS-INQ-ZIP5         PIC X(5).
01  WS-CAND-KEY.
    05 WS-CAND-LAST        PIC X(25).
    05 WS-CAND-FIRST       PIC X(15).
    05 WS-CAND-ZIP5        PIC X(5).

*> What each file holds for the person.  Every mailing is listed on
*> the screen; the case record keeps to one page, so it lists only the
*> latest WS-CASE-MHT-LIMIT mailings (four to a line) and at most
*> WS-CASE-ITEM-LIMIT returns, and says how many it left off.
01  WS-CASE-MHT-LIMIT      PIC 9(4)   VALUE 48.
01  WS-CASE-ITEM-LIMIT     PIC 9(4)   VALUE 6.
01  WS-MST-LIMIT           PIC 9(4)   VALUE 10.
01  WS-MST-COUNT           PIC 9(4)   VALUE 0.
01  WS-MST-TABLE.
    05 WS-MST-ENTRY OCCURS 10 TIMES.
        10 WS-MST-STREET      PIC X(30).
        10 WS-MST-CITY        PIC X(15).
        10 WS-MST-STATE       PIC XXX.
        10 WS-MST-ZIP         PIC X(10).
01  WS-MHT-LIMIT           PIC 9(4)   VALUE 2000.
01  WS-MHT-COUNT           PIC 9(4)   VALUE 0.
01  WS-MHT-TOTAL           PIC 9(9)   VALUE 0.
01  WS-MHT-TABLE.
    05 WS-MHT-ENTRY OCCURS 2000 TIMES.
        10 WS-MHT-DATE        PIC X(8).
        10 WS-MHT-SOURCE      PIC X(2).
        10 WS-MHT-SERIAL      PIC X(10).
01  WS-NIX-LIMIT           PIC 9(4)   VALUE 100.
01  WS-NIX-COUNT           PIC 9(4)   VALUE 0.
01  WS-NIX-TOTAL           PIC 9(9)   VALUE 0.
01  WS-NIX-TABLE.
    05 WS-NIX-ENTRY OCCURS 100 TIMES.
        10 WS-NIX-CAPTURED    PIC X(8).
        10 WS-NIX-REASON      PIC X(4).
        10 WS-NIX-SERIAL      PIC X(10).
        10 WS-NIX-MAIL-DATE   PIC X(8).
        10 WS-NIX-SOURCE      PIC X(2).
01  WS-SUPP-LIMIT          PIC 9(4)   VALUE 10.
01  WS-SUPP-COUNT          PIC 9(4)   VALUE 0.
01  WS-SUPP-TABLE.
    05 WS-SUPP-ENTRY OCCURS 10 TIMES.
        10 WS-SUPP-ZIP        PIC X(10).
        10 WS-SUPP-REASON     PIC X(12).
01  WS-SUPP-IN-LAST        PIC X(25).
01  WS-SUPP-IN-FIRST       PIC X(15).
01  WS-SUPP-IN-ZIP         PIC X(10).
01  WS-SUPP-IN-REASON      PIC X(12).
*> Pending transactions, move and nixie delete alike, as the line of
*> text they are shown with.
01  WS-TRN-LIMIT           PIC 9(4)   VALUE 20.
01  WS-TRN-COUNT           PIC 9(4)   VALUE 0.
01  WS-TRN-TABLE.
    05 WS-TRN-ENTRY OCCURS 20 TIMES.
        10 WS-TRN-TEXT        PIC X(110).
01  WS-TRN-FROM            PIC X(24)  VALUE SPACES.
01  WS-TRN-PREV-HIT        PIC X      VALUE 'N'.
01  WS-SUB                 PIC 9(4)   VALUE 0 COMP.
01  WS-SUB-FIRST           PIC 9(4)   VALUE 0 COMP.
01  WS-SUB-COL             PIC 9(4)   VALUE 0 COMP.
01  WS-LEFT-OFF            PIC 9(9)   VALUE 0.
*> A blank department is an untagged piece, shown as "--" the way the
*> postage chargeback shows it.
01  WS-DEPT-SHOW           PIC XX     VALUE SPACES.

*> Quote-aware CSV scan, the same one-character walk MASTER-UPDATE's
*> PARSE-CSV-RECORD makes over a transaction line -- the street on a
*> move's add line is quoted and may carry commas.
01  WS-TRAN-LINE           PIC X(80).
01  WS-CSV-FIELDS.
    05 WS-CSV-FIELD        PIC X(80) OCCURS 7 TIMES.
01  WS-FIELD-COUNT         PIC 9(2).
01  WS-CHAR-POS            PIC 9(3).
01  WS-IN-QUOTES           PIC X      VALUE 'N'.
01  WS-CURRENT-CHAR        PIC X.
01  WS-FIELD-BUF           PIC X(80).
01  WS-FIELD-BUF-LEN       PIC 9(3)   VALUE 0.

*> Session control totals for the end-of-session summary.
01  WS-COUNT-INQUIRIES     PIC 9(9)   VALUE 0.
01  WS-COUNT-NOT-SEARCHED  PIC 9(9)   VALUE 0.
01  WS-COUNT-CASES         PIC 9(9)   VALUE 0.

*> Output lines.  Everything but the mailing list goes to the screen
*> and the case record alike through EMIT-LINE.
01  WS-OUT-LINE            PIC X(132) VALUE SPACES.
01  WS-COUNT-EDIT          PIC Z(8)9.
01  WS-MHT-PRINT-LINE.
    05 FILLER              PIC X(2).
    05 WS-MHT-PRINT-COL OCCURS 4 TIMES.
        10 WS-MHT-PRINT-DATE   PIC X(8).
        10 FILLER              PIC X.
        10 WS-MHT-PRINT-SOURCE PIC X(2).
        10 FILLER              PIC X(3).
        10 WS-MHT-PRINT-SERIAL PIC X(10).
        10 FILLER              PIC X(4).

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
        MOVE WS-PARM-STRING TO WS-MASTER-FILE-NAME
    END-IF.
*> The inquiry itself only reads; a case file that cannot be extended
*> costs the printed record, not the answer on the screen.
    OPEN EXTEND CASE-FILE.
    IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "05"
        MOVE 'Y' TO WS-CASE-AVAILABLE
    ELSE
        DISPLAY "MAIL-INQUIRY WARNING: CASE RECORD FILE COULD NOT BE "
                "OPENED FOR APPEND (STATUS=" WS-CASE-STATUS ") -- NO "
                "CASE RECORDS WILL BE PRINTED THIS SESSION"
    END-IF.
    PERFORM UNTIL FUNCTION UPPER-CASE(WS-ANSWER) NOT = 'Y'
        PERFORM PROMPT-AND-INQUIRE
        DISPLAY "Look up another person? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-ANSWER
    END-PERFORM.
    IF WS-CASE-AVAILABLE = 'Y'
        CLOSE CASE-FILE
    END-IF.
    PERFORM PRINT-SUMMARY.
    STOP RUN.
PROMPT-AND-INQUIRE.
    ADD 1 TO WS-COUNT-INQUIRIES.
    MOVE SPACES TO WS-INQ-LAST-IN WS-INQ-FIRST-IN WS-INQ-ZIP-IN
                   WS-INQ-NOTE.
    DISPLAY "Enter last name: " WITH NO ADVANCING.
    ACCEPT WS-INQ-LAST-IN.
    DISPLAY "Enter first name: " WITH NO ADVANCING.
    ACCEPT WS-INQ-FIRST-IN.
    DISPLAY "Enter ZIP code: " WITH NO ADVANCING.
    ACCEPT WS-INQ-ZIP-IN.
    IF WS-INQ-LAST-IN = SPACES OR WS-INQ-ZIP-IN(1:5) IS NOT NUMERIC
        ADD 1 TO WS-COUNT-NOT-SEARCHED
        DISPLAY "A last name and a 5-digit ZIP are needed -- nothing "
                "searched."
    ELSE
        DISPLAY "Caller's question (optional): " WITH NO ADVANCING
        ACCEPT WS-INQ-NOTE
        MOVE FUNCTION UPPER-CASE(WS-INQ-LAST-IN) TO WS-INQ-LAST
        MOVE FUNCTION UPPER-CASE(WS-INQ-FIRST-IN) TO WS-INQ-FIRST
        MOVE WS-INQ-ZIP-IN(1:5) TO WS-INQ-ZIP5
        ACCEPT WS-RUN-TIME-RAW FROM TIME
        PERFORM SEARCH-MASTER
        PERFORM SEARCH-MAILHIST
        PERFORM SEARCH-NIXIE
        PERFORM SEARCH-SUPPRESS
        PERFORM SEARCH-PENDING-TRANS
        PERFORM SHOW-CASE
    END-IF.
*> Each file is read start to end on every inquiry, so the answer is
*> as of the moment the caller is on the line.  A missing file
*> (status 05) simply holds nothing for anyone.
SEARCH-MASTER.
    MOVE 0 TO WS-MST-COUNT.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00" AND WS-MASTER-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: MASTER FILE COULD NOT BE READ "
                "(STATUS=" WS-MASTER-STATUS "): "
                FUNCTION TRIM(WS-MASTER-FILE-NAME)
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    MOVE FUNCTION UPPER-CASE(MST-LAST-NAME)
                        TO WS-CAND-LAST
                    MOVE FUNCTION UPPER-CASE(MST-FIRST-NAME)
                        TO WS-CAND-FIRST
                    MOVE MST-ZIP(1:5) TO WS-CAND-ZIP5
                    IF WS-CAND-KEY = WS-INQ-KEY
                            AND WS-MST-COUNT < WS-MST-LIMIT
                        ADD 1 TO WS-MST-COUNT
                        MOVE MST-STREET TO WS-MST-STREET(WS-MST-COUNT)
                        MOVE MST-CITY TO WS-MST-CITY(WS-MST-COUNT)
                        MOVE MST-STATE TO WS-MST-STATE(WS-MST-COUNT)
                        MOVE MST-ZIP TO WS-MST-ZIP(WS-MST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MASTER-FILE
    END-IF.
SEARCH-MAILHIST.
    MOVE 0 TO WS-MHT-COUNT.
    MOVE 0 TO WS-MHT-TOTAL.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT MAILHIST-FILE.
    IF WS-MAILHIST-STATUS NOT = "00" AND WS-MAILHIST-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: MAILED-TO HISTORY COULD NOT BE "
                "READ (STATUS=" WS-MAILHIST-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ MAILHIST-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    MOVE FUNCTION UPPER-CASE(MHT-LAST-NAME)
                        TO WS-CAND-LAST
                    MOVE FUNCTION UPPER-CASE(MHT-FIRST-NAME)
                        TO WS-CAND-FIRST
                    MOVE MHT-ZIP(1:5) TO WS-CAND-ZIP5
                    IF WS-CAND-KEY = WS-INQ-KEY
                        PERFORM KEEP-ONE-MAILING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAILHIST-FILE
    END-IF.
*> The history is in mailing order, so when a long-mailed name fills
*> the table the oldest entry is dropped to keep the latest ones.
KEEP-ONE-MAILING.
    ADD 1 TO WS-MHT-TOTAL.
    IF WS-MHT-COUNT = WS-MHT-LIMIT
        PERFORM VARYING WS-SUB FROM 2 BY 1 UNTIL WS-SUB > WS-MHT-COUNT
            MOVE WS-MHT-ENTRY(WS-SUB) TO WS-MHT-ENTRY(WS-SUB - 1)
        END-PERFORM
    ELSE
        ADD 1 TO WS-MHT-COUNT
    END-IF.
    MOVE MHT-MAIL-DATE TO WS-MHT-DATE(WS-MHT-COUNT).
    MOVE MHT-SOURCE-CODE TO WS-MHT-SOURCE(WS-MHT-COUNT).
    MOVE MHT-PIECE-SERIAL TO WS-MHT-SERIAL(WS-MHT-COUNT).
SEARCH-NIXIE.
    MOVE 0 TO WS-NIX-COUNT.
    MOVE 0 TO WS-NIX-TOTAL.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT NIXIE-FILE.
    IF WS-NIXIE-STATUS NOT = "00" AND WS-NIXIE-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: RETURN HISTORY COULD NOT BE "
                "READ (STATUS=" WS-NIXIE-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ NIXIE-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    MOVE FUNCTION UPPER-CASE(NIX-LAST-NAME)
                        TO WS-CAND-LAST
                    MOVE FUNCTION UPPER-CASE(NIX-FIRST-NAME)
                        TO WS-CAND-FIRST
                    MOVE NIX-ZIP(1:5) TO WS-CAND-ZIP5
                    IF WS-CAND-KEY = WS-INQ-KEY
                        ADD 1 TO WS-NIX-TOTAL
                        IF WS-NIX-COUNT < WS-NIX-LIMIT
                            ADD 1 TO WS-NIX-COUNT
                            MOVE NIX-CAPTURE-DATE
                                TO WS-NIX-CAPTURED(WS-NIX-COUNT)
                            MOVE NIX-REASON-CODE
                                TO WS-NIX-REASON(WS-NIX-COUNT)
                            MOVE NIX-PIECE-SERIAL
                                TO WS-NIX-SERIAL(WS-NIX-COUNT)
                            MOVE NIX-MAIL-DATE
                                TO WS-NIX-MAIL-DATE(WS-NIX-COUNT)
                            MOVE NIX-SOURCE-CODE
                                TO WS-NIX-SOURCE(WS-NIX-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NIXIE-FILE
    END-IF.
SEARCH-SUPPRESS.
    MOVE 0 TO WS-SUPP-COUNT.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT SUPPRESS-FILE.
    IF WS-SUPP-STATUS NOT = "00" AND WS-SUPP-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: DO-NOT-MAIL LIST COULD NOT BE "
                "READ (STATUS=" WS-SUPP-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ SUPPRESS-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    PERFORM CHECK-ONE-SUPPRESS-ENTRY
            END-READ
        END-PERFORM
        CLOSE SUPPRESS-FILE
    END-IF.
CHECK-ONE-SUPPRESS-ENTRY.
    MOVE SPACES TO WS-SUPP-IN-LAST WS-SUPP-IN-FIRST WS-SUPP-IN-ZIP
                   WS-SUPP-IN-REASON.
    UNSTRING SUPPRESS-RECORD DELIMITED BY ","
        INTO WS-SUPP-IN-LAST WS-SUPP-IN-FIRST
             WS-SUPP-IN-ZIP WS-SUPP-IN-REASON
    END-UNSTRING.
    MOVE FUNCTION UPPER-CASE(WS-SUPP-IN-LAST) TO WS-CAND-LAST.
    MOVE FUNCTION UPPER-CASE(WS-SUPP-IN-FIRST) TO WS-CAND-FIRST.
    MOVE WS-SUPP-IN-ZIP(1:5) TO WS-CAND-ZIP5.
    IF WS-CAND-KEY = WS-INQ-KEY AND WS-SUPP-COUNT < WS-SUPP-LIMIT
        ADD 1 TO WS-SUPP-COUNT
        MOVE WS-SUPP-IN-ZIP TO WS-SUPP-ZIP(WS-SUPP-COUNT)
        MOVE WS-SUPP-IN-REASON TO WS-SUPP-REASON(WS-SUPP-COUNT)
    END-IF.
*> READ-CSV writes a move as a delete at the old key followed by an
*> add at the new one, so the add line straight after a delete of
*> this person is shown as the address being forwarded to even
*> though it carries the new ZIP.  A nixie delete is always at the
*> person's own key.
SEARCH-PENDING-TRANS.
    MOVE 0 TO WS-TRN-COUNT.
    MOVE 'N' TO WS-TRN-PREV-HIT.
    MOVE "MOVE (READ-CSV)........." TO WS-TRN-FROM.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT MOVETRAN-FILE.
    IF WS-MOVETRAN-STATUS NOT = "00" AND WS-MOVETRAN-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: MOVE TRANSACTIONS COULD NOT BE "
                "READ (STATUS=" WS-MOVETRAN-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ MOVETRAN-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    MOVE MOVETRAN-RECORD TO WS-TRAN-LINE
                    PERFORM CHECK-ONE-TRANSACTION
            END-READ
        END-PERFORM
        CLOSE MOVETRAN-FILE
    END-IF.
    MOVE 'N' TO WS-TRN-PREV-HIT.
    MOVE "NIXIE DELETE............" TO WS-TRN-FROM.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT DELETE-TRAN-FILE.
    IF WS-DELTRAN-STATUS NOT = "00" AND WS-DELTRAN-STATUS NOT = "05"
        DISPLAY "MAIL-INQUIRY WARNING: NIXIE DELETE TRANSACTIONS "
                "COULD NOT BE READ (STATUS=" WS-DELTRAN-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ DELETE-TRAN-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    MOVE DELETE-TRAN-RECORD TO WS-TRAN-LINE
                    PERFORM CHECK-ONE-TRANSACTION
            END-READ
        END-PERFORM
        CLOSE DELETE-TRAN-FILE
    END-IF.
CHECK-ONE-TRANSACTION.
    PERFORM PARSE-TRAN-LINE.
    MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(1)) TO WS-CAND-LAST.
    MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(2)) TO WS-CAND-FIRST.
    MOVE WS-CSV-FIELD(6)(1:5) TO WS-CAND-ZIP5.
    EVALUATE TRUE
        WHEN WS-CAND-KEY = WS-INQ-KEY
            PERFORM KEEP-ONE-TRANSACTION
            IF WS-CSV-FIELD(7)(1:1) = 'D' OR 'd'
                MOVE 'Y' TO WS-TRN-PREV-HIT
            ELSE
                MOVE 'N' TO WS-TRN-PREV-HIT
            END-IF
        WHEN WS-TRN-PREV-HIT = 'Y'
                AND WS-CAND-LAST = WS-INQ-LAST
                AND WS-CAND-FIRST = WS-INQ-FIRST
                AND WS-CSV-FIELD(7)(1:1) NOT = 'D'
                AND WS-CSV-FIELD(7)(1:1) NOT = 'd'
            PERFORM KEEP-ONE-TRANSACTION
            MOVE 'N' TO WS-TRN-PREV-HIT
        WHEN OTHER
            MOVE 'N' TO WS-TRN-PREV-HIT
    END-EVALUATE.
KEEP-ONE-TRANSACTION.
    IF WS-TRN-COUNT < WS-TRN-LIMIT
        ADD 1 TO WS-TRN-COUNT
        MOVE SPACES TO WS-TRN-TEXT(WS-TRN-COUNT)
        IF WS-CSV-FIELD(7)(1:1) = 'D' OR 'd'
            STRING WS-TRN-FROM ": DELETE AT ZIP "
                   FUNCTION TRIM(WS-CSV-FIELD(6))
                DELIMITED BY SIZE INTO WS-TRN-TEXT(WS-TRN-COUNT)
                ON OVERFLOW CONTINUE
            END-STRING
        ELSE
            STRING WS-TRN-FROM ": ADD/CHANGE TO "
                   FUNCTION TRIM(WS-CSV-FIELD(3)) ", "
                   FUNCTION TRIM(WS-CSV-FIELD(4)) " "
                   FUNCTION TRIM(WS-CSV-FIELD(5)) " "
                   FUNCTION TRIM(WS-CSV-FIELD(6))
                DELIMITED BY SIZE INTO WS-TRN-TEXT(WS-TRN-COUNT)
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    END-IF.
PARSE-TRAN-LINE.
    MOVE 1 TO WS-FIELD-COUNT.
    MOVE SPACES TO WS-CSV-FIELDS.
    MOVE SPACES TO WS-FIELD-BUF.
    MOVE 0 TO WS-FIELD-BUF-LEN.
    MOVE 'N' TO WS-IN-QUOTES.
    PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
            UNTIL WS-CHAR-POS > 80
        MOVE WS-TRAN-LINE(WS-CHAR-POS:1) TO WS-CURRENT-CHAR
        EVALUATE TRUE
            WHEN WS-CURRENT-CHAR = '"'
                IF WS-IN-QUOTES = 'Y'
                    MOVE 'N' TO WS-IN-QUOTES
                ELSE
                    MOVE 'Y' TO WS-IN-QUOTES
                END-IF
            WHEN WS-CURRENT-CHAR = ',' AND WS-IN-QUOTES = 'N'
                IF WS-FIELD-COUNT <= 7
                    MOVE WS-FIELD-BUF TO WS-CSV-FIELD(WS-FIELD-COUNT)
                END-IF
                ADD 1 TO WS-FIELD-COUNT
                MOVE SPACES TO WS-FIELD-BUF
                MOVE 0 TO WS-FIELD-BUF-LEN
            WHEN OTHER
                IF WS-FIELD-BUF-LEN < 80
                    ADD 1 TO WS-FIELD-BUF-LEN
                    MOVE WS-CURRENT-CHAR
                        TO WS-FIELD-BUF(WS-FIELD-BUF-LEN:1)
                END-IF
        END-EVALUATE
    END-PERFORM.
    IF WS-FIELD-COUNT <= 7
        MOVE WS-FIELD-BUF TO WS-CSV-FIELD(WS-FIELD-COUNT)
    END-IF.
*> The answer, on the screen and as the case record page.  Sections
*> come in the order a caller's question is usually answered: are
*> they on the list, what did we send them, what came back, are they
*> blocked, and what is about to change.
SHOW-CASE.
    IF WS-CASE-AVAILABLE = 'Y'
        MOVE SPACES TO CASE-LINE
        WRITE CASE-LINE AFTER ADVANCING PAGE
        ADD 1 TO WS-COUNT-CASES
    END-IF.
    MOVE SPACES TO WS-OUT-LINE.
    STRING "MAILING HISTORY CASE RECORD -- " WS-RUN-DATE " "
           WS-RUN-TIME-RAW(1:6) DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING.
    PERFORM EMIT-LINE.
    MOVE SPACES TO WS-OUT-LINE.
    STRING "  PERSON..................: "
           FUNCTION TRIM(WS-INQ-FIRST) " " FUNCTION TRIM(WS-INQ-LAST)
           "  ZIP " WS-INQ-ZIP5
        DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING.
    PERFORM EMIT-LINE.
    IF WS-INQ-NOTE NOT = SPACES
        MOVE SPACES TO WS-OUT-LINE
        STRING "  CALLER'S QUESTION.......: " WS-INQ-NOTE
            DELIMITED BY SIZE INTO WS-OUT-LINE
        END-STRING
        PERFORM EMIT-LINE
    END-IF.
    PERFORM SHOW-MASTER-SECTION.
    PERFORM SHOW-MAILING-SECTION.
    PERFORM SHOW-NIXIE-SECTION.
    PERFORM SHOW-SUPPRESS-SECTION.
    PERFORM SHOW-PENDING-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE "*** END OF CASE RECORD ***" TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    IF WS-CASE-AVAILABLE = 'Y'
        DISPLAY "Case record printed to ./data/caserec.prt."
    END-IF.
SHOW-MASTER-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE "MAILING MASTER" TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    IF WS-MST-COUNT = 0
        MOVE "  NOT ON THE MAILING MASTER" TO WS-OUT-LINE
        PERFORM EMIT-LINE
    END-IF.
    PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-MST-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " FUNCTION TRIM(WS-MST-STREET(WS-SUB)) ", "
               FUNCTION TRIM(WS-MST-CITY(WS-SUB)) " "
               WS-MST-STATE(WS-SUB)(1:2) " "
               FUNCTION TRIM(WS-MST-ZIP(WS-SUB))
            DELIMITED BY SIZE INTO WS-OUT-LINE
        END-STRING
        PERFORM EMIT-LINE
    END-PERFORM.
*> Every mailing on the screen, one to a line; the latest
*> WS-CASE-MHT-LIMIT on the case record, four to a line.
SHOW-MAILING-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE WS-MHT-TOTAL TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-OUT-LINE.
    STRING "PIECES MAILED (MAILED-TO HISTORY): "
           FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING.
    PERFORM EMIT-LINE.
    IF WS-MHT-TOTAL = 0
        MOVE "  NO PIECES ON RECORD" TO WS-OUT-LINE
        PERFORM EMIT-LINE
    ELSE
        MOVE "  MAILED   DEPT  SERIAL      (DEPT -- = UNTAGGED)"
            TO WS-OUT-LINE
        PERFORM EMIT-LINE
        IF WS-MHT-TOTAL > WS-MHT-COUNT
            COMPUTE WS-LEFT-OFF = WS-MHT-TOTAL - WS-MHT-COUNT
            MOVE WS-LEFT-OFF TO WS-COUNT-EDIT
            DISPLAY "  (" FUNCTION TRIM(WS-COUNT-EDIT)
                    " EARLIEST PIECES NOT HELD -- RAISE WS-MHT-LIMIT "
                    "TO LIST THEM)"
        END-IF
        PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-MHT-COUNT
            MOVE WS-MHT-SOURCE(WS-SUB) TO WS-DEPT-SHOW
            IF WS-DEPT-SHOW = SPACES
                MOVE "--" TO WS-DEPT-SHOW
            END-IF
            DISPLAY "  " WS-MHT-DATE(WS-SUB) " " WS-DEPT-SHOW "    "
                    WS-MHT-SERIAL(WS-SUB)
        END-PERFORM
        IF WS-CASE-AVAILABLE = 'Y'
            PERFORM PRINT-CASE-MAILINGS
        END-IF
    END-IF.
PRINT-CASE-MAILINGS.
    MOVE 1 TO WS-SUB-FIRST.
    IF WS-MHT-COUNT > WS-CASE-MHT-LIMIT
        COMPUTE WS-SUB-FIRST = WS-MHT-COUNT - WS-CASE-MHT-LIMIT + 1
    END-IF.
    IF WS-MHT-TOTAL > WS-CASE-MHT-LIMIT
        COMPUTE WS-LEFT-OFF = WS-MHT-TOTAL - WS-CASE-MHT-LIMIT
        MOVE WS-LEFT-OFF TO WS-COUNT-EDIT
        MOVE SPACES TO CASE-LINE
        STRING "  (" FUNCTION TRIM(WS-COUNT-EDIT)
               " EARLIER PIECES NOT LISTED)"
            DELIMITED BY SIZE INTO CASE-LINE
        END-STRING
        WRITE CASE-LINE
    END-IF.
    MOVE SPACES TO WS-MHT-PRINT-LINE.
    MOVE 0 TO WS-SUB-COL.
    PERFORM VARYING WS-SUB FROM WS-SUB-FIRST BY 1
            UNTIL WS-SUB > WS-MHT-COUNT
        ADD 1 TO WS-SUB-COL
        MOVE WS-MHT-SOURCE(WS-SUB) TO WS-DEPT-SHOW
        IF WS-DEPT-SHOW = SPACES
            MOVE "--" TO WS-DEPT-SHOW
        END-IF
        MOVE WS-MHT-DATE(WS-SUB) TO WS-MHT-PRINT-DATE(WS-SUB-COL)
        MOVE WS-DEPT-SHOW TO WS-MHT-PRINT-SOURCE(WS-SUB-COL)
        MOVE WS-MHT-SERIAL(WS-SUB) TO WS-MHT-PRINT-SERIAL(WS-SUB-COL)
        IF WS-SUB-COL = 4
            WRITE CASE-LINE FROM WS-MHT-PRINT-LINE
            MOVE SPACES TO WS-MHT-PRINT-LINE
            MOVE 0 TO WS-SUB-COL
        END-IF
    END-PERFORM.
    IF WS-SUB-COL > 0
        WRITE CASE-LINE FROM WS-MHT-PRINT-LINE
    END-IF.
SHOW-NIXIE-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE WS-NIX-TOTAL TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-OUT-LINE.
    STRING "RETURNED AS UNDELIVERABLE (NIXIE): "
           FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING.
    PERFORM EMIT-LINE.
    IF WS-NIX-TOTAL = 0
        MOVE "  NO RETURNS ON RECORD" TO WS-OUT-LINE
        PERFORM EMIT-LINE
    END-IF.
    PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-NIX-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  RETURNED " WS-NIX-CAPTURED(WS-SUB)
               "  REASON " WS-NIX-REASON(WS-SUB)
            DELIMITED BY SIZE INTO WS-OUT-LINE
        END-STRING
        IF WS-NIX-SERIAL(WS-SUB) NOT = SPACES
            MOVE WS-NIX-SOURCE(WS-SUB) TO WS-DEPT-SHOW
            IF WS-DEPT-SHOW = SPACES
                MOVE "--" TO WS-DEPT-SHOW
            END-IF
            STRING "  PIECE " WS-NIX-SERIAL(WS-SUB)
                   " MAILED " WS-NIX-MAIL-DATE(WS-SUB)
                   " DEPT " WS-DEPT-SHOW
                DELIMITED BY SIZE INTO WS-OUT-LINE(33:)
            END-STRING
        END-IF
        PERFORM EMIT-ITEM-LINE
    END-PERFORM.
    IF WS-CASE-AVAILABLE = 'Y' AND WS-NIX-TOTAL > WS-CASE-ITEM-LIMIT
        COMPUTE WS-LEFT-OFF = WS-NIX-TOTAL - WS-CASE-ITEM-LIMIT
        MOVE WS-LEFT-OFF TO WS-COUNT-EDIT
        MOVE SPACES TO CASE-LINE
        STRING "  (" FUNCTION TRIM(WS-COUNT-EDIT)
               " MORE RETURNS NOT LISTED)"
            DELIMITED BY SIZE INTO CASE-LINE
        END-STRING
        WRITE CASE-LINE
    END-IF.
SHOW-SUPPRESS-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE "DO-NOT-MAIL LIST" TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    IF WS-SUPP-COUNT = 0
        MOVE "  NOT ON THE DO-NOT-MAIL LIST" TO WS-OUT-LINE
        PERFORM EMIT-LINE
    END-IF.
    PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-SUPP-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  ON THE LIST AT ZIP " FUNCTION TRIM(WS-SUPP-ZIP(WS-SUB))
               " -- REASON " FUNCTION TRIM(WS-SUPP-REASON(WS-SUB))
               " (NO PIECE IS MAILED TO THIS NAME AND ZIP)"
            DELIMITED BY SIZE INTO WS-OUT-LINE
        END-STRING
        PERFORM EMIT-LINE
    END-PERFORM.
SHOW-PENDING-SECTION.
    MOVE SPACES TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    MOVE "PENDING FOR THE NEXT MASTER UPDATE" TO WS-OUT-LINE.
    PERFORM EMIT-LINE.
    IF WS-TRN-COUNT = 0
        MOVE "  NO MOVE OR DELETE TRANSACTION PENDING" TO WS-OUT-LINE
        PERFORM EMIT-LINE
    END-IF.
    PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-TRN-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-TRN-TEXT(WS-SUB)
            DELIMITED BY SIZE INTO WS-OUT-LINE
        END-STRING
        PERFORM EMIT-LINE
    END-PERFORM.
EMIT-LINE.
    DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
    IF WS-CASE-AVAILABLE = 'Y'
        WRITE CASE-LINE FROM WS-OUT-LINE
    END-IF.
*> A repeating item line: always to the screen, to the case record
*> only while the section is inside its share of the page.
EMIT-ITEM-LINE.
    DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
    IF WS-CASE-AVAILABLE = 'Y' AND WS-SUB <= WS-CASE-ITEM-LIMIT
        WRITE CASE-LINE FROM WS-OUT-LINE
    END-IF.
PRINT-SUMMARY.
    DISPLAY "MAIL-INQUIRY SESSION SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  INQUIRIES..............: " WS-COUNT-INQUIRIES.
    DISPLAY "  NOT SEARCHED...........: " WS-COUNT-NOT-SEARCHED.
    DISPLAY "  CASE RECORDS PRINTED...: " WS-COUNT-CASES.
