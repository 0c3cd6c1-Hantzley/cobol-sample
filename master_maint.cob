       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  MASTER-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE
    ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL NEW-MASTER-FILE
    ASSIGN TO DYNAMIC WS-NEW-MASTER-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NEW-MASTER-STATUS.

    SELECT ZIPSTATE-FILE
    ASSIGN TO "./data/zipstate.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-ZIPST-STATUS.

    SELECT OPTIONAL JOURNAL-FILE
    ASSIGN TO "./data/mstjrnl.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT MSTCOUNT-FILE
    ASSIGN TO "./data/mstcount.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MSTCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
*> The persistent mailing master, read whole at start-up and replaced
*> in ascending MST-KEY order after every change the operator applies,
*> so MASTER-VERIFY and the next MASTER-UPDATE pass see exactly the
*> sequence they depend on.  Run this between nightly batches, never
*> while the MASTER-UPDATE chain has the master open.
FD  MASTER-FILE         RECORD CONTAINS 98 CHARACTERS.
    COPY MAILMAST.
*> MASTER-UPDATE's new generation.  Each change is staged here first,
*> the way a batch update is, and copied over the master only once it
*> is complete -- a failure part-way through leaves either the master
*> untouched or a whole new generation ready for the usual copy-over.
*> A new generation that differs from the master is an update still
*> waiting for its copy-over, and no session may change the master
*> under it.
FD  NEW-MASTER-FILE     RECORD CONTAINS 98 CHARACTERS.
01  NEW-MASTER-RECORD   PIC X(98).
*> Same ZIP range directory READ-CSV loads, so a keyed address is held
*> to exactly the validations a converted record would be.
FD  ZIPSTATE-FILE        RECORD CONTAINS 14 CHARACTERS.
01  ZIPSTATE-RECORD.
    05 ZPS-LOW-ZIP        PIC X(5).
    05 FILLER             PIC X.
    05 ZPS-HIGH-ZIP       PIC X(5).
    05 FILLER             PIC X.
    05 ZPS-STATE          PIC XX.
*> Before/after change journal shared with MASTER-UPDATE (see
*> MSTJRNL.CPY).
FD  JOURNAL-FILE        RECORD CONTAINS 239 CHARACTERS.
    COPY MSTJRNL.
*> Control count MASTER-VERIFY balances master.dat against, in the
*> layout MASTER-UPDATE writes it; written for every staged generation
*> so an online fix does not make the next verify fail on the count.
FD  MSTCOUNT-FILE       RECORD CONTAINS 18 CHARACTERS.
01  MSTCOUNT-RECORD.
    05 MCT-RUN-DATE      PIC X(8).
    05 FILLER            PIC X.
    05 MCT-MASTER-OUT    PIC 9(9).

WORKING-STORAGE SECTION.
*> The master and new-generation paths default to the standard ones
*> but can be overridden by positional run-time parameter tokens
*> "MASTER NEWMASTER", the same order as MASTER-UPDATE's last two.
*> OPERATOR=ID, wherever it appears among the tokens, names the person
*> at the screen for the journal; without it the operator is asked for
*> an ID before anything is shown.
01  WS-MASTER-FILE-NAME   PIC X(100) VALUE "./data/master.dat".
01  WS-NEW-MASTER-NAME    PIC X(100) VALUE "./data/master.new".
01  WS-MASTER-STATUS      PIC XX     VALUE SPACES.
01  WS-NEW-MASTER-STATUS  PIC XX     VALUE SPACES.
01  WS-ZIPST-STATUS       PIC XX     VALUE SPACES.
01  WS-JOURNAL-STATUS     PIC XX     VALUE SPACES.
01  WS-MSTCOUNT-STATUS    PIC XX     VALUE SPACES.
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
    05 WS-PARM-TOK        PIC X(100) OCCURS 4 TIMES.
01  WS-PARM-SUB           PIC 9      VALUE 0.
01  WS-PARM-FILES-SET     PIC 9      VALUE 0.
01  WS-PARM-WORD          PIC X(20)  VALUE SPACES.
01  WS-PARM-VALUE         PIC X(20)  VALUE SPACES.
01  WS-OPERATOR-ID        PIC X(8)   VALUE "UNKNOWN".
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-TIME-RAW       PIC 9(8)   VALUE 0.
01  WS-MASTER-EOF         PIC X      VALUE 'N'.
01  WS-ANSWER             PIC X      VALUE 'Y'.
01  WS-INPUT-VALUE        PIC X(30)  VALUE SPACES.
01  WS-GIVE-UP            PIC X      VALUE 'N'.

*> New-generation comparison and staging state.
01  WS-NEW-MASTER-EOF     PIC X      VALUE 'N'.
01  WS-NEW-MASTER-PENDING PIC X      VALUE 'N'.
01  WS-STAGE-FAILED       PIC X      VALUE 'N'.
01  WS-COUNT-COPIED       PIC 9(5)   VALUE 0.

*> Master-moved check: the master on disk against the table less the
*> one change being saved.
01  WS-MASTER-MOVED       PIC X      VALUE 'N'.
01  WS-CHK-EDIT-USED      PIC X      VALUE 'N'.
01  WS-CHK-FILE-REC       PIC X(98)  VALUE SPACES.
01  WS-CHK-TABLE-REC      PIC X(98)  VALUE SPACES.

*> Search key entered by the operator.  Name matching ignores case
*> (the master carries names exactly as the departments sent them);
*> a 5-digit ZIP also finds a ZIP+4 on file, since the caller rarely
*> knows the extension.
01  WS-LOOKUP-LAST-NAME   PIC X(25)  VALUE SPACES.
01  WS-LOOKUP-FIRST-NAME  PIC X(15)  VALUE SPACES.
01  WS-LOOKUP-ZIP         PIC X(10)  VALUE SPACES.
01  WS-LOOKUP-LAST-UC     PIC X(25)  VALUE SPACES.
01  WS-LOOKUP-FIRST-UC    PIC X(15)  VALUE SPACES.
01  WS-HIT-LIMIT          PIC 9(4)   VALUE 10.
01  WS-HIT-COUNT          PIC 9(4)   VALUE 0.
01  WS-HIT-SUB            PIC 9(4)   VALUE 0 COMP.
01  WS-HIT-CHOICE         PIC 9(4)   VALUE 0.
01  WS-HIT-TABLE.
    05 WS-HIT-MST-SUB     PIC 9(4)   OCCURS 10 TIMES.
01  WS-HIT-DISPLAY        PIC Z9.

*> The whole master held in memory, in file (MST-KEY) order.  Adds are
*> inserted in key position and deletes close the gap, so the table is
*> always ready to be written straight back out.  A master too big for
*> the table is refused outright -- rewriting a half-loaded master
*> would silently drop the rest of the mailing list.
01  WS-MST-LIMIT          PIC 9(5)   VALUE 20000.
01  WS-MST-COUNT          PIC 9(5)   VALUE 0.
01  WS-MST-SUB            PIC 9(5)   VALUE 0 COMP.
01  WS-MST-SUB2           PIC 9(5)   VALUE 0 COMP.
01  WS-MST-FOUND          PIC 9(5)   VALUE 0.
01  WS-MST-TABLE.
    05 WS-MST-ENTRY OCCURS 20000 TIMES.
        10 WS-MST-KEY.
            15 WS-MST-LAST-NAME  PIC X(25).
            15 WS-MST-FIRST-NAME PIC X(15).
            15 WS-MST-ZIP        PIC X(10).
        10 WS-MST-STREET         PIC X(30).
        10 WS-MST-CITY           PIC X(15).
        10 WS-MST-STATE          PIC XXX.
01  WS-MST-HOLD.
    05 WS-MST-HOLD-KEY.
        10 WS-MST-HOLD-LAST      PIC X(25).
        10 WS-MST-HOLD-FIRST     PIC X(15).
        10 WS-MST-HOLD-ZIP       PIC X(10).
    05 WS-MST-HOLD-STREET        PIC X(30).
    05 WS-MST-HOLD-CITY          PIC X(15).
    05 WS-MST-HOLD-STATE         PIC XXX.

*> The record being keyed, in the same field names READ-CSV and
*> REJECT-REPAIR validate, so VALIDATE-RECORD below is theirs verbatim.
01  SEPARATE-IT.
    05 LAST_NAME        PIC X(25).
    05 FIRST_NAME       PIC X(15).
    05 STREET_ADDR      PIC X(30).
    05 CITY             PIC X(15).
    05 STATE            PIC XXX.
    05 ZIP              PIC X(10).

*> The same per-field validation READ-CSV applies.
01  WS-RECORD-VALID       PIC X     VALUE 'Y'.
01  WS-REJECT-REASON-CODE PIC X(4)  VALUE SPACES.
01  WS-REJECT-REASON-TEXT PIC X(12) VALUE SPACES.
01  WS-ZIP-VALID           PIC X     VALUE 'N'.
01  WS-STATE-VALID         PIC X     VALUE 'N'.
01  WS-STATE-TRIMMED       PIC X(3)  VALUE SPACES.
01  WS-STATE-LEN           PIC 9(2)  VALUE 0.

*> USPS state/territory abbreviation table used by VALIDATE-STATE.
    COPY USPSTATE.

*> ZIP-to-state range table, loaded the same way READ-CSV loads it;
*> a missing directory disables only the cross-check.
01  WS-ZIPST-LIMIT         PIC 9(4)  VALUE 500.
01  WS-ZIPST-COUNT         PIC 9(4)  VALUE 0.
01  WS-ZIPST-EOF           PIC X     VALUE 'N'.
01  WS-ZIPST-SUB           PIC 9(4)  VALUE 0 COMP.
01  WS-ZIPSTATE-VALID      PIC X     VALUE 'Y'.
01  WS-ZIPST-FOUND         PIC X     VALUE 'N'.
01  WS-ZIPST-TABLE.
    05 WS-ZIPST-ENTRY OCCURS 500 TIMES.
        10 WS-ZIPST-LOW        PIC X(5).
        10 WS-ZIPST-HIGH       PIC X(5).
        10 WS-ZIPST-STATE      PIC XX.

*> Journal images either side of one applied change.
01  WS-JRN-BEFORE          PIC X(98) VALUE SPACES.
01  WS-JRN-AFTER           PIC X(98) VALUE SPACES.
01  WS-JRN-ACTION          PIC X     VALUE SPACE.

*> Session control totals for the sign-off summary.
01  WS-COUNT-LOOKUPS       PIC 9(9)  VALUE 0.
01  WS-COUNT-ADDED         PIC 9(9)  VALUE 0.
01  WS-COUNT-CHANGED       PIC 9(9)  VALUE 0.
01  WS-COUNT-DELETED       PIC 9(9)  VALUE 0.

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM PARSE-RUN-PARMS.
    IF WS-OPERATOR-ID = "UNKNOWN"
        DISPLAY "Enter your operator ID: " WITH NO ADVANCING
        MOVE SPACES TO WS-INPUT-VALUE
        ACCEPT WS-INPUT-VALUE
        IF WS-INPUT-VALUE NOT = SPACES
            MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE(1:8))
                TO WS-OPERATOR-ID
        ELSE
            DISPLAY "MASTER-MAINT WARNING: NO OPERATOR ID; JOURNAL "
                    "WILL SHOW OPERATOR UNKNOWN"
        END-IF
    END-IF.
    PERFORM CHECK-PENDING-GENERATION.
    IF WS-NEW-MASTER-PENDING = 'Y'
        DISPLAY "MASTER-MAINT: " FUNCTION TRIM(WS-NEW-MASTER-NAME)
                " HOLDS A MASTER-UPDATE GENERATION NOT YET COPIED OVER "
                FUNCTION TRIM(WS-MASTER-FILE-NAME) " -- VERIFY IT AND "
                "COPY IT OVER (OR REMOVE IT) BEFORE MAINTAINING THE "
                "MASTER; NO SESSION STARTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-ZIPSTATE-TABLE.
    PERFORM LOAD-MASTER-TABLE.
    PERFORM OPEN-JOURNAL-FILE.
    PERFORM UNTIL FUNCTION UPPER-CASE(WS-ANSWER) NOT = 'Y'
        PERFORM PROMPT-AND-LOOKUP
        DISPLAY "Maintain another record? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-ANSWER
    END-PERFORM.
    CLOSE JOURNAL-FILE.
    PERFORM PRINT-SUMMARY.
    STOP RUN.
*> Same token convention as TABLE-MAINT's PARSE-RUN-PARMS: the
*> OPERATOR= keyword acts wherever it appears, every other token fills
*> the next positional file name.
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
        WHEN WS-PARM-WORD = "OPERATOR"
            IF WS-PARM-VALUE NOT = SPACES
                MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR-ID
            END-IF
        WHEN OTHER
            ADD 1 TO WS-PARM-FILES-SET
            EVALUATE WS-PARM-FILES-SET
                WHEN 1
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-MASTER-FILE-NAME
                WHEN 2
                    MOVE WS-PARM-TOK(WS-PARM-SUB)
                        TO WS-NEW-MASTER-NAME
                WHEN OTHER
                    DISPLAY "MASTER-MAINT WARNING: EXTRA PARAMETER "
                            "IGNORED: " WS-PARM-TOK(WS-PARM-SUB)
            END-EVALUATE
    END-EVALUATE.
*> A missing master is the same first-use case MASTER-UPDATE allows:
*> the session starts from an empty list and the first add creates
*> the file.
LOAD-MASTER-TABLE.
    MOVE 0 TO WS-MST-COUNT.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        MOVE 'Y' TO WS-MASTER-EOF
        DISPLAY "MASTER-MAINT: NO MASTER FILE (STATUS="
                WS-MASTER-STATUS "); STARTING FROM AN EMPTY MASTER"
    ELSE
        PERFORM UNTIL WS-MASTER-EOF = 'Y'
            READ MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-MASTER-EOF
                NOT AT END
                    PERFORM LOAD-ONE-MASTER-ENTRY
            END-READ
        END-PERFORM
        CLOSE MASTER-FILE
    END-IF.
LOAD-ONE-MASTER-ENTRY.
    IF WS-MST-COUNT < WS-MST-LIMIT
        ADD 1 TO WS-MST-COUNT
        MOVE MASTER-RECORD TO WS-MST-ENTRY(WS-MST-COUNT)
    ELSE
        MOVE 'Y' TO WS-MASTER-EOF
        DISPLAY "MASTER-MAINT: MASTER FILE EXCEEDS " WS-MST-LIMIT
                " ENTRIES; MAINTENANCE REFUSED -- RAISE WS-MST-LIMIT "
                "AND RERUN"
        CLOSE MASTER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> The journal is the whole point of keying a change here rather than
*> hand-editing the file, so -- as with TABLE-MAINT's audit trail --
*> nothing is shown or changed without it.
OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS NOT = "05"
        DISPLAY "MASTER-MAINT: CHANGE JOURNAL COULD NOT BE OPENED "
                "(STATUS=" WS-JOURNAL-STATUS ") -- NO CHANGES "
                "ALLOWED WITHOUT A JOURNAL"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> One lookup: last name and ZIP are required, first name narrows the
*> search when given.  No hit offers an add; one hit goes straight to
*> the record; several (a household, or a common name) are listed for
*> the operator to pick from.
PROMPT-AND-LOOKUP.
    MOVE SPACES TO WS-LOOKUP-LAST-NAME.
    MOVE SPACES TO WS-LOOKUP-FIRST-NAME.
    MOVE SPACES TO WS-LOOKUP-ZIP.
    DISPLAY " ".
    DISPLAY "Enter last name: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-LAST-NAME.
    DISPLAY "Enter first name (blank = any): " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-FIRST-NAME.
    DISPLAY "Enter ZIP code: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ZIP.
    IF WS-LOOKUP-LAST-NAME = SPACES OR WS-LOOKUP-ZIP = SPACES
        DISPLAY "LAST NAME AND ZIP ARE BOTH REQUIRED FOR A LOOKUP."
    ELSE
        ADD 1 TO WS-COUNT-LOOKUPS
        PERFORM FIND-MASTER-MATCHES
        EVALUATE TRUE
            WHEN WS-HIT-COUNT = 0
                PERFORM OFFER-ADD
            WHEN WS-HIT-COUNT = 1
                MOVE WS-HIT-MST-SUB(1) TO WS-MST-FOUND
                PERFORM MAINTAIN-FOUND-RECORD
            WHEN OTHER
                PERFORM CHOOSE-ONE-HIT
        END-EVALUATE
    END-IF.
FIND-MASTER-MATCHES.
    MOVE 0 TO WS-HIT-COUNT.
    MOVE FUNCTION UPPER-CASE(WS-LOOKUP-LAST-NAME) TO WS-LOOKUP-LAST-UC.
    MOVE FUNCTION UPPER-CASE(WS-LOOKUP-FIRST-NAME)
        TO WS-LOOKUP-FIRST-UC.
    PERFORM VARYING WS-MST-SUB FROM 1 BY 1
            UNTIL WS-MST-SUB > WS-MST-COUNT
        IF FUNCTION UPPER-CASE(WS-MST-LAST-NAME(WS-MST-SUB))
                = WS-LOOKUP-LAST-UC
            AND (WS-LOOKUP-FIRST-UC = SPACES
                OR FUNCTION UPPER-CASE(WS-MST-FIRST-NAME(WS-MST-SUB))
                    = WS-LOOKUP-FIRST-UC)
            AND (WS-MST-ZIP(WS-MST-SUB) = WS-LOOKUP-ZIP
                OR (WS-LOOKUP-ZIP(6:5) = SPACES
                    AND WS-MST-ZIP(WS-MST-SUB)(1:5)
                        = WS-LOOKUP-ZIP(1:5)))
            IF WS-HIT-COUNT < WS-HIT-LIMIT
                ADD 1 TO WS-HIT-COUNT
                MOVE WS-MST-SUB TO WS-HIT-MST-SUB(WS-HIT-COUNT)
            ELSE
                DISPLAY "MASTER-MAINT: MORE THAN " WS-HIT-LIMIT
                        " MATCHES; ONLY THE FIRST " WS-HIT-LIMIT
                        " ARE LISTED -- NARROW BY FIRST NAME"
                MOVE WS-MST-COUNT TO WS-MST-SUB
            END-IF
        END-IF
    END-PERFORM.
CHOOSE-ONE-HIT.
    DISPLAY WS-HIT-COUNT " MASTER RECORDS MATCH:".
    PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
            UNTIL WS-HIT-SUB > WS-HIT-COUNT
        MOVE WS-HIT-MST-SUB(WS-HIT-SUB) TO WS-MST-SUB
        MOVE WS-HIT-SUB TO WS-HIT-DISPLAY
        DISPLAY "  " WS-HIT-DISPLAY ". "
                WS-MST-LAST-NAME(WS-MST-SUB) " "
                WS-MST-FIRST-NAME(WS-MST-SUB) " "
                WS-MST-ZIP(WS-MST-SUB) " "
                WS-MST-STREET(WS-MST-SUB)
    END-PERFORM.
    DISPLAY "Enter number of record to maintain (blank = none): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-INPUT-VALUE.
    ACCEPT WS-INPUT-VALUE.
    MOVE 0 TO WS-HIT-CHOICE.
    IF FUNCTION TRIM(WS-INPUT-VALUE) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO WS-HIT-CHOICE
    END-IF.
    IF WS-HIT-CHOICE > 0 AND WS-HIT-CHOICE <= WS-HIT-COUNT
        MOVE WS-HIT-MST-SUB(WS-HIT-CHOICE) TO WS-MST-FOUND
        PERFORM MAINTAIN-FOUND-RECORD
    ELSE
        DISPLAY "NO RECORD SELECTED."
    END-IF.
MAINTAIN-FOUND-RECORD.
    MOVE WS-MST-FOUND TO WS-MST-SUB.
    PERFORM DISPLAY-MASTER-ENTRY.
    DISPLAY "(C)hange, (D)elete or (N)o action: " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    EVALUATE FUNCTION UPPER-CASE(WS-ANSWER)
        WHEN 'C'
            PERFORM CHANGE-MASTER-ENTRY
        WHEN 'D'
            PERFORM DELETE-MASTER-ENTRY
        WHEN OTHER
            DISPLAY "NO CHANGE MADE."
    END-EVALUATE.
    MOVE 'Y' TO WS-ANSWER.
DISPLAY-MASTER-ENTRY.
    DISPLAY "  LAST NAME.....: " WS-MST-LAST-NAME(WS-MST-SUB).
    DISPLAY "  FIRST NAME....: " WS-MST-FIRST-NAME(WS-MST-SUB).
    DISPLAY "  STREET........: " WS-MST-STREET(WS-MST-SUB).
    DISPLAY "  CITY..........: " WS-MST-CITY(WS-MST-SUB).
    DISPLAY "  STATE.........: " WS-MST-STATE(WS-MST-SUB).
    DISPLAY "  ZIP...........: " WS-MST-ZIP(WS-MST-SUB).
*> An add takes the name and ZIP from the lookup and prompts for the
*> rest.  The key is stored exactly as keyed -- MASTER-UPDATE matches
*> department transactions on the raw key, so it is not upper-cased
*> here either.
OFFER-ADD.
    DISPLAY "No master record for that name and ZIP.".
    DISPLAY "Add one? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF FUNCTION UPPER-CASE(WS-ANSWER) = 'Y'
        MOVE SPACES TO SEPARATE-IT
        MOVE WS-LOOKUP-LAST-NAME TO LAST_NAME
        MOVE WS-LOOKUP-FIRST-NAME TO FIRST_NAME
        MOVE WS-LOOKUP-ZIP TO ZIP
        IF FIRST_NAME = SPACES
            DISPLAY "Enter first name: " WITH NO ADVANCING
            ACCEPT FIRST_NAME
        END-IF
        MOVE 'N' TO WS-GIVE-UP
        PERFORM PROMPT-ADD-FIELDS
        PERFORM VALIDATE-RECORD
        PERFORM UNTIL WS-RECORD-VALID = 'Y' OR WS-GIVE-UP = 'Y'
            PERFORM SHOW-VALIDATION-FAILURE
            PERFORM PROMPT-ADD-FIELDS
            IF WS-GIVE-UP = 'N'
                PERFORM VALIDATE-RECORD
            END-IF
        END-PERFORM
        IF WS-RECORD-VALID = 'Y' AND WS-GIVE-UP = 'N'
            PERFORM CONFIRM-AND-ADD
        ELSE
            DISPLAY "ADD ABANDONED -- MASTER NOT CHANGED."
        END-IF
    END-IF.
    MOVE 'Y' TO WS-ANSWER.
*> One pass over the keyable fields; a blank reply keeps the value
*> shown, Q abandons the add.
PROMPT-ADD-FIELDS.
    DISPLAY "  STREET [" FUNCTION TRIM(STREET_ADDR) "]: "
        WITH NO ADVANCING.
    PERFORM ACCEPT-FIELD-VALUE.
    IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
        MOVE WS-INPUT-VALUE TO STREET_ADDR
    END-IF.
    IF WS-GIVE-UP = 'N'
        DISPLAY "  CITY [" FUNCTION TRIM(CITY) "]: " WITH NO ADVANCING
        PERFORM ACCEPT-FIELD-VALUE
        IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
            MOVE WS-INPUT-VALUE TO CITY
        END-IF
    END-IF.
    IF WS-GIVE-UP = 'N'
        DISPLAY "  STATE [" FUNCTION TRIM(STATE) "]: " WITH NO ADVANCING
        PERFORM ACCEPT-FIELD-VALUE
        IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
            MOVE WS-INPUT-VALUE TO STATE
        END-IF
    END-IF.
    IF WS-GIVE-UP = 'N'
        DISPLAY "  ZIP [" FUNCTION TRIM(ZIP) "]: " WITH NO ADVANCING
        PERFORM ACCEPT-FIELD-VALUE
        IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
            MOVE WS-INPUT-VALUE TO ZIP
        END-IF
    END-IF.
ACCEPT-FIELD-VALUE.
    MOVE SPACES TO WS-INPUT-VALUE.
    ACCEPT WS-INPUT-VALUE.
    IF FUNCTION UPPER-CASE(WS-INPUT-VALUE) = 'Q'
        MOVE 'Y' TO WS-GIVE-UP
    END-IF.
SHOW-VALIDATION-FAILURE.
    DISPLAY "RECORD FAILS " WS-REJECT-REASON-CODE " ("
            FUNCTION TRIM(WS-REJECT-REASON-TEXT)
            ") -- CORRECT IT, OR Q TO ABANDON.".
*> The key may have been corrected during validation, so the duplicate
*> check is made on the final key, exactly -- the same key identity
*> MASTER-UPDATE and MASTER-VERIFY hold the file to.
CONFIRM-AND-ADD.
    MOVE LAST_NAME TO WS-MST-HOLD-LAST.
    MOVE FIRST_NAME TO WS-MST-HOLD-FIRST.
    MOVE ZIP TO WS-MST-HOLD-ZIP.
    MOVE STREET_ADDR TO WS-MST-HOLD-STREET.
    MOVE CITY TO WS-MST-HOLD-CITY.
    MOVE STATE TO WS-MST-HOLD-STATE.
    MOVE 0 TO WS-MST-FOUND.
    PERFORM VARYING WS-MST-SUB FROM 1 BY 1
            UNTIL WS-MST-SUB > WS-MST-COUNT
               OR WS-MST-FOUND > 0
        IF WS-MST-KEY(WS-MST-SUB) = WS-MST-HOLD-KEY
            MOVE WS-MST-SUB TO WS-MST-FOUND
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-MST-FOUND > 0
            DISPLAY "A MASTER RECORD WITH THAT EXACT NAME AND ZIP IS "
                    "ALREADY ON FILE -- ADD REFUSED."
        WHEN WS-MST-COUNT >= WS-MST-LIMIT
            DISPLAY "MASTER TABLE FULL -- ADD REFUSED; RAISE "
                    "WS-MST-LIMIT."
        WHEN OTHER
            DISPLAY "Add this record? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-ANSWER
            IF FUNCTION UPPER-CASE(WS-ANSWER) = 'Y'
                PERFORM INSERT-MASTER-ENTRY
            ELSE
                DISPLAY "ADD ABANDONED -- MASTER NOT CHANGED."
            END-IF
    END-EVALUATE.
*> Finds the key position, shifts the entries above it up one, and
*> drops the new record in -- the table stays in MST-KEY order.
INSERT-MASTER-ENTRY.
    MOVE 1 TO WS-MST-FOUND.
    PERFORM VARYING WS-MST-SUB FROM 1 BY 1
            UNTIL WS-MST-SUB > WS-MST-COUNT
        IF WS-MST-KEY(WS-MST-SUB) < WS-MST-HOLD-KEY
            COMPUTE WS-MST-FOUND = WS-MST-SUB + 1
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-MST-SUB FROM WS-MST-COUNT BY -1
            UNTIL WS-MST-SUB < WS-MST-FOUND
        COMPUTE WS-MST-SUB2 = WS-MST-SUB + 1
        MOVE WS-MST-ENTRY(WS-MST-SUB) TO WS-MST-ENTRY(WS-MST-SUB2)
    END-PERFORM.
    ADD 1 TO WS-MST-COUNT.
    MOVE WS-MST-HOLD TO WS-MST-ENTRY(WS-MST-FOUND).
    MOVE SPACES TO WS-JRN-BEFORE.
    MOVE WS-MST-HOLD TO WS-JRN-AFTER.
    MOVE 'A' TO WS-JRN-ACTION.
    PERFORM SAVE-AND-JOURNAL.
    ADD 1 TO WS-COUNT-ADDED.
    DISPLAY "RECORD ADDED.".
*> Street, city and state can be changed in place.  Name and ZIP are
*> the record's key: a move to a new ZIP is a delete and an add, the
*> same pair READ-CSV's movetran.csv sends MASTER-UPDATE.
CHANGE-MASTER-ENTRY.
    MOVE WS-MST-ENTRY(WS-MST-SUB) TO WS-JRN-BEFORE.
    MOVE SPACES TO SEPARATE-IT.
    MOVE WS-MST-LAST-NAME(WS-MST-SUB) TO LAST_NAME.
    MOVE WS-MST-FIRST-NAME(WS-MST-SUB) TO FIRST_NAME.
    MOVE WS-MST-STREET(WS-MST-SUB) TO STREET_ADDR.
    MOVE WS-MST-CITY(WS-MST-SUB) TO CITY.
    MOVE WS-MST-STATE(WS-MST-SUB) TO STATE.
    MOVE WS-MST-ZIP(WS-MST-SUB) TO ZIP.
    DISPLAY "NAME AND ZIP ARE THE RECORD KEY -- TO MOVE THIS PERSON "
            "TO A NEW ZIP, DELETE AND ADD.".
    MOVE 'N' TO WS-GIVE-UP.
    PERFORM PROMPT-CHANGE-FIELDS.
    IF WS-GIVE-UP = 'N'
        PERFORM VALIDATE-RECORD
    END-IF.
    PERFORM UNTIL WS-RECORD-VALID = 'Y' OR WS-GIVE-UP = 'Y'
        PERFORM SHOW-VALIDATION-FAILURE
        PERFORM PROMPT-CHANGE-FIELDS
        IF WS-GIVE-UP = 'N'
            PERFORM VALIDATE-RECORD
        END-IF
    END-PERFORM.
    MOVE WS-MST-KEY(WS-MST-SUB) TO WS-MST-HOLD-KEY.
    MOVE STREET_ADDR TO WS-MST-HOLD-STREET.
    MOVE CITY TO WS-MST-HOLD-CITY.
    MOVE STATE TO WS-MST-HOLD-STATE.
    EVALUATE TRUE
        WHEN WS-GIVE-UP = 'Y'
            DISPLAY "CHANGE ABANDONED -- MASTER NOT CHANGED."
        WHEN WS-MST-HOLD = WS-MST-ENTRY(WS-MST-SUB)
            DISPLAY "NOTHING CHANGED -- MASTER NOT CHANGED."
        WHEN OTHER
            DISPLAY "Apply this change? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-ANSWER
            IF FUNCTION UPPER-CASE(WS-ANSWER) = 'Y'
                MOVE WS-MST-HOLD TO WS-MST-ENTRY(WS-MST-SUB)
                MOVE WS-MST-HOLD TO WS-JRN-AFTER
                MOVE 'C' TO WS-JRN-ACTION
                PERFORM SAVE-AND-JOURNAL
                ADD 1 TO WS-COUNT-CHANGED
                DISPLAY "RECORD CHANGED."
            ELSE
                DISPLAY "CHANGE ABANDONED -- MASTER NOT CHANGED."
            END-IF
    END-EVALUATE.
PROMPT-CHANGE-FIELDS.
    DISPLAY "  STREET [" FUNCTION TRIM(STREET_ADDR) "]: "
        WITH NO ADVANCING.
    PERFORM ACCEPT-FIELD-VALUE.
    IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
        MOVE WS-INPUT-VALUE TO STREET_ADDR
    END-IF.
    IF WS-GIVE-UP = 'N'
        DISPLAY "  CITY [" FUNCTION TRIM(CITY) "]: " WITH NO ADVANCING
        PERFORM ACCEPT-FIELD-VALUE
        IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
            MOVE WS-INPUT-VALUE TO CITY
        END-IF
    END-IF.
    IF WS-GIVE-UP = 'N'
        DISPLAY "  STATE [" FUNCTION TRIM(STATE) "]: " WITH NO ADVANCING
        PERFORM ACCEPT-FIELD-VALUE
        IF WS-GIVE-UP = 'N' AND WS-INPUT-VALUE NOT = SPACES
            MOVE WS-INPUT-VALUE TO STATE
        END-IF
    END-IF.
*> Delete closes the gap by shifting the entries above it down one,
*> keeping the table dense for the rewrite.
DELETE-MASTER-ENTRY.
    DISPLAY "Delete this record? (Y/N): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF FUNCTION UPPER-CASE(WS-ANSWER) = 'Y'
        MOVE WS-MST-ENTRY(WS-MST-SUB) TO WS-JRN-BEFORE
        MOVE SPACES TO WS-JRN-AFTER
        PERFORM VARYING WS-MST-SUB FROM WS-MST-FOUND BY 1
                UNTIL WS-MST-SUB >= WS-MST-COUNT
            COMPUTE WS-MST-SUB2 = WS-MST-SUB + 1
            MOVE WS-MST-ENTRY(WS-MST-SUB2) TO WS-MST-ENTRY(WS-MST-SUB)
        END-PERFORM
        SUBTRACT 1 FROM WS-MST-COUNT
        MOVE 'D' TO WS-JRN-ACTION
        PERFORM SAVE-AND-JOURNAL
        ADD 1 TO WS-COUNT-DELETED
        DISPLAY "RECORD DELETED."
    ELSE
        DISPLAY "DELETE ABANDONED -- MASTER NOT CHANGED."
    END-IF.
*> Every applied change is written through at once.  The whole table
*> is staged as a new generation and checked; only a complete one is
*> given its journal line and control count, and then copied over the
*> master.  A failure while staging, or a journal line that cannot be
*> written, leaves the master as it was -- an unjournaled generation
*> is emptied again so it is never copied over.  A failure while
*> copying leaves the staged generation and its count for the usual
*> verify and copy-over, and the next session will not start until
*> that is done.  Either way the session stops.  A master replaced
*> since the session loaded it -- a MASTER-UPDATE generation copied
*> over mid-session -- is never rewritten from the table, which would
*> quietly undo that whole update.
SAVE-AND-JOURNAL.
    PERFORM CHECK-PENDING-GENERATION.
    IF WS-NEW-MASTER-PENDING = 'Y'
        DISPLAY "MASTER-MAINT: " FUNCTION TRIM(WS-NEW-MASTER-NAME)
                " NOW HOLDS A MASTER-UPDATE GENERATION NOT YET COPIED "
                "OVER THE MASTER -- CHANGE NOT SAVED, SESSION STOPPED"
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-MASTER-UNCHANGED.
    IF WS-MASTER-MOVED = 'Y'
        DISPLAY "MASTER-MAINT: " FUNCTION TRIM(WS-MASTER-FILE-NAME)
                " HAS BEEN REPLACED SINCE THIS SESSION LOADED IT -- "
                "CHANGE NOT SAVED, SESSION STOPPED; START A NEW "
                "SESSION AND KEY THE CHANGE AGAIN"
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM STAGE-NEW-GENERATION.
    IF WS-STAGE-FAILED = 'Y'
        DISPLAY "MASTER-MAINT: NEW GENERATION COULD NOT BE WRITTEN "
                "(STATUS=" WS-NEW-MASTER-STATUS ") -- CHANGE NOT SAVED, "
                "MASTER UNCHANGED: " FUNCTION TRIM(WS-NEW-MASTER-NAME)
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-JOURNAL-LINE.
    IF WS-JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT NEW-MASTER-FILE
        CLOSE NEW-MASTER-FILE
        DISPLAY "MASTER-MAINT: CHANGE JOURNAL COULD NOT BE WRITTEN "
                "(STATUS=" WS-JOURNAL-STATUS ") -- CHANGE NOT SAVED, "
                "MASTER UNCHANGED, SESSION STOPPED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-CONTROL-COUNT.
    PERFORM COPY-OVER-MASTER.
STAGE-NEW-GENERATION.
    MOVE 'N' TO WS-STAGE-FAILED.
    OPEN OUTPUT NEW-MASTER-FILE.
    IF WS-NEW-MASTER-STATUS NOT = "00" AND WS-NEW-MASTER-STATUS NOT = "05"
        MOVE 'Y' TO WS-STAGE-FAILED
    ELSE
        PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                UNTIL WS-MST-SUB > WS-MST-COUNT OR WS-STAGE-FAILED = 'Y'
            MOVE WS-MST-ENTRY(WS-MST-SUB) TO NEW-MASTER-RECORD
            WRITE NEW-MASTER-RECORD
            IF WS-NEW-MASTER-STATUS NOT = "00"
                MOVE 'Y' TO WS-STAGE-FAILED
            END-IF
        END-PERFORM
        CLOSE NEW-MASTER-FILE
        IF WS-NEW-MASTER-STATUS NOT = "00"
            MOVE 'Y' TO WS-STAGE-FAILED
        END-IF
    END-IF.
*> The copy must carry every staged record; a short copy stops the
*> session with the staged generation still in place to copy again.
COPY-OVER-MASTER.
    MOVE 0 TO WS-COUNT-COPIED.
    MOVE 'N' TO WS-NEW-MASTER-EOF.
    OPEN INPUT NEW-MASTER-FILE.
    IF WS-NEW-MASTER-STATUS NOT = "00"
        DISPLAY "MASTER-MAINT: NEW GENERATION COULD NOT BE REOPENED "
                "(STATUS=" WS-NEW-MASTER-STATUS ") -- CHANGE STAGED "
                "BUT NOT COPIED OVER: " FUNCTION TRIM(WS-NEW-MASTER-NAME)
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MASTER-MAINT: MASTER FILE COULD NOT BE REWRITTEN "
                "(STATUS=" WS-MASTER-STATUS ") -- CHANGE STAGED IN "
                FUNCTION TRIM(WS-NEW-MASTER-NAME) " BUT NOT COPIED "
                "OVER: " FUNCTION TRIM(WS-MASTER-FILE-NAME)
        CLOSE NEW-MASTER-FILE
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-NEW-MASTER-EOF = 'Y'
        READ NEW-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-NEW-MASTER-EOF
            NOT AT END
                WRITE MASTER-RECORD FROM NEW-MASTER-RECORD
                IF WS-MASTER-STATUS = "00"
                    ADD 1 TO WS-COUNT-COPIED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NEW-MASTER-FILE.
    CLOSE MASTER-FILE.
    IF WS-COUNT-COPIED NOT = WS-MST-COUNT
        DISPLAY "MASTER-MAINT: MASTER REWRITTEN WITH " WS-COUNT-COPIED
                " RECORDS, " WS-MST-COUNT " STAGED -- COPY "
                FUNCTION TRIM(WS-NEW-MASTER-NAME) " OVER "
                FUNCTION TRIM(WS-MASTER-FILE-NAME) " AND VERIFY "
                "BEFORE ANY FURTHER RUN"
        CLOSE JOURNAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> A new generation is waiting for its copy-over when it holds records
*> and they are not record for record the master's.  A missing or
*> empty one is not: there has been no update, or it was never
*> completed and the master was left as it was.
CHECK-PENDING-GENERATION.
    MOVE 'N' TO WS-NEW-MASTER-PENDING.
    MOVE 'N' TO WS-NEW-MASTER-EOF.
    MOVE 'N' TO WS-MASTER-EOF.
    OPEN INPUT NEW-MASTER-FILE.
    IF WS-NEW-MASTER-STATUS = "00"
        READ NEW-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-NEW-MASTER-EOF
        END-READ
        IF WS-NEW-MASTER-EOF = 'N'
            PERFORM COMPARE-GENERATION-TO-MASTER
        END-IF
    END-IF.
    IF WS-NEW-MASTER-STATUS = "00" OR WS-NEW-MASTER-STATUS = "05"
            OR WS-NEW-MASTER-STATUS = "10"
        CLOSE NEW-MASTER-FILE
    END-IF.
    MOVE 'N' TO WS-MASTER-EOF.
COMPARE-GENERATION-TO-MASTER.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        MOVE 'Y' TO WS-NEW-MASTER-PENDING
    ELSE
        PERFORM UNTIL WS-NEW-MASTER-PENDING = 'Y'
                OR WS-NEW-MASTER-EOF = 'Y'
            READ MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-MASTER-EOF
            END-READ
            IF WS-MASTER-EOF = 'Y'
                    OR MASTER-RECORD NOT = NEW-MASTER-RECORD
                MOVE 'Y' TO WS-NEW-MASTER-PENDING
            ELSE
                READ NEW-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-NEW-MASTER-EOF
                END-READ
            END-IF
        END-PERFORM
        IF WS-NEW-MASTER-PENDING = 'N'
            READ MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-MASTER-EOF
            END-READ
            IF WS-MASTER-EOF = 'N'
                MOVE 'Y' TO WS-NEW-MASTER-PENDING
            END-IF
        END-IF
        CLOSE MASTER-FILE
    END-IF.
*> The table is the master as this session loaded or last saved it
*> with exactly the one change in WS-JRN-ACTION applied, so the master
*> on disk is still that master when it matches the table record for
*> record apart from that change: one extra table entry (the add), one
*> extra master record (the delete) or one record in its before image
*> where the table holds the after image (the change).  A missing
*> master reads as an empty one -- the first-use case.
CHECK-MASTER-UNCHANGED.
    MOVE 'N' TO WS-MASTER-MOVED.
    MOVE 'N' TO WS-CHK-EDIT-USED.
    MOVE 'N' TO WS-MASTER-EOF.
    MOVE 1 TO WS-MST-SUB.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS = "00"
        PERFORM READ-MASTER-FOR-CHECK
    ELSE
        MOVE 'Y' TO WS-MASTER-EOF
        MOVE HIGH-VALUES TO WS-CHK-FILE-REC
    END-IF.
    PERFORM UNTIL WS-MASTER-MOVED = 'Y'
            OR (WS-MASTER-EOF = 'Y' AND WS-MST-SUB > WS-MST-COUNT)
        PERFORM CHECK-ONE-MASTER-POSITION
    END-PERFORM.
    IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
        CLOSE MASTER-FILE
    END-IF.
    IF WS-CHK-EDIT-USED = 'N'
        MOVE 'Y' TO WS-MASTER-MOVED
    END-IF.
    MOVE 'N' TO WS-MASTER-EOF.
CHECK-ONE-MASTER-POSITION.
    IF WS-MST-SUB > WS-MST-COUNT
        MOVE HIGH-VALUES TO WS-CHK-TABLE-REC
    ELSE
        MOVE WS-MST-ENTRY(WS-MST-SUB) TO WS-CHK-TABLE-REC
    END-IF.
    EVALUATE TRUE
        WHEN WS-CHK-FILE-REC = WS-CHK-TABLE-REC
            ADD 1 TO WS-MST-SUB
            PERFORM READ-MASTER-FOR-CHECK
        WHEN WS-CHK-EDIT-USED = 'N' AND WS-JRN-ACTION = 'A'
                AND WS-CHK-TABLE-REC = WS-JRN-AFTER
            MOVE 'Y' TO WS-CHK-EDIT-USED
            ADD 1 TO WS-MST-SUB
        WHEN WS-CHK-EDIT-USED = 'N' AND WS-JRN-ACTION = 'D'
                AND WS-CHK-FILE-REC = WS-JRN-BEFORE
            MOVE 'Y' TO WS-CHK-EDIT-USED
            PERFORM READ-MASTER-FOR-CHECK
        WHEN WS-CHK-EDIT-USED = 'N' AND WS-JRN-ACTION = 'C'
                AND WS-CHK-FILE-REC = WS-JRN-BEFORE
                AND WS-CHK-TABLE-REC = WS-JRN-AFTER
            MOVE 'Y' TO WS-CHK-EDIT-USED
            ADD 1 TO WS-MST-SUB
            PERFORM READ-MASTER-FOR-CHECK
        WHEN OTHER
            MOVE 'Y' TO WS-MASTER-MOVED
    END-EVALUATE.
READ-MASTER-FOR-CHECK.
    IF WS-MASTER-EOF = 'N'
        READ MASTER-FILE
            AT END
                MOVE 'Y' TO WS-MASTER-EOF
                MOVE HIGH-VALUES TO WS-CHK-FILE-REC
            NOT AT END
                MOVE MASTER-RECORD TO WS-CHK-FILE-REC
        END-READ
    END-IF.
WRITE-CONTROL-COUNT.
    OPEN OUTPUT MSTCOUNT-FILE.
    IF WS-MSTCOUNT-STATUS NOT = "00"
        DISPLAY "MASTER-MAINT WARNING: CONTROL COUNT NOT RECORDED "
                "(STATUS=" WS-MSTCOUNT-STATUS ")"
    ELSE
        MOVE SPACES TO MSTCOUNT-RECORD
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        MOVE WS-RUN-DATE TO MCT-RUN-DATE
        MOVE WS-MST-COUNT TO MCT-MASTER-OUT
        WRITE MSTCOUNT-RECORD
        CLOSE MSTCOUNT-FILE
    END-IF.
*> The date and time are taken at the moment of the change, not at
*> sign-on -- a session can stay open across midnight.
WRITE-JOURNAL-LINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE SPACES TO MSTJRNL-RECORD.
    MOVE WS-RUN-DATE TO MJR-DATE.
    MOVE WS-RUN-TIME-RAW(1:6) TO MJR-TIME.
    MOVE "MASTER-MAINT" TO MJR-ORIGIN.
    MOVE WS-OPERATOR-ID TO MJR-OPERATOR.
    MOVE WS-JRN-ACTION TO MJR-ACTION.
    MOVE WS-JRN-BEFORE TO MJR-BEFORE.
    MOVE WS-JRN-AFTER TO MJR-AFTER.
    WRITE MSTJRNL-RECORD.
VALIDATE-RECORD.
    MOVE 'Y' TO WS-RECORD-VALID.
    MOVE SPACES TO WS-REJECT-REASON-CODE.
    MOVE SPACES TO WS-REJECT-REASON-TEXT.
    PERFORM VALIDATE-ZIP.
    PERFORM VALIDATE-STATE.
    PERFORM VALIDATE-ZIP-STATE.
    IF LAST_NAME = SPACES
        MOVE 'N' TO WS-RECORD-VALID
        MOVE 'R001' TO WS-REJECT-REASON-CODE
        MOVE 'BLANK LNAME' TO WS-REJECT-REASON-TEXT
    ELSE IF WS-ZIP-VALID = 'N'
        MOVE 'N' TO WS-RECORD-VALID
        MOVE 'R002' TO WS-REJECT-REASON-CODE
        MOVE 'BAD ZIP' TO WS-REJECT-REASON-TEXT
    ELSE IF WS-STATE-VALID = 'N'
        MOVE 'N' TO WS-RECORD-VALID
        MOVE 'R003' TO WS-REJECT-REASON-CODE
        MOVE 'BAD STATE' TO WS-REJECT-REASON-TEXT
    ELSE IF WS-ZIPSTATE-VALID = 'N'
        MOVE 'N' TO WS-RECORD-VALID
        MOVE 'R005' TO WS-REJECT-REASON-CODE
        MOVE 'ZIP/STATE' TO WS-REJECT-REASON-TEXT
    END-IF.
*> A ZIP is acceptable as a plain 5-digit code, a 9-digit ZIP+4 with no
*> punctuation, or the printed "12345-6789" form.
VALIDATE-ZIP.
    MOVE 'N' TO WS-ZIP-VALID.
    IF ZIP(1:5) IS NUMERIC AND ZIP(6:5) = SPACES
        MOVE 'Y' TO WS-ZIP-VALID
    ELSE IF ZIP(1:9) IS NUMERIC AND ZIP(10:1) = SPACE
        MOVE 'Y' TO WS-ZIP-VALID
    ELSE IF ZIP(1:5) IS NUMERIC AND ZIP(6:1) = '-'
            AND ZIP(7:4) IS NUMERIC
        MOVE 'Y' TO WS-ZIP-VALID
    END-IF.
VALIDATE-STATE.
    MOVE 'N' TO WS-STATE-VALID.
    MOVE FUNCTION TRIM(STATE) TO WS-STATE-TRIMMED.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(STATE)) TO WS-STATE-LEN.
    IF WS-STATE-LEN = 2
        SET WS-STATE-IDX TO 1
        SEARCH ALL WS-STATE-ENTRY
            AT END
                MOVE 'N' TO WS-STATE-VALID
            WHEN WS-STATE-ENTRY(WS-STATE-IDX) =
                    FUNCTION UPPER-CASE(WS-STATE-TRIMMED(1:2))
                MOVE 'Y' TO WS-STATE-VALID
                MOVE SPACES TO STATE
                MOVE FUNCTION UPPER-CASE(WS-STATE-TRIMMED(1:2))
                    TO STATE(1:2)
        END-SEARCH
    END-IF.
VALIDATE-ZIP-STATE.
    MOVE 'Y' TO WS-ZIPSTATE-VALID.
    IF WS-ZIP-VALID = 'Y' AND WS-STATE-VALID = 'Y'
            AND WS-ZIPST-COUNT > 0
        MOVE 'N' TO WS-ZIPST-FOUND
        PERFORM VARYING WS-ZIPST-SUB FROM 1 BY 1
                UNTIL WS-ZIPST-SUB > WS-ZIPST-COUNT
                   OR WS-ZIPST-FOUND = 'Y'
            IF ZIP(1:5) >= WS-ZIPST-LOW(WS-ZIPST-SUB)
                    AND ZIP(1:5) <= WS-ZIPST-HIGH(WS-ZIPST-SUB)
                    AND STATE(1:2) = WS-ZIPST-STATE(WS-ZIPST-SUB)
                MOVE 'Y' TO WS-ZIPST-FOUND
            END-IF
        END-PERFORM
        IF WS-ZIPST-FOUND = 'N'
            PERFORM CHECK-ZIP-IN-ANY-RANGE
        END-IF
    END-IF.
CHECK-ZIP-IN-ANY-RANGE.
    PERFORM VARYING WS-ZIPST-SUB FROM 1 BY 1
            UNTIL WS-ZIPST-SUB > WS-ZIPST-COUNT
               OR WS-ZIPSTATE-VALID = 'N'
        IF ZIP(1:5) >= WS-ZIPST-LOW(WS-ZIPST-SUB)
                AND ZIP(1:5) <= WS-ZIPST-HIGH(WS-ZIPST-SUB)
            MOVE 'N' TO WS-ZIPSTATE-VALID
        END-IF
    END-PERFORM.
LOAD-ZIPSTATE-TABLE.
    MOVE 0 TO WS-ZIPST-COUNT.
    MOVE 'N' TO WS-ZIPST-EOF.
    OPEN INPUT ZIPSTATE-FILE.
    IF WS-ZIPST-STATUS NOT = "00"
        MOVE 'Y' TO WS-ZIPST-EOF
        DISPLAY "MASTER-MAINT WARNING: NO ZIP RANGE DIRECTORY "
                "(STATUS=" WS-ZIPST-STATUS "); ZIP-TO-STATE "
                "CROSS-CHECK IS OFF FOR THIS SESSION"
    ELSE
        PERFORM UNTIL WS-ZIPST-EOF = 'Y'
            READ ZIPSTATE-FILE
                AT END
                    MOVE 'Y' TO WS-ZIPST-EOF
                NOT AT END
                    PERFORM LOAD-ONE-ZIPSTATE-ENTRY
            END-READ
        END-PERFORM
        CLOSE ZIPSTATE-FILE
    END-IF.
LOAD-ONE-ZIPSTATE-ENTRY.
    IF ZPS-LOW-ZIP IS NUMERIC AND ZPS-HIGH-ZIP IS NUMERIC
            AND ZPS-STATE NOT = SPACES
        IF WS-ZIPST-COUNT < WS-ZIPST-LIMIT
            ADD 1 TO WS-ZIPST-COUNT
            MOVE ZPS-LOW-ZIP TO WS-ZIPST-LOW(WS-ZIPST-COUNT)
            MOVE ZPS-HIGH-ZIP TO WS-ZIPST-HIGH(WS-ZIPST-COUNT)
            MOVE FUNCTION UPPER-CASE(ZPS-STATE)
                TO WS-ZIPST-STATE(WS-ZIPST-COUNT)
        ELSE
            MOVE 'Y' TO WS-ZIPST-EOF
            DISPLAY "MASTER-MAINT WARNING: ZIP RANGE DIRECTORY "
                    "EXCEEDS " WS-ZIPST-LIMIT " ENTRIES; REMAINDER "
                    "NOT LOADED -- RAISE WS-ZIPST-LIMIT AND RERUN"
        END-IF
    ELSE
        DISPLAY "MASTER-MAINT WARNING: MALFORMED ZIP RANGE "
                "DIRECTORY LINE SKIPPED: " ZIPSTATE-RECORD
    END-IF.
PRINT-SUMMARY.
    DISPLAY " ".
    DISPLAY "MASTER-MAINT SESSION SUMMARY".
    DISPLAY "  OPERATOR...............: " WS-OPERATOR-ID.
    DISPLAY "  LOOKUPS................: " WS-COUNT-LOOKUPS.
    DISPLAY "  RECORDS ADDED..........: " WS-COUNT-ADDED.
    DISPLAY "  RECORDS CHANGED........: " WS-COUNT-CHANGED.
    DISPLAY "  RECORDS DELETED........: " WS-COUNT-DELETED.
    DISPLAY "  MASTER RECORDS ON FILE.: " WS-MST-COUNT.
