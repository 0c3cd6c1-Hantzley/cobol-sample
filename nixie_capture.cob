    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-NIXIE-STATUS.

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

    SELECT OPTIONAL DELETE-TRAN-FILE
    ASSIGN TO "./data/nixiedel.csv"
    ORGANIZATION IS LINE SEQUENTIAL
*> keys a returned piece the same way they key an inquiry.
FD  INDEX-FILE          RECORD CONTAINS 98 CHARACTERS.
    COPY IDXREC.
*> Cumulative returned-mail history; layout and rules in NIXIEREC.CPY.
FD  NIXIE-FILE          RECORD CONTAINS 89 CHARACTERS.
    COPY NIXIEREC.
*> Mailed-to history READ-CSV and CAMPAIGN-EXTRACT append to, searched
*> for a scanned or keyed piece serial.
FD  MAILHIST-FILE       RECORD CONTAINS 73 CHARACTERS.
    COPY MAILHIST.
*> Serial register, searched for the block holding that serial to
*> name the mailing file and run that issued it.
FD  SERIALREG-FILE      RECORD CONTAINS 155 CHARACTERS.
    COPY SERIALRG.
*> Delete transactions in MASTER-UPDATE's seven-field CSV format
*> (seventh field 'D'), appended across sessions so the accumulated
*> batch feeds the next nightly update unchanged.
01  WS-RUN-DATE            PIC 9(8).
01  WS-NIXIE-EOF           PIC X      VALUE 'N'.
01  WS-REASON-IN           PIC X(4)   VALUE SPACES.
01  WS-MAILHIST-STATUS     PIC XX     VALUE SPACES.
01  WS-SERREG-STATUS       PIC XX     VALUE SPACES.
01  WS-SCAN-EOF            PIC X      VALUE 'N'.
01  WS-SCAN-HIT            PIC X      VALUE 'N'.

*> Piece serial as scanned or keyed.  A hand scanner returns the bare
*> digits, but an operator copying the keyline by eye may include the
*> Code 39 start/stop asterisks, so those are stripped; a short
*> serial keyed without its leading zeros is zero-filled by the move
*> to WS-SERIAL-KEY.
01  WS-SERIAL-IN           PIC X(20)  VALUE SPACES.
01  WS-SERIAL-TRIM         PIC X(20)  VALUE SPACES.
01  WS-SERIAL-LEN          PIC 99     VALUE 0.
01  WS-SERIAL-KEY          PIC 9(10)  VALUE 0.
01  WS-SERIAL-KEY-X REDEFINES WS-SERIAL-KEY PIC X(10).

*> The returned piece as identified -- from the mailed-to history on
*> a serial lookup, from the index on a ZIP and name lookup -- and
*> what the return is logged and counted under.  Mailing identity
*> fields stay blank on a ZIP and name lookup: the index does not
*> carry them.
01  WS-RET-ZIP             PIC X(10)  VALUE SPACES.
01  WS-RET-LAST-NAME       PIC X(25)  VALUE SPACES.
01  WS-RET-FIRST-NAME      PIC X(15)  VALUE SPACES.
01  WS-RET-SERIAL          PIC X(10)  VALUE SPACES.
01  WS-RET-MAIL-DATE       PIC X(8)   VALUE SPACES.
01  WS-RET-SOURCE          PIC X(2)   VALUE SPACES.
01  WS-RET-PROGRAM         PIC X(16)  VALUE SPACES.
01  WS-RET-MAILING-FILE    PIC X(100) VALUE SPACES.
01  WS-RET-RUN-TIME        PIC X(6)   VALUE SPACES.

*> Search key entered by the operator, built up to match IDX-KEY
*> (ZIP + LAST_NAME) exactly so READ ... KEY IS IDX-KEY can find it.
*> Session control totals for the end-of-session summary.
01  WS-COUNT-KEYED          PIC 9(9)   VALUE 0.
01  WS-COUNT-NOT-FOUND      PIC 9(9)   VALUE 0.
01  WS-COUNT-BY-SERIAL      PIC 9(9)   VALUE 0.
01  WS-COUNT-SERIAL-MISSED  PIC 9(9)   VALUE 0.
01  WS-COUNT-LOGGED         PIC 9(9)   VALUE 0.
01  WS-COUNT-DELETES        PIC 9(9)   VALUE 0.

                    "-- RAISE WS-NIX-LIMIT AND RERUN"
        END-IF
    END-IF.
*> One returned piece: the operator scans (or keys) the serial off
*> the label keyline, or leaves it blank and keys the ZIP and last
*> name off the envelope; the piece is identified, the return is
*> logged with its reason code, and the third return for a key emits
*> the delete transaction for the nightly master update.
CAPTURE-ONE-RETURN.
    ADD 1 TO WS-COUNT-KEYED.
    DISPLAY "Scan or key piece serial (blank = key ZIP and name): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-SERIAL-IN.
    ACCEPT WS-SERIAL-IN.
    INSPECT WS-SERIAL-IN REPLACING ALL "*" BY SPACE.
    IF WS-SERIAL-IN = SPACES
        PERFORM CAPTURE-BY-NAME
    ELSE
        PERFORM CAPTURE-BY-SERIAL
    END-IF.
*> The serial must be 1-10 digits.  The piece is looked up on the
*> mailed-to history, which gives the recipient's real merge-purge
*> identity (never a household label), the mail date and source;
*> the serial register then names the mailing file and run.
CAPTURE-BY-SERIAL.
    MOVE FUNCTION TRIM(WS-SERIAL-IN) TO WS-SERIAL-TRIM.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SERIAL-IN)) TO WS-SERIAL-LEN.
    IF WS-SERIAL-LEN > 10
            OR WS-SERIAL-TRIM(1:WS-SERIAL-LEN) IS NOT NUMERIC
        ADD 1 TO WS-COUNT-SERIAL-MISSED
        DISPLAY "Not a piece serial (1 to 10 digits) -- return not "
                "logged."
    ELSE
        MOVE WS-SERIAL-TRIM(1:WS-SERIAL-LEN) TO WS-SERIAL-KEY
        PERFORM FIND-SERIAL-IN-HISTORY
        IF WS-SCAN-HIT = 'N'
            ADD 1 TO WS-COUNT-SERIAL-MISSED
            DISPLAY "Serial " WS-SERIAL-KEY-X " is not on the mailed-"
                    "to history -- return not logged."
        ELSE
            ADD 1 TO WS-COUNT-BY-SERIAL
            PERFORM FIND-SERIAL-MAILING
            DISPLAY "  Piece " WS-RET-SERIAL " mailed "
                    WS-RET-MAIL-DATE " source "
                    WS-RET-SOURCE " by "
                    FUNCTION TRIM(WS-RET-PROGRAM)
            DISPLAY "  Mailing file "
                    FUNCTION TRIM(WS-RET-MAILING-FILE)
                    " (run " WS-RET-RUN-TIME ")"
            DISPLAY "  " FUNCTION TRIM(WS-RET-FIRST-NAME) " "
                    FUNCTION TRIM(WS-RET-LAST-NAME) " "
                    FUNCTION TRIM(WS-RET-ZIP)
            PERFORM LOG-ONE-RETURN
        END-IF
    END-IF.
*> Sequential search of the mailed-to history for the serial; a
*> serial is issued once, so the first hit is the piece.  A history
*> that cannot be read is reported as a miss.
FIND-SERIAL-IN-HISTORY.
    MOVE 'N' TO WS-SCAN-HIT.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT MAILHIST-FILE.
    IF WS-MAILHIST-STATUS NOT = "00" AND WS-MAILHIST-STATUS NOT = "05"
        DISPLAY "NIXIE-CAPTURE WARNING: MAILED-TO HISTORY COULD NOT "
                "BE READ (STATUS=" WS-MAILHIST-STATUS ")"
    ELSE
        PERFORM UNTIL WS-SCAN-EOF = 'Y' OR WS-SCAN-HIT = 'Y'
            READ MAILHIST-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    IF MHT-PIECE-SERIAL = WS-SERIAL-KEY-X
                        MOVE 'Y' TO WS-SCAN-HIT
                        MOVE MHT-ZIP TO WS-RET-ZIP
                        MOVE MHT-LAST-NAME TO WS-RET-LAST-NAME
                        MOVE MHT-FIRST-NAME TO WS-RET-FIRST-NAME
                        MOVE MHT-PIECE-SERIAL TO WS-RET-SERIAL
                        MOVE MHT-MAIL-DATE TO WS-RET-MAIL-DATE
                        MOVE MHT-SOURCE-CODE TO WS-RET-SOURCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAILHIST-FILE
    END-IF.
*> Finds the register block the serial falls in.  The history line
*> alone already identifies the piece, so a register miss only leaves
*> the mailing file unnamed.
FIND-SERIAL-MAILING.
    MOVE "(UNKNOWN)" TO WS-RET-PROGRAM.
    MOVE "(NOT ON SERIAL REGISTER)" TO WS-RET-MAILING-FILE.
    MOVE SPACES TO WS-RET-RUN-TIME.
    MOVE 'N' TO WS-SCAN-EOF.
    OPEN INPUT SERIALREG-FILE.
    IF WS-SERREG-STATUS = "00"
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ SERIALREG-FILE
                AT END
                    MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    IF SRG-FIRST-SERIAL IS NUMERIC
                            AND SRG-LAST-SERIAL IS NUMERIC
                            AND WS-SERIAL-KEY >= SRG-FIRST-SERIAL
                            AND WS-SERIAL-KEY <= SRG-LAST-SERIAL
                        MOVE 'Y' TO WS-SCAN-EOF
                        MOVE SRG-PROGRAM TO WS-RET-PROGRAM
                        MOVE SRG-MAILING-FILE TO WS-RET-MAILING-FILE
                        MOVE SRG-RUN-TIME TO WS-RET-RUN-TIME
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF WS-SERREG-STATUS = "00" OR WS-SERREG-STATUS = "05"
        CLOSE SERIALREG-FILE
    END-IF.
*> No serial: the operator keys the ZIP and last name off the
*> envelope and the piece is found in the lookup index, as before
*> serials were printed.
CAPTURE-BY-NAME.
    MOVE SPACES TO WS-LOOKUP-KEY.
    DISPLAY "Enter ZIP code: " WITH NO ADVANCING.
    ACCEPT WS-LOOKUP-ZIP.
            DISPLAY "No mailing record found for that ZIP and last "
                    "name -- return not logged."
        NOT INVALID KEY
            DISPLAY "  " FUNCTION TRIM(IDX-FIRST-NAME) " "
                    FUNCTION TRIM(IDX-LAST-NAME) ", "
                    FUNCTION TRIM(IDX-STREET) ", "
                    FUNCTION TRIM(IDX-CITY) " " IDX-STATE(1:2) " "
                    FUNCTION TRIM(IDX-ZIP)
            MOVE IDX-ZIP TO WS-RET-ZIP
            MOVE IDX-LAST-NAME TO WS-RET-LAST-NAME
            MOVE IDX-FIRST-NAME TO WS-RET-FIRST-NAME
            MOVE SPACES TO WS-RET-SERIAL
            MOVE SPACES TO WS-RET-MAIL-DATE
            MOVE SPACES TO WS-RET-SOURCE
            PERFORM LOG-ONE-RETURN
    END-READ.
*> Logs and counts the return under the WS-RET identity the lookup
*> filled in.
LOG-ONE-RETURN.
    DISPLAY "Return reason code (blank = UNK): " WITH NO ADVANCING.
    MOVE SPACES TO WS-REASON-IN.
    ACCEPT WS-REASON-IN.
        MOVE "UNK" TO WS-REASON-IN
    END-IF.
    MOVE SPACES TO NIXIE-RECORD.
    MOVE WS-RET-ZIP TO NIX-ZIP.
    MOVE WS-RET-LAST-NAME TO NIX-LAST-NAME.
    MOVE WS-RET-FIRST-NAME TO NIX-FIRST-NAME.
    MOVE WS-RUN-DATE TO NIX-CAPTURE-DATE.
    MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO NIX-REASON-CODE.
    MOVE WS-RET-SERIAL TO NIX-PIECE-SERIAL.
    MOVE WS-RET-MAIL-DATE TO NIX-MAIL-DATE.
    MOVE WS-RET-SOURCE TO NIX-SOURCE-CODE.
    WRITE NIXIE-RECORD.
    ADD 1 TO WS-COUNT-LOGGED.
    MOVE WS-RET-ZIP TO WS-NIX-CUR-ZIP.
    MOVE WS-RET-LAST-NAME TO WS-NIX-CUR-LAST.
    MOVE WS-RET-FIRST-NAME TO WS-NIX-CUR-FIRST.
    PERFORM COUNT-ONE-RETURN.
    EVALUATE TRUE
        WHEN WS-NIX-CUR-RETURNS = WS-DELETE-THRESHOLD
                    WS-DELETE-THRESHOLD " logged."
    END-EVALUATE.
*> MASTER-UPDATE's seven-field CSV, seventh field 'D'.  Only the key
*> fields (LAST+FIRST+ZIP, all carried on the identified piece)
*> matter to a delete, so the address fields are left blank the same
*> way READ-CSV's WRITE-MOVE-TRANSACTIONS leaves them: a street with
*> a comma in it ("123 MAIN ST, APT 4") STRINGed in unquoted would
*> a garbage key.
WRITE-DELETE-TRAN.
    MOVE SPACES TO DELETE-TRAN-RECORD.
    STRING FUNCTION TRIM(WS-RET-LAST-NAME) ","
           FUNCTION TRIM(WS-RET-FIRST-NAME) ","
           ",,,"
           FUNCTION TRIM(WS-RET-ZIP) ",D"
        DELIMITED BY SIZE INTO DELETE-TRAN-RECORD
        ON OVERFLOW CONTINUE
    END-STRING.
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  PIECES KEYED...........: " WS-COUNT-KEYED.
    DISPLAY "  NOT FOUND IN INDEX.....: " WS-COUNT-NOT-FOUND.
    DISPLAY "  FOUND BY SERIAL........: " WS-COUNT-BY-SERIAL.
    DISPLAY "  SERIAL NOT FOUND.......: " WS-COUNT-SERIAL-MISSED.
    DISPLAY "  RETURNS LOGGED.........: " WS-COUNT-LOGGED.
    DISPLAY "  DELETE TRANS EMITTED...: " WS-COUNT-DELETES.
