       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.  POSTAGE-CHARGEBACK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-FILE
    ASSIGN TO DYNAMIC WS-INVOICE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-INVOICE-STATUS.

    SELECT MAILING-FILE
    ASSIGN TO DYNAMIC WS-MAILING-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MAILING-STATUS.

    SELECT REPORT-FILE
    ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL.

    SELECT GLPOST-FILE
    ASSIGN TO DYNAMIC WS-GLPOST-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-GLPOST-STATUS.

    SELECT OPTIONAL POSTCOST-FILE
    ASSIGN TO "./data/postcost.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-POSTCOST-STATUS.

DATA DIVISION.
FILE SECTION.
*> The vendor's per-prefix invoice, the same file INVOICE-RECON
*> reconciles: prefix, pieces, rate class and billed amount.
FD  INVOICE-FILE        RECORD CONTAINS 34 CHARACTERS.
01  INVOICE-RECORD.
    05 INV-PREFIX         PIC X(3).
    05 FILLER             PIC X.
    05 INV-PIECES         PIC 9(9).
    05 FILLER             PIC X.
    05 INV-RATE-CLASS     PIC X(10).
    05 FILLER             PIC X.
    05 INV-AMOUNT         PIC 9(7)V99.
FD  MAILING-FILE        RECORD CONTAINS 160 CHARACTERS.
    COPY MAILOUT.
FD  REPORT-FILE         RECORD CONTAINS 132 CHARACTERS.
01  REPORT-LINE         PIC X(132).
FD  GLPOST-FILE         RECORD CONTAINS 80 CHARACTERS.
    COPY GLPOST.
*> Reconciled postage history RESPONSE-CAPTURE costs responses from.
FD  POSTCOST-FILE       RECORD CONTAINS 163 CHARACTERS.
    COPY POSTCOST.

WORKING-STORAGE SECTION.
*> File names default to the standard paths but can be overridden by a
*> run-time parameter "INVOICEFILE MAILFILE REPORTFILE GLFILE" (any
*> path left off keeps its default), the same convention as
*> INVOICE-RECON, so the chargeback is always run against the same
*> invoice and mailing file pair the reconciliation was.
01  WS-INVOICE-FILE-NAME  PIC X(100) VALUE "./data/invoice.dat".
01  WS-MAILING-FILE-NAME  PIC X(100) VALUE "./data/output.txt".
01  WS-REPORT-FILE-NAME   PIC X(100) VALUE "./data/chargeback.rpt".
01  WS-GLPOST-FILE-NAME   PIC X(100) VALUE "./data/glpost.dat".
01  WS-INVOICE-STATUS     PIC XX     VALUE SPACES.
01  WS-MAILING-STATUS     PIC XX     VALUE SPACES.
01  WS-GLPOST-STATUS      PIC XX     VALUE SPACES.
01  WS-POSTCOST-STATUS    PIC XX     VALUE SPACES.
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-RUN-DATE           PIC 9(8).
01  WS-RUN-TIME-RAW       PIC 9(8)   VALUE 0.
01  WS-HDR-RUN-DATE       PIC X(8)   VALUE SPACES.
01  WS-MAILING-EOF        PIC X      VALUE 'N'.
01  WS-INVOICE-EOF        PIC X      VALUE 'N'.
01  WS-TRAILER-SEEN       PIC X      VALUE 'N'.
01  WS-TRAILER-COUNT      PIC 9(9)   VALUE 0.

*> General ledger coding for the journal the interface file carries.
*> Each department's share is debited to postage expense under its
*> own cost center (the 2-character source code); postage that cannot
*> be traced to a department -- an untagged single-source mailing, or
*> a prefix the vendor billed that is not on our mailing file -- is
*> debited to the central mail room cost center instead.  The invoice
*> total is credited to the postage clearing account the central
*> payment was made from.
01  WS-GL-EXPENSE-ACCOUNT  PIC X(6)  VALUE "615000".
01  WS-GL-CLEARING-ACCOUNT PIC X(6)  VALUE "205100".
01  WS-GL-CENTRAL-CC       PIC X(4)  VALUE "00".
01  WS-GL-JOURNAL-REF      PIC X(12) VALUE SPACES.
01  WS-GL-LINE-COUNT       PIC 9(6)  VALUE 0.
01  WS-GL-DEBIT-TOTAL      PIC 9(9)V99 VALUE 0.
01  WS-GL-CREDIT-TOTAL     PIC 9(9)V99 VALUE 0.
01  WS-GL-CENTRAL-AMOUNT   PIC 9(9)V99 VALUE 0.

*> Pieces on the mailing file by 3-digit prefix and source code.  The
*> file is in ZIP order, so a new prefix's entries all go on the end
*> of the table and the search for each record starts where the
*> prefix's entries start.  Only a prefix seen earlier in the file --
*> an out-of-order file -- sends the search back to the top, which
*> keeps such a file correct, just slower.
01  WS-PS-LIMIT           PIC 9(4)   VALUE 5000.
01  WS-PS-COUNT           PIC 9(4)   COMP VALUE 0.
01  WS-PS-SUB             PIC 9(4)   COMP VALUE 0.
01  WS-PS-FOUND           PIC 9(4)   COMP VALUE 0.
01  WS-PS-PFX-START       PIC 9(4)   COMP VALUE 1.
01  WS-PS-TABLE.
    05 WS-PS-ENTRY OCCURS 5000 TIMES.
        10 WS-PS-PREFIX       PIC X(3).
        10 WS-PS-SOURCE       PIC X(2).
        10 WS-PS-PIECES       PIC 9(9).
        10 WS-PS-BILLED       PIC X.
01  WS-CUR-PREFIX         PIC X(3)   VALUE SPACES.
01  WS-PREV-PREFIX        PIC X(3)   VALUE SPACES.
01  WS-COUNT-DETAIL       PIC 9(9)   VALUE 0.

*> One allocation line per invoice line per department with pieces in
*> that prefix.  Each department's share of a line is the billed
*> amount times its pieces over the prefix's pieces, cut down to the
*> cent; the cents that leaves over are handed out one at a time to
*> the shares with the largest cut-off fraction (ties to the larger
*> piece count, then to the lower source code), so every invoice line
*> is charged out to the penny and the same mailing always rounds the
*> same way.
01  WS-ALC-LIMIT          PIC 9(4)   VALUE 5000.
01  WS-ALC-COUNT          PIC 9(4)   COMP VALUE 0.
01  WS-ALC-SUB            PIC 9(4)   COMP VALUE 0.
01  WS-ALC-FIRST          PIC 9(4)   COMP VALUE 0.
01  WS-ALC-BEST           PIC 9(4)   COMP VALUE 0.
01  WS-ALC-TABLE.
    05 WS-ALC-ENTRY OCCURS 5000 TIMES.
        10 WS-ALC-SOURCE      PIC X(2).
        10 WS-ALC-PREFIX      PIC X(3).
        10 WS-ALC-CLASS       PIC X(10).
        10 WS-ALC-PIECES      PIC 9(9).
        10 WS-ALC-PFX-PIECES  PIC 9(9).
        10 WS-ALC-PFX-BILLED  PIC 9(7)V99.
        10 WS-ALC-CHARGE      PIC 9(7)V99.
        10 WS-ALC-FRACTION    PIC V9(6).
        10 WS-ALC-ROUNDED-UP  PIC X.
        10 WS-ALC-VENDOR-DIFF PIC X.
01  WS-LINE-PIECES        PIC 9(9)   VALUE 0.
01  WS-LINE-ALLOCATED     PIC 9(7)V99 VALUE 0.
01  WS-LINE-LEFTOVER      PIC 9(7)V99 VALUE 0.
01  WS-EXACT-SHARE        PIC 9(7)V9(8) VALUE 0.

*> Departments charged, in source-code order, with pieces and dollars
*> split by rate class for the statement.
01  WS-DEPT-LIMIT         PIC 9(4)   VALUE 20.
01  WS-DEPT-COUNT         PIC 9(4)   COMP VALUE 0.
01  WS-DEPT-SUB           PIC 9(4)   COMP VALUE 0.
01  WS-DEPT-INS           PIC 9(4)   COMP VALUE 0.
01  WS-DEPT-FOUND         PIC X      VALUE 'N'.
01  WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 20 TIMES.
        10 WS-DEPT-SOURCE       PIC X(2).
        10 WS-DEPT-BULK-PIECES  PIC 9(9).
        10 WS-DEPT-BULK-CHARGE  PIC 9(9)V99.
        10 WS-DEPT-FULL-PIECES  PIC 9(9).
        10 WS-DEPT-FULL-CHARGE  PIC 9(9)V99.
        10 WS-DEPT-OTHER-PIECES PIC 9(9).
        10 WS-DEPT-OTHER-CHARGE PIC 9(9)V99.
        10 WS-DEPT-TOTAL-CHARGE PIC 9(9)V99.
01  WS-DEPT-HOLD          PIC X(73).

*> Control totals.  Everything billed is either charged to a
*> department or left unallocated on the central cost center, and the
*> two together must equal the invoice to the penny.
01  WS-TOTAL-BILLED       PIC 9(9)V99  VALUE 0.
01  WS-TOTAL-CHARGED      PIC 9(9)V99  VALUE 0.
01  WS-TOTAL-UNALLOCATED  PIC 9(9)V99  VALUE 0.
01  WS-CONTROL-DIFF       PIC S9(9)V99 VALUE 0.
01  WS-COUNT-INV-LINES    PIC 9(9)   VALUE 0.
01  WS-COUNT-INV-SKIPPED  PIC 9(9)   VALUE 0.
01  WS-COUNT-NOT-MAILED   PIC 9(9)   VALUE 0.
01  WS-COUNT-UNBILLED     PIC 9(9)   VALUE 0.
01  WS-COUNT-VENDOR-DIFF  PIC 9(9)   VALUE 0.
01  WS-COUNT-ROUNDED-UP   PIC 9(9)   VALUE 0.

*> Print lines.
01  WS-RPT-TITLE.
    05 FILLER             PIC X(42)
       VALUE "DEPARTMENT POSTAGE CHARGEBACK -- RUN DATE ".
    05 RPT-TITLE-DATE     PIC 9(8).
01  WS-RPT-SOURCE.
    05 RPT-SRC-LABEL      PIC X(14).
    05 RPT-SRC-NAME       PIC X(100).
01  WS-RPT-HDR-DATE.
    05 FILLER             PIC X(26)
       VALUE "MAILING FILE RUN DATE...: ".
    05 RPT-HDR-DATE       PIC X(8).
01  WS-RPT-DEPT-TITLE.
    05 FILLER             PIC X(22) VALUE "STATEMENT: DEPARTMENT ".
    05 RPT-DEPT-CODE      PIC X(2).
    05 RPT-DEPT-NOTE      PIC X(40).
01  WS-RPT-COL-HEADS      PIC X(96)
    VALUE "  ZIP  RATE CLASS  DEPT PIECES  PREFIX PIECES  " &
          "PREFIX BILLED    DEPT CHARGE  NOTE".
01  WS-RPT-DETAIL.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DET-PREFIX     PIC X(3).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DET-CLASS      PIC X(10).
    05 RPT-DET-PIECES     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-DET-PFX-PIECES PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DET-PFX-BILLED PIC $$,$$$,$$9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DET-CHARGE     PIC $$,$$$,$$9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DET-NOTE       PIC X(30).
01  WS-RPT-CLASS-TOTAL.
    05 RPT-CLS-LABEL      PIC X(26).
    05 RPT-CLS-PIECES     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(8)  VALUE " PIECES ".
    05 RPT-CLS-CHARGE     PIC $$$,$$$,$$9.99.
01  WS-RPT-CONTROL-HEADS  PIC X(60)
    VALUE "DEPT  COST CTR       PIECES          CHARGE".
01  WS-RPT-CONTROL.
    05 RPT-CTL-DEPT       PIC X(2).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-CTL-CC         PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-CTL-PIECES     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-CTL-CHARGE     PIC $$$,$$$,$$9.99.
01  WS-RPT-TOTAL.
    05 RPT-TOT-LABEL      PIC X(26).
    05 RPT-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.
01  WS-RPT-MONEY.
    05 RPT-MON-LABEL      PIC X(26).
    05 RPT-MON-AMOUNT     PIC $$$,$$$,$$9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-MON-NOTE       PIC X(40).
01  WS-DEPT-PIECES        PIC 9(9)   VALUE 0.

PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    PERFORM PARSE-RUN-PARMS.
    INITIALIZE WS-PS-TABLE WS-ALC-TABLE WS-DEPT-TABLE.
    PERFORM BUILD-PIECE-TABLE.
    OPEN INPUT INVOICE-FILE.
    IF WS-INVOICE-STATUS NOT = "00"
        DISPLAY "POSTAGE-CHARGEBACK: INVOICE FILE COULD NOT BE OPENED "
                "(STATUS=" WS-INVOICE-STATUS "): "
                FUNCTION TRIM(WS-INVOICE-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-INVOICE-EOF = 'Y'
        READ INVOICE-FILE
            AT END
                MOVE 'Y' TO WS-INVOICE-EOF
            NOT AT END
                ADD 1 TO WS-COUNT-INV-LINES
                PERFORM ALLOCATE-ONE-LINE
        END-READ
    END-PERFORM.
    CLOSE INVOICE-FILE.
    PERFORM COUNT-UNBILLED-PREFIXES.
    COMPUTE WS-CONTROL-DIFF
        = WS-TOTAL-BILLED - WS-TOTAL-CHARGED - WS-TOTAL-UNALLOCATED.
    OPEN OUTPUT REPORT-FILE.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        PERFORM WRITE-DEPT-STATEMENT
    END-PERFORM.
    PERFORM WRITE-UNALLOCATED-LINES.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE REPORT-FILE.
*> A journal that does not balance to the invoice must never reach
*> the ledger; by construction it always does, so this is the last
*> line of defense against a future change breaking that.
    IF WS-CONTROL-DIFF NOT = 0
        DISPLAY "POSTAGE-CHARGEBACK: CHARGES DO NOT BALANCE TO THE "
                "INVOICE -- NO GL INTERFACE FILE WRITTEN; SEE "
                FUNCTION TRIM(WS-REPORT-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-GL-INTERFACE.
    PERFORM WRITE-POSTAGE-HISTORY.
    MOVE WS-TOTAL-BILLED TO RPT-MON-AMOUNT.
    DISPLAY "POSTAGE-CHARGEBACK: " WS-DEPT-COUNT " DEPARTMENT(S) "
            "CHARGED, INVOICE TOTAL " FUNCTION TRIM(RPT-MON-AMOUNT)
            " IN BALANCE, " WS-GL-LINE-COUNT " GL LINES -- SEE "
            FUNCTION TRIM(WS-REPORT-FILE-NAME).
    STOP RUN.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
        UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
            INTO WS-INVOICE-FILE-NAME WS-MAILING-FILE-NAME
                 WS-REPORT-FILE-NAME WS-GLPOST-FILE-NAME
        END-UNSTRING
    END-IF.
*> One pass over the mailing file counting pieces per prefix per
*> source code.  As in INVOICE-RECON, the file must carry the HDRREC
*> envelope; the trailer count is checked against the details read
*> so a truncated file is not charged out as if it were whole.
BUILD-PIECE-TABLE.
    OPEN INPUT MAILING-FILE.
    IF WS-MAILING-STATUS NOT = "00"
        DISPLAY "POSTAGE-CHARGEBACK: MAILING FILE COULD NOT BE OPENED "
                "(STATUS=" WS-MAILING-STATUS "): "
                FUNCTION TRIM(WS-MAILING-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ MAILING-FILE
        AT END
            MOVE 'Y' TO WS-MAILING-EOF
    END-READ.
    IF WS-MAILING-EOF = 'Y' OR HDR-ID NOT = "HDRREC"
        DISPLAY "POSTAGE-CHARGEBACK: "
                FUNCTION TRIM(WS-MAILING-FILE-NAME)
                " DOES NOT BEGIN WITH A HDRREC ENVELOPE RECORD -- "
                "NOT A CONVERTED MAILING FILE, NO CHARGEBACK"
        CLOSE MAILING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE HDR-RUN-DATE TO WS-HDR-RUN-DATE.
    PERFORM UNTIL WS-MAILING-EOF = 'Y' OR WS-TRAILER-SEEN = 'Y'
        READ MAILING-FILE
            AT END
                MOVE 'Y' TO WS-MAILING-EOF
            NOT AT END
                IF TRL-ID = "TRLREC"
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                ELSE
                    PERFORM TALLY-DETAIL-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MAILING-FILE.
    IF WS-TRAILER-SEEN = 'N' OR WS-TRAILER-COUNT NOT = WS-COUNT-DETAIL
        DISPLAY "POSTAGE-CHARGEBACK: "
                FUNCTION TRIM(WS-MAILING-FILE-NAME)
                " TRAILER MISSING OR COUNT DOES NOT MATCH THE "
                WS-COUNT-DETAIL " DETAIL RECORDS READ -- FILE IS "
                "INCOMPLETE, NO CHARGEBACK"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
TALLY-DETAIL-RECORD.
    ADD 1 TO WS-COUNT-DETAIL.
    MOVE OUT-ZIP(1:3) TO WS-CUR-PREFIX.
    IF WS-CUR-PREFIX NOT = WS-PREV-PREFIX
        MOVE WS-CUR-PREFIX TO WS-PREV-PREFIX
        COMPUTE WS-PS-PFX-START = WS-PS-COUNT + 1
        PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                UNTIL WS-PS-SUB > WS-PS-COUNT
                   OR WS-PS-PFX-START = 1
            IF WS-PS-PREFIX(WS-PS-SUB) = WS-CUR-PREFIX
                MOVE 1 TO WS-PS-PFX-START
            END-IF
        END-PERFORM
    END-IF.
    MOVE 0 TO WS-PS-FOUND.
    PERFORM FIND-PIECE-ENTRY.
    IF WS-PS-FOUND = 0
        IF WS-PS-COUNT >= WS-PS-LIMIT
            DISPLAY "POSTAGE-CHARGEBACK: PREFIX/SOURCE TABLE EXCEEDS "
                    WS-PS-LIMIT " ENTRIES -- RAISE WS-PS-LIMIT AND "
                    "RERUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-PS-COUNT
        MOVE WS-PS-COUNT TO WS-PS-FOUND
        MOVE WS-CUR-PREFIX TO WS-PS-PREFIX(WS-PS-FOUND)
        MOVE OUT-SOURCE-CODE TO WS-PS-SOURCE(WS-PS-FOUND)
        MOVE 0 TO WS-PS-PIECES(WS-PS-FOUND)
        MOVE 'N' TO WS-PS-BILLED(WS-PS-FOUND)
    END-IF.
    ADD 1 TO WS-PS-PIECES(WS-PS-FOUND).
FIND-PIECE-ENTRY.
    PERFORM VARYING WS-PS-SUB FROM WS-PS-PFX-START BY 1
            UNTIL WS-PS-SUB > WS-PS-COUNT OR WS-PS-FOUND > 0
        IF WS-PS-PREFIX(WS-PS-SUB) = WS-CUR-PREFIX
           AND WS-PS-SOURCE(WS-PS-SUB) = OUT-SOURCE-CODE
            MOVE WS-PS-SUB TO WS-PS-FOUND
        END-IF
    END-PERFORM.
*> One invoice line charged out across the departments that mailed
*> in its prefix.  The split is on OUR piece counts even where the
*> vendor's count differs (that dispute is INVOICE-RECON's to raise,
*> and the line is noted here), because our counts are the only ones
*> broken out by department.  A billed prefix with no pieces of ours
*> cannot be split and stays on the central cost center.
ALLOCATE-ONE-LINE.
    IF INV-PIECES IS NOT NUMERIC OR INV-AMOUNT IS NOT NUMERIC
        ADD 1 TO WS-COUNT-INV-SKIPPED
        DISPLAY "POSTAGE-CHARGEBACK WARNING: UNREADABLE INVOICE LINE "
                "SKIPPED: " INVOICE-RECORD
    ELSE
        ADD INV-AMOUNT TO WS-TOTAL-BILLED
        MOVE 0 TO WS-LINE-PIECES
        PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                UNTIL WS-PS-SUB > WS-PS-COUNT
            IF WS-PS-PREFIX(WS-PS-SUB) = INV-PREFIX
                ADD WS-PS-PIECES(WS-PS-SUB) TO WS-LINE-PIECES
                MOVE 'Y' TO WS-PS-BILLED(WS-PS-SUB)
            END-IF
        END-PERFORM
        IF WS-LINE-PIECES = 0
            ADD INV-AMOUNT TO WS-TOTAL-UNALLOCATED
            ADD 1 TO WS-COUNT-NOT-MAILED
        ELSE
            IF INV-PIECES NOT = WS-LINE-PIECES
                ADD 1 TO WS-COUNT-VENDOR-DIFF
            END-IF
            PERFORM SPLIT-INVOICE-LINE
        END-IF
    END-IF.
SPLIT-INVOICE-LINE.
    COMPUTE WS-ALC-FIRST = WS-ALC-COUNT + 1.
    MOVE 0 TO WS-LINE-ALLOCATED.
    PERFORM VARYING WS-PS-SUB FROM 1 BY 1
            UNTIL WS-PS-SUB > WS-PS-COUNT
        IF WS-PS-PREFIX(WS-PS-SUB) = INV-PREFIX
            PERFORM ADD-ALLOCATION-LINE
        END-IF
    END-PERFORM.
    COMPUTE WS-LINE-LEFTOVER = INV-AMOUNT - WS-LINE-ALLOCATED.
    PERFORM UNTIL WS-LINE-LEFTOVER = 0
        PERFORM PICK-LARGEST-FRACTION
        ADD 0.01 TO WS-ALC-CHARGE(WS-ALC-BEST)
        MOVE 'Y' TO WS-ALC-ROUNDED-UP(WS-ALC-BEST)
        ADD 1 TO WS-COUNT-ROUNDED-UP
        SUBTRACT 0.01 FROM WS-LINE-LEFTOVER
    END-PERFORM.
    PERFORM VARYING WS-ALC-SUB FROM WS-ALC-FIRST BY 1
            UNTIL WS-ALC-SUB > WS-ALC-COUNT
        PERFORM POST-TO-DEPARTMENT
    END-PERFORM.
ADD-ALLOCATION-LINE.
    IF WS-ALC-COUNT >= WS-ALC-LIMIT
        DISPLAY "POSTAGE-CHARGEBACK: ALLOCATION TABLE EXCEEDS "
                WS-ALC-LIMIT " ENTRIES -- RAISE WS-ALC-LIMIT AND RERUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-ALC-COUNT.
    MOVE WS-PS-SOURCE(WS-PS-SUB) TO WS-ALC-SOURCE(WS-ALC-COUNT).
    MOVE INV-PREFIX TO WS-ALC-PREFIX(WS-ALC-COUNT).
    MOVE INV-RATE-CLASS TO WS-ALC-CLASS(WS-ALC-COUNT).
    MOVE WS-PS-PIECES(WS-PS-SUB) TO WS-ALC-PIECES(WS-ALC-COUNT).
    MOVE WS-LINE-PIECES TO WS-ALC-PFX-PIECES(WS-ALC-COUNT).
    MOVE INV-AMOUNT TO WS-ALC-PFX-BILLED(WS-ALC-COUNT).
    COMPUTE WS-EXACT-SHARE
        = INV-AMOUNT * WS-PS-PIECES(WS-PS-SUB) / WS-LINE-PIECES.
    MOVE WS-EXACT-SHARE TO WS-ALC-CHARGE(WS-ALC-COUNT).
    COMPUTE WS-ALC-FRACTION(WS-ALC-COUNT)
        = (WS-EXACT-SHARE - WS-ALC-CHARGE(WS-ALC-COUNT)) * 100.
    MOVE 'N' TO WS-ALC-ROUNDED-UP(WS-ALC-COUNT).
    IF INV-PIECES NOT = WS-LINE-PIECES
        MOVE 'Y' TO WS-ALC-VENDOR-DIFF(WS-ALC-COUNT)
    ELSE
        MOVE 'N' TO WS-ALC-VENDOR-DIFF(WS-ALC-COUNT)
    END-IF.
    ADD WS-ALC-CHARGE(WS-ALC-COUNT) TO WS-LINE-ALLOCATED.
*> The next leftover cent goes to the share, among those of this
*> invoice line not yet given one, with the largest cut-off fraction;
*> ties to more pieces, then to the lower source code.  A line never
*> has more leftover cents than shares, so one pass always finds one.
PICK-LARGEST-FRACTION.
    MOVE 0 TO WS-ALC-BEST.
    PERFORM VARYING WS-ALC-SUB FROM WS-ALC-FIRST BY 1
            UNTIL WS-ALC-SUB > WS-ALC-COUNT
        IF WS-ALC-ROUNDED-UP(WS-ALC-SUB) = 'N'
            EVALUATE TRUE
                WHEN WS-ALC-BEST = 0
                    MOVE WS-ALC-SUB TO WS-ALC-BEST
                WHEN WS-ALC-FRACTION(WS-ALC-SUB)
                        > WS-ALC-FRACTION(WS-ALC-BEST)
                    MOVE WS-ALC-SUB TO WS-ALC-BEST
                WHEN WS-ALC-FRACTION(WS-ALC-SUB)
                        = WS-ALC-FRACTION(WS-ALC-BEST)
                     AND WS-ALC-PIECES(WS-ALC-SUB)
                        > WS-ALC-PIECES(WS-ALC-BEST)
                    MOVE WS-ALC-SUB TO WS-ALC-BEST
                WHEN WS-ALC-FRACTION(WS-ALC-SUB)
                        = WS-ALC-FRACTION(WS-ALC-BEST)
                     AND WS-ALC-PIECES(WS-ALC-SUB)
                        = WS-ALC-PIECES(WS-ALC-BEST)
                     AND WS-ALC-SOURCE(WS-ALC-SUB)
                        < WS-ALC-SOURCE(WS-ALC-BEST)
                    MOVE WS-ALC-SUB TO WS-ALC-BEST
            END-EVALUATE
        END-IF
    END-PERFORM.
*> Adds one finished allocation line to its department's totals,
*> inserting the department in source-code order the first time it
*> is charged.
POST-TO-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-FOUND.
    MOVE 0 TO WS-DEPT-INS.
    PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-DEPT-INS > 0
        IF WS-DEPT-SOURCE(WS-DEPT-SUB) = WS-ALC-SOURCE(WS-ALC-SUB)
            MOVE 'Y' TO WS-DEPT-FOUND
            MOVE WS-DEPT-SUB TO WS-DEPT-INS
        ELSE
            IF WS-DEPT-SOURCE(WS-DEPT-SUB) > WS-ALC-SOURCE(WS-ALC-SUB)
                MOVE WS-DEPT-SUB TO WS-DEPT-INS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-DEPT-FOUND = 'N'
        IF WS-DEPT-COUNT >= WS-DEPT-LIMIT
            DISPLAY "POSTAGE-CHARGEBACK: MORE THAN " WS-DEPT-LIMIT
                    " DEPARTMENTS ON THE MAILING FILE -- RAISE "
                    "WS-DEPT-LIMIT AND RERUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        IF WS-DEPT-INS = 0
            MOVE WS-DEPT-COUNT TO WS-DEPT-INS
        ELSE
            PERFORM VARYING WS-DEPT-SUB FROM WS-DEPT-COUNT BY -1
                    UNTIL WS-DEPT-SUB <= WS-DEPT-INS
                MOVE WS-DEPT-ENTRY(WS-DEPT-SUB - 1) TO WS-DEPT-HOLD
                MOVE WS-DEPT-HOLD TO WS-DEPT-ENTRY(WS-DEPT-SUB)
            END-PERFORM
        END-IF
        INITIALIZE WS-DEPT-ENTRY(WS-DEPT-INS)
        MOVE WS-ALC-SOURCE(WS-ALC-SUB) TO WS-DEPT-SOURCE(WS-DEPT-INS)
    END-IF.
    EVALUATE WS-ALC-CLASS(WS-ALC-SUB)
        WHEN "BULK RATE"
            ADD WS-ALC-PIECES(WS-ALC-SUB)
                TO WS-DEPT-BULK-PIECES(WS-DEPT-INS)
            ADD WS-ALC-CHARGE(WS-ALC-SUB)
                TO WS-DEPT-BULK-CHARGE(WS-DEPT-INS)
        WHEN "FULL RATE"
            ADD WS-ALC-PIECES(WS-ALC-SUB)
                TO WS-DEPT-FULL-PIECES(WS-DEPT-INS)
            ADD WS-ALC-CHARGE(WS-ALC-SUB)
                TO WS-DEPT-FULL-CHARGE(WS-DEPT-INS)
        WHEN OTHER
            ADD WS-ALC-PIECES(WS-ALC-SUB)
                TO WS-DEPT-OTHER-PIECES(WS-DEPT-INS)
            ADD WS-ALC-CHARGE(WS-ALC-SUB)
                TO WS-DEPT-OTHER-CHARGE(WS-DEPT-INS)
    END-EVALUATE.
    ADD WS-ALC-CHARGE(WS-ALC-SUB) TO WS-DEPT-TOTAL-CHARGE(WS-DEPT-INS).
    ADD WS-ALC-CHARGE(WS-ALC-SUB) TO WS-TOTAL-CHARGED.
*> Prefixes we mailed that are not on the invoice cost nothing to
*> charge back; they are only counted so the control section shows
*> the statements are not the whole mailing.
COUNT-UNBILLED-PREFIXES.
    MOVE SPACES TO WS-PREV-PREFIX.
    PERFORM VARYING WS-PS-SUB FROM 1 BY 1
            UNTIL WS-PS-SUB > WS-PS-COUNT
        IF WS-PS-BILLED(WS-PS-SUB) = 'N'
                AND WS-PS-PREFIX(WS-PS-SUB) NOT = WS-PREV-PREFIX
            ADD 1 TO WS-COUNT-UNBILLED
            MOVE WS-PS-PREFIX(WS-PS-SUB) TO WS-PREV-PREFIX
        END-IF
    END-PERFORM.
WRITE-REPORT-HEADING.
    MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
    WRITE REPORT-LINE FROM WS-RPT-TITLE.
    MOVE "INVOICE FILE: " TO RPT-SRC-LABEL.
    MOVE WS-INVOICE-FILE-NAME TO RPT-SRC-NAME.
    WRITE REPORT-LINE FROM WS-RPT-SOURCE.
    MOVE "MAILING FILE: " TO RPT-SRC-LABEL.
    MOVE WS-MAILING-FILE-NAME TO RPT-SRC-NAME.
    WRITE REPORT-LINE FROM WS-RPT-SOURCE.
    MOVE WS-HDR-RUN-DATE TO RPT-HDR-DATE.
    WRITE REPORT-LINE FROM WS-RPT-HDR-DATE.
*> One statement per department: every prefix it mailed in that was
*> billed, its share of the prefix's pieces and dollars, and its
*> totals by rate class.  Untagged pieces (a single-source run) are
*> shown as department "--" and charged to the central cost center.
WRITE-DEPT-STATEMENT.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF WS-DEPT-SOURCE(WS-DEPT-SUB) = SPACES
        MOVE "--" TO RPT-DEPT-CODE
        MOVE " (UNTAGGED -- CENTRAL MAIL ROOM)" TO RPT-DEPT-NOTE
    ELSE
        MOVE WS-DEPT-SOURCE(WS-DEPT-SUB) TO RPT-DEPT-CODE
        MOVE SPACES TO RPT-DEPT-NOTE
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-DEPT-TITLE.
    WRITE REPORT-LINE FROM WS-RPT-COL-HEADS.
    PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
            UNTIL WS-ALC-SUB > WS-ALC-COUNT
        IF WS-ALC-SOURCE(WS-ALC-SUB) = WS-DEPT-SOURCE(WS-DEPT-SUB)
            PERFORM WRITE-ALLOCATION-LINE
        END-IF
    END-PERFORM.
    MOVE "  BULK RATE.............: " TO RPT-CLS-LABEL.
    MOVE WS-DEPT-BULK-PIECES(WS-DEPT-SUB) TO RPT-CLS-PIECES.
    MOVE WS-DEPT-BULK-CHARGE(WS-DEPT-SUB) TO RPT-CLS-CHARGE.
    WRITE REPORT-LINE FROM WS-RPT-CLASS-TOTAL.
    MOVE "  FULL RATE.............: " TO RPT-CLS-LABEL.
    MOVE WS-DEPT-FULL-PIECES(WS-DEPT-SUB) TO RPT-CLS-PIECES.
    MOVE WS-DEPT-FULL-CHARGE(WS-DEPT-SUB) TO RPT-CLS-CHARGE.
    WRITE REPORT-LINE FROM WS-RPT-CLASS-TOTAL.
    IF WS-DEPT-OTHER-PIECES(WS-DEPT-SUB) > 0
            OR WS-DEPT-OTHER-CHARGE(WS-DEPT-SUB) > 0
        MOVE "  OTHER CLASS...........: " TO RPT-CLS-LABEL
        MOVE WS-DEPT-OTHER-PIECES(WS-DEPT-SUB) TO RPT-CLS-PIECES
        MOVE WS-DEPT-OTHER-CHARGE(WS-DEPT-SUB) TO RPT-CLS-CHARGE
        WRITE REPORT-LINE FROM WS-RPT-CLASS-TOTAL
    END-IF.
    COMPUTE WS-DEPT-PIECES = WS-DEPT-BULK-PIECES(WS-DEPT-SUB)
        + WS-DEPT-FULL-PIECES(WS-DEPT-SUB)
        + WS-DEPT-OTHER-PIECES(WS-DEPT-SUB).
    MOVE "  DEPARTMENT TOTAL......: " TO RPT-CLS-LABEL.
    MOVE WS-DEPT-PIECES TO RPT-CLS-PIECES.
    MOVE WS-DEPT-TOTAL-CHARGE(WS-DEPT-SUB) TO RPT-CLS-CHARGE.
    WRITE REPORT-LINE FROM WS-RPT-CLASS-TOTAL.
WRITE-ALLOCATION-LINE.
    MOVE WS-ALC-PREFIX(WS-ALC-SUB) TO RPT-DET-PREFIX.
    MOVE WS-ALC-CLASS(WS-ALC-SUB) TO RPT-DET-CLASS.
    MOVE WS-ALC-PIECES(WS-ALC-SUB) TO RPT-DET-PIECES.
    MOVE WS-ALC-PFX-PIECES(WS-ALC-SUB) TO RPT-DET-PFX-PIECES.
    MOVE WS-ALC-PFX-BILLED(WS-ALC-SUB) TO RPT-DET-PFX-BILLED.
    MOVE WS-ALC-CHARGE(WS-ALC-SUB) TO RPT-DET-CHARGE.
    EVALUATE TRUE
        WHEN WS-ALC-ROUNDED-UP(WS-ALC-SUB) = 'Y'
                AND WS-ALC-VENDOR-DIFF(WS-ALC-SUB) = 'Y'
            MOVE "+0.01 ROUNDING; VENDOR PIECES" TO RPT-DET-NOTE
        WHEN WS-ALC-ROUNDED-UP(WS-ALC-SUB) = 'Y'
            MOVE "+0.01 ROUNDING" TO RPT-DET-NOTE
        WHEN WS-ALC-VENDOR-DIFF(WS-ALC-SUB) = 'Y'
            MOVE "VENDOR PIECES DIFFER" TO RPT-DET-NOTE
        WHEN OTHER
            MOVE SPACES TO RPT-DET-NOTE
    END-EVALUATE.
    WRITE REPORT-LINE FROM WS-RPT-DETAIL.
*> Billed prefixes with none of our pieces, charged to no department.
WRITE-UNALLOCATED-LINES.
    IF WS-COUNT-NOT-MAILED > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "BILLED BUT NOT ON OUR MAILING -- LEFT ON THE CENTRAL "
            & "COST CENTER" TO REPORT-LINE
        WRITE REPORT-LINE
        WRITE REPORT-LINE FROM WS-RPT-COL-HEADS
        OPEN INPUT INVOICE-FILE
        MOVE 'N' TO WS-INVOICE-EOF
        PERFORM UNTIL WS-INVOICE-EOF = 'Y'
            READ INVOICE-FILE
                AT END
                    MOVE 'Y' TO WS-INVOICE-EOF
                NOT AT END
                    PERFORM WRITE-ONE-UNALLOCATED
            END-READ
        END-PERFORM
        CLOSE INVOICE-FILE
    END-IF.
WRITE-ONE-UNALLOCATED.
    IF INV-PIECES IS NUMERIC AND INV-AMOUNT IS NUMERIC
        MOVE 0 TO WS-LINE-PIECES
        PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                UNTIL WS-PS-SUB > WS-PS-COUNT
            IF WS-PS-PREFIX(WS-PS-SUB) = INV-PREFIX
                ADD WS-PS-PIECES(WS-PS-SUB) TO WS-LINE-PIECES
            END-IF
        END-PERFORM
        IF WS-LINE-PIECES = 0
            MOVE INV-PREFIX TO RPT-DET-PREFIX
            MOVE INV-RATE-CLASS TO RPT-DET-CLASS
            MOVE 0 TO RPT-DET-PIECES
            MOVE INV-PIECES TO RPT-DET-PFX-PIECES
            MOVE INV-AMOUNT TO RPT-DET-PFX-BILLED
            MOVE 0 TO RPT-DET-CHARGE
            MOVE "NOT ON OUR MAILING" TO RPT-DET-NOTE
            WRITE REPORT-LINE FROM WS-RPT-DETAIL
        END-IF
    END-IF.
*> The control section finance signs off on: each department's
*> charge, the unallocated remainder, and their sum against the
*> invoice -- which must come to zero difference.
WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "CONTROL TOTALS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    WRITE REPORT-LINE FROM WS-RPT-CONTROL-HEADS.
    PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        IF WS-DEPT-SOURCE(WS-DEPT-SUB) = SPACES
            MOVE "--" TO RPT-CTL-DEPT
            MOVE WS-GL-CENTRAL-CC TO RPT-CTL-CC
        ELSE
            MOVE WS-DEPT-SOURCE(WS-DEPT-SUB) TO RPT-CTL-DEPT
            MOVE WS-DEPT-SOURCE(WS-DEPT-SUB) TO RPT-CTL-CC
        END-IF
        COMPUTE WS-DEPT-PIECES = WS-DEPT-BULK-PIECES(WS-DEPT-SUB)
            + WS-DEPT-FULL-PIECES(WS-DEPT-SUB)
            + WS-DEPT-OTHER-PIECES(WS-DEPT-SUB)
        MOVE WS-DEPT-PIECES TO RPT-CTL-PIECES
        MOVE WS-DEPT-TOTAL-CHARGE(WS-DEPT-SUB) TO RPT-CTL-CHARGE
        WRITE REPORT-LINE FROM WS-RPT-CONTROL
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "MAILING PIECES..........: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-DETAIL TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "INVOICE LINES...........: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-INV-LINES TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "UNREADABLE LINES SKIPPED: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-INV-SKIPPED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "PREFIXES NOT ON MAILING.: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-NOT-MAILED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "PREFIXES NOT BILLED.....: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-UNBILLED TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "VENDOR PIECE DIFFERENCES: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-VENDOR-DIFF TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE "ROUNDING CENTS ASSIGNED.: " TO RPT-TOT-LABEL.
    MOVE WS-COUNT-ROUNDED-UP TO RPT-TOT-COUNT.
    WRITE REPORT-LINE FROM WS-RPT-TOTAL.
    MOVE SPACES TO RPT-MON-NOTE.
    MOVE "CHARGED TO DEPARTMENTS..: " TO RPT-MON-LABEL.
    MOVE WS-TOTAL-CHARGED TO RPT-MON-AMOUNT.
    WRITE REPORT-LINE FROM WS-RPT-MONEY.
    MOVE "UNALLOCATED (CENTRAL)...: " TO RPT-MON-LABEL.
    MOVE WS-TOTAL-UNALLOCATED TO RPT-MON-AMOUNT.
    WRITE REPORT-LINE FROM WS-RPT-MONEY.
    MOVE "INVOICE TOTAL BILLED....: " TO RPT-MON-LABEL.
    MOVE WS-TOTAL-BILLED TO RPT-MON-AMOUNT.
    WRITE REPORT-LINE FROM WS-RPT-MONEY.
    MOVE "DIFFERENCE..............: " TO RPT-MON-LABEL.
    MOVE WS-CONTROL-DIFF TO RPT-MON-AMOUNT.
    IF WS-CONTROL-DIFF = 0
        MOVE "IN BALANCE" TO RPT-MON-NOTE
    ELSE
        MOVE "*OUT OF BALANCE* -- NO GL FILE WRITTEN" TO RPT-MON-NOTE
    END-IF.
    WRITE REPORT-LINE FROM WS-RPT-MONEY.
*> The journal: one debit per department (untagged pieces and the
*> unallocated remainder together on the central cost center), one
*> credit to clearing for the invoice total, then the trailer.  The
*> journal reference ties the entry back to the mailing it paid for.
WRITE-GL-INTERFACE.
    OPEN OUTPUT GLPOST-FILE.
    IF WS-GLPOST-STATUS NOT = "00"
        DISPLAY "POSTAGE-CHARGEBACK: GL INTERFACE FILE COULD NOT BE "
                "OPENED (STATUS=" WS-GLPOST-STATUS "): "
                FUNCTION TRIM(WS-GLPOST-FILE-NAME)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-GL-JOURNAL-REF.
    STRING "PSTG" WS-HDR-RUN-DATE DELIMITED BY SIZE
        INTO WS-GL-JOURNAL-REF
    END-STRING.
    MOVE WS-TOTAL-UNALLOCATED TO WS-GL-CENTRAL-AMOUNT.
    PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
        IF WS-DEPT-SOURCE(WS-DEPT-SUB) = SPACES
            ADD WS-DEPT-TOTAL-CHARGE(WS-DEPT-SUB)
                TO WS-GL-CENTRAL-AMOUNT
        ELSE
            IF WS-DEPT-TOTAL-CHARGE(WS-DEPT-SUB) > 0
                MOVE SPACES TO GLPOST-DETAIL-RECORD
                MOVE WS-DEPT-SOURCE(WS-DEPT-SUB) TO GLP-COST-CENTER
                MOVE "D" TO GLP-DR-CR
                MOVE WS-GL-EXPENSE-ACCOUNT TO GLP-ACCOUNT
                MOVE WS-DEPT-TOTAL-CHARGE(WS-DEPT-SUB) TO GLP-AMOUNT
                STRING "POSTAGE CHARGEBACK DEPT "
                       WS-DEPT-SOURCE(WS-DEPT-SUB)
                    DELIMITED BY SIZE INTO GLP-DESCRIPTION
                END-STRING
                PERFORM WRITE-GL-LINE
            END-IF
        END-IF
    END-PERFORM.
    IF WS-GL-CENTRAL-AMOUNT > 0
        MOVE SPACES TO GLPOST-DETAIL-RECORD
        MOVE WS-GL-CENTRAL-CC TO GLP-COST-CENTER
        MOVE "D" TO GLP-DR-CR
        MOVE WS-GL-EXPENSE-ACCOUNT TO GLP-ACCOUNT
        MOVE WS-GL-CENTRAL-AMOUNT TO GLP-AMOUNT
        MOVE "POSTAGE NOT CHARGED BACK" TO GLP-DESCRIPTION
        PERFORM WRITE-GL-LINE
    END-IF.
    IF WS-TOTAL-BILLED > 0
        MOVE SPACES TO GLPOST-DETAIL-RECORD
        MOVE WS-GL-CENTRAL-CC TO GLP-COST-CENTER
        MOVE "C" TO GLP-DR-CR
        MOVE WS-GL-CLEARING-ACCOUNT TO GLP-ACCOUNT
        MOVE WS-TOTAL-BILLED TO GLP-AMOUNT
        MOVE "POSTAGE INVOICE PAID CENTRALLY" TO GLP-DESCRIPTION
        PERFORM WRITE-GL-LINE
    END-IF.
    MOVE SPACES TO GLPOST-TRAILER-RECORD.
    MOVE "T" TO GLT-RECORD-TYPE.
    MOVE WS-RUN-DATE TO GLT-ENTRY-DATE.
    MOVE WS-GL-JOURNAL-REF TO GLT-JOURNAL-REF.
    MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT.
    MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
    MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
    WRITE GLPOST-TRAILER-RECORD.
    IF WS-GLPOST-STATUS NOT = "00"
        PERFORM GL-WRITE-FAILED
    END-IF.
    CLOSE GLPOST-FILE.
    IF WS-GLPOST-STATUS NOT = "00"
        PERFORM GL-WRITE-FAILED
    END-IF.
WRITE-GL-LINE.
    MOVE "D" TO GLP-RECORD-TYPE.
    MOVE WS-RUN-DATE TO GLP-ENTRY-DATE.
    MOVE WS-GL-JOURNAL-REF TO GLP-JOURNAL-REF.
    ADD 1 TO WS-GL-LINE-COUNT.
    IF GLP-DR-CR = "D"
        ADD GLP-AMOUNT TO WS-GL-DEBIT-TOTAL
    ELSE
        ADD GLP-AMOUNT TO WS-GL-CREDIT-TOTAL
    END-IF.
    WRITE GLPOST-DETAIL-RECORD.
    IF WS-GLPOST-STATUS NOT = "00"
        PERFORM GL-WRITE-FAILED
    END-IF.
*> A GL file that is not whole must not be posted, and the postage
*> history is not written from it, so no response is ever costed on
*> a chargeback the ledger never took.
GL-WRITE-FAILED.
    DISPLAY "POSTAGE-CHARGEBACK: GL INTERFACE FILE COULD NOT BE "
            "WRITTEN (STATUS=" WS-GLPOST-STATUS ") -- FILE INCOMPLETE, "
            "DO NOT POST IT; POSTAGE HISTORY NOT RECORDED: "
            FUNCTION TRIM(WS-GLPOST-FILE-NAME).
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
*> Every department share of this balanced chargeback, kept for the
*> response-rate analysis.  Only the shares charged to a department
*> line are kept: postage billed on a prefix with none of our pieces
*> cannot be laid against any piece.  The GL file is already written
*> by now, so a history that cannot be opened is only a warning --
*> this mailing's responses then show as not costed until the
*> chargeback is run again.
WRITE-POSTAGE-HISTORY.
    OPEN EXTEND POSTCOST-FILE.
    IF WS-POSTCOST-STATUS NOT = "00" AND WS-POSTCOST-STATUS NOT = "05"
        DISPLAY "POSTAGE-CHARGEBACK WARNING: POSTAGE HISTORY COULD "
                "NOT BE OPENED (STATUS=" WS-POSTCOST-STATUS "); THIS "
                "MAILING'S POSTAGE IS NOT RECORDED FOR RESPONSE "
                "COSTING -- RERUN TO RECORD IT"
    ELSE
        PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                UNTIL WS-ALC-SUB > WS-ALC-COUNT
            MOVE SPACES TO POSTCOST-RECORD
            MOVE WS-HDR-RUN-DATE TO PCH-MAIL-DATE
            MOVE WS-RUN-DATE TO PCH-CHARGED-DATE
            MOVE WS-RUN-TIME-RAW(1:6) TO PCH-CHARGED-TIME
            MOVE WS-ALC-SOURCE(WS-ALC-SUB) TO PCH-SOURCE-CODE
            MOVE WS-ALC-PREFIX(WS-ALC-SUB) TO PCH-PREFIX
            MOVE WS-ALC-CLASS(WS-ALC-SUB) TO PCH-RATE-CLASS
            MOVE WS-ALC-PIECES(WS-ALC-SUB) TO PCH-PIECES
            MOVE WS-ALC-CHARGE(WS-ALC-SUB) TO PCH-CHARGE
            MOVE WS-MAILING-FILE-NAME TO PCH-MAILING-FILE
            WRITE POSTCOST-RECORD
        END-PERFORM
        CLOSE POSTCOST-FILE
    END-IF.
