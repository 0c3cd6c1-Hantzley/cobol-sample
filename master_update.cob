    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-MSTCOUNT-STATUS.

    SELECT OPTIONAL JOURNAL-FILE
    ASSIGN TO "./data/mstjrnl.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT SORT-WORK-FILE
    ASSIGN TO "./data/mstsort.tmp".

    05 NEW-STREET            PIC X(30).
    05 NEW-CITY              PIC X(15).
    05 NEW-STATE             PIC XXX.
*> Before/after change journal shared with MASTER-MAINT (see
*> MSTJRNL.CPY): one line for every add, change and delete this run
*> applies to the new generation.
FD  JOURNAL-FILE        RECORD CONTAINS 239 CHARACTERS.
    COPY MSTJRNL.
*> Transactions are sorted into master-key order before being applied
*> so the whole update is one sequential pass over the old master.
*> WITH DUPLICATES IN ORDER keeps same-key transactions in the order
*> add transaction seeds the new file.
01  WS-OLD-MASTER-STATUS  PIC XX     VALUE SPACES.
01  WS-MSTCOUNT-STATUS    PIC XX     VALUE SPACES.
01  WS-JOURNAL-STATUS     PIC XX     VALUE SPACES.
01  WS-OLD-MASTER-OPEN    PIC X      VALUE 'N'.
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.

01  WS-COUNT-DEL-NOT-FOUND PIC 9(9) VALUE 0.
01  WS-COUNT-MASTER-IN     PIC 9(9) VALUE 0.
01  WS-COUNT-MASTER-OUT    PIC 9(9) VALUE 0.
01  WS-COUNT-JOURNALED     PIC 9(9) VALUE 0.
01  WS-RUN-DATE            PIC 9(8).
01  WS-RUN-TIME-RAW        PIC 9(8) VALUE 0.

*> Journal images of the working record either side of one applied
*> transaction, and the origin stamped on every journal line this
*> program writes -- the nightly batch has no operator at a keyboard.
01  WS-JRN-BEFORE          PIC X(98) VALUE SPACES.
01  WS-JRN-AFTER           PIC X(98) VALUE SPACES.
01  WS-JRN-ACTION          PIC X     VALUE SPACE.
01  WS-JRN-OPERATOR        PIC X(8)  VALUE "BATCH".

01  WS-TRAN-EOF            PIC X     VALUE 'N'.
01  WS-SORTED-EOF          PIC X     VALUE 'N'.
PROCEDURE DIVISION.
START-ROUTINE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    PERFORM PARSE-RUN-PARMS.
    PERFORM OPEN-JOURNAL-FILE.
    OPEN INPUT TRANSACTION-FILE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-KEY
        INPUT PROCEDURE IS PRODUCE-TRAN-RECORDS
        OUTPUT PROCEDURE IS APPLY-TRAN-RECORDS.
    CLOSE TRANSACTION-FILE.
    CLOSE JOURNAL-FILE.
    PERFORM WRITE-CONTROL-COUNT.
    PERFORM PRINT-SUMMARY.
    STOP RUN.
        WRITE MSTCOUNT-RECORD
        CLOSE MSTCOUNT-FILE
    END-IF.
*> The journal is how "who changed this address" gets answered, so --
*> as with TABLE-MAINT's audit trail -- no update runs without it.  A
*> missing file is simply created (status 05); anything else stops the
*> run before a single transaction is applied.
OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS NOT = "05"
        DISPLAY "MASTER-UPDATE: CHANGE JOURNAL COULD NOT BE OPENED "
                "(STATUS=" WS-JOURNAL-STATUS ") -- NO CHANGES APPLIED "
                "WITHOUT A JOURNAL"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
PARSE-RUN-PARMS.
    ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
    IF WS-PARM-STRING NOT = SPACES
*> clears the working record (or is counted as not-found when there is
*> nothing to delete); a matching add-or-change updates the street and
*> city in place; an unmatched add-or-change becomes a new record.
*> Every applied transaction is journaled with the working record as
*> it stood before and after; a delete that matched nothing changed
*> nothing and is not journaled.
APPLY-ONE-TRAN.
    EVALUATE TRUE
        WHEN SRT-ACTION = 'D'
            IF WS-WORK-ACTIVE = 'Y'
                MOVE WS-WORK-RECORD TO WS-JRN-BEFORE
                MOVE 'N' TO WS-WORK-ACTIVE
                ADD 1 TO WS-COUNT-DELETED
                MOVE SPACES TO WS-JRN-AFTER
                MOVE 'D' TO WS-JRN-ACTION
                PERFORM WRITE-JOURNAL-LINE
            ELSE
                ADD 1 TO WS-COUNT-DEL-NOT-FOUND
                DISPLAY "MASTER-UPDATE: DELETE WITH NO MATCHING MASTER "
                        " " SRT-ZIP
            END-IF
        WHEN WS-WORK-ACTIVE = 'Y'
            MOVE WS-WORK-RECORD TO WS-JRN-BEFORE
            MOVE SRT-STREET TO WS-WORK-STREET
            MOVE SRT-CITY TO WS-WORK-CITY
            ADD 1 TO WS-COUNT-CHANGED
            MOVE WS-WORK-RECORD TO WS-JRN-AFTER
            MOVE 'C' TO WS-JRN-ACTION
            PERFORM WRITE-JOURNAL-LINE
        WHEN OTHER
            MOVE 'Y' TO WS-WORK-ACTIVE
            MOVE SRT-KEY TO WS-WORK-KEY
            MOVE SRT-CITY TO WS-WORK-CITY
            MOVE SRT-STATE TO WS-WORK-STATE
            ADD 1 TO WS-COUNT-ADDED
            MOVE SPACES TO WS-JRN-BEFORE
            MOVE WS-WORK-RECORD TO WS-JRN-AFTER
            MOVE 'A' TO WS-JRN-ACTION
            PERFORM WRITE-JOURNAL-LINE
    END-EVALUATE.
WRITE-JOURNAL-LINE.
    MOVE SPACES TO MSTJRNL-RECORD.
    MOVE WS-RUN-DATE TO MJR-DATE.
    MOVE WS-RUN-TIME-RAW(1:6) TO MJR-TIME.
    MOVE "MASTER-UPDATE" TO MJR-ORIGIN.
    MOVE WS-JRN-OPERATOR TO MJR-OPERATOR.
    MOVE WS-JRN-ACTION TO MJR-ACTION.
    MOVE WS-JRN-BEFORE TO MJR-BEFORE.
    MOVE WS-JRN-AFTER TO MJR-AFTER.
    WRITE MSTJRNL-RECORD.
*> A change that cannot be journaled is not applied: the run stops
*> before the control count is written, so the part-built new master
*> never balances and is never copied over.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "MASTER-UPDATE: CHANGE JOURNAL COULD NOT BE WRITTEN "
                "(STATUS=" WS-JOURNAL-STATUS ") -- RUN STOPPED, NEW "
                "MASTER NOT TO BE COPIED OVER"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-COUNT-JOURNALED.
OPEN-OLD-MASTER.
    OPEN INPUT OLD-MASTER-FILE.
    IF WS-OLD-MASTER-STATUS = "00"
    DISPLAY "  DELETES NOT MATCHED....: " WS-COUNT-DEL-NOT-FOUND.
    DISPLAY "  OLD MASTER RECORDS IN..: " WS-COUNT-MASTER-IN.
    DISPLAY "  NEW MASTER RECORDS OUT.: " WS-COUNT-MASTER-OUT.
    DISPLAY "  JOURNAL LINES WRITTEN..: " WS-COUNT-JOURNALED.
