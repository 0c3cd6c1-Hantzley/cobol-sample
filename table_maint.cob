    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SUPP-STATUS.

    SELECT SEED-FILE
    ASSIGN TO "./data/seeds.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-SEED-STATUS.

    SELECT OPTIONAL AUDIT-FILE
    ASSIGN TO "./data/tblaudit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
*> Maintenance transactions, one CSV line each:
*>   ZIPSTATE,action,LOWZIP,HIGHZIP,STATE
*>   SUPPRESS,action,LAST,FIRST,ZIP,REASON
*>   SEED,action,SEEDID,LAST,FIRST,STREET,CITY,STATE,ZIP
*> where action is A (add), C (change) or D (delete).  This replaces
*> hand-editing the reference files.
FD  TRAN-FILE            RECORD CONTAINS 160 CHARACTERS.
01  TRAN-RECORD          PIC X(160).
*> The tables being maintained, in the exact layouts READ-CSV and
*> REJECT-REPAIR load: the ZIP range directory as "LLLLL HHHHH SS"
*> lines, the do-not-mail list as LAST,FIRST,ZIP,REASON lines, and
*> the seed (decoy) list READ-CSV and CAMPAIGN-EXTRACT insert, in
*> SEEDLIST.CPY's fixed layout.  Each is read whole at start-up and
*> rewritten sorted at the end.
FD  ZIPSTATE-FILE        RECORD CONTAINS 14 CHARACTERS.
01  ZIPSTATE-RECORD.
    05 ZPS-LOW-ZIP        PIC X(5).
    05 ZPS-STATE          PIC XX.
FD  SUPPRESS-FILE        RECORD CONTAINS 80 CHARACTERS.
01  SUPPRESS-RECORD      PIC X(80).
FD  SEED-FILE            RECORD CONTAINS 109 CHARACTERS.
    COPY SEEDLIST.
*> Append-only audit trail, one line per APPLIED change: when, who,
*> which table, which action, and the entry before and after.  This
*> is the answer to "who added that suppression entry and when" --
01  WS-TRAN-STATUS        PIC XX     VALUE SPACES.
01  WS-ZIPST-STATUS       PIC XX     VALUE SPACES.
01  WS-SUPP-STATUS        PIC XX     VALUE SPACES.
01  WS-SEED-STATUS        PIC XX     VALUE SPACES.
01  WS-AUDIT-STATUS       PIC XX     VALUE SPACES.
01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
01  WS-PARM-TOKENS.
01  WS-TRAN-EOF           PIC X      VALUE 'N'.
01  WS-ZIPST-EOF          PIC X      VALUE 'N'.
01  WS-SUPP-EOF           PIC X      VALUE 'N'.
01  WS-SEED-EOF           PIC X      VALUE 'N'.

*> Parsed transaction fields.  The reference tables carry plain
*> names, ZIPs and codes -- never quoted, never containing commas --
        10 WS-SUPP-HOLD-ZIP    PIC X(10).
    05 WS-SUPP-HOLD-REASON     PIC X(12).

*> Seed list held in memory, same limit as READ-CSV's loader, keyed
*> by seed id.  A seed transaction carries more fields than the
*> generic WS-TRN-F1..F4 hold, so APPLY-SEED-TRAN splits it again
*> into the WS-SEED-IN fields.  Seed addresses are our own, keyed by
*> hand, and never contain commas.
01  WS-SEED-LIMIT         PIC 9(4)   VALUE 50.
01  WS-SEED-COUNT         PIC 9(4)   VALUE 0.
01  WS-SEED-SUB           PIC 9(4)   VALUE 0 COMP.
01  WS-SEED-SUB2          PIC 9(4)   VALUE 0 COMP.
01  WS-SEED-FOUND         PIC 9(4)   VALUE 0.
01  WS-SEED-IN-ID         PIC X(10)  VALUE SPACES.
01  WS-SEED-IN-LAST       PIC X(25)  VALUE SPACES.
01  WS-SEED-IN-FIRST      PIC X(15)  VALUE SPACES.
01  WS-SEED-IN-STREET     PIC X(30)  VALUE SPACES.
01  WS-SEED-IN-CITY       PIC X(15)  VALUE SPACES.
01  WS-SEED-IN-STATE      PIC X(10)  VALUE SPACES.
01  WS-SEED-IN-ZIP        PIC X(10)  VALUE SPACES.
01  WS-SEED-TABLE.
    05 WS-SEED-ENTRY OCCURS 50 TIMES.
        10 WS-SEED-ID          PIC X(6).
        10 WS-SEED-LAST-NAME   PIC X(25).
        10 WS-SEED-FIRST-NAME  PIC X(15).
        10 WS-SEED-STREET      PIC X(30).
        10 WS-SEED-CITY        PIC X(15).
        10 WS-SEED-STATE       PIC XX.
        10 WS-SEED-ZIP         PIC X(10).
01  WS-SEED-HOLD.
    05 WS-SEED-HOLD-ID         PIC X(6).
    05 WS-SEED-HOLD-LAST       PIC X(25).
    05 WS-SEED-HOLD-FIRST      PIC X(15).
    05 WS-SEED-HOLD-STREET     PIC X(30).
    05 WS-SEED-HOLD-CITY       PIC X(15).
    05 WS-SEED-HOLD-STATE      PIC XX.
    05 WS-SEED-HOLD-ZIP        PIC X(10).

*> Validation scratch and the before/after images for the audit line.
01  WS-STATE-VALID        PIC X      VALUE 'N'.
01  WS-TRAN-VALID         PIC X      VALUE 'Y'.
    END-IF.
    PERFORM LOAD-ZIPSTATE-TABLE.
    PERFORM LOAD-SUPPRESS-TABLE.
    PERFORM LOAD-SEED-TABLE.
    OPEN INPUT TRAN-FILE.
    IF WS-TRAN-STATUS NOT = "00"
        DISPLAY "TABLE-MAINT: TRANSACTION FILE COULD NOT BE OPENED "
    END-IF.
    PERFORM SORT-ZIPSTATE-TABLE.
    PERFORM SORT-SUPPRESS-TABLE.
    PERFORM SORT-SEED-TABLE.
    PERFORM WRITE-ZIPSTATE-FILE.
    PERFORM WRITE-SUPPRESS-FILE.
    PERFORM WRITE-SEED-FILE.
    PERFORM PRINT-SUMMARY.
    STOP RUN.
*> Same token convention as READ-CSV's PARSE-RUN-PARMS: the OPERATOR=
            STOP RUN
        END-IF
    END-IF.
LOAD-SEED-TABLE.
    MOVE 0 TO WS-SEED-COUNT.
    OPEN INPUT SEED-FILE.
    IF WS-SEED-STATUS NOT = "00"
        MOVE 'Y' TO WS-SEED-EOF
        DISPLAY "TABLE-MAINT: NO SEED LIST (STATUS="
                WS-SEED-STATUS "); STARTING FROM AN EMPTY TABLE"
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
            MOVE SED-LAST-NAME TO WS-SEED-LAST-NAME(WS-SEED-COUNT)
            MOVE SED-FIRST-NAME TO WS-SEED-FIRST-NAME(WS-SEED-COUNT)
            MOVE SED-STREET TO WS-SEED-STREET(WS-SEED-COUNT)
            MOVE SED-CITY TO WS-SEED-CITY(WS-SEED-COUNT)
            MOVE SED-STATE TO WS-SEED-STATE(WS-SEED-COUNT)
            MOVE SED-ZIP TO WS-SEED-ZIP(WS-SEED-COUNT)
        ELSE
            MOVE 'Y' TO WS-SEED-EOF
            DISPLAY "TABLE-MAINT: SEED LIST EXCEEDS "
                    WS-SEED-LIMIT " ENTRIES; MAINTENANCE REFUSED -- "
                    "RAISE WS-SEED-LIMIT AND RERUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
            PERFORM APPLY-ZIPSTATE-TRAN
        WHEN WS-TRN-TABLE = "SUPPRESS"
            PERFORM APPLY-SUPPRESS-TRAN
        WHEN WS-TRN-TABLE = "SEED"
            PERFORM APPLY-SEED-TRAN
        WHEN OTHER
            MOVE "TABLE NOT ZIPSTATE, SUPPRESS OR SEED" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
    END-EVALUATE.
REFUSE-TRANSACTION.
        DELIMITED BY SIZE INTO WS-AUD-AFTER
        ON OVERFLOW CONTINUE
    END-STRING.
*> SEED transactions: the seed id (1-6 characters) is the entry's
*> identity.  An add or change must carry the whole decoy name and
*> address -- a seed READ-CSV cannot mail is no seed at all -- with a
*> 5-digit numeric ZIP and a state in USPSTATE, checked through
*> VALIDATE-TRAN-STATE the way a ZIPSTATE entry's state is.  Names
*> and address are upper-cased, as the seed pieces are printed.
APPLY-SEED-TRAN.
    MOVE SPACES TO WS-SEED-IN-ID.
    MOVE SPACES TO WS-SEED-IN-LAST.
    MOVE SPACES TO WS-SEED-IN-FIRST.
    MOVE SPACES TO WS-SEED-IN-STREET.
    MOVE SPACES TO WS-SEED-IN-CITY.
    MOVE SPACES TO WS-SEED-IN-STATE.
    MOVE SPACES TO WS-SEED-IN-ZIP.
    UNSTRING TRAN-RECORD DELIMITED BY ","
        INTO WS-TRN-TABLE WS-TRN-ACTION WS-SEED-IN-ID
             WS-SEED-IN-LAST WS-SEED-IN-FIRST WS-SEED-IN-STREET
             WS-SEED-IN-CITY WS-SEED-IN-STATE WS-SEED-IN-ZIP
    END-UNSTRING.
    MOVE FUNCTION UPPER-CASE(WS-TRN-TABLE) TO WS-TRN-TABLE.
    MOVE FUNCTION UPPER-CASE(WS-TRN-ACTION) TO WS-TRN-ACTION.
    MOVE WS-SEED-IN-STATE TO WS-TRN-F3.
    EVALUATE TRUE
        WHEN WS-SEED-IN-ID = SPACES OR WS-SEED-IN-ID(7:4) NOT = SPACES
            MOVE "SEED ID NOT 1-6 CHARACTERS" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
        WHEN WS-TRN-ACTION = 'D'
            PERFORM LOCATE-AND-APPLY-SEED
        WHEN WS-SEED-IN-LAST = SPACES OR WS-SEED-IN-STREET = SPACES
                OR WS-SEED-IN-CITY = SPACES
            MOVE "SEED NAME AND ADDRESS REQUIRED" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
        WHEN WS-SEED-IN-ZIP(1:5) IS NOT NUMERIC
            MOVE "SEED ZIP NOT 5-DIGIT NUMERIC" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
        WHEN OTHER
            PERFORM VALIDATE-TRAN-STATE
            IF WS-STATE-VALID = 'N'
                MOVE "STATE NOT IN USPS TABLE" TO WS-TRAN-ERROR
                PERFORM REFUSE-TRANSACTION
            ELSE
                PERFORM LOCATE-AND-APPLY-SEED
            END-IF
    END-EVALUATE.
LOCATE-AND-APPLY-SEED.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-ID) TO WS-SEED-HOLD-ID.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-LAST) TO WS-SEED-HOLD-LAST.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-FIRST) TO WS-SEED-HOLD-FIRST.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-STREET) TO WS-SEED-HOLD-STREET.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-CITY) TO WS-SEED-HOLD-CITY.
    MOVE FUNCTION UPPER-CASE(WS-SEED-IN-STATE(1:2))
        TO WS-SEED-HOLD-STATE.
    MOVE WS-SEED-IN-ZIP TO WS-SEED-HOLD-ZIP.
    MOVE 0 TO WS-SEED-FOUND.
    PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
               OR WS-SEED-FOUND > 0
        IF WS-SEED-ID(WS-SEED-SUB) = WS-SEED-HOLD-ID
            MOVE WS-SEED-SUB TO WS-SEED-FOUND
        END-IF
    END-PERFORM.
    EVALUATE WS-TRN-ACTION
        WHEN 'A'
            PERFORM ADD-SEED-ENTRY
        WHEN 'C'
            PERFORM CHANGE-SEED-ENTRY
        WHEN 'D'
            PERFORM DELETE-SEED-ENTRY
    END-EVALUATE.
ADD-SEED-ENTRY.
    EVALUATE TRUE
        WHEN WS-SEED-FOUND > 0
            MOVE "SEED ID ALREADY ON FILE" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
        WHEN WS-SEED-COUNT >= WS-SEED-LIMIT
            MOVE "SEED LIST FULL" TO WS-TRAN-ERROR
            PERFORM REFUSE-TRANSACTION
        WHEN OTHER
            ADD 1 TO WS-SEED-COUNT
            MOVE WS-SEED-HOLD TO WS-SEED-ENTRY(WS-SEED-COUNT)
            MOVE SPACES TO WS-AUD-BEFORE
            MOVE WS-SEED-COUNT TO WS-SEED-SUB
            PERFORM FORMAT-SEED-AFTER
            PERFORM WRITE-AUDIT-LINE
    END-EVALUATE.
CHANGE-SEED-ENTRY.
    IF WS-SEED-FOUND = 0
        MOVE "SEED ID NOT ON FILE" TO WS-TRAN-ERROR
        PERFORM REFUSE-TRANSACTION
    ELSE
        MOVE WS-SEED-FOUND TO WS-SEED-SUB
        PERFORM FORMAT-SEED-BEFORE
        MOVE WS-SEED-HOLD TO WS-SEED-ENTRY(WS-SEED-SUB)
        PERFORM FORMAT-SEED-AFTER
        PERFORM WRITE-AUDIT-LINE
    END-IF.
DELETE-SEED-ENTRY.
    IF WS-SEED-FOUND = 0
        MOVE "SEED ID NOT ON FILE" TO WS-TRAN-ERROR
        PERFORM REFUSE-TRANSACTION
    ELSE
        MOVE WS-SEED-FOUND TO WS-SEED-SUB
        PERFORM FORMAT-SEED-BEFORE
        MOVE SPACES TO WS-AUD-AFTER
        PERFORM VARYING WS-SEED-SUB FROM WS-SEED-FOUND BY 1
                UNTIL WS-SEED-SUB >= WS-SEED-COUNT
            COMPUTE WS-SEED-SUB2 = WS-SEED-SUB + 1
            MOVE WS-SEED-ENTRY(WS-SEED-SUB2)
                TO WS-SEED-ENTRY(WS-SEED-SUB)
        END-PERFORM
        SUBTRACT 1 FROM WS-SEED-COUNT
        PERFORM WRITE-AUDIT-LINE
    END-IF.
FORMAT-SEED-BEFORE.
    MOVE SPACES TO WS-AUD-BEFORE.
    STRING FUNCTION TRIM(WS-SEED-ID(WS-SEED-SUB)) " "
           FUNCTION TRIM(WS-SEED-LAST-NAME(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-FIRST-NAME(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-STREET(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-CITY(WS-SEED-SUB)) ","
           WS-SEED-STATE(WS-SEED-SUB) ","
           FUNCTION TRIM(WS-SEED-ZIP(WS-SEED-SUB))
        DELIMITED BY SIZE INTO WS-AUD-BEFORE
        ON OVERFLOW CONTINUE
    END-STRING.
FORMAT-SEED-AFTER.
    MOVE SPACES TO WS-AUD-AFTER.
    STRING FUNCTION TRIM(WS-SEED-ID(WS-SEED-SUB)) " "
           FUNCTION TRIM(WS-SEED-LAST-NAME(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-FIRST-NAME(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-STREET(WS-SEED-SUB)) ","
           FUNCTION TRIM(WS-SEED-CITY(WS-SEED-SUB)) ","
           WS-SEED-STATE(WS-SEED-SUB) ","
           FUNCTION TRIM(WS-SEED-ZIP(WS-SEED-SUB))
        DELIMITED BY SIZE INTO WS-AUD-AFTER
        ON OVERFLOW CONTINUE
    END-STRING.
WRITE-AUDIT-LINE.
    ADD 1 TO WS-COUNT-APPLIED.
    MOVE SPACES TO AUDIT-RECORD.
        COMPUTE WS-SUPP-FOUND = WS-SUPP-SUB2 + 1
        MOVE WS-SUPP-HOLD TO WS-SUPP-ENTRY(WS-SUPP-FOUND)
    END-PERFORM.
SORT-SEED-TABLE.
    PERFORM VARYING WS-SEED-SUB FROM 2 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
        MOVE WS-SEED-ENTRY(WS-SEED-SUB) TO WS-SEED-HOLD
        COMPUTE WS-SEED-SUB2 = WS-SEED-SUB - 1
        PERFORM UNTIL WS-SEED-SUB2 < 1
                OR WS-SEED-ID(WS-SEED-SUB2) <= WS-SEED-HOLD-ID
            COMPUTE WS-SEED-FOUND = WS-SEED-SUB2 + 1
            MOVE WS-SEED-ENTRY(WS-SEED-SUB2)
                TO WS-SEED-ENTRY(WS-SEED-FOUND)
            SUBTRACT 1 FROM WS-SEED-SUB2
        END-PERFORM
        COMPUTE WS-SEED-FOUND = WS-SEED-SUB2 + 1
        MOVE WS-SEED-HOLD TO WS-SEED-ENTRY(WS-SEED-FOUND)
    END-PERFORM.
WRITE-ZIPSTATE-FILE.
    OPEN OUTPUT ZIPSTATE-FILE.
    PERFORM VARYING WS-ZIPST-SUB FROM 1 BY 1
        WRITE SUPPRESS-RECORD
    END-PERFORM.
    CLOSE SUPPRESS-FILE.
WRITE-SEED-FILE.
    OPEN OUTPUT SEED-FILE.
    PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
            UNTIL WS-SEED-SUB > WS-SEED-COUNT
        MOVE SPACES TO SEED-RECORD
        MOVE WS-SEED-ID(WS-SEED-SUB) TO SED-SEED-ID
        MOVE WS-SEED-LAST-NAME(WS-SEED-SUB) TO SED-LAST-NAME
        MOVE WS-SEED-FIRST-NAME(WS-SEED-SUB) TO SED-FIRST-NAME
        MOVE WS-SEED-STREET(WS-SEED-SUB) TO SED-STREET
        MOVE WS-SEED-CITY(WS-SEED-SUB) TO SED-CITY
        MOVE WS-SEED-STATE(WS-SEED-SUB) TO SED-STATE
        MOVE WS-SEED-ZIP(WS-SEED-SUB) TO SED-ZIP
        WRITE SEED-RECORD
    END-PERFORM.
    CLOSE SEED-FILE.
PRINT-SUMMARY.
    DISPLAY "TABLE-MAINT RUN SUMMARY".
    DISPLAY "  RUN DATE (CCYYMMDD)....: " WS-RUN-DATE.
    DISPLAY "  TRANSACTIONS REFUSED...: " WS-COUNT-REFUSED.
    DISPLAY "  ZIP RANGES ON FILE.....: " WS-ZIPST-COUNT.
    DISPLAY "  SUPPRESSIONS ON FILE...: " WS-SUPP-COUNT.
    DISPLAY "  SEEDS ON FILE..........: " WS-SEED-COUNT.
