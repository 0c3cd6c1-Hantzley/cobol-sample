01  WS-COUNT-LABELS       PIC 9(9)   VALUE 0.

*> 3-across label layout: labels are buffered until a row of three is
*> full (or input runs out), then printed as five 132-byte lines --
*> the serial keyline, name, street, city/state/ZIP, and a separator
*> blank.  Ten label rows to a page, matching the vendor's 3x10 label
*> stock.  The keyline carries the piece serial between Code 39
*> start/stop asterisks ("*0000001234*"), which the label printer's
*> barcode font renders as a bar code a hand scanner reads back as
*> the bare serial; a file written before serials were issued prints
*> the keyline blank.
01  WS-LBL-SLOT-USED      PIC 9      VALUE 0.
01  WS-LBL-TABLE.
    05 WS-LBL-SLOT OCCURS 3 TIMES.
        10 WS-LBL-KEYLINE PIC X(40).
        10 WS-LBL-NAME    PIC X(40).
        10 WS-LBL-STREET  PIC X(40).
        10 WS-LBL-CSZ     PIC X(40).
                "-- FILE IS DAMAGED, NO LABELS PRINTED"
        STOP RUN
    END-IF.
*> Formats one mailing piece into the next free label slot: serial
*> keyline, name line from first + last name, street line, then
*> city/state/ZIP in USPS last-line form (no punctuation).
BUFFER-ONE-LABEL.
    ADD 1 TO WS-LBL-SLOT-USED.
    MOVE SPACES TO WS-LBL-SLOT(WS-LBL-SLOT-USED).
    IF OUT-PIECE-SERIAL IS NUMERIC
        STRING "*" OUT-PIECE-SERIAL "*" DELIMITED BY SIZE
            INTO WS-LBL-KEYLINE(WS-LBL-SLOT-USED)
        END-STRING
    END-IF.
    STRING FUNCTION TRIM(OUT-FIRST-NAME) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(OUT-LAST-NAME) DELIMITED BY SIZE
    IF WS-LBL-SLOT-USED = 3
        PERFORM PRINT-LABEL-ROW
    END-IF.
*> Prints the buffered row as five lines across the three columns and
*> clears the buffer.  After WS-ROWS-PER-PAGE rows the next row starts
*> a new page so the columns land on the next label sheet.
PRINT-LABEL-ROW.
        MOVE 0 TO WS-ROW-ON-PAGE
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM VARYING WS-LBL-SUB FROM 1 BY 1 UNTIL WS-LBL-SUB > 3
        EVALUATE WS-LBL-SUB
            WHEN 1 MOVE WS-LBL-KEYLINE(1) TO WS-PRINT-COL-1
            WHEN 2 MOVE WS-LBL-KEYLINE(2) TO WS-PRINT-COL-2
            WHEN 3 MOVE WS-LBL-KEYLINE(3) TO WS-PRINT-COL-3
        END-EVALUATE
    END-PERFORM.
    WRITE LABEL-LINE FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM VARYING WS-LBL-SUB FROM 1 BY 1 UNTIL WS-LBL-SUB > 3
        EVALUATE WS-LBL-SUB
            WHEN 1 MOVE WS-LBL-NAME(1) TO WS-PRINT-COL-1
