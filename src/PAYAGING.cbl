*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original version.
*> 2026-10-15  DLC  Amount owed is fare plus the segment's taxes
*>                   and airport charges, as PAYMGR collects it.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYAGING.

77  WS-UNPAID-COUNT                  PIC 9(07) COMP VALUE ZERO.
01  WS-UNPAID-TOTAL                  PIC 9(09)V99 VALUE ZERO.
01  WS-SEG-DUE                       PIC 9(07)V99 VALUE ZERO.

01  WS-EDIT-FIELDS.
    05  WS-COUNT-ED                  PIC ZZZZZZ9.
        WHEN OTHER
            MOVE 3 TO WS-BAND-IX
    END-EVALUATE
    COMPUTE WS-SEG-DUE = BOOK-FARE-AMOUNT + BOOK-TAX-AMOUNT
    ADD 1 TO WS-BAND-COUNT(WS-BAND-IX)
    ADD WS-SEG-DUE TO WS-BAND-AMOUNT(WS-BAND-IX)
    ADD 1 TO WS-UNPAID-COUNT
    ADD WS-SEG-DUE TO WS-UNPAID-TOTAL
    MOVE WS-SEG-DUE TO WS-AMOUNT-ED
    MOVE WS-AGE-DAYS TO WS-AGE-ED
    MOVE SPACES TO AGING-LINE
    STRING '  ' BOOK-PNR ' ' BOOK-SEG-SEQ '  ' BOOK-FLT-NUMBER
