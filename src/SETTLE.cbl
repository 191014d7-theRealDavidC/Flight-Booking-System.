*>                   cash entry - the revenue figures stay pure
*>                   cash and the mileage ledger carries the
*>                   miles side.  Counted on the trailer.
*> 2026-10-15  DLC  Taxes and airport charges post apart from
*>                   the fare: a 'T' entry per tax line the
*>                   first time a segment settles, and a 'U'
*>                   entry per refunded line once the segment is
*>                   cancelled or closed out as a no-show (see
*>                   2300-SETTLE-TAXES).  Their progress is kept
*>                   in BOOK-TAX-SETTLE-STATUS, so a no-show
*>                   whose fare settled long ago still comes
*>                   back once for its tax refund.  Counted on
*>                   the trailer.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SETTLE.
77  WS-SETTLED-COUNT                 PIC 9(07) COMP VALUE ZERO.
77  WS-SKIPPED-COUNT                 PIC 9(07) COMP VALUE ZERO.
77  WS-AWARD-COUNT                   PIC 9(07) COMP VALUE ZERO.
77  WS-TAX-ENTRY-COUNT               PIC 9(07) COMP VALUE ZERO.
77  WS-TAX-IX                        PIC 9(01) COMP VALUE ZERO.

01  WS-TODAY                        PIC 9(08).

    05  WS-SETTLED-ED                PIC ZZZZZZ9.
    05  WS-SKIPPED-ED                PIC ZZZZZZ9.
    05  WS-AWARD-ED                  PIC ZZZZZZ9.
    05  WS-TAX-ENTRY-ED              PIC ZZZZZZ9.
    05  WS-LAST-CKPT-COUNT-ED         PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> -----------------------------------------------------------
2000-PROCESS-BOOKING.
    IF BOOK-SETTLED
*> The fare is done, but a no-show's refunded taxes (marked by
*> FLTCLOSE after the fare settled) still have to post.
        IF BOOK-TAX-POSTED AND BOOK-TAX-REFUND-AMOUNT > ZERO
            PERFORM 2300-SETTLE-TAXES THRU 2300-EXIT
            REWRITE BOOK-RECORD
        ELSE
            ADD 1 TO WS-SKIPPED-COUNT
        END-IF
    ELSE
*> An award booking moved miles, not money - it settles as
*> done with no cash entry, so the revenue figures stay pure
            IF BOOK-CONFIRMED OR BOOK-FLOWN OR BOOK-NO-SHOW
               OR BOOK-CANCELLED
                PERFORM 2100-WRITE-SETTLEMENT THRU 2100-EXIT
                PERFORM 2300-SETTLE-TAXES THRU 2300-EXIT
                MOVE 'Y' TO BOOK-SETTLE-STATUS
                REWRITE BOOK-RECORD
                ADD 1 TO WS-SETTLED-COUNT
    MOVE BOOK-FLT-DEP-DATE  TO SETL-FLT-DEP-DATE
    MOVE BOOK-FARE-CLASS    TO SETL-FARE-CLASS
    MOVE BOOK-SEG-SEQ       TO SETL-SEG-SEQ
    MOVE SPACES             TO SETL-TAX-CODE
    MOVE SPACES             TO SETL-TAX-STATION
    IF BOOK-CANCELLED
        IF BOOK-PENALTY-AMOUNT NUMERIC
            MOVE BOOK-REFUND-AMOUNT TO SETL-FARE-AMOUNT
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2300-SETTLE-TAXES - posts the segment's tax lines, one entry
*> per line so TAXRPT can remit by charge and station.  The
*> collected entries ('T') post once, the first time the segment
*> is seen; the refunded entries ('U') post once, when the
*> segment carries a tax refund - on the same run as the 'T's
*> for a segment cancelled before it ever settled, so the two
*> net to nothing.  A segment with no tax lines just moves on.
*> -----------------------------------------------------------
2300-SETTLE-TAXES.
    IF BOOK-TAX-COUNT = ZERO
        GO TO 2300-EXIT
    END-IF
    MOVE WS-TODAY           TO SETL-RUN-DATE
    MOVE BOOK-PNR           TO SETL-PNR
    MOVE BOOK-PASS-ID       TO SETL-PASS-ID
    MOVE BOOK-FLT-NUMBER    TO SETL-FLT-NUMBER
    MOVE BOOK-FLT-DEP-DATE  TO SETL-FLT-DEP-DATE
    MOVE BOOK-FARE-CLASS    TO SETL-FARE-CLASS
    MOVE BOOK-SEG-SEQ       TO SETL-SEG-SEQ
    IF BOOK-TAX-NOT-POSTED
        MOVE ZERO TO WS-TAX-IX
        PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
            ADD 1 TO WS-TAX-IX
            MOVE 'T' TO SETL-TXN-TYPE
            MOVE BOOK-TAX-CODE(WS-TAX-IX)    TO SETL-TAX-CODE
            MOVE BOOK-TAX-STATION(WS-TAX-IX) TO SETL-TAX-STATION
            MOVE BOOK-TAX-LINE-AMOUNT(WS-TAX-IX) TO SETL-FARE-AMOUNT
            WRITE SETL-RECORD
            ADD 1 TO WS-TAX-ENTRY-COUNT
        END-PERFORM
        MOVE 'T' TO BOOK-TAX-SETTLE-STATUS
    END-IF
    IF BOOK-TAX-POSTED AND BOOK-TAX-REFUND-AMOUNT > ZERO
        MOVE ZERO TO WS-TAX-IX
        PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
            ADD 1 TO WS-TAX-IX
            IF BOOK-TAX-REFUNDED(WS-TAX-IX) = 'Y'
                MOVE 'U' TO SETL-TXN-TYPE
                MOVE BOOK-TAX-CODE(WS-TAX-IX)    TO SETL-TAX-CODE
                MOVE BOOK-TAX-STATION(WS-TAX-IX) TO SETL-TAX-STATION
                MOVE BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
                                                 TO SETL-FARE-AMOUNT
                WRITE SETL-RECORD
                ADD 1 TO WS-TAX-ENTRY-COUNT
            END-IF
        END-PERFORM
        MOVE 'U' TO BOOK-TAX-SETTLE-STATUS
    END-IF
    .
2300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2200-CHECKPOINT - logs the PNR and count reached so far,
*> then resets the interval counter.
    DISPLAY '  Bookings settled ... ' WS-SETTLED-ED
    DISPLAY '  Already settled ..... ' WS-SKIPPED-ED
    DISPLAY '  Award, no cash ...... ' WS-AWARD-ED
    MOVE WS-TAX-ENTRY-COUNT TO WS-TAX-ENTRY-ED
    DISPLAY '  Tax entries posted .. ' WS-TAX-ENTRY-ED
    .
9000-EXIT.
    EXIT.
