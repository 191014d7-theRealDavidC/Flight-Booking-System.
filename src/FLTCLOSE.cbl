*> Standalone batch program - not on the AIRMAIN menu.  Walks
*> FLIGHT-MASTER for active departures whose FLT-DEP-DATE has
*> passed and closes each one out: every confirmed booking is
*> marked FLOWN ('F') or NO-SHOW ('N') from BOOK-BOARD-STATUS
*> (or BOOK-CHECKIN-STATUS where the gate recorded no boarding),
*> every still-waitlisted booking is cancelled (no penalty - the
*> passenger never held a seat), and the flight itself is marked
*> closed ('D') so it is closed exactly once and drops out of the
*> close-out summary line per flight (boarded / no-show /
*> waitlist-expired) goes to CLOSE-REPORT-FILE.
*>
*> A departure is only closed once ops control has completed its
*> flight-operations record (FLTOPS - actual off-block, on-block
*> and delay codes, see FOPSREC).  One without is held: it stays
*> active, is listed on the close-out report as held, and is
*> picked up again the night after the record is completed.
*>
*> Cancelled flights are left alone - their live bookings belong
*> to the disruption/refund path, not to close-out.  SETTLE
*> recognizes FLOWN and NO-SHOW as revenue (a no-show still
*> 2026-09-01  DLC  Abandoned-run exits now set a nonzero
*>                   RETURN-CODE so the NIGHTRUN driver logs
*>                   the job failed and stops the stream.
*> 2026-10-15  DLC  A departed flight is only closed once its
*>                   FLIGHT-OPS record (actual times and delay
*>                   codes, entered through FLTOPS) is complete;
*>                   one without is held active and listed on
*>                   the report for ops control.
*> 2026-10-15  DLC  A no-show gets its refundable taxes and
*>                   airport charges back (the fare stays
*>                   earned); an expired waitlist entry gets
*>                   every tax line back with its fare.  See
*>                   2120-REFUND-TAXES - SETTLE and PAYMGR take
*>                   it from there.
*> 2026-10-15  DLC  The expired-award credit-back takes the
*>                   segment's latest redemption debit on the
*>                   ledger, as BOOKMGR's cancel does, so miles
*>                   re-posted by a PASSMRG merge go back to the
*>                   account holding them now.
*> 2026-10-15  DLC  Where the gate recorded boarding for the
*>                   departure (CHECKIN option B), a passenger
*>                   checked in but never boarded closes out as
*>                   a NO-SHOW, not FLOWN, and is counted on the
*>                   report.  A departure with no boarding
*>                   recorded at all keeps the check-in rule.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FLTCLOSE.
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT FLIGHT-OPS-FILE ASSIGN TO "FOPSDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FOPS-KEY
        FILE STATUS IS WS-FOPS-FILE-STATUS.
    SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MILEAGE-LEDGER-FILE ASSIGN TO "MILELOG"
FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  FLIGHT-OPS-FILE.
COPY FOPSREC.

FD  CLOSE-REPORT-FILE.
01  CLOSE-LINE                      PIC X(80).

        88  WS-FLT-EOF               VALUE 'Y'.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-BOARDING-SW              PIC X VALUE 'N'.
        88  WS-BOARDING-RECORDED    VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-FOPS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-FOPS-OPEN-SW                  PIC X VALUE 'N'.
    88  WS-FOPS-OPEN                 VALUE 'Y'.
01  WS-OPS-DONE-SW                   PIC X VALUE 'N'.
    88  WS-OPS-RECORD-COMPLETE       VALUE 'Y'.
01  WS-MILE-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-MILE-EOF-SW                   PIC X VALUE 'N'.
    88  WS-MILE-EOF                  VALUE 'Y'.
01  WS-TODAY                        PIC 9(08).

77  WS-FLIGHTS-CLOSED                PIC 9(05) COMP VALUE ZERO.
77  WS-FLIGHTS-HELD                  PIC 9(05) COMP VALUE ZERO.
77  WS-BOARDED-COUNT                 PIC 9(03) COMP VALUE ZERO.
77  WS-NO-SHOW-COUNT                 PIC 9(03) COMP VALUE ZERO.
77  WS-WAIT-EXP-COUNT                PIC 9(03) COMP VALUE ZERO.
77  WS-NOT-BOARDED-COUNT             PIC 9(03) COMP VALUE ZERO.
77  WS-TOT-BOARDED                   PIC 9(07) COMP VALUE ZERO.
77  WS-TOT-NO-SHOW                   PIC 9(07) COMP VALUE ZERO.
77  WS-TOT-WAIT-EXP                  PIC 9(07) COMP VALUE ZERO.
77  WS-TAX-IX                        PIC 9(01) COMP VALUE ZERO.
01  WS-TAX-ALL-SW                    PIC X VALUE 'N'.
    88  WS-REFUND-ALL-TAX            VALUE 'Y'.

01  WS-EDIT-FIELDS.
    05  WS-BOARDED-ED                PIC ZZ9.
    05  WS-NO-SHOW-ED                PIC ZZ9.
    05  WS-WAIT-EXP-ED               PIC ZZ9.
    05  WS-NOT-BOARDED-ED            PIC ZZ9.
    05  WS-FLIGHTS-ED                PIC ZZZZ9.
    05  WS-HELD-ED                   PIC ZZZZ9.
    05  WS-TOT-BOARDED-ED            PIC ZZZZZZ9.
    05  WS-TOT-NO-SHOW-ED            PIC ZZZZZZ9.
    05  WS-TOT-WAIT-EXP-ED           PIC ZZZZZZ9.
                MOVE 'Y' TO WS-FLT-EOF-SW
            NOT AT END
                IF FLT-ACTIVE AND FLT-DEP-DATE < WS-TODAY
                    PERFORM 1500-CHECK-OPS-RECORD THRU 1500-EXIT
                    IF WS-OPS-RECORD-COMPLETE
                        PERFORM 2000-CLOSE-FLIGHT THRU 2000-EXIT
                    ELSE
                        PERFORM 2300-REPORT-HELD THRU 2300-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
    CLOSE FLIGHT-MASTER-FILE
    IF WS-FOPS-OPEN
        CLOSE FLIGHT-OPS-FILE
    END-IF
    CLOSE CLOSE-REPORT-FILE
    GOBACK.

        MOVE 'Y' TO WS-FLT-EOF-SW
        MOVE 8 TO RETURN-CODE
    END-IF
*> No operations file on disk yet means no departure has its
*> actuals entered - every departed flight is held.
    OPEN INPUT FLIGHT-OPS-FILE
    IF WS-FOPS-FILE-STATUS = '00'
        MOVE 'Y' TO WS-FOPS-OPEN-SW
    END-IF
    OPEN OUTPUT CLOSE-REPORT-FILE
    MOVE SPACES TO CLOSE-LINE
    MOVE 'POST-DEPARTURE CLOSE-OUT SUMMARY' TO CLOSE-LINE
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1500-CHECK-OPS-RECORD - direct keyed READ of FLIGHT-OPS for
*> the departed flight in FLT-RECORD: the flight may only close
*> once its actuals are complete (on-block entered).
*> -----------------------------------------------------------
1500-CHECK-OPS-RECORD.
    MOVE 'N' TO WS-OPS-DONE-SW
    IF NOT WS-FOPS-OPEN
        GO TO 1500-EXIT
    END-IF
    MOVE FLT-NUMBER   TO FOPS-FLT-NUMBER
    MOVE FLT-DEP-DATE TO FOPS-DEP-DATE
    READ FLIGHT-OPS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF FOPS-COMPLETE
                MOVE 'Y' TO WS-OPS-DONE-SW
            END-IF
    END-READ
    .
1500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-CLOSE-FLIGHT - closes out the departed flight in
*> FLT-RECORD: one rebuild pass over BOOKING-MASTER settling
    MOVE ZERO TO WS-BOARDED-COUNT
    MOVE ZERO TO WS-NO-SHOW-COUNT
    MOVE ZERO TO WS-WAIT-EXP-COUNT
    MOVE ZERO TO WS-NOT-BOARDED-COUNT
    PERFORM 2100-CLOSE-BOOKINGS THRU 2100-EXIT
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'STAT=' FLT-STATUS ' DEP=' FLT-DEP-DATE
*> -----------------------------------------------------------
*> 2100-CLOSE-BOOKINGS - one pass down the departed flight's
*> alternate key path: confirmed bookings become FLOWN or
*> NO-SHOW from the boarding flag (the check-in flag where no
*> boarding was recorded, see 2050), still-waitlisted bookings are
*> cancelled with no penalty, each settled fate REWRITten in
*> place; everything else is left alone.
*> -----------------------------------------------------------
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 2100-EXIT
    END-IF
    PERFORM 2050-CHECK-BOARDING THRU 2050-EXIT
    MOVE 'N' TO WS-EOF-SW
    MOVE FLT-NUMBER   TO BOOK-FLT-NUMBER
    MOVE FLT-DEP-DATE TO BOOK-FLT-DEP-DATE
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2050-CHECK-BOARDING - a first pass down the departed
*> flight's bookings looking for any passenger the gate
*> boarded.  None at all means the station did not record
*> boarding, and check-in alone still decides FLOWN.
*> -----------------------------------------------------------
2050-CHECK-BOARDING.
    MOVE 'N' TO WS-BOARDING-SW
    MOVE 'N' TO WS-EOF-SW
    MOVE FLT-NUMBER   TO BOOK-FLT-NUMBER
    MOVE FLT-DEP-DATE TO BOOK-FLT-DEP-DATE
    START BOOKING-MASTER-FILE KEY >= BOOK-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF OR WS-BOARDING-RECORDED
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-FLT-NUMBER NOT = FLT-NUMBER
                   OR BOOK-FLT-DEP-DATE NOT = FLT-DEP-DATE
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-CONFIRMED AND BOOK-BOARDED
                        MOVE 'Y' TO WS-BOARDING-SW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .
2050-EXIT.
    EXIT.

2110-CLOSE-ONE-BOOKING.
    EVALUATE TRUE
        WHEN BOOK-CONFIRMED AND BOOK-CHECKED-IN
         AND (BOOK-BOARDED OR NOT WS-BOARDING-RECORDED)
            MOVE 'F' TO BOOK-STATUS
            REWRITE BOOK-RECORD
            ADD 1 TO WS-BOARDED-COUNT
*> Checked in but never came through the gate - a no-show like
*> any other, counted apart for the report.
        WHEN BOOK-CONFIRMED AND BOOK-CHECKED-IN
            MOVE 'N' TO BOOK-STATUS
            MOVE 'N' TO WS-TAX-ALL-SW
            PERFORM 2120-REFUND-TAXES THRU 2120-EXIT
            REWRITE BOOK-RECORD
            ADD 1 TO WS-NO-SHOW-COUNT
            ADD 1 TO WS-NOT-BOARDED-COUNT
        WHEN BOOK-CONFIRMED
            MOVE 'N' TO BOOK-STATUS
            MOVE 'N' TO WS-TAX-ALL-SW
            PERFORM 2120-REFUND-TAXES THRU 2120-EXIT
            REWRITE BOOK-RECORD
            ADD 1 TO WS-NO-SHOW-COUNT
        WHEN BOOK-WAITLISTED
            MOVE 'X' TO BOOK-STATUS
            MOVE ZERO TO BOOK-PENALTY-AMOUNT
            MOVE BOOK-FARE-AMOUNT TO BOOK-REFUND-AMOUNT
            MOVE 'Y' TO WS-TAX-ALL-SW
            PERFORM 2120-REFUND-TAXES THRU 2120-EXIT
            REWRITE BOOK-RECORD
            ADD 1 TO WS-WAIT-EXP-COUNT
*> An expired award waitlist entry gets its miles back - the
2110-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2120-REFUND-TAXES - marks the tax lines going back to the
*> passenger on the booking being closed and totals them in
*> BOOK-TAX-REFUND-AMOUNT: every line when WS-REFUND-ALL-TAX is
*> set (an expired waitlist entry never had a seat), otherwise
*> only the lines priced refundable - the authorities' taxes on
*> a no-show are owed back even though the fare is not.
*> -----------------------------------------------------------
2120-REFUND-TAXES.
    MOVE ZERO TO BOOK-TAX-REFUND-AMOUNT
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
        ADD 1 TO WS-TAX-IX
        IF WS-REFUND-ALL-TAX
           OR BOOK-TAX-REFUNDABLE(WS-TAX-IX) = 'Y'
            MOVE 'Y' TO BOOK-TAX-REFUNDED(WS-TAX-IX)
            ADD BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
                TO BOOK-TAX-REFUND-AMOUNT
        END-IF
    END-PERFORM
    .
2120-EXIT.
    EXIT.

2200-REPORT-FLIGHT.
    MOVE WS-BOARDED-COUNT  TO WS-BOARDED-ED
    MOVE WS-NO-SHOW-COUNT  TO WS-NO-SHOW-ED
           '  WAITLIST-EXPIRED ' WS-WAIT-EXP-ED
        INTO CLOSE-LINE
    WRITE CLOSE-LINE
    IF WS-NOT-BOARDED-COUNT > ZERO
        MOVE WS-NOT-BOARDED-COUNT TO WS-NOT-BOARDED-ED
        MOVE SPACES TO CLOSE-LINE
        STRING '    OF THE NO-SHOWS, CHECKED IN BUT NOT BOARDED '
               WS-NOT-BOARDED-ED
            INTO CLOSE-LINE
        WRITE CLOSE-LINE
    END-IF
    .
2200-EXIT.
    EXIT.

2300-REPORT-HELD.
    ADD 1 TO WS-FLIGHTS-HELD
    MOVE SPACES TO CLOSE-LINE
    STRING 'FLIGHT ' FLT-NUMBER ' ON ' FLT-DEP-DATE
           ' - HELD, FLIGHT-OPS ACTUALS NOT COMPLETE'
        INTO CLOSE-LINE
    WRITE CLOSE-LINE
    .
2300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2500-REFUND-AWARD-MILES - puts an expired award waitlist
*> entry's miles back: finds the redemption debit BOOKMGR wrote
*> when the segment was booked (PNR plus flight/date identifies
*> it; the latest such debit wins, as a merge re-posts it) and
*> appends a redemption reversal for the same miles - the same
*> mechanics as BOOKMGR's cancel path.
*> -----------------------------------------------------------
2500-REFUND-AWARD-MILES.
    PERFORM 2510-FIND-REDEMPTION THRU 2510-EXIT
    IF WS-MILE-FILE-STATUS NOT = '00'
        GO TO 2510-EXIT
    END-IF
    PERFORM UNTIL WS-MILE-EOF
        READ MILEAGE-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-MILE-EOF-SW
           ' WL-EXPIRED: ' WS-TOT-WAIT-EXP-ED
        INTO CLOSE-LINE
    WRITE CLOSE-LINE
    MOVE WS-FLIGHTS-HELD TO WS-HELD-ED
    MOVE SPACES TO CLOSE-LINE
    STRING 'FLIGHTS HELD (NO FLIGHT-OPS ACTUALS): ' WS-HELD-ED
        INTO CLOSE-LINE
    WRITE CLOSE-LINE
    DISPLAY '  Flights closed ..... ' WS-FLIGHTS-ED
    DISPLAY '  Flights held ....... ' WS-HELD-ED
    DISPLAY '  Boarded ............ ' WS-TOT-BOARDED-ED
    DISPLAY '  No-shows ........... ' WS-TOT-NO-SHOW-ED
    DISPLAY '  Waitlist expired ... ' WS-TOT-WAIT-EXP-ED
