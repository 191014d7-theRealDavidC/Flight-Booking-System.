*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Group bookings: option G blocks N seats in
*>                   one class on one departure under a single
*>                   group PNR (GROUP-MASTER, see GRPREC), priced
*>                   per seat off FARE-TABLE, with the name-by,
*>                   deposit and final-payment dates; option N
*>                   names one seat out of the block as an
*>                   ordinary confirmed segment under the group
*>                   PNR.  Unnamed block seats count as sold in
*>                   3100-ASSIGN-SEAT, so general sale cannot
*>                   take them (see 3125-COUNT-BLOCK-HELD).
*> 2026-10-15  DLC  Government taxes and airport charges are
*>                   priced off the new TAX-TABLE (TAXDB, see
*>                   TAXTAB) beside the fare and stored as the
*>                   segment's tax breakdown (see
*>                   3080-CALCULATE-TAXES); the fare stays fare
*>                   only.  Cancelling a segment refunds its
*>                   refundable tax lines whatever the fare
*>                   penalty, every line when the segment was
*>                   waitlisted or its flight cancelled (see
*>                   5420-REFUND-TAXES).  Inquiry shows the taxes.
*> 2026-10-15  DLC  A journey sold by a travel agency carries the
*>                   agency's code (AGENCY-MASTER, AGCYDB, see
*>                   AGCYREC) on every segment, with the
*>                   commission rate for the fare class and the
*>                   commission earned on the fare, for the
*>                   AGCYSTMT statement run (see
*>                   3030-GET-SELLING-AGENCY, 3095-SET-BOOK-
*>                   COMMISSION).  Unknown or inactive agencies
*>                   are refused; one over its credit limit is
*>                   warned of.  Group names are direct sales.
*> 2026-10-15  DLC  New segments and group blocks start with
*>                   their GL status not yet recognised
*>                   (BOOK-GL-STATUS, GRP-GL-STATUS) for the
*>                   GLJRNL ledger journal.
*> 2026-10-15  DLC  Accrual reversals ('X') count as debits in
*>                   the award balance check.  The award-cancel
*>                   credit-back now takes the segment's LATEST
*>                   redemption debit on the ledger - a PASSMRG
*>                   merge re-posts a member's debits under the
*>                   survivor's account, and the miles go back to
*>                   whichever account holds the debit now.
*> 2026-10-15  DLC  Cancelling a group PNR asks for one name or
*>                   the whole group (see 5700-CANCEL-GROUP).  One
*>                   name cancels just that passenger's segment;
*>                   the whole group cancels every live name and
*>                   the block itself, releasing its unnamed
*>                   seats.  New and rebooked segments start not
*>                   boarded (BOOK-BOARD-STATUS).  The group
*>                   master REWRITE on naming is checked.
*> 2026-10-15  DLC  The freed-seat table holds 99 entries, so
*>                   every name on a whole-group cancel clears
*>                   the waitlist, not just the first eight.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKMGR.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT TAX-TABLE-FILE ASSIGN TO "TAXDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-FILE-STATUS.
    SELECT AGENCY-MASTER-FILE ASSIGN TO "AGCYDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGCY-KEY
        FILE STATUS IS WS-AGCY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  NOTIFY-EXTRACT-FILE.
COPY NOTIFREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  TAX-TABLE-FILE.
COPY TAXTAB.

FD  AGENCY-MASTER-FILE.
COPY AGCYREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        10  WS-SEG-STATUS            PIC X(01).
        10  WS-SEG-FARE              PIC 9(06)V99.
        10  WS-SEG-MILES             PIC 9(06).
        10  WS-SEG-DEST              PIC X(03).
        10  WS-SEG-ARR-DATE          PIC 9(08).
        10  WS-SEG-ARR-TIME          PIC 9(04).
        10  WS-SEG-TAXES             PIC X(61).

01  WS-MORE-SEG-SW                   PIC X VALUE 'N'.
    88  WS-MORE-SEGMENTS             VALUE 'Y'.

*> Seats freed by cancelling a journey, one entry per live
*> segment, worked off after the rebuild - confirmed seats clear
*> the waitlist, waitlisted positions close up.  Sized for a
*> whole group PNR, one segment per name up to 99.
77  WS-FREED-MAX                     PIC 9(02) COMP VALUE 99.
77  WS-FREED-COUNT                   PIC 9(02) COMP VALUE ZERO.
77  WS-FREED-IX                      PIC 9(02) COMP VALUE ZERO.
01  WS-FREED-TABLE.
    05  WS-FREED-ENTRY OCCURS 99 TIMES.
        10  WS-FREED-T-STATUS        PIC X(01).
        10  WS-FREED-T-FLT-NUMBER    PIC X(06).
        10  WS-FREED-T-DEP-DATE      PIC 9(08).
77  WS-INQ-COUNT                     PIC 9(02) COMP VALUE ZERO.
01  WS-INQ-TOTAL-FARE                PIC 9(08)V99 VALUE ZERO.
01  WS-INQ-TOTAL-FARE-ED             PIC Z,ZZZ,ZZ9.99.
01  WS-INQ-TOTAL-TAX                 PIC 9(08)V99 VALUE ZERO.

01  WS-BOOK-STATUS                   PIC X VALUE SPACES.

01  WS-PENALTY-AMOUNT-ED             PIC ZZZ,ZZ9.99.
01  WS-REFUND-AMOUNT-ED              PIC ZZZ,ZZ9.99.

*> Tax work: the charges priced on the segment in hand, laid
*> out as the WS-SEG-TAXES staging area is, so a staged segment
*> carries its breakdown until the journey is written.  The
*> transit test for a per-departure charge compares the previous
*> staged segment's arrival with this departure, in minutes.
01  WS-TAX-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-TAX-EOF-SW                    PIC X VALUE 'N'.
    88  WS-TAX-EOF                   VALUE 'Y'.
01  WS-TRANSIT-SW                    PIC X VALUE 'N'.
    88  WS-TRANSIT                   VALUE 'Y'.
77  WS-TAX-MAX                       PIC 9(01) COMP VALUE 4.
77  WS-TAX-IX                        PIC 9(01) COMP VALUE ZERO.
01  WS-TAX-WORK.
    05  WS-TAX-TOTAL                 PIC 9(06)V99.
    05  WS-TAX-COUNT                 PIC 9(01).
    05  WS-TAX-W-LINE OCCURS 4 TIMES.
        10  WS-TAX-W-CODE            PIC X(02).
        10  WS-TAX-W-STATION         PIC X(03).
        10  WS-TAX-W-CATEGORY        PIC X(01).
        10  WS-TAX-W-AMOUNT          PIC 9(04)V99.
        10  WS-TAX-W-REFUNDABLE      PIC X(01).
01  WS-TAX-LINE-AMOUNT               PIC 9(04)V99 VALUE ZERO.
01  WS-TAX-AMOUNT-ED                 PIC ZZZ,ZZ9.99.
01  WS-TAX-TIME                      PIC 9(04).
01  WS-TAX-TIME-R REDEFINES WS-TAX-TIME.
    05  WS-TAX-TIME-HH               PIC 9(02).
    05  WS-TAX-TIME-MM               PIC 9(02).
77  WS-TAX-ARR-MINS                  PIC 9(09) COMP VALUE ZERO.
77  WS-TAX-DEP-MINS                  PIC 9(09) COMP VALUE ZERO.
77  WS-TRANSIT-MAX-MINS              PIC 9(05) COMP VALUE 1440.

*> Selling-agency work: the agency taking the journey and its
*> commission rate per fare class, held from the agency master
*> for the segments as they are written.
01  WS-AGCY-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-SELL-AGENCY                   PIC X(08) VALUE SPACES.
01  WS-SELL-COMM-RATES.
    05  WS-SELL-COMM-FIRST           PIC 9(02)V99 VALUE ZERO.
    05  WS-SELL-COMM-BUS             PIC 9(02)V99 VALUE ZERO.
    05  WS-SELL-COMM-ECON            PIC 9(02)V99 VALUE ZERO.

*> Group-block work: the unnamed seats every active block holds
*> in the requested flight/class, and the block being created
*> or named against.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-GRP-EOF-SW                    PIC X VALUE 'N'.
    88  WS-GRP-EOF                   VALUE 'Y'.
01  WS-GRP-FOUND-SW                  PIC X VALUE 'N'.
    88  WS-GROUP-FOUND               VALUE 'Y'.
77  WS-BLOCK-HELD-COUNT              PIC 9(03) COMP VALUE ZERO.
77  WS-SEATS-LEFT                    PIC 9(03) COMP VALUE ZERO.
01  WS-GRP-SEATS-REQ                 PIC 9(02) VALUE ZERO.
01  WS-GRP-NAME                      PIC X(30).
01  WS-SEATS-ED                      PIC ZZ9.
77  WS-UNNAMED-SEATS                 PIC 9(03) COMP VALUE ZERO.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'BOOKMGR'.
01  WS-AUD-ACTION                    PIC X(01).
01  WS-AUD-KEY                       PIC X(20).
            WHEN 'R' PERFORM 4000-REBOOK-SEGMENT THRU 4000-EXIT
            WHEN 'C' PERFORM 5000-CANCEL-BOOKING THRU 5000-EXIT
            WHEN 'I' PERFORM 6000-INQUIRE-BOOKING THRU 6000-EXIT
            WHEN 'G' PERFORM 3500-CREATE-GROUP-BLOCK THRU 3500-EXIT
            WHEN 'N' PERFORM 3600-ADD-GROUP-NAME THRU 3600-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
    DISPLAY '  R. Rebook segment (disrupted flight)'
    DISPLAY '  C. Cancel booking'
    DISPLAY '  I. Inquire booking'
    DISPLAY '  G. Create group block'
    DISPLAY '  N. Name a group seat'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
        MOVE 'Y' TO WS-AWARD-SW
        MOVE ZERO TO WS-AWARD-TOTAL-MILES
    END-IF
    PERFORM 3030-GET-SELLING-AGENCY THRU 3030-EXIT
    IF WS-BOOKING-REFUSED
        DISPLAY '  Journey not booked - no segments written.'
        GO TO 3000-EXIT
    END-IF
    MOVE ZERO TO WS-SEG-COUNT
    MOVE 'N' TO WS-REFUSED-SW
    MOVE 'Y' TO WS-MORE-SEG-SW
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3030-GET-SELLING-AGENCY - the travel agency selling the
*> journey, blank for a direct sale.  The agency must be on
*> AGENCY-MASTER and active; its commission rates are held for
*> the segments.  An agency over its credit limit may still
*> sell - the agent is warned and the statement run lists it.
*> -----------------------------------------------------------
3030-GET-SELLING-AGENCY.
    MOVE 'N' TO WS-REFUSED-SW
    MOVE SPACES TO WS-SELL-AGENCY
    MOVE ZERO TO WS-SELL-COMM-FIRST WS-SELL-COMM-BUS
                 WS-SELL-COMM-ECON
    DISPLAY 'Selling agency code (blank = direct sale): '
        WITH NO ADVANCING
    ACCEPT WS-SELL-AGENCY
    IF WS-SELL-AGENCY = SPACES
        GO TO 3030-EXIT
    END-IF
    MOVE 'N' TO WS-FOUND-SW
    OPEN INPUT AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS = '00'
        MOVE WS-SELL-AGENCY TO AGCY-CODE
        READ AGENCY-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AGCY-ACTIVE
                    MOVE 'Y' TO WS-FOUND-SW
                END-IF
        END-READ
        CLOSE AGENCY-MASTER-FILE
    END-IF
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Agency not on file or not active.'
        MOVE 'Y' TO WS-REFUSED-SW
        GO TO 3030-EXIT
    END-IF
    MOVE AGCY-COMM-FIRST TO WS-SELL-COMM-FIRST
    MOVE AGCY-COMM-BUS   TO WS-SELL-COMM-BUS
    MOVE AGCY-COMM-ECON  TO WS-SELL-COMM-ECON
    DISPLAY '  Agency ' AGCY-NAME
    IF AGCY-BALANCE-DUE > AGCY-CREDIT-LIMIT
        DISPLAY '  ** Agency is over its credit limit **'
    END-IF
    .
3030-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3010-GET-SEGMENT - takes one segment of the journey: flight,
*> date and class, priced and seat-assigned like any single
    PERFORM 3050-GET-CLASS-CAPACITY THRU 3050-EXIT
    IF WS-AWARD-BOOKING
        PERFORM 3070-PRICE-IN-MILES THRU 3070-EXIT
        MOVE ZERO TO WS-TAX-TOTAL
        MOVE ZERO TO WS-TAX-COUNT
    ELSE
        PERFORM 3060-CALCULATE-FARE THRU 3060-EXIT
        MOVE ZERO TO WS-AWARD-SEG-MILES
        PERFORM 3080-CALCULATE-TAXES THRU 3080-EXIT
    END-IF
    PERFORM 3100-ASSIGN-SEAT THRU 3100-EXIT
    IF WS-WAITLIST-FULL
    MOVE WS-BOOK-STATUS      TO WS-SEG-STATUS(WS-SEG-COUNT)
    MOVE WS-FARE-AMOUNT      TO WS-SEG-FARE(WS-SEG-COUNT)
    MOVE WS-AWARD-SEG-MILES  TO WS-SEG-MILES(WS-SEG-COUNT)
    MOVE FLT-DEST            TO WS-SEG-DEST(WS-SEG-COUNT)
    MOVE FLT-ARR-DATE        TO WS-SEG-ARR-DATE(WS-SEG-COUNT)
    MOVE FLT-ARR-TIME        TO WS-SEG-ARR-TIME(WS-SEG-COUNT)
    MOVE WS-TAX-WORK         TO WS-SEG-TAXES(WS-SEG-COUNT)
    IF WS-SEG-COUNT >= WS-SEG-MAX
        DISPLAY '  Segment limit reached.'
        MOVE 'N' TO WS-MORE-SEG-SW
3070-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3080-CALCULATE-TAXES - prices the government taxes and
*> airport charges on the segment in hand (FLT-RECORD from
*> 7200-FIND-FLIGHT, fare in WS-FARE-AMOUNT) off TAX-TABLE,
*> maintained by TAXMGR.  Every active entry for the segment's
*> departure station whose date range brackets today applies,
*> by its basis - see TAXTAB.CPY.  A per-departure charge is not
*> made when the passenger is only changing planes: the journey's
*> previous staged segment arrived at this station no more than
*> 24 hours before this one leaves.  A segment carries at most
*> four charges; more than that is reported and the excess left
*> off for the desk to sort out.  No table on file prices no
*> tax, the same posture 3060-CALCULATE-FARE takes on a missing
*> fare.  Award segments are not taxed here - they owe no cash.
*> -----------------------------------------------------------
3080-CALCULATE-TAXES.
    MOVE ZERO TO WS-TAX-TOTAL
    MOVE ZERO TO WS-TAX-COUNT
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= WS-TAX-MAX
        ADD 1 TO WS-TAX-IX
        MOVE SPACES TO WS-TAX-W-CODE(WS-TAX-IX)
        MOVE SPACES TO WS-TAX-W-STATION(WS-TAX-IX)
        MOVE SPACES TO WS-TAX-W-CATEGORY(WS-TAX-IX)
        MOVE ZERO   TO WS-TAX-W-AMOUNT(WS-TAX-IX)
        MOVE SPACES TO WS-TAX-W-REFUNDABLE(WS-TAX-IX)
    END-PERFORM
    MOVE 'N' TO WS-TRANSIT-SW
    IF WS-SEG-COUNT > ZERO
        IF WS-SEG-DEST(WS-SEG-COUNT) = FLT-ORIGIN
            COMPUTE WS-TAX-ARR-MINS = FUNCTION INTEGER-OF-DATE
                (WS-SEG-ARR-DATE(WS-SEG-COUNT)) * 1440
            MOVE WS-SEG-ARR-TIME(WS-SEG-COUNT) TO WS-TAX-TIME
            COMPUTE WS-TAX-ARR-MINS = WS-TAX-ARR-MINS
                + WS-TAX-TIME-HH * 60 + WS-TAX-TIME-MM
            COMPUTE WS-TAX-DEP-MINS = FUNCTION INTEGER-OF-DATE
                (FLT-DEP-DATE) * 1440
            MOVE FLT-DEP-TIME TO WS-TAX-TIME
            COMPUTE WS-TAX-DEP-MINS = WS-TAX-DEP-MINS
                + WS-TAX-TIME-HH * 60 + WS-TAX-TIME-MM
            IF WS-TAX-DEP-MINS >= WS-TAX-ARR-MINS
               AND WS-TAX-DEP-MINS - WS-TAX-ARR-MINS
                   <= WS-TRANSIT-MAX-MINS
                MOVE 'Y' TO WS-TRANSIT-SW
            END-IF
        END-IF
    END-IF
    MOVE 'N' TO WS-TAX-EOF-SW
    OPEN INPUT TAX-TABLE-FILE
    IF WS-TAX-FILE-STATUS NOT = '00'
        GO TO 3080-EXIT
    END-IF
    PERFORM UNTIL WS-TAX-EOF
        READ TAX-TABLE-FILE
            AT END
                MOVE 'Y' TO WS-TAX-EOF-SW
            NOT AT END
                PERFORM 3085-APPLY-TAX-ENTRY THRU 3085-EXIT
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-FILE
    IF WS-TAX-TOTAL > ZERO
        MOVE WS-TAX-TOTAL TO WS-TAX-AMOUNT-ED
        DISPLAY '  Taxes and charges for this segment: '
            WS-TAX-AMOUNT-ED
    END-IF
    .
3080-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3085-APPLY-TAX-ENTRY - adds the TAX-TABLE entry just read to
*> the segment's breakdown if it applies.
*> -----------------------------------------------------------
3085-APPLY-TAX-ENTRY.
    IF TAX-STATION NOT = FLT-ORIGIN
       OR NOT TAX-ACTIVE
       OR WS-TODAY < TAX-EFF-DATE
       OR WS-TODAY > TAX-END-DATE
        GO TO 3085-EXIT
    END-IF
    IF TAX-PER-DEPARTURE AND WS-TRANSIT
        GO TO 3085-EXIT
    END-IF
    EVALUATE TRUE
        WHEN TAX-PCT-OF-FARE
            COMPUTE WS-TAX-LINE-AMOUNT ROUNDED =
                WS-FARE-AMOUNT * TAX-PERCENT / 100
        WHEN OTHER
            MOVE TAX-FLAT-AMOUNT TO WS-TAX-LINE-AMOUNT
    END-EVALUATE
    IF WS-TAX-LINE-AMOUNT = ZERO
        GO TO 3085-EXIT
    END-IF
    IF WS-TAX-COUNT >= WS-TAX-MAX
        DISPLAY '  More than four charges apply - ' TAX-STATION
            ' ' TAX-CODE ' not priced.'
        GO TO 3085-EXIT
    END-IF
    ADD 1 TO WS-TAX-COUNT
    MOVE TAX-CODE       TO WS-TAX-W-CODE(WS-TAX-COUNT)
    MOVE TAX-STATION    TO WS-TAX-W-STATION(WS-TAX-COUNT)
    MOVE TAX-CATEGORY   TO WS-TAX-W-CATEGORY(WS-TAX-COUNT)
    MOVE WS-TAX-LINE-AMOUNT TO WS-TAX-W-AMOUNT(WS-TAX-COUNT)
    IF TAX-IS-REFUNDABLE OR TAX-GOVERNMENT
        MOVE 'Y' TO WS-TAX-W-REFUNDABLE(WS-TAX-COUNT)
    ELSE
        MOVE 'N' TO WS-TAX-W-REFUNDABLE(WS-TAX-COUNT)
    END-IF
    ADD WS-TAX-LINE-AMOUNT TO WS-TAX-TOTAL
    .
3085-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3090-SET-BOOK-TAXES - copies the breakdown in WS-TAX-WORK
*> onto the segment in BOOK-RECORD about to be written: nothing
*> refunded yet and nothing posted to settlement yet.
*> -----------------------------------------------------------
3090-SET-BOOK-TAXES.
    MOVE WS-TAX-TOTAL  TO BOOK-TAX-AMOUNT
    MOVE ZERO          TO BOOK-TAX-REFUND-AMOUNT
    MOVE 'N'           TO BOOK-TAX-SETTLE-STATUS
    MOVE WS-TAX-COUNT  TO BOOK-TAX-COUNT
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= WS-TAX-MAX
        ADD 1 TO WS-TAX-IX
        MOVE WS-TAX-W-CODE(WS-TAX-IX)     TO BOOK-TAX-CODE(WS-TAX-IX)
        MOVE WS-TAX-W-STATION(WS-TAX-IX)  TO BOOK-TAX-STATION(WS-TAX-IX)
        MOVE WS-TAX-W-CATEGORY(WS-TAX-IX) TO BOOK-TAX-CATEGORY(WS-TAX-IX)
        MOVE WS-TAX-W-AMOUNT(WS-TAX-IX)   TO BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
        MOVE WS-TAX-W-REFUNDABLE(WS-TAX-IX)
                                          TO BOOK-TAX-REFUNDABLE(WS-TAX-IX)
        MOVE 'N'                          TO BOOK-TAX-REFUNDED(WS-TAX-IX)
    END-PERFORM
    .
3090-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3095-SET-BOOK-COMMISSION - the selling agency and the
*> commission its class rate earns on the segment's fare (the
*> taxes earn none), onto the segment in BOOK-RECORD about to
*> be written.  A direct sale carries spaces and zeros.
*> -----------------------------------------------------------
3095-SET-BOOK-COMMISSION.
    MOVE WS-SELL-AGENCY TO BOOK-AGENCY-CODE
    MOVE 'N'            TO BOOK-AGCY-STMT-STATUS
    EVALUATE TRUE
        WHEN WS-SELL-AGENCY = SPACES
            MOVE ZERO TO BOOK-COMM-PCT
        WHEN BOOK-CLASS-FIRST
            MOVE WS-SELL-COMM-FIRST TO BOOK-COMM-PCT
        WHEN BOOK-CLASS-BUSINESS
            MOVE WS-SELL-COMM-BUS TO BOOK-COMM-PCT
        WHEN OTHER
            MOVE WS-SELL-COMM-ECON TO BOOK-COMM-PCT
    END-EVALUATE
    COMPUTE BOOK-COMM-AMOUNT ROUNDED =
        BOOK-FARE-AMOUNT * BOOK-COMM-PCT / 100
    .
3095-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-ASSIGN-SEAT - reconciles confirmed seats already sold in
*> this flight/date/class against FLT-CAP-* to prevent overselling
*> wide, so once 99 bookings are already waitlisted the next one
*> is refused outright (via WS-WAITLIST-FULL-SW) instead of
*> letting the waitlist position wrap back through 'WT01' and
*> collide with a seat number already in use.  Seats a group
*> block still holds for names not yet received count as sold
*> (see 3125-COUNT-BLOCK-HELD).
*> -----------------------------------------------------------
3100-ASSIGN-SEAT.
    MOVE ZERO TO WS-CONFIRMED-COUNT
    MOVE 'N' TO WS-SEAT-OK-SW
    PERFORM 3105-CLEAR-SEAT-TABLE THRU 3105-EXIT
    PERFORM 3120-COUNT-CLASS THRU 3120-EXIT
    PERFORM 3125-COUNT-BLOCK-HELD THRU 3125-EXIT
    IF WS-CONFIRMED-COUNT + WS-BLOCK-HELD-COUNT
           < WS-CLASS-CAPACITY
        PERFORM 3130-PICK-SEAT THRU 3130-EXIT
    END-IF
    IF WS-SEAT-OK
3120-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3125-COUNT-BLOCK-HELD - walks the GROUP-MASTER alternate key
*> path for the requested flight/date, totalling the seats
*> active blocks in the requested class still hold for names
*> not yet received.  Named seats are already confirmed
*> bookings counted by 3120-COUNT-CLASS.  No group master on
*> disk yet holds nothing.
*> -----------------------------------------------------------
3125-COUNT-BLOCK-HELD.
    MOVE ZERO TO WS-BLOCK-HELD-COUNT
    MOVE 'N' TO WS-GRP-EOF-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 3125-EXIT
    END-IF
    MOVE WS-REQ-FLT-NUMBER   TO GRP-FLT-NUMBER
    MOVE WS-REQ-FLT-DEP-DATE TO GRP-FLT-DEP-DATE
    START GROUP-MASTER-FILE KEY >= GRP-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-GRP-EOF-SW
    END-START
    PERFORM UNTIL WS-GRP-EOF
        READ GROUP-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-GRP-EOF-SW
            NOT AT END
                IF GRP-FLT-NUMBER NOT = WS-REQ-FLT-NUMBER
                   OR GRP-FLT-DEP-DATE NOT = WS-REQ-FLT-DEP-DATE
                    MOVE 'Y' TO WS-GRP-EOF-SW
                ELSE
                    IF GRP-ACTIVE
                       AND GRP-FARE-CLASS = WS-REQ-FARE-CLASS
                       AND GRP-SEATS-BLOCKED > GRP-SEATS-NAMED
                        COMPUTE WS-BLOCK-HELD-COUNT =
                            WS-BLOCK-HELD-COUNT
                            + GRP-SEATS-BLOCKED - GRP-SEATS-NAMED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
3125-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3130-PICK-SEAT - offers a real cabin seat for the confirmed
*> booking.  With a cabin layout on file for the aircraft type,
        MOVE WS-OPER-ID         TO BOOK-CREATE-USER
        MOVE 'N'                TO BOOK-CHECKIN-STATUS
        MOVE 'N'                TO BOOK-SETTLE-STATUS
        MOVE 'N'                TO BOOK-GL-STATUS
        MOVE 'N'                TO BOOK-BOARD-STATUS
        MOVE WS-SEG-FARE(WS-SEG-IX)        TO BOOK-FARE-AMOUNT
        MOVE ZERO               TO BOOK-PENALTY-AMOUNT
        MOVE ZERO               TO BOOK-REFUND-AMOUNT
        MOVE 'N'                TO BOOK-MILES-STATUS
        MOVE SPACES             TO BOOK-TICKET-NUMBER
        MOVE 'N'                TO BOOK-GROUP-FLAG
        MOVE WS-SEG-TAXES(WS-SEG-IX)       TO WS-TAX-WORK
        PERFORM 3090-SET-BOOK-TAXES THRU 3090-EXIT
        PERFORM 3095-SET-BOOK-COMMISSION THRU 3095-EXIT
*> An award segment owes no cash: paid in miles up front, so
*> the ticket-time-limit sweep and the receivables aging never
*> chase it.
           ' FLT=' BOOK-FLT-NUMBER
           ' CLASS=' BOOK-FARE-CLASS ' STATUS=' BOOK-STATUS
           ' SEAT=' BOOK-SEAT-NUMBER ' FARE=' BOOK-FARE-AMOUNT
           ' TAX=' BOOK-TAX-AMOUNT ' AGY=' BOOK-AGENCY-CODE
        INTO WS-AUD-NEW-VALUE
    MOVE 'A' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                BOOK-FLT-NUMBER ' seat ' BOOK-SEAT-NUMBER
                ' award ' WS-MILES-ED ' miles'
        ELSE
            MOVE BOOK-TAX-AMOUNT TO WS-TAX-AMOUNT-ED
            DISPLAY '  Seg ' BOOK-SEG-SEQ ' FLT '
                BOOK-FLT-NUMBER ' seat ' BOOK-SEAT-NUMBER
                ' fare ' WS-FARE-AMOUNT-ED ' tax ' WS-TAX-AMOUNT-ED
        END-IF
    END-IF
    .
3210-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3500-CREATE-GROUP-BLOCK - blocks N seats in one fare class on
*> one departure under a single group PNR before the names are
*> known.  The block must fit in the class alongside the seats
*> already confirmed and the seats other blocks still hold; it
*> is priced per seat off FARE-TABLE today, like any booking,
*> and that price holds for every name added later.  The
*> deposit is taken through PAYMGR; names come in through
*> option N until the name-by date, after which the nightly
*> GRPSWEEP releases whatever is still unnamed.
*> -----------------------------------------------------------
3500-CREATE-GROUP-BLOCK.
    DISPLAY 'Group name: ' WITH NO ADVANCING
    MOVE SPACES TO WS-GRP-NAME
    ACCEPT WS-GRP-NAME
    DISPLAY 'Flight number: ' WITH NO ADVANCING
    ACCEPT WS-REQ-FLT-NUMBER
    DISPLAY 'Departure date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-REQ-FLT-DEP-DATE
    PERFORM 7200-FIND-FLIGHT THRU 7200-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Flight not on file.'
        GO TO 3500-EXIT
    END-IF
    IF FLT-CANCELLED OR FLT-CLOSED
        DISPLAY '  Flight is cancelled or departed -'
            ' block refused.'
        GO TO 3500-EXIT
    END-IF
    DISPLAY 'Fare class (F/B/Y): ' WITH NO ADVANCING
    ACCEPT WS-REQ-FARE-CLASS
    DISPLAY 'Seats to block (1-99): ' WITH NO ADVANCING
    ACCEPT WS-GRP-SEATS-REQ
    IF WS-GRP-SEATS-REQ = ZERO
        DISPLAY '  No seats requested - block refused.'
        GO TO 3500-EXIT
    END-IF
    PERFORM 3050-GET-CLASS-CAPACITY THRU 3050-EXIT
    MOVE ZERO TO WS-CONFIRMED-COUNT
    MOVE ZERO TO WS-WAITLIST-COUNT
    MOVE ZERO TO WS-HELD-COUNT
    PERFORM 3105-CLEAR-SEAT-TABLE THRU 3105-EXIT
    PERFORM 3120-COUNT-CLASS THRU 3120-EXIT
    PERFORM 3125-COUNT-BLOCK-HELD THRU 3125-EXIT
    IF WS-CONFIRMED-COUNT + WS-BLOCK-HELD-COUNT
           >= WS-CLASS-CAPACITY
        MOVE ZERO TO WS-SEATS-LEFT
    ELSE
        COMPUTE WS-SEATS-LEFT = WS-CLASS-CAPACITY
            - WS-CONFIRMED-COUNT - WS-BLOCK-HELD-COUNT
    END-IF
    IF WS-GRP-SEATS-REQ > WS-SEATS-LEFT
        MOVE WS-SEATS-LEFT TO WS-SEATS-ED
        DISPLAY '  Only ' WS-SEATS-ED ' seats free in the'
            ' class - block refused.'
        GO TO 3500-EXIT
    END-IF
    PERFORM 3060-CALCULATE-FARE THRU 3060-EXIT
    MOVE WS-FARE-AMOUNT TO WS-FARE-AMOUNT-ED
    DISPLAY '  Group fare per seat: ' WS-FARE-AMOUNT-ED
    MOVE SPACES TO GRP-RECORD
    DISPLAY 'Name-by date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT GRP-NAME-BY-DATE
    DISPLAY 'Deposit amount: ' WITH NO ADVANCING
    ACCEPT GRP-DEPOSIT-AMOUNT
    DISPLAY 'Deposit due date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT GRP-DEPOSIT-DUE-DATE
    DISPLAY 'Final payment due date (YYYYMMDD): '
        WITH NO ADVANCING
    ACCEPT GRP-FINAL-DUE-DATE
    IF GRP-NAME-BY-DATE < WS-TODAY
       OR GRP-NAME-BY-DATE > WS-REQ-FLT-DEP-DATE
        DISPLAY '  Name-by date must fall between today and'
            ' departure - block refused.'
        GO TO 3500-EXIT
    END-IF
    IF GRP-DEPOSIT-DUE-DATE < WS-TODAY
       OR GRP-DEPOSIT-DUE-DATE > GRP-FINAL-DUE-DATE
       OR GRP-FINAL-DUE-DATE > WS-REQ-FLT-DEP-DATE
        DISPLAY '  Deposit and final-payment dates must run'
            ' today, deposit, final, departure - block refused.'
        GO TO 3500-EXIT
    END-IF
    PERFORM 7300-NEXT-PNR THRU 7300-EXIT
    MOVE BOOK-PNR            TO GRP-PNR
    MOVE WS-GRP-NAME         TO GRP-NAME
    MOVE WS-REQ-FLT-NUMBER   TO GRP-FLT-NUMBER
    MOVE WS-REQ-FLT-DEP-DATE TO GRP-FLT-DEP-DATE
    MOVE WS-REQ-FARE-CLASS   TO GRP-FARE-CLASS
    MOVE WS-GRP-SEATS-REQ    TO GRP-SEATS-BLOCKED
    MOVE ZERO                TO GRP-SEATS-NAMED
    MOVE WS-FARE-AMOUNT      TO GRP-FARE-AMOUNT
    MOVE ZERO                TO GRP-DEPOSIT-PAID
    MOVE ZERO                TO GRP-DEPOSIT-APPLIED
    MOVE 'A'                 TO GRP-STATUS
    MOVE 'N'                 TO GRP-GL-STATUS
    MOVE WS-TODAY            TO GRP-CREATE-DATE
    MOVE WS-OPER-ID          TO GRP-CREATE-USER
*> The group master does not exist until the first block ever
*> is created - the same first-use posture as BOOKING-MASTER.
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        OPEN OUTPUT GROUP-MASTER-FILE
        IF WS-GRP-FILE-STATUS NOT = '00'
            DISPLAY '  Group master file error - status '
                WS-GRP-FILE-STATUS ' - block not created.'
            GO TO 3500-EXIT
        END-IF
    END-IF
    WRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  Block not written - key error,'
                ' status ' WS-GRP-FILE-STATUS
        NOT INVALID KEY
            MOVE SPACES TO WS-AUD-OLD-VALUE
            MOVE SPACES TO WS-AUD-NEW-VALUE
            STRING 'GROUP FLT=' GRP-FLT-NUMBER
                   ' DATE=' GRP-FLT-DEP-DATE
                   ' CLASS=' GRP-FARE-CLASS
                   ' SEATS=' GRP-SEATS-BLOCKED
                   ' FARE=' GRP-FARE-AMOUNT
                   ' NAMEBY=' GRP-NAME-BY-DATE
                   ' DEP=' GRP-DEPOSIT-AMOUNT
                INTO WS-AUD-NEW-VALUE
            MOVE 'A' TO WS-AUD-ACTION
            PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
            DISPLAY '  Group block created - PNR ' GRP-PNR '.'
    END-WRITE
    CLOSE GROUP-MASTER-FILE
    .
3500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3600-ADD-GROUP-NAME - names one seat out of an active block
*> before its name-by date.  The passenger is written as an
*> ordinary confirmed segment under the group PNR, numbered in
*> the order the names came in, at the block's per-seat fare
*> and flagged BOOK-GROUP so the time-limit sweep holds it to
*> the group's payment dates.  The seat itself is already held
*> by the block, so no capacity test applies - only a real seat
*> is picked, the same way 3100-ASSIGN-SEAT picks one.
*> -----------------------------------------------------------
3600-ADD-GROUP-NAME.
    DISPLAY 'Group PNR: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-PNR
    PERFORM 7700-FIND-GROUP THRU 7700-EXIT
    IF NOT WS-GROUP-FOUND
        DISPLAY '  Group block not on file.'
        GO TO 3600-EXIT
    END-IF
    IF NOT GRP-ACTIVE
        DISPLAY '  Group block is released or cancelled -'
            ' no more names taken.'
        GO TO 3600-EXIT
    END-IF
    IF WS-TODAY > GRP-NAME-BY-DATE
        DISPLAY '  Name-by date ' GRP-NAME-BY-DATE
            ' has passed - name refused.'
        GO TO 3600-EXIT
    END-IF
    IF GRP-SEATS-NAMED >= GRP-SEATS-BLOCKED
        DISPLAY '  Every seat in the block is already named.'
        GO TO 3600-EXIT
    END-IF
    DISPLAY 'Passenger ID: ' WITH NO ADVANCING
    ACCEPT WS-REQ-PASS-ID
    PERFORM 7100-FIND-PASSENGER THRU 7100-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Passenger not on file - add via PASSMGR first.'
        GO TO 3600-EXIT
    END-IF
    MOVE GRP-FLT-NUMBER   TO WS-REQ-FLT-NUMBER
    MOVE GRP-FLT-DEP-DATE TO WS-REQ-FLT-DEP-DATE
    MOVE GRP-FARE-CLASS   TO WS-REQ-FARE-CLASS
    PERFORM 7200-FIND-FLIGHT THRU 7200-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Flight not on file.'
        GO TO 3600-EXIT
    END-IF
    IF FLT-CANCELLED OR FLT-CLOSED
        DISPLAY '  Flight is cancelled or departed -'
            ' name refused.'
        GO TO 3600-EXIT
    END-IF
*> The block fixed the fare; the taxes are priced as each name
*> comes in, at the rates in force that day, on a one-segment
*> journey (no transit).
    MOVE GRP-FARE-AMOUNT TO WS-FARE-AMOUNT
    MOVE ZERO TO WS-SEG-COUNT
    PERFORM 3080-CALCULATE-TAXES THRU 3080-EXIT
    MOVE FLT-AIRCRAFT-TYPE TO WS-REQ-ACFT-TYPE
    DISPLAY 'Seat request (row+letter, e.g. 012C,'
        ' blank for auto): ' WITH NO ADVANCING
    MOVE SPACES TO WS-REQ-SEAT
    ACCEPT WS-REQ-SEAT
    PERFORM 3050-GET-CLASS-CAPACITY THRU 3050-EXIT
    MOVE ZERO TO WS-CONFIRMED-COUNT
    MOVE ZERO TO WS-WAITLIST-COUNT
    MOVE ZERO TO WS-HELD-COUNT
    PERFORM 3105-CLEAR-SEAT-TABLE THRU 3105-EXIT
    PERFORM 3120-COUNT-CLASS THRU 3120-EXIT
    PERFORM 3130-PICK-SEAT THRU 3130-EXIT
    IF NOT WS-SEAT-OK
        DISPLAY '  No seat free in the cabin - name refused.'
        GO TO 3600-EXIT
    END-IF
    PERFORM 3610-WRITE-GROUP-NAME THRU 3610-EXIT
    .
3600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3610-WRITE-GROUP-NAME - writes the named segment and, once
*> the WRITE has taken, counts the name against the block.
*> -----------------------------------------------------------
3610-WRITE-GROUP-NAME.
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        OPEN OUTPUT BOOKING-MASTER-FILE
        IF WS-BOOK-FILE-STATUS NOT = '00'
            DISPLAY '  Booking master file error - status '
                WS-BOOK-FILE-STATUS ' - name not added.'
            GO TO 3610-EXIT
        END-IF
    END-IF
    MOVE 'N' TO WS-AWARD-SW
    MOVE 'N' TO WS-FOUND-SW
    MOVE GRP-PNR            TO BOOK-PNR
    COMPUTE BOOK-SEG-SEQ = GRP-SEATS-NAMED + 1
    MOVE WS-REQ-PASS-ID     TO BOOK-PASS-ID
    MOVE GRP-FLT-NUMBER     TO BOOK-FLT-NUMBER
    MOVE GRP-FLT-DEP-DATE   TO BOOK-FLT-DEP-DATE
    MOVE GRP-FARE-CLASS     TO BOOK-FARE-CLASS
    MOVE WS-PICKED-SEAT     TO BOOK-SEAT-NUMBER
    MOVE 'C'                TO BOOK-STATUS
    MOVE WS-TODAY           TO BOOK-CREATE-DATE
    MOVE WS-OPER-ID         TO BOOK-CREATE-USER
    MOVE 'N'                TO BOOK-CHECKIN-STATUS
    MOVE 'N'                TO BOOK-SETTLE-STATUS
    MOVE 'N'                TO BOOK-GL-STATUS
    MOVE 'N'                TO BOOK-BOARD-STATUS
    MOVE GRP-FARE-AMOUNT    TO BOOK-FARE-AMOUNT
    MOVE ZERO               TO BOOK-PENALTY-AMOUNT
    MOVE ZERO               TO BOOK-REFUND-AMOUNT
    MOVE 'N'                TO BOOK-MILES-STATUS
    MOVE 'N'                TO BOOK-PAY-STATUS
    MOVE 'N'                TO BOOK-AWARD-FLAG
    MOVE SPACES             TO BOOK-TICKET-NUMBER
    MOVE 'Y'                TO BOOK-GROUP-FLAG
    PERFORM 3090-SET-BOOK-TAXES THRU 3090-EXIT
    MOVE SPACES TO WS-SELL-AGENCY
    PERFORM 3095-SET-BOOK-COMMISSION THRU 3095-EXIT
    WRITE BOOK-RECORD
        INVALID KEY
            DISPLAY '  Name not written - key error,'
                ' status ' WS-BOOK-FILE-STATUS
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
            PERFORM 3210-LOG-SEGMENT-WRITTEN THRU 3210-EXIT
    END-WRITE
    CLOSE BOOKING-MASTER-FILE
    IF NOT WS-RECORD-FOUND
        GO TO 3610-EXIT
    END-IF
    OPEN I-O GROUP-MASTER-FILE
    READ GROUP-MASTER-FILE
        INVALID KEY
            DISPLAY '  Group block vanished - status '
                WS-GRP-FILE-STATUS
        NOT INVALID KEY
            MOVE SPACES TO WS-AUD-OLD-VALUE
            MOVE SPACES TO WS-AUD-NEW-VALUE
            STRING 'GROUP NAMED=' GRP-SEATS-NAMED
                   ' OF ' GRP-SEATS-BLOCKED
                INTO WS-AUD-OLD-VALUE
            ADD 1 TO GRP-SEATS-NAMED
            REWRITE GRP-RECORD
                INVALID KEY
                    DISPLAY '  Group ' GRP-PNR ' not rewritten -'
                        ' status ' WS-GRP-FILE-STATUS
                NOT INVALID KEY
                    STRING 'GROUP NAMED=' GRP-SEATS-NAMED
                           ' OF ' GRP-SEATS-BLOCKED
                           ' PASS=' BOOK-PASS-ID
                        INTO WS-AUD-NEW-VALUE
                    MOVE 'C' TO WS-AUD-ACTION
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
            END-REWRITE
    END-READ
    CLOSE GROUP-MASTER-FILE
    .
3610-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-REBOOK-SEGMENT - moves one journey segment stranded on a
*> cancelled flight to an alternate departure, keeping the same
*> -----------------------------------------------------------
*> 4100-APPLY-REBOOK - re-reads the located segment by key and
*> REWRITEs it in place onto the new departure: new flight/date/
*> seat/status, check-in and boarding cleared, PNR, fare class
*> and original fare kept.
*> -----------------------------------------------------------
4100-APPLY-REBOOK.
    OPEN I-O BOOKING-MASTER-FILE
            MOVE WS-NEW-SEAT         TO BOOK-SEAT-NUMBER
            MOVE WS-BOOK-STATUS      TO BOOK-STATUS
            MOVE 'N'                 TO BOOK-CHECKIN-STATUS
            MOVE 'N'                 TO BOOK-BOARD-STATUS
            REWRITE BOOK-RECORD
            MOVE SPACES TO WS-AUD-NEW-VALUE
            STRING 'SEG=' BOOK-SEG-SEQ
    EXIT.

*> -----------------------------------------------------------
*> CANCEL BOOKING - a group PNR goes to 5700-CANCEL-GROUP, which
*> cancels one name or the whole group.
*> -----------------------------------------------------------
5000-CANCEL-BOOKING.
    DISPLAY 'PNR: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-PNR
    PERFORM 7700-FIND-GROUP THRU 7700-EXIT
    IF WS-GROUP-FOUND
        PERFORM 5700-CANCEL-GROUP THRU 5700-EXIT
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-FIND-BOOKING THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Booking not on file.'
        MOVE BOOK-SEAT-NUMBER TO WS-FREED-T-SEAT(WS-FREED-COUNT)
    END-IF
    PERFORM 5400-COMPUTE-PENALTY THRU 5400-EXIT
    PERFORM 5420-REFUND-TAXES THRU 5420-EXIT
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'SEG=' BOOK-SEG-SEQ ' FLT=' BOOK-FLT-NUMBER
           ' STATUS=' BOOK-STATUS
           ' STATUS=' BOOK-STATUS
           ' PEN=' BOOK-PENALTY-AMOUNT
           ' REF=' BOOK-REFUND-AMOUNT
           ' TAXREF=' BOOK-TAX-REFUND-AMOUNT
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    DISPLAY '  Seg ' BOOK-SEG-SEQ ' FLT ' BOOK-FLT-NUMBER
        ' cancelled - penalty ' WS-PENALTY-AMOUNT-ED
        ' refund ' WS-REFUND-AMOUNT-ED
    IF BOOK-TAX-REFUND-AMOUNT > ZERO
        MOVE BOOK-TAX-REFUND-AMOUNT TO WS-TAX-AMOUNT-ED
        DISPLAY '           tax refund ' WS-TAX-AMOUNT-ED
    END-IF
*> A cancelled award segment gets its miles back on the ledger
*> (a redemption reversal) - the zero cash penalty/refund above
*> already covers the money side, since no money ever moved.

*> -----------------------------------------------------------
*> 5510-FIND-REDEMPTION - sequential scan of the mileage ledger
*> for the segment's redemption debit.  The whole ledger is
*> read and the latest debit wins: a passenger merge (or its
*> undo) re-posts the debit under the account now holding it.
*> -----------------------------------------------------------
5510-FIND-REDEMPTION.
    MOVE 'N' TO WS-REFUND-MILES-SW
    IF WS-MILE-FILE-STATUS NOT = '00'
        GO TO 5510-EXIT
    END-IF
    PERFORM UNTIL WS-MILE-EOF
        READ MILEAGE-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-MILE-EOF-SW
5410-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5420-REFUND-TAXES - marks the tax lines going back to the
*> passenger on the segment being cancelled and totals them in
*> BOOK-TAX-REFUND-AMOUNT.  The refundable lines (every
*> government tax, and the airport charges the table says are
*> refundable) always go back, penalty or no penalty; a segment
*> that was only waitlisted, or is stranded on a cancelled
*> flight, gets every line back, as it gets its whole fare.
*> Runs after 5400-COMPUTE-PENALTY, which has set WS-INVOLUNTARY
*> for a confirmed segment.
*> -----------------------------------------------------------
5420-REFUND-TAXES.
    MOVE ZERO TO BOOK-TAX-REFUND-AMOUNT
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
        ADD 1 TO WS-TAX-IX
        IF BOOK-WAITLISTED
           OR (BOOK-CONFIRMED AND WS-INVOLUNTARY)
           OR BOOK-TAX-REFUNDABLE(WS-TAX-IX) = 'Y'
            MOVE 'Y' TO BOOK-TAX-REFUNDED(WS-TAX-IX)
            ADD BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
                TO BOOK-TAX-REFUND-AMOUNT
        END-IF
    END-PERFORM
    .
5420-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5700-CANCEL-GROUP - a group PNR holds one segment per name,
*> so the agent either cancels one name, priced and refunded
*> like any segment (its seat goes back to general sale and the
*> block's unnamed seats are left alone, as when TTLSWEEP
*> cancels an unpaid name), or the whole group: every live name
*> and the block itself, whose unnamed seats are released.
*> Seats freed by the names clear the waitlist here; those the
*> block released are left to the nightly WAITSWEEP.
*> -----------------------------------------------------------
5700-CANCEL-GROUP.
    DISPLAY 'Group PNR - cancel one (N)ame or the (W)hole'
        ' group: ' WITH NO ADVANCING
    MOVE SPACES TO WS-ANSWER
    ACCEPT WS-ANSWER
    MOVE ZERO TO WS-FREED-COUNT
    MOVE ZERO TO WS-CANCELLED-SEGS
    EVALUATE WS-ANSWER
        WHEN 'N'
            PERFORM 5710-CANCEL-GROUP-NAME THRU 5710-EXIT
            IF WS-CANCELLED-SEGS = ZERO
                GO TO 5700-EXIT
            END-IF
            DISPLAY '  Name cancelled.'
        WHEN 'W'
            PERFORM 5050-CANCEL-SEGMENTS THRU 5050-EXIT
            PERFORM 5750-CANCEL-GROUP-BLOCK THRU 5750-EXIT
        WHEN OTHER
            DISPLAY '  Nothing cancelled.'
            GO TO 5700-EXIT
    END-EVALUATE
    MOVE ZERO TO WS-FREED-IX
    PERFORM 5090-WORK-OFF-FREED-SEATS THRU 5090-EXIT
        UNTIL WS-FREED-IX >= WS-FREED-COUNT
    .
5700-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5710-CANCEL-GROUP-NAME - START on the group PNR for the live
*> segment named for the passenger keyed, and cancel that one
*> segment in place through 5060-CANCEL-ONE-SEGMENT.
*> -----------------------------------------------------------
5710-CANCEL-GROUP-NAME.
    DISPLAY 'Passenger ID: ' WITH NO ADVANCING
    ACCEPT WS-REQ-PASS-ID
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  No names on the group PNR - nothing to cancel.'
        GO TO 5710-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-FOUND-SW
    MOVE WS-SEARCH-PNR TO BOOK-PNR
    MOVE ZERO          TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF OR WS-RECORD-FOUND
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-PNR NOT = WS-SEARCH-PNR
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF (BOOK-CONFIRMED OR BOOK-WAITLISTED)
                       AND BOOK-PASS-ID = WS-REQ-PASS-ID
                        MOVE 'Y' TO WS-FOUND-SW
                        PERFORM 5060-CANCEL-ONE-SEGMENT
                            THRU 5060-EXIT
                        REWRITE BOOK-RECORD
                            INVALID KEY
                                DISPLAY '  Seg ' BOOK-SEG-SEQ
                                    ' not rewritten - status '
                                    WS-BOOK-FILE-STATUS
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    IF NOT WS-RECORD-FOUND
        DISPLAY '  No live name for passenger ' WS-REQ-PASS-ID
            ' on the group PNR.'
    END-IF
    .
5710-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5750-CANCEL-GROUP-BLOCK - marks the block cancelled and
*> shrinks it to the names it received, in place, so its unnamed
*> seats go back on general sale - the same release GRPSWEEP
*> makes at the name-by date.  Any unapplied deposit stays with
*> the block for GLJRNL to journal as retained.  A block already
*> cancelled has nothing left to release.
*> -----------------------------------------------------------
5750-CANCEL-GROUP-BLOCK.
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        DISPLAY '  Group master file error - status '
            WS-GRP-FILE-STATUS ' - block not cancelled.'
        GO TO 5750-EXIT
    END-IF
    MOVE WS-SEARCH-PNR TO GRP-PNR
    READ GROUP-MASTER-FILE
        INVALID KEY
            DISPLAY '  Group block vanished - status '
                WS-GRP-FILE-STATUS
            CLOSE GROUP-MASTER-FILE
            GO TO 5750-EXIT
    END-READ
    IF GRP-CANCELLED
        CLOSE GROUP-MASTER-FILE
        DISPLAY '  Group block was already cancelled.'
        GO TO 5750-EXIT
    END-IF
    IF GRP-SEATS-BLOCKED > GRP-SEATS-NAMED
        COMPUTE WS-UNNAMED-SEATS = GRP-SEATS-BLOCKED - GRP-SEATS-NAMED
    ELSE
        MOVE ZERO TO WS-UNNAMED-SEATS
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'GROUP STATUS=' GRP-STATUS
           ' BLOCKED=' GRP-SEATS-BLOCKED
           ' NAMED=' GRP-SEATS-NAMED
        INTO WS-AUD-OLD-VALUE
    MOVE GRP-SEATS-NAMED TO GRP-SEATS-BLOCKED
    MOVE 'X' TO GRP-STATUS
    REWRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  Group ' GRP-PNR ' not rewritten - status '
                WS-GRP-FILE-STATUS ' - block not cancelled.'
            CLOSE GROUP-MASTER-FILE
            GO TO 5750-EXIT
    END-REWRITE
    CLOSE GROUP-MASTER-FILE
    STRING 'GROUP STATUS=' GRP-STATUS
           ' BLOCKED=' GRP-SEATS-BLOCKED
           ' NAMED=' GRP-SEATS-NAMED
           ' CANCELLED BY AGENT'
        INTO WS-AUD-NEW-VALUE
    MOVE GRP-PNR TO BOOK-PNR
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    MOVE WS-UNNAMED-SEATS TO WS-SEATS-ED
    DISPLAY '  Group cancelled - ' WS-SEATS-ED
        ' unnamed seat(s) released.'
    .
5750-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> INQUIRE BOOKING
*> -----------------------------------------------------------
    ACCEPT WS-SEARCH-PNR
    MOVE ZERO TO WS-INQ-COUNT
    MOVE ZERO TO WS-INQ-TOTAL-FARE
    MOVE ZERO TO WS-INQ-TOTAL-TAX
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
                        DISPLAY '  Passenger ID . ' BOOK-PASS-ID
                        DISPLAY '  Booked ....... ' BOOK-CREATE-DATE
                            ' by ' BOOK-CREATE-USER
                        IF BOOK-AGENCY-CODE NOT = SPACES
                            DISPLAY '  Sold by agency ' BOOK-AGENCY-CODE
                        END-IF
                    END-IF
                    PERFORM 6100-DISPLAY-SEGMENT THRU 6100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    PERFORM 7700-FIND-GROUP THRU 7700-EXIT
    IF WS-INQ-COUNT = ZERO
        IF WS-GROUP-FOUND
            DISPLAY ' '
            DISPLAY '  PNR .......... ' WS-SEARCH-PNR
                ' - no names on the block yet'
        ELSE
            DISPLAY '  Booking not on file.'
        END-IF
    ELSE
        MOVE WS-INQ-TOTAL-FARE TO WS-INQ-TOTAL-FARE-ED
        DISPLAY '  Journey fare .. ' WS-INQ-TOTAL-FARE-ED
        MOVE WS-INQ-TOTAL-TAX TO WS-INQ-TOTAL-FARE-ED
        DISPLAY '  Journey taxes . ' WS-INQ-TOTAL-FARE-ED
    END-IF
*> A group PNR answers with its block even before any names.
    IF WS-GROUP-FOUND
        DISPLAY '  Group ........ ' GRP-NAME
        DISPLAY '  Block ........ FLT ' GRP-FLT-NUMBER
            ' ' GRP-FLT-DEP-DATE ' CL ' GRP-FARE-CLASS
            ' STATUS ' GRP-STATUS
        DISPLAY '  Seats ........ ' GRP-SEATS-NAMED ' named of '
            GRP-SEATS-BLOCKED ', name by ' GRP-NAME-BY-DATE
        DISPLAY '  Deposit ...... ' GRP-DEPOSIT-AMOUNT
            ' due ' GRP-DEPOSIT-DUE-DATE
            ' paid ' GRP-DEPOSIT-PAID
        DISPLAY '  Final due .... ' GRP-FINAL-DUE-DATE
    END-IF
    .
6000-EXIT.
        DISPLAY '           penalty ' BOOK-PENALTY-AMOUNT
            ' refund ' BOOK-REFUND-AMOUNT
    END-IF
    IF BOOK-AGENCY-CODE NOT = SPACES
        DISPLAY '           commission ' BOOK-COMM-PCT
            '% ' BOOK-COMM-AMOUNT
            ' statement ' BOOK-AGCY-STMT-STATUS
    END-IF
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
        ADD 1 TO WS-TAX-IX
        DISPLAY '           tax ' BOOK-TAX-STATION(WS-TAX-IX)
            ' ' BOOK-TAX-CODE(WS-TAX-IX)
            ' ' BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
            ' refunded ' BOOK-TAX-REFUNDED(WS-TAX-IX)
    END-PERFORM
    ADD BOOK-FARE-AMOUNT TO WS-INQ-TOTAL-FARE
    ADD BOOK-TAX-AMOUNT  TO WS-INQ-TOTAL-TAX
    .
6100-EXIT.
    EXIT.
*> -----------------------------------------------------------
*> 7500-COMPUTE-MILE-BALANCE - one pass over the mileage ledger
*> for the member in WS-AWARD-FF-NUMBER: credits (accruals and
*> redemption reversals) minus debits (redemptions and accrual
*> reversals).  No ledger on file reads as a zero balance.
*> -----------------------------------------------------------
7500-COMPUTE-MILE-BALANCE.
    MOVE ZERO TO WS-MILE-BALANCE
                MOVE 'Y' TO WS-MILE-EOF-SW
            NOT AT END
                IF MILE-FF-NUMBER = WS-AWARD-FF-NUMBER
                    IF MILE-REDEMPTION OR MILE-ACCRUAL-REVERSAL
                        SUBTRACT MILE-TOTAL-MILES
                            FROM WS-MILE-BALANCE
                    ELSE
7600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7700-FIND-GROUP - direct keyed READ of GROUP-MASTER for the
*> group PNR in WS-SEARCH-PNR.  No group master on disk yet
*> reads as not found.
*> -----------------------------------------------------------
7700-FIND-GROUP.
    MOVE 'N' TO WS-GRP-FOUND-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 7700-EXIT
    END-IF
    MOVE WS-SEARCH-PNR TO GRP-PNR
    READ GROUP-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-GRP-FOUND-SW
    END-READ
    CLOSE GROUP-MASTER-FILE
    .
7700-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
