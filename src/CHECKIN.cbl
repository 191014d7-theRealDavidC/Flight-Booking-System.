*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Booking save areas grown to the 180-byte
*>                   BOOKING-MASTER record (tax breakdown added).
*> 2026-10-15  DLC  Booking save areas grown to the 200-byte
*>                   BOOKING-MASTER record (selling agency added).
*> 2026-10-15  DLC  International departures: a flight from or to
*>                   a station STATION-MASTER flags international
*>                   checks in only a passenger whose travel
*>                   documents are complete on PASSENGER-MASTER
*>                   (document number and type, nationality, date
*>                   of birth, gender, issuing country) and whose
*>                   document does not expire before the flight
*>                   arrives - the details APISGEN transmits to the
*>                   border authority.  See 7300/7400.
*> 2026-10-15  DLC  Checked baggage: after check-in the agent
*>                   weighs in the passenger's bags against the
*>                   allowance for the fare class and FF tier (see
*>                   BAGALLOW); each bag accepted gets the next tag
*>                   number off BAG-TAG-CONTROL and a BAGGAGE-
*>                   MASTER entry, and a bag outside the allowance
*>                   is accepted only once its excess charge is
*>                   taken - a 'B' PAYMENT-LEDGER entry.  New
*>                   Board function (option B): the gate marks the
*>                   checked-in passenger boarded, which BAGRECON
*>                   and FLTCLOSE reconcile against.
*> 2026-10-15  DLC  Boarding a PNR with more than one checked-in
*>                   segment waiting today (a group, a same-day
*>                   connection) asks for the seat on the boarding
*>                   pass and boards only that segment.  The
*>                   boarding REWRITE is checked; the audit entry
*>                   and the boarded line follow only on success.
*> 2026-10-15  DLC  The check-in REWRITE is checked the same way:
*>                   the audit entry, the boarding line and the
*>                   bag drop follow only a check-in actually
*>                   saved, so no bag is tagged or charged to a
*>                   passenger left unchecked-in.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECKIN.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACFT-KEY
        FILE STATUS IS WS-ACFT-FILE-STATUS.
    SELECT STATION-MASTER-FILE ASSIGN TO "STATDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STAT-KEY
        FILE STATUS IS WS-STAT-FILE-STATUS.
    SELECT BAGGAGE-MASTER-FILE ASSIGN TO "BAGDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAG-KEY
        ALTERNATE RECORD KEY IS BAG-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BAG-FILE-STATUS.
    SELECT BAG-TAG-CONTROL-FILE ASSIGN TO "BAGCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BAGCTL-FILE-STATUS.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PAY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AIRCRAFT-CONFIG-FILE.
COPY ACFTREC.

FD  STATION-MASTER-FILE.
COPY STATREC.

FD  BAGGAGE-MASTER-FILE.
COPY BAGREC.

FD  BAG-TAG-CONTROL-FILE.
COPY BAGCTL.

FD  PAYMENT-LEDGER-FILE.
COPY PAYREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-PASSENGER-FOUND       VALUE 'Y'.
    05  WS-PASS-EOF-SW               PIC X VALUE 'N'.
        88  WS-PASS-EOF              VALUE 'Y'.
    05  WS-CHECKIN-DONE-SW           PIC X VALUE 'N'.
        88  WS-CHECKIN-DONE          VALUE 'Y'.

01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-STAT-FILE-STATUS              PIC X(02) VALUE '00'.

*> International-departure document check.  The document must
*> still be valid on the day the flight arrives.
01  WS-INTL-SW                       PIC X VALUE 'N'.
    88  WS-INTL-DEPARTURE            VALUE 'Y'.
01  WS-DOCS-SW                       PIC X VALUE 'N'.
    88  WS-DOCS-OK                   VALUE 'Y'.
01  WS-TRAVEL-END-DATE               PIC 9(08).

*> Checked-baggage work: the passenger's allowance, the bag on
*> the scale, and what has been accepted and charged so far.
COPY BAGALLOW.
01  WS-BAG-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-BAGCTL-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-PAY-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-BAGCTL-FOUND-SW               PIC X VALUE 'N'.
    88  WS-BAGCTL-FOUND              VALUE 'Y'.
01  WS-BAG-WRITTEN-SW                PIC X VALUE 'N'.
    88  WS-BAG-WRITTEN               VALUE 'Y'.
01  WS-BAG-PIECES                    PIC 9(01) VALUE ZERO.
01  WS-BAG-WEIGHT                    PIC 9(03) VALUE ZERO.
01  WS-BAG-FREE-KG                   PIC 9(02) VALUE ZERO.
01  WS-BAG-CHARGE                    PIC 9(06)V99 VALUE ZERO.
01  WS-BAG-TOTAL-CHARGE              PIC 9(06)V99 VALUE ZERO.
01  WS-PAY-METHOD                    PIC X(02) VALUE SPACES.
01  WS-NOW                           PIC 9(08).
77  WS-BAG-FREE-PIECES               PIC 9(02) COMP VALUE ZERO.
77  WS-BAG-IX                        PIC 9(02) COMP VALUE ZERO.
77  WS-BAG-TBL-IX                    PIC 9(02) COMP VALUE ZERO.
77  WS-BAG-TAGGED                    PIC 9(02) COMP VALUE ZERO.
77  WS-BAG-TOTAL-KG                  PIC 9(05) COMP VALUE ZERO.
01  WS-BAG-EDIT-FIELDS.
    05  WS-BAG-IX-ED                 PIC 9.
    05  WS-BAG-COUNT-ED              PIC Z9.
    05  WS-BAG-KG-ED                 PIC ZZZZ9.
    05  WS-BAG-AMOUNT-ED             PIC ZZZ,ZZ9.99.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-SEARCH-LAST-NAME              PIC X(20).
01  WS-SEARCH-FLT-NUMBER             PIC X(06).

01  WS-FIRST-SEGMENT                 PIC X(200).
01  WS-FIRST-FOUND-SW                PIC X VALUE 'N'.
    88  WS-FIRST-FOUND               VALUE 'Y'.
01  WS-TODAY-SEGMENT                 PIC X(200).
01  WS-TODAY-FOUND-SW                PIC X VALUE 'N'.
    88  WS-TODAY-FOUND               VALUE 'Y'.

*> Boarding work: a group PNR (or a same-day connection) can
*> hold several checked-in segments waiting to board today, so
*> the gate names the seat on the boarding pass to pick one.
77  WS-BOARD-CANDIDATES              PIC 9(03) COMP VALUE ZERO.
01  WS-BOARD-SEAT                    PIC X(04) VALUE SPACES.
01  WS-BOARD-COUNT-ED                PIC ZZ9.

*> Gate seat-change work: the located segment's key and
*> departure, the class's cabin layout from AIRCRAFT-CONFIG,
*> and the confirmed seats already held on the departure (full
            WHEN 'P' PERFORM 3000-CHECKIN-BY-PNR THRU 3000-EXIT
            WHEN 'N' PERFORM 4000-CHECKIN-BY-NAME THRU 4000-EXIT
            WHEN 'S' PERFORM 6000-CHANGE-SEAT THRU 6000-EXIT
            WHEN 'B' PERFORM 6500-BOARD-PASSENGER THRU 6500-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
    DISPLAY '  P. Check in by PNR'
    DISPLAY '  N. Check in by name and flight'
    DISPLAY '  S. Change seat'
    DISPLAY '  B. Board passenger'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
        DISPLAY '  Flight is cancelled - check-in refused.'
        GO TO 5000-EXIT
    END-IF
    PERFORM 7300-CHECK-INTERNATIONAL THRU 7300-EXIT
    IF WS-INTL-DEPARTURE
        PERFORM 7400-CHECK-DOCUMENTS THRU 7400-EXIT
        IF NOT WS-DOCS-OK
            DISPLAY '  International departure - check-in refused'
                ' until the documents are updated (Passenger'
                ' Management).'
            GO TO 5000-EXIT
        END-IF
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'FLT=' BOOK-FLT-NUMBER ' SEAT=' BOOK-SEAT-NUMBER
           ' CHECKIN=' BOOK-CHECKIN-STATUS
        INTO WS-AUD-OLD-VALUE
    MOVE 'Y' TO BOOK-CHECKIN-STATUS
    PERFORM 7500-REWRITE-BOOKING THRU 7500-EXIT
*> The audit entry, the boarding line and the bag drop only
*> follow a check-in actually saved - bags tagged and charged
*> to a passenger not checked in would be pulled at departure.
    IF NOT WS-CHECKIN-DONE
        GO TO 5000-EXIT
    END-IF
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'FLT=' BOOK-FLT-NUMBER ' SEAT=' BOOK-SEAT-NUMBER
           ' CHECKIN=' BOOK-CHECKIN-STATUS
        '  DEP ' FLT-DEP-TIME
        '  SEAT ' BOOK-SEAT-NUMBER
        '  CLASS ' BOOK-FARE-CLASS
    DISPLAY '  Passenger checked in.'
    PERFORM 5500-CHECK-BAGS THRU 5500-EXIT
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5500-CHECK-BAGS - the passenger just checked in (BOOK-RECORD,
*> with the departure in FLT-RECORD) drops their bags.  Each
*> bag is weighed in on its own: the first pieces up to the
*> allowance go free, and a piece beyond it, or over the free
*> weight, is accepted only once its excess charge is taken.
*> One audit entry sums up what was accepted.
*> -----------------------------------------------------------
5500-CHECK-BAGS.
    MOVE ZERO TO WS-BAG-TAGGED
    MOVE ZERO TO WS-BAG-TOTAL-KG
    MOVE ZERO TO WS-BAG-TOTAL-CHARGE
    PERFORM 5600-SET-ALLOWANCE THRU 5600-EXIT
    MOVE WS-BAG-FREE-PIECES TO WS-BAG-COUNT-ED
    DISPLAY '  Baggage allowance ' WS-BAG-COUNT-ED
        ' piece(s) of up to ' WS-BAG-FREE-KG ' kg.'
    DISPLAY 'Bags to check (0-9): ' WITH NO ADVANCING
    MOVE ZERO TO WS-BAG-PIECES
    ACCEPT WS-BAG-PIECES
    IF WS-BAG-PIECES NOT NUMERIC OR WS-BAG-PIECES = ZERO
        DISPLAY '  No bags checked.'
        GO TO 5500-EXIT
    END-IF
    MOVE ZERO TO WS-BAG-IX
    PERFORM UNTIL WS-BAG-IX >= WS-BAG-PIECES
        ADD 1 TO WS-BAG-IX
        PERFORM 5510-CHECK-ONE-BAG THRU 5510-EXIT
    END-PERFORM
    IF WS-BAG-TAGGED = ZERO
        DISPLAY '  No bags accepted.'
        GO TO 5500-EXIT
    END-IF
    MOVE WS-BAG-TAGGED       TO WS-BAG-COUNT-ED
    MOVE WS-BAG-TOTAL-KG     TO WS-BAG-KG-ED
    MOVE WS-BAG-TOTAL-CHARGE TO WS-BAG-AMOUNT-ED
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'FLT=' BOOK-FLT-NUMBER ' SEG=' BOOK-SEG-SEQ
           ' BAGS=' WS-BAG-COUNT-ED ' KG=' WS-BAG-KG-ED
           ' EXCESS=' WS-BAG-AMOUNT-ED
        INTO WS-AUD-NEW-VALUE
    MOVE 'A' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    DISPLAY '  Bags checked ' WS-BAG-COUNT-ED
        '  total ' WS-BAG-KG-ED ' kg'
        '  excess charged ' WS-BAG-AMOUNT-ED
    .
5500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5510-CHECK-ONE-BAG - bag WS-BAG-IX of the passenger's bags.
*> A bag refused (no weight, too heavy, charge not taken) does
*> not use up any of the allowance.
*> -----------------------------------------------------------
5510-CHECK-ONE-BAG.
    MOVE WS-BAG-IX TO WS-BAG-IX-ED
    DISPLAY '  Bag ' WS-BAG-IX-ED ' weight (kg): ' WITH NO ADVANCING
    MOVE ZERO TO WS-BAG-WEIGHT
    ACCEPT WS-BAG-WEIGHT
    IF WS-BAG-WEIGHT NOT NUMERIC OR WS-BAG-WEIGHT = ZERO
        DISPLAY '  No weight entered - bag not accepted.'
        GO TO 5510-EXIT
    END-IF
    IF WS-BAG-WEIGHT > BAG-MAX-KG
        DISPLAY '  Over ' BAG-MAX-KG ' kg - bag not accepted,'
            ' send it as cargo.'
        GO TO 5510-EXIT
    END-IF
    MOVE ZERO TO WS-BAG-CHARGE
    IF WS-BAG-TAGGED >= WS-BAG-FREE-PIECES
        ADD BAG-EXCESS-PIECE-CHARGE TO WS-BAG-CHARGE
    END-IF
    IF WS-BAG-WEIGHT > WS-BAG-FREE-KG
        ADD BAG-OVERWEIGHT-CHARGE TO WS-BAG-CHARGE
    END-IF
    MOVE SPACES TO WS-PAY-METHOD
    IF WS-BAG-CHARGE > ZERO
        MOVE WS-BAG-CHARGE TO WS-BAG-AMOUNT-ED
        DISPLAY '  Outside the allowance - excess charge '
            WS-BAG-AMOUNT-ED
        DISPLAY 'Payment method (CA/CC, blank = bag not'
            ' accepted): ' WITH NO ADVANCING
        ACCEPT WS-PAY-METHOD
        IF WS-PAY-METHOD NOT = 'CA' AND WS-PAY-METHOD NOT = 'CC'
            DISPLAY '  Charge not taken - bag not accepted.'
            GO TO 5510-EXIT
        END-IF
    END-IF
    PERFORM 7950-NEXT-BAG-TAG THRU 7950-EXIT
    PERFORM 7960-WRITE-BAG THRU 7960-EXIT
    IF NOT WS-BAG-WRITTEN
        GO TO 5510-EXIT
    END-IF
    IF WS-BAG-CHARGE > ZERO
        PERFORM 7970-WRITE-CHARGE THRU 7970-EXIT
    END-IF
    ADD 1 TO WS-BAG-TAGGED
    ADD WS-BAG-WEIGHT TO WS-BAG-TOTAL-KG
    ADD WS-BAG-CHARGE TO WS-BAG-TOTAL-CHARGE
    DISPLAY '  Bag tag ' BAG-TAG-NUMBER '  to ' BAG-DEST
        '  ' WS-BAG-WEIGHT ' kg'
    .
5510-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5600-SET-ALLOWANCE - free pieces and free weight per piece
*> for the booking's fare class, plus the extra pieces the
*> passenger's FF tier earns.
*> -----------------------------------------------------------
5600-SET-ALLOWANCE.
    MOVE ZERO TO WS-BAG-FREE-PIECES
    MOVE ZERO TO WS-BAG-FREE-KG
    MOVE ZERO TO WS-BAG-TBL-IX
    PERFORM UNTIL WS-BAG-TBL-IX >= 3
        ADD 1 TO WS-BAG-TBL-IX
        IF BAG-CLASS-CODE(WS-BAG-TBL-IX) = BOOK-FARE-CLASS
            MOVE BAG-CLASS-PIECES(WS-BAG-TBL-IX)
                TO WS-BAG-FREE-PIECES
            MOVE BAG-CLASS-FREE-KG(WS-BAG-TBL-IX)
                TO WS-BAG-FREE-KG
        END-IF
    END-PERFORM
    PERFORM 7100-FIND-PASSENGER THRU 7100-EXIT
    IF NOT WS-PASSENGER-FOUND
        GO TO 5600-EXIT
    END-IF
    MOVE ZERO TO WS-BAG-TBL-IX
    PERFORM UNTIL WS-BAG-TBL-IX >= 4
        ADD 1 TO WS-BAG-TBL-IX
        IF BAG-TIER-CODE(WS-BAG-TBL-IX) = PASS-FF-TIER
            ADD BAG-TIER-EXTRA(WS-BAG-TBL-IX)
                TO WS-BAG-FREE-PIECES
        END-IF
    END-PERFORM
    .
5600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6000-CHANGE-SEAT - moves a passenger on today's departure to
*> another seat: the gate fix the agents have been working on
6000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6500-BOARD-PASSENGER - the gate scans the boarding pass: the
*> journey's checked-in segment departing today is marked
*> boarded.  A checked-in passenger never marked boarded has
*> their bags pulled (BAGRECON) and closes out a NO-SHOW
*> (FLTCLOSE).  When more than one segment on the PNR is
*> waiting to board - a group, or a same-day connection - the
*> agent keys the seat from the boarding pass and only that
*> segment is boarded.
*> -----------------------------------------------------------
6500-BOARD-PASSENGER.
    DISPLAY 'PNR: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-PNR
    MOVE SPACES TO WS-BOARD-SEAT
    PERFORM 7650-FIND-BOARD-SEGMENT THRU 7650-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  No checked-in segment for that PNR on'
            ' today''s departures.'
        GO TO 6500-EXIT
    END-IF
    IF WS-BOARD-CANDIDATES > 1
        MOVE WS-BOARD-CANDIDATES TO WS-BOARD-COUNT-ED
        DISPLAY '  ' WS-BOARD-COUNT-ED ' passengers on this PNR'
            ' are waiting to board.'
        DISPLAY 'Seat on the boarding pass: ' WITH NO ADVANCING
        ACCEPT WS-BOARD-SEAT
        IF WS-BOARD-SEAT = SPACES
            DISPLAY '  No seat entered - nobody boarded.'
            GO TO 6500-EXIT
        END-IF
        PERFORM 7650-FIND-BOARD-SEGMENT THRU 7650-EXIT
        IF NOT WS-RECORD-FOUND
            DISPLAY '  No checked-in passenger in seat '
                WS-BOARD-SEAT ' on that PNR today.'
            GO TO 6500-EXIT
        END-IF
    END-IF
    IF BOOK-BOARDED
        DISPLAY '  Passenger has already boarded.'
        GO TO 6500-EXIT
    END-IF
    MOVE BOOK-KEY TO WS-SAVED-KEY
    PERFORM 7660-REWRITE-BOARDING THRU 7660-EXIT
    .
6500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-BOOKING - START on WS-SEARCH-PNR and a walk down
*> the journey's segment entries.  A journey can hold several
7200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7300-CHECK-INTERNATIONAL - FLT-RECORD on entry holds the
*> departure.  It is international when either end is a station
*> STATION-MASTER flags international; a station not on file,
*> or no station master at all, counts as domestic.
*> -----------------------------------------------------------
7300-CHECK-INTERNATIONAL.
    MOVE 'N' TO WS-INTL-SW
    OPEN INPUT STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        GO TO 7300-EXIT
    END-IF
    MOVE FLT-ORIGIN TO STAT-CODE
    READ STATION-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF STAT-INTERNATIONAL
                MOVE 'Y' TO WS-INTL-SW
            END-IF
    END-READ
    MOVE FLT-DEST TO STAT-CODE
    READ STATION-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF STAT-INTERNATIONAL
                MOVE 'Y' TO WS-INTL-SW
            END-IF
    END-READ
    CLOSE STATION-MASTER-FILE
    .
7300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7400-CHECK-DOCUMENTS - the booking's passenger must carry a
*> complete travel document valid until the flight arrives.
*> Every gap is listed, so the desk fixes them in one visit.
*> -----------------------------------------------------------
7400-CHECK-DOCUMENTS.
    MOVE 'N' TO WS-DOCS-SW
    PERFORM 7100-FIND-PASSENGER THRU 7100-EXIT
    IF NOT WS-PASSENGER-FOUND
        DISPLAY '  Passenger ' BOOK-PASS-ID
            ' not on file - documents cannot be checked.'
        GO TO 7400-EXIT
    END-IF
    MOVE 'Y' TO WS-DOCS-SW
    IF PASS-PASSPORT-NO = SPACES OR NOT PASS-DOC-TYPE-VALID
        DISPLAY '  No travel document number/type on file.'
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-DOC-ISSUE-CTRY = SPACES
        DISPLAY '  Document issuing country missing.'
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-NATIONALITY = SPACES
        DISPLAY '  Nationality missing.'
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-BIRTH-DATE NOT NUMERIC OR PASS-BIRTH-DATE = ZERO
        DISPLAY '  Date of birth missing.'
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF NOT PASS-GENDER-VALID
        DISPLAY '  Gender missing.'
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF FLT-ARR-DATE NUMERIC AND FLT-ARR-DATE > FLT-DEP-DATE
        MOVE FLT-ARR-DATE TO WS-TRAVEL-END-DATE
    ELSE
        MOVE FLT-DEP-DATE TO WS-TRAVEL-END-DATE
    END-IF
    IF PASS-DOC-EXPIRY-DATE NOT NUMERIC
       OR PASS-DOC-EXPIRY-DATE = ZERO
        DISPLAY '  Document expiry date missing.'
        MOVE 'N' TO WS-DOCS-SW
    ELSE
        IF PASS-DOC-EXPIRY-DATE < WS-TRAVEL-END-DATE
            DISPLAY '  Document expires ' PASS-DOC-EXPIRY-DATE
                ' - before travel on ' WS-TRAVEL-END-DATE '.'
            MOVE 'N' TO WS-DOCS-SW
        END-IF
    END-IF
    .
7400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7500-REWRITE-BOOKING - BOOK-RECORD on entry holds the
*> already-flagged entry for the PNR/segment being checked in.
*> Re-reads that one record by key under OPEN I-O, reapplies the
*> check-in flag and REWRITEs it in place; the journey's other
*> segments are never touched.  WS-CHECKIN-DONE is set only
*> once the REWRITE has taken.
*> -----------------------------------------------------------
7500-REWRITE-BOOKING.
    MOVE 'N' TO WS-CHECKIN-DONE-SW
    MOVE BOOK-KEY TO WS-SAVED-KEY
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        NOT INVALID KEY
            MOVE 'Y' TO BOOK-CHECKIN-STATUS
            REWRITE BOOK-RECORD
                INVALID KEY
                    DISPLAY '  Check-in not recorded - key error,'
                        ' status ' WS-BOOK-FILE-STATUS
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CHECKIN-DONE-SW
            END-REWRITE
    END-READ
    CLOSE BOOKING-MASTER-FILE
    .
7600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7650-FIND-BOARD-SEGMENT - START on WS-SEARCH-PNR and a walk
*> of the whole journey for checked-in segments departing today
*> that have not boarded yet, limited to seat WS-BOARD-SEAT when
*> one is given.  WS-BOARD-CANDIDATES counts them and the first
*> is left in BOOK-RECORD.  With none waiting but one already
*> boarded the walk keeps that one, for the already-boarded
*> message.
*> -----------------------------------------------------------
7650-FIND-BOARD-SEGMENT.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-FOUND-SW
    MOVE 'N' TO WS-FIRST-FOUND-SW
    MOVE 'N' TO WS-TODAY-FOUND-SW
    MOVE ZERO TO WS-BOARD-CANDIDATES
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 7650-EXIT
    END-IF
    MOVE WS-SEARCH-PNR TO BOOK-PNR
    MOVE ZERO          TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-PNR NOT = WS-SEARCH-PNR
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-CONFIRMED AND BOOK-CHECKED-IN
                       AND BOOK-FLT-DEP-DATE = WS-TODAY
                       AND (WS-BOARD-SEAT = SPACES
                            OR BOOK-SEAT-NUMBER = WS-BOARD-SEAT)
                        IF BOOK-NOT-BOARDED
                            ADD 1 TO WS-BOARD-CANDIDATES
                            IF NOT WS-TODAY-FOUND
                                MOVE 'Y' TO WS-TODAY-FOUND-SW
                                MOVE BOOK-RECORD TO WS-TODAY-SEGMENT
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-FIRST-FOUND-SW
                            MOVE BOOK-RECORD TO WS-FIRST-SEGMENT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    EVALUATE TRUE
        WHEN WS-TODAY-FOUND
            MOVE WS-TODAY-SEGMENT TO BOOK-RECORD
            MOVE 'Y' TO WS-FOUND-SW
        WHEN WS-FIRST-FOUND
            MOVE WS-FIRST-SEGMENT TO BOOK-RECORD
            MOVE 'Y' TO WS-FOUND-SW
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .
7650-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7660-REWRITE-BOARDING - re-reads the located segment by key
*> under OPEN I-O, marks it boarded, audit-logs the before/after
*> and REWRITEs in place.
*> -----------------------------------------------------------
7660-REWRITE-BOARDING.
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  Booking master file error - status '
            WS-BOOK-FILE-STATUS
        GO TO 7660-EXIT
    END-IF
    MOVE WS-SAVED-KEY TO BOOK-KEY
    READ BOOKING-MASTER-FILE
        INVALID KEY
            DISPLAY '  Booking gone from the master -'
                ' boarding not recorded.'
        NOT INVALID KEY
            MOVE SPACES TO WS-AUD-OLD-VALUE
            STRING 'FLT=' BOOK-FLT-NUMBER ' SEAT=' BOOK-SEAT-NUMBER
                   ' BOARD=' BOOK-BOARD-STATUS
                INTO WS-AUD-OLD-VALUE
            MOVE 'Y' TO BOOK-BOARD-STATUS
*> The audit entry and the boarded line only follow a REWRITE
*> that actually took - a passenger shown boarded but not
*> marked would have their bags pulled by BAGRECON.
            REWRITE BOOK-RECORD
                INVALID KEY
                    DISPLAY '  Boarding not recorded - key error,'
                        ' status ' WS-BOOK-FILE-STATUS
                NOT INVALID KEY
                    MOVE SPACES TO WS-AUD-NEW-VALUE
                    STRING 'FLT=' BOOK-FLT-NUMBER
                           ' SEAT=' BOOK-SEAT-NUMBER
                           ' BOARD=' BOOK-BOARD-STATUS
                        INTO WS-AUD-NEW-VALUE
                    MOVE 'C' TO WS-AUD-ACTION
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Boarded  FLT ' BOOK-FLT-NUMBER
                        '  SEAT ' BOOK-SEAT-NUMBER
            END-REWRITE
    END-READ
    CLOSE BOOKING-MASTER-FILE
    .
7660-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7700-FIND-ACFT-CONFIG - direct keyed READ of AIRCRAFT-CONFIG
*> for the type in WS-ACFT-TYPE-REQ, leaving the located
7900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7950-NEXT-BAG-TAG - issues the next bag tag number from the
*> one-record control file, initialising it on first use - the
*> same read/increment/rewrite cycle BOOKMGR runs on
*> PNR-CONTROL.
*> -----------------------------------------------------------
7950-NEXT-BAG-TAG.
    MOVE 'N' TO WS-BAGCTL-FOUND-SW
    OPEN I-O BAG-TAG-CONTROL-FILE
    IF WS-BAGCTL-FILE-STATUS NOT = '00'
        MOVE ZERO TO BAG-NEXT-TAG-NUMBER
    ELSE
        READ BAG-TAG-CONTROL-FILE
            AT END
                MOVE ZERO TO BAG-NEXT-TAG-NUMBER
            NOT AT END
                MOVE 'Y' TO WS-BAGCTL-FOUND-SW
        END-READ
    END-IF
    ADD 1 TO BAG-NEXT-TAG-NUMBER
    IF WS-BAGCTL-FOUND
        REWRITE BAG-CTL-RECORD
    ELSE
        CLOSE BAG-TAG-CONTROL-FILE
        OPEN OUTPUT BAG-TAG-CONTROL-FILE
        WRITE BAG-CTL-RECORD
    END-IF
    CLOSE BAG-TAG-CONTROL-FILE
    .
7950-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7960-WRITE-BAG - one BAGGAGE-MASTER entry under the tag just
*> issued.  The file does not exist until the first bag is
*> checked - the same first-use posture STATMGR takes.
*> -----------------------------------------------------------
7960-WRITE-BAG.
    MOVE 'N' TO WS-BAG-WRITTEN-SW
    ACCEPT WS-NOW FROM TIME
    OPEN I-O BAGGAGE-MASTER-FILE
    IF WS-BAG-FILE-STATUS NOT = '00'
        OPEN OUTPUT BAGGAGE-MASTER-FILE
        IF WS-BAG-FILE-STATUS NOT = '00'
            DISPLAY '  Baggage master file error - status '
                WS-BAG-FILE-STATUS
            GO TO 7960-EXIT
        END-IF
    END-IF
    MOVE SPACES              TO BAG-RECORD
    MOVE BAG-NEXT-TAG-NUMBER TO BAG-TAG-NUMBER
    MOVE BOOK-FLT-NUMBER     TO BAG-FLT-NUMBER
    MOVE BOOK-FLT-DEP-DATE   TO BAG-FLT-DEP-DATE
    MOVE BOOK-PNR            TO BAG-PNR
    MOVE BOOK-SEG-SEQ        TO BAG-SEG-SEQ
    MOVE BOOK-PASS-ID        TO BAG-PASS-ID
    COMPUTE BAG-PIECE-SEQ = WS-BAG-TAGGED + 1
    MOVE WS-BAG-WEIGHT       TO BAG-WEIGHT-KG
    MOVE FLT-DEST            TO BAG-DEST
    IF WS-BAG-CHARGE > ZERO
        MOVE 'Y' TO BAG-EXCESS-FLAG
    ELSE
        MOVE 'N' TO BAG-EXCESS-FLAG
    END-IF
    MOVE WS-BAG-CHARGE       TO BAG-CHARGE-AMOUNT
    MOVE WS-TODAY            TO BAG-CHECKIN-DATE
    MOVE WS-NOW              TO BAG-CHECKIN-TIME
    MOVE WS-OPER-ID          TO BAG-CHECKIN-USER
    WRITE BAG-RECORD
        INVALID KEY
            DISPLAY '  Bag tag ' BAG-TAG-NUMBER
                ' already on file - bag not accepted.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-BAG-WRITTEN-SW
    END-WRITE
    CLOSE BAGGAGE-MASTER-FILE
    .
7960-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7970-WRITE-CHARGE - the excess charge for the bag just
*> recorded, as a 'B' PAYMENT-LEDGER entry against the booking
*> segment.  The ledger does not exist until the first payment
*> ever is taken - the same first-use posture PAYMGR takes.
*> -----------------------------------------------------------
7970-WRITE-CHARGE.
    OPEN EXTEND PAYMENT-LEDGER-FILE
    IF WS-PAY-FILE-STATUS NOT = '00'
        OPEN OUTPUT PAYMENT-LEDGER-FILE
    END-IF
    MOVE SPACES         TO PAY-RECORD
    MOVE BOOK-PNR       TO PAY-PNR
    MOVE BOOK-SEG-SEQ   TO PAY-SEG-SEQ
    MOVE WS-TODAY       TO PAY-DATE
    MOVE WS-NOW         TO PAY-TIME
    MOVE 'B'            TO PAY-TXN-TYPE
    MOVE WS-BAG-CHARGE  TO PAY-AMOUNT
    MOVE WS-PAY-METHOD  TO PAY-METHOD
    MOVE WS-OPER-ID     TO PAY-USER
    WRITE PAY-RECORD
    CLOSE PAYMENT-LEDGER-FILE
    .
7970-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
