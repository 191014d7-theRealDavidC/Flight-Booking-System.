*> ---------------------------------------------------------------
*> REACCOM
*> Equipment-change re-accommodation.
*>
*> Standalone batch program - not on the AIRMAIN menu.  Run after
*> FLIGHTMGR's Change option swaps FLT-AIRCRAFT-TYPE or cuts the
*> FLT-CAP-* figures on a departure that already has bookings,
*> for the departure named on the REACPARM run card.  Until now
*> the bookings simply kept seats the new aircraft does not have
*> and SEATRECON reported the oversell the next morning.  Per
*> fare class this job:
*>
*>   - measures the confirmed bookings against the seats the
*>     class can now really sell - FLT-CAP-*, cut further to the
*>     new type's cabin map (AIRCRAFT-CONFIG) when it has one,
*>     less any seats still held on group blocks for names not
*>     yet received (see GRPREC);
*>   - where the class is oversold, moves the lowest-priority
*>     confirmed bookings back to the head of the waitlist by
*>     the stated oversale rule: lowest frequent-flyer tier
*>     first (none, silver, gold, platinum), then the lowest
*>     fare paid, then the most recently booked.  They take
*>     'WT01' onward in priority order ahead of the existing
*>     waitlist, which moves down behind them;
*>   - re-seats every remaining confirmed booking whose seat is
*>     not on the new cabin map (or, for a type without a
*>     layout, outside the new class-sequence range).  Seat-
*>     mates move together where the cabin allows: the members
*>     of a group block, and passengers who shared a row on the
*>     old aircraft, are placed in the first row of the new
*>     cabin with room for all of them.
*>
*> Every change is REWRITten in place, audit-logged, printed on
*> the re-accommodation report for the station and written to
*> the notification extract (NOTIFYDB, see NOTIFREC) with the
*> equipment-change reason code, so the passenger hears about
*> the new seat or the waitlist before reaching the airport.
*> The job is safe to re-run - a departure already re-seated
*> and within capacity reports no changes.
*>
*> The run is refused for a departure that is not on file, not
*> active (cancelled or already closed) or dated before today.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  A checked-in booking put back on the waitlist
*>                   has its check-in and boarding flags cleared,
*>                   and the report tells the station to collect
*>                   the boarding pass.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. REACCOM.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REACCOM-PARM-FILE ASSIGN TO "REACPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FLIGHT-MASTER-FILE ASSIGN TO "FLIGHTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FLT-KEY
        FILE STATUS IS WS-FLIGHT-FILE-STATUS.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT AIRCRAFT-CONFIG-FILE ASSIGN TO "ACFTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACFT-KEY
        FILE STATUS IS WS-ACFT-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT REACCOM-REPORT-FILE ASSIGN TO "REACRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REACCOM-PARM-FILE.
COPY REACPARM.

FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  AIRCRAFT-CONFIG-FILE.
COPY ACFTREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  NOTIFY-EXTRACT-FILE.
COPY NOTIFREC.

FD  REACCOM-REPORT-FILE.
01  REAC-LINE                       PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-GRP-EOF-SW                PIC X VALUE 'N'.
        88  WS-GRP-EOF               VALUE 'Y'.
    05  WS-LOWER-SW                  PIC X VALUE 'N'.
        88  WS-IS-LOWER              VALUE 'Y'.
    05  WS-ROW-FOUND-SW              PIC X VALUE 'N'.
        88  WS-ROW-FOUND             VALUE 'Y'.
    05  WS-WAS-CHECKED-IN-SW         PIC X VALUE 'N'.
        88  WS-WAS-CHECKED-IN        VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-ACFT-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-NTF-FILE-STATUS               PIC X(02) VALUE '00'.

*> Notification-extract work: contact details looked up from
*> PASSENGER-MASTER per event, and the event's old/new status
*> and reason code staged for 8100-WRITE-NOTIFY.
01  WS-PASS-EOF-SW                   PIC X VALUE 'N'.
    88  WS-PASS-EOF                  VALUE 'Y'.
01  WS-PASS-FOUND-SW                 PIC X VALUE 'N'.
    88  WS-PASSENGER-FOUND           VALUE 'Y'.
01  WS-NTF-NAME                      PIC X(36).
01  WS-NTF-PHONE                     PIC X(15).
01  WS-NTF-EMAIL                     PIC X(30).
01  WS-NTF-OLD-STATUS                PIC X(01).
01  WS-NTF-NEW-STATUS                PIC X(01).
01  WS-NTF-REASON                    PIC X(03).
01  WS-NOW                           PIC 9(08).

01  WS-OPER-ID                      PIC X(08) VALUE 'SYSTEM'.
01  WS-TODAY                        PIC 9(08).

77  WS-RESEATED-COUNT                PIC 9(05) COMP VALUE ZERO.
77  WS-WAITLISTED-COUNT              PIC 9(05) COMP VALUE ZERO.
77  WS-UNPLACED-COUNT                PIC 9(05) COMP VALUE ZERO.

01  WS-REAC-CLASS                    PIC X(01).
77  WS-CLASS-IX                      PIC 9(01) COMP VALUE ZERO.
77  WS-CLASS-CAPACITY                PIC 9(03) COMP VALUE ZERO.
77  WS-SELL-CAPACITY                 PIC 9(04) COMP VALUE ZERO.
77  WS-MAP-SEATS                     PIC 9(04) COMP VALUE ZERO.
77  WS-MAP-LTR-COUNT                 PIC 9(02) COMP VALUE ZERO.
77  WS-BLOCK-HELD-COUNT              PIC 9(03) COMP VALUE ZERO.
77  WS-EXCESS                        PIC 9(03) COMP VALUE ZERO.
77  WS-WAIT-ROOM                     PIC 9(03) COMP VALUE ZERO.
77  WS-BUMP-IX                       PIC 9(03) COMP VALUE ZERO.

*> The confirmed bookings in the class being worked, loaded off
*> the BOOK-FLT-KEY path, and what this run does to each: 'K'
*> keeps its seat, 'S' is to be re-seated (new seat planned in
*> WS-CE-NEW-SEAT once placed), 'W' moves to the waitlist at
*> WS-CE-WAIT-POS.  WS-CE-PARTY groups seat-mates to be placed
*> together.  A class can hold no more than 999 seats, so the
*> table cannot overflow.
77  WS-CONF-COUNT                    PIC 9(03) COMP VALUE ZERO.
77  WS-CE-IX                         PIC 9(03) COMP VALUE ZERO.
77  WS-CE-JX                         PIC 9(03) COMP VALUE ZERO.
77  WS-LOW-IX                        PIC 9(03) COMP VALUE ZERO.
77  WS-ACTIVE-CONF                   PIC 9(03) COMP VALUE ZERO.
01  WS-CONF-TABLE.
    05  WS-CONF-ENTRY OCCURS 999 TIMES.
        10  WS-CE-PNR                PIC X(06).
        10  WS-CE-SEG                PIC 9(02).
        10  WS-CE-PASS-ID            PIC X(08).
        10  WS-CE-OLD-SEAT           PIC X(04).
        10  WS-CE-NEW-SEAT           PIC X(04).
        10  WS-CE-FARE               PIC 9(06)V99.
        10  WS-CE-CREATE-DATE        PIC 9(08).
        10  WS-CE-TIER               PIC X(01).
        10  WS-CE-TIER-RANK          PIC 9(01).
        10  WS-CE-PARTY              PIC X(07).
        10  WS-CE-ACTION             PIC X(01).
            88  WS-CE-KEEP           VALUE 'K'.
            88  WS-CE-RESEAT         VALUE 'S'.
            88  WS-CE-WAITLIST       VALUE 'W'.
        10  WS-CE-WAIT-POS           PIC 9(02).

*> The class's existing waitlist, moved down behind any
*> bookings this run puts back on it.
77  WS-WAIT-COUNT                    PIC 9(03) COMP VALUE ZERO.
77  WS-WL-IX                         PIC 9(03) COMP VALUE ZERO.
01  WS-WAIT-TABLE.
    05  WS-WL-ENTRY OCCURS 99 TIMES.
        10  WS-WL-PNR                PIC X(06).
        10  WS-WL-SEG                PIC 9(02).
        10  WS-WL-POS                PIC 9(02).

01  WS-WAIT-SEAT-NUMBER.
    05  WS-WAIT-LIT                  PIC X(02) VALUE 'WT'.
    05  WS-WAIT-SEQ                  PIC 9(02).

01  WS-SEAT-NUMBER.
    05  WS-SEAT-CLASS                PIC X(01).
    05  WS-SEAT-SEQ                  PIC 9(03).

*> Cabin-layout seat work, the same shape BOOKMGR and WAITSWEEP
*> assign with: the class's cabin from AIRCRAFT-CONFIG and the
*> seats kept or already planned in the class, so one pass
*> cannot hand a seat out twice.
01  WS-ACFT-FOUND-SW                 PIC X VALUE 'N'.
    88  WS-ACFT-FOUND                VALUE 'Y'.
01  WS-MAP-CABIN.
    05  WS-MAP-ROW-FROM              PIC 9(03).
    05  WS-MAP-ROW-TO                PIC 9(03).
    05  WS-MAP-LETTERS               PIC X(10).
77  WS-MAP-ROW                       PIC 9(05) COMP VALUE ZERO.
77  WS-MAP-LTR-IX                    PIC 9(02) COMP VALUE ZERO.
77  WS-ROW-FREE                      PIC 9(02) COMP VALUE ZERO.
77  WS-FIT-ROW                       PIC 9(05) COMP VALUE ZERO.
01  WS-CAND-SEAT.
    05  WS-CAND-ROW                  PIC 9(03).
    05  WS-CAND-LETTER               PIC X(01).
01  WS-PICKED-SEAT                   PIC X(04).
01  WS-TEST-SEAT                     PIC X(04).
01  WS-TEST-ROW                      PIC 9(03).
01  WS-SEAT-OK-SW                    PIC X VALUE 'N'.
    88  WS-SEAT-OK                   VALUE 'Y'.
01  WS-SEAT-HELD-SW                  PIC X VALUE 'N'.
    88  WS-SEAT-HELD                 VALUE 'Y'.
77  WS-HELD-COUNT                    PIC 9(04) COMP VALUE ZERO.
77  WS-HELD-IX                       PIC 9(04) COMP VALUE ZERO.
01  WS-HELD-SEAT-TABLE.
    05  WS-HELD-SEAT                 PIC X(04) OCCURS 999 TIMES.

01  WS-PARTY-KEY                     PIC X(07).
77  WS-PARTY-SIZE                    PIC 9(03) COMP VALUE ZERO.

01  WS-EDIT-FIELDS.
    05  WS-COUNT-ED                  PIC ZZZZ9.
    05  WS-CAP-ED                    PIC ZZ9.
    05  WS-CONF-ED                   PIC ZZ9.
    05  WS-SELL-ED                   PIC ZZZ9.
    05  WS-HELD-ED                   PIC ZZ9.
    05  WS-FARE-ED                   PIC ZZZ,ZZ9.99.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'REACCOM'.
01  WS-AUD-ACTION                    PIC X(01).
01  WS-AUD-KEY                       PIC X(20).
01  WS-AUD-OLD-VALUE                 PIC X(100).
01  WS-AUD-NEW-VALUE                 PIC X(100).

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        MOVE ZERO TO WS-CLASS-IX
        PERFORM 2000-REACCOMMODATE-CLASS THRU 2000-EXIT
            UNTIL WS-CLASS-IX >= 3
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE REACCOM-REPORT-FILE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Equipment-Change Re-accommodation (REACCOM) --'
    DISPLAY '  Run date: ' WS-TODAY
    OPEN INPUT REACCOM-PARM-FILE
    READ REACCOM-PARM-FILE
        AT END
            DISPLAY 'REACCOM - no parameter card, run abandoned.'
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE REACCOM-PARM-FILE
    IF WS-PARM-OK
        PERFORM 1100-CHECK-FLIGHT THRU 1100-EXIT
    END-IF
    IF WS-PARM-OK
        OPEN OUTPUT REACCOM-REPORT-FILE
        MOVE SPACES TO REAC-LINE
        STRING 'EQUIPMENT-CHANGE RE-ACCOMMODATION - FLIGHT '
               FLT-NUMBER ' ON ' FLT-DEP-DATE
            INTO REAC-LINE
        WRITE REAC-LINE
        MOVE SPACES TO REAC-LINE
        STRING 'STATION ' FLT-ORIGIN ' TO ' FLT-DEST
               '   AIRCRAFT TYPE ' FLT-AIRCRAFT-TYPE
               '   RUN ' WS-TODAY
            INTO REAC-LINE
        WRITE REAC-LINE
        MOVE SPACES TO REAC-LINE
        MOVE 'OVERSALE RULE: LOWEST TIER, THEN LOWEST FARE, THEN'
            TO REAC-LINE
        WRITE REAC-LINE
        MOVE SPACES TO REAC-LINE
        MOVE '               LATEST BOOKED MOVES TO THE WAITLIST'
            TO REAC-LINE
        WRITE REAC-LINE
    END-IF
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-CHECK-FLIGHT - the departure on the run card must be on
*> file, active and not yet departed; anything else abandons
*> the run.  Leaves FLT-RECORD in place for the whole run.
*> -----------------------------------------------------------
1100-CHECK-FLIGHT.
    MOVE 'N' TO WS-FOUND-SW
    MOVE REAC-PARM-FLT-NUMBER TO FLT-NUMBER
    MOVE REAC-PARM-DEP-DATE   TO FLT-DEP-DATE
    OPEN INPUT FLIGHT-MASTER-FILE
    IF WS-FLIGHT-FILE-STATUS NOT = '00'
        DISPLAY 'REACCOM - flight master file error, status '
            WS-FLIGHT-FILE-STATUS
        MOVE 'N' TO WS-PARM-SW
        GO TO 1100-EXIT
    END-IF
    READ FLIGHT-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    CLOSE FLIGHT-MASTER-FILE
    IF NOT WS-RECORD-FOUND
        DISPLAY 'REACCOM - flight not on file, run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        GO TO 1100-EXIT
    END-IF
    IF NOT FLT-ACTIVE
        DISPLAY 'REACCOM - flight is cancelled or closed,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        GO TO 1100-EXIT
    END-IF
    IF FLT-DEP-DATE < WS-TODAY
        DISPLAY 'REACCOM - flight has already departed,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
    END-IF
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-REACCOMMODATE-CLASS - one fare class of the departure:
*> load it, settle any oversale, re-seat what the new cabin
*> does not have, and apply the changes.
*> -----------------------------------------------------------
2000-REACCOMMODATE-CLASS.
    ADD 1 TO WS-CLASS-IX
    EVALUATE WS-CLASS-IX
        WHEN 1
            MOVE 'F' TO WS-REAC-CLASS
            MOVE FLT-CAP-FIRST TO WS-CLASS-CAPACITY
        WHEN 2
            MOVE 'B' TO WS-REAC-CLASS
            MOVE FLT-CAP-BUSINESS TO WS-CLASS-CAPACITY
        WHEN OTHER
            MOVE 'Y' TO WS-REAC-CLASS
            MOVE FLT-CAP-ECONOMY TO WS-CLASS-CAPACITY
    END-EVALUATE
    PERFORM 7400-FIND-ACFT-CONFIG THRU 7400-EXIT
    PERFORM 2100-LOAD-CLASS THRU 2100-EXIT
    IF WS-CONF-COUNT = ZERO
        GO TO 2000-EXIT
    END-IF
    PERFORM 2150-COUNT-BLOCK-HELD THRU 2150-EXIT
    PERFORM 2200-SELL-CAPACITY THRU 2200-EXIT
    PERFORM 2250-WRITE-CLASS-HEADER THRU 2250-EXIT
    IF WS-CONF-COUNT > WS-SELL-CAPACITY
        PERFORM 2300-LOAD-TIERS THRU 2300-EXIT
        PERFORM 2400-PLAN-OVERSALE THRU 2400-EXIT
    END-IF
    PERFORM 2500-PLAN-RESEATS THRU 2500-EXIT
    PERFORM 2700-APPLY-CLASS THRU 2700-EXIT
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2100-LOAD-CLASS - walks the departure's alternate key path
*> loading the class's confirmed bookings into WS-CONF-TABLE
*> and its waitlist into WS-WAIT-TABLE.  A booking master not
*> on disk yet loads as an empty flight.
*> -----------------------------------------------------------
2100-LOAD-CLASS.
    MOVE ZERO TO WS-CONF-COUNT
    MOVE ZERO TO WS-WAIT-COUNT
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 2100-EXIT
    END-IF
    MOVE FLT-NUMBER   TO BOOK-FLT-NUMBER
    MOVE FLT-DEP-DATE TO BOOK-FLT-DEP-DATE
    START BOOKING-MASTER-FILE KEY >= BOOK-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-FLT-NUMBER NOT = FLT-NUMBER
                   OR BOOK-FLT-DEP-DATE NOT = FLT-DEP-DATE
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-FARE-CLASS = WS-REAC-CLASS
                        IF BOOK-CONFIRMED AND WS-CONF-COUNT < 999
                            PERFORM 2110-ADD-CONFIRMED THRU 2110-EXIT
                        END-IF
                        IF BOOK-WAITLISTED AND WS-WAIT-COUNT < 99
                            ADD 1 TO WS-WAIT-COUNT
                            MOVE BOOK-PNR
                                TO WS-WL-PNR(WS-WAIT-COUNT)
                            MOVE BOOK-SEG-SEQ
                                TO WS-WL-SEG(WS-WAIT-COUNT)
                            MOVE BOOK-SEAT-NUMBER(3:2)
                                TO WS-WL-POS(WS-WAIT-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2110-ADD-CONFIRMED - one confirmed booking into the table.
*> Seat-mates share a party key: a group block's members by
*> the group PNR, everyone else by the row they sat in on the
*> old aircraft.  A legacy class-sequence seat has no row and
*> travels alone.
*> -----------------------------------------------------------
2110-ADD-CONFIRMED.
    ADD 1 TO WS-CONF-COUNT
    MOVE WS-CONF-COUNT TO WS-CE-IX
    MOVE BOOK-PNR          TO WS-CE-PNR(WS-CE-IX)
    MOVE BOOK-SEG-SEQ      TO WS-CE-SEG(WS-CE-IX)
    MOVE BOOK-PASS-ID      TO WS-CE-PASS-ID(WS-CE-IX)
    MOVE BOOK-SEAT-NUMBER  TO WS-CE-OLD-SEAT(WS-CE-IX)
    MOVE SPACES            TO WS-CE-NEW-SEAT(WS-CE-IX)
    MOVE BOOK-FARE-AMOUNT  TO WS-CE-FARE(WS-CE-IX)
    MOVE BOOK-CREATE-DATE  TO WS-CE-CREATE-DATE(WS-CE-IX)
    MOVE SPACE             TO WS-CE-TIER(WS-CE-IX)
    MOVE ZERO              TO WS-CE-TIER-RANK(WS-CE-IX)
    MOVE 'K'               TO WS-CE-ACTION(WS-CE-IX)
    MOVE ZERO              TO WS-CE-WAIT-POS(WS-CE-IX)
    MOVE SPACES            TO WS-CE-PARTY(WS-CE-IX)
    EVALUATE TRUE
        WHEN BOOK-GROUP
            STRING 'G' BOOK-PNR INTO WS-CE-PARTY(WS-CE-IX)
        WHEN BOOK-SEAT-NUMBER(1:3) NUMERIC
            STRING 'R' BOOK-SEAT-NUMBER(1:3)
                INTO WS-CE-PARTY(WS-CE-IX)
        WHEN OTHER
            STRING 'P' BOOK-PNR INTO WS-CE-PARTY(WS-CE-IX)
    END-EVALUATE
    .
2110-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2150-COUNT-BLOCK-HELD - totals the seats still held on active
*> group blocks in the class for names not yet received; they
*> are sold, and a smaller aircraft does not unsell them.  No
*> group master on disk yet reads as nothing held.
*> -----------------------------------------------------------
2150-COUNT-BLOCK-HELD.
    MOVE ZERO TO WS-BLOCK-HELD-COUNT
    MOVE 'N' TO WS-GRP-EOF-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 2150-EXIT
    END-IF
    MOVE FLT-NUMBER   TO GRP-FLT-NUMBER
    MOVE FLT-DEP-DATE TO GRP-FLT-DEP-DATE
    START GROUP-MASTER-FILE KEY >= GRP-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-GRP-EOF-SW
    END-START
    PERFORM UNTIL WS-GRP-EOF
        READ GROUP-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-GRP-EOF-SW
            NOT AT END
                IF GRP-FLT-NUMBER NOT = FLT-NUMBER
                   OR GRP-FLT-DEP-DATE NOT = FLT-DEP-DATE
                    MOVE 'Y' TO WS-GRP-EOF-SW
                ELSE
                    IF GRP-ACTIVE
                       AND GRP-FARE-CLASS = WS-REAC-CLASS
                       AND GRP-SEATS-BLOCKED > GRP-SEATS-NAMED
                        COMPUTE WS-BLOCK-HELD-COUNT =
                            WS-BLOCK-HELD-COUNT + GRP-SEATS-BLOCKED
                                - GRP-SEATS-NAMED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
2150-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2200-SELL-CAPACITY - the confirmed seats the class can
*> really carry on the new equipment: FLT-CAP-*, no more than
*> the new cabin map's seats when the type has a layout, less
*> the unnamed group-block seats.
*> -----------------------------------------------------------
2200-SELL-CAPACITY.
    MOVE WS-CLASS-CAPACITY TO WS-SELL-CAPACITY
    IF WS-ACFT-FOUND
        MOVE ZERO TO WS-MAP-LTR-COUNT
        MOVE ZERO TO WS-MAP-LTR-IX
        PERFORM UNTIL WS-MAP-LTR-IX >= 10
            ADD 1 TO WS-MAP-LTR-IX
            IF WS-MAP-LETTERS(WS-MAP-LTR-IX:1) NOT = SPACE
                ADD 1 TO WS-MAP-LTR-COUNT
            END-IF
        END-PERFORM
        IF WS-MAP-ROW-TO >= WS-MAP-ROW-FROM
            COMPUTE WS-MAP-SEATS = WS-MAP-LTR-COUNT
                * (WS-MAP-ROW-TO - WS-MAP-ROW-FROM + 1)
        ELSE
            MOVE ZERO TO WS-MAP-SEATS
        END-IF
        IF WS-MAP-SEATS < WS-SELL-CAPACITY
            MOVE WS-MAP-SEATS TO WS-SELL-CAPACITY
        END-IF
    END-IF
    IF WS-BLOCK-HELD-COUNT < WS-SELL-CAPACITY
        SUBTRACT WS-BLOCK-HELD-COUNT FROM WS-SELL-CAPACITY
    ELSE
        MOVE ZERO TO WS-SELL-CAPACITY
    END-IF
    .
2200-EXIT.
    EXIT.

2250-WRITE-CLASS-HEADER.
    MOVE WS-CLASS-CAPACITY   TO WS-CAP-ED
    MOVE WS-CONF-COUNT       TO WS-CONF-ED
    MOVE WS-SELL-CAPACITY    TO WS-SELL-ED
    MOVE WS-BLOCK-HELD-COUNT TO WS-HELD-ED
    MOVE SPACES TO REAC-LINE
    WRITE REAC-LINE
    MOVE SPACES TO REAC-LINE
    STRING 'CLASS ' WS-REAC-CLASS
           '  CAPACITY ' WS-CAP-ED
           '  GROUP HELD ' WS-HELD-ED
           '  SELLABLE ' WS-SELL-ED
           '  CONFIRMED ' WS-CONF-ED
        INTO REAC-LINE
    WRITE REAC-LINE
    IF WS-ACFT-FOUND
        MOVE SPACES TO REAC-LINE
        STRING '  CABIN ROWS ' WS-MAP-ROW-FROM '-' WS-MAP-ROW-TO
               ' SEATS ' WS-MAP-LETTERS
            INTO REAC-LINE
        WRITE REAC-LINE
    ELSE
        MOVE SPACES TO REAC-LINE
        MOVE '  NO CABIN LAYOUT ON FILE - CLASS-SEQUENCE SEATS'
            TO REAC-LINE
        WRITE REAC-LINE
    END-IF
    .
2250-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2300-LOAD-TIERS - one pass of PASSENGER-MASTER picking up
*> the frequent-flyer tier of every confirmed passenger in the
*> class, ranked for the oversale rule: none 0, silver 1, gold
*> 2, platinum 3.  A passenger not on file ranks as none.
*> -----------------------------------------------------------
2300-LOAD-TIERS.
    MOVE 'N' TO WS-PASS-EOF-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        GO TO 2300-EXIT
    END-IF
    PERFORM UNTIL WS-PASS-EOF
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-PASS-EOF-SW
            NOT AT END
                MOVE ZERO TO WS-CE-IX
                PERFORM UNTIL WS-CE-IX >= WS-CONF-COUNT
                    ADD 1 TO WS-CE-IX
                    IF WS-CE-PASS-ID(WS-CE-IX) = PASS-ID
                        MOVE PASS-FF-TIER TO WS-CE-TIER(WS-CE-IX)
                        EVALUATE TRUE
                            WHEN PASS-FF-PLATINUM
                                MOVE 3 TO WS-CE-TIER-RANK(WS-CE-IX)
                            WHEN PASS-FF-GOLD
                                MOVE 2 TO WS-CE-TIER-RANK(WS-CE-IX)
                            WHEN PASS-FF-SILVER
                                MOVE 1 TO WS-CE-TIER-RANK(WS-CE-IX)
                            WHEN OTHER
                                MOVE 0 TO WS-CE-TIER-RANK(WS-CE-IX)
                        END-EVALUATE
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
2300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2400-PLAN-OVERSALE - picks the excess confirmed bookings one
*> at a time, lowest priority first, for the waitlist.  The
*> waitlist only has 99 positions: whatever cannot be placed on
*> it stays confirmed and is reported for the station to handle
*> by hand (SEATRECON will also flag it).  The bookings put back
*> take the head of the list - the last one picked (the highest
*> priority of them) is 'WT01' - and the existing waitlist
*> moves down behind them in 2700.
*> -----------------------------------------------------------
2400-PLAN-OVERSALE.
    COMPUTE WS-EXCESS = WS-CONF-COUNT - WS-SELL-CAPACITY
    IF WS-WAIT-COUNT < 99
        COMPUTE WS-WAIT-ROOM = 99 - WS-WAIT-COUNT
    ELSE
        MOVE ZERO TO WS-WAIT-ROOM
    END-IF
    IF WS-EXCESS > WS-WAIT-ROOM
        COMPUTE WS-UNPLACED-COUNT =
            WS-UNPLACED-COUNT + WS-EXCESS - WS-WAIT-ROOM
        MOVE WS-EXCESS TO WS-CONF-ED
        MOVE SPACES TO REAC-LINE
        STRING '  *** OVERSOLD BY ' WS-CONF-ED
               ' - WAITLIST FULL, REMAINDER LEFT CONFIRMED'
               ' FOR THE STATION'
            INTO REAC-LINE
        WRITE REAC-LINE
        MOVE WS-WAIT-ROOM TO WS-EXCESS
    END-IF
    MOVE ZERO TO WS-BUMP-IX
    PERFORM UNTIL WS-BUMP-IX >= WS-EXCESS
        ADD 1 TO WS-BUMP-IX
        PERFORM 2410-FIND-LOWEST THRU 2410-EXIT
        IF WS-LOW-IX > ZERO
            MOVE 'W' TO WS-CE-ACTION(WS-LOW-IX)
            COMPUTE WS-CE-WAIT-POS(WS-LOW-IX) =
                WS-EXCESS - WS-BUMP-IX + 1
        END-IF
    END-PERFORM
    .
2400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2410-FIND-LOWEST - the lowest-priority booking not already
*> picked, by the oversale rule: lower tier rank, then lower
*> fare paid, then the later booking date.  Left in WS-LOW-IX.
*> -----------------------------------------------------------
2410-FIND-LOWEST.
    MOVE ZERO TO WS-LOW-IX
    MOVE ZERO TO WS-CE-JX
    PERFORM UNTIL WS-CE-JX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-JX
        IF WS-CE-KEEP(WS-CE-JX)
            IF WS-LOW-IX = ZERO
                MOVE WS-CE-JX TO WS-LOW-IX
            ELSE
                PERFORM 2420-COMPARE-PRIORITY THRU 2420-EXIT
                IF WS-IS-LOWER
                    MOVE WS-CE-JX TO WS-LOW-IX
                END-IF
            END-IF
        END-IF
    END-PERFORM
    .
2410-EXIT.
    EXIT.

2420-COMPARE-PRIORITY.
    MOVE 'N' TO WS-LOWER-SW
    IF WS-CE-TIER-RANK(WS-CE-JX) < WS-CE-TIER-RANK(WS-LOW-IX)
        MOVE 'Y' TO WS-LOWER-SW
        GO TO 2420-EXIT
    END-IF
    IF WS-CE-TIER-RANK(WS-CE-JX) > WS-CE-TIER-RANK(WS-LOW-IX)
        GO TO 2420-EXIT
    END-IF
    IF WS-CE-FARE(WS-CE-JX) < WS-CE-FARE(WS-LOW-IX)
        MOVE 'Y' TO WS-LOWER-SW
        GO TO 2420-EXIT
    END-IF
    IF WS-CE-FARE(WS-CE-JX) > WS-CE-FARE(WS-LOW-IX)
        GO TO 2420-EXIT
    END-IF
    IF WS-CE-CREATE-DATE(WS-CE-JX) > WS-CE-CREATE-DATE(WS-LOW-IX)
        MOVE 'Y' TO WS-LOWER-SW
    END-IF
    .
2420-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2500-PLAN-RESEATS - every booking staying confirmed either
*> keeps a seat the new equipment has (it goes on the held
*> table) or is marked for re-seating; then the marked ones are
*> placed party by party.
*> -----------------------------------------------------------
2500-PLAN-RESEATS.
    MOVE ZERO TO WS-HELD-COUNT
    MOVE ZERO TO WS-CE-IX
    PERFORM UNTIL WS-CE-IX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-IX
        IF WS-CE-KEEP(WS-CE-IX)
            MOVE WS-CE-OLD-SEAT(WS-CE-IX) TO WS-TEST-SEAT
            PERFORM 2510-CHECK-SEAT-VALID THRU 2510-EXIT
            IF WS-SEAT-OK
                MOVE WS-TEST-SEAT TO WS-CAND-SEAT
                PERFORM 2530-CHECK-SEAT-HELD THRU 2530-EXIT
            END-IF
*> Two bookings on one seat - a duplicate the old cabin let
*> through - the second one moves too.
            IF WS-SEAT-OK AND NOT WS-SEAT-HELD
                ADD 1 TO WS-HELD-COUNT
                MOVE WS-TEST-SEAT TO WS-HELD-SEAT(WS-HELD-COUNT)
            ELSE
                MOVE 'S' TO WS-CE-ACTION(WS-CE-IX)
            END-IF
        END-IF
    END-PERFORM
    MOVE ZERO TO WS-CE-IX
    PERFORM UNTIL WS-CE-IX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-IX
        IF WS-CE-RESEAT(WS-CE-IX)
           AND WS-CE-NEW-SEAT(WS-CE-IX) = SPACES
            PERFORM 2600-SEAT-PARTY THRU 2600-EXIT
        END-IF
    END-PERFORM
    .
2500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2510-CHECK-SEAT-VALID - is WS-TEST-SEAT a seat the class has
*> on the new equipment?  With a cabin layout: a row inside the
*> class's range and a letter the rows carry.  Without one: the
*> class's own sequence seat, within FLT-CAP-*.
*> -----------------------------------------------------------
2510-CHECK-SEAT-VALID.
    MOVE 'N' TO WS-SEAT-OK-SW
    IF WS-ACFT-FOUND
        IF WS-TEST-SEAT(1:3) NUMERIC
           AND WS-TEST-SEAT(4:1) NOT = SPACE
            MOVE WS-TEST-SEAT(1:3) TO WS-TEST-ROW
            IF WS-TEST-ROW >= WS-MAP-ROW-FROM
               AND WS-TEST-ROW <= WS-MAP-ROW-TO
                MOVE ZERO TO WS-MAP-LTR-IX
                PERFORM UNTIL WS-SEAT-OK OR WS-MAP-LTR-IX >= 10
                    ADD 1 TO WS-MAP-LTR-IX
                    IF WS-MAP-LETTERS(WS-MAP-LTR-IX:1)
                       = WS-TEST-SEAT(4:1)
                        MOVE 'Y' TO WS-SEAT-OK-SW
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    ELSE
        IF WS-TEST-SEAT(1:1) = WS-REAC-CLASS
           AND WS-TEST-SEAT(2:3) NUMERIC
            MOVE WS-TEST-SEAT(2:3) TO WS-TEST-ROW
            IF WS-TEST-ROW > ZERO
               AND WS-TEST-ROW <= WS-CLASS-CAPACITY
                MOVE 'Y' TO WS-SEAT-OK-SW
            END-IF
        END-IF
    END-IF
    .
2510-EXIT.
    EXIT.

2530-CHECK-SEAT-HELD.
    MOVE 'N' TO WS-SEAT-HELD-SW
    MOVE ZERO TO WS-HELD-IX
    PERFORM UNTIL WS-SEAT-HELD OR WS-HELD-IX >= WS-HELD-COUNT
        ADD 1 TO WS-HELD-IX
        IF WS-HELD-SEAT(WS-HELD-IX) = WS-CAND-SEAT
            MOVE 'Y' TO WS-SEAT-HELD-SW
        END-IF
    END-PERFORM
    .
2530-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2600-SEAT-PARTY - places the booking at WS-CE-IX and every
*> other unplaced booking sharing its party key.  With a cabin
*> layout the party goes into the first row with room for all
*> of them; a party too big for any one row (or a type with no
*> layout) fills the first open seats from the front, which
*> still keeps it as close together as the cabin allows.
*> -----------------------------------------------------------
2600-SEAT-PARTY.
    MOVE WS-CE-PARTY(WS-CE-IX) TO WS-PARTY-KEY
    MOVE ZERO TO WS-PARTY-SIZE
    MOVE ZERO TO WS-CE-JX
    PERFORM UNTIL WS-CE-JX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-JX
        IF WS-CE-RESEAT(WS-CE-JX)
           AND WS-CE-NEW-SEAT(WS-CE-JX) = SPACES
           AND WS-CE-PARTY(WS-CE-JX) = WS-PARTY-KEY
            ADD 1 TO WS-PARTY-SIZE
        END-IF
    END-PERFORM
    MOVE 'N' TO WS-ROW-FOUND-SW
    IF WS-ACFT-FOUND AND WS-PARTY-SIZE > 1
        PERFORM 2610-FIND-PARTY-ROW THRU 2610-EXIT
    END-IF
    MOVE ZERO TO WS-CE-JX
    PERFORM UNTIL WS-CE-JX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-JX
        IF WS-CE-RESEAT(WS-CE-JX)
           AND WS-CE-NEW-SEAT(WS-CE-JX) = SPACES
           AND WS-CE-PARTY(WS-CE-JX) = WS-PARTY-KEY
            PERFORM 2620-PICK-SEAT THRU 2620-EXIT
            IF WS-SEAT-OK
                MOVE WS-PICKED-SEAT TO WS-CE-NEW-SEAT(WS-CE-JX)
                ADD 1 TO WS-HELD-COUNT
                MOVE WS-PICKED-SEAT TO WS-HELD-SEAT(WS-HELD-COUNT)
            ELSE
*> Cannot happen while the sellable count is honoured, but a
*> booking with nowhere to sit is left on its old seat and
*> reported rather than given a seat twice.
                MOVE 'K' TO WS-CE-ACTION(WS-CE-JX)
                ADD 1 TO WS-UNPLACED-COUNT
                MOVE SPACES TO REAC-LINE
                STRING '  *** PNR ' WS-CE-PNR(WS-CE-JX)
                       ' SEG ' WS-CE-SEG(WS-CE-JX)
                       ' NO SEAT ON NEW CABIN - LEFT ON '
                       WS-CE-OLD-SEAT(WS-CE-JX)
                    INTO REAC-LINE
                WRITE REAC-LINE
            END-IF
        END-IF
    END-PERFORM
    .
2600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2610-FIND-PARTY-ROW - the first cabin row with at least
*> WS-PARTY-SIZE seats not held; WS-FIT-ROW when found.
*> -----------------------------------------------------------
2610-FIND-PARTY-ROW.
    MOVE WS-MAP-ROW-FROM TO WS-MAP-ROW
    PERFORM UNTIL WS-ROW-FOUND OR WS-MAP-ROW > WS-MAP-ROW-TO
        MOVE ZERO TO WS-ROW-FREE
        MOVE ZERO TO WS-MAP-LTR-IX
        PERFORM UNTIL WS-MAP-LTR-IX >= 10
            ADD 1 TO WS-MAP-LTR-IX
            IF WS-MAP-LETTERS(WS-MAP-LTR-IX:1) NOT = SPACE
                MOVE WS-MAP-ROW TO WS-CAND-ROW
                MOVE WS-MAP-LETTERS(WS-MAP-LTR-IX:1)
                    TO WS-CAND-LETTER
                PERFORM 2530-CHECK-SEAT-HELD THRU 2530-EXIT
                IF NOT WS-SEAT-HELD
                    ADD 1 TO WS-ROW-FREE
                END-IF
            END-IF
        END-PERFORM
        IF WS-ROW-FREE >= WS-PARTY-SIZE
            MOVE 'Y' TO WS-ROW-FOUND-SW
            MOVE WS-MAP-ROW TO WS-FIT-ROW
        ELSE
            ADD 1 TO WS-MAP-ROW
        END-IF
    END-PERFORM
    .
2610-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2620-PICK-SEAT - the next open seat for one party member:
*> in the party's row when one was found, otherwise the first
*> open cabin seat from the front, or the lowest open
*> class-sequence seat for a type with no layout.
*> -----------------------------------------------------------
2620-PICK-SEAT.
    MOVE 'N' TO WS-SEAT-OK-SW
    MOVE SPACES TO WS-PICKED-SEAT
    IF NOT WS-ACFT-FOUND
        PERFORM 2630-PICK-SEQUENCE-SEAT THRU 2630-EXIT
        GO TO 2620-EXIT
    END-IF
    IF WS-ROW-FOUND
        MOVE WS-FIT-ROW TO WS-MAP-ROW
    ELSE
        MOVE WS-MAP-ROW-FROM TO WS-MAP-ROW
    END-IF
    PERFORM UNTIL WS-SEAT-OK OR WS-MAP-ROW > WS-MAP-ROW-TO
        MOVE ZERO TO WS-MAP-LTR-IX
        PERFORM UNTIL WS-SEAT-OK OR WS-MAP-LTR-IX >= 10
            ADD 1 TO WS-MAP-LTR-IX
            IF WS-MAP-LETTERS(WS-MAP-LTR-IX:1) NOT = SPACE
                MOVE WS-MAP-ROW TO WS-CAND-ROW
                MOVE WS-MAP-LETTERS(WS-MAP-LTR-IX:1)
                    TO WS-CAND-LETTER
                PERFORM 2530-CHECK-SEAT-HELD THRU 2530-EXIT
                IF NOT WS-SEAT-HELD
                    MOVE 'Y' TO WS-SEAT-OK-SW
                    MOVE WS-CAND-SEAT TO WS-PICKED-SEAT
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WS-MAP-ROW
    END-PERFORM
    .
2620-EXIT.
    EXIT.

2630-PICK-SEQUENCE-SEAT.
    MOVE WS-REAC-CLASS TO WS-SEAT-CLASS
    MOVE ZERO TO WS-SEAT-SEQ
    PERFORM UNTIL WS-SEAT-OK OR WS-SEAT-SEQ >= WS-CLASS-CAPACITY
        ADD 1 TO WS-SEAT-SEQ
        MOVE WS-SEAT-NUMBER TO WS-CAND-SEAT
        PERFORM 2530-CHECK-SEAT-HELD THRU 2530-EXIT
        IF NOT WS-SEAT-HELD
            MOVE 'Y' TO WS-SEAT-OK-SW
            MOVE WS-SEAT-NUMBER TO WS-PICKED-SEAT
        END-IF
    END-PERFORM
    .
2630-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2700-APPLY-CLASS - applies the plan for the class with
*> direct keyed READ/REWRITE by BOOK-KEY: the re-seated and
*> waitlisted bookings (audit, notification and report line
*> each), then the existing waitlist moved down behind the
*> bookings just put on it.
*> -----------------------------------------------------------
2700-APPLY-CLASS.
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY 'REACCOM - booking master file error, status '
            WS-BOOK-FILE-STATUS
        GO TO 2700-EXIT
    END-IF
    MOVE ZERO TO WS-CE-IX
    PERFORM UNTIL WS-CE-IX >= WS-CONF-COUNT
        ADD 1 TO WS-CE-IX
        IF WS-CE-WAITLIST(WS-CE-IX)
           OR (WS-CE-RESEAT(WS-CE-IX)
               AND WS-CE-NEW-SEAT(WS-CE-IX) NOT = SPACES)
            PERFORM 2710-APPLY-BOOKING THRU 2710-EXIT
        END-IF
    END-PERFORM
    IF WS-EXCESS > ZERO AND WS-CONF-COUNT > WS-SELL-CAPACITY
        MOVE ZERO TO WS-WL-IX
        PERFORM UNTIL WS-WL-IX >= WS-WAIT-COUNT
            ADD 1 TO WS-WL-IX
            PERFORM 2720-SHIFT-WAITLIST THRU 2720-EXIT
        END-PERFORM
    END-IF
    CLOSE BOOKING-MASTER-FILE
    MOVE ZERO TO WS-EXCESS
    .
2700-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2710-APPLY-BOOKING - one planned change to the booking at
*> WS-CE-IX.  The record is re-read by key and must still be
*> the confirmed booking loaded; the REWRITE and everything
*> after it only follow a record actually changed.  A booking
*> put back on the waitlist holds no seat, so its check-in and
*> boarding flags are cleared with it - it checks in again if
*> it is promoted.
*> -----------------------------------------------------------
2710-APPLY-BOOKING.
    MOVE WS-CE-PNR(WS-CE-IX) TO BOOK-PNR
    MOVE WS-CE-SEG(WS-CE-IX) TO BOOK-SEG-SEQ
    READ BOOKING-MASTER-FILE
        INVALID KEY
            GO TO 2710-EXIT
    END-READ
    IF NOT BOOK-CONFIRMED
        GO TO 2710-EXIT
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'FLT=' BOOK-FLT-NUMBER
           ' STATUS=' BOOK-STATUS
           ' SEAT=' BOOK-SEAT-NUMBER
        INTO WS-AUD-OLD-VALUE
    MOVE BOOK-STATUS TO WS-NTF-OLD-STATUS
    MOVE 'N' TO WS-WAS-CHECKED-IN-SW
    IF BOOK-CHECKED-IN
        MOVE 'Y' TO WS-WAS-CHECKED-IN-SW
    END-IF
    IF WS-CE-WAITLIST(WS-CE-IX)
        MOVE 'W' TO BOOK-STATUS
        MOVE WS-CE-WAIT-POS(WS-CE-IX) TO WS-WAIT-SEQ
        MOVE WS-WAIT-SEAT-NUMBER TO BOOK-SEAT-NUMBER
        MOVE 'N' TO BOOK-CHECKIN-STATUS
        MOVE 'N' TO BOOK-BOARD-STATUS
    ELSE
        MOVE WS-CE-NEW-SEAT(WS-CE-IX) TO BOOK-SEAT-NUMBER
    END-IF
    REWRITE BOOK-RECORD
        INVALID KEY
            DISPLAY '  PNR ' BOOK-PNR ' not rewritten - status '
                WS-BOOK-FILE-STATUS
            GO TO 2710-EXIT
    END-REWRITE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'FLT=' BOOK-FLT-NUMBER
           ' STATUS=' BOOK-STATUS
           ' SEAT=' BOOK-SEAT-NUMBER
           ' EQUIPMENT CHANGE'
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    MOVE BOOK-STATUS TO WS-NTF-NEW-STATUS
    MOVE 'EQC' TO WS-NTF-REASON
    PERFORM 8100-WRITE-NOTIFY THRU 8100-EXIT
    MOVE SPACES TO REAC-LINE
    STRING 'PNR ' BOOK-PNR ' SEG ' BOOK-SEG-SEQ
           ' SEAT ' WS-CE-OLD-SEAT(WS-CE-IX)
           ' TO ' BOOK-SEAT-NUMBER
           '  ' WS-NTF-NAME
        INTO REAC-LINE
    WRITE REAC-LINE
    IF WS-CE-WAITLIST(WS-CE-IX)
        ADD 1 TO WS-WAITLISTED-COUNT
        MOVE WS-CE-FARE(WS-CE-IX) TO WS-FARE-ED
        MOVE SPACES TO REAC-LINE
        STRING '    OVERSOLD - WAITLISTED  TIER '
               WS-CE-TIER(WS-CE-IX)
               '  FARE ' WS-FARE-ED
               '  BOOKED ' WS-CE-CREATE-DATE(WS-CE-IX)
            INTO REAC-LINE
        WRITE REAC-LINE
        IF WS-WAS-CHECKED-IN
            MOVE SPACES TO REAC-LINE
            MOVE '    WAS CHECKED IN - COLLECT BOARDING PASS'
                TO REAC-LINE
            WRITE REAC-LINE
        END-IF
    ELSE
        ADD 1 TO WS-RESEATED-COUNT
        IF BOOK-CHECKED-IN
            MOVE SPACES TO REAC-LINE
            MOVE '    CHECKED IN - REISSUE BOARDING PASS'
                TO REAC-LINE
            WRITE REAC-LINE
        END-IF
    END-IF
    .
2710-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2720-SHIFT-WAITLIST - moves one existing waitlisted booking
*> down behind the bookings just put back on the list.  The
*> passenger's place in the queue is unchanged, so no
*> notification.
*> -----------------------------------------------------------
2720-SHIFT-WAITLIST.
    IF WS-WL-POS(WS-WL-IX) = ZERO
       OR WS-WL-POS(WS-WL-IX) + WS-EXCESS > 99
        GO TO 2720-EXIT
    END-IF
    MOVE WS-WL-PNR(WS-WL-IX) TO BOOK-PNR
    MOVE WS-WL-SEG(WS-WL-IX) TO BOOK-SEG-SEQ
    READ BOOKING-MASTER-FILE
        INVALID KEY
            GO TO 2720-EXIT
    END-READ
    IF NOT BOOK-WAITLISTED
        GO TO 2720-EXIT
    END-IF
    COMPUTE WS-WAIT-SEQ = WS-WL-POS(WS-WL-IX) + WS-EXCESS
    MOVE WS-WAIT-SEAT-NUMBER TO BOOK-SEAT-NUMBER
    REWRITE BOOK-RECORD
        INVALID KEY
            DISPLAY '  PNR ' BOOK-PNR ' not rewritten - status '
                WS-BOOK-FILE-STATUS
    END-REWRITE
    .
2720-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7400-FIND-ACFT-CONFIG - direct keyed READ of AIRCRAFT-CONFIG
*> for the departure's (new) aircraft type, leaving the class's
*> cabin rows/letters in WS-MAP-CABIN.  No config file, no
*> active entry, or a class the type does not carry all read as
*> no layout - seats fall back to the class-sequence numbers.
*> -----------------------------------------------------------
7400-FIND-ACFT-CONFIG.
    MOVE 'N' TO WS-ACFT-FOUND-SW
    MOVE ZERO TO WS-MAP-ROW-FROM
    MOVE ZERO TO WS-MAP-ROW-TO
    MOVE SPACES TO WS-MAP-LETTERS
    OPEN INPUT AIRCRAFT-CONFIG-FILE
    IF WS-ACFT-FILE-STATUS NOT = '00'
        GO TO 7400-EXIT
    END-IF
    MOVE FLT-AIRCRAFT-TYPE TO ACFT-TYPE
    READ AIRCRAFT-CONFIG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF ACFT-ACTIVE
                MOVE 'Y' TO WS-ACFT-FOUND-SW
                EVALUATE WS-REAC-CLASS
                    WHEN 'F'
                        MOVE ACFT-FIRST-ROW-FROM TO WS-MAP-ROW-FROM
                        MOVE ACFT-FIRST-ROW-TO   TO WS-MAP-ROW-TO
                        MOVE ACFT-FIRST-LETTERS  TO WS-MAP-LETTERS
                    WHEN 'B'
                        MOVE ACFT-BUS-ROW-FROM   TO WS-MAP-ROW-FROM
                        MOVE ACFT-BUS-ROW-TO     TO WS-MAP-ROW-TO
                        MOVE ACFT-BUS-LETTERS    TO WS-MAP-LETTERS
                    WHEN OTHER
                        MOVE ACFT-ECON-ROW-FROM  TO WS-MAP-ROW-FROM
                        MOVE ACFT-ECON-ROW-TO    TO WS-MAP-ROW-TO
                        MOVE ACFT-ECON-LETTERS   TO WS-MAP-LETTERS
                END-EVALUATE
                IF WS-MAP-ROW-TO = ZERO
                    MOVE 'N' TO WS-ACFT-FOUND-SW
                END-IF
            END-IF
    END-READ
    CLOSE AIRCRAFT-CONFIG-FILE
    .
7400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    MOVE SPACES TO WS-AUD-KEY
    MOVE BOOK-PNR TO WS-AUD-KEY
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8100-WRITE-NOTIFY - appends one notification-extract entry
*> for the booking in BOOK-RECORD with the staged old/new
*> status and reason code; contact details from
*> PASSENGER-MASTER ride along for the nightly NOTIFFMT job.
*> -----------------------------------------------------------
8100-WRITE-NOTIFY.
    PERFORM 8200-LOOKUP-CONTACT THRU 8200-EXIT
    OPEN EXTEND NOTIFY-EXTRACT-FILE
    IF WS-NTF-FILE-STATUS NOT = '00'
        OPEN OUTPUT NOTIFY-EXTRACT-FILE
    END-IF
    ACCEPT WS-NOW FROM TIME
    MOVE SPACES            TO NTF-RECORD
    MOVE WS-TODAY          TO NTF-EVENT-DATE
    MOVE WS-NOW            TO NTF-EVENT-TIME
    MOVE BOOK-PNR          TO NTF-PNR
    MOVE BOOK-SEG-SEQ      TO NTF-SEG-SEQ
    MOVE BOOK-PASS-ID      TO NTF-PASS-ID
    MOVE WS-NTF-NAME       TO NTF-PASS-NAME
    MOVE WS-NTF-PHONE      TO NTF-PHONE
    MOVE WS-NTF-EMAIL      TO NTF-EMAIL
    MOVE BOOK-FLT-NUMBER   TO NTF-FLT-NUMBER
    MOVE BOOK-FLT-DEP-DATE TO NTF-FLT-DEP-DATE
    MOVE WS-NTF-OLD-STATUS TO NTF-OLD-STATUS
    MOVE WS-NTF-NEW-STATUS TO NTF-NEW-STATUS
    MOVE WS-NTF-REASON     TO NTF-REASON-CODE
    WRITE NTF-RECORD
    CLOSE NOTIFY-EXTRACT-FILE
    .
8100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8200-LOOKUP-CONTACT - resolves BOOK-PASS-ID to name and
*> contact details.  Falls back to the raw passenger ID with
*> blank contact - the bureau drops undeliverables.
*> -----------------------------------------------------------
8200-LOOKUP-CONTACT.
    MOVE 'UNKNOWN PASSENGER' TO WS-NTF-NAME
    MOVE SPACES TO WS-NTF-PHONE
    MOVE SPACES TO WS-NTF-EMAIL
    MOVE 'N' TO WS-PASS-EOF-SW
    MOVE 'N' TO WS-PASS-FOUND-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        GO TO 8200-EXIT
    END-IF
    PERFORM UNTIL WS-PASS-EOF OR WS-PASSENGER-FOUND
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-PASS-EOF-SW
            NOT AT END
                IF PASS-ID = BOOK-PASS-ID
                    MOVE 'Y' TO WS-PASS-FOUND-SW
                    STRING PASS-FIRST-NAME DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           PASS-LAST-NAME DELIMITED BY SPACE
                        INTO WS-NTF-NAME
                    MOVE PASS-PHONE TO WS-NTF-PHONE
                    MOVE PASS-EMAIL TO WS-NTF-EMAIL
                END-IF
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
8200-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE SPACES TO REAC-LINE
    WRITE REAC-LINE
    MOVE WS-RESEATED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO REAC-LINE
    STRING 'BOOKINGS RE-SEATED .......... ' WS-COUNT-ED
        INTO REAC-LINE
    WRITE REAC-LINE
    DISPLAY '  Bookings re-seated ......... ' WS-COUNT-ED
    MOVE WS-WAITLISTED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO REAC-LINE
    STRING 'BOOKINGS MOVED TO WAITLIST .. ' WS-COUNT-ED
        INTO REAC-LINE
    WRITE REAC-LINE
    DISPLAY '  Bookings moved to waitlist . ' WS-COUNT-ED
    MOVE WS-UNPLACED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO REAC-LINE
    STRING 'LEFT FOR THE STATION ........ ' WS-COUNT-ED
        INTO REAC-LINE
    WRITE REAC-LINE
    DISPLAY '  Left for the station ....... ' WS-COUNT-ED
    .
9000-EXIT.
    EXIT.
