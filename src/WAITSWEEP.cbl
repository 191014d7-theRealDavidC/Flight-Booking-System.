*>                   count-plus-one position for the next
*>                   waitlisted booking would collide with a
*>                   live one (see 2250-CHECK-DENSITY).
*> 2026-10-15  DLC  Seats held on a group block for names not yet
*>                   received (GROUP-MASTER, see GRPREC) are no
*>                   longer free capacity - the same count BOOKMGR
*>                   sells against (see 2150-COUNT-BLOCK-HELD).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. WAITSWEEP.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AIRCRAFT-CONFIG-FILE.
COPY ACFTREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-FLT-EOF-SW                PIC X VALUE 'N'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-NTF-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-GRP-EOF-SW                    PIC X VALUE 'N'.
    88  WS-GRP-EOF                   VALUE 'Y'.

*> Notification-extract work: contact details looked up from
*> PASSENGER-MASTER per event, and the event's old/new status
77  WS-CLASS-IX                      PIC 9(01) COMP VALUE ZERO.
77  WS-CLASS-CAPACITY                PIC 9(03) COMP VALUE ZERO.
77  WS-CONFIRMED-COUNT               PIC 9(03) COMP VALUE ZERO.
77  WS-BLOCK-HELD-COUNT              PIC 9(03) COMP VALUE ZERO.
77  WS-WAITLIST-COUNT                PIC 9(03) COMP VALUE ZERO.
77  WS-FREE-COUNT                    PIC 9(03) COMP VALUE ZERO.
77  WS-PROMO-LEFT                    PIC 9(03) COMP VALUE ZERO.
    IF WS-WAITLIST-COUNT = ZERO
        GO TO 2100-EXIT
    END-IF
    PERFORM 2150-COUNT-BLOCK-HELD THRU 2150-EXIT
    IF WS-CONFIRMED-COUNT + WS-BLOCK-HELD-COUNT < WS-CLASS-CAPACITY
        COMPUTE WS-FREE-COUNT =
            WS-CLASS-CAPACITY - WS-CONFIRMED-COUNT
                - WS-BLOCK-HELD-COUNT
    ELSE
        MOVE ZERO TO WS-FREE-COUNT
    END-IF
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2150-COUNT-BLOCK-HELD - totals the seats still held on active
*> group blocks in the sweep class for names not yet received,
*> down the GROUP-MASTER alternate key for the flight/date.  No
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
                       AND GRP-FARE-CLASS = WS-SWEEP-CLASS
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
*> 2250-CHECK-DENSITY - the waitlist is dense when positions 1
*> through the count are all occupied; an empty slot inside
