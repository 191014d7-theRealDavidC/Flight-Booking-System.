*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original version.
*> 2026-10-15  DLC  Seats held on active group blocks for names
*>                   not yet received (GROUP-MASTER, see GRPREC)
*>                   count as confirmed, at the block's group
*>                   fare (see 2150-TALLY-BLOCKS).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FWDBOOK.
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT FORWARD-REPORT-FILE ASSIGN TO "FWDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  FORWARD-REPORT-FILE.
01  FWD-LINE                        PIC X(132).

        88  WS-EOF                  VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-ENTRY-FOUND          VALUE 'Y'.
    05  WS-GRP-EOF-SW                PIC X VALUE 'N'.
        88  WS-GRP-EOF               VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
77  WS-UNNAMED                       PIC 9(02) VALUE ZERO.

01  WS-TODAY                        PIC 9(08).
77  WS-TODAY-INT                     PIC 9(07) COMP VALUE ZERO.
        MOVE ZERO TO WS-CT-REVENUE(WS-CLASS-IX)
    END-PERFORM
    PERFORM 2100-TALLY-BOOKINGS THRU 2100-EXIT
    PERFORM 2150-TALLY-BLOCKS THRU 2150-EXIT
    COMPUTE WS-DEP-INT =
        FUNCTION INTEGER-OF-DATE(FLT-DEP-DATE)
    COMPUTE WS-DTD-DAYS = WS-DEP-INT - WS-TODAY-INT
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2150-TALLY-BLOCKS - seats held on active group blocks for
*> names not yet received are as sold as a confirmed booking:
*> they go into the class's confirmed count and, at the block's
*> per-seat group fare, its revenue.  The named passengers are
*> already in the booking tallies.  No group master on disk yet
*> adds nothing.
*> -----------------------------------------------------------
2150-TALLY-BLOCKS.
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
                       AND GRP-SEATS-BLOCKED > GRP-SEATS-NAMED
                        EVALUATE GRP-FARE-CLASS
                            WHEN 'F'
                                MOVE 1 TO WS-CLASS-IX
                            WHEN 'B'
                                MOVE 2 TO WS-CLASS-IX
                            WHEN OTHER
                                MOVE 3 TO WS-CLASS-IX
                        END-EVALUATE
                        COMPUTE WS-UNNAMED =
                            GRP-SEATS-BLOCKED - GRP-SEATS-NAMED
                        ADD WS-UNNAMED TO WS-CT-CONF(WS-CLASS-IX)
                        COMPUTE WS-CT-REVENUE(WS-CLASS-IX) =
                            WS-CT-REVENUE(WS-CLASS-IX)
                            + WS-UNNAMED * GRP-FARE-AMOUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
2150-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2200-REPORT-CLASS - one detail line per fare class the
*> departure actually carries (or has activity in), plus the
