*> 2026-09-01  DLC  Abandoned-run exits now set a nonzero
*>                   RETURN-CODE so the NIGHTRUN driver logs
*>                   the job failed and stops the stream.
*> 2026-10-15  DLC  Seats held on active group blocks for names
*>                   not yet received (GROUP-MASTER, see GRPREC)
*>                   count as sold alongside the confirmed
*>                   bookings (see 2100-TOTAL-BLOCKS).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SEATRECON.
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  RECON-REPORT-FILE.
01  RECON-LINE                       PIC X(80).

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-GRP-EOF-SW                PIC X VALUE 'N'.
        88  WS-GRP-EOF               VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.

77  WS-FLIGHTS-CHECKED               PIC 9(05) COMP VALUE ZERO.
77  WS-EXCEPTION-COUNT               PIC 9(05) COMP VALUE ZERO.
                IF FLT-ACTIVE
                    ADD 1 TO WS-FLIGHTS-CHECKED
                    PERFORM 2000-TOTAL-BOOKINGS THRU 2000-EXIT
                    PERFORM 2100-TOTAL-BLOCKS THRU 2100-EXIT
                    PERFORM 3000-CHECK-CAPACITY THRU 3000-EXIT
                END-IF
        END-READ
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2100-TOTAL-BLOCKS - adds the seats still held on active group
*> blocks for names not yet received to the sold totals, down
*> the GROUP-MASTER alternate key for the current FLT-RECORD.
*> The named passengers are already in the booking totals.  No
*> group master on disk yet adds nothing.
*> -----------------------------------------------------------
2100-TOTAL-BLOCKS.
    MOVE 'N' TO WS-GRP-EOF-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 2100-EXIT
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
                                COMPUTE WS-FIRST-SOLD = WS-FIRST-SOLD
                                    + GRP-SEATS-BLOCKED
                                    - GRP-SEATS-NAMED
                            WHEN 'B'
                                COMPUTE WS-BUSINESS-SOLD =
                                    WS-BUSINESS-SOLD
                                    + GRP-SEATS-BLOCKED
                                    - GRP-SEATS-NAMED
                            WHEN OTHER
                                COMPUTE WS-ECONOMY-SOLD =
                                    WS-ECONOMY-SOLD
                                    + GRP-SEATS-BLOCKED
                                    - GRP-SEATS-NAMED
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-CHECK-CAPACITY - flags the flight if any fare class has
*> more confirmed seats sold than FLT-CAP-* allows.
