*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original version.
*> 2026-10-15  DLC  Seats held on active group blocks for names
*>                   not yet received (GROUP-MASTER, see GRPREC)
*>                   are no longer free capacity - the same count
*>                   BOOKMGR sells against (see
*>                   2410-COUNT-BLOCK-HELD).  Loaded bookings are
*>                   never group segments (BOOK-GROUP-FLAG 'N').
*> 2026-10-15  DLC  The selling agency the partner sends
*>                   (INTL-AGENCY-CODE) is carried onto the
*>                   booking when it is an active agency on
*>                   AGENCY-MASTER (AGCYDB, see AGCYREC), so
*>                   AGCYSTMT states the sale; an unknown or
*>                   inactive agency loads as a direct sale with
*>                   a note on the report.  Commission is on the
*>                   local fare, so zero here.  Loaded bookings
*>                   carry no tax lines - the partner collects
*>                   the taxes with the fare.
*> 2026-10-15  DLC  Loaded bookings start with BOOK-GL-STATUS not
*>                   yet recognised, for the GLJRNL ledger
*>                   journal.
*> 2026-10-15  DLC  A passenger created here starts with no
*>                   travel-document details (zero dates) beyond
*>                   the partner's document number - the desk or
*>                   gate keys them before an international
*>                   check-in.
*> 2026-10-15  DLC  Loaded bookings start not boarded
*>                   (BOOK-BOARD-STATUS) for the gate, BAGRECON
*>                   and FLTCLOSE.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INTLLOAD.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACFT-KEY
        FILE STATUS IS WS-ACFT-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT AGENCY-MASTER-FILE ASSIGN TO "AGCYDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGCY-KEY
        FILE STATUS IS WS-AGCY-FILE-STATUS.
    SELECT LOAD-REPORT-FILE ASSIGN TO "INTLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  AIRCRAFT-CONFIG-FILE.
COPY ACFTREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  AGENCY-MASTER-FILE.
COPY AGCYREC.

FD  LOAD-REPORT-FILE.
01  LOAD-LINE                       PIC X(100).

        88  WS-PASSENGER-FOUND       VALUE 'Y'.
    05  WS-PNR-FOUND-SW              PIC X VALUE 'N'.
        88  WS-PNR-FOUND             VALUE 'Y'.
    05  WS-GRP-EOF-SW                PIC X VALUE 'N'.
        88  WS-GRP-EOF               VALUE 'Y'.

01  WS-INTL-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PNR-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-ACFT-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-AGCY-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE 'INTLLOAD'.
01  WS-TODAY                        PIC 9(08).
01  WS-NEW-PASS-ID                   PIC X(08).
01  WS-NEW-PNR                       PIC X(06).
01  WS-BOOK-STATUS                   PIC X(01).
01  WS-LOAD-AGENCY                   PIC X(08).
01  WS-LOAD-COMM-PCT                 PIC 9(02)V99.

77  WS-CLASS-CAPACITY                PIC 9(03) COMP VALUE ZERO.
77  WS-CONFIRMED-COUNT               PIC 9(03) COMP VALUE ZERO.
77  WS-BLOCK-HELD-COUNT              PIC 9(03) COMP VALUE ZERO.
77  WS-WAITLIST-COUNT                PIC 9(03) COMP VALUE ZERO.

01  WS-SEAT-NUMBER.
        GO TO 2000-EXIT
    END-IF
    PERFORM 2600-NEXT-PNR THRU 2600-EXIT
    PERFORM 2650-CHECK-AGENCY THRU 2650-EXIT
    PERFORM 2700-WRITE-BOOKING THRU 2700-EXIT
    .
2000-EXIT.
    MOVE INTL-PASS-LAST-NAME  TO PASS-LAST-NAME
    MOVE INTL-PASS-FIRST-NAME TO PASS-FIRST-NAME
    MOVE INTL-DOCUMENT-NO     TO PASS-PASSPORT-NO
    MOVE ZERO                 TO PASS-BIRTH-DATE
    MOVE ZERO                 TO PASS-DOC-EXPIRY-DATE
    MOVE 'A'                  TO PASS-STATUS
    MOVE WS-TODAY             TO PASS-LAST-CHG-DATE
    MOVE WS-OPER-ID           TO PASS-LAST-CHG-USER
2400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2410-COUNT-BLOCK-HELD - totals the seats still held on active
*> group blocks in the partner record's class for names not yet
*> received, down the GROUP-MASTER alternate key for the
*> departure.  No group master on disk yet reads as nothing
*> held.
*> -----------------------------------------------------------
2410-COUNT-BLOCK-HELD.
    MOVE ZERO TO WS-BLOCK-HELD-COUNT
    MOVE 'N' TO WS-GRP-EOF-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 2410-EXIT
    END-IF
    MOVE INTL-FLT-NUMBER   TO GRP-FLT-NUMBER
    MOVE INTL-FLT-DEP-DATE TO GRP-FLT-DEP-DATE
    START GROUP-MASTER-FILE KEY >= GRP-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-GRP-EOF-SW
    END-START
    PERFORM UNTIL WS-GRP-EOF
        READ GROUP-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-GRP-EOF-SW
            NOT AT END
                IF GRP-FLT-NUMBER NOT = INTL-FLT-NUMBER
                   OR GRP-FLT-DEP-DATE NOT = INTL-FLT-DEP-DATE
                    MOVE 'Y' TO WS-GRP-EOF-SW
                ELSE
                    IF GRP-ACTIVE
                       AND GRP-FARE-CLASS = INTL-FARE-CLASS
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
2410-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2500-ASSIGN-SEAT - confirms on a real cabin seat (or the
*> legacy class-sequence seat) while capacity remains, else
2500-ASSIGN-SEAT.
    MOVE 'N' TO WS-SEAT-OK-SW
    MOVE SPACES TO WS-PICKED-SEAT
    PERFORM 2410-COUNT-BLOCK-HELD THRU 2410-EXIT
    IF WS-CONFIRMED-COUNT + WS-BLOCK-HELD-COUNT < WS-CLASS-CAPACITY
        PERFORM 7400-FIND-ACFT-CONFIG THRU 7400-EXIT
        IF WS-ACFT-FOUND
            PERFORM 2510-MAP-OPEN-SEAT THRU 2510-EXIT
2600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2650-CHECK-AGENCY - the selling agency the partner named, if
*> any, must be active on AGENCY-MASTER to be carried onto the
*> booking; otherwise the booking loads as a direct sale and
*> the report says so.  Leaves the agency and its class rate in
*> WS-LOAD-AGENCY/WS-LOAD-COMM-PCT.
*> -----------------------------------------------------------
2650-CHECK-AGENCY.
    MOVE SPACES TO WS-LOAD-AGENCY
    MOVE ZERO TO WS-LOAD-COMM-PCT
    IF INTL-AGENCY-CODE = SPACES
        GO TO 2650-EXIT
    END-IF
    OPEN INPUT AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS = '00'
        MOVE INTL-AGENCY-CODE TO AGCY-CODE
        READ AGENCY-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AGCY-ACTIVE
                    MOVE INTL-AGENCY-CODE TO WS-LOAD-AGENCY
                    EVALUATE INTL-FARE-CLASS
                        WHEN 'F'
                            MOVE AGCY-COMM-FIRST TO WS-LOAD-COMM-PCT
                        WHEN 'B'
                            MOVE AGCY-COMM-BUS TO WS-LOAD-COMM-PCT
                        WHEN OTHER
                            MOVE AGCY-COMM-ECON TO WS-LOAD-COMM-PCT
                    END-EVALUATE
                END-IF
        END-READ
        CLOSE AGENCY-MASTER-FILE
    END-IF
    IF WS-LOAD-AGENCY = SPACES
        MOVE SPACES TO LOAD-LINE
        STRING 'NOTE     TKT ' INTL-TICKET-NUMBER
               ' - AGENCY ' INTL-AGENCY-CODE
               ' NOT ON FILE OR NOT ACTIVE, LOADED AS DIRECT SALE'
            INTO LOAD-LINE
        WRITE LOAD-LINE
    END-IF
    .
2650-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2700-WRITE-BOOKING - one booking segment for the accepted
*> partner record, audit-logged and reported.  Zero local fare,
    MOVE WS-OPER-ID          TO BOOK-CREATE-USER
    MOVE 'N'                 TO BOOK-CHECKIN-STATUS
    MOVE 'N'                 TO BOOK-SETTLE-STATUS
    MOVE 'N'                 TO BOOK-GL-STATUS
    MOVE 'N'                 TO BOOK-BOARD-STATUS
    MOVE ZERO                TO BOOK-FARE-AMOUNT
    MOVE ZERO                TO BOOK-PENALTY-AMOUNT
    MOVE ZERO                TO BOOK-REFUND-AMOUNT
    MOVE 'Y'                 TO BOOK-PAY-STATUS
    MOVE 'N'                 TO BOOK-AWARD-FLAG
    MOVE INTL-TICKET-NUMBER  TO BOOK-TICKET-NUMBER
    MOVE 'N'                 TO BOOK-GROUP-FLAG
    MOVE ZERO                TO BOOK-TAX-AMOUNT
    MOVE ZERO                TO BOOK-TAX-REFUND-AMOUNT
    MOVE 'N'                 TO BOOK-TAX-SETTLE-STATUS
    MOVE ZERO                TO BOOK-TAX-COUNT
    MOVE WS-LOAD-AGENCY      TO BOOK-AGENCY-CODE
    MOVE WS-LOAD-COMM-PCT    TO BOOK-COMM-PCT
    MOVE ZERO                TO BOOK-COMM-AMOUNT
    MOVE 'N'                 TO BOOK-AGCY-STMT-STATUS
*> The accepted count, audit entry and report line only follow
*> a WRITE that actually took - the same lesson FLIGHTMGR
*> learned on 2026-02-11; a failed WRITE rejects the record on
           ' STATUS=' WS-BOOK-STATUS
           ' SEAT=' WS-PICKED-SEAT
           ' TKT=' INTL-TICKET-NUMBER
           ' AGY=' WS-LOAD-AGENCY
        INTO WS-AUD-NEW-VALUE
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
