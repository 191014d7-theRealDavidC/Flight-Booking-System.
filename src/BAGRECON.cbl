*> ---------------------------------------------------------------
*> BAGRECON
*> Departure baggage reconciliation report.
*>
*> Standalone batch program - run per departure from JCL at
*> door close, not from the AIRMAIN menu.  Reads the one-line run
*> card in BAG-RECON-PARM-FILE for the flight number and
*> departure date, walks that departure's bags on
*> BAGGAGE-MASTER (tagged by CHECKIN) and reads each bag's
*> booking back to decide whether it flies:
*>
*>   owner boarded ............................ load
*>   owner checked in, not boarded ........... OFFLOAD
*>   owner no longer confirmed on the
*>   departure (cancelled, no-show, moved) ... OFFLOAD
*>
*> Every bag for offload is listed with its tag, owner and seat
*> for the ramp to pull, and the trailer gives total pieces and
*> weight checked, to load (for the load sheet) and to offload.
*> A departure where the gate recorded no boarding at all
*> (CHECKIN option B never used) cannot be reconciled: its
*> checked-in passengers' bags are counted to load, and the
*> report says so.  Return code 4 when there are bags to pull or
*> no boarding was recorded, 8 when the run is abandoned.
*> Read-only against every file.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  A booking master that will not open abandons
*>                   the run (RC 8) instead of listing every bag
*>                   on the departure for offload.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BAGRECON.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BAG-RECON-PARM-FILE ASSIGN TO "BAGRPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FLIGHT-MASTER-FILE ASSIGN TO "FLIGHTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FLT-KEY
        FILE STATUS IS WS-FLIGHT-FILE-STATUS.
    SELECT BAGGAGE-MASTER-FILE ASSIGN TO "BAGDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAG-KEY
        ALTERNATE RECORD KEY IS BAG-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BAG-FILE-STATUS.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT BAG-RECON-REPORT ASSIGN TO "BAGRRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BAG-RECON-PARM-FILE.
COPY BAGRPARM.

FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

FD  BAGGAGE-MASTER-FILE.
COPY BAGREC.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  BAG-RECON-REPORT.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-BOOK-OPEN-SW             PIC X VALUE 'N'.
        88  WS-BOOK-OPEN            VALUE 'Y'.
    05  WS-BOARDING-SW              PIC X VALUE 'N'.
        88  WS-BOARDING-RECORDED    VALUE 'Y'.
    05  WS-BOOK-FOUND-SW            PIC X VALUE 'N'.
        88  WS-BOOKING-FOUND        VALUE 'Y'.
    05  WS-OFFLOAD-SW               PIC X VALUE 'N'.
        88  WS-OFFLOAD              VALUE 'Y'.
    05  WS-PASS-FOUND-SW            PIC X VALUE 'N'.
        88  WS-PASSENGER-FOUND      VALUE 'Y'.
    05  WS-PASS-EOF-SW              PIC X VALUE 'N'.
        88  WS-PASS-EOF             VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BAG-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-TODAY                         PIC 9(08) VALUE ZERO.

01  WS-DEPARTURE.
    05  WS-DEP-FLT-NUMBER            PIC X(06).
    05  WS-DEP-DATE                  PIC 9(08).
    05  WS-DEP-ORIGIN                PIC X(03).
    05  WS-DEP-DEST                  PIC X(03).
    05  WS-DEP-TIME                  PIC 9(04).

01  WS-OFFLOAD-REASON                PIC X(30).
01  WS-PASS-NAME                     PIC X(36).
01  WS-OWNER-SEAT                    PIC X(04).
01  WS-OWNER-ID                      PIC X(08).

77  WS-CHECKED-IN-COUNT              PIC 9(05) COMP VALUE ZERO.
77  WS-BOARDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-BAG-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-BAG-KG                        PIC 9(07) COMP VALUE ZERO.
77  WS-LOAD-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-LOAD-KG                       PIC 9(07) COMP VALUE ZERO.
77  WS-OFFLOAD-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-OFFLOAD-KG                    PIC 9(07) COMP VALUE ZERO.
77  WS-EXCESS-COUNT                  PIC 9(05) COMP VALUE ZERO.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(13) VALUE '  TAG'.
    05  FILLER                       PIC X(10) VALUE 'PNR    SG'.
    05  FILLER                       PIC X(09) VALUE 'PASS-ID'.
    05  FILLER                       PIC X(38) VALUE 'PASSENGER'.
    05  FILLER                       PIC X(06) VALUE 'SEAT'.
    05  FILLER                       PIC X(06) VALUE '  KG'.
    05  FILLER                       PIC X(06) VALUE 'REASON'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-TAG                       PIC 9(10).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PNR                       PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-SEG-SEQ                   PIC 9(02).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-ID                   PIC X(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-NAME                 PIC X(36).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-SEAT                      PIC X(04).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-WEIGHT                    PIC ZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-REASON                    PIC X(30).

01  WS-TOTAL-LINE.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  TL-LABEL                     PIC X(40).
    05  TL-COUNT                     PIC ZZZZZZ9.
    05  FILLER                       PIC X(10) VALUE '  PIECES  '.
    05  TL-WEIGHT                    PIC ZZZZZZ9.
    05  FILLER                       PIC X(03) VALUE ' KG'.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        PERFORM 2000-CHECK-BOARDING THRU 2000-EXIT
*> Without the booking master no bag can be matched to its
*> passenger - reconciling anyway would offload every bag.
        IF WS-PARM-OK
            PERFORM 3000-RECONCILE-BAGS THRU 3000-EXIT
        END-IF
        IF WS-BOOK-OPEN
            CLOSE BOOKING-MASTER-FILE
        END-IF
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE BAG-RECON-REPORT
        IF WS-PARM-OK
           AND (WS-OFFLOAD-COUNT > ZERO OR NOT WS-BOARDING-RECORDED)
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

1000-INITIALIZE.
    DISPLAY ' '
    DISPLAY '-- Baggage Reconciliation (BAGRECON) --'
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN INPUT BAG-RECON-PARM-FILE
    READ BAG-RECON-PARM-FILE
        AT END
            DISPLAY 'BAGRECON - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE BAG-RECON-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    MOVE BAGR-PARM-FLT-NUMBER TO WS-DEP-FLT-NUMBER
    MOVE BAGR-PARM-DEP-DATE   TO WS-DEP-DATE
    DISPLAY '  Departure: ' WS-DEP-FLT-NUMBER ' ' WS-DEP-DATE
    PERFORM 1100-FIND-FLIGHT THRU 1100-EXIT
    IF NOT WS-PARM-OK
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT BAG-RECON-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING 'BAGGAGE RECONCILIATION - FLIGHT ' WS-DEP-FLT-NUMBER
           ' ' WS-DEP-DATE '  ' WS-DEP-ORIGIN '-' WS-DEP-DEST
           '  DEPARTS ' WS-DEP-TIME '  RUN ' WS-TODAY
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-FIND-FLIGHT - keyed READ of the departure named on the
*> card.  A cancelled departure still has bags to account for.
*> -----------------------------------------------------------
1100-FIND-FLIGHT.
    MOVE 'N' TO WS-PARM-SW
    OPEN INPUT FLIGHT-MASTER-FILE
    IF WS-FLIGHT-FILE-STATUS NOT = '00'
        DISPLAY 'BAGRECON - flight master file error, status '
            WS-FLIGHT-FILE-STATUS
        GO TO 1100-EXIT
    END-IF
    MOVE WS-DEP-FLT-NUMBER TO FLT-NUMBER
    MOVE WS-DEP-DATE       TO FLT-DEP-DATE
    READ FLIGHT-MASTER-FILE
        INVALID KEY
            DISPLAY 'BAGRECON - flight not on file, run abandoned.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-PARM-SW
            MOVE FLT-ORIGIN   TO WS-DEP-ORIGIN
            MOVE FLT-DEST     TO WS-DEP-DEST
            MOVE FLT-DEP-TIME TO WS-DEP-TIME
    END-READ
    CLOSE FLIGHT-MASTER-FILE
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-CHECK-BOARDING - walks the departure's bookings down
*> the BOOK-FLT-KEY alternate path counting checked-in and
*> boarded passengers.  Nobody boarded means the gate did not
*> record boarding, not that the aircraft left empty.  A
*> booking master that will not open abandons the run.
*> -----------------------------------------------------------
2000-CHECK-BOARDING.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY 'BAGRECON - booking master file error, status '
            WS-BOOK-FILE-STATUS ' - run abandoned.'
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING '** BOOKING MASTER UNREADABLE, STATUS '
               WS-BOOK-FILE-STATUS ' - BAGS NOT RECONCILED **'
            INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    MOVE 'Y' TO WS-BOOK-OPEN-SW
    MOVE WS-DEP-FLT-NUMBER TO BOOK-FLT-NUMBER
    MOVE WS-DEP-DATE       TO BOOK-FLT-DEP-DATE
    START BOOKING-MASTER-FILE KEY >= BOOK-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-FLT-NUMBER NOT = WS-DEP-FLT-NUMBER
                   OR BOOK-FLT-DEP-DATE NOT = WS-DEP-DATE
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF (BOOK-CONFIRMED OR BOOK-FLOWN)
                       AND BOOK-CHECKED-IN
                        ADD 1 TO WS-CHECKED-IN-COUNT
                        IF BOOK-BOARDED
                            ADD 1 TO WS-BOARDED-COUNT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-BOARDED-COUNT > ZERO
        MOVE 'Y' TO WS-BOARDING-SW
    END-IF
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-RECONCILE-BAGS - walks the departure's bags down the
*> BAG-FLT-KEY alternate path.  No baggage master on disk yet
*> means no bags were ever checked.
*> -----------------------------------------------------------
3000-RECONCILE-BAGS.
    MOVE SPACES TO REPORT-LINE
    IF NOT WS-BOARDING-RECORDED
        STRING '** NO BOARDING RECORDED FOR THE DEPARTURE - BAGS OF'
               ' CHECKED-IN PASSENGERS COUNTED TO LOAD **'
            INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 'BAGS FOR OFFLOAD' TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BAGGAGE-MASTER-FILE
    IF WS-BAG-FILE-STATUS NOT = '00'
        GO TO 3000-EXIT
    END-IF
    MOVE WS-DEP-FLT-NUMBER TO BAG-FLT-NUMBER
    MOVE WS-DEP-DATE       TO BAG-FLT-DEP-DATE
    START BAGGAGE-MASTER-FILE KEY >= BAG-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BAGGAGE-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BAG-FLT-NUMBER NOT = WS-DEP-FLT-NUMBER
                   OR BAG-FLT-DEP-DATE NOT = WS-DEP-DATE
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    PERFORM 3100-RECONCILE-BAG THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BAGGAGE-MASTER-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-RECONCILE-BAG - keyed READ of the bag's booking
*> segment decides whether the bag flies.
*> -----------------------------------------------------------
3100-RECONCILE-BAG.
    ADD 1 TO WS-BAG-COUNT
    ADD BAG-WEIGHT-KG TO WS-BAG-KG
    IF BAG-EXCESS
        ADD 1 TO WS-EXCESS-COUNT
    END-IF
    MOVE 'N' TO WS-BOOK-FOUND-SW
    IF WS-BOOK-OPEN
        MOVE BAG-PNR     TO BOOK-PNR
        MOVE BAG-SEG-SEQ TO BOOK-SEG-SEQ
        READ BOOKING-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-BOOK-FOUND-SW
        END-READ
    END-IF
    MOVE 'Y' TO WS-OFFLOAD-SW
    MOVE SPACES TO WS-OWNER-SEAT
    MOVE BAG-PASS-ID TO WS-OWNER-ID
    EVALUATE TRUE
        WHEN NOT WS-BOOKING-FOUND
            MOVE 'BOOKING NOT ON FILE' TO WS-OFFLOAD-REASON
        WHEN BOOK-FLT-NUMBER NOT = WS-DEP-FLT-NUMBER
          OR BOOK-FLT-DEP-DATE NOT = WS-DEP-DATE
            MOVE 'OWNER MOVED TO ANOTHER FLIGHT' TO WS-OFFLOAD-REASON
        WHEN BOOK-CANCELLED
            MOVE 'BOOKING CANCELLED' TO WS-OFFLOAD-REASON
        WHEN BOOK-NO-SHOW
            MOVE 'OWNER NO-SHOW' TO WS-OFFLOAD-REASON
        WHEN NOT BOOK-CONFIRMED AND NOT BOOK-FLOWN
            MOVE 'OWNER HOLDS NO SEAT' TO WS-OFFLOAD-REASON
        WHEN NOT BOOK-CHECKED-IN
            MOVE 'OWNER NOT CHECKED IN' TO WS-OFFLOAD-REASON
        WHEN BOOK-BOARDED
            MOVE 'N' TO WS-OFFLOAD-SW
        WHEN NOT WS-BOARDING-RECORDED
            MOVE 'N' TO WS-OFFLOAD-SW
        WHEN OTHER
            MOVE 'CHECKED IN, NOT BOARDED' TO WS-OFFLOAD-REASON
    END-EVALUATE
    IF NOT WS-OFFLOAD
        ADD 1 TO WS-LOAD-COUNT
        ADD BAG-WEIGHT-KG TO WS-LOAD-KG
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-OFFLOAD-COUNT
    ADD BAG-WEIGHT-KG TO WS-OFFLOAD-KG
    IF WS-BOOKING-FOUND
        MOVE BOOK-SEAT-NUMBER TO WS-OWNER-SEAT
        MOVE BOOK-PASS-ID     TO WS-OWNER-ID
    END-IF
    PERFORM 3200-FIND-PASSENGER THRU 3200-EXIT
    MOVE BAG-TAG-NUMBER    TO RD-TAG
    MOVE BAG-PNR           TO RD-PNR
    MOVE BAG-SEG-SEQ       TO RD-SEG-SEQ
    MOVE WS-OWNER-ID       TO RD-PASS-ID
    MOVE WS-PASS-NAME      TO RD-PASS-NAME
    MOVE WS-OWNER-SEAT     TO RD-SEAT
    MOVE BAG-WEIGHT-KG     TO RD-WEIGHT
    MOVE WS-OFFLOAD-REASON TO RD-REASON
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-FIND-PASSENGER - resolves the owner to a display name
*> for the offload list.  The booking's passenger is taken
*> over the tag's where the booking is still on file, so an
*> owner merged by PASSMRG since check-in still resolves.
*> -----------------------------------------------------------
3200-FIND-PASSENGER.
    MOVE 'UNKNOWN PASSENGER' TO WS-PASS-NAME
    MOVE 'N' TO WS-PASS-FOUND-SW
    MOVE 'N' TO WS-PASS-EOF-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        GO TO 3200-EXIT
    END-IF
    PERFORM UNTIL WS-PASS-EOF OR WS-PASSENGER-FOUND
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-PASS-EOF-SW
            NOT AT END
                IF PASS-ID = WS-OWNER-ID
                    MOVE 'Y' TO WS-PASS-FOUND-SW
                    MOVE SPACES TO WS-PASS-NAME
                    STRING PASS-FIRST-NAME DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           PASS-LAST-NAME DELIMITED BY SPACE
                        INTO WS-PASS-NAME
                END-IF
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 9000-WRITE-TRAILER - the load-sheet figures.
*> -----------------------------------------------------------
9000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'BAGS CHECKED FOR THE DEPARTURE' TO TL-LABEL
    MOVE WS-BAG-COUNT TO TL-COUNT
    MOVE WS-BAG-KG    TO TL-WEIGHT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'BAGS TO LOAD (LOAD SHEET)' TO TL-LABEL
    MOVE WS-LOAD-COUNT TO TL-COUNT
    MOVE WS-LOAD-KG    TO TL-WEIGHT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'BAGS FOR OFFLOAD' TO TL-LABEL
    MOVE WS-OFFLOAD-COUNT TO TL-COUNT
    MOVE WS-OFFLOAD-KG    TO TL-WEIGHT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'PASSENGERS CHECKED IN' TO TL-LABEL
    MOVE WS-CHECKED-IN-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PASSENGERS BOARDED' TO TL-LABEL
    MOVE WS-BOARDED-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'BAGS CHARGED AS EXCESS' TO TL-LABEL
    MOVE WS-EXCESS-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    DISPLAY '  Bags checked ......... ' WS-BAG-COUNT
    DISPLAY '  Bags to load ......... ' WS-LOAD-COUNT
    DISPLAY '  Bags for offload ..... ' WS-OFFLOAD-COUNT
    .
9000-EXIT.
    EXIT.
