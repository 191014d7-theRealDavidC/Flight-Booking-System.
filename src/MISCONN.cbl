*> ---------------------------------------------------------------
*> MISCONN
*> Misconnect worklist for a late arrival.
*>
*> Standalone batch program - not on the AIRMAIN menu.  Run by
*> ops control once FLTOPS has recorded the on-block time of a
*> late arrival, for the departure named on the MISCPARM run
*> card.  For every passenger who arrived on the flight (booking
*> confirmed or already flown) the job finds the passenger's
*> next live segment on the same PNR - the next BOOK-SEG-SEQ for
*> the same BOOK-PASS-ID, so each member of a group PNR is
*> followed separately - and, where that segment departs from
*> the station the flight arrived at, measures the time between
*> the actual on-block and the onward scheduled departure.  A
*> connection shorter than the minimum connecting time (from the
*> run card, 60 minutes by default) is at risk: the passenger
*> goes on the worklist with contact details, the same block
*> DISRUPT prints, for the transfer desk to rebook with
*> BOOKMGR's Rebook option, and the onward segment gets a
*> notification-extract entry (NOTIFYDB, see NOTIFREC) with the
*> misconnect reason code.  Bookings are not changed.
*>
*> Onward segments on a cancelled or closed departure are left
*> to DISRUPT.  The run is refused for a departure with no
*> complete flight-operations record (FOPSDB, see FOPSREC); an
*> arrival that was not late prints an empty worklist.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MISCONN.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MISCONN-PARM-FILE ASSIGN TO "MISCPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FLIGHT-OPS-FILE ASSIGN TO "FOPSDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FOPS-KEY
        FILE STATUS IS WS-FOPS-FILE-STATUS.
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
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT MISCONN-REPORT-FILE ASSIGN TO "MISCRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MISCONN-PARM-FILE.
COPY MISCPARM.

FD  FLIGHT-OPS-FILE.
COPY FOPSREC.

FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  NOTIFY-EXTRACT-FILE.
COPY NOTIFREC.

FD  MISCONN-REPORT-FILE.
01  MISC-LINE                       PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-ONWARD-SW                 PIC X VALUE 'N'.
        88  WS-ONWARD-FOUND          VALUE 'Y'.

01  WS-FOPS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
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

01  WS-TODAY                        PIC 9(08).

*> Minimum connecting time for the run, and the arrival and
*> onward departure as minutes from the same base, so the
*> connection is a plain subtraction across midnight and month
*> ends.
77  WS-DEFAULT-MCT                   PIC 9(03) COMP VALUE 60.
77  WS-MCT                           PIC 9(03) COMP VALUE ZERO.
01  WS-CALC-DATE                     PIC 9(08).
01  WS-CALC-TIME.
    05  WS-CALC-HH                   PIC 9(02).
    05  WS-CALC-MM                   PIC 9(02).
77  WS-CALC-MINS                     PIC S9(11) COMP VALUE ZERO.
77  WS-ARR-MINS                      PIC S9(11) COMP VALUE ZERO.
77  WS-CONNECT-MINS                  PIC S9(11) COMP VALUE ZERO.

77  WS-ARRIVED-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-CONNECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-AT-RISK-COUNT                 PIC 9(05) COMP VALUE ZERO.
77  WS-SKIPPED-COUNT                 PIC 9(05) COMP VALUE ZERO.

*> The passengers who arrived on the flight, loaded off the
*> BOOK-FLT-KEY path before the onward search moves the file to
*> the prime key.
77  WS-ARR-IX                        PIC 9(04) COMP VALUE ZERO.
01  WS-ARR-TABLE.
    05  WS-ARR-ENTRY OCCURS 999 TIMES.
        10  WS-AE-PNR                PIC X(06).
        10  WS-AE-SEG                PIC 9(02).
        10  WS-AE-PASS-ID            PIC X(08).

01  WS-EDIT-FIELDS.
    05  WS-COUNT-ED                  PIC ZZZZ9.
    05  WS-CONNECT-ED                PIC -ZZZ9.
    05  WS-MCT-ED                    PIC ZZ9.
    05  WS-DELAY-ED                  PIC ZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        IF FOPS-ARR-DELAY-MINS > ZERO
            PERFORM 2000-LOAD-ARRIVALS THRU 2000-EXIT
            MOVE ZERO TO WS-ARR-IX
            PERFORM 3000-CHECK-PASSENGER THRU 3000-EXIT
                UNTIL WS-ARR-IX >= WS-ARRIVED-COUNT
            CLOSE BOOKING-MASTER-FILE
            CLOSE FLIGHT-MASTER-FILE
        ELSE
            MOVE SPACES TO MISC-LINE
            MOVE 'ARRIVAL NOT LATE - NO CONNECTIONS AT RISK'
                TO MISC-LINE
            WRITE MISC-LINE
        END-IF
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE MISCONN-REPORT-FILE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Misconnect Worklist (MISCONN) --'
    DISPLAY '  Run date: ' WS-TODAY
    OPEN INPUT MISCONN-PARM-FILE
    READ MISCONN-PARM-FILE
        AT END
            DISPLAY 'MISCONN - no parameter card, run abandoned.'
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE MISCONN-PARM-FILE
    IF WS-PARM-OK
        IF MISC-PARM-MCT IS NUMERIC AND MISC-PARM-MCT > ZERO
            MOVE MISC-PARM-MCT TO WS-MCT
        ELSE
            MOVE WS-DEFAULT-MCT TO WS-MCT
        END-IF
        PERFORM 1100-CHECK-OPS THRU 1100-EXIT
    END-IF
    IF WS-PARM-OK
        MOVE FOPS-ON-BLOCK-DATE TO WS-CALC-DATE
        MOVE FOPS-ON-BLOCK-TIME TO WS-CALC-TIME
        PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
        MOVE WS-CALC-MINS TO WS-ARR-MINS
        OPEN OUTPUT MISCONN-REPORT-FILE
        MOVE SPACES TO MISC-LINE
        STRING 'MISCONNECT WORKLIST - FLIGHT ' FOPS-FLT-NUMBER
               ' ON ' FOPS-DEP-DATE
               '   RUN ' WS-TODAY
            INTO MISC-LINE
        WRITE MISC-LINE
        MOVE FOPS-ARR-DELAY-MINS TO WS-DELAY-ED
        MOVE WS-MCT              TO WS-MCT-ED
        MOVE SPACES TO MISC-LINE
        STRING 'ARRIVED ' FOPS-DEST
               ' ON-BLOCK ' FOPS-ON-BLOCK-DATE ' ' FOPS-ON-BLOCK-TIME
               '   LATE ' WS-DELAY-ED ' MIN'
               '   MCT ' WS-MCT-ED ' MIN'
            INTO MISC-LINE
        WRITE MISC-LINE
        MOVE SPACES TO MISC-LINE
        WRITE MISC-LINE
    END-IF
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-CHECK-OPS - the departure on the run card must have a
*> complete flight-operations record (on-block entered in
*> FLTOPS); anything else abandons the run.  Leaves FOPS-RECORD
*> in place for the whole run.
*> -----------------------------------------------------------
1100-CHECK-OPS.
    MOVE 'N' TO WS-FOUND-SW
    MOVE MISC-PARM-FLT-NUMBER TO FOPS-FLT-NUMBER
    MOVE MISC-PARM-DEP-DATE   TO FOPS-DEP-DATE
    OPEN INPUT FLIGHT-OPS-FILE
    IF WS-FOPS-FILE-STATUS NOT = '00'
        DISPLAY 'MISCONN - flight-operations file error, status '
            WS-FOPS-FILE-STATUS
        MOVE 'N' TO WS-PARM-SW
        GO TO 1100-EXIT
    END-IF
    READ FLIGHT-OPS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    CLOSE FLIGHT-OPS-FILE
    IF NOT WS-RECORD-FOUND
        DISPLAY 'MISCONN - no flight-operations record,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        GO TO 1100-EXIT
    END-IF
    IF NOT FOPS-COMPLETE
        DISPLAY 'MISCONN - on-block time not yet entered,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
    END-IF
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-LOAD-ARRIVALS - every passenger who came in on the
*> flight: confirmed, or already flown if FLTCLOSE has closed
*> it.  Opens the booking and flight masters for the run.
*> -----------------------------------------------------------
2000-LOAD-ARRIVALS.
    OPEN INPUT FLIGHT-MASTER-FILE
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 2000-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    MOVE FOPS-FLT-NUMBER TO BOOK-FLT-NUMBER
    MOVE FOPS-DEP-DATE   TO BOOK-FLT-DEP-DATE
    START BOOKING-MASTER-FILE KEY >= BOOK-FLT-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-FLT-NUMBER NOT = FOPS-FLT-NUMBER
                   OR BOOK-FLT-DEP-DATE NOT = FOPS-DEP-DATE
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-CONFIRMED OR BOOK-FLOWN
                        PERFORM 2100-ADD-ARRIVAL THRU 2100-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .
2000-EXIT.
    EXIT.

2100-ADD-ARRIVAL.
    IF WS-ARRIVED-COUNT >= 999
        ADD 1 TO WS-SKIPPED-COUNT
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-ARRIVED-COUNT
    MOVE BOOK-PNR     TO WS-AE-PNR(WS-ARRIVED-COUNT)
    MOVE BOOK-SEG-SEQ TO WS-AE-SEG(WS-ARRIVED-COUNT)
    MOVE BOOK-PASS-ID TO WS-AE-PASS-ID(WS-ARRIVED-COUNT)
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-CHECK-PASSENGER - one arriving passenger: find the
*> onward segment, and list and notify it if the connection is
*> shorter than the minimum connecting time.
*> -----------------------------------------------------------
3000-CHECK-PASSENGER.
    ADD 1 TO WS-ARR-IX
    PERFORM 3100-FIND-ONWARD THRU 3100-EXIT
    IF NOT WS-ONWARD-FOUND
        GO TO 3000-EXIT
    END-IF
    MOVE 'N' TO WS-FOUND-SW
    MOVE BOOK-FLT-NUMBER   TO FLT-NUMBER
    MOVE BOOK-FLT-DEP-DATE TO FLT-DEP-DATE
    READ FLIGHT-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    IF NOT WS-RECORD-FOUND
        GO TO 3000-EXIT
    END-IF
    IF NOT FLT-ACTIVE OR FLT-ORIGIN NOT = FOPS-DEST
        GO TO 3000-EXIT
    END-IF
    ADD 1 TO WS-CONNECT-COUNT
    MOVE FLT-DEP-DATE TO WS-CALC-DATE
    MOVE FLT-DEP-TIME TO WS-CALC-TIME
    PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
    COMPUTE WS-CONNECT-MINS = WS-CALC-MINS - WS-ARR-MINS
    IF WS-CONNECT-MINS >= WS-MCT
        GO TO 3000-EXIT
    END-IF
    ADD 1 TO WS-AT-RISK-COUNT
    PERFORM 8200-LOOKUP-CONTACT THRU 8200-EXIT
    PERFORM 3200-WRITE-WORKLIST-BLOCK THRU 3200-EXIT
    MOVE BOOK-STATUS TO WS-NTF-OLD-STATUS
    MOVE BOOK-STATUS TO WS-NTF-NEW-STATUS
    MOVE 'MCN'       TO WS-NTF-REASON
    PERFORM 8100-WRITE-NOTIFY THRU 8100-EXIT
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-FIND-ONWARD - the passenger's next live (confirmed or
*> waitlisted) segment on the same PNR, read forward on the
*> prime key from the arriving segment.  Leaves it in
*> BOOK-RECORD with WS-ONWARD-FOUND set.
*> -----------------------------------------------------------
3100-FIND-ONWARD.
    MOVE 'N' TO WS-ONWARD-SW
    MOVE 'N' TO WS-EOF-SW
    MOVE WS-AE-PNR(WS-ARR-IX) TO BOOK-PNR
    MOVE WS-AE-SEG(WS-ARR-IX) TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY > BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF OR WS-ONWARD-FOUND
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-PNR NOT = WS-AE-PNR(WS-ARR-IX)
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-PASS-ID = WS-AE-PASS-ID(WS-ARR-IX)
                       AND (BOOK-CONFIRMED OR BOOK-WAITLISTED)
                        MOVE 'Y' TO WS-ONWARD-SW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .
3100-EXIT.
    EXIT.

3200-WRITE-WORKLIST-BLOCK.
    MOVE WS-CONNECT-MINS TO WS-CONNECT-ED
    MOVE SPACES TO MISC-LINE
    STRING 'PNR ' BOOK-PNR ' SEG ' BOOK-SEG-SEQ
           ' ST ' BOOK-STATUS
           ' CL ' BOOK-FARE-CLASS
           ' SEAT ' BOOK-SEAT-NUMBER
           '  ' WS-NTF-NAME
        INTO MISC-LINE
    WRITE MISC-LINE
    MOVE SPACES TO MISC-LINE
    STRING '    ONWARD ' FLT-NUMBER ' ON ' FLT-DEP-DATE
           ' DEP ' FLT-DEP-TIME ' TO ' FLT-DEST
           '   CONNECT ' WS-CONNECT-ED ' MIN'
        INTO MISC-LINE
    WRITE MISC-LINE
    MOVE SPACES TO MISC-LINE
    STRING '    PHONE ' WS-NTF-PHONE
           '  E-MAIL ' WS-NTF-EMAIL
        INTO MISC-LINE
    WRITE MISC-LINE
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7300-CALC-MINUTES - WS-CALC-DATE/WS-CALC-TIME as minutes
*> from a fixed base.
*> -----------------------------------------------------------
7300-CALC-MINUTES.
    COMPUTE WS-CALC-MINS =
        FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
            + WS-CALC-HH * 60 + WS-CALC-MM
    .
7300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8100-WRITE-NOTIFY - appends one notification-extract entry
*> for the booking in BOOK-RECORD with the staged old/new
*> status and reason code, and the contact details
*> 8200-LOOKUP-CONTACT resolved for the worklist block.
*> -----------------------------------------------------------
8100-WRITE-NOTIFY.
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
    MOVE SPACES TO MISC-LINE
    WRITE MISC-LINE
    MOVE WS-ARRIVED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO MISC-LINE
    STRING 'PASSENGERS ARRIVED .......... ' WS-COUNT-ED
        INTO MISC-LINE
    WRITE MISC-LINE
    DISPLAY '  Passengers arrived ......... ' WS-COUNT-ED
    MOVE WS-CONNECT-COUNT TO WS-COUNT-ED
    MOVE SPACES TO MISC-LINE
    STRING 'ONWARD CONNECTIONS .......... ' WS-COUNT-ED
        INTO MISC-LINE
    WRITE MISC-LINE
    DISPLAY '  Onward connections ......... ' WS-COUNT-ED
    MOVE WS-AT-RISK-COUNT TO WS-COUNT-ED
    MOVE SPACES TO MISC-LINE
    STRING 'CONNECTIONS AT RISK ......... ' WS-COUNT-ED
        INTO MISC-LINE
    WRITE MISC-LINE
    DISPLAY '  Connections at risk ........ ' WS-COUNT-ED
    IF WS-SKIPPED-COUNT > ZERO
        MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
        MOVE SPACES TO MISC-LINE
        STRING 'NOT CHECKED - TABLE FULL .... ' WS-COUNT-ED
            INTO MISC-LINE
        WRITE MISC-LINE
        DISPLAY '  Not checked - table full ... ' WS-COUNT-ED
    END-IF
    .
9000-EXIT.
    EXIT.
