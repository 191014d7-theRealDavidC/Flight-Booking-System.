*> ---------------------------------------------------------------
*> APISGEN
*> Advance passenger information (APIS) transmission builder.
*>
*> Standalone batch program - run per departure from JCL once
*> check-in for it has closed, not from the AIRMAIN menu and not
*> in the NIGHTRUN stream.  Reads the one-line run card in
*> APIS-PARM-FILE for the flight number and departure date, and
*> refuses a departure STATION-MASTER does not make international
*> (neither end flagged).
*>
*> The border authority is told who is travelling once, then
*> only what changes.  APIS-SENT-LOG records every passenger
*> entry already transmitted for the departure:
*>
*>   nothing logged yet .. first run - every checked-in
*>                          passenger goes to APIS-TRANSMISSION-
*>                          FILE as an original message, action 'A'
*>   entries logged ....... a later run - APIS-AMENDMENT-FILE
*>                          carries only the differences:
*>                            'A' checked in since the last run
*>                            'C' travel document changed since
*>                            'D' sent before but no longer
*>                                checked in (offloaded, cancelled
*>                                or moved to another departure)
*>
*> Every entry sent is appended to APIS-SENT-LOG, so the next run
*> starts from what the authority now holds.  Only one of the two
*> message files is written on a run; the other is left empty,
*> and a run with nothing to send writes neither message.
*>
*> A checked-in passenger whose documents are incomplete or
*> expire before the flight arrives (the same rules CHECKIN
*> applies) is not transmitted but listed on APIS-EXCEPTION-
*> REPORT for the station, as is every confirmed passenger not
*> yet checked in.  Return code 4 when the station has
*> exceptions to clear, 8 when the run is abandoned.
*> Read-only against the masters.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  A booking master that will not open abandons
*>                   the run (RC 8) with nothing sent - the
*>                   offload pass no longer deletes every
*>                   passenger the authority holds.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. APISGEN.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APIS-PARM-FILE ASSIGN TO "APISPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FLIGHT-MASTER-FILE ASSIGN TO "FLIGHTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FLT-KEY
        FILE STATUS IS WS-FLIGHT-FILE-STATUS.
    SELECT STATION-MASTER-FILE ASSIGN TO "STATDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STAT-KEY
        FILE STATUS IS WS-STAT-FILE-STATUS.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT APIS-SENT-LOG ASSIGN TO "APISSENT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.
    SELECT APIS-TRANSMISSION-FILE ASSIGN TO "APISXMIT"
        ORGANIZATION IS SEQUENTIAL.
    SELECT APIS-AMENDMENT-FILE ASSIGN TO "APISAMND"
        ORGANIZATION IS SEQUENTIAL.
    SELECT APIS-EXCEPTION-REPORT ASSIGN TO "APISEXC"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  APIS-PARM-FILE.
COPY APISPARM.

FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

FD  STATION-MASTER-FILE.
COPY STATREC.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  APIS-SENT-LOG.
COPY APISSENT.

FD  APIS-TRANSMISSION-FILE.
COPY APISREC.

FD  APIS-AMENDMENT-FILE.
01  APIS-AMENDMENT-RECORD           PIC X(120).

FD  APIS-EXCEPTION-REPORT.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-INTL-SW                  PIC X VALUE 'N'.
        88  WS-INTL-DEPARTURE       VALUE 'Y'.
    05  WS-AMEND-SW                 PIC X VALUE 'N'.
        88  WS-AMENDMENT-RUN        VALUE 'Y'.
    05  WS-HDR-SW                   PIC X VALUE 'N'.
        88  WS-HEADER-WRITTEN       VALUE 'Y'.
    05  WS-SENT-FOUND-SW            PIC X VALUE 'N'.
        88  WS-SENT-FOUND           VALUE 'Y'.
    05  WS-PASS-FOUND-SW            PIC X VALUE 'N'.
        88  WS-PASSENGER-FOUND      VALUE 'Y'.
    05  WS-PASS-EOF-SW              PIC X VALUE 'N'.
        88  WS-PASS-EOF             VALUE 'Y'.
    05  WS-DOCS-SW                  PIC X VALUE 'N'.
        88  WS-DOCS-OK              VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-STAT-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-SENT-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-TODAY                         PIC 9(08) VALUE ZERO.
01  WS-NOW                           PIC 9(08) VALUE ZERO.
01  WS-TRAVEL-END-DATE               PIC 9(08) VALUE ZERO.

*> The departure, captured before the booking walk reuses the
*> record areas.
01  WS-DEPARTURE.
    05  WS-DEP-FLT-NUMBER            PIC X(06).
    05  WS-DEP-DATE                  PIC 9(08).
    05  WS-DEP-TIME                  PIC 9(04).
    05  WS-DEP-ORIGIN                PIC X(03).
    05  WS-DEP-ORIGIN-CTRY           PIC X(03).
    05  WS-DEP-DEST                  PIC X(03).
    05  WS-DEP-DEST-CTRY             PIC X(03).
    05  WS-DEP-ARR-DATE              PIC 9(08).
    05  WS-DEP-ARR-TIME              PIC 9(04).

*> What the authority holds for the departure - one entry per
*> booking segment ever sent, carrying the latest action logged.
77  WS-SENT-MAX                      PIC 9(03) COMP VALUE 999.
77  WS-SENT-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-SENT-IX                       PIC 9(05) COMP VALUE ZERO.
77  WS-SENT-JX                       PIC 9(05) COMP VALUE ZERO.
01  WS-SENT-TABLE.
    05  WS-SNT-ENTRY OCCURS 999 TIMES.
        10  WS-SNT-PNR               PIC X(06).
        10  WS-SNT-SEG-SEQ           PIC 9(02).
        10  WS-SNT-PASS-ID           PIC X(08).
        10  WS-SNT-ACTION            PIC X(01).
            88  WS-SNT-HELD          VALUE 'A' 'C'.
        10  WS-SNT-DOC-NUMBER        PIC X(12).
        10  WS-SNT-DOC-EXPIRY-DATE   PIC 9(08).
        10  WS-SNT-SEEN              PIC X(01).
01  WS-SRCH-PNR                      PIC X(06).
01  WS-SRCH-SEG-SEQ                  PIC 9(02).
01  WS-SRCH-PASS-ID                  PIC X(08).
01  WS-LAST-SEQ                      PIC 9(03) VALUE ZERO.
01  WS-RUN-SEQ                       PIC 9(03) VALUE ZERO.

*> The entry being sent.
01  WS-SEND-ACTION                   PIC X(01).
01  WS-SEND-SEAT                     PIC X(04).

*> Exception line fields.
01  WS-EXC-REASON                    PIC X(50).
01  WS-PASS-NAME                     PIC X(36).

77  WS-BOOK-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-CHECKED-IN-COUNT              PIC 9(05) COMP VALUE ZERO.
77  WS-PAX-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-ADD-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-DELETE-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-CHANGE-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-UNCHANGED-COUNT               PIC 9(05) COMP VALUE ZERO.
77  WS-EXC-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-SEQ-ED                        PIC ZZ9.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(12) VALUE '  PNR    SG '.
    05  FILLER                       PIC X(09) VALUE 'PASS-ID  '.
    05  FILLER                       PIC X(38) VALUE 'PASSENGER'.
    05  FILLER                       PIC X(05) VALUE 'SEAT '.
    05  FILLER                       PIC X(09) VALUE 'EXCEPTION'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-PNR                       PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-SEG-SEQ                   PIC 9(02).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-ID                   PIC X(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-NAME                 PIC X(36).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-SEAT                      PIC X(04).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-REASON                    PIC X(50).

01  WS-TOTAL-LINE.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  TL-LABEL                     PIC X(40).
    05  TL-COUNT                     PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        PERFORM 2000-LOAD-SENT-LOG THRU 2000-EXIT
    END-IF
    IF WS-PARM-OK
        OPEN OUTPUT APIS-TRANSMISSION-FILE
        OPEN OUTPUT APIS-AMENDMENT-FILE
        PERFORM 3000-SCAN-BOOKINGS THRU 3000-EXIT
*> With the departure's bookings unread, nobody was seen - the
*> offload pass would delete the authority's whole manifest.
        IF WS-PARM-OK
            PERFORM 4000-SEND-OFFLOADS THRU 4000-EXIT
            PERFORM 5300-WRITE-MSG-TRAILER THRU 5300-EXIT
        END-IF
        CLOSE APIS-TRANSMISSION-FILE
        CLOSE APIS-AMENDMENT-FILE
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE APIS-EXCEPTION-REPORT
        IF WS-PARM-OK AND WS-EXC-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

*> -----------------------------------------------------------
*> 1000-INITIALIZE - run card, departure and stations.  A
*> departure not on file or cancelled abandons the run; one
*> that is not international has nothing to send.
*> -----------------------------------------------------------
1000-INITIALIZE.
    DISPLAY ' '
    DISPLAY '-- APIS Transmission (APISGEN) --'
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW FROM TIME
    OPEN INPUT APIS-PARM-FILE
    READ APIS-PARM-FILE
        AT END
            DISPLAY 'APISGEN - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE APIS-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    MOVE APIS-PARM-FLT-NUMBER TO WS-DEP-FLT-NUMBER
    MOVE APIS-PARM-DEP-DATE   TO WS-DEP-DATE
    DISPLAY '  Departure: ' WS-DEP-FLT-NUMBER ' ' WS-DEP-DATE
    PERFORM 1100-FIND-FLIGHT THRU 1100-EXIT
    IF NOT WS-PARM-OK
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-CHECK-INTERNATIONAL THRU 1200-EXIT
    IF NOT WS-INTL-DEPARTURE
        DISPLAY 'APISGEN - ' WS-DEP-ORIGIN '-' WS-DEP-DEST
            ' is not an international departure, nothing sent.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 4 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        DISPLAY 'APISGEN - no passenger master on disk,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    CLOSE PASSENGER-MASTER-FILE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-FIND-FLIGHT - keyed READ of the departure named on the
*> card; captures what the message header reports.
*> -----------------------------------------------------------
1100-FIND-FLIGHT.
    MOVE 'N' TO WS-PARM-SW
    OPEN INPUT FLIGHT-MASTER-FILE
    IF WS-FLIGHT-FILE-STATUS NOT = '00'
        DISPLAY 'APISGEN - flight master file error, status '
            WS-FLIGHT-FILE-STATUS
        GO TO 1100-EXIT
    END-IF
    MOVE WS-DEP-FLT-NUMBER TO FLT-NUMBER
    MOVE WS-DEP-DATE       TO FLT-DEP-DATE
    READ FLIGHT-MASTER-FILE
        INVALID KEY
            DISPLAY 'APISGEN - flight not on file, run abandoned.'
        NOT INVALID KEY
            IF FLT-CANCELLED
                DISPLAY 'APISGEN - flight is cancelled,'
                    ' run abandoned.'
            ELSE
                MOVE 'Y' TO WS-PARM-SW
                MOVE FLT-DEP-TIME TO WS-DEP-TIME
                MOVE FLT-ORIGIN   TO WS-DEP-ORIGIN
                MOVE FLT-DEST     TO WS-DEP-DEST
                MOVE FLT-ARR-DATE TO WS-DEP-ARR-DATE
                MOVE FLT-ARR-TIME TO WS-DEP-ARR-TIME
            END-IF
    END-READ
    CLOSE FLIGHT-MASTER-FILE
    IF FLT-ARR-DATE NUMERIC AND FLT-ARR-DATE > FLT-DEP-DATE
        MOVE FLT-ARR-DATE TO WS-TRAVEL-END-DATE
    ELSE
        MOVE FLT-DEP-DATE TO WS-TRAVEL-END-DATE
    END-IF
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1200-CHECK-INTERNATIONAL - international when either end is
*> a station STATION-MASTER flags international, as CHECKIN
*> decides it.  Also picks up each end's country for the
*> header; a station not on file counts as domestic.
*> -----------------------------------------------------------
1200-CHECK-INTERNATIONAL.
    MOVE 'N' TO WS-INTL-SW
    MOVE SPACES TO WS-DEP-ORIGIN-CTRY
    MOVE SPACES TO WS-DEP-DEST-CTRY
    OPEN INPUT STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        GO TO 1200-EXIT
    END-IF
    MOVE WS-DEP-ORIGIN TO STAT-CODE
    READ STATION-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE STAT-COUNTRY TO WS-DEP-ORIGIN-CTRY
            IF STAT-INTERNATIONAL
                MOVE 'Y' TO WS-INTL-SW
            END-IF
    END-READ
    MOVE WS-DEP-DEST TO STAT-CODE
    READ STATION-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE STAT-COUNTRY TO WS-DEP-DEST-CTRY
            IF STAT-INTERNATIONAL
                MOVE 'Y' TO WS-INTL-SW
            END-IF
    END-READ
    CLOSE STATION-MASTER-FILE
    .
1200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-LOAD-SENT-LOG - rebuilds what the authority holds for
*> this departure from APIS-SENT-LOG.  No log on disk, or no
*> entries for the departure, makes this the first run.  A
*> departure with more segments logged than the table holds is
*> abandoned rather than sent on a partial picture.
*> -----------------------------------------------------------
2000-LOAD-SENT-LOG.
    MOVE ZERO TO WS-SENT-COUNT
    MOVE ZERO TO WS-LAST-SEQ
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT APIS-SENT-LOG
    IF WS-SENT-FILE-STATUS NOT = '00'
        MOVE 'Y' TO WS-EOF-SW
    END-IF
    PERFORM UNTIL WS-EOF OR NOT WS-PARM-OK
        READ APIS-SENT-LOG
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF SENT-FLT-NUMBER = WS-DEP-FLT-NUMBER
                   AND SENT-FLT-DEP-DATE = WS-DEP-DATE
                    PERFORM 2100-POST-SENT-ENTRY THRU 2100-EXIT
                END-IF
        END-READ
    END-PERFORM
    IF WS-SENT-FILE-STATUS = '00' OR WS-SENT-FILE-STATUS = '10'
        CLOSE APIS-SENT-LOG
    END-IF
    IF NOT WS-PARM-OK
        DISPLAY 'APISGEN - more than ' WS-SENT-MAX
            ' segments logged for the departure, run abandoned.'
        MOVE 8 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    COMPUTE WS-RUN-SEQ = WS-LAST-SEQ + 1
    MOVE WS-RUN-SEQ TO WS-SEQ-ED
    IF WS-SENT-COUNT > ZERO
        MOVE 'Y' TO WS-AMEND-SW
        DISPLAY '  Amendment run ' WS-SEQ-ED ' - '
            WS-SENT-COUNT ' segments previously sent.'
    ELSE
        DISPLAY '  First transmission for the departure.'
    END-IF
    OPEN OUTPUT APIS-EXCEPTION-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING 'APIS EXCEPTIONS - FLIGHT ' WS-DEP-FLT-NUMBER
           ' ' WS-DEP-DATE '  ' WS-DEP-ORIGIN '-' WS-DEP-DEST
           '  RUN ' WS-SEQ-ED '  ON ' WS-TODAY
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2100-POST-SENT-ENTRY - the log is in the order written, so
*> a later line for the same segment replaces the earlier one.
*> -----------------------------------------------------------
2100-POST-SENT-ENTRY.
    IF SENT-SEQ > WS-LAST-SEQ
        MOVE SENT-SEQ TO WS-LAST-SEQ
    END-IF
    MOVE SENT-PNR     TO WS-SRCH-PNR
    MOVE SENT-SEG-SEQ TO WS-SRCH-SEG-SEQ
    PERFORM 2200-FIND-SENT-ENTRY THRU 2200-EXIT
    IF NOT WS-SENT-FOUND
        IF WS-SENT-COUNT >= WS-SENT-MAX
            MOVE 'N' TO WS-PARM-SW
            GO TO 2100-EXIT
        END-IF
        ADD 1 TO WS-SENT-COUNT
        MOVE WS-SENT-COUNT TO WS-SENT-IX
        MOVE SENT-PNR      TO WS-SNT-PNR (WS-SENT-IX)
        MOVE SENT-SEG-SEQ  TO WS-SNT-SEG-SEQ (WS-SENT-IX)
    END-IF
    MOVE SENT-PASS-ID         TO WS-SNT-PASS-ID (WS-SENT-IX)
    MOVE SENT-ACTION          TO WS-SNT-ACTION (WS-SENT-IX)
    MOVE SENT-DOC-NUMBER      TO WS-SNT-DOC-NUMBER (WS-SENT-IX)
    MOVE SENT-DOC-EXPIRY-DATE
        TO WS-SNT-DOC-EXPIRY-DATE (WS-SENT-IX)
    MOVE 'N'                  TO WS-SNT-SEEN (WS-SENT-IX)
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2200-FIND-SENT-ENTRY - WS-SRCH-PNR/SEG-SEQ in the sent table;
*> WS-SENT-IX points at it when found.
*> -----------------------------------------------------------
2200-FIND-SENT-ENTRY.
    MOVE 'N' TO WS-SENT-FOUND-SW
    MOVE 1 TO WS-SENT-JX
    PERFORM UNTIL WS-SENT-JX > WS-SENT-COUNT OR WS-SENT-FOUND
        IF WS-SNT-PNR (WS-SENT-JX) = WS-SRCH-PNR
           AND WS-SNT-SEG-SEQ (WS-SENT-JX) = WS-SRCH-SEG-SEQ
            MOVE 'Y' TO WS-SENT-FOUND-SW
            MOVE WS-SENT-JX TO WS-SENT-IX
        END-IF
        ADD 1 TO WS-SENT-JX
    END-PERFORM
    .
2200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-SCAN-BOOKINGS - walks the departure down the
*> BOOK-FLT-KEY alternate path.  Only confirmed segments matter;
*> a cancelled, waitlisted or no-show segment the authority
*> still holds is offloaded by 4000-SEND-OFFLOADS.  A booking
*> master that will not open abandons the run before anything
*> is sent.
*> -----------------------------------------------------------
3000-SCAN-BOOKINGS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY 'APISGEN - booking master file error, status '
            WS-BOOK-FILE-STATUS ' - run abandoned, nothing sent.'
        MOVE SPACES TO REPORT-LINE
        STRING '** BOOKING MASTER UNREADABLE, STATUS '
               WS-BOOK-FILE-STATUS ' - NOTHING SENT **'
            INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 3000-EXIT
    END-IF
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
                    IF BOOK-CONFIRMED
                        PERFORM 3100-PROCESS-BOOKING THRU 3100-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-PROCESS-BOOKING - one confirmed segment.  A segment the
*> authority holds with the same document is left alone; one it
*> holds with a different document is re-sent as a change.  A
*> segment whose passenger fails the document check is marked
*> seen - it stays checked in, and offloading it from the
*> authority's list is the gate's decision, not this run's.
*> -----------------------------------------------------------
3100-PROCESS-BOOKING.
    ADD 1 TO WS-BOOK-COUNT
    MOVE BOOK-PASS-ID TO WS-SRCH-PASS-ID
    PERFORM 3200-FIND-PASSENGER THRU 3200-EXIT
    IF NOT BOOK-CHECKED-IN
        MOVE 'NOT CHECKED IN - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-CHECKED-IN-COUNT
    MOVE BOOK-PNR     TO WS-SRCH-PNR
    MOVE BOOK-SEG-SEQ TO WS-SRCH-SEG-SEQ
    PERFORM 2200-FIND-SENT-ENTRY THRU 2200-EXIT
    IF WS-SENT-FOUND
        MOVE 'Y' TO WS-SNT-SEEN (WS-SENT-IX)
    END-IF
    IF NOT WS-PASSENGER-FOUND
        MOVE 'PASSENGER NOT ON FILE - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        GO TO 3100-EXIT
    END-IF
    PERFORM 3300-CHECK-DOCUMENTS THRU 3300-EXIT
    IF NOT WS-DOCS-OK
        GO TO 3100-EXIT
    END-IF
    MOVE BOOK-SEAT-NUMBER TO WS-SEND-SEAT
    EVALUATE TRUE
        WHEN NOT WS-SENT-FOUND
            MOVE 'A' TO WS-SEND-ACTION
        WHEN NOT WS-SNT-HELD (WS-SENT-IX)
            MOVE 'A' TO WS-SEND-ACTION
        WHEN PASS-PASSPORT-NO NOT = WS-SNT-DOC-NUMBER (WS-SENT-IX)
            MOVE 'C' TO WS-SEND-ACTION
        WHEN PASS-DOC-EXPIRY-DATE
                NOT = WS-SNT-DOC-EXPIRY-DATE (WS-SENT-IX)
            MOVE 'C' TO WS-SEND-ACTION
        WHEN OTHER
            ADD 1 TO WS-UNCHANGED-COUNT
            GO TO 3100-EXIT
    END-EVALUATE
    PERFORM 5000-SEND-PASSENGER THRU 5000-EXIT
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-FIND-PASSENGER - sequential scan of PASSENGER-MASTER
*> for WS-SRCH-PASS-ID; builds the report name as it goes.
*> -----------------------------------------------------------
3200-FIND-PASSENGER.
    MOVE 'N' TO WS-PASS-FOUND-SW
    MOVE 'N' TO WS-PASS-EOF-SW
    MOVE 'UNKNOWN PASSENGER' TO WS-PASS-NAME
    OPEN INPUT PASSENGER-MASTER-FILE
    PERFORM UNTIL WS-PASS-EOF OR WS-PASSENGER-FOUND
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-PASS-EOF-SW
            NOT AT END
                IF PASS-ID = WS-SRCH-PASS-ID
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
*> 3300-CHECK-DOCUMENTS - the rules CHECKIN applies at the
*> desk: a complete travel document valid until the flight
*> arrives.  Each gap is its own exception line.
*> -----------------------------------------------------------
3300-CHECK-DOCUMENTS.
    MOVE 'Y' TO WS-DOCS-SW
    IF PASS-PASSPORT-NO = SPACES OR NOT PASS-DOC-TYPE-VALID
        MOVE 'DOCUMENT NUMBER/TYPE MISSING - NOT SENT'
            TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-DOC-ISSUE-CTRY = SPACES
        MOVE 'ISSUING COUNTRY MISSING - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-NATIONALITY = SPACES
        MOVE 'NATIONALITY MISSING - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-BIRTH-DATE NOT NUMERIC OR PASS-BIRTH-DATE = ZERO
        MOVE 'DATE OF BIRTH MISSING - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF NOT PASS-GENDER-VALID
        MOVE 'GENDER MISSING - NOT SENT' TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    END-IF
    IF PASS-DOC-EXPIRY-DATE NOT NUMERIC
       OR PASS-DOC-EXPIRY-DATE = ZERO
        MOVE 'DOCUMENT EXPIRY DATE MISSING - NOT SENT'
            TO WS-EXC-REASON
        PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
        MOVE 'N' TO WS-DOCS-SW
    ELSE
        IF PASS-DOC-EXPIRY-DATE < WS-TRAVEL-END-DATE
            MOVE SPACES TO WS-EXC-REASON
            STRING 'DOCUMENT EXPIRES ' PASS-DOC-EXPIRY-DATE
                   ' BEFORE TRAVEL - NOT SENT'
                INTO WS-EXC-REASON
            PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
            MOVE 'N' TO WS-DOCS-SW
        END-IF
    END-IF
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-SEND-OFFLOADS - every segment the authority still
*> holds that this run did not find checked in is offloaded.
*> Only an amendment run can have any.
*> -----------------------------------------------------------
4000-SEND-OFFLOADS.
    MOVE 1 TO WS-SENT-IX
    PERFORM UNTIL WS-SENT-IX > WS-SENT-COUNT
        IF WS-SNT-HELD (WS-SENT-IX)
           AND WS-SNT-SEEN (WS-SENT-IX) NOT = 'Y'
            PERFORM 4100-SEND-OFFLOAD THRU 4100-EXIT
        END-IF
        ADD 1 TO WS-SENT-IX
    END-PERFORM
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4100-SEND-OFFLOAD - the deletion carries the details the
*> authority was sent.  The passenger record supplies the
*> name; the document is the one logged, in case it has been
*> changed since.  A passenger gone from the master still goes
*> by PNR and document number.
*> -----------------------------------------------------------
4100-SEND-OFFLOAD.
    MOVE WS-SNT-PASS-ID (WS-SENT-IX) TO WS-SRCH-PASS-ID
    PERFORM 3200-FIND-PASSENGER THRU 3200-EXIT
    IF NOT WS-PASSENGER-FOUND
        MOVE SPACES TO PASS-RECORD
        MOVE ZERO TO PASS-BIRTH-DATE
    END-IF
    MOVE WS-SNT-PASS-ID (WS-SENT-IX)    TO PASS-ID
    MOVE WS-SNT-DOC-NUMBER (WS-SENT-IX) TO PASS-PASSPORT-NO
    MOVE WS-SNT-DOC-EXPIRY-DATE (WS-SENT-IX)
        TO PASS-DOC-EXPIRY-DATE
    MOVE WS-SNT-PNR (WS-SENT-IX)        TO BOOK-PNR
    MOVE WS-SNT-SEG-SEQ (WS-SENT-IX)    TO BOOK-SEG-SEQ
    MOVE SPACES                         TO WS-SEND-SEAT
    MOVE 'D'                            TO WS-SEND-ACTION
    PERFORM 5000-SEND-PASSENGER THRU 5000-EXIT
    .
4100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-SEND-PASSENGER - PASS-RECORD and BOOK-PNR/SEG-SEQ on
*> entry; WS-SEND-ACTION says what the authority is told.
*> Writes the passenger entry to the run's message, headed on
*> its first entry, and logs it.
*> -----------------------------------------------------------
5000-SEND-PASSENGER.
    IF NOT WS-HEADER-WRITTEN
        PERFORM 5100-WRITE-MSG-HEADER THRU 5100-EXIT
    END-IF
    MOVE SPACES TO APIS-RECORD
    MOVE 'P'                  TO APIS-REC-TYPE
    MOVE WS-SEND-ACTION       TO APIS-PAX-ACTION
    MOVE PASS-LAST-NAME       TO APIS-PAX-LAST-NAME
    MOVE PASS-FIRST-NAME      TO APIS-PAX-FIRST-NAME
    MOVE PASS-GENDER          TO APIS-PAX-GENDER
    MOVE PASS-BIRTH-DATE      TO APIS-PAX-BIRTH-DATE
    MOVE PASS-NATIONALITY     TO APIS-PAX-NATIONALITY
    MOVE PASS-DOC-TYPE        TO APIS-PAX-DOC-TYPE
    MOVE PASS-PASSPORT-NO     TO APIS-PAX-DOC-NUMBER
    MOVE PASS-DOC-ISSUE-CTRY  TO APIS-PAX-DOC-ISSUE-CTRY
    MOVE PASS-DOC-EXPIRY-DATE TO APIS-PAX-DOC-EXPIRY-DATE
    MOVE BOOK-PNR             TO APIS-PAX-PNR
    MOVE BOOK-SEG-SEQ         TO APIS-PAX-SEG-SEQ
    MOVE WS-SEND-SEAT         TO APIS-PAX-SEAT
    MOVE PASS-ID              TO APIS-PAX-PASS-ID
    PERFORM 5400-WRITE-MESSAGE THRU 5400-EXIT
    ADD 1 TO WS-PAX-COUNT
    EVALUATE WS-SEND-ACTION
        WHEN 'A'
            ADD 1 TO WS-ADD-COUNT
        WHEN 'C'
            ADD 1 TO WS-CHANGE-COUNT
        WHEN 'D'
            ADD 1 TO WS-DELETE-COUNT
    END-EVALUATE
    PERFORM 5200-LOG-SENT THRU 5200-EXIT
    .
5000-EXIT.
    EXIT.

5100-WRITE-MSG-HEADER.
    MOVE 'Y' TO WS-HDR-SW
    MOVE SPACES TO APIS-RECORD
    MOVE 'H' TO APIS-REC-TYPE
    IF WS-AMENDMENT-RUN
        MOVE 'AMND' TO APIS-HDR-MSG-TYPE
    ELSE
        MOVE 'ORIG' TO APIS-HDR-MSG-TYPE
    END-IF
    MOVE WS-DEP-FLT-NUMBER  TO APIS-HDR-FLT-NUMBER
    MOVE WS-DEP-DATE        TO APIS-HDR-DEP-DATE
    MOVE WS-DEP-TIME        TO APIS-HDR-DEP-TIME
    MOVE WS-DEP-ORIGIN      TO APIS-HDR-ORIGIN
    MOVE WS-DEP-ORIGIN-CTRY TO APIS-HDR-ORIGIN-CTRY
    MOVE WS-DEP-DEST        TO APIS-HDR-DEST
    MOVE WS-DEP-DEST-CTRY   TO APIS-HDR-DEST-CTRY
    MOVE WS-DEP-ARR-DATE    TO APIS-HDR-ARR-DATE
    MOVE WS-DEP-ARR-TIME    TO APIS-HDR-ARR-TIME
    MOVE WS-TODAY           TO APIS-HDR-SENT-DATE
    MOVE WS-NOW             TO APIS-HDR-SENT-TIME
    MOVE WS-RUN-SEQ         TO APIS-HDR-SEQ
    PERFORM 5400-WRITE-MESSAGE THRU 5400-EXIT
    .
5100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5200-LOG-SENT - appends the entry just sent to the log,
*> creating the log on the first run for any departure.
*> -----------------------------------------------------------
5200-LOG-SENT.
    OPEN EXTEND APIS-SENT-LOG
    IF WS-SENT-FILE-STATUS NOT = '00'
        OPEN OUTPUT APIS-SENT-LOG
    END-IF
    MOVE SPACES TO SENT-RECORD
    MOVE WS-DEP-FLT-NUMBER    TO SENT-FLT-NUMBER
    MOVE WS-DEP-DATE          TO SENT-FLT-DEP-DATE
    MOVE BOOK-PNR             TO SENT-PNR
    MOVE BOOK-SEG-SEQ         TO SENT-SEG-SEQ
    MOVE PASS-ID              TO SENT-PASS-ID
    MOVE WS-SEND-ACTION       TO SENT-ACTION
    MOVE PASS-PASSPORT-NO     TO SENT-DOC-NUMBER
    MOVE PASS-DOC-EXPIRY-DATE TO SENT-DOC-EXPIRY-DATE
    MOVE WS-TODAY             TO SENT-DATE
    MOVE WS-NOW               TO SENT-TIME
    MOVE WS-RUN-SEQ           TO SENT-SEQ
    WRITE SENT-RECORD
    CLOSE APIS-SENT-LOG
    .
5200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5300-WRITE-MSG-TRAILER - closes a message that was started;
*> a run with nothing to send wrote no header and needs none.
*> -----------------------------------------------------------
5300-WRITE-MSG-TRAILER.
    IF NOT WS-HEADER-WRITTEN
        GO TO 5300-EXIT
    END-IF
    MOVE SPACES TO APIS-RECORD
    MOVE 'T'             TO APIS-REC-TYPE
    MOVE WS-PAX-COUNT    TO APIS-TRL-PAX-COUNT
    MOVE WS-ADD-COUNT    TO APIS-TRL-ADD-COUNT
    MOVE WS-DELETE-COUNT TO APIS-TRL-DELETE-COUNT
    MOVE WS-CHANGE-COUNT TO APIS-TRL-CHANGE-COUNT
    PERFORM 5400-WRITE-MESSAGE THRU 5400-EXIT
    .
5300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5400-WRITE-MESSAGE - APIS-RECORD goes to the original
*> transmission on a first run, to the amendment otherwise.
*> -----------------------------------------------------------
5400-WRITE-MESSAGE.
    IF WS-AMENDMENT-RUN
        WRITE APIS-AMENDMENT-RECORD FROM APIS-RECORD
    ELSE
        WRITE APIS-RECORD
    END-IF
    .
5400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6000-WRITE-EXCEPTION - BOOK-RECORD and WS-PASS-NAME on
*> entry; WS-EXC-REASON says what the station has to clear.
*> -----------------------------------------------------------
6000-WRITE-EXCEPTION.
    ADD 1 TO WS-EXC-COUNT
    MOVE BOOK-PNR         TO RD-PNR
    MOVE BOOK-SEG-SEQ     TO RD-SEG-SEQ
    MOVE BOOK-PASS-ID     TO RD-PASS-ID
    MOVE WS-PASS-NAME     TO RD-PASS-NAME
    MOVE BOOK-SEAT-NUMBER TO RD-SEAT
    MOVE WS-EXC-REASON    TO RD-REASON
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    .
6000-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'CONFIRMED SEGMENTS' TO TL-LABEL
    MOVE WS-BOOK-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'CHECKED IN' TO TL-LABEL
    MOVE WS-CHECKED-IN-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PASSENGERS ADDED' TO TL-LABEL
    MOVE WS-ADD-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'DOCUMENT CHANGES SENT' TO TL-LABEL
    MOVE WS-CHANGE-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PASSENGERS OFFLOADED' TO TL-LABEL
    MOVE WS-DELETE-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'ALREADY SENT, UNCHANGED' TO TL-LABEL
    MOVE WS-UNCHANGED-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'EXCEPTIONS FOR THE STATION' TO TL-LABEL
    MOVE WS-EXC-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-AMENDMENT-RUN
        DISPLAY '  Amendment entries .... ' WS-PAX-COUNT
    ELSE
        DISPLAY '  Passengers sent ...... ' WS-PAX-COUNT
    END-IF
    DISPLAY '  Exceptions ........... ' WS-EXC-COUNT
    .
9000-EXIT.
    EXIT.
