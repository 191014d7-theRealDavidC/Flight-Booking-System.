*> ---------------------------------------------------------------
*> OTPRPT
*> Nightly on-time performance report.
*>
*> Standalone batch program - not on the AIRMAIN menu, run in the
*> nightly stream after FLTCLOSE.  Reports on-time performance
*> for the operating day just ended (yesterday) and for the
*> month to date, from the completed FLIGHT-OPS records ops
*> control enters through FLTOPS (see FOPSREC):
*>
*>   - by route (origin-destination) and by flight number:
*>     flights operated, departures and arrivals on time, the
*>     arrival on-time percentage and the departure delay
*>     minutes;
*>   - by delay cause: every standard delay code charged in the
*>     period with its cause group, how often it was used and
*>     the minutes charged to it.
*>
*> On time means within 15 minutes of the schedule - off-block
*> for a departure, on-block for an arrival - the industry
*> standard the airport slot reports use.  A departure whose
*> operations record is still incomplete (no on-block yet) is
*> left out until it is complete.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. OTPRPT.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FLIGHT-OPS-FILE ASSIGN TO "FOPSDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FOPS-KEY
        FILE STATUS IS WS-FOPS-FILE-STATUS.
    SELECT OTP-REPORT-FILE ASSIGN TO "OTPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  FLIGHT-OPS-FILE.
COPY FOPSREC.

FD  OTP-REPORT-FILE.
01  OTP-LINE                        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-DAY-SW                   PIC X VALUE 'N'.
        88  WS-IN-DAY               VALUE 'Y'.
    05  WS-FOPS-OPEN-SW             PIC X VALUE 'N'.
        88  WS-FOPS-OPEN            VALUE 'Y'.

01  WS-FOPS-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-TODAY                        PIC 9(08).
77  WS-TODAY-INT                     PIC 9(07) COMP VALUE ZERO.
01  WS-REPORT-DATE                  PIC 9(08).
01  WS-MONTH-START.
    05  WS-MONTH-START-YM            PIC 9(06).
    05  WS-MONTH-START-DD            PIC 9(02).

*> On time is within this many minutes of the schedule.
77  WS-OTP-TOLERANCE                 PIC 9(03) COMP VALUE 15.

77  WS-OPS-READ                      PIC 9(07) COMP VALUE ZERO.
77  WS-OPS-REPORTED                  PIC 9(07) COMP VALUE ZERO.
77  WS-DEP-ON-TIME                   PIC 9(01) COMP VALUE ZERO.
77  WS-ARR-ON-TIME                   PIC 9(01) COMP VALUE ZERO.
77  WS-CODE-IX                       PIC 9(01) COMP VALUE ZERO.
77  WS-CAUSE-IX                      PIC 9(03) COMP VALUE ZERO.

*> Day and month-to-date counters, one set per route, per
*> flight number and for the whole operation.  The same shape
*> serves all three so one roll-up and one print paragraph do.
01  WS-ROUTE-TABLE.
    05  WS-ROUTE-COUNT               PIC 9(03) COMP VALUE ZERO.
    05  WS-RT-ENTRY OCCURS 300 TIMES.
        10  WS-RT-KEY                PIC X(07).
        10  WS-RT-COUNTS.
            15  WS-RT-DAY-FLTS       PIC 9(05) COMP.
            15  WS-RT-DAY-DEP-OT     PIC 9(05) COMP.
            15  WS-RT-DAY-ARR-OT     PIC 9(05) COMP.
            15  WS-RT-DAY-MINS       PIC 9(07) COMP.
            15  WS-RT-MTD-FLTS       PIC 9(05) COMP.
            15  WS-RT-MTD-DEP-OT     PIC 9(05) COMP.
            15  WS-RT-MTD-ARR-OT     PIC 9(05) COMP.
            15  WS-RT-MTD-MINS       PIC 9(07) COMP.
77  WS-RT-IX                         PIC 9(03) COMP VALUE ZERO.

01  WS-FLIGHT-TABLE.
    05  WS-FLIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
    05  WS-FN-ENTRY OCCURS 500 TIMES.
        10  WS-FN-KEY                PIC X(07).
        10  WS-FN-COUNTS.
            15  WS-FN-DAY-FLTS       PIC 9(05) COMP.
            15  WS-FN-DAY-DEP-OT     PIC 9(05) COMP.
            15  WS-FN-DAY-ARR-OT     PIC 9(05) COMP.
            15  WS-FN-DAY-MINS       PIC 9(07) COMP.
            15  WS-FN-MTD-FLTS       PIC 9(05) COMP.
            15  WS-FN-MTD-DEP-OT     PIC 9(05) COMP.
            15  WS-FN-MTD-ARR-OT     PIC 9(05) COMP.
            15  WS-FN-MTD-MINS       PIC 9(07) COMP.
77  WS-FN-IX                         PIC 9(03) COMP VALUE ZERO.
77  WS-TABLE-FULL-COUNT              PIC 9(05) COMP VALUE ZERO.

01  WS-ALL-KEY                       PIC X(07) VALUE 'ALL'.
01  WS-ALL-COUNTS.
    05  WS-ALL-DAY-FLTS              PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-DAY-DEP-OT            PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-DAY-ARR-OT            PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-DAY-MINS              PIC 9(07) COMP VALUE ZERO.
    05  WS-ALL-MTD-FLTS              PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-MTD-DEP-OT            PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-MTD-ARR-OT            PIC 9(05) COMP VALUE ZERO.
    05  WS-ALL-MTD-MINS              PIC 9(07) COMP VALUE ZERO.

*> The counters being printed, moved in from whichever table
*> entry 3100-PRINT-COUNTS is printing.
01  WS-PRT-KEY                       PIC X(07).
01  WS-PRT-COUNTS.
    05  WS-PRT-DAY-FLTS              PIC 9(05) COMP.
    05  WS-PRT-DAY-DEP-OT            PIC 9(05) COMP.
    05  WS-PRT-DAY-ARR-OT            PIC 9(05) COMP.
    05  WS-PRT-DAY-MINS              PIC 9(07) COMP.
    05  WS-PRT-MTD-FLTS              PIC 9(05) COMP.
    05  WS-PRT-MTD-DEP-OT            PIC 9(05) COMP.
    05  WS-PRT-MTD-ARR-OT            PIC 9(05) COMP.
    05  WS-PRT-MTD-MINS              PIC 9(07) COMP.

*> Delay causes, indexed directly by the two-digit code.
01  WS-CAUSE-TABLE.
    05  WS-CS-ENTRY OCCURS 99 TIMES.
        10  WS-CS-DAY-COUNT          PIC 9(05) COMP.
        10  WS-CS-DAY-MINS           PIC 9(07) COMP.
        10  WS-CS-MTD-COUNT          PIC 9(05) COMP.
        10  WS-CS-MTD-MINS           PIC 9(07) COMP.
01  WS-CAUSE-GROUP                   PIC X(26).

77  WS-PCT                           PIC 9(03)V9 VALUE ZERO.

01  WS-DETAIL-LINE.
    05  OL-KEY                       PIC X(07).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-DAY-FLTS                  PIC ZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-DAY-DEP-OT                PIC ZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-DAY-ARR-OT                PIC ZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-DAY-PCT                   PIC ZZ9.9.
    05  FILLER                       PIC X(01) VALUE '%'.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  OL-DAY-MINS                  PIC ZZZZZ9.
    05  FILLER                       PIC X(05) VALUE SPACES.
    05  OL-MTD-FLTS                  PIC ZZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-MTD-DEP-OT                PIC ZZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-MTD-ARR-OT                PIC ZZZZ9.
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  OL-MTD-PCT                   PIC ZZ9.9.
    05  FILLER                       PIC X(01) VALUE '%'.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  OL-MTD-MINS                  PIC ZZZZZZ9.

01  WS-CAUSE-LINE.
    05  CL-CODE                      PIC 9(02).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-GROUP                     PIC X(26).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-DAY-COUNT                 PIC ZZZ9.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-DAY-MINS                  PIC ZZZZZ9.
    05  FILLER                       PIC X(05) VALUE SPACES.
    05  CL-MTD-COUNT                 PIC ZZZZ9.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-MTD-MINS                  PIC ZZZZZZ9.

01  WS-EDIT-FIELDS.
    05  WS-COUNT-ED                  PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM UNTIL WS-EOF
        READ FLIGHT-OPS-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-OPS-READ
                IF FOPS-COMPLETE
                   AND FOPS-DEP-DATE >= WS-MONTH-START
                   AND FOPS-DEP-DATE <= WS-REPORT-DATE
                    PERFORM 2000-TALLY-DEPARTURE THRU 2000-EXIT
                END-IF
        END-READ
    END-PERFORM
    PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
    PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
    IF WS-FOPS-OPEN
        CLOSE FLIGHT-OPS-FILE
    END-IF
    CLOSE OTP-REPORT-FILE
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- On-Time Performance Report (OTPRPT) --'
    DISPLAY '  Run date: ' WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    COMPUTE WS-REPORT-DATE =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
    MOVE WS-REPORT-DATE(1:6) TO WS-MONTH-START-YM
    MOVE 01 TO WS-MONTH-START-DD
    DISPLAY '  Operating day: ' WS-REPORT-DATE
        '  month from: ' WS-MONTH-START
    MOVE ZERO TO WS-CAUSE-IX
    PERFORM UNTIL WS-CAUSE-IX >= 99
        ADD 1 TO WS-CAUSE-IX
        MOVE ZERO TO WS-CS-DAY-COUNT(WS-CAUSE-IX)
        MOVE ZERO TO WS-CS-DAY-MINS(WS-CAUSE-IX)
        MOVE ZERO TO WS-CS-MTD-COUNT(WS-CAUSE-IX)
        MOVE ZERO TO WS-CS-MTD-MINS(WS-CAUSE-IX)
    END-PERFORM
*> No operations file on disk yet is an empty report, not a
*> failed run - no actuals have been entered.
    OPEN INPUT FLIGHT-OPS-FILE
    IF WS-FOPS-FILE-STATUS NOT = '00'
        DISPLAY '  No flight-operations actuals on file yet.'
        MOVE 'Y' TO WS-EOF-SW
    ELSE
        MOVE 'Y' TO WS-FOPS-OPEN-SW
    END-IF
    OPEN OUTPUT OTP-REPORT-FILE
    MOVE SPACES TO OTP-LINE
    STRING 'ON-TIME PERFORMANCE - DAY ' WS-REPORT-DATE
           '  MONTH TO DATE FROM ' WS-MONTH-START
           '  (ON TIME = WITHIN 15 MINUTES OF SCHEDULE)'
           '  RUN ' WS-TODAY
        INTO OTP-LINE
    WRITE OTP-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-TALLY-DEPARTURE - one completed departure in the month
*> into the route, flight-number, overall and delay-cause
*> counters - the day's as well when it operated yesterday.
*> -----------------------------------------------------------
2000-TALLY-DEPARTURE.
    ADD 1 TO WS-OPS-REPORTED
    MOVE 'N' TO WS-DAY-SW
    IF FOPS-DEP-DATE = WS-REPORT-DATE
        MOVE 'Y' TO WS-DAY-SW
    END-IF
    MOVE ZERO TO WS-DEP-ON-TIME
    MOVE ZERO TO WS-ARR-ON-TIME
    IF FOPS-DEP-DELAY-MINS <= WS-OTP-TOLERANCE
        MOVE 1 TO WS-DEP-ON-TIME
    END-IF
    IF FOPS-ARR-DELAY-MINS <= WS-OTP-TOLERANCE
        MOVE 1 TO WS-ARR-ON-TIME
    END-IF
    PERFORM 2100-FIND-ROUTE THRU 2100-EXIT
    IF WS-RT-IX > ZERO
        MOVE WS-RT-COUNTS(WS-RT-IX) TO WS-PRT-COUNTS
        PERFORM 2400-ADD-COUNTS THRU 2400-EXIT
        MOVE WS-PRT-COUNTS TO WS-RT-COUNTS(WS-RT-IX)
    END-IF
    PERFORM 2200-FIND-FLIGHT THRU 2200-EXIT
    IF WS-FN-IX > ZERO
        MOVE WS-FN-COUNTS(WS-FN-IX) TO WS-PRT-COUNTS
        PERFORM 2400-ADD-COUNTS THRU 2400-EXIT
        MOVE WS-PRT-COUNTS TO WS-FN-COUNTS(WS-FN-IX)
    END-IF
    MOVE WS-ALL-COUNTS TO WS-PRT-COUNTS
    PERFORM 2400-ADD-COUNTS THRU 2400-EXIT
    MOVE WS-PRT-COUNTS TO WS-ALL-COUNTS
    MOVE ZERO TO WS-CODE-IX
    PERFORM UNTIL WS-CODE-IX >= FOPS-DELAY-COUNT
        ADD 1 TO WS-CODE-IX
        IF FOPS-DELAY-CODE(WS-CODE-IX) NUMERIC
           AND FOPS-DELAY-CODE(WS-CODE-IX) NOT = '00'
            MOVE FOPS-DELAY-CODE(WS-CODE-IX) TO WS-CAUSE-IX
            ADD 1 TO WS-CS-MTD-COUNT(WS-CAUSE-IX)
            ADD FOPS-DELAY-MINS(WS-CODE-IX)
                TO WS-CS-MTD-MINS(WS-CAUSE-IX)
            IF WS-IN-DAY
                ADD 1 TO WS-CS-DAY-COUNT(WS-CAUSE-IX)
                ADD FOPS-DELAY-MINS(WS-CODE-IX)
                    TO WS-CS-DAY-MINS(WS-CAUSE-IX)
            END-IF
        END-IF
    END-PERFORM
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2100-FIND-ROUTE / 2200-FIND-FLIGHT - the table entry for the
*> departure's route or flight number, added zeroed the first
*> time it is seen.  A full table leaves the index at zero and
*> the departure counts in the overall line only.
*> -----------------------------------------------------------
2100-FIND-ROUTE.
    MOVE SPACES TO WS-PRT-KEY
    STRING FOPS-ORIGIN '-' FOPS-DEST INTO WS-PRT-KEY
    MOVE 'N' TO WS-FOUND-SW
    MOVE ZERO TO WS-RT-IX
    PERFORM UNTIL WS-RECORD-FOUND OR WS-RT-IX >= WS-ROUTE-COUNT
        ADD 1 TO WS-RT-IX
        IF WS-RT-KEY(WS-RT-IX) = WS-PRT-KEY
            MOVE 'Y' TO WS-FOUND-SW
        END-IF
    END-PERFORM
    IF WS-RECORD-FOUND
        GO TO 2100-EXIT
    END-IF
    IF WS-ROUTE-COUNT >= 300
        ADD 1 TO WS-TABLE-FULL-COUNT
        MOVE ZERO TO WS-RT-IX
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-ROUTE-COUNT
    MOVE WS-ROUTE-COUNT TO WS-RT-IX
    MOVE WS-PRT-KEY TO WS-RT-KEY(WS-RT-IX)
    PERFORM 2300-ZERO-PRT-COUNTS THRU 2300-EXIT
    MOVE WS-PRT-COUNTS TO WS-RT-COUNTS(WS-RT-IX)
    .
2100-EXIT.
    EXIT.

2200-FIND-FLIGHT.
    MOVE SPACES TO WS-PRT-KEY
    MOVE FOPS-FLT-NUMBER TO WS-PRT-KEY
    MOVE 'N' TO WS-FOUND-SW
    MOVE ZERO TO WS-FN-IX
    PERFORM UNTIL WS-RECORD-FOUND OR WS-FN-IX >= WS-FLIGHT-COUNT
        ADD 1 TO WS-FN-IX
        IF WS-FN-KEY(WS-FN-IX) = WS-PRT-KEY
            MOVE 'Y' TO WS-FOUND-SW
        END-IF
    END-PERFORM
    IF WS-RECORD-FOUND
        GO TO 2200-EXIT
    END-IF
    IF WS-FLIGHT-COUNT >= 500
        ADD 1 TO WS-TABLE-FULL-COUNT
        MOVE ZERO TO WS-FN-IX
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO WS-FLIGHT-COUNT
    MOVE WS-FLIGHT-COUNT TO WS-FN-IX
    MOVE WS-PRT-KEY TO WS-FN-KEY(WS-FN-IX)
    PERFORM 2300-ZERO-PRT-COUNTS THRU 2300-EXIT
    MOVE WS-PRT-COUNTS TO WS-FN-COUNTS(WS-FN-IX)
    .
2200-EXIT.
    EXIT.

2300-ZERO-PRT-COUNTS.
    MOVE ZERO TO WS-PRT-DAY-FLTS
    MOVE ZERO TO WS-PRT-DAY-DEP-OT
    MOVE ZERO TO WS-PRT-DAY-ARR-OT
    MOVE ZERO TO WS-PRT-DAY-MINS
    MOVE ZERO TO WS-PRT-MTD-FLTS
    MOVE ZERO TO WS-PRT-MTD-DEP-OT
    MOVE ZERO TO WS-PRT-MTD-ARR-OT
    MOVE ZERO TO WS-PRT-MTD-MINS
    .
2300-EXIT.
    EXIT.

2400-ADD-COUNTS.
    ADD 1                   TO WS-PRT-MTD-FLTS
    ADD WS-DEP-ON-TIME      TO WS-PRT-MTD-DEP-OT
    ADD WS-ARR-ON-TIME      TO WS-PRT-MTD-ARR-OT
    ADD FOPS-DEP-DELAY-MINS TO WS-PRT-MTD-MINS
    IF WS-IN-DAY
        ADD 1                   TO WS-PRT-DAY-FLTS
        ADD WS-DEP-ON-TIME      TO WS-PRT-DAY-DEP-OT
        ADD WS-ARR-ON-TIME      TO WS-PRT-DAY-ARR-OT
        ADD FOPS-DEP-DELAY-MINS TO WS-PRT-DAY-MINS
    END-IF
    .
2400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-PRINT-REPORT - the route section with the overall line
*> under it, the flight-number section, then the delay causes.
*> -----------------------------------------------------------
3000-PRINT-REPORT.
    MOVE SPACES TO OTP-LINE
    WRITE OTP-LINE
    MOVE 'BY ROUTE' TO OTP-LINE
    WRITE OTP-LINE
    PERFORM 3050-WRITE-COLUMN-HEADS THRU 3050-EXIT
    MOVE ZERO TO WS-RT-IX
    PERFORM UNTIL WS-RT-IX >= WS-ROUTE-COUNT
        ADD 1 TO WS-RT-IX
        MOVE WS-RT-KEY(WS-RT-IX)    TO WS-PRT-KEY
        MOVE WS-RT-COUNTS(WS-RT-IX) TO WS-PRT-COUNTS
        PERFORM 3100-PRINT-COUNTS THRU 3100-EXIT
    END-PERFORM
    MOVE SPACES TO OTP-LINE
    WRITE OTP-LINE
    MOVE WS-ALL-KEY    TO WS-PRT-KEY
    MOVE WS-ALL-COUNTS TO WS-PRT-COUNTS
    PERFORM 3100-PRINT-COUNTS THRU 3100-EXIT
    MOVE SPACES TO OTP-LINE
    WRITE OTP-LINE
    MOVE 'BY FLIGHT NUMBER' TO OTP-LINE
    WRITE OTP-LINE
    PERFORM 3050-WRITE-COLUMN-HEADS THRU 3050-EXIT
    MOVE ZERO TO WS-FN-IX
    PERFORM UNTIL WS-FN-IX >= WS-FLIGHT-COUNT
        ADD 1 TO WS-FN-IX
        MOVE WS-FN-KEY(WS-FN-IX)    TO WS-PRT-KEY
        MOVE WS-FN-COUNTS(WS-FN-IX) TO WS-PRT-COUNTS
        PERFORM 3100-PRINT-COUNTS THRU 3100-EXIT
    END-PERFORM
    MOVE SPACES TO OTP-LINE
    WRITE OTP-LINE
    MOVE 'BY DELAY CAUSE' TO OTP-LINE
    WRITE OTP-LINE
    MOVE '                               ---- DAY ----    ----- MTD -----'
        TO OTP-LINE
    WRITE OTP-LINE
    MOVE 'CD  CAUSE GROUP                 USED    MINS      USED     MINS'
        TO OTP-LINE
    WRITE OTP-LINE
    MOVE ZERO TO WS-CAUSE-IX
    PERFORM UNTIL WS-CAUSE-IX >= 99
        ADD 1 TO WS-CAUSE-IX
        IF WS-CS-MTD-COUNT(WS-CAUSE-IX) > ZERO
            PERFORM 3200-PRINT-CAUSE THRU 3200-EXIT
        END-IF
    END-PERFORM
    .
3000-EXIT.
    EXIT.

3050-WRITE-COLUMN-HEADS.
    MOVE '         --------------- DAY ----------------    ------------ MONTH TO DATE -------------'
        TO OTP-LINE
    WRITE OTP-LINE
    MOVE '          FLTS DEP OT ARR OT  ARR OTP DLY MIN      FLTS  DEP OT  ARR OT  ARR OTP  DLY MIN'
        TO OTP-LINE
    WRITE OTP-LINE
    .
3050-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-PRINT-COUNTS - one detail line from WS-PRT-KEY and
*> WS-PRT-COUNTS.  The arrival on-time percentage is of the
*> flights operated in the period.
*> -----------------------------------------------------------
3100-PRINT-COUNTS.
    MOVE WS-PRT-KEY        TO OL-KEY
    MOVE WS-PRT-DAY-FLTS   TO OL-DAY-FLTS
    MOVE WS-PRT-DAY-DEP-OT TO OL-DAY-DEP-OT
    MOVE WS-PRT-DAY-ARR-OT TO OL-DAY-ARR-OT
    MOVE WS-PRT-DAY-MINS   TO OL-DAY-MINS
    MOVE ZERO TO WS-PCT
    IF WS-PRT-DAY-FLTS > ZERO
        COMPUTE WS-PCT ROUNDED =
            WS-PRT-DAY-ARR-OT * 100 / WS-PRT-DAY-FLTS
    END-IF
    MOVE WS-PCT TO OL-DAY-PCT
    MOVE WS-PRT-MTD-FLTS   TO OL-MTD-FLTS
    MOVE WS-PRT-MTD-DEP-OT TO OL-MTD-DEP-OT
    MOVE WS-PRT-MTD-ARR-OT TO OL-MTD-ARR-OT
    MOVE WS-PRT-MTD-MINS   TO OL-MTD-MINS
    MOVE ZERO TO WS-PCT
    IF WS-PRT-MTD-FLTS > ZERO
        COMPUTE WS-PCT ROUNDED =
            WS-PRT-MTD-ARR-OT * 100 / WS-PRT-MTD-FLTS
    END-IF
    MOVE WS-PCT TO OL-MTD-PCT
    WRITE OTP-LINE FROM WS-DETAIL-LINE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-PRINT-CAUSE - one delay code, with the standard cause
*> group its tens digit puts it in.
*> -----------------------------------------------------------
3200-PRINT-CAUSE.
    EVALUATE TRUE
        WHEN WS-CAUSE-IX < 10
            MOVE 'AIRLINE INTERNAL' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 20
            MOVE 'PASSENGER AND BAGGAGE' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 30
            MOVE 'CARGO AND MAIL' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 40
            MOVE 'AIRCRAFT AND RAMP HANDLING' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 50
            MOVE 'TECHNICAL AND EQUIPMENT' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 60
            MOVE 'DAMAGE AND SYSTEMS' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 70
            MOVE 'FLIGHT OPERATIONS AND CREW' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 80
            MOVE 'WEATHER' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 90
            MOVE 'ATC, AIRPORT, GOVERNMENT' TO WS-CAUSE-GROUP
        WHEN WS-CAUSE-IX < 97
            MOVE 'REACTIONARY' TO WS-CAUSE-GROUP
        WHEN OTHER
            MOVE 'MISCELLANEOUS' TO WS-CAUSE-GROUP
    END-EVALUATE
    MOVE WS-CAUSE-IX                  TO CL-CODE
    MOVE WS-CAUSE-GROUP               TO CL-GROUP
    MOVE WS-CS-DAY-COUNT(WS-CAUSE-IX) TO CL-DAY-COUNT
    MOVE WS-CS-DAY-MINS(WS-CAUSE-IX)  TO CL-DAY-MINS
    MOVE WS-CS-MTD-COUNT(WS-CAUSE-IX) TO CL-MTD-COUNT
    MOVE WS-CS-MTD-MINS(WS-CAUSE-IX)  TO CL-MTD-MINS
    WRITE OTP-LINE FROM WS-CAUSE-LINE
    .
3200-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE SPACES TO OTP-LINE
    WRITE OTP-LINE
    MOVE WS-OPS-REPORTED TO WS-COUNT-ED
    MOVE SPACES TO OTP-LINE
    STRING 'DEPARTURES REPORTED: ' WS-COUNT-ED
        INTO OTP-LINE
    WRITE OTP-LINE
    DISPLAY '  Departures reported .. ' WS-COUNT-ED
    IF WS-TABLE-FULL-COUNT > ZERO
        MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-ED
        MOVE SPACES TO OTP-LINE
        STRING 'ROUTE/FLIGHT TABLE FULL - ' WS-COUNT-ED
               ' DEPARTURE(S) IN THE OVERALL LINE ONLY'
            INTO OTP-LINE
        WRITE OTP-LINE
        DISPLAY '  Table full, overall only ' WS-COUNT-ED
    END-IF
    .
9000-EXIT.
    EXIT.
