*> ---------------------------------------------------------------
*> FLTOPS
*> Flight-operations actuals entry.
*>
*> Called from AIRMAIN option 13.  Ops control records what
*> really happened to a departure on FLIGHT-OPS (see FOPSREC):
*> the actual off-block date/time when the aircraft pushes back,
*> the actual on-block date/time when it arrives, and the
*> standard two-digit delay codes with the minutes charged to
*> each.  The off-block can be entered on its own and the record
*> completed with the on-block later; FLTCLOSE will not close
*> the departure until it is complete.
*>
*> The route and scheduled times are copied off FLIGHT-MASTER
*> and the departure and arrival delays worked out here, in
*> minutes against the schedule (early counts as no delay).  A
*> late departure must be coded: at least one delay code, and
*> the coded minutes must add up to the departure delay, or
*> nothing is saved - the OTP report's delay-cause totals are
*> only as good as the coding.  A complete record with a late
*> arrival tells the operator to run MISCONN for the departure
*> so the passengers whose onward connection is now too tight
*> are worked.
*>
*> FLIGHT-OPS is an indexed file keyed the same as FLIGHT-MASTER,
*> so every function is a direct random READ - the same shape as
*> FLIGHTMGR.  Every add and change writes a before/after entry
*> to AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FLTOPS.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FLIGHT-MASTER-FILE ASSIGN TO "FLIGHTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FLT-KEY
        FILE STATUS IS WS-FLIGHT-FILE-STATUS.
    SELECT FLIGHT-OPS-FILE ASSIGN TO "FOPSDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FOPS-KEY
        FILE STATUS IS WS-FOPS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

FD  FLIGHT-OPS-FILE.
COPY FOPSREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-FLT-FOUND-SW             PIC X VALUE 'N'.
        88  WS-FLIGHT-FOUND         VALUE 'Y'.
    05  WS-VALID-SW                 PIC X VALUE 'N'.
        88  WS-ENTRY-VALID          VALUE 'Y'.
    05  WS-CODES-DONE-SW            PIC X VALUE 'N'.
        88  WS-CODES-DONE           VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-FOPS-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-TODAY                        PIC 9(08).

01  WS-SEARCH-KEY.
    05  WS-SEARCH-NUMBER             PIC X(06).
    05  WS-SEARCH-DEP-DATE           PIC 9(08).

*> The schedule as copied off FLIGHT-MASTER for a new record.
01  WS-SKED-VALUES.
    05  WS-SKED-ORIGIN               PIC X(03).
    05  WS-SKED-DEST                 PIC X(03).
    05  WS-SKED-DEP-TIME             PIC 9(04).
    05  WS-SKED-ARR-DATE             PIC 9(08).
    05  WS-SKED-ARR-TIME             PIC 9(04).

*> Delay-code entry work.
01  WS-ENTRY-CODE                    PIC X(02).
01  WS-ENTRY-MINS                    PIC 9(04).
77  WS-CODE-IX                       PIC 9(01) COMP VALUE ZERO.
77  WS-CODED-MINS                    PIC 9(05) COMP VALUE ZERO.

*> Elapsed-minute arithmetic: a date/time becomes minutes since
*> the calendar base (day number times 1440 plus the time of
*> day), so a delay across midnight comes out right.
01  WS-CALC-DATE                     PIC 9(08).
01  WS-CALC-TIME.
    05  WS-CALC-HH                   PIC 9(02).
    05  WS-CALC-MM                   PIC 9(02).
77  WS-CALC-MINS                     PIC S9(11) COMP VALUE ZERO.
77  WS-SKED-DEP-MINS                 PIC S9(11) COMP VALUE ZERO.
77  WS-SKED-ARR-MINS                 PIC S9(11) COMP VALUE ZERO.
77  WS-OFF-MINS                      PIC S9(11) COMP VALUE ZERO.
77  WS-ON-MINS                       PIC S9(11) COMP VALUE ZERO.
77  WS-DELAY-CALC                    PIC S9(11) COMP VALUE ZERO.
77  WS-DEP-DAY-INT                   PIC 9(07) COMP VALUE ZERO.
77  WS-OFF-DAY-INT                   PIC 9(07) COMP VALUE ZERO.

01  WS-EDIT-FIELDS.
    05  WS-MINS-ED                   PIC ZZZZ9.
    05  WS-CODED-ED                  PIC ZZZZ9.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'FLTOPS'.
01  WS-AUD-ACTION                    PIC X(01).
01  WS-AUD-KEY                       PIC X(20).
01  WS-AUD-OLD-VALUE                 PIC X(100).
01  WS-AUD-NEW-VALUE                 PIC X(100).

LINKAGE SECTION.
01  LK-OPER-ID                       PIC X(08).

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION USING LK-OPER-ID.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM UNTIL WS-DONE
        PERFORM 2000-MENU THRU 2000-EXIT
        EVALUATE WS-FUNCTION
            WHEN 'E' PERFORM 3000-ENTER-ACTUALS THRU 3000-EXIT
            WHEN 'I' PERFORM 6000-INQUIRE-ACTUALS THRU 6000-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
        END-EVALUATE
    END-PERFORM
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Flight Operations Actuals --'
    MOVE LK-OPER-ID TO WS-OPER-ID
    .
1000-EXIT.
    EXIT.

2000-MENU.
    DISPLAY ' '
    DISPLAY '======================================='
    DISPLAY '   FLIGHT OPERATIONS ACTUALS (FLTOPS)'
    DISPLAY '======================================='
    DISPLAY '  E. Enter / update actuals'
    DISPLAY '  I. Inquire actuals'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
    ACCEPT WS-FUNCTION
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> ENTER / UPDATE - one function for both: a departure with no
*> operations record yet gets a new one, otherwise the existing
*> one is shown and re-entered in full.
*> -----------------------------------------------------------
3000-ENTER-ACTUALS.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    PERFORM 7100-FIND-FLIGHT THRU 7100-EXIT
    IF NOT WS-FLIGHT-FOUND
        DISPLAY '  Flight not on file.'
        GO TO 3000-EXIT
    END-IF
    IF FLT-CANCELLED
        DISPLAY '  Flight is cancelled - nothing operated to record.'
        GO TO 3000-EXIT
    END-IF
*> The operations file does not exist until the first entry -
*> the same first-use posture ACFTMGR takes with its file.
    OPEN I-O FLIGHT-OPS-FILE
    IF WS-FOPS-FILE-STATUS NOT = '00'
        OPEN OUTPUT FLIGHT-OPS-FILE
        IF WS-FOPS-FILE-STATUS NOT = '00'
            DISPLAY '  Flight operations file error - status '
                WS-FOPS-FILE-STATUS
            GO TO 3000-EXIT
        END-IF
        MOVE 'N' TO WS-FOUND-SW
    ELSE
        PERFORM 7000-FIND-OPS THRU 7000-EXIT
    END-IF
    IF WS-RECORD-FOUND
        PERFORM 7200-BUILD-AUDIT-VALUE THRU 7200-EXIT
        MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
        PERFORM 6100-SHOW-ACTUALS THRU 6100-EXIT
        DISPLAY '  Current values shown - enter new values.'
    ELSE
        MOVE SPACES TO WS-AUD-OLD-VALUE
        MOVE SPACES TO FOPS-RECORD
        MOVE WS-SEARCH-NUMBER   TO FOPS-FLT-NUMBER
        MOVE WS-SEARCH-DEP-DATE TO FOPS-DEP-DATE
    END-IF
*> The schedule is taken fresh off FLIGHT-MASTER every time, so
*> a retime made in FLIGHTMGR after the first entry is measured
*> against.
    MOVE WS-SKED-ORIGIN   TO FOPS-ORIGIN
    MOVE WS-SKED-DEST     TO FOPS-DEST
    MOVE WS-SKED-DEP-TIME TO FOPS-SKED-DEP-TIME
    MOVE WS-SKED-ARR-DATE TO FOPS-SKED-ARR-DATE
    MOVE WS-SKED-ARR-TIME TO FOPS-SKED-ARR-TIME
    PERFORM 3200-GET-ACTUALS THRU 3200-EXIT
    PERFORM 3400-VALIDATE-ACTUALS THRU 3400-EXIT
    IF NOT WS-ENTRY-VALID
        DISPLAY '  Actuals not saved.'
        CLOSE FLIGHT-OPS-FILE
        GO TO 3000-EXIT
    END-IF
    MOVE WS-TODAY   TO FOPS-LAST-CHG-DATE
    MOVE WS-OPER-ID TO FOPS-LAST-CHG-USER
    IF WS-RECORD-FOUND
        REWRITE FOPS-RECORD
            INVALID KEY
                DISPLAY '  Actuals not changed - key error.'
            NOT INVALID KEY
                MOVE 'C' TO WS-AUD-ACTION
                PERFORM 7200-BUILD-AUDIT-VALUE THRU 7200-EXIT
                PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                DISPLAY '  Actuals changed.'
                PERFORM 3500-MISCONNECT-NOTICE THRU 3500-EXIT
        END-REWRITE
    ELSE
        WRITE FOPS-RECORD
            INVALID KEY
                DISPLAY '  Actuals not added - key error.'
            NOT INVALID KEY
                MOVE 'A' TO WS-AUD-ACTION
                PERFORM 7200-BUILD-AUDIT-VALUE THRU 7200-EXIT
                PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                DISPLAY '  Actuals added.'
                PERFORM 3500-MISCONNECT-NOTICE THRU 3500-EXIT
        END-WRITE
    END-IF
    CLOSE FLIGHT-OPS-FILE
    .
3000-EXIT.
    EXIT.

3100-GET-KEY.
    DISPLAY 'Flight number: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-NUMBER
    DISPLAY 'Departure date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-DEP-DATE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-GET-ACTUALS - off-block, on-block (zero date while the
*> flight is still airborne) and the delay codes, up to four,
*> a blank code ending the list.
*> -----------------------------------------------------------
3200-GET-ACTUALS.
    DISPLAY 'Actual off-block date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT FOPS-OFF-BLOCK-DATE
    DISPLAY 'Actual off-block time (HHMM): ' WITH NO ADVANCING
    ACCEPT FOPS-OFF-BLOCK-TIME
    DISPLAY 'Actual on-block date (YYYYMMDD, 0 if not arrived): '
        WITH NO ADVANCING
    ACCEPT FOPS-ON-BLOCK-DATE
    IF FOPS-ON-BLOCK-DATE = ZERO
        MOVE ZERO TO FOPS-ON-BLOCK-TIME
    ELSE
        DISPLAY 'Actual on-block time (HHMM): ' WITH NO ADVANCING
        ACCEPT FOPS-ON-BLOCK-TIME
    END-IF
    MOVE ZERO TO FOPS-DELAY-COUNT
    MOVE ZERO TO WS-CODE-IX
    PERFORM UNTIL WS-CODE-IX >= 4
        ADD 1 TO WS-CODE-IX
        MOVE SPACES TO FOPS-DELAY-CODE(WS-CODE-IX)
        MOVE ZERO TO FOPS-DELAY-MINS(WS-CODE-IX)
    END-PERFORM
    MOVE 'N' TO WS-CODES-DONE-SW
    MOVE ZERO TO WS-CODE-IX
    PERFORM 3210-GET-DELAY-CODE THRU 3210-EXIT
        UNTIL WS-CODES-DONE OR WS-CODE-IX >= 4
    .
3200-EXIT.
    EXIT.

3210-GET-DELAY-CODE.
    ADD 1 TO WS-CODE-IX
    MOVE SPACES TO WS-ENTRY-CODE
    DISPLAY 'Delay code ' WS-CODE-IX ' (blank to end): '
        WITH NO ADVANCING
    ACCEPT WS-ENTRY-CODE
    IF WS-ENTRY-CODE = SPACES
        MOVE 'Y' TO WS-CODES-DONE-SW
        GO TO 3210-EXIT
    END-IF
    DISPLAY 'Minutes for code ' WS-ENTRY-CODE ': ' WITH NO ADVANCING
    ACCEPT WS-ENTRY-MINS
    MOVE WS-ENTRY-CODE TO FOPS-DELAY-CODE(WS-CODE-IX)
    MOVE WS-ENTRY-MINS TO FOPS-DELAY-MINS(WS-CODE-IX)
    MOVE WS-CODE-IX    TO FOPS-DELAY-COUNT
    .
3210-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3400-VALIDATE-ACTUALS - times must be real clock times, the
*> off-block no earlier than the scheduled departure date and
*> no more than two days after it, the on-block after the
*> off-block; then the delays are worked out and the coding
*> checked against the departure delay.  The status follows the
*> on-block: entered is complete, not yet is departed.
*> -----------------------------------------------------------
3400-VALIDATE-ACTUALS.
    MOVE 'N' TO WS-VALID-SW
    MOVE FOPS-OFF-BLOCK-TIME TO WS-CALC-TIME
    IF WS-CALC-HH > 23 OR WS-CALC-MM > 59
        DISPLAY '  Off-block time is not a valid HHMM.'
        GO TO 3400-EXIT
    END-IF
    COMPUTE WS-DEP-DAY-INT =
        FUNCTION INTEGER-OF-DATE(FOPS-DEP-DATE)
    IF FOPS-OFF-BLOCK-DATE < FOPS-DEP-DATE
        DISPLAY '  Off-block date is before the departure date.'
        GO TO 3400-EXIT
    END-IF
    COMPUTE WS-OFF-DAY-INT =
        FUNCTION INTEGER-OF-DATE(FOPS-OFF-BLOCK-DATE)
    IF WS-OFF-DAY-INT < WS-DEP-DAY-INT
       OR WS-OFF-DAY-INT > WS-DEP-DAY-INT + 2
        DISPLAY '  Off-block date is not a valid date within two'
            ' days of departure.'
        GO TO 3400-EXIT
    END-IF
    MOVE FOPS-DEP-DATE      TO WS-CALC-DATE
    MOVE FOPS-SKED-DEP-TIME TO WS-CALC-TIME
    PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
    MOVE WS-CALC-MINS TO WS-SKED-DEP-MINS
    MOVE FOPS-OFF-BLOCK-DATE TO WS-CALC-DATE
    MOVE FOPS-OFF-BLOCK-TIME TO WS-CALC-TIME
    PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
    MOVE WS-CALC-MINS TO WS-OFF-MINS
    COMPUTE WS-DELAY-CALC = WS-OFF-MINS - WS-SKED-DEP-MINS
    IF WS-DELAY-CALC > ZERO
        MOVE WS-DELAY-CALC TO FOPS-DEP-DELAY-MINS
    ELSE
        MOVE ZERO TO FOPS-DEP-DELAY-MINS
    END-IF
    MOVE ZERO TO FOPS-ARR-DELAY-MINS
    IF FOPS-ON-BLOCK-DATE = ZERO
        MOVE 'O' TO FOPS-STATUS
    ELSE
        MOVE FOPS-ON-BLOCK-TIME TO WS-CALC-TIME
        IF WS-CALC-HH > 23 OR WS-CALC-MM > 59
            DISPLAY '  On-block time is not a valid HHMM.'
            GO TO 3400-EXIT
        END-IF
        MOVE FOPS-ON-BLOCK-DATE TO WS-CALC-DATE
        PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
        MOVE WS-CALC-MINS TO WS-ON-MINS
        IF WS-ON-MINS <= WS-OFF-MINS
            DISPLAY '  On-block must be after off-block.'
            GO TO 3400-EXIT
        END-IF
        MOVE FOPS-SKED-ARR-DATE TO WS-CALC-DATE
        MOVE FOPS-SKED-ARR-TIME TO WS-CALC-TIME
        PERFORM 7300-CALC-MINUTES THRU 7300-EXIT
        MOVE WS-CALC-MINS TO WS-SKED-ARR-MINS
        COMPUTE WS-DELAY-CALC = WS-ON-MINS - WS-SKED-ARR-MINS
        IF WS-DELAY-CALC > ZERO
            MOVE WS-DELAY-CALC TO FOPS-ARR-DELAY-MINS
        END-IF
        MOVE 'C' TO FOPS-STATUS
    END-IF
    MOVE ZERO TO WS-CODED-MINS
    MOVE ZERO TO WS-CODE-IX
    PERFORM UNTIL WS-CODE-IX >= FOPS-DELAY-COUNT
        ADD 1 TO WS-CODE-IX
        IF FOPS-DELAY-CODE(WS-CODE-IX) NOT NUMERIC
           OR FOPS-DELAY-CODE(WS-CODE-IX) = '00'
            DISPLAY '  Delay code ' FOPS-DELAY-CODE(WS-CODE-IX)
                ' is not a standard code (01-99).'
            GO TO 3400-EXIT
        END-IF
        ADD FOPS-DELAY-MINS(WS-CODE-IX) TO WS-CODED-MINS
    END-PERFORM
    IF WS-CODED-MINS NOT = FOPS-DEP-DELAY-MINS
        MOVE FOPS-DEP-DELAY-MINS TO WS-MINS-ED
        MOVE WS-CODED-MINS       TO WS-CODED-ED
        DISPLAY '  Departure delay is ' WS-MINS-ED
            ' minutes but ' WS-CODED-ED ' are coded.'
        GO TO 3400-EXIT
    END-IF
    MOVE 'Y' TO WS-VALID-SW
    .
3400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3500-MISCONNECT-NOTICE - a complete record with a late
*> arrival may have broken onward connections; MISCONN works
*> them from the run card.
*> -----------------------------------------------------------
3500-MISCONNECT-NOTICE.
    IF FOPS-COMPLETE AND FOPS-ARR-DELAY-MINS > ZERO
        MOVE FOPS-ARR-DELAY-MINS TO WS-MINS-ED
        DISPLAY '  Arrived ' WS-MINS-ED ' minutes late - run MISCONN'
            ' for ' FOPS-FLT-NUMBER ' ' FOPS-DEP-DATE
            ' to check onward connections.'
    END-IF
    .
3500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> INQUIRE
*> -----------------------------------------------------------
6000-INQUIRE-ACTUALS.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN INPUT FLIGHT-OPS-FILE
    IF WS-FOPS-FILE-STATUS NOT = '00'
        DISPLAY '  No actuals on file for this departure.'
        GO TO 6000-EXIT
    END-IF
    PERFORM 7000-FIND-OPS THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  No actuals on file for this departure.'
    ELSE
        PERFORM 6100-SHOW-ACTUALS THRU 6100-EXIT
    END-IF
    CLOSE FLIGHT-OPS-FILE
    .
6000-EXIT.
    EXIT.

6100-SHOW-ACTUALS.
    DISPLAY ' '
    DISPLAY '  Flight ........ ' FOPS-FLT-NUMBER ' ' FOPS-DEP-DATE
    DISPLAY '  Route ......... ' FOPS-ORIGIN '-' FOPS-DEST
    DISPLAY '  Scheduled ..... dep ' FOPS-SKED-DEP-TIME
        '  arr ' FOPS-SKED-ARR-DATE '/' FOPS-SKED-ARR-TIME
    DISPLAY '  Off-block ..... ' FOPS-OFF-BLOCK-DATE '/'
        FOPS-OFF-BLOCK-TIME
    DISPLAY '  On-block ...... ' FOPS-ON-BLOCK-DATE '/'
        FOPS-ON-BLOCK-TIME
    DISPLAY '  Delay (mins) .. dep ' FOPS-DEP-DELAY-MINS
        '  arr ' FOPS-ARR-DELAY-MINS
    MOVE ZERO TO WS-CODE-IX
    PERFORM UNTIL WS-CODE-IX >= FOPS-DELAY-COUNT
        ADD 1 TO WS-CODE-IX
        DISPLAY '  Delay code .... ' FOPS-DELAY-CODE(WS-CODE-IX)
            '  ' FOPS-DELAY-MINS(WS-CODE-IX) ' mins'
    END-PERFORM
    DISPLAY '  Status ........ ' FOPS-STATUS
    DISPLAY '  Last changed .. ' FOPS-LAST-CHG-DATE
        ' by ' FOPS-LAST-CHG-USER
    .
6100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-OPS - direct keyed READ of FLIGHT-OPS-FILE for the
*> key held in WS-SEARCH-KEY.  Caller must already have the file
*> OPEN (I-O or INPUT).
*> -----------------------------------------------------------
7000-FIND-OPS.
    MOVE 'N' TO WS-FOUND-SW
    MOVE WS-SEARCH-NUMBER   TO FOPS-FLT-NUMBER
    MOVE WS-SEARCH-DEP-DATE TO FOPS-DEP-DATE
    READ FLIGHT-OPS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7100-FIND-FLIGHT - direct keyed READ of FLIGHT-MASTER for the
*> departure in WS-SEARCH-KEY, saving the route and schedule.
*> -----------------------------------------------------------
7100-FIND-FLIGHT.
    MOVE 'N' TO WS-FLT-FOUND-SW
    OPEN INPUT FLIGHT-MASTER-FILE
    IF WS-FLIGHT-FILE-STATUS NOT = '00'
        GO TO 7100-EXIT
    END-IF
    MOVE WS-SEARCH-NUMBER   TO FLT-NUMBER
    MOVE WS-SEARCH-DEP-DATE TO FLT-DEP-DATE
    READ FLIGHT-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FLT-FOUND-SW
            MOVE FLT-ORIGIN   TO WS-SKED-ORIGIN
            MOVE FLT-DEST     TO WS-SKED-DEST
            MOVE FLT-DEP-TIME TO WS-SKED-DEP-TIME
            MOVE FLT-ARR-DATE TO WS-SKED-ARR-DATE
            MOVE FLT-ARR-TIME TO WS-SKED-ARR-TIME
    END-READ
    CLOSE FLIGHT-MASTER-FILE
    .
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7200-BUILD-AUDIT-VALUE - the actuals as one audit value line,
*> built from the current FOPS-RECORD.
*> -----------------------------------------------------------
7200-BUILD-AUDIT-VALUE.
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'OFF=' FOPS-OFF-BLOCK-DATE '/' FOPS-OFF-BLOCK-TIME
           ' ON=' FOPS-ON-BLOCK-DATE '/' FOPS-ON-BLOCK-TIME
           ' DD=' FOPS-DEP-DELAY-MINS
           ' AD=' FOPS-ARR-DELAY-MINS
           ' DLY=' FOPS-DELAY-CODE(1) '/' FOPS-DELAY-MINS(1)
           ' ' FOPS-DELAY-CODE(2) '/' FOPS-DELAY-MINS(2)
           ' ' FOPS-DELAY-CODE(3) '/' FOPS-DELAY-MINS(3)
           ' ' FOPS-DELAY-CODE(4) '/' FOPS-DELAY-MINS(4)
        INTO WS-AUD-NEW-VALUE
    .
7200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7300-CALC-MINUTES - WS-CALC-DATE/WS-CALC-TIME as minutes
*> since the calendar base, in WS-CALC-MINS.
*> -----------------------------------------------------------
7300-CALC-MINUTES.
    COMPUTE WS-CALC-MINS =
        FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
            + WS-CALC-HH * 60 + WS-CALC-MM
    .
7300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    MOVE SPACES TO WS-AUD-KEY
    STRING WS-SEARCH-NUMBER '/' WS-SEARCH-DEP-DATE
        INTO WS-AUD-KEY
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.
