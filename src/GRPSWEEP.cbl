*> ---------------------------------------------------------------
*> GRPSWEEP
*> Nightly group name-list release.
*>
*> Standalone batch program - not on the AIRMAIN menu.  Walks
*> GROUP-MASTER (see GRPREC) for active group blocks whose
*> name-by date has passed and gives the seats still held for
*> names never received back to general sale: GRP-SEATS-BLOCKED
*> drops to the named count and the block is marked released,
*> so BOOKMGR's seat count, SEATRECON and FWDBOOK stop counting
*> them as sold and BOOKMGR option N takes no more names.  The
*> named passengers keep their seats.  Runs before WAITSWEEP in
*> the nightly stream so the released capacity clears the
*> waitlist the same night.  Every release is audit-logged and
*> reported.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GRPSWEEP.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT GROUP-REPORT-FILE ASSIGN TO "GRPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  GROUP-REPORT-FILE.
01  GRP-LINE                        PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-GRP-OPEN-SW              PIC X VALUE 'N'.
        88  WS-GRP-OPEN             VALUE 'Y'.

01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE 'SYSTEM'.
01  WS-TODAY                        PIC 9(08).

77  WS-GROUPS-RELEASED               PIC 9(05) COMP VALUE ZERO.
77  WS-SEATS-RELEASED                PIC 9(07) COMP VALUE ZERO.
77  WS-UNNAMED                       PIC 9(02) VALUE ZERO.

01  WS-EDIT-FIELDS.
    05  WS-GROUPS-ED                 PIC ZZZZ9.
    05  WS-SEATS-ED                  PIC ZZZZZZ9.
    05  WS-UNNAMED-ED                PIC Z9.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'GRPSWEEP'.
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
    PERFORM UNTIL WS-EOF
        READ GROUP-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF GRP-ACTIVE AND WS-TODAY > GRP-NAME-BY-DATE
                    PERFORM 2000-RELEASE-GROUP THRU 2000-EXIT
                END-IF
        END-READ
    END-PERFORM
    PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
    IF WS-GRP-OPEN
        CLOSE GROUP-MASTER-FILE
    END-IF
    CLOSE GROUP-REPORT-FILE
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Group Name-List Release (GRPSWEEP) --'
    DISPLAY '  Run date: ' WS-TODAY
*> No group master on disk yet is a quiet night, not a failed
*> one - nobody has blocked a group.
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        DISPLAY '  No group blocks on file yet - nothing to'
            ' release.'
        MOVE 'Y' TO WS-EOF-SW
    ELSE
        MOVE 'Y' TO WS-GRP-OPEN-SW
    END-IF
    OPEN OUTPUT GROUP-REPORT-FILE
    MOVE SPACES TO GRP-LINE
    STRING 'GROUP NAME-LIST RELEASE - RUN ' WS-TODAY
        INTO GRP-LINE
    WRITE GRP-LINE
    MOVE SPACES TO GRP-LINE
    WRITE GRP-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-RELEASE-GROUP - the block in GRP-RECORD is past its
*> name-by date: shrink it to the names received and mark it
*> released, in place.  A block already fully named is marked
*> released with nothing to give back.
*> -----------------------------------------------------------
2000-RELEASE-GROUP.
    IF GRP-SEATS-BLOCKED > GRP-SEATS-NAMED
        COMPUTE WS-UNNAMED = GRP-SEATS-BLOCKED - GRP-SEATS-NAMED
    ELSE
        MOVE ZERO TO WS-UNNAMED
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'GROUP STATUS=' GRP-STATUS
           ' BLOCKED=' GRP-SEATS-BLOCKED
           ' NAMED=' GRP-SEATS-NAMED
        INTO WS-AUD-OLD-VALUE
    MOVE GRP-SEATS-NAMED TO GRP-SEATS-BLOCKED
    MOVE 'R' TO GRP-STATUS
    REWRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  Group ' GRP-PNR ' not rewritten - status '
                WS-GRP-FILE-STATUS
            GO TO 2000-EXIT
    END-REWRITE
    STRING 'GROUP STATUS=' GRP-STATUS
           ' BLOCKED=' GRP-SEATS-BLOCKED
           ' NAMED=' GRP-SEATS-NAMED
           ' NAME-BY ' GRP-NAME-BY-DATE ' PASSED'
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    ADD 1 TO WS-GROUPS-RELEASED
    ADD WS-UNNAMED TO WS-SEATS-RELEASED
    MOVE WS-UNNAMED TO WS-UNNAMED-ED
    MOVE SPACES TO GRP-LINE
    STRING 'GROUP ' GRP-PNR ' FLIGHT ' GRP-FLT-NUMBER
           ' ON ' GRP-FLT-DEP-DATE ' CL ' GRP-FARE-CLASS
           ' - ' WS-UNNAMED-ED ' UNNAMED SEAT(S) RELEASED'
        INTO GRP-LINE
    WRITE GRP-LINE
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    MOVE SPACES TO WS-AUD-KEY
    MOVE GRP-PNR TO WS-AUD-KEY
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE WS-GROUPS-RELEASED TO WS-GROUPS-ED
    MOVE WS-SEATS-RELEASED  TO WS-SEATS-ED
    MOVE SPACES TO GRP-LINE
    WRITE GRP-LINE
    MOVE SPACES TO GRP-LINE
    STRING 'GROUPS RELEASED: ' WS-GROUPS-ED
           '   SEATS RELEASED: ' WS-SEATS-ED
        INTO GRP-LINE
    WRITE GRP-LINE
    DISPLAY '  Groups released ...... ' WS-GROUPS-ED
    DISPLAY '  Seats released ....... ' WS-SEATS-ED
    .
9000-EXIT.
    EXIT.
