*> ---------------------------------------------------------------
*> TAXMGR
*> Tax and airport-charge table maintenance.
*>
*> Called from AIRMAIN option 14.  Maintains TAX-TABLE: add,
*> change, delete and inquire of the government taxes and
*> airport charges BOOKMGR prices on every segment departing a
*> station - per departing passenger, per segment or as a
*> percentage of the fare, each for a range of booking dates
*> (see TAXTAB.CPY).  Finance loads a new rate as a new entry
*> with a later effective date and closes the old entry's range
*> off the day before, so booked PNRs keep the rate they were
*> sold at.
*>
*> Change and delete rebuild the flat sequential TAX-TABLE file
*> with the classic old-master/new-master technique (see
*> 7500-REBUILD-MASTER below, same technique CANMGR uses against
*> CANCEL-RULES) - there is no in-place rewrite of a sequential
*> file outside the record just read.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXMGR.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAX-TABLE-FILE ASSIGN TO "TAXDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-FILE-STATUS.
    SELECT TAX-TABLE-WORK ASSIGN TO "TAXDBN"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TAX-TABLE-FILE.
COPY TAXTAB.

FD  TAX-TABLE-WORK.
01  TAX-WORK-RECORD                 PIC X(111).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-OVERLAP-SW                PIC X VALUE 'N'.
        88  WS-RANGE-OVERLAPS        VALUE 'Y'.
    05  WS-DETAIL-SW                 PIC X VALUE 'Y'.
        88  WS-DETAILS-OK            VALUE 'Y'.

01  WS-TAX-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-TODAY                        PIC 9(08).

01  WS-SEARCH-STATION                PIC X(03).
01  WS-SEARCH-CODE                   PIC X(02).
01  WS-SEARCH-EFF-DATE               PIC 9(08).

01  WS-CAND-END-DATE                 PIC 9(08).
01  WS-CAND-TAX-RECORD               PIC X(111).

01  WS-EDIT-FIELDS.
    05  WS-AMOUNT-ED                 PIC Z,ZZ9.99.
    05  WS-PERCENT-ED                PIC Z9.99.

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
            WHEN 'A' PERFORM 3000-ADD-TAX THRU 3000-EXIT
            WHEN 'C' PERFORM 4000-CHANGE-TAX THRU 4000-EXIT
            WHEN 'D' PERFORM 5000-DELETE-TAX THRU 5000-EXIT
            WHEN 'I' PERFORM 6000-INQUIRE-TAX THRU 6000-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
        END-EVALUATE
    END-PERFORM
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Tax and Airport Charge Maintenance --'
    MOVE LK-OPER-ID TO WS-OPER-ID
    .
1000-EXIT.
    EXIT.

2000-MENU.
    DISPLAY ' '
    DISPLAY '======================================='
    DISPLAY '  TAX / AIRPORT CHARGE TABLE (TAXMGR)'
    DISPLAY '======================================='
    DISPLAY '  A. Add charge'
    DISPLAY '  C. Change charge'
    DISPLAY '  D. Delete charge'
    DISPLAY '  I. Inquire charge'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
    ACCEPT WS-FUNCTION
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> ADD
*> -----------------------------------------------------------
3000-ADD-TAX.
    PERFORM 3100-GET-SEARCH-KEY THRU 3100-EXIT
    PERFORM 7000-FIND-TAX THRU 7000-EXIT
    IF WS-RECORD-FOUND
        DISPLAY '  Charge already on file - use Change instead.'
        GO TO 3000-EXIT
    END-IF
    MOVE SPACES               TO TAX-RECORD
    MOVE WS-SEARCH-STATION    TO TAX-STATION
    MOVE WS-SEARCH-CODE       TO TAX-CODE
    MOVE WS-SEARCH-EFF-DATE   TO TAX-EFF-DATE
    MOVE ZERO TO TAX-FLAT-AMOUNT
    MOVE ZERO TO TAX-PERCENT
    PERFORM 3200-GET-DETAILS THRU 3200-EXIT
    IF NOT WS-DETAILS-OK
        GO TO 3000-EXIT
    END-IF
    MOVE 'A' TO TAX-STATUS
    MOVE WS-TODAY   TO TAX-LAST-CHG-DATE
    MOVE WS-OPER-ID TO TAX-LAST-CHG-USER
    MOVE TAX-END-DATE TO WS-CAND-END-DATE
    MOVE TAX-RECORD   TO WS-CAND-TAX-RECORD
    PERFORM 7100-CHECK-OVERLAP THRU 7100-EXIT
    IF WS-RANGE-OVERLAPS
        DISPLAY '  Date range overlaps an existing entry for '
            'this station/charge - rejected.'
    ELSE
        MOVE WS-CAND-TAX-RECORD TO TAX-RECORD
        OPEN EXTEND TAX-TABLE-FILE
        IF WS-TAX-FILE-STATUS NOT = '00'
            OPEN OUTPUT TAX-TABLE-FILE
        END-IF
        WRITE TAX-RECORD
        CLOSE TAX-TABLE-FILE
        DISPLAY '  Charge added.'
    END-IF
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-GET-SEARCH-KEY - prompts for the station, charge code
*> and effective date that key every entry.
*> -----------------------------------------------------------
3100-GET-SEARCH-KEY.
    DISPLAY 'Station (3-letter airport code): ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-STATION
    DISPLAY 'Charge code (2 characters, e.g. US, XF): '
        WITH NO ADVANCING
    ACCEPT WS-SEARCH-CODE
    DISPLAY 'Effective date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-EFF-DATE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-GET-DETAILS - prompts for everything but the key.  A
*> flat-rate basis takes an amount, the percentage basis takes
*> a percent; the other figure is zeroed so BOOKMGR never sees
*> a stale one.  Government taxes are always refundable, so the
*> refundable prompt only applies to airport charges.
*> -----------------------------------------------------------
3200-GET-DETAILS.
    MOVE 'Y' TO WS-DETAIL-SW
    DISPLAY 'End date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT TAX-END-DATE
    IF TAX-END-DATE < TAX-EFF-DATE
        DISPLAY '  End date is before the effective date - rejected.'
        MOVE 'N' TO WS-DETAIL-SW
        GO TO 3200-EXIT
    END-IF
    DISPLAY 'Description: ' WITH NO ADVANCING
    ACCEPT TAX-DESCRIPTION
    DISPLAY 'Remit to authority: ' WITH NO ADVANCING
    ACCEPT TAX-AUTHORITY
    DISPLAY 'Category (G=government tax, A=airport charge): '
        WITH NO ADVANCING
    ACCEPT TAX-CATEGORY
    IF NOT TAX-GOVERNMENT AND NOT TAX-AIRPORT-CHARGE
        DISPLAY '  Category must be G or A - rejected.'
        MOVE 'N' TO WS-DETAIL-SW
        GO TO 3200-EXIT
    END-IF
    DISPLAY 'Basis (D=per departing passenger, S=per segment,'
        ' P=percent of fare): ' WITH NO ADVANCING
    ACCEPT TAX-BASIS
    EVALUATE TRUE
        WHEN TAX-PER-DEPARTURE OR TAX-PER-SEGMENT
            DISPLAY 'Amount per passenger (9999.99): '
                WITH NO ADVANCING
            ACCEPT TAX-FLAT-AMOUNT
            MOVE ZERO TO TAX-PERCENT
        WHEN TAX-PCT-OF-FARE
            DISPLAY 'Percent of fare (99.99): ' WITH NO ADVANCING
            ACCEPT TAX-PERCENT
            MOVE ZERO TO TAX-FLAT-AMOUNT
        WHEN OTHER
            DISPLAY '  Basis must be D, S or P - rejected.'
            MOVE 'N' TO WS-DETAIL-SW
            GO TO 3200-EXIT
    END-EVALUATE
    IF TAX-GOVERNMENT
        MOVE 'Y' TO TAX-REFUNDABLE
    ELSE
        DISPLAY 'Refundable when not flown? (Y/N): '
            WITH NO ADVANCING
        ACCEPT TAX-REFUNDABLE
        IF TAX-REFUNDABLE NOT = 'Y'
            MOVE 'N' TO TAX-REFUNDABLE
        END-IF
    END-IF
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> CHANGE
*> -----------------------------------------------------------
4000-CHANGE-TAX.
    PERFORM 3100-GET-SEARCH-KEY THRU 3100-EXIT
    PERFORM 7000-FIND-TAX THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Charge not on file.'
        GO TO 4000-EXIT
    END-IF
    DISPLAY '  Current values shown - enter new values.'
    PERFORM 6100-SHOW-TAX THRU 6100-EXIT
    PERFORM 3200-GET-DETAILS THRU 3200-EXIT
    IF NOT WS-DETAILS-OK
        GO TO 4000-EXIT
    END-IF
*> A change revives a deleted entry, as CANMGR does for rules.
    MOVE 'A' TO TAX-STATUS
    MOVE WS-TODAY   TO TAX-LAST-CHG-DATE
    MOVE WS-OPER-ID TO TAX-LAST-CHG-USER
    MOVE TAX-END-DATE TO WS-CAND-END-DATE
    MOVE TAX-RECORD   TO WS-CAND-TAX-RECORD
    PERFORM 7100-CHECK-OVERLAP THRU 7100-EXIT
    IF WS-RANGE-OVERLAPS
        DISPLAY '  Date range overlaps an existing entry for '
            'this station/charge - rejected.'
    ELSE
        MOVE WS-CAND-TAX-RECORD TO TAX-RECORD
        PERFORM 7500-REBUILD-MASTER THRU 7500-EXIT
        DISPLAY '  Charge changed.'
    END-IF
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> DELETE
*> -----------------------------------------------------------
5000-DELETE-TAX.
    PERFORM 3100-GET-SEARCH-KEY THRU 3100-EXIT
    PERFORM 7000-FIND-TAX THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Charge not on file.'
    ELSE
        MOVE 'I' TO TAX-STATUS
        MOVE WS-TODAY   TO TAX-LAST-CHG-DATE
        MOVE WS-OPER-ID TO TAX-LAST-CHG-USER
        PERFORM 7500-REBUILD-MASTER THRU 7500-EXIT
        DISPLAY '  Charge deleted.'
    END-IF
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> INQUIRE
*> -----------------------------------------------------------
6000-INQUIRE-TAX.
    PERFORM 3100-GET-SEARCH-KEY THRU 3100-EXIT
    PERFORM 7000-FIND-TAX THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Charge not on file.'
    ELSE
        PERFORM 6100-SHOW-TAX THRU 6100-EXIT
    END-IF
    .
6000-EXIT.
    EXIT.

6100-SHOW-TAX.
    MOVE TAX-FLAT-AMOUNT TO WS-AMOUNT-ED
    MOVE TAX-PERCENT     TO WS-PERCENT-ED
    DISPLAY ' '
    DISPLAY '  Station/code .. ' TAX-STATION ' ' TAX-CODE
    DISPLAY '  Date range .... ' TAX-EFF-DATE ' to ' TAX-END-DATE
    DISPLAY '  Description ... ' TAX-DESCRIPTION
    DISPLAY '  Authority ..... ' TAX-AUTHORITY
    DISPLAY '  Category ...... ' TAX-CATEGORY
        '   Basis ' TAX-BASIS
    DISPLAY '  Amount ........ ' WS-AMOUNT-ED
        '   Percent ' WS-PERCENT-ED
    DISPLAY '  Refundable .... ' TAX-REFUNDABLE
    DISPLAY '  Status ........ ' TAX-STATUS
    DISPLAY '  Last changed .. ' TAX-LAST-CHG-DATE ' by ' TAX-LAST-CHG-USER
    .
6100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-TAX - sequential scan for the search key built by
*> 3100-GET-SEARCH-KEY.  The table does not exist until the
*> first Add, so a failed OPEN INPUT is treated as an empty file
*> rather than abandoned.
*> -----------------------------------------------------------
7000-FIND-TAX.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-FOUND-SW
    OPEN INPUT TAX-TABLE-FILE
    IF WS-TAX-FILE-STATUS NOT = '00'
        GO TO 7000-EXIT
    END-IF
    PERFORM UNTIL WS-EOF OR WS-RECORD-FOUND
        READ TAX-TABLE-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF TAX-STATION = WS-SEARCH-STATION
                   AND TAX-CODE = WS-SEARCH-CODE
                   AND TAX-EFF-DATE = WS-SEARCH-EFF-DATE
                    MOVE 'Y' TO WS-FOUND-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-FILE
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7100-CHECK-OVERLAP - a station/charge pair may have several
*> entries, one per date range, but the ranges must not overlap
*> or BOOKMGR would charge the passenger twice.  Scans every
*> other ACTIVE entry for the pair and sets WS-RANGE-OVERLAPS if
*> any of them shares a day with WS-SEARCH-EFF-DATE thru
*> WS-CAND-END-DATE.  The entry being changed is excluded so it
*> is not flagged against itself.
*> -----------------------------------------------------------
7100-CHECK-OVERLAP.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-OVERLAP-SW
    OPEN INPUT TAX-TABLE-FILE
    IF WS-TAX-FILE-STATUS NOT = '00'
        GO TO 7100-EXIT
    END-IF
    PERFORM UNTIL WS-EOF OR WS-RANGE-OVERLAPS
        READ TAX-TABLE-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF TAX-STATION = WS-SEARCH-STATION
                   AND TAX-CODE = WS-SEARCH-CODE
                   AND TAX-ACTIVE
                   AND TAX-EFF-DATE NOT = WS-SEARCH-EFF-DATE
                   AND TAX-EFF-DATE <= WS-CAND-END-DATE
                   AND TAX-END-DATE >= WS-SEARCH-EFF-DATE
                    MOVE 'Y' TO WS-OVERLAP-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-FILE
    .
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7500-REBUILD-MASTER - classic old-master/new-master rewrite.
*> TAX-RECORD on entry holds the already-updated record for the
*> key in WS-SEARCH-STATION/-CODE/-EFF-DATE.  Every other
*> record is copied through unchanged.
*> -----------------------------------------------------------
7500-REBUILD-MASTER.
    MOVE TAX-RECORD TO TAX-WORK-RECORD
    OPEN INPUT TAX-TABLE-FILE
    OPEN OUTPUT TAX-TABLE-WORK
    WRITE TAX-WORK-RECORD
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ TAX-TABLE-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF TAX-STATION = WS-SEARCH-STATION
                   AND TAX-CODE = WS-SEARCH-CODE
                   AND TAX-EFF-DATE = WS-SEARCH-EFF-DATE
                    CONTINUE
                ELSE
                    MOVE TAX-RECORD TO TAX-WORK-RECORD
                    WRITE TAX-WORK-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-FILE
    CLOSE TAX-TABLE-WORK
    PERFORM 7600-REPLACE-MASTER THRU 7600-EXIT
    .
7500-EXIT.
    EXIT.

7600-REPLACE-MASTER.
    OPEN INPUT TAX-TABLE-WORK
    OPEN OUTPUT TAX-TABLE-FILE
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ TAX-TABLE-WORK
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                WRITE TAX-RECORD FROM TAX-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-WORK
    CLOSE TAX-TABLE-FILE
    .
7600-EXIT.
    EXIT.
