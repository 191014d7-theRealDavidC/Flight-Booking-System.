*> ---------------------------------------------------------------
*> STATMGR
*> Station master maintenance.
*>
*> Called from AIRMAIN option 17.  Maintains STATION-MASTER: add,
*> change, delete and inquire of the stations the network serves
*> - name, country and whether the station is international.
*> CHECKIN holds a passenger on a departure from or to an
*> international station to the travel-document rules, and the
*> APISGEN run transmits the departure's passengers, so the flag
*> must be right before the first such flight checks in.
*>
*> STATION-MASTER is an indexed file keyed on STAT-KEY (the
*> station code), so every function is direct random I-O against
*> the key - the same shape as AGCYMGR against AGENCY-MASTER.
*> Every add/change/delete writes a before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram, like every
*> other master-file change.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. STATMGR.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATION-MASTER-FILE ASSIGN TO "STATDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STAT-KEY
        FILE STATUS IS WS-STAT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STATION-MASTER-FILE.
COPY STATREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-VALID-SW                 PIC X VALUE 'N'.
        88  WS-DETAILS-VALID        VALUE 'Y'.

01  WS-STAT-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-TODAY                        PIC 9(08).

01  WS-SEARCH-CODE                   PIC X(03).

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'STATMGR'.
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
            WHEN 'A' PERFORM 3000-ADD-STATION THRU 3000-EXIT
            WHEN 'C' PERFORM 4000-CHANGE-STATION THRU 4000-EXIT
            WHEN 'D' PERFORM 5000-DELETE-STATION THRU 5000-EXIT
            WHEN 'I' PERFORM 6000-INQUIRE-STATION THRU 6000-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
        END-EVALUATE
    END-PERFORM
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Station Master Maintenance --'
    MOVE LK-OPER-ID TO WS-OPER-ID
    .
1000-EXIT.
    EXIT.

2000-MENU.
    DISPLAY ' '
    DISPLAY '======================================='
    DISPLAY '  STATION MASTER (STATMGR)'
    DISPLAY '======================================='
    DISPLAY '  A. Add station'
    DISPLAY '  C. Change station'
    DISPLAY '  D. Delete station'
    DISPLAY '  I. Inquire station'
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
3000-ADD-STATION.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    IF WS-SEARCH-CODE = SPACES
        DISPLAY '  Station code is required.'
        GO TO 3000-EXIT
    END-IF
*> The station file does not exist until the first Add - the
*> same first-use posture AGCYMGR takes with its agency file.
    OPEN I-O STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        OPEN OUTPUT STATION-MASTER-FILE
        IF WS-STAT-FILE-STATUS NOT = '00'
            DISPLAY '  Station master file error - status '
                WS-STAT-FILE-STATUS
            GO TO 3000-EXIT
        END-IF
        MOVE 'N' TO WS-FOUND-SW
    ELSE
        PERFORM 7000-FIND-STATION THRU 7000-EXIT
    END-IF
    IF WS-RECORD-FOUND
        DISPLAY '  Station already on file - use Change instead.'
    ELSE
        MOVE WS-SEARCH-CODE TO STAT-CODE
        PERFORM 3200-GET-DETAILS THRU 3200-EXIT
        IF NOT WS-DETAILS-VALID
            DISPLAY '  Station not added.'
        ELSE
            MOVE 'A'        TO STAT-STATUS
            MOVE WS-TODAY   TO STAT-LAST-CHG-DATE
            MOVE WS-OPER-ID TO STAT-LAST-CHG-USER
            WRITE STAT-RECORD
                INVALID KEY
                    DISPLAY '  Station not added - key error.'
                NOT INVALID KEY
                    MOVE 'A' TO WS-AUD-ACTION
                    MOVE SPACES TO WS-AUD-OLD-VALUE
                    PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Station added.'
            END-WRITE
        END-IF
    END-IF
    CLOSE STATION-MASTER-FILE
    .
3000-EXIT.
    EXIT.

3100-GET-KEY.
    DISPLAY 'Station code: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-CODE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-GET-DETAILS - name, country and the international flag.
*> The flag must be answered Y or N; there is no default, as a
*> wrong guess either skips the document check or demands
*> documents for a domestic hop.
*> -----------------------------------------------------------
3200-GET-DETAILS.
    MOVE 'N' TO WS-VALID-SW
    DISPLAY 'Station name: ' WITH NO ADVANCING
    ACCEPT STAT-NAME
    DISPLAY 'Country code (3 letters, as on passports): '
        WITH NO ADVANCING
    ACCEPT STAT-COUNTRY
    DISPLAY 'International station? (Y/N): ' WITH NO ADVANCING
    ACCEPT STAT-INTL-FLAG
    IF STAT-NAME = SPACES
        DISPLAY '  Station name is required.'
        GO TO 3200-EXIT
    END-IF
    IF STAT-COUNTRY = SPACES
        DISPLAY '  Country code is required.'
        GO TO 3200-EXIT
    END-IF
    IF NOT STAT-INTERNATIONAL AND NOT STAT-DOMESTIC
        DISPLAY '  International flag must be Y or N.'
        GO TO 3200-EXIT
    END-IF
    MOVE 'Y' TO WS-VALID-SW
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> CHANGE
*> -----------------------------------------------------------
4000-CHANGE-STATION.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN I-O STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        DISPLAY '  Station master file error - status '
            WS-STAT-FILE-STATUS
        GO TO 4000-EXIT
    END-IF
    PERFORM 7000-FIND-STATION THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Station not on file.'
    ELSE
        PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
        MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
        DISPLAY '  Current values shown - enter new values.'
        PERFORM 6100-SHOW-STATION THRU 6100-EXIT
        PERFORM 3200-GET-DETAILS THRU 3200-EXIT
        IF NOT WS-DETAILS-VALID
            DISPLAY '  Station not changed.'
        ELSE
*> A change revives a deleted station - the same posture
*> AGCYMGR takes with its agencies.
            MOVE 'A'        TO STAT-STATUS
            MOVE WS-TODAY   TO STAT-LAST-CHG-DATE
            MOVE WS-OPER-ID TO STAT-LAST-CHG-USER
            REWRITE STAT-RECORD
                INVALID KEY
                    DISPLAY '  Station not changed - key error.'
                NOT INVALID KEY
                    MOVE 'C' TO WS-AUD-ACTION
                    PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Station changed.'
            END-REWRITE
        END-IF
    END-IF
    CLOSE STATION-MASTER-FILE
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> DELETE - a logical delete.  The entry stays on file with its
*> flag, so flights already scheduled through the station are
*> still checked and transmitted the same way.
*> -----------------------------------------------------------
5000-DELETE-STATION.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN I-O STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        DISPLAY '  Station master file error - status '
            WS-STAT-FILE-STATUS
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-FIND-STATION THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Station not on file.'
    ELSE
        PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
        MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
        MOVE 'I' TO STAT-STATUS
        MOVE WS-TODAY   TO STAT-LAST-CHG-DATE
        MOVE WS-OPER-ID TO STAT-LAST-CHG-USER
        REWRITE STAT-RECORD
            INVALID KEY
                DISPLAY '  Station not deleted - key error.'
            NOT INVALID KEY
                MOVE 'D' TO WS-AUD-ACTION
                MOVE 'STAT=I (DELETED)' TO WS-AUD-NEW-VALUE
                PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                DISPLAY '  Station deleted.'
        END-REWRITE
    END-IF
    CLOSE STATION-MASTER-FILE
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> INQUIRE
*> -----------------------------------------------------------
6000-INQUIRE-STATION.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN INPUT STATION-MASTER-FILE
    IF WS-STAT-FILE-STATUS NOT = '00'
        DISPLAY '  Station not on file.'
        GO TO 6000-EXIT
    END-IF
    PERFORM 7000-FIND-STATION THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Station not on file.'
    ELSE
        PERFORM 6100-SHOW-STATION THRU 6100-EXIT
    END-IF
    CLOSE STATION-MASTER-FILE
    .
6000-EXIT.
    EXIT.

6100-SHOW-STATION.
    DISPLAY ' '
    DISPLAY '  Station ....... ' STAT-CODE ' ' STAT-NAME
    DISPLAY '  Country ....... ' STAT-COUNTRY
    IF STAT-INTERNATIONAL
        DISPLAY '  International . Y (documents checked, APIS sent)'
    ELSE
        DISPLAY '  International . N'
    END-IF
    DISPLAY '  Status ........ ' STAT-STATUS
    DISPLAY '  Last changed .. ' STAT-LAST-CHG-DATE
        ' by ' STAT-LAST-CHG-USER
    .
6100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-STATION - direct keyed READ of STATION-MASTER-FILE
*> for the code in WS-SEARCH-CODE.  Caller must already have the
*> file OPEN (I-O or INPUT).  Leaves STAT-RECORD populated with
*> the matching record when found.
*> -----------------------------------------------------------
7000-FIND-STATION.
    MOVE 'N' TO WS-FOUND-SW
    MOVE WS-SEARCH-CODE TO STAT-CODE
    READ STATION-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7100-BUILD-AUDIT-VALUE - the station as one audit value line,
*> built from the current STAT-RECORD.
*> -----------------------------------------------------------
7100-BUILD-AUDIT-VALUE.
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'NAME=' STAT-NAME
           ' CTRY=' STAT-COUNTRY
           ' INTL=' STAT-INTL-FLAG
           ' STAT=' STAT-STATUS
        INTO WS-AUD-NEW-VALUE
    .
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    MOVE SPACES TO WS-AUD-KEY
    MOVE WS-SEARCH-CODE TO WS-AUD-KEY
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.
