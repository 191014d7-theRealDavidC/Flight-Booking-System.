*> ---------------------------------------------------------------
*> AGCYMGR
*> Travel agency master maintenance.
*>
*> Called from AIRMAIN option 15.  Maintains AGENCY-MASTER: add,
*> change, delete and inquire of the agencies allowed to sell -
*> name, commission percentage per fare class, credit limit and
*> status - and records the remittances an agency sends against
*> its statement balance.  BOOKMGR and INTLLOAD take the selling
*> agency onto the booking from here; the AGCYSTMT statement run
*> raises each agency's balance by the net it must remit.
*>
*> AGENCY-MASTER is an indexed file keyed on AGCY-KEY (the agency
*> code), so every function is direct random I-O against the key
*> - the same shape as ACFTMGR against AIRCRAFT-CONFIG.  Every
*> add/change/delete and every remittance writes a before/after
*> entry to AUDIT-LOG-FILE via the common AUDITLOG subprogram,
*> like every other master-file change.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AGCYMGR.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AGENCY-MASTER-FILE ASSIGN TO "AGCYDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGCY-KEY
        FILE STATUS IS WS-AGCY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AGENCY-MASTER-FILE.
COPY AGCYREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-VALID-SW                 PIC X VALUE 'N'.
        88  WS-DETAILS-VALID        VALUE 'Y'.

01  WS-AGCY-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-TODAY                        PIC 9(08).

01  WS-SEARCH-CODE                   PIC X(08).
01  WS-REMIT-AMOUNT                  PIC 9(07)V99 VALUE ZERO.
01  WS-AMOUNT-ED                     PIC Z,ZZZ,ZZ9.99-.
01  WS-LIMIT-ED                      PIC Z,ZZZ,ZZ9.99.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'AGCYMGR'.
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
            WHEN 'A' PERFORM 3000-ADD-AGENCY THRU 3000-EXIT
            WHEN 'C' PERFORM 4000-CHANGE-AGENCY THRU 4000-EXIT
            WHEN 'D' PERFORM 5000-DELETE-AGENCY THRU 5000-EXIT
            WHEN 'I' PERFORM 6000-INQUIRE-AGENCY THRU 6000-EXIT
            WHEN 'R' PERFORM 6500-RECORD-REMITTANCE THRU 6500-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
        END-EVALUATE
    END-PERFORM
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Travel Agency Maintenance --'
    MOVE LK-OPER-ID TO WS-OPER-ID
    .
1000-EXIT.
    EXIT.

2000-MENU.
    DISPLAY ' '
    DISPLAY '======================================='
    DISPLAY '  TRAVEL AGENCIES (AGCYMGR)'
    DISPLAY '======================================='
    DISPLAY '  A. Add agency'
    DISPLAY '  C. Change agency'
    DISPLAY '  D. Delete agency'
    DISPLAY '  I. Inquire agency'
    DISPLAY '  R. Record remittance received'
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
3000-ADD-AGENCY.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    IF WS-SEARCH-CODE = SPACES
        DISPLAY '  Agency code is required.'
        GO TO 3000-EXIT
    END-IF
*> The agency file does not exist until the first Add - the
*> same first-use posture ACFTMGR takes with its config file.
    OPEN I-O AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        OPEN OUTPUT AGENCY-MASTER-FILE
        IF WS-AGCY-FILE-STATUS NOT = '00'
            DISPLAY '  Agency master file error - status '
                WS-AGCY-FILE-STATUS
            GO TO 3000-EXIT
        END-IF
        MOVE 'N' TO WS-FOUND-SW
    ELSE
        PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    END-IF
    IF WS-RECORD-FOUND
        DISPLAY '  Agency already on file - use Change instead.'
    ELSE
        MOVE WS-SEARCH-CODE TO AGCY-CODE
        PERFORM 3200-GET-DETAILS THRU 3200-EXIT
        IF NOT WS-DETAILS-VALID
            DISPLAY '  Agency not added.'
        ELSE
            MOVE ZERO       TO AGCY-BALANCE-DUE
            MOVE ZERO       TO AGCY-LAST-STMT-DATE
            MOVE 'A'        TO AGCY-STATUS
            MOVE WS-TODAY   TO AGCY-LAST-CHG-DATE
            MOVE WS-OPER-ID TO AGCY-LAST-CHG-USER
            WRITE AGCY-RECORD
                INVALID KEY
                    DISPLAY '  Agency not added - key error.'
                NOT INVALID KEY
                    MOVE 'A' TO WS-AUD-ACTION
                    MOVE SPACES TO WS-AUD-OLD-VALUE
                    PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Agency added.'
            END-WRITE
        END-IF
    END-IF
    CLOSE AGENCY-MASTER-FILE
    .
3000-EXIT.
    EXIT.

3100-GET-KEY.
    DISPLAY 'Agency code: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-CODE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-GET-DETAILS - name, commission percentage per fare
*> class and credit limit.  A commission rate of 50 percent or
*> more is taken as a keying slip and refused.
*> -----------------------------------------------------------
3200-GET-DETAILS.
    MOVE 'N' TO WS-VALID-SW
    DISPLAY 'Agency name: ' WITH NO ADVANCING
    ACCEPT AGCY-NAME
    DISPLAY 'Commission pct - First (e.g. 9.00): '
        WITH NO ADVANCING
    ACCEPT AGCY-COMM-FIRST
    DISPLAY 'Commission pct - Business: ' WITH NO ADVANCING
    ACCEPT AGCY-COMM-BUS
    DISPLAY 'Commission pct - Economy: ' WITH NO ADVANCING
    ACCEPT AGCY-COMM-ECON
    DISPLAY 'Credit limit (e.g. 50000.00): '
        WITH NO ADVANCING
    ACCEPT AGCY-CREDIT-LIMIT
    IF AGCY-NAME = SPACES
        DISPLAY '  Agency name is required.'
        GO TO 3200-EXIT
    END-IF
    IF AGCY-COMM-FIRST NOT NUMERIC
       OR AGCY-COMM-BUS NOT NUMERIC
       OR AGCY-COMM-ECON NOT NUMERIC
       OR AGCY-CREDIT-LIMIT NOT NUMERIC
        DISPLAY '  Commission and credit limit must be numeric.'
        GO TO 3200-EXIT
    END-IF
    IF AGCY-COMM-FIRST >= 50
       OR AGCY-COMM-BUS >= 50
       OR AGCY-COMM-ECON >= 50
        DISPLAY '  Commission must be under 50 percent.'
        GO TO 3200-EXIT
    END-IF
    MOVE 'Y' TO WS-VALID-SW
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> CHANGE
*> -----------------------------------------------------------
4000-CHANGE-AGENCY.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN I-O AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        DISPLAY '  Agency master file error - status '
            WS-AGCY-FILE-STATUS
        GO TO 4000-EXIT
    END-IF
    PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Agency not on file.'
    ELSE
        PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
        MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
        DISPLAY '  Current values shown - enter new values.'
        PERFORM 6100-SHOW-AGENCY THRU 6100-EXIT
        PERFORM 3200-GET-DETAILS THRU 3200-EXIT
        IF NOT WS-DETAILS-VALID
            DISPLAY '  Agency not changed.'
        ELSE
*> A change revives a deleted agency - the same posture ACFTMGR
*> takes with its configurations.  The balance is the
*> statement run's and the remittances', never keyed here.
            MOVE 'A'        TO AGCY-STATUS
            MOVE WS-TODAY   TO AGCY-LAST-CHG-DATE
            MOVE WS-OPER-ID TO AGCY-LAST-CHG-USER
            REWRITE AGCY-RECORD
                INVALID KEY
                    DISPLAY '  Agency not changed - key error.'
                NOT INVALID KEY
                    MOVE 'C' TO WS-AUD-ACTION
                    PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Agency changed.'
            END-REWRITE
        END-IF
    END-IF
    CLOSE AGENCY-MASTER-FILE
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> DELETE - a logical delete: the agency stops selling, but its
*> bookings still statement and its balance is still owed.
*> -----------------------------------------------------------
5000-DELETE-AGENCY.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN I-O AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        DISPLAY '  Agency master file error - status '
            WS-AGCY-FILE-STATUS
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Agency not on file.'
    ELSE
        PERFORM 7100-BUILD-AUDIT-VALUE THRU 7100-EXIT
        MOVE WS-AUD-NEW-VALUE TO WS-AUD-OLD-VALUE
        MOVE 'I' TO AGCY-STATUS
        MOVE WS-TODAY   TO AGCY-LAST-CHG-DATE
        MOVE WS-OPER-ID TO AGCY-LAST-CHG-USER
        REWRITE AGCY-RECORD
            INVALID KEY
                DISPLAY '  Agency not deleted - key error.'
            NOT INVALID KEY
                MOVE 'D' TO WS-AUD-ACTION
                MOVE 'STAT=I (DELETED)' TO WS-AUD-NEW-VALUE
                PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                DISPLAY '  Agency deleted.'
        END-REWRITE
    END-IF
    CLOSE AGENCY-MASTER-FILE
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> INQUIRE
*> -----------------------------------------------------------
6000-INQUIRE-AGENCY.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN INPUT AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        DISPLAY '  Agency not on file.'
        GO TO 6000-EXIT
    END-IF
    PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Agency not on file.'
    ELSE
        PERFORM 6100-SHOW-AGENCY THRU 6100-EXIT
    END-IF
    CLOSE AGENCY-MASTER-FILE
    .
6000-EXIT.
    EXIT.

6100-SHOW-AGENCY.
    DISPLAY ' '
    DISPLAY '  Agency ........ ' AGCY-CODE ' ' AGCY-NAME
    DISPLAY '  Commission .... F ' AGCY-COMM-FIRST
        '  B ' AGCY-COMM-BUS '  Y ' AGCY-COMM-ECON
    MOVE AGCY-CREDIT-LIMIT TO WS-LIMIT-ED
    DISPLAY '  Credit limit .. ' WS-LIMIT-ED
    MOVE AGCY-BALANCE-DUE TO WS-AMOUNT-ED
    DISPLAY '  Balance due ... ' WS-AMOUNT-ED
    IF AGCY-BALANCE-DUE > AGCY-CREDIT-LIMIT
        DISPLAY '  ** OVER CREDIT LIMIT **'
    END-IF
    DISPLAY '  Last statement  ' AGCY-LAST-STMT-DATE
    DISPLAY '  Status ........ ' AGCY-STATUS
    DISPLAY '  Last changed .. ' AGCY-LAST-CHG-DATE
        ' by ' AGCY-LAST-CHG-USER
    .
6100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6500-RECORD-REMITTANCE - money received from the agency
*> against its statements comes off the balance due.  An
*> overpayment leaves a credit balance, carried to the next
*> statement.
*> -----------------------------------------------------------
6500-RECORD-REMITTANCE.
    PERFORM 3100-GET-KEY THRU 3100-EXIT
    OPEN I-O AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        DISPLAY '  Agency master file error - status '
            WS-AGCY-FILE-STATUS
        GO TO 6500-EXIT
    END-IF
    PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Agency not on file.'
        CLOSE AGENCY-MASTER-FILE
        GO TO 6500-EXIT
    END-IF
    MOVE AGCY-BALANCE-DUE TO WS-AMOUNT-ED
    DISPLAY '  Balance due ... ' WS-AMOUNT-ED
    DISPLAY 'Amount received (e.g. 1250.00): '
        WITH NO ADVANCING
    ACCEPT WS-REMIT-AMOUNT
    IF WS-REMIT-AMOUNT NOT NUMERIC OR WS-REMIT-AMOUNT = ZERO
        DISPLAY '  No remittance recorded.'
        CLOSE AGENCY-MASTER-FILE
        GO TO 6500-EXIT
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'BAL=' AGCY-BALANCE-DUE INTO WS-AUD-OLD-VALUE
    SUBTRACT WS-REMIT-AMOUNT FROM AGCY-BALANCE-DUE
    MOVE WS-TODAY   TO AGCY-LAST-CHG-DATE
    MOVE WS-OPER-ID TO AGCY-LAST-CHG-USER
    REWRITE AGCY-RECORD
        INVALID KEY
            DISPLAY '  Remittance not recorded - key error.'
        NOT INVALID KEY
            MOVE 'C' TO WS-AUD-ACTION
            MOVE SPACES TO WS-AUD-NEW-VALUE
            STRING 'BAL=' AGCY-BALANCE-DUE
                   ' REMIT=' WS-REMIT-AMOUNT
                INTO WS-AUD-NEW-VALUE
            PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
            MOVE AGCY-BALANCE-DUE TO WS-AMOUNT-ED
            DISPLAY '  Remittance recorded - balance now '
                WS-AMOUNT-ED
    END-REWRITE
    CLOSE AGENCY-MASTER-FILE
    .
6500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-AGENCY - direct keyed READ of AGENCY-MASTER-FILE
*> for the code in WS-SEARCH-CODE.  Caller must already have the
*> file OPEN (I-O or INPUT).  Leaves AGCY-RECORD populated with
*> the matching record when found.
*> -----------------------------------------------------------
7000-FIND-AGENCY.
    MOVE 'N' TO WS-FOUND-SW
    MOVE WS-SEARCH-CODE TO AGCY-CODE
    READ AGENCY-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND-SW
    END-READ
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7100-BUILD-AUDIT-VALUE - the agency's terms as one audit
*> value line, built from the current AGCY-RECORD.
*> -----------------------------------------------------------
7100-BUILD-AUDIT-VALUE.
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'NAME=' AGCY-NAME
           ' COMM=' AGCY-COMM-FIRST '/' AGCY-COMM-BUS
           '/' AGCY-COMM-ECON
           ' LIMIT=' AGCY-CREDIT-LIMIT
           ' STAT=' AGCY-STATUS
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
