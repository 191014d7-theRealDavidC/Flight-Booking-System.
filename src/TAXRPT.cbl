*> ---------------------------------------------------------------
*> TAXRPT
*> Monthly tax and airport-charge remittance report.
*>
*> Standalone batch program - not on the AIRMAIN menu, and not in
*> the NIGHTRUN stream: run once a month after the last night's
*> SETTLE.  Reads the one-line run card in TAX-PARM-FILE for the
*> remittance month, pulls every tax-collected ('T') and tax-
*> refunded ('U') DAILY-SETTLEMENT entry settled in that month,
*> names the authority each charge is owed to off the TAX-TABLE,
*> and prints what is owed by authority and by station: one line
*> per station/charge code with collected, refunded and net,
*> a subtotal per authority and a grand total that ties to the
*> tax block at the foot of SETTRPT's month-to-date run.
*>
*> The authority comes from the TAX-TABLE entry for the charge's
*> station/code whose date range covers the settlement run date,
*> falling back to the latest entry on file for the pair; a
*> charge with no table entry at all (deleted since) reports
*> under UNKNOWN AUTHORITY so the money is never dropped.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXRPT.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DAILY-SETTLEMENT-FILE ASSIGN TO "SETTLDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SETL-FILE-STATUS.
    SELECT TAX-TABLE-FILE ASSIGN TO "TAXDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TAX-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
    SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TAX-PARM-FILE.
COPY TAXPARM.

FD  DAILY-SETTLEMENT-FILE.
COPY SETTREC.

FD  TAX-TABLE-FILE.
COPY TAXTAB.

SD  SORT-WORK-FILE.
01  SORT-RECORD.
    05  SRT-AUTHORITY                PIC X(20).
    05  SRT-STATION                  PIC X(03).
    05  SRT-TAX-CODE                 PIC X(02).
    05  SRT-DESCRIPTION              PIC X(20).
    05  SRT-TXN-TYPE                 PIC X(01).
        88  SRT-COLLECTED            VALUE 'T'.
    05  SRT-AMOUNT                   PIC 9(06)V99.

FD  TAX-REPORT-FILE.
01  REPORT-LINE                     PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-ENTRY-FOUND          VALUE 'Y'.
    05  WS-FIRST-SW                 PIC X VALUE 'Y'.
        88  WS-FIRST-RECORD         VALUE 'Y'.

01  WS-SETL-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-TAX-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-PARM-MONTH                    PIC 9(06).
01  WS-RECORD-MONTH                  PIC 9(06).

77  WS-SELECTED-COUNT                PIC 9(07) COMP VALUE ZERO.

*> The tax table, held in memory for the authority lookup.  A
*> table larger than the area names the overflow entries'
*> charges UNKNOWN AUTHORITY and says so on the report.
77  WS-TT-MAX                        PIC 9(04) COMP VALUE 1000.
77  WS-TT-COUNT                      PIC 9(04) COMP VALUE ZERO.
77  WS-TT-IX                         PIC 9(04) COMP VALUE ZERO.
77  WS-TT-BEST-IX                    PIC 9(04) COMP VALUE ZERO.
77  WS-TT-DROPPED-COUNT              PIC 9(07) COMP VALUE ZERO.
01  WS-TT-TABLE.
    05  WS-TT-ENTRY OCCURS 1000 TIMES.
        10  WS-TT-STATION            PIC X(03).
        10  WS-TT-CODE               PIC X(02).
        10  WS-TT-EFF-DATE           PIC 9(08).
        10  WS-TT-END-DATE           PIC 9(08).
        10  WS-TT-DESCRIPTION        PIC X(20).
        10  WS-TT-AUTHORITY          PIC X(20).

*> Control-break fields and accumulators.
01  WS-PREV-AUTHORITY                PIC X(20) VALUE SPACES.
01  WS-PREV-STATION                  PIC X(03) VALUE SPACES.
01  WS-PREV-TAX-CODE                 PIC X(02) VALUE SPACES.
01  WS-PREV-DESCRIPTION              PIC X(20) VALUE SPACES.

01  WS-LINE-TOTALS.
    05  WS-LINE-COLLECTED            PIC S9(09)V99 VALUE ZERO.
    05  WS-LINE-REFUNDED             PIC S9(09)V99 VALUE ZERO.
01  WS-AUTH-TOTALS.
    05  WS-AUTH-COLLECTED            PIC S9(09)V99 VALUE ZERO.
    05  WS-AUTH-REFUNDED             PIC S9(09)V99 VALUE ZERO.
01  WS-GRAND-TOTALS.
    05  WS-TOT-COLLECTED             PIC S9(09)V99 VALUE ZERO.
    05  WS-TOT-REFUNDED              PIC S9(09)V99 VALUE ZERO.
01  WS-WORK-NET                      PIC S9(09)V99 VALUE ZERO.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-STATION                   PIC X(03).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-TAX-CODE                  PIC X(02).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-DESCRIPTION               PIC X(20).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-COLLECTED                 PIC ZZZ,ZZZ,ZZ9.99-.
    05  RD-REFUNDED                  PIC ZZZ,ZZZ,ZZ9.99-.
    05  RD-NET                       PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(30)
        VALUE '  STN CD DESCRIPTION'.
    05  FILLER                       PIC X(15) VALUE '      COLLECTED'.
    05  FILLER                       PIC X(15) VALUE '       REFUNDED'.
    05  FILLER                       PIC X(15) VALUE '        NET DUE'.

01  WS-SELECTED-ED                   PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        OPEN OUTPUT TAX-REPORT-FILE
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SRT-AUTHORITY SRT-STATION SRT-TAX-CODE
            INPUT PROCEDURE 3000-SELECT-ENTRIES THRU 3000-EXIT
            OUTPUT PROCEDURE 4000-PRINT-REPORT THRU 4000-EXIT
        CLOSE TAX-REPORT-FILE
    END-IF
    GOBACK.

1000-INITIALIZE.
    OPEN INPUT TAX-PARM-FILE
    READ TAX-PARM-FILE
        AT END
            DISPLAY 'TAXRPT - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE TAX-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    MOVE TAX-PARM-MONTH TO WS-PARM-MONTH
    OPEN INPUT DAILY-SETTLEMENT-FILE
    IF WS-SETL-FILE-STATUS NOT = '00'
        DISPLAY 'TAXRPT - no settlement file on disk,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    CLOSE DAILY-SETTLEMENT-FILE
    PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-LOAD-TAX-TABLE - reads the tax table into memory for the
*> authority lookup.  A missing table is reported but does not
*> stop the run: every charge then prints under UNKNOWN
*> AUTHORITY, and the totals still tie to settlement.
*> -----------------------------------------------------------
1100-LOAD-TAX-TABLE.
    MOVE ZERO TO WS-TT-COUNT
    OPEN INPUT TAX-TABLE-FILE
    IF WS-TAX-FILE-STATUS NOT = '00'
        DISPLAY 'TAXRPT - no tax table on disk, authorities'
            ' will show as UNKNOWN.'
        GO TO 1100-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ TAX-TABLE-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-TT-COUNT >= WS-TT-MAX
                    ADD 1 TO WS-TT-DROPPED-COUNT
                ELSE
                    ADD 1 TO WS-TT-COUNT
                    MOVE TAX-STATION     TO WS-TT-STATION(WS-TT-COUNT)
                    MOVE TAX-CODE        TO WS-TT-CODE(WS-TT-COUNT)
                    MOVE TAX-EFF-DATE    TO WS-TT-EFF-DATE(WS-TT-COUNT)
                    MOVE TAX-END-DATE    TO WS-TT-END-DATE(WS-TT-COUNT)
                    MOVE TAX-DESCRIPTION
                        TO WS-TT-DESCRIPTION(WS-TT-COUNT)
                    MOVE TAX-AUTHORITY
                        TO WS-TT-AUTHORITY(WS-TT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TAX-TABLE-FILE
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-SELECT-ENTRIES - INPUT PROCEDURE for the sort.  Releases
*> every 'T'/'U' settlement entry settled in the requested month,
*> tagged with the authority and description of its charge.
*> -----------------------------------------------------------
3000-SELECT-ENTRIES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT DAILY-SETTLEMENT-FILE
    PERFORM UNTIL WS-EOF
        READ DAILY-SETTLEMENT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                MOVE SETL-RUN-DATE(1:6) TO WS-RECORD-MONTH
                IF (SETL-TAX-COLLECTED OR SETL-TAX-REFUNDED)
                   AND WS-RECORD-MONTH = WS-PARM-MONTH
                    PERFORM 3100-LOOKUP-AUTHORITY THRU 3100-EXIT
                    MOVE SETL-TAX-STATION TO SRT-STATION
                    MOVE SETL-TAX-CODE    TO SRT-TAX-CODE
                    MOVE SETL-TXN-TYPE    TO SRT-TXN-TYPE
                    MOVE SETL-FARE-AMOUNT TO SRT-AMOUNT
                    ADD 1 TO WS-SELECTED-COUNT
                    RELEASE SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE DAILY-SETTLEMENT-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-LOOKUP-AUTHORITY - the station/code entry covering the
*> settlement run date, else the latest entry for the pair,
*> else UNKNOWN AUTHORITY.  Sets SRT-AUTHORITY/-DESCRIPTION.
*> -----------------------------------------------------------
3100-LOOKUP-AUTHORITY.
    MOVE 'UNKNOWN AUTHORITY' TO SRT-AUTHORITY
    MOVE 'UNKNOWN CHARGE'    TO SRT-DESCRIPTION
    MOVE 'N' TO WS-FOUND-SW
    MOVE ZERO TO WS-TT-BEST-IX
    MOVE ZERO TO WS-TT-IX
    PERFORM UNTIL WS-ENTRY-FOUND OR WS-TT-IX >= WS-TT-COUNT
        ADD 1 TO WS-TT-IX
        IF WS-TT-STATION(WS-TT-IX) = SETL-TAX-STATION
           AND WS-TT-CODE(WS-TT-IX) = SETL-TAX-CODE
            IF SETL-RUN-DATE >= WS-TT-EFF-DATE(WS-TT-IX)
               AND SETL-RUN-DATE <= WS-TT-END-DATE(WS-TT-IX)
                MOVE 'Y' TO WS-FOUND-SW
                MOVE WS-TT-IX TO WS-TT-BEST-IX
            ELSE
                IF WS-TT-BEST-IX = ZERO
                    MOVE WS-TT-IX TO WS-TT-BEST-IX
                ELSE
                    IF WS-TT-EFF-DATE(WS-TT-IX) >
                       WS-TT-EFF-DATE(WS-TT-BEST-IX)
                        MOVE WS-TT-IX TO WS-TT-BEST-IX
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-TT-BEST-IX > ZERO
        MOVE WS-TT-AUTHORITY(WS-TT-BEST-IX)   TO SRT-AUTHORITY
        MOVE WS-TT-DESCRIPTION(WS-TT-BEST-IX) TO SRT-DESCRIPTION
    END-IF
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-PRINT-REPORT - OUTPUT PROCEDURE for the sort.  One line
*> per station/charge code, broken by authority with a subtotal
*> each, and the grand-total trailer.
*> -----------------------------------------------------------
4000-PRINT-REPORT.
    PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN SORT-WORK-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                PERFORM 4200-PROCESS-ENTRY THRU 4200-EXIT
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 4300-PRINT-CHARGE-LINE THRU 4300-EXIT
        PERFORM 4400-PRINT-AUTH-TOTAL THRU 4400-EXIT
    END-IF
    PERFORM 4500-PRINT-GRAND-TOTAL THRU 4500-EXIT
    .
4000-EXIT.
    EXIT.

4100-WRITE-HEADERS.
    MOVE SPACES TO REPORT-LINE
    STRING 'TAX AND AIRPORT-CHARGE REMITTANCE - MONTH '
           WS-PARM-MONTH
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-TT-DROPPED-COUNT > ZERO
        MOVE WS-TT-DROPPED-COUNT TO WS-SELECTED-ED
        MOVE SPACES TO REPORT-LINE
        STRING 'TAX TABLE AREA FULL - ' WS-SELECTED-ED
               ' ENTRIES NOT LOADED, MAY SHOW AS UNKNOWN'
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .
4100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4200-PROCESS-ENTRY - control breaks on authority and on
*> station/charge code, then adds the entry to the line.
*> -----------------------------------------------------------
4200-PROCESS-ENTRY.
    IF WS-FIRST-RECORD
        MOVE 'N' TO WS-FIRST-SW
        PERFORM 4250-START-AUTHORITY THRU 4250-EXIT
    ELSE
        IF SRT-AUTHORITY NOT = WS-PREV-AUTHORITY
            PERFORM 4300-PRINT-CHARGE-LINE THRU 4300-EXIT
            PERFORM 4400-PRINT-AUTH-TOTAL THRU 4400-EXIT
            PERFORM 4250-START-AUTHORITY THRU 4250-EXIT
        ELSE
            IF SRT-STATION NOT = WS-PREV-STATION
               OR SRT-TAX-CODE NOT = WS-PREV-TAX-CODE
                PERFORM 4300-PRINT-CHARGE-LINE THRU 4300-EXIT
            END-IF
        END-IF
    END-IF
    MOVE SRT-STATION     TO WS-PREV-STATION
    MOVE SRT-TAX-CODE    TO WS-PREV-TAX-CODE
    MOVE SRT-DESCRIPTION TO WS-PREV-DESCRIPTION
    IF SRT-COLLECTED
        ADD SRT-AMOUNT TO WS-LINE-COLLECTED
    ELSE
        ADD SRT-AMOUNT TO WS-LINE-REFUNDED
    END-IF
    .
4200-EXIT.
    EXIT.

4250-START-AUTHORITY.
    MOVE SRT-AUTHORITY TO WS-PREV-AUTHORITY
    MOVE ZERO TO WS-AUTH-COLLECTED WS-AUTH-REFUNDED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'AUTHORITY: ' SRT-AUTHORITY INTO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    .
4250-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4300-PRINT-CHARGE-LINE - prints the station/code line just
*> finished and rolls it into the authority subtotal.
*> -----------------------------------------------------------
4300-PRINT-CHARGE-LINE.
    COMPUTE WS-WORK-NET = WS-LINE-COLLECTED - WS-LINE-REFUNDED
    MOVE WS-PREV-STATION     TO RD-STATION
    MOVE WS-PREV-TAX-CODE    TO RD-TAX-CODE
    MOVE WS-PREV-DESCRIPTION TO RD-DESCRIPTION
    MOVE WS-LINE-COLLECTED   TO RD-COLLECTED
    MOVE WS-LINE-REFUNDED    TO RD-REFUNDED
    MOVE WS-WORK-NET         TO RD-NET
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    ADD WS-LINE-COLLECTED TO WS-AUTH-COLLECTED
    ADD WS-LINE-REFUNDED  TO WS-AUTH-REFUNDED
    MOVE ZERO TO WS-LINE-COLLECTED WS-LINE-REFUNDED
    .
4300-EXIT.
    EXIT.

4400-PRINT-AUTH-TOTAL.
    COMPUTE WS-WORK-NET = WS-AUTH-COLLECTED - WS-AUTH-REFUNDED
    MOVE SPACES              TO RD-STATION RD-TAX-CODE
    MOVE 'AUTHORITY TOTAL'   TO RD-DESCRIPTION
    MOVE WS-AUTH-COLLECTED   TO RD-COLLECTED
    MOVE WS-AUTH-REFUNDED    TO RD-REFUNDED
    MOVE WS-WORK-NET         TO RD-NET
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    ADD WS-AUTH-COLLECTED TO WS-TOT-COLLECTED
    ADD WS-AUTH-REFUNDED  TO WS-TOT-REFUNDED
    .
4400-EXIT.
    EXIT.

4500-PRINT-GRAND-TOTAL.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    COMPUTE WS-WORK-NET = WS-TOT-COLLECTED - WS-TOT-REFUNDED
    MOVE SPACES              TO RD-STATION RD-TAX-CODE
    MOVE 'TOTAL TO REMIT'    TO RD-DESCRIPTION
    MOVE WS-TOT-COLLECTED    TO RD-COLLECTED
    MOVE WS-TOT-REFUNDED     TO RD-REFUNDED
    MOVE WS-WORK-NET         TO RD-NET
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    MOVE WS-SELECTED-COUNT TO WS-SELECTED-ED
    MOVE SPACES TO REPORT-LINE
    STRING 'TAX ENTRIES REPORTED: ' WS-SELECTED-ED
        INTO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY 'TAXRPT - ' WS-SELECTED-ED ' tax entries reported.'
    .
4500-EXIT.
    EXIT.
