*> ---------------------------------------------------------------
*> AGCYSTMT
*> Travel agency settlement statements.
*>
*> Standalone batch program - not on the AIRMAIN menu, and not in
*> the NIGHTRUN stream: run at each agency settlement period end
*> for the statement date on the one-line run card in
*> AGENCY-STATEMENT-PARM-FILE.  Walks BOOKING-MASTER for the
*> segments travel agencies sold (BOOK-AGENCY-CODE) booked on or
*> before the statement date and prints one statement per
*> agency:
*>
*>   - a SALE line for each ticketed (paid) segment not yet
*>     stated - gross fare, taxes, and the commission taken onto
*>     the booking at sale;
*>   - a RECALL line for each stated segment since cancelled -
*>     the fare and taxes going back to the passenger, and the
*>     commission on the refunded part of the fare taken back
*>     (the commission on a retained penalty stays earned);
*>
*> then the agency's totals and the net it must remit: gross
*> fare plus taxes, less commission earned, less refunds, plus
*> commission recalled.  Each segment's BOOK-AGCY-STMT-STATUS
*> records what has been stated, so a segment is sold and
*> recalled on exactly one statement each however often the job
*> is run.  The net is added to the agency's balance due on
*> AGENCY-MASTER (audit-logged via AUDITLOG), and the run ends
*> with the agencies whose balance is over their credit limit.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AGCYSTMT.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AGENCY-STATEMENT-PARM-FILE ASSIGN TO "AGSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT AGENCY-MASTER-FILE ASSIGN TO "AGCYDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGCY-KEY
        FILE STATUS IS WS-AGCY-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
    SELECT STATEMENT-REPORT-FILE ASSIGN TO "AGSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AGENCY-STATEMENT-PARM-FILE.
COPY AGSTPARM.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  AGENCY-MASTER-FILE.
COPY AGCYREC.

SD  SORT-WORK-FILE.
01  SORT-RECORD.
    05  SRT-AGENCY-CODE              PIC X(08).
    05  SRT-PNR                      PIC X(06).
    05  SRT-SEG-SEQ                  PIC 9(02).
    05  SRT-LINE-TYPE                PIC X(01).
        88  SRT-SALE                 VALUE 'S'.
        88  SRT-RECALL               VALUE 'R'.
    05  SRT-FLT-NUMBER               PIC X(06).
    05  SRT-DEP-DATE                 PIC 9(08).
    05  SRT-FARE-CLASS               PIC X(01).
    05  SRT-FARE-AMOUNT              PIC 9(06)V99.
    05  SRT-TAX-AMOUNT               PIC 9(06)V99.
    05  SRT-COMM-AMOUNT              PIC 9(06)V99.

FD  STATEMENT-REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-FIRST-SW                 PIC X VALUE 'Y'.
        88  WS-FIRST-RECORD         VALUE 'Y'.
    05  WS-CHANGED-SW               PIC X VALUE 'N'.
        88  WS-BOOKING-CHANGED      VALUE 'Y'.
    05  WS-AGCY-FOUND-SW            PIC X VALUE 'N'.
        88  WS-AGENCY-FOUND         VALUE 'Y'.

01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-AGCY-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE 'SYSTEM'.
01  WS-STMT-DATE                     PIC 9(08).

77  WS-SALE-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-RECALL-COUNT                  PIC 9(07) COMP VALUE ZERO.
77  WS-AGENCY-COUNT                  PIC 9(05) COMP VALUE ZERO.
77  WS-OVER-LIMIT-COUNT              PIC 9(05) COMP VALUE ZERO.

01  WS-REFUND-FARE                   PIC 9(06)V99 VALUE ZERO.
01  WS-RECALL-COMM                   PIC 9(06)V99 VALUE ZERO.

*> Per-agency statement accumulators, and the run's totals.
01  WS-PREV-AGENCY                   PIC X(08) VALUE SPACES.
01  WS-AG-TOTALS.
    05  WS-AG-FARE                   PIC S9(09)V99 VALUE ZERO.
    05  WS-AG-TAX                    PIC S9(09)V99 VALUE ZERO.
    05  WS-AG-COMM                   PIC S9(09)V99 VALUE ZERO.
    05  WS-AG-REFUND                 PIC S9(09)V99 VALUE ZERO.
    05  WS-AG-RECALL                 PIC S9(09)V99 VALUE ZERO.
    05  WS-AG-NET                    PIC S9(09)V99 VALUE ZERO.
01  WS-TOT-NET                       PIC S9(09)V99 VALUE ZERO.
01  WS-LINE-NET                      PIC S9(09)V99 VALUE ZERO.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(42)
        VALUE '  TYPE   PNR    SEG FLIGHT DEP DATE CL'.
    05  FILLER                       PIC X(15) VALUE '     GROSS FARE'.
    05  FILLER                       PIC X(15) VALUE '          TAXES'.
    05  FILLER                       PIC X(15) VALUE '     COMMISSION'.
    05  FILLER                       PIC X(15) VALUE '            NET'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-TYPE                      PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PNR                       PIC X(06).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-SEG                       PIC 9(02).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-FLT-NUMBER                PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-DEP-DATE                  PIC 9(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-CLASS                     PIC X(01).
    05  FILLER                       PIC X(05) VALUE SPACES.
    05  RD-FARE                      PIC ZZZ,ZZZ,ZZ9.99-.
    05  RD-TAX                       PIC ZZZ,ZZZ,ZZ9.99-.
    05  RD-COMM                      PIC ZZZ,ZZZ,ZZ9.99-.
    05  RD-NET                       PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-TOTAL-LINE.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  TL-LABEL                     PIC X(30).
    05  TL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-AMOUNT-ED                     PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-LIMIT-ED                      PIC ZZZ,ZZZ,ZZ9.99.
01  WS-COUNT-ED                      PIC ZZZZZZ9.

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'AGCYSTMT'.
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
    IF WS-PARM-OK
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SRT-AGENCY-CODE SRT-PNR SRT-SEG-SEQ
            ON DESCENDING KEY SRT-LINE-TYPE
            INPUT PROCEDURE 3000-SELECT-SEGMENTS THRU 3000-EXIT
            OUTPUT PROCEDURE 4000-PRINT-STATEMENTS THRU 4000-EXIT
        PERFORM 5000-LIST-OVER-LIMIT THRU 5000-EXIT
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE AGENCY-MASTER-FILE
        CLOSE STATEMENT-REPORT-FILE
    END-IF
    GOBACK.

1000-INITIALIZE.
    DISPLAY ' '
    DISPLAY '-- Travel Agency Statements (AGCYSTMT) --'
    OPEN INPUT AGENCY-STATEMENT-PARM-FILE
    READ AGENCY-STATEMENT-PARM-FILE
        AT END
            DISPLAY 'AGCYSTMT - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE AGENCY-STATEMENT-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    MOVE AGST-PARM-STMT-DATE TO WS-STMT-DATE
    DISPLAY '  Statement date: ' WS-STMT-DATE
    OPEN I-O AGENCY-MASTER-FILE
    IF WS-AGCY-FILE-STATUS NOT = '00'
        DISPLAY 'AGCYSTMT - no agency master on disk,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT STATEMENT-REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'TRAVEL AGENCY STATEMENTS - STATEMENT DATE '
           WS-STMT-DATE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-SELECT-SEGMENTS - INPUT PROCEDURE for the sort.  Walks
*> BOOKING-MASTER end to end, releases the sale and recall lines
*> due on each agency-sold segment booked by the statement date,
*> and REWRITEs the segment's statement status in place.  Award
*> segments carry no fare and earn no commission.  No booking
*> master on disk yet releases nothing.
*> -----------------------------------------------------------
3000-SELECT-SEGMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  No bookings on file yet - nothing to state.'
        GO TO 3000-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-AGENCY-CODE NOT = SPACES
                   AND BOOK-CREATE-DATE <= WS-STMT-DATE
                   AND NOT BOOK-AWARD
                    PERFORM 3100-STATE-SEGMENT THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-STATE-SEGMENT - one agency-sold segment.  Ticketed means
*> paid: pay status 'Y', or 'R' (paid, since refunded).  An
*> unpaid segment waits - and one cancelled unpaid was never
*> ticketed, so it never appears.  A segment both sold and
*> cancelled since the last statement shows both lines.
*> -----------------------------------------------------------
3100-STATE-SEGMENT.
    MOVE 'N' TO WS-CHANGED-SW
    IF BOOK-AGCY-NOT-STATED
       AND (BOOK-PAID OR BOOK-REFUNDED)
        PERFORM 3200-RELEASE-SALE THRU 3200-EXIT
    END-IF
    IF BOOK-AGCY-SALE-STATED AND BOOK-CANCELLED
        PERFORM 3300-RELEASE-RECALL THRU 3300-EXIT
    END-IF
    IF WS-BOOKING-CHANGED
        REWRITE BOOK-RECORD
            INVALID KEY
                DISPLAY '  Statement status not saved for '
                    BOOK-PNR ' seg ' BOOK-SEG-SEQ
        END-REWRITE
    END-IF
    .
3100-EXIT.
    EXIT.

3200-RELEASE-SALE.
    PERFORM 3900-SORT-KEY-FIELDS THRU 3900-EXIT
    MOVE 'S'              TO SRT-LINE-TYPE
    MOVE BOOK-FARE-AMOUNT TO SRT-FARE-AMOUNT
    MOVE BOOK-TAX-AMOUNT  TO SRT-TAX-AMOUNT
    MOVE BOOK-COMM-AMOUNT TO SRT-COMM-AMOUNT
    RELEASE SORT-RECORD
    ADD 1 TO WS-SALE-COUNT
    MOVE 'S' TO BOOK-AGCY-STMT-STATUS
    MOVE 'Y' TO WS-CHANGED-SW
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-RELEASE-RECALL - the cancelled segment's refund goes
*> back through the agency: the refundable fare (all of it on a
*> cancellation from before penalties were priced) and the
*> refunded taxes.  The commission on the refunded share of the
*> fare is recalled.
*> -----------------------------------------------------------
3300-RELEASE-RECALL.
    IF BOOK-REFUND-AMOUNT NUMERIC
        MOVE BOOK-REFUND-AMOUNT TO WS-REFUND-FARE
    ELSE
        MOVE BOOK-FARE-AMOUNT TO WS-REFUND-FARE
    END-IF
    IF BOOK-FARE-AMOUNT > ZERO
        COMPUTE WS-RECALL-COMM ROUNDED =
            BOOK-COMM-AMOUNT * WS-REFUND-FARE / BOOK-FARE-AMOUNT
    ELSE
        MOVE ZERO TO WS-RECALL-COMM
    END-IF
    PERFORM 3900-SORT-KEY-FIELDS THRU 3900-EXIT
    MOVE 'R'                    TO SRT-LINE-TYPE
    MOVE WS-REFUND-FARE         TO SRT-FARE-AMOUNT
    MOVE BOOK-TAX-REFUND-AMOUNT TO SRT-TAX-AMOUNT
    MOVE WS-RECALL-COMM         TO SRT-COMM-AMOUNT
    RELEASE SORT-RECORD
    ADD 1 TO WS-RECALL-COUNT
    MOVE 'R' TO BOOK-AGCY-STMT-STATUS
    MOVE 'Y' TO WS-CHANGED-SW
    .
3300-EXIT.
    EXIT.

3900-SORT-KEY-FIELDS.
    MOVE BOOK-AGENCY-CODE  TO SRT-AGENCY-CODE
    MOVE BOOK-PNR          TO SRT-PNR
    MOVE BOOK-SEG-SEQ      TO SRT-SEG-SEQ
    MOVE BOOK-FLT-NUMBER   TO SRT-FLT-NUMBER
    MOVE BOOK-FLT-DEP-DATE TO SRT-DEP-DATE
    MOVE BOOK-FARE-CLASS   TO SRT-FARE-CLASS
    .
3900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-PRINT-STATEMENTS - OUTPUT PROCEDURE for the sort.  One
*> statement per agency, the lines in PNR/segment order, each
*> closed by its totals and posted to the agency's balance.
*> -----------------------------------------------------------
4000-PRINT-STATEMENTS.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN SORT-WORK-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SRT-AGENCY-CODE NOT = WS-PREV-AGENCY
                    IF NOT WS-FIRST-RECORD
                        PERFORM 4300-CLOSE-STATEMENT THRU 4300-EXIT
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    PERFORM 4100-OPEN-STATEMENT THRU 4100-EXIT
                END-IF
                PERFORM 4200-PRINT-LINE THRU 4200-EXIT
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 4300-CLOSE-STATEMENT THRU 4300-EXIT
    END-IF
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4100-OPEN-STATEMENT - the agency's heading, read from the
*> agency master (an agency since removed still gets its
*> statement - the money is still owed).
*> -----------------------------------------------------------
4100-OPEN-STATEMENT.
    MOVE SRT-AGENCY-CODE TO WS-PREV-AGENCY
    MOVE ZERO TO WS-AG-FARE WS-AG-TAX WS-AG-COMM
                 WS-AG-REFUND WS-AG-RECALL WS-AG-NET
    ADD 1 TO WS-AGENCY-COUNT
    PERFORM 7000-FIND-AGENCY THRU 7000-EXIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-AGENCY-FOUND
        STRING 'AGENCY ' WS-PREV-AGENCY ' ' AGCY-NAME
               ' - STATEMENT TO ' WS-STMT-DATE
            INTO REPORT-LINE
    ELSE
        STRING 'AGENCY ' WS-PREV-AGENCY ' (NOT ON AGENCY MASTER)'
               ' - STATEMENT TO ' WS-STMT-DATE
            INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    .
4100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4200-PRINT-LINE - a sale adds fare and taxes owed, less the
*> commission kept; a recall takes the refund off and gives the
*> recalled commission back.
*> -----------------------------------------------------------
4200-PRINT-LINE.
    MOVE SRT-PNR         TO RD-PNR
    MOVE SRT-SEG-SEQ     TO RD-SEG
    MOVE SRT-FLT-NUMBER  TO RD-FLT-NUMBER
    MOVE SRT-DEP-DATE    TO RD-DEP-DATE
    MOVE SRT-FARE-CLASS  TO RD-CLASS
    IF SRT-SALE
        MOVE 'SALE'  TO RD-TYPE
        COMPUTE WS-LINE-NET =
            SRT-FARE-AMOUNT + SRT-TAX-AMOUNT - SRT-COMM-AMOUNT
        MOVE SRT-FARE-AMOUNT TO RD-FARE
        MOVE SRT-TAX-AMOUNT  TO RD-TAX
        MOVE SRT-COMM-AMOUNT TO RD-COMM
        ADD SRT-FARE-AMOUNT TO WS-AG-FARE
        ADD SRT-TAX-AMOUNT  TO WS-AG-TAX
        ADD SRT-COMM-AMOUNT TO WS-AG-COMM
    ELSE
        MOVE 'RECALL' TO RD-TYPE
        COMPUTE WS-LINE-NET =
            SRT-COMM-AMOUNT - SRT-FARE-AMOUNT - SRT-TAX-AMOUNT
        COMPUTE RD-FARE = ZERO - SRT-FARE-AMOUNT
        COMPUTE RD-TAX  = ZERO - SRT-TAX-AMOUNT
        COMPUTE RD-COMM = ZERO - SRT-COMM-AMOUNT
        ADD SRT-FARE-AMOUNT TO WS-AG-REFUND
        ADD SRT-TAX-AMOUNT  TO WS-AG-REFUND
        ADD SRT-COMM-AMOUNT TO WS-AG-RECALL
    END-IF
    MOVE WS-LINE-NET TO RD-NET
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    .
4200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4300-CLOSE-STATEMENT - the agency's totals and net to remit,
*> posted to its balance due on the agency master.
*> -----------------------------------------------------------
4300-CLOSE-STATEMENT.
    COMPUTE WS-AG-NET =
        WS-AG-FARE + WS-AG-TAX - WS-AG-COMM
        - WS-AG-REFUND + WS-AG-RECALL
    ADD WS-AG-NET TO WS-TOT-NET
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'GROSS FARE SOLD .............' TO TL-LABEL
    MOVE WS-AG-FARE TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'TAXES AND CHARGES ...........' TO TL-LABEL
    MOVE WS-AG-TAX TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'LESS COMMISSION EARNED ......' TO TL-LABEL
    MOVE WS-AG-COMM TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'LESS REFUNDS ON CANCELLATIONS' TO TL-LABEL
    MOVE WS-AG-REFUND TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PLUS COMMISSION RECALLED ....' TO TL-LABEL
    MOVE WS-AG-RECALL TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'NET AMOUNT TO REMIT .........' TO TL-LABEL
    MOVE WS-AG-NET TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-AGENCY-FOUND
        PERFORM 4400-POST-BALANCE THRU 4400-EXIT
    ELSE
        MOVE SPACES TO REPORT-LINE
        MOVE '    AGENCY NOT ON FILE - NET NOT POSTED TO A BALANCE'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .
4300-EXIT.
    EXIT.

4400-POST-BALANCE.
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'BAL=' AGCY-BALANCE-DUE INTO WS-AUD-OLD-VALUE
    ADD WS-AG-NET TO AGCY-BALANCE-DUE
    MOVE WS-STMT-DATE TO AGCY-LAST-STMT-DATE
    REWRITE AGCY-RECORD
        INVALID KEY
            DISPLAY '  Balance not posted for agency '
                WS-PREV-AGENCY
        NOT INVALID KEY
            MOVE 'C' TO WS-AUD-ACTION
            MOVE SPACES TO WS-AUD-NEW-VALUE
            STRING 'BAL=' AGCY-BALANCE-DUE
                   ' STMT=' WS-STMT-DATE
                   ' NET=' WS-AG-NET
                INTO WS-AUD-NEW-VALUE
            PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    END-REWRITE
    MOVE 'BALANCE DUE AFTER STATEMENT .' TO TL-LABEL
    MOVE AGCY-BALANCE-DUE TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    .
4400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-LIST-OVER-LIMIT - every agency on the master whose
*> balance due now exceeds its credit limit, whether or not it
*> had a statement this run.
*> -----------------------------------------------------------
5000-LIST-OVER-LIMIT.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'AGENCIES OVER CREDIT LIMIT' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-EOF-SW
    MOVE LOW-VALUES TO AGCY-KEY
    START AGENCY-MASTER-FILE KEY >= AGCY-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ AGENCY-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF AGCY-BALANCE-DUE > AGCY-CREDIT-LIMIT
                    ADD 1 TO WS-OVER-LIMIT-COUNT
                    MOVE AGCY-BALANCE-DUE  TO WS-AMOUNT-ED
                    MOVE AGCY-CREDIT-LIMIT TO WS-LIMIT-ED
                    MOVE SPACES TO REPORT-LINE
                    STRING '  ' AGCY-CODE ' ' AGCY-NAME
                           ' BALANCE ' WS-AMOUNT-ED
                           ' LIMIT ' WS-LIMIT-ED
                           ' STATUS ' AGCY-STATUS
                        INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-OVER-LIMIT-COUNT = ZERO
        MOVE '  NONE' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-AGENCY - direct keyed READ of AGENCY-MASTER-FILE
*> for the statement's agency, leaving AGCY-RECORD current for
*> the balance REWRITE.
*> -----------------------------------------------------------
7000-FIND-AGENCY.
    MOVE 'N' TO WS-AGCY-FOUND-SW
    MOVE WS-PREV-AGENCY TO AGCY-CODE
    READ AGENCY-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-AGCY-FOUND-SW
    END-READ
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    MOVE SPACES TO WS-AUD-KEY
    MOVE WS-PREV-AGENCY TO WS-AUD-KEY
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TOTAL NET TO REMIT, ALL AGENCIES' TO TL-LABEL
    MOVE WS-TOT-NET TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE WS-AGENCY-COUNT TO WS-COUNT-ED
    MOVE SPACES TO REPORT-LINE
    STRING 'STATEMENTS: ' WS-COUNT-ED INTO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY '  Statements produced . ' WS-COUNT-ED
    MOVE WS-SALE-COUNT TO WS-COUNT-ED
    DISPLAY '  Sale lines .......... ' WS-COUNT-ED
    MOVE WS-RECALL-COUNT TO WS-COUNT-ED
    DISPLAY '  Recall lines ........ ' WS-COUNT-ED
    MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-ED
    DISPLAY '  Over credit limit ... ' WS-COUNT-ED
    .
9000-EXIT.
    EXIT.
