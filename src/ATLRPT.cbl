*> ---------------------------------------------------------------
*> ATLRPT
*> Month-end air traffic liability report.
*>
*> Standalone batch program - not on the AIRMAIN menu, and not in
*> the NIGHTRUN stream: run at month end straight after the
*> month's last NIGHTRUN, before the online day opens.  Lists
*> every paid segment whose money the airline is still holding -
*> the open book behind the air traffic liability account GLJRNL
*> journals to - and ties its total to the liability balance on
*> the GL-CONTROL log (see GLCTL):
*>
*>   1  paid and not yet flown (confirmed or waitlisted),
*>   2  flown, no-show or cancelled but not yet recognised by
*>      GLJRNL (normally empty straight after the night stream),
*>   3  refunds due - recognised, with the refund or refundable
*>      taxes PAYMGR has not yet paid back,
*>   4  group deposits taken and not yet set against named
*>      fares, on blocks not cancelled.
*>
*> What a segment holds is what was paid (fare plus taxes), less
*> what GLJRNL has recognised out of it, less what PAYMGR has
*> refunded - worked the same way GLJRNL and PAYMGR work it, so
*> the book and the ledger move together.  Award segments are
*> paid in miles and hold nothing here.  The difference line is
*> zero when the book ties; anything else is for finance to
*> chase before the month closes.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ATLRPT.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.
    SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
    SELECT ATL-REPORT-FILE ASSIGN TO "ATLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

FD  GL-CONTROL-FILE.
COPY GLCTL.

SD  SORT-WORK-FILE.
01  SORT-RECORD.
    05  SRT-CATEGORY                 PIC 9(01).
    05  SRT-DEP-DATE                 PIC 9(08).
    05  SRT-FLT-NUMBER               PIC X(06).
    05  SRT-PNR                      PIC X(06).
    05  SRT-SEG-SEQ                  PIC 9(02).
    05  SRT-STATUS                   PIC X(01).
    05  SRT-PAY-STATUS               PIC X(01).
    05  SRT-FARE-CLASS               PIC X(01).
    05  SRT-PAID-AMOUNT              PIC 9(07)V99.
    05  SRT-HELD-AMOUNT              PIC S9(07)V99.

FD  ATL-REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-FIRST-SW                 PIC X VALUE 'Y'.
        88  WS-FIRST-RECORD         VALUE 'Y'.
    05  WS-GL-FOUND-SW              PIC X VALUE 'N'.
        88  WS-GL-FOUND             VALUE 'Y'.
    05  WS-GL-OPEN-SW               PIC X VALUE 'N'.
        88  WS-GL-RUN-OPEN          VALUE 'Y'.

01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-CTL-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-TODAY                        PIC 9(08).

*> One segment's money: what was paid, and what is still held.
01  WS-PAID-AMOUNT                   PIC 9(07)V99 VALUE ZERO.
01  WS-HELD-AMOUNT                   PIC S9(07)V99 VALUE ZERO.
01  WS-PENALTY-PART                  PIC 9(06)V99 VALUE ZERO.
01  WS-REFUND-PART                   PIC 9(06)V99 VALUE ZERO.

*> Category control break and totals.
01  WS-PREV-CATEGORY                 PIC 9(01) VALUE ZERO.
77  WS-CAT-COUNT                     PIC 9(07) COMP VALUE ZERO.
77  WS-TOTAL-COUNT                   PIC 9(07) COMP VALUE ZERO.
01  WS-CAT-HELD                      PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-HELD                    PIC S9(11)V99 VALUE ZERO.
01  WS-GL-BALANCE                    PIC S9(11)V99 VALUE ZERO.
01  WS-GL-BATCH-DATE                 PIC 9(08) VALUE ZERO.
01  WS-DIFFERENCE                    PIC S9(11)V99 VALUE ZERO.

01  WS-CATEGORY-NAMES.
    05  FILLER                       PIC X(40)
        VALUE 'PAID, NOT YET FLOWN'.
    05  FILLER                       PIC X(40)
        VALUE 'CLOSED, AWAITING GL RECOGNITION'.
    05  FILLER                       PIC X(40)
        VALUE 'REFUNDS DUE'.
    05  FILLER                       PIC X(40)
        VALUE 'GROUP DEPOSITS NOT YET APPLIED'.
01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
    05  WS-CATEGORY-NAME             PIC X(40) OCCURS 4 TIMES.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(48)
        VALUE '  PNR    SEG FLIGHT DEP DATE CL ST PAY'.
    05  FILLER                       PIC X(18) VALUE '       AMOUNT PAID'.
    05  FILLER                       PIC X(18) VALUE '       AMOUNT HELD'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-PNR                       PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-SEG                       PIC 9(02).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-FLT-NUMBER                PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-DEP-DATE                  PIC 9(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-CLASS                     PIC X(01).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-STATUS                    PIC X(01).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-PAY-STATUS                PIC X(01).
    05  FILLER                       PIC X(11) VALUE SPACES.
    05  RD-PAID                      PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-HELD                      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01  WS-TOTAL-LINE.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  TL-LABEL                     PIC X(44).
    05  TL-COUNT                     PIC ZZZZZZ9.
    05  FILLER                       PIC X(13) VALUE SPACES.
    05  TL-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01  WS-COUNT-ED                      PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-CATEGORY SRT-DEP-DATE SRT-FLT-NUMBER
                         SRT-PNR SRT-SEG-SEQ
        INPUT PROCEDURE 3000-SELECT-HELD THRU 3000-EXIT
        OUTPUT PROCEDURE 4000-PRINT-BOOK THRU 4000-EXIT
    PERFORM 5000-PRINT-TIE-OUT THRU 5000-EXIT
    PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
    CLOSE ATL-REPORT-FILE
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Air Traffic Liability (ATLRPT) --'
    DISPLAY '  Run date: ' WS-TODAY
    PERFORM 1100-READ-GL-BALANCE THRU 1100-EXIT
    OPEN OUTPUT ATL-REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'AIR TRAFFIC LIABILITY - PAID, NOT YET FLOWN - AS AT '
           WS-TODAY
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-READ-GL-BALANCE - the liability balance carried forward
*> on the last completed GLJRNL batch.  A log ending on an
*> unfinished run is flagged: the ledger is behind the book
*> until that run is completed.
*> -----------------------------------------------------------
1100-READ-GL-BALANCE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT GL-CONTROL-FILE
    IF WS-CTL-FILE-STATUS NOT = '00'
        DISPLAY '  No GL control log on file - nothing journalled'
            ' yet.'
        GO TO 1100-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ GL-CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF GLC-RUN-COMPLETE
                    MOVE 'Y' TO WS-GL-FOUND-SW
                    MOVE 'N' TO WS-GL-OPEN-SW
                    MOVE GLC-ATL-BALANCE TO WS-GL-BALANCE
                    MOVE GLC-BATCH-DATE  TO WS-GL-BATCH-DATE
                ELSE
                    MOVE 'Y' TO WS-GL-OPEN-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE GL-CONTROL-FILE
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-SELECT-HELD - INPUT PROCEDURE for the sort: every paid
*> segment and every unapplied group deposit still holding
*> money, with its category.
*> -----------------------------------------------------------
3000-SELECT-HELD.
    PERFORM 3010-SELECT-SEGMENTS THRU 3010-EXIT
    PERFORM 3020-SELECT-DEPOSITS THRU 3020-EXIT
    .
3000-EXIT.
    EXIT.

3010-SELECT-SEGMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  No bookings on file yet.'
        GO TO 3010-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF (BOOK-PAID OR BOOK-REFUNDED)
                   AND NOT BOOK-AWARD
                    PERFORM 3100-SEGMENT-HELD THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3010-EXIT.
    EXIT.

3020-SELECT-DEPOSITS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 3020-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ GROUP-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF GRP-GL-DEPOSIT-HELD
                   AND GRP-DEPOSIT-PAID > GRP-DEPOSIT-APPLIED
                    PERFORM 3200-DEPOSIT-HELD THRU 3200-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
3020-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-SEGMENT-HELD - paid less recognised less refunded.
*> Recognised (GLJRNL): the whole of a flown segment; a
*> no-show's fare and kept taxes; a cancellation's penalty and
*> kept taxes.  Refunded (PAYMGR, pay status 'R'): a
*> cancellation's refund and refunded taxes; a no-show's
*> refunded taxes.
*> -----------------------------------------------------------
3100-SEGMENT-HELD.
    COMPUTE WS-PAID-AMOUNT = BOOK-FARE-AMOUNT + BOOK-TAX-AMOUNT
    MOVE WS-PAID-AMOUNT TO WS-HELD-AMOUNT
    IF BOOK-PENALTY-AMOUNT NUMERIC
        MOVE BOOK-PENALTY-AMOUNT TO WS-PENALTY-PART
    ELSE
        MOVE ZERO TO WS-PENALTY-PART
    END-IF
    IF BOOK-REFUND-AMOUNT NUMERIC
        MOVE BOOK-REFUND-AMOUNT TO WS-REFUND-PART
    ELSE
        MOVE ZERO TO WS-REFUND-PART
    END-IF
    IF BOOK-GL-RECOGNISED
        EVALUATE TRUE
            WHEN BOOK-FLOWN
                MOVE ZERO TO WS-HELD-AMOUNT
            WHEN BOOK-NO-SHOW
                MOVE BOOK-TAX-REFUND-AMOUNT TO WS-HELD-AMOUNT
            WHEN BOOK-CANCELLED
                COMPUTE WS-HELD-AMOUNT = WS-HELD-AMOUNT
                    - WS-PENALTY-PART
                    - BOOK-TAX-AMOUNT + BOOK-TAX-REFUND-AMOUNT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF BOOK-REFUNDED
        SUBTRACT BOOK-TAX-REFUND-AMOUNT FROM WS-HELD-AMOUNT
        IF BOOK-CANCELLED
            SUBTRACT WS-REFUND-PART FROM WS-HELD-AMOUNT
        END-IF
    END-IF
    IF WS-HELD-AMOUNT = ZERO
        GO TO 3100-EXIT
    END-IF
    EVALUATE TRUE
        WHEN BOOK-CONFIRMED OR BOOK-WAITLISTED
            MOVE 1 TO SRT-CATEGORY
        WHEN BOOK-GL-NOT-RECOGNISED
            MOVE 2 TO SRT-CATEGORY
        WHEN OTHER
            MOVE 3 TO SRT-CATEGORY
    END-EVALUATE
    MOVE BOOK-FLT-DEP-DATE TO SRT-DEP-DATE
    MOVE BOOK-FLT-NUMBER   TO SRT-FLT-NUMBER
    MOVE BOOK-PNR          TO SRT-PNR
    MOVE BOOK-SEG-SEQ      TO SRT-SEG-SEQ
    MOVE BOOK-STATUS       TO SRT-STATUS
    MOVE BOOK-PAY-STATUS   TO SRT-PAY-STATUS
    MOVE BOOK-FARE-CLASS   TO SRT-FARE-CLASS
    MOVE WS-PAID-AMOUNT    TO SRT-PAID-AMOUNT
    MOVE WS-HELD-AMOUNT    TO SRT-HELD-AMOUNT
    RELEASE SORT-RECORD
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-DEPOSIT-HELD - the part of a group deposit not yet set
*> against named fares; a cancelled block's stays held until
*> GLJRNL retains it.
*> -----------------------------------------------------------
3200-DEPOSIT-HELD.
    MOVE 4                 TO SRT-CATEGORY
    MOVE GRP-FLT-DEP-DATE  TO SRT-DEP-DATE
    MOVE GRP-FLT-NUMBER    TO SRT-FLT-NUMBER
    MOVE GRP-PNR           TO SRT-PNR
    MOVE ZERO              TO SRT-SEG-SEQ
    MOVE GRP-STATUS        TO SRT-STATUS
    MOVE SPACES            TO SRT-PAY-STATUS
    MOVE GRP-FARE-CLASS    TO SRT-FARE-CLASS
    MOVE GRP-DEPOSIT-PAID  TO SRT-PAID-AMOUNT
    COMPUTE SRT-HELD-AMOUNT = GRP-DEPOSIT-PAID - GRP-DEPOSIT-APPLIED
    RELEASE SORT-RECORD
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-PRINT-BOOK - OUTPUT PROCEDURE for the sort: the detail
*> by category in departure order, a subtotal per category.
*> -----------------------------------------------------------
4000-PRINT-BOOK.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN SORT-WORK-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SRT-CATEGORY NOT = WS-PREV-CATEGORY
                    IF NOT WS-FIRST-RECORD
                        PERFORM 4200-CATEGORY-TOTAL THRU 4200-EXIT
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    PERFORM 4100-CATEGORY-HEADER THRU 4100-EXIT
                END-IF
                PERFORM 4300-PRINT-DETAIL THRU 4300-EXIT
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 4200-CATEGORY-TOTAL THRU 4200-EXIT
    END-IF
    .
4000-EXIT.
    EXIT.

4100-CATEGORY-HEADER.
    MOVE SRT-CATEGORY TO WS-PREV-CATEGORY
    MOVE ZERO TO WS-CAT-COUNT
    MOVE ZERO TO WS-CAT-HELD
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-CATEGORY-NAME(SRT-CATEGORY) TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    .
4100-EXIT.
    EXIT.

4200-CATEGORY-TOTAL.
    MOVE SPACES TO TL-LABEL
    STRING 'TOTAL ' WS-CATEGORY-NAME(WS-PREV-CATEGORY)
        DELIMITED BY '  '
        INTO TL-LABEL
    MOVE WS-CAT-COUNT TO TL-COUNT
    MOVE WS-CAT-HELD  TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    .
4200-EXIT.
    EXIT.

4300-PRINT-DETAIL.
    MOVE SRT-PNR         TO RD-PNR
    MOVE SRT-SEG-SEQ     TO RD-SEG
    MOVE SRT-FLT-NUMBER  TO RD-FLT-NUMBER
    MOVE SRT-DEP-DATE    TO RD-DEP-DATE
    MOVE SRT-FARE-CLASS  TO RD-CLASS
    MOVE SRT-STATUS      TO RD-STATUS
    MOVE SRT-PAY-STATUS  TO RD-PAY-STATUS
    MOVE SRT-PAID-AMOUNT TO RD-PAID
    MOVE SRT-HELD-AMOUNT TO RD-HELD
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    ADD 1 TO WS-CAT-COUNT
    ADD 1 TO WS-TOTAL-COUNT
    ADD SRT-HELD-AMOUNT TO WS-CAT-HELD
    ADD SRT-HELD-AMOUNT TO WS-TOTAL-HELD
    .
4300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-PRINT-TIE-OUT - the book against the ledger.
*> -----------------------------------------------------------
5000-PRINT-TIE-OUT.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'TOTAL AIR TRAFFIC LIABILITY PER BOOK' TO TL-LABEL
    MOVE WS-TOTAL-COUNT TO TL-COUNT
    MOVE WS-TOTAL-HELD  TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE SPACES TO TL-LABEL
    STRING 'BALANCE PER GL JOURNAL BATCH ' WS-GL-BATCH-DATE
        INTO TL-LABEL
    MOVE ZERO TO TL-COUNT
    MOVE WS-GL-BALANCE TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    COMPUTE WS-DIFFERENCE = WS-TOTAL-HELD - WS-GL-BALANCE
    MOVE 'DIFFERENCE' TO TL-LABEL
    MOVE WS-DIFFERENCE TO TL-AMOUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-DIFFERENCE = ZERO
        MOVE '    BOOK TIES TO THE GENERAL LEDGER' TO REPORT-LINE
    ELSE
        MOVE '    *** BOOK DOES NOT TIE TO THE GENERAL LEDGER ***'
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    IF NOT WS-GL-FOUND OR WS-GL-RUN-OPEN
        MOVE '    GLJRNL HAS AN UNFINISHED RUN OR HAS NOT RUN -'
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE '    COMPLETE IT AND RERUN THIS REPORT.'
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .
5000-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
    DISPLAY '  Items held .......... ' WS-COUNT-ED
    IF WS-DIFFERENCE = ZERO
        DISPLAY '  Book ties to the general ledger.'
    ELSE
        DISPLAY '  Book does NOT tie to the general ledger.'
    END-IF
    .
9000-EXIT.
    EXIT.
