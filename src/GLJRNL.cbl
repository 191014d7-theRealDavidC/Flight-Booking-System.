*> ---------------------------------------------------------------
*> GLJRNL
*> Nightly general-ledger journal interface.
*>
*> Standalone batch program - not on the AIRMAIN menu; run in
*> the NIGHTRUN stream after SETTRPT.  Writes one journal batch
*> in the ledger's fixed import format (GL-JOURNAL-FILE, see
*> GLJREC) - header, balanced debit/credit lines, and a trailer
*> with the line count and debit and credit control totals -
*> in place of finance re-keying SETTRPT and PAYMGR figures.
*> Revenue is recognised when the segment flies, not when it is
*> booked:
*>
*>   - every PAYMENT-LEDGER entry not yet journalled: a payment
*>     or group deposit debits cash and credits air traffic
*>     liability (the money is held for travel not yet flown);
*>     a refund reverses that.  A 'DP' entry (deposit set
*>     against a fare) moves no cash and is not journalled -
*>     the deposit is already in the liability.  An excess
*>     baggage charge debits cash and credits baggage revenue
*>     outright - it was earned when the bag was accepted.
*>   - every paid segment FLTCLOSE has marked FLOWN or NO-SHOW
*>     and not yet recognised: its fare moves from the liability
*>     to passenger revenue, and the taxes it keeps to taxes
*>     payable.
*>   - every paid segment cancelled: the retained penalty moves
*>     to penalty revenue, and the non-refundable taxes to taxes
*>     payable.  The refund itself stays in the liability until
*>     PAYMGR pays it out.
*>   - every award segment flown or no-show: its miles, at the
*>     value on the GLPARM card, move from mileage liability to
*>     award revenue.
*>   - every cancelled group block's unapplied deposit, retained
*>     as penalty revenue.
*>
*> BOOK-GL-STATUS and GRP-GL-STATUS keep a segment or a deposit
*> from being recognised twice; the GL-CONTROL log (see GLCTL)
*> keeps the count of payment-ledger entries already journalled
*> and the air traffic liability balance the journals have
*> built, which ATLRPT ties the open book to at month end.  A run
*> that dies part way is simply rerun: it resumes the same batch
*> (see 1000-INITIALIZE).
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  Excess baggage charges ('B' payment-ledger
*>                   entries written by CHECKIN) journalled cash
*>                   to baggage revenue, never through the air
*>                   traffic liability.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. GLJRNL.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-PARM-FILE ASSIGN TO "GLPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JRNL-FILE-STATUS.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PAY-FILE-STATUS.
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

DATA DIVISION.
FILE SECTION.
FD  GL-PARM-FILE.
COPY GLPARM.

FD  GL-CONTROL-FILE.
COPY GLCTL.

FD  GL-JOURNAL-FILE.
COPY GLJREC.

FD  PAYMENT-LEDGER-FILE.
COPY PAYREC.

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-CTL-FOUND-SW             PIC X VALUE 'N'.
        88  WS-CTL-FOUND            VALUE 'Y'.
    05  WS-RESUME-SW                PIC X VALUE 'N'.
        88  WS-RESUMING             VALUE 'Y'.
    05  WS-DONE-SW                  PIC X VALUE 'N'.
        88  WS-SEGMENT-DONE         VALUE 'Y'.

01  WS-CTL-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-JRNL-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PAY-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-TODAY                        PIC 9(08).

COPY GLACCT.

*> The last entry on the control log, and the batch this run
*> writes.
01  WS-LAST-CONTROL.
    05  WS-LAST-BATCH-DATE           PIC 9(08) VALUE ZERO.
    05  WS-LAST-BATCH-SEQ            PIC 9(03) VALUE ZERO.
    05  WS-LAST-STAGE                PIC X(01) VALUE SPACES.
    05  WS-LAST-PAY-COUNT            PIC 9(09) VALUE ZERO.
    05  WS-LAST-ATL-BALANCE          PIC S9(11)V99 VALUE ZERO.
01  WS-BATCH-ID.
    05  WS-BATCH-DATE                PIC 9(08).
    05  WS-BATCH-SEQ                 PIC 9(03).

*> Batch control totals.  WS-ATL-MOVEMENT is the net credit to
*> air traffic liability in this batch.
77  WS-LINE-COUNT                    PIC 9(07) COMP VALUE ZERO.
01  WS-DEBIT-TOTAL                   PIC 9(11)V99 VALUE ZERO.
01  WS-CREDIT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
01  WS-ATL-OPENING                   PIC S9(11)V99 VALUE ZERO.
01  WS-ATL-MOVEMENT                  PIC S9(11)V99 VALUE ZERO.
01  WS-ATL-CLOSING                   PIC S9(11)V99 VALUE ZERO.

77  WS-PAY-DONE                      PIC 9(09) COMP VALUE ZERO.
77  WS-PAY-READ                      PIC 9(09) COMP VALUE ZERO.
77  WS-PAY-JOURNALLED                PIC 9(07) COMP VALUE ZERO.
77  WS-FLOWN-COUNT                   PIC 9(07) COMP VALUE ZERO.
77  WS-NOSHOW-COUNT                  PIC 9(07) COMP VALUE ZERO.
77  WS-PENALTY-COUNT                 PIC 9(07) COMP VALUE ZERO.
77  WS-AWARD-COUNT                   PIC 9(07) COMP VALUE ZERO.
77  WS-CLEARED-COUNT                 PIC 9(07) COMP VALUE ZERO.
77  WS-FORFEIT-COUNT                 PIC 9(07) COMP VALUE ZERO.

*> Award chart, in miles per segment by class - the flat chart
*> BOOKMGR prices award segments from.
77  WS-AWARD-MILES-F                 PIC 9(06) COMP VALUE 60000.
77  WS-AWARD-MILES-B                 PIC 9(06) COMP VALUE 40000.
77  WS-AWARD-MILES-Y                 PIC 9(06) COMP VALUE 25000.
77  WS-AWARD-MILES                   PIC 9(06) COMP VALUE ZERO.
01  WS-MILE-VALUE                    PIC 9V9(04) VALUE ZERO.

*> One segment's or deposit's amounts.
01  WS-FARE-PART                     PIC 9(07)V99 VALUE ZERO.
01  WS-TAX-PART                      PIC 9(07)V99 VALUE ZERO.
01  WS-ENTRY-TOTAL                   PIC 9(09)V99 VALUE ZERO.

*> The journal line 7000-WRITE-LINE writes next.
01  WS-LINE.
    05  WS-LINE-EFF-DATE             PIC 9(08).
    05  WS-LINE-ACCOUNT              PIC X(10).
    05  WS-LINE-DR-CR                PIC X(01).
    05  WS-LINE-AMOUNT               PIC 9(09)V99.
    05  WS-LINE-SOURCE               PIC X(02).
    05  WS-LINE-PNR                  PIC X(06).
    05  WS-LINE-SEG-SEQ              PIC 9(02).
    05  WS-LINE-DESCRIPTION          PIC X(30).

01  WS-EDIT-FIELDS.
    05  WS-COUNT-ED                  PIC ZZZZZZ9.
    05  WS-AMOUNT-ED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-SEQ-ED                    PIC 999.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-OK
        IF NOT WS-RESUMING
            PERFORM 2000-JOURNAL-PAYMENTS THRU 2000-EXIT
        END-IF
        IF WS-PARM-OK
            PERFORM 3000-RECOGNISE-SEGMENTS THRU 3000-EXIT
            PERFORM 4000-FORFEITED-DEPOSITS THRU 4000-EXIT
            PERFORM 5000-CLOSE-BATCH THRU 5000-EXIT
            PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        END-IF
        CLOSE GL-JOURNAL-FILE
    END-IF
    GOBACK.

*> -----------------------------------------------------------
*> 1000-INITIALIZE - reads the run card and the control log.  A
*> log ending on a 'P' entry is a run that died after its
*> payment pass: this run resumes that batch - the journal is
*> reopened EXTEND and its totals recounted from what is already
*> in it - and skips straight to the segments, whose GL status
*> flags make the rest safe to repeat.  Otherwise a new batch
*> starts, numbered on from any earlier batch the same day.
*> -----------------------------------------------------------
1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- General Ledger Journal (GLJRNL) --'
    DISPLAY '  Run date: ' WS-TODAY
    OPEN INPUT GL-PARM-FILE
    READ GL-PARM-FILE
        AT END
            DISPLAY 'GLJRNL - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
            MOVE GL-PARM-MILE-VALUE TO WS-MILE-VALUE
    END-READ
    CLOSE GL-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-READ-CONTROL-LOG THRU 1100-EXIT
    MOVE WS-LAST-PAY-COUNT TO WS-PAY-DONE
    IF WS-CTL-FOUND AND WS-LAST-STAGE = 'P'
        MOVE 'Y' TO WS-RESUME-SW
        MOVE WS-LAST-BATCH-DATE  TO WS-BATCH-DATE
        MOVE WS-LAST-BATCH-SEQ   TO WS-BATCH-SEQ
        MOVE WS-LAST-ATL-BALANCE TO WS-ATL-OPENING
        MOVE WS-BATCH-SEQ TO WS-SEQ-ED
        DISPLAY '  Prior run did not complete - resuming batch '
            WS-BATCH-DATE '-' WS-SEQ-ED '.'
        PERFORM 1200-RECOUNT-JOURNAL THRU 1200-EXIT
        IF NOT WS-PARM-OK
            GO TO 1000-EXIT
        END-IF
        OPEN EXTEND GL-JOURNAL-FILE
    ELSE
        MOVE WS-TODAY TO WS-BATCH-DATE
        IF WS-LAST-BATCH-DATE = WS-TODAY
            COMPUTE WS-BATCH-SEQ = WS-LAST-BATCH-SEQ + 1
        ELSE
            MOVE 1 TO WS-BATCH-SEQ
        END-IF
        MOVE WS-LAST-ATL-BALANCE TO WS-ATL-OPENING
        OPEN OUTPUT GL-JOURNAL-FILE
        MOVE SPACES TO GLJ-RECORD
        MOVE 'H'              TO GLJ-REC-TYPE
        MOVE WS-BATCH-ID      TO GLJ-BATCH-ID
        MOVE 'RESERVATIONS'   TO GLJ-HDR-SYSTEM
        MOVE WS-TODAY         TO GLJ-HDR-RUN-DATE
        MOVE 'NIGHTLY REVENUE AND LIABILITY' TO GLJ-HDR-DESCRIPTION
        WRITE GLJ-RECORD
        MOVE WS-BATCH-SEQ TO WS-SEQ-ED
        DISPLAY '  Journal batch ' WS-BATCH-DATE '-' WS-SEQ-ED
    END-IF
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1100-READ-CONTROL-LOG - reads the GL-CONTROL log forward to
*> its last entry.  No log on file yet is the interface's first
*> run: nothing journalled, nothing held.
*> -----------------------------------------------------------
1100-READ-CONTROL-LOG.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT GL-CONTROL-FILE
    IF WS-CTL-FILE-STATUS NOT = '00'
        DISPLAY '  No GL control log on file - first run of the'
            ' interface.'
        GO TO 1100-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ GL-CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                MOVE 'Y' TO WS-CTL-FOUND-SW
                MOVE GLC-BATCH-DATE  TO WS-LAST-BATCH-DATE
                MOVE GLC-BATCH-SEQ   TO WS-LAST-BATCH-SEQ
                MOVE GLC-STAGE       TO WS-LAST-STAGE
                MOVE GLC-PAY-COUNT   TO WS-LAST-PAY-COUNT
                MOVE GLC-ATL-BALANCE TO WS-LAST-ATL-BALANCE
        END-READ
    END-PERFORM
    CLOSE GL-CONTROL-FILE
    .
1100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 1200-RECOUNT-JOURNAL - on a resume, rebuilds the batch's line
*> count, control totals and liability movement from the lines
*> the failed run already wrote, so the trailer covers them all.
*> A journal that is gone cannot be resumed - the payment lines
*> in it would be lost - so the run is abandoned for the
*> operator to restore it.
*> -----------------------------------------------------------
1200-RECOUNT-JOURNAL.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT GL-JOURNAL-FILE
    IF WS-JRNL-FILE-STATUS NOT = '00'
        DISPLAY 'GLJRNL - journal for the unfinished batch is'
            ' missing - restore it and rerun.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 1200-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ GL-JOURNAL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF GLJ-DETAIL AND GLJ-BATCH-ID = WS-BATCH-ID
                    PERFORM 7100-ACCUMULATE THRU 7100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE GL-JOURNAL-FILE
    MOVE WS-LINE-COUNT TO WS-COUNT-ED
    DISPLAY '  Lines already in the batch: ' WS-COUNT-ED
    .
1200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-JOURNAL-PAYMENTS - the payment-ledger entries written
*> since the last batch.  The ledger is append-only, so they are
*> the ones past the count already journalled.  A ledger shorter
*> than that count has been replaced under the interface, and
*> the run is abandoned rather than guess.  The 'P' control
*> entry marks the pass done.
*> -----------------------------------------------------------
2000-JOURNAL-PAYMENTS.
    MOVE 'N' TO WS-EOF-SW
    MOVE ZERO TO WS-PAY-READ
    OPEN INPUT PAYMENT-LEDGER-FILE
    IF WS-PAY-FILE-STATUS NOT = '00'
        DISPLAY '  No payment ledger on file yet.'
        MOVE 'Y' TO WS-EOF-SW
    END-IF
    PERFORM UNTIL WS-EOF
        READ PAYMENT-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-PAY-READ
                IF WS-PAY-READ > WS-PAY-DONE
                    PERFORM 2100-JOURNAL-PAYMENT THRU 2100-EXIT
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAY-FILE-STATUS = '00' OR WS-PAY-FILE-STATUS = '10'
        CLOSE PAYMENT-LEDGER-FILE
    END-IF
    IF WS-PAY-READ < WS-PAY-DONE
        DISPLAY 'GLJRNL - payment ledger holds fewer entries than'
            ' already journalled - run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    MOVE WS-PAY-READ TO WS-PAY-DONE
    MOVE 'P' TO GLC-STAGE
    MOVE WS-ATL-OPENING TO GLC-ATL-BALANCE
    PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2100-JOURNAL-PAYMENT - cash against air traffic liability
*> (excess baggage against baggage revenue).
*> -----------------------------------------------------------
2100-JOURNAL-PAYMENT.
    MOVE PAY-DATE    TO WS-LINE-EFF-DATE
    MOVE PAY-PNR     TO WS-LINE-PNR
    MOVE PAY-SEG-SEQ TO WS-LINE-SEG-SEQ
    MOVE PAY-AMOUNT  TO WS-LINE-AMOUNT
    MOVE SPACES      TO WS-LINE-DESCRIPTION
    EVALUATE TRUE
        WHEN PAY-PAYMENT AND PAY-METHOD-DEPOSIT
            GO TO 2100-EXIT
        WHEN PAY-PAYMENT
            MOVE 'PY' TO WS-LINE-SOURCE
            STRING 'PAYMENT METHOD ' PAY-METHOD
                INTO WS-LINE-DESCRIPTION
            MOVE GL-ACCT-CASH TO WS-LINE-ACCOUNT
            MOVE 'D' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
            MOVE GL-ACCT-ATL TO WS-LINE-ACCOUNT
            MOVE 'C' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
        WHEN PAY-DEPOSIT
            MOVE 'GD' TO WS-LINE-SOURCE
            MOVE 'GROUP DEPOSIT' TO WS-LINE-DESCRIPTION
            MOVE GL-ACCT-CASH TO WS-LINE-ACCOUNT
            MOVE 'D' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
            MOVE GL-ACCT-ATL TO WS-LINE-ACCOUNT
            MOVE 'C' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
        WHEN PAY-BAGGAGE
            MOVE 'XB' TO WS-LINE-SOURCE
            MOVE 'EXCESS BAGGAGE' TO WS-LINE-DESCRIPTION
            MOVE GL-ACCT-CASH TO WS-LINE-ACCOUNT
            MOVE 'D' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
            MOVE GL-ACCT-BAGGAGE-REVENUE TO WS-LINE-ACCOUNT
            MOVE 'C' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
        WHEN OTHER
            MOVE 'RF' TO WS-LINE-SOURCE
            MOVE 'REFUND' TO WS-LINE-DESCRIPTION
            MOVE GL-ACCT-ATL TO WS-LINE-ACCOUNT
            MOVE 'D' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
            MOVE GL-ACCT-CASH TO WS-LINE-ACCOUNT
            MOVE 'C' TO WS-LINE-DR-CR
            PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    END-EVALUATE
    ADD 1 TO WS-PAY-JOURNALLED
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-RECOGNISE-SEGMENTS - walks BOOKING-MASTER end to end for
*> segments not yet recognised and REWRITEs each one it settles
*> with BOOK-GL-STATUS 'Y'.  No booking master on disk yet has
*> nothing to recognise.
*> -----------------------------------------------------------
3000-RECOGNISE-SEGMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  No bookings on file yet - nothing to recognise.'
        GO TO 3000-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-GL-NOT-RECOGNISED
                    PERFORM 3100-RECOGNISE-SEGMENT THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-RECOGNISE-SEGMENT - decides what, if anything, the
*> segment's fate moves out of the liability.  Paid means pay
*> status 'Y' or 'R' - an unpaid segment has nothing in the
*> liability and waits (flown or not) until it is paid; one
*> cancelled unpaid never will be, and is simply marked done.
*> An award segment carries no cash: flown or no-show it draws
*> on mileage liability, cancelled its miles went back to the
*> member.  A live segment is left for a later night.
*> -----------------------------------------------------------
3100-RECOGNISE-SEGMENT.
    MOVE 'N' TO WS-DONE-SW
    MOVE WS-TODAY     TO WS-LINE-EFF-DATE
    MOVE BOOK-PNR     TO WS-LINE-PNR
    MOVE BOOK-SEG-SEQ TO WS-LINE-SEG-SEQ
    IF BOOK-AWARD
        IF BOOK-FLOWN OR BOOK-NO-SHOW
            PERFORM 3400-AWARD-FLOWN THRU 3400-EXIT
        END-IF
        IF BOOK-CANCELLED
            MOVE 'Y' TO WS-DONE-SW
            ADD 1 TO WS-CLEARED-COUNT
        END-IF
    ELSE
        IF BOOK-PAID OR BOOK-REFUNDED
            EVALUATE TRUE
                WHEN BOOK-FLOWN
                    MOVE 'FL' TO WS-LINE-SOURCE
                    PERFORM 3200-FARE-EARNED THRU 3200-EXIT
                    ADD 1 TO WS-FLOWN-COUNT
                WHEN BOOK-NO-SHOW
                    MOVE 'NS' TO WS-LINE-SOURCE
                    PERFORM 3200-FARE-EARNED THRU 3200-EXIT
                    ADD 1 TO WS-NOSHOW-COUNT
                WHEN BOOK-CANCELLED
                    PERFORM 3300-PENALTY-RETAINED THRU 3300-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        ELSE
            IF BOOK-CANCELLED
                MOVE 'Y' TO WS-DONE-SW
                ADD 1 TO WS-CLEARED-COUNT
            END-IF
        END-IF
    END-IF
    IF WS-SEGMENT-DONE
        MOVE 'Y' TO BOOK-GL-STATUS
        REWRITE BOOK-RECORD
            INVALID KEY
                DISPLAY '  GL status not saved for ' BOOK-PNR
                    ' seg ' BOOK-SEG-SEQ
        END-REWRITE
    END-IF
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-FARE-EARNED - flown or no-show (a no-show still pays):
*> the fare to passenger revenue and the taxes the segment
*> keeps to taxes payable.  A no-show's refunded taxes stay in
*> the liability until PAYMGR pays them back.
*> -----------------------------------------------------------
3200-FARE-EARNED.
    MOVE BOOK-FARE-AMOUNT TO WS-FARE-PART
    COMPUTE WS-TAX-PART =
        BOOK-TAX-AMOUNT - BOOK-TAX-REFUND-AMOUNT
    COMPUTE WS-ENTRY-TOTAL = WS-FARE-PART + WS-TAX-PART
    MOVE SPACES TO WS-LINE-DESCRIPTION
    STRING 'FLT ' BOOK-FLT-NUMBER ' ' BOOK-FLT-DEP-DATE
           ' CLASS ' BOOK-FARE-CLASS
        INTO WS-LINE-DESCRIPTION
    MOVE GL-ACCT-PAX-REVENUE TO WS-LINE-ACCOUNT
    PERFORM 3500-WRITE-RECOGNITION THRU 3500-EXIT
    MOVE 'Y' TO WS-DONE-SW
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-PENALTY-RETAINED - a paid segment cancelled keeps its
*> penalty and its non-refundable taxes; the refund stays in
*> the liability until PAYMGR pays it out.  A cancellation from
*> before penalties were priced (spaces in the penalty) kept
*> nothing.
*> -----------------------------------------------------------
3300-PENALTY-RETAINED.
    MOVE 'CX' TO WS-LINE-SOURCE
    IF BOOK-PENALTY-AMOUNT NUMERIC
        MOVE BOOK-PENALTY-AMOUNT TO WS-FARE-PART
    ELSE
        MOVE ZERO TO WS-FARE-PART
    END-IF
    COMPUTE WS-TAX-PART =
        BOOK-TAX-AMOUNT - BOOK-TAX-REFUND-AMOUNT
    COMPUTE WS-ENTRY-TOTAL = WS-FARE-PART + WS-TAX-PART
    MOVE SPACES TO WS-LINE-DESCRIPTION
    STRING 'CANCEL PENALTY FLT ' BOOK-FLT-NUMBER
        INTO WS-LINE-DESCRIPTION
    MOVE GL-ACCT-PENALTY-REVENUE TO WS-LINE-ACCOUNT
    PERFORM 3500-WRITE-RECOGNITION THRU 3500-EXIT
    ADD 1 TO WS-PENALTY-COUNT
    MOVE 'Y' TO WS-DONE-SW
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3400-AWARD-FLOWN - the segment's miles off the award chart,
*> at the card's value per mile, from mileage liability to
*> award revenue.
*> -----------------------------------------------------------
3400-AWARD-FLOWN.
    EVALUATE TRUE
        WHEN BOOK-CLASS-FIRST
            MOVE WS-AWARD-MILES-F TO WS-AWARD-MILES
        WHEN BOOK-CLASS-BUSINESS
            MOVE WS-AWARD-MILES-B TO WS-AWARD-MILES
        WHEN OTHER
            MOVE WS-AWARD-MILES-Y TO WS-AWARD-MILES
    END-EVALUATE
    COMPUTE WS-LINE-AMOUNT ROUNDED = WS-AWARD-MILES * WS-MILE-VALUE
    MOVE 'AW' TO WS-LINE-SOURCE
    MOVE SPACES TO WS-LINE-DESCRIPTION
    STRING 'AWARD FLT ' BOOK-FLT-NUMBER ' ' BOOK-FLT-DEP-DATE
        INTO WS-LINE-DESCRIPTION
    MOVE GL-ACCT-MILEAGE-LIAB TO WS-LINE-ACCOUNT
    MOVE 'D' TO WS-LINE-DR-CR
    PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    MOVE GL-ACCT-AWARD-REVENUE TO WS-LINE-ACCOUNT
    MOVE 'C' TO WS-LINE-DR-CR
    PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    ADD 1 TO WS-AWARD-COUNT
    MOVE 'Y' TO WS-DONE-SW
    .
3400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3500-WRITE-RECOGNITION - the balanced entry: the liability
*> debited for the whole, the revenue account already in
*> WS-LINE-ACCOUNT credited the fare part, taxes payable the
*> tax part.
*> -----------------------------------------------------------
3500-WRITE-RECOGNITION.
    MOVE 'C' TO WS-LINE-DR-CR
    MOVE WS-FARE-PART TO WS-LINE-AMOUNT
    PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    MOVE GL-ACCT-TAX-PAYABLE TO WS-LINE-ACCOUNT
    MOVE WS-TAX-PART TO WS-LINE-AMOUNT
    PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    MOVE GL-ACCT-ATL TO WS-LINE-ACCOUNT
    MOVE 'D' TO WS-LINE-DR-CR
    MOVE WS-ENTRY-TOTAL TO WS-LINE-AMOUNT
    PERFORM 7000-WRITE-LINE THRU 7000-EXIT
    .
3500-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-FORFEITED-DEPOSITS - a cancelled group block keeps the
*> deposit never set against a named fare (TTLSWEEP cancels a
*> block with the deposit retained).  It moves from the
*> liability to penalty revenue, once.
*> -----------------------------------------------------------
4000-FORFEITED-DEPOSITS.
    MOVE 'N' TO WS-EOF-SW
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 4000-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ GROUP-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF GRP-CANCELLED AND GRP-GL-DEPOSIT-HELD
                    PERFORM 4100-FORFEIT-DEPOSIT THRU 4100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
4000-EXIT.
    EXIT.

4100-FORFEIT-DEPOSIT.
    IF GRP-DEPOSIT-PAID > GRP-DEPOSIT-APPLIED
        COMPUTE WS-LINE-AMOUNT =
            GRP-DEPOSIT-PAID - GRP-DEPOSIT-APPLIED
        MOVE WS-TODAY TO WS-LINE-EFF-DATE
        MOVE GRP-PNR  TO WS-LINE-PNR
        MOVE ZERO     TO WS-LINE-SEG-SEQ
        MOVE 'GF'     TO WS-LINE-SOURCE
        MOVE 'GROUP DEPOSIT RETAINED' TO WS-LINE-DESCRIPTION
        MOVE GL-ACCT-ATL TO WS-LINE-ACCOUNT
        MOVE 'D' TO WS-LINE-DR-CR
        PERFORM 7000-WRITE-LINE THRU 7000-EXIT
        MOVE GL-ACCT-PENALTY-REVENUE TO WS-LINE-ACCOUNT
        MOVE 'C' TO WS-LINE-DR-CR
        PERFORM 7000-WRITE-LINE THRU 7000-EXIT
        ADD 1 TO WS-FORFEIT-COUNT
    END-IF
    MOVE 'Y' TO GRP-GL-STATUS
    REWRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  GL status not saved for group ' GRP-PNR
    END-REWRITE
    .
4100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-CLOSE-BATCH - the trailer with the control totals, and
*> the 'C' control entry carrying the liability balance forward.
*> Debits and credits are written in pairs and cannot differ;
*> if they ever do the ledger will reject the batch, so the run
*> fails here instead of letting the stream carry on.
*> -----------------------------------------------------------
5000-CLOSE-BATCH.
    MOVE SPACES TO GLJ-RECORD
    MOVE 'T'             TO GLJ-REC-TYPE
    MOVE WS-BATCH-ID     TO GLJ-BATCH-ID
    MOVE WS-LINE-COUNT   TO GLJ-TRL-LINE-COUNT
    MOVE WS-DEBIT-TOTAL  TO GLJ-TRL-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
    WRITE GLJ-RECORD
    COMPUTE WS-ATL-CLOSING = WS-ATL-OPENING + WS-ATL-MOVEMENT
    MOVE 'C' TO GLC-STAGE
    MOVE WS-ATL-CLOSING TO GLC-ATL-BALANCE
    PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        DISPLAY 'GLJRNL - journal batch OUT OF BALANCE.'
        MOVE 8 TO RETURN-CODE
    END-IF
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-WRITE-LINE - writes the journal line set up in WS-LINE
*> and adds it to the batch totals.  A zero amount has nothing
*> to post and writes nothing.
*> -----------------------------------------------------------
7000-WRITE-LINE.
    IF WS-LINE-AMOUNT = ZERO
        GO TO 7000-EXIT
    END-IF
    MOVE SPACES TO GLJ-RECORD
    MOVE 'D'                 TO GLJ-REC-TYPE
    MOVE WS-BATCH-ID         TO GLJ-BATCH-ID
    COMPUTE GLJ-LINE-NO = WS-LINE-COUNT + 1
    MOVE WS-LINE-EFF-DATE    TO GLJ-EFF-DATE
    MOVE WS-LINE-ACCOUNT     TO GLJ-ACCOUNT
    MOVE WS-LINE-DR-CR       TO GLJ-DR-CR
    MOVE WS-LINE-AMOUNT      TO GLJ-AMOUNT
    MOVE WS-LINE-SOURCE      TO GLJ-SOURCE
    MOVE WS-LINE-PNR         TO GLJ-REF-PNR
    MOVE WS-LINE-SEG-SEQ     TO GLJ-REF-SEG-SEQ
    MOVE WS-LINE-DESCRIPTION TO GLJ-DESCRIPTION
    WRITE GLJ-RECORD
    PERFORM 7100-ACCUMULATE THRU 7100-EXIT
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7100-ACCUMULATE - one detail line into the batch totals, for
*> a line just written or one recounted on a resume.
*> -----------------------------------------------------------
7100-ACCUMULATE.
    ADD 1 TO WS-LINE-COUNT
    IF GLJ-DEBIT
        ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
        IF GLJ-ACCOUNT = GL-ACCT-ATL
            SUBTRACT GLJ-AMOUNT FROM WS-ATL-MOVEMENT
        END-IF
    ELSE
        ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
        IF GLJ-ACCOUNT = GL-ACCT-ATL
            ADD GLJ-AMOUNT TO WS-ATL-MOVEMENT
        END-IF
    END-IF
    .
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-CONTROL - appends one entry, stage and balance
*> already set by the caller, to the GL-CONTROL log.  The log
*> does not exist until the first run ever.
*> -----------------------------------------------------------
8000-WRITE-CONTROL.
    OPEN EXTEND GL-CONTROL-FILE
    IF WS-CTL-FILE-STATUS NOT = '00'
        OPEN OUTPUT GL-CONTROL-FILE
    END-IF
    MOVE WS-TODAY        TO GLC-RUN-DATE
    MOVE WS-BATCH-ID     TO GLC-BATCH-ID
    MOVE WS-PAY-DONE     TO GLC-PAY-COUNT
    MOVE WS-LINE-COUNT   TO GLC-LINE-COUNT
    MOVE WS-DEBIT-TOTAL  TO GLC-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO GLC-CREDIT-TOTAL
    WRITE GLC-RECORD
    CLOSE GL-CONTROL-FILE
    .
8000-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE WS-PAY-JOURNALLED TO WS-COUNT-ED
    DISPLAY '  Payment entries ...... ' WS-COUNT-ED
    MOVE WS-FLOWN-COUNT TO WS-COUNT-ED
    DISPLAY '  Segments flown ....... ' WS-COUNT-ED
    MOVE WS-NOSHOW-COUNT TO WS-COUNT-ED
    DISPLAY '  No-shows ............. ' WS-COUNT-ED
    MOVE WS-PENALTY-COUNT TO WS-COUNT-ED
    DISPLAY '  Paid cancellations ... ' WS-COUNT-ED
    MOVE WS-AWARD-COUNT TO WS-COUNT-ED
    DISPLAY '  Award segments ....... ' WS-COUNT-ED
    MOVE WS-CLEARED-COUNT TO WS-COUNT-ED
    DISPLAY '  Cleared, no entry .... ' WS-COUNT-ED
    MOVE WS-FORFEIT-COUNT TO WS-COUNT-ED
    DISPLAY '  Deposits retained .... ' WS-COUNT-ED
    MOVE WS-LINE-COUNT TO WS-COUNT-ED
    DISPLAY '  Journal lines ........ ' WS-COUNT-ED
    MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED
    DISPLAY '  Total debits ......... ' WS-AMOUNT-ED
    MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED
    DISPLAY '  Total credits ........ ' WS-AMOUNT-ED
    MOVE WS-ATL-OPENING TO WS-AMOUNT-ED
    DISPLAY '  Air traffic liab b/f . ' WS-AMOUNT-ED
    MOVE WS-ATL-CLOSING TO WS-AMOUNT-ED
    DISPLAY '  Air traffic liab c/f . ' WS-AMOUNT-ED
    .
9000-EXIT.
    EXIT.
