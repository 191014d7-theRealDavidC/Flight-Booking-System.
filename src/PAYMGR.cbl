*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Group bookings: option D takes the group
*>                   deposit against the group PNR (GROUP-MASTER,
*>                   see GRPREC) as a 'D' ledger entry on segment
*>                   00.  Final payment on a group PNR sets the
*>                   unapplied deposit against the named
*>                   segments' fares first ('DP' method entries)
*>                   and takes only the balance in new money.
*> 2026-10-15  DLC  A segment now owes its fare plus its taxes
*>                   and airport charges (BOOK-TAX-AMOUNT, priced
*>                   by BOOKMGR) - one ledger entry for the two.
*>                   A refund pays back the refunded tax lines
*>                   (BOOK-TAX-REFUND-AMOUNT) with the fare
*>                   refund, and a paid no-show whose taxes came
*>                   back at close-out is refundable for those
*>                   taxes alone.
*> 2026-10-15  DLC  The payment inquiry lists the excess baggage
*>                   charges CHECKIN takes ('B' entries) but keeps
*>                   them out of the paid/refunded/net figures.
*> 2026-10-15  DLC  The group master REWRITE behind a deposit is
*>                   checked: on a failure nothing is ledgered or
*>                   audit-logged.
*> 2026-10-15  DLC  A deposit application is now recorded on the
*>                   group master before any segment is paid: if
*>                   the group master cannot be read or rewritten
*>                   the payment is abandoned with no ledger
*>                   entry, no pay status changed and no audit.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYMGR.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PAY-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PAYMENT-LEDGER-FILE.
COPY PAYREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-DEP-APPLIED-SW           PIC X VALUE 'N'.
        88  WS-DEPOSIT-APPLIED      VALUE 'Y'.

01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PAY-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-INQ-PAID                      PIC 9(08)V99 VALUE ZERO.
01  WS-INQ-REFUNDED                  PIC 9(08)V99 VALUE ZERO.
01  WS-NET-AMOUNT                    PIC S9(08)V99 VALUE ZERO.

*> Group deposit work: the deposit held on a group PNR and not
*> yet set against a named segment's fare, and the part of it
*> set against the fares on this payment.
01  WS-GRP-FOUND-SW                  PIC X VALUE 'N'.
    88  WS-GROUP-FOUND               VALUE 'Y'.
01  WS-DEPOSIT-LEFT                  PIC 9(06)V99 VALUE ZERO.
01  WS-DEPOSIT-USED                  PIC 9(06)V99 VALUE ZERO.
01  WS-DEPOSIT-PART                  PIC 9(06)V99 VALUE ZERO.
01  WS-CASH-PART                     PIC 9(06)V99 VALUE ZERO.
01  WS-SEG-AMOUNT                    PIC 9(06)V99 VALUE ZERO.
01  WS-SAVE-METHOD                   PIC X(02).
77  WS-INQ-COUNT                     PIC 9(03) COMP VALUE ZERO.

01  WS-EDIT-FIELDS.
            WHEN 'P' PERFORM 3000-RECORD-PAYMENT THRU 3000-EXIT
            WHEN 'R' PERFORM 4000-ISSUE-REFUND THRU 4000-EXIT
            WHEN 'I' PERFORM 5000-INQUIRE-PAYMENTS THRU 5000-EXIT
            WHEN 'D' PERFORM 6000-RECORD-DEPOSIT THRU 6000-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
    DISPLAY '  P. Record payment for a PNR'
    DISPLAY '  R. Issue refund for a cancelled PNR'
    DISPLAY '  I. Inquire payments by PNR'
    DISPLAY '  D. Record group deposit'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
*> RECORD PAYMENT - totals what the journey still owes (one
*> read-only pass), then takes the method and applies the money
*> segment by segment: one ledger entry per unpaid segment at
*> its fare plus taxes and the pay status flipped to 'Y' in
*> place.  A journey pays together, the way it books and
*> cancels together.  A zero-fare segment (priced with no fare
*> on file) is marked paid with no ledger entry - there is no
*> money to trail.  On a group PNR the deposit already held
*> comes off the amount due and is set against the fares first
*> (see 3210-PAY-ONE-SEGMENT); the part used is worked out here
*> and recorded on the group master before any fare is paid.
*> -----------------------------------------------------------
3000-RECORD-PAYMENT.
    DISPLAY 'PNR: ' WITH NO ADVANCING
        DISPLAY '  Nothing unpaid on that PNR.'
        GO TO 3000-EXIT
    END-IF
    MOVE ZERO TO WS-DEPOSIT-LEFT
    MOVE ZERO TO WS-DEPOSIT-USED
    PERFORM 7200-FIND-GROUP THRU 7200-EXIT
    IF WS-GROUP-FOUND
       AND GRP-DEPOSIT-PAID > GRP-DEPOSIT-APPLIED
        COMPUTE WS-DEPOSIT-LEFT =
            GRP-DEPOSIT-PAID - GRP-DEPOSIT-APPLIED
        MOVE WS-DEPOSIT-LEFT TO WS-AMOUNT-ED
        DISPLAY '  Group deposit held: ' WS-AMOUNT-ED
    END-IF
    MOVE WS-DUE-TOTAL TO WS-AMOUNT-ED
    DISPLAY '  Amount due: ' WS-AMOUNT-ED
    IF WS-DEPOSIT-LEFT >= WS-DUE-TOTAL
        DISPLAY '  Covered by the group deposit.'
        MOVE SPACES TO WS-PAY-METHOD
    ELSE
        IF WS-DEPOSIT-LEFT > ZERO
            COMPUTE WS-NET-AMOUNT = WS-DUE-TOTAL - WS-DEPOSIT-LEFT
            MOVE WS-NET-AMOUNT TO WS-AMOUNT-ED
            DISPLAY '  Balance to collect: ' WS-AMOUNT-ED
        END-IF
        DISPLAY 'Payment method (CA/CC/AG): ' WITH NO ADVANCING
        ACCEPT WS-PAY-METHOD
    END-IF
    IF WS-DEPOSIT-LEFT >= WS-DUE-TOTAL
        MOVE WS-DUE-TOTAL TO WS-DEPOSIT-USED
    ELSE
        MOVE WS-DEPOSIT-LEFT TO WS-DEPOSIT-USED
    END-IF
    MOVE WS-DEPOSIT-USED TO WS-DEPOSIT-LEFT
    PERFORM 3200-APPLY-PAYMENT THRU 3200-EXIT
    .
3000-EXIT.

*> -----------------------------------------------------------
*> 3100-TOTAL-DUE - read-only walk of the journey's segments
*> totalling the unpaid fares and taxes.  Every status except
*> cancelled owes its fare - a no-show still pays, the posture
*> SETTLE already takes.
*> -----------------------------------------------------------
3100-TOTAL-DUE.
    MOVE ZERO TO WS-DUE-COUNT
                    IF NOT BOOK-CANCELLED AND BOOK-UNPAID
                        ADD 1 TO WS-DUE-COUNT
                        ADD BOOK-FARE-AMOUNT TO WS-DUE-TOTAL
                        ADD BOOK-TAX-AMOUNT  TO WS-DUE-TOTAL
                    END-IF
                END-IF
        END-READ
*> -----------------------------------------------------------
*> 3200-APPLY-PAYMENT - second pass under OPEN I-O: one ledger
*> entry and one REWRITE per unpaid segment, each audit-logged.
*> Any deposit used goes on the group master first; if it does
*> not land, nothing is paid.
*> -----------------------------------------------------------
3200-APPLY-PAYMENT.
    MOVE ZERO TO WS-APPLIED-COUNT
        CLOSE PAYMENT-LEDGER-FILE
        GO TO 3200-EXIT
    END-IF
    IF WS-DEPOSIT-USED > ZERO
        PERFORM 3300-APPLY-DEPOSIT THRU 3300-EXIT
        IF NOT WS-DEPOSIT-APPLIED
            DISPLAY '  Payment not taken.'
            CLOSE BOOKING-MASTER-FILE
            CLOSE PAYMENT-LEDGER-FILE
            GO TO 3200-EXIT
        END-IF
    END-IF
    MOVE WS-SEARCH-PNR TO BOOK-PNR
    MOVE ZERO          TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3210-PAY-ONE-SEGMENT - any group deposit still unapplied
*> pays the fare first, as a 'DP' entry that moves no new cash;
*> whatever it does not cover is taken with the tendered method.
*> -----------------------------------------------------------
3210-PAY-ONE-SEGMENT.
    COMPUTE WS-SEG-AMOUNT = BOOK-FARE-AMOUNT + BOOK-TAX-AMOUNT
    MOVE ZERO TO WS-DEPOSIT-PART
    MOVE WS-SEG-AMOUNT TO WS-CASH-PART
    IF WS-DEPOSIT-LEFT > ZERO
        IF WS-DEPOSIT-LEFT >= WS-SEG-AMOUNT
            MOVE WS-SEG-AMOUNT TO WS-DEPOSIT-PART
        ELSE
            MOVE WS-DEPOSIT-LEFT TO WS-DEPOSIT-PART
        END-IF
        SUBTRACT WS-DEPOSIT-PART FROM WS-DEPOSIT-LEFT
        SUBTRACT WS-DEPOSIT-PART FROM WS-CASH-PART
    END-IF
    IF WS-DEPOSIT-PART > ZERO
        MOVE WS-PAY-METHOD TO WS-SAVE-METHOD
        MOVE 'DP' TO WS-PAY-METHOD
        MOVE 'P' TO PAY-TXN-TYPE
        MOVE WS-DEPOSIT-PART TO PAY-AMOUNT
        PERFORM 7100-WRITE-LEDGER THRU 7100-EXIT
        MOVE WS-SAVE-METHOD TO WS-PAY-METHOD
    END-IF
    IF WS-CASH-PART > ZERO
        MOVE 'P' TO PAY-TXN-TYPE
        MOVE WS-CASH-PART TO PAY-AMOUNT
        PERFORM 7100-WRITE-LEDGER THRU 7100-EXIT
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'SEG=' BOOK-SEG-SEQ ' PAY=' BOOK-PAY-STATUS
           ' AMT=' BOOK-FARE-AMOUNT
           ' TAX=' BOOK-TAX-AMOUNT
           ' METHOD=' WS-PAY-METHOD
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
3210-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-APPLY-DEPOSIT - records on the group master how much of
*> the deposit this payment sets against the named fares, so the
*> next payment on the PNR does not spend it twice.  Run before
*> any fare is paid; WS-DEPOSIT-APPLIED is set only when the
*> group master REWRITE succeeds.  A deposit spent elsewhere
*> since the amount was worked out is not applied.
*> -----------------------------------------------------------
3300-APPLY-DEPOSIT.
    MOVE 'N' TO WS-DEP-APPLIED-SW
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        DISPLAY '  Group master file error - status '
            WS-GRP-FILE-STATUS
        GO TO 3300-EXIT
    END-IF
    MOVE WS-SEARCH-PNR TO GRP-PNR
    READ GROUP-MASTER-FILE
        INVALID KEY
            DISPLAY '  Group block not on file - deposit'
                ' application not recorded.'
            CLOSE GROUP-MASTER-FILE
            GO TO 3300-EXIT
    END-READ
    IF GRP-DEPOSIT-APPLIED + WS-DEPOSIT-USED > GRP-DEPOSIT-PAID
        DISPLAY '  Group deposit held has changed - deposit'
            ' application not recorded.'
        CLOSE GROUP-MASTER-FILE
        GO TO 3300-EXIT
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'GROUP DEPOSIT APPLIED=' GRP-DEPOSIT-APPLIED
        INTO WS-AUD-OLD-VALUE
    ADD WS-DEPOSIT-USED TO GRP-DEPOSIT-APPLIED
    REWRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  Group ' GRP-PNR ' not rewritten -'
                ' status ' WS-GRP-FILE-STATUS
                ' - deposit application not recorded.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-DEP-APPLIED-SW
            STRING 'GROUP DEPOSIT APPLIED=' GRP-DEPOSIT-APPLIED
                INTO WS-AUD-NEW-VALUE
            MOVE GRP-PNR TO BOOK-PNR
            MOVE 'C' TO WS-AUD-ACTION
            PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
            MOVE WS-DEPOSIT-USED TO WS-AMOUNT-ED
            DISPLAY '  Group deposit applied: ' WS-AMOUNT-ED
    END-REWRITE
    CLOSE GROUP-MASTER-FILE
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> ISSUE REFUND - walks the journey for cancelled segments that
*> were actually paid and not yet refunded, pays out each one's
*> BOOK-REFUND-AMOUNT (the amount the cancel path priced net of
*> penalty) plus its refunded taxes as a refund ledger entry,
*> and flips the status to 'R' in place.  A paid no-show keeps
*> no fare back but does get its refundable taxes, once
*> FLTCLOSE has marked them.  A cancelled segment never paid for
*> owes nothing and gets nothing.  A refund amount of zero
*> (fully inside the penalty band) flips the status with no
*> ledger entry.
*> -----------------------------------------------------------
4000-ISSUE-REFUND.
    DISPLAY 'PNR: ' WITH NO ADVANCING
                IF BOOK-PNR NOT = WS-SEARCH-PNR
                    MOVE 'Y' TO WS-EOF-SW
                ELSE
                    IF BOOK-PAID
                       AND (BOOK-CANCELLED
                         OR (BOOK-NO-SHOW
                             AND BOOK-TAX-REFUND-AMOUNT > ZERO))
                        PERFORM 4100-REFUND-ONE-SEGMENT
                            THRU 4100-EXIT
                    END-IF
    EXIT.

4100-REFUND-ONE-SEGMENT.
    MOVE BOOK-TAX-REFUND-AMOUNT TO WS-SEG-AMOUNT
    IF BOOK-CANCELLED
       AND BOOK-REFUND-AMOUNT NUMERIC
        ADD BOOK-REFUND-AMOUNT TO WS-SEG-AMOUNT
    END-IF
    IF WS-SEG-AMOUNT > ZERO
        MOVE 'R' TO PAY-TXN-TYPE
        MOVE WS-SEG-AMOUNT TO PAY-AMOUNT
        PERFORM 7100-WRITE-LEDGER THRU 7100-EXIT
        ADD WS-SEG-AMOUNT TO WS-REFUND-TOTAL
    END-IF
    MOVE SPACES TO WS-AUD-OLD-VALUE
    STRING 'SEG=' BOOK-SEG-SEQ ' PAY=' BOOK-PAY-STATUS
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'SEG=' BOOK-SEG-SEQ ' PAY=' BOOK-PAY-STATUS
           ' REFUND=' BOOK-REFUND-AMOUNT
           ' TAXREF=' BOOK-TAX-REFUND-AMOUNT
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    MOVE PAY-AMOUNT TO WS-AMOUNT-ED
    DISPLAY '  ' PAY-DATE '  ' PAY-SEG-SEQ '  ' PAY-TXN-TYPE
        '   ' PAY-METHOD '  ' WS-AMOUNT-ED '  ' PAY-USER
*> A deposit applied to a fare is the deposit money already
*> counted on its 'D' entry - counting it again would double it.
*> An excess baggage charge is earned at the bag drop, not held
*> against the fare - it is listed but stays out of the totals.
    EVALUATE TRUE
        WHEN PAY-BAGGAGE
            CONTINUE
        WHEN PAY-DEPOSIT
            ADD PAY-AMOUNT TO WS-INQ-PAID
        WHEN PAY-PAYMENT AND PAY-METHOD-DEPOSIT
            CONTINUE
        WHEN PAY-PAYMENT
            ADD PAY-AMOUNT TO WS-INQ-PAID
        WHEN OTHER
            ADD PAY-AMOUNT TO WS-INQ-REFUNDED
    END-EVALUATE
    .
5100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> RECORD GROUP DEPOSIT - takes the outstanding deposit on an
*> active group block against the group PNR, before any names
*> need exist: one 'D' ledger entry on segment 00 and the
*> deposit paid to date updated on the group master.
*> -----------------------------------------------------------
6000-RECORD-DEPOSIT.
    DISPLAY 'Group PNR: ' WITH NO ADVANCING
    ACCEPT WS-SEARCH-PNR
    PERFORM 7200-FIND-GROUP THRU 7200-EXIT
    IF NOT WS-GROUP-FOUND
        DISPLAY '  Group block not on file.'
        GO TO 6000-EXIT
    END-IF
    IF NOT GRP-ACTIVE
        DISPLAY '  Group block is released or cancelled -'
            ' no deposit taken.'
        GO TO 6000-EXIT
    END-IF
    IF GRP-DEPOSIT-PAID >= GRP-DEPOSIT-AMOUNT
        DISPLAY '  Deposit already paid in full.'
        GO TO 6000-EXIT
    END-IF
    COMPUTE WS-DEPOSIT-PART =
        GRP-DEPOSIT-AMOUNT - GRP-DEPOSIT-PAID
    MOVE WS-DEPOSIT-PART TO WS-AMOUNT-ED
    DISPLAY '  Deposit due ' GRP-DEPOSIT-DUE-DATE ': '
        WS-AMOUNT-ED
    DISPLAY 'Payment method (CA/CC/AG): ' WITH NO ADVANCING
    ACCEPT WS-PAY-METHOD
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        DISPLAY '  Group master file error - status '
            WS-GRP-FILE-STATUS
        GO TO 6000-EXIT
    END-IF
    READ GROUP-MASTER-FILE
        INVALID KEY
            DISPLAY '  Group block not on file.'
            CLOSE GROUP-MASTER-FILE
            GO TO 6000-EXIT
    END-READ
    MOVE SPACES TO WS-AUD-OLD-VALUE
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'GROUP DEPOSIT PAID=' GRP-DEPOSIT-PAID
        INTO WS-AUD-OLD-VALUE
    ADD WS-DEPOSIT-PART TO GRP-DEPOSIT-PAID
*> No ledger entry and no audit unless the deposit actually
*> landed on the group master.
    REWRITE GRP-RECORD
        INVALID KEY
            DISPLAY '  Group ' GRP-PNR ' not rewritten - status '
                WS-GRP-FILE-STATUS ' - deposit not recorded.'
            CLOSE GROUP-MASTER-FILE
            GO TO 6000-EXIT
    END-REWRITE
    CLOSE GROUP-MASTER-FILE
    PERFORM 7000-OPEN-LEDGER-EXTEND THRU 7000-EXIT
    MOVE GRP-PNR TO BOOK-PNR
    MOVE ZERO    TO BOOK-SEG-SEQ
    MOVE 'D' TO PAY-TXN-TYPE
    MOVE WS-DEPOSIT-PART TO PAY-AMOUNT
    PERFORM 7100-WRITE-LEDGER THRU 7100-EXIT
    CLOSE PAYMENT-LEDGER-FILE
    STRING 'GROUP DEPOSIT PAID=' GRP-DEPOSIT-PAID
           ' AMT=' WS-DEPOSIT-PART
           ' METHOD=' WS-PAY-METHOD
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    DISPLAY '  Group deposit recorded.'
    .
6000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-OPEN-LEDGER-EXTEND - the ledger does not exist until the
*> first payment ever is taken - the same first-use posture
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7200-FIND-GROUP - direct keyed READ of GROUP-MASTER for the
*> PNR in WS-SEARCH-PNR.  An ordinary PNR, or no group master
*> on disk yet, reads as not found.
*> -----------------------------------------------------------
7200-FIND-GROUP.
    MOVE 'N' TO WS-GRP-FOUND-SW
    OPEN INPUT GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 7200-EXIT
    END-IF
    MOVE WS-SEARCH-PNR TO GRP-PNR
    READ GROUP-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-GRP-FOUND-SW
    END-READ
    CLOSE GROUP-MASTER-FILE
    .
7200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
