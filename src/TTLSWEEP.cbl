*>                   would have cancelled the entire legacy live
*>                   book, paid bookings included.  Legacy
*>                   spaces stay on the PAYAGING chase list.
*> 2026-10-15  DLC  Group segments (BOOK-GROUP) are no longer
*>                   aged against the ticket time limit.  A
*>                   second pass over GROUP-MASTER (see GRPREC)
*>                   applies each group's own dates instead: a
*>                   deposit not paid in full by its due date
*>                   cancels the group's unpaid named segments
*>                   and the block itself, and a final payment
*>                   not made by its due date cancels the unpaid
*>                   named segments (see 3000-SWEEP-GROUPS).
*> 2026-10-15  DLC  A swept segment's taxes and airport charges
*>                   are all marked refunded as well, so the
*>                   next SETTLE run reverses the tax it posted
*>                   and nothing is remitted on money never
*>                   collected (see 2110-REFUND-TAXES).
*> 2026-10-15  DLC  A group block whose REWRITE fails is reported
*>                   and neither audit-logged nor counted as
*>                   cancelled.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TTLSWEEP.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GROUPDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GRP-PNR
        ALTERNATE RECORD KEY IS GRP-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-GRP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  NOTIFY-EXTRACT-FILE.
COPY NOTIFREC.

FD  GROUP-MASTER-FILE.
COPY GRPREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-BOOK-OPEN-SW             PIC X VALUE 'N'.
        88  WS-BOOK-OPEN            VALUE 'Y'.
    05  WS-GRP-EOF-SW               PIC X VALUE 'N'.
        88  WS-GRP-EOF              VALUE 'Y'.
    05  WS-SEG-EOF-SW               PIC X VALUE 'N'.
        88  WS-SEG-EOF              VALUE 'Y'.

01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-NTF-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-GRP-FILE-STATUS               PIC X(02) VALUE '00'.

*> Notification-extract work: contact details looked up from
*> PASSENGER-MASTER per cancellation, staged for
77  WS-AGE-DAYS                      PIC 9(05) COMP VALUE ZERO.

77  WS-SWEPT-COUNT                   PIC 9(05) COMP VALUE ZERO.
77  WS-GROUPS-CANCELLED              PIC 9(05) COMP VALUE ZERO.
77  WS-TAX-IX                        PIC 9(01) COMP VALUE ZERO.
01  WS-EDIT-FIELDS.
    05  WS-SWEPT-ED                  PIC ZZZZ9.
    05  WS-AGE-ED                    PIC ZZZZ9.
    05  WS-GROUPS-ED                 PIC ZZZZ9.

*> Why the segment in BOOK-RECORD is being cancelled, staged by
*> the caller for the audit entry and the report line.
01  WS-SWEEP-REASON                  PIC X(30).

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'TTLSWEEP'.
01  WS-AUD-ACTION                    PIC X(01).
*> pay status existed.  A legacy space is "unknown", left to
*> PAYMGR and the PAYAGING chase list; sweeping it would mass-
*> cancel the pre-cutover live book, paid bookings included.
*> A group segment answers to the group's deposit and final-
*> payment dates instead - see 3000-SWEEP-GROUPS.
                IF (BOOK-CONFIRMED OR BOOK-WAITLISTED)
                   AND BOOK-PAY-STATUS = 'N'
                   AND NOT BOOK-GROUP
                    PERFORM 2000-CHECK-BOOKING THRU 2000-EXIT
                END-IF
        END-READ
    END-PERFORM
    IF WS-PARM-OK
        IF WS-BOOK-OPEN
            PERFORM 3000-SWEEP-GROUPS THRU 3000-EXIT
        END-IF
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE BOOKING-MASTER-FILE
        CLOSE TTL-REPORT-FILE
        IF WS-BOOK-FILE-STATUS NOT = '00'
            DISPLAY '  No bookings on file yet - nothing to sweep.'
            MOVE 'Y' TO WS-EOF-SW
        ELSE
            MOVE 'Y' TO WS-BOOK-OPEN-SW
        END-IF
        OPEN OUTPUT TTL-REPORT-FILE
        MOVE SPACES TO TTL-LINE
        MOVE ZERO TO WS-AGE-DAYS
    END-IF
    IF WS-AGE-DAYS >= WS-TTL-DAYS
        MOVE 'TICKET TIME LIMIT EXPIRED' TO WS-SWEEP-REASON
        PERFORM 2100-CANCEL-BOOKING THRU 2100-EXIT
    END-IF
    .
*> 2100-CANCEL-BOOKING - cancels the timed-out segment in place:
*> no penalty, the full fare refundable so the next SETTLE run
*> reverses the revenue already recognized (no cash follows - a
*> never-paid booking has nothing for PAYMGR to pay out).  The
*> caller stages WS-SWEEP-REASON.
*> -----------------------------------------------------------
2100-CANCEL-BOOKING.
    MOVE BOOK-STATUS TO WS-NTF-OLD-STATUS
    MOVE 'X' TO BOOK-STATUS
    MOVE ZERO TO BOOK-PENALTY-AMOUNT
    MOVE BOOK-FARE-AMOUNT TO BOOK-REFUND-AMOUNT
    PERFORM 2110-REFUND-TAXES THRU 2110-EXIT
    MOVE 'N' TO BOOK-SETTLE-STATUS
    REWRITE BOOK-RECORD
    MOVE SPACES TO WS-AUD-NEW-VALUE
    STRING 'SEG=' BOOK-SEG-SEQ ' FLT=' BOOK-FLT-NUMBER
           ' STATUS=' BOOK-STATUS ' '
           WS-SWEEP-REASON DELIMITED BY '  '
        INTO WS-AUD-NEW-VALUE
    MOVE 'C' TO WS-AUD-ACTION
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    ADD 1 TO WS-SWEPT-COUNT
    MOVE SPACES TO TTL-LINE
    IF BOOK-GROUP
        STRING 'PNR ' BOOK-PNR ' SEG ' BOOK-SEG-SEQ
               ' FLIGHT ' BOOK-FLT-NUMBER ' ON ' BOOK-FLT-DEP-DATE
               ' - ' WS-SWEEP-REASON DELIMITED BY '  '
               ', CANCELLED' DELIMITED BY SIZE
            INTO TTL-LINE
    ELSE
        MOVE WS-AGE-DAYS TO WS-AGE-ED
        STRING 'PNR ' BOOK-PNR ' SEG ' BOOK-SEG-SEQ
               ' FLIGHT ' BOOK-FLT-NUMBER ' ON ' BOOK-FLT-DEP-DATE
               ' - UNPAID ' WS-AGE-ED ' DAYS, CANCELLED'
            INTO TTL-LINE
    END-IF
    WRITE TTL-LINE
    PERFORM 8100-WRITE-NOTIFY THRU 8100-EXIT
    .
2100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2110-REFUND-TAXES - every tax line on the swept segment goes
*> back, refundable or not, the way the whole fare does.
*> -----------------------------------------------------------
2110-REFUND-TAXES.
    MOVE ZERO TO BOOK-TAX-REFUND-AMOUNT
    MOVE ZERO TO WS-TAX-IX
    PERFORM UNTIL WS-TAX-IX >= BOOK-TAX-COUNT
        ADD 1 TO WS-TAX-IX
        MOVE 'Y' TO BOOK-TAX-REFUNDED(WS-TAX-IX)
        ADD BOOK-TAX-LINE-AMOUNT(WS-TAX-IX)
            TO BOOK-TAX-REFUND-AMOUNT
    END-PERFORM
    .
2110-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-SWEEP-GROUPS - applies each live group block's own
*> payment dates to its named segments.  A deposit not paid in
*> full once its due date has passed cancels every unpaid named
*> segment and the block itself (the unnamed seats go back on
*> sale with it); a final payment not made once its due date
*> has passed cancels the unpaid named segments and leaves the
*> block to the names that did pay.  No group master on disk
*> yet means no groups to sweep.
*> -----------------------------------------------------------
3000-SWEEP-GROUPS.
    MOVE 'N' TO WS-GRP-EOF-SW
    OPEN I-O GROUP-MASTER-FILE
    IF WS-GRP-FILE-STATUS NOT = '00'
        GO TO 3000-EXIT
    END-IF
    PERFORM UNTIL WS-GRP-EOF
        READ GROUP-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-GRP-EOF-SW
            NOT AT END
                IF NOT GRP-CANCELLED
                    PERFORM 3100-CHECK-GROUP THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MASTER-FILE
    .
3000-EXIT.
    EXIT.

3100-CHECK-GROUP.
    IF WS-TODAY > GRP-DEPOSIT-DUE-DATE
       AND GRP-DEPOSIT-PAID < GRP-DEPOSIT-AMOUNT
        MOVE 'GROUP DEPOSIT NOT PAID' TO WS-SWEEP-REASON
        PERFORM 3200-CANCEL-GROUP-SEGMENTS THRU 3200-EXIT
        MOVE SPACES TO WS-AUD-OLD-VALUE
        MOVE SPACES TO WS-AUD-NEW-VALUE
        STRING 'GROUP STATUS=' GRP-STATUS
               ' DEPOSIT PAID=' GRP-DEPOSIT-PAID
            INTO WS-AUD-OLD-VALUE
        MOVE 'X' TO GRP-STATUS
        REWRITE GRP-RECORD
            INVALID KEY
                DISPLAY '  Group ' GRP-PNR ' not rewritten - status '
                    WS-GRP-FILE-STATUS
                GO TO 3100-EXIT
        END-REWRITE
        STRING 'GROUP STATUS=' GRP-STATUS
               ' DEPOSIT DUE ' GRP-DEPOSIT-DUE-DATE ' NOT PAID'
            INTO WS-AUD-NEW-VALUE
        MOVE GRP-PNR TO BOOK-PNR
        MOVE 'C' TO WS-AUD-ACTION
        PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
        ADD 1 TO WS-GROUPS-CANCELLED
        MOVE SPACES TO TTL-LINE
        STRING 'GROUP ' GRP-PNR ' FLIGHT ' GRP-FLT-NUMBER
               ' ON ' GRP-FLT-DEP-DATE
               ' - DEPOSIT NOT PAID, BLOCK CANCELLED'
            INTO TTL-LINE
        WRITE TTL-LINE
        GO TO 3100-EXIT
    END-IF
    IF WS-TODAY > GRP-FINAL-DUE-DATE
        MOVE 'GROUP FINAL NOT PAID' TO WS-SWEEP-REASON
        PERFORM 3200-CANCEL-GROUP-SEGMENTS THRU 3200-EXIT
    END-IF
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-CANCEL-GROUP-SEGMENTS - START on the group PNR and
*> cancel every live named segment still unpaid, through the
*> same 2100-CANCEL-BOOKING as the time-limit pass.
*> -----------------------------------------------------------
3200-CANCEL-GROUP-SEGMENTS.
    MOVE 'N' TO WS-SEG-EOF-SW
    MOVE GRP-PNR TO BOOK-PNR
    MOVE ZERO    TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SEG-EOF-SW
    END-START
    PERFORM UNTIL WS-SEG-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-SEG-EOF-SW
            NOT AT END
                IF BOOK-PNR NOT = GRP-PNR
                    MOVE 'Y' TO WS-SEG-EOF-SW
                ELSE
                    IF (BOOK-CONFIRMED OR BOOK-WAITLISTED)
                       AND BOOK-PAY-STATUS = 'N'
                        PERFORM 2100-CANCEL-BOOKING THRU 2100-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
        INTO TTL-LINE
    WRITE TTL-LINE
    DISPLAY '  Bookings cancelled ... ' WS-SWEPT-ED
    MOVE WS-GROUPS-CANCELLED TO WS-GROUPS-ED
    MOVE SPACES TO TTL-LINE
    STRING 'GROUP BLOCKS CANCELLED: ' WS-GROUPS-ED
        INTO TTL-LINE
    WRITE TTL-LINE
    DISPLAY '  Group blocks cancelled ' WS-GROUPS-ED
    .
9000-EXIT.
    EXIT.
