*>   - mileage-posted where due (a FLOWN segment must carry
*>     BOOK-MILES-STATUS 'Y'; cancelled and no-show segments
*>     never accrue and are exempt), and
*>   - recognised in the general ledger (BOOK-GL-STATUS 'Y',
*>     set by GLJRNL) with no refund still owed on it, and
*>   - departed before the cutoff date.
*>
*> One segment still live, unsettled, unposted or recent keeps
*>                   RETURN-CODE 8 and skips the reload, so the
*>                   live master is never replaced without the
*>                   archived PNRs safely on the history file.
*> 2026-10-15  DLC  Booking save areas grown to the 180-byte
*>                   BOOKING-MASTER record (tax breakdown added).
*> 2026-10-15  DLC  Booking save areas grown to the 200-byte
*>                   BOOKING-MASTER record (selling agency added).
*> 2026-10-15  DLC  A PNR stays live until GLJRNL has recognised
*>                   every segment in the ledger and PAYMGR has
*>                   paid every refund owed on it - both work
*>                   off the live master only, and ATLRPT counts
*>                   what is still held against them.
*> 2026-10-15  DLC  The PNR buffer holds 99 segments - a group
*>                   PNR carries one segment per name, up to 99,
*>                   and was being retained outright.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKARCH.
COPY BOOKREC.

FD  BOOKING-MASTER-WORK.
01  BOOK-WORK-RECORD                PIC X(200).

FD  BOOKING-HISTORY-FILE.
01  BOOK-HIST-RECORD                PIC X(200).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
01  WS-CUTOFF-DATE                   PIC 9(08).
01  WS-GROUP-PNR                     PIC X(06) VALUE SPACES.

*> The PNR group being judged - BOOKMGR caps an ordinary
*> journey at four segments, but a group PNR holds one segment
*> per name, up to the 99 seats a group block can hold.  A PNR
*> past the buffer is retained outright rather than
*> half-archived.
77  WS-GROUP-MAX                     PIC 9(02) COMP VALUE 99.
77  WS-GROUP-COUNT                   PIC 9(02) COMP VALUE ZERO.
77  WS-GROUP-IX                      PIC 9(02) COMP VALUE ZERO.
01  WS-GROUP-TABLE.
    05  WS-GROUP-SEG                 PIC X(200) OCCURS 99 TIMES.

77  WS-PNRS-ARCHIVED                 PIC 9(07) COMP VALUE ZERO.
77  WS-SEGS-ARCHIVED                 PIC 9(07) COMP VALUE ZERO.
*> -----------------------------------------------------------
*> 2100-JUDGE-SEGMENT - buffers the segment in its PNR group
*> and knocks the group out of archiving if the segment is
*> still live, unsettled, awaiting mileage posting, not yet
*> recognised in the ledger, owed a refund, or not yet past the
*> cutoff.  A group too big for the buffer is retained
*> outright: the buffered part spills to the keep file in key
*> order first, and the rest of the PNR follows it there.
*> -----------------------------------------------------------
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN BOOK-FLOWN AND NOT BOOK-MILES-POSTED
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN BOOK-GL-NOT-RECOGNISED
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN BOOK-PAID AND NOT BOOK-AWARD
             AND BOOK-TAX-REFUND-AMOUNT > ZERO
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN BOOK-PAID AND NOT BOOK-AWARD AND BOOK-CANCELLED
             AND BOOK-REFUND-AMOUNT NUMERIC
             AND BOOK-REFUND-AMOUNT > ZERO
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN BOOK-FLT-DEP-DATE >= WS-CUTOFF-DATE
            MOVE 'N' TO WS-GROUP-OK-SW
        WHEN OTHER
