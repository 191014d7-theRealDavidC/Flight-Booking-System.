*> ---------------------------------------------------------------
*> GRPREC.CPY
*> GROUP-MASTER record layout.
*>
*> One entry per group block - N seats in one fare class on one
*> departure, held under a single group PNR before the names are
*> known.  Keyed on GRP-PNR, the PNR issued from PNR-CONTROL when
*> the block is created; GRP-FLT-KEY is the alternate path
*> (duplicates allowed) so the seat scans can total every block
*> held on a flight/departure date.  The named passengers are
*> ordinary BOOKING-MASTER segments under the group PNR, one per
*> name, numbered by BOOK-SEG-SEQ in the order the names came in
*> and flagged BOOK-GROUP.
*>
*> The seats still held for names not yet received are
*> GRP-SEATS-BLOCKED less GRP-SEATS-NAMED; BOOKMGR, WAITSWEEP,
*> SEATRECON and FWDBOOK count them as sold.  The nightly
*> GRPSWEEP releases them to general sale once GRP-NAME-BY-DATE
*> has passed (GRP-SEATS-BLOCKED drops to the named count).  The
*> deposit is taken by PAYMGR against the group PNR, and the
*> TTLSWEEP sweep applies GRP-DEPOSIT-DUE-DATE and
*> GRP-FINAL-DUE-DATE to the group's segments in place of the
*> per-booking ticket time limit.  GRP-DEPOSIT-APPLIED is how
*> much of the deposit PAYMGR has already set against named
*> segments' fares at final payment.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> 2026-10-15  DLC  Added GRP-GL-STATUS, taken from FILLER.
*>                  GLJRNL sets it to 'Y' once it has journalled
*>                  the unapplied deposit of a cancelled block out
*>                  of air traffic liability as retained penalty
*>                  revenue.
*> ---------------------------------------------------------------
01  GRP-RECORD.
    05  GRP-PNR                      PIC X(06).
    05  GRP-NAME                     PIC X(30).
    05  GRP-FLT-KEY.
        10  GRP-FLT-NUMBER           PIC X(06).
        10  GRP-FLT-DEP-DATE         PIC 9(08).
    05  GRP-FARE-CLASS               PIC X(01).
    05  GRP-SEATS-BLOCKED            PIC 9(02).
    05  GRP-SEATS-NAMED              PIC 9(02).
    05  GRP-NAME-BY-DATE             PIC 9(08).
    05  GRP-FARE-AMOUNT              PIC 9(06)V99.
    05  GRP-DEPOSIT-AMOUNT           PIC 9(06)V99.
    05  GRP-DEPOSIT-DUE-DATE         PIC 9(08).
    05  GRP-DEPOSIT-PAID             PIC 9(06)V99.
    05  GRP-DEPOSIT-APPLIED          PIC 9(06)V99.
    05  GRP-FINAL-DUE-DATE           PIC 9(08).
    05  GRP-STATUS                   PIC X(01).
        88  GRP-ACTIVE               VALUE 'A'.
        88  GRP-RELEASED             VALUE 'R'.
        88  GRP-CANCELLED            VALUE 'X'.
    05  GRP-CREATE-DATE              PIC 9(08).
    05  GRP-CREATE-USER              PIC X(08).
    05  GRP-GL-STATUS                PIC X(01).
        88  GRP-GL-DEPOSIT-HELD      VALUE 'N' ' '.
        88  GRP-GL-DEPOSIT-RETAINED  VALUE 'Y'.
    05  FILLER                       PIC X(19).
