*>                  our PNRs); spaces on bookings sold here.
*>                  Rebuild the indexed file with the new length
*>                  when this lands.
*> 2026-10-15  DLC  Added BOOK-GROUP-FLAG out of FILLER - the
*>                  segment is a named seat out of a group block
*>                  (see GRPREC) under the group's PNR.  The
*>                  TTLSWEEP sweep holds a group segment to the
*>                  group's deposit and final-payment dates
*>                  instead of the per-booking time limit.
*> 2026-10-15  DLC  Added the tax breakdown and grew the record
*>                  from 100 to 180 bytes.  BOOKMGR prices up to
*>                  four government-tax/airport-charge lines off
*>                  TAX-TABLE (see TAXTAB) beside the fare, so
*>                  BOOK-FARE-AMOUNT stays fare only and
*>                  BOOK-TAX-AMOUNT is their total.  A cancelled
*>                  or no-show segment's refundable lines are
*>                  flagged refunded and totalled in
*>                  BOOK-TAX-REFUND-AMOUNT; SETTLE posts the
*>                  lines as tax entries, tracked apart from the
*>                  fare by BOOK-TAX-SETTLE-STATUS.  Rebuild the
*>                  indexed file with the new length when this
*>                  lands - the reload zeroes the amounts and
*>                  count, so older segments simply carry no tax.
*> 2026-10-15  DLC  Added the selling agency and grew the record
*>                  from 180 to 200 bytes.  BOOK-AGENCY-CODE is
*>                  the travel agency (AGENCY-MASTER, see
*>                  AGCYREC) that sold the segment, spaces for a
*>                  direct sale; BOOK-COMM-PCT/-AMOUNT are the
*>                  commission rate taken from the agency at sale
*>                  and what it earns on the fare (never on the
*>                  taxes).  BOOK-AGCY-STMT-STATUS records how far
*>                  the segment has been through AGCYSTMT: the
*>                  ticketed sale stated ('S'), then the
*>                  commission recalled on a cancellation ('R').
*>                  Rebuild the indexed file with the new length
*>                  when this lands - older segments reload as
*>                  direct sales.
*> 2026-10-15  DLC  Added BOOK-GL-STATUS, taken from FILLER (the
*>                  record stays 200 bytes).  GLJRNL sets it to
*>                  'Y' once it has journalled the segment out of
*>                  air traffic liability - fare to revenue when
*>                  FLTCLOSE marks it FLOWN or NO-SHOW, a retained
*>                  penalty when it is cancelled, an award
*>                  segment out of mileage liability - so nothing
*>                  is recognised twice.  Spaces reads as not yet
*>                  recognised.
*> 2026-10-15  DLC  Added BOOK-BOARD-STATUS, taken from FILLER (the
*>                  record stays 200 bytes).  The gate sets it to
*>                  'Y' as the checked-in passenger boards
*>                  (CHECKIN option B).  BAGRECON lists the bags of
*>                  a checked-in passenger not boarded for offload,
*>                  and FLTCLOSE makes that passenger a NO-SHOW.
*>                  Spaces reads as not boarded.
*> ---------------------------------------------------------------
01  BOOK-RECORD.
    05  BOOK-KEY.
    05  BOOK-AWARD-FLAG              PIC X(01).
        88  BOOK-AWARD               VALUE 'Y'.
    05  BOOK-TICKET-NUMBER           PIC X(13).
    05  BOOK-GROUP-FLAG              PIC X(01).
        88  BOOK-GROUP               VALUE 'Y'.
    05  BOOK-TAX-AMOUNT              PIC 9(06)V99.
    05  BOOK-TAX-REFUND-AMOUNT       PIC 9(06)V99.
    05  BOOK-TAX-SETTLE-STATUS       PIC X(01).
        88  BOOK-TAX-NOT-POSTED      VALUE 'N' ' '.
        88  BOOK-TAX-POSTED          VALUE 'T'.
        88  BOOK-TAX-REFUND-POSTED   VALUE 'U'.
    05  BOOK-TAX-COUNT               PIC 9(01).
    05  BOOK-TAX-LINE OCCURS 4 TIMES.
        10  BOOK-TAX-CODE            PIC X(02).
        10  BOOK-TAX-STATION         PIC X(03).
        10  BOOK-TAX-CATEGORY        PIC X(01).
        10  BOOK-TAX-LINE-AMOUNT     PIC 9(04)V99.
        10  BOOK-TAX-REFUNDABLE      PIC X(01).
        10  BOOK-TAX-REFUNDED        PIC X(01).
    05  BOOK-AGENCY-CODE             PIC X(08).
    05  BOOK-COMM-PCT                PIC 9(02)V99.
    05  BOOK-COMM-AMOUNT             PIC 9(06)V99.
    05  BOOK-AGCY-STMT-STATUS        PIC X(01).
        88  BOOK-AGCY-NOT-STATED     VALUE 'N' ' '.
        88  BOOK-AGCY-SALE-STATED    VALUE 'S'.
        88  BOOK-AGCY-RECALL-STATED  VALUE 'R'.
    05  BOOK-GL-STATUS               PIC X(01).
        88  BOOK-GL-NOT-RECOGNISED   VALUE 'N' ' '.
        88  BOOK-GL-RECOGNISED       VALUE 'Y'.
    05  BOOK-BOARD-STATUS            PIC X(01).
        88  BOOK-BOARDED             VALUE 'Y'.
        88  BOOK-NOT-BOARDED         VALUE 'N' ' '.
    05  FILLER                       PIC X(08).
