*> ---------------------------------------------------------------
*> BAGREC.CPY
*> BAGGAGE-MASTER record layout.
*>
*> One entry per checked bag, written by CHECKIN as the bag is
*> accepted and tagged.  Indexed on BAG-KEY (the bag tag number,
*> issued in sequence from BAG-TAG-CONTROL, see BAGCTL), with
*> the BAG-FLT-KEY alternate path by flight/departure date so
*> BAGRECON walks one departure's bags the way the booking
*> programs walk its bookings.  BAG-PNR/SEG-SEQ tie the bag to
*> the booking segment it travels on - BAGRECON reads the
*> booking back to see whether its owner boarded.
*>
*> BAG-PIECE-SEQ numbers the passenger's bags on the segment;
*> BAG-EXCESS-FLAG says the piece was outside the allowance
*> (piece count or weight, see BAGALLOW) and BAG-CHARGE-AMOUNT
*> what was collected for it on the PAYMENT-LEDGER.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  BAG-RECORD.
    05  BAG-KEY.
        10  BAG-TAG-NUMBER           PIC 9(10).
    05  BAG-FLT-KEY.
        10  BAG-FLT-NUMBER           PIC X(06).
        10  BAG-FLT-DEP-DATE         PIC 9(08).
    05  BAG-PNR                      PIC X(06).
    05  BAG-SEG-SEQ                  PIC 9(02).
    05  BAG-PASS-ID                  PIC X(08).
    05  BAG-PIECE-SEQ                PIC 9(02).
    05  BAG-WEIGHT-KG                PIC 9(03).
    05  BAG-DEST                     PIC X(03).
    05  BAG-EXCESS-FLAG              PIC X(01).
        88  BAG-EXCESS               VALUE 'Y'.
        88  BAG-IN-ALLOWANCE         VALUE 'N'.
    05  BAG-CHARGE-AMOUNT            PIC 9(06)V99.
    05  BAG-CHECKIN-DATE             PIC 9(08).
    05  BAG-CHECKIN-TIME             PIC 9(08).
    05  BAG-CHECKIN-USER             PIC X(08).
    05  FILLER                       PIC X(19).
