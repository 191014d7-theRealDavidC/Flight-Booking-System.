*> ---------------------------------------------------------------
*> TAXTAB.CPY
*> TAX-TABLE record layout.
*>
*> One entry per station/charge-code/date-range combination -
*> the government taxes and airport charges levied on a segment
*> departing TAX-STATION, priced by BOOKMGR alongside the fare
*> and carried on the booking as its own breakdown (see the
*> BOOK-TAX-* fields in BOOKREC).  TAX-EFF-DATE and TAX-END-DATE
*> bound the range of booking dates the entry applies to, the
*> same way FARETAB expresses seasonal fares, so a rate change
*> takes effect for new bookings without repricing booked PNRs.
*> A station/code pair can have several entries, one per date
*> range, as long as the ranges do not overlap.
*>
*> TAX-BASIS says how the charge is levied on a segment
*> departing the station:
*>   'D'  per departing passenger - TAX-FLAT-AMOUNT once per
*>        journey start or stopover at the station; a connection
*>        (arrived on the journey's previous segment within 24
*>        hours) is transit and pays nothing.
*>   'S'  per segment - TAX-FLAT-AMOUNT on every segment
*>        departing the station, transit or not.
*>   'P'  percentage of fare - TAX-PERCENT of the segment fare.
*>
*> TAX-CATEGORY separates government taxes ('G') from airport
*> charges ('A'); TAX-AUTHORITY is who the money is remitted to
*> (see TAXRPT).  TAX-REFUNDABLE 'Y' means the charge goes back
*> to the passenger when the segment is cancelled or not flown,
*> whatever the fare's own cancellation penalty - government
*> taxes always are.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  TAX-RECORD.
    05  TAX-KEY.
        10  TAX-STATION              PIC X(03).
        10  TAX-CODE                 PIC X(02).
        10  TAX-EFF-DATE             PIC 9(08).
    05  TAX-END-DATE                 PIC 9(08).
    05  TAX-DESCRIPTION              PIC X(20).
    05  TAX-AUTHORITY                PIC X(20).
    05  TAX-CATEGORY                 PIC X(01).
        88  TAX-GOVERNMENT           VALUE 'G'.
        88  TAX-AIRPORT-CHARGE       VALUE 'A'.
    05  TAX-BASIS                    PIC X(01).
        88  TAX-PER-DEPARTURE        VALUE 'D'.
        88  TAX-PER-SEGMENT          VALUE 'S'.
        88  TAX-PCT-OF-FARE          VALUE 'P'.
    05  TAX-FLAT-AMOUNT              PIC 9(04)V99.
    05  TAX-PERCENT                  PIC 9(02)V99.
    05  TAX-REFUNDABLE               PIC X(01).
        88  TAX-IS-REFUNDABLE        VALUE 'Y'.
    05  TAX-STATUS                   PIC X(01).
        88  TAX-ACTIVE               VALUE 'A'.
        88  TAX-INACTIVE             VALUE 'I'.
    05  TAX-LAST-CHG-DATE            PIC 9(08).
    05  TAX-LAST-CHG-USER            PIC X(08).
    05  FILLER                       PIC X(20).
