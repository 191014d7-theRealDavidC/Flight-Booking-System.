*> origin/destination from the indexed FLIGHT-MASTER, and prints
*> gross revenue, reversals, earned penalties and net by flight,
*> by fare class and by origin-destination pair, ending in a
*> grand-total trailer.
*>
*> These are booked sales, not earned revenue: the general
*> ledger no longer takes its revenue from this report.  GLJRNL
*> journals cash into air traffic liability and recognises the
*> fare as revenue only when the segment flies (or no-shows),
*> and ATLRPT ties the unflown book to the liability account.
*>
*> Gross is the 'C' revenue entries; reversals are 'X' (full,
*> pre-penalty records) plus 'R' (refund); net = gross minus
*> retained penalty is already inside gross minus reversals -
*> adding the 'P' entries again would double-count it.
*>
*> Tax entries ('T' collected, 'U' refunded) are money held for
*> the authorities, not revenue: they stay out of every revenue
*> column and are shown on their own below the grand total.
*> TAXRPT remits them by authority and station.
*>
*> Modification History
*> ---------------------
*> 2026-08-22  DLC  Original version.
*> 2026-09-01  DLC  Abandoned-run exits now set a nonzero
*>                   RETURN-CODE so the NIGHTRUN driver logs
*>                   the job failed and stops the stream.
*> 2026-10-15  DLC  Tax and airport-charge entries ('T'/'U') are
*>                   kept out of the revenue figures and printed
*>                   as a separate collected/refunded/net block
*>                   after the grand total.
*> 2026-10-15  DLC  Report retitled SALES SETTLEMENT SUMMARY with
*>                   a note that revenue is recognised as segments
*>                   fly, through the GLJRNL ledger journal - the
*>                   figures are what was booked, not what was
*>                   earned, and are no longer keyed to the
*>                   general ledger.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SETTRPT.
    05  WS-TOT-PENALTY               PIC S9(09)V99 VALUE ZERO.
    05  WS-TOT-NET                   PIC S9(09)V99 VALUE ZERO.

01  WS-TAX-TOTALS.
    05  WS-TAX-COLLECTED             PIC S9(09)V99 VALUE ZERO.
    05  WS-TAX-REFUNDED              PIC S9(09)V99 VALUE ZERO.
    05  WS-TAX-NET                   PIC S9(09)V99 VALUE ZERO.
77  WS-TAX-SELECTED-COUNT            PIC 9(07) COMP VALUE ZERO.
01  WS-TAX-ED                        PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-WORK-AMOUNTS.
    05  WS-WORK-NET                  PIC S9(09)V99 VALUE ZERO.

            GO TO 2000-EXIT
        END-IF
    END-IF
*> Taxes are held for the authorities, never revenue.
    IF SETL-TAX-COLLECTED OR SETL-TAX-REFUNDED
        ADD 1 TO WS-TAX-SELECTED-COUNT
        IF SETL-TAX-COLLECTED
            ADD SETL-FARE-AMOUNT TO WS-TAX-COLLECTED
        ELSE
            ADD SETL-FARE-AMOUNT TO WS-TAX-REFUNDED
        END-IF
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-SELECTED-COUNT
    PERFORM 2100-FIND-FLIGHT-ENTRY THRU 2100-EXIT
    IF WS-ENTRY-FOUND
4000-PRINT-REPORT.
    MOVE SPACES TO REPORT-LINE
    IF WS-PARM-MTD
        STRING 'SALES SETTLEMENT SUMMARY - MONTH TO DATE THRU '
               WS-PARM-RUN-DATE
            INTO REPORT-LINE
    ELSE
        STRING 'SALES SETTLEMENT SUMMARY - SETTLEMENT RUN '
               WS-PARM-RUN-DATE
            INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE 'BOOKED SALES - REVENUE IS RECOGNISED AS SEGMENTS FLY, SEE GLJRNL'
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 4100-PRINT-BY-FLIGHT THRU 4100-EXIT
    PERFORM 4200-PRINT-BY-CLASS THRU 4200-EXIT
    PERFORM 4300-PRINT-BY-OD THRU 4300-EXIT
    STRING 'SETTLEMENT ENTRIES REPORTED: ' WS-SELECTED-ED
        INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 4450-PRINT-TAX-TOTALS THRU 4450-EXIT
    .
4400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4450-PRINT-TAX-TOTALS - the taxes and airport charges that
*> passed through settlement in the period, outside revenue.
*> -----------------------------------------------------------
4450-PRINT-TAX-TOTALS.
    PERFORM 4500-SECTION-HEADER THRU 4500-EXIT
    MOVE SPACES TO REPORT-LINE
    MOVE 'TAXES AND AIRPORT CHARGES - NOT REVENUE, SEE TAXRPT'
        TO REPORT-LINE
    WRITE REPORT-LINE
    COMPUTE WS-TAX-NET = WS-TAX-COLLECTED - WS-TAX-REFUNDED
    MOVE WS-TAX-COLLECTED TO WS-TAX-ED
    MOVE SPACES TO REPORT-LINE
    STRING '  COLLECTED ..... ' WS-TAX-ED INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TAX-REFUNDED TO WS-TAX-ED
    MOVE SPACES TO REPORT-LINE
    STRING '  REFUNDED ...... ' WS-TAX-ED INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TAX-NET TO WS-TAX-ED
    MOVE SPACES TO REPORT-LINE
    STRING '  NET HELD ...... ' WS-TAX-ED INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TAX-SELECTED-COUNT TO WS-SELECTED-ED
    MOVE SPACES TO REPORT-LINE
    STRING 'TAX ENTRIES REPORTED: ' WS-SELECTED-ED
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
4450-EXIT.
    EXIT.

4500-SECTION-HEADER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
