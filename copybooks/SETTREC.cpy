*> before the split (spaces in BOOK-PENALTY-AMOUNT) still posts
*> the old full reversal ('X').
*>
*> Taxes and airport charges are never revenue.  Each tax line
*> on a segment posts as its own tax-collected entry ('T') with
*> its charge code and station in SETL-TAX-CODE/-STATION, and
*> each line refunded on a cancelled or no-show segment posts a
*> tax-refunded entry ('U') - SETL-FARE-AMOUNT carries the line
*> amount.  SETL-TAX-CODE/-STATION are spaces on fare entries.
*>
*> Modification History
*> ---------------------
*> 2026-01-30  DLC  Original layout.
*> 2026-08-22  DLC  Added SETL-SEG-SEQ so a multi-segment
*>                  journey's entries tie together under one PNR
*>                  in settlement.
*> 2026-10-15  DLC  Added the 'T' tax-collected and 'U' tax-
*>                  refunded transaction types, with
*>                  SETL-TAX-CODE and SETL-TAX-STATION out of
*>                  FILLER.
*> ---------------------------------------------------------------
01  SETL-RECORD.
    05  SETL-RUN-DATE                PIC 9(08).
        88  SETL-REVERSAL            VALUE 'X'.
        88  SETL-REFUND              VALUE 'R'.
        88  SETL-PENALTY             VALUE 'P'.
        88  SETL-TAX-COLLECTED       VALUE 'T'.
        88  SETL-TAX-REFUNDED        VALUE 'U'.
    05  SETL-FARE-AMOUNT             PIC 9(06)V99.
    05  SETL-SEG-SEQ                 PIC 9(02).
    05  SETL-TAX-CODE                PIC X(02).
    05  SETL-TAX-STATION             PIC X(03).
    05  FILLER                       PIC X(13).
