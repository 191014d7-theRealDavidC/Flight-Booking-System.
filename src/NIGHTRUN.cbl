*> nightly stream in its required order, one CALL per job:
*>
*>   FLTCLOSE   close departed flights (sets FLOWN/NO-SHOW)
*>   INTEGCHK   cross-file integrity check (a severe break
*>              stops the stream before anything settles)
*>   SETTLE     revenue settlement (reads the fates FLTCLOSE set)
*>   MILEACCR   mileage accrual (FLOWN segments only)
*>   TIERCALC   tier recalculation (needs MILEACCR's postings)
*>   GRPSWEEP   group name-list release (unnamed block seats
*>              back to sale after the name-by date)
*>   TTLSWEEP   ticket-time-limit cancellations
*>   WAITSWEEP  waitlist promotion into freed capacity
*>   SEATRECON  seat-inventory reconciliation
*>   SETTRPT    daily revenue summary
*>   GLJRNL     general-ledger journal (cash, air traffic
*>              liability, revenue recognised as segments fly)
*>   PAYAGING   unpaid-bookings aging
*>   FWDBOOK    forward booking / load-factor report
*>   OTPRPT     on-time performance report (yesterday and
*>              month to date, from FLTOPS actuals)
*>   INTLEXT    interline extract of the day's confirmed book
*>   NOTIFFMT   passenger-notification formatting (last - every
*>              job above it writes extract entries)
*>                   logs a failed ('F') run-control entry and
*>                   stops the stream instead of marking the job
*>                   complete and releasing its successors.
*> 2026-10-15  DLC  Added GRPSWEEP (group name-list release) to
*>                   the stream ahead of TTLSWEEP, so seats given
*>                   back from group blocks clear through the
*>                   WAITSWEEP promotion the same night.
*> 2026-10-15  DLC  Added OTPRPT (on-time performance report) to
*>                   the stream after FWDBOOK.
*> 2026-10-15  DLC  Added GLJRNL (general-ledger journal) to the
*>                   stream after SETTRPT, once the night's
*>                   close-out, cancellations and sweeps have
*>                   all set the segment fates it journals.
*> 2026-10-15  DLC  Added INTEGCHK (cross-file integrity check)
*>                   to the stream between FLTCLOSE and SETTLE.
*>                   Its nonzero return on a severe break stops
*>                   the stream before settlement, so bad data is
*>                   never settled, journalled or extracted.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NIGHTRUN.
*> The stream, in its required order.  WS-STEP-DONE is set from
*> the run-control log for the business date, so a rerun skips
*> what already completed.
77  WS-STEP-MAX                      PIC 9(02) COMP VALUE 16.
77  WS-STEP-IX                       PIC 9(02) COMP VALUE ZERO.
77  WS-SCAN-IX                       PIC 9(02) COMP VALUE ZERO.
01  WS-STEP-NAMES.
    05  FILLER                       PIC X(09) VALUE 'FLTCLOSE'.
    05  FILLER                       PIC X(09) VALUE 'INTEGCHK'.
    05  FILLER                       PIC X(09) VALUE 'SETTLE'.
    05  FILLER                       PIC X(09) VALUE 'MILEACCR'.
    05  FILLER                       PIC X(09) VALUE 'TIERCALC'.
    05  FILLER                       PIC X(09) VALUE 'GRPSWEEP'.
    05  FILLER                       PIC X(09) VALUE 'TTLSWEEP'.
    05  FILLER                       PIC X(09) VALUE 'WAITSWEEP'.
    05  FILLER                       PIC X(09) VALUE 'SEATRECON'.
    05  FILLER                       PIC X(09) VALUE 'SETTRPT'.
    05  FILLER                       PIC X(09) VALUE 'GLJRNL'.
    05  FILLER                       PIC X(09) VALUE 'PAYAGING'.
    05  FILLER                       PIC X(09) VALUE 'FWDBOOK'.
    05  FILLER                       PIC X(09) VALUE 'OTPRPT'.
    05  FILLER                       PIC X(09) VALUE 'INTLEXT'.
    05  FILLER                       PIC X(09) VALUE 'NOTIFFMT'.
01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
    05  WS-STEP-NAME                 PIC X(09) OCCURS 16 TIMES.
01  WS-STEP-DONE-TABLE.
    05  WS-STEP-DONE                 PIC X(01) OCCURS 16 TIMES.

77  WS-RUN-COUNT                     PIC 9(02) COMP VALUE ZERO.
77  WS-SKIP-COUNT                    PIC 9(02) COMP VALUE ZERO.
