*> ---------------------------------------------------------------
*> FOPSREC.CPY
*> FLIGHT-OPS record layout.
*>
*> One entry per operated departure - what really happened, as
*> against the schedule FLIGHT-MASTER holds.  Keyed on FOPS-KEY,
*> the same flight number plus departure date as FLT-KEY, so a
*> departure's operations record is one direct READ away from
*> its flight record.  Entered by ops control from AIRMAIN
*> (FLTOPS): the actual off-block time when the aircraft pushes
*> back and the actual on-block time when it arrives, with up to
*> four standard two-digit delay codes and the minutes charged
*> to each.  The coded minutes always add up to the departure
*> delay.  FLTOPS copies the route and the scheduled times off
*> FLIGHT-MASTER when the record is first written and works out
*> the delays, so the on-time reports never need the flight
*> master.  An early departure or arrival counts as no delay.
*>
*> FLTCLOSE will not close a departure until its operations
*> record is complete (on-block entered).  OTPRPT reports
*> on-time performance from this file; MISCONN checks a late
*> arrival's onward connections against it.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  FOPS-RECORD.
    05  FOPS-KEY.
        10  FOPS-FLT-NUMBER          PIC X(06).
        10  FOPS-DEP-DATE            PIC 9(08).
    05  FOPS-ORIGIN                  PIC X(03).
    05  FOPS-DEST                    PIC X(03).
    05  FOPS-SKED-DEP-TIME           PIC 9(04).
    05  FOPS-SKED-ARR-DATE           PIC 9(08).
    05  FOPS-SKED-ARR-TIME           PIC 9(04).
    05  FOPS-OFF-BLOCK-DATE          PIC 9(08).
    05  FOPS-OFF-BLOCK-TIME          PIC 9(04).
    05  FOPS-ON-BLOCK-DATE           PIC 9(08).
    05  FOPS-ON-BLOCK-TIME           PIC 9(04).
    05  FOPS-DEP-DELAY-MINS          PIC 9(04).
    05  FOPS-ARR-DELAY-MINS          PIC 9(04).
    05  FOPS-DELAY-COUNT             PIC 9(01).
    05  FOPS-DELAY-ENTRY OCCURS 4 TIMES.
        10  FOPS-DELAY-CODE          PIC X(02).
        10  FOPS-DELAY-MINS          PIC 9(04).
    05  FOPS-STATUS                  PIC X(01).
        88  FOPS-DEPARTED            VALUE 'O'.
        88  FOPS-COMPLETE            VALUE 'C'.
    05  FOPS-LAST-CHG-DATE           PIC 9(08).
    05  FOPS-LAST-CHG-USER           PIC X(08).
    05  FILLER                       PIC X(20).
