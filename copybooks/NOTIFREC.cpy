*> promotion (online in BOOKMGR or the nightly WAITSWEEP), a
*> waitlist expiring at FLTCLOSE close-out, a departure swept by
*> a SCHEDCAN season-end cancellation, a DISRUPT worklist entry,
*> a TTLSWEEP ticket-time-limit cancellation, a REACCOM
*> equipment-change re-seat or move to the waitlist, or an
*> onward segment on a MISCONN misconnect worklist.  Carries the
*> passenger's contact details as of the event, looked up from
*> PASSENGER-MASTER by the writing program.  Append-only; the
*> nightly NOTIFFMT job formats the accumulated entries into the
*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original layout.
*> 2026-10-15  DLC  Added equipment-change reason code (REACCOM).
*> 2026-10-15  DLC  Added misconnect reason code (MISCONN).
*> ---------------------------------------------------------------
01  NTF-RECORD.
    05  NTF-EVENT-DATE               PIC 9(08).
        88  NTF-REASON-SKED-CANCEL   VALUE 'SKC'.
        88  NTF-REASON-DISRUPTION    VALUE 'DSR'.
        88  NTF-REASON-TTL-CANCEL    VALUE 'TTL'.
        88  NTF-REASON-EQUIP-CHANGE  VALUE 'EQC'.
        88  NTF-REASON-MISCONNECT    VALUE 'MCN'.
    05  FILLER                       PIC X(18).
