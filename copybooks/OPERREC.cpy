*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original layout.
*> 2026-10-15  DLC  Added OPER-AUTH-MERGE (taken from filler) for
*>                  the PASSMRG duplicate-passenger merge and
*>                  undo - kept apart from OPER-AUTH-PASS because
*>                  a merge moves bookings, history and miles
*>                  between passengers.  Operators on file before
*>                  the change carry a space, which is no.
*> ---------------------------------------------------------------
01  OPER-RECORD.
    05  OPER-ID                      PIC X(08).
        10  OPER-AUTH-ACFT           PIC X(01).
        10  OPER-AUTH-PAY            PIC X(01).
        10  OPER-AUTH-ADMIN          PIC X(01).
        10  OPER-AUTH-MERGE          PIC X(01).
    05  OPER-STATUS                  PIC X(01).
        88  OPER-ACTIVE              VALUE 'A'.
        88  OPER-INACTIVE            VALUE 'I'.
    05  OPER-LAST-CHG-DATE           PIC 9(08).
    05  OPER-LAST-CHG-USER           PIC X(08).
    05  FILLER                       PIC X(15).
