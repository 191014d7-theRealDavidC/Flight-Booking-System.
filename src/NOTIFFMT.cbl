*> entries accumulated during the day (waitlist promotions from
*> BOOKMGR and WAITSWEEP, waitlist expiries from FLTCLOSE,
*> SCHEDCAN season-end cancellations, DISRUPT worklist entries,
*> TTLSWEEP time-limit cancellations, REACCOM equipment-change
*> re-seats, MISCONN misconnect worklist entries) and formats
*> each one into the fixed message line the messaging bureau
*> ingests, with the wording keyed off the reason code.  The
*> message file is appended to (the bureau collects it on its
*> own schedule); the extract is cleared once every entry has
*> been formatted, so nothing is ever sent twice - the message
*> file is the durable copy, the same posture AUDARCH takes
*> with the audit archive.
*>
*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original version.
*> 2026-10-15  DLC  Message wording for equipment-change re-seats
*>                   and moves to the waitlist.
*> 2026-10-15  DLC  Message wording for misconnected onward
*>                   segments.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFFMT.
        WHEN NTF-REASON-TTL-CANCEL
            MOVE 'CANCELLED - PAYMENT NOT RECEIVED'
                TO WS-MSG-TEXT
        WHEN NTF-REASON-EQUIP-CHANGE
            IF NTF-NEW-STATUS = 'W'
                MOVE 'AIRCRAFT CHANGED - MOVED TO WAITLIST'
                    TO WS-MSG-TEXT
            ELSE
                MOVE 'AIRCRAFT CHANGED - NEW SEAT ASSIGNED'
                    TO WS-MSG-TEXT
            END-IF
        WHEN NTF-REASON-MISCONNECT
            MOVE 'CONNECTION MISSED - REBOOKING IN HAND'
                TO WS-MSG-TEXT
        WHEN OTHER
            MOVE 'BOOKING STATUS CHANGED' TO WS-MSG-TEXT
    END-EVALUATE
