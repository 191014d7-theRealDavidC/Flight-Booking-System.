*> 2026-09-01  DLC  Added option 12, booking-history inquiry
*>                   (BOOKHINQ) against the BOOKARCH archive,
*>                   under the booking authorization flag.
*> 2026-10-15  DLC  Added option 13, flight-operations actuals
*>                   (FLTOPS) - off/on-block times and delay
*>                   codes - under the flight authorization flag.
*> 2026-10-15  DLC  Added option 14, tax and airport-charge table
*>                   maintenance (TAXMGR), under the fare
*>                   authorization flag.
*> 2026-10-15  DLC  Added option 15, travel agency maintenance
*>                   and remittances (AGCYMGR), under the
*>                   payments authorization flag.
*> 2026-10-15  DLC  Added option 16, duplicate-passenger merge
*>                   and undo (PASSMRG), under the new merge
*>                   authorization flag.
*> 2026-10-15  DLC  Added option 17, station master maintenance
*>                   (STATMGR) - which stations are international
*>                   - under the flight authorization flag.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. AIRMAIN.
    05  WS-AUTH-ACFT                 PIC X(01) VALUE 'N'.
    05  WS-AUTH-PAY                  PIC X(01) VALUE 'N'.
    05  WS-AUTH-ADMIN                PIC X(01) VALUE 'N'.
    05  WS-AUTH-MERGE                PIC X(01) VALUE 'N'.

PROCEDURE DIVISION.
0000-START.
                PERFORM 2110-CALL-OPERMGR
            WHEN '12'
                PERFORM 2120-CALL-BOOKHINQ
            WHEN '13'
                PERFORM 2130-CALL-FLTOPS
            WHEN '14'
                PERFORM 2140-CALL-TAXMGR
            WHEN '15'
                PERFORM 2150-CALL-AGCYMGR
            WHEN '16'
                PERFORM 2160-CALL-PASSMRG
            WHEN '17'
                PERFORM 2170-CALL-STATMGR
            WHEN 'X'
                MOVE 'N' TO WS-RUNNING
            WHEN OTHER
                    MOVE OPER-AUTH-ACFT    TO WS-AUTH-ACFT
                    MOVE OPER-AUTH-PAY     TO WS-AUTH-PAY
                    MOVE OPER-AUTH-ADMIN   TO WS-AUTH-ADMIN
                    MOVE OPER-AUTH-MERGE   TO WS-AUTH-MERGE
                END-IF
        END-READ
    END-PERFORM
    IF WS-AUTH-BOOK = 'Y'
        DISPLAY ' 12. Booking History Inquiry'
    END-IF
    IF WS-AUTH-FLIGHT = 'Y'
        DISPLAY ' 13. Flight Operations Actuals'
    END-IF
    IF WS-AUTH-FARE = 'Y'
        DISPLAY ' 14. Taxes / Airport Charges'
    END-IF
    IF WS-AUTH-PAY = 'Y'
        DISPLAY ' 15. Travel Agencies'
    END-IF
    IF WS-AUTH-MERGE = 'Y'
        DISPLAY ' 16. Duplicate Passenger Merge'
    END-IF
    IF WS-AUTH-FLIGHT = 'Y'
        DISPLAY ' 17. Station Master'
    END-IF
    DISPLAY '  X. Exit'
    DISPLAY '=============================='
    DISPLAY 'Select: ' WITH NO ADVANCING.
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.

2130-CALL-FLTOPS.
    IF WS-AUTH-FLIGHT = 'Y'
        CALL 'FLTOPS' USING WS-OPER-ID
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.

2140-CALL-TAXMGR.
    IF WS-AUTH-FARE = 'Y'
        CALL 'TAXMGR' USING WS-OPER-ID
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.

2150-CALL-AGCYMGR.
    IF WS-AUTH-PAY = 'Y'
        CALL 'AGCYMGR' USING WS-OPER-ID
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.

2160-CALL-PASSMRG.
    IF WS-AUTH-MERGE = 'Y'
        CALL 'PASSMRG' USING WS-OPER-ID
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.

2170-CALL-STATMGR.
    IF WS-AUTH-FLIGHT = 'Y'
        CALL 'STATMGR' USING WS-OPER-ID
    ELSE
        DISPLAY '  Not authorized.'
    END-IF.
