*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Change now audits the aircraft type and class
*>                   capacities, and tells the operator to run
*>                   REACCOM for the departure when either changed
*>                   so its bookings are re-seated on the new
*>                   equipment.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. FLIGHTMGR.
    05  WS-OLD-ARR-DATE              PIC 9(08).
    05  WS-OLD-ARR-TIME              PIC 9(04).
    05  WS-OLD-STATUS                PIC X(01).
    05  WS-OLD-AIRCRAFT-TYPE         PIC X(04).
    05  WS-OLD-CAP-FIRST             PIC 9(03).
    05  WS-OLD-CAP-BUSINESS          PIC 9(03).
    05  WS-OLD-CAP-ECONOMY           PIC 9(03).

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'FLIGHTMGR'.
01  WS-AUD-ACTION                    PIC X(01).
            MOVE FLT-ARR-DATE    TO WS-OLD-ARR-DATE
            MOVE FLT-ARR-TIME    TO WS-OLD-ARR-TIME
            MOVE FLT-STATUS      TO WS-OLD-STATUS
            MOVE FLT-AIRCRAFT-TYPE TO WS-OLD-AIRCRAFT-TYPE
            MOVE FLT-CAP-FIRST     TO WS-OLD-CAP-FIRST
            MOVE FLT-CAP-BUSINESS  TO WS-OLD-CAP-BUSINESS
            MOVE FLT-CAP-ECONOMY   TO WS-OLD-CAP-ECONOMY
            DISPLAY '  Current values shown - enter new values.'
            PERFORM 3200-GET-DETAILS THRU 3200-EXIT
            MOVE WS-TODAY  TO FLT-LAST-CHG-DATE
                    STRING 'ORIG=' WS-OLD-ORIGIN ' DEST=' WS-OLD-DEST
                           ' DEPTM=' WS-OLD-DEP-TIME ' ARR=' WS-OLD-ARR-DATE
                           '/' WS-OLD-ARR-TIME ' STAT=' WS-OLD-STATUS
                           ' ACFT=' WS-OLD-AIRCRAFT-TYPE
                           ' CAP=' WS-OLD-CAP-FIRST '/' WS-OLD-CAP-BUSINESS
                           '/' WS-OLD-CAP-ECONOMY
                        INTO WS-AUD-OLD-VALUE
                    STRING 'ORIG=' FLT-ORIGIN ' DEST=' FLT-DEST
                           ' DEPTM=' FLT-DEP-TIME ' ARR=' FLT-ARR-DATE
                           '/' FLT-ARR-TIME ' STAT=' FLT-STATUS
                           ' ACFT=' FLT-AIRCRAFT-TYPE
                           ' CAP=' FLT-CAP-FIRST '/' FLT-CAP-BUSINESS
                           '/' FLT-CAP-ECONOMY
                        INTO WS-AUD-NEW-VALUE
                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                    DISPLAY '  Flight changed.'
                    IF FLT-AIRCRAFT-TYPE NOT = WS-OLD-AIRCRAFT-TYPE
                       OR FLT-CAP-FIRST NOT = WS-OLD-CAP-FIRST
                       OR FLT-CAP-BUSINESS NOT = WS-OLD-CAP-BUSINESS
                       OR FLT-CAP-ECONOMY NOT = WS-OLD-CAP-ECONOMY
                        DISPLAY '  Equipment changed - run REACCOM for '
                            FLT-NUMBER ' ' FLT-DEP-DATE
                            ' to re-seat its bookings.'
                    END-IF
            END-REWRITE
        END-IF
        CLOSE FLIGHT-MASTER-FILE
