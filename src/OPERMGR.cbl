*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original version.
*> 2026-10-15  DLC  Asks for and shows the new passenger-merge
*>                   authorization (OPER-AUTH-MERGE, PASSMRG).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERMGR.
    ACCEPT OPER-AUTH-PAY
    DISPLAY 'May maintain operators? (Y/N): ' WITH NO ADVANCING
    ACCEPT OPER-AUTH-ADMIN
    DISPLAY 'May merge duplicate passengers? (Y/N): '
        WITH NO ADVANCING
    ACCEPT OPER-AUTH-MERGE
    .
3200-EXIT.
    EXIT.
            ' ACFT=' OPER-AUTH-ACFT
            ' PAY=' OPER-AUTH-PAY
            ' ADM=' OPER-AUTH-ADMIN
            ' MRG=' OPER-AUTH-MERGE
        DISPLAY '  Status ........ ' OPER-STATUS
        DISPLAY '  Last changed .. ' OPER-LAST-CHG-DATE
            ' by ' OPER-LAST-CHG-USER
