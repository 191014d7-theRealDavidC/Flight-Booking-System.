*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Accrual reversals ('X', from a PASSMRG
*>                   passenger merge or its undo) show DR on the
*>                   statement and come off the balance and the
*>                   rolling tier total.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. MILEMGR.

77  WS-STMT-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-STMT-TOTAL                    PIC S9(08) COMP VALUE ZERO.
77  WS-ROLLING-TOTAL                 PIC S9(08) COMP VALUE ZERO.
77  WS-TODAY-INT                     PIC 9(07) COMP VALUE ZERO.
77  WS-CUTOFF-INT                    PIC 9(07) COMP VALUE ZERO.
77  WS-POST-INT                      PIC 9(07) COMP VALUE ZERO.

*> -----------------------------------------------------------
*> 6510-STATEMENT-LINE - one ledger entry on the statement.
*> Redemption debits and accrual reversals show DR and subtract
*> from the balance; accruals and redemption reversals show CR
*> and add.  Only accruals (less their reversals) feed the
*> rolling tier total, matching TIERCALC.
*> -----------------------------------------------------------
6510-STATEMENT-LINE.
    ADD 1 TO WS-STMT-COUNT
    IF MILE-REDEMPTION OR MILE-ACCRUAL-REVERSAL
        MOVE 'DR' TO WS-ENTRY-SIGN
        SUBTRACT MILE-TOTAL-MILES FROM WS-STMT-TOTAL
    ELSE
        MOVE 'CR' TO WS-ENTRY-SIGN
        ADD MILE-TOTAL-MILES TO WS-STMT-TOTAL
    END-IF
    IF MILE-ACCRUAL OR MILE-ACCRUAL-REVERSAL
        COMPUTE WS-POST-INT =
            FUNCTION INTEGER-OF-DATE(MILE-POST-DATE)
        IF WS-POST-INT >= WS-CUTOFF-INT
            IF MILE-ACCRUAL-REVERSAL
                SUBTRACT MILE-TOTAL-MILES FROM WS-ROLLING-TOTAL
            ELSE
                ADD MILE-TOTAL-MILES TO WS-ROLLING-TOTAL
            END-IF
        END-IF
    END-IF
    DISPLAY '  ' MILE-POST-DATE '  ' MILE-FLT-NUMBER ' '
*> -----------------------------------------------------------
*> 7100-COMPUTE-BALANCE - one pass over the ledger for the
*> member in WS-SEARCH-FF-NUMBER: credits (accruals, redemption
*> reversals) minus debits (redemptions, accrual reversals).  No
*> ledger on file reads as a zero balance.
*> -----------------------------------------------------------
7100-COMPUTE-BALANCE.
    MOVE ZERO TO WS-MILE-BALANCE
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF MILE-FF-NUMBER = WS-SEARCH-FF-NUMBER
                    IF MILE-REDEMPTION OR MILE-ACCRUAL-REVERSAL
                        SUBTRACT MILE-TOTAL-MILES
                            FROM WS-MILE-BALANCE
                    ELSE
