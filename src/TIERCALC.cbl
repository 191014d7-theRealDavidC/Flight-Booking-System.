*> 2026-09-01  DLC  Abandoned-run exits now set a nonzero
*>                   RETURN-CODE so the NIGHTRUN driver logs
*>                   the job failed and stops the stream.
*> 2026-10-15  DLC  Accrual reversals ('X', written by a PASSMRG
*>                   passenger merge or its undo) come off the
*>                   member's rolling total.
*> 2026-10-15  DLC  Work record grown to the 160-byte PASSENGER-
*>                   MASTER layout (travel documents added).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TIERCALC.
COPY PASSREC.

FD  PASSENGER-MASTER-WORK.
01  PASS-WORK-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
01  WS-MEMBER-TABLE.
    05  WS-MEM-ENTRY OCCURS 500 TIMES.
        10  WS-MEM-FF-NUMBER         PIC X(10).
        10  WS-MEM-MILES             PIC S9(08) COMP.

01  WS-NEW-TIER                      PIC X(01).
77  WS-CHANGED-COUNT                 PIC 9(05) COMP VALUE ZERO.
            NOT AT END
*> Only accrual entries count toward tier - spending miles on
*> awards (or getting them back on a cancel) moves the balance,
*> not the status.  An accrual reversal takes its accrual back
*> out.
                IF MILE-ACCRUAL OR MILE-ACCRUAL-REVERSAL
                    COMPUTE WS-POST-INT =
                        FUNCTION INTEGER-OF-DATE(MILE-POST-DATE)
                    IF WS-POST-INT >= WS-CUTOFF-INT
        MOVE MILE-FF-NUMBER TO WS-MEM-FF-NUMBER(WS-MEM-IX)
        MOVE ZERO TO WS-MEM-MILES(WS-MEM-IX)
    END-IF
    IF MILE-ACCRUAL-REVERSAL
        SUBTRACT MILE-TOTAL-MILES FROM WS-MEM-MILES(WS-MEM-IX)
    ELSE
        ADD MILE-TOTAL-MILES TO WS-MEM-MILES(WS-MEM-IX)
    END-IF
    .
2100-EXIT.
    EXIT.
