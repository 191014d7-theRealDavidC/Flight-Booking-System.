*> debits written when miles are spent - an award booking in
*> BOOKMGR or a redemption recorded in MILEMGR - and redemption
*> reversals ('C') put the miles back when an award booking is
*> cancelled.  Accrual reversals ('X') take accrued miles back
*> out when a passenger merge moves them to another account.
*> A member's spendable balance is credits ('A', space, 'C')
*> minus debits ('R', 'X').  TIERCALC totals the rolling
*> twelve months of ACCRUAL miles (less accrual reversals)
*> per member to set
*> PASS-FF-TIER - spending miles does not cost status - and
*> MILEMGR's statement inquiry lists a member's entries.
*>
*>                  accrues.  A redemption not tied to a flight
*>                  segment carries spaces/zero in the flight
*>                  fields.
*> 2026-10-15  DLC  Added entry type 'X' - accrual reversal, a
*>                  debit that also comes off the member's tier
*>                  total.  It carries the post date of the
*>                  accrual it reverses, so it leaves TIERCALC's
*>                  rolling window at the same time.  Written
*>                  when a PASSMRG passenger merge moves a
*>                  member's accruals to the survivor's account
*>                  (the accruals are re-posted there as 'A'),
*>                  and when a merge is undone.
*> ---------------------------------------------------------------
01  MILE-RECORD.
    05  MILE-FF-NUMBER               PIC X(10).
        88  MILE-ACCRUAL             VALUE 'A' ' '.
        88  MILE-REDEMPTION          VALUE 'R'.
        88  MILE-REDEMPTION-REVERSAL VALUE 'C'.
        88  MILE-ACCRUAL-REVERSAL    VALUE 'X'.
    05  FILLER                       PIC X(18).
