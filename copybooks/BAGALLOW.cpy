*> ---------------------------------------------------------------
*> BAGALLOW.CPY
*> Checked-baggage allowance and excess charges, applied by
*> CHECKIN as each bag is accepted.  Set by revenue management -
*> change them here only together with the published conditions
*> of carriage.
*>
*>   pieces free by fare class ...... F 3, B 2, Y 1
*>   extra pieces free by FF tier ... silver 1, gold 1,
*>                                    platinum 2
*>   free weight per piece (kg) ..... F and B 32, Y 23
*>   heaviest bag accepted (kg) ..... 32 - heavier goes as cargo
*>
*> A piece beyond the free pieces pays the excess-piece charge;
*> a piece over its class's free weight pays the overweight
*> charge; a piece can pay both.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
01  BAG-ALLOWANCES.
    05  BAG-CLASS-VALUES             PIC X(12)
            VALUE 'F332B232Y123'.
    05  BAG-CLASS-TABLE REDEFINES BAG-CLASS-VALUES.
        10  BAG-CLASS-ENTRY OCCURS 3 TIMES.
            15  BAG-CLASS-CODE       PIC X(01).
            15  BAG-CLASS-PIECES     PIC 9(01).
            15  BAG-CLASS-FREE-KG    PIC 9(02).
    05  BAG-TIER-VALUES              PIC X(08)
            VALUE ' 0S1G1P2'.
    05  BAG-TIER-TABLE REDEFINES BAG-TIER-VALUES.
        10  BAG-TIER-ENTRY OCCURS 4 TIMES.
            15  BAG-TIER-CODE        PIC X(01).
            15  BAG-TIER-EXTRA       PIC 9(01).
    05  BAG-MAX-KG                   PIC 9(02) VALUE 32.
    05  BAG-EXCESS-PIECE-CHARGE      PIC 9(04)V99 VALUE 75.00.
    05  BAG-OVERWEIGHT-CHARGE        PIC 9(04)V99 VALUE 50.00.
