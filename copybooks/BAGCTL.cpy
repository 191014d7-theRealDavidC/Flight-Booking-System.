*> ---------------------------------------------------------------
*> BAGCTL.CPY
*> BAG-TAG-CONTROL record - holds the last bag tag number issued
*> by CHECKIN.  One-record control file, maintained with a
*> read/increment/rewrite cycle each time a bag is tagged - the
*> same mechanics as PNR-CONTROL.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  BAG-CTL-RECORD.
    05  BAG-NEXT-TAG-NUMBER          PIC 9(10).
