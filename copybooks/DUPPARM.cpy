*> ---------------------------------------------------------------
*> DUPPARM.CPY
*> DUPLICATE-PASSENGER-PARM record - the one-line run card
*> DUPRPT reads to learn the lowest match score worth printing.
*> A fixed-width text line: the minimum score (000-999) in 1-3.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  DUP-PARM-RECORD.
    05  DUP-PARM-MIN-SCORE           PIC 9(03).
