*> ---------------------------------------------------------------
*> GLPARM.CPY
*> GL-JOURNAL-PARM record - the one-line run card GLJRNL reads
*> for the value finance carries a frequent-flyer mile at in
*> mileage liability.  A fixed-width text line: the value of one
*> mile in dollars (9V9999, e.g. 00120 for 1.2 cents) in 1-5.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  GL-PARM-RECORD.
    05  GL-PARM-MILE-VALUE           PIC 9V9(04).
