*> ---------------------------------------------------------------
*> REACPARM.CPY
*> REACCOM-PARM record - the one-line run card REACCOM reads for
*> the departure whose aircraft type or capacity FLIGHTMGR just
*> changed.  A fixed-width text line: flight number in 1-6,
*> departure date (YYYYMMDD) in 7-14 - the same shape as the
*> MANIFEST and DISRUPT run cards.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  REAC-PARM-RECORD.
    05  REAC-PARM-FLT-NUMBER         PIC X(06).
    05  REAC-PARM-DEP-DATE           PIC 9(08).
