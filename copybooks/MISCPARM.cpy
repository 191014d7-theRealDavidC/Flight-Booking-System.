*> ---------------------------------------------------------------
*> MISCPARM.CPY
*> MISCONN-PARM record - the one-line run card MISCONN reads for
*> the late arrival whose onward connections are to be checked.
*> A fixed-width text line: flight number in 1-6, departure date
*> (YYYYMMDD) in 7-14 - the same shape as the MANIFEST and
*> DISRUPT run cards - and the minimum connecting time in whole
*> minutes in 15-17.  A blank or zero connecting time takes the
*> standard 60 minutes.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  MISC-PARM-RECORD.
    05  MISC-PARM-FLT-NUMBER         PIC X(06).
    05  MISC-PARM-DEP-DATE           PIC 9(08).
    05  MISC-PARM-MCT                PIC 9(03).
