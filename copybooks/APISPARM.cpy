*> ---------------------------------------------------------------
*> APISPARM.CPY
*> APIS-PARM record - the one-line run card APISGEN reads to
*> learn which international departure to transmit.  A
*> fixed-width text line: flight number in 1-6, departure date
*> (YYYYMMDD) in 7-14 - the same shape as the MANIFEST card.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  APIS-PARM-RECORD.
    05  APIS-PARM-FLT-NUMBER         PIC X(06).
    05  APIS-PARM-DEP-DATE           PIC 9(08).
