*> ---------------------------------------------------------------
*> BAGRPARM.CPY
*> BAG-RECON-PARM record - the one-line run card BAGRECON reads
*> to learn which departure to reconcile.  A fixed-width text
*> line: flight number in 1-6, departure date (YYYYMMDD) in 7-14
*> - the same shape as the MANIFEST card.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  BAGR-PARM-RECORD.
    05  BAGR-PARM-FLT-NUMBER         PIC X(06).
    05  BAGR-PARM-DEP-DATE           PIC 9(08).
