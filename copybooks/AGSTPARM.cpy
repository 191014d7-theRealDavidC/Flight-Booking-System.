*> ---------------------------------------------------------------
*> AGSTPARM.CPY
*> AGENCY-STATEMENT-PARM record - the one-line run card AGCYSTMT
*> reads for the statement date.  A fixed-width text line: the
*> statement (cut-off) date (YYYYMMDD) in 1-8.  Segments booked
*> after the cut-off wait for the next statement.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  AGST-PARM-RECORD.
    05  AGST-PARM-STMT-DATE          PIC 9(08).
