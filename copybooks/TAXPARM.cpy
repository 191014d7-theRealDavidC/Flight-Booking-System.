*> ---------------------------------------------------------------
*> TAXPARM.CPY
*> TAX-REPORT-PARM record - the one-line run card TAXRPT reads to
*> learn which month to produce the tax remittance report for.
*> A fixed-width text line: the remittance month (YYYYMM) in 1-6.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  TAX-PARM-RECORD.
    05  TAX-PARM-MONTH               PIC 9(06).
