*> ---------------------------------------------------------------
*> STATREC.CPY
*> STATION-MASTER record layout.
*>
*> One entry per station (airport) the network serves, keyed on
*> STAT-KEY (the three-letter station code FLT-ORIGIN and
*> FLT-DEST carry).  STAT-INTL-FLAG marks a station outside the
*> home country: a departure from or to such a station is an
*> international departure, so CHECKIN checks the passenger's
*> travel documents before check-in and APISGEN transmits the
*> passenger list to the border authority.  STAT-COUNTRY is the
*> three-letter country code (the same codes the travel
*> documents carry) APISGEN reports the departure and arrival
*> countries in.  A station not on file is treated as domestic.
*> Maintained by STATMGR, audit-logged like every other master-
*> file change.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  STAT-RECORD.
    05  STAT-KEY.
        10  STAT-CODE                PIC X(03).
    05  STAT-NAME                    PIC X(30).
    05  STAT-COUNTRY                 PIC X(03).
    05  STAT-INTL-FLAG               PIC X(01).
        88  STAT-INTERNATIONAL       VALUE 'Y'.
        88  STAT-DOMESTIC            VALUE 'N'.
    05  STAT-STATUS                  PIC X(01).
        88  STAT-ACTIVE              VALUE 'A'.
        88  STAT-INACTIVE            VALUE 'I'.
    05  STAT-LAST-CHG-DATE           PIC 9(08).
    05  STAT-LAST-CHG-USER           PIC X(08).
    05  FILLER                       PIC X(20).
