*> ---------------------------------------------------------------
*> APISREC.CPY
*> APIS-TRANSMISSION record layout.
*>
*> The advance passenger information message APISGEN builds for
*> the border authority, one file per run: a header ('H')
*> naming the departure and the message type, one passenger
*> entry ('P') per traveller, and a trailer ('T') with the
*> counts the authority balances the file to.  The first run
*> for a departure sends the whole checked-in list as an
*> original message ('ORIG', every entry action 'A'); each later
*> run sends an amendment ('AMND') carrying only the passengers
*> added ('A'), offloaded ('D') or whose document changed ('C')
*> since.  Fixed-width; countries are the three-letter codes
*> printed on travel documents.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  APIS-RECORD.
    05  APIS-REC-TYPE                PIC X(01).
        88  APIS-HEADER              VALUE 'H'.
        88  APIS-PASSENGER           VALUE 'P'.
        88  APIS-TRAILER             VALUE 'T'.
    05  APIS-REC-BODY                PIC X(119).
    05  APIS-HDR-VIEW REDEFINES APIS-REC-BODY.
        10  APIS-HDR-MSG-TYPE        PIC X(04).
            88  APIS-MSG-ORIGINAL    VALUE 'ORIG'.
            88  APIS-MSG-AMENDMENT   VALUE 'AMND'.
        10  APIS-HDR-FLT-NUMBER      PIC X(06).
        10  APIS-HDR-DEP-DATE        PIC 9(08).
        10  APIS-HDR-DEP-TIME        PIC 9(04).
        10  APIS-HDR-ORIGIN          PIC X(03).
        10  APIS-HDR-ORIGIN-CTRY     PIC X(03).
        10  APIS-HDR-DEST            PIC X(03).
        10  APIS-HDR-DEST-CTRY       PIC X(03).
        10  APIS-HDR-ARR-DATE        PIC 9(08).
        10  APIS-HDR-ARR-TIME        PIC 9(04).
        10  APIS-HDR-SENT-DATE       PIC 9(08).
        10  APIS-HDR-SENT-TIME       PIC 9(08).
        10  APIS-HDR-SEQ             PIC 9(03).
        10  FILLER                   PIC X(54).
    05  APIS-PAX-VIEW REDEFINES APIS-REC-BODY.
        10  APIS-PAX-ACTION          PIC X(01).
            88  APIS-PAX-ADD         VALUE 'A'.
            88  APIS-PAX-DELETE      VALUE 'D'.
            88  APIS-PAX-CHANGE      VALUE 'C'.
        10  APIS-PAX-LAST-NAME       PIC X(20).
        10  APIS-PAX-FIRST-NAME      PIC X(15).
        10  APIS-PAX-GENDER          PIC X(01).
        10  APIS-PAX-BIRTH-DATE      PIC 9(08).
        10  APIS-PAX-NATIONALITY     PIC X(03).
        10  APIS-PAX-DOC-TYPE        PIC X(01).
        10  APIS-PAX-DOC-NUMBER      PIC X(12).
        10  APIS-PAX-DOC-ISSUE-CTRY  PIC X(03).
        10  APIS-PAX-DOC-EXPIRY-DATE PIC 9(08).
        10  APIS-PAX-PNR             PIC X(06).
        10  APIS-PAX-SEG-SEQ         PIC 9(02).
        10  APIS-PAX-SEAT            PIC X(04).
        10  APIS-PAX-PASS-ID         PIC X(08).
        10  FILLER                   PIC X(27).
    05  APIS-TRL-VIEW REDEFINES APIS-REC-BODY.
        10  APIS-TRL-PAX-COUNT       PIC 9(05).
        10  APIS-TRL-ADD-COUNT       PIC 9(05).
        10  APIS-TRL-DELETE-COUNT    PIC 9(05).
        10  APIS-TRL-CHANGE-COUNT    PIC 9(05).
        10  FILLER                   PIC X(99).
