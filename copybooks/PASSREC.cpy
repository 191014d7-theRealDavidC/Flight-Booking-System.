*> Modification History
*> ---------------------
*> 2026-01-12  DLC  Original layout.
*> 2026-10-15  DLC  Added the travel-document details border
*>                  authorities want before an international
*>                  departure (APIS): nationality, date of birth,
*>                  gender, document type, expiry and issuing
*>                  country, keyed in PASSMGR.  Countries are the
*>                  three-letter codes printed on the document.
*>                  CHECKIN refuses an international departure
*>                  without them, and APISGEN transmits them.
*>                  The record grows from 138 to 160 bytes -
*>                  reload PASSDB (and size PASSDBN) at the new
*>                  length when this lands; the reload leaves the
*>                  new fields blank (the dates too, which
*>                  therefore test not numeric), which reads as
*>                  no documents on file.
*> ---------------------------------------------------------------
01  PASS-RECORD.
    05  PASS-ID                     PIC X(08).
        88  PASS-DELETED             VALUE 'D'.
    05  PASS-LAST-CHG-DATE           PIC 9(08).
    05  PASS-LAST-CHG-USER           PIC X(08).
    05  PASS-NATIONALITY             PIC X(03).
    05  PASS-BIRTH-DATE              PIC 9(08).
    05  PASS-GENDER                  PIC X(01).
        88  PASS-GENDER-MALE         VALUE 'M'.
        88  PASS-GENDER-FEMALE       VALUE 'F'.
        88  PASS-GENDER-UNSTATED     VALUE 'X'.
        88  PASS-GENDER-VALID        VALUE 'M' 'F' 'X'.
    05  PASS-DOC-TYPE                PIC X(01).
        88  PASS-DOC-PASSPORT        VALUE 'P'.
        88  PASS-DOC-ID-CARD         VALUE 'I'.
        88  PASS-DOC-TYPE-VALID      VALUE 'P' 'I'.
    05  PASS-DOC-EXPIRY-DATE         PIC 9(08).
    05  PASS-DOC-ISSUE-CTRY          PIC X(03).
    05  FILLER                       PIC X(08).
