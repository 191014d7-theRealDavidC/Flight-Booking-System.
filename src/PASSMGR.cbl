*> 2026-09-01  DLC  The operator ID now arrives verified from
*>                   the AIRMAIN sign-on (passed via LINKAGE)
*>                   instead of being prompted for and believed.
*> 2026-10-15  DLC  Add and change now take the passenger's travel
*>                   documents (type, nationality, date of birth,
*>                   gender, expiry and issuing country - see
*>                   PASSREC) for international check-in and the
*>                   APISGEN transmission; inquiry shows them and
*>                   the audit value carries document and expiry.
*>                   Work record grown to the 160-byte layout.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PASSMGR.
COPY PASSREC.

FD  PASSENGER-MASTER-WORK.
01  PASS-WORK-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
01  WS-TODAY                        PIC 9(08).

01  WS-SEARCH-ID                    PIC X(08).
01  WS-ENTERED-DATE                 PIC X(08).

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'PASSMGR'.
01  WS-AUD-ACTION                    PIC X(01).
        MOVE SPACES TO WS-AUD-NEW-VALUE
        STRING PASS-LAST-NAME ' ' PASS-FIRST-NAME
               ' PHONE=' PASS-PHONE
               ' DOC=' PASS-PASSPORT-NO
               ' EXP=' PASS-DOC-EXPIRY-DATE
               ' NAT=' PASS-NATIONALITY
            INTO WS-AUD-NEW-VALUE
        MOVE 'A' TO WS-AUD-ACTION
        PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    ACCEPT PASS-FF-NUMBER
    DISPLAY 'Frequent-flyer tier (S/G/P, blank if none): ' WITH NO ADVANCING
    ACCEPT PASS-FF-TIER
    PERFORM 3300-GET-DOCUMENTS THRU 3300-EXIT
    .
3200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-GET-DOCUMENTS - the travel-document details an
*> international departure needs.  All may be left blank for a
*> domestic traveller; a date that is not a date, or a code not
*> in the list, is taken as blank with a warning, so CHECKIN
*> finds it missing rather than transmitting rubbish.
*> -----------------------------------------------------------
3300-GET-DOCUMENTS.
    DISPLAY 'Document type (P=passport, I=ID card, blank if none): '
        WITH NO ADVANCING
    ACCEPT PASS-DOC-TYPE
    IF PASS-DOC-TYPE NOT = SPACE AND NOT PASS-DOC-TYPE-VALID
        DISPLAY '  Document type must be P or I - left blank.'
        MOVE SPACE TO PASS-DOC-TYPE
    END-IF
    DISPLAY 'Nationality (3-letter code): ' WITH NO ADVANCING
    ACCEPT PASS-NATIONALITY
    DISPLAY 'Date of birth (YYYYMMDD): ' WITH NO ADVANCING
    MOVE SPACES TO WS-ENTERED-DATE
    ACCEPT WS-ENTERED-DATE
    IF WS-ENTERED-DATE NUMERIC
        MOVE WS-ENTERED-DATE TO PASS-BIRTH-DATE
    ELSE
        MOVE ZERO TO PASS-BIRTH-DATE
        IF WS-ENTERED-DATE NOT = SPACES
            DISPLAY '  Date of birth not YYYYMMDD - left blank.'
        END-IF
    END-IF
    DISPLAY 'Gender (M/F/X): ' WITH NO ADVANCING
    ACCEPT PASS-GENDER
    IF PASS-GENDER NOT = SPACE AND NOT PASS-GENDER-VALID
        DISPLAY '  Gender must be M, F or X - left blank.'
        MOVE SPACE TO PASS-GENDER
    END-IF
    DISPLAY 'Document expiry date (YYYYMMDD): ' WITH NO ADVANCING
    MOVE SPACES TO WS-ENTERED-DATE
    ACCEPT WS-ENTERED-DATE
    IF WS-ENTERED-DATE NUMERIC
        MOVE WS-ENTERED-DATE TO PASS-DOC-EXPIRY-DATE
    ELSE
        MOVE ZERO TO PASS-DOC-EXPIRY-DATE
        IF WS-ENTERED-DATE NOT = SPACES
            DISPLAY '  Expiry date not YYYYMMDD - left blank.'
        END-IF
    END-IF
    DISPLAY 'Document issuing country (3-letter code): '
        WITH NO ADVANCING
    ACCEPT PASS-DOC-ISSUE-CTRY
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> CHANGE
*> -----------------------------------------------------------
        MOVE SPACES TO WS-AUD-OLD-VALUE
        STRING PASS-LAST-NAME ' ' PASS-FIRST-NAME
               ' PHONE=' PASS-PHONE
               ' DOC=' PASS-PASSPORT-NO
               ' EXP=' PASS-DOC-EXPIRY-DATE
               ' NAT=' PASS-NATIONALITY
            INTO WS-AUD-OLD-VALUE
        DISPLAY '  Current values shown - enter new values.'
        PERFORM 3200-GET-DETAILS THRU 3200-EXIT
        MOVE SPACES TO WS-AUD-NEW-VALUE
        STRING PASS-LAST-NAME ' ' PASS-FIRST-NAME
               ' PHONE=' PASS-PHONE
               ' DOC=' PASS-PASSPORT-NO
               ' EXP=' PASS-DOC-EXPIRY-DATE
               ' NAT=' PASS-NATIONALITY
            INTO WS-AUD-NEW-VALUE
        MOVE 'C' TO WS-AUD-ACTION
        PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
        DISPLAY '  Passport/ID ... ' PASS-PASSPORT-NO
        DISPLAY '  FF number ..... ' PASS-FF-NUMBER
        DISPLAY '  FF tier ....... ' PASS-FF-TIER
        DISPLAY '  Document ...... ' PASS-DOC-TYPE
            '  issued by ' PASS-DOC-ISSUE-CTRY
            '  expires ' PASS-DOC-EXPIRY-DATE
        DISPLAY '  Nationality ... ' PASS-NATIONALITY
            '  born ' PASS-BIRTH-DATE
            '  gender ' PASS-GENDER
        DISPLAY '  Status ........ ' PASS-STATUS
        DISPLAY '  Last changed .. ' PASS-LAST-CHG-DATE ' by ' PASS-LAST-CHG-USER
    END-IF
