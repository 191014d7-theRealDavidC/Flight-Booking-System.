*> ---------------------------------------------------------------
*> PASSMRG
*> Duplicate-passenger merge and undo.
*>
*> Called from AIRMAIN option 16 (OPER-AUTH-MERGE only).  Folds a
*> duplicate PASSENGER-MASTER entry - typically a pair off the
*> DUPRPT candidate report - into the survivor the operator
*> names:
*>
*>   - every BOOKING-MASTER segment, booking-history entry and
*>     NOTIFY-EXTRACT entry under the duplicate's PASS-ID moves
*>     to the survivor's;
*>   - the survivor keeps its own details, taking the duplicate's
*>     phone, e-mail or passport only where its own are blank;
*>   - the survivor keeps its PASS-FF-NUMBER.  One without a
*>     number takes the duplicate's (and its tier), and the
*>     duplicate's ledger simply becomes the survivor's.  Where
*>     both are members, each of the duplicate's MILEAGE-LEDGER
*>     entries is re-posted under the survivor's number and
*>     reversed out of the duplicate's ('X' for an accrual, 'C'
*>     for a redemption and so on) - the ledger is append-only -
*>     so balance and tier miles move together;
*>   - the duplicate is marked deleted.
*>
*> Every record touched gets its own AUDIT-LOG entry.  Each
*> entry's old and new values open with the merge tag - 'MRG',
*> duplicate>survivor and the time of the merge - followed by the
*> record type and the field changed, so the whole merge can be
*> read back with AUDITINQ by either passenger ID.  Undo (U)
*> reads the latest merge of a duplicate back off the audit log
*> and reverses it the same way, writing 'UND'-tagged entries:
*> a field goes back only if it still holds the value the merge
*> gave it, and each re-posted ledger entry is reversed by its
*> opposite.  A field change is logged before it is made, so an
*> interrupted merge leaves nothing the undo cannot see.
*>
*> A merge touching more records than the undo can hold in one
*> pass (WS-UNDO-MAX) is refused - that many bookings under one
*> passenger wants a look before anything moves.  Daily
*> settlement lines keep the PASS-ID they were settled under;
*> they record what was settled, not who the passenger is now.
*>
*> PASSENGER-MASTER, the booking history and the notification
*> extract are flat sequential files and are rewritten with the
*> old-master/new-master technique PASSMGR uses.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  Passenger save areas grown to the 160-byte
*>                   layout.  A survivor without a travel document
*>                   takes the duplicate's whole document (number,
*>                   type, expiry, issuing country), and any blank
*>                   nationality, date of birth or gender, each
*>                   field audited and undone like the others.
*> 2026-10-15  DLC  The passenger master rebuild, the booking
*>                   master and the mileage ledger opens are
*>                   checked.  A merge whose master rebuild fails
*>                   goes no further; an undo that cannot put
*>                   everything back is not marked undone, so it
*>                   can be run again.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PASSMRG.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT PASSENGER-MASTER-WORK ASSIGN TO "PASSDBN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT BOOKING-HISTORY-FILE ASSIGN TO "BOOKHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.
    SELECT BOOKING-HISTORY-WORK ASSIGN TO "BOOKHSTN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT NOTIFY-EXTRACT-FILE ASSIGN TO "NOTIFYDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NTF-FILE-STATUS.
    SELECT NOTIFY-EXTRACT-WORK ASSIGN TO "NOTIFYDN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT MILEAGE-LEDGER-FILE ASSIGN TO "MILELOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MILE-FILE-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  PASSENGER-MASTER-WORK.
01  PASS-WORK-RECORD                PIC X(160).

FD  BOOKING-MASTER-FILE.
COPY BOOKREC.

*> A booking-history entry is a BOOKING-MASTER segment image;
*> only its key and passenger are looked at here.
FD  BOOKING-HISTORY-FILE.
01  BOOK-HIST-RECORD.
    05  HIST-PNR                     PIC X(06).
    05  HIST-SEG-SEQ                 PIC 9(02).
    05  HIST-PASS-ID                 PIC X(08).
    05  FILLER                       PIC X(184).

FD  BOOKING-HISTORY-WORK.
01  HIST-WORK-RECORD                PIC X(200).

FD  NOTIFY-EXTRACT-FILE.
COPY NOTIFREC.

FD  NOTIFY-EXTRACT-WORK.
01  NTF-WORK-RECORD                 PIC X(150).

FD  MILEAGE-LEDGER-FILE.
COPY MILEREC.

FD  AUDIT-LOG-FILE.
COPY AUDREC.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-RUNNING-SW               PIC X VALUE 'Y'.
        88  WS-DONE                 VALUE 'N'.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-FOUND-SW                 PIC X VALUE 'N'.
        88  WS-RECORD-FOUND         VALUE 'Y'.
    05  WS-PAIR-SW                  PIC X VALUE 'N'.
        88  WS-PAIR-OK              VALUE 'Y'.
    05  WS-MERGE-SW                 PIC X VALUE 'N'.
        88  WS-MERGE-FOUND          VALUE 'Y'.
    05  WS-APPLIED-SW               PIC X VALUE 'N'.
        88  WS-CHANGE-APPLIED       VALUE 'Y'.
    05  WS-FILE-FAIL-SW             PIC X VALUE 'N'.
        88  WS-FILE-FAILED          VALUE 'Y'.

01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-HIST-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-NTF-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-MILE-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-AUDIT-FILE-STATUS             PIC X(02) VALUE '00'.
01  WS-WORK-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-OPER-ID                      PIC X(08) VALUE SPACES.
01  WS-FUNCTION                     PIC X VALUE SPACES.
01  WS-CONFIRM                      PIC X VALUE SPACES.
01  WS-TODAY                        PIC 9(08).
01  WS-NOW                          PIC 9(08).

01  WS-SEARCH-ID                    PIC X(08).
01  WS-ENTERED-SURV-ID              PIC X(08).
01  WS-ENTERED-DUP-ID               PIC X(08).

*> The two passengers, held while the merge or undo works on
*> them - the same layout as PASS-RECORD, the dates held as
*> text so a blank one survives the audit round trip.
01  WS-SURV-PASS.
    05  WS-SURV-PASS-ID              PIC X(08).
    05  WS-SURV-LAST-NAME            PIC X(20).
    05  WS-SURV-FIRST-NAME           PIC X(15).
    05  WS-SURV-PHONE                PIC X(15).
    05  WS-SURV-EMAIL                PIC X(30).
    05  WS-SURV-PASSPORT-NO          PIC X(12).
    05  WS-SURV-FF-NUMBER            PIC X(10).
    05  WS-SURV-FF-TIER              PIC X(01).
    05  WS-SURV-STATUS               PIC X(01).
    05  WS-SURV-LAST-CHG-DATE        PIC 9(08).
    05  WS-SURV-LAST-CHG-USER        PIC X(08).
    05  WS-SURV-NATIONALITY          PIC X(03).
    05  WS-SURV-BIRTH-DATE           PIC X(08).
    05  WS-SURV-GENDER               PIC X(01).
    05  WS-SURV-DOC-TYPE             PIC X(01).
    05  WS-SURV-DOC-EXPIRY-DATE      PIC X(08).
    05  WS-SURV-DOC-ISSUE-CTRY       PIC X(03).
    05  FILLER                       PIC X(08).
01  WS-DUP-PASS.
    05  WS-DUP-PASS-ID               PIC X(08).
    05  WS-DUP-LAST-NAME             PIC X(20).
    05  WS-DUP-FIRST-NAME            PIC X(15).
    05  WS-DUP-PHONE                 PIC X(15).
    05  WS-DUP-EMAIL                 PIC X(30).
    05  WS-DUP-PASSPORT-NO           PIC X(12).
    05  WS-DUP-FF-NUMBER             PIC X(10).
    05  WS-DUP-FF-TIER               PIC X(01).
    05  WS-DUP-STATUS                PIC X(01).
    05  WS-DUP-LAST-CHG-DATE         PIC 9(08).
    05  WS-DUP-LAST-CHG-USER         PIC X(08).
    05  WS-DUP-NATIONALITY           PIC X(03).
    05  WS-DUP-BIRTH-DATE            PIC X(08).
    05  WS-DUP-GENDER                PIC X(01).
    05  WS-DUP-DOC-TYPE              PIC X(01).
    05  WS-DUP-DOC-EXPIRY-DATE       PIC X(08).
    05  WS-DUP-DOC-ISSUE-CTRY        PIC X(03).
    05  FILLER                       PIC X(08).

*> What happens to the duplicate's miles: 'T' both are members,
*> entries are re-posted; 'A' the survivor adopts the duplicate's
*> number; 'N' nothing to move.
01  WS-MILE-MODE                     PIC X(01) VALUE 'N'.
    88  WS-MILES-TRANSFER            VALUE 'T'.
    88  WS-MILES-ADOPT               VALUE 'A'.

77  WS-BOOK-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-HIST-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-NTF-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-FIELD-COUNT                   PIC 9(05) COMP VALUE ZERO.
77  WS-TOUCH-COUNT                   PIC 9(05) COMP VALUE ZERO.
77  WS-SKIP-COUNT                    PIC 9(05) COMP VALUE ZERO.
01  WS-COUNT-ED                      PIC ZZZZ9.

*> The duplicate's ledger entries, gathered before any are
*> re-posted (the ledger cannot be appended to while it is
*> being read).
77  WS-MT-MAX                        PIC 9(03) COMP VALUE 200.
77  WS-MT-COUNT                      PIC 9(05) COMP VALUE ZERO.
77  WS-MT-IX                         PIC 9(03) COMP VALUE ZERO.
01  WS-MILE-TABLE.
    05  WS-MT-ENTRY OCCURS 200 TIMES PIC X(80).

*> The merge's audit entries, read back for an undo.
77  WS-UNDO-MAX                      PIC 9(03) COMP VALUE 500.
77  WS-UNDO-COUNT                    PIC 9(05) COMP VALUE ZERO.
77  WS-UNDO-IX                       PIC 9(03) COMP VALUE ZERO.
01  WS-UNDO-TABLE.
    05  WS-UNDO-ENTRY OCCURS 500 TIMES.
        10  WS-UNDO-KEY              PIC X(20).
        10  WS-UNDO-OLD-VALUE        PIC X(100).
        10  WS-UNDO-NEW-VALUE        PIC X(100).

*> The tag every audit entry of this merge (or undo) opens with.
01  WS-CUR-TAG.
    05  WS-CUR-TAG-WORD              PIC X(04).
    05  WS-CUR-TAG-DUP               PIC X(08).
    05  FILLER                       PIC X(01) VALUE '>'.
    05  WS-CUR-TAG-SURV              PIC X(08).
    05  FILLER                       PIC X(01) VALUE SPACE.
    05  WS-CUR-TAG-TIME              PIC 9(08).
01  WS-FOUND-TAG                     PIC X(30) VALUE SPACES.

*> Layout of a merge audit value (old or new): the tag, the
*> record type (PASS duplicate, SURV survivor, BOOK, HIST, NTFY,
*> MILE) and either FIELD=value or a mileage-ledger entry.
01  WS-MRG-VALUE.
    05  WS-MRG-TAG.
        10  WS-MRG-TAG-WORD          PIC X(04).
        10  WS-MRG-TAG-DUP           PIC X(08).
        10  WS-MRG-TAG-SEP           PIC X(01).
        10  WS-MRG-TAG-SURV          PIC X(08).
        10  FILLER                   PIC X(01).
        10  WS-MRG-TAG-TIME          PIC X(08).
    05  WS-MRG-REC-TYPE              PIC X(04).
    05  WS-MRG-REC-SEP               PIC X(01).
    05  WS-MRG-DETAIL                PIC X(65).
    05  WS-MRG-FIELD-VIEW REDEFINES WS-MRG-DETAIL.
        10  WS-MRG-FIELD             PIC X(08).
        10  WS-MRG-EQUALS            PIC X(01).
        10  WS-MRG-FIELD-VALUE       PIC X(56).
    05  WS-MRG-MILE-VIEW REDEFINES WS-MRG-DETAIL.
        10  WS-MRG-MILE-TYPE         PIC X(01).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-POST-DATE    PIC 9(08).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-PNR          PIC X(06).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-FLT-NUMBER   PIC X(06).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-DEP-DATE     PIC 9(08).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-ORIGIN       PIC X(03).
        10  WS-MRG-MILE-DEST         PIC X(03).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-CLASS        PIC X(01).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-BASE         PIC 9(05).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-BONUS        PIC 9(05).
        10  FILLER                   PIC X(01).
        10  WS-MRG-MILE-TOTAL        PIC 9(06).
        10  FILLER                   PIC X(04).

*> One field change on its way to the audit log.
01  WS-CHG-REC-TYPE                  PIC X(04).
01  WS-CHG-FIELD                     PIC X(08).
01  WS-CHG-OLD                       PIC X(56).
01  WS-CHG-NEW                       PIC X(56).

01  WS-BOOK-AUD-KEY.
    05  WS-BAK-PNR                   PIC X(06).
    05  FILLER                       PIC X(01) VALUE '/'.
    05  WS-BAK-SEG-SEQ               PIC 9(02).
01  WS-NTF-AUD-KEY.
    05  WS-NAK-PNR                   PIC X(06).
    05  FILLER                       PIC X(01) VALUE '/'.
    05  WS-NAK-SEG-SEQ               PIC 9(02).
    05  FILLER                       PIC X(01) VALUE '/'.
    05  WS-NAK-EVENT-TIME            PIC 9(08).

01  WS-OPPOSITE-TYPE                 PIC X(01).

01  WS-AUD-PROGRAM                   PIC X(10) VALUE 'PASSMRG'.
01  WS-AUD-ACTION                    PIC X(01).
01  WS-AUD-KEY                       PIC X(20).
01  WS-AUD-OLD-VALUE                 PIC X(100).
01  WS-AUD-NEW-VALUE                 PIC X(100).

LINKAGE SECTION.
01  LK-OPER-ID                       PIC X(08).

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION USING LK-OPER-ID.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM UNTIL WS-DONE
        PERFORM 2000-MENU THRU 2000-EXIT
        EVALUATE WS-FUNCTION
            WHEN 'M' PERFORM 3000-MERGE-PASSENGERS THRU 3000-EXIT
            WHEN 'U' PERFORM 4000-UNDO-MERGE THRU 4000-EXIT
            WHEN 'X' MOVE 'N' TO WS-RUNNING-SW
            WHEN OTHER
                DISPLAY '  Invalid option, try again.'
        END-EVALUATE
    END-PERFORM
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Duplicate Passenger Merge --'
    MOVE LK-OPER-ID TO WS-OPER-ID
    .
1000-EXIT.
    EXIT.

2000-MENU.
    DISPLAY ' '
    DISPLAY '======================================='
    DISPLAY '  DUPLICATE PASSENGER MERGE (PASSMRG)'
    DISPLAY '======================================='
    DISPLAY '  M. Merge a duplicate into a survivor'
    DISPLAY '  U. Undo the last merge of a duplicate'
    DISPLAY '  X. Return to main menu'
    DISPLAY '======================================='
    DISPLAY 'Select: ' WITH NO ADVANCING
    ACCEPT WS-FUNCTION
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> MERGE
*> -----------------------------------------------------------
3000-MERGE-PASSENGERS.
    PERFORM 3100-GET-PAIR THRU 3100-EXIT
    IF NOT WS-PAIR-OK
        GO TO 3000-EXIT
    END-IF
    PERFORM 3200-COUNT-REFERENCES THRU 3200-EXIT
    IF NOT WS-PAIR-OK
        GO TO 3000-EXIT
    END-IF
    DISPLAY 'Merge ' WS-DUP-PASS-ID ' into ' WS-SURV-PASS-ID
        '? (Y/N): ' WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY '  Merge not made.'
        GO TO 3000-EXIT
    END-IF
    ACCEPT WS-NOW FROM TIME
    MOVE 'MRG '          TO WS-CUR-TAG-WORD
    MOVE WS-DUP-PASS-ID  TO WS-CUR-TAG-DUP
    MOVE WS-SURV-PASS-ID TO WS-CUR-TAG-SURV
    MOVE WS-NOW          TO WS-CUR-TAG-TIME
    MOVE 'N' TO WS-FILE-FAIL-SW
    PERFORM 3300-MERGE-MASTER THRU 3300-EXIT
    IF WS-FILE-FAILED
        DISPLAY '  Merge not made.'
        GO TO 3000-EXIT
    END-IF
    PERFORM 3400-MERGE-BOOKINGS THRU 3400-EXIT
    MOVE ZERO TO WS-HIST-COUNT
    PERFORM 7700-REBUILD-HISTORY THRU 7700-EXIT
    MOVE ZERO TO WS-NTF-COUNT
    PERFORM 7800-REBUILD-NOTIFY THRU 7800-EXIT
    PERFORM 3700-MERGE-MILEAGE THRU 3700-EXIT
    DISPLAY ' '
    DISPLAY '  Merged ' WS-DUP-PASS-ID ' into ' WS-SURV-PASS-ID
        ' (merge time ' WS-NOW ').'
    MOVE WS-BOOK-COUNT TO WS-COUNT-ED
    DISPLAY '  Bookings moved ......... ' WS-COUNT-ED
    MOVE WS-HIST-COUNT TO WS-COUNT-ED
    DISPLAY '  History entries moved .. ' WS-COUNT-ED
    MOVE WS-NTF-COUNT TO WS-COUNT-ED
    DISPLAY '  Notifications moved .... ' WS-COUNT-ED
    MOVE WS-MT-COUNT TO WS-COUNT-ED
    DISPLAY '  Ledger entries moved ... ' WS-COUNT-ED
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-GET-PAIR - both passengers must be on file and active,
*> and not the same entry.
*> -----------------------------------------------------------
3100-GET-PAIR.
    MOVE 'N' TO WS-PAIR-SW
    DISPLAY 'Survivor passenger ID: ' WITH NO ADVANCING
    ACCEPT WS-ENTERED-SURV-ID
    DISPLAY 'Duplicate passenger ID (to be merged away): '
        WITH NO ADVANCING
    ACCEPT WS-ENTERED-DUP-ID
    IF WS-ENTERED-SURV-ID = WS-ENTERED-DUP-ID
        DISPLAY '  Survivor and duplicate are the same passenger.'
        GO TO 3100-EXIT
    END-IF
    MOVE WS-ENTERED-SURV-ID TO WS-SEARCH-ID
    PERFORM 7000-FIND-PASSENGER THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND OR NOT PASS-ACTIVE
        DISPLAY '  Survivor ' WS-ENTERED-SURV-ID
            ' not on file or not active.'
        GO TO 3100-EXIT
    END-IF
    MOVE PASS-RECORD TO WS-SURV-PASS
    MOVE WS-ENTERED-DUP-ID TO WS-SEARCH-ID
    PERFORM 7000-FIND-PASSENGER THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND OR NOT PASS-ACTIVE
        DISPLAY '  Duplicate ' WS-ENTERED-DUP-ID
            ' not on file or not active.'
        GO TO 3100-EXIT
    END-IF
    MOVE PASS-RECORD TO WS-DUP-PASS
    DISPLAY ' '
    DISPLAY '                 SURVIVOR                        '
        'DUPLICATE'
    DISPLAY '  ID ........... ' WS-SURV-PASS-ID
        '                        ' WS-DUP-PASS-ID
    DISPLAY '  Name ......... ' WS-SURV-FIRST-NAME ' '
        WS-SURV-LAST-NAME
    DISPLAY '                 ' WS-DUP-FIRST-NAME ' '
        WS-DUP-LAST-NAME
    DISPLAY '  Phone ........ ' WS-SURV-PHONE
        '                 ' WS-DUP-PHONE
    DISPLAY '  E-mail ....... ' WS-SURV-EMAIL
    DISPLAY '                 ' WS-DUP-EMAIL
    DISPLAY '  Passport/ID .. ' WS-SURV-PASSPORT-NO
        '                    ' WS-DUP-PASSPORT-NO
    DISPLAY '  FF number .... ' WS-SURV-FF-NUMBER ' ' WS-SURV-FF-TIER
        '                     ' WS-DUP-FF-NUMBER ' ' WS-DUP-FF-TIER
    MOVE 'Y' TO WS-PAIR-SW
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-COUNT-REFERENCES - what the merge would move, shown
*> before the operator confirms, and the duplicate's ledger
*> entries gathered if both passengers are members.  A merge
*> bigger than one undo can take back is refused.
*> -----------------------------------------------------------
3200-COUNT-REFERENCES.
    MOVE ZERO TO WS-BOOK-COUNT WS-HIST-COUNT WS-NTF-COUNT
                 WS-MT-COUNT WS-FIELD-COUNT
    PERFORM 3210-COUNT-BOOKINGS THRU 3210-EXIT
    PERFORM 3220-COUNT-HISTORY THRU 3220-EXIT
    PERFORM 3230-COUNT-NOTIFY THRU 3230-EXIT
    MOVE 'N' TO WS-MILE-MODE
    IF WS-DUP-FF-NUMBER NOT = SPACES
        IF WS-SURV-FF-NUMBER = SPACES
            MOVE 'A' TO WS-MILE-MODE
        ELSE
            IF WS-SURV-FF-NUMBER NOT = WS-DUP-FF-NUMBER
                MOVE 'T' TO WS-MILE-MODE
                PERFORM 3240-GATHER-LEDGER THRU 3240-EXIT
            END-IF
        END-IF
    END-IF
    IF WS-MT-COUNT > WS-MT-MAX
        DISPLAY '  The duplicate has more mileage-ledger entries'
            ' than one merge can move - merge refused.'
        MOVE 'N' TO WS-PAIR-SW
        GO TO 3200-EXIT
    END-IF
*> One entry for the duplicate, up to eleven for survivor fields,
*> one per booking, history and notification entry, two per
*> ledger entry moved.
    COMPUTE WS-TOUCH-COUNT = 12 + WS-BOOK-COUNT + WS-HIST-COUNT
        + WS-NTF-COUNT + (2 * WS-MT-COUNT)
    IF WS-TOUCH-COUNT > WS-UNDO-MAX
        DISPLAY '  The merge would touch more records than one'
            ' undo can reverse - merge refused.'
        MOVE 'N' TO WS-PAIR-SW
        GO TO 3200-EXIT
    END-IF
    DISPLAY ' '
    MOVE WS-BOOK-COUNT TO WS-COUNT-ED
    DISPLAY '  Bookings to move ......... ' WS-COUNT-ED
    MOVE WS-HIST-COUNT TO WS-COUNT-ED
    DISPLAY '  History entries to move .. ' WS-COUNT-ED
    MOVE WS-NTF-COUNT TO WS-COUNT-ED
    DISPLAY '  Notifications to move .... ' WS-COUNT-ED
    EVALUATE TRUE
        WHEN WS-MILES-TRANSFER
            MOVE WS-MT-COUNT TO WS-COUNT-ED
            DISPLAY '  Ledger entries to move ... ' WS-COUNT-ED
                ' (FF ' WS-DUP-FF-NUMBER ' to ' WS-SURV-FF-NUMBER ')'
        WHEN WS-MILES-ADOPT
            DISPLAY '  Survivor takes FF number . ' WS-DUP-FF-NUMBER
        WHEN OTHER
            DISPLAY '  No miles to move.'
    END-EVALUATE
    .
3200-EXIT.
    EXIT.

3210-COUNT-BOOKINGS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 3210-EXIT
    END-IF
    MOVE LOW-VALUES TO BOOK-PNR
    MOVE ZERO       TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-PASS-ID = WS-DUP-PASS-ID
                    ADD 1 TO WS-BOOK-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3210-EXIT.
    EXIT.

3220-COUNT-HISTORY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-HISTORY-FILE
    IF WS-HIST-FILE-STATUS NOT = '00'
        GO TO 3220-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-HISTORY-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF HIST-PASS-ID = WS-DUP-PASS-ID
                    ADD 1 TO WS-HIST-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-HISTORY-FILE
    .
3220-EXIT.
    EXIT.

3230-COUNT-NOTIFY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT NOTIFY-EXTRACT-FILE
    IF WS-NTF-FILE-STATUS NOT = '00'
        GO TO 3230-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ NOTIFY-EXTRACT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF NTF-PASS-ID = WS-DUP-PASS-ID
                    ADD 1 TO WS-NTF-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-EXTRACT-FILE
    .
3230-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3240-GATHER-LEDGER - the duplicate member's ledger entries,
*> in posting order.  Entries past the table are counted so the
*> merge can be refused.
*> -----------------------------------------------------------
3240-GATHER-LEDGER.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MILEAGE-LEDGER-FILE
    IF WS-MILE-FILE-STATUS NOT = '00'
        GO TO 3240-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ MILEAGE-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF MILE-FF-NUMBER = WS-DUP-FF-NUMBER
                    ADD 1 TO WS-MT-COUNT
                    IF WS-MT-COUNT <= WS-MT-MAX
                        MOVE MILE-RECORD TO WS-MT-ENTRY(WS-MT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MILEAGE-LEDGER-FILE
    .
3240-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-MERGE-MASTER - the duplicate is marked deleted first;
*> its entry is the one the undo looks for.  The survivor keeps
*> every detail it has and takes only what it lacks.
*> -----------------------------------------------------------
3300-MERGE-MASTER.
    MOVE 'PASS'          TO WS-CHG-REC-TYPE
    MOVE 'D'             TO WS-AUD-ACTION
    MOVE SPACES          TO WS-AUD-KEY
    MOVE WS-DUP-PASS-ID  TO WS-AUD-KEY
    MOVE 'STATUS'        TO WS-CHG-FIELD
    MOVE WS-DUP-STATUS   TO WS-CHG-OLD
    MOVE 'D'             TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE 'D'        TO WS-DUP-STATUS
    MOVE WS-TODAY   TO WS-DUP-LAST-CHG-DATE
    MOVE WS-OPER-ID TO WS-DUP-LAST-CHG-USER
    MOVE 'SURV'          TO WS-CHG-REC-TYPE
    MOVE 'C'             TO WS-AUD-ACTION
    MOVE SPACES          TO WS-AUD-KEY
    MOVE WS-SURV-PASS-ID TO WS-AUD-KEY
    IF WS-SURV-PHONE = SPACES AND WS-DUP-PHONE NOT = SPACES
        MOVE 'PHONE'       TO WS-CHG-FIELD
        MOVE WS-SURV-PHONE TO WS-CHG-OLD
        MOVE WS-DUP-PHONE  TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-PHONE  TO WS-SURV-PHONE
        ADD 1 TO WS-FIELD-COUNT
    END-IF
    IF WS-SURV-EMAIL = SPACES AND WS-DUP-EMAIL NOT = SPACES
        MOVE 'EMAIL'       TO WS-CHG-FIELD
        MOVE WS-SURV-EMAIL TO WS-CHG-OLD
        MOVE WS-DUP-EMAIL  TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-EMAIL  TO WS-SURV-EMAIL
        ADD 1 TO WS-FIELD-COUNT
    END-IF
    IF WS-SURV-PASSPORT-NO = SPACES
       AND WS-DUP-PASSPORT-NO NOT = SPACES
        PERFORM 3310-TAKE-DOCUMENT THRU 3310-EXIT
    END-IF
    IF WS-SURV-NATIONALITY = SPACES
       AND WS-DUP-NATIONALITY NOT = SPACES
        MOVE 'NATION'            TO WS-CHG-FIELD
        MOVE WS-SURV-NATIONALITY TO WS-CHG-OLD
        MOVE WS-DUP-NATIONALITY  TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-NATIONALITY  TO WS-SURV-NATIONALITY
        ADD 1 TO WS-FIELD-COUNT
    END-IF
    IF (WS-SURV-BIRTH-DATE NOT NUMERIC
        OR WS-SURV-BIRTH-DATE = ZERO)
       AND WS-DUP-BIRTH-DATE NUMERIC
       AND WS-DUP-BIRTH-DATE NOT = ZERO
        MOVE 'DOB'               TO WS-CHG-FIELD
        MOVE WS-SURV-BIRTH-DATE  TO WS-CHG-OLD
        MOVE WS-DUP-BIRTH-DATE   TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-BIRTH-DATE   TO WS-SURV-BIRTH-DATE
        ADD 1 TO WS-FIELD-COUNT
    END-IF
    IF WS-SURV-GENDER = SPACE AND WS-DUP-GENDER NOT = SPACE
        MOVE 'GENDER'            TO WS-CHG-FIELD
        MOVE WS-SURV-GENDER      TO WS-CHG-OLD
        MOVE WS-DUP-GENDER       TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-GENDER       TO WS-SURV-GENDER
        ADD 1 TO WS-FIELD-COUNT
    END-IF
    IF WS-MILES-ADOPT
        MOVE 'FF-NO'           TO WS-CHG-FIELD
        MOVE WS-SURV-FF-NUMBER TO WS-CHG-OLD
        MOVE WS-DUP-FF-NUMBER  TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-FF-NUMBER  TO WS-SURV-FF-NUMBER
        MOVE 'FF-TIER'         TO WS-CHG-FIELD
        MOVE WS-SURV-FF-TIER   TO WS-CHG-OLD
        MOVE WS-DUP-FF-TIER    TO WS-CHG-NEW
        PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
        MOVE WS-DUP-FF-TIER    TO WS-SURV-FF-TIER
        ADD 2 TO WS-FIELD-COUNT
    END-IF
    IF WS-FIELD-COUNT > ZERO
        MOVE WS-TODAY   TO WS-SURV-LAST-CHG-DATE
        MOVE WS-OPER-ID TO WS-SURV-LAST-CHG-USER
    END-IF
    PERFORM 7500-REBUILD-MASTER THRU 7500-EXIT
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3310-TAKE-DOCUMENT - the survivor has no travel document, so
*> it takes the duplicate's as a whole: number, type, expiry and
*> issuing country belong together.
*> -----------------------------------------------------------
3310-TAKE-DOCUMENT.
    MOVE 'PASSPORT'              TO WS-CHG-FIELD
    MOVE WS-SURV-PASSPORT-NO     TO WS-CHG-OLD
    MOVE WS-DUP-PASSPORT-NO      TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-DUP-PASSPORT-NO      TO WS-SURV-PASSPORT-NO
    MOVE 'DOC-TYPE'              TO WS-CHG-FIELD
    MOVE WS-SURV-DOC-TYPE        TO WS-CHG-OLD
    MOVE WS-DUP-DOC-TYPE         TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-DUP-DOC-TYPE         TO WS-SURV-DOC-TYPE
    MOVE 'DOC-EXP'               TO WS-CHG-FIELD
    MOVE WS-SURV-DOC-EXPIRY-DATE TO WS-CHG-OLD
    MOVE WS-DUP-DOC-EXPIRY-DATE  TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-DUP-DOC-EXPIRY-DATE  TO WS-SURV-DOC-EXPIRY-DATE
    MOVE 'DOC-CTRY'              TO WS-CHG-FIELD
    MOVE WS-SURV-DOC-ISSUE-CTRY  TO WS-CHG-OLD
    MOVE WS-DUP-DOC-ISSUE-CTRY   TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-DUP-DOC-ISSUE-CTRY   TO WS-SURV-DOC-ISSUE-CTRY
    ADD 4 TO WS-FIELD-COUNT
    .
3310-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3400-MERGE-BOOKINGS - every live segment under the duplicate
*> moves to the survivor in place.
*> -----------------------------------------------------------
3400-MERGE-BOOKINGS.
    MOVE ZERO TO WS-BOOK-COUNT
    MOVE 'N' TO WS-EOF-SW
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        GO TO 3400-EXIT
    END-IF
    MOVE LOW-VALUES TO BOOK-PNR
    MOVE ZERO       TO BOOK-SEG-SEQ
    START BOOKING-MASTER-FILE KEY >= BOOK-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF BOOK-PASS-ID = WS-DUP-PASS-ID
                    PERFORM 3410-MOVE-BOOKING THRU 3410-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3400-EXIT.
    EXIT.

3410-MOVE-BOOKING.
    MOVE BOOK-PNR     TO WS-BAK-PNR
    MOVE BOOK-SEG-SEQ TO WS-BAK-SEG-SEQ
    MOVE 'BOOK'          TO WS-CHG-REC-TYPE
    MOVE 'C'             TO WS-AUD-ACTION
    MOVE SPACES          TO WS-AUD-KEY
    MOVE WS-BOOK-AUD-KEY TO WS-AUD-KEY
    MOVE 'PASS-ID'       TO WS-CHG-FIELD
    MOVE WS-DUP-PASS-ID  TO WS-CHG-OLD
    MOVE WS-SURV-PASS-ID TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-SURV-PASS-ID TO BOOK-PASS-ID
    REWRITE BOOK-RECORD
        INVALID KEY
            DISPLAY '  Booking ' BOOK-PNR ' seg ' BOOK-SEG-SEQ
                ' not moved - rewrite failed.'
        NOT INVALID KEY
            ADD 1 TO WS-BOOK-COUNT
    END-REWRITE
    .
3410-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3700-MERGE-MILEAGE - both passengers are members: each of the
*> duplicate's entries is reversed out of the duplicate's account
*> and re-posted, type and dates unchanged, under the survivor's.
*> Each ledger entry is logged as it is written.
*> -----------------------------------------------------------
3700-MERGE-MILEAGE.
    IF NOT WS-MILES-TRANSFER OR WS-MT-COUNT = ZERO
        GO TO 3700-EXIT
    END-IF
    OPEN EXTEND MILEAGE-LEDGER-FILE
    IF WS-MILE-FILE-STATUS NOT = '00'
        DISPLAY '  Mileage ledger not available - miles not moved.'
        MOVE ZERO TO WS-MT-COUNT
        GO TO 3700-EXIT
    END-IF
    MOVE ZERO TO WS-MT-IX
    PERFORM UNTIL WS-MT-IX >= WS-MT-COUNT
        ADD 1 TO WS-MT-IX
        PERFORM 3710-MOVE-LEDGER-ENTRY THRU 3710-EXIT
    END-PERFORM
    CLOSE MILEAGE-LEDGER-FILE
    .
3700-EXIT.
    EXIT.

3710-MOVE-LEDGER-ENTRY.
    MOVE WS-MT-ENTRY(WS-MT-IX) TO MILE-RECORD
    PERFORM 7950-OPPOSITE-TYPE THRU 7950-EXIT
    MOVE WS-OPPOSITE-TYPE TO MILE-ENTRY-TYPE
    WRITE MILE-RECORD
    PERFORM 8200-AUDIT-LEDGER THRU 8200-EXIT
    MOVE WS-MT-ENTRY(WS-MT-IX) TO MILE-RECORD
    MOVE WS-SURV-FF-NUMBER TO MILE-FF-NUMBER
    WRITE MILE-RECORD
    PERFORM 8200-AUDIT-LEDGER THRU 8200-EXIT
    .
3710-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> UNDO
*> -----------------------------------------------------------
4000-UNDO-MERGE.
    DISPLAY 'Duplicate passenger ID (the one merged away): '
        WITH NO ADVANCING
    ACCEPT WS-ENTERED-DUP-ID
    PERFORM 4100-FIND-LAST-MERGE THRU 4100-EXIT
    IF NOT WS-MERGE-FOUND
        DISPLAY '  No merge of ' WS-ENTERED-DUP-ID
            ' on the audit log left to undo.'
        GO TO 4000-EXIT
    END-IF
    MOVE WS-FOUND-TAG TO WS-MRG-TAG
    MOVE 'UND '          TO WS-CUR-TAG-WORD
    MOVE WS-MRG-TAG-DUP  TO WS-CUR-TAG-DUP
    MOVE WS-MRG-TAG-SURV TO WS-CUR-TAG-SURV
    MOVE WS-MRG-TAG-TIME TO WS-CUR-TAG-TIME
    PERFORM 4200-COLLECT-ENTRIES THRU 4200-EXIT
    IF WS-UNDO-COUNT > WS-UNDO-MAX
        DISPLAY '  The merge logged more entries than one undo'
            ' can hold - undo refused.'
        GO TO 4000-EXIT
    END-IF
    MOVE WS-CUR-TAG-SURV TO WS-SEARCH-ID
    PERFORM 7000-FIND-PASSENGER THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Survivor ' WS-CUR-TAG-SURV
            ' no longer on file - undo refused.'
        GO TO 4000-EXIT
    END-IF
    MOVE PASS-RECORD TO WS-SURV-PASS
    MOVE WS-CUR-TAG-DUP TO WS-SEARCH-ID
    PERFORM 7000-FIND-PASSENGER THRU 7000-EXIT
    IF NOT WS-RECORD-FOUND
        DISPLAY '  Duplicate ' WS-CUR-TAG-DUP
            ' no longer on file - undo refused.'
        GO TO 4000-EXIT
    END-IF
    MOVE PASS-RECORD TO WS-DUP-PASS
    MOVE WS-UNDO-COUNT TO WS-COUNT-ED
    DISPLAY ' '
    DISPLAY '  Merge of ' WS-CUR-TAG-DUP ' into ' WS-CUR-TAG-SURV
        ' at ' WS-CUR-TAG-TIME ' - ' WS-COUNT-ED ' changes logged.'
    DISPLAY 'Undo this merge? (Y/N): ' WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY '  Undo not made.'
        GO TO 4000-EXIT
    END-IF
    MOVE ZERO TO WS-SKIP-COUNT
    MOVE 'N' TO WS-FILE-FAIL-SW
    PERFORM 4300-UNDO-MASTER THRU 4300-EXIT
    IF WS-FILE-FAILED
        DISPLAY '  Undo not made.'
        GO TO 4000-EXIT
    END-IF
    PERFORM 4400-UNDO-BOOKINGS THRU 4400-EXIT
    MOVE ZERO TO WS-HIST-COUNT
    PERFORM 7700-REBUILD-HISTORY THRU 7700-EXIT
    MOVE ZERO TO WS-NTF-COUNT
    PERFORM 7800-REBUILD-NOTIFY THRU 7800-EXIT
*> An undo left part-done is not marked undone; the parts
*> already put back are passed over when it is run again, and
*> the ledger, which cannot tell, is reversed last and only
*> when everything before it went back.
    IF NOT WS-FILE-FAILED
        PERFORM 4700-UNDO-MILEAGE THRU 4700-EXIT
    END-IF
    IF WS-FILE-FAILED
        DISPLAY '  Undo not complete - the merge is still open'
            ' for undo.'
        GO TO 4000-EXIT
    END-IF
    PERFORM 4900-CLOSE-UNDO THRU 4900-EXIT
    DISPLAY ' '
    DISPLAY '  Merge undone - ' WS-CUR-TAG-DUP ' restored.'
    MOVE WS-BOOK-COUNT TO WS-COUNT-ED
    DISPLAY '  Bookings moved back ........ ' WS-COUNT-ED
    MOVE WS-HIST-COUNT TO WS-COUNT-ED
    DISPLAY '  History entries moved back . ' WS-COUNT-ED
    MOVE WS-NTF-COUNT TO WS-COUNT-ED
    DISPLAY '  Notifications moved back ... ' WS-COUNT-ED
    MOVE WS-MT-COUNT TO WS-COUNT-ED
    DISPLAY '  Ledger entries reversed .... ' WS-COUNT-ED
    IF WS-SKIP-COUNT > ZERO
        MOVE WS-SKIP-COUNT TO WS-COUNT-ED
        DISPLAY '  Changed since the merge, left alone: '
            WS-COUNT-ED
    END-IF
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4100-FIND-LAST-MERGE - the latest merge of the duplicate (its
*> PASS entry) not followed by an undo of the same merge.
*> -----------------------------------------------------------
4100-FIND-LAST-MERGE.
    MOVE 'N' TO WS-MERGE-SW
    MOVE SPACES TO WS-FOUND-TAG
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS NOT = '00'
        GO TO 4100-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ AUDIT-LOG-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF AUD-PROGRAM = WS-AUD-PROGRAM
                    MOVE AUD-NEW-VALUE TO WS-MRG-VALUE
                    IF WS-MRG-TAG-DUP = WS-ENTERED-DUP-ID
                        PERFORM 4110-TEST-MERGE-ENTRY THRU 4110-EXIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-LOG-FILE
    .
4100-EXIT.
    EXIT.

4110-TEST-MERGE-ENTRY.
    IF WS-MRG-TAG-WORD = 'MRG ' AND WS-MRG-REC-TYPE = 'PASS'
        MOVE WS-MRG-TAG TO WS-FOUND-TAG
        MOVE 'Y' TO WS-MERGE-SW
    END-IF
    IF WS-MRG-TAG-WORD = 'UND ' AND WS-MERGE-FOUND
       AND WS-MRG-TAG(5:26) = WS-FOUND-TAG(5:26)
        MOVE 'N' TO WS-MERGE-SW
    END-IF
    .
4110-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4200-COLLECT-ENTRIES - every entry the merge logged.
*> -----------------------------------------------------------
4200-COLLECT-ENTRIES.
    MOVE ZERO TO WS-UNDO-COUNT
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT AUDIT-LOG-FILE
    PERFORM UNTIL WS-EOF
        READ AUDIT-LOG-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF AUD-PROGRAM = WS-AUD-PROGRAM
                   AND AUD-NEW-VALUE(1:30) = WS-FOUND-TAG
                    ADD 1 TO WS-UNDO-COUNT
                    IF WS-UNDO-COUNT <= WS-UNDO-MAX
                        MOVE AUD-KEY
                            TO WS-UNDO-KEY(WS-UNDO-COUNT)
                        MOVE AUD-OLD-VALUE
                            TO WS-UNDO-OLD-VALUE(WS-UNDO-COUNT)
                        MOVE AUD-NEW-VALUE
                            TO WS-UNDO-NEW-VALUE(WS-UNDO-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-LOG-FILE
    .
4200-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4300-UNDO-MASTER - the duplicate and survivor field changes,
*> each put back only if it still holds what the merge set.
*> -----------------------------------------------------------
4300-UNDO-MASTER.
    MOVE ZERO TO WS-UNDO-IX
    PERFORM UNTIL WS-UNDO-IX >= WS-UNDO-COUNT
        ADD 1 TO WS-UNDO-IX
        MOVE WS-UNDO-NEW-VALUE(WS-UNDO-IX) TO WS-MRG-VALUE
        IF WS-MRG-REC-TYPE = 'PASS' OR WS-MRG-REC-TYPE = 'SURV'
            PERFORM 4310-UNDO-MASTER-FIELD THRU 4310-EXIT
        END-IF
    END-PERFORM
    PERFORM 7500-REBUILD-MASTER THRU 7500-EXIT
    .
4300-EXIT.
    EXIT.

4310-UNDO-MASTER-FIELD.
    MOVE WS-MRG-REC-TYPE    TO WS-CHG-REC-TYPE
    MOVE WS-MRG-FIELD       TO WS-CHG-FIELD
    MOVE WS-MRG-FIELD-VALUE TO WS-CHG-OLD
    MOVE WS-UNDO-OLD-VALUE(WS-UNDO-IX) TO WS-MRG-VALUE
    MOVE WS-MRG-FIELD-VALUE TO WS-CHG-NEW
    MOVE 'N' TO WS-APPLIED-SW
    EVALUATE WS-CHG-FIELD
        WHEN 'STATUS'
            IF WS-DUP-STATUS = WS-CHG-OLD(1:1)
                MOVE WS-CHG-NEW(1:1) TO WS-DUP-STATUS
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'PHONE'
            IF WS-SURV-PHONE = WS-CHG-OLD(1:15)
                MOVE WS-CHG-NEW(1:15) TO WS-SURV-PHONE
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'EMAIL'
            IF WS-SURV-EMAIL = WS-CHG-OLD(1:30)
                MOVE WS-CHG-NEW(1:30) TO WS-SURV-EMAIL
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'PASSPORT'
            IF WS-SURV-PASSPORT-NO = WS-CHG-OLD(1:12)
                MOVE WS-CHG-NEW(1:12) TO WS-SURV-PASSPORT-NO
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'DOC-TYPE'
            IF WS-SURV-DOC-TYPE = WS-CHG-OLD(1:1)
                MOVE WS-CHG-NEW(1:1) TO WS-SURV-DOC-TYPE
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'DOC-EXP'
            IF WS-SURV-DOC-EXPIRY-DATE = WS-CHG-OLD(1:8)
                MOVE WS-CHG-NEW(1:8) TO WS-SURV-DOC-EXPIRY-DATE
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'DOC-CTRY'
            IF WS-SURV-DOC-ISSUE-CTRY = WS-CHG-OLD(1:3)
                MOVE WS-CHG-NEW(1:3) TO WS-SURV-DOC-ISSUE-CTRY
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'NATION'
            IF WS-SURV-NATIONALITY = WS-CHG-OLD(1:3)
                MOVE WS-CHG-NEW(1:3) TO WS-SURV-NATIONALITY
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'DOB'
            IF WS-SURV-BIRTH-DATE = WS-CHG-OLD(1:8)
                MOVE WS-CHG-NEW(1:8) TO WS-SURV-BIRTH-DATE
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'GENDER'
            IF WS-SURV-GENDER = WS-CHG-OLD(1:1)
                MOVE WS-CHG-NEW(1:1) TO WS-SURV-GENDER
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'FF-NO'
            IF WS-SURV-FF-NUMBER = WS-CHG-OLD(1:10)
                MOVE WS-CHG-NEW(1:10) TO WS-SURV-FF-NUMBER
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
        WHEN 'FF-TIER'
            IF WS-SURV-FF-TIER = WS-CHG-OLD(1:1)
                MOVE WS-CHG-NEW(1:1) TO WS-SURV-FF-TIER
                MOVE 'Y' TO WS-APPLIED-SW
            END-IF
    END-EVALUATE
    IF NOT WS-CHANGE-APPLIED
        ADD 1 TO WS-SKIP-COUNT
        GO TO 4310-EXIT
    END-IF
    MOVE 'C' TO WS-AUD-ACTION
    IF WS-CHG-REC-TYPE = 'PASS'
        MOVE WS-TODAY   TO WS-DUP-LAST-CHG-DATE
        MOVE WS-OPER-ID TO WS-DUP-LAST-CHG-USER
    ELSE
        MOVE WS-TODAY   TO WS-SURV-LAST-CHG-DATE
        MOVE WS-OPER-ID TO WS-SURV-LAST-CHG-USER
    END-IF
    MOVE WS-UNDO-KEY(WS-UNDO-IX) TO WS-AUD-KEY
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    .
4310-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4400-UNDO-BOOKINGS - each moved segment read back by key and
*> returned to the duplicate if the survivor still holds it.
*> -----------------------------------------------------------
4400-UNDO-BOOKINGS.
    MOVE ZERO TO WS-BOOK-COUNT
    OPEN I-O BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS NOT = '00'
        DISPLAY '  Booking master file error - status '
            WS-BOOK-FILE-STATUS ' - bookings not moved back.'
        MOVE 'Y' TO WS-FILE-FAIL-SW
        GO TO 4400-EXIT
    END-IF
    MOVE ZERO TO WS-UNDO-IX
    PERFORM UNTIL WS-UNDO-IX >= WS-UNDO-COUNT
        ADD 1 TO WS-UNDO-IX
        MOVE WS-UNDO-NEW-VALUE(WS-UNDO-IX) TO WS-MRG-VALUE
        IF WS-MRG-REC-TYPE = 'BOOK'
            PERFORM 4410-UNDO-BOOKING THRU 4410-EXIT
        END-IF
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
4400-EXIT.
    EXIT.

4410-UNDO-BOOKING.
    MOVE WS-UNDO-KEY(WS-UNDO-IX) TO WS-BOOK-AUD-KEY
    MOVE WS-BAK-PNR     TO BOOK-PNR
    MOVE WS-BAK-SEG-SEQ TO BOOK-SEG-SEQ
    READ BOOKING-MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-SKIP-COUNT
            GO TO 4410-EXIT
    END-READ
    IF BOOK-PASS-ID NOT = WS-CUR-TAG-SURV
        ADD 1 TO WS-SKIP-COUNT
        GO TO 4410-EXIT
    END-IF
    MOVE 'BOOK'          TO WS-CHG-REC-TYPE
    MOVE 'C'             TO WS-AUD-ACTION
    MOVE SPACES          TO WS-AUD-KEY
    MOVE WS-BOOK-AUD-KEY TO WS-AUD-KEY
    MOVE 'PASS-ID'       TO WS-CHG-FIELD
    MOVE WS-CUR-TAG-SURV TO WS-CHG-OLD
    MOVE WS-CUR-TAG-DUP  TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    MOVE WS-CUR-TAG-DUP TO BOOK-PASS-ID
    REWRITE BOOK-RECORD
        INVALID KEY
            DISPLAY '  Booking ' BOOK-PNR ' seg ' BOOK-SEG-SEQ
                ' not moved back - rewrite failed.'
        NOT INVALID KEY
            ADD 1 TO WS-BOOK-COUNT
    END-REWRITE
    .
4410-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4700-UNDO-MILEAGE - every ledger entry the merge wrote is
*> cancelled by its opposite under the same member number.
*> -----------------------------------------------------------
4700-UNDO-MILEAGE.
    MOVE ZERO TO WS-MT-COUNT
    MOVE ZERO TO WS-UNDO-IX
    PERFORM UNTIL WS-UNDO-IX >= WS-UNDO-COUNT
        ADD 1 TO WS-UNDO-IX
        MOVE WS-UNDO-NEW-VALUE(WS-UNDO-IX) TO WS-MRG-VALUE
        IF WS-MRG-REC-TYPE = 'MILE'
            IF WS-MT-COUNT = ZERO
                OPEN EXTEND MILEAGE-LEDGER-FILE
                IF WS-MILE-FILE-STATUS NOT = '00'
                    DISPLAY '  Mileage ledger file error - status '
                        WS-MILE-FILE-STATUS
                        ' - ledger entries not reversed.'
                    MOVE 'Y' TO WS-FILE-FAIL-SW
                    GO TO 4700-EXIT
                END-IF
            END-IF
            PERFORM 4710-REVERSE-LEDGER-ENTRY THRU 4710-EXIT
        END-IF
    END-PERFORM
    IF WS-MT-COUNT > ZERO
        CLOSE MILEAGE-LEDGER-FILE
    END-IF
    .
4700-EXIT.
    EXIT.

4710-REVERSE-LEDGER-ENTRY.
    MOVE SPACES                 TO MILE-RECORD
    MOVE WS-UNDO-KEY(WS-UNDO-IX) TO MILE-FF-NUMBER
    MOVE WS-MRG-MILE-POST-DATE  TO MILE-POST-DATE
    MOVE WS-MRG-MILE-PNR        TO MILE-PNR
    MOVE WS-MRG-MILE-FLT-NUMBER TO MILE-FLT-NUMBER
    MOVE WS-MRG-MILE-DEP-DATE   TO MILE-FLT-DEP-DATE
    MOVE WS-MRG-MILE-ORIGIN     TO MILE-ORIGIN
    MOVE WS-MRG-MILE-DEST       TO MILE-DEST
    MOVE WS-MRG-MILE-CLASS      TO MILE-FARE-CLASS
    MOVE WS-MRG-MILE-BASE       TO MILE-BASE-MILES
    MOVE WS-MRG-MILE-BONUS      TO MILE-BONUS-MILES
    MOVE WS-MRG-MILE-TOTAL      TO MILE-TOTAL-MILES
    MOVE WS-MRG-MILE-TYPE       TO MILE-ENTRY-TYPE
    PERFORM 7950-OPPOSITE-TYPE THRU 7950-EXIT
    MOVE WS-OPPOSITE-TYPE TO MILE-ENTRY-TYPE
    WRITE MILE-RECORD
    ADD 1 TO WS-MT-COUNT
    PERFORM 8200-AUDIT-LEDGER THRU 8200-EXIT
    .
4710-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4900-CLOSE-UNDO - the entry that marks the merge undone, so
*> it is never undone twice.
*> -----------------------------------------------------------
4900-CLOSE-UNDO.
    MOVE 'PASS'         TO WS-CHG-REC-TYPE
    MOVE 'C'            TO WS-AUD-ACTION
    MOVE SPACES         TO WS-AUD-KEY
    MOVE WS-CUR-TAG-DUP TO WS-AUD-KEY
    MOVE 'MERGE'        TO WS-CHG-FIELD
    MOVE SPACES         TO WS-CHG-OLD
    STRING 'INTO ' WS-CUR-TAG-SURV DELIMITED BY SIZE
        INTO WS-CHG-OLD
    MOVE 'UNDONE'       TO WS-CHG-NEW
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    .
4900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-FIND-PASSENGER - sequential scan for WS-SEARCH-ID.
*> Leaves PASS-RECORD populated with the matching record.
*> -----------------------------------------------------------
7000-FIND-PASSENGER.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-FOUND-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        GO TO 7000-EXIT
    END-IF
    PERFORM UNTIL WS-EOF OR WS-RECORD-FOUND
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF PASS-ID = WS-SEARCH-ID
                    MOVE 'Y' TO WS-FOUND-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
7000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7500-REBUILD-MASTER - old-master/new-master rewrite with the
*> survivor and duplicate replaced by the held copies; every
*> other record is copied through unchanged, in place.  If any
*> open fails the master is left as it was and WS-FILE-FAILED
*> is set.
*> -----------------------------------------------------------
7500-REBUILD-MASTER.
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        DISPLAY '  Passenger master file error - status '
            WS-PASS-FILE-STATUS ' - master not rebuilt.'
        MOVE 'Y' TO WS-FILE-FAIL-SW
        GO TO 7500-EXIT
    END-IF
    OPEN OUTPUT PASSENGER-MASTER-WORK
    IF WS-WORK-FILE-STATUS NOT = '00'
        DISPLAY '  Passenger work file error - status '
            WS-WORK-FILE-STATUS ' - master not rebuilt.'
        CLOSE PASSENGER-MASTER-FILE
        MOVE 'Y' TO WS-FILE-FAIL-SW
        GO TO 7500-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                EVALUATE PASS-ID
                    WHEN WS-SURV-PASS-ID
                        MOVE WS-SURV-PASS TO PASS-WORK-RECORD
                    WHEN WS-DUP-PASS-ID
                        MOVE WS-DUP-PASS TO PASS-WORK-RECORD
                    WHEN OTHER
                        MOVE PASS-RECORD TO PASS-WORK-RECORD
                END-EVALUATE
                WRITE PASS-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    CLOSE PASSENGER-MASTER-WORK
    PERFORM 7600-REPLACE-MASTER THRU 7600-EXIT
    .
7500-EXIT.
    EXIT.

7600-REPLACE-MASTER.
    OPEN INPUT PASSENGER-MASTER-WORK
    IF WS-WORK-FILE-STATUS NOT = '00'
        DISPLAY '  Passenger work file error - status '
            WS-WORK-FILE-STATUS ' - master not rebuilt.'
        MOVE 'Y' TO WS-FILE-FAIL-SW
        GO TO 7600-EXIT
    END-IF
    OPEN OUTPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        DISPLAY '  Passenger master file error - status '
            WS-PASS-FILE-STATUS ' - master not rebuilt.'
        CLOSE PASSENGER-MASTER-WORK
        MOVE 'Y' TO WS-FILE-FAIL-SW
        GO TO 7600-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ PASSENGER-MASTER-WORK
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                WRITE PASS-RECORD FROM PASS-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-WORK
    CLOSE PASSENGER-MASTER-FILE
    .
7600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7700-REBUILD-HISTORY - old-master/new-master pass over the
*> booking history.  On a merge every entry under the duplicate
*> moves to the survivor; on an undo only the entries the merge
*> logged, if the survivor still holds them.  WS-FUNCTION still
*> holds the menu choice.  No history on file moves nothing.
*> -----------------------------------------------------------
7700-REBUILD-HISTORY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-HISTORY-FILE
    IF WS-HIST-FILE-STATUS NOT = '00'
        GO TO 7700-EXIT
    END-IF
    OPEN OUTPUT BOOKING-HISTORY-WORK
    PERFORM UNTIL WS-EOF
        READ BOOKING-HISTORY-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                PERFORM 7710-JUDGE-HISTORY THRU 7710-EXIT
                WRITE HIST-WORK-RECORD FROM BOOK-HIST-RECORD
        END-READ
    END-PERFORM
    CLOSE BOOKING-HISTORY-FILE
    CLOSE BOOKING-HISTORY-WORK
    IF WS-HIST-COUNT = ZERO
        GO TO 7700-EXIT
    END-IF
    OPEN INPUT BOOKING-HISTORY-WORK
    OPEN OUTPUT BOOKING-HISTORY-FILE
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ BOOKING-HISTORY-WORK
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                WRITE BOOK-HIST-RECORD FROM HIST-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE BOOKING-HISTORY-WORK
    CLOSE BOOKING-HISTORY-FILE
    .
7700-EXIT.
    EXIT.

7710-JUDGE-HISTORY.
    MOVE HIST-PNR     TO WS-BAK-PNR
    MOVE HIST-SEG-SEQ TO WS-BAK-SEG-SEQ
    MOVE 'HIST'          TO WS-CHG-REC-TYPE
    MOVE 'C'             TO WS-AUD-ACTION
    MOVE 'PASS-ID'       TO WS-CHG-FIELD
    IF WS-FUNCTION = 'M'
        IF HIST-PASS-ID NOT = WS-DUP-PASS-ID
            GO TO 7710-EXIT
        END-IF
        MOVE WS-SURV-PASS-ID TO HIST-PASS-ID
    ELSE
        IF HIST-PASS-ID NOT = WS-CUR-TAG-SURV
            GO TO 7710-EXIT
        END-IF
        MOVE SPACES TO WS-AUD-KEY
        MOVE WS-BOOK-AUD-KEY TO WS-AUD-KEY
        PERFORM 7900-FIND-UNDO-ENTRY THRU 7900-EXIT
        IF NOT WS-RECORD-FOUND
            GO TO 7710-EXIT
        END-IF
        MOVE WS-CUR-TAG-DUP TO HIST-PASS-ID
    END-IF
    MOVE WS-CUR-TAG-DUP  TO WS-CHG-OLD
    MOVE WS-CUR-TAG-SURV TO WS-CHG-NEW
    IF WS-FUNCTION NOT = 'M'
        MOVE WS-CUR-TAG-SURV TO WS-CHG-OLD
        MOVE WS-CUR-TAG-DUP  TO WS-CHG-NEW
    END-IF
    MOVE SPACES          TO WS-AUD-KEY
    MOVE WS-BOOK-AUD-KEY TO WS-AUD-KEY
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    ADD 1 TO WS-HIST-COUNT
    .
7710-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7800-REBUILD-NOTIFY - the same pass over the notification
*> extract.  NOTIFFMT clears the extract nightly, so an undo
*> after the night run finds the merge's entries already sent.
*> -----------------------------------------------------------
7800-REBUILD-NOTIFY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT NOTIFY-EXTRACT-FILE
    IF WS-NTF-FILE-STATUS NOT = '00'
        GO TO 7800-EXIT
    END-IF
    OPEN OUTPUT NOTIFY-EXTRACT-WORK
    PERFORM UNTIL WS-EOF
        READ NOTIFY-EXTRACT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                PERFORM 7810-JUDGE-NOTIFY THRU 7810-EXIT
                WRITE NTF-WORK-RECORD FROM NTF-RECORD
        END-READ
    END-PERFORM
    CLOSE NOTIFY-EXTRACT-FILE
    CLOSE NOTIFY-EXTRACT-WORK
    IF WS-NTF-COUNT = ZERO
        GO TO 7800-EXIT
    END-IF
    OPEN INPUT NOTIFY-EXTRACT-WORK
    OPEN OUTPUT NOTIFY-EXTRACT-FILE
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
        READ NOTIFY-EXTRACT-WORK
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                WRITE NTF-RECORD FROM NTF-WORK-RECORD
        END-READ
    END-PERFORM
    CLOSE NOTIFY-EXTRACT-WORK
    CLOSE NOTIFY-EXTRACT-FILE
    .
7800-EXIT.
    EXIT.

7810-JUDGE-NOTIFY.
    MOVE NTF-PNR         TO WS-NAK-PNR
    MOVE NTF-SEG-SEQ     TO WS-NAK-SEG-SEQ
    MOVE NTF-EVENT-TIME  TO WS-NAK-EVENT-TIME
    MOVE 'NTFY'          TO WS-CHG-REC-TYPE
    MOVE 'C'             TO WS-AUD-ACTION
    MOVE 'PASS-ID'       TO WS-CHG-FIELD
    IF WS-FUNCTION = 'M'
        IF NTF-PASS-ID NOT = WS-DUP-PASS-ID
            GO TO 7810-EXIT
        END-IF
        MOVE WS-SURV-PASS-ID TO NTF-PASS-ID
    ELSE
        IF NTF-PASS-ID NOT = WS-CUR-TAG-SURV
            GO TO 7810-EXIT
        END-IF
        MOVE SPACES TO WS-AUD-KEY
        MOVE WS-NTF-AUD-KEY TO WS-AUD-KEY
        PERFORM 7900-FIND-UNDO-ENTRY THRU 7900-EXIT
        IF NOT WS-RECORD-FOUND
            GO TO 7810-EXIT
        END-IF
        MOVE WS-CUR-TAG-DUP TO NTF-PASS-ID
    END-IF
    MOVE WS-CUR-TAG-DUP  TO WS-CHG-OLD
    MOVE WS-CUR-TAG-SURV TO WS-CHG-NEW
    IF WS-FUNCTION NOT = 'M'
        MOVE WS-CUR-TAG-SURV TO WS-CHG-OLD
        MOVE WS-CUR-TAG-DUP  TO WS-CHG-NEW
    END-IF
    MOVE SPACES         TO WS-AUD-KEY
    MOVE WS-NTF-AUD-KEY TO WS-AUD-KEY
    PERFORM 8100-AUDIT-FIELD THRU 8100-EXIT
    ADD 1 TO WS-NTF-COUNT
    .
7810-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7900-FIND-UNDO-ENTRY - is there a logged entry of record type
*> WS-CHG-REC-TYPE for the key in WS-AUD-KEY?
*> -----------------------------------------------------------
7900-FIND-UNDO-ENTRY.
    MOVE 'N' TO WS-FOUND-SW
    MOVE ZERO TO WS-UNDO-IX
    PERFORM UNTIL WS-RECORD-FOUND OR WS-UNDO-IX >= WS-UNDO-COUNT
        ADD 1 TO WS-UNDO-IX
        IF WS-UNDO-KEY(WS-UNDO-IX) = WS-AUD-KEY
           AND WS-UNDO-NEW-VALUE(WS-UNDO-IX)(31:4) = WS-CHG-REC-TYPE
            MOVE 'Y' TO WS-FOUND-SW
        END-IF
    END-PERFORM
    .
7900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7950-OPPOSITE-TYPE - the ledger entry type that cancels the
*> one in MILE-ENTRY-TYPE: an accrual by an accrual reversal, a
*> redemption by a redemption reversal, and back.
*> -----------------------------------------------------------
7950-OPPOSITE-TYPE.
    EVALUATE TRUE
        WHEN MILE-ACCRUAL
            MOVE 'X' TO WS-OPPOSITE-TYPE
        WHEN MILE-ACCRUAL-REVERSAL
            MOVE 'A' TO WS-OPPOSITE-TYPE
        WHEN MILE-REDEMPTION
            MOVE 'C' TO WS-OPPOSITE-TYPE
        WHEN MILE-REDEMPTION-REVERSAL
            MOVE 'R' TO WS-OPPOSITE-TYPE
        WHEN OTHER
            MOVE 'X' TO WS-OPPOSITE-TYPE
    END-EVALUATE
    .
7950-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-AUDIT - appends one before/after entry to
*> AUDIT-LOG-FILE via the common AUDITLOG subprogram.
*> -----------------------------------------------------------
8000-WRITE-AUDIT.
    CALL 'AUDITLOG' USING WS-AUD-PROGRAM WS-OPER-ID WS-AUD-ACTION
        WS-AUD-KEY WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE
    .
8000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8100-AUDIT-FIELD - one field change (WS-CHG-*) under the
*> current tag; the caller sets the action and key.
*> -----------------------------------------------------------
8100-AUDIT-FIELD.
    MOVE WS-CUR-TAG      TO WS-MRG-TAG
    MOVE WS-CHG-REC-TYPE TO WS-MRG-REC-TYPE
    MOVE SPACE           TO WS-MRG-REC-SEP
    MOVE SPACES          TO WS-MRG-DETAIL
    MOVE WS-CHG-FIELD    TO WS-MRG-FIELD
    MOVE '='             TO WS-MRG-EQUALS
    MOVE WS-CHG-OLD      TO WS-MRG-FIELD-VALUE
    MOVE WS-MRG-VALUE    TO WS-AUD-OLD-VALUE
    MOVE WS-CHG-NEW      TO WS-MRG-FIELD-VALUE
    MOVE WS-MRG-VALUE    TO WS-AUD-NEW-VALUE
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    .
8100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8200-AUDIT-LEDGER - the ledger entry just written from
*> MILE-RECORD, keyed on its member number.
*> -----------------------------------------------------------
8200-AUDIT-LEDGER.
    MOVE WS-CUR-TAG      TO WS-MRG-TAG
    MOVE 'MILE'          TO WS-MRG-REC-TYPE
    MOVE SPACE           TO WS-MRG-REC-SEP
    MOVE SPACES          TO WS-MRG-DETAIL
    MOVE WS-MRG-VALUE    TO WS-AUD-OLD-VALUE
    MOVE MILE-ENTRY-TYPE   TO WS-MRG-MILE-TYPE
    MOVE MILE-POST-DATE    TO WS-MRG-MILE-POST-DATE
    MOVE MILE-PNR          TO WS-MRG-MILE-PNR
    MOVE MILE-FLT-NUMBER   TO WS-MRG-MILE-FLT-NUMBER
    MOVE MILE-FLT-DEP-DATE TO WS-MRG-MILE-DEP-DATE
    MOVE MILE-ORIGIN       TO WS-MRG-MILE-ORIGIN
    MOVE MILE-DEST         TO WS-MRG-MILE-DEST
    MOVE MILE-FARE-CLASS   TO WS-MRG-MILE-CLASS
    MOVE MILE-BASE-MILES   TO WS-MRG-MILE-BASE
    MOVE MILE-BONUS-MILES  TO WS-MRG-MILE-BONUS
    MOVE MILE-TOTAL-MILES  TO WS-MRG-MILE-TOTAL
    MOVE WS-MRG-VALUE    TO WS-AUD-NEW-VALUE
    MOVE 'A'             TO WS-AUD-ACTION
    MOVE SPACES          TO WS-AUD-KEY
    MOVE MILE-FF-NUMBER  TO WS-AUD-KEY
    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
    .
8200-EXIT.
    EXIT.
