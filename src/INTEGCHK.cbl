*> ---------------------------------------------------------------
*> INTEGCHK
*> Nightly cross-file referential integrity check.
*>
*> Standalone batch program - not on the AIRMAIN menu.  Runs in
*> the NIGHTRUN stream after FLTCLOSE and before SETTLE.  Every
*> master is kept by a different program, some indexed and some
*> rebuilt old-master/new-master, and SEATRECON only checks seat
*> counts; this job checks the files against each other:
*>
*>   BOOKING-MASTER against PASSENGER-MASTER, FLIGHT-MASTER,
*>     the payment ledger, the settlement file and the booking
*>     history;
*>   the mileage ledger against PASSENGER-MASTER;
*>   the payment ledger against the live and archived bookings;
*>   PNR-CONTROL against the highest PNR on file.
*>
*> The file-to-file matches are done by a match sort: each file
*> releases its keys (passenger ID, frequent-flyer number, or
*> PNR and segment) with a source code that brings the master's
*> own entry ahead of the entries that refer to it, so one pass
*> over the sorted keys finds every reference with nothing
*> behind it.  The flight checks are direct keyed READs of
*> FLIGHT-MASTER.  Every break found goes to a work file, and a
*> second sort prints them by severity and category:
*>
*>   SEVERE - bad data SETTLE or the nightly extracts would
*>            carry forward.  Any severe break ends the run with
*>            RETURN-CODE 8, which stops the NIGHTRUN stream
*>            before settlement.
*>   WARNING - drift to be cleaned up, listed only; return code
*>            stays zero and the stream carries on.
*>
*> A segment that owes no payment-ledger entry is exempt from
*> the paid check: an award booking (paid in miles) and an
*> interline booking loaded by INTLLOAD (ticketed by the
*> partner).  An award booking settles with no settlement line,
*> so it is exempt from the settled check.  Excess-baggage
*> charges ('B') on the payment ledger are not fare payments and
*> are ignored.  Read-only against every file.
*>
*> A file not created yet is taken as empty.  A file on disk
*> that will not open is not: the match is not run on part of
*> the keys, the report names the file, and the run ends with
*> RETURN-CODE 8.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FLIGHT-MASTER-FILE ASSIGN TO "FLIGHTDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FLT-KEY
        FILE STATUS IS WS-FLIGHT-FILE-STATUS.
    SELECT BOOKING-MASTER-FILE ASSIGN TO "BOOKDB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BOOK-KEY
        ALTERNATE RECORD KEY IS BOOK-FLT-KEY WITH DUPLICATES
        FILE STATUS IS WS-BOOK-FILE-STATUS.
    SELECT BOOKING-HISTORY-FILE ASSIGN TO "BOOKHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PAY-FILE-STATUS.
    SELECT MILEAGE-LEDGER-FILE ASSIGN TO "MILELOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MILE-FILE-STATUS.
    SELECT DAILY-SETTLEMENT-FILE ASSIGN TO "SETTLDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SETL-FILE-STATUS.
    SELECT PNR-CONTROL-FILE ASSIGN TO "PNRCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PNR-FILE-STATUS.
    SELECT INTEGRITY-EXCEPTION-FILE ASSIGN TO "INTGWORK"
        ORGANIZATION IS SEQUENTIAL.
    SELECT MATCH-SORT-FILE ASSIGN TO "SRTWK01".
    SELECT EXCEPTION-SORT-FILE ASSIGN TO "SRTWK02".
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  FLIGHT-MASTER-FILE.
COPY FLTREC.

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

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

FD  PAYMENT-LEDGER-FILE.
COPY PAYREC.

FD  MILEAGE-LEDGER-FILE.
COPY MILEREC.

FD  DAILY-SETTLEMENT-FILE.
COPY SETTREC.

FD  PNR-CONTROL-FILE.
COPY PNRCTL.

*> One entry per integrity break found.
FD  INTEGRITY-EXCEPTION-FILE.
01  INTEGRITY-EXCEPTION-RECORD.
    05  EX-SEVERITY                  PIC X(01).
    05  EX-CATEGORY                  PIC 9(02).
    05  EX-PNR                       PIC X(06).
    05  EX-SEG-SEQ                   PIC X(02).
    05  EX-REFERENCE                 PIC X(14).
    05  EX-DETAIL                    PIC X(50).

*> The match keys.  The source code orders a key's entries so
*> the master's own entry comes ahead of those referring to it:
*>   domain P (passenger ID)  1 active passenger, 2 deleted
*>                            passenger, 4 live booking
*>   domain F (FF number)     1 passenger holding the number,
*>                            4 mileage-ledger entry
*>   domain S (PNR+segment)   1 payment, 2 settlement line,
*>                            3 history segment, 4 live segment
SD  MATCH-SORT-FILE.
01  MATCH-SORT-RECORD.
    05  SM-DOMAIN                    PIC X(01).
        88  SM-PASSENGER-KEY         VALUE 'P'.
        88  SM-FF-NUMBER-KEY         VALUE 'F'.
        88  SM-SEGMENT-KEY           VALUE 'S'.
    05  SM-KEY                       PIC X(10).
    05  SM-SOURCE                    PIC X(01).
    05  SM-PNR                       PIC X(06).
    05  SM-SEG-SEQ                   PIC 9(02).
    05  SM-PASS-ID                   PIC X(08).
    05  SM-PAID-SW                   PIC X(01).
        88  SM-PAYMENT-DUE           VALUE 'Y'.
    05  SM-SETTLED-SW                PIC X(01).
        88  SM-SETTLEMENT-DUE        VALUE 'Y'.

SD  EXCEPTION-SORT-FILE.
01  EXCEPTION-SORT-RECORD.
    05  SX-SEVERITY                  PIC X(01).
        88  SX-SEVERE                VALUE 'S'.
        88  SX-WARNING               VALUE 'W'.
    05  SX-CATEGORY                  PIC 9(02).
    05  SX-PNR                       PIC X(06).
    05  SX-SEG-SEQ                   PIC X(02).
    05  SX-REFERENCE                 PIC X(14).
    05  SX-DETAIL                    PIC X(50).

FD  INTEGRITY-REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-FIRST-SW                 PIC X VALUE 'Y'.
        88  WS-FIRST-RECORD         VALUE 'Y'.
    05  WS-RUN-SW                   PIC X VALUE 'N'.
        88  WS-RUN-OK               VALUE 'Y'.
    05  WS-FLT-FOUND-SW             PIC X VALUE 'N'.
        88  WS-FLIGHT-FOUND         VALUE 'Y'.
    05  WS-FILES-SW                 PIC X VALUE 'Y'.
        88  WS-FILES-OK             VALUE 'Y'.

01  WS-FLIGHT-FILE-STATUS            PIC X(02) VALUE '00'.
01  WS-BOOK-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-HIST-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PAY-FILE-STATUS               PIC X(02) VALUE '00'.
01  WS-MILE-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-SETL-FILE-STATUS              PIC X(02) VALUE '00'.
01  WS-PNR-FILE-STATUS               PIC X(02) VALUE '00'.

*> The file being opened, for the unreadable-file message.
01  WS-CHK-DDNAME                    PIC X(08) VALUE SPACES.
01  WS-CHK-STATUS                    PIC X(02) VALUE '00'.

01  WS-TODAY                         PIC 9(08).

*> The flight last read for the booking walk - bookings come in
*> PNR order, so consecutive segments on one flight share a READ.
01  WS-LAST-FLT-KEY.
    05  WS-LAST-FLT-NUMBER           PIC X(06) VALUE SPACES.
    05  WS-LAST-FLT-DEP-DATE         PIC 9(08) VALUE ZERO.

*> A segment match key: PNR and segment number.
01  WS-SEG-KEY.
    05  WS-SK-PNR                    PIC X(06).
    05  WS-SK-SEG-SEQ                PIC 9(02).
    05  FILLER                       PIC X(02) VALUE SPACES.

*> Highest numeric PNR on the live and archived bookings, for
*> the PNR-CONTROL check.
01  WS-HIGH-PNR                      PIC 9(06) VALUE ZERO.
01  WS-PNR-NUMBER                    PIC 9(06) VALUE ZERO.

*> Match-group state: the key being gathered and what has been
*> seen under it so far.
01  WS-PREV-DOMAIN                   PIC X(01) VALUE SPACES.
01  WS-PREV-KEY                      PIC X(10) VALUE SPACES.
01  WS-GROUP-FLAGS.
    05  WS-GRP-ANCHOR-SW             PIC X(01).
        88  WS-GRP-ANCHOR            VALUE 'Y'.
    05  WS-GRP-DELETED-SW            PIC X(01).
        88  WS-GRP-DELETED           VALUE 'Y'.
    05  WS-GRP-SETTLED-SW            PIC X(01).
        88  WS-GRP-SETTLED           VALUE 'Y'.
    05  WS-GRP-HIST-SW               PIC X(01).
        88  WS-GRP-HISTORY           VALUE 'Y'.
    05  WS-GRP-LIVE-SW               PIC X(01).
        88  WS-GRP-LIVE              VALUE 'Y'.
77  WS-GRP-REF-COUNT                 PIC 9(07) COMP VALUE ZERO.
01  WS-GRP-LAST-PNR                  PIC X(06) VALUE SPACES.
*> A settlement line written before SETTLE carried the segment
*> number has none; it settles every segment of its PNR, and
*> sorts ahead of the PNR's first segment.
01  WS-WHOLE-PNR-SETTLED             PIC X(06) VALUE SPACES.

*> The break being written, staged for 8000-WRITE-EXCEPTION.
01  WS-EXC-CATEGORY                  PIC 9(02) VALUE ZERO.
01  WS-EXC-PNR                       PIC X(06).
01  WS-EXC-SEG-SEQ                   PIC X(02).
01  WS-EXC-REFERENCE                 PIC X(14).
01  WS-EXC-DETAIL                    PIC X(50).

*> The categories, in report order within severity.  A category
*> is always the same severity.
77  WS-CAT-MAX                       PIC 9(02) COMP VALUE 11.
77  WS-CAT-IX                        PIC 9(02) COMP VALUE ZERO.
01  WS-CATEGORY-NAMES.
    05  FILLER                       PIC X(50)
        VALUE 'BOOKING PASSENGER NOT ON PASSENGER MASTER'.
    05  FILLER                       PIC X(50)
        VALUE 'LIVE BOOKING ON A FLIGHT NOT ON FILE'.
    05  FILLER                       PIC X(50)
        VALUE 'LIVE BOOKING ON A CLOSED DEPARTURE'.
    05  FILLER                       PIC X(50)
        VALUE 'PAID SEGMENT WITH NO PAYMENT-LEDGER ENTRY'.
    05  FILLER                       PIC X(50)
        VALUE 'SETTLED SEGMENT WITH NO SETTLEMENT LINE'.
    05  FILLER                       PIC X(50)
        VALUE 'SEGMENT ON BOTH LIVE MASTER AND BOOKING HISTORY'.
    05  FILLER                       PIC X(50)
        VALUE 'PNR-CONTROL NUMBER BEHIND A PNR ON FILE'.
    05  FILLER                       PIC X(50)
        VALUE 'CONFIRMED BOOKING ON A CANCELLED DEPARTURE'.
    05  FILLER                       PIC X(50)
        VALUE 'BOOKING PASSENGER DELETED OR MERGED AWAY'.
    05  FILLER                       PIC X(50)
        VALUE 'MILEAGE-LEDGER FF NUMBER HELD BY NO PASSENGER'.
    05  FILLER                       PIC X(50)
        VALUE 'PAYMENT-LEDGER ENTRY FOR A SEGMENT NOT ON FILE'.
01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
    05  WS-CATEGORY-NAME             PIC X(50) OCCURS 11 TIMES.
01  WS-SEVERITY-CODES                PIC X(11) VALUE 'SSSSSSSWWWW'.
01  WS-SEVERITY-TABLE REDEFINES WS-SEVERITY-CODES.
    05  WS-CATEGORY-SEVERITY         PIC X(01) OCCURS 11 TIMES.
01  WS-CATEGORY-COUNTS.
    05  WS-CATEGORY-COUNT            PIC 9(07) COMP OCCURS 11 TIMES.

01  WS-PREV-CATEGORY                 PIC 9(02) VALUE ZERO.

77  WS-BOOK-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-HIST-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-PASS-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-PAY-COUNT                     PIC 9(07) COMP VALUE ZERO.
77  WS-MILE-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-SETL-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-SEVERE-COUNT                  PIC 9(07) COMP VALUE ZERO.
77  WS-WARNING-COUNT                 PIC 9(07) COMP VALUE ZERO.

01  WS-COUNT-ED                      PIC ZZZZZZ9.
01  WS-CAT-ED                        PIC Z9.
01  WS-PNR-ED                        PIC 9(06).

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(12) VALUE '  PNR    SG'.
    05  FILLER                       PIC X(16) VALUE 'REFERENCE'.
    05  FILLER                       PIC X(06) VALUE 'DETAIL'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-PNR                       PIC X(06).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-SEG-SEQ                   PIC X(02).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-REFERENCE                 PIC X(14).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-DETAIL                    PIC X(50).

01  WS-CATEGORY-LINE.
    05  CL-SEVERITY                  PIC X(08).
    05  CL-CATEGORY                  PIC 99.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-NAME                      PIC X(50).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  CL-COUNT                     PIC ZZZZZZ9.

01  WS-TOTAL-LINE.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  TL-LABEL                     PIC X(40).
    05  TL-COUNT                     PIC ZZZZZZ9.

*> -----------------------------------------------------------
*> PROCEDURE DIVISION
*> -----------------------------------------------------------
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-RUN-OK
        PERFORM 2000-CHECK-FILES THRU 2000-EXIT
    END-IF
    IF WS-RUN-OK AND WS-FILES-OK
        OPEN OUTPUT INTEGRITY-EXCEPTION-FILE
        SORT MATCH-SORT-FILE
            ON ASCENDING KEY SM-DOMAIN SM-KEY SM-SOURCE
            INPUT PROCEDURE 3000-RELEASE-KEYS THRU 3000-EXIT
            OUTPUT PROCEDURE 4000-MATCH-KEYS THRU 4000-EXIT
        PERFORM 5000-CHECK-PNR-CONTROL THRU 5000-EXIT
        CLOSE INTEGRITY-EXCEPTION-FILE
    END-IF
    IF WS-RUN-OK AND NOT WS-FILES-OK
        MOVE SPACES TO REPORT-LINE
        STRING '** INTEGRITY NOT CHECKED - NIGHT STREAM STOPPED'
               ' BEFORE SETTLEMENT **'
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-RUN-OK
        IF WS-FILES-OK
            SORT EXCEPTION-SORT-FILE
                ON ASCENDING KEY SX-SEVERITY SX-CATEGORY SX-PNR
                                 SX-SEG-SEQ SX-REFERENCE
                INPUT PROCEDURE 6000-RELEASE-EXCEPTIONS THRU 6000-EXIT
                OUTPUT PROCEDURE 7000-PRINT-EXCEPTIONS THRU 7000-EXIT
            PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        END-IF
        CLOSE FLIGHT-MASTER-FILE
        CLOSE INTEGRITY-REPORT-FILE
        IF WS-SEVERE-COUNT > ZERO
            DISPLAY 'INTEGCHK - severe integrity breaks found,'
                ' see the report.'
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.

1000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY ' '
    DISPLAY '-- Cross-File Integrity Check (INTEGCHK) --'
    DISPLAY '  Run date: ' WS-TODAY
    OPEN INPUT FLIGHT-MASTER-FILE
    IF WS-FLIGHT-FILE-STATUS NOT = '00'
        DISPLAY 'INTEGCHK - flight master file error, status '
            WS-FLIGHT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE 'Y' TO WS-RUN-SW
    MOVE ZERO TO WS-CAT-IX
    PERFORM UNTIL WS-CAT-IX >= WS-CAT-MAX
        ADD 1 TO WS-CAT-IX
        MOVE ZERO TO WS-CATEGORY-COUNT(WS-CAT-IX)
    END-PERFORM
    OPEN OUTPUT INTEGRITY-REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'CROSS-FILE INTEGRITY CHECK - RUN ' WS-TODAY
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2000-CHECK-FILES - open each file the match reads before any
*> key is released.  Not on disk yet ('35') is an empty file;
*> any other open failure is reported by 2900 and the match is
*> not run.
*> -----------------------------------------------------------
2000-CHECK-FILES.
    MOVE 'Y' TO WS-FILES-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    MOVE 'PASSDB'            TO WS-CHK-DDNAME
    MOVE WS-PASS-FILE-STATUS TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-PASS-FILE-STATUS = '00'
        CLOSE PASSENGER-MASTER-FILE
    END-IF
    OPEN INPUT BOOKING-MASTER-FILE
    MOVE 'BOOKDB'            TO WS-CHK-DDNAME
    MOVE WS-BOOK-FILE-STATUS TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-BOOK-FILE-STATUS = '00'
        CLOSE BOOKING-MASTER-FILE
    END-IF
    OPEN INPUT BOOKING-HISTORY-FILE
    MOVE 'BOOKHIST'          TO WS-CHK-DDNAME
    MOVE WS-HIST-FILE-STATUS TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-HIST-FILE-STATUS = '00'
        CLOSE BOOKING-HISTORY-FILE
    END-IF
    OPEN INPUT PAYMENT-LEDGER-FILE
    MOVE 'PAYLOG'            TO WS-CHK-DDNAME
    MOVE WS-PAY-FILE-STATUS  TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-PAY-FILE-STATUS = '00'
        CLOSE PAYMENT-LEDGER-FILE
    END-IF
    OPEN INPUT DAILY-SETTLEMENT-FILE
    MOVE 'SETTLDB'           TO WS-CHK-DDNAME
    MOVE WS-SETL-FILE-STATUS TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-SETL-FILE-STATUS = '00'
        CLOSE DAILY-SETTLEMENT-FILE
    END-IF
    OPEN INPUT MILEAGE-LEDGER-FILE
    MOVE 'MILELOG'           TO WS-CHK-DDNAME
    MOVE WS-MILE-FILE-STATUS TO WS-CHK-STATUS
    PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
    IF WS-MILE-FILE-STATUS = '00'
        CLOSE MILEAGE-LEDGER-FILE
    END-IF
    .
2000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 2900-CHECK-OPEN - an open that failed for any reason but
*> "not created yet" stops the match: console message, a
*> report line naming the file, and return code 8.
*> -----------------------------------------------------------
2900-CHECK-OPEN.
    IF WS-CHK-STATUS = '00' OR WS-CHK-STATUS = '35'
        GO TO 2900-EXIT
    END-IF
    DISPLAY 'INTEGCHK - ' WS-CHK-DDNAME ' file error, status '
        WS-CHK-STATUS ' - integrity not checked.'
    IF WS-FILES-OK
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING '** FILE ' WS-CHK-DDNAME ' UNREADABLE, STATUS '
           WS-CHK-STATUS ' **'
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-FILES-SW
    MOVE 8 TO RETURN-CODE
    .
2900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-RELEASE-KEYS - INPUT PROCEDURE for the match sort: one
*> pass over each file releasing its keys.  A file not on disk
*> yet releases nothing; one that will not open goes to 2900.
*> -----------------------------------------------------------
3000-RELEASE-KEYS.
    PERFORM 3100-RELEASE-PASSENGERS THRU 3100-EXIT
    PERFORM 3200-RELEASE-BOOKINGS THRU 3200-EXIT
    PERFORM 3300-RELEASE-HISTORY THRU 3300-EXIT
    PERFORM 3400-RELEASE-PAYMENTS THRU 3400-EXIT
    PERFORM 3500-RELEASE-SETTLEMENT THRU 3500-EXIT
    PERFORM 3600-RELEASE-MILEAGE THRU 3600-EXIT
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-RELEASE-PASSENGERS - every passenger is the anchor for
*> its ID, and for its frequent-flyer number if it holds one.
*> A deleted entry (merged away by PASSMRG) still holds its
*> number - the ledger entries under it are history, not
*> orphans.
*> -----------------------------------------------------------
3100-RELEASE-PASSENGERS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS = '35'
        GO TO 3100-EXIT
    END-IF
    IF WS-PASS-FILE-STATUS NOT = '00'
        MOVE 'PASSDB'            TO WS-CHK-DDNAME
        MOVE WS-PASS-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3100-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-PASS-COUNT
                MOVE SPACES  TO MATCH-SORT-RECORD
                MOVE 'P'     TO SM-DOMAIN
                MOVE PASS-ID TO SM-KEY
                MOVE PASS-ID TO SM-PASS-ID
                MOVE ZERO    TO SM-SEG-SEQ
                IF PASS-DELETED
                    MOVE '2' TO SM-SOURCE
                ELSE
                    MOVE '1' TO SM-SOURCE
                END-IF
                RELEASE MATCH-SORT-RECORD
                IF PASS-FF-NUMBER NOT = SPACES
                    MOVE 'F'            TO SM-DOMAIN
                    MOVE PASS-FF-NUMBER TO SM-KEY
                    MOVE '1'            TO SM-SOURCE
                    RELEASE MATCH-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-RELEASE-BOOKINGS - every live segment refers to its
*> passenger and is matched against the payment, settlement and
*> history entries for its PNR and segment.  Its flight is
*> checked here directly (see 3250).
*> -----------------------------------------------------------
3200-RELEASE-BOOKINGS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-MASTER-FILE
    IF WS-BOOK-FILE-STATUS = '35'
        DISPLAY '  No bookings on file yet.'
        GO TO 3200-EXIT
    END-IF
    IF WS-BOOK-FILE-STATUS NOT = '00'
        MOVE 'BOOKDB'            TO WS-CHK-DDNAME
        MOVE WS-BOOK-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3200-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-BOOK-COUNT
                PERFORM 3210-RELEASE-SEGMENT THRU 3210-EXIT
                PERFORM 3250-CHECK-FLIGHT THRU 3250-EXIT
        END-READ
    END-PERFORM
    CLOSE BOOKING-MASTER-FILE
    .
3200-EXIT.
    EXIT.

3210-RELEASE-SEGMENT.
    IF BOOK-PNR NUMERIC
        MOVE BOOK-PNR TO WS-PNR-NUMBER
        IF WS-PNR-NUMBER > WS-HIGH-PNR
            MOVE WS-PNR-NUMBER TO WS-HIGH-PNR
        END-IF
    END-IF
    MOVE SPACES       TO MATCH-SORT-RECORD
    MOVE 'P'          TO SM-DOMAIN
    MOVE BOOK-PASS-ID TO SM-KEY
    MOVE '4'          TO SM-SOURCE
    MOVE BOOK-PNR     TO SM-PNR
    MOVE BOOK-SEG-SEQ TO SM-SEG-SEQ
    MOVE BOOK-PASS-ID TO SM-PASS-ID
    RELEASE MATCH-SORT-RECORD
    MOVE BOOK-PNR     TO WS-SK-PNR
    MOVE BOOK-SEG-SEQ TO WS-SK-SEG-SEQ
    MOVE 'S'          TO SM-DOMAIN
    MOVE WS-SEG-KEY   TO SM-KEY
    MOVE 'N'          TO SM-PAID-SW
    MOVE 'N'          TO SM-SETTLED-SW
    IF (BOOK-PAID OR BOOK-REFUNDED)
       AND NOT BOOK-AWARD
       AND BOOK-CREATE-USER NOT = 'INTLLOAD'
        MOVE 'Y' TO SM-PAID-SW
    END-IF
    IF BOOK-SETTLED AND NOT BOOK-AWARD
        MOVE 'Y' TO SM-SETTLED-SW
    END-IF
    RELEASE MATCH-SORT-RECORD
    .
3210-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3250-CHECK-FLIGHT - a live (confirmed or waitlisted) segment
*> must be on a departure that is on file and still open.
*> FLTCLOSE has already run tonight, so a live segment on a
*> closed departure missed its close-out.  A confirmed segment
*> on a cancelled departure is waiting on DISRUPT/REACCOM and
*> is listed as a warning.
*> -----------------------------------------------------------
3250-CHECK-FLIGHT.
    IF NOT BOOK-CONFIRMED AND NOT BOOK-WAITLISTED
        GO TO 3250-EXIT
    END-IF
    IF BOOK-FLT-NUMBER NOT = WS-LAST-FLT-NUMBER
       OR BOOK-FLT-DEP-DATE NOT = WS-LAST-FLT-DEP-DATE
        MOVE BOOK-FLT-NUMBER   TO WS-LAST-FLT-NUMBER
        MOVE BOOK-FLT-DEP-DATE TO WS-LAST-FLT-DEP-DATE
        MOVE BOOK-FLT-NUMBER   TO FLT-NUMBER
        MOVE BOOK-FLT-DEP-DATE TO FLT-DEP-DATE
        READ FLIGHT-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO WS-FLT-FOUND-SW
            NOT INVALID KEY
                MOVE 'Y' TO WS-FLT-FOUND-SW
        END-READ
    END-IF
    MOVE ZERO TO WS-EXC-CATEGORY
    EVALUATE TRUE
        WHEN NOT WS-FLIGHT-FOUND
            MOVE 2 TO WS-EXC-CATEGORY
        WHEN FLT-CLOSED
            MOVE 3 TO WS-EXC-CATEGORY
        WHEN FLT-CANCELLED AND BOOK-CONFIRMED
            MOVE 8 TO WS-EXC-CATEGORY
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-EXC-CATEGORY = ZERO
        GO TO 3250-EXIT
    END-IF
    MOVE BOOK-PNR     TO WS-EXC-PNR
    MOVE BOOK-SEG-SEQ TO WS-EXC-SEG-SEQ
    MOVE SPACES       TO WS-EXC-REFERENCE
    STRING BOOK-FLT-NUMBER ' ' BOOK-FLT-DEP-DATE
        DELIMITED BY SIZE INTO WS-EXC-REFERENCE
    MOVE SPACES TO WS-EXC-DETAIL
    IF WS-FLIGHT-FOUND
        STRING 'BOOKING STATUS ' BOOK-STATUS
               '  FLIGHT STATUS ' FLT-STATUS
            DELIMITED BY SIZE INTO WS-EXC-DETAIL
    ELSE
        STRING 'BOOKING STATUS ' BOOK-STATUS
               '  FLIGHT NOT ON FLIGHT MASTER'
            DELIMITED BY SIZE INTO WS-EXC-DETAIL
    END-IF
    PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    .
3250-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3300-RELEASE-HISTORY - an archived segment is matched against
*> the live segments (BOOKARCH moves a PNR, it never copies one)
*> and answers for payment-ledger entries made before it left.
*> -----------------------------------------------------------
3300-RELEASE-HISTORY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BOOKING-HISTORY-FILE
    IF WS-HIST-FILE-STATUS = '35'
        GO TO 3300-EXIT
    END-IF
    IF WS-HIST-FILE-STATUS NOT = '00'
        MOVE 'BOOKHIST'          TO WS-CHK-DDNAME
        MOVE WS-HIST-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3300-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ BOOKING-HISTORY-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-HIST-COUNT
                IF HIST-PNR NUMERIC
                    MOVE HIST-PNR TO WS-PNR-NUMBER
                    IF WS-PNR-NUMBER > WS-HIGH-PNR
                        MOVE WS-PNR-NUMBER TO WS-HIGH-PNR
                    END-IF
                END-IF
                MOVE SPACES       TO MATCH-SORT-RECORD
                MOVE HIST-PNR     TO WS-SK-PNR
                MOVE HIST-SEG-SEQ TO WS-SK-SEG-SEQ
                MOVE 'S'          TO SM-DOMAIN
                MOVE WS-SEG-KEY   TO SM-KEY
                MOVE '3'          TO SM-SOURCE
                MOVE HIST-PNR     TO SM-PNR
                MOVE HIST-SEG-SEQ TO SM-SEG-SEQ
                MOVE HIST-PASS-ID TO SM-PASS-ID
                RELEASE MATCH-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE BOOKING-HISTORY-FILE
    .
3300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3400-RELEASE-PAYMENTS - fare payments and deposit drawdowns
*> against a segment.  A group deposit paid against the block
*> (segment zero) and an excess-baggage charge are not segment
*> payments.
*> -----------------------------------------------------------
3400-RELEASE-PAYMENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PAYMENT-LEDGER-FILE
    IF WS-PAY-FILE-STATUS = '35'
        GO TO 3400-EXIT
    END-IF
    IF WS-PAY-FILE-STATUS NOT = '00'
        MOVE 'PAYLOG'            TO WS-CHK-DDNAME
        MOVE WS-PAY-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3400-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ PAYMENT-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-PAY-COUNT
                IF (PAY-PAYMENT OR PAY-DEPOSIT)
                   AND PAY-SEG-SEQ NUMERIC
                   AND PAY-SEG-SEQ > ZERO
                    MOVE SPACES      TO MATCH-SORT-RECORD
                    MOVE PAY-PNR     TO WS-SK-PNR
                    MOVE PAY-SEG-SEQ TO WS-SK-SEG-SEQ
                    MOVE 'S'         TO SM-DOMAIN
                    MOVE WS-SEG-KEY  TO SM-KEY
                    MOVE '1'         TO SM-SOURCE
                    MOVE PAY-PNR     TO SM-PNR
                    MOVE PAY-SEG-SEQ TO SM-SEG-SEQ
                    RELEASE MATCH-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYMENT-LEDGER-FILE
    .
3400-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3500-RELEASE-SETTLEMENT - any settlement line settles its
*> segment.  A line from before the segment number was carried
*> goes in under segment zero and stands for the whole PNR.
*> -----------------------------------------------------------
3500-RELEASE-SETTLEMENT.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT DAILY-SETTLEMENT-FILE
    IF WS-SETL-FILE-STATUS = '35'
        GO TO 3500-EXIT
    END-IF
    IF WS-SETL-FILE-STATUS NOT = '00'
        MOVE 'SETTLDB'           TO WS-CHK-DDNAME
        MOVE WS-SETL-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3500-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ DAILY-SETTLEMENT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-SETL-COUNT
                MOVE SPACES   TO MATCH-SORT-RECORD
                MOVE SETL-PNR TO WS-SK-PNR
                IF SETL-SEG-SEQ NUMERIC
                    MOVE SETL-SEG-SEQ TO WS-SK-SEG-SEQ
                ELSE
                    MOVE ZERO TO WS-SK-SEG-SEQ
                END-IF
                MOVE 'S'           TO SM-DOMAIN
                MOVE WS-SEG-KEY    TO SM-KEY
                MOVE '2'           TO SM-SOURCE
                MOVE SETL-PNR      TO SM-PNR
                MOVE WS-SK-SEG-SEQ TO SM-SEG-SEQ
                MOVE SETL-PASS-ID  TO SM-PASS-ID
                RELEASE MATCH-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE DAILY-SETTLEMENT-FILE
    .
3500-EXIT.
    EXIT.

3600-RELEASE-MILEAGE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MILEAGE-LEDGER-FILE
    IF WS-MILE-FILE-STATUS = '35'
        GO TO 3600-EXIT
    END-IF
    IF WS-MILE-FILE-STATUS NOT = '00'
        MOVE 'MILELOG'           TO WS-CHK-DDNAME
        MOVE WS-MILE-FILE-STATUS TO WS-CHK-STATUS
        PERFORM 2900-CHECK-OPEN THRU 2900-EXIT
        GO TO 3600-EXIT
    END-IF
    PERFORM UNTIL WS-EOF
        READ MILEAGE-LEDGER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-MILE-COUNT
                IF MILE-FF-NUMBER NOT = SPACES
                    MOVE SPACES         TO MATCH-SORT-RECORD
                    MOVE 'F'            TO SM-DOMAIN
                    MOVE MILE-FF-NUMBER TO SM-KEY
                    MOVE '4'            TO SM-SOURCE
                    MOVE MILE-PNR       TO SM-PNR
                    MOVE ZERO           TO SM-SEG-SEQ
                    RELEASE MATCH-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE MILEAGE-LEDGER-FILE
    .
3600-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-MATCH-KEYS - OUTPUT PROCEDURE for the match sort.  A
*> key's master entries arrive ahead of the entries referring
*> to it, so each reference is judged as it arrives; what can
*> only be judged once the whole key is in (an orphaned
*> frequent-flyer number, an orphaned payment) is judged when
*> the next key starts.
*> -----------------------------------------------------------
4000-MATCH-KEYS.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN MATCH-SORT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SM-DOMAIN NOT = WS-PREV-DOMAIN
                   OR SM-KEY NOT = WS-PREV-KEY
                    IF NOT WS-FIRST-RECORD
                        PERFORM 4900-CLOSE-GROUP THRU 4900-EXIT
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    MOVE SM-DOMAIN TO WS-PREV-DOMAIN
                    MOVE SM-KEY    TO WS-PREV-KEY
                    MOVE 'NNNNN'   TO WS-GROUP-FLAGS
                    MOVE ZERO      TO WS-GRP-REF-COUNT
                END-IF
                EVALUATE TRUE
                    WHEN SM-PASSENGER-KEY
                        PERFORM 4100-MATCH-PASSENGER THRU 4100-EXIT
                    WHEN SM-FF-NUMBER-KEY
                        PERFORM 4200-MATCH-FF-NUMBER THRU 4200-EXIT
                    WHEN SM-SEGMENT-KEY
                        PERFORM 4300-MATCH-SEGMENT THRU 4300-EXIT
                END-EVALUATE
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 4900-CLOSE-GROUP THRU 4900-EXIT
    END-IF
    .
4000-EXIT.
    EXIT.

4100-MATCH-PASSENGER.
    EVALUATE SM-SOURCE
        WHEN '1'
            MOVE 'Y' TO WS-GRP-ANCHOR-SW
        WHEN '2'
            MOVE 'Y' TO WS-GRP-DELETED-SW
        WHEN OTHER
            IF WS-GRP-ANCHOR
                GO TO 4100-EXIT
            END-IF
            MOVE SM-PNR     TO WS-EXC-PNR
            MOVE SM-SEG-SEQ TO WS-EXC-SEG-SEQ
            MOVE SM-PASS-ID TO WS-EXC-REFERENCE
            IF WS-GRP-DELETED
                MOVE 9 TO WS-EXC-CATEGORY
                MOVE 'PASSENGER ENTRY IS DELETED' TO WS-EXC-DETAIL
            ELSE
                MOVE 1 TO WS-EXC-CATEGORY
                MOVE 'NO SUCH PASSENGER ID' TO WS-EXC-DETAIL
            END-IF
            PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    END-EVALUATE
    .
4100-EXIT.
    EXIT.

4200-MATCH-FF-NUMBER.
    IF SM-SOURCE = '1'
        MOVE 'Y' TO WS-GRP-ANCHOR-SW
    ELSE
        ADD 1 TO WS-GRP-REF-COUNT
        MOVE SM-PNR TO WS-GRP-LAST-PNR
    END-IF
    .
4200-EXIT.
    EXIT.

4300-MATCH-SEGMENT.
    EVALUATE SM-SOURCE
        WHEN '1'
            MOVE 'Y' TO WS-GRP-ANCHOR-SW
        WHEN '2'
            MOVE 'Y' TO WS-GRP-SETTLED-SW
            IF SM-SEG-SEQ = ZERO
                MOVE SM-PNR TO WS-WHOLE-PNR-SETTLED
            END-IF
        WHEN '3'
            MOVE 'Y' TO WS-GRP-HIST-SW
        WHEN OTHER
            MOVE 'Y' TO WS-GRP-LIVE-SW
            PERFORM 4310-CHECK-LIVE-SEGMENT THRU 4310-EXIT
    END-EVALUATE
    .
4300-EXIT.
    EXIT.

4310-CHECK-LIVE-SEGMENT.
    MOVE SM-PNR     TO WS-EXC-PNR
    MOVE SM-SEG-SEQ TO WS-EXC-SEG-SEQ
    MOVE SM-PASS-ID TO WS-EXC-REFERENCE
    IF SM-PAYMENT-DUE AND NOT WS-GRP-ANCHOR
        MOVE 4 TO WS-EXC-CATEGORY
        MOVE 'MARKED PAID, NO PAYMENT OR DEPOSIT ENTRY'
            TO WS-EXC-DETAIL
        PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    END-IF
    IF SM-SETTLEMENT-DUE AND NOT WS-GRP-SETTLED
       AND SM-PNR NOT = WS-WHOLE-PNR-SETTLED
        MOVE 5 TO WS-EXC-CATEGORY
        MOVE 'MARKED SETTLED, NOT ON THE SETTLEMENT FILE'
            TO WS-EXC-DETAIL
        PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    END-IF
    IF WS-GRP-HISTORY
        MOVE 6 TO WS-EXC-CATEGORY
        MOVE 'ARCHIVED BY BOOKARCH BUT STILL ON THE LIVE MASTER'
            TO WS-EXC-DETAIL
        PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    END-IF
    .
4310-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4900-CLOSE-GROUP - the judgements that need the whole key.
*> -----------------------------------------------------------
4900-CLOSE-GROUP.
    EVALUATE TRUE
        WHEN WS-PREV-DOMAIN = 'F'
         AND WS-GRP-REF-COUNT > ZERO
         AND NOT WS-GRP-ANCHOR
            MOVE 10 TO WS-EXC-CATEGORY
            MOVE SPACES          TO WS-EXC-PNR
            MOVE SPACES          TO WS-EXC-SEG-SEQ
            MOVE WS-PREV-KEY     TO WS-EXC-REFERENCE
            MOVE WS-GRP-REF-COUNT TO WS-COUNT-ED
            MOVE SPACES TO WS-EXC-DETAIL
            STRING WS-COUNT-ED ' LEDGER ENTRIES, LAST PNR '
                   WS-GRP-LAST-PNR
                DELIMITED BY SIZE INTO WS-EXC-DETAIL
            PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
        WHEN WS-PREV-DOMAIN = 'S'
         AND WS-GRP-ANCHOR
         AND NOT WS-GRP-LIVE
         AND NOT WS-GRP-HISTORY
            MOVE 11 TO WS-EXC-CATEGORY
            MOVE WS-PREV-KEY(1:6) TO WS-EXC-PNR
            MOVE WS-PREV-KEY(7:2) TO WS-EXC-SEG-SEQ
            MOVE SPACES           TO WS-EXC-REFERENCE
            MOVE 'NO SEGMENT ON THE LIVE MASTER OR BOOKING HISTORY'
                TO WS-EXC-DETAIL
            PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .
4900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-CHECK-PNR-CONTROL - PNR-CONTROL holds the last number
*> issued; BOOKMGR and INTLLOAD issue the next one past it.  A
*> control behind a PNR already on file will issue that PNR
*> again.  No control record on disk with PNRs on file is the
*> same break.
*> -----------------------------------------------------------
5000-CHECK-PNR-CONTROL.
    MOVE ZERO TO PNR-NEXT-NUMBER
    OPEN INPUT PNR-CONTROL-FILE
    IF WS-PNR-FILE-STATUS = '00'
        READ PNR-CONTROL-FILE
            AT END
                MOVE ZERO TO PNR-NEXT-NUMBER
        END-READ
        CLOSE PNR-CONTROL-FILE
    END-IF
    IF PNR-NEXT-NUMBER >= WS-HIGH-PNR
        GO TO 5000-EXIT
    END-IF
    MOVE 7 TO WS-EXC-CATEGORY
    MOVE WS-HIGH-PNR TO WS-PNR-ED
    MOVE WS-PNR-ED   TO WS-EXC-PNR
    MOVE SPACES      TO WS-EXC-SEG-SEQ
    MOVE SPACES      TO WS-EXC-REFERENCE
    MOVE PNR-NEXT-NUMBER TO WS-PNR-ED
    MOVE SPACES TO WS-EXC-DETAIL
    STRING 'LAST ISSUED ' WS-PNR-ED
           ' - HIGHEST PNR ON FILE IS HIGHER'
        DELIMITED BY SIZE INTO WS-EXC-DETAIL
    PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6000-RELEASE-EXCEPTIONS - INPUT PROCEDURE for the exception
*> sort.
*> -----------------------------------------------------------
6000-RELEASE-EXCEPTIONS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT INTEGRITY-EXCEPTION-FILE
    PERFORM UNTIL WS-EOF
        READ INTEGRITY-EXCEPTION-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                MOVE INTEGRITY-EXCEPTION-RECORD
                    TO EXCEPTION-SORT-RECORD
                RELEASE EXCEPTION-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE INTEGRITY-EXCEPTION-FILE
    .
6000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 7000-PRINT-EXCEPTIONS - OUTPUT PROCEDURE for the exception
*> sort: severe breaks first, a heading per category.
*> -----------------------------------------------------------
7000-PRINT-EXCEPTIONS.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN EXCEPTION-SORT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SX-CATEGORY NOT = WS-PREV-CATEGORY
                    MOVE 'N' TO WS-FIRST-SW
                    PERFORM 7100-CATEGORY-HEADER THRU 7100-EXIT
                END-IF
                MOVE SX-PNR       TO RD-PNR
                MOVE SX-SEG-SEQ   TO RD-SEG-SEQ
                MOVE SX-REFERENCE TO RD-REFERENCE
                MOVE SX-DETAIL    TO RD-DETAIL
                WRITE REPORT-LINE FROM WS-RPT-DETAIL
        END-RETURN
    END-PERFORM
    IF WS-FIRST-RECORD
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'NO INTEGRITY BREAKS FOUND' TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    .
7000-EXIT.
    EXIT.

7100-CATEGORY-HEADER.
    MOVE SX-CATEGORY TO WS-PREV-CATEGORY
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    IF SX-SEVERE
        MOVE 'SEVERE' TO CL-SEVERITY
    ELSE
        MOVE 'WARNING' TO CL-SEVERITY
    END-IF
    MOVE SX-CATEGORY TO CL-CATEGORY
    MOVE WS-CATEGORY-NAME(SX-CATEGORY) TO CL-NAME
    MOVE WS-CATEGORY-COUNT(SX-CATEGORY) TO CL-COUNT
    WRITE REPORT-LINE FROM WS-CATEGORY-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    .
7100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 8000-WRITE-EXCEPTION - one break to the work file, severity
*> from its category.
*> -----------------------------------------------------------
8000-WRITE-EXCEPTION.
    MOVE WS-CATEGORY-SEVERITY(WS-EXC-CATEGORY) TO EX-SEVERITY
    MOVE WS-EXC-CATEGORY  TO EX-CATEGORY
    MOVE WS-EXC-PNR       TO EX-PNR
    MOVE WS-EXC-SEG-SEQ   TO EX-SEG-SEQ
    MOVE WS-EXC-REFERENCE TO EX-REFERENCE
    MOVE WS-EXC-DETAIL    TO EX-DETAIL
    WRITE INTEGRITY-EXCEPTION-RECORD
    ADD 1 TO WS-CATEGORY-COUNT(WS-EXC-CATEGORY)
    IF EX-SEVERITY = 'S'
        ADD 1 TO WS-SEVERE-COUNT
    ELSE
        ADD 1 TO WS-WARNING-COUNT
    END-IF
    .
8000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 9000-WRITE-TRAILER - records examined, then every category
*> with its severity and count, zero or not.
*> -----------------------------------------------------------
9000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'LIVE BOOKING SEGMENTS EXAMINED' TO TL-LABEL
    MOVE WS-BOOK-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'HISTORY SEGMENTS EXAMINED' TO TL-LABEL
    MOVE WS-HIST-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PASSENGERS EXAMINED' TO TL-LABEL
    MOVE WS-PASS-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PAYMENT-LEDGER ENTRIES EXAMINED' TO TL-LABEL
    MOVE WS-PAY-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'SETTLEMENT LINES EXAMINED' TO TL-LABEL
    MOVE WS-SETL-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'MILEAGE-LEDGER ENTRIES EXAMINED' TO TL-LABEL
    MOVE WS-MILE-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'BREAKS BY CATEGORY' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ZERO TO WS-CAT-IX
    PERFORM UNTIL WS-CAT-IX >= WS-CAT-MAX
        ADD 1 TO WS-CAT-IX
        IF WS-CATEGORY-SEVERITY(WS-CAT-IX) = 'S'
            MOVE 'SEVERE' TO CL-SEVERITY
        ELSE
            MOVE 'WARNING' TO CL-SEVERITY
        END-IF
        MOVE WS-CAT-IX TO CL-CATEGORY
        MOVE WS-CATEGORY-NAME(WS-CAT-IX) TO CL-NAME
        MOVE WS-CATEGORY-COUNT(WS-CAT-IX) TO CL-COUNT
        WRITE REPORT-LINE FROM WS-CATEGORY-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'SEVERE BREAKS' TO TL-LABEL
    MOVE WS-SEVERE-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'WARNINGS' TO TL-LABEL
    MOVE WS-WARNING-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-SEVERE-COUNT > ZERO
        MOVE SPACES TO REPORT-LINE
        STRING '** SEVERE BREAKS - NIGHT STREAM STOPPED BEFORE'
               ' SETTLEMENT **'
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    DISPLAY '  Severe breaks ........ ' WS-SEVERE-COUNT
    DISPLAY '  Warnings ............. ' WS-WARNING-COUNT
    .
9000-EXIT.
    EXIT.
