*> ---------------------------------------------------------------
*> DUPRPT
*> Duplicate-passenger candidate report.
*>
*> Standalone batch program - not on the AIRMAIN menu, and not in
*> the NIGHTRUN stream: run weekly, or after an interline load,
*> for the minimum score on the one-line run card in
*> DUPLICATE-PASSENGER-PARM-FILE.  The same traveller ends up on
*> PASSENGER-MASTER under several PASS-IDs - INTLLOAD creates an
*> 'IL' entry whenever document number and last name do not
*> match exactly, and nothing stops a desk adding someone already
*> on file - and bookings, history and miles split between them.
*> This report finds the candidate pairs for the PASSMRG merge.
*>
*> Every active passenger gives up to five match keys, each
*> normalised so trivial keying differences do not hide a match:
*>
*>   passport/ID number ... upper case              weight 40
*>   frequent-flyer number                          weight 40
*>   e-mail address ........ upper case              weight 30
*>   phone .................. digits only, last ten   weight 20
*>   full name .............. upper case, last+first weight 20
*>
*> The first sort brings passengers sharing a key value together
*> and writes one link per pair per key to a work file; the
*> second sort brings a pair's links together so the pair is
*> scored once - the sum of the weights of the keys it shares.
*> Pairs at or above the card's minimum score are printed with
*> the keys they share; a pair holding two different frequent-
*> flyer numbers is noted, as its merge moves miles between
*> accounts.  A key value shared by more passengers than the
*> group table holds (an agency's phone number, a corporate
*> travel desk's e-mail) identifies nobody, so it is listed and
*> not scored.  Read-only against PASSENGER-MASTER.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DUPRPT.
AUTHOR. D. CHEN.
INSTALLATION. RESERVATIONS SYSTEMS.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DUPLICATE-PASSENGER-PARM-FILE ASSIGN TO "DUPPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PASSENGER-MASTER-FILE ASSIGN TO "PASSDB"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PASS-FILE-STATUS.
    SELECT DUP-PAIR-FILE ASSIGN TO "DUPWORK"
        ORGANIZATION IS SEQUENTIAL.
    SELECT KEY-SORT-FILE ASSIGN TO "SRTWK01".
    SELECT PAIR-SORT-FILE ASSIGN TO "SRTWK02".
    SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DUPLICATE-PASSENGER-PARM-FILE.
COPY DUPPARM.

FD  PASSENGER-MASTER-FILE.
COPY PASSREC.

*> One link per pair of passengers sharing one key value.
FD  DUP-PAIR-FILE.
01  DUP-PAIR-RECORD.
    05  DP-PASS-ID-A                 PIC X(08).
    05  DP-PASS-ID-B                 PIC X(08).
    05  DP-MATCH-TYPE                PIC X(01).
    05  DP-PASS-NAME-A               PIC X(36).
    05  DP-FF-NUMBER-A               PIC X(10).
    05  DP-PASS-NAME-B               PIC X(36).
    05  DP-FF-NUMBER-B               PIC X(10).

SD  KEY-SORT-FILE.
01  KEY-SORT-RECORD.
    05  SK-MATCH-TYPE                PIC X(01).
        88  SK-MATCH-PASSPORT        VALUE 'P'.
        88  SK-MATCH-FF-NUMBER       VALUE 'F'.
        88  SK-MATCH-EMAIL           VALUE 'E'.
        88  SK-MATCH-PHONE           VALUE 'H'.
        88  SK-MATCH-NAME            VALUE 'N'.
    05  SK-MATCH-VALUE               PIC X(35).
    05  SK-PASS-ID                   PIC X(08).
    05  SK-PASS-NAME                 PIC X(36).
    05  SK-FF-NUMBER                 PIC X(10).

SD  PAIR-SORT-FILE.
01  PAIR-SORT-RECORD.
    05  SP-PASS-ID-A                 PIC X(08).
    05  SP-PASS-ID-B                 PIC X(08).
    05  SP-MATCH-TYPE                PIC X(01).
        88  SP-MATCH-PASSPORT        VALUE 'P'.
        88  SP-MATCH-FF-NUMBER       VALUE 'F'.
        88  SP-MATCH-EMAIL           VALUE 'E'.
        88  SP-MATCH-PHONE           VALUE 'H'.
        88  SP-MATCH-NAME            VALUE 'N'.
    05  SP-PASS-NAME-A               PIC X(36).
    05  SP-FF-NUMBER-A               PIC X(10).
    05  SP-PASS-NAME-B               PIC X(36).
    05  SP-FF-NUMBER-B               PIC X(10).

FD  DUPLICATE-REPORT-FILE.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X VALUE 'N'.
        88  WS-EOF                  VALUE 'Y'.
    05  WS-PARM-SW                  PIC X VALUE 'N'.
        88  WS-PARM-OK              VALUE 'Y'.
    05  WS-FIRST-SW                 PIC X VALUE 'Y'.
        88  WS-FIRST-RECORD         VALUE 'Y'.
    05  WS-COMMON-HDR-SW            PIC X VALUE 'N'.
        88  WS-COMMON-HDR-DONE      VALUE 'Y'.

01  WS-PASS-FILE-STATUS              PIC X(02) VALUE '00'.

01  WS-MIN-SCORE                     PIC 9(03) VALUE ZERO.

*> Match weights - what sharing each key says about two entries
*> being one traveller.  A document or membership number is all
*> but conclusive; a name alone is not.
77  WS-WT-PASSPORT                   PIC 9(03) COMP VALUE 40.
77  WS-WT-FF-NUMBER                  PIC 9(03) COMP VALUE 40.
77  WS-WT-EMAIL                      PIC 9(03) COMP VALUE 30.
77  WS-WT-PHONE                      PIC 9(03) COMP VALUE 20.
77  WS-WT-NAME                       PIC 9(03) COMP VALUE 20.

01  WS-LOWER-CASE                    PIC X(26)
        VALUE 'abcdefghijklmnopqrstuvwxyz'.
01  WS-UPPER-CASE                    PIC X(26)
        VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

*> Key being built for the current passenger.
01  WS-KEY-TYPE                      PIC X(01).
01  WS-KEY-VALUE                     PIC X(35).
01  WS-KEY-NAME.
    05  WS-KEY-LAST-NAME             PIC X(20).
    05  WS-KEY-FIRST-NAME            PIC X(15).
01  WS-PHONE-DIGITS                  PIC X(15).
77  WS-DIGIT-COUNT                   PIC 9(03) COMP VALUE ZERO.
77  WS-DIGIT-START                   PIC 9(03) COMP VALUE ZERO.
77  WS-DIGIT-LENGTH                  PIC 9(03) COMP VALUE ZERO.
77  WS-CHAR-IX                       PIC 9(03) COMP VALUE ZERO.
77  WS-MIN-PHONE-DIGITS              PIC 9(03) COMP VALUE 7.

*> Passengers sharing the key value under the sort's cursor.
01  WS-PREV-TYPE                     PIC X(01) VALUE SPACES.
01  WS-PREV-VALUE                    PIC X(35) VALUE SPACES.
77  WS-GRP-MAX                       PIC 9(03) COMP VALUE 50.
77  WS-GRP-COUNT                     PIC 9(05) COMP VALUE ZERO.
77  WS-GRP-I                         PIC 9(03) COMP VALUE ZERO.
77  WS-GRP-J                         PIC 9(03) COMP VALUE ZERO.
01  WS-GROUP-TABLE.
    05  WS-GRP-ENTRY OCCURS 50 TIMES.
        10  WS-GRP-PASS-ID           PIC X(08).
        10  WS-GRP-PASS-NAME         PIC X(36).
        10  WS-GRP-FF-NUMBER         PIC X(10).

*> The pair under the second sort's cursor.
01  WS-PREV-ID-A                     PIC X(08) VALUE SPACES.
01  WS-PREV-ID-B                     PIC X(08) VALUE SPACES.
01  WS-PAIR-HITS.
    05  WS-HIT-PASSPORT              PIC X(01).
    05  WS-HIT-FF-NUMBER             PIC X(01).
    05  WS-HIT-EMAIL                 PIC X(01).
    05  WS-HIT-PHONE                 PIC X(01).
    05  WS-HIT-NAME                  PIC X(01).
01  WS-PAIR-NAME-A                   PIC X(36).
01  WS-PAIR-FF-A                     PIC X(10).
01  WS-PAIR-NAME-B                   PIC X(36).
01  WS-PAIR-FF-B                     PIC X(10).
77  WS-PAIR-SCORE                    PIC 9(03) COMP VALUE ZERO.

77  WS-PASS-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-KEY-COUNT                     PIC 9(07) COMP VALUE ZERO.
77  WS-LINK-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-PAIR-COUNT                    PIC 9(07) COMP VALUE ZERO.
77  WS-REPORTED-COUNT                PIC 9(07) COMP VALUE ZERO.
77  WS-COMMON-COUNT                  PIC 9(05) COMP VALUE ZERO.

01  WS-RPT-HEADER.
    05  FILLER                       PIC X(47)
        VALUE '  SCORE  PASS-ID  NAME'.
    05  FILLER                       PIC X(41)
        VALUE '  PASS-ID  NAME'.
    05  FILLER                       PIC X(40)
        VALUE ' PPT FF  EML PHN NAM NOTE'.

01  WS-RPT-DETAIL.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  RD-SCORE                     PIC ZZ9.
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-PASS-ID-A                 PIC X(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-NAME-A               PIC X(29).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-PASS-ID-B                 PIC X(08).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  RD-PASS-NAME-B               PIC X(29).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-HIT-PASSPORT              PIC X(01).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-HIT-FF-NUMBER             PIC X(01).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-HIT-EMAIL                 PIC X(01).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-HIT-PHONE                 PIC X(01).
    05  FILLER                       PIC X(03) VALUE SPACES.
    05  RD-HIT-NAME                  PIC X(01).
    05  FILLER                       PIC X(02) VALUE SPACES.
    05  RD-NOTE                      PIC X(16).

01  WS-COMMON-DETAIL.
    05  FILLER                       PIC X(04) VALUE SPACES.
    05  CD-KEY-WORD                  PIC X(10).
    05  FILLER                       PIC X(01) VALUE SPACES.
    05  CD-VALUE                     PIC X(35).
    05  FILLER                       PIC X(12) VALUE '  SHARED BY '.
    05  CD-COUNT                     PIC ZZZZ9.
    05  FILLER                       PIC X(11) VALUE ' PASSENGERS'.

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
    IF WS-PARM-OK
        SORT KEY-SORT-FILE
            ON ASCENDING KEY SK-MATCH-TYPE SK-MATCH-VALUE SK-PASS-ID
            INPUT PROCEDURE 3000-RELEASE-KEYS THRU 3000-EXIT
            OUTPUT PROCEDURE 4000-LINK-PAIRS THRU 4000-EXIT
        SORT PAIR-SORT-FILE
            ON ASCENDING KEY SP-PASS-ID-A SP-PASS-ID-B SP-MATCH-TYPE
            INPUT PROCEDURE 5000-RELEASE-LINKS THRU 5000-EXIT
            OUTPUT PROCEDURE 6000-SCORE-PAIRS THRU 6000-EXIT
        PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
        CLOSE DUPLICATE-REPORT-FILE
    END-IF
    GOBACK.

1000-INITIALIZE.
    DISPLAY ' '
    DISPLAY '-- Duplicate Passenger Candidates (DUPRPT) --'
    OPEN INPUT DUPLICATE-PASSENGER-PARM-FILE
    READ DUPLICATE-PASSENGER-PARM-FILE
        AT END
            DISPLAY 'DUPRPT - no parameter card, run abandoned.'
            MOVE 8 TO RETURN-CODE
        NOT AT END
            MOVE 'Y' TO WS-PARM-SW
    END-READ
    CLOSE DUPLICATE-PASSENGER-PARM-FILE
    IF NOT WS-PARM-OK
        GO TO 1000-EXIT
    END-IF
    MOVE DUP-PARM-MIN-SCORE TO WS-MIN-SCORE
    DISPLAY '  Minimum score: ' WS-MIN-SCORE
    OPEN INPUT PASSENGER-MASTER-FILE
    IF WS-PASS-FILE-STATUS NOT = '00'
        DISPLAY 'DUPRPT - no passenger master on disk,'
            ' run abandoned.'
        MOVE 'N' TO WS-PARM-SW
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    CLOSE PASSENGER-MASTER-FILE
    OPEN OUTPUT DUPLICATE-REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'DUPLICATE PASSENGER CANDIDATES - MINIMUM SCORE '
           WS-MIN-SCORE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'WEIGHTS: PASSPORT 40, FF NUMBER 40, E-MAIL 30,'
           ' PHONE 20, NAME 20'
        INTO REPORT-LINE
    WRITE REPORT-LINE
    .
1000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3000-RELEASE-KEYS - INPUT PROCEDURE for the key sort.  One
*> pass over PASSENGER-MASTER releasing each active passenger's
*> match keys.  A deleted entry (including one already merged
*> away) is nobody's duplicate.
*> -----------------------------------------------------------
3000-RELEASE-KEYS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PASSENGER-MASTER-FILE
    PERFORM UNTIL WS-EOF
        READ PASSENGER-MASTER-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF PASS-ACTIVE
                    PERFORM 3100-RELEASE-PASSENGER THRU 3100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE PASSENGER-MASTER-FILE
    .
3000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3100-RELEASE-PASSENGER - a blank field is no key; a name
*> needs both halves.
*> -----------------------------------------------------------
3100-RELEASE-PASSENGER.
    ADD 1 TO WS-PASS-COUNT
    MOVE SPACES TO KEY-SORT-RECORD
    MOVE PASS-ID        TO SK-PASS-ID
    STRING PASS-FIRST-NAME DELIMITED BY '  '
           ' ' DELIMITED BY SIZE
           PASS-LAST-NAME DELIMITED BY '  '
        INTO SK-PASS-NAME
    MOVE PASS-FF-NUMBER TO SK-FF-NUMBER
    IF PASS-PASSPORT-NO NOT = SPACES
        MOVE 'P' TO WS-KEY-TYPE
        MOVE PASS-PASSPORT-NO TO WS-KEY-VALUE
        INSPECT WS-KEY-VALUE CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        PERFORM 3900-RELEASE-KEY THRU 3900-EXIT
    END-IF
    IF PASS-FF-NUMBER NOT = SPACES
        MOVE 'F' TO WS-KEY-TYPE
        MOVE PASS-FF-NUMBER TO WS-KEY-VALUE
        PERFORM 3900-RELEASE-KEY THRU 3900-EXIT
    END-IF
    IF PASS-EMAIL NOT = SPACES
        MOVE 'E' TO WS-KEY-TYPE
        MOVE PASS-EMAIL TO WS-KEY-VALUE
        INSPECT WS-KEY-VALUE CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        PERFORM 3900-RELEASE-KEY THRU 3900-EXIT
    END-IF
    PERFORM 3200-PHONE-KEY THRU 3200-EXIT
    IF PASS-LAST-NAME NOT = SPACES AND PASS-FIRST-NAME NOT = SPACES
        MOVE 'N' TO WS-KEY-TYPE
        MOVE PASS-LAST-NAME  TO WS-KEY-LAST-NAME
        MOVE PASS-FIRST-NAME TO WS-KEY-FIRST-NAME
        MOVE WS-KEY-NAME TO WS-KEY-VALUE
        INSPECT WS-KEY-VALUE CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
        PERFORM 3900-RELEASE-KEY THRU 3900-EXIT
    END-IF
    .
3100-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 3200-PHONE-KEY - the phone's digits with the punctuation and
*> spacing stripped, keyed on the last ten so a number keyed
*> with and without its country code still matches.  Fewer than
*> seven digits is not a usable number.
*> -----------------------------------------------------------
3200-PHONE-KEY.
    MOVE SPACES TO WS-PHONE-DIGITS
    MOVE ZERO TO WS-DIGIT-COUNT
    MOVE ZERO TO WS-CHAR-IX
    PERFORM UNTIL WS-CHAR-IX >= 15
        ADD 1 TO WS-CHAR-IX
        IF PASS-PHONE(WS-CHAR-IX:1) IS NUMERIC
            ADD 1 TO WS-DIGIT-COUNT
            MOVE PASS-PHONE(WS-CHAR-IX:1)
                TO WS-PHONE-DIGITS(WS-DIGIT-COUNT:1)
        END-IF
    END-PERFORM
    IF WS-DIGIT-COUNT < WS-MIN-PHONE-DIGITS
        GO TO 3200-EXIT
    END-IF
    IF WS-DIGIT-COUNT > 10
        COMPUTE WS-DIGIT-START = WS-DIGIT-COUNT - 9
        MOVE 10 TO WS-DIGIT-LENGTH
    ELSE
        MOVE 1 TO WS-DIGIT-START
        MOVE WS-DIGIT-COUNT TO WS-DIGIT-LENGTH
    END-IF
    MOVE 'H' TO WS-KEY-TYPE
    MOVE SPACES TO WS-KEY-VALUE
    MOVE WS-PHONE-DIGITS(WS-DIGIT-START:WS-DIGIT-LENGTH)
        TO WS-KEY-VALUE
    PERFORM 3900-RELEASE-KEY THRU 3900-EXIT
    .
3200-EXIT.
    EXIT.

3900-RELEASE-KEY.
    MOVE WS-KEY-TYPE  TO SK-MATCH-TYPE
    MOVE WS-KEY-VALUE TO SK-MATCH-VALUE
    RELEASE KEY-SORT-RECORD
    ADD 1 TO WS-KEY-COUNT
    .
3900-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4000-LINK-PAIRS - OUTPUT PROCEDURE for the key sort.  Gathers
*> the passengers sharing each key value and writes a link for
*> every pair of them to the work file.
*> -----------------------------------------------------------
4000-LINK-PAIRS.
    OPEN OUTPUT DUP-PAIR-FILE
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    MOVE ZERO TO WS-GRP-COUNT
    PERFORM UNTIL WS-EOF
        RETURN KEY-SORT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SK-MATCH-TYPE NOT = WS-PREV-TYPE
                   OR SK-MATCH-VALUE NOT = WS-PREV-VALUE
                    IF NOT WS-FIRST-RECORD
                        PERFORM 4100-CLOSE-GROUP THRU 4100-EXIT
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    MOVE SK-MATCH-TYPE  TO WS-PREV-TYPE
                    MOVE SK-MATCH-VALUE TO WS-PREV-VALUE
                    MOVE ZERO TO WS-GRP-COUNT
                END-IF
                ADD 1 TO WS-GRP-COUNT
                IF WS-GRP-COUNT <= WS-GRP-MAX
                    MOVE SK-PASS-ID   TO WS-GRP-PASS-ID(WS-GRP-COUNT)
                    MOVE SK-PASS-NAME TO WS-GRP-PASS-NAME(WS-GRP-COUNT)
                    MOVE SK-FF-NUMBER TO WS-GRP-FF-NUMBER(WS-GRP-COUNT)
                END-IF
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 4100-CLOSE-GROUP THRU 4100-EXIT
    END-IF
    CLOSE DUP-PAIR-FILE
    .
4000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 4100-CLOSE-GROUP - a value held by one passenger links
*> nobody; one held by more than the table can take is too
*> common to mean anything and is listed instead.  Members come
*> off the sort in passenger-ID order, so the first of each pair
*> is always the lower ID.
*> -----------------------------------------------------------
4100-CLOSE-GROUP.
    IF WS-GRP-COUNT < 2
        GO TO 4100-EXIT
    END-IF
    IF WS-GRP-COUNT > WS-GRP-MAX
        PERFORM 4300-LIST-COMMON-VALUE THRU 4300-EXIT
        GO TO 4100-EXIT
    END-IF
    MOVE ZERO TO WS-GRP-I
    PERFORM UNTIL WS-GRP-I >= WS-GRP-COUNT - 1
        ADD 1 TO WS-GRP-I
        MOVE WS-GRP-I TO WS-GRP-J
        PERFORM UNTIL WS-GRP-J >= WS-GRP-COUNT
            ADD 1 TO WS-GRP-J
            PERFORM 4200-WRITE-LINK THRU 4200-EXIT
        END-PERFORM
    END-PERFORM
    .
4100-EXIT.
    EXIT.

4200-WRITE-LINK.
    MOVE WS-GRP-PASS-ID(WS-GRP-I)   TO DP-PASS-ID-A
    MOVE WS-GRP-PASS-NAME(WS-GRP-I) TO DP-PASS-NAME-A
    MOVE WS-GRP-FF-NUMBER(WS-GRP-I) TO DP-FF-NUMBER-A
    MOVE WS-GRP-PASS-ID(WS-GRP-J)   TO DP-PASS-ID-B
    MOVE WS-GRP-PASS-NAME(WS-GRP-J) TO DP-PASS-NAME-B
    MOVE WS-GRP-FF-NUMBER(WS-GRP-J) TO DP-FF-NUMBER-B
    MOVE WS-PREV-TYPE               TO DP-MATCH-TYPE
    WRITE DUP-PAIR-RECORD
    ADD 1 TO WS-LINK-COUNT
    .
4200-EXIT.
    EXIT.

4300-LIST-COMMON-VALUE.
    IF NOT WS-COMMON-HDR-DONE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'KEY VALUES TOO COMMON TO SCORE' TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'Y' TO WS-COMMON-HDR-SW
    END-IF
    ADD 1 TO WS-COMMON-COUNT
    EVALUATE WS-PREV-TYPE
        WHEN 'P' MOVE 'PASSPORT'  TO CD-KEY-WORD
        WHEN 'F' MOVE 'FF NUMBER' TO CD-KEY-WORD
        WHEN 'E' MOVE 'E-MAIL'    TO CD-KEY-WORD
        WHEN 'H' MOVE 'PHONE'     TO CD-KEY-WORD
        WHEN OTHER MOVE 'NAME'    TO CD-KEY-WORD
    END-EVALUATE
    MOVE WS-PREV-VALUE TO CD-VALUE
    MOVE WS-GRP-COUNT  TO CD-COUNT
    WRITE REPORT-LINE FROM WS-COMMON-DETAIL
    .
4300-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 5000-RELEASE-LINKS - INPUT PROCEDURE for the pair sort.
*> -----------------------------------------------------------
5000-RELEASE-LINKS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT DUP-PAIR-FILE
    PERFORM UNTIL WS-EOF
        READ DUP-PAIR-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                MOVE DUP-PAIR-RECORD TO PAIR-SORT-RECORD
                RELEASE PAIR-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE DUP-PAIR-FILE
    .
5000-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6000-SCORE-PAIRS - OUTPUT PROCEDURE for the pair sort.  All
*> of a pair's links arrive together; the pair is scored and
*> printed when the next pair starts.
*> -----------------------------------------------------------
6000-SCORE-PAIRS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-RPT-HEADER
    MOVE 'N' TO WS-EOF-SW
    MOVE 'Y' TO WS-FIRST-SW
    PERFORM UNTIL WS-EOF
        RETURN PAIR-SORT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SW
            NOT AT END
                IF WS-FIRST-RECORD
                   OR SP-PASS-ID-A NOT = WS-PREV-ID-A
                   OR SP-PASS-ID-B NOT = WS-PREV-ID-B
                    IF NOT WS-FIRST-RECORD
                        PERFORM 6100-CLOSE-PAIR THRU 6100-EXIT
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    PERFORM 6050-OPEN-PAIR THRU 6050-EXIT
                END-IF
                EVALUATE TRUE
                    WHEN SP-MATCH-PASSPORT  MOVE 'X' TO WS-HIT-PASSPORT
                    WHEN SP-MATCH-FF-NUMBER MOVE 'X' TO WS-HIT-FF-NUMBER
                    WHEN SP-MATCH-EMAIL     MOVE 'X' TO WS-HIT-EMAIL
                    WHEN SP-MATCH-PHONE     MOVE 'X' TO WS-HIT-PHONE
                    WHEN SP-MATCH-NAME      MOVE 'X' TO WS-HIT-NAME
                END-EVALUATE
        END-RETURN
    END-PERFORM
    IF NOT WS-FIRST-RECORD
        PERFORM 6100-CLOSE-PAIR THRU 6100-EXIT
    END-IF
    .
6000-EXIT.
    EXIT.

6050-OPEN-PAIR.
    MOVE SP-PASS-ID-A   TO WS-PREV-ID-A
    MOVE SP-PASS-ID-B   TO WS-PREV-ID-B
    MOVE SP-PASS-NAME-A TO WS-PAIR-NAME-A
    MOVE SP-FF-NUMBER-A TO WS-PAIR-FF-A
    MOVE SP-PASS-NAME-B TO WS-PAIR-NAME-B
    MOVE SP-FF-NUMBER-B TO WS-PAIR-FF-B
    MOVE SPACES TO WS-PAIR-HITS
    .
6050-EXIT.
    EXIT.

*> -----------------------------------------------------------
*> 6100-CLOSE-PAIR - scores the pair from the keys it shares and
*> prints it if it reaches the card's minimum.
*> -----------------------------------------------------------
6100-CLOSE-PAIR.
    ADD 1 TO WS-PAIR-COUNT
    MOVE ZERO TO WS-PAIR-SCORE
    IF WS-HIT-PASSPORT = 'X'
        ADD WS-WT-PASSPORT TO WS-PAIR-SCORE
    END-IF
    IF WS-HIT-FF-NUMBER = 'X'
        ADD WS-WT-FF-NUMBER TO WS-PAIR-SCORE
    END-IF
    IF WS-HIT-EMAIL = 'X'
        ADD WS-WT-EMAIL TO WS-PAIR-SCORE
    END-IF
    IF WS-HIT-PHONE = 'X'
        ADD WS-WT-PHONE TO WS-PAIR-SCORE
    END-IF
    IF WS-HIT-NAME = 'X'
        ADD WS-WT-NAME TO WS-PAIR-SCORE
    END-IF
    IF WS-PAIR-SCORE < WS-MIN-SCORE
        GO TO 6100-EXIT
    END-IF
    ADD 1 TO WS-REPORTED-COUNT
    MOVE WS-PAIR-SCORE    TO RD-SCORE
    MOVE WS-PREV-ID-A     TO RD-PASS-ID-A
    MOVE WS-PAIR-NAME-A   TO RD-PASS-NAME-A
    MOVE WS-PREV-ID-B     TO RD-PASS-ID-B
    MOVE WS-PAIR-NAME-B   TO RD-PASS-NAME-B
    MOVE WS-HIT-PASSPORT  TO RD-HIT-PASSPORT
    MOVE WS-HIT-FF-NUMBER TO RD-HIT-FF-NUMBER
    MOVE WS-HIT-EMAIL     TO RD-HIT-EMAIL
    MOVE WS-HIT-PHONE     TO RD-HIT-PHONE
    MOVE WS-HIT-NAME      TO RD-HIT-NAME
    IF WS-PAIR-FF-A NOT = SPACES AND WS-PAIR-FF-B NOT = SPACES
       AND WS-PAIR-FF-A NOT = WS-PAIR-FF-B
        MOVE 'TWO FF ACCOUNTS' TO RD-NOTE
    ELSE
        MOVE SPACES TO RD-NOTE
    END-IF
    WRITE REPORT-LINE FROM WS-RPT-DETAIL
    .
6100-EXIT.
    EXIT.

9000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'ACTIVE PASSENGERS EXAMINED' TO TL-LABEL
    MOVE WS-PASS-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'MATCH KEYS SORTED' TO TL-LABEL
    MOVE WS-KEY-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PAIRS SHARING ANY KEY' TO TL-LABEL
    MOVE WS-PAIR-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PAIRS AT OR ABOVE MINIMUM SCORE' TO TL-LABEL
    MOVE WS-REPORTED-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'KEY VALUES TOO COMMON TO SCORE' TO TL-LABEL
    MOVE WS-COMMON-COUNT TO TL-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    DISPLAY '  Passengers examined .. ' WS-PASS-COUNT
    DISPLAY '  Candidate pairs ...... ' WS-REPORTED-COUNT
    .
9000-EXIT.
    EXIT.
