*> ---------------------------------------------------------------
*> GLJREC.CPY
*> GL-JOURNAL record layout - the general ledger's fixed-width
*> journal import format.
*>
*> One journal batch per GLJRNL run: a header ('H'), the detail
*> lines ('D'), and a trailer ('T') carrying the control totals
*> the ledger checks on import - the detail line count and the
*> total debits and credits, which must agree.  Every detail
*> line is one side of a balanced entry; GLJ-REFERENCE ties it
*> back to the PNR/segment (or group PNR) it came from and
*> GLJ-SOURCE says what raised it:
*>
*>   PY  payment taken          RF  refund paid
*>   GD  group deposit taken    GF  group deposit forfeited
*>   FL  segment flown          NS  segment no-show
*>   CX  cancellation penalty   AW  award segment flown
*>   XB  excess baggage charge
*>
*> GLJ-BATCH-ID is the run date plus a sequence within the date,
*> so a second run on the same day imports as its own batch.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> 2026-10-15  DLC  Added source XB (excess baggage charge).
*> ---------------------------------------------------------------
01  GLJ-RECORD.
    05  GLJ-REC-TYPE                 PIC X(01).
        88  GLJ-HEADER               VALUE 'H'.
        88  GLJ-DETAIL               VALUE 'D'.
        88  GLJ-TRAILER              VALUE 'T'.
    05  GLJ-BATCH-ID.
        10  GLJ-BATCH-DATE           PIC 9(08).
        10  GLJ-BATCH-SEQ            PIC 9(03).
    05  GLJ-BODY                     PIC X(88).
    05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
        10  GLJ-LINE-NO              PIC 9(07).
        10  GLJ-EFF-DATE             PIC 9(08).
        10  GLJ-ACCOUNT              PIC X(10).
        10  GLJ-DR-CR                PIC X(01).
            88  GLJ-DEBIT            VALUE 'D'.
            88  GLJ-CREDIT           VALUE 'C'.
        10  GLJ-AMOUNT               PIC 9(09)V99.
        10  GLJ-SOURCE               PIC X(02).
        10  GLJ-REFERENCE.
            15  GLJ-REF-PNR          PIC X(06).
            15  GLJ-REF-SEG-SEQ      PIC 9(02).
        10  GLJ-DESCRIPTION          PIC X(30).
        10  FILLER                   PIC X(11).
    05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
        10  GLJ-HDR-SYSTEM           PIC X(12).
        10  GLJ-HDR-RUN-DATE         PIC 9(08).
        10  GLJ-HDR-DESCRIPTION      PIC X(30).
        10  FILLER                   PIC X(38).
    05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
        10  GLJ-TRL-LINE-COUNT       PIC 9(07).
        10  GLJ-TRL-DEBIT-TOTAL      PIC 9(11)V99.
        10  GLJ-TRL-CREDIT-TOTAL     PIC 9(11)V99.
        10  FILLER                   PIC X(55).
