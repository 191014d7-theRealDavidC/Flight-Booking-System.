*> ---------------------------------------------------------------
*> APISSENT.CPY
*> APIS-SENT-LOG record layout.
*>
*> Append-only log of every passenger entry APISGEN has
*> transmitted, one line per entry per run.  Read back for the
*> departure at the start of each run: the latest action logged
*> for a booking segment says whether the authority holds the
*> passenger now ('A' or 'C') or not ('D'), so the next run
*> sends only the differences.  The highest run sequence logged
*> for the departure numbers the next message.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  SENT-RECORD.
    05  SENT-FLT-NUMBER              PIC X(06).
    05  SENT-FLT-DEP-DATE            PIC 9(08).
    05  SENT-PNR                     PIC X(06).
    05  SENT-SEG-SEQ                 PIC 9(02).
    05  SENT-PASS-ID                 PIC X(08).
    05  SENT-ACTION                  PIC X(01).
        88  SENT-ADDED               VALUE 'A'.
        88  SENT-DELETED             VALUE 'D'.
        88  SENT-CHANGED             VALUE 'C'.
    05  SENT-DOC-NUMBER              PIC X(12).
    05  SENT-DOC-EXPIRY-DATE         PIC 9(08).
    05  SENT-DATE                    PIC 9(08).
    05  SENT-TIME                    PIC 9(08).
    05  SENT-SEQ                     PIC 9(03).
    05  FILLER                       PIC X(10).
