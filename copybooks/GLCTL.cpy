*> ---------------------------------------------------------------
*> GLCTL.CPY
*> GL-CONTROL record layout.
*>
*> The GLJRNL run log, appended to (OPEN EXTEND) and never
*> rewritten, like the SETTLE checkpoint log.  Two entries per
*> run: a 'P' entry once the run's payment-ledger lines are in
*> the journal, and a 'C' entry when the batch is complete.
*>
*> GLC-PAY-COUNT is how many PAYMENT-LEDGER entries have been
*> journalled since the interface began - the ledger is
*> append-only, so the next run starts with the entry after
*> that.  GLC-ATL-BALANCE is the air traffic liability balance
*> the journals have built up: the balance brought forward on a
*> 'P' entry, the balance carried forward on a 'C' entry.  ATLRPT
*> ties the open book to the last 'C' entry's balance.
*>
*> A run that dies after its 'P' entry resumes on the rerun: the
*> journal is reopened EXTEND, its totals are recounted from the
*> lines already in it, and the payment pass is not repeated.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  GLC-RECORD.
    05  GLC-RUN-DATE                 PIC 9(08).
    05  GLC-BATCH-ID.
        10  GLC-BATCH-DATE           PIC 9(08).
        10  GLC-BATCH-SEQ            PIC 9(03).
    05  GLC-STAGE                    PIC X(01).
        88  GLC-PAYMENTS-DONE        VALUE 'P'.
        88  GLC-RUN-COMPLETE         VALUE 'C'.
    05  GLC-PAY-COUNT                PIC 9(09).
    05  GLC-LINE-COUNT               PIC 9(07).
    05  GLC-DEBIT-TOTAL              PIC 9(11)V99.
    05  GLC-CREDIT-TOTAL             PIC 9(11)V99.
    05  GLC-ATL-BALANCE              PIC S9(11)V99.
    05  FILLER                       PIC X(10).
