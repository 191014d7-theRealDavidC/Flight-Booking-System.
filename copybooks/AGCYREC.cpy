*> ---------------------------------------------------------------
*> AGCYREC.CPY
*> AGENCY-MASTER record layout.
*>
*> One entry per travel agency allowed to sell our flights,
*> keyed on AGCY-KEY (the agency's numeric code).  Carries the
*> commission percentage the agency earns per fare class - taken
*> onto the booking at sale by BOOKMGR, so a later rate change
*> does not reprice what was sold - and the credit limit the
*> agency's unremitted balance is held to.  AGCY-BALANCE-DUE is
*> what the agency owes us: raised by the net of each AGCYSTMT
*> statement, lowered by each remittance recorded in AGCYMGR.
*> Maintained by AGCYMGR (audit-logged like every other master-
*> file change); an inactive agency can no longer sell.
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original layout.
*> ---------------------------------------------------------------
01  AGCY-RECORD.
    05  AGCY-KEY.
        10  AGCY-CODE                PIC X(08).
    05  AGCY-NAME                    PIC X(30).
    05  AGCY-COMM-FIRST              PIC 9(02)V99.
    05  AGCY-COMM-BUS                PIC 9(02)V99.
    05  AGCY-COMM-ECON               PIC 9(02)V99.
    05  AGCY-CREDIT-LIMIT            PIC 9(07)V99.
    05  AGCY-BALANCE-DUE             PIC S9(07)V99.
    05  AGCY-LAST-STMT-DATE          PIC 9(08).
    05  AGCY-STATUS                  PIC X(01).
        88  AGCY-ACTIVE              VALUE 'A'.
        88  AGCY-INACTIVE            VALUE 'I'.
    05  AGCY-LAST-CHG-DATE           PIC 9(08).
    05  AGCY-LAST-CHG-USER           PIC X(08).
    05  FILLER                       PIC X(20).
