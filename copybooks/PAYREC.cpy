*> Modification History
*> ---------------------
*> 2026-09-01  DLC  Original layout.
*> 2026-10-15  DLC  Added the 'D' (group deposit) transaction
*>                  type and the 'DP' (deposit applied) method.
*>                  A group deposit is taken against the group
*>                  PNR as segment 00 before any names exist;
*>                  at final payment PAYMGR sets the deposit
*>                  against the named segments' fares as 'P'
*>                  entries with method 'DP' - no new cash, the
*>                  deposit entry already carried it.
*> 2026-10-15  DLC  Added the 'B' (excess baggage) transaction
*>                  type, written by CHECKIN for a bag outside the
*>                  allowance (see BAGALLOW).  It is not fare
*>                  money: the segment's BOOK-PAY-STATUS is not
*>                  touched, and GLJRNL takes it straight to
*>                  baggage revenue - the service is delivered
*>                  when the bag is accepted.
*> ---------------------------------------------------------------
01  PAY-RECORD.
    05  PAY-PNR                      PIC X(06).
    05  PAY-TXN-TYPE                 PIC X(01).
        88  PAY-PAYMENT              VALUE 'P'.
        88  PAY-REFUND               VALUE 'R'.
        88  PAY-DEPOSIT              VALUE 'D'.
        88  PAY-BAGGAGE              VALUE 'B'.
    05  PAY-AMOUNT                   PIC 9(06)V99.
    05  PAY-METHOD                   PIC X(02).
        88  PAY-METHOD-CASH          VALUE 'CA'.
        88  PAY-METHOD-CARD          VALUE 'CC'.
        88  PAY-METHOD-AGENCY        VALUE 'AG'.
        88  PAY-METHOD-DEPOSIT       VALUE 'DP'.
    05  PAY-USER                     PIC X(08).
    05  FILLER                       PIC X(17).
