*> ---------------------------------------------------------------
*> GLACCT.CPY
*> General-ledger account numbers the reservations system posts
*> to, shared by GLJRNL (which journals to them) and ATLRPT
*> (which ties the air traffic liability account back to the
*> open book).  Set up by finance in the ledger's chart of
*> accounts - change them here only together with the ledger.
*>
*>   CASH              payments in, refunds out
*>   AIR TRAFFIC LIAB  money held for travel not yet flown
*>   MILEAGE LIAB      miles issued, drawn down as awards fly
*>   TAXES PAYABLE     taxes and charges owed to the authorities
*>   PASSENGER REV     fares flown (and no-shows)
*>   PENALTY REV       cancellation penalties and forfeited
*>                     group deposits retained
*>   AWARD REV         award travel flown, valued in miles
*>   BAGGAGE REV       excess baggage charges collected
*>
*> Modification History
*> ---------------------
*> 2026-10-15  DLC  Original version.
*> 2026-10-15  DLC  Added the baggage revenue account.
*> ---------------------------------------------------------------
01  GL-ACCOUNTS.
    05  GL-ACCT-CASH                 PIC X(10) VALUE '1010-00100'.
    05  GL-ACCT-ATL                  PIC X(10) VALUE '2410-00100'.
    05  GL-ACCT-MILEAGE-LIAB         PIC X(10) VALUE '2450-00100'.
    05  GL-ACCT-TAX-PAYABLE          PIC X(10) VALUE '2310-00100'.
    05  GL-ACCT-PAX-REVENUE          PIC X(10) VALUE '4010-00100'.
    05  GL-ACCT-PENALTY-REVENUE      PIC X(10) VALUE '4050-00100'.
    05  GL-ACCT-AWARD-REVENUE        PIC X(10) VALUE '4020-00100'.
    05  GL-ACCT-BAGGAGE-REVENUE      PIC X(10) VALUE '4060-00100'.
