*>                  extracts as one entry per segment under one
*>                  PNR/ticket number, numbered in travel order,
*>                  so the partner sees a single journey.
*> 2026-10-15  DLC  Added INTL-AGENCY-CODE out of FILLER - the
*>                  travel agency that sold an inbound partner
*>                  booking, when the partner sends one (spaces
*>                  otherwise, and always spaces on our extract).
*> ---------------------------------------------------------------
01  INTL-RECORD.
    05  INTL-PNR                     PIC X(06).
    05  INTL-ARR-TIME                PIC 9(04).
    05  INTL-FARE-CLASS              PIC X(01).
    05  INTL-SEG-SEQ                 PIC 9(02).
    05  INTL-AGENCY-CODE             PIC X(08).
    05  FILLER                       PIC X(10).
