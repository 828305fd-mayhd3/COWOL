000010*****************************************************************
000020*    COPYBOOK.     FZBRAT
000030*    DESCRIPTION.  CHARGEBACK RATE TABLE RECORD (RATETAB).  ONE
000040*                  RECORD PER PRICE PER EFFECTIVE DATE: THE
000050*                  CHARGE ITEM, THE DATE THE PRICE TAKES EFFECT
000060*                  (YYMMDD), THE PRICE PER UNIT IN DOLLARS TO SIX
000070*                  DECIMAL PLACES, AND A DESCRIPTION.  THE ITEMS
000080*                  ARE -
000090*                    CNTR  PER COUNTER CLASSIFIED
000100*                    RULE  PER RULE APPLIED, PER COUNTER
000110*                    REJT  PER TRANSACTION-MODE REJECT
000120*                    PART  PER PARTIAL (QUIESCED) RUN
000130*                    RSTR  PER RESTARTED (RESUMED) RUN
000140*                  THE PRICE IN EFFECT FOR A RUN IS THE ITEM'S
000150*                  LATEST ONE DATED ON OR BEFORE THE RUN DATE, SO
000160*                  A NEW PRICE IS ADDED, NEVER KEYED OVER THE OLD
000170*                  ONE, AND A LATE RERUN OF LAST MONTH'S BILLING
000180*                  PRICES THE SAME.  RECORDS WITH A BLANK ITEM ARE
000190*                  COMMENTS.  THE FILE IS KEPT BY HAND BY FINANCE
000200*                  AND READ BY FZBCHG.
000210*    MODIFICATION HISTORY.
000220*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  FZB-RATE-RECORD.
000250     05  FZB-RAT-ITEM                PIC X(04).
000260         88  FZB-RAT-COMMENT                   VALUE SPACES.
000270     05  FILLER                      PIC X(01).
000280     05  FZB-RAT-EFF-DATE-X          PIC X(06).
000290     05  FZB-RAT-EFF-DATE REDEFINES FZB-RAT-EFF-DATE-X
000300                                     PIC 9(06).
000310     05  FILLER                      PIC X(01).
000320     05  FZB-RAT-PRICE-X             PIC X(09).
000330     05  FZB-RAT-PRICE REDEFINES FZB-RAT-PRICE-X
000340                                     PIC 9(03)V9(06).
000350     05  FILLER                      PIC X(01).
000360     05  FZB-RAT-DESC                PIC X(30).
000370     05  FILLER                      PIC X(28).
