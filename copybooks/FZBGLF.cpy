000010*****************************************************************
000020*    COPYBOOK.     FZBGLF
000030*    DESCRIPTION.  CHARGEBACK BILLING FEED RECORD FOR THE FINANCE
000040*                  GENERAL-LEDGER INTERFACE (GLFEED), WRITTEN BY
000050*                  FZBINV.  ONE HEADER RECORD ('H') NAMING THE
000060*                  SYSTEM AND THE BILLING PERIOD (YYMM), ONE
000070*                  DETAIL RECORD ('D') PER DEPARTMENT PER CHARGE
000080*                  ITEM WITH A NON-ZERO AMOUNT (ITEM CODES AS ON
000090*                  THE RATE TABLE, SEE FZBRAT), AND ONE TRAILER
000100*                  RECORD ('T') WITH THE DETAIL RECORD COUNT AND
000110*                  THE SUM OF THE DETAIL AMOUNTS, WHICH THE
000120*                  INTERFACE PROVES BEFORE POSTING.  AMOUNTS ARE
000130*                  UNSIGNED DOLLARS AND CENTS TO BE DEBITED TO THE
000140*                  DEPARTMENT.
000150*    MODIFICATION HISTORY.
000160*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  FZB-GLFEED-RECORD.
000190     05  FZB-GLF-REC-TYPE            PIC X(01).
000200         88  FZB-GLF-HEADER                    VALUE 'H'.
000210         88  FZB-GLF-DETAIL                    VALUE 'D'.
000220         88  FZB-GLF-TRAILER                   VALUE 'T'.
000230     05  FZB-GLF-HEADER-DATA.
000240         10  FZB-GLF-SYSTEM-ID       PIC X(08).
000250         10  FZB-GLF-HDR-PERIOD      PIC 9(04).
000260         10  FZB-GLF-CREATE-DATE     PIC 9(06).
000270         10  FZB-GLF-CREATE-TIME     PIC 9(08).
000280         10  FILLER                  PIC X(53).
000290     05  FZB-GLF-DETAIL-DATA REDEFINES FZB-GLF-HEADER-DATA.
000300         10  FZB-GLF-DEPT            PIC X(08).
000310         10  FZB-GLF-ITEM            PIC X(04).
000320         10  FZB-GLF-PERIOD          PIC 9(04).
000330         10  FZB-GLF-QUANTITY        PIC 9(09).
000340         10  FZB-GLF-AMOUNT          PIC 9(09)V99.
000350         10  FILLER                  PIC X(43).
000360     05  FZB-GLF-TRAILER-DATA REDEFINES FZB-GLF-HEADER-DATA.
000370         10  FZB-GLF-DETAIL-CNT      PIC 9(07).
000380         10  FZB-GLF-AMOUNT-TOTAL    PIC 9(11)V99.
000390         10  FILLER                  PIC X(59).
