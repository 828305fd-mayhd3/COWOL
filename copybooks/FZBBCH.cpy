000010*****************************************************************
000020*    COPYBOOK.     FZBBCH
000030*    DESCRIPTION.  TRANSACTION BATCH CONTROL RECORDS.  A MODE
000040*                  'T' TRANIN FILE IS MADE UP OF ONE OR MORE
000050*                  SUBMITTED BATCHES, EACH A HEADER RECORD
000060*                  NAMING THE REQUEST CODE THE BATCH IS FOR AND
000070*                  THE SUBMITTER'S BATCH DATE AND NUMBER, THEN
000080*                  THE COUNTER VALUE RECORDS (COLUMNS 1-6, AS
000090*                  BEFORE), THEN A TRAILER RECORD CARRYING THE
000100*                  NUMBER OF VALUE RECORDS IN THE BATCH AND THE
000110*                  HASH TOTAL OF THEIR COUNTER VALUES (THE SUM
000120*                  OF THE NUMERIC VALUES - A NON-NUMERIC VALUE
000130*                  COUNTS AS A RECORD BUT ADDS NOTHING TO THE
000140*                  HASH).  THE '$' IN COLUMN 1 CAN NEVER START
000150*                  A COUNTER VALUE, SO THE CONTROL RECORDS ARE
000160*                  TOLD FROM THE VALUE RECORDS BY COLUMNS 1-8
000170*                  ALONE.  FIZZBUZZ PROVES EVERY BATCH FOR ITS
000180*                  REQUEST CODE BEFORE IT CLASSIFIES ANYTHING,
000190*                  AND FZBRCYC WRITES THE SAME RECORDS AROUND
000200*                  THE RECYCLED VALUES IT STAGES.
000210*    MODIFICATION HISTORY.
000220*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  FZB-BATCH-CONTROL-RECORD.
000250     05  FZB-BCH-RECORD-ID           PIC X(08).
000260         88  FZB-BCH-HEADER                    VALUE '$HEADER '.
000270         88  FZB-BCH-TRAILER                   VALUE '$TRAILER'.
000280     05  FILLER                      PIC X(01).
000290     05  FZB-BCH-HEADER-DATA.
000300         10  FZB-BCH-REQ-CODE        PIC X(08).
000310         10  FILLER                  PIC X(01).
000320         10  FZB-BCH-BATCH-DATE-X    PIC X(06).
000330         10  FZB-BCH-BATCH-DATE REDEFINES FZB-BCH-BATCH-DATE-X
000340                                     PIC 9(06).
000350         10  FILLER                  PIC X(01).
000360         10  FZB-BCH-BATCH-NO-X      PIC X(06).
000370         10  FZB-BCH-BATCH-NO REDEFINES FZB-BCH-BATCH-NO-X
000380                                     PIC 9(06).
000390         10  FILLER                  PIC X(49).
000400     05  FZB-BCH-TRAILER-DATA REDEFINES FZB-BCH-HEADER-DATA.
000410         10  FZB-BCH-RECORD-COUNT-X  PIC X(07).
000420         10  FZB-BCH-RECORD-COUNT REDEFINES
000430                 FZB-BCH-RECORD-COUNT-X
000440                                     PIC 9(07).
000450         10  FILLER                  PIC X(01).
000460         10  FZB-BCH-HASH-TOTAL-X    PIC X(13).
000470         10  FZB-BCH-HASH-TOTAL REDEFINES FZB-BCH-HASH-TOTAL-X
000480                                     PIC 9(13).
000490         10  FILLER                  PIC X(50).
