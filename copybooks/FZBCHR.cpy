000010*****************************************************************
000020*    COPYBOOK.     FZBCHR
000030*    DESCRIPTION.  PRICED CHARGE RECORD FOR THE MONTHLY
000040*                  CHARGEBACK.  FZBCHG WRITES ONE PER AUDIT
000050*                  HISTORY RECORD (ONE REQUEST OF ONE RUN) IN THE
000060*                  BILLING PERIOD, CHARGED TO THE DEPARTMENT THAT
000070*                  OWNED THE REQUEST CODE ON THE RUN DATE; FIZZCHG
000080*                  SORTS THEM BY DEPARTMENT, CODE AND RUN FOR
000090*                  FZBINV, WHICH PRINTS THE INVOICES AND WRITES
000100*                  THE GENERAL-LEDGER FEED.  THE QUANTITIES ARE
000110*                  THE UNITS PRICED: COUNTERS CLASSIFIED (FOR A
000120*                  RANGE REQUEST RESUMED FROM A PARTIAL RUN, ONLY
000130*                  THE COUNTERS PAST THE PARTIAL RUN'S - THOSE
000140*                  WERE CHARGED TO THE PARTIAL RUN), RULES ON THE
000150*                  CARD, RULE APPLICATIONS (COUNTERS TIMES RULES),
000160*                  TRANSACTION-MODE REJECTS (SUBMITTED LESS
000170*                  CLASSIFIED), AND ONE EACH FOR A PARTIAL AND A
000180*                  RESTARTED RUN.  A BYPASSED REQUEST ('B') IS
000190*                  CARRIED WITH ZERO QUANTITIES AND AMOUNTS SO THE
000200*                  DEPARTMENT SEES ITS BAD CARD ON THE INVOICE.
000210*                  A DEPARTMENT OF '*NOREG*' MEANS THE CODE HAD
000220*                  NO REGISTRY VERSION IN EFFECT ON THE RUN DATE.
000230*    MODIFICATION HISTORY.
000240*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000250*****************************************************************
000260 01  FZB-CHARGE-RECORD.
000270     05  FZB-CHR-DEPT                PIC X(08).
000280     05  FZB-CHR-REQ-CODE            PIC X(08).
000290     05  FZB-CHR-RUN-DATE            PIC 9(06).
000300     05  FZB-CHR-RUN-TIME            PIC 9(08).
000310     05  FZB-CHR-REQUEST-ID          PIC 9(04).
000320     05  FZB-CHR-PERIOD              PIC 9(04).
000330     05  FZB-CHR-RUN-STATUS          PIC X(01).
000340         88  FZB-CHR-COMPLETE                  VALUE 'C'.
000350         88  FZB-CHR-PARTIAL                   VALUE 'P'.
000360         88  FZB-CHR-BYPASSED                  VALUE 'B'.
000370     05  FZB-CHR-RUN-MODE            PIC X(01).
000380     05  FZB-CHR-REG-SW              PIC X(01).
000390         88  FZB-CHR-UNREGISTERED              VALUE 'U'.
000400     05  FZB-CHR-QUANTITIES.
000410         10  FZB-CHR-COUNTERS        PIC 9(07).
000420         10  FZB-CHR-RULES           PIC 9(01).
000430         10  FZB-CHR-RULE-UNITS      PIC 9(08).
000440         10  FZB-CHR-REJECTS         PIC 9(06).
000450         10  FZB-CHR-PARTIAL-CNT     PIC 9(01).
000460         10  FZB-CHR-RESTART-CNT     PIC 9(01).
000470     05  FZB-CHR-AMOUNTS.
000480         10  FZB-CHR-AMT-COUNTERS    PIC 9(07)V99.
000490         10  FZB-CHR-AMT-RULES       PIC 9(07)V99.
000500         10  FZB-CHR-AMT-REJECTS     PIC 9(07)V99.
000510         10  FZB-CHR-AMT-PARTIAL     PIC 9(07)V99.
000520         10  FZB-CHR-AMT-RESTART     PIC 9(07)V99.
000530         10  FZB-CHR-AMT-TOTAL       PIC 9(07)V99.
000540     05  FZB-CHR-UNPRICED-SW         PIC X(01).
000550         88  FZB-CHR-UNPRICED                  VALUE 'Y'.
