000010*****************************************************************
000020*    COPYBOOK.     FZBRPQ
000030*    DESCRIPTION.  REPRINT REQUEST CARD (FIZZRPRT PARMIN).
000040*                  NAMES THE REQUEST CODE WHOSE PAST REPORT
000050*                  SECTIONS AND DATA ARE TO BE REPRINTED AND THE
000060*                  RUN DATE, OR RANGE OF RUN DATES, WANTED
000070*                  (YYMMDD).  A BLANK TO-DATE MEANS THE FROM-DATE
000080*                  ONLY.  EVERY COMPLETED OR BYPASSED RUN OF THE
000090*                  CODE IN THE RANGE IS REPRINTED.
000100*    MODIFICATION HISTORY.
000110*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000120*****************************************************************
000130 01  FZB-REPRINT-CARD.
000140     05  FZB-RPQ-REQ-CODE            PIC X(08).
000150     05  FILLER                      PIC X(01).
000160     05  FZB-RPQ-FROM-DATE-X         PIC X(06).
000170     05  FZB-RPQ-FROM-DATE REDEFINES FZB-RPQ-FROM-DATE-X
000180                                     PIC 9(06).
000190     05  FILLER                      PIC X(01).
000200     05  FZB-RPQ-TO-DATE-X           PIC X(06).
000210     05  FZB-RPQ-TO-DATE REDEFINES FZB-RPQ-TO-DATE-X
000220                                     PIC 9(06).
000230     05  FILLER                      PIC X(58).
