000010*****************************************************************
000020*    COPYBOOK.     FZBHOL
000030*    DESCRIPTION.  SHOP HOLIDAY CALENDAR RECORD (HOLCAL).  ONE
000040*                  RECORD PER HOLIDAY PER CALENDAR: THE FOUR-
000050*                  CHARACTER CALENDAR ID A PARAMETER CARD NAMES
000060*                  IN COLS 77-80 (SEE FZBPARM), THE HOLIDAY'S
000070*                  DATE (YYMMDD), AND A DESCRIPTION.  A RECORD
000080*                  WITH DATE 000000 IS THE CALENDAR'S TITLE
000090*                  RECORD - IT DEFINES THE CALENDAR EVEN BEFORE
000100*                  ANY HOLIDAY IS KEYED.  A CARD MAY ONLY NAME A
000110*                  CALENDAR WITH AT LEAST ONE RECORD HERE.
000120*                  RECORDS WITH A BLANK CALENDAR ID ARE COMMENTS.
000130*                  THE FILE IS KEPT BY HAND; KEY NEXT YEAR'S
000140*                  HOLIDAYS BEFORE THE LAST BUSINESS DAY OF THE
000150*                  YEAR.  READ BY FIZZBUZZ AND FZBEDIT, AND BY
000151*                  FZBIAUS, WHICH COUNTS AN INQUIRY MADE ON A
000152*                  HOLIDAY OF ITS CARD'S CALENDAR AS AFTER HOURS.
000160*    MODIFICATION HISTORY.
000170*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000171*        2026-10-15  JHM  ALSO READ BY FZBIAUS.
000180*****************************************************************
000190 01  FZB-HOLIDAY-RECORD.
000200     05  FZB-HLR-CAL-ID              PIC X(04).
000210     05  FILLER                      PIC X(01).
000220     05  FZB-HLR-DATE-X              PIC X(06).
000230     05  FZB-HLR-DATE REDEFINES FZB-HLR-DATE-X
000240                                     PIC 9(06).
000250     05  FILLER                      PIC X(01).
000260     05  FZB-HLR-DESC                PIC X(30).
000270     05  FILLER                      PIC X(38).
