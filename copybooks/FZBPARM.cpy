000460*                         DECK NO LONGER REWRITES HISTORY.
000470*                         FZBEDIT VERIFIES THE CODE AGAINST THE
000480*                         REQUEST REGISTRY (REQREG).
000481*        2026-10-15  JHM  ADDED THE RUN CALENDAR (COLS 62-80) SO
000481*                         A CARD CAN STAY IN THE LIBRARY AND RUN
000481*                         ONLY ON THE NIGHTS IT IS DUE:
000482*                         FREQUENCY (COL 62) 'D' OR SPACE =
000482*                         DAILY, 'W' = WEEKLY ON WEEKDAY NN, 'M'
000483*                         = MONTH-END (LAST BUSINESS DAY), 'N' =
000483*                         BUSINESS DAY NN OF THE MONTH; NN IN
000483*                         COLS 63-64 (WEEKDAY 01 = MONDAY THRU
000484*                         07 = SUNDAY, BUSINESS DAY 01-23);
000484*                         EFFECTIVE-FROM AND EFFECTIVE-TO DATES
000485*                         (YYMMDD, COLS 65-70 AND 71-76, BLANK =
000485*                         OPEN-ENDED); AND THE HOLIDAY CALENDAR
000485*                         (COLS 77-80, SEE FZBHOL) WHOSE
000486*                         HOLIDAYS ARE NOT BUSINESS DAYS.  A
000486*                         BUSINESS DAY IS MONDAY-FRIDAY AND NOT A
000487*                         HOLIDAY ON THE CARD'S CALENDAR.  A
000487*                         DAILY CARD NAMING A CALENDAR RUNS ON
000487*                         BUSINESS DAYS ONLY; A WEEKLY CARD
000488*                         NAMING ONE ROLLS FORWARD TO THE NEXT
000488*                         BUSINESS DAY WHEN ITS WEEKDAY IS NOT
000489*                         ONE.  EXISTING CARDS (ALL BLANK) RUN
000489*                         EVERY NIGHT AS BEFORE.
000490*****************************************************************
000500 01  FZB-PARM-RECORD.
000510     05  FZB-PARM-LOW-VALUE          PIC 9(06).
000650         88  FZB-PARM-TYPE-LASTDIG             VALUE 'L'.
000660         88  FZB-PARM-TYPE-BAND                VALUE 'B'.
000670     05  FZB-PARM-REQ-CODE           PIC X(08).
000680     05  FZB-PARM-FREQ               PIC X(01).
000690         88  FZB-PARM-FREQ-DAILY               VALUES 'D' ' '.
000700         88  FZB-PARM-FREQ-WEEKLY              VALUE 'W'.
000710         88  FZB-PARM-FREQ-MONTH-END           VALUE 'M'.
000720         88  FZB-PARM-FREQ-BUS-DAY             VALUE 'N'.
000730     05  FZB-PARM-FREQ-DAY-X         PIC X(02).
000740     05  FZB-PARM-FREQ-DAY REDEFINES FZB-PARM-FREQ-DAY-X
000750                                     PIC 9(02).
000760     05  FZB-PARM-EFF-FROM-X         PIC X(06).
000770     05  FZB-PARM-EFF-FROM REDEFINES FZB-PARM-EFF-FROM-X
000780                                     PIC 9(06).
000790     05  FZB-PARM-EFF-TO-X           PIC X(06).
000800     05  FZB-PARM-EFF-TO REDEFINES FZB-PARM-EFF-TO-X
000810                                     PIC 9(06).
000820     05  FZB-PARM-HOL-CAL            PIC X(04).
