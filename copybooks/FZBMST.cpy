000020*    COPYBOOK.     FZBMST
000030*    DESCRIPTION.  CLASSIFICATION MASTER RECORD FOR THE KEYED
000040*                  VSAM MASTER (PROD.FIZZBUZZ.MASTER), KEYED ON
000047*                  FZB-MST-KEY - COUNTER PLUS REQUEST CODE.
000054*                  LOADED FROM THE RUN'S DATA OUTPUT BY FZBLOAD
000061*                  AFTER EACH CLASSIFICATION RUN AND READ BY THE
000069*                  FZBINQ INQUIRY PROGRAM, SO A SINGLE COUNTER'S
000076*                  LATEST CLASSIFICATION CAN BE ANSWERED WITHOUT
000083*                  BROWSING THE FLAT DATA FILE.  A COUNTER
000090*                  RELOADED BY A LATER RUN FOR THE SAME REQUEST
000098*                  CODE REPLACES ITS EARLIER MASTER RECORD; A
000105*                  DIFFERENT REQUEST CODE COVERING THE SAME
000112*                  COUNTER KEEPS A RECORD OF ITS OWN.
000120*    MODIFICATION HISTORY.
000130*        2026-08-22  JHM  ORIGINAL COPYBOOK.
000132*        2026-09-03  JHM  ADDED THE BUSINESS-ASSIGNED REQUEST
000134*                         CODE CARRIED FROM THE PARAMETER CARD
000136*                         THROUGH THE DATA RECORD, ALONGSIDE
000138*                         THE PER-NIGHT SEQUENCE ID.
000139*        2026-10-15  JHM  REQUEST CODE MOVED INTO THE RECORD KEY
000139*                         (KEYS(14 0)) SO OVERLAPPING REQUESTS NO
000139*                         LONGER REPLACE EACH OTHER'S ANSWERS.
000140*****************************************************************
000150 01  FZB-MASTER-RECORD.
000155     05  FZB-MST-KEY.
000160         10  FZB-MST-COUNTER         PIC 9(06).
000165         10  FZB-MST-REQ-CODE        PIC X(08).
000170     05  FZB-MST-CLASS-CODE          PIC X(03).
000180     05  FZB-MST-CLASS-LABEL         PIC X(20).
000190     05  FZB-MST-REQUEST-ID          PIC 9(04).
000200     05  FZB-MST-RUN-DATE            PIC 9(06).
000210     05  FZB-MST-RUN-TIME            PIC 9(08).
000220     05  FILLER                      PIC X(25).
