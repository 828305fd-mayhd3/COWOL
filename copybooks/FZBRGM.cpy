000010*****************************************************************
000020*    COPYBOOK.     FZBRGM
000030*    DESCRIPTION.  REQUEST REGISTRY RECORD FOR THE KEYED VSAM
000040*                  REGISTRY CLUSTER (PROD.FIZZBUZZ.REGMAST) -
000050*                  THE ONE MAINTAINED SOURCE OF EVERY
000060*                  BUSINESS-ASSIGNED REQUEST CODE, ITS
000070*                  DESCRIPTION, OWNING DEPARTMENT, AND REPORT
000080*                  DESTINATION.  ONE RECORD PER VERSION OF A
000090*                  CODE, KEYED ON THE CODE PLUS THE DATE THE
000100*                  VERSION TAKES EFFECT (YYMMDD), SO A CHANGE
000110*                  KEYED TODAY FOR NEXT MONTH SITS ON FILE
000120*                  WITHOUT DISTURBING TONIGHT'S RUN.  THE
000130*                  VERSION IN EFFECT ON A GIVEN DATE IS THE
000140*                  CODE'S LATEST ONE DATED ON OR BEFORE IT.
000150*                  A RETIRED VERSION ('R') ENDS THE CODE FROM
000160*                  ITS EFFECTIVE DATE.  WRITTEN ONLY BY THE
000170*                  FZBR MAINTENANCE TRANSACTION (FZBOREG);
000180*                  FZBRBLD BUILDS THE NIGHTLY REQREG AND
000190*                  DISTCTL FILES FROM IT.  A CODE STARTING
000200*                  '$' IS A CONTROL ENTRY, NOT A REQUEST -
000210*                  '$HOLD' NAMES THE HOLDING DESTINATION FOR
000220*                  UNROUTABLE REPORT SECTIONS.
000230*    MODIFICATION HISTORY.
000240*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000250*****************************************************************
000260 01  FZB-REGMAST-RECORD.
000270     05  FZB-RGM-KEY.
000280         10  FZB-RGM-REQ-CODE        PIC X(08).
000290         10  FZB-RGM-EFF-DATE        PIC 9(06).
000300     05  FZB-RGM-STATUS              PIC X(01).
000310         88  FZB-RGM-ACTIVE                    VALUE 'A'.
000320         88  FZB-RGM-RETIRED                   VALUE 'R'.
000330     05  FZB-RGM-DESC                PIC X(30).
000340     05  FZB-RGM-DEPT                PIC X(08).
000350     05  FZB-RGM-DEST                PIC X(08).
000360     05  FZB-RGM-USERID              PIC X(08).
000370     05  FZB-RGM-UPD-DATE            PIC 9(06).
000380     05  FILLER                      PIC X(05).
