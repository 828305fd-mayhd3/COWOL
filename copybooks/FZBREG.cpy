000010*****************************************************************
000020*    COPYBOOK.     FZBREG
000030*    DESCRIPTION.  REQUEST REGISTRY EXTRACT RECORD (REQREG) -
000040*                  ONE RECORD PER REQUEST CODE IN EFFECT ON
000050*                  THE BUILD DATE, WRITTEN BY FZBRBLD FROM THE
000060*                  MAINTAINED REGISTRY CLUSTER (SEE FZBRGM).
000070*                  FZBEDIT CHECKS EVERY PARAMETER CARD'S CODE
000080*                  AGAINST IT.  CODE IN COLUMNS 1-8 AND
000090*                  DESCRIPTION FROM COLUMN 10, AS BEFORE THE
000100*                  REGISTRY WAS MAINTAINED ONLINE; THE OWNING
000110*                  DEPARTMENT (COLUMNS 41-48) AND REPORT
000120*                  DESTINATION (COLUMNS 50-57) FOLLOW.
000130*    MODIFICATION HISTORY.
000140*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  FZB-REQREG-RECORD.
000170     05  FZB-REG-REC-CODE            PIC X(08).
000180     05  FILLER                      PIC X(01).
000190     05  FZB-REG-REC-DESC            PIC X(30).
000200     05  FILLER                      PIC X(01).
000210     05  FZB-REG-REC-DEPT            PIC X(08).
000220     05  FILLER                      PIC X(01).
000230     05  FZB-REG-REC-DEST            PIC X(08).
000240     05  FILLER                      PIC X(23).
