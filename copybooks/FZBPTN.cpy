000010*****************************************************************
000020*    COPYBOOK.     FZBPTN
000030*    DESCRIPTION.  PARTITION CONTROL CARD (PARTIN).  NAMES THE
000040*                  ONE RANGE REQUEST CODE WHOSE COUNTERS ARE
000050*                  SPLIT ACROSS CONCURRENT FIZZBUZZ PARTITION
000060*                  JOBS, THIS JOB'S PARTITION NUMBER, AND THE
000070*                  NUMBER OF PARTITIONS (2-9).  PARTITION 1 RUNS
000080*                  EVERY OTHER CARD ON PARMIN AS USUAL; THE
000090*                  OTHER PARTITIONS RUN ONLY THEIR SLICE OF THE
000100*                  SPLIT REQUEST.  FZBPCMB READS THE SAME CARD
000110*                  (ANY PARTITION'S) FOR THE PARTITION COUNT WHEN
000120*                  IT COMBINES THE PARTITIONS' OUTPUT.  NO CARD,
000130*                  OR A BLANK ONE, IS AN ORDINARY SERIAL RUN.
000140*    MODIFICATION HISTORY.
000150*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  FZB-PARTITION-RECORD.
000180     05  FZB-PTN-REQ-CODE            PIC X(08).
000190     05  FILLER                      PIC X(01).
000200     05  FZB-PTN-PART-NO-X           PIC X(01).
000210     05  FZB-PTN-PART-NO REDEFINES FZB-PTN-PART-NO-X
000220                                     PIC 9(01).
000230     05  FILLER                      PIC X(01).
000240     05  FZB-PTN-PART-CNT-X          PIC X(01).
000250     05  FZB-PTN-PART-CNT REDEFINES FZB-PTN-PART-CNT-X
000260                                     PIC 9(01).
000270     05  FILLER                      PIC X(68).
