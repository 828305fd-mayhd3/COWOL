000020*    COPYBOOK.     FZBHST
000030*    DESCRIPTION.  CLASSIFICATION HISTORY RECORD FOR THE KEYED
000040*                  VSAM HISTORY CLUSTER (PROD.FIZZBUZZ.MASTHIST)
000048*                  KEYED ON COUNTER, REQUEST CODE AND RUN
000056*                  DATE/TIME.  WHERE THE MASTER (FZBMST) HOLDS
000064*                  ONLY THE LATEST CLASSIFICATION PER COUNTER
000072*                  PER REQUEST CODE - A RELOAD REPLACES THE
000080*                  MASTER RECORD - THE HISTORY KEEPS ONE RECORD
000090*                  PER COUNTER PER REQUEST CODE PER RUN, WRITTEN
000100*                  BY FZBLOAD ALONGSIDE THE MASTER LOAD, SO AN
000110*                  INQUIRY CAN ANSWER WHAT A COUNTER'S
000120*                  CLASSIFICATION WAS AS OF ANY PAST DATE AND
000130*                  PROVE WHAT A REQUESTER WAS TOLD AFTER THE
000140*                  FZBDOUT GENERATIONS ARE GONE.  RETENTION
000150*                  MATCHES THE AUDIT HISTORY GENERATIONS.
000160*    MODIFICATION HISTORY.
000170*        2026-09-03  JHM  ORIGINAL COPYBOOK.
000172*        2026-09-03  JHM  ADDED THE BUSINESS-ASSIGNED REQUEST
000174*                         CODE, MATCHING THE MASTER RECORD.
000175*        2026-10-15  JHM  REQUEST CODE MOVED INTO THE RECORD KEY
000177*                         AHEAD OF THE RUN DATE/TIME (KEYS(28 0)),
000178*                         MATCHING THE MASTER KEY.
000180*****************************************************************
000190 01  FZB-HIST-RECORD.
000200     05  FZB-HST-KEY.
000210         10  FZB-HST-COUNTER         PIC 9(06).
000215         10  FZB-HST-REQ-CODE        PIC X(08).
000220         10  FZB-HST-RUN-DATE        PIC 9(06).
000230         10  FZB-HST-RUN-TIME        PIC 9(08).
000240     05  FZB-HST-CLASS-CODE          PIC X(03).
000250     05  FZB-HST-CLASS-LABEL         PIC X(20).
000260     05  FZB-HST-REQUEST-ID          PIC 9(04).
000270     05  FILLER                      PIC X(25).
