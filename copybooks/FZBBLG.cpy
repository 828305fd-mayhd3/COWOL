000010*****************************************************************
000020*    COPYBOOK.     FZBBLG
000030*    DESCRIPTION.  TRANSACTION BATCH LOG RECORD FOR THE KEYED
000040*                  VSAM BATCH LOG (PROD.FIZZBUZZ.TRANBAT), ONE
000050*                  RECORD PER SUBMITTED TRANIN BATCH (SEE
000060*                  FZBBCH) KEYED ON THE REQUEST CODE AND THE
000070*                  SUBMITTER'S BATCH DATE AND NUMBER.  FIZZBUZZ
000080*                  LOGS EVERY BATCH IT PROVES: 'A' ACCEPTED AND
000090*                  CLASSIFIED, OR 'R' REJECTED WHOLE WITH THE
000100*                  REASON.  AN ACCEPTED BATCH ON THE LOG IS HOW
000110*                  A DOUBLED OR RESENT BATCH IS RECOGNISED AND
000120*                  REJECTED AS A DUPLICATE; A REJECTED ONE MAY
000130*                  BE CORRECTED AND RESENT UNDER THE SAME
000140*                  NUMBER.  THE RUN DATE/TIME AND REQUEST ID ARE
000150*                  THOSE OF THE FZBAUD RECORD OF THE RUN THAT
000160*                  LOGGED THE BATCH.  THE ALL-ZERO KEY IS THE
000170*                  PRIME RECORD AND CARRIES NO BATCH.
000180*    MODIFICATION HISTORY.
000190*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000200*****************************************************************
000210 01  FZB-BATCH-LOG-RECORD.
000220     05  FZB-BLG-KEY.
000230         10  FZB-BLG-REQ-CODE        PIC X(08).
000240         10  FZB-BLG-BATCH-DATE      PIC 9(06).
000250         10  FZB-BLG-BATCH-NO        PIC 9(06).
000260     05  FZB-BLG-STATUS              PIC X(01).
000270         88  FZB-BLG-ACCEPTED                  VALUE 'A'.
000280         88  FZB-BLG-REJECTED                  VALUE 'R'.
000290     05  FZB-BLG-REASON-CODE         PIC X(03).
000300     05  FZB-BLG-RECORD-COUNT        PIC 9(07).
000310     05  FZB-BLG-HASH-TOTAL          PIC 9(13).
000320     05  FZB-BLG-RUN-DATE            PIC 9(06).
000330     05  FZB-BLG-RUN-TIME            PIC 9(08).
000340     05  FZB-BLG-REQUEST-ID          PIC 9(04).
000350     05  FILLER                      PIC X(18).
