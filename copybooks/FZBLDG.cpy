000010*****************************************************************
000020*    COPYBOOK.     FZBLDG
000030*    DESCRIPTION.  NIGHTLY RUN LEDGER RECORD FOR THE KEYED VSAM
000040*                  LEDGER CLUSTER (PROD.FIZZBUZZ.RUNLEDG), ONE
000050*                  RECORD PER FIZZBUZZ EXECUTION KEYED ON THE
000060*                  RUN DATE/TIME STAMPED ON THAT EXECUTION'S
000070*                  AUDIT RECORDS (FZBAUD).  EACH PROGRAM IN THE
000080*                  CYCLE POSTS ITS OWN MILESTONE TO THE RECORD
000090*                  SO THE MORNING DIGEST (FZBDGST) CAN SHOW
000100*                  WHERE EVERY RUN GOT TO WITHOUT ANYONE
000110*                  READING THE JOB LOGS:
000120*                    FIZZBUZZ  CLASSIFIED  ('R' RUNNING AT
000130*                              START, THEN 'C' COMPLETE, 'Q'
000140*                              QUIESCED, 'F' FAILED, OR 'S'
000150*                              SUPERSEDED WHEN A LATER RUN
000160*                              RESUMES IT FROM ITS CHECKPOINT)
000170*                    FZBBAL    'C' CERTIFIED / 'O' OUT OF BALANCE
000180*                    FZBLOAD   'L' LOADED / 'F' LOAD FAILED
000190*                    FZBXTRCT  'X' EXTRACT CUT (THE CUT DATE/TIME
000200*                              IS THE EXTRACT GENERATION KEY)
000210*                    FZBBRST   'D' DISTRIBUTED / 'H' SECTIONS HELD
000220*                    FZBACK    'A' ACKNOWLEDGED / 'N' NAKED
000230*                    FZBSDRF   DRIFT FLAG
000240*                    FZBRCYC   REJECTS STILL AWAITING REPAIR
000250*                  A SPACE STATUS MEANS THE MILESTONE HAS NOT
000260*                  BEEN POSTED.  A PROGRAM THAT FINDS NO RECORD
000270*                  FOR A RUN ADDS ONE, SO THE POSTINGS MAY
000280*                  ARRIVE IN ANY ORDER.  THE ALL-ZERO KEY IS THE
000290*                  PRIME RECORD AND CARRIES NO RUN.  ALL THE
000300*                  STATUS BYTES AND TEXT SIT AHEAD OF THE
000310*                  NUMERIC FIELDS SO A NEW RECORD IS CLEARED
000320*                  WITH ONE MOVE OF SPACES TO THE RECORD AND ONE
000330*                  MOVE OF ZEROS TO FZB-LDG-NUMBERS.
000340*    MODIFICATION HISTORY.
000350*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000360*****************************************************************
000370 01  FZB-LEDGER-RECORD.
000380     05  FZB-LDG-KEY.
000390         10  FZB-LDG-RUN-DATE        PIC 9(06).
000400         10  FZB-LDG-RUN-TIME        PIC 9(08).
000410     05  FZB-LDG-MILESTONES.
000420         10  FZB-LDG-CLS-STATUS      PIC X(01).
000430             88  FZB-LDG-RUNNING               VALUE 'R'.
000440             88  FZB-LDG-CLASSIFIED            VALUE 'C'.
000450             88  FZB-LDG-QUIESCED              VALUE 'Q'.
000460             88  FZB-LDG-CLS-FAILED            VALUE 'F'.
000470             88  FZB-LDG-SUPERSEDED            VALUE 'S'.
000480         10  FZB-LDG-BAL-STATUS      PIC X(01).
000490             88  FZB-LDG-CERTIFIED             VALUE 'C'.
000500             88  FZB-LDG-OUT-OF-BAL            VALUE 'O'.
000510         10  FZB-LDG-LOAD-STATUS     PIC X(01).
000520             88  FZB-LDG-LOADED                VALUE 'L'.
000530             88  FZB-LDG-LOAD-FAILED           VALUE 'F'.
000540         10  FZB-LDG-XTR-STATUS      PIC X(01).
000550             88  FZB-LDG-EXTRACT-CUT           VALUE 'X'.
000560         10  FZB-LDG-DST-STATUS      PIC X(01).
000570             88  FZB-LDG-DISTRIBUTED           VALUE 'D'.
000580             88  FZB-LDG-HELD                  VALUE 'H'.
000590         10  FZB-LDG-ACK-STATUS      PIC X(01).
000600             88  FZB-LDG-ACKNOWLEDGED          VALUE 'A'.
000610             88  FZB-LDG-NAKED                 VALUE 'N'.
000620         10  FZB-LDG-DRIFT-SW        PIC X(01).
000630             88  FZB-LDG-DRIFT-FLAGGED         VALUE 'Y'.
000640     05  FZB-LDG-TEXT.
000650         10  FZB-LDG-NAK-REASON      PIC X(20).
000660         10  FZB-LDG-DRIFT-CODE      PIC X(08).
000670         10  FZB-LDG-HELD-ENTRY      OCCURS 5 TIMES.
000680             15  FZB-LDG-HELD-REQ-ID PIC X(04).
000690             15  FZB-LDG-HELD-CODE   PIC X(08).
000700     05  FZB-LDG-NUMBERS.
000710         10  FZB-LDG-PROC-DATE       PIC 9(06).
000720         10  FZB-LDG-CLS-RC          PIC 9(02).
000730         10  FZB-LDG-REQ-CNT         PIC 9(04).
000740         10  FZB-LDG-COMPLETE-CNT    PIC 9(04).
000750         10  FZB-LDG-PARTIAL-CNT     PIC 9(04).
000760         10  FZB-LDG-BYPASS-CNT      PIC 9(04).
000770         10  FZB-LDG-REJECT-CNT      PIC 9(06).
000780         10  FZB-LDG-RESUMED-FROM.
000790             15  FZB-LDG-FROM-DATE   PIC 9(06).
000800             15  FZB-LDG-FROM-TIME   PIC 9(08).
000810         10  FZB-LDG-RESUMED-BY.
000820             15  FZB-LDG-BY-DATE     PIC 9(06).
000830             15  FZB-LDG-BY-TIME     PIC 9(08).
000840         10  FZB-LDG-CLS-DATE        PIC 9(06).
000850         10  FZB-LDG-CLS-TIME        PIC 9(08).
000860         10  FZB-LDG-BAL-DATE        PIC 9(06).
000870         10  FZB-LDG-BAL-TIME        PIC 9(08).
000880         10  FZB-LDG-LOAD-DATE       PIC 9(06).
000890         10  FZB-LDG-LOAD-TIME       PIC 9(08).
000900         10  FZB-LDG-LOAD-CNT        PIC 9(06).
000910         10  FZB-LDG-XTR-DATE        PIC 9(06).
000920         10  FZB-LDG-XTR-TIME        PIC 9(08).
000930         10  FZB-LDG-DST-DATE        PIC 9(06).
000940         10  FZB-LDG-DST-TIME        PIC 9(08).
000950         10  FZB-LDG-SECTION-CNT     PIC 9(04).
000960         10  FZB-LDG-HELD-CNT        PIC 9(04).
000970         10  FZB-LDG-ACK-DATE        PIC 9(06).
000980         10  FZB-LDG-ACK-TIME        PIC 9(08).
000990         10  FZB-LDG-REJ-REMAIN      PIC 9(06).
001000         10  FZB-LDG-REJ-DATE        PIC 9(06).
001010     05  FILLER                      PIC X(23).
