000090*    FZBMPRG IS THE RETENTION MAINTENANCE OF THE VSAM
000100*    CLASSIFICATION MASTER.  THE MASTER ONLY EVER GROWS -
000110*    FZBLOAD ADDS OR REPLACES, NOTHING DELETES, AND THE DEFINE
000120*    STEP'S PRIME RECORD (ALL-ZERO KEY) SITS IN IT FOREVER.
000130*    THIS PROGRAM WALKS THE WHOLE CLUSTER AND DELETES EVERY
000140*    RECORD WHOSE STAMPED RUN DATE IS OLDER THAN THE RETENTION
000150*    PERIOD SUPPLIED ON THE PARAMETER RECORD (PARMIN COLUMNS
000210*    WALK HAS PROVED REAL DATA REMAINS, SO FZBLOAD'S I-O OPEN
000220*    NEVER MEETS AN EMPTY CLUSTER.  THE CLASSIFICATION
000230*    HISTORY CLUSTER (MASTHIST, SEE FZBHST) GROWS THE SAME WAY
000240*    - ONE RECORD PER COUNTER PER REQUEST CODE PER NIGHT - SO IT
000250*    IS WALKED AND PURGED AGAINST THE SAME CUTOFF, WITH THE SAME
000260*    REPORTING AND THE SAME PRIME-RECORD RULE.  THE CUTOFF IS
000270*    COMPUTED WITH THE DATE INTRINSICS - CALENDAR ARITHMETIC IS
000280*    THE ONE PLACE ORDINARY VERBS CANNOT DO THE JOB.  A MISSING OR
000290*    NON-NUMERIC RETENTION PERIOD ENDS THE RUN 16 WITHOUT TOUCHING
000300*    EITHER CLUSTER.
000310*    MODIFICATION HISTORY.
000320*        2026-09-03  JHM  ORIGINAL PROGRAM.
000321*        2026-10-15  JHM  MASTER NOW KEYED ON COUNTER PLUS
000322*                         REQUEST CODE AND HISTORY ON COUNTER,
000323*                         REQUEST CODE AND RUN DATE/TIME.  BOTH
000325*                         WALKS START FROM THE LOWEST POSSIBLE
000326*                         KEY, THE PRIME RECORDS ARE KNOWN BY
000327*                         THEIR ALL-ZERO KEYS, AND THE REQUEST
000328*                         CODE IS LISTED ON THE REPORT.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000470         ASSIGN TO MASTER
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS FZB-MST-KEY
000510         FILE STATUS IS FZB-MASTER-STATUS.
000520     SELECT FZB-HIST-FILE
000530         ASSIGN TO MASTHIST
002020     05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
002030     05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
002040     05  FILLER                  PIC X(07) VALUE 'REQ'.
002046     05  FILLER                  PIC X(22) VALUE 'ACTION'.
002053     05  FILLER                  PIC X(21) VALUE 'REQ CODE'.
002060 01  FZB-RPT-DETAIL.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FZB-DET-COUNTER         PIC 9(06).
002140     05  FZB-DET-REQUEST         PIC ZZZ9.
002150     05  FILLER                  PIC X(03) VALUE SPACES.
002160     05  FZB-DET-ACTION          PIC X(20).
002165     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FZB-DET-REQ-CODE        PIC X(08).
002175     05  FILLER                  PIC X(13) VALUE SPACES.
002180 01  FZB-RPT-TRAILER-LINE.
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  FZB-TRL-LABEL           PIC X(20).
002770     END-IF.
002780     OPEN OUTPUT FZB-REPORT-FILE.
002790     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002800     MOVE LOW-VALUES TO FZB-MST-KEY.
002810     START FZB-MASTER-FILE KEY >= FZB-MST-KEY
002820         INVALID KEY SET FZB-WALK-DONE TO TRUE
002830     END-START.
002840 1000-EXIT.
003140*****************************************************************
003150*    3000-EXAMINE-ONE-RECORD
003160*        READS THE NEXT MASTER RECORD AND KEEPS OR PURGES IT.
003170*        THE PRIME RECORD (ALL-ZERO KEY) IS NOTED AND LEFT FOR
003180*        4000-DROP-PRIME, WHICH KNOWS WHETHER REAL DATA
003190*        SURVIVED THE WALK.
003200*****************************************************************
003240             SET FZB-WALK-DONE TO TRUE
003250             GO TO 3000-EXIT
003260     END-READ.
003270     IF FZB-MST-KEY = ZEROS
003280         SET FZB-PRIME-PRESENT TO TRUE
003290         GO TO 3000-EXIT
003300     END-IF.
003470     MOVE FZB-MST-RUN-DATE   TO FZB-DET-RUN-DATE.
003480     MOVE FZB-MST-RUN-TIME   TO FZB-DET-RUN-TIME.
003490     MOVE FZB-MST-REQUEST-ID TO FZB-DET-REQUEST.
003495     MOVE FZB-MST-REQ-CODE   TO FZB-DET-REQ-CODE.
003500     MOVE 'PURGED - AGED OUT' TO FZB-DET-ACTION.
003510     DELETE FZB-MASTER-FILE
003520         INVALID KEY CONTINUE
003790     IF FZB-PRIME-ABSENT OR FZB-CNT-KEPT = 0
003800         GO TO 4000-EXIT
003810     END-IF.
003820     MOVE ZEROS TO FZB-MST-KEY.
003830     READ FZB-MASTER-FILE
003840         INVALID KEY GO TO 4000-EXIT
003850     END-READ.
003870     MOVE FZB-MST-RUN-DATE   TO FZB-DET-RUN-DATE.
003880     MOVE FZB-MST-RUN-TIME   TO FZB-DET-RUN-TIME.
003890     MOVE ZEROS              TO FZB-DET-REQUEST.
003895     MOVE SPACES             TO FZB-DET-REQ-CODE.
003900     MOVE 'PRIME RECORD DROPPED' TO FZB-DET-ACTION.
003910     DELETE FZB-MASTER-FILE
003920         INVALID KEY CONTINUE
004010*    5000-PURGE-HISTORY
004020*        WALKS THE CLASSIFICATION HISTORY CLUSTER AGAINST THE
004030*        SAME CUTOFF AS THE MASTER - IT GROWS ONE RECORD PER
004040*        COUNTER PER REQUEST CODE PER NIGHT AND NOTHING ELSE
004050*        EVER DELETES FROM IT.  A HISTORY CLUSTER THAT CANNOT
004060*        BE OPENED IS REPORTED AND SKIPPED (RETURN CODE 8) -
004070*        THE MASTER PURGE ALREADY DONE STANDS.
004080*****************************************************************
004090 5000-PURGE-HISTORY.
004100     OPEN I-O FZB-HIST-FILE.
004160         END-IF
004170         GO TO 5000-EXIT
004180     END-IF.
004190     MOVE LOW-VALUES TO FZB-HST-KEY.
004200     START FZB-HIST-FILE KEY >= FZB-HST-KEY
004210         INVALID KEY SET FZB-HWALK-DONE TO TRUE
004220     END-START.
004300*    5100-EXAMINE-ONE-HIST
004310*        READS THE NEXT HISTORY RECORD AND KEEPS OR PURGES IT,
004320*        EXACTLY AS 3000 DOES FOR THE MASTER.  THE PRIME
004330*        RECORD (ALL-ZERO KEY) IS NOTED AND LEFT FOR
004340*        5300-DROP-HIST-PRIME.
004350*****************************************************************
004360 5100-EXAMINE-ONE-HIST.
004390             SET FZB-HWALK-DONE TO TRUE
004400             GO TO 5100-EXIT
004410     END-READ.
004420     IF FZB-HST-KEY = ZEROS
004430         SET FZB-HPRIME-PRESENT TO TRUE
004440         GO TO 5100-EXIT
004450     END-IF.
004620     MOVE FZB-HST-RUN-DATE   TO FZB-DET-RUN-DATE.
004630     MOVE FZB-HST-RUN-TIME   TO FZB-DET-RUN-TIME.
004640     MOVE FZB-HST-REQUEST-ID TO FZB-DET-REQUEST.
004645     MOVE FZB-HST-REQ-CODE   TO FZB-DET-REQ-CODE.
004650     MOVE 'HIST PURGED - AGED' TO FZB-DET-ACTION.
004660     DELETE FZB-HIST-FILE
004670         INVALID KEY CONTINUE
005010     MOVE FZB-HST-RUN-DATE   TO FZB-DET-RUN-DATE.
005020     MOVE FZB-HST-RUN-TIME   TO FZB-DET-RUN-TIME.
005030     MOVE ZEROS              TO FZB-DET-REQUEST.
005035     MOVE SPACES             TO FZB-DET-REQ-CODE.
005040     MOVE 'HIST PRIME DROPPED' TO FZB-DET-ACTION.
005050     DELETE FZB-HIST-FILE
005060         INVALID KEY CONTINUE
