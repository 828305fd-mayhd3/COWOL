000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBMRCV.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBMRCV REBUILDS THE CLASSIFICATION MASTER (FZBMST) FROM
000100*    THE CLASSIFICATION HISTORY CLUSTER (MASTHIST, SEE FZBHST).
000110*    FZBLOAD WRITES EVERY LOADED RECORD TO BOTH CLUSTERS, SO
000120*    THE LATEST HISTORY RECORD OF EACH COUNTER AND REQUEST CODE
000130*    IS THAT COUNTER'S MASTER RECORD.  THE MASTER IS WRITTEN IN
000140*    LOAD MODE INTO A FRESHLY DEFINED CLUSTER (SEE FIZZMRCV),
000150*    DEFINE-STEP PRIME RECORD FIRST.
000160*    THE PARAMETER RECORD (PARMIN) CHOOSES WHAT IS RECOVERED -
000170*        COLUMNS  1-6   AS-OF RUN DATE (YYMMDD)
000180*        COLUMNS  7-14  AS-OF RUN TIME (HHMMSSHH)
000190*        COLUMNS 16-21  BACK-OUT RUN DATE (YYMMDD)
000200*        COLUMNS 22-29  BACK-OUT RUN TIME (HHMMSSHH)
000210*    A BLANK AS-OF REBUILDS FROM ALL HISTORY; AN AS-OF DATE
000220*    WITH A BLANK TIME MEANS THE END OF THAT DATE.  HISTORY
000230*    WRITTEN BY A RUN AFTER THE AS-OF IS ROLLED BACK.  A
000240*    BACK-OUT RUN ROLLS BACK THAT ONE RUN'S HISTORY ONLY, SO ONE
000250*    BAD NIGHT'S LOAD CAN BE TAKEN OUT WHILE THE NIGHTS EITHER
000260*    SIDE OF IT STAND; A BACK-OUT DATE WITH A BLANK TIME TAKES
000270*    OUT EVERY RUN OF THAT DATE.  ROLLED-BACK HISTORY RECORDS
000280*    ARE DELETED FROM THE HISTORY CLUSTER AND LISTED, SO THE
000290*    TWO CLUSTERS AGREE AGAIN AND FZBMVFY PROVES CLEAN; A
000300*    COUNTER WHOSE ONLY HISTORY WAS ROLLED BACK IS LEFT OFF
000310*    THE MASTER AND LISTED.  RETURN CODE 12 = A HISTORY DELETE
000320*    OR MASTER WRITE FAILED; 16 = THE PARAMETER RECORD IS
000330*    INVALID OR A CLUSTER COULD NOT BE OPENED - NOTHING WAS
000340*    WRITTEN, RESTORE THE MASTER FROM THE BACKUP GENERATION.
000350*    MODIFICATION HISTORY.
000360*        2026-10-15  JHM  ORIGINAL PROGRAM.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 SPECIAL-NAMES.
000430     C01 IS FZB-TOP-OF-PAGE.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FZB-PARM-FILE
000470         ASSIGN TO PARMIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FZB-PARM-STATUS.
000500     SELECT FZB-HIST-FILE
000510         ASSIGN TO MASTHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FZB-HST-KEY
000550         FILE STATUS IS FZB-HIST-STATUS.
000560     SELECT FZB-MASTER-FILE
000570         ASSIGN TO MASTER
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS FZB-MST-KEY
000610         FILE STATUS IS FZB-MASTER-STATUS.
000620     SELECT FZB-REPORT-FILE
000630         ASSIGN TO RCVRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FZB-REPORT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FZB-PARM-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  FZB-PARM-LINE                   PIC X(80).
000730*
000740 FD  FZB-HIST-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY FZBHST.
000770*
000780 FD  FZB-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY FZBMST.
000810*
000820 FD  FZB-REPORT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  FZB-REPORT-LINE                 PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880*****************************************************************
000890*    FILE STATUS SWITCHES
000900*****************************************************************
000910 01  FZB-PARM-STATUS             PIC X(02) VALUE SPACES.
000920     88  FZB-PARM-OK                       VALUE '00'.
000930     88  FZB-PARM-EOF                      VALUE '10'.
000940 01  FZB-HIST-STATUS             PIC X(02) VALUE SPACES.
000950     88  FZB-HIST-OK                       VALUE '00'.
000960     88  FZB-HIST-EOF                      VALUE '10'.
000970 01  FZB-MASTER-STATUS           PIC X(02) VALUE SPACES.
000980     88  FZB-MASTER-OK                     VALUE '00'.
000990 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
001000     88  FZB-REPORT-OK                     VALUE '00'.
001010 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001020     88  FZB-RECOVERY-ABORTED              VALUE 'Y'.
001030     88  FZB-RECOVERY-RUNNING              VALUE 'N'.
001040 01  FZB-ROLLBACK-SW             PIC X(01) VALUE 'N'.
001050     88  FZB-ROLLBACK-WANTED               VALUE 'Y'.
001060     88  FZB-ROLLBACK-NONE                 VALUE 'N'.
001070 01  FZB-BACKOUT-SW              PIC X(01) VALUE 'N'.
001080     88  FZB-BACKOUT-GIVEN                 VALUE 'Y'.
001090     88  FZB-BACKOUT-NONE                  VALUE 'N'.
001100 01  FZB-KEPT-SW                 PIC X(01) VALUE 'N'.
001110     88  FZB-GROUP-KEPT                    VALUE 'Y'.
001120     88  FZB-GROUP-EMPTY                   VALUE 'N'.
001130*****************************************************************
001140*    PARAMETER RECORD AND THE RUN-KEY LIMITS IT SETS.  RUN KEYS
001150*    ARE RUN DATE THEN RUN TIME, COMPARED AS ONE 14-DIGIT KEY.
001160*****************************************************************
001170 01  FZB-PARM-WORK.
001180     05  FZB-PRM-ASOF-DATE-X     PIC X(06).
001190     05  FZB-PRM-ASOF-DATE-9 REDEFINES FZB-PRM-ASOF-DATE-X
001200                                 PIC 9(06).
001210     05  FZB-PRM-ASOF-TIME-X     PIC X(08).
001220     05  FZB-PRM-ASOF-TIME-9 REDEFINES FZB-PRM-ASOF-TIME-X
001230                                 PIC 9(08).
001240     05  FILLER                  PIC X(01).
001250     05  FZB-PRM-BKO-DATE-X      PIC X(06).
001260     05  FZB-PRM-BKO-DATE-9 REDEFINES FZB-PRM-BKO-DATE-X
001270                                 PIC 9(06).
001280     05  FZB-PRM-BKO-TIME-X      PIC X(08).
001290     05  FZB-PRM-BKO-TIME-9 REDEFINES FZB-PRM-BKO-TIME-X
001300                                 PIC 9(08).
001310     05  FILLER                  PIC X(51).
001320 01  FZB-ASOF-KEY.
001330     05  FZB-ASOF-DATE           PIC 9(06) VALUE 999999.
001340     05  FZB-ASOF-TIME           PIC 9(08) VALUE 99999999.
001350 01  FZB-BKO-LOW-KEY.
001360     05  FZB-BKO-LOW-DATE        PIC 9(06) VALUE 0.
001370     05  FZB-BKO-LOW-TIME        PIC 9(08) VALUE 0.
001380 01  FZB-BKO-HIGH-KEY.
001390     05  FZB-BKO-HIGH-DATE       PIC 9(06) VALUE 0.
001400     05  FZB-BKO-HIGH-TIME       PIC 9(08) VALUE 0.
001410 01  FZB-CUR-RUN-KEY.
001420     05  FZB-CUR-RUN-DATE        PIC 9(06).
001430     05  FZB-CUR-RUN-TIME        PIC 9(08).
001440*****************************************************************
001450*    THE COUNTER/CODE GROUP BEING REBUILT AND ITS LATEST KEPT
001460*    HISTORY RECORD
001470*****************************************************************
001480 01  FZB-GRP-KEY.
001490     05  FZB-GRP-COUNTER         PIC 9(06).
001500     05  FZB-GRP-REQ-CODE        PIC X(08).
001510 01  FZB-LATEST.
001520     05  FZB-LAT-RUN-DATE        PIC 9(06).
001530     05  FZB-LAT-RUN-TIME        PIC 9(08).
001540     05  FZB-LAT-CLASS-CODE      PIC X(03).
001550     05  FZB-LAT-CLASS-LABEL     PIC X(20).
001560     05  FZB-LAT-REQUEST-ID      PIC 9(04).
001570 01  FZB-MASTER-PRIME            PIC X(80) VALUE
001580     '00000000000000 MASTER PRIME RECORD   000000000000000000'.
001590*****************************************************************
001600*    REPORT PAGINATION CONTROLS
001610*****************************************************************
001620 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
001630 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
001640 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
001650 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
001660 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
001670     05  FZB-RUN-DATE-YY         PIC 99.
001680     05  FZB-RUN-DATE-MM         PIC 99.
001690     05  FZB-RUN-DATE-DD         PIC 99.
001700*****************************************************************
001710*    RECOVERY COUNTERS
001720*****************************************************************
001730 01  FZB-CNT-HIST                PIC 9(07) VALUE 0.
001740 01  FZB-CNT-ROLLED-BACK         PIC 9(07) VALUE 0.
001750 01  FZB-CNT-WRITTEN             PIC 9(07) VALUE 0.
001760 01  FZB-CNT-DROPPED             PIC 9(07) VALUE 0.
001770*****************************************************************
001780*    REPORT LINE LAYOUTS
001790*****************************************************************
001800 01  FZB-RPT-HEADING-1.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  FILLER                  PIC X(33) VALUE
001830             'FIZZBUZZ MASTER RECOVERY'.
001840     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001850     05  FZB-H1-MM               PIC 99.
001860     05  FILLER                  PIC X(01) VALUE '/'.
001870     05  FZB-H1-DD               PIC 99.
001880     05  FILLER                  PIC X(01) VALUE '/'.
001890     05  FZB-H1-YY               PIC 99.
001900     05  FILLER                  PIC X(04) VALUE SPACES.
001910     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001920     05  FZB-H1-PAGE             PIC ZZZ9.
001930     05  FILLER                  PIC X(15) VALUE SPACES.
001940 01  FZB-RPT-HEADING-2.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  FILLER                  PIC X(09) VALUE 'AS OF '.
001970     05  FZB-H2-ASOF-DATE        PIC 9(06).
001980     05  FILLER                  PIC X(01) VALUE '/'.
001990     05  FZB-H2-ASOF-TIME        PIC 9(08).
002000     05  FILLER                  PIC X(04) VALUE SPACES.
002010     05  FILLER                  PIC X(14) VALUE
002020             'BACKING OUT '.
002030     05  FZB-H2-BKO-DATE         PIC X(06).
002040     05  FZB-H2-BKO-SLASH        PIC X(01).
002050     05  FZB-H2-BKO-TIME         PIC X(08).
002060     05  FILLER                  PIC X(22) VALUE SPACES.
002070 01  FZB-RPT-HEADING-3.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  FILLER                  PIC X(16) VALUE
002100             'COUNTER REQCODE'.
002110     05  FILLER                  PIC X(17) VALUE 'HISTORY RUN'.
002120     05  FILLER                  PIC X(06) VALUE 'CLASS'.
002130     05  FILLER                  PIC X(40) VALUE 'ACTION'.
002140 01  FZB-RPT-DETAIL.
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  FZB-DET-COUNTER         PIC 9(06).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  FZB-DET-REQ-CODE        PIC X(08).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  FZB-DET-RUN-DATE        PIC X(06).
002210     05  FZB-DET-RUN-SLASH       PIC X(01).
002220     05  FZB-DET-RUN-TIME        PIC X(08).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  FZB-DET-CLASS           PIC X(03).
002250     05  FILLER                  PIC X(03) VALUE SPACES.
002260     05  FZB-DET-ACTION          PIC X(30).
002270     05  FILLER                  PIC X(10) VALUE SPACES.
002280 01  FZB-RPT-TRAILER-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  FZB-TRL-LABEL           PIC X(24).
002310     05  FZB-TRL-COUNT           PIC Z,ZZZ,ZZ9.
002320     05  FILLER                  PIC X(46) VALUE SPACES.
002330*
002340 PROCEDURE DIVISION.
002350*****************************************************************
002360*    0000-MAINLINE
002370*        CONTROLS THE OVERALL FLOW OF THE RECOVERY RUN.
002380*****************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF FZB-RECOVERY-ABORTED
002420         GO TO 0000-MAINLINE-EXIT
002430     END-IF.
002440     PERFORM 3000-REBUILD-ONE-KEY THRU 3000-EXIT
002450         UNTIL NOT FZB-HIST-OK.
002460     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002470     GO TO 0000-MAINLINE-EXIT.
002480 0000-MAINLINE-EXIT.
002490     STOP RUN.
002500*****************************************************************
002510*    1000-INITIALIZE
002520*        READS AND EDITS THE PARAMETER RECORD, OPENS THE
002530*        CLUSTERS AND THE REPORT, LOADS THE PRIME RECORD, AND
002540*        READS THE FIRST HISTORY RECORD.  THE HISTORY IS ONLY
002550*        OPENED FOR UPDATE WHEN SOMETHING IS TO BE ROLLED BACK.
002560*****************************************************************
002570 1000-INITIALIZE.
002580     ACCEPT FZB-RUN-DATE FROM DATE.
002590     OPEN INPUT FZB-PARM-FILE.
002600     MOVE SPACES TO FZB-PARM-WORK.
002610     READ FZB-PARM-FILE INTO FZB-PARM-WORK
002620         AT END CONTINUE
002630     END-READ.
002640     CLOSE FZB-PARM-FILE.
002650     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
002660     IF FZB-RECOVERY-ABORTED
002670         MOVE 16 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF FZB-ROLLBACK-WANTED
002710         OPEN I-O FZB-HIST-FILE
002720     ELSE
002730         OPEN INPUT FZB-HIST-FILE
002740     END-IF.
002750     IF NOT FZB-HIST-OK
002760         DISPLAY 'FZBMRCV - MASTHIST OPEN FAILED - STATUS '
002770             FZB-HIST-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         SET FZB-RECOVERY-ABORTED TO TRUE
002800         GO TO 1000-EXIT
002810     END-IF.
002820     OPEN OUTPUT FZB-MASTER-FILE.
002830     IF NOT FZB-MASTER-OK
002840         DISPLAY 'FZBMRCV - MASTER OPEN FAILED - STATUS '
002850             FZB-MASTER-STATUS
002860         CLOSE FZB-HIST-FILE
002870         MOVE 16 TO RETURN-CODE
002880         SET FZB-RECOVERY-ABORTED TO TRUE
002890         GO TO 1000-EXIT
002900     END-IF.
002910     OPEN OUTPUT FZB-REPORT-FILE.
002920     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002930     WRITE FZB-MASTER-RECORD FROM FZB-MASTER-PRIME.
002940     IF NOT FZB-MASTER-OK
002950         DISPLAY 'FZBMRCV - PRIME WRITE FAILED - STATUS '
002960             FZB-MASTER-STATUS
002970         MOVE 12 TO RETURN-CODE
002980     END-IF.
002990     MOVE LOW-VALUES TO FZB-HST-KEY.
003000     START FZB-HIST-FILE KEY >= FZB-HST-KEY
003010         INVALID KEY MOVE '10' TO FZB-HIST-STATUS
003020     END-START.
003030     IF FZB-HIST-OK
003040         PERFORM 2000-READ-HIST THRU 2000-EXIT
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080*****************************************************************
003090*    1100-EDIT-PARM
003100*        EDITS THE AS-OF AND BACK-OUT RUNS AND SETS THE RUN-KEY
003110*        LIMITS.  A BLANK AS-OF LEAVES THE LIMIT AT ALL NINES.
003120*****************************************************************
003130 1100-EDIT-PARM.
003140     IF FZB-PRM-ASOF-DATE-X NOT = SPACES
003150         IF FZB-PRM-ASOF-DATE-X NOT NUMERIC
003160             DISPLAY 'FZBMRCV - AS-OF DATE (COLS 1-6) INVALID '
003170                 '- NOTHING RECOVERED'
003180             SET FZB-RECOVERY-ABORTED TO TRUE
003190             GO TO 1100-EXIT
003200         END-IF
003210         MOVE FZB-PRM-ASOF-DATE-9 TO FZB-ASOF-DATE
003220         SET FZB-ROLLBACK-WANTED TO TRUE
003230         IF FZB-PRM-ASOF-TIME-X NOT = SPACES
003240             IF FZB-PRM-ASOF-TIME-X NOT NUMERIC
003250                 DISPLAY 'FZBMRCV - AS-OF TIME (COLS 7-14) '
003260                     'INVALID - NOTHING RECOVERED'
003270                 SET FZB-RECOVERY-ABORTED TO TRUE
003280                 GO TO 1100-EXIT
003290             END-IF
003300             MOVE FZB-PRM-ASOF-TIME-9 TO FZB-ASOF-TIME
003310         END-IF
003320     END-IF.
003330     IF FZB-PRM-BKO-DATE-X = SPACES
003340         GO TO 1100-EXIT
003350     END-IF.
003360     IF FZB-PRM-BKO-DATE-X NOT NUMERIC
003370         DISPLAY 'FZBMRCV - BACK-OUT DATE (COLS 16-21) INVALID '
003380             '- NOTHING RECOVERED'
003390         SET FZB-RECOVERY-ABORTED TO TRUE
003400         GO TO 1100-EXIT
003410     END-IF.
003420     MOVE FZB-PRM-BKO-DATE-9 TO FZB-BKO-LOW-DATE.
003430     MOVE FZB-PRM-BKO-DATE-9 TO FZB-BKO-HIGH-DATE.
003440     MOVE ZEROS              TO FZB-BKO-LOW-TIME.
003450     MOVE 99999999           TO FZB-BKO-HIGH-TIME.
003460     IF FZB-PRM-BKO-TIME-X NOT = SPACES
003470         IF FZB-PRM-BKO-TIME-X NOT NUMERIC
003480             DISPLAY 'FZBMRCV - BACK-OUT TIME (COLS 22-29) '
003490                 'INVALID - NOTHING RECOVERED'
003500             SET FZB-RECOVERY-ABORTED TO TRUE
003510             GO TO 1100-EXIT
003520         END-IF
003530         MOVE FZB-PRM-BKO-TIME-9 TO FZB-BKO-LOW-TIME
003540         MOVE FZB-PRM-BKO-TIME-9 TO FZB-BKO-HIGH-TIME
003550     END-IF.
003560     SET FZB-BACKOUT-GIVEN TO TRUE.
003570     SET FZB-ROLLBACK-WANTED TO TRUE.
003580 1100-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    2000-READ-HIST
003620*        READS THE NEXT HISTORY RECORD, STEPPING OVER THE
003630*        PRIME RECORD, WHICH IS NEVER ROLLED BACK.
003640*****************************************************************
003650 2000-READ-HIST.
003660     READ FZB-HIST-FILE NEXT RECORD
003670         AT END CONTINUE
003680     END-READ.
003690     IF NOT FZB-HIST-OK
003700         GO TO 2000-EXIT
003710     END-IF.
003720     IF FZB-HST-KEY = ZEROS
003730         GO TO 2000-READ-HIST
003740     END-IF.
003750     ADD 1 TO FZB-CNT-HIST.
003760 2000-EXIT.
003770     EXIT.
003780*****************************************************************
003790*    3000-REBUILD-ONE-KEY
003800*        TAKES EVERY HISTORY RECORD OF THE NEXT COUNTER AND
003810*        REQUEST CODE AND WRITES THE LATEST ONE KEPT AS THE
003820*        MASTER RECORD.  THE HISTORY IS IN COUNTER, CODE ORDER,
003830*        SO THE MASTER IS WRITTEN IN KEY ORDER AS LOAD MODE
003840*        REQUIRES.
003850*****************************************************************
003860 3000-REBUILD-ONE-KEY.
003870     MOVE FZB-HST-COUNTER  TO FZB-GRP-COUNTER.
003880     MOVE FZB-HST-REQ-CODE TO FZB-GRP-REQ-CODE.
003890     SET FZB-GROUP-EMPTY TO TRUE.
003900     PERFORM 3100-TAKE-HIST-RECORD THRU 3100-EXIT
003910         UNTIL NOT FZB-HIST-OK
003920            OR FZB-HST-COUNTER  NOT = FZB-GRP-COUNTER
003930            OR FZB-HST-REQ-CODE NOT = FZB-GRP-REQ-CODE.
003940     IF FZB-GROUP-EMPTY
003950         ADD 1 TO FZB-CNT-DROPPED
003960         MOVE FZB-GRP-COUNTER  TO FZB-DET-COUNTER
003970         MOVE FZB-GRP-REQ-CODE TO FZB-DET-REQ-CODE
003980         MOVE SPACES           TO FZB-DET-RUN-DATE
003990         MOVE SPACES           TO FZB-DET-RUN-SLASH
004000         MOVE SPACES           TO FZB-DET-RUN-TIME
004010         MOVE SPACES           TO FZB-DET-CLASS
004020         MOVE 'OFF MASTER - ALL ROLLED BACK'
004030                               TO FZB-DET-ACTION
004040         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
004050         GO TO 3000-EXIT
004060     END-IF.
004070     MOVE SPACES              TO FZB-MASTER-RECORD.
004080     MOVE FZB-GRP-COUNTER     TO FZB-MST-COUNTER.
004090     MOVE FZB-GRP-REQ-CODE    TO FZB-MST-REQ-CODE.
004100     MOVE FZB-LAT-CLASS-CODE  TO FZB-MST-CLASS-CODE.
004110     MOVE FZB-LAT-CLASS-LABEL TO FZB-MST-CLASS-LABEL.
004120     MOVE FZB-LAT-REQUEST-ID  TO FZB-MST-REQUEST-ID.
004130     MOVE FZB-LAT-RUN-DATE    TO FZB-MST-RUN-DATE.
004140     MOVE FZB-LAT-RUN-TIME    TO FZB-MST-RUN-TIME.
004150     WRITE FZB-MASTER-RECORD.
004160     IF FZB-MASTER-OK
004170         ADD 1 TO FZB-CNT-WRITTEN
004180     ELSE
004190         DISPLAY 'FZBMRCV - MASTER WRITE FAILED - STATUS '
004200             FZB-MASTER-STATUS ' - KEY ' FZB-MST-KEY
004210         MOVE 12 TO RETURN-CODE
004220     END-IF.
004230 3000-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    3100-TAKE-HIST-RECORD
004270*        ROLLS BACK THE CURRENT HISTORY RECORD IF ITS RUN IS
004280*        AFTER THE AS-OF OR IS THE RUN BEING BACKED OUT;
004290*        OTHERWISE KEEPS IT AS THE GROUP'S LATEST SO FAR.
004300*        READS AHEAD EITHER WAY.
004310*****************************************************************
004320 3100-TAKE-HIST-RECORD.
004330     MOVE FZB-HST-RUN-DATE TO FZB-CUR-RUN-DATE.
004340     MOVE FZB-HST-RUN-TIME TO FZB-CUR-RUN-TIME.
004350     IF FZB-CUR-RUN-KEY > FZB-ASOF-KEY
004360         PERFORM 3200-ROLL-BACK-RECORD THRU 3200-EXIT
004370         GO TO 3100-READ-NEXT
004380     END-IF.
004390     IF FZB-BACKOUT-GIVEN
004400             AND FZB-CUR-RUN-KEY NOT < FZB-BKO-LOW-KEY
004410             AND FZB-CUR-RUN-KEY NOT > FZB-BKO-HIGH-KEY
004420         PERFORM 3200-ROLL-BACK-RECORD THRU 3200-EXIT
004430         GO TO 3100-READ-NEXT
004440     END-IF.
004450     MOVE FZB-HST-RUN-DATE    TO FZB-LAT-RUN-DATE.
004460     MOVE FZB-HST-RUN-TIME    TO FZB-LAT-RUN-TIME.
004470     MOVE FZB-HST-CLASS-CODE  TO FZB-LAT-CLASS-CODE.
004480     MOVE FZB-HST-CLASS-LABEL TO FZB-LAT-CLASS-LABEL.
004490     MOVE FZB-HST-REQUEST-ID  TO FZB-LAT-REQUEST-ID.
004500     SET FZB-GROUP-KEPT TO TRUE.
004510 3100-READ-NEXT.
004520     PERFORM 2000-READ-HIST THRU 2000-EXIT.
004530 3100-EXIT.
004540     EXIT.
004550*****************************************************************
004560*    3200-ROLL-BACK-RECORD
004570*        DELETES THE CURRENT HISTORY RECORD AND LISTS IT.
004580*****************************************************************
004590 3200-ROLL-BACK-RECORD.
004600     MOVE FZB-HST-COUNTER    TO FZB-DET-COUNTER.
004610     MOVE FZB-HST-REQ-CODE   TO FZB-DET-REQ-CODE.
004620     MOVE FZB-HST-RUN-DATE   TO FZB-DET-RUN-DATE.
004630     MOVE '/'                TO FZB-DET-RUN-SLASH.
004640     MOVE FZB-HST-RUN-TIME   TO FZB-DET-RUN-TIME.
004650     MOVE FZB-HST-CLASS-CODE TO FZB-DET-CLASS.
004660     DELETE FZB-HIST-FILE
004670         INVALID KEY CONTINUE
004680     END-DELETE.
004690     IF NOT FZB-HIST-OK
004700         DISPLAY 'FZBMRCV - HISTORY DELETE FAILED - STATUS '
004710             FZB-HIST-STATUS ' - KEY ' FZB-HST-KEY
004720         MOVE 12 TO RETURN-CODE
004730         MOVE '00' TO FZB-HIST-STATUS
004740         MOVE 'ROLLBACK FAILED - NOT DELETED'
004750                             TO FZB-DET-ACTION
004760     ELSE
004770         ADD 1 TO FZB-CNT-ROLLED-BACK
004780         MOVE 'HISTORY ROLLED BACK' TO FZB-DET-ACTION
004790     END-IF.
004800     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
004810 3200-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    3900-WRITE-DETAIL-LINE
004850*        WRITES THE BUILT-UP DETAIL LINE, BREAKING TO A NEW PAGE
004860*        AND RE-PRINTING THE HEADINGS WHEN FULL.
004870*****************************************************************
004880 3900-WRITE-DETAIL-LINE.
004890     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
004900         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004910     END-IF.
004920     WRITE FZB-REPORT-LINE FROM FZB-RPT-DETAIL
004930         AFTER ADVANCING 1 LINE.
004940     ADD 1 TO FZB-LINE-COUNT.
004950 3900-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    3950-WRITE-HEADINGS
004990*        STARTS A NEW REPORT PAGE WITH THE RUN-DATE HEADING, THE
005000*        RECOVERY POINT, AND THE COLUMN HEADINGS.
005010*****************************************************************
005020 3950-WRITE-HEADINGS.
005030     ADD 1 TO FZB-PAGE-COUNT.
005040     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
005050     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
005060     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
005070     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
005080     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
005090         AFTER ADVANCING FZB-TOP-OF-PAGE.
005100     MOVE FZB-ASOF-DATE TO FZB-H2-ASOF-DATE.
005110     MOVE FZB-ASOF-TIME TO FZB-H2-ASOF-TIME.
005120     IF FZB-BACKOUT-GIVEN
005130         MOVE FZB-PRM-BKO-DATE-X TO FZB-H2-BKO-DATE
005140         MOVE '/'                TO FZB-H2-BKO-SLASH
005150         MOVE FZB-PRM-BKO-TIME-X TO FZB-H2-BKO-TIME
005160     ELSE
005170         MOVE 'NONE'             TO FZB-H2-BKO-DATE
005180         MOVE SPACES             TO FZB-H2-BKO-SLASH
005190         MOVE SPACES             TO FZB-H2-BKO-TIME
005200     END-IF.
005210     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
005220         AFTER ADVANCING 2 LINES.
005230     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-3
005240         AFTER ADVANCING 2 LINES.
005250     MOVE 5 TO FZB-LINE-COUNT.
005260 3950-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    8000-FINALIZE
005300*        WRITES THE RECOVERY TOTALS, CLOSES THE FILES, AND
005310*        REPORTS THE TOTALS TO THE CONSOLE.
005320*****************************************************************
005330 8000-FINALIZE.
005340     MOVE 'HISTORY RECORDS READ'  TO FZB-TRL-LABEL.
005350     MOVE FZB-CNT-HIST            TO FZB-TRL-COUNT.
005360     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005370         AFTER ADVANCING 2 LINES.
005380     MOVE 'HISTORY ROLLED BACK'   TO FZB-TRL-LABEL.
005390     MOVE FZB-CNT-ROLLED-BACK     TO FZB-TRL-COUNT.
005400     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005410         AFTER ADVANCING 1 LINE.
005420     MOVE 'MASTER RECORDS WRITTEN' TO FZB-TRL-LABEL.
005430     MOVE FZB-CNT-WRITTEN         TO FZB-TRL-COUNT.
005440     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005450         AFTER ADVANCING 1 LINE.
005460     MOVE 'LEFT OFF MASTER'       TO FZB-TRL-LABEL.
005470     MOVE FZB-CNT-DROPPED         TO FZB-TRL-COUNT.
005480     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005490         AFTER ADVANCING 1 LINE.
005500     CLOSE FZB-HIST-FILE.
005510     CLOSE FZB-MASTER-FILE.
005520     CLOSE FZB-REPORT-FILE.
005530     DISPLAY 'FZBMRCV - RECOVERY SUMMARY'.
005540     DISPLAY '  AS OF..........: ' FZB-ASOF-KEY.
005550     DISPLAY '  HISTORY READ...: ' FZB-CNT-HIST.
005560     DISPLAY '  ROLLED BACK....: ' FZB-CNT-ROLLED-BACK.
005570     DISPLAY '  MASTER WRITTEN.: ' FZB-CNT-WRITTEN.
005580     DISPLAY '  LEFT OFF MASTER: ' FZB-CNT-DROPPED.
005590 8000-EXIT.
005600     EXIT.
