000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBRBLD.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBRBLD BUILDS THE TWO FLAT CONTROL FILES THE BATCH RUNS
000100*    READ FROM THE ONE MAINTAINED REQUEST REGISTRY (THE VSAM
000110*    REGISTRY CLUSTER, SEE FZBRGM, MAINTAINED ONLINE BY THE
000120*    FZBR TRANSACTION): REQREG, THE LIST OF REQUEST CODES
000130*    FZBEDIT CHECKS EVERY PARAMETER CARD AGAINST, AND DISTCTL,
000140*    THE CODE-TO-DESTINATION TABLE FZBBRST ROUTES THE REPORT
000150*    SECTIONS BY.  FOR EACH CODE THE VERSION IN EFFECT ON THE
000160*    BUILD DATE (THE LATEST DATED ON OR BEFORE IT) IS TAKEN.
000170*    AN ACTIVE CODE GOES TO REQREG; IT GOES TO DISTCTL AS WELL
000180*    WHEN IT HAS A DESTINATION THAT NO OTHER DEPARTMENT'S
000190*    ACTIVE CODE ALSO USES.  A CODE LEFT OUT OF DISTCTL HAS
000200*    ITS SECTIONS HELD BY FZBBRST, AND THE BUILD ENDS WITH
000210*    RETURN CODE 4 SO THE SERVICE DESK PUTS IT RIGHT.  '$'
000220*    CONTROL ENTRIES ('$HOLD', THE HOLDING DESTINATION) GO TO
000230*    DISTCTL ONLY.  THE BUILD REPORT LISTS EVERY CODE WITH
000240*    WHAT WAS BUILT FOR IT AND ANY LATER-DATED CHANGE STILL TO
000250*    COME.  IF THE REGISTRY CANNOT BE READ, OVERFLOWS THE
000260*    TABLE, OR HAS NO CODE IN EFFECT, THE OLD REQREG AND
000270*    DISTCTL ARE LEFT AS THEY WERE AND THE BUILD ENDS 12.
000275*    AN OUTPUT THAT CANNOT BE OPENED ALSO ENDS THE BUILD 12,
000277*    WITH NOTHING BUILT.
000280*    MODIFICATION HISTORY.
000290*        2026-10-15  JHM  ORIGINAL PROGRAM.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 SPECIAL-NAMES.
000360     C01 IS FZB-TOP-OF-PAGE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FZB-REGM-FILE
000400         ASSIGN TO REGMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS FZB-RGM-KEY
000440         FILE STATUS IS FZB-REGM-STATUS.
000450     SELECT FZB-REQREG-FILE
000460         ASSIGN TO REQREG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS FZB-REQREG-STATUS.
000490     SELECT FZB-DCTL-FILE
000500         ASSIGN TO DISTCTL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS FZB-DCTL-STATUS.
000530     SELECT FZB-REPORT-FILE
000540         ASSIGN TO BLDRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FZB-REPORT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FZB-REGM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY FZBRGM.
000630*
000640 FD  FZB-REQREG-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY FZBREG.
000680*
000690 FD  FZB-DCTL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY FZBDCT.
000730*
000740 FD  FZB-REPORT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  FZB-REPORT-LINE                 PIC X(80).
000780*
000790 WORKING-STORAGE SECTION.
000800*****************************************************************
000810*    FILE STATUS SWITCHES
000820*****************************************************************
000830 01  FZB-REGM-STATUS             PIC X(02) VALUE SPACES.
000840     88  FZB-REGM-OK                       VALUE '00'.
000850     88  FZB-REGM-EOF                      VALUE '10'.
000860 01  FZB-REQREG-STATUS           PIC X(02) VALUE SPACES.
000870     88  FZB-REQREG-OK                     VALUE '00'.
000880 01  FZB-DCTL-STATUS             PIC X(02) VALUE SPACES.
000890     88  FZB-DCTL-OK                       VALUE '00'.
000900 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000910     88  FZB-REPORT-OK                     VALUE '00'.
000920*****************************************************************
000930*    BUILD TABLE - ONE ENTRY PER CODE ON THE REGISTRY, HOLDING
000940*    THE VERSION IN EFFECT ON THE BUILD DATE (STATUS SPACE
000950*    WHEN EVERY VERSION IS STILL TO COME) AND THE DATE OF THE
000960*    NEXT LATER-DATED VERSION, IF ANY.
000970*****************************************************************
000980 01  FZB-BLD-MAX                 PIC 9(03) VALUE 200.
000990 01  FZB-BLD-COUNT               PIC 9(03) VALUE 0.
001000 01  FZB-BLD-TABLE               VALUE SPACES.
001010     05  FZB-BLD-ENTRY OCCURS 200 TIMES
001020             INDEXED BY FZB-BLD-IDX.
001030         10  FZB-BLD-REQ-CODE    PIC X(08).
001040         10  FZB-BLD-EFF-DATE    PIC 9(06).
001050         10  FZB-BLD-STATUS      PIC X(01).
001060             88  FZB-BLD-ACTIVE            VALUE 'A'.
001070             88  FZB-BLD-RETIRED           VALUE 'R'.
001080             88  FZB-BLD-NOT-YET           VALUE SPACE.
001090         10  FZB-BLD-DESC        PIC X(30).
001100         10  FZB-BLD-DEPT        PIC X(08).
001110         10  FZB-BLD-DEST        PIC X(08).
001120         10  FZB-BLD-NEXT-DATE   PIC 9(06).
001130         10  FZB-BLD-CONFLICT-SW PIC X(01).
001140             88  FZB-BLD-CONFLICT          VALUE 'Y'.
001150 01  FZB-SUB-1                   PIC 9(03) VALUE 0.
001160 01  FZB-SUB-2                   PIC 9(03) VALUE 0.
001170*****************************************************************
001180*    BUILD CONTROLS AND COUNTERS
001190*****************************************************************
001200 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001210     88  FZB-BUILD-ABORTED                 VALUE 'Y'.
001220     88  FZB-BUILD-RUNNING                 VALUE 'N'.
001230 01  FZB-OVERFLOW-SW             PIC X(01) VALUE 'N'.
001240     88  FZB-TABLE-OVERFLOW                VALUE 'Y'.
001250 01  FZB-CNT-VERSIONS            PIC 9(06) VALUE 0.
001260 01  FZB-CNT-IN-EFFECT           PIC 9(06) VALUE 0.
001270 01  FZB-CNT-REQREG              PIC 9(06) VALUE 0.
001280 01  FZB-CNT-DCTL                PIC 9(06) VALUE 0.
001290 01  FZB-CNT-HELD                PIC 9(06) VALUE 0.
001300 01  FZB-CNT-RETIRED             PIC 9(06) VALUE 0.
001310 01  FZB-CNT-NOT-YET             PIC 9(06) VALUE 0.
001320*****************************************************************
001330*    REPORT PAGINATION CONTROLS
001340*****************************************************************
001350 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
001360 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
001370 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
001380 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
001390 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
001400     05  FZB-RUN-DATE-YY         PIC 99.
001410     05  FZB-RUN-DATE-MM         PIC 99.
001420     05  FZB-RUN-DATE-DD         PIC 99.
001430*****************************************************************
001440*    REPORT LINE LAYOUTS
001450*****************************************************************
001460 01  FZB-RPT-HEADING-1.
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  FILLER                  PIC X(33) VALUE
001490             'FIZZBUZZ REQUEST REGISTRY BUILD'.
001500     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001510     05  FZB-H1-MM               PIC 99.
001520     05  FILLER                  PIC X(01) VALUE '/'.
001530     05  FZB-H1-DD               PIC 99.
001540     05  FILLER                  PIC X(01) VALUE '/'.
001550     05  FZB-H1-YY               PIC 99.
001560     05  FILLER                  PIC X(04) VALUE SPACES.
001570     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001580     05  FZB-H1-PAGE             PIC ZZZ9.
001590     05  FILLER                  PIC X(15) VALUE SPACES.
001600 01  FZB-RPT-HEADING-2.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(10) VALUE 'REQ CODE'.
001630     05  FILLER                  PIC X(08) VALUE 'EFFECT'.
001640     05  FILLER                  PIC X(03) VALUE 'S'.
001650     05  FILLER                  PIC X(10) VALUE 'DEPT'.
001660     05  FILLER                  PIC X(10) VALUE 'DEST'.
001670     05  FILLER                  PIC X(08) VALUE 'NEXT'.
001680     05  FILLER                  PIC X(30) VALUE 'BUILD ACTION'.
001690 01  FZB-RPT-DETAIL.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  FZB-DET-REQ-CODE        PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  FZB-DET-EFF-DATE        PIC X(06).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  FZB-DET-STATUS          PIC X(01).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  FZB-DET-DEPT            PIC X(08).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  FZB-DET-DEST            PIC X(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  FZB-DET-NEXT-DATE       PIC X(06).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  FZB-DET-ACTION          PIC X(30).
001840 01  FZB-RPT-TRAILER-LINE.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  FZB-TRL-LABEL           PIC X(20).
001870     05  FZB-TRL-COUNT           PIC ZZZ,ZZ9.
001880     05  FILLER                  PIC X(52) VALUE SPACES.
001890*
001900 PROCEDURE DIVISION.
001910*****************************************************************
001920*    0000-MAINLINE
001930*        CONTROLS THE OVERALL FLOW OF THE BUILD.
001940*****************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     IF FZB-BUILD-RUNNING
001980         PERFORM 3000-CHECK-ONE-CODE THRU 3000-EXIT
001990             VARYING FZB-SUB-1 FROM 1 BY 1
002000             UNTIL FZB-SUB-1 > FZB-BLD-COUNT
002010         PERFORM 3900-OPEN-OUTPUTS THRU 3900-EXIT
002020     END-IF.
002030     IF FZB-BUILD-RUNNING
002040         PERFORM 4000-WRITE-ONE-CODE THRU 4000-EXIT
002050             VARYING FZB-SUB-1 FROM 1 BY 1
002060             UNTIL FZB-SUB-1 > FZB-BLD-COUNT
002070     END-IF.
002080     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002090     GO TO 0000-MAINLINE-EXIT.
002100 0000-MAINLINE-EXIT.
002110     STOP RUN.
002120*****************************************************************
002130*    1000-INITIALIZE
002140*        TAKES THE BUILD DATE AND LOADS THE REGISTRY INTO THE
002150*        BUILD TABLE.  A REGISTRY THAT CANNOT BE OPENED, OR
002160*        THAT HOLDS MORE CODES THAN THE TABLE, STOPS THE BUILD
002170*        BEFORE EITHER OUTPUT IS TOUCHED.
002180*****************************************************************
002190 1000-INITIALIZE.
002200     ACCEPT FZB-RUN-DATE FROM DATE.
002210     OPEN INPUT FZB-REGM-FILE.
002220     IF NOT FZB-REGM-OK
002230         DISPLAY 'FZBRBLD - REGISTRY OPEN FAILED - STATUS '
002240             FZB-REGM-STATUS
002250         MOVE 12 TO RETURN-CODE
002260         SET FZB-BUILD-ABORTED TO TRUE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     SET FZB-BLD-IDX TO 1.
002300     PERFORM 2000-LOAD-ONE-VERSION THRU 2000-EXIT
002310         UNTIL FZB-REGM-EOF OR FZB-TABLE-OVERFLOW.
002320     CLOSE FZB-REGM-FILE.
002330     IF FZB-TABLE-OVERFLOW
002340         DISPLAY 'FZBRBLD - MORE THAN ' FZB-BLD-MAX
002350             ' CODES ON THE REGISTRY - BUILD TABLE FULL'
002360         MOVE 12 TO RETURN-CODE
002370         SET FZB-BUILD-ABORTED TO TRUE
002380     END-IF.
002390 1000-EXIT.
002400     EXIT.
002410*****************************************************************
002420*    2000-LOAD-ONE-VERSION
002430*        READS THE NEXT REGISTRY VERSION (KEY ORDER - CODE,
002440*        THEN EFFECTIVE DATE) INTO THE BUILD TABLE.  THE FIRST
002450*        VERSION OF A CODE STARTS ITS ENTRY.  A VERSION DATED ON
002460*        OR BEFORE THE BUILD DATE REPLACES THE ENTRY'S VALUES;
002470*        THE FIRST ONE DATED AFTER IT IS NOTED AS THE NEXT
002480*        CHANGE.
002490*****************************************************************
002500 2000-LOAD-ONE-VERSION.
002510     READ FZB-REGM-FILE
002520         AT END GO TO 2000-EXIT
002530     END-READ.
002540     ADD 1 TO FZB-CNT-VERSIONS.
002550     IF FZB-BLD-COUNT = 0
002560             OR FZB-RGM-REQ-CODE
002570                 NOT = FZB-BLD-REQ-CODE(FZB-BLD-IDX)
002580         IF FZB-BLD-COUNT NOT < FZB-BLD-MAX
002590             SET FZB-TABLE-OVERFLOW TO TRUE
002600             GO TO 2000-EXIT
002610         END-IF
002620         ADD 1 TO FZB-BLD-COUNT
002630         SET FZB-BLD-IDX TO FZB-BLD-COUNT
002640         MOVE FZB-RGM-REQ-CODE TO FZB-BLD-REQ-CODE(FZB-BLD-IDX)
002650         MOVE 0 TO FZB-BLD-EFF-DATE(FZB-BLD-IDX)
002660         MOVE 0 TO FZB-BLD-NEXT-DATE(FZB-BLD-IDX)
002670     END-IF.
002680     IF FZB-RGM-EFF-DATE > FZB-RUN-DATE
002690         IF FZB-BLD-NEXT-DATE(FZB-BLD-IDX) = 0
002700             MOVE FZB-RGM-EFF-DATE
002710                 TO FZB-BLD-NEXT-DATE(FZB-BLD-IDX)
002720         END-IF
002730         GO TO 2000-EXIT
002740     END-IF.
002750     MOVE FZB-RGM-EFF-DATE TO FZB-BLD-EFF-DATE(FZB-BLD-IDX).
002760     MOVE FZB-RGM-STATUS   TO FZB-BLD-STATUS(FZB-BLD-IDX).
002770     MOVE FZB-RGM-DESC     TO FZB-BLD-DESC(FZB-BLD-IDX).
002780     MOVE FZB-RGM-DEPT     TO FZB-BLD-DEPT(FZB-BLD-IDX).
002790     MOVE FZB-RGM-DEST     TO FZB-BLD-DEST(FZB-BLD-IDX).
002800 2000-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    3000-CHECK-ONE-CODE
002840*        COUNTS THE CODE IF IT IS IN EFFECT AND, FOR A REQUEST
002850*        CODE WITH A DESTINATION, COMPARES IT WITH EVERY LATER
002860*        ENTRY: TWO ACTIVE CODES OF DIFFERENT DEPARTMENTS
002870*        SHARING A DESTINATION ARE BOTH MARKED IN CONFLICT, AS
002880*        THERE IS NO TELLING WHICH ONE WAS MISKEYED.
002890*****************************************************************
002900 3000-CHECK-ONE-CODE.
002910     IF NOT FZB-BLD-ACTIVE(FZB-SUB-1)
002920         GO TO 3000-EXIT
002930     END-IF.
002940     ADD 1 TO FZB-CNT-IN-EFFECT.
002950     IF FZB-BLD-REQ-CODE(FZB-SUB-1)(1:1) = '$'
002960             OR FZB-BLD-DEST(FZB-SUB-1) = SPACES
002970         GO TO 3000-EXIT
002980     END-IF.
002990     PERFORM 3100-COMPARE-OWNER THRU 3100-EXIT
003000         VARYING FZB-SUB-2 FROM FZB-SUB-1 BY 1
003010         UNTIL FZB-SUB-2 > FZB-BLD-COUNT.
003020 3000-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    3100-COMPARE-OWNER
003060*        COMPARES ONE LATER ENTRY'S DESTINATION AND DEPARTMENT
003070*        WITH THE CODE BEING CHECKED.
003080*****************************************************************
003090 3100-COMPARE-OWNER.
003100     IF FZB-SUB-2 = FZB-SUB-1
003110             OR NOT FZB-BLD-ACTIVE(FZB-SUB-2)
003120             OR FZB-BLD-REQ-CODE(FZB-SUB-2)(1:1) = '$'
003130         GO TO 3100-EXIT
003140     END-IF.
003150     IF FZB-BLD-DEST(FZB-SUB-2) = FZB-BLD-DEST(FZB-SUB-1)
003160             AND FZB-BLD-DEPT(FZB-SUB-2)
003170                 NOT = FZB-BLD-DEPT(FZB-SUB-1)
003180         MOVE 'Y' TO FZB-BLD-CONFLICT-SW(FZB-SUB-1)
003190         MOVE 'Y' TO FZB-BLD-CONFLICT-SW(FZB-SUB-2)
003200     END-IF.
003210 3100-EXIT.
003220     EXIT.
003230*****************************************************************
003240*    3900-OPEN-OUTPUTS
003250*        A REGISTRY WITH NO CODE IN EFFECT WOULD EMPTY REQREG
003260*        AND FAIL EVERY CARD - THE OLD FILES ARE KEPT INSTEAD.
003270*        OTHERWISE OPENS THE TWO OUTPUTS AND THE BUILD REPORT.
003280*****************************************************************
003290 3900-OPEN-OUTPUTS.
003300     IF FZB-CNT-IN-EFFECT = 0
003310         DISPLAY 'FZBRBLD - NO CODE IN EFFECT ON THE REGISTRY - '
003320             'REQREG AND DISTCTL NOT REPLACED'
003330         MOVE 12 TO RETURN-CODE
003340         SET FZB-BUILD-ABORTED TO TRUE
003350         GO TO 3900-EXIT
003360     END-IF.
003361     OPEN OUTPUT FZB-REQREG-FILE.
003362     IF NOT FZB-REQREG-OK
003363         DISPLAY 'FZBRBLD - REQREG OPEN FAILED - STATUS '
003365             FZB-REQREG-STATUS
003366         MOVE 12 TO RETURN-CODE
003368         SET FZB-BUILD-ABORTED TO TRUE
003369         GO TO 3900-EXIT
003371     END-IF.
003372     OPEN OUTPUT FZB-DCTL-FILE.
003374     IF NOT FZB-DCTL-OK
003375         DISPLAY 'FZBRBLD - DISTCTL OPEN FAILED - STATUS '
003376             FZB-DCTL-STATUS
003378         CLOSE FZB-REQREG-FILE
003379         MOVE 12 TO RETURN-CODE
003381         SET FZB-BUILD-ABORTED TO TRUE
003382         GO TO 3900-EXIT
003384     END-IF.
003385     OPEN OUTPUT FZB-REPORT-FILE.
003387     IF NOT FZB-REPORT-OK
003388         DISPLAY 'FZBRBLD - BLDRPT OPEN FAILED - STATUS '
003389             FZB-REPORT-STATUS
003391         CLOSE FZB-REQREG-FILE
003392         CLOSE FZB-DCTL-FILE
003394         MOVE 12 TO RETURN-CODE
003395         SET FZB-BUILD-ABORTED TO TRUE
003397         GO TO 3900-EXIT
003398     END-IF.
003400 3900-EXIT.
003410     EXIT.
003420*****************************************************************
003430*    3950-WRITE-HEADINGS
003440*        STARTS A NEW REPORT PAGE WITH THE RUN-DATE HEADING AND
003450*        THE COLUMN HEADINGS.
003460*****************************************************************
003470 3950-WRITE-HEADINGS.
003480     ADD 1 TO FZB-PAGE-COUNT.
003490     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
003500     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
003510     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
003520     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
003530     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
003540         AFTER ADVANCING FZB-TOP-OF-PAGE.
003550     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
003560         AFTER ADVANCING 2 LINES.
003570     MOVE 3 TO FZB-LINE-COUNT.
003580 3950-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    4000-WRITE-ONE-CODE
003620*        WRITES WHAT THE CODE'S VERSION IN EFFECT CALLS FOR AND
003630*        REPORTS IT.  AN ACTIVE REQUEST CODE WITH NO
003640*        DESTINATION, OR A DISPUTED ONE, IS REGISTERED BUT NOT
003650*        ROUTED - FZBBRST WILL HOLD ITS SECTIONS - AND FLAGS
003660*        THE BUILD WITH RETURN CODE 4.
003670*****************************************************************
003680 4000-WRITE-ONE-CODE.
003690     SET FZB-BLD-IDX TO FZB-SUB-1.
003700     MOVE FZB-BLD-REQ-CODE(FZB-BLD-IDX) TO FZB-DET-REQ-CODE.
003710     MOVE FZB-BLD-STATUS(FZB-BLD-IDX)   TO FZB-DET-STATUS.
003720     MOVE FZB-BLD-DEPT(FZB-BLD-IDX)     TO FZB-DET-DEPT.
003730     MOVE FZB-BLD-DEST(FZB-BLD-IDX)     TO FZB-DET-DEST.
003740     MOVE SPACES TO FZB-DET-EFF-DATE.
003750     IF NOT FZB-BLD-NOT-YET(FZB-BLD-IDX)
003760         MOVE FZB-BLD-EFF-DATE(FZB-BLD-IDX) TO FZB-DET-EFF-DATE
003770     END-IF.
003780     MOVE SPACES TO FZB-DET-NEXT-DATE.
003790     IF FZB-BLD-NEXT-DATE(FZB-BLD-IDX) NOT = 0
003800         MOVE FZB-BLD-NEXT-DATE(FZB-BLD-IDX) TO FZB-DET-NEXT-DATE
003810     END-IF.
003820     IF FZB-BLD-RETIRED(FZB-BLD-IDX)
003830         MOVE 'RETIRED - NOT BUILT' TO FZB-DET-ACTION
003840         ADD 1 TO FZB-CNT-RETIRED
003850         GO TO 4000-PRINT
003860     END-IF.
003870     IF FZB-BLD-NOT-YET(FZB-BLD-IDX)
003880         MOVE 'NOT YET EFFECTIVE' TO FZB-DET-ACTION
003890         ADD 1 TO FZB-CNT-NOT-YET
003900         GO TO 4000-PRINT
003910     END-IF.
003920     IF FZB-BLD-REQ-CODE(FZB-BLD-IDX)(1:1) = '$'
003930         IF FZB-BLD-DEST(FZB-BLD-IDX) = SPACES
003940             MOVE 'CONTROL ENTRY - NO DESTINATION'
003950                 TO FZB-DET-ACTION
003960         ELSE
003970             PERFORM 4200-WRITE-DCTL THRU 4200-EXIT
003980             MOVE 'CONTROL ENTRY - DISTCTL ONLY' TO FZB-DET-ACTION
003990         END-IF
004000         GO TO 4000-PRINT
004010     END-IF.
004020     PERFORM 4100-WRITE-REQREG THRU 4100-EXIT.
004030     IF FZB-BLD-DEST(FZB-BLD-IDX) = SPACES
004040         MOVE 'REGISTERED - NO DEST, HELD' TO FZB-DET-ACTION
004050         ADD 1 TO FZB-CNT-HELD
004060         GO TO 4000-PRINT
004070     END-IF.
004080     IF FZB-BLD-CONFLICT(FZB-BLD-IDX)
004090         MOVE 'REGISTERED - DEST DISPUTED, HELD' TO FZB-DET-ACTION
004100         ADD 1 TO FZB-CNT-HELD
004110         GO TO 4000-PRINT
004120     END-IF.
004130     PERFORM 4200-WRITE-DCTL THRU 4200-EXIT.
004140     MOVE 'REGISTERED AND ROUTED' TO FZB-DET-ACTION.
004150 4000-PRINT.
004160     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
004170         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004180     END-IF.
004190     WRITE FZB-REPORT-LINE FROM FZB-RPT-DETAIL
004200         AFTER ADVANCING 1 LINE.
004210     ADD 1 TO FZB-LINE-COUNT.
004220 4000-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    4100-WRITE-REQREG
004260*        WRITES THE CODE'S REQREG RECORD.
004270*****************************************************************
004280 4100-WRITE-REQREG.
004290     MOVE SPACES TO FZB-REQREG-RECORD.
004300     MOVE FZB-BLD-REQ-CODE(FZB-BLD-IDX) TO FZB-REG-REC-CODE.
004310     MOVE FZB-BLD-DESC(FZB-BLD-IDX)     TO FZB-REG-REC-DESC.
004320     MOVE FZB-BLD-DEPT(FZB-BLD-IDX)     TO FZB-REG-REC-DEPT.
004330     MOVE FZB-BLD-DEST(FZB-BLD-IDX)     TO FZB-REG-REC-DEST.
004340     WRITE FZB-REQREG-RECORD.
004350     ADD 1 TO FZB-CNT-REQREG.
004360 4100-EXIT.
004370     EXIT.
004380*****************************************************************
004390*    4200-WRITE-DCTL
004400*        WRITES THE CODE'S DISTCTL RECORD.
004410*****************************************************************
004420 4200-WRITE-DCTL.
004430     MOVE SPACES TO FZB-DCTL-RECORD.
004440     MOVE FZB-BLD-REQ-CODE(FZB-BLD-IDX) TO FZB-DCT-REQ-CODE.
004450     MOVE FZB-BLD-DEST(FZB-BLD-IDX)     TO FZB-DCT-DEST.
004460     MOVE FZB-BLD-DEPT(FZB-BLD-IDX)     TO FZB-DCT-DEPT.
004470     WRITE FZB-DCTL-RECORD.
004480     ADD 1 TO FZB-CNT-DCTL.
004490 4200-EXIT.
004500     EXIT.
004510*****************************************************************
004520*    8000-FINALIZE
004530*        WRITES THE BUILD TOTALS, CLOSES THE OUTPUTS, AND
004540*        REPORTS TO THE CONSOLE.  A CODE LEFT UNROUTED FLAGS
004550*        THE RUN WITH RETURN CODE 4.
004560*****************************************************************
004570 8000-FINALIZE.
004580     IF FZB-BUILD-ABORTED
004590         DISPLAY 'FZBRBLD - BUILD STOPPED - REQREG AND DISTCTL '
004600             'NOT REBUILT'
004610         GO TO 8000-EXIT
004620     END-IF.
004630     MOVE 'REGISTRY VERSIONS'  TO FZB-TRL-LABEL.
004640     MOVE FZB-CNT-VERSIONS     TO FZB-TRL-COUNT.
004650     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004660         AFTER ADVANCING 2 LINES.
004670     MOVE 'CODES ON REGISTRY'  TO FZB-TRL-LABEL.
004680     MOVE FZB-BLD-COUNT        TO FZB-TRL-COUNT.
004690     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004700         AFTER ADVANCING 1 LINE.
004710     MOVE 'REQREG RECORDS'     TO FZB-TRL-LABEL.
004720     MOVE FZB-CNT-REQREG       TO FZB-TRL-COUNT.
004730     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004740         AFTER ADVANCING 1 LINE.
004750     MOVE 'DISTCTL RECORDS'    TO FZB-TRL-LABEL.
004760     MOVE FZB-CNT-DCTL         TO FZB-TRL-COUNT.
004770     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004780         AFTER ADVANCING 1 LINE.
004790     MOVE 'CODES NOT ROUTED'   TO FZB-TRL-LABEL.
004800     MOVE FZB-CNT-HELD         TO FZB-TRL-COUNT.
004810     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004820         AFTER ADVANCING 1 LINE.
004830     MOVE 'CODES RETIRED'      TO FZB-TRL-LABEL.
004840     MOVE FZB-CNT-RETIRED      TO FZB-TRL-COUNT.
004850     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004860         AFTER ADVANCING 1 LINE.
004870     MOVE 'CODES NOT YET IN'   TO FZB-TRL-LABEL.
004880     MOVE FZB-CNT-NOT-YET      TO FZB-TRL-COUNT.
004890     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
004900         AFTER ADVANCING 1 LINE.
004910     CLOSE FZB-REQREG-FILE.
004920     CLOSE FZB-DCTL-FILE.
004930     CLOSE FZB-REPORT-FILE.
004940     IF FZB-CNT-HELD > 0
004950         IF RETURN-CODE < 4
004960             MOVE 4 TO RETURN-CODE
004970         END-IF
004980     END-IF.
004990     DISPLAY 'FZBRBLD - CODES ON REGISTRY: ' FZB-BLD-COUNT.
005000     DISPLAY 'FZBRBLD - REQREG RECORDS...: ' FZB-CNT-REQREG.
005010     DISPLAY 'FZBRBLD - DISTCTL RECORDS..: ' FZB-CNT-DCTL.
005020     DISPLAY 'FZBRBLD - CODES NOT ROUTED.: ' FZB-CNT-HELD.
005030 8000-EXIT.
005040     EXIT.
