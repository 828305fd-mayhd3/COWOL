000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBDGST.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBDGST PRINTS THE MORNING OPERATIONS DIGEST FROM THE
000100*    NIGHTLY RUN LEDGER (RUNLEDG, SEE FZBLDG).  EVERY PROGRAM
000110*    IN THE CYCLE POSTS ITS MILESTONE TO THE LEDGER RECORD OF
000120*    THE RUN IT HANDLED, SO INSTEAD OF AN OPERATOR READING
000130*    SEVEN JOB LOGS THIS PROGRAM BROWSES THE LEDGER FROM THE
000140*    EARLIEST RUN DATE SUPPLIED ON THE PARAMETER RECORD
000150*    (PARMIN COLUMNS 1-6, YYMMDD - BLANK MEANS THE WHOLE
000160*    LEDGER) AND LISTS ON ONE PAGE EVERY RUN THAT IS EITHER
000170*    INCOMPLETE - NOT CLASSIFIED TO THE END, OR MISSING ITS
000180*    BALANCE, LOAD, EXTRACT, DISTRIBUTION, OR EXTRACT
000190*    ACKNOWLEDGMENT - OR CARRIES AN EXCEPTION: QUIESCED,
000200*    PARTIAL OR BYPASSED REQUESTS, OUT OF BALANCE, LOAD
000210*    FAILED, SECTIONS HELD, EXTRACT NAKED, RULE-MIX DRIFT, OR
000220*    TRANSACTION REJECTS STILL AWAITING REPAIR.  THE HELD
000230*    SECTIONS (HOLDQUE), DRIFT FLAGS (FZBSDRF), AND REJECTS
000240*    AWAITING REPAIR (FZBRCYC REJREM) ARE ITEMIZED BELOW THE
000250*    RUN LIST.  EACH LIST IS CAPPED SO THE DIGEST ALWAYS FITS
000260*    ONE PAGE; ANYTHING BEYOND THE CAPS IS COUNTED ON A
000270*    FURTHER-ITEMS LINE AND IS ON THE PROGRAMS' OWN REPORTS.
000280*    A RUN SUPERSEDED BY A RESUMED RUN IS NOT LISTED - THE
000290*    RUN THAT RESUMED IT CARRIES ITS WORK.  ANY RUN LISTED
000300*    ENDS THE STEP 4; A LEDGER THAT CANNOT BE OPENED ENDS IT
000310*    12.
000320*    MODIFICATION HISTORY.
000330*        2026-10-15  JHM  ORIGINAL PROGRAM.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 SPECIAL-NAMES.
000400     C01 IS FZB-TOP-OF-PAGE.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FZB-PARM-FILE
000440         ASSIGN TO PARMIN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FZB-PARM-STATUS.
000470     SELECT FZB-LEDGER-FILE
000480         ASSIGN TO RUNLEDG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS FZB-LDG-KEY
000520         FILE STATUS IS FZB-LEDGER-STATUS.
000530     SELECT FZB-REPORT-FILE
000540         ASSIGN TO DGSTRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FZB-REPORT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FZB-PARM-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  FZB-PARM-LINE                   PIC X(80).
000640*
000650 FD  FZB-LEDGER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY FZBLDG.
000680*
000690 FD  FZB-REPORT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  FZB-REPORT-LINE                 PIC X(80).
000730*
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760*    FILE STATUS SWITCHES
000770*****************************************************************
000780 01  FZB-PARM-STATUS             PIC X(02) VALUE SPACES.
000790     88  FZB-PARM-OK                       VALUE '00'.
000800 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000810     88  FZB-LEDGER-OK                     VALUE '00'.
000820     88  FZB-LEDGER-EOF                    VALUE '10'.
000830 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000840     88  FZB-REPORT-OK                     VALUE '00'.
000850 01  FZB-LEDGER-DONE-SW          PIC X(01) VALUE 'N'.
000860     88  FZB-LEDGER-DONE                   VALUE 'Y'.
000870     88  FZB-LEDGER-NOT-DONE               VALUE 'N'.
000880 01  FZB-LEDGER-OPEN-SW          PIC X(01) VALUE 'N'.
000890     88  FZB-LEDGER-OPEN                   VALUE 'Y'.
000900     88  FZB-LEDGER-NOT-OPEN               VALUE 'N'.
000910*****************************************************************
000920*    REPORT CONTROLS
000930*****************************************************************
000940 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
000950 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
000960 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
000970     05  FZB-RUN-DATE-YY         PIC 99.
000980     05  FZB-RUN-DATE-MM         PIC 99.
000990     05  FZB-RUN-DATE-DD         PIC 99.
001000*****************************************************************
001010*    EARLIEST RUN DATE AND PARAMETER RECORD
001020*****************************************************************
001030 01  FZB-FROM-DATE               PIC 9(06) VALUE 0.
001040 01  FZB-PARM-WORK.
001050     05  FZB-PRM-FROM-X          PIC X(06).
001060     05  FZB-PRM-FROM-9 REDEFINES FZB-PRM-FROM-X
001070                                 PIC 9(06).
001080     05  FILLER                  PIC X(74).
001090*****************************************************************
001100*    ASSESSMENT OF THE CURRENT RUN - THE FIRST FINDING IS
001110*    PRINTED ON THE RUN LINE AND THE REST ARE COUNTED.
001120*****************************************************************
001130 01  FZB-INCOMPLETE-SW           PIC X(01) VALUE 'N'.
001140     88  FZB-RUN-INCOMPLETE                VALUE 'Y'.
001150     88  FZB-RUN-NOT-INCOMPLETE            VALUE 'N'.
001160 01  FZB-EXCEPTION-SW            PIC X(01) VALUE 'N'.
001170     88  FZB-RUN-EXCEPTION                 VALUE 'Y'.
001180     88  FZB-RUN-NO-EXCEPTION              VALUE 'N'.
001190 01  FZB-FINDING-CNT             PIC 9(02) VALUE 0.
001200 01  FZB-FINDING-TEXT            PIC X(30) VALUE SPACES.
001210 01  FZB-FIRST-FINDING           PIC X(30) VALUE SPACES.
001220 01  FZB-REJ-AWAITING            PIC 9(06) VALUE 0.
001230 01  FZB-NAK-NOTE.
001240     05  FILLER                  PIC X(07) VALUE 'NAKED: '.
001250     05  FZB-NAK-NOTE-REASON     PIC X(20).
001260     05  FILLER                  PIC X(03) VALUE SPACES.
001270 01  FZB-MORE-NOTE.
001280     05  FILLER                  PIC X(01) VALUE '+'.
001290     05  FZB-MORE-NOTE-CNT       PIC 9(02).
001300     05  FILLER                  PIC X(05) VALUE ' MORE'.
001310*****************************************************************
001320*    ITEMIZED SECTIONS - HELD SECTIONS ('H'), DRIFT FLAGS
001330*    ('D'), AND REJECTS AWAITING REPAIR ('R') - COLLECTED
001340*    DURING THE BROWSE AND PRINTED AFTER THE RUN LIST.
001350*****************************************************************
001360 01  FZB-RUN-LINE-MAX            PIC 9(02) VALUE 15.
001370 01  FZB-RUN-LINE-COUNT          PIC 9(02) VALUE 0.
001380 01  FZB-ITEM-TYPE-MAX           PIC 9(02) VALUE 6.
001390 01  FZB-ITEM-HELD-COUNT         PIC 9(02) VALUE 0.
001400 01  FZB-ITEM-DRIFT-COUNT        PIC 9(02) VALUE 0.
001410 01  FZB-ITEM-REJ-COUNT          PIC 9(02) VALUE 0.
001420 01  FZB-ITEM-COUNT              PIC 9(02) VALUE 0.
001430 01  FZB-ITEM-TABLE.
001440     05  FZB-ITEM-ENTRY OCCURS 18 TIMES
001450             INDEXED BY FZB-ITEM-IDX.
001460         10  FZB-ITEM-TYPE       PIC X(01).
001470         10  FZB-ITEM-RUN-DATE   PIC 9(06).
001480         10  FZB-ITEM-RUN-TIME   PIC 9(08).
001490         10  FZB-ITEM-TEXT       PIC X(60).
001500 01  FZB-PRINT-TYPE              PIC X(01) VALUE SPACE.
001510 01  FZB-ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
001520     88  FZB-ITEM-FOUND                    VALUE 'Y'.
001530     88  FZB-ITEM-NOT-FOUND                VALUE 'N'.
001540 01  FZB-HELD-SUB                PIC 9(01) VALUE 0.
001550 01  FZB-HELD-TEXT.
001560     05  FILLER                  PIC X(08) VALUE 'REQUEST '.
001570     05  FZB-HELD-TEXT-REQ-ID    PIC X(04).
001580     05  FILLER                  PIC X(07) VALUE '  CODE '.
001590     05  FZB-HELD-TEXT-CODE      PIC X(08).
001600     05  FILLER                  PIC X(33) VALUE
001610             '  HELD FOR HOLDQUE'.
001620 01  FZB-DRIFT-TEXT.
001630     05  FILLER                  PIC X(13) VALUE
001640             'REQUEST CODE '.
001650     05  FZB-DRIFT-TEXT-CODE     PIC X(08).
001660     05  FILLER                  PIC X(39) VALUE
001670             '  MIX MOVED - SEE FIZZDRFT REPORT'.
001680 01  FZB-REJ-TEXT.
001690     05  FZB-REJ-TEXT-CNT        PIC ZZZ,ZZ9.
001700     05  FILLER                  PIC X(26) VALUE
001710             ' REJECTS AWAITING REPAIR -'.
001720     05  FZB-REJ-TEXT-NOTE       PIC X(27).
001730 01  FZB-REJ-RECYCLED-NOTE.
001740     05  FILLER                  PIC X(15) VALUE
001750             ' LAST RECYCLED '.
001760     05  FZB-REJ-NOTE-DATE       PIC 9(06).
001770     05  FILLER                  PIC X(06) VALUE SPACES.
001780*****************************************************************
001790*    DIGEST COUNTERS
001800*****************************************************************
001810 01  FZB-CNT-EXAMINED            PIC 9(06) VALUE 0.
001820 01  FZB-CNT-CLEAN               PIC 9(06) VALUE 0.
001830 01  FZB-CNT-SUPERSEDED          PIC 9(06) VALUE 0.
001840 01  FZB-CNT-INCOMPLETE          PIC 9(06) VALUE 0.
001850 01  FZB-CNT-EXCEPTION           PIC 9(06) VALUE 0.
001860 01  FZB-CNT-NOT-SHOWN           PIC 9(06) VALUE 0.
001870*****************************************************************
001880*    REPORT LINE LAYOUTS
001890*****************************************************************
001900 01  FZB-RPT-HEADING-1.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  FILLER                  PIC X(33) VALUE
001930             'FIZZBUZZ MORNING OPS DIGEST'.
001940     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001950     05  FZB-H1-MM               PIC 99.
001960     05  FILLER                  PIC X(01) VALUE '/'.
001970     05  FZB-H1-DD               PIC 99.
001980     05  FILLER                  PIC X(01) VALUE '/'.
001990     05  FZB-H1-YY               PIC 99.
002000     05  FILLER                  PIC X(04) VALUE SPACES.
002010     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002020     05  FZB-H1-PAGE             PIC ZZZ9.
002030     05  FILLER                  PIC X(15) VALUE SPACES.
002040 01  FZB-RPT-FROM-LINE.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(25) VALUE
002070             'LEDGER RUNS ON OR AFTER: '.
002080     05  FZB-FROM-SHOW           PIC 9(06).
002090     05  FILLER                  PIC X(48) VALUE
002100             '   MILESTONES: CLS BAL LOAD XTR DIST ACK'.
002110 01  FZB-RPT-HEADING-2.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(17) VALUE
002140             'RUN DATE/TIME'.
002150     05  FILLER                  PIC X(13) VALUE 'C B L X D A'.
002160     05  FILLER                  PIC X(11) VALUE 'STATE'.
002170     05  FILLER                  PIC X(38) VALUE 'FINDING'.
002180 01  FZB-RPT-RUN-LINE.
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  FZB-RUN-DATE-OUT        PIC 9(06).
002210     05  FILLER                  PIC X(01) VALUE '/'.
002220     05  FZB-RUN-TIME-OUT        PIC 9(08).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  FZB-RUN-CLS             PIC X(01).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  FZB-RUN-BAL             PIC X(01).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  FZB-RUN-LOAD            PIC X(01).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  FZB-RUN-XTR             PIC X(01).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  FZB-RUN-DST             PIC X(01).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  FZB-RUN-ACK             PIC X(01).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  FZB-RUN-STATE           PIC X(10).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  FZB-RUN-FINDING         PIC X(29).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  FZB-RUN-MORE            PIC X(08).
002410 01  FZB-RPT-SECTION-HEAD.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  FZB-SEC-TITLE           PIC X(40).
002440     05  FILLER                  PIC X(39) VALUE SPACES.
002450 01  FZB-RPT-ITEM-LINE.
002460     05  FILLER                  PIC X(03) VALUE SPACES.
002470     05  FZB-ITM-RUN-DATE        PIC 9(06).
002480     05  FILLER                  PIC X(01) VALUE '/'.
002490     05  FZB-ITM-RUN-TIME        PIC 9(08).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  FZB-ITM-TEXT            PIC X(60).
002520 01  FZB-RPT-MORE-LINE.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  FZB-MORE-COUNT          PIC ZZZ,ZZ9.
002550     05  FILLER                  PIC X(72) VALUE
002560         ' FURTHER ITEMS NOT SHOWN - SEE EACH PROGRAM''S REPORT'.
002570 01  FZB-RPT-NOTE-LINE.
002580     05  FILLER                  PIC X(03) VALUE SPACES.
002590     05  FZB-NOTE-TEXT           PIC X(77).
002600 01  FZB-RPT-TRAILER-LINE.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  FZB-TRL-LABEL           PIC X(20).
002630     05  FZB-TRL-COUNT           PIC ZZZ,ZZ9.
002640     05  FILLER                  PIC X(52) VALUE SPACES.
002650*
002660 PROCEDURE DIVISION.
002670*****************************************************************
002680*    0000-MAINLINE
002690*        CONTROLS THE OVERALL FLOW OF THE DIGEST RUN.
002700*****************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     PERFORM 3000-ASSESS-ONE-RUN THRU 3000-EXIT
002740         UNTIL FZB-LEDGER-DONE.
002750     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002760     GO TO 0000-MAINLINE-EXIT.
002770 0000-MAINLINE-EXIT.
002780     STOP RUN.
002790*****************************************************************
002800*    1000-INITIALIZE
002810*        READS THE EARLIEST RUN DATE, OPENS THE FILES, PRINTS
002820*        THE PAGE HEADINGS, AND POSITIONS THE LEDGER ON THE
002830*        FIRST RUN ON OR AFTER THAT DATE.  THE PRIME RECORD
002840*        (KEY ZERO) IS NEVER A RUN AND IS STEPPED OVER.
002850*****************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT FZB-RUN-DATE FROM DATE.
002880     OPEN INPUT FZB-PARM-FILE.
002890     MOVE SPACES TO FZB-PARM-WORK.
002900     READ FZB-PARM-FILE INTO FZB-PARM-WORK
002910         AT END CONTINUE
002920     END-READ.
002930     CLOSE FZB-PARM-FILE.
002940     IF FZB-PRM-FROM-X NUMERIC
002950         MOVE FZB-PRM-FROM-9 TO FZB-FROM-DATE
002960     ELSE
002970         DISPLAY 'FZBDGST - NO EARLIEST RUN DATE SUPPLIED - '
002980             'WHOLE LEDGER EXAMINED'
002990     END-IF.
003000     OPEN OUTPUT FZB-REPORT-FILE.
003010     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
003020     OPEN INPUT FZB-LEDGER-FILE.
003030     IF NOT FZB-LEDGER-OK
003040         DISPLAY 'FZBDGST - RUNLEDG OPEN FAILED - STATUS '
003050             FZB-LEDGER-STATUS
003060         MOVE 'RUN LEDGER COULD NOT BE OPENED - SEE JOB LOG'
003070             TO FZB-NOTE-TEXT
003080         WRITE FZB-REPORT-LINE FROM FZB-RPT-NOTE-LINE
003090             AFTER ADVANCING 2 LINES
003100         MOVE 12 TO RETURN-CODE
003110         SET FZB-LEDGER-DONE TO TRUE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     SET FZB-LEDGER-OPEN TO TRUE.
003150     SET FZB-LEDGER-NOT-DONE TO TRUE.
003160     MOVE FZB-FROM-DATE TO FZB-LDG-RUN-DATE.
003170     MOVE ZEROS         TO FZB-LDG-RUN-TIME.
003180     IF FZB-FROM-DATE = 0
003190         MOVE 1 TO FZB-LDG-RUN-TIME
003200     END-IF.
003210     START FZB-LEDGER-FILE KEY >= FZB-LDG-KEY
003220         INVALID KEY SET FZB-LEDGER-DONE TO TRUE
003230     END-START.
003240 1000-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    2000-READ-LEDGER
003280*        READS THE NEXT RUN FROM THE LEDGER.
003290*****************************************************************
003300 2000-READ-LEDGER.
003310     READ FZB-LEDGER-FILE NEXT RECORD
003320         AT END CONTINUE
003330     END-READ.
003340     IF NOT FZB-LEDGER-OK
003350         SET FZB-LEDGER-DONE TO TRUE
003360     END-IF.
003370     IF NOT FZB-LEDGER-OK AND NOT FZB-LEDGER-EOF
003380         DISPLAY 'FZBDGST - RUNLEDG READ FAILED - STATUS '
003390             FZB-LEDGER-STATUS ' - DIGEST INCOMPLETE'
003400         IF RETURN-CODE < 8
003410             MOVE 8 TO RETURN-CODE
003420         END-IF
003430     END-IF.
003440 2000-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    3000-ASSESS-ONE-RUN
003480*        READS ONE RUN, DECIDES WHETHER IT IS INCOMPLETE OR
003490*        CARRIES AN EXCEPTION, AND LISTS IT IF SO.
003500*****************************************************************
003510 3000-ASSESS-ONE-RUN.
003520     PERFORM 2000-READ-LEDGER THRU 2000-EXIT.
003530     IF FZB-LEDGER-DONE
003540         GO TO 3000-EXIT
003550     END-IF.
003560     ADD 1 TO FZB-CNT-EXAMINED.
003570     IF FZB-LDG-SUPERSEDED
003580         ADD 1 TO FZB-CNT-SUPERSEDED
003590         GO TO 3000-EXIT
003600     END-IF.
003610     SET FZB-RUN-NOT-INCOMPLETE TO TRUE.
003620     SET FZB-RUN-NO-EXCEPTION TO TRUE.
003630     MOVE ZEROS  TO FZB-FINDING-CNT.
003640     MOVE SPACES TO FZB-FIRST-FINDING.
003650     PERFORM 3100-CHECK-MILESTONES THRU 3100-EXIT.
003660     PERFORM 3200-CHECK-EXCEPTIONS THRU 3200-EXIT.
003670     IF FZB-RUN-NOT-INCOMPLETE AND FZB-RUN-NO-EXCEPTION
003680         ADD 1 TO FZB-CNT-CLEAN
003690         GO TO 3000-EXIT
003700     END-IF.
003710     IF FZB-RUN-INCOMPLETE
003720         ADD 1 TO FZB-CNT-INCOMPLETE
003730     END-IF.
003740     IF FZB-RUN-EXCEPTION
003750         ADD 1 TO FZB-CNT-EXCEPTION
003760     END-IF.
003770     IF RETURN-CODE < 4
003780         MOVE 4 TO RETURN-CODE
003790     END-IF.
003800     PERFORM 3300-LIST-RUN THRU 3300-EXIT.
003810     PERFORM 3400-COLLECT-ITEMS THRU 3400-EXIT.
003820 3000-EXIT.
003830     EXIT.
003840*****************************************************************
003850*    3100-CHECK-MILESTONES
003860*        A RUN THAT NEVER FINISHED CLASSIFYING IS INCOMPLETE
003870*        AND NOTHING DOWNSTREAM IS EXPECTED OF IT; A RUN THAT
003880*        DID IS INCOMPLETE UNTIL EVERY LATER MILESTONE IS
003890*        POSTED, ENDING WITH THE EXTRACT ACKNOWLEDGMENT.
003900*****************************************************************
003910 3100-CHECK-MILESTONES.
003920     IF FZB-LDG-RUNNING
003930         MOVE 'CLASSIFICATION NOT FINISHED' TO FZB-FINDING-TEXT
003940         GO TO 3100-NOT-CLASSIFIED
003950     END-IF.
003960     IF FZB-LDG-CLS-FAILED
003970         MOVE 'CLASSIFICATION FAILED'  TO FZB-FINDING-TEXT
003980         GO TO 3100-NOT-CLASSIFIED
003990     END-IF.
004000     IF NOT FZB-LDG-CLASSIFIED AND NOT FZB-LDG-QUIESCED
004010         MOVE 'NO CLASSIFICATION POSTED' TO FZB-FINDING-TEXT
004020         GO TO 3100-NOT-CLASSIFIED
004030     END-IF.
004040     IF FZB-LDG-BAL-STATUS = SPACE
004050         MOVE 'BALANCE NOT POSTED'     TO FZB-FINDING-TEXT
004060         PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT
004070     END-IF.
004080     IF FZB-LDG-LOAD-STATUS = SPACE
004090         MOVE 'LOAD NOT POSTED'        TO FZB-FINDING-TEXT
004100         PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT
004110     END-IF.
004120     IF FZB-LDG-XTR-STATUS = SPACE
004130         MOVE 'EXTRACT NOT CUT'        TO FZB-FINDING-TEXT
004140         PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT
004150     END-IF.
004160     IF FZB-LDG-DST-STATUS = SPACE
004170         MOVE 'REPORT NOT DISTRIBUTED' TO FZB-FINDING-TEXT
004180         PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT
004190     END-IF.
004200     IF FZB-LDG-EXTRACT-CUT AND FZB-LDG-ACK-STATUS = SPACE
004210         MOVE 'AWAITING EXTRACT ACK'   TO FZB-FINDING-TEXT
004220         PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT
004230     END-IF.
004240     GO TO 3100-EXIT.
004250 3100-NOT-CLASSIFIED.
004260     PERFORM 3190-NOTE-INCOMPLETE THRU 3190-EXIT.
004270 3100-EXIT.
004280     EXIT.
004290*****************************************************************
004300*    3190-NOTE-INCOMPLETE
004310*        RECORDS ONE MISSING MILESTONE (TEXT IN
004320*        FZB-FINDING-TEXT) AGAINST THE RUN.
004330*****************************************************************
004340 3190-NOTE-INCOMPLETE.
004350     SET FZB-RUN-INCOMPLETE TO TRUE.
004360     PERFORM 3290-NOTE-FINDING THRU 3290-EXIT.
004370 3190-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    3200-CHECK-EXCEPTIONS
004410*        TESTS THE RUN FOR EVERY EXCEPTION THE CYCLE POSTS.
004420*        REJECTS AWAITING REPAIR ARE THE RUN'S TRANSACTION
004430*        REJECTS UNTIL FZBRCYC HAS PROCESSED THEM, AND ITS
004440*        REMAINING COUNT AFTER THAT.
004450*****************************************************************
004460 3200-CHECK-EXCEPTIONS.
004470     IF FZB-LDG-QUIESCED
004480         MOVE 'RUN QUIESCED'           TO FZB-FINDING-TEXT
004490         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004500     END-IF.
004510     IF FZB-LDG-PARTIAL-CNT > 0
004520         MOVE 'PARTIAL REQUESTS'       TO FZB-FINDING-TEXT
004530         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004540     END-IF.
004550     IF FZB-LDG-BYPASS-CNT > 0
004560         MOVE 'BYPASSED REQUESTS'      TO FZB-FINDING-TEXT
004570         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004580     END-IF.
004590     IF FZB-LDG-OUT-OF-BAL
004600         MOVE 'OUT OF BALANCE'         TO FZB-FINDING-TEXT
004610         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004620     END-IF.
004630     IF FZB-LDG-LOAD-FAILED
004640         MOVE 'LOAD FAILED'            TO FZB-FINDING-TEXT
004650         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004660     END-IF.
004670     IF FZB-LDG-HELD
004680         MOVE 'REPORT SECTIONS HELD'   TO FZB-FINDING-TEXT
004690         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004700     END-IF.
004710     IF FZB-LDG-NAKED
004720         MOVE FZB-LDG-NAK-REASON       TO FZB-NAK-NOTE-REASON
004730         MOVE FZB-NAK-NOTE             TO FZB-FINDING-TEXT
004740         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004750     END-IF.
004760     IF FZB-LDG-DRIFT-FLAGGED
004770         MOVE 'RULE-MIX DRIFT'         TO FZB-FINDING-TEXT
004780         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004790     END-IF.
004800     IF FZB-LDG-REJ-DATE > 0
004810         MOVE FZB-LDG-REJ-REMAIN TO FZB-REJ-AWAITING
004820     ELSE
004830         MOVE FZB-LDG-REJECT-CNT TO FZB-REJ-AWAITING
004840     END-IF.
004850     IF FZB-REJ-AWAITING > 0
004860         MOVE 'REJECTS AWAITING REPAIR' TO FZB-FINDING-TEXT
004870         PERFORM 3280-NOTE-EXCEPTION THRU 3280-EXIT
004880     END-IF.
004890 3200-EXIT.
004900     EXIT.
004910*****************************************************************
004920*    3280-NOTE-EXCEPTION
004930*        RECORDS ONE EXCEPTION (TEXT IN FZB-FINDING-TEXT)
004940*        AGAINST THE RUN.
004950*****************************************************************
004960 3280-NOTE-EXCEPTION.
004970     SET FZB-RUN-EXCEPTION TO TRUE.
004980     PERFORM 3290-NOTE-FINDING THRU 3290-EXIT.
004990 3280-EXIT.
005000     EXIT.
005010*****************************************************************
005020*    3290-NOTE-FINDING
005030*        KEEPS THE FIRST FINDING FOR THE RUN LINE AND COUNTS
005040*        THE REST.
005050*****************************************************************
005060 3290-NOTE-FINDING.
005070     ADD 1 TO FZB-FINDING-CNT.
005080     IF FZB-FINDING-CNT = 1
005090         MOVE FZB-FINDING-TEXT TO FZB-FIRST-FINDING
005100     END-IF.
005110 3290-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    3300-LIST-RUN
005150*        PRINTS THE RUN LINE - MILESTONE LETTERS ('-' WHERE NOT
005160*        YET POSTED), STATE, AND FIRST FINDING - UNLESS THE
005170*        RUN LIST IS ALREADY AT ITS CAP.
005180*****************************************************************
005190 3300-LIST-RUN.
005200     IF FZB-RUN-LINE-COUNT >= FZB-RUN-LINE-MAX
005210         ADD 1 TO FZB-CNT-NOT-SHOWN
005220         GO TO 3300-EXIT
005230     END-IF.
005240     ADD 1 TO FZB-RUN-LINE-COUNT.
005250     MOVE FZB-LDG-RUN-DATE    TO FZB-RUN-DATE-OUT.
005260     MOVE FZB-LDG-RUN-TIME    TO FZB-RUN-TIME-OUT.
005270     MOVE FZB-LDG-CLS-STATUS  TO FZB-RUN-CLS.
005280     MOVE FZB-LDG-BAL-STATUS  TO FZB-RUN-BAL.
005290     MOVE FZB-LDG-LOAD-STATUS TO FZB-RUN-LOAD.
005300     MOVE FZB-LDG-XTR-STATUS  TO FZB-RUN-XTR.
005310     MOVE FZB-LDG-DST-STATUS  TO FZB-RUN-DST.
005320     MOVE FZB-LDG-ACK-STATUS  TO FZB-RUN-ACK.
005330     INSPECT FZB-RUN-CLS  REPLACING ALL SPACE BY '-'.
005340     INSPECT FZB-RUN-BAL  REPLACING ALL SPACE BY '-'.
005350     INSPECT FZB-RUN-LOAD REPLACING ALL SPACE BY '-'.
005360     INSPECT FZB-RUN-XTR  REPLACING ALL SPACE BY '-'.
005370     INSPECT FZB-RUN-DST  REPLACING ALL SPACE BY '-'.
005380     INSPECT FZB-RUN-ACK  REPLACING ALL SPACE BY '-'.
005390     IF FZB-RUN-INCOMPLETE
005400         MOVE 'INCOMPLETE'    TO FZB-RUN-STATE
005410     ELSE
005420         MOVE 'EXCEPTION'     TO FZB-RUN-STATE
005430     END-IF.
005440     MOVE FZB-FIRST-FINDING   TO FZB-RUN-FINDING.
005450     IF FZB-FINDING-CNT > 1
005460         SUBTRACT 1 FROM FZB-FINDING-CNT
005470             GIVING FZB-MORE-NOTE-CNT
005480         MOVE FZB-MORE-NOTE   TO FZB-RUN-MORE
005490     ELSE
005500         MOVE SPACES          TO FZB-RUN-MORE
005510     END-IF.
005520     WRITE FZB-REPORT-LINE FROM FZB-RPT-RUN-LINE
005530         AFTER ADVANCING 1 LINE.
005540 3300-EXIT.
005550     EXIT.
005560*****************************************************************
005570*    3400-COLLECT-ITEMS
005580*        SAVES THE RUN'S HELD SECTIONS, DRIFT FLAG, AND
005590*        REJECTS AWAITING REPAIR FOR THE ITEMIZED SECTIONS,
005600*        EACH SECTION UP TO ITS CAP.  THE LEDGER CARRIES THE
005610*        FIRST FIVE HELD SECTIONS OF A RUN; ANY BEYOND THAT
005620*        ARE COUNTED AS NOT SHOWN.
005630*****************************************************************
005640 3400-COLLECT-ITEMS.
005650     IF FZB-LDG-HELD-CNT > 0
005660         PERFORM 3410-COLLECT-HELD THRU 3410-EXIT
005670             VARYING FZB-HELD-SUB FROM 1 BY 1
005680             UNTIL FZB-HELD-SUB > 5
005690                OR FZB-HELD-SUB > FZB-LDG-HELD-CNT
005700         IF FZB-LDG-HELD-CNT > 5
005710             COMPUTE FZB-CNT-NOT-SHOWN
005720                 = FZB-CNT-NOT-SHOWN + FZB-LDG-HELD-CNT - 5
005730         END-IF
005740     END-IF.
005750     IF FZB-LDG-DRIFT-FLAGGED
005760         IF FZB-ITEM-DRIFT-COUNT < FZB-ITEM-TYPE-MAX
005770             ADD 1 TO FZB-ITEM-DRIFT-COUNT
005780             MOVE FZB-LDG-DRIFT-CODE TO FZB-DRIFT-TEXT-CODE
005790             MOVE 'D'                TO FZB-PRINT-TYPE
005800             PERFORM 3490-ADD-ITEM THRU 3490-EXIT
005810             MOVE FZB-DRIFT-TEXT TO FZB-ITEM-TEXT(FZB-ITEM-IDX)
005820         ELSE
005830             ADD 1 TO FZB-CNT-NOT-SHOWN
005840         END-IF
005850     END-IF.
005860     IF FZB-REJ-AWAITING > 0
005870         IF FZB-ITEM-REJ-COUNT < FZB-ITEM-TYPE-MAX
005880             ADD 1 TO FZB-ITEM-REJ-COUNT
005890             MOVE FZB-REJ-AWAITING   TO FZB-REJ-TEXT-CNT
005900             IF FZB-LDG-REJ-DATE > 0
005910                 MOVE FZB-LDG-REJ-DATE TO FZB-REJ-NOTE-DATE
005920                 MOVE FZB-REJ-RECYCLED-NOTE TO FZB-REJ-TEXT-NOTE
005930             ELSE
005940                 MOVE ' NOT YET RECYCLED' TO FZB-REJ-TEXT-NOTE
005950             END-IF
005960             MOVE 'R'                TO FZB-PRINT-TYPE
005970             PERFORM 3490-ADD-ITEM THRU 3490-EXIT
005980             MOVE FZB-REJ-TEXT TO FZB-ITEM-TEXT(FZB-ITEM-IDX)
005990         ELSE
006000             ADD 1 TO FZB-CNT-NOT-SHOWN
006010         END-IF
006020     END-IF.
006030 3400-EXIT.
006040     EXIT.
006050*****************************************************************
006060*    3410-COLLECT-HELD
006070*        SAVES ONE HELD SECTION OF THE RUN.
006080*****************************************************************
006090 3410-COLLECT-HELD.
006100     IF FZB-ITEM-HELD-COUNT >= FZB-ITEM-TYPE-MAX
006110         ADD 1 TO FZB-CNT-NOT-SHOWN
006120         GO TO 3410-EXIT
006130     END-IF.
006140     ADD 1 TO FZB-ITEM-HELD-COUNT.
006150     MOVE FZB-LDG-HELD-REQ-ID(FZB-HELD-SUB)
006160         TO FZB-HELD-TEXT-REQ-ID.
006170     MOVE FZB-LDG-HELD-CODE(FZB-HELD-SUB)
006180         TO FZB-HELD-TEXT-CODE.
006190     MOVE 'H' TO FZB-PRINT-TYPE.
006200     PERFORM 3490-ADD-ITEM THRU 3490-EXIT.
006210     MOVE FZB-HELD-TEXT TO FZB-ITEM-TEXT(FZB-ITEM-IDX).
006220 3410-EXIT.
006230     EXIT.
006240*****************************************************************
006250*    3490-ADD-ITEM
006260*        STARTS A NEW ITEM ENTRY OF TYPE FZB-PRINT-TYPE FOR THE
006270*        CURRENT RUN AND LEAVES FZB-ITEM-IDX ON IT.  THE PER-
006280*        SECTION CAPS KEEP THE TABLE FROM OVERFLOWING.
006290*****************************************************************
006300 3490-ADD-ITEM.
006310     ADD 1 TO FZB-ITEM-COUNT.
006320     SET FZB-ITEM-IDX TO FZB-ITEM-COUNT.
006330     MOVE FZB-PRINT-TYPE   TO FZB-ITEM-TYPE(FZB-ITEM-IDX).
006340     MOVE FZB-LDG-RUN-DATE TO FZB-ITEM-RUN-DATE(FZB-ITEM-IDX).
006350     MOVE FZB-LDG-RUN-TIME TO FZB-ITEM-RUN-TIME(FZB-ITEM-IDX).
006360     MOVE SPACES           TO FZB-ITEM-TEXT(FZB-ITEM-IDX).
006370 3490-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    3950-WRITE-HEADINGS
006410*        STARTS THE DIGEST PAGE WITH THE RUN-DATE HEADING, THE
006420*        EARLIEST-RUN LINE, AND THE RUN LIST COLUMN HEADINGS.
006430*****************************************************************
006440 3950-WRITE-HEADINGS.
006450     ADD 1 TO FZB-PAGE-COUNT.
006460     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
006470     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
006480     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
006490     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
006500     MOVE FZB-FROM-DATE   TO FZB-FROM-SHOW.
006510     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
006520         AFTER ADVANCING FZB-TOP-OF-PAGE.
006530     WRITE FZB-REPORT-LINE FROM FZB-RPT-FROM-LINE
006540         AFTER ADVANCING 1 LINE.
006550     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
006560         AFTER ADVANCING 2 LINES.
006570 3950-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    8000-FINALIZE
006610*        PRINTS THE ITEMIZED SECTIONS, THE FURTHER-ITEMS LINE,
006620*        AND THE DIGEST TOTALS, CLOSES THE FILES, AND REPORTS
006630*        THE TOTALS TO THE CONSOLE.
006640*****************************************************************
006650 8000-FINALIZE.
006660     IF FZB-RUN-LINE-COUNT = 0
006670         MOVE 'NO INCOMPLETE OR EXCEPTION RUNS' TO FZB-NOTE-TEXT
006680         WRITE FZB-REPORT-LINE FROM FZB-RPT-NOTE-LINE
006690             AFTER ADVANCING 1 LINE
006700     END-IF.
006710     MOVE 'REPORT SECTIONS HELD FOR HOLDQUE' TO FZB-SEC-TITLE.
006720     MOVE 'H' TO FZB-PRINT-TYPE.
006730     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006740     MOVE 'RULE-MIX DRIFT FLAGS (FZBSDRF)'   TO FZB-SEC-TITLE.
006750     MOVE 'D' TO FZB-PRINT-TYPE.
006760     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006770     MOVE 'REJECTS AWAITING REPAIR (REJREM)' TO FZB-SEC-TITLE.
006780     MOVE 'R' TO FZB-PRINT-TYPE.
006790     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006800     IF FZB-CNT-NOT-SHOWN > 0
006810         MOVE FZB-CNT-NOT-SHOWN  TO FZB-MORE-COUNT
006820         WRITE FZB-REPORT-LINE FROM FZB-RPT-MORE-LINE
006830             AFTER ADVANCING 2 LINES
006840     END-IF.
006850     MOVE 'RUNS EXAMINED'      TO FZB-TRL-LABEL.
006860     MOVE FZB-CNT-EXAMINED     TO FZB-TRL-COUNT.
006870     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006880         AFTER ADVANCING 2 LINES.
006890     MOVE 'COMPLETE AND CLEAN' TO FZB-TRL-LABEL.
006900     MOVE FZB-CNT-CLEAN        TO FZB-TRL-COUNT.
006910     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006920         AFTER ADVANCING 1 LINE.
006930     MOVE 'SUPERSEDED'         TO FZB-TRL-LABEL.
006940     MOVE FZB-CNT-SUPERSEDED   TO FZB-TRL-COUNT.
006950     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006960         AFTER ADVANCING 1 LINE.
006970     MOVE 'INCOMPLETE'         TO FZB-TRL-LABEL.
006980     MOVE FZB-CNT-INCOMPLETE   TO FZB-TRL-COUNT.
006990     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
007000         AFTER ADVANCING 1 LINE.
007010     MOVE 'WITH EXCEPTIONS'    TO FZB-TRL-LABEL.
007020     MOVE FZB-CNT-EXCEPTION    TO FZB-TRL-COUNT.
007030     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
007040         AFTER ADVANCING 1 LINE.
007050     IF FZB-LEDGER-OPEN
007060         CLOSE FZB-LEDGER-FILE
007070     END-IF.
007080     CLOSE FZB-REPORT-FILE.
007090     DISPLAY 'FZBDGST - DIGEST SUMMARY'.
007100     DISPLAY '  RUNS EXAMINED..: ' FZB-CNT-EXAMINED.
007110     DISPLAY '  CLEAN..........: ' FZB-CNT-CLEAN.
007120     DISPLAY '  SUPERSEDED.....: ' FZB-CNT-SUPERSEDED.
007130     DISPLAY '  INCOMPLETE.....: ' FZB-CNT-INCOMPLETE.
007140     DISPLAY '  EXCEPTIONS.....: ' FZB-CNT-EXCEPTION.
007150 8000-EXIT.
007160     EXIT.
007170*****************************************************************
007180*    8100-PRINT-SECTION
007190*        PRINTS ONE ITEMIZED SECTION (TYPE IN FZB-PRINT-TYPE,
007200*        TITLE IN FZB-SEC-TITLE), OR 'NONE' WHEN IT IS EMPTY.
007210*****************************************************************
007220 8100-PRINT-SECTION.
007230     WRITE FZB-REPORT-LINE FROM FZB-RPT-SECTION-HEAD
007240         AFTER ADVANCING 2 LINES.
007250     SET FZB-ITEM-NOT-FOUND TO TRUE.
007260     PERFORM 8110-PRINT-ONE-ITEM THRU 8110-EXIT
007270         VARYING FZB-ITEM-IDX FROM 1 BY 1
007280         UNTIL FZB-ITEM-IDX > FZB-ITEM-COUNT.
007290     IF FZB-ITEM-NOT-FOUND
007300         MOVE 'NONE' TO FZB-NOTE-TEXT
007310         WRITE FZB-REPORT-LINE FROM FZB-RPT-NOTE-LINE
007320             AFTER ADVANCING 1 LINE
007330     END-IF.
007340 8100-EXIT.
007350     EXIT.
007360*****************************************************************
007370*    8110-PRINT-ONE-ITEM
007380*        PRINTS ONE SAVED ITEM IF IT BELONGS TO THE SECTION.
007390*****************************************************************
007400 8110-PRINT-ONE-ITEM.
007410     IF FZB-ITEM-TYPE(FZB-ITEM-IDX) NOT = FZB-PRINT-TYPE
007420         GO TO 8110-EXIT
007430     END-IF.
007440     SET FZB-ITEM-FOUND TO TRUE.
007450     MOVE FZB-ITEM-RUN-DATE(FZB-ITEM-IDX) TO FZB-ITM-RUN-DATE.
007460     MOVE FZB-ITEM-RUN-TIME(FZB-ITEM-IDX) TO FZB-ITM-RUN-TIME.
007470     MOVE FZB-ITEM-TEXT(FZB-ITEM-IDX)     TO FZB-ITM-TEXT.
007480     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
007490         AFTER ADVANCING 1 LINE.
007500 8110-EXIT.
007510     EXIT.
