000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBPCMB.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBPCMB COMBINES THE OUTPUT OF A PARTITIONED FIZZBUZZ RUN
000100*    (FIZZPART, ONE JOB PER PARTITION) INTO THE SINGLE SET OF
000110*    DATASETS A SERIAL FIZZJOB RUN WOULD HAVE LEFT, SO FZBBAL,
000120*    FZBLOAD, FZBXTRCT AND FZBBRST RUN UNCHANGED AGAINST IT.
000130*    THE PARTITION CARD (PARTIN, FZBPTN) NAMES THE SPLIT
000140*    REQUEST CODE AND THE NUMBER OF PARTITIONS.  THE INPUTS ARE
000150*    THE PARTITIONS' AUDIT LOGS, STATISTICS AND DATA FILES, EACH
000160*    CONCATENATED IN PARTITION ORDER AND SORTED ON REQUEST ID
000170*    WITH EQUALS (AUDSORT, STASORT, DATAIN - SEE FIZZPCMB), AND
000180*    PARTITION 1'S REPORT (RPTIN), WHICH CARRIES EVERY REQUEST
000190*    THAT WAS NOT SPLIT.
000200*    PASS 1 PROVES THE PARTITIONS FROM THE AUDIT RECORDS BEFORE
000210*    ANYTHING IS WRITTEN - EVERY PARTITION OF EVERY SPLIT
000220*    REQUEST MUST HAVE ENDED COMPLETE ('C'), THE SLICES MUST
000230*    JOIN UP WITH NO GAP OR OVERLAP, AND PARTITION 1 MUST NOT
000240*    HAVE LEFT AN ORDINARY REQUEST PARTIAL.  A PARTITION THAT
000250*    FAILED OR WAS QUIESCED IS NAMED ON THE CONSOLE AND THE RUN
000260*    ENDS 12; RESUBMIT THAT PARTITION'S JOB ALONE (IT RESUMES
000270*    FROM ITS OWN CHECKPOINT) AND RERUN THIS STEP.
000280*    THE COMBINE THEN WRITES ONE AUDIT RECORD PER SPLIT REQUEST
000290*    FOR THE WHOLE RANGE (COUNTS SUMMED, PARTITION BYTE BLANK)
000300*    UNDER PARTITION 1'S RUN DATE/TIME, ONE SET OF STATISTICS
000310*    RECORDS WITH THE COUNTS SUMMED AND THE PERCENTS TAKEN
000320*    AGAIN OVER THE WHOLE RANGE, THE DATA RECORDS AS THEY STAND
000330*    (ALREADY IN COUNTER ORDER), AND THE REPORT WITH THE SPLIT
000340*    REQUEST'S SECTION REBUILT FROM THE COMBINED DATA - PAGES,
000350*    RUN SUMMARY AND STATISTICS PAGE - IN PLACE OF PARTITION
000360*    1'S SLICE.  PAGE NUMBERS ARE RUN AGAIN THROUGH THE WHOLE
000370*    REPORT.  EVERYTHING NOT SPLIT IS COPIED UNCHANGED.
000380*    RETURN CODE 12 = A PARTITION IS MISSING OR INCOMPLETE, OR
000390*    A FILE COULD NOT BE OPENED - NOTHING WAS COMBINED; 16 = NO
000400*    PARTITION CARD, OR A BAD ONE.
000410*    MODIFICATION HISTORY.
000420*        2026-10-15  JHM  ORIGINAL PROGRAM.
000421*        2026-10-15  JHM  A SPLIT REQUEST'S DATA RECORDS ARE
000423*                         STAMPED WITH THE COMBINED AUDIT RECORD'S
000425*                         RUN DATE/TIME (PARTITION 1'S) IN PLACE
000426*                         OF THEIR OWN PARTITION'S, SO THE DATA
000428*                         HISTORY MATCHES THE AUDIT HISTORY.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FZB-PARTITION-FILE
000510         ASSIGN TO PARTIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FZB-PART-STATUS.
000540     SELECT FZB-AUDIT-FILE
000550         ASSIGN TO AUDSORT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FZB-AUDIT-STATUS.
000580     SELECT FZB-STAT-FILE
000590         ASSIGN TO STASORT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS FZB-STAT-STATUS.
000620     SELECT FZB-DATA-FILE
000630         ASSIGN TO DATAIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FZB-DATA-STATUS.
000660     SELECT FZB-RPTIN-FILE
000670         ASSIGN TO RPTIN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS FZB-RPTIN-STATUS.
000700     SELECT FZB-AUDOUT-FILE
000710         ASSIGN TO AUDITLOG
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FZB-AUDOUT-STATUS.
000740     SELECT FZB-STATOUT-FILE
000750         ASSIGN TO STATOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FZB-STATOUT-STATUS.
000780     SELECT FZB-DATAOUT-FILE
000790         ASSIGN TO DATAOUT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FZB-DATAOUT-STATUS.
000820     SELECT FZB-REPORT-FILE
000830         ASSIGN TO RPTOUT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FZB-REPORT-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  FZB-PARTITION-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY FZBPTN.
000930*
000940 FD  FZB-AUDIT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY FZBAUD.
000980*
000990 FD  FZB-STAT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY FZBSTAT.
001030*
001040 FD  FZB-DATA-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY FZBDOUT.
001080*
001090 FD  FZB-RPTIN-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  FZB-RPTIN-RECORD                PIC X(81).
001130*
001140 FD  FZB-AUDOUT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  FZB-AUDOUT-RECORD               PIC X(100).
001180*
001190 FD  FZB-STATOUT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  FZB-STATOUT-RECORD              PIC X(80).
001230*
001240 FD  FZB-DATAOUT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  FZB-DATAOUT-RECORD              PIC X(80).
001280*
001290 FD  FZB-REPORT-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  FZB-REPORT-RECORD               PIC X(81).
001330*
001340 WORKING-STORAGE SECTION.
001350*****************************************************************
001360*    FILE STATUS SWITCHES
001370*****************************************************************
001380 01  FZB-PART-STATUS             PIC X(02) VALUE SPACES.
001390     88  FZB-PART-OK                       VALUE '00'.
001400     88  FZB-PART-EOF                      VALUE '10'.
001410 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001420     88  FZB-AUDIT-OK                      VALUE '00'.
001430     88  FZB-AUDIT-EOF                     VALUE '10'.
001440 01  FZB-STAT-STATUS             PIC X(02) VALUE SPACES.
001450     88  FZB-STAT-OK                       VALUE '00'.
001460     88  FZB-STAT-EOF                      VALUE '10'.
001470 01  FZB-DATA-STATUS             PIC X(02) VALUE SPACES.
001480     88  FZB-DATA-OK                       VALUE '00'.
001490     88  FZB-DATA-EOF                      VALUE '10'.
001500 01  FZB-RPTIN-STATUS            PIC X(02) VALUE SPACES.
001510     88  FZB-RPTIN-OK                      VALUE '00'.
001520     88  FZB-RPTIN-EOF                     VALUE '10'.
001530 01  FZB-AUDOUT-STATUS           PIC X(02) VALUE SPACES.
001540     88  FZB-AUDOUT-OK                     VALUE '00'.
001550 01  FZB-STATOUT-STATUS          PIC X(02) VALUE SPACES.
001560     88  FZB-STATOUT-OK                    VALUE '00'.
001570 01  FZB-DATAOUT-STATUS          PIC X(02) VALUE SPACES.
001580     88  FZB-DATAOUT-OK                    VALUE '00'.
001590 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
001600     88  FZB-REPORT-OK                     VALUE '00'.
001610 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001620     88  FZB-COMBINE-ABORTED               VALUE 'Y'.
001630     88  FZB-COMBINE-RUNNING               VALUE 'N'.
001640*****************************************************************
001650*    PARTITION CARD VALUES
001660*****************************************************************
001670 01  FZB-PART-REQ-CODE           PIC X(08) VALUE SPACES.
001680 01  FZB-PART-CNT-X              PIC X(01) VALUE SPACE.
001690 01  FZB-PART-CNT REDEFINES FZB-PART-CNT-X
001700                                 PIC 9(01).
001710*****************************************************************
001720*    SPLIT REQUEST TABLE - ONE ENTRY PER REQUEST ID THAT CARRIES
001730*    A PARTITION NUMBER ON THE AUDIT LOG, WITH THE LAST AUDIT
001740*    RECORD OF EACH PARTITION (ON A RESUME THE RESUMING RUN'S),
001750*    THE COMBINED FIGURES, AND THE SUMMED STATISTICS.  THE
001760*    STATISTICS SLOTS HOLD THE THREE RULES AND THE EIGHT
001770*    COMBINATIONS FIZZBUZZ CAN WRITE FOR ONE REQUEST.
001780*****************************************************************
001790 01  FZB-SPL-MAX                 PIC 9(02) VALUE 10.
001800 01  FZB-SPL-COUNT               PIC 9(02) VALUE 0.
001810 01  FZB-SPL-TABLE.
001820     05  FZB-SPL-ENTRY OCCURS 10 TIMES
001830             INDEXED BY FZB-SPL-IDX.
001840         10  FZB-SPL-REQUEST-ID  PIC 9(04).
001850         10  FZB-SPL-STATUS      PIC X(01).
001860             88  FZB-SPL-COMPLETE              VALUE 'C'.
001870             88  FZB-SPL-BYPASSED              VALUE 'B'.
001880         10  FZB-SPL-AUD-DONE-SW PIC X(01).
001890             88  FZB-SPL-AUD-DONE              VALUE 'Y'.
001900         10  FZB-SPL-STA-DONE-SW PIC X(01).
001910             88  FZB-SPL-STA-DONE              VALUE 'Y'.
001920         10  FZB-SPL-RPT-DONE-SW PIC X(01).
001930             88  FZB-SPL-RPT-DONE              VALUE 'Y'.
001940         10  FZB-SPL-BASE-RECORD PIC X(100).
001950         10  FZB-SPL-RUN-DATE    PIC 9(06).
001960         10  FZB-SPL-RUN-TIME    PIC 9(08).
001970         10  FZB-SPL-REQ-CODE    PIC X(08).
001980         10  FZB-SPL-LOW-VALUE   PIC 9(06).
001990         10  FZB-SPL-HIGH-VALUE  PIC 9(06).
002000         10  FZB-SPL-CNT         PIC 9(06) OCCURS 6 TIMES.
002010         10  FZB-SPL-PART OCCURS 9 TIMES.
002020             15  FZB-PRT-STATUS  PIC X(01).
002030             15  FZB-PRT-LOW-VALUE
002040                                 PIC 9(06).
002050             15  FZB-PRT-HIGH-VALUE
002060                                 PIC 9(06).
002070             15  FZB-PRT-CNT     PIC 9(06) OCCURS 6 TIMES.
002080         10  FZB-SPL-STA-COUNT   PIC 9(02).
002090         10  FZB-SPL-STA-ENTRY OCCURS 11 TIMES.
002100             15  FZB-SST-TYPE    PIC X(01).
002110             15  FZB-SST-KEY     PIC X(03).
002120             15  FZB-SST-LABEL   PIC X(08).
002130             15  FZB-SST-DIVISOR PIC 9(03).
002140             15  FZB-SST-TEST-TYPE
002150                                 PIC X(01).
002160             15  FZB-SST-COUNT   PIC 9(06).
002170 01  FZB-SPL-FOUND-SW            PIC X(01) VALUE 'N'.
002180     88  FZB-SPL-FOUND                     VALUE 'Y'.
002190     88  FZB-SPL-NOT-FOUND                 VALUE 'N'.
002200 01  FZB-SPL-WORK-ID             PIC 9(04) VALUE 0.
002210 01  FZB-PRT-SUB                 PIC 9(02) VALUE 0.
002220 01  FZB-PRV-SUB                 PIC 9(02) VALUE 0.
002230 01  FZB-CNT-SUB                 PIC 9(02) VALUE 0.
002240 01  FZB-STA-SUB                 PIC 9(02) VALUE 0.
002250 01  FZB-PRT-C-CNT               PIC 9(02) VALUE 0.
002260 01  FZB-PRT-B-CNT               PIC 9(02) VALUE 0.
002270 01  FZB-AUD-CNT-WORK.
002280     05  FZB-AUD-CNT-ENTRY       PIC 9(06) OCCURS 6 TIMES.
002290*****************************************************************
002300*    ORDINARY REQUEST GROUP ON THE AUDIT LOG - THE LAST STATUS
002310*    SEEN FOR THE REQUEST ID, SO A REQUEST PARTITION 1 LEFT
002320*    PARTIAL IS CAUGHT.
002330*****************************************************************
002340 01  FZB-GRP-REQUEST-ID          PIC 9(04) VALUE 0.
002350 01  FZB-GRP-STATUS              PIC X(01) VALUE SPACE.
002360*****************************************************************
002370*    REPORT CONTROLS - THE SPLIT SECTION BEING PASSED OVER ON
002380*    RPTIN, THE EDITED REQUEST NUMBER OF A HEADING, AND THE
002390*    PAGINATION OF THE COMBINED REPORT.
002400*****************************************************************
002410 01  FZB-RPT-TITLE               PIC X(30) VALUE
002420         'FIZZBUZZ CLASSIFICATION REPORT'.
002430 01  FZB-HDG-REQUEST-X           PIC X(04) VALUE SPACES.
002440 01  FZB-HDG-REQUEST-9 REDEFINES FZB-HDG-REQUEST-X
002450                                 PIC 9(04).
002460 01  FZB-HDG-PAGE                PIC ZZZ9.
002470 01  FZB-SKIP-SW                 PIC X(01) VALUE 'N'.
002480     88  FZB-SKIPPING                      VALUE 'Y'.
002490     88  FZB-NOT-SKIPPING                  VALUE 'N'.
002500 01  FZB-SKIP-SPL-SUB            PIC 9(02) VALUE 0.
002510 01  FZB-HDG-SPL-SUB             PIC 9(02) VALUE 0.
002520 01  FZB-GEN-SPL-SUB             PIC 9(02) VALUE 0.
002530 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
002540 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
002550 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
002560 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
002570 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
002580     05  FZB-RUN-DATE-YY         PIC 99.
002590     05  FZB-RUN-DATE-MM         PIC 99.
002600     05  FZB-RUN-DATE-DD         PIC 99.
002610 01  FZB-DET-HOLD                PIC X(80) VALUE SPACES.
002620 01  FZB-STAT-TOTAL              PIC 9(06) VALUE 0.
002630 01  FZB-STAT-COMBO-SUM          PIC 9(07) VALUE 0.
002640 01  FZB-STAT-PCT                PIC 9(03)V9(02) VALUE 0.
002650*****************************************************************
002660*    RUN COUNTERS
002670*****************************************************************
002680 01  FZB-CNT-AUD-IN              PIC 9(06) VALUE 0.
002690 01  FZB-CNT-AUD-OUT             PIC 9(06) VALUE 0.
002700 01  FZB-CNT-STA-IN              PIC 9(06) VALUE 0.
002710 01  FZB-CNT-STA-OUT             PIC 9(06) VALUE 0.
002720 01  FZB-CNT-DATA                PIC 9(07) VALUE 0.
002730 01  FZB-CNT-RPT-IN              PIC 9(07) VALUE 0.
002740 01  FZB-CNT-RPT-OUT             PIC 9(07) VALUE 0.
002750 01  FZB-CNT-ERRORS              PIC 9(04) VALUE 0.
002760*****************************************************************
002770*    REPORT LINE LAYOUTS - THE SAME LINES FIZZBUZZ PRINTS, WITH
002780*    THE CARRIAGE CONTROL BYTE SET FOR EACH LINE WRITTEN.
002790*****************************************************************
002800 01  FZB-GEN-LINE.
002810     05  FZB-GEN-CC              PIC X(01).
002820     05  FZB-GEN-BODY            PIC X(80).
002830 01  FZB-RPT-HEADING-1.
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  FILLER                  PIC X(31) VALUE
002860             'FIZZBUZZ CLASSIFICATION REPORT'.
002870     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002880     05  FZB-H1-MM               PIC 99.
002890     05  FILLER                  PIC X(01) VALUE '/'.
002900     05  FZB-H1-DD               PIC 99.
002910     05  FILLER                  PIC X(01) VALUE '/'.
002920     05  FZB-H1-YY               PIC 99.
002930     05  FILLER                  PIC X(06) VALUE SPACES.
002940     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002950     05  FZB-H1-PAGE             PIC ZZZ9.
002960     05  FILLER                  PIC X(03) VALUE SPACES.
002970     05  FILLER                  PIC X(08) VALUE 'REQUEST '.
002980     05  FZB-H1-REQUEST          PIC ZZZ9.
002990 01  FZB-RPT-HEADING-2.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  FILLER                  PIC X(10) VALUE 'COUNTER'.
003020     05  FILLER                  PIC X(05) VALUE SPACES.
003030     05  FILLER                  PIC X(20) VALUE 'CLASSIFICATION'.
003040     05  FILLER                  PIC X(44) VALUE SPACES.
003050 01  FZB-RPT-DETAIL.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  FZB-DET-COUNTER         PIC ZZZZZ9.
003080     05  FILLER                  PIC X(05) VALUE SPACES.
003090     05  FZB-DET-CLASS           PIC X(20).
003100     05  FILLER                  PIC X(44) VALUE SPACES.
003110 01  FZB-RPT-TRAILER-HEAD.
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  FILLER                  PIC X(20) VALUE 'RUN SUMMARY'.
003140     05  FILLER                  PIC X(59) VALUE SPACES.
003150 01  FZB-RPT-TRAILER-LINE.
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  FZB-TRL-LABEL           PIC X(20).
003180     05  FZB-TRL-COUNT           PIC ZZZ,ZZ9.
003190     05  FILLER                  PIC X(52) VALUE SPACES.
003200 01  FZB-RPT-STAT-HEAD.
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  FILLER                  PIC X(20) VALUE
003230             'REQUEST STATISTICS'.
003240     05  FILLER                  PIC X(59) VALUE SPACES.
003250 01  FZB-RPT-STAT-RULE-LINE.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  FILLER                  PIC X(06) VALUE 'RULE  '.
003280     05  FZB-STR-LABEL           PIC X(08).
003290     05  FILLER                  PIC X(06) VALUE ' TYPE '.
003300     05  FZB-STR-TYPE            PIC X(01).
003310     05  FILLER                  PIC X(09) VALUE '  OPERAND'.
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  FZB-STR-DIVISOR         PIC 9(03).
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  FZB-STR-COUNT           PIC ZZZ,ZZ9.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  FZB-STR-PCT             PIC ZZ9.99.
003380     05  FILLER                  PIC X(28) VALUE SPACES.
003390 01  FZB-RPT-STAT-COMBO-LINE.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  FILLER                  PIC X(06) VALUE 'COMBO '.
003420     05  FZB-STC-CODE            PIC X(03).
003430     05  FILLER                  PIC X(18) VALUE SPACES.
003440     05  FZB-STC-COUNT           PIC ZZZ,ZZ9.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  FZB-STC-PCT             PIC ZZ9.99.
003470     05  FILLER                  PIC X(37) VALUE SPACES.
003480 01  FZB-RPT-STAT-NOTE-LINE.
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  FILLER                  PIC X(44) VALUE
003510             'STATISTICS COVER THE RESUMED PORTION ONLY'.
003520     05  FILLER                  PIC X(35) VALUE SPACES.
003530*
003540 PROCEDURE DIVISION.
003550*****************************************************************
003560*    0000-MAINLINE
003570*        CONTROLS THE OVERALL FLOW OF THE COMBINE RUN.
003580*****************************************************************
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     IF FZB-COMBINE-RUNNING
003620         PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
003630     END-IF.
003640     IF FZB-COMBINE-RUNNING
003650         PERFORM 3000-COMBINE-AUDIT THRU 3000-EXIT
003660     END-IF.
003670     IF FZB-COMBINE-RUNNING
003680         PERFORM 4000-COMBINE-STATS THRU 4000-EXIT
003690     END-IF.
003700     IF FZB-COMBINE-RUNNING
003710         PERFORM 5000-COPY-DATA THRU 5000-EXIT
003720     END-IF.
003730     IF FZB-COMBINE-RUNNING
003740         PERFORM 6000-COMBINE-REPORT THRU 6000-EXIT
003750     END-IF.
003760     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003770     GO TO 0000-MAINLINE-EXIT.
003780 0000-MAINLINE-EXIT.
003790     STOP RUN.
003800*****************************************************************
003810*    1000-INITIALIZE
003820*        READS AND EDITS THE PARTITION CARD.  NO CARD, A BLANK
003830*        CARD, OR A CARD WITH NO CODE OR A PARTITION COUNT
003840*        OUTSIDE 2 THRU 9 ENDS THE RUN 16 - THERE IS NOTHING TO
003850*        COMBINE AGAINST.  THE PARTITION NUMBER ON THE CARD IS
003860*        NOT USED HERE.
003870*****************************************************************
003880 1000-INITIALIZE.
003890     OPEN INPUT FZB-PARTITION-FILE.
003900     IF NOT FZB-PART-OK
003910         DISPLAY 'FZBPCMB - PARTIN OPEN FAILED - STATUS '
003920             FZB-PART-STATUS
003930         GO TO 1000-BAD-CARD
003940     END-IF.
003950     READ FZB-PARTITION-FILE
003960         AT END CONTINUE
003970     END-READ.
003980     IF NOT FZB-PART-OK
003990             OR FZB-PARTITION-RECORD = SPACES
004000         CLOSE FZB-PARTITION-FILE
004010         DISPLAY 'FZBPCMB - NO PARTITION CARD ON PARTIN'
004020         GO TO 1000-BAD-CARD
004030     END-IF.
004040     CLOSE FZB-PARTITION-FILE.
004050     IF FZB-PTN-REQ-CODE = SPACES
004060         DISPLAY 'FZBPCMB - PARTITION CARD HAS NO REQUEST CODE'
004070         GO TO 1000-BAD-CARD
004080     END-IF.
004090     IF FZB-PTN-PART-CNT-X NOT NUMERIC
004100             OR FZB-PTN-PART-CNT < 2
004110         DISPLAY 'FZBPCMB - PARTITION COUNT '
004120             FZB-PTN-PART-CNT-X ' NOT 2 THRU 9'
004130         GO TO 1000-BAD-CARD
004140     END-IF.
004150     MOVE FZB-PTN-REQ-CODE TO FZB-PART-REQ-CODE.
004160     MOVE FZB-PTN-PART-CNT-X TO FZB-PART-CNT-X.
004170     DISPLAY 'FZBPCMB - COMBINING ' FZB-PART-CNT
004180         ' PARTITIONS - SPLIT REQUEST CODE ' FZB-PART-REQ-CODE.
004190     GO TO 1000-EXIT.
004200 1000-BAD-CARD.
004210     SET FZB-COMBINE-ABORTED TO TRUE.
004220     MOVE 16 TO RETURN-CODE.
004230 1000-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    2000-CHECK-PARTITIONS
004270*        PASS 1.  READS THE SORTED AUDIT LOG INTO THE SPLIT
004280*        REQUEST TABLE AND PROVES EVERY SPLIT REQUEST.  ANY
004290*        FAILURE ENDS THE RUN 12 BEFORE AN OUTPUT IS OPENED, SO
004300*        THE DOWNSTREAM STEPS NEVER SEE A PART-COMBINED NIGHT.
004310*****************************************************************
004320 2000-CHECK-PARTITIONS.
004330     OPEN INPUT FZB-AUDIT-FILE.
004340     IF NOT FZB-AUDIT-OK
004350         DISPLAY 'FZBPCMB - AUDSORT OPEN FAILED - STATUS '
004360             FZB-AUDIT-STATUS
004370         SET FZB-COMBINE-ABORTED TO TRUE
004380         MOVE 12 TO RETURN-CODE
004390         GO TO 2000-EXIT
004400     END-IF.
004410     MOVE 0 TO FZB-SPL-COUNT.
004420     MOVE 0 TO FZB-GRP-REQUEST-ID.
004430     MOVE SPACE TO FZB-GRP-STATUS.
004440     PERFORM 2100-LOAD-ONE-AUDIT THRU 2100-EXIT
004450         UNTIL FZB-AUDIT-EOF.
004460     PERFORM 2150-CHECK-GROUP-END THRU 2150-EXIT.
004470     CLOSE FZB-AUDIT-FILE.
004480     PERFORM 2500-VERIFY-SPLIT THRU 2500-EXIT
004490         VARYING FZB-SPL-IDX FROM 1 BY 1
004500         UNTIL FZB-SPL-IDX > FZB-SPL-COUNT.
004510     IF FZB-SPL-COUNT = 0
004520         DISPLAY 'FZBPCMB - NO REQUEST WAS SPLIT - PARTITION 1 '
004530             'OUTPUT IS COPIED AS IT STANDS'
004540     END-IF.
004550     IF FZB-CNT-ERRORS > 0
004560         DISPLAY 'FZBPCMB - ' FZB-CNT-ERRORS
004570             ' PARTITION ERROR(S) - NOTHING COMBINED'
004580         SET FZB-COMBINE-ABORTED TO TRUE
004590         MOVE 12 TO RETURN-CODE
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    2100-LOAD-ONE-AUDIT
004650*        READS ONE AUDIT RECORD.  A RECORD WITH NO PARTITION
004660*        NUMBER BELONGS TO AN ORDINARY REQUEST AND ONLY ITS
004670*        STATUS IS KEPT; A PARTITIONED RECORD IS FILED UNDER
004680*        ITS REQUEST AND PARTITION, THE LATER RECORD OF A
004690*        RESUMED PARTITION REPLACING THE EARLIER.
004700*****************************************************************
004710 2100-LOAD-ONE-AUDIT.
004720     READ FZB-AUDIT-FILE
004730         AT END GO TO 2100-EXIT
004740     END-READ.
004750     ADD 1 TO FZB-CNT-AUD-IN.
004760     IF FZB-AUD-NOT-PARTITION
004770         IF FZB-AUD-REQUEST-ID NOT = FZB-GRP-REQUEST-ID
004780             PERFORM 2150-CHECK-GROUP-END THRU 2150-EXIT
004790             MOVE FZB-AUD-REQUEST-ID TO FZB-GRP-REQUEST-ID
004800         END-IF
004810         MOVE FZB-AUD-RUN-STATUS TO FZB-GRP-STATUS
004820         GO TO 2100-EXIT
004830     END-IF.
004840     IF FZB-AUD-PARTITION NOT NUMERIC
004850             OR FZB-AUD-PARTITION = '0'
004860             OR FZB-AUD-PARTITION > FZB-PART-CNT-X
004870             OR FZB-AUD-REQ-CODE NOT = FZB-PART-REQ-CODE
004880         DISPLAY 'FZBPCMB - REQUEST ' FZB-AUD-REQUEST-ID
004890             ' CODE ' FZB-AUD-REQ-CODE ' PARTITION '
004900             FZB-AUD-PARTITION
004910             ' DOES NOT MATCH THE PARTITION CARD'
004920         ADD 1 TO FZB-CNT-ERRORS
004930         GO TO 2100-EXIT
004940     END-IF.
004950     MOVE FZB-AUD-REQUEST-ID TO FZB-SPL-WORK-ID.
004960     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
004970     IF FZB-SPL-NOT-FOUND
004980         IF FZB-SPL-COUNT NOT < FZB-SPL-MAX
004990             DISPLAY 'FZBPCMB - SPLIT TABLE FULL - REQUEST '
005000                 FZB-AUD-REQUEST-ID ' CANNOT BE COMBINED'
005010             ADD 1 TO FZB-CNT-ERRORS
005020             GO TO 2100-EXIT
005030         END-IF
005040         ADD 1 TO FZB-SPL-COUNT
005050         SET FZB-SPL-IDX TO FZB-SPL-COUNT
005060         PERFORM 2250-START-SPLIT THRU 2250-EXIT
005070     END-IF.
005080     MOVE FZB-AUD-PARTITION TO FZB-PRT-SUB.
005090     MOVE FZB-AUD-RUN-STATUS
005100         TO FZB-PRT-STATUS(FZB-SPL-IDX, FZB-PRT-SUB).
005110     MOVE FZB-AUD-LOW-VALUE
005120         TO FZB-PRT-LOW-VALUE(FZB-SPL-IDX, FZB-PRT-SUB).
005130     MOVE FZB-AUD-HIGH-VALUE
005140         TO FZB-PRT-HIGH-VALUE(FZB-SPL-IDX, FZB-PRT-SUB).
005150     MOVE FZB-AUD-FIZZ-ONLY-CNT TO FZB-AUD-CNT-ENTRY(1).
005160     MOVE FZB-AUD-BUZZ-ONLY-CNT TO FZB-AUD-CNT-ENTRY(2).
005170     MOVE FZB-AUD-FIZZBUZZ-CNT  TO FZB-AUD-CNT-ENTRY(3).
005180     MOVE FZB-AUD-OTHER-CNT     TO FZB-AUD-CNT-ENTRY(4).
005190     MOVE FZB-AUD-PLAIN-CNT     TO FZB-AUD-CNT-ENTRY(5).
005200     MOVE FZB-AUD-TOTAL-CNT     TO FZB-AUD-CNT-ENTRY(6).
005210     PERFORM 2120-SAVE-PART-COUNT THRU 2120-EXIT
005220         VARYING FZB-CNT-SUB FROM 1 BY 1
005230         UNTIL FZB-CNT-SUB > 6.
005240     IF FZB-PRT-SUB = 1
005250         MOVE FZB-AUDIT-RECORD TO FZB-SPL-BASE-RECORD(FZB-SPL-IDX)
005260         MOVE FZB-AUD-RUN-DATE TO FZB-SPL-RUN-DATE(FZB-SPL-IDX)
005270         MOVE FZB-AUD-RUN-TIME TO FZB-SPL-RUN-TIME(FZB-SPL-IDX)
005280         MOVE FZB-AUD-REQ-CODE TO FZB-SPL-REQ-CODE(FZB-SPL-IDX)
005290     END-IF.
005300 2100-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    2120-SAVE-PART-COUNT
005340*        SAVES ONE RECONCILIATION COUNT OF THE PARTITION'S AUDIT
005350*        RECORD.
005360*****************************************************************
005370 2120-SAVE-PART-COUNT.
005380     MOVE FZB-AUD-CNT-ENTRY(FZB-CNT-SUB)
005390         TO FZB-PRT-CNT(FZB-SPL-IDX, FZB-PRT-SUB, FZB-CNT-SUB).
005400 2120-EXIT.
005410     EXIT.
005420*****************************************************************
005430*    2150-CHECK-GROUP-END
005440*        AT THE END OF AN ORDINARY REQUEST'S AUDIT RECORDS, AN
005450*        ENDING STATUS OF 'P' MEANS PARTITION 1 WAS QUIESCED OR
005460*        FAILED BEFORE IT FINISHED THE REQUEST.
005470*****************************************************************
005480 2150-CHECK-GROUP-END.
005490     IF FZB-GRP-STATUS = 'P'
005500         DISPLAY 'FZBPCMB - REQUEST ' FZB-GRP-REQUEST-ID
005510             ' ENDED PARTIAL IN PARTITION 1 - '
005520             'RESUBMIT PARTITION 1'
005530         ADD 1 TO FZB-CNT-ERRORS
005540     END-IF.
005550     MOVE SPACE TO FZB-GRP-STATUS.
005560 2150-EXIT.
005570     EXIT.
005580*****************************************************************
005590*    2200-FIND-SPLIT
005600*        LOOKS THE REQUEST ID IN FZB-SPL-WORK-ID UP IN THE SPLIT
005610*        TABLE, LEAVING THE INDEX ON THE ENTRY FOUND.
005620*****************************************************************
005630 2200-FIND-SPLIT.
005640     SET FZB-SPL-NOT-FOUND TO TRUE.
005650     IF FZB-SPL-COUNT > 0
005660         SET FZB-SPL-IDX TO 1
005670         SEARCH FZB-SPL-ENTRY
005680             AT END CONTINUE
005690             WHEN FZB-SPL-IDX > FZB-SPL-COUNT
005700                 CONTINUE
005710             WHEN FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
005720                     = FZB-SPL-WORK-ID
005730                 SET FZB-SPL-FOUND TO TRUE
005740         END-SEARCH
005750     END-IF.
005760 2200-EXIT.
005770     EXIT.
005780*****************************************************************
005790*    2250-START-SPLIT
005800*        CLEARS A NEW SPLIT TABLE ENTRY FOR THE CURRENT AUDIT
005810*        RECORD'S REQUEST.
005820*****************************************************************
005830 2250-START-SPLIT.
005840     MOVE SPACES TO FZB-SPL-ENTRY(FZB-SPL-IDX).
005850     MOVE FZB-AUD-REQUEST-ID TO FZB-SPL-REQUEST-ID(FZB-SPL-IDX).
005860     MOVE 'N' TO FZB-SPL-AUD-DONE-SW(FZB-SPL-IDX).
005870     MOVE 'N' TO FZB-SPL-STA-DONE-SW(FZB-SPL-IDX).
005880     MOVE 'N' TO FZB-SPL-RPT-DONE-SW(FZB-SPL-IDX).
005890     MOVE 0 TO FZB-SPL-STA-COUNT(FZB-SPL-IDX).
005900 2250-EXIT.
005910     EXIT.
005920*****************************************************************
005930*    2500-VERIFY-SPLIT
005940*        PROVES ONE SPLIT REQUEST - EVERY PARTITION PRESENT AND
005950*        ENDED, ALL COMPLETE OR ALL BYPASSED, AND (WHEN
005960*        COMPLETE) EACH SLICE STARTING ONE PAST THE END OF THE
005970*        ONE BEFORE - AND SUMS THE PARTITIONS' COUNTS INTO THE
005980*        COMBINED FIGURES.
005990*****************************************************************
006000 2500-VERIFY-SPLIT.
006010     MOVE 0 TO FZB-PRT-C-CNT.
006020     MOVE 0 TO FZB-PRT-B-CNT.
006030     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 1).
006040     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 2).
006050     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 3).
006060     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 4).
006070     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 5).
006080     MOVE ZEROS TO FZB-SPL-CNT(FZB-SPL-IDX, 6).
006090     PERFORM 2510-VERIFY-ONE-PART THRU 2510-EXIT
006100         VARYING FZB-PRT-SUB FROM 1 BY 1
006110         UNTIL FZB-PRT-SUB > FZB-PART-CNT.
006120     IF FZB-PRT-C-CNT > 0 AND FZB-PRT-B-CNT > 0
006130         DISPLAY 'FZBPCMB - REQUEST '
006140             FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
006150             ' - ' FZB-PRT-B-CNT ' PARTITION(S) BYPASSED IT AND '
006160             FZB-PRT-C-CNT ' COMPLETED IT'
006170         ADD 1 TO FZB-CNT-ERRORS
006180     END-IF.
006190     IF FZB-PRT-C-CNT = FZB-PART-CNT
006200         MOVE 'C' TO FZB-SPL-STATUS(FZB-SPL-IDX)
006210     END-IF.
006220     IF FZB-PRT-B-CNT = FZB-PART-CNT
006230         MOVE 'B' TO FZB-SPL-STATUS(FZB-SPL-IDX)
006240     END-IF.
006250     MOVE FZB-PRT-LOW-VALUE(FZB-SPL-IDX, 1)
006260         TO FZB-SPL-LOW-VALUE(FZB-SPL-IDX).
006270     MOVE FZB-PRT-HIGH-VALUE(FZB-SPL-IDX, FZB-PART-CNT)
006280         TO FZB-SPL-HIGH-VALUE(FZB-SPL-IDX).
006290 2500-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    2510-VERIFY-ONE-PART
006330*        CHECKS ONE PARTITION OF THE SPLIT REQUEST AND ADDS ITS
006340*        COUNTS IN.
006350*****************************************************************
006360 2510-VERIFY-ONE-PART.
006370     IF FZB-PRT-STATUS(FZB-SPL-IDX, FZB-PRT-SUB) = SPACE
006380         DISPLAY 'FZBPCMB - REQUEST '
006390             FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
006400             ' - PARTITION ' FZB-PRT-SUB
006410             ' HAS NO AUDIT RECORD - RUN OR RESUBMIT IT'
006420         ADD 1 TO FZB-CNT-ERRORS
006430         GO TO 2510-EXIT
006440     END-IF.
006450     IF FZB-PRT-STATUS(FZB-SPL-IDX, FZB-PRT-SUB) = 'P'
006460         DISPLAY 'FZBPCMB - REQUEST '
006470             FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
006480             ' - PARTITION ' FZB-PRT-SUB
006490             ' ENDED PARTIAL - RESUBMIT IT TO RESUME'
006500         ADD 1 TO FZB-CNT-ERRORS
006510         GO TO 2510-EXIT
006520     END-IF.
006530     IF FZB-PRT-STATUS(FZB-SPL-IDX, FZB-PRT-SUB) = 'B'
006540         ADD 1 TO FZB-PRT-B-CNT
006550         GO TO 2510-EXIT
006560     END-IF.
006570     ADD 1 TO FZB-PRT-C-CNT.
006580     PERFORM 2520-ADD-PART-COUNT THRU 2520-EXIT
006590         VARYING FZB-CNT-SUB FROM 1 BY 1
006600         UNTIL FZB-CNT-SUB > 6.
006610     IF FZB-PRT-SUB = 1
006620         GO TO 2510-EXIT
006630     END-IF.
006640     COMPUTE FZB-PRV-SUB = FZB-PRT-SUB - 1.
006650     IF FZB-PRT-STATUS(FZB-SPL-IDX, FZB-PRV-SUB) = 'C'
006660             AND FZB-PRT-LOW-VALUE(FZB-SPL-IDX, FZB-PRT-SUB)
006670              NOT = FZB-PRT-HIGH-VALUE(FZB-SPL-IDX, FZB-PRV-SUB)
006680                    + 1
006690         DISPLAY 'FZBPCMB - REQUEST '
006700             FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
006710             ' - PARTITION ' FZB-PRT-SUB ' STARTS AT '
006720             FZB-PRT-LOW-VALUE(FZB-SPL-IDX, FZB-PRT-SUB)
006730             ' - PARTITION ' FZB-PRV-SUB ' ENDED AT '
006740             FZB-PRT-HIGH-VALUE(FZB-SPL-IDX, FZB-PRV-SUB)
006750         ADD 1 TO FZB-CNT-ERRORS
006760     END-IF.
006770 2510-EXIT.
006780     EXIT.
006790*****************************************************************
006800*    2520-ADD-PART-COUNT
006810*        ADDS ONE OF THE PARTITION'S COUNTS TO THE COMBINED
006820*        FIGURE.
006830*****************************************************************
006840 2520-ADD-PART-COUNT.
006850     ADD FZB-PRT-CNT(FZB-SPL-IDX, FZB-PRT-SUB, FZB-CNT-SUB)
006860         TO FZB-SPL-CNT(FZB-SPL-IDX, FZB-CNT-SUB).
006870 2520-EXIT.
006880     EXIT.
006890*****************************************************************
006900*    3000-COMBINE-AUDIT
006910*        OPENS THE FOUR OUTPUTS AND WRITES THE COMBINED AUDIT
006920*        LOG.  ORDINARY RECORDS ARE COPIED; THE FIRST RECORD OF
006930*        A SPLIT REQUEST IS REPLACED BY THE ONE COMBINED RECORD
006940*        AND THE REST OF THE REQUEST'S RECORDS ARE DROPPED.
006950*****************************************************************
006960 3000-COMBINE-AUDIT.
006970     OPEN OUTPUT FZB-AUDOUT-FILE.
006980     IF NOT FZB-AUDOUT-OK
006990         DISPLAY 'FZBPCMB - AUDITLOG OPEN FAILED - STATUS '
007000             FZB-AUDOUT-STATUS
007010         SET FZB-COMBINE-ABORTED TO TRUE
007020     END-IF.
007030     OPEN OUTPUT FZB-STATOUT-FILE.
007040     IF NOT FZB-STATOUT-OK
007050         DISPLAY 'FZBPCMB - STATOUT OPEN FAILED - STATUS '
007060             FZB-STATOUT-STATUS
007070         SET FZB-COMBINE-ABORTED TO TRUE
007080     END-IF.
007090     OPEN OUTPUT FZB-DATAOUT-FILE.
007100     IF NOT FZB-DATAOUT-OK
007110         DISPLAY 'FZBPCMB - DATAOUT OPEN FAILED - STATUS '
007120             FZB-DATAOUT-STATUS
007130         SET FZB-COMBINE-ABORTED TO TRUE
007140     END-IF.
007150     OPEN OUTPUT FZB-REPORT-FILE.
007160     IF NOT FZB-REPORT-OK
007170         DISPLAY 'FZBPCMB - RPTOUT OPEN FAILED - STATUS '
007180             FZB-REPORT-STATUS
007190         SET FZB-COMBINE-ABORTED TO TRUE
007200     END-IF.
007210     OPEN INPUT FZB-AUDIT-FILE.
007220     IF NOT FZB-AUDIT-OK
007230         DISPLAY 'FZBPCMB - AUDSORT OPEN FAILED - STATUS '
007240             FZB-AUDIT-STATUS
007250         SET FZB-COMBINE-ABORTED TO TRUE
007260     END-IF.
007270     IF FZB-COMBINE-ABORTED
007280         MOVE 12 TO RETURN-CODE
007290         GO TO 3000-EXIT
007300     END-IF.
007310     PERFORM 3100-COPY-ONE-AUDIT THRU 3100-EXIT
007320         UNTIL FZB-AUDIT-EOF.
007330     CLOSE FZB-AUDIT-FILE.
007340 3000-EXIT.
007350     EXIT.
007360*****************************************************************
007370*    3100-COPY-ONE-AUDIT
007380*        COPIES OR COMBINES ONE AUDIT RECORD.  THE COMBINED
007390*        RECORD IS BUILT IN THE INPUT RECORD AREA FROM PARTITION
007400*        1'S LAST RECORD - ITS RUN DATE/TIME, RULES AND CODE -
007410*        WITH THE WHOLE RANGE AND THE SUMMED COUNTS.
007420*****************************************************************
007430 3100-COPY-ONE-AUDIT.
007440     READ FZB-AUDIT-FILE
007450         AT END GO TO 3100-EXIT
007460     END-READ.
007470     IF FZB-AUD-NOT-PARTITION
007480         WRITE FZB-AUDOUT-RECORD FROM FZB-AUDIT-RECORD
007490         ADD 1 TO FZB-CNT-AUD-OUT
007500         GO TO 3100-EXIT
007510     END-IF.
007520     MOVE FZB-AUD-REQUEST-ID TO FZB-SPL-WORK-ID.
007530     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
007540     IF FZB-SPL-AUD-DONE(FZB-SPL-IDX)
007550         GO TO 3100-EXIT
007560     END-IF.
007570     MOVE FZB-SPL-BASE-RECORD(FZB-SPL-IDX) TO FZB-AUDIT-RECORD.
007580     MOVE FZB-SPL-STATUS(FZB-SPL-IDX)     TO FZB-AUD-RUN-STATUS.
007590     MOVE FZB-SPL-LOW-VALUE(FZB-SPL-IDX)  TO FZB-AUD-LOW-VALUE.
007600     MOVE FZB-SPL-HIGH-VALUE(FZB-SPL-IDX) TO FZB-AUD-HIGH-VALUE.
007610     IF FZB-SPL-COMPLETE(FZB-SPL-IDX)
007620         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 1) TO FZB-AUD-FIZZ-ONLY-CNT
007630         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 2) TO FZB-AUD-BUZZ-ONLY-CNT
007640         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 3) TO FZB-AUD-FIZZBUZZ-CNT
007650         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 4) TO FZB-AUD-OTHER-CNT
007660         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 5) TO FZB-AUD-PLAIN-CNT
007670         MOVE FZB-SPL-CNT(FZB-SPL-IDX, 6) TO FZB-AUD-TOTAL-CNT
007680     END-IF.
007690     MOVE SPACE TO FZB-AUD-PARTITION.
007700     WRITE FZB-AUDOUT-RECORD FROM FZB-AUDIT-RECORD.
007710     ADD 1 TO FZB-CNT-AUD-OUT.
007720     MOVE 'Y' TO FZB-SPL-AUD-DONE-SW(FZB-SPL-IDX).
007730     DISPLAY 'FZBPCMB - REQUEST ' FZB-AUD-REQUEST-ID
007740         ' CODE ' FZB-AUD-REQ-CODE ' STATUS ' FZB-AUD-RUN-STATUS
007750         ' - COUNTERS ' FZB-AUD-LOW-VALUE ' THRU '
007760         FZB-AUD-HIGH-VALUE ' TOTAL ' FZB-AUD-TOTAL-CNT.
007770 3100-EXIT.
007780     EXIT.
007790*****************************************************************
007800*    4000-COMBINE-STATS
007810*        SUMS THE STATISTICS OF EACH COMPLETED SPLIT REQUEST BY
007820*        RULE AND COMBINATION, IN THE ORDER FIRST SEEN (PARTITION
007830*        1'S RULES AND COMBINATIONS FIRST, AS A SERIAL RUN WOULD
007840*        HAVE MET THEM), THEN WRITES THE COMBINED STATISTICS
007850*        FILE.  A PARTIAL RUN'S FIGURES ARE SUMMED WITH ITS
007860*        RESUMING RUN'S - BETWEEN THEM THEY COVER THE SLICE.
007870*****************************************************************
007880 4000-COMBINE-STATS.
007890     OPEN INPUT FZB-STAT-FILE.
007900     IF NOT FZB-STAT-OK
007910         DISPLAY 'FZBPCMB - STASORT OPEN FAILED - STATUS '
007920             FZB-STAT-STATUS
007930         SET FZB-COMBINE-ABORTED TO TRUE
007940         MOVE 12 TO RETURN-CODE
007950         GO TO 4000-EXIT
007960     END-IF.
007970     PERFORM 4100-SUM-ONE-STAT THRU 4100-EXIT
007980         UNTIL FZB-STAT-EOF.
007990     CLOSE FZB-STAT-FILE.
008000     IF FZB-COMBINE-ABORTED
008010         GO TO 4000-EXIT
008020     END-IF.
008030     OPEN INPUT FZB-STAT-FILE.
008031     IF NOT FZB-STAT-OK
008032         DISPLAY 'FZBPCMB - STASORT OPEN FAILED - STATUS '
008033             FZB-STAT-STATUS
008034         SET FZB-COMBINE-ABORTED TO TRUE
008035         MOVE 12 TO RETURN-CODE
008036         GO TO 4000-EXIT
008037     END-IF.
008040     PERFORM 4500-COPY-ONE-STAT THRU 4500-EXIT
008050         UNTIL FZB-STAT-EOF.
008060     CLOSE FZB-STAT-FILE.
008070 4000-EXIT.
008080     EXIT.
008090*****************************************************************
008100*    4100-SUM-ONE-STAT
008110*        ADDS ONE STATISTICS RECORD OF A COMPLETED SPLIT REQUEST
008120*        INTO ITS ENTRY'S SLOT FOR THE SAME RULE OR COMBINATION.
008130*****************************************************************
008140 4100-SUM-ONE-STAT.
008150     READ FZB-STAT-FILE
008160         AT END GO TO 4100-EXIT
008170     END-READ.
008180     ADD 1 TO FZB-CNT-STA-IN.
008190     MOVE FZB-STA-REQUEST-ID TO FZB-SPL-WORK-ID.
008200     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
008210     IF FZB-SPL-NOT-FOUND
008220         GO TO 4100-EXIT
008230     END-IF.
008240     IF NOT FZB-SPL-COMPLETE(FZB-SPL-IDX)
008250         GO TO 4100-EXIT
008260     END-IF.
008270     PERFORM 4110-FIND-STAT-SLOT THRU 4110-EXIT
008280         VARYING FZB-STA-SUB FROM 1 BY 1
008290         UNTIL FZB-STA-SUB > FZB-SPL-STA-COUNT(FZB-SPL-IDX)
008300            OR (FZB-SST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)
008310                    = FZB-STA-TYPE
008320            AND FZB-SST-KEY(FZB-SPL-IDX, FZB-STA-SUB)
008330                    = FZB-STA-KEY
008340            AND FZB-SST-LABEL(FZB-SPL-IDX, FZB-STA-SUB)
008350                    = FZB-STA-LABEL).
008360     IF FZB-STA-SUB > FZB-SPL-STA-COUNT(FZB-SPL-IDX)
008370         IF FZB-SPL-STA-COUNT(FZB-SPL-IDX) NOT < 11
008380             DISPLAY 'FZBPCMB - REQUEST ' FZB-STA-REQUEST-ID
008390                 ' - MORE STATISTICS THAN A REQUEST CAN HAVE'
008400             SET FZB-COMBINE-ABORTED TO TRUE
008410             MOVE 12 TO RETURN-CODE
008420             GO TO 4100-EXIT
008430         END-IF
008440         ADD 1 TO FZB-SPL-STA-COUNT(FZB-SPL-IDX)
008450         MOVE FZB-STA-TYPE
008460             TO FZB-SST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)
008470         MOVE FZB-STA-KEY
008480             TO FZB-SST-KEY(FZB-SPL-IDX, FZB-STA-SUB)
008490         MOVE FZB-STA-LABEL
008500             TO FZB-SST-LABEL(FZB-SPL-IDX, FZB-STA-SUB)
008510         MOVE FZB-STA-DIVISOR
008520             TO FZB-SST-DIVISOR(FZB-SPL-IDX, FZB-STA-SUB)
008530         MOVE FZB-STA-TEST-TYPE
008540             TO FZB-SST-TEST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)
008550         MOVE 0 TO FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB)
008560     END-IF.
008570     ADD FZB-STA-COUNT TO FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB).
008580 4100-EXIT.
008590     EXIT.
008600*****************************************************************
008610*    4110-FIND-STAT-SLOT
008620*        STEPS THE SLOT SUBSCRIPT - THE SEARCH ITSELF IS THE
008630*        UNTIL CONDITION OF THE PERFORM.
008640*****************************************************************
008650 4110-FIND-STAT-SLOT.
008660     CONTINUE.
008670 4110-EXIT.
008680     EXIT.
008690*****************************************************************
008700*    4500-COPY-ONE-STAT
008710*        COPIES ONE STATISTICS RECORD, OR FOR A COMPLETED SPLIT
008720*        REQUEST WRITES ITS COMBINED RECORDS IN PLACE OF THE
008730*        FIRST ONE AND DROPS THE REST.
008740*****************************************************************
008750 4500-COPY-ONE-STAT.
008760     READ FZB-STAT-FILE
008770         AT END GO TO 4500-EXIT
008780     END-READ.
008790     MOVE FZB-STA-REQUEST-ID TO FZB-SPL-WORK-ID.
008800     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
008810     IF FZB-SPL-NOT-FOUND
008820         WRITE FZB-STATOUT-RECORD FROM FZB-STAT-RECORD
008830         ADD 1 TO FZB-CNT-STA-OUT
008840         GO TO 4500-EXIT
008850     END-IF.
008860     IF NOT FZB-SPL-COMPLETE(FZB-SPL-IDX)
008870         WRITE FZB-STATOUT-RECORD FROM FZB-STAT-RECORD
008880         ADD 1 TO FZB-CNT-STA-OUT
008890         GO TO 4500-EXIT
008900     END-IF.
008910     IF FZB-SPL-STA-DONE(FZB-SPL-IDX)
008920         GO TO 4500-EXIT
008930     END-IF.
008940     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 6) TO FZB-STAT-TOTAL.
008950     PERFORM 4510-WRITE-COMBINED-STAT THRU 4510-EXIT
008960         VARYING FZB-STA-SUB FROM 1 BY 1
008970         UNTIL FZB-STA-SUB > FZB-SPL-STA-COUNT(FZB-SPL-IDX).
008980     MOVE 'Y' TO FZB-SPL-STA-DONE-SW(FZB-SPL-IDX).
008990 4500-EXIT.
009000     EXIT.
009010*****************************************************************
009020*    4510-WRITE-COMBINED-STAT
009030*        WRITES ONE COMBINED STATISTICS RECORD, STAMPED WITH THE
009040*        COMBINED AUDIT RECORD'S RUN DATE/TIME AND CODE
009050*        (PARTITION 1'S).
009060*****************************************************************
009070 4510-WRITE-COMBINED-STAT.
009080     PERFORM 4580-COMPUTE-PERCENT THRU 4580-EXIT.
009090     MOVE FZB-SPL-REQUEST-ID(FZB-SPL-IDX) TO FZB-STA-REQUEST-ID.
009100     MOVE FZB-SST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)  TO FZB-STA-TYPE.
009110     MOVE FZB-SST-KEY(FZB-SPL-IDX, FZB-STA-SUB)   TO FZB-STA-KEY.
009120     MOVE FZB-SST-LABEL(FZB-SPL-IDX, FZB-STA-SUB)
009130         TO FZB-STA-LABEL.
009140     MOVE FZB-SST-DIVISOR(FZB-SPL-IDX, FZB-STA-SUB)
009150         TO FZB-STA-DIVISOR.
009160     MOVE FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB)
009170         TO FZB-STA-COUNT.
009180     MOVE FZB-STAT-PCT TO FZB-STA-PERCENT.
009190     MOVE FZB-SST-TEST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)
009200         TO FZB-STA-TEST-TYPE.
009210     MOVE FZB-SPL-RUN-DATE(FZB-SPL-IDX) TO FZB-STA-RUN-DATE.
009220     MOVE FZB-SPL-RUN-TIME(FZB-SPL-IDX) TO FZB-STA-RUN-TIME.
009230     MOVE FZB-SPL-REQ-CODE(FZB-SPL-IDX) TO FZB-STA-REQ-CODE.
009240     WRITE FZB-STATOUT-RECORD FROM FZB-STAT-RECORD.
009250     ADD 1 TO FZB-CNT-STA-OUT.
009260 4510-EXIT.
009270     EXIT.
009280*****************************************************************
009290*    4580-COMPUTE-PERCENT
009300*        COMPUTES THE CURRENT SLOT'S PERCENT OF THE COMBINED
009310*        TOTAL IN FZB-STAT-TOTAL, AS FIZZBUZZ DOES FOR ONE RUN.
009320*****************************************************************
009330 4580-COMPUTE-PERCENT.
009340     IF FZB-STAT-TOTAL > 0
009350         COMPUTE FZB-STAT-PCT ROUNDED
009360             = FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB) * 100
009370                 / FZB-STAT-TOTAL
009380     ELSE
009390         MOVE 0 TO FZB-STAT-PCT
009400     END-IF.
009410 4580-EXIT.
009420     EXIT.
009430*****************************************************************
009440*    5000-COPY-DATA
009450*        COPIES THE SORTED DATA RECORDS.  THE SORT KEPT EACH
009460*        REQUEST'S RECORDS IN PARTITION ORDER, AND THE SLICES
009470*        ASCEND WITH THE PARTITION NUMBER, SO A SPLIT REQUEST'S
009480*        RECORDS ARE ALREADY IN COUNTER ORDER.
009490*****************************************************************
009500 5000-COPY-DATA.
009510     OPEN INPUT FZB-DATA-FILE.
009520     IF NOT FZB-DATA-OK
009530         DISPLAY 'FZBPCMB - DATAIN OPEN FAILED - STATUS '
009540             FZB-DATA-STATUS
009550         SET FZB-COMBINE-ABORTED TO TRUE
009560         MOVE 12 TO RETURN-CODE
009570         GO TO 5000-EXIT
009580     END-IF.
009590     PERFORM 5100-COPY-ONE-DATA THRU 5100-EXIT
009600         UNTIL FZB-DATA-EOF.
009610     CLOSE FZB-DATA-FILE.
009620 5000-EXIT.
009630     EXIT.
009640*****************************************************************
009650*    5100-COPY-ONE-DATA
009660*        COPIES ONE DATA RECORD.  A SPLIT REQUEST'S RECORD
009665*        TAKES THE RUN DATE/TIME OF THE COMBINED AUDIT RECORD.
009670*****************************************************************
009680 5100-COPY-ONE-DATA.
009690     READ FZB-DATA-FILE
009700         AT END GO TO 5100-EXIT
009710     END-READ.
009711     MOVE FZB-DATA-REQUEST-ID TO FZB-SPL-WORK-ID.
009712     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
009714     IF FZB-SPL-FOUND
009715         MOVE FZB-SPL-RUN-DATE(FZB-SPL-IDX) TO FZB-DATA-RUN-DATE
009717         MOVE FZB-SPL-RUN-TIME(FZB-SPL-IDX) TO FZB-DATA-RUN-TIME
009718     END-IF.
009720     WRITE FZB-DATAOUT-RECORD FROM FZB-DATA-RECORD.
009730     ADD 1 TO FZB-CNT-DATA.
009740 5100-EXIT.
009750     EXIT.
009760*****************************************************************
009770*    6000-COMBINE-REPORT
009780*        COPIES PARTITION 1'S REPORT, NUMBERING THE PAGES AGAIN,
009790*        AND REPLACES EACH COMPLETED SPLIT REQUEST'S SECTION
009800*        WITH ONE REBUILT FROM THE COMBINED DATA.  THE REBUILT
009810*        SECTION GOES WHERE PARTITION 1'S SECTION ENDED (ON A
009820*        RESUME NIGHT, AFTER THE LAST OF ITS PAGES).  A SPLIT
009830*        REQUEST WITH NO SECTION ON RPTIN IS ADDED AT THE END.
009840*****************************************************************
009850 6000-COMBINE-REPORT.
009860     OPEN INPUT FZB-RPTIN-FILE.
009870     IF NOT FZB-RPTIN-OK
009880         DISPLAY 'FZBPCMB - RPTIN OPEN FAILED - STATUS '
009890             FZB-RPTIN-STATUS
009900         SET FZB-COMBINE-ABORTED TO TRUE
009910         MOVE 12 TO RETURN-CODE
009920         GO TO 6000-EXIT
009930     END-IF.
009940     OPEN INPUT FZB-DATA-FILE.
009950     PERFORM 6050-READ-DATA THRU 6050-EXIT.
009960     SET FZB-NOT-SKIPPING TO TRUE.
009970     MOVE 0 TO FZB-PAGE-COUNT.
009980     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
009990         UNTIL FZB-RPTIN-EOF.
010000     IF FZB-SKIPPING
010010         PERFORM 6200-END-SKIP THRU 6200-EXIT
010020     END-IF.
010030     PERFORM 6300-ADD-MISSING-SECTION THRU 6300-EXIT
010040         VARYING FZB-GEN-SPL-SUB FROM 1 BY 1
010050         UNTIL FZB-GEN-SPL-SUB > FZB-SPL-COUNT.
010060     CLOSE FZB-RPTIN-FILE.
010070     CLOSE FZB-DATA-FILE.
010080 6000-EXIT.
010090     EXIT.
010100*****************************************************************
010110*    6050-READ-DATA
010120*        READS THE NEXT COMBINED DATA RECORD FOR THE REBUILT
010130*        SECTIONS.
010140*****************************************************************
010150 6050-READ-DATA.
010160     READ FZB-DATA-FILE
010170         AT END CONTINUE
010180     END-READ.
010190 6050-EXIT.
010200     EXIT.
010210*****************************************************************
010220*    6100-COPY-ONE-LINE
010230*        COPIES ONE REPORT LINE.  A PAGE HEADING OF A COMPLETED
010240*        SPLIT REQUEST STARTS (OR CONTINUES) SKIPPING; ANY OTHER
010250*        HEADING ENDS A SKIP, WRITING THE REBUILT SECTION FIRST,
010260*        AND IS WRITTEN WITH THE NEXT PAGE NUMBER.
010270*****************************************************************
010280 6100-COPY-ONE-LINE.
010290     READ FZB-RPTIN-FILE
010300         AT END GO TO 6100-EXIT
010310     END-READ.
010320     ADD 1 TO FZB-CNT-RPT-IN.
010330     IF FZB-RPTIN-RECORD(3:30) NOT = FZB-RPT-TITLE
010340             OR FZB-RPTIN-RECORD(70:8) NOT = 'REQUEST '
010350         GO TO 6100-BODY-LINE
010360     END-IF.
010370     MOVE FZB-RPTIN-RECORD(78:4) TO FZB-HDG-REQUEST-X.
010380     INSPECT FZB-HDG-REQUEST-X
010390         REPLACING LEADING SPACE BY '0'.
010400     MOVE FZB-HDG-REQUEST-9 TO FZB-SPL-WORK-ID.
010410     PERFORM 2200-FIND-SPLIT THRU 2200-EXIT.
010420     IF FZB-SPL-FOUND
010430         IF FZB-SPL-COMPLETE(FZB-SPL-IDX)
010440             SET FZB-HDG-SPL-SUB TO FZB-SPL-IDX
010450             IF FZB-SKIPPING
010460                     AND FZB-SKIP-SPL-SUB NOT = FZB-HDG-SPL-SUB
010470                 PERFORM 6200-END-SKIP THRU 6200-EXIT
010480             END-IF
010490             SET FZB-SKIPPING TO TRUE
010500             MOVE FZB-HDG-SPL-SUB TO FZB-SKIP-SPL-SUB
010510             GO TO 6100-EXIT
010520         END-IF
010530     END-IF.
010540     IF FZB-SKIPPING
010550         PERFORM 6200-END-SKIP THRU 6200-EXIT
010560     END-IF.
010570     ADD 1 TO FZB-PAGE-COUNT.
010580     MOVE FZB-PAGE-COUNT TO FZB-HDG-PAGE.
010590     MOVE FZB-HDG-PAGE TO FZB-RPTIN-RECORD(63:4).
010600 6100-BODY-LINE.
010610     IF FZB-SKIPPING
010620         GO TO 6100-EXIT
010630     END-IF.
010640     WRITE FZB-REPORT-RECORD FROM FZB-RPTIN-RECORD.
010650     ADD 1 TO FZB-CNT-RPT-OUT.
010660 6100-EXIT.
010670     EXIT.
010680*****************************************************************
010690*    6200-END-SKIP
010700*        ENDS THE SKIP OF A SPLIT REQUEST'S SECTION, WRITING THE
010710*        REBUILT SECTION THE FIRST TIME.
010720*****************************************************************
010730 6200-END-SKIP.
010740     SET FZB-NOT-SKIPPING TO TRUE.
010750     MOVE FZB-SKIP-SPL-SUB TO FZB-GEN-SPL-SUB.
010760     SET FZB-SPL-IDX TO FZB-GEN-SPL-SUB.
010770     IF NOT FZB-SPL-RPT-DONE(FZB-SPL-IDX)
010780         PERFORM 6500-WRITE-SECTION THRU 6500-EXIT
010790     END-IF.
010800 6200-EXIT.
010810     EXIT.
010820*****************************************************************
010830*    6300-ADD-MISSING-SECTION
010840*        WRITES THE SECTION OF A COMPLETED SPLIT REQUEST THAT
010850*        NEVER APPEARED ON RPTIN.
010860*****************************************************************
010870 6300-ADD-MISSING-SECTION.
010880     SET FZB-SPL-IDX TO FZB-GEN-SPL-SUB.
010890     IF FZB-SPL-COMPLETE(FZB-SPL-IDX)
010900             AND NOT FZB-SPL-RPT-DONE(FZB-SPL-IDX)
010910         DISPLAY 'FZBPCMB - REQUEST '
010920             FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
010930             ' HAS NO SECTION ON PARTITION 1 REPORT - '
010940             'ADDED AT THE END'
010950         PERFORM 6500-WRITE-SECTION THRU 6500-EXIT
010960     END-IF.
010970 6300-EXIT.
010980     EXIT.
010990*****************************************************************
011000*    6500-WRITE-SECTION
011010*        REBUILDS THE SPLIT REQUEST'S REPORT SECTION THE WAY
011020*        FIZZBUZZ PRINTS A REQUEST - A DETAIL LINE PER DATA
011030*        RECORD, THE RUN SUMMARY, AND THE STATISTICS PAGE - FROM
011040*        THE COMBINED DATA, COUNTS AND STATISTICS.  THE DATA
011050*        FILE IS READ FORWARD TO THE REQUEST, AND STARTED AGAIN
011060*        IF IT IS ALREADY PAST IT.
011070*****************************************************************
011080 6500-WRITE-SECTION.
011090     MOVE 'Y' TO FZB-SPL-RPT-DONE-SW(FZB-SPL-IDX).
011100     MOVE FZB-SPL-RUN-DATE(FZB-SPL-IDX) TO FZB-RUN-DATE.
011110     IF FZB-DATA-EOF
011120             OR FZB-DATA-REQUEST-ID
011130                 > FZB-SPL-REQUEST-ID(FZB-SPL-IDX)
011140         CLOSE FZB-DATA-FILE
011150         OPEN INPUT FZB-DATA-FILE
011160         PERFORM 6050-READ-DATA THRU 6050-EXIT
011170     END-IF.
011180     PERFORM 6050-READ-DATA THRU 6050-EXIT
011190         UNTIL FZB-DATA-EOF
011200            OR FZB-DATA-REQUEST-ID
011210                 NOT < FZB-SPL-REQUEST-ID(FZB-SPL-IDX).
011220     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
011230     PERFORM 6510-WRITE-DETAIL THRU 6510-EXIT
011240         UNTIL FZB-DATA-EOF
011250            OR FZB-DATA-REQUEST-ID
011260                 NOT = FZB-SPL-REQUEST-ID(FZB-SPL-IDX).
011270     PERFORM 6600-WRITE-TRAILER THRU 6600-EXIT.
011280     PERFORM 6700-WRITE-STATISTICS THRU 6700-EXIT.
011290 6500-EXIT.
011300     EXIT.
011310*****************************************************************
011320*    6510-WRITE-DETAIL
011330*        WRITES ONE DETAIL LINE, BREAKING TO A NEW PAGE WHEN THE
011340*        CURRENT ONE IS FULL, AND READS THE NEXT DATA RECORD.
011350*****************************************************************
011360 6510-WRITE-DETAIL.
011370     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
011380         PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT
011390     END-IF.
011400     MOVE FZB-DATA-COUNTER     TO FZB-DET-COUNTER.
011410     MOVE FZB-DATA-CLASS-LABEL TO FZB-DET-CLASS.
011420     MOVE ' ' TO FZB-GEN-CC.
011430     MOVE FZB-RPT-DETAIL TO FZB-GEN-BODY.
011440     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
011450     ADD 1 TO FZB-LINE-COUNT.
011460     PERFORM 6050-READ-DATA THRU 6050-EXIT.
011470 6510-EXIT.
011480     EXIT.
011490*****************************************************************
011500*    6600-WRITE-TRAILER
011510*        WRITES THE RUN SUMMARY FROM THE COMBINED COUNTS.
011520*****************************************************************
011530 6600-WRITE-TRAILER.
011540     MOVE '0' TO FZB-GEN-CC.
011550     MOVE FZB-RPT-TRAILER-HEAD TO FZB-GEN-BODY.
011560     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
011570     MOVE 'FIZZ ONLY'      TO FZB-TRL-LABEL.
011580     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 1) TO FZB-TRL-COUNT.
011590     MOVE '0' TO FZB-GEN-CC.
011600     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011610     MOVE 'BUZZ ONLY'      TO FZB-TRL-LABEL.
011620     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 2) TO FZB-TRL-COUNT.
011630     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011640     MOVE 'FIZZBUZZ'       TO FZB-TRL-LABEL.
011650     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 3) TO FZB-TRL-COUNT.
011660     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011670     MOVE 'OTHER (BAZZ)'   TO FZB-TRL-LABEL.
011680     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 4) TO FZB-TRL-COUNT.
011690     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011700     MOVE 'PLAIN NUMBER'   TO FZB-TRL-LABEL.
011710     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 5) TO FZB-TRL-COUNT.
011720     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011730     MOVE 'TOTAL PROCESSED' TO FZB-TRL-LABEL.
011740     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 6) TO FZB-TRL-COUNT.
011750     MOVE '0' TO FZB-GEN-CC.
011760     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
011770 6600-EXIT.
011780     EXIT.
011790*****************************************************************
011800*    6610-WRITE-TRAILER-LINE
011810*        WRITES ONE RUN SUMMARY LINE WITH THE CARRIAGE CONTROL
011820*        ALREADY SET, THEN SETS SINGLE SPACING FOR THE NEXT.
011830*****************************************************************
011840 6610-WRITE-TRAILER-LINE.
011850     MOVE FZB-RPT-TRAILER-LINE TO FZB-GEN-BODY.
011860     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
011870     MOVE ' ' TO FZB-GEN-CC.
011880 6610-EXIT.
011890     EXIT.
011900*****************************************************************
011910*    6700-WRITE-STATISTICS
011920*        PRINTS THE STATISTICS PAGE FROM THE SUMMED STATISTICS.
011930*        WHEN THE COMBINATIONS DO NOT ADD UP TO THE TOTAL, A
011940*        PARTITION ABENDED AND WAS RESUMED WITHOUT A PARTIAL
011950*        RUN'S STATISTICS, AND THE PAGE SAYS SO AS FIZZBUZZ'S
011960*        DOES FOR A RESUMED REQUEST.
011970*****************************************************************
011980 6700-WRITE-STATISTICS.
011990     MOVE FZB-SPL-CNT(FZB-SPL-IDX, 6) TO FZB-STAT-TOTAL.
012000     MOVE 0 TO FZB-STAT-COMBO-SUM.
012010     PERFORM 6710-ADD-COMBO THRU 6710-EXIT
012020         VARYING FZB-STA-SUB FROM 1 BY 1
012030         UNTIL FZB-STA-SUB > FZB-SPL-STA-COUNT(FZB-SPL-IDX).
012040     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
012050     MOVE '0' TO FZB-GEN-CC.
012060     MOVE FZB-RPT-STAT-HEAD TO FZB-GEN-BODY.
012070     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
012080     ADD 2 TO FZB-LINE-COUNT.
012090     IF FZB-STAT-COMBO-SUM < FZB-STAT-TOTAL
012100         MOVE ' ' TO FZB-GEN-CC
012110         MOVE FZB-RPT-STAT-NOTE-LINE TO FZB-GEN-BODY
012120         PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT
012130         ADD 1 TO FZB-LINE-COUNT
012140     END-IF.
012150     PERFORM 6720-WRITE-STAT-LINE THRU 6720-EXIT
012160         VARYING FZB-STA-SUB FROM 1 BY 1
012170         UNTIL FZB-STA-SUB > FZB-SPL-STA-COUNT(FZB-SPL-IDX).
012180 6700-EXIT.
012190     EXIT.
012200*****************************************************************
012210*    6710-ADD-COMBO
012220*        ADDS ONE COMBINATION'S COUNT TO THE COMBINATION SUM.
012230*****************************************************************
012240 6710-ADD-COMBO.
012250     IF FZB-SST-TYPE(FZB-SPL-IDX, FZB-STA-SUB) = 'C'
012260         ADD FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB)
012270             TO FZB-STAT-COMBO-SUM
012280     END-IF.
012290 6710-EXIT.
012300     EXIT.
012310*****************************************************************
012320*    6720-WRITE-STAT-LINE
012330*        PRINTS ONE RULE OR COMBINATION LINE OF THE STATISTICS
012340*        PAGE.
012350*****************************************************************
012360 6720-WRITE-STAT-LINE.
012370     PERFORM 4580-COMPUTE-PERCENT THRU 4580-EXIT.
012380     IF FZB-SST-TYPE(FZB-SPL-IDX, FZB-STA-SUB) = 'R'
012390         MOVE FZB-SST-LABEL(FZB-SPL-IDX, FZB-STA-SUB)
012400             TO FZB-STR-LABEL
012410         MOVE FZB-SST-TEST-TYPE(FZB-SPL-IDX, FZB-STA-SUB)
012420             TO FZB-STR-TYPE
012430         MOVE FZB-SST-DIVISOR(FZB-SPL-IDX, FZB-STA-SUB)
012440             TO FZB-STR-DIVISOR
012450         MOVE FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB)
012460             TO FZB-STR-COUNT
012470         MOVE FZB-STAT-PCT TO FZB-STR-PCT
012480         MOVE FZB-RPT-STAT-RULE-LINE TO FZB-GEN-BODY
012490     ELSE
012500         MOVE FZB-SST-KEY(FZB-SPL-IDX, FZB-STA-SUB)
012510             TO FZB-STC-CODE
012520         MOVE FZB-SST-COUNT(FZB-SPL-IDX, FZB-STA-SUB)
012530             TO FZB-STC-COUNT
012540         MOVE FZB-STAT-PCT TO FZB-STC-PCT
012550         MOVE FZB-RPT-STAT-COMBO-LINE TO FZB-GEN-BODY
012560     END-IF.
012570     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
012580         MOVE FZB-GEN-BODY TO FZB-DET-HOLD
012590         PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT
012600         MOVE FZB-DET-HOLD TO FZB-GEN-BODY
012610     END-IF.
012620     MOVE ' ' TO FZB-GEN-CC.
012630     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
012640     ADD 1 TO FZB-LINE-COUNT.
012650 6720-EXIT.
012660     EXIT.
012670*****************************************************************
012680*    6900-WRITE-GEN-LINE
012690*        WRITES ONE REBUILT REPORT LINE.
012700*****************************************************************
012710 6900-WRITE-GEN-LINE.
012720     WRITE FZB-REPORT-RECORD FROM FZB-GEN-LINE.
012730     ADD 1 TO FZB-CNT-RPT-OUT.
012740 6900-EXIT.
012750     EXIT.
012760*****************************************************************
012770*    6950-WRITE-HEADINGS
012780*        STARTS A NEW PAGE OF THE REBUILT SECTION WITH THE RUN
012790*        DATE OF THE COMBINED AUDIT RECORD AND THE NEXT PAGE
012800*        NUMBER OF THE COMBINED REPORT.
012810*****************************************************************
012820 6950-WRITE-HEADINGS.
012830     ADD 1 TO FZB-PAGE-COUNT.
012840     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
012850     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
012860     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
012870     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
012880     MOVE FZB-SPL-REQUEST-ID(FZB-SPL-IDX) TO FZB-H1-REQUEST.
012890     MOVE '1' TO FZB-GEN-CC.
012900     MOVE FZB-RPT-HEADING-1 TO FZB-GEN-BODY.
012910     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
012920     MOVE '0' TO FZB-GEN-CC.
012930     MOVE FZB-RPT-HEADING-2 TO FZB-GEN-BODY.
012940     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
012950     MOVE 3 TO FZB-LINE-COUNT.
012960 6950-EXIT.
012970     EXIT.
012980*****************************************************************
012990*    8000-FINALIZE
013000*        CLOSES THE OUTPUTS AND REPORTS THE RUN TO THE CONSOLE.
013010*****************************************************************
013020 8000-FINALIZE.
013030     IF FZB-AUDOUT-OK
013040         CLOSE FZB-AUDOUT-FILE
013050     END-IF.
013060     IF FZB-STATOUT-OK
013070         CLOSE FZB-STATOUT-FILE
013080     END-IF.
013090     IF FZB-DATAOUT-OK
013100         CLOSE FZB-DATAOUT-FILE
013110     END-IF.
013120     IF FZB-REPORT-OK
013130         CLOSE FZB-REPORT-FILE
013140     END-IF.
013150     DISPLAY 'FZBPCMB - REQUESTS SPLIT......: ' FZB-SPL-COUNT.
013160     DISPLAY 'FZBPCMB - AUDIT RECORDS IN....: ' FZB-CNT-AUD-IN.
013170     DISPLAY 'FZBPCMB - AUDIT RECORDS OUT...: ' FZB-CNT-AUD-OUT.
013180     DISPLAY 'FZBPCMB - STATISTICS IN.......: ' FZB-CNT-STA-IN.
013190     DISPLAY 'FZBPCMB - STATISTICS OUT......: ' FZB-CNT-STA-OUT.
013200     DISPLAY 'FZBPCMB - DATA RECORDS........: ' FZB-CNT-DATA.
013210     DISPLAY 'FZBPCMB - REPORT LINES IN.....: ' FZB-CNT-RPT-IN.
013220     DISPLAY 'FZBPCMB - REPORT LINES OUT....: ' FZB-CNT-RPT-OUT.
013230     IF FZB-COMBINE-ABORTED
013240         DISPLAY 'FZBPCMB - COMBINE NOT DONE - DOWNSTREAM STEPS '
013250             'MUST NOT RUN'
013260     END-IF.
013270 8000-EXIT.
013280     EXIT.
