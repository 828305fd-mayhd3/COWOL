000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBMVFY.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBMVFY PROVES THE CLASSIFICATION MASTER (FZBMST) AGAINST
000100*    THE CLASSIFICATION HISTORY CLUSTER (MASTHIST, SEE FZBHST)
000110*    AND THE HISTORY AGAINST THE AUDIT HISTORY.  FZBLOAD
000120*    WRITES EVERY LOADED RECORD TO BOTH CLUSTERS UNDER THE
000130*    SAME RUN DATE/TIME, SO EACH MASTER RECORD MUST EQUAL THE
000140*    LATEST HISTORY RECORD FOR ITS COUNTER AND REQUEST CODE,
000150*    AND EVERY RUN ON THE HISTORY MUST BE A RUN THE AUDIT
000160*    HISTORY (AUDIT.HIST, FZBAUD) KNOWS.
000170*    PASS 1 WALKS THE MASTER AND THE HISTORY TOGETHER IN KEY
000180*    ORDER (BOTH ARE KEYED COUNTER, REQUEST CODE FIRST) AND
000190*    REPORTS EVERY MASTER RECORD THAT DIFFERS FROM ITS LATEST
000200*    HISTORY RECORD (CLASS CODE, LABEL, REQUEST ID OR RUN
000210*    DATE/TIME), EVERY MASTER RECORD WITH NO HISTORY, AND
000220*    EVERY COUNTER/CODE ON THE HISTORY WITH NO MASTER RECORD.
000230*    PASS 2 READS AN UNLOAD OF THE HISTORY SORTED INTO RUN
000240*    DATE/TIME ORDER (HSTSORT) AGAINST THE AUDIT HISTORY
000250*    SORTED THE SAME WAY WITH ONE RECORD PER RUN (AUDSORT) -
000260*    SEE THE SORT STEPS IN FIZZMVFY - AND REPORTS EACH
000270*    HISTORY RUN NOT ON THE AUDIT HISTORY WITH ITS RECORD
000280*    COUNT.  THE DEFINE-STEP PRIME RECORDS (ALL-ZERO KEYS)
000290*    ARE IGNORED.  RETURN CODE 8 = A MISMATCH OR AN ORPHAN ON
000300*    EITHER CLUSTER (RUN FZBMRCV BEFORE THE NEXT LOAD);
000310*    4 = HISTORY RUNS WITH NO AUDIT RECORD ONLY; 12 = A FILE
000320*    COULD NOT BE OPENED AND NOTHING WAS PROVED.
000330*    MODIFICATION HISTORY.
000340*        2026-10-15  JHM  ORIGINAL PROGRAM.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 SPECIAL-NAMES.
000410     C01 IS FZB-TOP-OF-PAGE.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FZB-MASTER-FILE
000450         ASSIGN TO MASTER
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS FZB-MST-KEY
000490         FILE STATUS IS FZB-MASTER-STATUS.
000500     SELECT FZB-HIST-FILE
000510         ASSIGN TO MASTHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS FZB-HST-KEY
000550         FILE STATUS IS FZB-HIST-STATUS.
000560     SELECT FZB-HSORT-FILE
000570         ASSIGN TO HSTSORT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FZB-HSORT-STATUS.
000600     SELECT FZB-AUDIT-FILE
000610         ASSIGN TO AUDSORT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FZB-AUDIT-STATUS.
000640     SELECT FZB-REPORT-FILE
000650         ASSIGN TO VFYRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FZB-REPORT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FZB-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY FZBMST.
000740*
000750 FD  FZB-HIST-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY FZBHST.
000780*
000790 FD  FZB-HSORT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  FZB-HSORT-LINE                  PIC X(80).
000830*
000840 FD  FZB-AUDIT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY FZBAUD.
000880*
000890 FD  FZB-REPORT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  FZB-REPORT-LINE                 PIC X(80).
000930*
000940 WORKING-STORAGE SECTION.
000950*****************************************************************
000960*    FILE STATUS SWITCHES
000970*****************************************************************
000980 01  FZB-MASTER-STATUS           PIC X(02) VALUE SPACES.
000990     88  FZB-MASTER-OK                     VALUE '00'.
001000     88  FZB-MASTER-EOF                    VALUE '10'.
001010 01  FZB-HIST-STATUS             PIC X(02) VALUE SPACES.
001020     88  FZB-HIST-OK                       VALUE '00'.
001030     88  FZB-HIST-EOF                      VALUE '10'.
001040 01  FZB-HSORT-STATUS            PIC X(02) VALUE SPACES.
001050     88  FZB-HSORT-OK                      VALUE '00'.
001060     88  FZB-HSORT-EOF                     VALUE '10'.
001070 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001080     88  FZB-AUDIT-OK                      VALUE '00'.
001090     88  FZB-AUDIT-EOF                     VALUE '10'.
001100 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
001110     88  FZB-REPORT-OK                     VALUE '00'.
001120 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001130     88  FZB-VERIFY-ABORTED                VALUE 'Y'.
001140     88  FZB-VERIFY-RUNNING                VALUE 'N'.
001150*****************************************************************
001160*    REPORT PAGINATION CONTROLS
001170*****************************************************************
001180 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
001190 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
001200 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
001210 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
001220 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
001230     05  FZB-RUN-DATE-YY         PIC 99.
001240     05  FZB-RUN-DATE-MM         PIC 99.
001250     05  FZB-RUN-DATE-DD         PIC 99.
001260 01  FZB-SECTION-SW              PIC X(01) VALUE 'M'.
001270     88  FZB-SECTION-MASTER                VALUE 'M'.
001280     88  FZB-SECTION-AUDIT                 VALUE 'A'.
001290*****************************************************************
001300*    PASS 1 - MASTER KEY AND THE LATEST HISTORY RECORD OF THE
001310*    CURRENT COUNTER/CODE GROUP.  EACH KEY IS SET TO HIGH-
001320*    VALUES WHEN ITS CLUSTER IS EXHAUSTED.
001330*****************************************************************
001340 01  FZB-MST-WALK-KEY            PIC X(14) VALUE SPACES.
001350 01  FZB-GRP-KEY.
001360     05  FZB-GRP-COUNTER         PIC 9(06).
001370     05  FZB-GRP-REQ-CODE        PIC X(08).
001380 01  FZB-LATEST.
001390     05  FZB-LAT-RUN-DATE        PIC 9(06).
001400     05  FZB-LAT-RUN-TIME        PIC 9(08).
001410     05  FZB-LAT-CLASS-CODE      PIC X(03).
001420     05  FZB-LAT-CLASS-LABEL     PIC X(20).
001430     05  FZB-LAT-REQUEST-ID      PIC 9(04).
001440*****************************************************************
001450*    PASS 2 - THE SORTED HISTORY UNLOAD AND THE RUN GROUP
001460*****************************************************************
001470 01  FZB-HSR-RECORD.
001480     05  FZB-HSR-KEY.
001490         10  FZB-HSR-COUNTER     PIC 9(06).
001500         10  FZB-HSR-REQ-CODE    PIC X(08).
001510         10  FZB-HSR-RUN-KEY.
001520             15  FZB-HSR-RUN-DATE PIC 9(06).
001530             15  FZB-HSR-RUN-TIME PIC 9(08).
001540     05  FILLER                  PIC X(52).
001550 01  FZB-AUD-RUN-KEY             PIC X(14) VALUE SPACES.
001560 01  FZB-RUN-GRP-KEY.
001570     05  FZB-RUN-GRP-DATE        PIC 9(06).
001580     05  FZB-RUN-GRP-TIME        PIC 9(08).
001590 01  FZB-RUN-GRP-CNT             PIC 9(07) VALUE 0.
001600*****************************************************************
001610*    VERIFICATION COUNTERS
001620*****************************************************************
001630 01  FZB-CNT-MASTER              PIC 9(07) VALUE 0.
001640 01  FZB-CNT-HIST                PIC 9(07) VALUE 0.
001650 01  FZB-CNT-MATCHED             PIC 9(07) VALUE 0.
001660 01  FZB-CNT-MISMATCH            PIC 9(07) VALUE 0.
001670 01  FZB-CNT-MST-ORPHAN          PIC 9(07) VALUE 0.
001680 01  FZB-CNT-HST-ORPHAN          PIC 9(07) VALUE 0.
001690 01  FZB-CNT-RUNS                PIC 9(07) VALUE 0.
001700 01  FZB-CNT-RUNS-NO-AUDIT       PIC 9(07) VALUE 0.
001710 01  FZB-CNT-RECS-NO-AUDIT       PIC 9(07) VALUE 0.
001720*****************************************************************
001730*    REPORT LINE LAYOUTS
001740*****************************************************************
001750 01  FZB-RPT-HEADING-1.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  FILLER                  PIC X(33) VALUE
001780             'FIZZBUZZ MASTER VERIFICATION'.
001790     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001800     05  FZB-H1-MM               PIC 99.
001810     05  FILLER                  PIC X(01) VALUE '/'.
001820     05  FZB-H1-DD               PIC 99.
001830     05  FILLER                  PIC X(01) VALUE '/'.
001840     05  FZB-H1-YY               PIC 99.
001850     05  FILLER                  PIC X(04) VALUE SPACES.
001860     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001870     05  FZB-H1-PAGE             PIC ZZZ9.
001880     05  FILLER                  PIC X(15) VALUE SPACES.
001890 01  FZB-RPT-HEADING-2.
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  FILLER                  PIC X(16) VALUE
001920             'COUNTER REQCODE'.
001930     05  FILLER                  PIC X(21) VALUE 'FINDING'.
001940     05  FILLER                  PIC X(21) VALUE
001950             'MASTER RUN/CLASS'.
001960     05  FILLER                  PIC X(21) VALUE
001970             'LATEST HISTORY'.
001980 01  FZB-RPT-HEADING-3.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  FILLER                  PIC X(17) VALUE
002010             'HISTORY RUN'.
002020     05  FILLER                  PIC X(62) VALUE
002030             'FINDING'.
002040 01  FZB-RPT-DETAIL.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FZB-DET-COUNTER         PIC 9(06).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FZB-DET-REQ-CODE        PIC X(08).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  FZB-DET-FINDING         PIC X(20).
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  FZB-DET-MST-DATE        PIC X(06).
002130     05  FZB-DET-MST-SLASH       PIC X(01).
002140     05  FZB-DET-MST-TIME        PIC X(08).
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  FZB-DET-MST-CLASS       PIC X(03).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  FZB-DET-HST-DATE        PIC X(06).
002190     05  FZB-DET-HST-SLASH       PIC X(01).
002200     05  FZB-DET-HST-TIME        PIC X(08).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  FZB-DET-HST-CLASS       PIC X(03).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240 01  FZB-RPT-AUDIT-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  FZB-AUL-RUN-DATE        PIC 9(06).
002270     05  FILLER                  PIC X(01) VALUE '/'.
002280     05  FZB-AUL-RUN-TIME        PIC 9(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  FILLER                  PIC X(24) VALUE
002310             'NO AUDIT RECORD FOR RUN '.
002320     05  FZB-AUL-COUNT           PIC Z,ZZZ,ZZ9.
002330     05  FILLER                  PIC X(29) VALUE
002340             ' HISTORY RECORDS'.
002350 01  FZB-RPT-TRAILER-LINE.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  FZB-TRL-LABEL           PIC X(24).
002380     05  FZB-TRL-COUNT           PIC Z,ZZZ,ZZ9.
002390     05  FILLER                  PIC X(46) VALUE SPACES.
002400*
002410 PROCEDURE DIVISION.
002420*****************************************************************
002430*    0000-MAINLINE
002440*        CONTROLS THE OVERALL FLOW OF THE VERIFICATION RUN.
002450*****************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     IF FZB-VERIFY-RUNNING
002490         PERFORM 3000-COMPARE-ONE-KEY THRU 3000-EXIT
002500             UNTIL FZB-MST-WALK-KEY = HIGH-VALUES
002510               AND FZB-GRP-KEY = HIGH-VALUES
002520         PERFORM 5000-CHECK-AUDIT THRU 5000-EXIT
002530     END-IF.
002540     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002550     GO TO 0000-MAINLINE-EXIT.
002560 0000-MAINLINE-EXIT.
002570     STOP RUN.
002580*****************************************************************
002590*    1000-INITIALIZE
002600*        OPENS THE FILES, STARTS THE REPORT, AND READS THE
002610*        FIRST MASTER RECORD AND THE FIRST HISTORY GROUP.  A
002620*        FILE THAT WILL NOT OPEN ENDS THE RUN 12 WITH NOTHING
002630*        PROVED.
002640*****************************************************************
002650 1000-INITIALIZE.
002660     ACCEPT FZB-RUN-DATE FROM DATE.
002670     OPEN OUTPUT FZB-REPORT-FILE.
002680     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002690     OPEN INPUT FZB-MASTER-FILE.
002700     IF NOT FZB-MASTER-OK
002710         DISPLAY 'FZBMVFY - MASTER OPEN FAILED - STATUS '
002720             FZB-MASTER-STATUS
002730         SET FZB-VERIFY-ABORTED TO TRUE
002740     END-IF.
002750     OPEN INPUT FZB-HIST-FILE.
002760     IF NOT FZB-HIST-OK
002770         DISPLAY 'FZBMVFY - MASTHIST OPEN FAILED - STATUS '
002780             FZB-HIST-STATUS
002790         SET FZB-VERIFY-ABORTED TO TRUE
002800     END-IF.
002810     OPEN INPUT FZB-HSORT-FILE.
002820     IF NOT FZB-HSORT-OK
002830         DISPLAY 'FZBMVFY - HSTSORT OPEN FAILED - STATUS '
002840             FZB-HSORT-STATUS
002850         SET FZB-VERIFY-ABORTED TO TRUE
002860     END-IF.
002870     OPEN INPUT FZB-AUDIT-FILE.
002880     IF NOT FZB-AUDIT-OK
002890         DISPLAY 'FZBMVFY - AUDSORT OPEN FAILED - STATUS '
002900             FZB-AUDIT-STATUS
002910         SET FZB-VERIFY-ABORTED TO TRUE
002920     END-IF.
002930     IF FZB-VERIFY-ABORTED
002940         MOVE 12 TO RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002980     PERFORM 2100-READ-HIST THRU 2100-EXIT.
002990     PERFORM 2200-NEXT-HIST-GROUP THRU 2200-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020*****************************************************************
003030*    2000-READ-MASTER
003040*        READS THE NEXT MASTER RECORD, STEPPING OVER THE PRIME
003050*        RECORD, AND SETS THE WALK KEY (HIGH-VALUES AT END).
003060*****************************************************************
003070 2000-READ-MASTER.
003080     READ FZB-MASTER-FILE NEXT RECORD
003090         AT END CONTINUE
003100     END-READ.
003110     IF NOT FZB-MASTER-OK
003120         MOVE HIGH-VALUES TO FZB-MST-WALK-KEY
003130         GO TO 2000-EXIT
003140     END-IF.
003150     IF FZB-MST-KEY = ZEROS
003160         GO TO 2000-READ-MASTER
003170     END-IF.
003180     ADD 1 TO FZB-CNT-MASTER.
003190     MOVE FZB-MST-KEY TO FZB-MST-WALK-KEY.
003200 2000-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    2100-READ-HIST
003240*        READS THE NEXT HISTORY RECORD, STEPPING OVER THE
003250*        PRIME RECORD.
003260*****************************************************************
003270 2100-READ-HIST.
003280     READ FZB-HIST-FILE NEXT RECORD
003290         AT END CONTINUE
003300     END-READ.
003310     IF NOT FZB-HIST-OK
003320         GO TO 2100-EXIT
003330     END-IF.
003340     IF FZB-HST-KEY = ZEROS
003350         GO TO 2100-READ-HIST
003360     END-IF.
003370     ADD 1 TO FZB-CNT-HIST.
003380 2100-EXIT.
003390     EXIT.
003400*****************************************************************
003410*    2200-NEXT-HIST-GROUP
003420*        GATHERS THE HISTORY RECORDS OF THE NEXT COUNTER AND
003430*        REQUEST CODE.  THE HISTORY KEY ENDS IN THE RUN
003440*        DATE/TIME, SO THE LAST RECORD OF THE GROUP IS THE
003450*        LATEST AND IS THE ONE KEPT.
003460*****************************************************************
003470 2200-NEXT-HIST-GROUP.
003480     IF NOT FZB-HIST-OK
003490         MOVE HIGH-VALUES TO FZB-GRP-KEY
003500         GO TO 2200-EXIT
003510     END-IF.
003520     MOVE FZB-HST-COUNTER  TO FZB-GRP-COUNTER.
003530     MOVE FZB-HST-REQ-CODE TO FZB-GRP-REQ-CODE.
003540     PERFORM 2210-TAKE-HIST-RECORD THRU 2210-EXIT
003550         UNTIL NOT FZB-HIST-OK
003560            OR FZB-HST-COUNTER  NOT = FZB-GRP-COUNTER
003570            OR FZB-HST-REQ-CODE NOT = FZB-GRP-REQ-CODE.
003580 2200-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    2210-TAKE-HIST-RECORD
003620*        KEEPS THE CURRENT HISTORY RECORD AS THE GROUP'S LATEST
003630*        SO FAR AND READS AHEAD.
003640*****************************************************************
003650 2210-TAKE-HIST-RECORD.
003660     MOVE FZB-HST-RUN-DATE    TO FZB-LAT-RUN-DATE.
003670     MOVE FZB-HST-RUN-TIME    TO FZB-LAT-RUN-TIME.
003680     MOVE FZB-HST-CLASS-CODE  TO FZB-LAT-CLASS-CODE.
003690     MOVE FZB-HST-CLASS-LABEL TO FZB-LAT-CLASS-LABEL.
003700     MOVE FZB-HST-REQUEST-ID  TO FZB-LAT-REQUEST-ID.
003710     PERFORM 2100-READ-HIST THRU 2100-EXIT.
003720 2210-EXIT.
003730     EXIT.
003740*****************************************************************
003750*    3000-COMPARE-ONE-KEY
003760*        MATCHES THE CURRENT MASTER RECORD AGAINST THE CURRENT
003770*        HISTORY GROUP.  THE LOWER KEY IS AN ORPHAN ON ITS OWN
003780*        CLUSTER; EQUAL KEYS ARE COMPARED FIELD BY FIELD.
003790*****************************************************************
003800 3000-COMPARE-ONE-KEY.
003810     IF FZB-MST-WALK-KEY < FZB-GRP-KEY
003820         MOVE 'MASTER - NO HISTORY' TO FZB-DET-FINDING
003830         PERFORM 3100-SET-MASTER-SIDE THRU 3100-EXIT
003840         MOVE SPACES TO FZB-DET-HST-DATE
003850         MOVE SPACES TO FZB-DET-HST-SLASH
003860         MOVE SPACES TO FZB-DET-HST-TIME
003870         MOVE SPACES TO FZB-DET-HST-CLASS
003880         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
003890         ADD 1 TO FZB-CNT-MST-ORPHAN
003900         PERFORM 2000-READ-MASTER THRU 2000-EXIT
003910         GO TO 3000-EXIT
003920     END-IF.
003930     IF FZB-MST-WALK-KEY > FZB-GRP-KEY
003940         MOVE 'HISTORY - NO MASTER' TO FZB-DET-FINDING
003950         MOVE FZB-GRP-COUNTER  TO FZB-DET-COUNTER
003960         MOVE FZB-GRP-REQ-CODE TO FZB-DET-REQ-CODE
003970         MOVE SPACES TO FZB-DET-MST-DATE
003980         MOVE SPACES TO FZB-DET-MST-SLASH
003990         MOVE SPACES TO FZB-DET-MST-TIME
004000         MOVE SPACES TO FZB-DET-MST-CLASS
004010         PERFORM 3200-SET-HISTORY-SIDE THRU 3200-EXIT
004020         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
004030         ADD 1 TO FZB-CNT-HST-ORPHAN
004040         PERFORM 2200-NEXT-HIST-GROUP THRU 2200-EXIT
004050         GO TO 3000-EXIT
004060     END-IF.
004070     IF FZB-MST-CLASS-CODE  = FZB-LAT-CLASS-CODE
004080             AND FZB-MST-CLASS-LABEL = FZB-LAT-CLASS-LABEL
004090             AND FZB-MST-REQUEST-ID  = FZB-LAT-REQUEST-ID
004100             AND FZB-MST-RUN-DATE    = FZB-LAT-RUN-DATE
004110             AND FZB-MST-RUN-TIME    = FZB-LAT-RUN-TIME
004120         ADD 1 TO FZB-CNT-MATCHED
004130     ELSE
004140         MOVE 'MISMATCH'     TO FZB-DET-FINDING
004150         PERFORM 3100-SET-MASTER-SIDE THRU 3100-EXIT
004160         PERFORM 3200-SET-HISTORY-SIDE THRU 3200-EXIT
004170         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
004180         ADD 1 TO FZB-CNT-MISMATCH
004190     END-IF.
004200     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
004210     PERFORM 2200-NEXT-HIST-GROUP THRU 2200-EXIT.
004220 3000-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    3100-SET-MASTER-SIDE
004260*        FILLS THE KEY AND MASTER COLUMNS OF THE DETAIL LINE.
004270*****************************************************************
004280 3100-SET-MASTER-SIDE.
004290     MOVE FZB-MST-COUNTER    TO FZB-DET-COUNTER.
004300     MOVE FZB-MST-REQ-CODE   TO FZB-DET-REQ-CODE.
004310     MOVE FZB-MST-RUN-DATE   TO FZB-DET-MST-DATE.
004320     MOVE '/'                TO FZB-DET-MST-SLASH.
004330     MOVE FZB-MST-RUN-TIME   TO FZB-DET-MST-TIME.
004340     MOVE FZB-MST-CLASS-CODE TO FZB-DET-MST-CLASS.
004350 3100-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    3200-SET-HISTORY-SIDE
004390*        FILLS THE LATEST-HISTORY COLUMNS OF THE DETAIL LINE.
004400*****************************************************************
004410 3200-SET-HISTORY-SIDE.
004420     MOVE FZB-LAT-RUN-DATE   TO FZB-DET-HST-DATE.
004430     MOVE '/'                TO FZB-DET-HST-SLASH.
004440     MOVE FZB-LAT-RUN-TIME   TO FZB-DET-HST-TIME.
004450     MOVE FZB-LAT-CLASS-CODE TO FZB-DET-HST-CLASS.
004460 3200-EXIT.
004470     EXIT.
004480*****************************************************************
004490*    3900-WRITE-DETAIL-LINE
004500*        WRITES THE BUILT-UP PASS 1 FINDING, BREAKING TO A NEW
004510*        PAGE AND RE-PRINTING THE HEADINGS WHEN FULL.
004520*****************************************************************
004530 3900-WRITE-DETAIL-LINE.
004540     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
004550         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004560     END-IF.
004570     WRITE FZB-REPORT-LINE FROM FZB-RPT-DETAIL
004580         AFTER ADVANCING 1 LINE.
004590     ADD 1 TO FZB-LINE-COUNT.
004600 3900-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    3950-WRITE-HEADINGS
004640*        STARTS A NEW REPORT PAGE WITH THE RUN-DATE HEADING AND
004650*        THE COLUMN HEADINGS OF THE PASS BEING REPORTED.
004660*****************************************************************
004670 3950-WRITE-HEADINGS.
004680     ADD 1 TO FZB-PAGE-COUNT.
004690     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
004700     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
004710     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
004720     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
004730     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
004740         AFTER ADVANCING FZB-TOP-OF-PAGE.
004750     IF FZB-SECTION-MASTER
004760         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
004770             AFTER ADVANCING 2 LINES
004780     ELSE
004790         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-3
004800             AFTER ADVANCING 2 LINES
004810     END-IF.
004820     MOVE 3 TO FZB-LINE-COUNT.
004830 3950-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    5000-CHECK-AUDIT
004870*        PASS 2 - STARTS A NEW PAGE AND MATCHES EACH RUN ON THE
004880*        SORTED HISTORY UNLOAD AGAINST THE SORTED AUDIT
004890*        HISTORY.
004900*****************************************************************
004910 5000-CHECK-AUDIT.
004920     SET FZB-SECTION-AUDIT TO TRUE.
004930     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
004940     PERFORM 5100-READ-HSORT THRU 5100-EXIT.
004950     PERFORM 5200-READ-AUDIT THRU 5200-EXIT.
004960     PERFORM 5300-CHECK-ONE-RUN THRU 5300-EXIT
004970         UNTIL NOT FZB-HSORT-OK.
004980 5000-EXIT.
004990     EXIT.
005000*****************************************************************
005010*    5100-READ-HSORT
005020*        READS THE NEXT SORTED HISTORY RECORD, STEPPING OVER
005030*        THE PRIME RECORD.
005040*****************************************************************
005050 5100-READ-HSORT.
005060     READ FZB-HSORT-FILE INTO FZB-HSR-RECORD
005070         AT END CONTINUE
005080     END-READ.
005090     IF FZB-HSORT-OK
005100             AND FZB-HSR-KEY = ZEROS
005110         GO TO 5100-READ-HSORT
005120     END-IF.
005130 5100-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    5200-READ-AUDIT
005170*        READS THE NEXT AUDIT RUN AND SETS ITS KEY (HIGH-VALUES
005180*        AT END).
005190*****************************************************************
005200 5200-READ-AUDIT.
005210     READ FZB-AUDIT-FILE
005220         AT END CONTINUE
005230     END-READ.
005240     IF FZB-AUDIT-OK
005250         MOVE FZB-AUDIT-RECORD TO FZB-AUD-RUN-KEY
005260     ELSE
005270         MOVE HIGH-VALUES TO FZB-AUD-RUN-KEY
005280     END-IF.
005290 5200-EXIT.
005300     EXIT.
005310*****************************************************************
005320*    5300-CHECK-ONE-RUN
005330*        COUNTS ONE RUN'S HISTORY RECORDS, ADVANCES THE AUDIT
005340*        HISTORY TO THAT RUN, AND REPORTS THE RUN IF THE AUDIT
005350*        HISTORY DOES NOT HAVE IT.  AUDIT RUNS WITH NO HISTORY
005360*        (BYPASSED OR UNLOADED RUNS, OR HISTORY ALREADY PURGED)
005370*        ARE PASSED OVER.
005380*****************************************************************
005390 5300-CHECK-ONE-RUN.
005400     MOVE FZB-HSR-RUN-KEY TO FZB-RUN-GRP-KEY.
005410     MOVE ZEROS TO FZB-RUN-GRP-CNT.
005420     PERFORM 5310-COUNT-RUN-RECORD THRU 5310-EXIT
005430         UNTIL NOT FZB-HSORT-OK
005440            OR FZB-HSR-RUN-KEY NOT = FZB-RUN-GRP-KEY.
005450     ADD 1 TO FZB-CNT-RUNS.
005460     PERFORM 5200-READ-AUDIT THRU 5200-EXIT
005470         UNTIL FZB-AUD-RUN-KEY NOT < FZB-RUN-GRP-KEY.
005480     IF FZB-AUD-RUN-KEY = FZB-RUN-GRP-KEY
005490         GO TO 5300-EXIT
005500     END-IF.
005510     ADD 1 TO FZB-CNT-RUNS-NO-AUDIT.
005520     ADD FZB-RUN-GRP-CNT TO FZB-CNT-RECS-NO-AUDIT.
005530     MOVE FZB-RUN-GRP-DATE TO FZB-AUL-RUN-DATE.
005540     MOVE FZB-RUN-GRP-TIME TO FZB-AUL-RUN-TIME.
005550     MOVE FZB-RUN-GRP-CNT  TO FZB-AUL-COUNT.
005560     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
005570         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
005580     END-IF.
005590     WRITE FZB-REPORT-LINE FROM FZB-RPT-AUDIT-LINE
005600         AFTER ADVANCING 1 LINE.
005610     ADD 1 TO FZB-LINE-COUNT.
005620 5300-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    5310-COUNT-RUN-RECORD
005660*        COUNTS ONE HISTORY RECORD OF THE CURRENT RUN AND READS
005670*        AHEAD.
005680*****************************************************************
005690 5310-COUNT-RUN-RECORD.
005700     ADD 1 TO FZB-RUN-GRP-CNT.
005710     PERFORM 5100-READ-HSORT THRU 5100-EXIT.
005720 5310-EXIT.
005730     EXIT.
005740*****************************************************************
005750*    8000-FINALIZE
005760*        WRITES THE VERIFICATION TOTALS, SETS THE RETURN CODE,
005770*        CLOSES THE FILES, AND REPORTS THE TOTALS TO THE
005780*        CONSOLE.
005790*****************************************************************
005800 8000-FINALIZE.
005810     MOVE 'MASTER RECORDS READ'   TO FZB-TRL-LABEL.
005820     MOVE FZB-CNT-MASTER          TO FZB-TRL-COUNT.
005830     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005840         AFTER ADVANCING 2 LINES.
005850     MOVE 'HISTORY RECORDS READ'  TO FZB-TRL-LABEL.
005860     MOVE FZB-CNT-HIST            TO FZB-TRL-COUNT.
005870     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005880         AFTER ADVANCING 1 LINE.
005890     MOVE 'MASTER AGREES'         TO FZB-TRL-LABEL.
005900     MOVE FZB-CNT-MATCHED         TO FZB-TRL-COUNT.
005910     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005920         AFTER ADVANCING 1 LINE.
005930     MOVE 'MISMATCHES'            TO FZB-TRL-LABEL.
005940     MOVE FZB-CNT-MISMATCH        TO FZB-TRL-COUNT.
005950     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
005960         AFTER ADVANCING 1 LINE.
005970     MOVE 'MASTER - NO HISTORY'   TO FZB-TRL-LABEL.
005980     MOVE FZB-CNT-MST-ORPHAN      TO FZB-TRL-COUNT.
005990     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006000         AFTER ADVANCING 1 LINE.
006010     MOVE 'HISTORY - NO MASTER'   TO FZB-TRL-LABEL.
006020     MOVE FZB-CNT-HST-ORPHAN      TO FZB-TRL-COUNT.
006030     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006040         AFTER ADVANCING 1 LINE.
006050     MOVE 'HISTORY RUNS CHECKED'  TO FZB-TRL-LABEL.
006060     MOVE FZB-CNT-RUNS            TO FZB-TRL-COUNT.
006070     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006080         AFTER ADVANCING 1 LINE.
006090     MOVE 'RUNS WITH NO AUDIT'    TO FZB-TRL-LABEL.
006100     MOVE FZB-CNT-RUNS-NO-AUDIT   TO FZB-TRL-COUNT.
006110     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006120         AFTER ADVANCING 1 LINE.
006130     MOVE 'RECORDS WITH NO AUDIT' TO FZB-TRL-LABEL.
006140     MOVE FZB-CNT-RECS-NO-AUDIT   TO FZB-TRL-COUNT.
006150     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006160         AFTER ADVANCING 1 LINE.
006170     IF FZB-CNT-RUNS-NO-AUDIT > 0
006180             AND RETURN-CODE < 4
006190         MOVE 4 TO RETURN-CODE
006200     END-IF.
006210     IF FZB-CNT-MISMATCH + FZB-CNT-MST-ORPHAN
006220             + FZB-CNT-HST-ORPHAN > 0
006230             AND RETURN-CODE < 8
006240         MOVE 8 TO RETURN-CODE
006250     END-IF.
006260     CLOSE FZB-MASTER-FILE.
006270     CLOSE FZB-HIST-FILE.
006280     CLOSE FZB-HSORT-FILE.
006290     CLOSE FZB-AUDIT-FILE.
006300     CLOSE FZB-REPORT-FILE.
006310     DISPLAY 'FZBMVFY - VERIFICATION SUMMARY'.
006320     DISPLAY '  MASTER READ....: ' FZB-CNT-MASTER.
006330     DISPLAY '  HISTORY READ...: ' FZB-CNT-HIST.
006340     DISPLAY '  AGREES.........: ' FZB-CNT-MATCHED.
006350     DISPLAY '  MISMATCHES.....: ' FZB-CNT-MISMATCH.
006360     DISPLAY '  MST NO HISTORY.: ' FZB-CNT-MST-ORPHAN.
006370     DISPLAY '  HST NO MASTER..: ' FZB-CNT-HST-ORPHAN.
006380     DISPLAY '  RUNS NO AUDIT..: ' FZB-CNT-RUNS-NO-AUDIT.
006390 8000-EXIT.
006400     EXIT.
