000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBRPRT.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBRPRT REPRINTS PAST REPORT SECTIONS (FIZZRPRT).  FOR EACH
000100*    RUN FZBRSEL SELECTED (AUDIN - ITS AUDOUT, ONE FZBAUD RECORD
000110*    PER RUN IN RUN DATE/TIME AND REQUEST ID ORDER) IT REBUILDS
000120*    THE REQUEST'S REPORT SECTION THE WAY FIZZBUZZ PRINTED IT -
000130*    A DETAIL LINE PER DATA RECORD, THE RUN SUMMARY, AND THE
000140*    STATISTICS PAGE - FROM THE RUN'S REPRINTED DATA RECORDS
000150*    (DATAIN, SORTED BY RUN DATE/TIME AND REQUEST ID WITH THEIR
000160*    ORIGINAL ORDER KEPT WITHIN A RUN), THE AUDIT RECORD'S
000170*    COUNTS, AND THE RUN'S STATISTICS RECORDS FROM THE STATISTICS
000180*    HISTORY (STATHIST - EVERY STAT.HIST GENERATION, MATCHED BY
000190*    RUN DATE/TIME, REQUEST ID AND REQUEST CODE).  A BYPASSED RUN
000200*    GETS ITS BYPASS LINE ONLY.
000210*    EVERY PAGE CARRIES THE ORIGINAL RUN DATE AND REQUEST ID IN
000220*    ITS HEADING, SO FZBBRST ROUTES THE SECTIONS AS USUAL, AND A
000230*    REPRINT LINE UNDER IT WITH THE REQUEST CODE, THE ORIGINAL
000240*    RUN DATE/TIME, AND TODAY'S DATE.  PAGES ARE NUMBERED FROM 1
000250*    IN EACH SECTION.  THE TRANSACTION-MODE EXCEPTIONS PAGE IS
000260*    NOT REPRINTED - THE REJECTED VALUES ARE NOT KEPT BY RUN.
000270*    RPTOUT IS RECFM FBA; EACH LINE IS WRITTEN WITH ITS OWN
000280*    CARRIAGE CONTROL BYTE, AS FZBPCMB WRITES ITS REBUILT LINES.
000290*    RETURN CODE 4 = MORE RUNS OR STATISTICS THAN THE TABLES
000300*    HOLD (THE EXCESS IS NOT PRINTED) OR A RUN WHOSE STATISTICS
000310*    ARE NOT ON STAT.HIST; 12 = A FILE COULD NOT BE OPENED AND
000320*    NOTHING WAS PRINTED.
000330*    MODIFICATION HISTORY.
000340*        2026-10-15  JHM  ORIGINAL PROGRAM.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FZB-AUDIT-FILE
000430         ASSIGN TO AUDIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FZB-AUDIT-STATUS.
000460     SELECT FZB-DATA-FILE
000470         ASSIGN TO DATAIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FZB-DATA-STATUS.
000500     SELECT FZB-STAT-FILE
000510         ASSIGN TO STATHIST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FZB-STAT-STATUS.
000540     SELECT FZB-REPORT-FILE
000550         ASSIGN TO RPTOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FZB-REPORT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FZB-AUDIT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY FZBAUD.
000650*
000660 FD  FZB-DATA-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY FZBDOUT.
000700*
000710 FD  FZB-STAT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY FZBSTAT.
000750*
000760 FD  FZB-REPORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  FZB-REPORT-RECORD               PIC X(81).
000800*
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000830*    FILE STATUS SWITCHES
000840*****************************************************************
000850 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
000860     88  FZB-AUDIT-OK                      VALUE '00'.
000870     88  FZB-AUDIT-EOF                     VALUE '10'.
000880 01  FZB-DATA-STATUS             PIC X(02) VALUE SPACES.
000890     88  FZB-DATA-OK                       VALUE '00'.
000900     88  FZB-DATA-EOF                      VALUE '10'.
000910 01  FZB-STAT-STATUS             PIC X(02) VALUE SPACES.
000920     88  FZB-STAT-OK                       VALUE '00'.
000930     88  FZB-STAT-EOF                      VALUE '10'.
000940 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000950     88  FZB-REPORT-OK                     VALUE '00'.
000960 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
000970     88  FZB-REPRINT-ABORTED               VALUE 'Y'.
000980     88  FZB-REPRINT-RUNNING               VALUE 'N'.
000990*****************************************************************
001000*    RUNS TO REPRINT - ONE ENTRY PER AUDIN RECORD, WITH ITS
001010*    COUNTS AND ITS STATISTICS.  THE STATISTICS SLOTS HOLD THE
001020*    THREE RULES AND THE EIGHT COMBINATIONS FIZZBUZZ CAN WRITE
001030*    FOR ONE REQUEST.
001040*****************************************************************
001050 01  FZB-SEL-MAX                 PIC 9(02) VALUE 50.
001060 01  FZB-SEL-COUNT               PIC 9(02) VALUE 0.
001070 01  FZB-SEL-TABLE.
001080     05  FZB-SEL-ENTRY OCCURS 50 TIMES
001090             INDEXED BY FZB-SEL-IDX.
001100         10  FZB-SEL-REQUEST-ID  PIC 9(04).
001110         10  FZB-SEL-RUN-DATE    PIC 9(06).
001120         10  FZB-SEL-RUN-TIME    PIC 9(08).
001130         10  FZB-SEL-REQ-CODE    PIC X(08).
001140         10  FZB-SEL-STATUS      PIC X(01).
001150             88  FZB-SEL-BYPASSED              VALUE 'B'.
001160         10  FZB-SEL-MODE        PIC X(01).
001170             88  FZB-SEL-MODE-TRAN             VALUE 'T'.
001180         10  FZB-SEL-CNT         PIC 9(06) OCCURS 6 TIMES.
001190         10  FZB-SEL-SUBMIT-CNT  PIC 9(06).
001200         10  FZB-SEL-BATCH-CNT   PIC 9(02).
001210         10  FZB-SEL-STA-COUNT   PIC 9(02).
001220         10  FZB-SEL-STA-ENTRY OCCURS 11 TIMES.
001230             15  FZB-SST-TYPE    PIC X(01).
001240             15  FZB-SST-KEY     PIC X(03).
001250             15  FZB-SST-LABEL   PIC X(08).
001260             15  FZB-SST-DIVISOR PIC 9(03).
001270             15  FZB-SST-TEST-TYPE
001280                                 PIC X(01).
001290             15  FZB-SST-COUNT   PIC 9(06).
001300             15  FZB-SST-PERCENT PIC 9(03)V9(02).
001310 01  FZB-SEL-FOUND-SW            PIC X(01) VALUE 'N'.
001320     88  FZB-SEL-FOUND                     VALUE 'Y'.
001330     88  FZB-SEL-NOT-FOUND                 VALUE 'N'.
001340 01  FZB-SEL-SUB                 PIC 9(02) VALUE 0.
001350 01  FZB-STA-SUB                 PIC 9(02) VALUE 0.
001360 01  FZB-STA-DUP-SW              PIC X(01) VALUE 'N'.
001370     88  FZB-STA-DUPLICATE                 VALUE 'Y'.
001380*****************************************************************
001390*    THE SECTION BEING PRINTED AND THE CURRENT DATA RECORD, BY
001400*    RUN DATE/TIME AND REQUEST ID (HIGH-VALUES AT END OF DATAIN)
001410*****************************************************************
001420 01  FZB-SEC-KEY.
001430     05  FZB-SKY-RUN-DATE        PIC 9(06).
001440     05  FZB-SKY-RUN-TIME        PIC 9(08).
001450     05  FZB-SKY-REQUEST-ID      PIC 9(04).
001460 01  FZB-DAT-KEY.
001470     05  FZB-DKY-RUN-DATE        PIC 9(06).
001480     05  FZB-DKY-RUN-TIME        PIC 9(08).
001490     05  FZB-DKY-REQUEST-ID      PIC 9(04).
001500*****************************************************************
001510*    PAGE CONTROL AND WORK FIELDS
001520*****************************************************************
001530 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
001540 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
001550 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
001560 01  FZB-TODAY                   PIC 9(06) VALUE 0.
001570 01  FZB-TODAY-X REDEFINES FZB-TODAY.
001580     05  FZB-TODAY-YY            PIC 99.
001590     05  FZB-TODAY-MM            PIC 99.
001600     05  FZB-TODAY-DD            PIC 99.
001610 01  FZB-WRK-DATE                PIC 9(06) VALUE 0.
001620 01  FZB-WRK-DATE-X REDEFINES FZB-WRK-DATE.
001630     05  FZB-WRK-DATE-YY         PIC 99.
001640     05  FZB-WRK-DATE-MM         PIC 99.
001650     05  FZB-WRK-DATE-DD         PIC 99.
001660 01  FZB-WRK-TIME                PIC 9(08) VALUE 0.
001670 01  FZB-WRK-TIME-X REDEFINES FZB-WRK-TIME.
001680     05  FZB-WRK-TIME-HH         PIC 99.
001690     05  FZB-WRK-TIME-MI         PIC 99.
001700     05  FZB-WRK-TIME-SS         PIC 99.
001710     05  FZB-WRK-TIME-CC         PIC 99.
001720 01  FZB-DET-HOLD                PIC X(80) VALUE SPACES.
001730 01  FZB-STAT-TOTAL              PIC 9(06) VALUE 0.
001740 01  FZB-STAT-COMBO-SUM          PIC 9(07) VALUE 0.
001750 01  FZB-REJECT-CNT              PIC 9(06) VALUE 0.
001760*****************************************************************
001770*    RUN COUNTERS
001780*****************************************************************
001790 01  FZB-CNT-AUDIT               PIC 9(06) VALUE 0.
001800 01  FZB-CNT-STA-IN              PIC 9(09) VALUE 0.
001810 01  FZB-CNT-STA-USED            PIC 9(06) VALUE 0.
001820 01  FZB-CNT-DATA                PIC 9(09) VALUE 0.
001830 01  FZB-CNT-DATA-SKIPPED        PIC 9(09) VALUE 0.
001840 01  FZB-CNT-SECTIONS            PIC 9(04) VALUE 0.
001850 01  FZB-CNT-NO-STATS            PIC 9(04) VALUE 0.
001860 01  FZB-CNT-RPT-OUT             PIC 9(09) VALUE 0.
001870*****************************************************************
001880*    REPORT LINE LAYOUTS - THE SAME LINES FIZZBUZZ PRINTS, WITH
001890*    THE CARRIAGE CONTROL BYTE SET FOR EACH LINE WRITTEN, AND THE
001900*    REPRINT LINE PRINTED UNDER EACH PAGE HEADING.
001910*****************************************************************
001920 01  FZB-GEN-LINE.
001930     05  FZB-GEN-CC              PIC X(01).
001940     05  FZB-GEN-BODY            PIC X(80).
001950 01  FZB-RPT-HEADING-1.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  FILLER                  PIC X(31) VALUE
001980             'FIZZBUZZ CLASSIFICATION REPORT'.
001990     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002000     05  FZB-H1-MM               PIC 99.
002010     05  FILLER                  PIC X(01) VALUE '/'.
002020     05  FZB-H1-DD               PIC 99.
002030     05  FILLER                  PIC X(01) VALUE '/'.
002040     05  FZB-H1-YY               PIC 99.
002050     05  FILLER                  PIC X(06) VALUE SPACES.
002060     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002070     05  FZB-H1-PAGE             PIC ZZZ9.
002080     05  FILLER                  PIC X(03) VALUE SPACES.
002090     05  FILLER                  PIC X(08) VALUE 'REQUEST '.
002100     05  FZB-H1-REQUEST          PIC ZZZ9.
002110 01  FZB-RPT-REPRINT-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(15) VALUE
002140             '*** REPRINT ***'.
002150     05  FILLER                  PIC X(07) VALUE '  CODE '.
002160     05  FZB-RPL-REQ-CODE        PIC X(08).
002170     05  FILLER                  PIC X(09) VALUE '  RUN OF '.
002180     05  FZB-RPL-RUN-MM          PIC 99.
002190     05  FILLER                  PIC X(01) VALUE '/'.
002200     05  FZB-RPL-RUN-DD          PIC 99.
002210     05  FILLER                  PIC X(01) VALUE '/'.
002220     05  FZB-RPL-RUN-YY          PIC 99.
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  FZB-RPL-RUN-HH          PIC 99.
002250     05  FILLER                  PIC X(01) VALUE ':'.
002260     05  FZB-RPL-RUN-MI          PIC 99.
002270     05  FILLER                  PIC X(01) VALUE ':'.
002280     05  FZB-RPL-RUN-SS          PIC 99.
002290     05  FILLER                  PIC X(12) VALUE '  REPRINTED '.
002300     05  FZB-RPL-TODAY-MM        PIC 99.
002310     05  FILLER                  PIC X(01) VALUE '/'.
002320     05  FZB-RPL-TODAY-DD        PIC 99.
002330     05  FILLER                  PIC X(01) VALUE '/'.
002340     05  FZB-RPL-TODAY-YY        PIC 99.
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360 01  FZB-RPT-HEADING-2.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  FILLER                  PIC X(10) VALUE 'COUNTER'.
002390     05  FILLER                  PIC X(05) VALUE SPACES.
002400     05  FILLER                  PIC X(20) VALUE 'CLASSIFICATION'.
002410     05  FILLER                  PIC X(44) VALUE SPACES.
002420 01  FZB-RPT-DETAIL.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  FZB-DET-COUNTER         PIC ZZZZZ9.
002450     05  FILLER                  PIC X(05) VALUE SPACES.
002460     05  FZB-DET-CLASS           PIC X(20).
002470     05  FILLER                  PIC X(44) VALUE SPACES.
002480 01  FZB-RPT-BYPASS-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  FILLER                  PIC X(46) VALUE
002510             'REQUEST BYPASSED - INVALID PARMS - SEE CONSOLE'.
002520     05  FILLER                  PIC X(33) VALUE SPACES.
002530 01  FZB-RPT-NO-BATCH-LINE.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(46) VALUE
002560             'REQUEST BYPASSED - NO BALANCED BATCH ON TRANIN'.
002570     05  FILLER                  PIC X(33) VALUE SPACES.
002580 01  FZB-RPT-TRAILER-HEAD.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  FILLER                  PIC X(20) VALUE 'RUN SUMMARY'.
002610     05  FILLER                  PIC X(59) VALUE SPACES.
002620 01  FZB-RPT-TRAILER-LINE.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FZB-TRL-LABEL           PIC X(20).
002650     05  FZB-TRL-COUNT           PIC ZZZ,ZZ9.
002660     05  FILLER                  PIC X(52) VALUE SPACES.
002670 01  FZB-RPT-STAT-HEAD.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  FILLER                  PIC X(20) VALUE
002700             'REQUEST STATISTICS'.
002710     05  FILLER                  PIC X(59) VALUE SPACES.
002720 01  FZB-RPT-STAT-RULE-LINE.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(06) VALUE 'RULE  '.
002750     05  FZB-STR-LABEL           PIC X(08).
002760     05  FILLER                  PIC X(06) VALUE ' TYPE '.
002770     05  FZB-STR-TYPE            PIC X(01).
002780     05  FILLER                  PIC X(09) VALUE '  OPERAND'.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  FZB-STR-DIVISOR         PIC 9(03).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  FZB-STR-COUNT           PIC ZZZ,ZZ9.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  FZB-STR-PCT             PIC ZZ9.99.
002850     05  FILLER                  PIC X(28) VALUE SPACES.
002860 01  FZB-RPT-STAT-COMBO-LINE.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  FILLER                  PIC X(06) VALUE 'COMBO '.
002890     05  FZB-STC-CODE            PIC X(03).
002900     05  FILLER                  PIC X(18) VALUE SPACES.
002910     05  FZB-STC-COUNT           PIC ZZZ,ZZ9.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FZB-STC-PCT             PIC ZZ9.99.
002940     05  FILLER                  PIC X(37) VALUE SPACES.
002950 01  FZB-RPT-STAT-NOTE-LINE.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  FILLER                  PIC X(44) VALUE
002980             'STATISTICS COVER THE RESUMED PORTION ONLY'.
002990     05  FILLER                  PIC X(35) VALUE SPACES.
003000 01  FZB-RPT-STAT-NONE-LINE.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  FILLER                  PIC X(44) VALUE
003030             'STATISTICS NOT ON THE STATISTICS HISTORY'.
003040     05  FILLER                  PIC X(35) VALUE SPACES.
003050*
003060 PROCEDURE DIVISION.
003070*****************************************************************
003080*    0000-MAINLINE
003090*        CONTROLS THE OVERALL FLOW OF THE REPRINT.
003100*****************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF FZB-REPRINT-RUNNING
003140         PERFORM 3000-WRITE-SECTION THRU 3000-EXIT
003150             VARYING FZB-SEL-SUB FROM 1 BY 1
003160             UNTIL FZB-SEL-SUB > FZB-SEL-COUNT
003170     END-IF.
003180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003190     GO TO 0000-MAINLINE-EXIT.
003200 0000-MAINLINE-EXIT.
003210     STOP RUN.
003220*****************************************************************
003230*    1000-INITIALIZE
003240*        OPENS THE FILES, LOADS THE RUNS TO REPRINT AND THEIR
003250*        STATISTICS, AND READS THE FIRST DATA RECORD.  A FILE
003260*        THAT WILL NOT OPEN ENDS THE RUN 12.
003270*****************************************************************
003280 1000-INITIALIZE.
003290     ACCEPT FZB-TODAY FROM DATE.
003300     OPEN INPUT FZB-AUDIT-FILE.
003310     IF NOT FZB-AUDIT-OK
003320         DISPLAY 'FZBRPRT - AUDIN OPEN FAILED - STATUS '
003330             FZB-AUDIT-STATUS
003340         SET FZB-REPRINT-ABORTED TO TRUE
003350     END-IF.
003360     OPEN INPUT FZB-DATA-FILE.
003370     IF NOT FZB-DATA-OK
003380         DISPLAY 'FZBRPRT - DATAIN OPEN FAILED - STATUS '
003390             FZB-DATA-STATUS
003400         SET FZB-REPRINT-ABORTED TO TRUE
003410     END-IF.
003420     OPEN INPUT FZB-STAT-FILE.
003430     IF NOT FZB-STAT-OK
003440         DISPLAY 'FZBRPRT - STATHIST OPEN FAILED - STATUS '
003450             FZB-STAT-STATUS
003460         SET FZB-REPRINT-ABORTED TO TRUE
003470     END-IF.
003480     OPEN OUTPUT FZB-REPORT-FILE.
003490     IF NOT FZB-REPORT-OK
003500         DISPLAY 'FZBRPRT - RPTOUT OPEN FAILED - STATUS '
003510             FZB-REPORT-STATUS
003520         SET FZB-REPRINT-ABORTED TO TRUE
003530     END-IF.
003540     IF FZB-REPRINT-ABORTED
003550         MOVE 12 TO RETURN-CODE
003560         GO TO 1000-EXIT
003570     END-IF.
003580     PERFORM 1100-LOAD-ONE-RUN THRU 1100-EXIT
003590         UNTIL NOT FZB-AUDIT-OK.
003600     CLOSE FZB-AUDIT-FILE.
003610     PERFORM 1200-LOAD-ONE-STAT THRU 1200-EXIT
003620         UNTIL NOT FZB-STAT-OK.
003630     CLOSE FZB-STAT-FILE.
003640     PERFORM 3100-READ-DATA THRU 3100-EXIT.
003650 1000-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    1100-LOAD-ONE-RUN
003690*        READS ONE AUDIN RECORD INTO THE TABLE OF RUNS.
003700*****************************************************************
003710 1100-LOAD-ONE-RUN.
003720     READ FZB-AUDIT-FILE
003730         AT END GO TO 1100-EXIT
003740     END-READ.
003750     ADD 1 TO FZB-CNT-AUDIT.
003760     IF FZB-SEL-COUNT NOT < FZB-SEL-MAX
003770         DISPLAY 'FZBRPRT - MORE THAN ' FZB-SEL-MAX
003780             ' RUNS ON AUDIN - RUN ' FZB-AUD-RUN-DATE ' '
003790             FZB-AUD-RUN-TIME ' REQUEST ' FZB-AUD-REQUEST-ID
003800             ' NOT REPRINTED'
003810         IF RETURN-CODE < 4
003820             MOVE 4 TO RETURN-CODE
003830         END-IF
003840         GO TO 1100-EXIT
003850     END-IF.
003860     ADD 1 TO FZB-SEL-COUNT.
003870     SET FZB-SEL-IDX TO FZB-SEL-COUNT.
003880     MOVE FZB-AUD-REQUEST-ID TO FZB-SEL-REQUEST-ID(FZB-SEL-IDX).
003890     MOVE FZB-AUD-RUN-DATE   TO FZB-SEL-RUN-DATE(FZB-SEL-IDX).
003900     MOVE FZB-AUD-RUN-TIME   TO FZB-SEL-RUN-TIME(FZB-SEL-IDX).
003910     MOVE FZB-AUD-REQ-CODE   TO FZB-SEL-REQ-CODE(FZB-SEL-IDX).
003920     MOVE FZB-AUD-RUN-STATUS TO FZB-SEL-STATUS(FZB-SEL-IDX).
003930     MOVE FZB-AUD-RUN-MODE   TO FZB-SEL-MODE(FZB-SEL-IDX).
003940     MOVE FZB-AUD-FIZZ-ONLY-CNT TO FZB-SEL-CNT(FZB-SEL-IDX, 1).
003950     MOVE FZB-AUD-BUZZ-ONLY-CNT TO FZB-SEL-CNT(FZB-SEL-IDX, 2).
003960     MOVE FZB-AUD-FIZZBUZZ-CNT  TO FZB-SEL-CNT(FZB-SEL-IDX, 3).
003970     MOVE FZB-AUD-OTHER-CNT     TO FZB-SEL-CNT(FZB-SEL-IDX, 4).
003980     MOVE FZB-AUD-PLAIN-CNT     TO FZB-SEL-CNT(FZB-SEL-IDX, 5).
003990     MOVE FZB-AUD-TOTAL-CNT     TO FZB-SEL-CNT(FZB-SEL-IDX, 6).
004000     IF FZB-AUD-SUBMIT-CNT-X NUMERIC
004010         MOVE FZB-AUD-SUBMIT-CNT
004020             TO FZB-SEL-SUBMIT-CNT(FZB-SEL-IDX)
004030     ELSE
004040         MOVE 0 TO FZB-SEL-SUBMIT-CNT(FZB-SEL-IDX)
004050     END-IF.
004060     MOVE FZB-AUD-BATCH-CNT  TO FZB-SEL-BATCH-CNT(FZB-SEL-IDX).
004070     MOVE 0 TO FZB-SEL-STA-COUNT(FZB-SEL-IDX).
004080 1100-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    1200-LOAD-ONE-STAT
004120*        READS ONE STATISTICS HISTORY RECORD AND FILES IT UNDER
004130*        ITS RUN, IF THAT RUN IS BEING REPRINTED.  THE SAME RUN
004140*        ARCHIVED TWICE IS FILED ONCE.
004150*****************************************************************
004160 1200-LOAD-ONE-STAT.
004170     READ FZB-STAT-FILE
004180         AT END GO TO 1200-EXIT
004190     END-READ.
004200     ADD 1 TO FZB-CNT-STA-IN.
004210     PERFORM 1210-FIND-RUN THRU 1210-EXIT.
004220     IF FZB-SEL-NOT-FOUND
004230         GO TO 1200-EXIT
004240     END-IF.
004250     MOVE 'N' TO FZB-STA-DUP-SW.
004260     PERFORM 1220-CHECK-DUPLICATE THRU 1220-EXIT
004270         VARYING FZB-STA-SUB FROM 1 BY 1
004280         UNTIL FZB-STA-SUB > FZB-SEL-STA-COUNT(FZB-SEL-IDX).
004290     IF FZB-STA-DUPLICATE
004300         GO TO 1200-EXIT
004310     END-IF.
004320     IF FZB-SEL-STA-COUNT(FZB-SEL-IDX) NOT < 11
004330         DISPLAY 'FZBRPRT - MORE THAN 11 STATISTICS FOR RUN '
004340             FZB-STA-RUN-DATE ' ' FZB-STA-RUN-TIME ' REQUEST '
004350             FZB-STA-REQUEST-ID ' - ' FZB-STA-TYPE FZB-STA-KEY
004360             ' NOT PRINTED'
004370         IF RETURN-CODE < 4
004380             MOVE 4 TO RETURN-CODE
004390         END-IF
004400         GO TO 1200-EXIT
004410     END-IF.
004420     ADD 1 TO FZB-SEL-STA-COUNT(FZB-SEL-IDX).
004430     MOVE FZB-SEL-STA-COUNT(FZB-SEL-IDX) TO FZB-STA-SUB.
004440     MOVE FZB-STA-TYPE
004450         TO FZB-SST-TYPE(FZB-SEL-IDX, FZB-STA-SUB).
004460     MOVE FZB-STA-KEY
004470         TO FZB-SST-KEY(FZB-SEL-IDX, FZB-STA-SUB).
004480     MOVE FZB-STA-LABEL
004490         TO FZB-SST-LABEL(FZB-SEL-IDX, FZB-STA-SUB).
004500     MOVE FZB-STA-DIVISOR
004510         TO FZB-SST-DIVISOR(FZB-SEL-IDX, FZB-STA-SUB).
004520     MOVE FZB-STA-TEST-TYPE
004530         TO FZB-SST-TEST-TYPE(FZB-SEL-IDX, FZB-STA-SUB).
004540     MOVE FZB-STA-COUNT
004550         TO FZB-SST-COUNT(FZB-SEL-IDX, FZB-STA-SUB).
004560     MOVE FZB-STA-PERCENT
004570         TO FZB-SST-PERCENT(FZB-SEL-IDX, FZB-STA-SUB).
004580     ADD 1 TO FZB-CNT-STA-USED.
004590 1200-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    1210-FIND-RUN
004630*        LOOKS UP THE STATISTICS RECORD'S RUN AMONG THE RUNS TO
004640*        REPRINT.
004650*****************************************************************
004660 1210-FIND-RUN.
004670     SET FZB-SEL-NOT-FOUND TO TRUE.
004680     IF FZB-SEL-COUNT > 0
004690         SET FZB-SEL-IDX TO 1
004700         SEARCH FZB-SEL-ENTRY
004710             AT END CONTINUE
004720             WHEN FZB-SEL-IDX > FZB-SEL-COUNT
004730                 CONTINUE
004740             WHEN FZB-SEL-RUN-DATE(FZB-SEL-IDX) = FZB-STA-RUN-DATE
004750                 AND FZB-SEL-RUN-TIME(FZB-SEL-IDX)
004760                     = FZB-STA-RUN-TIME
004770                 AND FZB-SEL-REQUEST-ID(FZB-SEL-IDX)
004780                     = FZB-STA-REQUEST-ID
004790                 AND FZB-SEL-REQ-CODE(FZB-SEL-IDX)
004800                     = FZB-STA-REQ-CODE
004810                 SET FZB-SEL-FOUND TO TRUE
004820         END-SEARCH
004830     END-IF.
004840 1210-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    1220-CHECK-DUPLICATE
004880*        FLAGS A STATISTIC ALREADY FILED FOR THE RUN.
004890*****************************************************************
004900 1220-CHECK-DUPLICATE.
004910     IF FZB-SST-TYPE(FZB-SEL-IDX, FZB-STA-SUB) = FZB-STA-TYPE
004920             AND FZB-SST-KEY(FZB-SEL-IDX, FZB-STA-SUB)
004930                 = FZB-STA-KEY
004940         SET FZB-STA-DUPLICATE TO TRUE
004950     END-IF.
004960 1220-EXIT.
004970     EXIT.
004980*****************************************************************
004990*    3000-WRITE-SECTION
005000*        REBUILDS ONE RUN'S REPORT SECTION.  THE DATA FILE IS IN
005010*        THE SAME RUN AND REQUEST ORDER AS THE RUNS, SO IT IS
005020*        READ FORWARD TO THE RUN; ANY DATA RECORD AHEAD OF IT
005030*        BELONGS TO NO REPRINTED RUN AND IS PASSED OVER.
005040*****************************************************************
005050 3000-WRITE-SECTION.
005060     SET FZB-SEL-IDX TO FZB-SEL-SUB.
005070     MOVE FZB-SEL-RUN-DATE(FZB-SEL-IDX)   TO FZB-SKY-RUN-DATE.
005080     MOVE FZB-SEL-RUN-TIME(FZB-SEL-IDX)   TO FZB-SKY-RUN-TIME.
005090     MOVE FZB-SEL-REQUEST-ID(FZB-SEL-IDX) TO FZB-SKY-REQUEST-ID.
005100     ADD 1 TO FZB-CNT-SECTIONS.
005110     MOVE 0 TO FZB-PAGE-COUNT.
005120     PERFORM 3200-SKIP-DATA THRU 3200-EXIT
005130         UNTIL FZB-DAT-KEY NOT < FZB-SEC-KEY.
005140     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
005150     IF FZB-SEL-BYPASSED(FZB-SEL-IDX)
005160         PERFORM 6400-WRITE-BYPASS THRU 6400-EXIT
005170         GO TO 3000-EXIT
005180     END-IF.
005190     PERFORM 6510-WRITE-DETAIL THRU 6510-EXIT
005200         UNTIL FZB-DAT-KEY NOT = FZB-SEC-KEY.
005210     PERFORM 6600-WRITE-TRAILER THRU 6600-EXIT.
005220     PERFORM 6700-WRITE-STATISTICS THRU 6700-EXIT.
005230 3000-EXIT.
005240     EXIT.
005250*****************************************************************
005260*    3100-READ-DATA
005270*        READS THE NEXT DATA RECORD AND SETS ITS RUN AND REQUEST
005280*        KEY - HIGH-VALUES AT END OF FILE.
005290*****************************************************************
005300 3100-READ-DATA.
005310     READ FZB-DATA-FILE
005320         AT END CONTINUE
005330     END-READ.
005340     IF FZB-DATA-OK
005350         MOVE FZB-DATA-RUN-DATE   TO FZB-DKY-RUN-DATE
005360         MOVE FZB-DATA-RUN-TIME   TO FZB-DKY-RUN-TIME
005370         MOVE FZB-DATA-REQUEST-ID TO FZB-DKY-REQUEST-ID
005380     ELSE
005390         MOVE HIGH-VALUES TO FZB-DAT-KEY
005400     END-IF.
005410 3100-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    3200-SKIP-DATA
005450*        PASSES OVER ONE DATA RECORD OF NO REPRINTED RUN.
005460*****************************************************************
005470 3200-SKIP-DATA.
005480     ADD 1 TO FZB-CNT-DATA-SKIPPED.
005490     PERFORM 3100-READ-DATA THRU 3100-EXIT.
005500 3200-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    6400-WRITE-BYPASS
005540*        A BYPASSED RUN PRINTED ONLY ITS BYPASS LINE - NO BALANCED
005550*        BATCH FOR A TRANSACTION REQUEST, INVALID PARMS OTHERWISE.
005560*****************************************************************
005570 6400-WRITE-BYPASS.
005580     IF FZB-SEL-MODE-TRAN(FZB-SEL-IDX)
005590         MOVE FZB-RPT-NO-BATCH-LINE TO FZB-GEN-BODY
005600     ELSE
005610         MOVE FZB-RPT-BYPASS-LINE TO FZB-GEN-BODY
005620     END-IF.
005630     MOVE '0' TO FZB-GEN-CC.
005640     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
005650     ADD 2 TO FZB-LINE-COUNT.
005660 6400-EXIT.
005670     EXIT.
005680*****************************************************************
005690*    6510-WRITE-DETAIL
005700*        WRITES ONE DETAIL LINE, BREAKING TO A NEW PAGE WHEN THE
005710*        CURRENT ONE IS FULL, AND READS THE NEXT DATA RECORD.
005720*****************************************************************
005730 6510-WRITE-DETAIL.
005740     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
005750         PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT
005760     END-IF.
005770     MOVE FZB-DATA-COUNTER     TO FZB-DET-COUNTER.
005780     MOVE FZB-DATA-CLASS-LABEL TO FZB-DET-CLASS.
005790     MOVE ' ' TO FZB-GEN-CC.
005800     MOVE FZB-RPT-DETAIL TO FZB-GEN-BODY.
005810     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
005820     ADD 1 TO FZB-LINE-COUNT.
005830     ADD 1 TO FZB-CNT-DATA.
005840     PERFORM 3100-READ-DATA THRU 3100-EXIT.
005850 6510-EXIT.
005860     EXIT.
005870*****************************************************************
005880*    6600-WRITE-TRAILER
005890*        WRITES THE RUN SUMMARY FROM THE AUDIT RECORD'S COUNTS.
005900*        A TRANSACTION REQUEST ALSO SHOWS ITS REJECTED, SUBMITTED
005910*        AND BATCH COUNTS - REJECTED IS SUBMITTED LESS CLASSIFIED.
005920*****************************************************************
005930 6600-WRITE-TRAILER.
005940     MOVE '0' TO FZB-GEN-CC.
005950     MOVE FZB-RPT-TRAILER-HEAD TO FZB-GEN-BODY.
005960     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
005970     MOVE 'FIZZ ONLY'      TO FZB-TRL-LABEL.
005980     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 1) TO FZB-TRL-COUNT.
005990     MOVE '0' TO FZB-GEN-CC.
006000     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006010     MOVE 'BUZZ ONLY'      TO FZB-TRL-LABEL.
006020     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 2) TO FZB-TRL-COUNT.
006030     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006040     MOVE 'FIZZBUZZ'       TO FZB-TRL-LABEL.
006050     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 3) TO FZB-TRL-COUNT.
006060     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006070     MOVE 'OTHER (BAZZ)'   TO FZB-TRL-LABEL.
006080     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 4) TO FZB-TRL-COUNT.
006090     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006100     MOVE 'PLAIN NUMBER'   TO FZB-TRL-LABEL.
006110     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 5) TO FZB-TRL-COUNT.
006120     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006130     IF FZB-SEL-MODE-TRAN(FZB-SEL-IDX)
006140         MOVE 0 TO FZB-REJECT-CNT
006150         IF FZB-SEL-SUBMIT-CNT(FZB-SEL-IDX)
006160                 > FZB-SEL-CNT(FZB-SEL-IDX, 6)
006170             COMPUTE FZB-REJECT-CNT =
006180                 FZB-SEL-SUBMIT-CNT(FZB-SEL-IDX)
006190                 - FZB-SEL-CNT(FZB-SEL-IDX, 6)
006200         END-IF
006210         MOVE 'REJECTED'       TO FZB-TRL-LABEL
006220         MOVE FZB-REJECT-CNT   TO FZB-TRL-COUNT
006230         PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT
006240     END-IF.
006250     MOVE 'TOTAL PROCESSED' TO FZB-TRL-LABEL.
006260     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 6) TO FZB-TRL-COUNT.
006270     MOVE '0' TO FZB-GEN-CC.
006280     PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT.
006290     IF FZB-SEL-MODE-TRAN(FZB-SEL-IDX)
006300         MOVE 'RECORDS SUBMITTED' TO FZB-TRL-LABEL
006310         MOVE FZB-SEL-SUBMIT-CNT(FZB-SEL-IDX) TO FZB-TRL-COUNT
006320         PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT
006330         MOVE 'BATCHES ACCEPTED'  TO FZB-TRL-LABEL
006340         MOVE FZB-SEL-BATCH-CNT(FZB-SEL-IDX) TO FZB-TRL-COUNT
006350         PERFORM 6610-WRITE-TRAILER-LINE THRU 6610-EXIT
006360     END-IF.
006370 6600-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    6610-WRITE-TRAILER-LINE
006410*        WRITES ONE RUN SUMMARY LINE WITH THE CARRIAGE CONTROL
006420*        ALREADY SET, THEN SETS SINGLE SPACING FOR THE NEXT.
006430*****************************************************************
006440 6610-WRITE-TRAILER-LINE.
006450     MOVE FZB-RPT-TRAILER-LINE TO FZB-GEN-BODY.
006460     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
006470     MOVE ' ' TO FZB-GEN-CC.
006480 6610-EXIT.
006490     EXIT.
006500*****************************************************************
006510*    6700-WRITE-STATISTICS
006520*        PRINTS THE STATISTICS PAGE FROM THE RUN'S STATISTICS
006530*        RECORDS, WITH THE PERCENTS AS FIZZBUZZ PRINTED THEM.
006540*        WHEN THE COMBINATIONS DO NOT ADD UP TO THE TOTAL THE RUN
006550*        WAS RESUMED, AND THE PAGE SAYS SO AS FIZZBUZZ'S DID.  A
006560*        RUN WITH NO STATISTICS ON THE HISTORY SAYS THAT INSTEAD.
006570*****************************************************************
006580 6700-WRITE-STATISTICS.
006590     MOVE FZB-SEL-CNT(FZB-SEL-IDX, 6) TO FZB-STAT-TOTAL.
006600     MOVE 0 TO FZB-STAT-COMBO-SUM.
006610     PERFORM 6710-ADD-COMBO THRU 6710-EXIT
006620         VARYING FZB-STA-SUB FROM 1 BY 1
006630         UNTIL FZB-STA-SUB > FZB-SEL-STA-COUNT(FZB-SEL-IDX).
006640     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
006650     MOVE '0' TO FZB-GEN-CC.
006660     MOVE FZB-RPT-STAT-HEAD TO FZB-GEN-BODY.
006670     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
006680     ADD 2 TO FZB-LINE-COUNT.
006690     IF FZB-SEL-STA-COUNT(FZB-SEL-IDX) = 0
006700         DISPLAY 'FZBRPRT - RUN ' FZB-SKY-RUN-DATE ' '
006710             FZB-SKY-RUN-TIME ' REQUEST ' FZB-SKY-REQUEST-ID
006720             ' HAS NO STATISTICS ON STAT.HIST'
006730         IF RETURN-CODE < 4
006740             MOVE 4 TO RETURN-CODE
006750         END-IF
006760         ADD 1 TO FZB-CNT-NO-STATS
006770         MOVE ' ' TO FZB-GEN-CC
006780         MOVE FZB-RPT-STAT-NONE-LINE TO FZB-GEN-BODY
006790         PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT
006800         ADD 1 TO FZB-LINE-COUNT
006810         GO TO 6700-EXIT
006820     END-IF.
006830     IF FZB-STAT-COMBO-SUM < FZB-STAT-TOTAL
006840         MOVE ' ' TO FZB-GEN-CC
006850         MOVE FZB-RPT-STAT-NOTE-LINE TO FZB-GEN-BODY
006860         PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT
006870         ADD 1 TO FZB-LINE-COUNT
006880     END-IF.
006890     PERFORM 6720-WRITE-STAT-LINE THRU 6720-EXIT
006900         VARYING FZB-STA-SUB FROM 1 BY 1
006910         UNTIL FZB-STA-SUB > FZB-SEL-STA-COUNT(FZB-SEL-IDX).
006920 6700-EXIT.
006930     EXIT.
006940*****************************************************************
006950*    6710-ADD-COMBO
006960*        ADDS ONE COMBINATION'S COUNT TO THE COMBINATION SUM.
006970*****************************************************************
006980 6710-ADD-COMBO.
006990     IF FZB-SST-TYPE(FZB-SEL-IDX, FZB-STA-SUB) = 'C'
007000         ADD FZB-SST-COUNT(FZB-SEL-IDX, FZB-STA-SUB)
007010             TO FZB-STAT-COMBO-SUM
007020     END-IF.
007030 6710-EXIT.
007040     EXIT.
007050*****************************************************************
007060*    6720-WRITE-STAT-LINE
007070*        PRINTS ONE RULE OR COMBINATION LINE OF THE STATISTICS
007080*        PAGE.
007090*****************************************************************
007100 6720-WRITE-STAT-LINE.
007110     IF FZB-SST-TYPE(FZB-SEL-IDX, FZB-STA-SUB) = 'R'
007120         MOVE FZB-SST-LABEL(FZB-SEL-IDX, FZB-STA-SUB)
007130             TO FZB-STR-LABEL
007140         MOVE FZB-SST-TEST-TYPE(FZB-SEL-IDX, FZB-STA-SUB)
007150             TO FZB-STR-TYPE
007160         MOVE FZB-SST-DIVISOR(FZB-SEL-IDX, FZB-STA-SUB)
007170             TO FZB-STR-DIVISOR
007180         MOVE FZB-SST-COUNT(FZB-SEL-IDX, FZB-STA-SUB)
007190             TO FZB-STR-COUNT
007200         MOVE FZB-SST-PERCENT(FZB-SEL-IDX, FZB-STA-SUB)
007210             TO FZB-STR-PCT
007220         MOVE FZB-RPT-STAT-RULE-LINE TO FZB-GEN-BODY
007230     ELSE
007240         MOVE FZB-SST-KEY(FZB-SEL-IDX, FZB-STA-SUB)
007250             TO FZB-STC-CODE
007260         MOVE FZB-SST-COUNT(FZB-SEL-IDX, FZB-STA-SUB)
007270             TO FZB-STC-COUNT
007280         MOVE FZB-SST-PERCENT(FZB-SEL-IDX, FZB-STA-SUB)
007290             TO FZB-STC-PCT
007300         MOVE FZB-RPT-STAT-COMBO-LINE TO FZB-GEN-BODY
007310     END-IF.
007320     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
007330         MOVE FZB-GEN-BODY TO FZB-DET-HOLD
007340         PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT
007350         MOVE FZB-DET-HOLD TO FZB-GEN-BODY
007360     END-IF.
007370     MOVE ' ' TO FZB-GEN-CC.
007380     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
007390     ADD 1 TO FZB-LINE-COUNT.
007400 6720-EXIT.
007410     EXIT.
007420*****************************************************************
007430*    6900-WRITE-GEN-LINE
007440*        WRITES ONE REBUILT REPORT LINE.
007450*****************************************************************
007460 6900-WRITE-GEN-LINE.
007470     WRITE FZB-REPORT-RECORD FROM FZB-GEN-LINE.
007480     ADD 1 TO FZB-CNT-RPT-OUT.
007490 6900-EXIT.
007500     EXIT.
007510*****************************************************************
007520*    6950-WRITE-HEADINGS
007530*        STARTS A NEW PAGE OF THE SECTION WITH THE ORIGINAL RUN
007540*        DATE AND REQUEST ID, THE REPRINT LINE, AND THE COLUMN
007550*        HEADINGS.
007560*****************************************************************
007570 6950-WRITE-HEADINGS.
007580     ADD 1 TO FZB-PAGE-COUNT.
007590     MOVE FZB-SKY-RUN-DATE TO FZB-WRK-DATE.
007600     MOVE FZB-WRK-DATE-MM  TO FZB-H1-MM.
007610     MOVE FZB-WRK-DATE-DD  TO FZB-H1-DD.
007620     MOVE FZB-WRK-DATE-YY  TO FZB-H1-YY.
007630     MOVE FZB-PAGE-COUNT   TO FZB-H1-PAGE.
007640     MOVE FZB-SKY-REQUEST-ID TO FZB-H1-REQUEST.
007650     MOVE '1' TO FZB-GEN-CC.
007660     MOVE FZB-RPT-HEADING-1 TO FZB-GEN-BODY.
007670     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
007680     MOVE FZB-SEL-REQ-CODE(FZB-SEL-IDX) TO FZB-RPL-REQ-CODE.
007690     MOVE FZB-WRK-DATE-MM  TO FZB-RPL-RUN-MM.
007700     MOVE FZB-WRK-DATE-DD  TO FZB-RPL-RUN-DD.
007710     MOVE FZB-WRK-DATE-YY  TO FZB-RPL-RUN-YY.
007720     MOVE FZB-SKY-RUN-TIME TO FZB-WRK-TIME.
007730     MOVE FZB-WRK-TIME-HH  TO FZB-RPL-RUN-HH.
007740     MOVE FZB-WRK-TIME-MI  TO FZB-RPL-RUN-MI.
007750     MOVE FZB-WRK-TIME-SS  TO FZB-RPL-RUN-SS.
007760     MOVE FZB-TODAY-MM     TO FZB-RPL-TODAY-MM.
007770     MOVE FZB-TODAY-DD     TO FZB-RPL-TODAY-DD.
007780     MOVE FZB-TODAY-YY     TO FZB-RPL-TODAY-YY.
007790     MOVE ' ' TO FZB-GEN-CC.
007800     MOVE FZB-RPT-REPRINT-LINE TO FZB-GEN-BODY.
007810     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
007820     MOVE '0' TO FZB-GEN-CC.
007830     MOVE FZB-RPT-HEADING-2 TO FZB-GEN-BODY.
007840     PERFORM 6900-WRITE-GEN-LINE THRU 6900-EXIT.
007850     MOVE 4 TO FZB-LINE-COUNT.
007860 6950-EXIT.
007870     EXIT.
007880*****************************************************************
007890*    8000-FINALIZE
007900*        CLOSES THE FILES AND REPORTS THE REPRINT TO THE CONSOLE.
007910*****************************************************************
007920 8000-FINALIZE.
007930     IF FZB-REPRINT-ABORTED
007940         GO TO 8000-EXIT
007950     END-IF.
007960     PERFORM 3200-SKIP-DATA THRU 3200-EXIT
007970         UNTIL NOT FZB-DATA-OK.
007980     CLOSE FZB-DATA-FILE.
007990     CLOSE FZB-REPORT-FILE.
008000     DISPLAY 'FZBRPRT - REPRINT SUMMARY'.
008010     DISPLAY '  RUNS ON AUDIN....: ' FZB-CNT-AUDIT.
008020     DISPLAY '  SECTIONS PRINTED.: ' FZB-CNT-SECTIONS.
008030     DISPLAY '  DATA RECORDS.....: ' FZB-CNT-DATA.
008040     DISPLAY '  DATA NOT PRINTED.: ' FZB-CNT-DATA-SKIPPED.
008050     DISPLAY '  STATISTICS READ..: ' FZB-CNT-STA-IN.
008060     DISPLAY '  STATISTICS USED..: ' FZB-CNT-STA-USED.
008070     DISPLAY '  RUNS NO STATS....: ' FZB-CNT-NO-STATS.
008080     DISPLAY '  REPORT LINES.....: ' FZB-CNT-RPT-OUT.
008090 8000-EXIT.
008100     EXIT.
