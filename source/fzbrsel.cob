000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBRSEL.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBRSEL SELECTS THE PAST RUNS OF ONE REQUEST CODE FOR A
000100*    REPRINT (FIZZRPRT).  THE REPRINT CARD (PARMIN, FZBRPQ) NAMES
000110*    THE REQUEST CODE AND A RUN DATE OR RANGE OF RUN DATES.  THE
000120*    AUDIT HISTORY (AUDSORT - EVERY AUDIT.HIST GENERATION, SORTED
000130*    BY RUN DATE, RUN TIME AND REQUEST ID IN FIZZRPRT'S STEP010)
000140*    SAYS WHICH RUNS THE CODE HAD: EVERY COMPLETED ('C') OR
000150*    BYPASSED ('B') RECORD OF THE CODE WHOSE RUN DATE IS IN THE
000160*    RANGE IS SELECTED AND COPIED TO AUDOUT, MARKED AS A REPRINT
000170*    (FZBAUD BYTE 100 = 'R'), FOR FZBRPRT AND FZBBRST.
000180*    THE DATA HISTORY (DATHIST - EVERY DATA.HIST GENERATION) IS
000190*    THEN READ FOR THE DATA RECORDS (FZBDOUT) OF THE SELECTED
000200*    RUNS, MATCHED BY REQUEST CODE, REQUEST ID AND RUN DATE/TIME.
000210*    EACH IS WRITTEN TO DATAOUT FLAGGED 'REPRINT'.
000220*    A RANGE REQUEST RESUMED AFTER A QUIESCE HAS ITS FIRST
000230*    COUNTERS UNDER THE PARTIAL RUN ('P') IT RESUMED - THE 'P'
000240*    RECORDS OF THE SAME REQUEST ID AHEAD OF THE COMPLETED ONE
000250*    ARE CHAINED TO IT, AND THEIR DATA RECORDS ARE RESTAMPED WITH
000260*    THE COMPLETED RUN'S DATE/TIME SO THE REPRINT SHOWS THE
000270*    WHOLE RANGE UNDER ONE RUN, AS ITS AUDIT COUNTS DO.  A
000280*    TRANSACTION REQUEST IS RERUN FROM THE TOP AND IS NEVER
000290*    CHAINED.  RECORDS OF A PARTITION JOB (NON-BLANK BYTE 100)
000300*    ARE IGNORED - THE COMBINED RECORD STANDS FOR THEM.
000310*    RETURN CODE 4 = NO RUN OF THE CODE IN THE RANGE, MORE RUNS
000320*    THAN THE SELECTION TABLE HOLDS (THE LATER ONES ARE NOT
000330*    REPRINTED), OR A COMPLETED RUN WHOSE DATA RECORDS DO NOT
000340*    MATCH ITS AUDIT TOTAL (ITS DATA.HIST GENERATION IS MISSING
000350*    OR THE RUN PRE-DATES THE DATA HISTORY - THE REPORT STILL
000360*    SHOWS THE AUDIT COUNTS); 12 = A FILE COULD NOT BE OPENED;
000370*    16 = THE REPRINT CARD IS MISSING OR INVALID.  ON 12 OR 16
000380*    NOTHING IS SELECTED.
000390*    MODIFICATION HISTORY.
000400*        2026-10-15  JHM  ORIGINAL PROGRAM.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FZB-PARM-FILE
000490         ASSIGN TO PARMIN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FZB-PARM-STATUS.
000520     SELECT FZB-AUDIT-FILE
000530         ASSIGN TO AUDSORT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FZB-AUDIT-STATUS.
000560     SELECT FZB-DATA-FILE
000570         ASSIGN TO DATHIST
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FZB-DATA-STATUS.
000600     SELECT FZB-AUDOUT-FILE
000610         ASSIGN TO AUDOUT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FZB-AUDOUT-STATUS.
000640     SELECT FZB-DATAOUT-FILE
000650         ASSIGN TO DATAOUT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FZB-DATAOUT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FZB-PARM-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  FZB-PARM-LINE                   PIC X(80).
000750*
000760 FD  FZB-AUDIT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY FZBAUD.
000800*
000810 FD  FZB-DATA-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY FZBDOUT.
000850*
000860 FD  FZB-AUDOUT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  FZB-AUDOUT-RECORD               PIC X(100).
000900*
000910 FD  FZB-DATAOUT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  FZB-DATAOUT-RECORD              PIC X(80).
000950*
000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980*    FILE STATUS SWITCHES
000990*****************************************************************
001000 01  FZB-PARM-STATUS             PIC X(02) VALUE SPACES.
001010     88  FZB-PARM-OK                       VALUE '00'.
001020 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001030     88  FZB-AUDIT-OK                      VALUE '00'.
001040     88  FZB-AUDIT-EOF                     VALUE '10'.
001050 01  FZB-DATA-STATUS             PIC X(02) VALUE SPACES.
001060     88  FZB-DATA-OK                       VALUE '00'.
001070     88  FZB-DATA-EOF                      VALUE '10'.
001080 01  FZB-AUDOUT-STATUS           PIC X(02) VALUE SPACES.
001090     88  FZB-AUDOUT-OK                     VALUE '00'.
001100 01  FZB-DATAOUT-STATUS          PIC X(02) VALUE SPACES.
001110     88  FZB-DATAOUT-OK                    VALUE '00'.
001120 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001130     88  FZB-SELECT-ABORTED                VALUE 'Y'.
001140     88  FZB-SELECT-RUNNING                VALUE 'N'.
001150*****************************************************************
001160*    THE REPRINT CARD
001170*****************************************************************
001180 COPY FZBRPQ.
001190 01  FZB-CARD-DATE               PIC 9(06) VALUE 0.
001200 01  FZB-CARD-DATE-X REDEFINES FZB-CARD-DATE.
001210     05  FZB-CARD-DATE-YY        PIC 99.
001220     05  FZB-CARD-DATE-MM        PIC 99.
001230     05  FZB-CARD-DATE-DD        PIC 99.
001240 01  FZB-CARD-SW                 PIC X(01) VALUE 'Y'.
001250     88  FZB-CARD-VALID                    VALUE 'Y'.
001260     88  FZB-CARD-INVALID                  VALUE 'N'.
001270*****************************************************************
001280*    SELECTED RUNS - ONE ENTRY PER COMPLETED OR BYPASSED AUDIT
001290*    RECORD OF THE CODE IN THE DATE RANGE, IN AUDIT ORDER
001300*****************************************************************
001310 01  FZB-SEL-MAX                 PIC 9(02) VALUE 50.
001320 01  FZB-SEL-COUNT               PIC 9(02) VALUE 0.
001330 01  FZB-SEL-TABLE.
001340     05  FZB-SEL-ENTRY OCCURS 50 TIMES
001350             INDEXED BY FZB-SEL-IDX.
001360         10  FZB-SEL-REQUEST-ID  PIC 9(04).
001370         10  FZB-SEL-RUN-DATE    PIC 9(06).
001380         10  FZB-SEL-RUN-TIME    PIC 9(08).
001390         10  FZB-SEL-STATUS      PIC X(01).
001400             88  FZB-SEL-COMPLETE              VALUE 'C'.
001410         10  FZB-SEL-TOTAL-CNT   PIC 9(06).
001420         10  FZB-SEL-CHAIN-CNT   PIC 9(01).
001430         10  FZB-SEL-DATA-CNT    PIC 9(07).
001440 01  FZB-SEL-OVERFLOW-SW         PIC X(01) VALUE 'N'.
001450     88  FZB-SEL-OVERFLOW                  VALUE 'Y'.
001460*****************************************************************
001470*    PARTIAL RUNS ('P') OF THE CODE NOT YET FOLLOWED BY THEIR
001480*    COMPLETED RUN
001490*****************************************************************
001500 01  FZB-PND-MAX                 PIC 9(02) VALUE 20.
001510 01  FZB-PND-COUNT               PIC 9(02) VALUE 0.
001520 01  FZB-PND-TABLE.
001530     05  FZB-PND-ENTRY OCCURS 20 TIMES
001540             INDEXED BY FZB-PND-IDX.
001550         10  FZB-PND-REQUEST-ID  PIC 9(04).
001560         10  FZB-PND-RUN-DATE    PIC 9(06).
001570         10  FZB-PND-RUN-TIME    PIC 9(08).
001580 01  FZB-PND-SUB                 PIC 9(02) VALUE 0.
001590 01  FZB-PND-KEEP                PIC 9(02) VALUE 0.
001600*****************************************************************
001610*    RUN KEYS WHOSE DATA RECORDS BELONG TO A SELECTED RUN - THE
001620*    RUN ITSELF AND ANY PARTIAL RUNS CHAINED TO IT
001630*****************************************************************
001640 01  FZB-CHN-MAX                 PIC 9(03) VALUE 300.
001650 01  FZB-CHN-COUNT               PIC 9(03) VALUE 0.
001660 01  FZB-CHN-TABLE.
001670     05  FZB-CHN-ENTRY OCCURS 300 TIMES
001680             INDEXED BY FZB-CHN-IDX.
001690         10  FZB-CHN-REQUEST-ID  PIC 9(04).
001700         10  FZB-CHN-RUN-DATE    PIC 9(06).
001710         10  FZB-CHN-RUN-TIME    PIC 9(08).
001720         10  FZB-CHN-SEL-SUB     PIC 9(02).
001730 01  FZB-CHN-FOUND-SW            PIC X(01) VALUE 'N'.
001740     88  FZB-CHN-FOUND                     VALUE 'Y'.
001750     88  FZB-CHN-NOT-FOUND                 VALUE 'N'.
001760*****************************************************************
001770*    THE PREVIOUS AUDIT RECORD OF THE CODE - THE SAME RUN
001780*    ARCHIVED TWICE IS SELECTED ONCE
001790*****************************************************************
001800 01  FZB-PRV-RUN-DATE            PIC 9(06) VALUE 0.
001810 01  FZB-PRV-RUN-TIME            PIC 9(08) VALUE 0.
001820 01  FZB-PRV-REQUEST-ID          PIC 9(04) VALUE 0.
001830*****************************************************************
001840*    WORK FIELDS AND RUN COUNTERS
001850*****************************************************************
001860 01  FZB-SEL-SUB                 PIC 9(02) VALUE 0.
001870 01  FZB-WRK-REQUEST-ID          PIC 9(04) VALUE 0.
001880 01  FZB-WRK-RUN-DATE            PIC 9(06) VALUE 0.
001890 01  FZB-WRK-RUN-TIME            PIC 9(08) VALUE 0.
001900 01  FZB-CNT-AUDIT               PIC 9(07) VALUE 0.
001910 01  FZB-CNT-AUD-CODE            PIC 9(07) VALUE 0.
001920 01  FZB-CNT-DUPLICATE           PIC 9(07) VALUE 0.
001930 01  FZB-CNT-CHAINED             PIC 9(07) VALUE 0.
001940 01  FZB-CNT-DATA-IN             PIC 9(09) VALUE 0.
001950 01  FZB-CNT-DATA-OUT            PIC 9(09) VALUE 0.
001960 01  FZB-CNT-MISMATCH            PIC 9(04) VALUE 0.
001970*
001980 PROCEDURE DIVISION.
001990*****************************************************************
002000*    0000-MAINLINE
002010*        CONTROLS THE OVERALL FLOW OF THE REPRINT SELECTION.
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     IF FZB-SELECT-RUNNING
002060         PERFORM 2000-PROCESS-ONE-AUDIT THRU 2000-EXIT
002070             UNTIL NOT FZB-AUDIT-OK
002080         PERFORM 3000-PROCESS-ONE-DATA THRU 3000-EXIT
002090             UNTIL NOT FZB-DATA-OK
002100         PERFORM 4000-CHECK-SELECTION THRU 4000-EXIT
002110             VARYING FZB-SEL-SUB FROM 1 BY 1
002120             UNTIL FZB-SEL-SUB > FZB-SEL-COUNT
002130     END-IF.
002140     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002150     GO TO 0000-MAINLINE-EXIT.
002160 0000-MAINLINE-EXIT.
002170     STOP RUN.
002180*****************************************************************
002190*    1000-INITIALIZE
002200*        READS AND EDITS THE REPRINT CARD, OPENS THE FILES, AND
002210*        READS THE FIRST AUDIT AND DATA HISTORY RECORDS.  A
002220*        MISSING OR INVALID CARD ENDS THE RUN 16, A FILE THAT
002230*        WILL NOT OPEN ENDS IT 12.
002240*****************************************************************
002250 1000-INITIALIZE.
002260     MOVE SPACES TO FZB-REPRINT-CARD.
002270     OPEN INPUT FZB-PARM-FILE.
002280     IF FZB-PARM-OK
002290         READ FZB-PARM-FILE INTO FZB-REPRINT-CARD
002300             AT END CONTINUE
002310         END-READ
002320         CLOSE FZB-PARM-FILE
002330     END-IF.
002340     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
002350     IF FZB-CARD-INVALID
002360         MOVE 16 TO RETURN-CODE
002370         SET FZB-SELECT-ABORTED TO TRUE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     DISPLAY 'FZBRSEL - REPRINTING REQUEST CODE ' FZB-RPQ-REQ-CODE
002410         ' RUN DATES ' FZB-RPQ-FROM-DATE ' TO ' FZB-RPQ-TO-DATE.
002420     OPEN INPUT FZB-AUDIT-FILE.
002430     IF NOT FZB-AUDIT-OK
002440         DISPLAY 'FZBRSEL - AUDSORT OPEN FAILED - STATUS '
002450             FZB-AUDIT-STATUS
002460         SET FZB-SELECT-ABORTED TO TRUE
002470     END-IF.
002480     OPEN INPUT FZB-DATA-FILE.
002490     IF NOT FZB-DATA-OK
002500         DISPLAY 'FZBRSEL - DATHIST OPEN FAILED - STATUS '
002510             FZB-DATA-STATUS
002520         SET FZB-SELECT-ABORTED TO TRUE
002530     END-IF.
002540     OPEN OUTPUT FZB-AUDOUT-FILE.
002550     IF NOT FZB-AUDOUT-OK
002560         DISPLAY 'FZBRSEL - AUDOUT OPEN FAILED - STATUS '
002570             FZB-AUDOUT-STATUS
002580         SET FZB-SELECT-ABORTED TO TRUE
002590     END-IF.
002600     OPEN OUTPUT FZB-DATAOUT-FILE.
002610     IF NOT FZB-DATAOUT-OK
002620         DISPLAY 'FZBRSEL - DATAOUT OPEN FAILED - STATUS '
002630             FZB-DATAOUT-STATUS
002640         SET FZB-SELECT-ABORTED TO TRUE
002650     END-IF.
002660     IF FZB-SELECT-ABORTED
002670         MOVE 12 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002710     PERFORM 3100-READ-DATA THRU 3100-EXIT.
002720 1000-EXIT.
002730     EXIT.
002740*****************************************************************
002750*    1100-EDIT-CARD
002760*        THE CARD MUST NAME A REQUEST CODE AND A VALID FROM-DATE.
002770*        A BLANK TO-DATE IS THE FROM-DATE; OTHERWISE IT MUST BE A
002780*        VALID DATE NOT BEFORE THE FROM-DATE.
002790*****************************************************************
002800 1100-EDIT-CARD.
002810     SET FZB-CARD-VALID TO TRUE.
002820     IF FZB-RPQ-REQ-CODE = SPACES
002830         DISPLAY 'FZBRSEL - REPRINT CARD MISSING OR HAS NO '
002840             'REQUEST CODE'
002850         SET FZB-CARD-INVALID TO TRUE
002860         GO TO 1100-EXIT
002870     END-IF.
002880     IF FZB-RPQ-FROM-DATE-X NOT NUMERIC
002890         DISPLAY 'FZBRSEL - FROM-DATE ' FZB-RPQ-FROM-DATE-X
002900             ' IS NOT A VALID YYMMDD'
002910         SET FZB-CARD-INVALID TO TRUE
002920         GO TO 1100-EXIT
002930     END-IF.
002940     MOVE FZB-RPQ-FROM-DATE TO FZB-CARD-DATE.
002950     PERFORM 1110-CHECK-DATE THRU 1110-EXIT.
002960     IF FZB-CARD-INVALID
002970         DISPLAY 'FZBRSEL - FROM-DATE ' FZB-RPQ-FROM-DATE-X
002980             ' IS NOT A VALID YYMMDD'
002990         GO TO 1100-EXIT
003000     END-IF.
003010     IF FZB-RPQ-TO-DATE-X = SPACES
003020         MOVE FZB-RPQ-FROM-DATE TO FZB-RPQ-TO-DATE
003030     END-IF.
003040     IF FZB-RPQ-TO-DATE-X NOT NUMERIC
003050         DISPLAY 'FZBRSEL - TO-DATE ' FZB-RPQ-TO-DATE-X
003060             ' IS NOT A VALID YYMMDD'
003070         SET FZB-CARD-INVALID TO TRUE
003080         GO TO 1100-EXIT
003090     END-IF.
003100     MOVE FZB-RPQ-TO-DATE TO FZB-CARD-DATE.
003110     PERFORM 1110-CHECK-DATE THRU 1110-EXIT.
003120     IF FZB-CARD-INVALID
003130         DISPLAY 'FZBRSEL - TO-DATE ' FZB-RPQ-TO-DATE-X
003140             ' IS NOT A VALID YYMMDD'
003150         GO TO 1100-EXIT
003160     END-IF.
003170     IF FZB-RPQ-TO-DATE < FZB-RPQ-FROM-DATE
003180         DISPLAY 'FZBRSEL - TO-DATE ' FZB-RPQ-TO-DATE-X
003190             ' IS BEFORE FROM-DATE ' FZB-RPQ-FROM-DATE-X
003200         SET FZB-CARD-INVALID TO TRUE
003210     END-IF.
003220 1100-EXIT.
003230     EXIT.
003240*****************************************************************
003250*    1110-CHECK-DATE
003260*        CHECKS THE MONTH AND DAY OF ONE CARD DATE.
003270*****************************************************************
003280 1110-CHECK-DATE.
003290     IF FZB-CARD-DATE-MM < 1 OR FZB-CARD-DATE-MM > 12
003300             OR FZB-CARD-DATE-DD < 1 OR FZB-CARD-DATE-DD > 31
003310         SET FZB-CARD-INVALID TO TRUE
003320     END-IF.
003330 1110-EXIT.
003340     EXIT.
003350*****************************************************************
003360*    2000-PROCESS-ONE-AUDIT
003370*        TAKES THE CURRENT AUDIT RECORD IF IT IS ONE OF THE
003380*        CODE'S OWN (NOT A PARTITION'S) AND READS AHEAD.
003390*****************************************************************
003400 2000-PROCESS-ONE-AUDIT.
003410     IF FZB-AUD-REQ-CODE = FZB-RPQ-REQ-CODE
003420             AND FZB-AUD-NOT-PARTITION
003430         PERFORM 2200-TAKE-AUDIT THRU 2200-EXIT
003440     END-IF.
003450     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480*****************************************************************
003490*    2100-READ-AUDIT
003500*        READS THE NEXT SORTED AUDIT HISTORY RECORD.
003510*****************************************************************
003520 2100-READ-AUDIT.
003530     READ FZB-AUDIT-FILE
003540         AT END CONTINUE
003550     END-READ.
003560     IF FZB-AUDIT-OK
003570         ADD 1 TO FZB-CNT-AUDIT
003580     END-IF.
003590 2100-EXIT.
003600     EXIT.
003610*****************************************************************
003620*    2200-TAKE-AUDIT
003630*        A PARTIAL RUN IS HELD UNTIL ITS COMPLETED RUN ARRIVES.
003640*        A COMPLETED OR BYPASSED RUN IN THE DATE RANGE IS
003650*        SELECTED WITH THE PARTIAL RUNS HELD FOR ITS REQUEST ID;
003660*        ONE OUTSIDE THE RANGE JUST RELEASES THEM.
003670*****************************************************************
003680 2200-TAKE-AUDIT.
003690     ADD 1 TO FZB-CNT-AUD-CODE.
003700     IF FZB-AUD-RUN-DATE = FZB-PRV-RUN-DATE
003710             AND FZB-AUD-RUN-TIME = FZB-PRV-RUN-TIME
003720             AND FZB-AUD-REQUEST-ID = FZB-PRV-REQUEST-ID
003730         ADD 1 TO FZB-CNT-DUPLICATE
003740         GO TO 2200-EXIT
003750     END-IF.
003760     MOVE FZB-AUD-RUN-DATE   TO FZB-PRV-RUN-DATE.
003770     MOVE FZB-AUD-RUN-TIME   TO FZB-PRV-RUN-TIME.
003780     MOVE FZB-AUD-REQUEST-ID TO FZB-PRV-REQUEST-ID.
003790     IF FZB-AUD-PARTIAL
003800         PERFORM 2300-HOLD-PARTIAL THRU 2300-EXIT
003810         GO TO 2200-EXIT
003820     END-IF.
003830     IF FZB-AUD-RUN-DATE NOT < FZB-RPQ-FROM-DATE
003840             AND FZB-AUD-RUN-DATE NOT > FZB-RPQ-TO-DATE
003850         PERFORM 2400-SELECT-RUN THRU 2400-EXIT
003860     END-IF.
003870     PERFORM 2500-RELEASE-PARTIALS THRU 2500-EXIT.
003880 2200-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    2300-HOLD-PARTIAL
003920*        HOLDS ONE PARTIAL RUN FOR THE COMPLETED RUN THAT WILL
003930*        RESUME IT.
003940*****************************************************************
003950 2300-HOLD-PARTIAL.
003960     IF FZB-PND-COUNT NOT < FZB-PND-MAX
003970         DISPLAY 'FZBRSEL - MORE THAN ' FZB-PND-MAX
003980             ' PARTIAL RUNS OUTSTANDING - RUN ' FZB-AUD-RUN-DATE
003990             ' ' FZB-AUD-RUN-TIME ' REQUEST ' FZB-AUD-REQUEST-ID
004000             ' NOT CHAINED'
004010         IF RETURN-CODE < 4
004020             MOVE 4 TO RETURN-CODE
004030         END-IF
004040         GO TO 2300-EXIT
004050     END-IF.
004060     ADD 1 TO FZB-PND-COUNT.
004070     SET FZB-PND-IDX TO FZB-PND-COUNT.
004080     MOVE FZB-AUD-REQUEST-ID TO FZB-PND-REQUEST-ID(FZB-PND-IDX).
004090     MOVE FZB-AUD-RUN-DATE   TO FZB-PND-RUN-DATE(FZB-PND-IDX).
004100     MOVE FZB-AUD-RUN-TIME   TO FZB-PND-RUN-TIME(FZB-PND-IDX).
004110 2300-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    2400-SELECT-RUN
004150*        ADDS THE CURRENT AUDIT RECORD TO THE SELECTION, WITH ITS
004160*        OWN RUN KEY AND (RANGE MODE) THOSE OF THE PARTIAL RUNS
004170*        HELD FOR ITS REQUEST ID IN THE CHAIN TABLE, AND COPIES IT
004180*        TO AUDOUT MARKED AS A REPRINT.
004190*****************************************************************
004200 2400-SELECT-RUN.
004210     IF FZB-SEL-COUNT NOT < FZB-SEL-MAX
004220         IF NOT FZB-SEL-OVERFLOW
004230             DISPLAY 'FZBRSEL - MORE THAN ' FZB-SEL-MAX
004240                 ' RUNS IN THE DATE RANGE - RUNS FROM '
004250                 FZB-AUD-RUN-DATE ' ON ARE NOT REPRINTED'
004260             IF RETURN-CODE < 4
004270                 MOVE 4 TO RETURN-CODE
004280             END-IF
004290             SET FZB-SEL-OVERFLOW TO TRUE
004300         END-IF
004310         GO TO 2400-EXIT
004320     END-IF.
004330     ADD 1 TO FZB-SEL-COUNT.
004340     SET FZB-SEL-IDX TO FZB-SEL-COUNT.
004350     MOVE FZB-AUD-REQUEST-ID TO FZB-SEL-REQUEST-ID(FZB-SEL-IDX).
004360     MOVE FZB-AUD-RUN-DATE   TO FZB-SEL-RUN-DATE(FZB-SEL-IDX).
004370     MOVE FZB-AUD-RUN-TIME   TO FZB-SEL-RUN-TIME(FZB-SEL-IDX).
004380     MOVE FZB-AUD-RUN-STATUS TO FZB-SEL-STATUS(FZB-SEL-IDX).
004390     MOVE FZB-AUD-TOTAL-CNT  TO FZB-SEL-TOTAL-CNT(FZB-SEL-IDX).
004400     MOVE 0 TO FZB-SEL-CHAIN-CNT(FZB-SEL-IDX).
004410     MOVE 0 TO FZB-SEL-DATA-CNT(FZB-SEL-IDX).
004420     MOVE FZB-AUD-REQUEST-ID TO FZB-WRK-REQUEST-ID.
004430     MOVE FZB-AUD-RUN-DATE   TO FZB-WRK-RUN-DATE.
004440     MOVE FZB-AUD-RUN-TIME   TO FZB-WRK-RUN-TIME.
004450     PERFORM 2410-ADD-CHAIN-KEY THRU 2410-EXIT.
004460     IF FZB-AUD-MODE-RANGE
004470         PERFORM 2420-CHAIN-PARTIAL THRU 2420-EXIT
004480             VARYING FZB-PND-SUB FROM 1 BY 1
004490             UNTIL FZB-PND-SUB > FZB-PND-COUNT
004500     END-IF.
004510     SET FZB-AUD-REPRINT TO TRUE.
004520     WRITE FZB-AUDOUT-RECORD FROM FZB-AUDIT-RECORD.
004530 2400-EXIT.
004540     EXIT.
004550*****************************************************************
004560*    2410-ADD-CHAIN-KEY
004570*        ENTERS ONE RUN KEY (REQUEST ID AND RUN DATE/TIME IN THE
004580*        WORK FIELDS) FOR THE CURRENT SELECTION.
004590*****************************************************************
004600 2410-ADD-CHAIN-KEY.
004610     IF FZB-CHN-COUNT NOT < FZB-CHN-MAX
004620         DISPLAY 'FZBRSEL - MORE THAN ' FZB-CHN-MAX
004630             ' RUN KEYS - RUN ' FZB-WRK-RUN-DATE ' '
004640             FZB-WRK-RUN-TIME ' REQUEST ' FZB-WRK-REQUEST-ID
004650             ' HAS NO DATA'
004660         IF RETURN-CODE < 4
004670             MOVE 4 TO RETURN-CODE
004680         END-IF
004690         GO TO 2410-EXIT
004700     END-IF.
004710     ADD 1 TO FZB-CHN-COUNT.
004720     SET FZB-CHN-IDX TO FZB-CHN-COUNT.
004730     MOVE FZB-WRK-REQUEST-ID TO FZB-CHN-REQUEST-ID(FZB-CHN-IDX).
004740     MOVE FZB-WRK-RUN-DATE   TO FZB-CHN-RUN-DATE(FZB-CHN-IDX).
004750     MOVE FZB-WRK-RUN-TIME   TO FZB-CHN-RUN-TIME(FZB-CHN-IDX).
004760     MOVE FZB-SEL-COUNT      TO FZB-CHN-SEL-SUB(FZB-CHN-IDX).
004770 2410-EXIT.
004780     EXIT.
004790*****************************************************************
004800*    2420-CHAIN-PARTIAL
004810*        CHAINS ONE HELD PARTIAL RUN TO THE CURRENT SELECTION
004820*        WHEN IT IS FOR THE SAME REQUEST ID.
004830*****************************************************************
004840 2420-CHAIN-PARTIAL.
004850     SET FZB-PND-IDX TO FZB-PND-SUB.
004860     IF FZB-PND-REQUEST-ID(FZB-PND-IDX) = FZB-AUD-REQUEST-ID
004870         MOVE FZB-PND-REQUEST-ID(FZB-PND-IDX)
004880             TO FZB-WRK-REQUEST-ID
004890         MOVE FZB-PND-RUN-DATE(FZB-PND-IDX) TO FZB-WRK-RUN-DATE
004900         MOVE FZB-PND-RUN-TIME(FZB-PND-IDX) TO FZB-WRK-RUN-TIME
004910         PERFORM 2410-ADD-CHAIN-KEY THRU 2410-EXIT
004920         ADD 1 TO FZB-SEL-CHAIN-CNT(FZB-SEL-COUNT)
004930         ADD 1 TO FZB-CNT-CHAINED
004940     END-IF.
004950 2420-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    2500-RELEASE-PARTIALS
004990*        DROPS THE PARTIAL RUNS HELD FOR THE CURRENT AUDIT
005000*        RECORD'S REQUEST ID - ITS COMPLETED OR BYPASSED RUN HAS
005010*        ARRIVED - AND CLOSES UP THE TABLE.
005020*****************************************************************
005030 2500-RELEASE-PARTIALS.
005040     MOVE 0 TO FZB-PND-KEEP.
005050     PERFORM 2510-KEEP-PARTIAL THRU 2510-EXIT
005060         VARYING FZB-PND-SUB FROM 1 BY 1
005070         UNTIL FZB-PND-SUB > FZB-PND-COUNT.
005080     MOVE FZB-PND-KEEP TO FZB-PND-COUNT.
005090 2500-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    2510-KEEP-PARTIAL
005130*        MOVES ONE HELD PARTIAL RUN OF ANOTHER REQUEST ID DOWN TO
005140*        THE NEXT KEPT SLOT.
005150*****************************************************************
005160 2510-KEEP-PARTIAL.
005170     IF FZB-PND-REQUEST-ID(FZB-PND-SUB) NOT = FZB-AUD-REQUEST-ID
005180         ADD 1 TO FZB-PND-KEEP
005190         IF FZB-PND-KEEP < FZB-PND-SUB
005200             MOVE FZB-PND-ENTRY(FZB-PND-SUB)
005210                 TO FZB-PND-ENTRY(FZB-PND-KEEP)
005220         END-IF
005230     END-IF.
005240 2510-EXIT.
005250     EXIT.
005260*****************************************************************
005270*    3000-PROCESS-ONE-DATA
005280*        WRITES THE CURRENT DATA HISTORY RECORD TO DATAOUT WHEN
005290*        IT BELONGS TO A SELECTED RUN - RESTAMPED WITH THAT RUN'S
005300*        DATE/TIME AND FLAGGED 'REPRINT' - AND READS AHEAD.
005310*****************************************************************
005320 3000-PROCESS-ONE-DATA.
005330     IF FZB-DATA-REQ-CODE NOT = FZB-RPQ-REQ-CODE
005340         GO TO 3000-READ
005350     END-IF.
005360     PERFORM 3200-FIND-CHAIN-KEY THRU 3200-EXIT.
005370     IF FZB-CHN-NOT-FOUND
005380         GO TO 3000-READ
005390     END-IF.
005400     MOVE FZB-CHN-SEL-SUB(FZB-CHN-IDX) TO FZB-SEL-SUB.
005410     SET FZB-SEL-IDX TO FZB-SEL-SUB.
005420     ADD 1 TO FZB-SEL-DATA-CNT(FZB-SEL-IDX).
005430     MOVE FZB-SEL-RUN-DATE(FZB-SEL-IDX) TO FZB-DATA-RUN-DATE.
005440     MOVE FZB-SEL-RUN-TIME(FZB-SEL-IDX) TO FZB-DATA-RUN-TIME.
005450     SET FZB-DATA-REPRINT TO TRUE.
005460     WRITE FZB-DATAOUT-RECORD FROM FZB-DATA-RECORD.
005470     ADD 1 TO FZB-CNT-DATA-OUT.
005480 3000-READ.
005490     PERFORM 3100-READ-DATA THRU 3100-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    3100-READ-DATA
005540*        READS THE NEXT DATA HISTORY RECORD.
005550*****************************************************************
005560 3100-READ-DATA.
005570     READ FZB-DATA-FILE
005580         AT END CONTINUE
005590     END-READ.
005600     IF FZB-DATA-OK
005610         ADD 1 TO FZB-CNT-DATA-IN
005620     END-IF.
005630 3100-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    3200-FIND-CHAIN-KEY
005670*        LOOKS UP THE CURRENT DATA RECORD'S REQUEST ID AND RUN
005680*        DATE/TIME AMONG THE SELECTED RUN KEYS.
005690*****************************************************************
005700 3200-FIND-CHAIN-KEY.
005710     SET FZB-CHN-NOT-FOUND TO TRUE.
005720     IF FZB-CHN-COUNT > 0
005730         SET FZB-CHN-IDX TO 1
005740         SEARCH FZB-CHN-ENTRY
005750             AT END CONTINUE
005760             WHEN FZB-CHN-IDX > FZB-CHN-COUNT
005770                 CONTINUE
005780             WHEN FZB-CHN-REQUEST-ID(FZB-CHN-IDX)
005790                     = FZB-DATA-REQUEST-ID
005800                 AND FZB-CHN-RUN-DATE(FZB-CHN-IDX)
005810                     = FZB-DATA-RUN-DATE
005820                 AND FZB-CHN-RUN-TIME(FZB-CHN-IDX)
005830                     = FZB-DATA-RUN-TIME
005840                 SET FZB-CHN-FOUND TO TRUE
005850         END-SEARCH
005860     END-IF.
005870 3200-EXIT.
005880     EXIT.
005890*****************************************************************
005900*    4000-CHECK-SELECTION
005910*        LISTS ONE SELECTED RUN ON THE CONSOLE AND WARNS WHEN A
005920*        COMPLETED RUN'S DATA RECORDS DO NOT ADD UP TO ITS AUDIT
005930*        TOTAL.
005940*****************************************************************
005950 4000-CHECK-SELECTION.
005960     SET FZB-SEL-IDX TO FZB-SEL-SUB.
005970     DISPLAY 'FZBRSEL - RUN ' FZB-SEL-RUN-DATE(FZB-SEL-IDX)
005980         ' ' FZB-SEL-RUN-TIME(FZB-SEL-IDX)
005990         ' REQUEST ' FZB-SEL-REQUEST-ID(FZB-SEL-IDX)
006000         ' STATUS ' FZB-SEL-STATUS(FZB-SEL-IDX)
006010         ' DATA RECORDS ' FZB-SEL-DATA-CNT(FZB-SEL-IDX)
006020         ' PARTIAL RUNS ' FZB-SEL-CHAIN-CNT(FZB-SEL-IDX).
006030     IF FZB-SEL-COMPLETE(FZB-SEL-IDX)
006040             AND FZB-SEL-DATA-CNT(FZB-SEL-IDX)
006050                 NOT = FZB-SEL-TOTAL-CNT(FZB-SEL-IDX)
006060         DISPLAY 'FZBRSEL - RUN ' FZB-SEL-RUN-DATE(FZB-SEL-IDX)
006070             ' ' FZB-SEL-RUN-TIME(FZB-SEL-IDX)
006080             ' REQUEST ' FZB-SEL-REQUEST-ID(FZB-SEL-IDX)
006090             ' AUDIT TOTAL ' FZB-SEL-TOTAL-CNT(FZB-SEL-IDX)
006100             ' - DATA ON DATA.HIST DOES NOT MATCH'
006110         ADD 1 TO FZB-CNT-MISMATCH
006120         IF RETURN-CODE < 4
006130             MOVE 4 TO RETURN-CODE
006140         END-IF
006150     END-IF.
006160 4000-EXIT.
006170     EXIT.
006180*****************************************************************
006190*    8000-FINALIZE
006200*        CLOSES THE FILES AND REPORTS THE SELECTION TO THE
006210*        CONSOLE.  NO RUN SELECTED ENDS THE STEP 4.
006220*****************************************************************
006230 8000-FINALIZE.
006240     IF FZB-SELECT-ABORTED
006250         GO TO 8000-EXIT
006260     END-IF.
006270     CLOSE FZB-AUDIT-FILE.
006280     CLOSE FZB-DATA-FILE.
006290     CLOSE FZB-AUDOUT-FILE.
006300     CLOSE FZB-DATAOUT-FILE.
006310     IF FZB-SEL-COUNT = 0
006320         DISPLAY 'FZBRSEL - NO COMPLETED OR BYPASSED RUN OF '
006330             FZB-RPQ-REQ-CODE ' IN THE DATE RANGE - NOTHING '
006340             'TO REPRINT'
006350         IF RETURN-CODE < 4
006360             MOVE 4 TO RETURN-CODE
006370         END-IF
006380     END-IF.
006390     DISPLAY 'FZBRSEL - REPRINT SELECTION SUMMARY'.
006400     DISPLAY '  AUDIT RECORDS....: ' FZB-CNT-AUDIT.
006410     DISPLAY '  OF THE CODE......: ' FZB-CNT-AUD-CODE.
006420     DISPLAY '  DUPLICATES.......: ' FZB-CNT-DUPLICATE.
006430     DISPLAY '  RUNS SELECTED....: ' FZB-SEL-COUNT.
006440     DISPLAY '  PARTIALS CHAINED.: ' FZB-CNT-CHAINED.
006450     DISPLAY '  DATA RECORDS READ: ' FZB-CNT-DATA-IN.
006460     DISPLAY '  DATA REPRINTED...: ' FZB-CNT-DATA-OUT.
006470     DISPLAY '  DATA MISMATCHES..: ' FZB-CNT-MISMATCH.
006480 8000-EXIT.
006490     EXIT.
