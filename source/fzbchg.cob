000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBCHG.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBCHG PRICES ONE MONTH OF CLASSIFICATION WORK FOR THE
000100*    MONTHLY CHARGEBACK.  IT READS THE AUDIT HISTORY (FZBAUD)
000110*    SORTED BY REQUEST CODE, RUN DATE, RUN TIME AND REQUEST ID
000120*    (AUDSORT - SEE FIZZCHG'S STEP010) AND, FOR EVERY RECORD
000130*    WHOSE RUN DATE FALLS IN THE BILLING PERIOD (PARMIN
000140*    COLUMNS 1-4, YYMM - BLANK MEANS LAST MONTH), WRITES ONE
000150*    PRICED CHARGE RECORD (FZBCHR) TO CHGOUT.
000160*    THE DEPARTMENT CHARGED IS THE ONE THAT OWNED THE REQUEST
000170*    CODE ON THE RUN DATE - THE CODE'S LATEST REGISTRY VERSION
000180*    (REGMAST, FZBRGM) DATED ON OR BEFORE IT, WALKED IN STEP
000190*    WITH THE SORTED AUDIT HISTORY.  A CODE WITH NO VERSION IN
000200*    EFFECT IS CHARGED TO '*NOREG*' FOR FINANCE TO CHASE.
000210*    THE PRICES COME FROM THE RATE TABLE (RATETAB, FZBRAT),
000220*    EACH ITEM AT ITS PRICE IN EFFECT ON THE RUN DATE:
000230*      CNTR  COUNTERS CLASSIFIED (THE AUDIT TOTAL)
000240*      RULE  RULE APPLICATIONS - COUNTERS TIMES THE RULES ON
000250*            THE CARD (A RULE ENTRY WITH A CODE DIGIT OR A
000260*            NON-ZERO OPERAND)
000270*      REJT  TRANSACTION-MODE REJECTS - SUBMITTED LESS
000280*            CLASSIFIED (FZBBAL PROVES THE TWO TIE)
000290*      PART  ONE PER PARTIAL RUN ('P' - QUIESCED AT A
000300*            CHECKPOINT)
000310*      RSTR  ONE PER RESTARTED RUN - THE REQUEST RESUMED FROM
000320*            THE PARTIAL RUN THE RUN LEDGER (RUNLEDG, FZBLDG)
000330*            SAYS ITS EXECUTION RESUMED.  A RESUMED RANGE
000340*            REQUEST'S AUDIT TOTAL INCLUDES THE COUNTERS OF THE
000350*            PARTIAL RUN, WHICH WERE CHARGED TO THAT RUN, SO
000360*            ONLY THE DIFFERENCE IS CHARGED HERE.  A TRANSACTION
000370*            REQUEST IS RERUN FROM THE TOP AND IS CHARGED IN
000380*            FULL.
000390*    A BYPASSED REQUEST ('B') IS WRITTEN AT ZERO COST SO IT
000400*    SHOWS ON THE DEPARTMENT'S INVOICE.
000410*    RETURN CODE 4 = CHARGES WERE WRITTEN BUT SOME CODES HAD NO
000420*    REGISTRY VERSION, SOME ITEMS HAD NO PRICE IN EFFECT (THEY
000430*    ARE CHARGED AT ZERO AND FLAGGED), OR THE RUN LEDGER COULD
000440*    NOT BE READ (NO RUN IS TREATED AS RESTARTED); 12 = A FILE
000450*    COULD NOT BE OPENED OR THE RATE TABLE IS EMPTY OR FULL,
000460*    AND NOTHING WAS PRICED.
000470*    MODIFICATION HISTORY.
000480*        2026-10-15  JHM  ORIGINAL PROGRAM.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FZB-PARM-FILE
000570         ASSIGN TO PARMIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FZB-PARM-STATUS.
000600     SELECT FZB-AUDIT-FILE
000610         ASSIGN TO AUDSORT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FZB-AUDIT-STATUS.
000640     SELECT FZB-REGM-FILE
000650         ASSIGN TO REGMAST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS FZB-RGM-KEY
000690         FILE STATUS IS FZB-REGM-STATUS.
000700     SELECT FZB-LEDGER-FILE
000710         ASSIGN TO RUNLEDG
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS FZB-LDG-KEY
000750         FILE STATUS IS FZB-LEDGER-STATUS.
000760     SELECT FZB-RATE-FILE
000770         ASSIGN TO RATETAB
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FZB-RATE-STATUS.
000800     SELECT FZB-CHARGE-FILE
000810         ASSIGN TO CHGOUT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FZB-CHARGE-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  FZB-PARM-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  FZB-PARM-LINE                   PIC X(80).
000910*
000920 FD  FZB-AUDIT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY FZBAUD.
000960*
000970 FD  FZB-REGM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY FZBRGM.
001000*
001010 FD  FZB-LEDGER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY FZBLDG.
001040*
001050 FD  FZB-RATE-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY FZBRAT.
001090*
001100 FD  FZB-CHARGE-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY FZBCHR.
001140*
001150 WORKING-STORAGE SECTION.
001160*****************************************************************
001170*    FILE STATUS SWITCHES
001180*****************************************************************
001190 01  FZB-PARM-STATUS             PIC X(02) VALUE SPACES.
001200     88  FZB-PARM-OK                       VALUE '00'.
001210 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001220     88  FZB-AUDIT-OK                      VALUE '00'.
001230     88  FZB-AUDIT-EOF                     VALUE '10'.
001240 01  FZB-REGM-STATUS             PIC X(02) VALUE SPACES.
001250     88  FZB-REGM-OK                       VALUE '00'.
001260     88  FZB-REGM-EOF                      VALUE '10'.
001270 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
001280     88  FZB-LEDGER-OK                     VALUE '00'.
001290     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
001300 01  FZB-RATE-STATUS             PIC X(02) VALUE SPACES.
001310     88  FZB-RATE-OK                       VALUE '00'.
001320     88  FZB-RATE-EOF                      VALUE '10'.
001330 01  FZB-CHARGE-STATUS           PIC X(02) VALUE SPACES.
001340     88  FZB-CHARGE-OK                     VALUE '00'.
001350 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001360     88  FZB-PRICING-ABORTED               VALUE 'Y'.
001370     88  FZB-PRICING-RUNNING               VALUE 'N'.
001380 01  FZB-LEDGER-SW               PIC X(01) VALUE 'N'.
001390     88  FZB-LEDGER-AVAILABLE              VALUE 'Y'.
001400     88  FZB-LEDGER-DOWN                   VALUE 'N'.
001410*****************************************************************
001420*    RUN DATE AND BILLING PERIOD
001430*****************************************************************
001440 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
001450 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
001460     05  FZB-RUN-DATE-YY         PIC 99.
001470     05  FZB-RUN-DATE-MM         PIC 99.
001480     05  FZB-RUN-DATE-DD         PIC 99.
001490 01  FZB-PERIOD                  PIC 9(04) VALUE 0.
001500 01  FZB-PERIOD-X REDEFINES FZB-PERIOD.
001510     05  FZB-PERIOD-YY           PIC 99.
001520     05  FZB-PERIOD-MM           PIC 99.
001530 01  FZB-PARM-WORK.
001540     05  FZB-PRM-PERIOD-X        PIC X(04).
001550     05  FZB-PRM-PERIOD-9 REDEFINES FZB-PRM-PERIOD-X
001560                                 PIC 9(04).
001570     05  FILLER                  PIC X(76).
001580 01  FZB-AUD-DATE                PIC 9(06) VALUE 0.
001590 01  FZB-AUD-DATE-X REDEFINES FZB-AUD-DATE.
001600     05  FZB-AUD-DATE-PERIOD     PIC 9(04).
001610     05  FZB-AUD-DATE-DD         PIC 99.
001620*****************************************************************
001630*    RATE TABLE - EVERY PRICE ON RATETAB, IN FILE ORDER
001640*****************************************************************
001650 01  FZB-RAT-MAX                 PIC 9(03) VALUE 100.
001660 01  FZB-RAT-COUNT               PIC 9(03) VALUE 0.
001670 01  FZB-RAT-TABLE.
001680     05  FZB-RAT-ENTRY           OCCURS 100 TIMES
001690                                 INDEXED BY FZB-RAT-IDX.
001700         10  FZB-RTE-ITEM        PIC X(04).
001710         10  FZB-RTE-EFF-DATE    PIC 9(06).
001720         10  FZB-RTE-PRICE       PIC 9(03)V9(06).
001730 01  FZB-RAT-OVERFLOW-SW         PIC X(01) VALUE 'N'.
001740     88  FZB-RAT-OVERFLOW                  VALUE 'Y'.
001750*****************************************************************
001760*    PRICING OF ONE ITEM - THE CALLER SETS THE ITEM AND THE
001770*    QUANTITY; 3500-PRICE-ITEM RETURNS THE AMOUNT.
001780*****************************************************************
001790 01  FZB-PRC-ITEM                PIC X(04) VALUE SPACES.
001800 01  FZB-PRC-QUANTITY            PIC 9(09) VALUE 0.
001810 01  FZB-PRC-EFF-DATE            PIC 9(06) VALUE 0.
001820 01  FZB-PRC-PRICE               PIC 9(03)V9(06) VALUE 0.
001830 01  FZB-PRC-AMOUNT              PIC 9(07)V99 VALUE 0.
001840 01  FZB-PRC-FOUND-SW            PIC X(01) VALUE 'N'.
001850     88  FZB-PRC-FOUND                     VALUE 'Y'.
001860     88  FZB-PRC-NOT-FOUND                 VALUE 'N'.
001870*****************************************************************
001880*    REGISTRY VERSIONS OF THE CURRENT REQUEST CODE, IN
001890*    EFFECTIVE-DATE ORDER
001900*****************************************************************
001910 01  FZB-VER-CODE                PIC X(08) VALUE LOW-VALUES.
001920 01  FZB-VER-MAX                 PIC 9(03) VALUE 100.
001930 01  FZB-VER-COUNT               PIC 9(03) VALUE 0.
001940 01  FZB-VER-TABLE.
001950     05  FZB-VER-ENTRY           OCCURS 100 TIMES
001960                                 INDEXED BY FZB-VER-IDX.
001970         10  FZB-VRE-EFF-DATE    PIC 9(06).
001980         10  FZB-VRE-DEPT        PIC X(08).
001990 01  FZB-NO-DEPT                 PIC X(08) VALUE '*NOREG*'.
002000*****************************************************************
002010*    THE PREVIOUS AUDIT RECORD (SAME SORT ORDER) - A RESTARTED
002020*    REQUEST FOLLOWS THE PARTIAL RUN IT RESUMED
002030*****************************************************************
002040 01  FZB-PRV-REQ-CODE            PIC X(08) VALUE LOW-VALUES.
002050 01  FZB-PRV-RUN-KEY.
002060     05  FZB-PRV-RUN-DATE        PIC 9(06) VALUE 0.
002070     05  FZB-PRV-RUN-TIME        PIC 9(08) VALUE 0.
002080 01  FZB-PRV-REQUEST-ID          PIC 9(04) VALUE 0.
002090 01  FZB-PRV-RUN-STATUS          PIC X(01) VALUE SPACE.
002100 01  FZB-PRV-TOTAL-CNT           PIC 9(06) VALUE 0.
002110*****************************************************************
002120*    WORK FIELDS
002130*****************************************************************
002140 01  FZB-WRK-RULES               PIC 9(01) VALUE 0.
002150*****************************************************************
002160*    RUN COUNTERS AND TOTALS
002170*****************************************************************
002180 01  FZB-CNT-AUDIT               PIC 9(07) VALUE 0.
002190 01  FZB-CNT-CHARGES             PIC 9(07) VALUE 0.
002200 01  FZB-CNT-BYPASSED            PIC 9(07) VALUE 0.
002210 01  FZB-CNT-PARTIAL             PIC 9(07) VALUE 0.
002220 01  FZB-CNT-RESTART             PIC 9(07) VALUE 0.
002230 01  FZB-CNT-UNREGISTERED        PIC 9(07) VALUE 0.
002240 01  FZB-CNT-UNPRICED            PIC 9(07) VALUE 0.
002250 01  FZB-TOT-AMOUNT              PIC 9(09)V99 VALUE 0.
002260 01  FZB-DSP-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002270*
002280 PROCEDURE DIVISION.
002290*****************************************************************
002300*    0000-MAINLINE
002310*        CONTROLS THE OVERALL FLOW OF THE PRICING RUN.
002320*****************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     IF FZB-PRICING-RUNNING
002360         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
002370             UNTIL NOT FZB-AUDIT-OK
002380     END-IF.
002390     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002400     GO TO 0000-MAINLINE-EXIT.
002410 0000-MAINLINE-EXIT.
002420     STOP RUN.
002430*****************************************************************
002440*    1000-INITIALIZE
002450*        SETS THE BILLING PERIOD, LOADS THE RATE TABLE, OPENS
002460*        THE FILES, AND READS THE FIRST REGISTRY VERSION AND THE
002470*        FIRST AUDIT RECORD.  A FILE THAT WILL NOT OPEN, OR A
002480*        RATE TABLE THAT IS EMPTY OR FULL, ENDS THE RUN 12 WITH
002490*        NOTHING PRICED.  A RUN LEDGER THAT WILL NOT OPEN ONLY
002500*        WARNS.
002510*****************************************************************
002520 1000-INITIALIZE.
002530     ACCEPT FZB-RUN-DATE FROM DATE.
002540     OPEN INPUT FZB-PARM-FILE.
002550     MOVE SPACES TO FZB-PARM-WORK.
002560     IF FZB-PARM-OK
002570         READ FZB-PARM-FILE INTO FZB-PARM-WORK
002580             AT END CONTINUE
002590         END-READ
002600         CLOSE FZB-PARM-FILE
002610     END-IF.
002620     IF FZB-PRM-PERIOD-X NUMERIC
002630         MOVE FZB-PRM-PERIOD-9 TO FZB-PERIOD
002640     ELSE
002650         PERFORM 1050-SET-LAST-MONTH THRU 1050-EXIT
002660     END-IF.
002670     IF FZB-PERIOD-MM < 1 OR FZB-PERIOD-MM > 12
002680         DISPLAY 'FZBCHG - BILLING PERIOD ' FZB-PRM-PERIOD-X
002690             ' IS NOT A VALID YYMM'
002700         MOVE 12 TO RETURN-CODE
002710         SET FZB-PRICING-ABORTED TO TRUE
002720         GO TO 1000-EXIT
002730     END-IF.
002740     DISPLAY 'FZBCHG - PRICING BILLING PERIOD ' FZB-PERIOD
002750         ' (YYMM)'.
002760     OPEN INPUT FZB-RATE-FILE.
002770     IF NOT FZB-RATE-OK
002780         DISPLAY 'FZBCHG - RATETAB OPEN FAILED - STATUS '
002790             FZB-RATE-STATUS
002800         SET FZB-PRICING-ABORTED TO TRUE
002810     ELSE
002820         PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
002830             UNTIL NOT FZB-RATE-OK
002840         CLOSE FZB-RATE-FILE
002850         IF FZB-RAT-OVERFLOW
002860             DISPLAY 'FZBCHG - MORE THAN ' FZB-RAT-MAX
002870                 ' PRICES ON RATETAB - RATE TABLE FULL'
002880             SET FZB-PRICING-ABORTED TO TRUE
002890         END-IF
002900         IF FZB-RAT-COUNT = 0
002910             DISPLAY 'FZBCHG - NO PRICES ON RATETAB'
002920             SET FZB-PRICING-ABORTED TO TRUE
002930         END-IF
002940     END-IF.
002950     OPEN INPUT FZB-AUDIT-FILE.
002960     IF NOT FZB-AUDIT-OK
002970         DISPLAY 'FZBCHG - AUDSORT OPEN FAILED - STATUS '
002980             FZB-AUDIT-STATUS
002990         SET FZB-PRICING-ABORTED TO TRUE
003000     END-IF.
003010     OPEN INPUT FZB-REGM-FILE.
003020     IF NOT FZB-REGM-OK
003030         DISPLAY 'FZBCHG - REGMAST OPEN FAILED - STATUS '
003040             FZB-REGM-STATUS
003050         SET FZB-PRICING-ABORTED TO TRUE
003060     END-IF.
003070     OPEN OUTPUT FZB-CHARGE-FILE.
003080     IF NOT FZB-CHARGE-OK
003090         DISPLAY 'FZBCHG - CHGOUT OPEN FAILED - STATUS '
003100             FZB-CHARGE-STATUS
003110         SET FZB-PRICING-ABORTED TO TRUE
003120     END-IF.
003130     IF FZB-PRICING-ABORTED
003140         MOVE 12 TO RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     OPEN INPUT FZB-LEDGER-FILE.
003180     IF FZB-LEDGER-OK
003190         SET FZB-LEDGER-AVAILABLE TO TRUE
003200     ELSE
003210         DISPLAY 'FZBCHG - RUNLEDG OPEN FAILED - STATUS '
003220             FZB-LEDGER-STATUS ' - NO RUN TREATED AS RESTARTED'
003230         IF RETURN-CODE < 4
003240             MOVE 4 TO RETURN-CODE
003250         END-IF
003260     END-IF.
003270     PERFORM 2300-READ-REGISTRY THRU 2300-EXIT.
003280     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310*****************************************************************
003320*    1050-SET-LAST-MONTH
003330*        DEFAULTS THE BILLING PERIOD TO THE MONTH BEFORE THE
003340*        RUN DATE - THE JOB RUNS EARLY IN THE NEW MONTH.
003350*****************************************************************
003360 1050-SET-LAST-MONTH.
003370     MOVE FZB-RUN-DATE-YY TO FZB-PERIOD-YY.
003380     MOVE FZB-RUN-DATE-MM TO FZB-PERIOD-MM.
003390     IF FZB-PERIOD-MM = 1
003400         MOVE 12 TO FZB-PERIOD-MM
003410         IF FZB-PERIOD-YY = 0
003420             MOVE 99 TO FZB-PERIOD-YY
003430         ELSE
003440             SUBTRACT 1 FROM FZB-PERIOD-YY
003450         END-IF
003460     ELSE
003470         SUBTRACT 1 FROM FZB-PERIOD-MM
003480     END-IF.
003490 1050-EXIT.
003500     EXIT.
003510*****************************************************************
003520*    1100-LOAD-ONE-RATE
003530*        READS THE NEXT RATE TABLE RECORD AND ADDS IT TO THE
003540*        TABLE.  COMMENT RECORDS ARE SKIPPED; A RECORD WITH AN
003550*        UNKNOWN ITEM OR A NON-NUMERIC DATE OR PRICE IS LISTED
003560*        AND SKIPPED, SO ITS ITEM PRICES AT ZERO AND IS FLAGGED.
003570*****************************************************************
003580 1100-LOAD-ONE-RATE.
003590     READ FZB-RATE-FILE
003600         AT END GO TO 1100-EXIT
003610     END-READ.
003620     IF FZB-RAT-COMMENT
003630         GO TO 1100-EXIT
003640     END-IF.
003650     IF (FZB-RAT-ITEM NOT = 'CNTR' AND NOT = 'RULE'
003660             AND NOT = 'REJT' AND NOT = 'PART' AND NOT = 'RSTR')
003670             OR FZB-RAT-EFF-DATE-X NOT NUMERIC
003680             OR FZB-RAT-PRICE-X NOT NUMERIC
003690         DISPLAY 'FZBCHG - RATETAB RECORD IGNORED - '
003700             FZB-RAT-ITEM ' ' FZB-RAT-EFF-DATE-X ' '
003710             FZB-RAT-PRICE-X
003720         IF RETURN-CODE < 4
003730             MOVE 4 TO RETURN-CODE
003740         END-IF
003750         GO TO 1100-EXIT
003760     END-IF.
003770     IF FZB-RAT-COUNT NOT < FZB-RAT-MAX
003780         SET FZB-RAT-OVERFLOW TO TRUE
003790         GO TO 1100-EXIT
003800     END-IF.
003810     ADD 1 TO FZB-RAT-COUNT.
003820     SET FZB-RAT-IDX TO FZB-RAT-COUNT.
003830     MOVE FZB-RAT-ITEM     TO FZB-RTE-ITEM(FZB-RAT-IDX).
003840     MOVE FZB-RAT-EFF-DATE TO FZB-RTE-EFF-DATE(FZB-RAT-IDX).
003850     MOVE FZB-RAT-PRICE    TO FZB-RTE-PRICE(FZB-RAT-IDX).
003860 1100-EXIT.
003870     EXIT.
003880*****************************************************************
003890*    2000-PROCESS-ONE-RECORD
003900*        PRICES THE CURRENT AUDIT RECORD IF ITS RUN FALLS IN THE
003910*        BILLING PERIOD, KEEPS IT AS THE PREVIOUS RECORD, AND
003920*        READS AHEAD.  A NEW REQUEST CODE FIRST BRINGS IN THAT
003930*        CODE'S REGISTRY VERSIONS.
003940*****************************************************************
003950 2000-PROCESS-ONE-RECORD.
003960     IF FZB-AUD-REQ-CODE NOT = FZB-VER-CODE
003970         PERFORM 2200-LOAD-CODE-VERSIONS THRU 2200-EXIT
003980     END-IF.
003990     MOVE FZB-AUD-RUN-DATE TO FZB-AUD-DATE.
004000     IF FZB-AUD-DATE-PERIOD = FZB-PERIOD
004010         PERFORM 3000-PRICE-RECORD THRU 3000-EXIT
004020     END-IF.
004030     MOVE FZB-AUD-REQ-CODE   TO FZB-PRV-REQ-CODE.
004040     MOVE FZB-AUD-RUN-DATE   TO FZB-PRV-RUN-DATE.
004050     MOVE FZB-AUD-RUN-TIME   TO FZB-PRV-RUN-TIME.
004060     MOVE FZB-AUD-REQUEST-ID TO FZB-PRV-REQUEST-ID.
004070     MOVE FZB-AUD-RUN-STATUS TO FZB-PRV-RUN-STATUS.
004080     MOVE FZB-AUD-TOTAL-CNT  TO FZB-PRV-TOTAL-CNT.
004090     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004100 2000-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    2100-READ-AUDIT
004140*        READS THE NEXT SORTED AUDIT HISTORY RECORD.
004150*****************************************************************
004160 2100-READ-AUDIT.
004170     READ FZB-AUDIT-FILE
004180         AT END CONTINUE
004190     END-READ.
004200     IF FZB-AUDIT-OK
004210         ADD 1 TO FZB-CNT-AUDIT
004220     END-IF.
004230 2100-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    2200-LOAD-CODE-VERSIONS
004270*        GATHERS THE REGISTRY VERSIONS OF THE CURRENT AUDIT
004280*        RECORD'S REQUEST CODE.  BOTH FILES ARE IN CODE ORDER,
004290*        SO VERSIONS OF CODES NEVER RUN ARE STEPPED OVER AND THE
004300*        REGISTRY IS READ ONLY ONCE.
004310*****************************************************************
004320 2200-LOAD-CODE-VERSIONS.
004330     MOVE FZB-AUD-REQ-CODE TO FZB-VER-CODE.
004340     MOVE 0 TO FZB-VER-COUNT.
004350     PERFORM 2300-READ-REGISTRY THRU 2300-EXIT
004360         UNTIL NOT FZB-REGM-OK
004370            OR FZB-RGM-REQ-CODE NOT < FZB-VER-CODE.
004380     PERFORM 2210-TAKE-VERSION THRU 2210-EXIT
004390         UNTIL NOT FZB-REGM-OK
004400            OR FZB-RGM-REQ-CODE NOT = FZB-VER-CODE.
004410 2200-EXIT.
004420     EXIT.
004430*****************************************************************
004440*    2210-TAKE-VERSION
004450*        ADDS THE CURRENT REGISTRY VERSION TO THE CODE'S TABLE
004460*        AND READS AHEAD.  A CODE WITH MORE VERSIONS THAN THE
004470*        TABLE HOLDS KEEPS ITS EARLIEST ONES AND IS LISTED.
004480*****************************************************************
004490 2210-TAKE-VERSION.
004500     IF FZB-VER-COUNT < FZB-VER-MAX
004510         ADD 1 TO FZB-VER-COUNT
004520         SET FZB-VER-IDX TO FZB-VER-COUNT
004530         MOVE FZB-RGM-EFF-DATE TO FZB-VRE-EFF-DATE(FZB-VER-IDX)
004540         MOVE FZB-RGM-DEPT     TO FZB-VRE-DEPT(FZB-VER-IDX)
004550     ELSE
004560         DISPLAY 'FZBCHG - CODE ' FZB-VER-CODE ' VERSION '
004570             FZB-RGM-EFF-DATE ' IGNORED - VERSION TABLE FULL'
004580     END-IF.
004590     PERFORM 2300-READ-REGISTRY THRU 2300-EXIT.
004600 2210-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    2300-READ-REGISTRY
004640*        READS THE NEXT REGISTRY VERSION IN KEY ORDER.
004650*****************************************************************
004660 2300-READ-REGISTRY.
004670     READ FZB-REGM-FILE NEXT RECORD
004680         AT END CONTINUE
004690     END-READ.
004700 2300-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    3000-PRICE-RECORD
004740*        BUILDS AND WRITES THE CHARGE RECORD FOR ONE AUDIT
004750*        RECORD IN THE BILLING PERIOD.
004760*****************************************************************
004770 3000-PRICE-RECORD.
004780     MOVE SPACES TO FZB-CHARGE-RECORD.
004790     MOVE ZEROS  TO FZB-CHR-QUANTITIES.
004800     MOVE ZEROS  TO FZB-CHR-AMOUNTS.
004810     MOVE FZB-AUD-REQ-CODE   TO FZB-CHR-REQ-CODE.
004820     MOVE FZB-AUD-RUN-DATE   TO FZB-CHR-RUN-DATE.
004830     MOVE FZB-AUD-RUN-TIME   TO FZB-CHR-RUN-TIME.
004840     MOVE FZB-AUD-REQUEST-ID TO FZB-CHR-REQUEST-ID.
004850     MOVE FZB-PERIOD         TO FZB-CHR-PERIOD.
004860     MOVE FZB-AUD-RUN-STATUS TO FZB-CHR-RUN-STATUS.
004870     MOVE FZB-AUD-RUN-MODE   TO FZB-CHR-RUN-MODE.
004880     PERFORM 3100-FIND-DEPARTMENT THRU 3100-EXIT.
004890     IF FZB-AUD-BYPASSED
004900         ADD 1 TO FZB-CNT-BYPASSED
004910         GO TO 3000-WRITE
004920     END-IF.
004930     MOVE FZB-AUD-TOTAL-CNT TO FZB-CHR-COUNTERS.
004940     PERFORM 3200-COUNT-RULES THRU 3200-EXIT.
004950     PERFORM 3300-CHECK-RESTART THRU 3300-EXIT.
004960     COMPUTE FZB-CHR-RULE-UNITS = FZB-CHR-COUNTERS
004970         * FZB-CHR-RULES.
004980     IF FZB-AUD-MODE-TRAN
004990             AND FZB-AUD-SUBMIT-CNT-X NUMERIC
005000             AND FZB-AUD-SUBMIT-CNT > FZB-AUD-TOTAL-CNT
005010         COMPUTE FZB-CHR-REJECTS = FZB-AUD-SUBMIT-CNT
005020             - FZB-AUD-TOTAL-CNT
005030     END-IF.
005040     IF FZB-AUD-PARTIAL
005050         MOVE 1 TO FZB-CHR-PARTIAL-CNT
005060         ADD 1 TO FZB-CNT-PARTIAL
005070     END-IF.
005080     MOVE 'CNTR'              TO FZB-PRC-ITEM.
005090     MOVE FZB-CHR-COUNTERS    TO FZB-PRC-QUANTITY.
005100     PERFORM 3500-PRICE-ITEM THRU 3500-EXIT.
005110     MOVE FZB-PRC-AMOUNT      TO FZB-CHR-AMT-COUNTERS.
005120     MOVE 'RULE'              TO FZB-PRC-ITEM.
005130     MOVE FZB-CHR-RULE-UNITS  TO FZB-PRC-QUANTITY.
005140     PERFORM 3500-PRICE-ITEM THRU 3500-EXIT.
005150     MOVE FZB-PRC-AMOUNT      TO FZB-CHR-AMT-RULES.
005160     MOVE 'REJT'              TO FZB-PRC-ITEM.
005170     MOVE FZB-CHR-REJECTS     TO FZB-PRC-QUANTITY.
005180     PERFORM 3500-PRICE-ITEM THRU 3500-EXIT.
005190     MOVE FZB-PRC-AMOUNT      TO FZB-CHR-AMT-REJECTS.
005200     MOVE 'PART'              TO FZB-PRC-ITEM.
005210     MOVE FZB-CHR-PARTIAL-CNT TO FZB-PRC-QUANTITY.
005220     PERFORM 3500-PRICE-ITEM THRU 3500-EXIT.
005230     MOVE FZB-PRC-AMOUNT      TO FZB-CHR-AMT-PARTIAL.
005240     MOVE 'RSTR'              TO FZB-PRC-ITEM.
005250     MOVE FZB-CHR-RESTART-CNT TO FZB-PRC-QUANTITY.
005260     PERFORM 3500-PRICE-ITEM THRU 3500-EXIT.
005270     MOVE FZB-PRC-AMOUNT      TO FZB-CHR-AMT-RESTART.
005280     COMPUTE FZB-CHR-AMT-TOTAL = FZB-CHR-AMT-COUNTERS
005290         + FZB-CHR-AMT-RULES + FZB-CHR-AMT-REJECTS
005300         + FZB-CHR-AMT-PARTIAL + FZB-CHR-AMT-RESTART.
005310     IF FZB-CHR-UNPRICED
005320         ADD 1 TO FZB-CNT-UNPRICED
005330         IF RETURN-CODE < 4
005340             MOVE 4 TO RETURN-CODE
005350         END-IF
005360     END-IF.
005370     ADD FZB-CHR-AMT-TOTAL TO FZB-TOT-AMOUNT.
005380 3000-WRITE.
005390     WRITE FZB-CHARGE-RECORD.
005400     ADD 1 TO FZB-CNT-CHARGES.
005410 3000-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    3100-FIND-DEPARTMENT
005450*        CHARGES THE RECORD TO THE DEPARTMENT ON THE CODE'S
005460*        LATEST REGISTRY VERSION DATED ON OR BEFORE THE RUN
005470*        DATE (A RETIRED VERSION STILL NAMES THE DEPARTMENT THAT
005480*        OWNED THE CODE).  WITH NO SUCH VERSION THE RECORD GOES
005490*        TO '*NOREG*' AND THE RUN ENDS 4.
005500*****************************************************************
005510 3100-FIND-DEPARTMENT.
005520     MOVE FZB-NO-DEPT TO FZB-CHR-DEPT.
005530     PERFORM 3110-CHECK-VERSION THRU 3110-EXIT
005540         VARYING FZB-VER-IDX FROM 1 BY 1
005550         UNTIL FZB-VER-IDX > FZB-VER-COUNT.
005560     IF FZB-CHR-DEPT = FZB-NO-DEPT
005570         SET FZB-CHR-UNREGISTERED TO TRUE
005580         ADD 1 TO FZB-CNT-UNREGISTERED
005590         IF RETURN-CODE < 4
005600             MOVE 4 TO RETURN-CODE
005610         END-IF
005620     END-IF.
005630 3100-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    3110-CHECK-VERSION
005670*        TAKES ONE VERSION'S DEPARTMENT IF IT WAS IN EFFECT ON
005680*        THE RUN DATE.  THE VERSIONS ARE IN DATE ORDER, SO THE
005690*        LAST ONE TAKEN IS THE ONE IN EFFECT.
005700*****************************************************************
005710 3110-CHECK-VERSION.
005720     IF FZB-VRE-EFF-DATE(FZB-VER-IDX) NOT > FZB-AUD-RUN-DATE
005730         MOVE FZB-VRE-DEPT(FZB-VER-IDX) TO FZB-CHR-DEPT
005740     END-IF.
005750 3110-EXIT.
005760     EXIT.
005770*****************************************************************
005780*    3200-COUNT-RULES
005790*        COUNTS THE RULES ON THE REQUEST'S CARD.  AN UNUSED RULE
005800*        ENTRY HAS NEITHER A CODE DIGIT NOR AN OPERAND; A
005810*        LAST-DIGIT RULE MAY HAVE OPERAND ZERO BUT ALWAYS HAS A
005820*        DIGIT.
005830*****************************************************************
005840 3200-COUNT-RULES.
005850     MOVE 0 TO FZB-WRK-RULES.
005860     IF FZB-AUD-DIGIT-1 NOT = SPACE
005870             OR (FZB-AUD-DIVISOR-1 NUMERIC
005880                 AND FZB-AUD-DIVISOR-1 > 0)
005890         ADD 1 TO FZB-WRK-RULES
005900     END-IF.
005910     IF FZB-AUD-DIGIT-2 NOT = SPACE
005920             OR (FZB-AUD-DIVISOR-2 NUMERIC
005930                 AND FZB-AUD-DIVISOR-2 > 0)
005940         ADD 1 TO FZB-WRK-RULES
005950     END-IF.
005960     IF FZB-AUD-DIGIT-3 NOT = SPACE
005970             OR (FZB-AUD-DIVISOR-3 NUMERIC
005980                 AND FZB-AUD-DIVISOR-3 > 0)
005990         ADD 1 TO FZB-WRK-RULES
006000     END-IF.
006010     MOVE FZB-WRK-RULES TO FZB-CHR-RULES.
006020 3200-EXIT.
006030     EXIT.
006040*****************************************************************
006050*    3300-CHECK-RESTART
006060*        A REQUEST IS RESTARTED WHEN THE PREVIOUS AUDIT RECORD
006070*        IS A PARTIAL RUN OF THE SAME CODE AND REQUEST ID AND
006080*        THE RUN LEDGER SAYS THIS RECORD'S EXECUTION RESUMED
006090*        THAT RUN.  A RESUMED RANGE REQUEST IS CHARGED ONLY THE
006100*        COUNTERS PAST THE PARTIAL RUN'S TOTAL.
006110*****************************************************************
006120 3300-CHECK-RESTART.
006130     IF FZB-LEDGER-DOWN
006140             OR FZB-PRV-REQ-CODE   NOT = FZB-AUD-REQ-CODE
006150             OR FZB-PRV-REQUEST-ID NOT = FZB-AUD-REQUEST-ID
006160             OR FZB-PRV-RUN-STATUS NOT = 'P'
006170         GO TO 3300-EXIT
006180     END-IF.
006190     MOVE FZB-AUD-RUN-DATE TO FZB-LDG-RUN-DATE.
006200     MOVE FZB-AUD-RUN-TIME TO FZB-LDG-RUN-TIME.
006210     READ FZB-LEDGER-FILE
006220         INVALID KEY CONTINUE
006230     END-READ.
006240     IF NOT FZB-LEDGER-OK
006250         GO TO 3300-EXIT
006260     END-IF.
006270     IF FZB-LDG-RESUMED-FROM NOT = FZB-PRV-RUN-KEY
006280         GO TO 3300-EXIT
006290     END-IF.
006300     MOVE 1 TO FZB-CHR-RESTART-CNT.
006310     ADD 1 TO FZB-CNT-RESTART.
006320     IF FZB-AUD-MODE-RANGE
006330             AND FZB-AUD-TOTAL-CNT NOT < FZB-PRV-TOTAL-CNT
006340         COMPUTE FZB-CHR-COUNTERS = FZB-AUD-TOTAL-CNT
006350             - FZB-PRV-TOTAL-CNT
006360     END-IF.
006370 3300-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    3500-PRICE-ITEM
006410*        PRICES A QUANTITY OF ONE ITEM AT THE ITEM'S LATEST
006420*        PRICE DATED ON OR BEFORE THE RUN DATE, ROUNDED TO THE
006430*        CENT.  A NON-ZERO QUANTITY WITH NO PRICE IN EFFECT IS
006440*        CHARGED AT ZERO AND FLAGS THE CHARGE RECORD.
006450*****************************************************************
006460 3500-PRICE-ITEM.
006470     MOVE 0 TO FZB-PRC-AMOUNT.
006480     IF FZB-PRC-QUANTITY = 0
006490         GO TO 3500-EXIT
006500     END-IF.
006510     SET FZB-PRC-NOT-FOUND TO TRUE.
006520     MOVE 0 TO FZB-PRC-EFF-DATE.
006530     PERFORM 3510-CHECK-PRICE THRU 3510-EXIT
006540         VARYING FZB-RAT-IDX FROM 1 BY 1
006550         UNTIL FZB-RAT-IDX > FZB-RAT-COUNT.
006560     IF FZB-PRC-NOT-FOUND
006570         SET FZB-CHR-UNPRICED TO TRUE
006580         GO TO 3500-EXIT
006590     END-IF.
006600     COMPUTE FZB-PRC-AMOUNT ROUNDED = FZB-PRC-QUANTITY
006610         * FZB-PRC-PRICE.
006620 3500-EXIT.
006630     EXIT.
006640*****************************************************************
006650*    3510-CHECK-PRICE
006660*        TAKES ONE RATE TABLE ENTRY IF IT IS FOR THE ITEM, WAS
006670*        IN EFFECT ON THE RUN DATE, AND IS LATER THAN ANY TAKEN
006680*        SO FAR (THE TABLE IS IN FILE ORDER, NOT DATE ORDER).
006690*****************************************************************
006700 3510-CHECK-PRICE.
006710     IF FZB-RTE-ITEM(FZB-RAT-IDX) = FZB-PRC-ITEM
006720             AND FZB-RTE-EFF-DATE(FZB-RAT-IDX)
006730                 NOT > FZB-AUD-RUN-DATE
006740             AND (FZB-PRC-NOT-FOUND
006750                 OR FZB-RTE-EFF-DATE(FZB-RAT-IDX)
006760                     NOT < FZB-PRC-EFF-DATE)
006770         MOVE FZB-RTE-EFF-DATE(FZB-RAT-IDX) TO FZB-PRC-EFF-DATE
006780         MOVE FZB-RTE-PRICE(FZB-RAT-IDX)    TO FZB-PRC-PRICE
006790         SET FZB-PRC-FOUND TO TRUE
006800     END-IF.
006810 3510-EXIT.
006820     EXIT.
006830*****************************************************************
006840*    8000-FINALIZE
006850*        CLOSES THE FILES AND REPORTS THE PRICING TOTALS TO THE
006860*        CONSOLE.
006870*****************************************************************
006880 8000-FINALIZE.
006890     IF FZB-PRICING-RUNNING
006900         CLOSE FZB-AUDIT-FILE
006910         CLOSE FZB-REGM-FILE
006920         CLOSE FZB-CHARGE-FILE
006930         IF FZB-LEDGER-AVAILABLE
006940             CLOSE FZB-LEDGER-FILE
006950         END-IF
006960     END-IF.
006970     MOVE FZB-TOT-AMOUNT TO FZB-DSP-AMOUNT.
006980     DISPLAY 'FZBCHG - PRICING SUMMARY - PERIOD ' FZB-PERIOD.
006990     DISPLAY '  AUDIT RECORDS..: ' FZB-CNT-AUDIT.
007000     DISPLAY '  CHARGES WRITTEN: ' FZB-CNT-CHARGES.
007010     DISPLAY '  BYPASSED.......: ' FZB-CNT-BYPASSED.
007020     DISPLAY '  PARTIAL RUNS...: ' FZB-CNT-PARTIAL.
007030     DISPLAY '  RESTARTED RUNS.: ' FZB-CNT-RESTART.
007040     DISPLAY '  NO REGISTRY....: ' FZB-CNT-UNREGISTERED.
007050     DISPLAY '  NO PRICE.......: ' FZB-CNT-UNPRICED.
007060     DISPLAY '  AMOUNT.........: ' FZB-DSP-AMOUNT.
007070 8000-EXIT.
007080     EXIT.
