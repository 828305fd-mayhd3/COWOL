000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBINV.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBINV PRINTS THE MONTHLY CHARGEBACK INVOICES AND WRITES
000100*    THE BILLING FEED FOR THE FINANCE GENERAL-LEDGER
000110*    INTERFACE.  IT READS THE PRICED CHARGE RECORDS (FZBCHR)
000120*    WRITTEN BY FZBCHG, SORTED BY DEPARTMENT, REQUEST CODE AND
000130*    RUN (CHGSORT - SEE FIZZCHG'S STEP030).
000140*    EACH DEPARTMENT GETS ITS OWN INVOICE, STARTING ON A NEW
000150*    PAGE, WITH ONE LINE PER RUN AND REQUEST CODE - BYPASSED
000160*    REQUESTS INCLUDED AT ZERO COST SO THE DEPARTMENT SEES ITS
000170*    OWN BAD CARDS - FOLLOWED BY THE QUANTITY AND AMOUNT OF
000180*    EACH CHARGE ITEM AND THE DEPARTMENT TOTAL.  A CLOSING
000190*    SUMMARY PAGE LISTS EVERY DEPARTMENT'S TOTAL AND THE GRAND
000200*    TOTALS.
000210*    THE FEED (GLFEED, FZBGLF) HAS A HEADER, ONE DETAIL RECORD
000220*    PER DEPARTMENT PER CHARGE ITEM WITH A NON-ZERO AMOUNT, AND
000230*    A TRAILER CARRYING THE DETAIL COUNT AND AMOUNT TOTAL.  THE
000240*    BILLING PERIOD IS TAKEN FROM THE CHARGE RECORDS; A MONTH
000250*    WITH NO CHARGES STILL GETS A HEADER AND A ZERO TRAILER,
000260*    DATED LAST MONTH.
000270*    RETURN CODE 4 = A CHARGE WAS FOR A CODE WITH NO REGISTRY
000280*    VERSION ('*NOREG*') OR HAD AN ITEM WITH NO PRICE IN
000290*    EFFECT - FINANCE SHOULD HOLD THE FEED UNTIL IT IS
000300*    RESOLVED; 12 = A FILE COULD NOT BE OPENED.
000310*    MODIFICATION HISTORY.
000320*        2026-10-15  JHM  ORIGINAL PROGRAM.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 SPECIAL-NAMES.
000390     C01 IS FZB-TOP-OF-PAGE.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FZB-CHARGE-FILE
000430         ASSIGN TO CHGSORT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FZB-CHARGE-STATUS.
000460     SELECT FZB-GLFEED-FILE
000470         ASSIGN TO GLFEED
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FZB-GLFEED-STATUS.
000500     SELECT FZB-REPORT-FILE
000510         ASSIGN TO INVRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FZB-REPORT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FZB-CHARGE-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY FZBCHR.
000610*
000620 FD  FZB-GLFEED-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY FZBGLF.
000660*
000670 FD  FZB-REPORT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  FZB-REPORT-LINE                 PIC X(80).
000710*
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*    FILE STATUS SWITCHES
000750*****************************************************************
000760 01  FZB-CHARGE-STATUS           PIC X(02) VALUE SPACES.
000770     88  FZB-CHARGE-OK                     VALUE '00'.
000780     88  FZB-CHARGE-EOF                    VALUE '10'.
000790 01  FZB-GLFEED-STATUS           PIC X(02) VALUE SPACES.
000800     88  FZB-GLFEED-OK                     VALUE '00'.
000810 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000820     88  FZB-REPORT-OK                     VALUE '00'.
000830 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
000840     88  FZB-INVOICE-ABORTED               VALUE 'Y'.
000850     88  FZB-INVOICE-RUNNING               VALUE 'N'.
000860*****************************************************************
000870*    REPORT PAGINATION CONTROLS
000880*****************************************************************
000890 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
000900 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
000910 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
000920 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
000930 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
000940     05  FZB-RUN-DATE-YY         PIC 99.
000950     05  FZB-RUN-DATE-MM         PIC 99.
000960     05  FZB-RUN-DATE-DD         PIC 99.
000970 01  FZB-RUN-TIME                PIC 9(08) VALUE 0.
000980 01  FZB-PERIOD                  PIC 9(04) VALUE 0.
000990 01  FZB-PERIOD-X REDEFINES FZB-PERIOD.
001000     05  FZB-PERIOD-YY           PIC 99.
001010     05  FZB-PERIOD-MM           PIC 99.
001020 01  FZB-SECTION-SW              PIC X(01) VALUE 'D'.
001030     88  FZB-SECTION-DEPT                  VALUE 'D'.
001040     88  FZB-SECTION-SUMMARY               VALUE 'S'.
001050*****************************************************************
001060*    CURRENT DEPARTMENT AND ITS TOTALS
001070*****************************************************************
001080 01  FZB-CUR-DEPT                PIC X(08) VALUE LOW-VALUES.
001090 01  FZB-DEPT-TOTALS.
001100     05  FZB-DPT-RUNS            PIC 9(07).
001110     05  FZB-DPT-BYPASSED        PIC 9(07).
001120     05  FZB-DPT-COUNTERS        PIC 9(09).
001130     05  FZB-DPT-RULE-UNITS      PIC 9(09).
001140     05  FZB-DPT-REJECTS         PIC 9(09).
001150     05  FZB-DPT-PARTIAL         PIC 9(09).
001160     05  FZB-DPT-RESTART         PIC 9(09).
001170     05  FZB-DPT-AMT-COUNTERS    PIC 9(09)V99.
001180     05  FZB-DPT-AMT-RULES       PIC 9(09)V99.
001190     05  FZB-DPT-AMT-REJECTS     PIC 9(09)V99.
001200     05  FZB-DPT-AMT-PARTIAL     PIC 9(09)V99.
001210     05  FZB-DPT-AMT-RESTART     PIC 9(09)V99.
001220     05  FZB-DPT-AMT-TOTAL       PIC 9(09)V99.
001230*****************************************************************
001240*    GRAND TOTALS
001250*****************************************************************
001260 01  FZB-GRAND-TOTALS.
001270     05  FZB-GRD-RUNS            PIC 9(07).
001280     05  FZB-GRD-BYPASSED        PIC 9(07).
001290     05  FZB-GRD-COUNTERS        PIC 9(09).
001300     05  FZB-GRD-RULE-UNITS      PIC 9(09).
001310     05  FZB-GRD-REJECTS         PIC 9(09).
001320     05  FZB-GRD-PARTIAL         PIC 9(09).
001330     05  FZB-GRD-RESTART         PIC 9(09).
001340     05  FZB-GRD-AMT-COUNTERS    PIC 9(09)V99.
001350     05  FZB-GRD-AMT-RULES       PIC 9(09)V99.
001360     05  FZB-GRD-AMT-REJECTS     PIC 9(09)V99.
001370     05  FZB-GRD-AMT-PARTIAL     PIC 9(09)V99.
001380     05  FZB-GRD-AMT-RESTART     PIC 9(09)V99.
001390     05  FZB-GRD-AMT-TOTAL       PIC 9(09)V99.
001400*****************************************************************
001410*    DEPARTMENTS INVOICED, FOR THE SUMMARY PAGE
001420*****************************************************************
001430 01  FZB-DTB-MAX                 PIC 9(03) VALUE 200.
001440 01  FZB-DTB-COUNT               PIC 9(03) VALUE 0.
001450 01  FZB-DTB-NOT-LISTED          PIC 9(05) VALUE 0.
001460 01  FZB-DTB-TABLE.
001470     05  FZB-DTB-ENTRY           OCCURS 200 TIMES
001480                                 INDEXED BY FZB-DTB-IDX.
001490         10  FZB-DTB-DEPT        PIC X(08).
001500         10  FZB-DTB-RUNS        PIC 9(07).
001510         10  FZB-DTB-AMOUNT      PIC 9(09)V99.
001520*****************************************************************
001530*    ONE CHARGE ITEM OF THE DEPARTMENT BEING CLOSED - SET BY
001540*    THE CALLER OF 4100-POST-ITEM
001550*****************************************************************
001560 01  FZB-ITM-CODE                PIC X(04) VALUE SPACES.
001570 01  FZB-ITM-LABEL               PIC X(30) VALUE SPACES.
001580 01  FZB-ITM-QUANTITY            PIC 9(09) VALUE 0.
001590 01  FZB-ITM-AMOUNT              PIC 9(09)V99 VALUE 0.
001600*****************************************************************
001610*    FEED AND EXCEPTION COUNTERS
001620*****************************************************************
001630 01  FZB-CNT-CHARGES             PIC 9(07) VALUE 0.
001640 01  FZB-CNT-GL-DETAIL           PIC 9(07) VALUE 0.
001650 01  FZB-GL-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
001660 01  FZB-CNT-UNREGISTERED        PIC 9(07) VALUE 0.
001670 01  FZB-CNT-UNPRICED            PIC 9(07) VALUE 0.
001680*****************************************************************
001690*    REPORT LINE LAYOUTS
001700*****************************************************************
001710 01  FZB-RPT-HEADING-1.
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  FILLER                  PIC X(33) VALUE
001740             'FIZZBUZZ CHARGEBACK INVOICE'.
001750     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001760     05  FZB-H1-MM               PIC 99.
001770     05  FILLER                  PIC X(01) VALUE '/'.
001780     05  FZB-H1-DD               PIC 99.
001790     05  FILLER                  PIC X(01) VALUE '/'.
001800     05  FZB-H1-YY               PIC 99.
001810     05  FILLER                  PIC X(04) VALUE SPACES.
001820     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001830     05  FZB-H1-PAGE             PIC ZZZ9.
001840     05  FILLER                  PIC X(15) VALUE SPACES.
001850 01  FZB-RPT-HEADING-2.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  FZB-H2-TITLE            PIC X(12) VALUE SPACES.
001880     05  FZB-H2-DEPT             PIC X(08) VALUE SPACES.
001890     05  FILLER                  PIC X(05) VALUE SPACES.
001900     05  FILLER                  PIC X(16) VALUE
001910             'BILLING PERIOD: '.
001920     05  FZB-H2-MM               PIC 99.
001930     05  FILLER                  PIC X(01) VALUE '/'.
001940     05  FZB-H2-YY               PIC 99.
001950     05  FILLER                  PIC X(33) VALUE SPACES.
001960 01  FZB-RPT-HEADING-3.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  FILLER                  PIC X(09) VALUE 'REQCODE'.
001990     05  FILLER                  PIC X(17) VALUE
002000             'RUN DATE/TIME'.
002010     05  FILLER                  PIC X(02) VALUE 'S'.
002020     05  FILLER                  PIC X(02) VALUE 'M'.
002030     05  FILLER                  PIC X(10) VALUE ' COUNTERS'.
002040     05  FILLER                  PIC X(02) VALUE 'R'.
002050     05  FILLER                  PIC X(08) VALUE 'REJECTS'.
002060     05  FILLER                  PIC X(13) VALUE
002070             '      AMOUNT'.
002080     05  FILLER                  PIC X(16) VALUE 'NOTE'.
002090 01  FZB-RPT-HEADING-4.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  FILLER                  PIC X(13) VALUE 'DEPARTMENT'.
002120     05  FILLER                  PIC X(10) VALUE '   RUNS'.
002130     05  FILLER                  PIC X(56) VALUE
002140             '        AMOUNT'.
002150 01  FZB-RPT-DETAIL.
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  FZB-DET-REQ-CODE        PIC X(08).
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  FZB-DET-RUN-DATE        PIC 9(06).
002200     05  FILLER                  PIC X(01) VALUE '/'.
002210     05  FZB-DET-RUN-TIME        PIC 9(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FZB-DET-STATUS          PIC X(01).
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  FZB-DET-MODE            PIC X(01).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  FZB-DET-COUNTERS        PIC Z,ZZZ,ZZ9.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  FZB-DET-RULES           PIC 9(01).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  FZB-DET-REJECTS         PIC ZZZ,ZZ9.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  FZB-DET-AMOUNT          PIC Z,ZZZ,ZZ9.99.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  FZB-DET-NOTE            PIC X(16).
002360 01  FZB-RPT-ITEM-LINE.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  FZB-ITL-LABEL           PIC X(30).
002390     05  FZB-ITL-QUANTITY        PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER                  PIC X(03) VALUE SPACES.
002410     05  FZB-ITL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002420     05  FILLER                  PIC X(21) VALUE SPACES.
002430 01  FZB-RPT-DEPT-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  FZB-DPL-DEPT            PIC X(08).
002460     05  FILLER                  PIC X(05) VALUE SPACES.
002470     05  FZB-DPL-RUNS            PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(03) VALUE SPACES.
002490     05  FZB-DPL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002500     05  FILLER                  PIC X(42) VALUE SPACES.
002510 01  FZB-RPT-TRAILER-LINE.
002520     05  FILLER                  PIC X(01) VALUE SPACE.
002530     05  FZB-TRL-LABEL           PIC X(24).
002540     05  FZB-TRL-COUNT           PIC Z,ZZZ,ZZ9.
002550     05  FILLER                  PIC X(46) VALUE SPACES.
002560*
002570 PROCEDURE DIVISION.
002580*****************************************************************
002590*    0000-MAINLINE
002600*        CONTROLS THE OVERALL FLOW OF THE INVOICE RUN.
002610*****************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     IF FZB-INVOICE-RUNNING
002650         PERFORM 2000-PROCESS-ONE-CHARGE THRU 2000-EXIT
002660             UNTIL NOT FZB-CHARGE-OK
002670         IF FZB-CUR-DEPT NOT = LOW-VALUES
002680             PERFORM 4000-END-DEPARTMENT THRU 4000-EXIT
002690         END-IF
002700         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002710     END-IF.
002720     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002730     GO TO 0000-MAINLINE-EXIT.
002740 0000-MAINLINE-EXIT.
002750     STOP RUN.
002760*****************************************************************
002770*    1000-INITIALIZE
002780*        OPENS THE FILES, READS THE FIRST CHARGE, TAKES THE
002790*        BILLING PERIOD FROM IT, AND WRITES THE FEED HEADER.  A
002800*        FILE THAT WILL NOT OPEN ENDS THE RUN 12.
002810*****************************************************************
002820 1000-INITIALIZE.
002830     ACCEPT FZB-RUN-DATE FROM DATE.
002840     ACCEPT FZB-RUN-TIME FROM TIME.
002850     MOVE ZEROS TO FZB-DEPT-TOTALS.
002860     MOVE ZEROS TO FZB-GRAND-TOTALS.
002870     OPEN INPUT FZB-CHARGE-FILE.
002880     IF NOT FZB-CHARGE-OK
002890         DISPLAY 'FZBINV - CHGSORT OPEN FAILED - STATUS '
002900             FZB-CHARGE-STATUS
002910         SET FZB-INVOICE-ABORTED TO TRUE
002920     END-IF.
002930     OPEN OUTPUT FZB-GLFEED-FILE.
002940     IF NOT FZB-GLFEED-OK
002950         DISPLAY 'FZBINV - GLFEED OPEN FAILED - STATUS '
002960             FZB-GLFEED-STATUS
002970         SET FZB-INVOICE-ABORTED TO TRUE
002980     END-IF.
002990     OPEN OUTPUT FZB-REPORT-FILE.
003000     IF NOT FZB-REPORT-OK
003010         DISPLAY 'FZBINV - INVRPT OPEN FAILED - STATUS '
003020             FZB-REPORT-STATUS
003030         SET FZB-INVOICE-ABORTED TO TRUE
003040     END-IF.
003050     IF FZB-INVOICE-ABORTED
003060         MOVE 12 TO RETURN-CODE
003070         GO TO 1000-EXIT
003080     END-IF.
003090     PERFORM 2100-READ-CHARGE THRU 2100-EXIT.
003100     IF FZB-CHARGE-OK
003110         MOVE FZB-CHR-PERIOD TO FZB-PERIOD
003120     ELSE
003130         PERFORM 1050-SET-LAST-MONTH THRU 1050-EXIT
003140     END-IF.
003150     MOVE FZB-PERIOD-MM TO FZB-H2-MM.
003160     MOVE FZB-PERIOD-YY TO FZB-H2-YY.
003170     MOVE SPACES TO FZB-GLFEED-RECORD.
003180     SET FZB-GLF-HEADER TO TRUE.
003190     MOVE 'FIZZBUZZ'    TO FZB-GLF-SYSTEM-ID.
003200     MOVE FZB-PERIOD    TO FZB-GLF-HDR-PERIOD.
003210     MOVE FZB-RUN-DATE  TO FZB-GLF-CREATE-DATE.
003220     MOVE FZB-RUN-TIME  TO FZB-GLF-CREATE-TIME.
003230     WRITE FZB-GLFEED-RECORD.
003240 1000-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    1050-SET-LAST-MONTH
003280*        DEFAULTS THE BILLING PERIOD TO THE MONTH BEFORE THE
003290*        RUN DATE, AS FZBCHG DOES.
003300*****************************************************************
003310 1050-SET-LAST-MONTH.
003320     MOVE FZB-RUN-DATE-YY TO FZB-PERIOD-YY.
003330     MOVE FZB-RUN-DATE-MM TO FZB-PERIOD-MM.
003340     IF FZB-PERIOD-MM = 1
003350         MOVE 12 TO FZB-PERIOD-MM
003360         IF FZB-PERIOD-YY = 0
003370             MOVE 99 TO FZB-PERIOD-YY
003380         ELSE
003390             SUBTRACT 1 FROM FZB-PERIOD-YY
003400         END-IF
003410     ELSE
003420         SUBTRACT 1 FROM FZB-PERIOD-MM
003430     END-IF.
003440 1050-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    2000-PROCESS-ONE-CHARGE
003480*        CLOSES THE PREVIOUS DEPARTMENT'S INVOICE AND STARTS A
003490*        NEW ONE ON A CHANGE OF DEPARTMENT, PRINTS THE CHARGE,
003500*        ADDS IT TO THE DEPARTMENT'S TOTALS, AND READS AHEAD.
003510*****************************************************************
003520 2000-PROCESS-ONE-CHARGE.
003530     IF FZB-CHR-DEPT NOT = FZB-CUR-DEPT
003540         IF FZB-CUR-DEPT NOT = LOW-VALUES
003550             PERFORM 4000-END-DEPARTMENT THRU 4000-EXIT
003560         END-IF
003570         PERFORM 3000-START-DEPARTMENT THRU 3000-EXIT
003580     END-IF.
003590     PERFORM 3100-WRITE-CHARGE-LINE THRU 3100-EXIT.
003600     ADD 1 TO FZB-DPT-RUNS.
003610     IF FZB-CHR-BYPASSED
003620         ADD 1 TO FZB-DPT-BYPASSED
003630     END-IF.
003640     ADD FZB-CHR-COUNTERS     TO FZB-DPT-COUNTERS.
003650     ADD FZB-CHR-RULE-UNITS   TO FZB-DPT-RULE-UNITS.
003660     ADD FZB-CHR-REJECTS      TO FZB-DPT-REJECTS.
003670     ADD FZB-CHR-PARTIAL-CNT  TO FZB-DPT-PARTIAL.
003680     ADD FZB-CHR-RESTART-CNT  TO FZB-DPT-RESTART.
003690     ADD FZB-CHR-AMT-COUNTERS TO FZB-DPT-AMT-COUNTERS.
003700     ADD FZB-CHR-AMT-RULES    TO FZB-DPT-AMT-RULES.
003710     ADD FZB-CHR-AMT-REJECTS  TO FZB-DPT-AMT-REJECTS.
003720     ADD FZB-CHR-AMT-PARTIAL  TO FZB-DPT-AMT-PARTIAL.
003730     ADD FZB-CHR-AMT-RESTART  TO FZB-DPT-AMT-RESTART.
003740     ADD FZB-CHR-AMT-TOTAL    TO FZB-DPT-AMT-TOTAL.
003750     IF FZB-CHR-UNREGISTERED
003760         ADD 1 TO FZB-CNT-UNREGISTERED
003770     END-IF.
003780     IF FZB-CHR-UNPRICED
003790         ADD 1 TO FZB-CNT-UNPRICED
003800     END-IF.
003810     PERFORM 2100-READ-CHARGE THRU 2100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*****************************************************************
003850*    2100-READ-CHARGE
003860*        READS THE NEXT SORTED CHARGE RECORD.
003870*****************************************************************
003880 2100-READ-CHARGE.
003890     READ FZB-CHARGE-FILE
003900         AT END CONTINUE
003910     END-READ.
003920     IF FZB-CHARGE-OK
003930         ADD 1 TO FZB-CNT-CHARGES
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.
003970*****************************************************************
003980*    3000-START-DEPARTMENT
003990*        STARTS A DEPARTMENT'S INVOICE ON A NEW PAGE AND CLEARS
004000*        ITS TOTALS.
004010*****************************************************************
004020 3000-START-DEPARTMENT.
004030     MOVE FZB-CHR-DEPT TO FZB-CUR-DEPT.
004040     MOVE ZEROS TO FZB-DEPT-TOTALS.
004050     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
004060 3000-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    3100-WRITE-CHARGE-LINE
004100*        PRINTS ONE RUN AND REQUEST CODE.  THE NOTE SAYS WHY A
004110*        LINE IS AT ZERO OR CARRIES A SURCHARGE.
004120*****************************************************************
004130 3100-WRITE-CHARGE-LINE.
004140     MOVE FZB-CHR-REQ-CODE    TO FZB-DET-REQ-CODE.
004150     MOVE FZB-CHR-RUN-DATE    TO FZB-DET-RUN-DATE.
004160     MOVE FZB-CHR-RUN-TIME    TO FZB-DET-RUN-TIME.
004170     MOVE FZB-CHR-RUN-STATUS  TO FZB-DET-STATUS.
004180     MOVE FZB-CHR-RUN-MODE    TO FZB-DET-MODE.
004190     MOVE FZB-CHR-COUNTERS    TO FZB-DET-COUNTERS.
004200     MOVE FZB-CHR-RULES       TO FZB-DET-RULES.
004210     MOVE FZB-CHR-REJECTS     TO FZB-DET-REJECTS.
004220     MOVE FZB-CHR-AMT-TOTAL   TO FZB-DET-AMOUNT.
004230     MOVE SPACES              TO FZB-DET-NOTE.
004240     IF FZB-CHR-BYPASSED
004250         MOVE 'BYPASSED-NO CHG' TO FZB-DET-NOTE
004260     END-IF.
004270     IF FZB-CHR-PARTIAL
004280         MOVE 'PARTIAL RUN'   TO FZB-DET-NOTE
004290     END-IF.
004300     IF FZB-CHR-RESTART-CNT > 0
004310         IF FZB-CHR-PARTIAL
004320             MOVE 'RESTART/PARTIAL' TO FZB-DET-NOTE
004330         ELSE
004340             MOVE 'RESTARTED RUN' TO FZB-DET-NOTE
004350         END-IF
004360     END-IF.
004370     IF FZB-CHR-UNPRICED
004380         MOVE 'NO PRICE - ZERO' TO FZB-DET-NOTE
004390     END-IF.
004400     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
004410         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004420     END-IF.
004430     WRITE FZB-REPORT-LINE FROM FZB-RPT-DETAIL
004440         AFTER ADVANCING 1 LINE.
004450     ADD 1 TO FZB-LINE-COUNT.
004460 3100-EXIT.
004470     EXIT.
004480*****************************************************************
004490*    3950-WRITE-HEADINGS
004500*        STARTS A NEW REPORT PAGE WITH THE RUN-DATE HEADING, THE
004510*        DEPARTMENT (OR SUMMARY) TITLE AND BILLING PERIOD, AND
004520*        THE COLUMN HEADINGS OF THE SECTION BEING PRINTED.
004530*****************************************************************
004540 3950-WRITE-HEADINGS.
004550     ADD 1 TO FZB-PAGE-COUNT.
004560     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
004570     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
004580     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
004590     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
004600     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
004610         AFTER ADVANCING FZB-TOP-OF-PAGE.
004620     IF FZB-SECTION-DEPT
004630         MOVE 'DEPARTMENT: ' TO FZB-H2-TITLE
004640         MOVE FZB-CUR-DEPT   TO FZB-H2-DEPT
004650         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
004660             AFTER ADVANCING 2 LINES
004670         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-3
004680             AFTER ADVANCING 2 LINES
004690     ELSE
004700         MOVE 'SUMMARY'    TO FZB-H2-TITLE
004710         MOVE SPACES       TO FZB-H2-DEPT
004720         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-2
004730             AFTER ADVANCING 2 LINES
004740         WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-4
004750             AFTER ADVANCING 2 LINES
004760     END-IF.
004770     MOVE 5 TO FZB-LINE-COUNT.
004780 3950-EXIT.
004790     EXIT.
004800*****************************************************************
004810*    4000-END-DEPARTMENT
004820*        CLOSES A DEPARTMENT'S INVOICE: ONE LINE PER CHARGE
004830*        ITEM (EACH ALSO A FEED DETAIL RECORD IF ITS AMOUNT IS
004840*        NOT ZERO), THE BYPASSED COUNT, AND THE DEPARTMENT
004850*        TOTAL.  THE DEPARTMENT IS ADDED TO THE SUMMARY TABLE
004860*        AND THE GRAND TOTALS.
004870*****************************************************************
004880 4000-END-DEPARTMENT.
004890     IF FZB-LINE-COUNT + 9 > FZB-LINES-PER-PAGE
004900         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004910     END-IF.
004920     MOVE SPACES TO FZB-REPORT-LINE.
004930     WRITE FZB-REPORT-LINE AFTER ADVANCING 1 LINE.
004940     ADD 1 TO FZB-LINE-COUNT.
004950     MOVE 'CNTR'                 TO FZB-ITM-CODE.
004960     MOVE 'COUNTERS CLASSIFIED'  TO FZB-ITM-LABEL.
004970     MOVE FZB-DPT-COUNTERS       TO FZB-ITM-QUANTITY.
004980     MOVE FZB-DPT-AMT-COUNTERS   TO FZB-ITM-AMOUNT.
004990     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005000     MOVE 'RULE'                 TO FZB-ITM-CODE.
005010     MOVE 'RULE APPLICATIONS'    TO FZB-ITM-LABEL.
005020     MOVE FZB-DPT-RULE-UNITS     TO FZB-ITM-QUANTITY.
005030     MOVE FZB-DPT-AMT-RULES      TO FZB-ITM-AMOUNT.
005040     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005050     MOVE 'REJT'                 TO FZB-ITM-CODE.
005060     MOVE 'TRANSACTION REJECTS'  TO FZB-ITM-LABEL.
005070     MOVE FZB-DPT-REJECTS        TO FZB-ITM-QUANTITY.
005080     MOVE FZB-DPT-AMT-REJECTS    TO FZB-ITM-AMOUNT.
005090     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005100     MOVE 'PART'                 TO FZB-ITM-CODE.
005110     MOVE 'PARTIAL RUNS'         TO FZB-ITM-LABEL.
005120     MOVE FZB-DPT-PARTIAL        TO FZB-ITM-QUANTITY.
005130     MOVE FZB-DPT-AMT-PARTIAL    TO FZB-ITM-AMOUNT.
005140     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005150     MOVE 'RSTR'                 TO FZB-ITM-CODE.
005160     MOVE 'RESTARTED RUNS'       TO FZB-ITM-LABEL.
005170     MOVE FZB-DPT-RESTART        TO FZB-ITM-QUANTITY.
005180     MOVE FZB-DPT-AMT-RESTART    TO FZB-ITM-AMOUNT.
005190     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005200     MOVE SPACES                 TO FZB-ITM-CODE.
005210     MOVE 'BYPASSED REQUESTS'    TO FZB-ITM-LABEL.
005220     MOVE FZB-DPT-BYPASSED       TO FZB-ITM-QUANTITY.
005230     MOVE 0                      TO FZB-ITM-AMOUNT.
005240     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005250     MOVE SPACES                 TO FZB-ITM-CODE.
005260     MOVE 'DEPARTMENT TOTAL - RUNS'
005270                                 TO FZB-ITM-LABEL.
005280     MOVE FZB-DPT-RUNS           TO FZB-ITM-QUANTITY.
005290     MOVE FZB-DPT-AMT-TOTAL      TO FZB-ITM-AMOUNT.
005300     PERFORM 4100-POST-ITEM THRU 4100-EXIT.
005310     IF FZB-DTB-COUNT < FZB-DTB-MAX
005320         ADD 1 TO FZB-DTB-COUNT
005330         SET FZB-DTB-IDX TO FZB-DTB-COUNT
005340         MOVE FZB-CUR-DEPT      TO FZB-DTB-DEPT(FZB-DTB-IDX)
005350         MOVE FZB-DPT-RUNS      TO FZB-DTB-RUNS(FZB-DTB-IDX)
005360         MOVE FZB-DPT-AMT-TOTAL TO FZB-DTB-AMOUNT(FZB-DTB-IDX)
005370     ELSE
005380         ADD 1 TO FZB-DTB-NOT-LISTED
005390     END-IF.
005400     ADD FZB-DPT-RUNS         TO FZB-GRD-RUNS.
005410     ADD FZB-DPT-BYPASSED     TO FZB-GRD-BYPASSED.
005420     ADD FZB-DPT-COUNTERS     TO FZB-GRD-COUNTERS.
005430     ADD FZB-DPT-RULE-UNITS   TO FZB-GRD-RULE-UNITS.
005440     ADD FZB-DPT-REJECTS      TO FZB-GRD-REJECTS.
005450     ADD FZB-DPT-PARTIAL      TO FZB-GRD-PARTIAL.
005460     ADD FZB-DPT-RESTART      TO FZB-GRD-RESTART.
005470     ADD FZB-DPT-AMT-COUNTERS TO FZB-GRD-AMT-COUNTERS.
005480     ADD FZB-DPT-AMT-RULES    TO FZB-GRD-AMT-RULES.
005490     ADD FZB-DPT-AMT-REJECTS  TO FZB-GRD-AMT-REJECTS.
005500     ADD FZB-DPT-AMT-PARTIAL  TO FZB-GRD-AMT-PARTIAL.
005510     ADD FZB-DPT-AMT-RESTART  TO FZB-GRD-AMT-RESTART.
005520     ADD FZB-DPT-AMT-TOTAL    TO FZB-GRD-AMT-TOTAL.
005530 4000-EXIT.
005540     EXIT.
005550*****************************************************************
005560*    4100-POST-ITEM
005570*        PRINTS ONE CHARGE ITEM LINE AND, FOR A PRICED ITEM
005580*        WITH A NON-ZERO AMOUNT, WRITES ITS FEED DETAIL RECORD
005590*        FOR THE DEPARTMENT.
005600*****************************************************************
005610 4100-POST-ITEM.
005620     MOVE FZB-ITM-LABEL    TO FZB-ITL-LABEL.
005630     MOVE FZB-ITM-QUANTITY TO FZB-ITL-QUANTITY.
005640     MOVE FZB-ITM-AMOUNT   TO FZB-ITL-AMOUNT.
005650     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
005660         AFTER ADVANCING 1 LINE.
005670     ADD 1 TO FZB-LINE-COUNT.
005680     IF FZB-ITM-CODE = SPACES
005690             OR FZB-ITM-AMOUNT = 0
005700         GO TO 4100-EXIT
005710     END-IF.
005720     MOVE SPACES TO FZB-GLFEED-RECORD.
005730     SET FZB-GLF-DETAIL TO TRUE.
005740     MOVE FZB-CUR-DEPT     TO FZB-GLF-DEPT.
005750     MOVE FZB-ITM-CODE     TO FZB-GLF-ITEM.
005760     MOVE FZB-PERIOD       TO FZB-GLF-PERIOD.
005770     MOVE FZB-ITM-QUANTITY TO FZB-GLF-QUANTITY.
005780     MOVE FZB-ITM-AMOUNT   TO FZB-GLF-AMOUNT.
005790     WRITE FZB-GLFEED-RECORD.
005800     ADD 1 TO FZB-CNT-GL-DETAIL.
005810     ADD FZB-ITM-AMOUNT TO FZB-GL-AMOUNT-TOTAL.
005820 4100-EXIT.
005830     EXIT.
005840*****************************************************************
005850*    6000-PRINT-SUMMARY
005860*        PRINTS THE SUMMARY PAGE: EVERY DEPARTMENT'S RUNS AND
005870*        TOTAL, THE GRAND TOTAL OF EACH CHARGE ITEM, AND THE
005880*        FEED AND EXCEPTION COUNTS.
005890*****************************************************************
005900 6000-PRINT-SUMMARY.
005910     SET FZB-SECTION-SUMMARY TO TRUE.
005920     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
005930     PERFORM 6100-WRITE-DEPT-LINE THRU 6100-EXIT
005940         VARYING FZB-DTB-IDX FROM 1 BY 1
005950         UNTIL FZB-DTB-IDX > FZB-DTB-COUNT.
005960     IF FZB-DTB-NOT-LISTED > 0
005970         MOVE 'FURTHER DEPTS NOT LISTED' TO FZB-TRL-LABEL
005980         MOVE FZB-DTB-NOT-LISTED         TO FZB-TRL-COUNT
005990         WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006000             AFTER ADVANCING 1 LINE
006010         ADD 1 TO FZB-LINE-COUNT
006020     END-IF.
006030     IF FZB-LINE-COUNT + 18 > FZB-LINES-PER-PAGE
006040         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
006050     END-IF.
006060     MOVE SPACES TO FZB-REPORT-LINE.
006070     WRITE FZB-REPORT-LINE AFTER ADVANCING 1 LINE.
006080     MOVE 'COUNTERS CLASSIFIED'  TO FZB-ITL-LABEL.
006090     MOVE FZB-GRD-COUNTERS       TO FZB-ITL-QUANTITY.
006100     MOVE FZB-GRD-AMT-COUNTERS   TO FZB-ITL-AMOUNT.
006110     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006120         AFTER ADVANCING 1 LINE.
006130     MOVE 'RULE APPLICATIONS'    TO FZB-ITL-LABEL.
006140     MOVE FZB-GRD-RULE-UNITS     TO FZB-ITL-QUANTITY.
006150     MOVE FZB-GRD-AMT-RULES      TO FZB-ITL-AMOUNT.
006160     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006170         AFTER ADVANCING 1 LINE.
006180     MOVE 'TRANSACTION REJECTS'  TO FZB-ITL-LABEL.
006190     MOVE FZB-GRD-REJECTS        TO FZB-ITL-QUANTITY.
006200     MOVE FZB-GRD-AMT-REJECTS    TO FZB-ITL-AMOUNT.
006210     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006220         AFTER ADVANCING 1 LINE.
006230     MOVE 'PARTIAL RUNS'         TO FZB-ITL-LABEL.
006240     MOVE FZB-GRD-PARTIAL        TO FZB-ITL-QUANTITY.
006250     MOVE FZB-GRD-AMT-PARTIAL    TO FZB-ITL-AMOUNT.
006260     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006270         AFTER ADVANCING 1 LINE.
006280     MOVE 'RESTARTED RUNS'       TO FZB-ITL-LABEL.
006290     MOVE FZB-GRD-RESTART        TO FZB-ITL-QUANTITY.
006300     MOVE FZB-GRD-AMT-RESTART    TO FZB-ITL-AMOUNT.
006310     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006320         AFTER ADVANCING 1 LINE.
006330     MOVE 'BYPASSED REQUESTS'    TO FZB-ITL-LABEL.
006340     MOVE FZB-GRD-BYPASSED       TO FZB-ITL-QUANTITY.
006350     MOVE 0                      TO FZB-ITL-AMOUNT.
006360     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006370         AFTER ADVANCING 1 LINE.
006380     MOVE 'GRAND TOTAL - RUNS'   TO FZB-ITL-LABEL.
006390     MOVE FZB-GRD-RUNS           TO FZB-ITL-QUANTITY.
006400     MOVE FZB-GRD-AMT-TOTAL      TO FZB-ITL-AMOUNT.
006410     WRITE FZB-REPORT-LINE FROM FZB-RPT-ITEM-LINE
006420         AFTER ADVANCING 1 LINE.
006430     MOVE 'CHARGE RECORDS READ'  TO FZB-TRL-LABEL.
006440     MOVE FZB-CNT-CHARGES        TO FZB-TRL-COUNT.
006450     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006460         AFTER ADVANCING 2 LINES.
006470     MOVE 'DEPARTMENTS INVOICED' TO FZB-TRL-LABEL.
006480     COMPUTE FZB-TRL-COUNT = FZB-DTB-COUNT + FZB-DTB-NOT-LISTED.
006490     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006500         AFTER ADVANCING 1 LINE.
006510     MOVE 'GL FEED DETAIL RECORDS' TO FZB-TRL-LABEL.
006520     MOVE FZB-CNT-GL-DETAIL      TO FZB-TRL-COUNT.
006530     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006540         AFTER ADVANCING 1 LINE.
006550     MOVE 'CODES NOT REGISTERED' TO FZB-TRL-LABEL.
006560     MOVE FZB-CNT-UNREGISTERED   TO FZB-TRL-COUNT.
006570     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006580         AFTER ADVANCING 1 LINE.
006590     MOVE 'CHARGES NOT PRICED'   TO FZB-TRL-LABEL.
006600     MOVE FZB-CNT-UNPRICED       TO FZB-TRL-COUNT.
006610     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
006620         AFTER ADVANCING 1 LINE.
006630 6000-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    6100-WRITE-DEPT-LINE
006670*        PRINTS ONE DEPARTMENT'S RUNS AND TOTAL ON THE SUMMARY
006680*        PAGE.
006690*****************************************************************
006700 6100-WRITE-DEPT-LINE.
006710     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
006720         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
006730     END-IF.
006740     MOVE FZB-DTB-DEPT(FZB-DTB-IDX)   TO FZB-DPL-DEPT.
006750     MOVE FZB-DTB-RUNS(FZB-DTB-IDX)   TO FZB-DPL-RUNS.
006760     MOVE FZB-DTB-AMOUNT(FZB-DTB-IDX) TO FZB-DPL-AMOUNT.
006770     WRITE FZB-REPORT-LINE FROM FZB-RPT-DEPT-LINE
006780         AFTER ADVANCING 1 LINE.
006790     ADD 1 TO FZB-LINE-COUNT.
006800 6100-EXIT.
006810     EXIT.
006820*****************************************************************
006830*    8000-FINALIZE
006840*        WRITES THE FEED TRAILER, SETS THE RETURN CODE, CLOSES
006850*        THE FILES, AND REPORTS THE TOTALS TO THE CONSOLE.
006860*****************************************************************
006870 8000-FINALIZE.
006880     IF FZB-INVOICE-ABORTED
006890         GO TO 8000-EXIT
006900     END-IF.
006910     MOVE SPACES TO FZB-GLFEED-RECORD.
006920     SET FZB-GLF-TRAILER TO TRUE.
006930     MOVE FZB-CNT-GL-DETAIL   TO FZB-GLF-DETAIL-CNT.
006940     MOVE FZB-GL-AMOUNT-TOTAL TO FZB-GLF-AMOUNT-TOTAL.
006950     WRITE FZB-GLFEED-RECORD.
006960     IF FZB-CNT-UNREGISTERED + FZB-CNT-UNPRICED > 0
006970             AND RETURN-CODE < 4
006980         MOVE 4 TO RETURN-CODE
006990     END-IF.
007000     CLOSE FZB-CHARGE-FILE.
007010     CLOSE FZB-GLFEED-FILE.
007020     CLOSE FZB-REPORT-FILE.
007030     DISPLAY 'FZBINV - INVOICE SUMMARY - PERIOD ' FZB-PERIOD.
007040     DISPLAY '  CHARGES READ...: ' FZB-CNT-CHARGES.
007050     DISPLAY '  DEPARTMENTS....: ' FZB-DTB-COUNT.
007060     DISPLAY '  GL DETAILS.....: ' FZB-CNT-GL-DETAIL.
007070     DISPLAY '  NO REGISTRY....: ' FZB-CNT-UNREGISTERED.
007080     DISPLAY '  NO PRICE.......: ' FZB-CNT-UNPRICED.
007090 8000-EXIT.
007100     EXIT.
