000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBIAUS.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBIAUS PRINTS THE WEEKLY CLASSIFICATION INQUIRY USAGE
000100*    REPORT FROM THE INQUIRY ACCESS JOURNAL (SEE FZBIAJ) - THE
000110*    ONLINE FZBQ JOURNAL AND THE BATCH FZBINQ JOURNAL, MERGED
000120*    AND SORTED TWICE BY THE FIZZIAUS JOB: BY USER ID, DATE AND
000130*    TIME ON USRJRNL, AND BY COUNTER, USER ID, DATE AND TIME ON
000140*    CTRJRNL.  ONLY INQUIRIES DATED IN THE REPORT PERIOD ARE
000150*    COUNTED.  THE SECTIONS ARE -
000160*        1. USAGE BY USER - ONLINE, BATCH, NOT-FOUND AND
000170*           AFTER-HOURS INQUIRIES PER USER ID, WITH THE USER'S
000180*           DEPARTMENT FROM THE PERMITTED-USER LIST (INQUSERS,
000190*           SEE FZBIAU).  A USER ID NOT ON THE LIST IS SHOWN
000200*           UNDER DEPARTMENT *NOLIST* AND FLAGGED FOR SECURITY
000210*           REVIEW.
000220*        2. USAGE BY DEPARTMENT - THE SAME COUNTS PER
000230*           DEPARTMENT.
000240*        3. REPEATED NOT-FOUND LOOKUPS - EVERY USER WHO ASKED FOR
000250*           THE SAME COUNTER TWO OR MORE TIMES AND WAS TOLD IT
000260*           WAS NOT FOUND.  AN INQUIRY THAT FAILED ON A FILE ERROR
000270*           IS NOT COUNTED AS NOT FOUND.
000280*        4. MOST-QUERIED COUNTERS - THE TEN COUNTERS ASKED FOR
000290*           MOST OFTEN.
000300*        5. AFTER-HOURS ACCESS - EVERY INQUIRY OUTSIDE BUSINESS
000310*           HOURS: BEFORE THE START HOUR OR FROM THE END HOUR ON,
000320*           AT A WEEKEND, OR ON A HOLIDAY OF THE NAMED CALENDAR.
000330*        6. SECURITY REVIEW - EVERY INQUIRY BY A USER ID NOT ON
000340*           THE PERMITTED-USER LIST.
000350*        7. COUNTER TRACE - WHEN THE CARD NAMES A COUNTER, EVERY
000360*           INQUIRY ON IT IN THE PERIOD: WHO ASKED AND WHEN.
000370*    PARMIN (ALL OPTIONAL) -
000380*        COLUMNS  1-6   FROM DATE (YYMMDD)
000390*        COLUMNS  8-13  TO DATE (YYMMDD) - BLANK FOR SIX DAYS
000400*                       AFTER THE FROM DATE
000410*        COLUMNS 15-16  BUSINESS DAY START HOUR (DEFAULT 07)
000420*        COLUMNS 18-19  BUSINESS DAY END HOUR (DEFAULT 19)
000430*        COLUMNS 21-24  HOLIDAY CALENDAR ID ON HOLCAL (SEE FZBHOL)
000440*        COLUMNS 26-31  COUNTER TO TRACE
000450*    WITH NO DATES THE PERIOD IS THE SEVEN DAYS ENDING
000460*    YESTERDAY.  RETURN CODE 4 = AT LEAST ONE INQUIRY BY A USER
000470*    ID NOT ON THE PERMITTED-USER LIST, OR A TABLE FILLED AND
000480*    THE REPORT IS INCOMPLETE; 12 = A FILE COULD NOT BE OPENED
000490*    AND NO SECTION IS PRINTED FROM THEN ON; 16 = THE CARD IS
000495*    INVALID AND NOTHING IS REPORTED.
000500*    MODIFICATION HISTORY.
000510*        2026-10-15  JHM  ORIGINAL PROGRAM.
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 SPECIAL-NAMES.
000580     C01 IS FZB-TOP-OF-PAGE.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT FZB-PARM-FILE
000620         ASSIGN TO PARMIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FZB-PARM-STATUS.
000650     SELECT FZB-USER-FILE
000660         ASSIGN TO INQUSERS
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FZB-USER-STATUS.
000690     SELECT OPTIONAL FZB-HOLIDAY-FILE
000700         ASSIGN TO HOLCAL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FZB-HOLIDAY-STATUS.
000730     SELECT FZB-USRJ-FILE
000740         ASSIGN TO USRJRNL
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FZB-USRJ-STATUS.
000770     SELECT FZB-CTRJ-FILE
000780         ASSIGN TO CTRJRNL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FZB-CTRJ-STATUS.
000810     SELECT FZB-REPORT-FILE
000820         ASSIGN TO USAGERPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS FZB-REPORT-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  FZB-PARM-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  FZB-PARM-LINE                   PIC X(80).
000920*
000930 FD  FZB-USER-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FZBIAU.
000970*
000980 FD  FZB-HOLIDAY-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY FZBHOL.
001020*
001030 FD  FZB-USRJ-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  FZB-USRJ-LINE                   PIC X(80).
001070*
001080 FD  FZB-CTRJ-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  FZB-CTRJ-LINE                   PIC X(80).
001120*
001130 FD  FZB-REPORT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  FZB-REPORT-LINE                 PIC X(80).
001170*
001180 WORKING-STORAGE SECTION.
001190*****************************************************************
001200*    FILE STATUS SWITCHES
001210*****************************************************************
001220 01  FZB-PARM-STATUS             PIC X(02) VALUE SPACES.
001230     88  FZB-PARM-OK                       VALUE '00'.
001240 01  FZB-USER-STATUS             PIC X(02) VALUE SPACES.
001250     88  FZB-USER-OK                       VALUE '00'.
001260     88  FZB-USER-EOF                      VALUE '10'.
001270 01  FZB-HOLIDAY-STATUS          PIC X(02) VALUE SPACES.
001280     88  FZB-HOLIDAY-OK                    VALUE '00'.
001290     88  FZB-HOLIDAY-EOF                   VALUE '10'.
001300 01  FZB-USRJ-STATUS             PIC X(02) VALUE SPACES.
001310     88  FZB-USRJ-OK                       VALUE '00'.
001320     88  FZB-USRJ-EOF                      VALUE '10'.
001330 01  FZB-CTRJ-STATUS             PIC X(02) VALUE SPACES.
001340     88  FZB-CTRJ-OK                       VALUE '00'.
001350     88  FZB-CTRJ-EOF                      VALUE '10'.
001360 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
001370     88  FZB-REPORT-OK                     VALUE '00'.
001380 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
001390     88  FZB-USAGE-ABORTED                 VALUE 'Y'.
001400     88  FZB-USAGE-RUNNING                 VALUE 'N'.
001410 01  FZB-CARD-SW                 PIC X(01) VALUE 'Y'.
001420     88  FZB-CARD-VALID                    VALUE 'Y'.
001430     88  FZB-CARD-INVALID                  VALUE 'N'.
001440 01  FZB-REPORT-OPEN-SW          PIC X(01) VALUE 'N'.
001450     88  FZB-REPORT-OPEN                   VALUE 'Y'.
001460 01  FZB-PASS-SW                 PIC X(01) VALUE SPACE.
001470     88  FZB-USER-PASS                     VALUE 'U'.
001480     88  FZB-LATER-PASS                    VALUE 'L'.
001490 01  FZB-JRNL-DONE-SW            PIC X(01) VALUE 'N'.
001500     88  FZB-JRNL-DONE                     VALUE 'Y'.
001510     88  FZB-JRNL-NOT-DONE                 VALUE 'N'.
001520*****************************************************************
001530*    REPORT CARD - SEE THE PROGRAM DESCRIPTION ABOVE.
001540*****************************************************************
001550 01  FZB-PARM-WORK.
001560     05  FZB-PRM-FROM-X          PIC X(06).
001570     05  FZB-PRM-FROM-9 REDEFINES FZB-PRM-FROM-X
001580                                 PIC 9(06).
001590     05  FILLER                  PIC X(01).
001600     05  FZB-PRM-TO-X            PIC X(06).
001610     05  FZB-PRM-TO-9 REDEFINES FZB-PRM-TO-X
001620                                 PIC 9(06).
001630     05  FILLER                  PIC X(01).
001640     05  FZB-PRM-START-X         PIC X(02).
001650     05  FZB-PRM-START-9 REDEFINES FZB-PRM-START-X
001660                                 PIC 9(02).
001670     05  FILLER                  PIC X(01).
001680     05  FZB-PRM-END-X           PIC X(02).
001690     05  FZB-PRM-END-9 REDEFINES FZB-PRM-END-X
001700                                 PIC 9(02).
001710     05  FILLER                  PIC X(01).
001720     05  FZB-PRM-HOL-CAL         PIC X(04).
001730     05  FILLER                  PIC X(01).
001740     05  FZB-PRM-COUNTER         PIC X(06).
001750         88  FZB-PRM-NO-TRACE              VALUE SPACES.
001760     05  FILLER                  PIC X(49).
001770*****************************************************************
001780*    REPORT PERIOD AND BUSINESS HOURS
001790*****************************************************************
001800 01  FZB-FROM-DATE               PIC 9(06) VALUE 0.
001810 01  FZB-TO-DATE                 PIC 9(06) VALUE 0.
001820 01  FZB-FROM-DAYNUM             PIC 9(07) VALUE 0.
001830 01  FZB-TO-DAYNUM               PIC 9(07) VALUE 0.
001840 01  FZB-START-HOUR              PIC 9(02) VALUE 07.
001850 01  FZB-END-HOUR                PIC 9(02) VALUE 19.
001860 01  FZB-REPEAT-MIN              PIC 9(02) VALUE 2.
001870 01  FZB-TOP-MAX                 PIC 9(02) VALUE 10.
001880*****************************************************************
001890*    THE JOURNAL RECORD IN HAND (READ FROM EITHER SORTED COPY)
001900*    AND WHAT IS KNOWN ABOUT IT - ITS DAY NUMBER AND WEEKDAY,
001910*    WHETHER IT FELL AFTER HOURS, AND ITS USER'S DEPARTMENT.
001920*****************************************************************
001930 COPY FZBIAJ.
001940 01  FZB-REC-TIME                PIC 9(06) VALUE 0.
001950 01  FZB-REC-TIME-X REDEFINES FZB-REC-TIME.
001960     05  FZB-REC-HH              PIC 9(02).
001970     05  FZB-REC-MM              PIC 9(02).
001980     05  FZB-REC-SS              PIC 9(02).
001990 01  FZB-REC-LAST-DATE           PIC 9(06) VALUE 0.
002000 01  FZB-REC-DAYNUM              PIC 9(07) VALUE 0.
002010 01  FZB-REC-WEEKDAY             PIC 9(01) VALUE 0.
002020 01  FZB-REC-BUS-SW              PIC X(01) VALUE 'Y'.
002030 01  FZB-REC-AFTER-SW            PIC X(01) VALUE 'N'.
002040     88  FZB-REC-AFTER-HOURS               VALUE 'Y'.
002050     88  FZB-REC-IN-HOURS                  VALUE 'N'.
002060 01  FZB-REC-USE-SW              PIC X(01) VALUE 'N'.
002070     88  FZB-REC-IN-PERIOD                 VALUE 'Y'.
002080     88  FZB-REC-NOT-IN-PERIOD             VALUE 'N'.
002090 01  FZB-LOOKUP-USERID           PIC X(08) VALUE LOW-VALUES.
002100 01  FZB-LOOKUP-DEPT             PIC X(08) VALUE SPACES.
002110 01  FZB-LOOKUP-SW               PIC X(01) VALUE 'N'.
002120     88  FZB-LOOKUP-PERMITTED              VALUE 'Y'.
002130     88  FZB-LOOKUP-NOT-LISTED             VALUE 'N'.
002140 01  FZB-DAY-NAMES               VALUE 'MONTUEWEDTHUFRISATSUN'.
002150     05  FZB-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
002160*****************************************************************
002170*    PERMITTED USERS LOADED FROM INQUSERS
002180*****************************************************************
002190 01  FZB-AUT-MAX                 PIC 9(03) VALUE 500.
002200 01  FZB-AUT-COUNT               PIC 9(03) VALUE 0.
002210 01  FZB-AUT-TABLE               VALUE SPACES.
002220     05  FZB-AUT-ENTRY OCCURS 500 TIMES
002230             INDEXED BY FZB-AUT-IDX.
002240         10  FZB-AUT-USERID      PIC X(08).
002250         10  FZB-AUT-DEPT        PIC X(08).
002260*****************************************************************
002270*    HOLIDAYS LOADED FROM HOLCAL, KEYED BY CALENDAR ID AND DAY
002280*    NUMBER.  A CALENDAR'S TITLE RECORD LOADS WITH DAY NUMBER
002290*    ZERO, WHICH NO REAL DATE HAS.
002300*****************************************************************
002310 01  FZB-HOL-MAX                 PIC 9(03) VALUE 500.
002320 01  FZB-HOL-COUNT               PIC 9(03) VALUE 0.
002330 01  FZB-HOL-TABLE               VALUE SPACES.
002340     05  FZB-HOL-ENTRY OCCURS 500 TIMES
002350             INDEXED BY FZB-HOL-IDX.
002360         10  FZB-HOL-KEY.
002370             15  FZB-HOL-CAL-ID  PIC X(04).
002380             15  FZB-HOL-DAYNUM  PIC 9(07).
002390 01  FZB-CAL-HOL-KEY.
002400     05  FZB-CAL-HOL-CAL-ID      PIC X(04).
002410     05  FZB-CAL-HOL-DAYNUM      PIC 9(07).
002420 01  FZB-CAL-ID                  PIC X(04) VALUE SPACES.
002430 01  FZB-CAL-KNOWN-SW            PIC X(01) VALUE 'N'.
002440     88  FZB-CAL-KNOWN                     VALUE 'Y'.
002450*****************************************************************
002460*    CALENDAR ARITHMETIC WORK FIELDS (AS IN FIZZBUZZ)
002470*****************************************************************
002480 01  FZB-CAL-DATE                PIC 9(06) VALUE 0.
002490 01  FZB-CAL-DATE-X REDEFINES FZB-CAL-DATE.
002500     05  FZB-CAL-DATE-YY         PIC 99.
002510     05  FZB-CAL-DATE-MM         PIC 99.
002520     05  FZB-CAL-DATE-DD         PIC 99.
002530 01  FZB-CAL-CCYYMMDD            PIC 9(08) VALUE 0.
002540 01  FZB-CAL-CCYYMMDD-X REDEFINES FZB-CAL-CCYYMMDD.
002550     05  FZB-CAL-CC              PIC 99.
002560     05  FZB-CAL-YY              PIC 99.
002570     05  FZB-CAL-MM              PIC 99.
002580     05  FZB-CAL-DD              PIC 99.
002590 01  FZB-CAL-DAYNUM              PIC 9(07) VALUE 0.
002600 01  FZB-CAL-DISCARD             PIC 9(07) VALUE 0.
002610 01  FZB-CAL-WEEKDAY             PIC 9(01) VALUE 0.
002620 01  FZB-CAL-BUS-SW              PIC X(01) VALUE 'Y'.
002630     88  FZB-CAL-BUS-DAY                   VALUE 'Y'.
002640     88  FZB-CAL-NOT-BUS-DAY               VALUE 'N'.
002650*****************************************************************
002660*    USAGE BY USER - THE USER IN HAND ON THE USER PASS
002670*****************************************************************
002680 01  FZB-CUR-USER-SW             PIC X(01) VALUE 'N'.
002690     88  FZB-CUR-USER-OPEN                 VALUE 'Y'.
002700     88  FZB-CUR-USER-NONE                 VALUE 'N'.
002710 01  FZB-CUR-USER.
002720     05  FZB-CUR-USERID          PIC X(08).
002730     05  FZB-CUR-DEPT            PIC X(08).
002740     05  FZB-CUR-PERMIT-SW       PIC X(01).
002750         88  FZB-CUR-PERMITTED             VALUE 'Y'.
002760     05  FZB-CUR-ONLINE          PIC 9(06).
002770     05  FZB-CUR-BATCH           PIC 9(06).
002780     05  FZB-CUR-NOTFND          PIC 9(06).
002790     05  FZB-CUR-AFTER           PIC 9(06).
002800*****************************************************************
002810*    USAGE BY DEPARTMENT - KEPT IN DEPARTMENT ORDER AS THE
002820*    DEPARTMENTS ARE FIRST SEEN
002830*****************************************************************
002840 01  FZB-DPT-MAX                 PIC 9(03) VALUE 100.
002850 01  FZB-DPT-COUNT               PIC 9(03) VALUE 0.
002860 01  FZB-DPT-SUB                 PIC 9(03) VALUE 0.
002870 01  FZB-DPT-POS                 PIC 9(03) VALUE 0.
002880 01  FZB-DPT-TABLE               VALUE SPACES.
002890     05  FZB-DPT-ENTRY OCCURS 101 TIMES
002900             INDEXED BY FZB-DPT-IDX.
002910         10  FZB-DPT-DEPT        PIC X(08).
002920         10  FZB-DPT-USERS       PIC 9(04).
002930         10  FZB-DPT-ONLINE      PIC 9(06).
002940         10  FZB-DPT-BATCH       PIC 9(06).
002950         10  FZB-DPT-NOTFND      PIC 9(06).
002960         10  FZB-DPT-AFTER       PIC 9(06).
002970*****************************************************************
002980*    COUNTER PASS - THE COUNTER AND USER IN HAND, AND THE MOST-
002990*    QUERIED COUNTERS SO FAR, BUSIEST FIRST (TIES IN COUNTER
003000*    ORDER)
003010*****************************************************************
003020 01  FZB-CUR-CTR-SW              PIC X(01) VALUE 'N'.
003030     88  FZB-CUR-CTR-OPEN                  VALUE 'Y'.
003040     88  FZB-CUR-CTR-NONE                  VALUE 'N'.
003050 01  FZB-CUR-COUNTER             PIC X(06) VALUE SPACES.
003060 01  FZB-CUR-CTR-ACCESSES        PIC 9(06) VALUE 0.
003070 01  FZB-CUR-CTR-USERS           PIC 9(04) VALUE 0.
003080 01  FZB-CUR-CTR-NOTFND          PIC 9(06) VALUE 0.
003090 01  FZB-CUR-GRP-USERID          PIC X(08) VALUE SPACES.
003100 01  FZB-CUR-GRP-NOTFND          PIC 9(06) VALUE 0.
003110 01  FZB-CUR-GRP-FIRST-DATE      PIC 9(06) VALUE 0.
003120 01  FZB-CUR-GRP-FIRST-TIME      PIC 9(06) VALUE 0.
003130 01  FZB-CUR-GRP-LAST-DATE       PIC 9(06) VALUE 0.
003140 01  FZB-CUR-GRP-LAST-TIME       PIC 9(06) VALUE 0.
003150 01  FZB-TOP-COUNT               PIC 9(02) VALUE 0.
003160 01  FZB-TOP-SUB                 PIC 9(02) VALUE 0.
003170 01  FZB-TOP-POS                 PIC 9(02) VALUE 0.
003180 01  FZB-TOP-TABLE               VALUE SPACES.
003190     05  FZB-TOP-ENTRY OCCURS 11 TIMES.
003200         10  FZB-TOP-COUNTER     PIC X(06).
003210         10  FZB-TOP-ACCESSES    PIC 9(06).
003220         10  FZB-TOP-USERS       PIC 9(04).
003230         10  FZB-TOP-NOTFND      PIC 9(06).
003240*****************************************************************
003250*    ACCESS LISTINGS - WHICH LIST IS BEING PRINTED
003260*****************************************************************
003270 01  FZB-LIST-TYPE               PIC X(01) VALUE SPACE.
003280     88  FZB-LIST-AFTER-HOURS              VALUE 'A'.
003290     88  FZB-LIST-SECURITY                 VALUE 'S'.
003300     88  FZB-LIST-TRACE                    VALUE 'T'.
003310 01  FZB-LIST-COUNT              PIC 9(06) VALUE 0.
003320*****************************************************************
003330*    RUN COUNTERS
003340*****************************************************************
003350 01  FZB-CNT-READ                PIC 9(07) VALUE 0.
003360 01  FZB-CNT-IN-PERIOD           PIC 9(07) VALUE 0.
003370 01  FZB-CNT-ONLINE              PIC 9(07) VALUE 0.
003380 01  FZB-CNT-BATCH               PIC 9(07) VALUE 0.
003390 01  FZB-CNT-NOTFND              PIC 9(07) VALUE 0.
003400 01  FZB-CNT-AFTER               PIC 9(07) VALUE 0.
003410 01  FZB-CNT-USERS               PIC 9(05) VALUE 0.
003420 01  FZB-CNT-UNLISTED-USERS      PIC 9(05) VALUE 0.
003430 01  FZB-CNT-UNLISTED            PIC 9(07) VALUE 0.
003440 01  FZB-CNT-REPEATS             PIC 9(05) VALUE 0.
003450 01  FZB-CNT-COUNTERS            PIC 9(07) VALUE 0.
003460 01  FZB-CNT-BAD-DATE            PIC 9(07) VALUE 0.
003470*****************************************************************
003480*    REPORT CONTROLS
003490*****************************************************************
003500 01  FZB-LINES-PER-PAGE          PIC 99 VALUE 55.
003510 01  FZB-LINE-COUNT              PIC 99 VALUE 99.
003520 01  FZB-PAGE-COUNT              PIC 9(04) VALUE 0.
003530 01  FZB-RUN-DATE                PIC 9(06) VALUE 0.
003540 01  FZB-RUN-DATE-X REDEFINES FZB-RUN-DATE.
003550     05  FZB-RUN-DATE-YY         PIC 99.
003560     05  FZB-RUN-DATE-MM         PIC 99.
003570     05  FZB-RUN-DATE-DD         PIC 99.
003580 01  FZB-SHOW-DATE               PIC 9(06) VALUE 0.
003590 01  FZB-SHOW-DATE-X REDEFINES FZB-SHOW-DATE.
003600     05  FZB-SHOW-YY             PIC 99.
003610     05  FZB-SHOW-MM             PIC 99.
003620     05  FZB-SHOW-DD             PIC 99.
003630 01  FZB-SHOW-TIME               PIC 9(06) VALUE 0.
003640 01  FZB-SHOW-TIME-X REDEFINES FZB-SHOW-TIME.
003650     05  FZB-SHOW-HH             PIC 99.
003660     05  FZB-SHOW-MI             PIC 99.
003670     05  FZB-SHOW-SS             PIC 99.
003680 01  FZB-MDY-OUT.
003690     05  FZB-MDY-MM              PIC 99.
003700     05  FILLER                  PIC X(01) VALUE '/'.
003710     05  FZB-MDY-DD              PIC 99.
003720     05  FILLER                  PIC X(01) VALUE '/'.
003730     05  FZB-MDY-YY              PIC 99.
003740 01  FZB-HMS-OUT.
003750     05  FZB-HMS-HH              PIC 99.
003760     05  FILLER                  PIC X(01) VALUE ':'.
003770     05  FZB-HMS-MI              PIC 99.
003780     05  FILLER                  PIC X(01) VALUE ':'.
003790     05  FZB-HMS-SS              PIC 99.
003800 01  FZB-PRINT-LINE              PIC X(80) VALUE SPACES.
003810 01  FZB-SEC-TITLE               PIC X(60) VALUE SPACES.
003820 01  FZB-COL-HEAD-1              PIC X(80) VALUE SPACES.
003830 01  FZB-COL-HEAD-2              PIC X(80) VALUE SPACES.
003840*****************************************************************
003850*    REPORT LINE LAYOUTS
003860*****************************************************************
003870 01  FZB-RPT-HEADING-1.
003880     05  FILLER                  PIC X(01) VALUE SPACE.
003890     05  FILLER                  PIC X(33) VALUE
003900             'FIZZBUZZ INQUIRY ACCESS USAGE'.
003910     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003920     05  FZB-H1-MM               PIC 99.
003930     05  FILLER                  PIC X(01) VALUE '/'.
003940     05  FZB-H1-DD               PIC 99.
003950     05  FILLER                  PIC X(01) VALUE '/'.
003960     05  FZB-H1-YY               PIC 99.
003970     05  FILLER                  PIC X(04) VALUE SPACES.
003980     05  FILLER                  PIC X(05) VALUE 'PAGE '.
003990     05  FZB-H1-PAGE             PIC ZZZ9.
004000     05  FILLER                  PIC X(15) VALUE SPACES.
004010 01  FZB-RPT-PERIOD-LINE.
004020     05  FILLER                  PIC X(01) VALUE SPACE.
004030     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
004040     05  FZB-PER-FROM            PIC X(08).
004050     05  FILLER                  PIC X(04) VALUE ' TO '.
004060     05  FZB-PER-TO              PIC X(08).
004070     05  FILLER                  PIC X(18) VALUE
004080             '   BUSINESS HOURS '.
004090     05  FZB-PER-START           PIC 99.
004100     05  FILLER                  PIC X(04) VALUE ':00-'.
004110     05  FZB-PER-END             PIC 99.
004120     05  FILLER                  PIC X(11) VALUE ':00 MON-FRI'.
004130     05  FZB-PER-CAL-NOTE        PIC X(15).
004140 01  FZB-PER-CAL-TEXT.
004150     05  FILLER                  PIC X(11) VALUE ' HOLIDAYS: '.
004160     05  FZB-PER-CAL-ID          PIC X(04).
004170 01  FZB-RPT-SECTION-LINE.
004180     05  FILLER                  PIC X(01) VALUE SPACE.
004190     05  FZB-SEC-TITLE-OUT       PIC X(60).
004200     05  FILLER                  PIC X(19) VALUE SPACES.
004210 01  FZB-RPT-USER-LINE.
004220     05  FILLER                  PIC X(01) VALUE SPACE.
004230     05  FZB-USR-USERID          PIC X(08).
004240     05  FILLER                  PIC X(02) VALUE SPACES.
004250     05  FZB-USR-DEPT            PIC X(08).
004260     05  FILLER                  PIC X(02) VALUE SPACES.
004270     05  FZB-USR-ONLINE          PIC ZZ,ZZ9.
004280     05  FILLER                  PIC X(02) VALUE SPACES.
004290     05  FZB-USR-BATCH           PIC ZZ,ZZ9.
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  FZB-USR-TOTAL           PIC ZZ,ZZ9.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  FZB-USR-NOTFND          PIC ZZ,ZZ9.
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  FZB-USR-AFTER           PIC ZZ,ZZ9.
004360     05  FILLER                  PIC X(02) VALUE SPACES.
004370     05  FZB-USR-FLAG            PIC X(15).
004380     05  FILLER                  PIC X(04) VALUE SPACES.
004390 01  FZB-RPT-DEPT-LINE.
004400     05  FILLER                  PIC X(01) VALUE SPACE.
004410     05  FZB-DPL-DEPT            PIC X(08).
004420     05  FILLER                  PIC X(03) VALUE SPACES.
004430     05  FZB-DPL-USERS           PIC Z,ZZ9.
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  FZB-DPL-ONLINE          PIC ZZ,ZZ9.
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  FZB-DPL-BATCH           PIC ZZ,ZZ9.
004480     05  FILLER                  PIC X(02) VALUE SPACES.
004490     05  FZB-DPL-TOTAL           PIC ZZ,ZZ9.
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004510     05  FZB-DPL-NOTFND          PIC ZZ,ZZ9.
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  FZB-DPL-AFTER           PIC ZZ,ZZ9.
004540     05  FILLER                  PIC X(23) VALUE SPACES.
004550 01  FZB-RPT-REPEAT-LINE.
004560     05  FILLER                  PIC X(01) VALUE SPACE.
004570     05  FZB-RPL-COUNTER         PIC X(06).
004580     05  FILLER                  PIC X(03) VALUE SPACES.
004590     05  FZB-RPL-USERID          PIC X(08).
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004610     05  FZB-RPL-DEPT            PIC X(08).
004620     05  FILLER                  PIC X(02) VALUE SPACES.
004630     05  FZB-RPL-TIMES           PIC ZZ,ZZ9.
004640     05  FILLER                  PIC X(02) VALUE SPACES.
004650     05  FZB-RPL-FIRST-DATE      PIC X(08).
004660     05  FILLER                  PIC X(01) VALUE SPACE.
004670     05  FZB-RPL-FIRST-TIME      PIC X(08).
004680     05  FILLER                  PIC X(02) VALUE SPACES.
004690     05  FZB-RPL-LAST-DATE       PIC X(08).
004700     05  FILLER                  PIC X(01) VALUE SPACE.
004710     05  FZB-RPL-LAST-TIME       PIC X(08).
004720     05  FILLER                  PIC X(02) VALUE SPACES.
004730 01  FZB-RPT-TOP-LINE.
004740     05  FILLER                  PIC X(02) VALUE SPACES.
004750     05  FZB-TPL-RANK            PIC Z9.
004760     05  FILLER                  PIC X(04) VALUE SPACES.
004770     05  FZB-TPL-COUNTER         PIC X(06).
004780     05  FILLER                  PIC X(04) VALUE SPACES.
004790     05  FZB-TPL-ACCESSES        PIC ZZ,ZZ9.
004800     05  FILLER                  PIC X(04) VALUE SPACES.
004810     05  FZB-TPL-USERS           PIC Z,ZZ9.
004820     05  FILLER                  PIC X(04) VALUE SPACES.
004830     05  FZB-TPL-NOTFND          PIC ZZ,ZZ9.
004840     05  FILLER                  PIC X(37) VALUE SPACES.
004850 01  FZB-RPT-ACCESS-LINE.
004860     05  FILLER                  PIC X(01) VALUE SPACE.
004870     05  FZB-ACL-USERID          PIC X(08).
004880     05  FILLER                  PIC X(01) VALUE SPACE.
004890     05  FZB-ACL-DEPT            PIC X(08).
004900     05  FILLER                  PIC X(01) VALUE SPACE.
004910     05  FZB-ACL-DATE            PIC X(08).
004920     05  FILLER                  PIC X(01) VALUE SPACE.
004930     05  FZB-ACL-DAY             PIC X(03).
004940     05  FILLER                  PIC X(01) VALUE SPACE.
004950     05  FZB-ACL-TIME            PIC X(08).
004960     05  FILLER                  PIC X(01) VALUE SPACE.
004970     05  FZB-ACL-SOURCE          PIC X(01).
004980     05  FILLER                  PIC X(01) VALUE SPACE.
004990     05  FZB-ACL-ORIGIN          PIC X(08).
005000     05  FILLER                  PIC X(01) VALUE SPACE.
005010     05  FZB-ACL-COUNTER         PIC X(06).
005020     05  FILLER                  PIC X(01) VALUE SPACE.
005030     05  FZB-ACL-FUNCTION        PIC X(01).
005040     05  FILLER                  PIC X(01) VALUE SPACE.
005050     05  FZB-ACL-REQ-CODE        PIC X(08).
005060     05  FILLER                  PIC X(01) VALUE SPACE.
005070     05  FZB-ACL-RESULT          PIC X(06).
005080     05  FILLER                  PIC X(04) VALUE SPACES.
005090 01  FZB-RPT-NOTE-LINE.
005100     05  FILLER                  PIC X(03) VALUE SPACES.
005110     05  FZB-NOTE-TEXT           PIC X(77).
005120 01  FZB-RPT-TRAILER-LINE.
005130     05  FILLER                  PIC X(01) VALUE SPACE.
005140     05  FZB-TRL-LABEL           PIC X(30).
005150     05  FZB-TRL-COUNT           PIC Z,ZZZ,ZZ9.
005160     05  FILLER                  PIC X(40) VALUE SPACES.
005170*****************************************************************
005180*    COLUMN HEADINGS
005190*****************************************************************
005200 01  FZB-HEAD-USER.
005210     05  FILLER                  PIC X(38) VALUE
005220         ' USER ID   DEPT      ONLINE   BATCH'.
005230     05  FILLER                  PIC X(42) VALUE
005240         'TOTAL NOT FND AFT HRS  REVIEW'.
005250 01  FZB-HEAD-DEPT.
005260     05  FILLER                  PIC X(36) VALUE
005270         ' DEPT       USERS  ONLINE   BATCH'.
005280     05  FILLER                  PIC X(44) VALUE
005290         'TOTAL NOT FND AFT HRS'.
005300 01  FZB-HEAD-REPEAT.
005310     05  FILLER                  PIC X(38) VALUE
005320         ' COUNTER  USER ID   DEPT       TIMES'.
005330     05  FILLER                  PIC X(42) VALUE
005340         'FIRST NOT FOUND    LAST NOT FOUND'.
005350 01  FZB-HEAD-TOP.
005360     05  FILLER                  PIC X(36) VALUE
005370         ' RANK  COUNTER INQUIRIES    USERS'.
005380     05  FILLER                  PIC X(44) VALUE
005390         'NOT FND'.
005400 01  FZB-HEAD-ACCESS.
005410     05  FILLER                  PIC X(32) VALUE
005420         ' USER ID  DEPT     DATE     DAY'.
005430     05  FILLER                  PIC X(48) VALUE
005440         'TIME     S JOB/TERM COUNTR F REQ CODE RESULT'.
005450 01  FZB-HEAD-ACCESS-2.
005460     05  FILLER                  PIC X(40) VALUE
005470         ' S: O = ONLINE FZBQ (TERMINAL), B = BATC'.
005480     05  FILLER                  PIC X(40) VALUE
005490         'H FZBINQ (JOB)   F: C/A/H FUNCTION'.
005500*
005510 PROCEDURE DIVISION.
005520*****************************************************************
005530*    0000-MAINLINE
005540*        CONTROLS THE OVERALL FLOW OF THE USAGE REPORT.
005550*****************************************************************
005560 0000-MAINLINE.
005570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005580     IF FZB-USAGE-RUNNING
005590         PERFORM 2000-USER-PASS THRU 2000-EXIT
005600         PERFORM 3000-PRINT-DEPARTMENTS THRU 3000-EXIT
005610         PERFORM 4000-COUNTER-PASS THRU 4000-EXIT
005620         PERFORM 4500-PRINT-TOP-COUNTERS THRU 4500-EXIT
005630         SET FZB-LIST-AFTER-HOURS TO TRUE
005640         PERFORM 5000-LIST-ACCESSES THRU 5000-EXIT
005650         SET FZB-LIST-SECURITY TO TRUE
005660         PERFORM 5000-LIST-ACCESSES THRU 5000-EXIT
005670         IF NOT FZB-PRM-NO-TRACE
005680             SET FZB-LIST-TRACE TO TRUE
005690             PERFORM 5000-LIST-ACCESSES THRU 5000-EXIT
005700         END-IF
005710     END-IF.
005720     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005730     GO TO 0000-MAINLINE-EXIT.
005740 0000-MAINLINE-EXIT.
005750     STOP RUN.
005760*****************************************************************
005770*    1000-INITIALIZE
005780*        READS THE HOLIDAY CALENDARS, THEN READS AND EDITS THE
005790*        CARD AND SETS THE REPORT PERIOD, LOADS THE PERMITTED-
005800*        USER LIST, AND OPENS THE REPORT.  AN INVALID CARD ENDS
005810*        THE RUN 16, A FILE THAT WILL NOT OPEN ENDS IT 12.
005820*****************************************************************
005830 1000-INITIALIZE.
005840     ACCEPT FZB-RUN-DATE FROM DATE.
005850     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
005860     MOVE SPACES TO FZB-PARM-WORK.
005870     OPEN INPUT FZB-PARM-FILE.
005880     IF FZB-PARM-OK
005890         READ FZB-PARM-FILE INTO FZB-PARM-WORK
005900             AT END CONTINUE
005910         END-READ
005920         CLOSE FZB-PARM-FILE
005930     END-IF.
005940     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
005950     IF FZB-CARD-INVALID
005960         MOVE 16 TO RETURN-CODE
005970         SET FZB-USAGE-ABORTED TO TRUE
005980         GO TO 1000-EXIT
005990     END-IF.
006000     DISPLAY 'FZBIAUS - INQUIRIES DATED ' FZB-FROM-DATE ' TO '
006010         FZB-TO-DATE ' - BUSINESS HOURS ' FZB-START-HOUR '-'
006020         FZB-END-HOUR.
006030     OPEN INPUT FZB-USER-FILE.
006040     IF NOT FZB-USER-OK
006050         DISPLAY 'FZBIAUS - INQUSERS OPEN FAILED - STATUS '
006060             FZB-USER-STATUS
006070         MOVE 12 TO RETURN-CODE
006080         SET FZB-USAGE-ABORTED TO TRUE
006090         GO TO 1000-EXIT
006100     END-IF.
006110     PERFORM 1300-LOAD-ONE-USER THRU 1300-EXIT
006120         UNTIL NOT FZB-USER-OK.
006130     CLOSE FZB-USER-FILE.
006140     IF FZB-AUT-COUNT = 0
006150         DISPLAY 'FZBIAUS - PERMITTED-USER LIST IS EMPTY - EVERY '
006160             'USER IS FLAGGED'
006170     END-IF.
006180     OPEN OUTPUT FZB-REPORT-FILE.
006190     IF NOT FZB-REPORT-OK
006200         DISPLAY 'FZBIAUS - USAGERPT OPEN FAILED - STATUS '
006210             FZB-REPORT-STATUS
006220         MOVE 12 TO RETURN-CODE
006230         SET FZB-USAGE-ABORTED TO TRUE
006240         GO TO 1000-EXIT
006250     END-IF.
006260     SET FZB-REPORT-OPEN TO TRUE.
006270     MOVE FZB-FROM-DATE TO FZB-SHOW-DATE.
006280     PERFORM 6800-FORMAT-DATE THRU 6800-EXIT.
006290     MOVE FZB-MDY-OUT    TO FZB-PER-FROM.
006300     MOVE FZB-TO-DATE    TO FZB-SHOW-DATE.
006310     PERFORM 6800-FORMAT-DATE THRU 6800-EXIT.
006320     MOVE FZB-MDY-OUT    TO FZB-PER-TO.
006330     MOVE FZB-START-HOUR TO FZB-PER-START.
006340     MOVE FZB-END-HOUR   TO FZB-PER-END.
006350     MOVE SPACES         TO FZB-PER-CAL-NOTE.
006360     IF FZB-CAL-ID NOT = SPACES
006370         MOVE FZB-CAL-ID       TO FZB-PER-CAL-ID
006380         MOVE FZB-PER-CAL-TEXT TO FZB-PER-CAL-NOTE
006390     END-IF.
006400 1000-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    1100-EDIT-CARD
006440*        SETS THE REPORT PERIOD, BUSINESS HOURS AND HOLIDAY
006450*        CALENDAR FROM THE CARD.  NO DATES IS THE SEVEN DAYS
006460*        ENDING YESTERDAY; A FROM DATE ALONE RUNS SEVEN DAYS FROM
006470*        IT.  A TO DATE WITHOUT A FROM DATE, AN IMPOSSIBLE DATE,
006480*        A TO DATE BEFORE THE FROM DATE, AN HOUR OUTSIDE 00-24
006490*        OR NOT BEFORE THE END HOUR, OR A CALENDAR NOT ON HOLCAL
006500*        IS INVALID.
006510*****************************************************************
006520 1100-EDIT-CARD.
006530     SET FZB-CARD-VALID TO TRUE.
006540     IF FZB-PRM-FROM-X = SPACES AND FZB-PRM-TO-X = SPACES
006550         MOVE FZB-RUN-DATE TO FZB-CAL-DATE
006560         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
006570         SUBTRACT 1 FROM FZB-CAL-DAYNUM GIVING FZB-TO-DAYNUM
006580         SUBTRACT 7 FROM FZB-CAL-DAYNUM GIVING FZB-FROM-DAYNUM
006590         GO TO 1100-HOURS
006600     END-IF.
006610     IF FZB-PRM-FROM-X NOT NUMERIC
006620         DISPLAY 'FZBIAUS - FROM DATE ' FZB-PRM-FROM-X
006630             ' IS NOT A VALID YYMMDD'
006640         SET FZB-CARD-INVALID TO TRUE
006650         GO TO 1100-EXIT
006660     END-IF.
006670     MOVE FZB-PRM-FROM-9 TO FZB-CAL-DATE.
006680     PERFORM 1110-CHECK-DATE THRU 1110-EXIT.
006690     IF FZB-CARD-INVALID
006700         DISPLAY 'FZBIAUS - FROM DATE ' FZB-PRM-FROM-X
006710             ' IS NOT A VALID YYMMDD'
006720         GO TO 1100-EXIT
006730     END-IF.
006740     MOVE FZB-CAL-DAYNUM TO FZB-FROM-DAYNUM.
006750     IF FZB-PRM-TO-X = SPACES
006760         ADD 6 FZB-FROM-DAYNUM GIVING FZB-TO-DAYNUM
006770         GO TO 1100-HOURS
006780     END-IF.
006790     IF FZB-PRM-TO-X NOT NUMERIC
006800         DISPLAY 'FZBIAUS - TO DATE ' FZB-PRM-TO-X
006810             ' IS NOT A VALID YYMMDD'
006820         SET FZB-CARD-INVALID TO TRUE
006830         GO TO 1100-EXIT
006840     END-IF.
006850     MOVE FZB-PRM-TO-9 TO FZB-CAL-DATE.
006860     PERFORM 1110-CHECK-DATE THRU 1110-EXIT.
006870     IF FZB-CARD-INVALID
006880         DISPLAY 'FZBIAUS - TO DATE ' FZB-PRM-TO-X
006890             ' IS NOT A VALID YYMMDD'
006900         GO TO 1100-EXIT
006910     END-IF.
006920     MOVE FZB-CAL-DAYNUM TO FZB-TO-DAYNUM.
006930     IF FZB-TO-DAYNUM < FZB-FROM-DAYNUM
006940         DISPLAY 'FZBIAUS - TO DATE ' FZB-PRM-TO-X
006950             ' IS BEFORE FROM DATE ' FZB-PRM-FROM-X
006960         SET FZB-CARD-INVALID TO TRUE
006970         GO TO 1100-EXIT
006980     END-IF.
006990 1100-HOURS.
007000     MOVE FZB-FROM-DAYNUM TO FZB-CAL-DAYNUM.
007010     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
007020     MOVE FZB-CAL-DATE TO FZB-FROM-DATE.
007030     MOVE FZB-TO-DAYNUM TO FZB-CAL-DAYNUM.
007040     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
007050     MOVE FZB-CAL-DATE TO FZB-TO-DATE.
007060     IF FZB-PRM-START-X NOT = SPACES
007070         IF FZB-PRM-START-X NOT NUMERIC
007080             DISPLAY 'FZBIAUS - START HOUR ' FZB-PRM-START-X
007090                 ' IS NOT 00-23'
007100             SET FZB-CARD-INVALID TO TRUE
007110             GO TO 1100-EXIT
007120         END-IF
007130         MOVE FZB-PRM-START-9 TO FZB-START-HOUR
007140     END-IF.
007150     IF FZB-PRM-END-X NOT = SPACES
007160         IF FZB-PRM-END-X NOT NUMERIC
007170             DISPLAY 'FZBIAUS - END HOUR ' FZB-PRM-END-X
007180                 ' IS NOT 01-24'
007190             SET FZB-CARD-INVALID TO TRUE
007200             GO TO 1100-EXIT
007210         END-IF
007220         MOVE FZB-PRM-END-9 TO FZB-END-HOUR
007230     END-IF.
007240     IF FZB-END-HOUR > 24 OR FZB-START-HOUR NOT < FZB-END-HOUR
007250         DISPLAY 'FZBIAUS - BUSINESS HOURS ' FZB-START-HOUR '-'
007260             FZB-END-HOUR ' ARE NOT A VALID DAY'
007270         SET FZB-CARD-INVALID TO TRUE
007280         GO TO 1100-EXIT
007290     END-IF.
007300     MOVE FZB-PRM-HOL-CAL TO FZB-CAL-ID.
007310     IF FZB-CAL-ID = SPACES
007320         GO TO 1100-EXIT
007330     END-IF.
007340     MOVE 'N' TO FZB-CAL-KNOWN-SW.
007350     SET FZB-HOL-IDX TO 1.
007360     SEARCH FZB-HOL-ENTRY
007370         AT END CONTINUE
007380         WHEN FZB-HOL-IDX > FZB-HOL-COUNT
007390             CONTINUE
007400         WHEN FZB-HOL-CAL-ID(FZB-HOL-IDX) = FZB-CAL-ID
007410             SET FZB-CAL-KNOWN TO TRUE
007420     END-SEARCH.
007430     IF NOT FZB-CAL-KNOWN
007440         DISPLAY 'FZBIAUS - HOLIDAY CALENDAR ' FZB-CAL-ID
007450             ' (COLS 21-24) IS NOT ON HOLCAL'
007460         SET FZB-CARD-INVALID TO TRUE
007470     END-IF.
007480 1100-EXIT.
007490     EXIT.
007500*****************************************************************
007510*    1110-CHECK-DATE
007520*        CHECKS ONE CARD DATE (IN FZB-CAL-DATE) AND TURNS IT INTO
007530*        A DAY NUMBER.
007540*****************************************************************
007550 1110-CHECK-DATE.
007560     IF FZB-CAL-DATE-MM < 1 OR FZB-CAL-DATE-MM > 12
007570             OR FZB-CAL-DATE-DD < 1 OR FZB-CAL-DATE-DD > 31
007580         SET FZB-CARD-INVALID TO TRUE
007590         GO TO 1110-EXIT
007600     END-IF.
007610     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
007620     IF FZB-CAL-DAYNUM = 0
007630         SET FZB-CARD-INVALID TO TRUE
007640     END-IF.
007650 1110-EXIT.
007660     EXIT.
007670*****************************************************************
007680*    1200-LOAD-HOLIDAYS
007690*        LOADS THE OPTIONAL HOLIDAY CALENDAR FILE (HOLCAL).
007700*****************************************************************
007710 1200-LOAD-HOLIDAYS.
007720     OPEN INPUT FZB-HOLIDAY-FILE.
007730     PERFORM 1210-LOAD-ONE-HOLIDAY THRU 1210-EXIT
007740         UNTIL NOT FZB-HOLIDAY-OK.
007750     CLOSE FZB-HOLIDAY-FILE.
007760 1200-EXIT.
007770     EXIT.
007780*****************************************************************
007790*    1210-LOAD-ONE-HOLIDAY
007800*        READS ONE HOLIDAY RECORD INTO THE HOLIDAY TABLE.  BLANK
007810*        CALENDAR IDS ARE COMMENTS; A RECORD WITH A BAD DATE OR
007820*        PAST THE END OF THE TABLE IS IGNORED WITH A MESSAGE.
007830*****************************************************************
007840 1210-LOAD-ONE-HOLIDAY.
007850     READ FZB-HOLIDAY-FILE
007860         AT END GO TO 1210-EXIT
007870     END-READ.
007880     IF FZB-HLR-CAL-ID = SPACES
007890         GO TO 1210-EXIT
007900     END-IF.
007910     IF FZB-HLR-DATE-X NOT NUMERIC
007920         DISPLAY 'FZBIAUS - HOLIDAY RECORD IGNORED: '
007930             FZB-HOLIDAY-RECORD(1:11)
007940         GO TO 1210-EXIT
007950     END-IF.
007960     IF FZB-HOL-COUNT NOT < FZB-HOL-MAX
007970         DISPLAY 'FZBIAUS - HOLIDAY TABLE FULL - RECORD '
007980             FZB-HOLIDAY-RECORD(1:11) ' IGNORED'
007990         GO TO 1210-EXIT
008000     END-IF.
008010     MOVE 0 TO FZB-CAL-DAYNUM.
008020     IF FZB-HLR-DATE NOT = 0
008030         MOVE FZB-HLR-DATE TO FZB-CAL-DATE
008040         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
008050     END-IF.
008060     ADD 1 TO FZB-HOL-COUNT.
008070     SET FZB-HOL-IDX TO FZB-HOL-COUNT.
008080     MOVE FZB-HLR-CAL-ID TO FZB-HOL-CAL-ID(FZB-HOL-IDX).
008090     MOVE FZB-CAL-DAYNUM TO FZB-HOL-DAYNUM(FZB-HOL-IDX).
008100 1210-EXIT.
008110     EXIT.
008120*****************************************************************
008130*    1300-LOAD-ONE-USER
008140*        READS ONE PERMITTED-USER RECORD INTO THE TABLE.  BLANK
008150*        USER IDS ARE COMMENTS; A USER ID LISTED TWICE KEEPS ITS
008160*        FIRST DEPARTMENT.  A USER WITH NO DEPARTMENT IS SHOWN
008170*        UNDER '*NODEPT*'.
008180*****************************************************************
008190 1300-LOAD-ONE-USER.
008200     READ FZB-USER-FILE
008210         AT END GO TO 1300-EXIT
008220     END-READ.
008230     IF FZB-IAU-USERID = SPACES
008240         GO TO 1300-EXIT
008250     END-IF.
008260     MOVE FZB-IAU-USERID TO FZB-LOOKUP-USERID.
008270     PERFORM 2400-FIND-USER THRU 2400-EXIT.
008280     IF FZB-LOOKUP-PERMITTED
008290         DISPLAY 'FZBIAUS - USER ' FZB-IAU-USERID
008300             ' LISTED TWICE ON INQUSERS - FIRST ENTRY USED'
008310         GO TO 1300-EXIT
008320     END-IF.
008330     IF FZB-AUT-COUNT NOT < FZB-AUT-MAX
008340         DISPLAY 'FZBIAUS - PERMITTED-USER TABLE FULL - USER '
008350             FZB-IAU-USERID ' IGNORED'
008360         IF RETURN-CODE < 4
008370             MOVE 4 TO RETURN-CODE
008380         END-IF
008390         GO TO 1300-EXIT
008400     END-IF.
008410     ADD 1 TO FZB-AUT-COUNT.
008420     SET FZB-AUT-IDX TO FZB-AUT-COUNT.
008430     MOVE FZB-IAU-USERID TO FZB-AUT-USERID(FZB-AUT-IDX).
008440     MOVE FZB-IAU-DEPT   TO FZB-AUT-DEPT(FZB-AUT-IDX).
008450     IF FZB-IAU-DEPT = SPACES
008460         MOVE '*NODEPT*' TO FZB-AUT-DEPT(FZB-AUT-IDX)
008470     END-IF.
008480     MOVE LOW-VALUES TO FZB-LOOKUP-USERID.
008490 1300-EXIT.
008500     EXIT.
008510*****************************************************************
008520*    2000-USER-PASS
008530*        READS THE JOURNAL IN USER ID ORDER AND PRINTS ONE LINE
008540*        PER USER WHO ASKED ANYTHING IN THE PERIOD (SECTION 1),
008550*        POSTING EACH USER TO THE DEPARTMENT TABLE, THEN THE
008560*        PERIOD TOTALS.
008570*****************************************************************
008580 2000-USER-PASS.
008590     OPEN INPUT FZB-USRJ-FILE.
008600     IF NOT FZB-USRJ-OK
008610         DISPLAY 'FZBIAUS - USRJRNL OPEN FAILED - STATUS '
008620             FZB-USRJ-STATUS
008630         MOVE 12 TO RETURN-CODE
008640         SET FZB-USAGE-ABORTED TO TRUE
008650         GO TO 2000-EXIT
008660     END-IF.
008670     MOVE '1. INQUIRY USAGE BY USER' TO FZB-SEC-TITLE.
008680     MOVE FZB-HEAD-USER TO FZB-COL-HEAD-1.
008690     MOVE SPACES        TO FZB-COL-HEAD-2.
008700     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
008710     SET FZB-CUR-USER-NONE TO TRUE.
008720     SET FZB-JRNL-NOT-DONE TO TRUE.
008730     SET FZB-USER-PASS TO TRUE.
008740     PERFORM 2050-READ-USRJ THRU 2050-EXIT.
008750     PERFORM 2100-TALLY-ONE-ACCESS THRU 2100-EXIT
008760         UNTIL FZB-JRNL-DONE.
008770     IF FZB-CUR-USER-OPEN
008780         PERFORM 2300-END-USER THRU 2300-EXIT
008790     END-IF.
008800     CLOSE FZB-USRJ-FILE.
008810     SET FZB-LATER-PASS TO TRUE.
008820     IF FZB-CNT-USERS = 0
008830         MOVE 'NO INQUIRIES IN THE PERIOD' TO FZB-NOTE-TEXT
008840         MOVE FZB-RPT-NOTE-LINE TO FZB-PRINT-LINE
008850         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
008860     END-IF.
008870     MOVE SPACES TO FZB-PRINT-LINE.
008880     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
008890     MOVE 'INQUIRIES IN THE PERIOD......' TO FZB-TRL-LABEL.
008900     MOVE FZB-CNT-IN-PERIOD TO FZB-TRL-COUNT.
008910     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
008920     MOVE '  ONLINE (FZBQ)..............' TO FZB-TRL-LABEL.
008930     MOVE FZB-CNT-ONLINE TO FZB-TRL-COUNT.
008940     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
008950     MOVE '  BATCH (FZBINQ).............' TO FZB-TRL-LABEL.
008960     MOVE FZB-CNT-BATCH TO FZB-TRL-COUNT.
008970     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
008980     MOVE 'NOT FOUND....................' TO FZB-TRL-LABEL.
008990     MOVE FZB-CNT-NOTFND TO FZB-TRL-COUNT.
009000     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
009010     MOVE 'AFTER HOURS..................' TO FZB-TRL-LABEL.
009020     MOVE FZB-CNT-AFTER TO FZB-TRL-COUNT.
009030     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
009040     MOVE 'USERS........................' TO FZB-TRL-LABEL.
009050     MOVE FZB-CNT-USERS TO FZB-TRL-COUNT.
009060     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
009070     MOVE 'USERS NOT ON PERMITTED LIST..' TO FZB-TRL-LABEL.
009080     MOVE FZB-CNT-UNLISTED-USERS TO FZB-TRL-COUNT.
009090     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
009100     MOVE 'INQUIRIES BY THOSE USERS.....' TO FZB-TRL-LABEL.
009110     MOVE FZB-CNT-UNLISTED TO FZB-TRL-COUNT.
009120     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
009130 2000-EXIT.
009140     EXIT.
009150*****************************************************************
009160*    2050-READ-USRJ
009170*        READS THE NEXT INQUIRY IN THE PERIOD FROM USRJRNL,
009180*        STEPPING OVER THE PRIME RECORD AND INQUIRIES DATED
009190*        OUTSIDE THE PERIOD.
009200*****************************************************************
009210 2050-READ-USRJ.
009220     READ FZB-USRJ-FILE INTO FZB-INQJRNL-RECORD
009230         AT END
009240             SET FZB-JRNL-DONE TO TRUE
009250             GO TO 2050-EXIT
009260     END-READ.
009270     IF NOT FZB-USRJ-OK
009280         DISPLAY 'FZBIAUS - USRJRNL READ FAILED - STATUS '
009290             FZB-USRJ-STATUS ' - REPORT INCOMPLETE'
009300         IF RETURN-CODE < 4
009310             MOVE 4 TO RETURN-CODE
009320         END-IF
009330         SET FZB-JRNL-DONE TO TRUE
009340         GO TO 2050-EXIT
009350     END-IF.
009360     PERFORM 2900-QUALIFY-ACCESS THRU 2900-EXIT.
009370     IF FZB-REC-NOT-IN-PERIOD
009380         GO TO 2050-READ-USRJ
009390     END-IF.
009400 2050-EXIT.
009410     EXIT.
009420*****************************************************************
009430*    2100-TALLY-ONE-ACCESS
009440*        COUNTS ONE INQUIRY AGAINST ITS USER, CLOSING THE PRIOR
009450*        USER'S LINE ON A CHANGE OF USER ID.
009460*****************************************************************
009470 2100-TALLY-ONE-ACCESS.
009480     IF FZB-CUR-USER-OPEN AND FZB-IAJ-USERID NOT = FZB-CUR-USERID
009490         PERFORM 2300-END-USER THRU 2300-EXIT
009500     END-IF.
009510     IF FZB-CUR-USER-NONE
009520         PERFORM 2200-START-USER THRU 2200-EXIT
009530     END-IF.
009540     ADD 1 TO FZB-CNT-IN-PERIOD.
009550     IF FZB-IAJ-ONLINE
009560         ADD 1 TO FZB-CUR-ONLINE
009570         ADD 1 TO FZB-CNT-ONLINE
009580     ELSE
009590         ADD 1 TO FZB-CUR-BATCH
009600         ADD 1 TO FZB-CNT-BATCH
009610     END-IF.
009620     IF FZB-IAJ-NOT-FOUND
009630         ADD 1 TO FZB-CUR-NOTFND
009640         ADD 1 TO FZB-CNT-NOTFND
009650     END-IF.
009660     IF FZB-REC-AFTER-HOURS
009670         ADD 1 TO FZB-CUR-AFTER
009680         ADD 1 TO FZB-CNT-AFTER
009690     END-IF.
009700     IF NOT FZB-CUR-PERMITTED
009710         ADD 1 TO FZB-CNT-UNLISTED
009720     END-IF.
009730     PERFORM 2050-READ-USRJ THRU 2050-EXIT.
009740 2100-EXIT.
009750     EXIT.
009760*****************************************************************
009770*    2200-START-USER
009780*        OPENS THE LINE FOR A NEW USER ID, WITH ITS DEPARTMENT
009790*        FROM THE PERMITTED-USER LIST.
009800*****************************************************************
009810 2200-START-USER.
009820     MOVE FZB-IAJ-USERID TO FZB-LOOKUP-USERID.
009830     PERFORM 2400-FIND-USER THRU 2400-EXIT.
009840     MOVE ZEROS           TO FZB-CUR-USER.
009850     MOVE FZB-IAJ-USERID  TO FZB-CUR-USERID.
009860     MOVE FZB-LOOKUP-DEPT TO FZB-CUR-DEPT.
009870     MOVE FZB-LOOKUP-SW   TO FZB-CUR-PERMIT-SW.
009880     SET FZB-CUR-USER-OPEN TO TRUE.
009890 2200-EXIT.
009900     EXIT.
009910*****************************************************************
009920*    2300-END-USER
009930*        PRINTS THE USER'S LINE - FLAGGED FOR SECURITY REVIEW
009940*        WHEN THE USER ID IS NOT ON THE PERMITTED-USER LIST - AND
009950*        POSTS THE USER TO THE DEPARTMENT TABLE.
009960*****************************************************************
009970 2300-END-USER.
009980     ADD 1 TO FZB-CNT-USERS.
009990     MOVE FZB-CUR-USERID TO FZB-USR-USERID.
010000     MOVE FZB-CUR-DEPT   TO FZB-USR-DEPT.
010010     MOVE FZB-CUR-ONLINE TO FZB-USR-ONLINE.
010020     MOVE FZB-CUR-BATCH  TO FZB-USR-BATCH.
010030     ADD FZB-CUR-ONLINE FZB-CUR-BATCH GIVING FZB-USR-TOTAL.
010040     MOVE FZB-CUR-NOTFND TO FZB-USR-NOTFND.
010050     MOVE FZB-CUR-AFTER  TO FZB-USR-AFTER.
010060     MOVE SPACES         TO FZB-USR-FLAG.
010070     IF NOT FZB-CUR-PERMITTED
010080         MOVE 'SECURITY REVIEW' TO FZB-USR-FLAG
010090         ADD 1 TO FZB-CNT-UNLISTED-USERS
010100         IF RETURN-CODE < 4
010110             MOVE 4 TO RETURN-CODE
010120         END-IF
010130     END-IF.
010140     MOVE FZB-RPT-USER-LINE TO FZB-PRINT-LINE.
010150     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010160     PERFORM 2350-POST-DEPARTMENT THRU 2350-EXIT.
010170     SET FZB-CUR-USER-NONE TO TRUE.
010180 2300-EXIT.
010190     EXIT.
010200*****************************************************************
010210*    2350-POST-DEPARTMENT
010220*        ADDS THE USER'S COUNTS TO THE DEPARTMENT'S ENTRY,
010230*        INSERTING A NEW DEPARTMENT IN ITS PLACE IN DEPARTMENT
010240*        ORDER.  A DEPARTMENT THAT WILL NOT FIT IS LEFT OFF THE
010250*        DEPARTMENT PAGE WITH A MESSAGE AND RETURN CODE 4.
010260*****************************************************************
010270 2350-POST-DEPARTMENT.
010280     MOVE 1 TO FZB-DPT-POS.
010290     PERFORM 2360-FIND-DEPT-POS THRU 2360-EXIT
010300         UNTIL FZB-DPT-POS > FZB-DPT-COUNT
010310            OR FZB-DPT-DEPT(FZB-DPT-POS) NOT < FZB-CUR-DEPT.
010320     IF FZB-DPT-POS NOT > FZB-DPT-COUNT
010330         IF FZB-DPT-DEPT(FZB-DPT-POS) = FZB-CUR-DEPT
010340             GO TO 2350-ADD
010350         END-IF
010360     END-IF.
010370     IF FZB-DPT-COUNT NOT < FZB-DPT-MAX
010380         DISPLAY 'FZBIAUS - DEPARTMENT TABLE FULL - DEPARTMENT '
010390             FZB-CUR-DEPT ' NOT ON THE DEPARTMENT PAGE'
010400         IF RETURN-CODE < 4
010410             MOVE 4 TO RETURN-CODE
010420         END-IF
010430         GO TO 2350-EXIT
010440     END-IF.
010450     PERFORM 2370-SHIFT-DEPT-UP THRU 2370-EXIT
010460         VARYING FZB-DPT-SUB FROM FZB-DPT-COUNT BY -1
010470         UNTIL FZB-DPT-SUB < FZB-DPT-POS.
010480     ADD 1 TO FZB-DPT-COUNT.
010490     MOVE ZEROS        TO FZB-DPT-ENTRY(FZB-DPT-POS).
010500     MOVE FZB-CUR-DEPT TO FZB-DPT-DEPT(FZB-DPT-POS).
010510 2350-ADD.
010520     ADD 1              TO FZB-DPT-USERS(FZB-DPT-POS).
010530     ADD FZB-CUR-ONLINE TO FZB-DPT-ONLINE(FZB-DPT-POS).
010540     ADD FZB-CUR-BATCH  TO FZB-DPT-BATCH(FZB-DPT-POS).
010550     ADD FZB-CUR-NOTFND TO FZB-DPT-NOTFND(FZB-DPT-POS).
010560     ADD FZB-CUR-AFTER  TO FZB-DPT-AFTER(FZB-DPT-POS).
010570 2350-EXIT.
010580     EXIT.
010590*****************************************************************
010600*    2360-FIND-DEPT-POS
010610*        STEPS ONE ENTRY ALONG THE DEPARTMENT TABLE.
010620*****************************************************************
010630 2360-FIND-DEPT-POS.
010640     ADD 1 TO FZB-DPT-POS.
010650 2360-EXIT.
010660     EXIT.
010670*****************************************************************
010680*    2370-SHIFT-DEPT-UP
010690*        MOVES ONE DEPARTMENT ENTRY UP A PLACE TO MAKE ROOM.
010700*****************************************************************
010710 2370-SHIFT-DEPT-UP.
010720     MOVE FZB-DPT-ENTRY(FZB-DPT-SUB)
010730         TO FZB-DPT-ENTRY(FZB-DPT-SUB + 1).
010740 2370-EXIT.
010750     EXIT.
010760*****************************************************************
010770*    2400-FIND-USER
010780*        LOOKS UP FZB-LOOKUP-USERID ON THE PERMITTED-USER LIST
010790*        AND SETS ITS DEPARTMENT - '*NOLIST*' FOR A USER ID NOT
010800*        LISTED.
010810*****************************************************************
010820 2400-FIND-USER.
010830     SET FZB-LOOKUP-NOT-LISTED TO TRUE.
010840     MOVE '*NOLIST*' TO FZB-LOOKUP-DEPT.
010850     SET FZB-AUT-IDX TO 1.
010860     SEARCH FZB-AUT-ENTRY
010870         AT END CONTINUE
010880         WHEN FZB-AUT-IDX > FZB-AUT-COUNT
010890             CONTINUE
010900         WHEN FZB-AUT-USERID(FZB-AUT-IDX) = FZB-LOOKUP-USERID
010910             SET FZB-LOOKUP-PERMITTED TO TRUE
010920             MOVE FZB-AUT-DEPT(FZB-AUT-IDX) TO FZB-LOOKUP-DEPT
010930     END-SEARCH.
010940 2400-EXIT.
010950     EXIT.
010960*****************************************************************
010970*    2500-WRITE-TRAILER
010980*        PRINTS ONE PERIOD TOTAL LINE.
010990*****************************************************************
011000 2500-WRITE-TRAILER.
011010     MOVE FZB-RPT-TRAILER-LINE TO FZB-PRINT-LINE.
011020     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011030 2500-EXIT.
011040     EXIT.
011050*****************************************************************
011060*    2900-QUALIFY-ACCESS
011070*        DECIDES WHETHER THE JOURNAL RECORD IN HAND IS AN
011080*        INQUIRY DATED IN THE PERIOD AND, IF SO, WHETHER IT WAS
011090*        MADE AFTER HOURS - BEFORE THE START HOUR, FROM THE END
011100*        HOUR ON, ON A SATURDAY OR SUNDAY, OR ON A HOLIDAY OF THE
011110*        CARD'S CALENDAR.  THE DAY NUMBER IS ONLY WORKED OUT
011120*        AGAIN WHEN THE DATE CHANGES.  THE JOURNAL IS READ MORE
011130*        THAN ONCE, SO ONLY THE USER PASS COUNTS WHAT IT READS.
011140*****************************************************************
011150 2900-QUALIFY-ACCESS.
011160     SET FZB-REC-NOT-IN-PERIOD TO TRUE.
011170     SET FZB-REC-IN-HOURS TO TRUE.
011180     IF NOT FZB-IAJ-INQUIRY
011190         GO TO 2900-EXIT
011200     END-IF.
011210     IF FZB-USER-PASS
011220         ADD 1 TO FZB-CNT-READ
011230     END-IF.
011240     IF FZB-IAJ-DATE NOT NUMERIC OR FZB-IAJ-TIME NOT NUMERIC
011250         IF FZB-USER-PASS
011260             ADD 1 TO FZB-CNT-BAD-DATE
011270         END-IF
011280         GO TO 2900-EXIT
011290     END-IF.
011300     IF FZB-IAJ-DATE NOT = FZB-REC-LAST-DATE
011310         MOVE FZB-IAJ-DATE TO FZB-REC-LAST-DATE
011320         MOVE FZB-IAJ-DATE TO FZB-CAL-DATE
011330         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
011340         MOVE FZB-CAL-DAYNUM TO FZB-REC-DAYNUM
011350         PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT
011360         MOVE FZB-CAL-WEEKDAY TO FZB-REC-WEEKDAY
011370         MOVE FZB-CAL-BUS-SW  TO FZB-REC-BUS-SW
011380     END-IF.
011390     IF FZB-REC-DAYNUM < FZB-FROM-DAYNUM
011400             OR FZB-REC-DAYNUM > FZB-TO-DAYNUM
011410         GO TO 2900-EXIT
011420     END-IF.
011430     SET FZB-REC-IN-PERIOD TO TRUE.
011440     MOVE FZB-IAJ-TIME TO FZB-REC-TIME.
011450     IF FZB-REC-HH < FZB-START-HOUR
011460             OR FZB-REC-HH NOT < FZB-END-HOUR
011470             OR FZB-REC-BUS-SW = 'N'
011480         SET FZB-REC-AFTER-HOURS TO TRUE
011490     END-IF.
011500 2900-EXIT.
011510     EXIT.
011520*****************************************************************
011530*    3000-PRINT-DEPARTMENTS
011540*        PRINTS THE DEPARTMENT PAGE (SECTION 2).
011550*****************************************************************
011560 3000-PRINT-DEPARTMENTS.
011562     IF FZB-USAGE-ABORTED
011564         GO TO 3000-EXIT
011566     END-IF.
011570     MOVE '2. INQUIRY USAGE BY DEPARTMENT' TO FZB-SEC-TITLE.
011580     MOVE FZB-HEAD-DEPT TO FZB-COL-HEAD-1.
011590     MOVE SPACES        TO FZB-COL-HEAD-2.
011600     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
011610     PERFORM 3100-PRINT-ONE-DEPARTMENT THRU 3100-EXIT
011620         VARYING FZB-DPT-SUB FROM 1 BY 1
011630         UNTIL FZB-DPT-SUB > FZB-DPT-COUNT.
011640     IF FZB-DPT-COUNT = 0
011650         MOVE 'NO INQUIRIES IN THE PERIOD' TO FZB-NOTE-TEXT
011660         MOVE FZB-RPT-NOTE-LINE TO FZB-PRINT-LINE
011670         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011680     END-IF.
011690 3000-EXIT.
011700     EXIT.
011710*****************************************************************
011720*    3100-PRINT-ONE-DEPARTMENT
011730*        PRINTS ONE DEPARTMENT'S LINE.
011740*****************************************************************
011750 3100-PRINT-ONE-DEPARTMENT.
011760     MOVE FZB-DPT-DEPT(FZB-DPT-SUB)   TO FZB-DPL-DEPT.
011770     MOVE FZB-DPT-USERS(FZB-DPT-SUB)  TO FZB-DPL-USERS.
011780     MOVE FZB-DPT-ONLINE(FZB-DPT-SUB) TO FZB-DPL-ONLINE.
011790     MOVE FZB-DPT-BATCH(FZB-DPT-SUB)  TO FZB-DPL-BATCH.
011800     ADD FZB-DPT-ONLINE(FZB-DPT-SUB) FZB-DPT-BATCH(FZB-DPT-SUB)
011810         GIVING FZB-DPL-TOTAL.
011820     MOVE FZB-DPT-NOTFND(FZB-DPT-SUB) TO FZB-DPL-NOTFND.
011830     MOVE FZB-DPT-AFTER(FZB-DPT-SUB)  TO FZB-DPL-AFTER.
011840     MOVE FZB-RPT-DEPT-LINE TO FZB-PRINT-LINE.
011850     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011860 3100-EXIT.
011870     EXIT.
011880*****************************************************************
011890*    4000-COUNTER-PASS
011900*        READS THE JOURNAL IN COUNTER AND USER ID ORDER.  PRINTS
011910*        EVERY USER WHO ASKED FOR THE SAME COUNTER AT LEAST TWICE
011920*        AND WAS TOLD IT WAS NOT FOUND (SECTION 3), AND RANKS THE
011930*        COUNTERS BY THE NUMBER OF INQUIRIES FOR SECTION 4.
011940*****************************************************************
011950 4000-COUNTER-PASS.
011952     IF FZB-USAGE-ABORTED
011954         GO TO 4000-EXIT
011956     END-IF.
011960     OPEN INPUT FZB-CTRJ-FILE.
011970     IF NOT FZB-CTRJ-OK
011980         DISPLAY 'FZBIAUS - CTRJRNL OPEN FAILED - STATUS '
011990             FZB-CTRJ-STATUS
012000         MOVE 12 TO RETURN-CODE
012010         SET FZB-USAGE-ABORTED TO TRUE
012020         GO TO 4000-EXIT
012030     END-IF.
012040     MOVE '3. REPEATED NOT-FOUND LOOKUPS (SAME USER AND COUNTER)'
012050         TO FZB-SEC-TITLE.
012060     MOVE FZB-HEAD-REPEAT TO FZB-COL-HEAD-1.
012070     MOVE SPACES          TO FZB-COL-HEAD-2.
012080     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
012090     SET FZB-CUR-CTR-NONE TO TRUE.
012100     SET FZB-JRNL-NOT-DONE TO TRUE.
012110     PERFORM 4050-READ-CTRJ THRU 4050-EXIT.
012120     PERFORM 4100-TALLY-COUNTER-ACCESS THRU 4100-EXIT
012130         UNTIL FZB-JRNL-DONE.
012140     IF FZB-CUR-CTR-OPEN
012150         PERFORM 4200-END-USER-GROUP THRU 4200-EXIT
012160         PERFORM 4300-END-COUNTER THRU 4300-EXIT
012170     END-IF.
012180     CLOSE FZB-CTRJ-FILE.
012190     IF FZB-CNT-REPEATS = 0
012200         MOVE 'NONE IN THE PERIOD' TO FZB-NOTE-TEXT
012210         MOVE FZB-RPT-NOTE-LINE TO FZB-PRINT-LINE
012220         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
012230     END-IF.
012240 4000-EXIT.
012250     EXIT.
012260*****************************************************************
012270*    4050-READ-CTRJ
012280*        READS THE NEXT INQUIRY IN THE PERIOD FROM CTRJRNL.
012290*****************************************************************
012300 4050-READ-CTRJ.
012310     READ FZB-CTRJ-FILE INTO FZB-INQJRNL-RECORD
012320         AT END
012330             SET FZB-JRNL-DONE TO TRUE
012340             GO TO 4050-EXIT
012350     END-READ.
012360     IF NOT FZB-CTRJ-OK
012370         DISPLAY 'FZBIAUS - CTRJRNL READ FAILED - STATUS '
012380             FZB-CTRJ-STATUS ' - REPORT INCOMPLETE'
012390         IF RETURN-CODE < 4
012400             MOVE 4 TO RETURN-CODE
012410         END-IF
012420         SET FZB-JRNL-DONE TO TRUE
012430         GO TO 4050-EXIT
012440     END-IF.
012450     PERFORM 2900-QUALIFY-ACCESS THRU 2900-EXIT.
012460     IF FZB-REC-NOT-IN-PERIOD
012470         GO TO 4050-READ-CTRJ
012480     END-IF.
012490 4050-EXIT.
012500     EXIT.
012510*****************************************************************
012520*    4100-TALLY-COUNTER-ACCESS
012530*        COUNTS ONE INQUIRY AGAINST ITS COUNTER AND, WITHIN THE
012540*        COUNTER, ITS USER - CLOSING THE PRIOR USER GROUP ON A
012550*        CHANGE OF USER OR COUNTER, AND THE PRIOR COUNTER ON A
012560*        CHANGE OF COUNTER.
012570*****************************************************************
012580 4100-TALLY-COUNTER-ACCESS.
012590     IF FZB-CUR-CTR-OPEN
012600         IF FZB-IAJ-COUNTER NOT = FZB-CUR-COUNTER
012610             PERFORM 4200-END-USER-GROUP THRU 4200-EXIT
012620             PERFORM 4300-END-COUNTER THRU 4300-EXIT
012630         ELSE
012640             IF FZB-IAJ-USERID NOT = FZB-CUR-GRP-USERID
012650                 PERFORM 4200-END-USER-GROUP THRU 4200-EXIT
012660                 MOVE FZB-IAJ-USERID TO FZB-CUR-GRP-USERID
012670                 ADD 1 TO FZB-CUR-CTR-USERS
012680             END-IF
012690         END-IF
012700     END-IF.
012710     IF FZB-CUR-CTR-NONE
012720         MOVE FZB-IAJ-COUNTER TO FZB-CUR-COUNTER
012730         MOVE ZEROS           TO FZB-CUR-CTR-ACCESSES
012740         MOVE ZEROS           TO FZB-CUR-CTR-NOTFND
012750         MOVE 1               TO FZB-CUR-CTR-USERS
012760         MOVE FZB-IAJ-USERID  TO FZB-CUR-GRP-USERID
012770         SET FZB-CUR-CTR-OPEN TO TRUE
012780     END-IF.
012790     ADD 1 TO FZB-CUR-CTR-ACCESSES.
012800     IF FZB-IAJ-NOT-FOUND
012810         ADD 1 TO FZB-CUR-CTR-NOTFND
012820         ADD 1 TO FZB-CUR-GRP-NOTFND
012830         IF FZB-CUR-GRP-NOTFND = 1
012840             MOVE FZB-IAJ-DATE TO FZB-CUR-GRP-FIRST-DATE
012850             MOVE FZB-IAJ-TIME TO FZB-CUR-GRP-FIRST-TIME
012860         END-IF
012870         MOVE FZB-IAJ-DATE TO FZB-CUR-GRP-LAST-DATE
012880         MOVE FZB-IAJ-TIME TO FZB-CUR-GRP-LAST-TIME
012890     END-IF.
012900     PERFORM 4050-READ-CTRJ THRU 4050-EXIT.
012910 4100-EXIT.
012920     EXIT.
012930*****************************************************************
012940*    4200-END-USER-GROUP
012950*        PRINTS THE USER GROUP JUST FINISHED IF THE USER ASKED
012960*        FOR THE COUNTER AND WAS TOLD IT WAS NOT FOUND AT LEAST
012970*        TWICE, AND CLEARS THE GROUP.
012980*****************************************************************
012990 4200-END-USER-GROUP.
013000     IF FZB-CUR-GRP-NOTFND < FZB-REPEAT-MIN
013010         GO TO 4200-CLEAR
013020     END-IF.
013030     ADD 1 TO FZB-CNT-REPEATS.
013040     MOVE FZB-CUR-GRP-USERID TO FZB-LOOKUP-USERID.
013050     PERFORM 2400-FIND-USER THRU 2400-EXIT.
013060     MOVE FZB-CUR-COUNTER    TO FZB-RPL-COUNTER.
013070     MOVE FZB-CUR-GRP-USERID TO FZB-RPL-USERID.
013080     MOVE FZB-LOOKUP-DEPT    TO FZB-RPL-DEPT.
013090     MOVE FZB-CUR-GRP-NOTFND TO FZB-RPL-TIMES.
013100     MOVE FZB-CUR-GRP-FIRST-DATE TO FZB-SHOW-DATE.
013110     PERFORM 6800-FORMAT-DATE THRU 6800-EXIT.
013120     MOVE FZB-MDY-OUT TO FZB-RPL-FIRST-DATE.
013130     MOVE FZB-CUR-GRP-FIRST-TIME TO FZB-SHOW-TIME.
013140     PERFORM 6850-FORMAT-TIME THRU 6850-EXIT.
013150     MOVE FZB-HMS-OUT TO FZB-RPL-FIRST-TIME.
013160     MOVE FZB-CUR-GRP-LAST-DATE TO FZB-SHOW-DATE.
013170     PERFORM 6800-FORMAT-DATE THRU 6800-EXIT.
013180     MOVE FZB-MDY-OUT TO FZB-RPL-LAST-DATE.
013190     MOVE FZB-CUR-GRP-LAST-TIME TO FZB-SHOW-TIME.
013200     PERFORM 6850-FORMAT-TIME THRU 6850-EXIT.
013210     MOVE FZB-HMS-OUT TO FZB-RPL-LAST-TIME.
013220     MOVE FZB-RPT-REPEAT-LINE TO FZB-PRINT-LINE.
013230     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
013240 4200-CLEAR.
013250     MOVE ZEROS TO FZB-CUR-GRP-NOTFND.
013260 4200-EXIT.
013270     EXIT.
013280*****************************************************************
013290*    4300-END-COUNTER
013300*        RANKS THE COUNTER JUST FINISHED AMONG THE MOST QUERIED:
013310*        IT GOES IN AHEAD OF THE FIRST ENTRY WITH FEWER
013320*        INQUIRIES, AND THE ENTRY PUSHED PAST THE LAST PLACE
013330*        DROPS OFF.
013340*****************************************************************
013350 4300-END-COUNTER.
013360     ADD 1 TO FZB-CNT-COUNTERS.
013370     MOVE 1 TO FZB-TOP-POS.
013380     PERFORM 4310-FIND-TOP-POS THRU 4310-EXIT
013390         UNTIL FZB-TOP-POS > FZB-TOP-COUNT
013400            OR FZB-TOP-ACCESSES(FZB-TOP-POS)
013410                 < FZB-CUR-CTR-ACCESSES.
013420     IF FZB-TOP-POS > FZB-TOP-MAX
013430         GO TO 4300-CLEAR
013440     END-IF.
013450     PERFORM 4320-SHIFT-TOP-DOWN THRU 4320-EXIT
013460         VARYING FZB-TOP-SUB FROM FZB-TOP-COUNT BY -1
013470         UNTIL FZB-TOP-SUB < FZB-TOP-POS.
013480     IF FZB-TOP-COUNT < FZB-TOP-MAX
013490         ADD 1 TO FZB-TOP-COUNT
013500     END-IF.
013510     MOVE FZB-CUR-COUNTER      TO FZB-TOP-COUNTER(FZB-TOP-POS).
013520     MOVE FZB-CUR-CTR-ACCESSES TO FZB-TOP-ACCESSES(FZB-TOP-POS).
013530     MOVE FZB-CUR-CTR-USERS    TO FZB-TOP-USERS(FZB-TOP-POS).
013540     MOVE FZB-CUR-CTR-NOTFND   TO FZB-TOP-NOTFND(FZB-TOP-POS).
013550 4300-CLEAR.
013560     SET FZB-CUR-CTR-NONE TO TRUE.
013570 4300-EXIT.
013580     EXIT.
013590*****************************************************************
013600*    4310-FIND-TOP-POS
013610*        STEPS ONE PLACE DOWN THE MOST-QUERIED TABLE.
013620*****************************************************************
013630 4310-FIND-TOP-POS.
013640     ADD 1 TO FZB-TOP-POS.
013650 4310-EXIT.
013660     EXIT.
013670*****************************************************************
013680*    4320-SHIFT-TOP-DOWN
013690*        MOVES ONE MOST-QUERIED ENTRY DOWN A PLACE.  THE TABLE
013700*        HAS ONE SPARE ENTRY FOR THE ONE THAT DROPS OFF.
013710*****************************************************************
013720 4320-SHIFT-TOP-DOWN.
013730     MOVE FZB-TOP-ENTRY(FZB-TOP-SUB)
013740         TO FZB-TOP-ENTRY(FZB-TOP-SUB + 1).
013750 4320-EXIT.
013760     EXIT.
013770*****************************************************************
013780*    4500-PRINT-TOP-COUNTERS
013790*        PRINTS THE MOST-QUERIED COUNTERS (SECTION 4).
013800*****************************************************************
013810 4500-PRINT-TOP-COUNTERS.
013820     IF FZB-USAGE-ABORTED
013830         GO TO 4500-EXIT
013840     END-IF.
013850     MOVE '4. MOST-QUERIED COUNTERS' TO FZB-SEC-TITLE.
013860     MOVE FZB-HEAD-TOP TO FZB-COL-HEAD-1.
013870     MOVE SPACES       TO FZB-COL-HEAD-2.
013880     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
013890     PERFORM 4510-PRINT-ONE-TOP THRU 4510-EXIT
013900         VARYING FZB-TOP-SUB FROM 1 BY 1
013910         UNTIL FZB-TOP-SUB > FZB-TOP-COUNT.
013920     IF FZB-TOP-COUNT = 0
013930         MOVE 'NO INQUIRIES IN THE PERIOD' TO FZB-NOTE-TEXT
013940         MOVE FZB-RPT-NOTE-LINE TO FZB-PRINT-LINE
013950         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
013960     END-IF.
013970     MOVE SPACES TO FZB-PRINT-LINE.
013980     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
013990     MOVE 'DIFFERENT COUNTERS ASKED FOR.' TO FZB-TRL-LABEL.
014000     MOVE FZB-CNT-COUNTERS TO FZB-TRL-COUNT.
014010     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
014020 4500-EXIT.
014030     EXIT.
014040*****************************************************************
014050*    4510-PRINT-ONE-TOP
014060*        PRINTS ONE MOST-QUERIED COUNTER.
014070*****************************************************************
014080 4510-PRINT-ONE-TOP.
014090     MOVE FZB-TOP-SUB                   TO FZB-TPL-RANK.
014100     MOVE FZB-TOP-COUNTER(FZB-TOP-SUB)  TO FZB-TPL-COUNTER.
014110     MOVE FZB-TOP-ACCESSES(FZB-TOP-SUB) TO FZB-TPL-ACCESSES.
014120     MOVE FZB-TOP-USERS(FZB-TOP-SUB)    TO FZB-TPL-USERS.
014130     MOVE FZB-TOP-NOTFND(FZB-TOP-SUB)   TO FZB-TPL-NOTFND.
014140     MOVE FZB-RPT-TOP-LINE TO FZB-PRINT-LINE.
014150     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
014160 4510-EXIT.
014170     EXIT.
014180*****************************************************************
014190*    5000-LIST-ACCESSES
014200*        READS THE JOURNAL IN USER ID ORDER AGAIN AND LISTS EVERY
014210*        INQUIRY OF ONE KIND, ONE LINE EACH: AFTER HOURS (SECTION
014220*        5), BY A USER ID NOT ON THE PERMITTED-USER LIST (SECTION
014230*        6), OR ON THE CARD'S TRACE COUNTER (SECTION 7).
014240*****************************************************************
014250 5000-LIST-ACCESSES.
014260     IF FZB-USAGE-ABORTED
014270         GO TO 5000-EXIT
014280     END-IF.
014290     OPEN INPUT FZB-USRJ-FILE.
014300     IF NOT FZB-USRJ-OK
014310         DISPLAY 'FZBIAUS - USRJRNL OPEN FAILED - STATUS '
014320             FZB-USRJ-STATUS
014330         MOVE 12 TO RETURN-CODE
014340         SET FZB-USAGE-ABORTED TO TRUE
014350         GO TO 5000-EXIT
014360     END-IF.
014370     IF FZB-LIST-AFTER-HOURS
014380         MOVE '5. AFTER-HOURS ACCESS' TO FZB-SEC-TITLE
014390     END-IF.
014400     IF FZB-LIST-SECURITY
014410         MOVE '6. SECURITY REVIEW - USERS NOT ON PERMITTED LIST'
014420             TO FZB-SEC-TITLE
014430     END-IF.
014440     IF FZB-LIST-TRACE
014450         MOVE SPACES TO FZB-SEC-TITLE
014460         STRING '7. INQUIRIES ON COUNTER ' DELIMITED BY SIZE
014470                FZB-PRM-COUNTER DELIMITED BY SIZE
014480             INTO FZB-SEC-TITLE
014490         END-STRING
014500     END-IF.
014510     MOVE FZB-HEAD-ACCESS   TO FZB-COL-HEAD-1.
014520     MOVE FZB-HEAD-ACCESS-2 TO FZB-COL-HEAD-2.
014530     PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT.
014540     MOVE ZEROS TO FZB-LIST-COUNT.
014550     MOVE LOW-VALUES TO FZB-LOOKUP-USERID.
014560     SET FZB-JRNL-NOT-DONE TO TRUE.
014570     PERFORM 2050-READ-USRJ THRU 2050-EXIT.
014580     PERFORM 5100-LIST-ONE-ACCESS THRU 5100-EXIT
014590         UNTIL FZB-JRNL-DONE.
014600     CLOSE FZB-USRJ-FILE.
014610     IF FZB-LIST-COUNT = 0
014620         MOVE 'NONE IN THE PERIOD' TO FZB-NOTE-TEXT
014630         MOVE FZB-RPT-NOTE-LINE TO FZB-PRINT-LINE
014640         PERFORM 6900-WRITE-LINE THRU 6900-EXIT
014650     END-IF.
014660 5000-EXIT.
014670     EXIT.
014680*****************************************************************
014690*    5100-LIST-ONE-ACCESS
014700*        LISTS THE INQUIRY IN HAND IF IT IS OF THE KIND BEING
014710*        LISTED, AND READS THE NEXT.
014720*****************************************************************
014730 5100-LIST-ONE-ACCESS.
014740     IF FZB-IAJ-USERID NOT = FZB-LOOKUP-USERID
014750         MOVE FZB-IAJ-USERID TO FZB-LOOKUP-USERID
014760         PERFORM 2400-FIND-USER THRU 2400-EXIT
014770     END-IF.
014780     IF FZB-LIST-AFTER-HOURS AND FZB-REC-IN-HOURS
014790         GO TO 5100-NEXT
014800     END-IF.
014810     IF FZB-LIST-SECURITY AND FZB-LOOKUP-PERMITTED
014820         GO TO 5100-NEXT
014830     END-IF.
014840     IF FZB-LIST-TRACE AND FZB-IAJ-COUNTER NOT = FZB-PRM-COUNTER
014850         GO TO 5100-NEXT
014860     END-IF.
014870     ADD 1 TO FZB-LIST-COUNT.
014880     MOVE FZB-IAJ-USERID  TO FZB-ACL-USERID.
014890     MOVE FZB-LOOKUP-DEPT TO FZB-ACL-DEPT.
014900     MOVE FZB-IAJ-DATE    TO FZB-SHOW-DATE.
014910     PERFORM 6800-FORMAT-DATE THRU 6800-EXIT.
014920     MOVE FZB-MDY-OUT     TO FZB-ACL-DATE.
014930     MOVE FZB-DAY-NAME(FZB-REC-WEEKDAY) TO FZB-ACL-DAY.
014940     MOVE FZB-IAJ-TIME    TO FZB-SHOW-TIME.
014950     PERFORM 6850-FORMAT-TIME THRU 6850-EXIT.
014960     MOVE FZB-HMS-OUT     TO FZB-ACL-TIME.
014970     MOVE FZB-IAJ-SOURCE  TO FZB-ACL-SOURCE.
014980     MOVE FZB-IAJ-ORIGIN  TO FZB-ACL-ORIGIN.
014990     MOVE FZB-IAJ-COUNTER TO FZB-ACL-COUNTER.
015000     MOVE FZB-IAJ-FUNCTION TO FZB-ACL-FUNCTION.
015010     MOVE FZB-IAJ-REQ-CODE TO FZB-ACL-REQ-CODE.
015020     IF FZB-IAJ-FOUND
015030         MOVE 'FOUND'  TO FZB-ACL-RESULT
015040     END-IF.
015050     IF FZB-IAJ-NOT-FOUND
015060         MOVE 'NOTFND' TO FZB-ACL-RESULT
015070     END-IF.
015080     IF FZB-IAJ-ERROR
015090         MOVE 'ERROR'  TO FZB-ACL-RESULT
015100     END-IF.
015110     MOVE FZB-RPT-ACCESS-LINE TO FZB-PRINT-LINE.
015120     PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
015130 5100-NEXT.
015140     PERFORM 2050-READ-USRJ THRU 2050-EXIT.
015150 5100-EXIT.
015160     EXIT.
015170*****************************************************************
015180*    6800-FORMAT-DATE
015190*        FORMATS THE YYMMDD DATE IN FZB-SHOW-DATE AS MM/DD/YY.
015200*****************************************************************
015210 6800-FORMAT-DATE.
015220     MOVE FZB-SHOW-MM TO FZB-MDY-MM.
015230     MOVE FZB-SHOW-DD TO FZB-MDY-DD.
015240     MOVE FZB-SHOW-YY TO FZB-MDY-YY.
015250 6800-EXIT.
015260     EXIT.
015270*****************************************************************
015280*    6850-FORMAT-TIME
015290*        FORMATS THE HHMMSS TIME IN FZB-SHOW-TIME AS HH:MM:SS.
015300*****************************************************************
015310 6850-FORMAT-TIME.
015320     MOVE FZB-SHOW-HH TO FZB-HMS-HH.
015330     MOVE FZB-SHOW-MI TO FZB-HMS-MI.
015340     MOVE FZB-SHOW-SS TO FZB-HMS-SS.
015350 6850-EXIT.
015360     EXIT.
015370*****************************************************************
015380*    6900-WRITE-LINE
015390*        PRINTS FZB-PRINT-LINE, STARTING A NEW PAGE WITH THE
015400*        SECTION'S HEADINGS WHEN THE PAGE IS FULL.
015410*****************************************************************
015420 6900-WRITE-LINE.
015430     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
015440         PERFORM 6950-WRITE-HEADINGS THRU 6950-EXIT
015450     END-IF.
015460     WRITE FZB-REPORT-LINE FROM FZB-PRINT-LINE
015470         AFTER ADVANCING 1 LINE.
015480     ADD 1 TO FZB-LINE-COUNT.
015490 6900-EXIT.
015500     EXIT.
015510*****************************************************************
015520*    6950-WRITE-HEADINGS
015530*        STARTS A NEW PAGE WITH THE RUN-DATE HEADING, THE PERIOD
015540*        LINE, THE SECTION TITLE, AND THE SECTION'S COLUMN
015550*        HEADINGS.
015560*****************************************************************
015570 6950-WRITE-HEADINGS.
015580     ADD 1 TO FZB-PAGE-COUNT.
015590     MOVE FZB-RUN-DATE-MM TO FZB-H1-MM.
015600     MOVE FZB-RUN-DATE-DD TO FZB-H1-DD.
015610     MOVE FZB-RUN-DATE-YY TO FZB-H1-YY.
015620     MOVE FZB-PAGE-COUNT  TO FZB-H1-PAGE.
015630     WRITE FZB-REPORT-LINE FROM FZB-RPT-HEADING-1
015640         AFTER ADVANCING FZB-TOP-OF-PAGE.
015650     WRITE FZB-REPORT-LINE FROM FZB-RPT-PERIOD-LINE
015660         AFTER ADVANCING 1 LINE.
015670     MOVE FZB-SEC-TITLE TO FZB-SEC-TITLE-OUT.
015680     WRITE FZB-REPORT-LINE FROM FZB-RPT-SECTION-LINE
015690         AFTER ADVANCING 2 LINES.
015700     WRITE FZB-REPORT-LINE FROM FZB-COL-HEAD-1
015710         AFTER ADVANCING 2 LINES.
015720     MOVE 7 TO FZB-LINE-COUNT.
015730     IF FZB-COL-HEAD-2 NOT = SPACES
015740         WRITE FZB-REPORT-LINE FROM FZB-COL-HEAD-2
015750             AFTER ADVANCING 1 LINE
015760         ADD 1 TO FZB-LINE-COUNT
015770     END-IF.
015780 6950-EXIT.
015790     EXIT.
015800*****************************************************************
015810*    7100-DATE-TO-DAYNUM
015820*        CONVERTS THE YYMMDD DATE IN FZB-CAL-DATE TO A DAY
015830*        NUMBER IN FZB-CAL-DAYNUM.
015840*****************************************************************
015850 7100-DATE-TO-DAYNUM.
015860     MOVE FZB-CAL-DATE-YY TO FZB-CAL-YY.
015870     MOVE FZB-CAL-DATE-MM TO FZB-CAL-MM.
015880     MOVE FZB-CAL-DATE-DD TO FZB-CAL-DD.
015890     IF FZB-CAL-YY < 50
015900         MOVE 20 TO FZB-CAL-CC
015910     ELSE
015920         MOVE 19 TO FZB-CAL-CC
015930     END-IF.
015940     COMPUTE FZB-CAL-DAYNUM =
015950         FUNCTION INTEGER-OF-DATE(FZB-CAL-CCYYMMDD).
015960 7100-EXIT.
015970     EXIT.
015980*****************************************************************
015990*    7150-DAYNUM-TO-DATE
016000*        CONVERTS THE DAY NUMBER IN FZB-CAL-DAYNUM BACK TO A
016010*        YYMMDD DATE IN FZB-CAL-DATE.
016020*****************************************************************
016030 7150-DAYNUM-TO-DATE.
016040     COMPUTE FZB-CAL-CCYYMMDD =
016050         FUNCTION DATE-OF-INTEGER(FZB-CAL-DAYNUM).
016060     MOVE FZB-CAL-YY TO FZB-CAL-DATE-YY.
016070     MOVE FZB-CAL-MM TO FZB-CAL-DATE-MM.
016080     MOVE FZB-CAL-DD TO FZB-CAL-DATE-DD.
016090 7150-EXIT.
016100     EXIT.
016110*****************************************************************
016120*    7200-TEST-BUSINESS-DAY
016130*        SETS FZB-CAL-WEEKDAY (1 = MONDAY ... 7 = SUNDAY) FOR
016140*        THE DAY NUMBER IN FZB-CAL-DAYNUM, AND FZB-CAL-BUS-SW:
016150*        A WEEKDAY THAT IS NOT A HOLIDAY ON CALENDAR FZB-CAL-ID.
016160*****************************************************************
016170 7200-TEST-BUSINESS-DAY.
016180     DIVIDE FZB-CAL-DAYNUM BY 7 GIVING FZB-CAL-DISCARD
016190         REMAINDER FZB-CAL-WEEKDAY.
016200     IF FZB-CAL-WEEKDAY = 0
016210         MOVE 7 TO FZB-CAL-WEEKDAY
016220     END-IF.
016230     SET FZB-CAL-BUS-DAY TO TRUE.
016240     IF FZB-CAL-WEEKDAY > 5
016250         SET FZB-CAL-NOT-BUS-DAY TO TRUE
016260         GO TO 7200-EXIT
016270     END-IF.
016280     IF FZB-CAL-ID = SPACES OR FZB-HOL-COUNT = 0
016290         GO TO 7200-EXIT
016300     END-IF.
016310     MOVE FZB-CAL-ID TO FZB-CAL-HOL-CAL-ID.
016320     MOVE FZB-CAL-DAYNUM TO FZB-CAL-HOL-DAYNUM.
016330     SET FZB-HOL-IDX TO 1.
016340     SEARCH FZB-HOL-ENTRY
016350         AT END CONTINUE
016360         WHEN FZB-HOL-KEY(FZB-HOL-IDX) = FZB-CAL-HOL-KEY
016370             SET FZB-CAL-NOT-BUS-DAY TO TRUE
016380     END-SEARCH.
016390 7200-EXIT.
016400     EXIT.
016410*****************************************************************
016420*    8000-FINALIZE
016430*        CLOSES THE REPORT AND DISPLAYS THE RUN SUMMARY.
016440*****************************************************************
016450 8000-FINALIZE.
016460     IF FZB-REPORT-OPEN
016470         CLOSE FZB-REPORT-FILE
016480     END-IF.
016490     DISPLAY 'FZBIAUS - INQUIRY USAGE SUMMARY'.
016500     DISPLAY '  JOURNAL INQUIRIES READ.: ' FZB-CNT-READ.
016510     DISPLAY '  IN THE PERIOD..........: ' FZB-CNT-IN-PERIOD.
016520     DISPLAY '  AFTER HOURS............: ' FZB-CNT-AFTER.
016530     DISPLAY '  REPEATED NOT FOUND.....: ' FZB-CNT-REPEATS.
016540     DISPLAY '  USERS NOT PERMITTED....: ' FZB-CNT-UNLISTED-USERS.
016550     DISPLAY '  BAD DATE/TIME SKIPPED..: ' FZB-CNT-BAD-DATE.
016560 8000-EXIT.
016570     EXIT.
