000170*    BLANK LABEL OR CODE DIGIT ON AN ACTIVE RULE.  EACH CARD
000180*    GETS A FIELD-BY-FIELD EDIT REPORT; RETURN CODE 0 IS THE
000190*    SCHEDULER'S GREEN LIGHT TO RELEASE FIZZJOB, RETURN CODE 8
000195*    MEANS FIX THE CARD FIRST.  THE REPORT ENDS WITH A RUN
000200*    FORECAST: WHICH CARDS THE RUN CALENDAR SELECTS TONIGHT AND
000205*    ON EACH OF THE SIX NIGHTS AFTER.
000210*    MODIFICATION HISTORY.
000220*        2026-08-22  JHM  ORIGINAL PROGRAM.
000230*        2026-09-03  JHM  EDITS THE NEW RULE-TYPE BYTES (COLS
000350*                         THE DURABLE IDENTITY TREND AND DRIFT
000360*                         LINEAGE FOLLOWS.  A BLANK OR
000370*                         UNREGISTERED CODE FAILS THE CARD.
000371*        2026-10-15  JHM  REQREG IS NOW BUILT FROM THE
000371*                         MAINTAINED REQUEST REGISTRY BY FZBRBLD
000371*                         AND CARRIES THE CODE'S DEPARTMENT AND
000372*                         DESTINATION - RECORD LAYOUT MOVED TO
000372*                         COPYBOOK FZBREG, TABLE RAISED TO 200
000373*                         CODES TO MATCH THE BUILD.
000373*        2026-10-15  JHM  EDITS THE NEW RUN-CALENDAR FIELDS
000374*                         (COLS 62-80): FREQUENCY D, W, M, N,
000374*                         OR SPACE, WEEKDAY 01-07 OR BUSINESS
000375*                         DAY 01-23 IN COLS 63-64 (BLANK FOR D
000375*                         AND M), VALID EFFECTIVE-FROM AND
000376*                         EFFECTIVE-TO DATES IN ORDER, AND A
000376*                         HOLIDAY CALENDAR THAT IS ON THE NEW
000377*                         OPTIONAL HOLCAL FILE (FZBHOL).  ADDS
000377*                         THE RUN FORECAST PAGE - TONIGHT IS THE
000378*                         PROCESSING DATE FIZZBUZZ WOULD USE IF
000378*                         STARTED NOW.  THE SELECTION LOGIC IS
000379*                         THE SAME 7000-SERIES PARAGRAPHS
000379*                         FIZZBUZZ RUNS.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000520         ASSIGN TO REQREG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FZB-REQREG-STATUS.
000542     SELECT OPTIONAL FZB-HOLIDAY-FILE
000544         ASSIGN TO HOLCAL
000546         ORGANIZATION IS SEQUENTIAL
000548         FILE STATUS IS FZB-HOLIDAY-STATUS.
000550     SELECT FZB-REPORT-FILE
000560         ASSIGN TO EDITRPT
000570         ORGANIZATION IS SEQUENTIAL
000670 FD  FZB-REQREG-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000698 COPY FZBREG.
000707*
000715 FD  FZB-HOLIDAY-FILE
000724     RECORDING MODE IS F
000732     LABEL RECORDS ARE STANDARD.
000741 COPY FZBHOL.
000750*
000760 FD  FZB-REPORT-FILE
000770     RECORDING MODE IS F
000880 01  FZB-REQREG-STATUS           PIC X(02) VALUE SPACES.
000890     88  FZB-REQREG-OK                     VALUE '00'.
000900     88  FZB-REQREG-EOF                    VALUE '10'.
000902 01  FZB-HOLIDAY-STATUS          PIC X(02) VALUE SPACES.
000905     88  FZB-HOLIDAY-OK                    VALUE '00'.
000907     88  FZB-HOLIDAY-EOF                   VALUE '10'.
000910 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000920     88  FZB-REPORT-OK                     VALUE '00'.
000930*****************************************************************
001210         88  FZB-CRD-TYPE-LASTDIG          VALUE 'L'.
001220         88  FZB-CRD-TYPE-BAND             VALUE 'B'.
001230     05  FZB-CRD-REQ-CODE        PIC X(08).
001231     05  FZB-CRD-FREQ            PIC X(01).
001232         88  FZB-CRD-FREQ-DAILY            VALUES 'D' ' '.
001233         88  FZB-CRD-FREQ-WEEKLY           VALUE 'W'.
001235         88  FZB-CRD-FREQ-MONTH-END        VALUE 'M'.
001236         88  FZB-CRD-FREQ-BUS-DAY          VALUE 'N'.
001237     05  FZB-CRD-FREQ-DAY-X      PIC X(02).
001238     05  FZB-CRD-FREQ-DAY-9 REDEFINES FZB-CRD-FREQ-DAY-X
001240                                 PIC 9(02).
001241     05  FZB-CRD-EFF-FROM-X      PIC X(06).
001242     05  FZB-CRD-EFF-FROM-9 REDEFINES FZB-CRD-EFF-FROM-X
001243                                 PIC 9(06).
001245     05  FZB-CRD-EFF-TO-X        PIC X(06).
001246     05  FZB-CRD-EFF-TO-9 REDEFINES FZB-CRD-EFF-TO-X
001247                                 PIC 9(06).
001248     05  FZB-CRD-HOL-CAL         PIC X(04).
001250*****************************************************************
001260*    REQUEST REGISTRY TABLE - THE BUSINESS-ASSIGNED REQUEST
001270*    CODES LOADED FROM REQREG AT INITIALIZATION.  EVERY CARD'S
001280*    CODE MUST BE ON IT.
001290*****************************************************************
001300 01  FZB-REG-MAX                 PIC 9(03) VALUE 200.
001310 01  FZB-REG-COUNT               PIC 9(03) VALUE 0.
001320 01  FZB-REG-TABLE               VALUE SPACES.
001330     05  FZB-REG-ENTRY OCCURS 200 TIMES
001340             INDEXED BY FZB-REG-IDX.
001350         10  FZB-REG-CODE        PIC X(08).
001360 01  FZB-REG-FOUND-SW            PIC X(01) VALUE 'N'.
001450 01  FZB-CNT-TOTAL-ERRORS        PIC 9(06) VALUE 0.
001460 01  FZB-RULE-SUB                PIC 9(01) VALUE 0.
001470 01  FZB-EDIT-MSG                PIC X(60) VALUE SPACES.
001471*****************************************************************
001471*    RUN CALENDAR CONTROLS - THE SAME FIELDS FIZZBUZZ USES TO
001471*    DECIDE WHETHER A CARD IS DUE ON A DATE (SEE 7000-TEST-
001471*    CARD-DUE).  TONIGHT IS TODAY, OR YESTERDAY BEFORE THE
001471*    CUTOFF TIME, AS IN THE RUN ITSELF.
001471*****************************************************************
001471 01  FZB-RUN-TIME                PIC 9(08) VALUE 0.
001471 01  FZB-PROC-DATE               PIC 9(06) VALUE 0.
001471 01  FZB-PROC-CUTOFF-TIME        PIC 9(08) VALUE 06000000.
001471*    HOLIDAYS LOADED FROM HOLCAL, KEYED BY CALENDAR ID AND DAY
001471*    NUMBER.  A CALENDAR'S TITLE RECORD LOADS WITH DAY NUMBER
001471*    ZERO, WHICH NO REAL DATE HAS.
001471 01  FZB-HOL-MAX                 PIC 9(03) VALUE 500.
001472 01  FZB-HOL-COUNT               PIC 9(03) VALUE 0.
001472 01  FZB-HOL-TABLE               VALUE SPACES.
001472     05  FZB-HOL-ENTRY OCCURS 500 TIMES
001472             INDEXED BY FZB-HOL-IDX.
001472         10  FZB-HOL-KEY.
001472             15  FZB-HOL-CAL-ID  PIC X(04).
001472             15  FZB-HOL-DAYNUM  PIC 9(07).
001472 01  FZB-CAL-HOL-KEY.
001472     05  FZB-CAL-HOL-CAL-ID      PIC X(04).
001472     05  FZB-CAL-HOL-DAYNUM      PIC 9(07).
001472*    THE CARD BEING TESTED AND THE DATE IT IS TESTED FOR.
001472 01  FZB-CAL-CARD.
001473     05  FZB-CAL-FREQ            PIC X(01).
001473         88  FZB-CAL-FREQ-DAILY            VALUES 'D' ' '.
001473         88  FZB-CAL-FREQ-WEEKLY           VALUE 'W'.
001473         88  FZB-CAL-FREQ-MONTH-END        VALUE 'M'.
001473         88  FZB-CAL-FREQ-BUS-DAY          VALUE 'N'.
001473     05  FZB-CAL-FREQ-DAY        PIC 9(02).
001473     05  FZB-CAL-EFF-FROM        PIC 9(06).
001473     05  FZB-CAL-EFF-TO          PIC 9(06).
001473     05  FZB-CAL-ID              PIC X(04).
001473 01  FZB-CAL-TEST-DATE           PIC 9(06) VALUE 0.
001473 01  FZB-CAL-DUE-SW              PIC X(01) VALUE 'Y'.
001473     88  FZB-CAL-DUE                       VALUE 'Y'.
001473     88  FZB-CAL-NOT-DUE                   VALUE 'N'.
001474 01  FZB-CAL-REASON              PIC X(30) VALUE SPACES.
001474 01  FZB-CAL-FIELDS-SW           PIC X(01) VALUE 'Y'.
001474     88  FZB-CAL-FIELDS-OK                 VALUE 'Y'.
001474     88  FZB-CAL-FIELDS-BAD                VALUE 'N'.
001474 01  FZB-CAL-ERROR-MSG           PIC X(40) VALUE SPACES.
001474*    DATE CONVERSION AND WALKING FIELDS.
001474 01  FZB-CAL-DATE                PIC 9(06) VALUE 0.
001474 01  FZB-CAL-DATE-X REDEFINES FZB-CAL-DATE.
001474     05  FZB-CAL-DATE-YY         PIC 99.
001474     05  FZB-CAL-DATE-MM         PIC 99.
001474     05  FZB-CAL-DATE-DD         PIC 99.
001474 01  FZB-CAL-CCYYMMDD            PIC 9(08) VALUE 0.
001475 01  FZB-CAL-CCYYMMDD-X REDEFINES FZB-CAL-CCYYMMDD.
001475     05  FZB-CAL-CC              PIC 99.
001475     05  FZB-CAL-YY              PIC 99.
001475     05  FZB-CAL-MM              PIC 99.
001475     05  FZB-CAL-DD              PIC 99.
001475 01  FZB-CAL-DAYNUM              PIC 9(07) VALUE 0.
001475 01  FZB-CAL-TEST-DAYNUM         PIC 9(07) VALUE 0.
001475 01  FZB-CAL-STEP-DAYNUM         PIC 9(07) VALUE 0.
001475 01  FZB-CAL-DISCARD             PIC 9(07) VALUE 0.
001475 01  FZB-CAL-WEEKDAY             PIC 9(01) VALUE 0.
001475 01  FZB-CAL-TEST-MM             PIC 9(02) VALUE 0.
001475 01  FZB-CAL-SAVE-DATE           PIC 9(06) VALUE 0.
001475 01  FZB-CAL-SAVE-DD             PIC 9(02) VALUE 0.
001476 01  FZB-CAL-STEPS               PIC 9(02) VALUE 0.
001476 01  FZB-CAL-BUS-COUNT           PIC 9(02) VALUE 0.
001476 01  FZB-CAL-BUS-SW              PIC X(01) VALUE 'Y'.
001476     88  FZB-CAL-BUS-DAY                   VALUE 'Y'.
001476     88  FZB-CAL-NOT-BUS-DAY               VALUE 'N'.
001476 01  FZB-CAL-STOP-SW             PIC X(01) VALUE 'N'.
001476     88  FZB-CAL-STOP                      VALUE 'Y'.
001476     88  FZB-CAL-GO                        VALUE 'N'.
001476 01  FZB-CAL-FOUND-SW            PIC X(01) VALUE 'N'.
001476     88  FZB-CAL-FOUND                     VALUE 'Y'.
001476     88  FZB-CAL-NOT-FOUND                 VALUE 'N'.
001476 01  FZB-CAL-DATE-SW             PIC X(01) VALUE 'Y'.
001477     88  FZB-CAL-DATE-OK                   VALUE 'Y'.
001477     88  FZB-CAL-DATE-BAD                  VALUE 'N'.
001477 01  FZB-CAL-EDIT-DAY            PIC Z9.
001477 01  FZB-WEEKDAY-NAMES           PIC X(21)
001477         VALUE 'MONTUEWEDTHUFRISATSUN'.
001477 01  FZB-WEEKDAY-TABLE REDEFINES FZB-WEEKDAY-NAMES.
001477     05  FZB-WEEKDAY-NAME        PIC X(03) OCCURS 7 TIMES.
001477*****************************************************************
001477*    RUN FORECAST TABLE - EACH CARD'S CALENDAR FIELDS, SAVED AS
001477*    IT IS EDITED, AND THE SEVEN NIGHTS FORECAST.  A CARD WITH
001477*    EDIT ERRORS IS SHOWN BUT NOT FORECAST.
001477*****************************************************************
001477 01  FZB-FCT-MAX                 PIC 9(03) VALUE 200.
001478 01  FZB-FCT-COUNT               PIC 9(03) VALUE 0.
001478 01  FZB-FCT-SUB                 PIC 9(03) VALUE 0.
001478 01  FZB-FCT-TABLE.
001478     05  FZB-FCT-ENTRY OCCURS 200 TIMES.
001478         10  FZB-FCT-CARD        PIC 9(04).
001478         10  FZB-FCT-CODE        PIC X(08).
001478         10  FZB-FCT-FREQ        PIC X(01).
001478         10  FZB-FCT-FREQ-DAY    PIC 9(02).
001478         10  FZB-FCT-EFF-FROM    PIC 9(06).
001478         10  FZB-FCT-EFF-TO      PIC 9(06).
001478         10  FZB-FCT-CAL         PIC X(04).
001478         10  FZB-FCT-ERROR-SW    PIC X(01).
001479             88  FZB-FCT-IN-ERROR          VALUE 'Y'.
001479 01  FZB-NIGHT-SUB               PIC 9(01) VALUE 0.
001479 01  FZB-NIGHT-TABLE.
001479     05  FZB-NIGHT-ENTRY OCCURS 7 TIMES.
001479         10  FZB-NIGHT-DATE      PIC 9(06).
001479         10  FZB-NIGHT-WEEKDAY   PIC 9(01).
001479         10  FZB-NIGHT-DUE-CNT   PIC 9(03).
001479 01  FZB-NIGHT-DATE-WORK         PIC 9(06) VALUE 0.
001479 01  FZB-NIGHT-DATE-WORK-X REDEFINES FZB-NIGHT-DATE-WORK.
001479     05  FZB-NIGHT-WORK-YY       PIC 99.
001479     05  FZB-NIGHT-WORK-MM       PIC 99.
001479     05  FZB-NIGHT-WORK-DD       PIC 99.
001480*****************************************************************
001490*    REPORT PAGINATION CONTROLS
001500*****************************************************************
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  FZB-VRD-TEXT            PIC X(55).
002010     05  FILLER                  PIC X(24) VALUE SPACES.
002011 01  FZB-RPT-FCT-TITLE.
002011     05  FILLER                  PIC X(01) VALUE SPACE.
002011     05  FILLER                  PIC X(48) VALUE
002011             'RUN FORECAST - TONIGHT AND THE NEXT SIX NIGHTS'.
002011     05  FILLER                  PIC X(31) VALUE SPACES.
002012 01  FZB-RPT-FCT-DATE-LINE.
002012     05  FILLER                  PIC X(31) VALUE
002012             ' CARD CODE     FREQUENCY  CAL'.
002012     05  FZB-FDL-CELL OCCURS 7 TIMES.
002012         10  FILLER              PIC X(01).
002013         10  FZB-FDL-MM          PIC 99.
002013         10  FZB-FDL-SLASH       PIC X(01).
002013         10  FZB-FDL-DD          PIC 99.
002013         10  FILLER              PIC X(01).
002014 01  FZB-RPT-FCT-DAY-LINE.
002014     05  FILLER                  PIC X(31) VALUE SPACES.
002014     05  FZB-FWL-CELL OCCURS 7 TIMES.
002014         10  FILLER              PIC X(02).
002014         10  FZB-FWL-DAY         PIC X(03).
002015         10  FILLER              PIC X(02).
002015 01  FZB-RPT-FCT-CARD-LINE.
002015     05  FILLER                  PIC X(01) VALUE SPACE.
002015     05  FZB-FCL-CARD            PIC ZZZ9.
002015     05  FILLER                  PIC X(01) VALUE SPACE.
002016     05  FZB-FCL-CODE            PIC X(08).
002016     05  FILLER                  PIC X(01) VALUE SPACE.
002016     05  FZB-FCL-FREQ            PIC X(10).
002016     05  FILLER                  PIC X(01) VALUE SPACE.
002017     05  FZB-FCL-CAL             PIC X(04).
002017     05  FILLER                  PIC X(01) VALUE SPACE.
002017     05  FZB-FCL-CELL OCCURS 7 TIMES.
002017         10  FILLER              PIC X(02).
002017         10  FZB-FCL-RUN         PIC X(03).
002018         10  FILLER              PIC X(02).
002018 01  FZB-RPT-FCT-COUNT-LINE.
002018     05  FILLER                  PIC X(01) VALUE SPACE.
002018     05  FILLER                  PIC X(30) VALUE
002018             'CARDS DUE'.
002019     05  FZB-FNL-CELL OCCURS 7 TIMES.
002019         10  FILLER              PIC X(02).
002019         10  FZB-FNL-COUNT       PIC ZZ9.
002019         10  FILLER              PIC X(02).
002020*
002030 PROCEDURE DIVISION.
002040*****************************************************************
002150     STOP RUN.
002160*****************************************************************
002170*    1000-INITIALIZE
002175*        LOADS THE REGISTRY CODES AND THE HOLIDAY CALENDARS,
002180*        OPENS THE FILES, STARTS THE EDIT REPORT, AND READS THE
002190*        FIRST PARAMETER CARD.  AN EMPTY CARD LIBRARY IS ITSELF
002200*        AN ERROR - THE NIGHT RUN WOULD HAVE NOTHING TO DO.
002210*****************************************************************
002220 1000-INITIALIZE.
002230     ACCEPT FZB-RUN-DATE FROM DATE.
002235     ACCEPT FZB-RUN-TIME FROM TIME.
002240     OPEN INPUT FZB-REQREG-FILE.
002250     PERFORM 1100-LOAD-ONE-REG-CODE THRU 1100-EXIT
002260         UNTIL FZB-REQREG-EOF.
002270     CLOSE FZB-REQREG-FILE.
002272     OPEN INPUT FZB-HOLIDAY-FILE.
002274     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
002276         UNTIL FZB-HOLIDAY-EOF.
002278     CLOSE FZB-HOLIDAY-FILE.
002280     OPEN INPUT FZB-CARD-FILE.
002290     OPEN OUTPUT FZB-REPORT-FILE.
002300     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002590 1100-EXIT.
002600     EXIT.
002610*****************************************************************
002611*    1200-LOAD-ONE-HOLIDAY
002611*        READS ONE HOLIDAY RECORD INTO THE HOLIDAY TABLE, AS
002611*        FIZZBUZZ DOES.  BLANK CALENDAR IDS ARE COMMENTS; A
002611*        RECORD WHOSE DATE IS NOT NUMERIC IS REPORTED AND
002612*        IGNORED.  NO HOLCAL FILE MEANS NO CALENDARS.
002612*****************************************************************
002612 1200-LOAD-ONE-HOLIDAY.
002612     READ FZB-HOLIDAY-FILE
002613         AT END GO TO 1200-EXIT
002613     END-READ.
002613     IF FZB-HLR-CAL-ID = SPACES
002613         GO TO 1200-EXIT
002614     END-IF.
002614     IF FZB-HLR-DATE-X NOT NUMERIC
002614         DISPLAY 'FZBEDIT - HOLIDAY RECORD IGNORED: '
002614             FZB-HOLIDAY-RECORD(1:11)
002615         GO TO 1200-EXIT
002615     END-IF.
002615     IF FZB-HOL-COUNT NOT < FZB-HOL-MAX
002615         DISPLAY 'FZBEDIT - HOLIDAY TABLE FULL - RECORD '
002616             FZB-HOLIDAY-RECORD(1:11) ' IGNORED'
002616         GO TO 1200-EXIT
002616     END-IF.
002616     MOVE 0 TO FZB-CAL-DAYNUM.
002617     IF FZB-HLR-DATE NOT = 0
002617         MOVE FZB-HLR-DATE TO FZB-CAL-DATE
002617         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
002617     END-IF.
002618     ADD 1 TO FZB-HOL-COUNT.
002618     SET FZB-HOL-IDX TO FZB-HOL-COUNT.
002618     MOVE FZB-HLR-CAL-ID TO FZB-HOL-CAL-ID(FZB-HOL-IDX).
002618     MOVE FZB-CAL-DAYNUM TO FZB-HOL-DAYNUM(FZB-HOL-IDX).
002619 1200-EXIT.
002619     EXIT.
002619*****************************************************************
002620*    2000-READ-CARD
002630*        READS THE NEXT PARAMETER CARD.
002640*****************************************************************
002740*        THE CHECKS THE RUN ITSELF WOULD APPLY, PLUS THE
002750*        NUMERIC, DUPLICATE-DIVISOR, AND BLANK-FIELD EDITS THE
002760*        RUN DOES NOT DO.  A CARD WITH NO FINDINGS IS REPORTED
002770*        CLEAN.  THE CARD IS THEN SAVED FOR THE RUN FORECAST.
002780*****************************************************************
002790 3000-EDIT-ONE-CARD.
002800     ADD 1 TO FZB-CARD-NUMBER.
002860     PERFORM 3200-EDIT-RULE-COUNT THRU 3200-EXIT.
002870     PERFORM 3300-EDIT-MODE THRU 3300-EXIT.
002880     PERFORM 3400-EDIT-REQ-CODE THRU 3400-EXIT.
002885     PERFORM 3500-EDIT-CALENDAR THRU 3500-EXIT.
002890     IF FZB-CARD-ERRORS = 0
002900         WRITE FZB-REPORT-LINE FROM FZB-RPT-CLEAN-LINE
002910             AFTER ADVANCING 1 LINE
002930     ELSE
002940         ADD 1 TO FZB-CNT-CARDS-ERROR
002950     END-IF.
002955     PERFORM 3600-SAVE-FORECAST-CARD THRU 3600-EXIT.
002960     PERFORM 2000-READ-CARD THRU 2000-EXIT.
002970 3000-EXIT.
002980     EXIT.
005430 3400-EXIT.
005440     EXIT.
005450*****************************************************************
005451*    3500-EDIT-CALENDAR
005451*        EDITS THE RUN-CALENDAR FIELDS: THE FREQUENCY, THE
005451*        WEEKDAY OR BUSINESS DAY IT NEEDS (BLANK FOR DAILY AND
005451*        MONTH-END), THE EFFECTIVE DATES AND THEIR ORDER, AND
005451*        THE HOLIDAY CALENDAR.  FIZZBUZZ BYPASSES A CARD THAT
005451*        FAILS ANY OF THESE EXCEPT THE BLANK-DAY EDIT.
005451*****************************************************************
005451 3500-EDIT-CALENDAR.
005451     IF NOT FZB-CRD-FREQ-DAILY AND NOT FZB-CRD-FREQ-WEEKLY
005451             AND NOT FZB-CRD-FREQ-MONTH-END
005451             AND NOT FZB-CRD-FREQ-BUS-DAY
005451         MOVE 'FREQUENCY (COL 62) MUST BE D, W, M, N, OR SPACE'
005451             TO FZB-EDIT-MSG
005451         PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005451     END-IF.
005451     IF FZB-CRD-FREQ-WEEKLY
005451         IF FZB-CRD-FREQ-DAY-X NOT NUMERIC
005451                 OR FZB-CRD-FREQ-DAY-9 < 1
005451                 OR FZB-CRD-FREQ-DAY-9 > 7
005452             MOVE 'WEEKLY CARD NEEDS WEEKDAY 01-07 IN COLS 63-64'
005452                 TO FZB-EDIT-MSG
005452             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005452         END-IF
005452     END-IF.
005452     IF FZB-CRD-FREQ-BUS-DAY
005452         IF FZB-CRD-FREQ-DAY-X NOT NUMERIC
005452                 OR FZB-CRD-FREQ-DAY-9 < 1
005452                 OR FZB-CRD-FREQ-DAY-9 > 23
005452             MOVE 'BUS-DAY CARD NEEDS DAY 01-23 (COLS 63-64)'
005452                 TO FZB-EDIT-MSG
005452             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005452         END-IF
005452     END-IF.
005452     IF (FZB-CRD-FREQ-DAILY OR FZB-CRD-FREQ-MONTH-END)
005452             AND FZB-CRD-FREQ-DAY-X NOT = SPACES
005452         MOVE 'DAY (COLS 63-64) MUST BE BLANK FOR D OR M'
005452             TO FZB-EDIT-MSG
005452         PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005453     END-IF.
005453     SET FZB-CAL-DATE-OK TO TRUE.
005453     IF FZB-CRD-EFF-FROM-X NOT = SPACES
005453         SET FZB-CAL-DATE-BAD TO TRUE
005453         IF FZB-CRD-EFF-FROM-X NUMERIC
005453             MOVE FZB-CRD-EFF-FROM-9 TO FZB-CAL-DATE
005453             PERFORM 3550-VALIDATE-DATE THRU 3550-EXIT
005453         END-IF
005453         IF FZB-CAL-DATE-BAD
005453             MOVE 'EFFECTIVE-FROM (COLS 65-70) NOT A VALID DATE'
005453                 TO FZB-EDIT-MSG
005453             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005453         END-IF
005453     END-IF.
005453     IF FZB-CAL-DATE-OK AND FZB-CRD-EFF-TO-X NOT = SPACES
005453         SET FZB-CAL-DATE-BAD TO TRUE
005453         IF FZB-CRD-EFF-TO-X NUMERIC
005453             MOVE FZB-CRD-EFF-TO-9 TO FZB-CAL-DATE
005453             PERFORM 3550-VALIDATE-DATE THRU 3550-EXIT
005454         END-IF
005454         IF FZB-CAL-DATE-BAD
005454             MOVE 'EFFECTIVE-TO (COLS 71-76) NOT A VALID DATE'
005454                 TO FZB-EDIT-MSG
005454             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005454         END-IF
005454     END-IF.
005454     IF FZB-CAL-DATE-OK
005454             AND FZB-CRD-EFF-FROM-X NUMERIC
005454             AND FZB-CRD-EFF-TO-X NUMERIC
005454             AND FZB-CRD-EFF-FROM-9 NOT = 0
005454             AND FZB-CRD-EFF-TO-9 NOT = 0
005454         MOVE FZB-CRD-EFF-TO-9 TO FZB-CAL-DATE
005454         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
005454         MOVE FZB-CAL-DAYNUM TO FZB-CAL-STEP-DAYNUM
005454         MOVE FZB-CRD-EFF-FROM-9 TO FZB-CAL-DATE
005454         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
005454         IF FZB-CAL-DAYNUM > FZB-CAL-STEP-DAYNUM
005454             MOVE 'EFFECTIVE-FROM DATE IS AFTER EFFECTIVE-TO DATE'
005455                 TO FZB-EDIT-MSG
005455             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005455         END-IF
005455     END-IF.
005455     IF FZB-CRD-HOL-CAL NOT = SPACES
005455         SET FZB-CAL-NOT-FOUND TO TRUE
005455         IF FZB-HOL-COUNT > 0
005455             SET FZB-HOL-IDX TO 1
005455             SEARCH FZB-HOL-ENTRY
005455                 AT END CONTINUE
005455                 WHEN FZB-HOL-CAL-ID(FZB-HOL-IDX)
005455                         = FZB-CRD-HOL-CAL
005455                     SET FZB-CAL-FOUND TO TRUE
005455             END-SEARCH
005455         END-IF
005455         IF FZB-CAL-NOT-FOUND
005455             MOVE SPACES TO FZB-EDIT-MSG
005455             STRING 'HOLIDAY CALENDAR ' DELIMITED BY SIZE
005455                    FZB-CRD-HOL-CAL DELIMITED BY SIZE
005456                    ' (COLS 77-80) IS NOT ON HOLCAL'
005456                        DELIMITED BY SIZE
005456                 INTO FZB-EDIT-MSG
005456             END-STRING
005456             PERFORM 3800-WRITE-ERROR THRU 3800-EXIT
005456         END-IF
005456     END-IF.
005456 3500-EXIT.
005456     EXIT.
005456*****************************************************************
005456*    3550-VALIDATE-DATE
005456*        CHECKS THE NONZERO YYMMDD DATE IN FZB-CAL-DATE FOR A
005456*        REAL MONTH AND A DAY THAT MONTH HAS, AS FIZZBUZZ DOES.
005456*        ZERO IS ALLOWED (OPEN-ENDED).  THE DAY IS PROVED BY
005456*        TURNING IT INTO A DAY NUMBER AND BACK AGAIN.
005456*****************************************************************
005456 3550-VALIDATE-DATE.
005456     SET FZB-CAL-DATE-OK TO TRUE.
005456     IF FZB-CAL-DATE = 0
005457         GO TO 3550-EXIT
005457     END-IF.
005457     IF FZB-CAL-DATE-MM < 1 OR FZB-CAL-DATE-MM > 12
005457             OR FZB-CAL-DATE-DD < 1 OR FZB-CAL-DATE-DD > 31
005457         SET FZB-CAL-DATE-BAD TO TRUE
005457         GO TO 3550-EXIT
005457     END-IF.
005457     MOVE FZB-CAL-DATE TO FZB-CAL-SAVE-DATE.
005457     MOVE FZB-CAL-DATE-DD TO FZB-CAL-SAVE-DD.
005457     MOVE 1 TO FZB-CAL-DATE-DD.
005457     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
005457     COMPUTE FZB-CAL-DAYNUM = FZB-CAL-DAYNUM + FZB-CAL-SAVE-DD
005457         - 1.
005457     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
005457     IF FZB-CAL-DATE NOT = FZB-CAL-SAVE-DATE
005457         SET FZB-CAL-DATE-BAD TO TRUE
005457     END-IF.
005457     MOVE FZB-CAL-SAVE-DATE TO FZB-CAL-DATE.
005457 3550-EXIT.
005458     EXIT.
005458*****************************************************************
005458*    3600-SAVE-FORECAST-CARD
005458*        SAVES THE CARD'S CALENDAR FIELDS FOR THE RUN FORECAST.
005458*        FIELDS THAT ARE NOT NUMERIC ARE SAVED AS ZERO - SUCH A
005458*        CARD HAS FAILED ITS EDITS AND IS NOT FORECAST ANYWAY.
005458*****************************************************************
005458 3600-SAVE-FORECAST-CARD.
005458     IF FZB-FCT-COUNT NOT < FZB-FCT-MAX
005458         DISPLAY 'FZBEDIT - FORECAST TABLE FULL - CARD '
005458             FZB-CARD-NUMBER ' NOT FORECAST'
005458         GO TO 3600-EXIT
005458     END-IF.
005458     ADD 1 TO FZB-FCT-COUNT.
005458     MOVE FZB-FCT-COUNT TO FZB-FCT-SUB.
005458     MOVE FZB-CARD-NUMBER TO FZB-FCT-CARD(FZB-FCT-SUB).
005458     MOVE FZB-CRD-REQ-CODE TO FZB-FCT-CODE(FZB-FCT-SUB).
005458     MOVE FZB-CRD-FREQ TO FZB-FCT-FREQ(FZB-FCT-SUB).
005458     MOVE 0 TO FZB-FCT-FREQ-DAY(FZB-FCT-SUB).
005459     IF FZB-CRD-FREQ-DAY-X NUMERIC
005459         MOVE FZB-CRD-FREQ-DAY-9 TO FZB-FCT-FREQ-DAY(FZB-FCT-SUB)
005459     END-IF.
005459     MOVE 0 TO FZB-FCT-EFF-FROM(FZB-FCT-SUB).
005459     IF FZB-CRD-EFF-FROM-X NUMERIC
005459         MOVE FZB-CRD-EFF-FROM-9 TO FZB-FCT-EFF-FROM(FZB-FCT-SUB)
005459     END-IF.
005459     MOVE 0 TO FZB-FCT-EFF-TO(FZB-FCT-SUB).
005459     IF FZB-CRD-EFF-TO-X NUMERIC
005459         MOVE FZB-CRD-EFF-TO-9 TO FZB-FCT-EFF-TO(FZB-FCT-SUB)
005459     END-IF.
005459     MOVE FZB-CRD-HOL-CAL TO FZB-FCT-CAL(FZB-FCT-SUB).
005459     MOVE 'N' TO FZB-FCT-ERROR-SW(FZB-FCT-SUB).
005459     IF FZB-CARD-ERRORS > 0
005459         MOVE 'Y' TO FZB-FCT-ERROR-SW(FZB-FCT-SUB)
005459     END-IF.
005459 3600-EXIT.
005459     EXIT.
005459*****************************************************************
005460*    3800-WRITE-ERROR
005470*        WRITES ONE EDIT FINDING AND COUNTS IT AGAINST THE
005480*        CARD AND THE RUN.
005890 3950-EXIT.
005900     EXIT.
005910*****************************************************************
005911*    5000-WRITE-FORECAST
005911*        WRITES THE RUN FORECAST PAGE: ONE LINE PER CARD
005911*        SHOWING THE NIGHTS, FROM TONIGHT, ON WHICH THE RUN
005911*        CALENDAR SELECTS IT, AND A COUNT OF CARDS DUE EACH
005911*        NIGHT.  A CARD IN ERROR IS LISTED WITHOUT A FORECAST.
005911*****************************************************************
005911 5000-WRITE-FORECAST.
005911     MOVE FZB-RUN-DATE TO FZB-CAL-DATE.
005911     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
005911     IF FZB-RUN-TIME < FZB-PROC-CUTOFF-TIME
005911         SUBTRACT 1 FROM FZB-CAL-DAYNUM
005911     END-IF.
005911     MOVE FZB-CAL-DAYNUM TO FZB-CAL-STEP-DAYNUM.
005911     PERFORM 5010-SET-ONE-NIGHT THRU 5010-EXIT
005911         VARYING FZB-NIGHT-SUB FROM 1 BY 1
005911         UNTIL FZB-NIGHT-SUB > 7.
005911     MOVE FZB-NIGHT-DATE(1) TO FZB-PROC-DATE.
005911     PERFORM 5900-WRITE-FCT-HEADINGS THRU 5900-EXIT.
005911     PERFORM 5100-FORECAST-ONE-CARD THRU 5100-EXIT
005911         VARYING FZB-FCT-SUB FROM 1 BY 1
005911         UNTIL FZB-FCT-SUB > FZB-FCT-COUNT.
005911     PERFORM 5030-SET-ONE-COUNT THRU 5030-EXIT
005911         VARYING FZB-NIGHT-SUB FROM 1 BY 1
005911         UNTIL FZB-NIGHT-SUB > 7.
005911     WRITE FZB-REPORT-LINE FROM FZB-RPT-FCT-COUNT-LINE
005911         AFTER ADVANCING 2 LINES.
005911     DISPLAY 'FZBEDIT - CARDS DUE TONIGHT ' FZB-PROC-DATE
005911         ': ' FZB-NIGHT-DUE-CNT(1).
005911 5000-EXIT.
005911     EXIT.
005911*****************************************************************
005911*    5010-SET-ONE-NIGHT
005911*        SETS THE DATE AND WEEKDAY OF ONE FORECAST NIGHT AND
005911*        ITS COLUMN HEADINGS, THEN STEPS TO THE NEXT DAY.
005911*****************************************************************
005911 5010-SET-ONE-NIGHT.
005911     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
005911     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
005911     MOVE FZB-CAL-DATE TO FZB-NIGHT-DATE(FZB-NIGHT-SUB).
005911     MOVE FZB-CAL-DATE TO FZB-NIGHT-DATE-WORK.
005911     MOVE SPACES TO FZB-CAL-ID.
005911     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
005911     MOVE FZB-CAL-WEEKDAY TO FZB-NIGHT-WEEKDAY(FZB-NIGHT-SUB).
005911     MOVE 0 TO FZB-NIGHT-DUE-CNT(FZB-NIGHT-SUB).
005911     MOVE SPACES TO FZB-FDL-CELL(FZB-NIGHT-SUB).
005911     MOVE FZB-NIGHT-WORK-MM TO FZB-FDL-MM(FZB-NIGHT-SUB).
005911     MOVE '/' TO FZB-FDL-SLASH(FZB-NIGHT-SUB).
005911     MOVE FZB-NIGHT-WORK-DD TO FZB-FDL-DD(FZB-NIGHT-SUB).
005912     MOVE SPACES TO FZB-FWL-CELL(FZB-NIGHT-SUB).
005912     MOVE FZB-WEEKDAY-NAME(FZB-CAL-WEEKDAY)
005912         TO FZB-FWL-DAY(FZB-NIGHT-SUB).
005912     ADD 1 TO FZB-CAL-STEP-DAYNUM.
005912 5010-EXIT.
005912     EXIT.
005912*****************************************************************
005912*    5030-SET-ONE-COUNT
005912*        MOVES ONE NIGHT'S COUNT OF CARDS DUE TO THE COUNT LINE.
005912*****************************************************************
005912 5030-SET-ONE-COUNT.
005912     MOVE SPACES TO FZB-FNL-CELL(FZB-NIGHT-SUB).
005912     MOVE FZB-NIGHT-DUE-CNT(FZB-NIGHT-SUB)
005912         TO FZB-FNL-COUNT(FZB-NIGHT-SUB).
005912 5030-EXIT.
005912     EXIT.
005912*****************************************************************
005912*    5100-FORECAST-ONE-CARD
005912*        WRITES ONE CARD'S FORECAST LINE.
005912*****************************************************************
005912 5100-FORECAST-ONE-CARD.
005912     MOVE FZB-FCT-CARD(FZB-FCT-SUB) TO FZB-FCL-CARD.
005912     MOVE FZB-FCT-CODE(FZB-FCT-SUB) TO FZB-FCL-CODE.
005912     MOVE FZB-FCT-CAL(FZB-FCT-SUB) TO FZB-FCL-CAL.
005912     MOVE FZB-FCT-FREQ(FZB-FCT-SUB) TO FZB-CAL-FREQ.
005912     MOVE FZB-FCT-FREQ-DAY(FZB-FCT-SUB) TO FZB-CAL-FREQ-DAY.
005912     MOVE FZB-FCT-EFF-FROM(FZB-FCT-SUB) TO FZB-CAL-EFF-FROM.
005912     MOVE FZB-FCT-EFF-TO(FZB-FCT-SUB) TO FZB-CAL-EFF-TO.
005912     MOVE FZB-FCT-CAL(FZB-FCT-SUB) TO FZB-CAL-ID.
005912     MOVE SPACES TO FZB-FCL-FREQ.
005912     IF FZB-FCT-IN-ERROR(FZB-FCT-SUB)
005912         MOVE 'IN ERROR' TO FZB-FCL-FREQ
005912     ELSE
005912         PERFORM 5110-SET-FREQ-TEXT THRU 5110-EXIT
005912     END-IF.
005912     PERFORM 5120-TEST-ONE-NIGHT THRU 5120-EXIT
005912         VARYING FZB-NIGHT-SUB FROM 1 BY 1
005912         UNTIL FZB-NIGHT-SUB > 7.
005912     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
005912         PERFORM 5900-WRITE-FCT-HEADINGS THRU 5900-EXIT
005912     END-IF.
005912     WRITE FZB-REPORT-LINE FROM FZB-RPT-FCT-CARD-LINE
005912         AFTER ADVANCING 1 LINE.
005912     ADD 1 TO FZB-LINE-COUNT.
005912 5100-EXIT.
005912     EXIT.
005912*****************************************************************
005913*    5110-SET-FREQ-TEXT
005913*        DESCRIBES THE CARD'S FREQUENCY FOR THE FORECAST LINE.
005913*****************************************************************
005913 5110-SET-FREQ-TEXT.
005913     IF FZB-CAL-FREQ-WEEKLY
005913         STRING 'WEEKLY ' DELIMITED BY SIZE
005913                FZB-WEEKDAY-NAME(FZB-CAL-FREQ-DAY)
005913                    DELIMITED BY SIZE
005913             INTO FZB-FCL-FREQ
005913         END-STRING
005913         GO TO 5110-EXIT
005913     END-IF.
005913     IF FZB-CAL-FREQ-MONTH-END
005913         MOVE 'MONTH-END' TO FZB-FCL-FREQ
005913         GO TO 5110-EXIT
005913     END-IF.
005913     IF FZB-CAL-FREQ-BUS-DAY
005913         STRING 'BUS DAY ' DELIMITED BY SIZE
005913                FZB-CAL-FREQ-DAY DELIMITED BY SIZE
005913             INTO FZB-FCL-FREQ
005913         END-STRING
005913         GO TO 5110-EXIT
005913     END-IF.
005913     MOVE 'DAILY' TO FZB-FCL-FREQ.
005913 5110-EXIT.
005913     EXIT.
005913*****************************************************************
005913*    5120-TEST-ONE-NIGHT
005913*        MARKS ONE NIGHT'S CELL 'RUN' WHEN THE CARD IS DUE THAT
005913*        NIGHT, AND COUNTS IT.  A CARD IN ERROR GETS NO MARKS.
005913*****************************************************************
005913 5120-TEST-ONE-NIGHT.
005913     MOVE SPACES TO FZB-FCL-CELL(FZB-NIGHT-SUB).
005913     IF FZB-FCT-IN-ERROR(FZB-FCT-SUB)
005913         GO TO 5120-EXIT
005913     END-IF.
005913     MOVE FZB-NIGHT-DATE(FZB-NIGHT-SUB) TO FZB-CAL-TEST-DATE.
005913     PERFORM 7000-TEST-CARD-DUE THRU 7000-EXIT.
005913     IF FZB-CAL-DUE
005913         MOVE 'RUN' TO FZB-FCL-RUN(FZB-NIGHT-SUB)
005913         ADD 1 TO FZB-NIGHT-DUE-CNT(FZB-NIGHT-SUB)
005913     ELSE
005913         MOVE ' . ' TO FZB-FCL-RUN(FZB-NIGHT-SUB)
005913     END-IF.
005913 5120-EXIT.
005913     EXIT.
005913*****************************************************************
005914*    5900-WRITE-FCT-HEADINGS
005914*        STARTS A RUN FORECAST PAGE: THE RUN-DATE HEADING, THE
005914*        FORECAST TITLE, AND THE NIGHT AND WEEKDAY COLUMNS.
005914*****************************************************************
005914 5900-WRITE-FCT-HEADINGS.
005914     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
005914     WRITE FZB-REPORT-LINE FROM FZB-RPT-FCT-TITLE
005914         AFTER ADVANCING 2 LINES.
005914     WRITE FZB-REPORT-LINE FROM FZB-RPT-FCT-DATE-LINE
005914         AFTER ADVANCING 2 LINES.
005914     WRITE FZB-REPORT-LINE FROM FZB-RPT-FCT-DAY-LINE
005914         AFTER ADVANCING 1 LINE.
005914     ADD 5 TO FZB-LINE-COUNT.
005914 5900-EXIT.
005914     EXIT.
005914*****************************************************************
005914*    7000-TEST-CARD-DUE
005914*        DECIDES WHETHER THE CARD IN FZB-CAL-CARD IS DUE ON
005914*        FZB-CAL-TEST-DATE.  SETS FZB-CAL-DUE-SW, AND FOR A CARD
005914*        NOT DUE, FZB-CAL-REASON.  A BUSINESS DAY IS MONDAY TO
005914*        FRIDAY AND NOT A HOLIDAY ON THE CARD'S CALENDAR.
005914*          D (OR SPACE) - EVERY DAY; BUSINESS DAYS ONLY WHEN THE
005914*                         CARD NAMES A CALENDAR.
005914*          W NN         - ON WEEKDAY NN (01 = MONDAY).  WHEN THE
005914*                         CARD NAMES A CALENDAR AND THAT DAY IS
005914*                         A HOLIDAY, IT RUNS ON THE NEXT
005914*                         BUSINESS DAY INSTEAD.
005914*          M            - THE LAST BUSINESS DAY OF THE MONTH.
005914*          N NN         - THE NN-TH BUSINESS DAY OF THE MONTH.
005914*        EFFECTIVE DATES OF ZERO ARE OPEN-ENDED.
005914*****************************************************************
005914 7000-TEST-CARD-DUE.
005914     SET FZB-CAL-DUE TO TRUE.
005914     MOVE SPACES TO FZB-CAL-REASON.
005914     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
005914     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
005914     MOVE FZB-CAL-DAYNUM TO FZB-CAL-TEST-DAYNUM.
005914     IF FZB-CAL-EFF-FROM NOT = 0
005914         MOVE FZB-CAL-EFF-FROM TO FZB-CAL-DATE
005914         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
005914         IF FZB-CAL-TEST-DAYNUM < FZB-CAL-DAYNUM
005914             SET FZB-CAL-NOT-DUE TO TRUE
005914             MOVE 'NOT YET EFFECTIVE' TO FZB-CAL-REASON
005914             GO TO 7000-EXIT
005914         END-IF
005914     END-IF.
005914     IF FZB-CAL-EFF-TO NOT = 0
005914         MOVE FZB-CAL-EFF-TO TO FZB-CAL-DATE
005915         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
005915         IF FZB-CAL-TEST-DAYNUM > FZB-CAL-DAYNUM
005915             SET FZB-CAL-NOT-DUE TO TRUE
005915             MOVE 'NO LONGER EFFECTIVE' TO FZB-CAL-REASON
005915             GO TO 7000-EXIT
005915         END-IF
005915     END-IF.
005915     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-DAYNUM.
005915     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
005915     IF FZB-CAL-FREQ-WEEKLY
005915         PERFORM 7300-CHECK-WEEKLY THRU 7300-EXIT
005915         GO TO 7000-EXIT
005915     END-IF.
005915     IF FZB-CAL-FREQ-MONTH-END
005915         PERFORM 7400-CHECK-MONTH-END THRU 7400-EXIT
005915         GO TO 7000-EXIT
005915     END-IF.
005915     IF FZB-CAL-FREQ-BUS-DAY
005915         PERFORM 7500-CHECK-NTH-BUS-DAY THRU 7500-EXIT
005915         GO TO 7000-EXIT
005915     END-IF.
005915     IF FZB-CAL-ID NOT = SPACES AND FZB-CAL-NOT-BUS-DAY
005915         SET FZB-CAL-NOT-DUE TO TRUE
005915         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
005915     END-IF.
005915 7000-EXIT.
005915     EXIT.
005915*****************************************************************
005915*    7100-DATE-TO-DAYNUM
005915*        CONVERTS THE YYMMDD DATE IN FZB-CAL-DATE TO A DAY
005915*        NUMBER IN FZB-CAL-DAYNUM.
005915*****************************************************************
005915 7100-DATE-TO-DAYNUM.
005915     MOVE FZB-CAL-DATE-YY TO FZB-CAL-YY.
005915     MOVE FZB-CAL-DATE-MM TO FZB-CAL-MM.
005915     MOVE FZB-CAL-DATE-DD TO FZB-CAL-DD.
005915     IF FZB-CAL-YY < 50
005915         MOVE 20 TO FZB-CAL-CC
005915     ELSE
005915         MOVE 19 TO FZB-CAL-CC
005915     END-IF.
005915     COMPUTE FZB-CAL-DAYNUM =
005915         FUNCTION INTEGER-OF-DATE(FZB-CAL-CCYYMMDD).
005915 7100-EXIT.
005915     EXIT.
005915*****************************************************************
005915*    7150-DAYNUM-TO-DATE
005916*        CONVERTS THE DAY NUMBER IN FZB-CAL-DAYNUM BACK TO A
005916*        YYMMDD DATE IN FZB-CAL-DATE.
005916*****************************************************************
005916 7150-DAYNUM-TO-DATE.
005916     COMPUTE FZB-CAL-CCYYMMDD =
005916         FUNCTION DATE-OF-INTEGER(FZB-CAL-DAYNUM).
005916     MOVE FZB-CAL-YY TO FZB-CAL-DATE-YY.
005916     MOVE FZB-CAL-MM TO FZB-CAL-DATE-MM.
005916     MOVE FZB-CAL-DD TO FZB-CAL-DATE-DD.
005916 7150-EXIT.
005916     EXIT.
005916*****************************************************************
005916*    7200-TEST-BUSINESS-DAY
005916*        SETS FZB-CAL-WEEKDAY (1 = MONDAY ... 7 = SUNDAY) FOR
005916*        THE DAY NUMBER IN FZB-CAL-DAYNUM, AND FZB-CAL-BUS-SW:
005916*        A WEEKDAY THAT IS NOT A HOLIDAY ON CALENDAR FZB-CAL-ID.
005916*****************************************************************
005916 7200-TEST-BUSINESS-DAY.
005916     DIVIDE FZB-CAL-DAYNUM BY 7 GIVING FZB-CAL-DISCARD
005916         REMAINDER FZB-CAL-WEEKDAY.
005916     IF FZB-CAL-WEEKDAY = 0
005916         MOVE 7 TO FZB-CAL-WEEKDAY
005916     END-IF.
005916     SET FZB-CAL-BUS-DAY TO TRUE.
005916     IF FZB-CAL-WEEKDAY > 5
005916         SET FZB-CAL-NOT-BUS-DAY TO TRUE
005916         GO TO 7200-EXIT
005916     END-IF.
005916     IF FZB-CAL-ID = SPACES OR FZB-HOL-COUNT = 0
005916         GO TO 7200-EXIT
005916     END-IF.
005916     MOVE FZB-CAL-ID TO FZB-CAL-HOL-CAL-ID.
005916     MOVE FZB-CAL-DAYNUM TO FZB-CAL-HOL-DAYNUM.
005916     SET FZB-HOL-IDX TO 1.
005916     SEARCH FZB-HOL-ENTRY
005916         AT END CONTINUE
005916         WHEN FZB-HOL-KEY(FZB-HOL-IDX) = FZB-CAL-HOL-KEY
005916             SET FZB-CAL-NOT-BUS-DAY TO TRUE
005916     END-SEARCH.
005916 7200-EXIT.
005916     EXIT.
005916*****************************************************************
005916*    7300-CHECK-WEEKLY
005916*        A WEEKLY CARD IS DUE ON ITS WEEKDAY.  WITH A CALENDAR
005916*        IT MUST ALSO BE A BUSINESS DAY, AND A CARD WHOSE
005916*        WEEKDAY FELL ON A HOLIDAY IS DUE ON THE FIRST BUSINESS
005916*        DAY AFTER IT - FOUND BY WALKING BACK FROM THE TEST DATE
005917*        OVER NON-BUSINESS DAYS LOOKING FOR THE CARD'S WEEKDAY.
005917*****************************************************************
005917 7300-CHECK-WEEKLY.
005917     IF FZB-CAL-ID = SPACES
005917         IF FZB-CAL-WEEKDAY NOT = FZB-CAL-FREQ-DAY
005917             SET FZB-CAL-NOT-DUE TO TRUE
005917         END-IF
005917         GO TO 7300-REASON
005917     END-IF.
005917     IF FZB-CAL-NOT-BUS-DAY
005917         SET FZB-CAL-NOT-DUE TO TRUE
005917         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
005917         GO TO 7300-EXIT
005917     END-IF.
005917     IF FZB-CAL-WEEKDAY = FZB-CAL-FREQ-DAY
005917         GO TO 7300-EXIT
005917     END-IF.
005917     SET FZB-CAL-NOT-DUE TO TRUE.
005917     SET FZB-CAL-GO TO TRUE.
005917     MOVE 0 TO FZB-CAL-STEPS.
005917     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-STEP-DAYNUM.
005917     PERFORM 7310-STEP-BACK-ONE-DAY THRU 7310-EXIT
005917         UNTIL FZB-CAL-STOP OR FZB-CAL-STEPS = 6.
005917 7300-REASON.
005917     IF FZB-CAL-NOT-DUE
005917         MOVE SPACES TO FZB-CAL-REASON
005917         STRING 'WEEKLY - RUNS ON ' DELIMITED BY SIZE
005917                FZB-WEEKDAY-NAME(FZB-CAL-FREQ-DAY)
005917                    DELIMITED BY SIZE
005917             INTO FZB-CAL-REASON
005917         END-STRING
005917     END-IF.
005917 7300-EXIT.
005917     EXIT.
005917*****************************************************************
005917*    7310-STEP-BACK-ONE-DAY
005917*        LOOKS AT THE DAY BEFORE THE LAST ONE EXAMINED.  A
005917*        BUSINESS DAY ENDS THE WALK (THE CARD RAN THEN OR WAS
005917*        NOT DUE); THE CARD'S WEEKDAY ON A HOLIDAY MEANS IT
005917*        ROLLED FORWARD TO THE TEST DATE.
005917*****************************************************************
005917 7310-STEP-BACK-ONE-DAY.
005917     ADD 1 TO FZB-CAL-STEPS.
005917     SUBTRACT 1 FROM FZB-CAL-STEP-DAYNUM.
005917     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
005917     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
005917     IF FZB-CAL-BUS-DAY
005917         SET FZB-CAL-STOP TO TRUE
005918         GO TO 7310-EXIT
005918     END-IF.
005918     IF FZB-CAL-WEEKDAY = FZB-CAL-FREQ-DAY
005918         SET FZB-CAL-DUE TO TRUE
005918         SET FZB-CAL-STOP TO TRUE
005918     END-IF.
005918 7310-EXIT.
005918     EXIT.
005918*****************************************************************
005918*    7400-CHECK-MONTH-END
005918*        A MONTH-END CARD IS DUE ON A BUSINESS DAY WITH NO
005918*        FURTHER BUSINESS DAY BEFORE THE MONTH CHANGES.
005918*****************************************************************
005918 7400-CHECK-MONTH-END.
005918     IF FZB-CAL-NOT-BUS-DAY
005918         SET FZB-CAL-NOT-DUE TO TRUE
005918         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
005918         GO TO 7400-EXIT
005918     END-IF.
005918     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
005918     MOVE FZB-CAL-DATE-MM TO FZB-CAL-TEST-MM.
005918     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-STEP-DAYNUM.
005918     SET FZB-CAL-GO TO TRUE.
005918     PERFORM 7410-STEP-FORWARD-ONE-DAY THRU 7410-EXIT
005918         UNTIL FZB-CAL-STOP.
005918 7400-EXIT.
005918     EXIT.
005918*****************************************************************
005918*    7410-STEP-FORWARD-ONE-DAY
005918*        LOOKS AT THE NEXT DAY.  A NEW MONTH ENDS THE WALK WITH
005918*        THE CARD DUE; ANOTHER BUSINESS DAY THIS MONTH ENDS IT
005918*        WITH THE CARD NOT DUE.
005918*****************************************************************
005918 7410-STEP-FORWARD-ONE-DAY.
005918     ADD 1 TO FZB-CAL-STEP-DAYNUM.
005918     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
005918     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
005918     IF FZB-CAL-DATE-MM NOT = FZB-CAL-TEST-MM
005918         SET FZB-CAL-STOP TO TRUE
005918         GO TO 7410-EXIT
005918     END-IF.
005918     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
005918     IF FZB-CAL-BUS-DAY
005918         SET FZB-CAL-NOT-DUE TO TRUE
005918         MOVE 'MONTH-END - NOT LAST BUS DAY' TO FZB-CAL-REASON
005918         SET FZB-CAL-STOP TO TRUE
005918     END-IF.
005919 7410-EXIT.
005919     EXIT.
005919*****************************************************************
005919*    7500-CHECK-NTH-BUS-DAY
005919*        AN NTH-BUSINESS-DAY CARD IS DUE ON A BUSINESS DAY THAT
005919*        IS THE CARD'S BUSINESS DAY OF THE MONTH, COUNTING FROM
005919*        THE FIRST OF THE MONTH THROUGH THE TEST DATE.
005919*****************************************************************
005919 7500-CHECK-NTH-BUS-DAY.
005919     IF FZB-CAL-NOT-BUS-DAY
005919         SET FZB-CAL-NOT-DUE TO TRUE
005919         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
005919         GO TO 7500-EXIT
005919     END-IF.
005919     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
005919     MOVE 1 TO FZB-CAL-DATE-DD.
005919     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
005919     MOVE FZB-CAL-DAYNUM TO FZB-CAL-STEP-DAYNUM.
005919     MOVE 0 TO FZB-CAL-BUS-COUNT.
005919     PERFORM 7510-COUNT-ONE-DAY THRU 7510-EXIT
005919         UNTIL FZB-CAL-STEP-DAYNUM > FZB-CAL-TEST-DAYNUM.
005919     IF FZB-CAL-BUS-COUNT NOT = FZB-CAL-FREQ-DAY
005919         SET FZB-CAL-NOT-DUE TO TRUE
005919         MOVE FZB-CAL-FREQ-DAY TO FZB-CAL-EDIT-DAY
005919         MOVE SPACES TO FZB-CAL-REASON
005919         STRING 'RUNS ON BUSINESS DAY ' DELIMITED BY SIZE
005919                FZB-CAL-EDIT-DAY DELIMITED BY SIZE
005919             INTO FZB-CAL-REASON
005919         END-STRING
005919     END-IF.
005919 7500-EXIT.
005919     EXIT.
005919*****************************************************************
005919*    7510-COUNT-ONE-DAY
005919*        COUNTS THE DAY AT FZB-CAL-STEP-DAYNUM IF IT IS A
005919*        BUSINESS DAY, THEN MOVES ON TO THE NEXT DAY.
005919*****************************************************************
005919 7510-COUNT-ONE-DAY.
005919     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
005919     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
005919     IF FZB-CAL-BUS-DAY
005919         ADD 1 TO FZB-CAL-BUS-COUNT
005919     END-IF.
005919     ADD 1 TO FZB-CAL-STEP-DAYNUM.
005919 7510-EXIT.
005919     EXIT.
005919*****************************************************************
005920*    8000-FINALIZE
005926*        WRITES THE EDIT TOTALS, THE RELEASE VERDICT, AND THE
005933*        RUN FORECAST PAGE, CLOSES
005940*        THE FILES, AND SETS THE RETURN CODE THE SCHEDULER USES
005950*        AS THE GREEN LIGHT.
005960*****************************************************************
006170     END-IF.
006180     WRITE FZB-REPORT-LINE FROM FZB-RPT-VERDICT-LINE
006190         AFTER ADVANCING 2 LINES.
006195     PERFORM 5000-WRITE-FORECAST THRU 5000-EXIT.
006200     CLOSE FZB-CARD-FILE.
006210     CLOSE FZB-REPORT-FILE.
006220     DISPLAY 'FZBEDIT - CARDS EDITED...: ' FZB-CARD-NUMBER.
