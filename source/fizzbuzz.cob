001990*                         THE PER-NIGHT SEQUENCE ID, SO TREND
002000*                         AND DRIFT LINEAGE SURVIVES A
002010*                         REORDERED CARD DECK.
002011*        2026-10-15  JHM  RUN-CALENDAR CARD SELECTION.  EACH
002011*                         CARD NOW CARRIES A FREQUENCY, AN
002011*                         EFFECTIVE WINDOW, AND A HOLIDAY
002011*                         CALENDAR (COLS 62-80, SEE FZBPARM),
002011*                         AND ONLY THE CARDS DUE ON THE
002011*                         PROCESSING DATE ARE CLASSIFIED - THE
002011*                         WEEKLY AND MONTH-END CARDS STAY IN THE
002011*                         LIBRARY INSTEAD OF BEING ADDED AND
002011*                         REMOVED BY HAND.  EVERY CARD SKIPPED
002012*                         IS LISTED ON THE CONSOLE WITH THE
002012*                         REASON.  A SKIPPED CARD STILL USES UP
002012*                         ITS POSITIONAL REQUEST ID, AND THE
002012*                         PROCESSING DATE (THE RUN DATE, OR THE
002012*                         DAY BEFORE FOR A RUN STARTED BEFORE
002012*                         06:00) IS CARRIED ON THE CHECKPOINT,
002012*                         SO A RESUMED EXECUTION SELECTS THE
002012*                         SAME CARDS.  HOLIDAYS ARE READ FROM
002012*                         THE NEW OPTIONAL HOLCAL FILE (FZBHOL).
002013*                         A BAD CALENDAR FIELD OR AN UNKNOWN
002013*                         CALENDAR BYPASSES THE CARD (RETURN
002013*                         CODE 8) LIKE ANY OTHER BAD PARAMETER.
002013*        2026-10-15  JHM  POSTS THE EXECUTION TO THE NIGHTLY RUN
002013*                         LEDGER (RUNLEDG, SEE FZBLDG): RUNNING
002013*                         AT START, THEN COMPLETE, QUIESCED, OR
002013*                         FAILED WITH THE RETURN CODE AND THE
002013*                         REQUEST, BYPASS, PARTIAL AND REJECT
002013*                         COUNTS.  A RESUMED EXECUTION MARKS THE
002014*                         RUN IT RESUMES SUPERSEDED AND LINKS THE
002014*                         TWO.  THE LEDGER IS BOOKKEEPING ONLY -
002014*                         A LEDGER THAT WILL NOT OPEN OR UPDATE
002014*                         IS REPORTED ON THE CONSOLE AND NEVER
002014*                         CHANGES THE RUN'S RETURN CODE.
002014*        2026-10-15  JHM  TRANSACTION BATCH CONTROL
002014*                         TOTALS.  TRANIN NOW ARRIVES AS SUBMITTED
002014*                         BATCHES - A HEADER NAMING THE REQUEST
002014*                         CODE AND THE SUBMITTER'S BATCH DATE AND
002015*                         NUMBER, THE VALUE RECORDS, AND A
002015*                         TRAILER WITH THE RECORD COUNT AND THE
002015*                         HASH TOTAL OF THE VALUES (SEE
002015*                         FZBBCH).  A MODE 'T' REQUEST FIRST
002015*                         PROVES EVERY BATCH FOR ITS CODE
002015*                         (3300-PROVE-BATCHES) AND CLASSIFIES
002015*                         ONLY THE BATCHES THAT BALANCE; A BATCH
002015*                         THAT IS OUT OF BALANCE, HAS NO TRAILER,
002016*                         OR WAS ALREADY CLASSIFIED (THE NEW
002016*                         TRANBAT BATCH LOG, SEE FZBBLG) IS
002016*                         REJECTED WHOLE, LISTED ON THE REPORT
002016*                         AND CONSOLE, AND LOGGED, AND THE RUN
002016*                         ENDS 8 LIKE A BYPASSED CARD.  A REQUEST
002016*                         WITH NO BALANCED BATCH IS BYPASSED; THE
002016*                         OTHER REQUESTS STILL RUN.  THE SUBMITTED
002016*                         COUNT AND BATCHES ACCEPTED ARE CARRIED
002016*                         ON THE TRAILER AND THE AUDIT RECORD,
002017*                         AND EVERY REJECT NOW CARRIES ITS
002017*                         REQUEST CODE AND BATCH NUMBER (FZBREJ,
002017*                         LRECL 144).
002017*        2026-10-15  JHM  PARTITIONED EXECUTION OF A LARGE RANGE
002017*                         REQUEST.  AN OPTIONAL PARTIN CARD (SEE
002017*                         FZBPTN) NAMES A RANGE REQUEST CODE, THIS
002017*                         JOB'S PARTITION NUMBER, AND THE NUMBER
002017*                         OF PARTITIONS.  EACH PARTITION
002017*                         CLASSIFIES ONLY ITS OWN SLICE OF THAT
002018*                         REQUEST'S RANGE INTO ITS OWN OUTPUT AND
002018*                         CHECKPOINT DATASETS, SO THE PARTITIONS
002018*                         RUN AS CONCURRENT JOBS AND A FAILED ONE
002018*                         RESUMES ALONE.  PARTITION 1 ALSO RUNS
002018*                         EVERY OTHER CARD AND IS THE ONLY ONE
002018*                         THAT POSTS TO THE RUN LEDGER; THE OTHERS
002018*                         SKIP THEM.  THE AUDIT RECORD OF A SLICE
002018*                         CARRIES THE PARTITION NUMBER AND THE
002018*                         SLICE'S BOUNDS, AND FZBPCMB COMBINES THE
002019*                         PARTITIONS' OUTPUT INTO THE USUAL
002019*                         REQUEST-LEVEL DATASETS.  BAND RULES
002019*                         STILL TEST AGAINST THE WHOLE RANGE.
002019*        2026-10-15  JHM  EVERY DATA RECORD NOW CARRIES THE RUN
002019*                         DATE/TIME OF THE EXECUTION THAT WROTE
002019*                         IT (SEE FZBDOUT), SO THE ARCHIVED DATA
002019*                         GENERATIONS CAN BE MATCHED TO THE AUDIT
002019*                         HISTORY FOR A REPRINT.
002020*****************************************************************
002030 ENVIRONMENT DIVISION.
002040 CONFIGURATION SECTION.
002520         ASSIGN TO DEADLN
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS FZB-DEADLINE-STATUS.
002541     SELECT OPTIONAL FZB-HOLIDAY-FILE
002541         ASSIGN TO HOLCAL
002541         ORGANIZATION IS SEQUENTIAL
002542         FILE STATUS IS FZB-HOLIDAY-STATUS.
002542     SELECT FZB-LEDGER-FILE
002543         ASSIGN TO RUNLEDG
002543         ORGANIZATION IS INDEXED
002544         ACCESS MODE IS RANDOM
002544         RECORD KEY IS FZB-LDG-KEY
002545         FILE STATUS IS FZB-LEDGER-STATUS.
002545     SELECT FZB-BATCH-LOG-FILE
002545         ASSIGN TO TRANBAT
002546         ORGANIZATION IS INDEXED
002546         ACCESS MODE IS RANDOM
002547         RECORD KEY IS FZB-BLG-KEY
002547         FILE STATUS IS FZB-BLOG-STATUS.
002548     SELECT OPTIONAL FZB-PARTITION-FILE
002548         ASSIGN TO PARTIN
002549         ORGANIZATION IS SEQUENTIAL
002549         FILE STATUS IS FZB-PART-STATUS.
002550*
002560 DATA DIVISION.
002570 FILE SECTION.
002890     RECORDING MODE IS F
002900     LABEL RECORDS ARE STANDARD.
002910 01  FZB-TRAN-LINE                   PIC X(80).
002915 COPY FZBBCH.
002920*
002930 FD  FZB-STAT-FILE
002940     RECORDING MODE IS F
003090     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003110 01  FZB-DEADLINE-LINE               PIC X(80).
003111*
003111 FD  FZB-HOLIDAY-FILE
003112     RECORDING MODE IS F
003112     LABEL RECORDS ARE STANDARD.
003113 COPY FZBHOL.
003113*
003114 FD  FZB-LEDGER-FILE
003114     LABEL RECORDS ARE STANDARD.
003115 COPY FZBLDG.
003115*
003116 FD  FZB-BATCH-LOG-FILE
003116     LABEL RECORDS ARE STANDARD.
003117 COPY FZBBLG.
003117*
003118 FD  FZB-PARTITION-FILE
003118     RECORDING MODE IS F
003119     LABEL RECORDS ARE STANDARD.
003119 COPY FZBPTN.
003120*
003130 WORKING-STORAGE SECTION.
003140*****************************************************************
003410 01  FZB-DEADLINE-STATUS         PIC X(02) VALUE SPACES.
003420     88  FZB-DEADLINE-OK                   VALUE '00'.
003430     88  FZB-DEADLINE-EOF                  VALUE '10'.
003431 01  FZB-HOLIDAY-STATUS          PIC X(02) VALUE SPACES.
003431     88  FZB-HOLIDAY-OK                    VALUE '00'.
003432     88  FZB-HOLIDAY-EOF                   VALUE '10'.
003433 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
003434     88  FZB-LEDGER-OK                     VALUE '00'.
003434     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
003435 01  FZB-BLOG-STATUS             PIC X(02) VALUE SPACES.
003436     88  FZB-BLOG-OK                       VALUE '00'.
003437     88  FZB-BLOG-NOT-FOUND                VALUE '23'.
003437 01  FZB-PART-STATUS             PIC X(02) VALUE SPACES.
003438     88  FZB-PART-OK                       VALUE '00'.
003439     88  FZB-PART-EOF                      VALUE '10'.
003440*****************************************************************
003450*    REPORT PAGINATION CONTROLS
003460*****************************************************************
003690*    CHECKPOINT RECORD AREA IS REUSED FOR THIS RUN'S WRITES.
003700 01  FZB-RST-REQUEST-ID          PIC 9(04) VALUE 0.
003710 01  FZB-RST-LAST-COUNTER        PIC 9(06) VALUE 0.
003712 01  FZB-RST-PROC-DATE           PIC 9(06) VALUE 0.
003715 01  FZB-RST-RUN-DATE            PIC 9(06) VALUE 0.
003717 01  FZB-RST-RUN-TIME            PIC 9(08) VALUE 0.
003720 01  FZB-RST-DONE-SW             PIC X(01) VALUE 'N'.
003730     88  FZB-RST-REQ-DONE                  VALUE 'Y'.
003740     88  FZB-RST-REQ-BYPASSED              VALUE 'B'.
004460     05  FILLER                  PIC X(46) VALUE
004470             'REQUEST BYPASSED - INVALID PARMS - SEE CONSOLE'.
004480     05  FILLER                  PIC X(33) VALUE SPACES.
004481 01  FZB-RPT-NO-BATCH-LINE.
004481     05  FILLER                  PIC X(01) VALUE SPACE.
004481     05  FILLER                  PIC X(46) VALUE
004481             'REQUEST BYPASSED - NO BALANCED BATCH ON TRANIN'.
004481     05  FILLER                  PIC X(33) VALUE SPACES.
004482 01  FZB-RPT-BATCH-HEAD.
004482     05  FILLER                  PIC X(01) VALUE SPACE.
004482     05  FILLER                  PIC X(40) VALUE
004482             'TRANSACTION BATCH CONTROL - REQUEST CODE'.
004482     05  FILLER                  PIC X(01) VALUE SPACE.
004483     05  FZB-BTH-REQ-CODE        PIC X(08).
004483     05  FILLER                  PIC X(30) VALUE SPACES.
004483 01  FZB-RPT-BATCH-COLS.
004483     05  FILLER                  PIC X(01) VALUE SPACE.
004484     05  FILLER                  PIC X(08) VALUE 'DATE'.
004484     05  FILLER                  PIC X(08) VALUE 'BATCH'.
004484     05  FILLER                  PIC X(09) VALUE 'SUBMITTED'.
004484     05  FILLER                  PIC X(15) VALUE
004484             '     HASH TOTAL'.
004485     05  FILLER                  PIC X(10) VALUE '      READ'.
004485     05  FILLER                  PIC X(02) VALUE SPACES.
004485     05  FILLER                  PIC X(27) VALUE 'DISPOSITION'.
004485 01  FZB-RPT-BATCH-LINE.
004486     05  FILLER                  PIC X(01) VALUE SPACE.
004486     05  FZB-BTL-DATE            PIC 9(06).
004486     05  FILLER                  PIC X(02) VALUE SPACES.
004486     05  FZB-BTL-NO              PIC 9(06).
004486     05  FILLER                  PIC X(02) VALUE SPACES.
004487     05  FZB-BTL-SUB-CNT         PIC Z,ZZZ,ZZ9.
004487     05  FILLER                  PIC X(02) VALUE SPACES.
004487     05  FZB-BTL-SUB-HASH        PIC Z(12)9.
004487     05  FILLER                  PIC X(01) VALUE SPACE.
004488     05  FZB-BTL-READ-CNT        PIC Z,ZZZ,ZZ9.
004488     05  FILLER                  PIC X(02) VALUE SPACES.
004488     05  FZB-BTL-DISPOSITION     PIC X(27).
004488 01  FZB-RPT-BATCH-NOTE.
004488     05  FILLER                  PIC X(01) VALUE SPACE.
004489     05  FZB-BTN-COUNT           PIC ZZZ,ZZ9.
004489     05  FILLER                  PIC X(01) VALUE SPACE.
004489     05  FZB-BTN-TEXT            PIC X(40).
004489     05  FILLER                  PIC X(31) VALUE SPACES.
004490 01  FZB-RPT-STAT-HEAD.
004500     05  FILLER                  PIC X(01) VALUE SPACE.
004510     05  FILLER                  PIC X(20) VALUE
005270     88  FZB-REQ-NOT-PARTIAL               VALUE 'N'.
005280 01  FZB-REQ-STATUS              PIC X(01) VALUE 'C'.
005290*****************************************************************
005291*    PARTITION CONTROLS - AN OPTIONAL PARTIN CARD (SEE FZBPTN)
005291*    MAKES THIS EXECUTION ONE OF N CONCURRENT PARTITIONS OF A
005291*    SPLIT RANGE REQUEST.  THE SPLIT REQUEST'S COUNTERS ARE CUT
005292*    INTO N CONTIGUOUS SLICES OF (NEARLY) EQUAL SIZE AND THIS
005292*    EXECUTION CLASSIFIES SLICE K: FROM LOW + (K-1)*SIZE/N TO
005292*    LOW + K*SIZE/N - 1.  THE SLICE BOUNDS DRIVE THE LOOP, THE
005293*    CHECKPOINTS, AND THE PROGRESS LINE; THE LOW AND HIGH VALUES
005293*    KEEP THE WHOLE RANGE FOR VALIDATION AND THE BAND RULES.  FOR
005293*    EVERY OTHER REQUEST THE SLICE IS THE WHOLE RANGE.
005294*****************************************************************
005294 01  FZB-PART-SW                 PIC X(01) VALUE 'N'.
005294     88  FZB-PARTITIONED                   VALUE 'Y'.
005295     88  FZB-NOT-PARTITIONED               VALUE 'N'.
005295 01  FZB-PART-CARD-SW            PIC X(01) VALUE 'Y'.
005295     88  FZB-PART-CARD-OK                  VALUE 'Y'.
005296     88  FZB-PART-CARD-BAD                 VALUE 'N'.
005296 01  FZB-PART-NO                 PIC 9(01) VALUE 0.
005296 01  FZB-PART-CNT                PIC 9(01) VALUE 0.
005297 01  FZB-PART-REQ-CODE           PIC X(08) VALUE SPACES.
005297 01  FZB-REQ-SPLIT-SW            PIC X(01) VALUE 'N'.
005297     88  FZB-REQ-SPLIT                     VALUE 'Y'.
005298     88  FZB-REQ-NOT-SPLIT                 VALUE 'N'.
005298 01  FZB-SLICE-LOW               PIC 9(06) VALUE 0.
005298 01  FZB-SLICE-HIGH              PIC 9(06) VALUE 0.
005299 01  FZB-SLICE-SIZE              PIC 9(07) VALUE 0.
005299 01  FZB-SLICE-WORK              PIC 9(07) VALUE 0.
005299*****************************************************************
005300*    WINDOW DEADLINE CONTROLS - AN OPTIONAL DEADLN CONTROL
005310*    RECORD (HHMMSS IN COLUMNS 1-6) NAMES THE TIME THE BATCH
005320*    WINDOW CLOSES.  AT EVERY CHECKPOINT THE RUN PROJECTS ITS
005690 01  FZB-CS-DISCARD              PIC 9(09) VALUE 0.
005700 01  FZB-CS-REMAINDER            PIC 9(09) VALUE 0.
005710*****************************************************************
005711*    RUN CALENDAR CONTROLS - EACH CARD'S FREQUENCY, EFFECTIVE
005711*    WINDOW, AND HOLIDAY CALENDAR (SEE FZBPARM) DECIDE WHETHER
005711*    IT IS DUE ON THE PROCESSING DATE.  THE PROCESSING DATE IS
005711*    THE RUN DATE, OR THE DAY BEFORE FOR A RUN STARTED BEFORE
005711*    THE CUTOFF TIME (THE NIGHT WINDOW CROSSES MIDNIGHT), AND A
005711*    RESUMED EXECUTION KEEPS THE ONE ON ITS CHECKPOINT.
005711*    CALENDAR ARITHMETIC GOES THROUGH THE DATE INTRINSICS ON
005711*    DAY NUMBERS; TWO-DIGIT YEARS ARE WINDOWED AT 50.  DAY
005711*    NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE DAY NUMBER
005711*    MODULO 7 GIVES THE WEEKDAY (1 = MONDAY, 0 = SUNDAY).
005712*****************************************************************
005712 01  FZB-PROC-DATE               PIC 9(06) VALUE 0.
005712 01  FZB-PROC-CUTOFF-TIME        PIC 9(08) VALUE 06000000.
005712 01  FZB-CNT-CARDS-DUE           PIC 9(04) VALUE 0.
005712 01  FZB-CNT-CARDS-NOT-DUE       PIC 9(04) VALUE 0.
005712*    HOLIDAYS LOADED FROM HOLCAL, KEYED BY CALENDAR ID AND DAY
005712*    NUMBER.  A CALENDAR'S TITLE RECORD LOADS WITH DAY NUMBER
005712*    ZERO, WHICH NO REAL DATE HAS.
005712 01  FZB-HOL-MAX                 PIC 9(03) VALUE 500.
005712 01  FZB-HOL-COUNT               PIC 9(03) VALUE 0.
005713 01  FZB-HOL-TABLE               VALUE SPACES.
005713     05  FZB-HOL-ENTRY OCCURS 500 TIMES
005713             INDEXED BY FZB-HOL-IDX.
005713         10  FZB-HOL-KEY.
005713             15  FZB-HOL-CAL-ID  PIC X(04).
005713             15  FZB-HOL-DAYNUM  PIC 9(07).
005713 01  FZB-CAL-HOL-KEY.
005713     05  FZB-CAL-HOL-CAL-ID      PIC X(04).
005713     05  FZB-CAL-HOL-DAYNUM      PIC 9(07).
005713*    THE CARD BEING TESTED AND THE DATE IT IS TESTED FOR.
005714 01  FZB-CAL-CARD.
005714     05  FZB-CAL-FREQ            PIC X(01).
005714         88  FZB-CAL-FREQ-DAILY            VALUES 'D' ' '.
005714         88  FZB-CAL-FREQ-WEEKLY           VALUE 'W'.
005714         88  FZB-CAL-FREQ-MONTH-END        VALUE 'M'.
005714         88  FZB-CAL-FREQ-BUS-DAY          VALUE 'N'.
005714     05  FZB-CAL-FREQ-DAY        PIC 9(02).
005714     05  FZB-CAL-EFF-FROM        PIC 9(06).
005714     05  FZB-CAL-EFF-TO          PIC 9(06).
005714     05  FZB-CAL-ID              PIC X(04).
005715 01  FZB-CAL-TEST-DATE           PIC 9(06) VALUE 0.
005715 01  FZB-CAL-DUE-SW              PIC X(01) VALUE 'Y'.
005715     88  FZB-CAL-DUE                       VALUE 'Y'.
005715     88  FZB-CAL-NOT-DUE                   VALUE 'N'.
005715 01  FZB-CAL-REASON              PIC X(30) VALUE SPACES.
005715 01  FZB-CAL-FIELDS-SW           PIC X(01) VALUE 'Y'.
005715     88  FZB-CAL-FIELDS-OK                 VALUE 'Y'.
005715     88  FZB-CAL-FIELDS-BAD                VALUE 'N'.
005715 01  FZB-CAL-ERROR-MSG           PIC X(40) VALUE SPACES.
005715*    DATE CONVERSION AND WALKING FIELDS.
005716 01  FZB-CAL-DATE                PIC 9(06) VALUE 0.
005716 01  FZB-CAL-DATE-X REDEFINES FZB-CAL-DATE.
005716     05  FZB-CAL-DATE-YY         PIC 99.
005716     05  FZB-CAL-DATE-MM         PIC 99.
005716     05  FZB-CAL-DATE-DD         PIC 99.
005716 01  FZB-CAL-CCYYMMDD            PIC 9(08) VALUE 0.
005716 01  FZB-CAL-CCYYMMDD-X REDEFINES FZB-CAL-CCYYMMDD.
005716     05  FZB-CAL-CC              PIC 99.
005716     05  FZB-CAL-YY              PIC 99.
005716     05  FZB-CAL-MM              PIC 99.
005717     05  FZB-CAL-DD              PIC 99.
005717 01  FZB-CAL-DAYNUM              PIC 9(07) VALUE 0.
005717 01  FZB-CAL-TEST-DAYNUM         PIC 9(07) VALUE 0.
005717 01  FZB-CAL-STEP-DAYNUM         PIC 9(07) VALUE 0.
005717 01  FZB-CAL-DISCARD             PIC 9(07) VALUE 0.
005717 01  FZB-CAL-WEEKDAY             PIC 9(01) VALUE 0.
005717 01  FZB-CAL-TEST-MM             PIC 9(02) VALUE 0.
005717 01  FZB-CAL-SAVE-DATE           PIC 9(06) VALUE 0.
005717 01  FZB-CAL-SAVE-DD             PIC 9(02) VALUE 0.
005717 01  FZB-CAL-STEPS               PIC 9(02) VALUE 0.
005718 01  FZB-CAL-BUS-COUNT           PIC 9(02) VALUE 0.
005718 01  FZB-CAL-BUS-SW              PIC X(01) VALUE 'Y'.
005718     88  FZB-CAL-BUS-DAY                   VALUE 'Y'.
005718     88  FZB-CAL-NOT-BUS-DAY               VALUE 'N'.
005718 01  FZB-CAL-STOP-SW             PIC X(01) VALUE 'N'.
005718     88  FZB-CAL-STOP                      VALUE 'Y'.
005718     88  FZB-CAL-GO                        VALUE 'N'.
005718 01  FZB-CAL-FOUND-SW            PIC X(01) VALUE 'N'.
005718     88  FZB-CAL-FOUND                     VALUE 'Y'.
005718     88  FZB-CAL-NOT-FOUND                 VALUE 'N'.
005719 01  FZB-CAL-DATE-SW             PIC X(01) VALUE 'Y'.
005719     88  FZB-CAL-DATE-OK                   VALUE 'Y'.
005719     88  FZB-CAL-DATE-BAD                  VALUE 'N'.
005719 01  FZB-CAL-EDIT-DAY            PIC Z9.
005719 01  FZB-WEEKDAY-NAMES           PIC X(21)
005719         VALUE 'MONTUEWEDTHUFRISATSUN'.
005719 01  FZB-WEEKDAY-TABLE REDEFINES FZB-WEEKDAY-NAMES.
005719     05  FZB-WEEKDAY-NAME        PIC X(03) OCCURS 7 TIMES.
005719*****************************************************************
005720*    CLASSIFICATION WORK FIELDS
005730*****************************************************************
005740 01  COUNTER                     PIC 9(06) VALUE 0.
006070             INDEXED BY FZB-EXCP-IDX.
006080         10  FZB-EXCP-VALUE      PIC X(06).
006090         10  FZB-EXCP-REASON     PIC X(20).
006091*****************************************************************
006091*    TRANSACTION BATCH CONTROLS - TRANIN IS MADE UP OF SUBMITTED
006091*    BATCHES (HEADER, VALUE RECORDS, TRAILER - SEE FZBBCH).
006091*    3300-PROVE-BATCHES READS THE WHOLE FILE BEFORE ANYTHING IS
006091*    CLASSIFIED AND ENTERS EVERY BATCH FOR THE REQUEST'S CODE IN
006091*    THE TABLE BELOW WITH THE COUNT AND HASH TOTAL IT READ AND
006091*    THE ONES THE SUBMITTER PUT ON THE TRAILER.  3410 THEN
006092*    CLASSIFIES ONLY THE BATCHES ACCEPTED HERE, TAKING THE
006092*    HEADERS FOR THE CODE IN THE SAME ORDER.  THE BATCH LOG
006092*    (TRANBAT, SEE FZBBLG) IS OPENED BY THE FIRST MODE 'T'
006092*    REQUEST OF THE EXECUTION.
006092*****************************************************************
006092 01  FZB-BLOG-OPEN-SW            PIC X(01) VALUE 'N'.
006093     88  FZB-BLOG-OPEN                     VALUE 'Y'.
006093     88  FZB-BLOG-NOT-OPEN                 VALUE 'N'.
006093     88  FZB-BLOG-FAILED                   VALUE 'F'.
006093 01  FZB-BLOG-NEW-SW             PIC X(01) VALUE 'N'.
006093     88  FZB-BLOG-NEW                      VALUE 'Y'.
006093     88  FZB-BLOG-ON-FILE                  VALUE 'N'.
006094*    WHERE THE READ HAS GOT TO: OUTSIDE ANY BATCH, INSIDE A BATCH
006094*    FOR THIS REQUEST'S CODE (FZB-BAT-IDX ON ITS ENTRY), INSIDE
006094*    ANOTHER CODE'S BATCH, OR INSIDE A BATCH FOR THIS CODE THAT
006094*    IS NOT BEING PROVED OR CLASSIFIED.
006094 01  FZB-BAT-STATE-SW            PIC X(01) VALUE 'N'.
006094     88  FZB-BAT-OUTSIDE                   VALUE 'N'.
006094     88  FZB-BAT-IN-OURS                   VALUE 'O'.
006095     88  FZB-BAT-IN-OTHER                  VALUE 'X'.
006095     88  FZB-BAT-IN-SKIPPED                VALUE 'S'.
006095 01  FZB-BAT-MAX                 PIC 9(03) VALUE 50.
006095 01  FZB-BAT-COUNT               PIC 9(03) VALUE 0.
006095 01  FZB-BAT-POS                 PIC 9(03) VALUE 0.
006095 01  FZB-BAT-ACCEPT-CNT          PIC 9(02) VALUE 0.
006096 01  FZB-BAT-REJECT-CNT          PIC 9(03) VALUE 0.
006096 01  FZB-BAT-OVER-CNT            PIC 9(03) VALUE 0.
006096 01  FZB-BAT-STRAY-CNT           PIC 9(06) VALUE 0.
006096 01  FZB-BAT-SUBMIT-CNT          PIC 9(06) VALUE 0.
006096 01  FZB-BAT-CURR-NO             PIC 9(06) VALUE 0.
006096 01  FZB-BAT-REASON-WK           PIC X(03) VALUE SPACES.
006097 01  FZB-BAT-TEXT-WK             PIC X(16) VALUE SPACES.
006097 01  FZB-BAT-DUP-SW              PIC X(01) VALUE 'N'.
006097     88  FZB-BAT-DUP-FOUND                 VALUE 'Y'.
006097     88  FZB-BAT-DUP-NOT-FOUND             VALUE 'N'.
006097 01  FZB-BAT-TABLE               VALUE ZEROS.
006097     05  FZB-BAT-ENTRY OCCURS 50 TIMES
006097             INDEXED BY FZB-BAT-IDX FZB-BAT-DUP-IDX.
006098         10  FZB-BAT-DATE        PIC 9(06).
006098         10  FZB-BAT-NO          PIC 9(06).
006098         10  FZB-BAT-READ-CNT    PIC 9(07).
006098         10  FZB-BAT-READ-HASH   PIC 9(13).
006098         10  FZB-BAT-SUB-CNT     PIC 9(07).
006098         10  FZB-BAT-SUB-HASH    PIC 9(13).
006099         10  FZB-BAT-STATUS      PIC X(01).
006099             88  FZB-BAT-OPEN              VALUE 'O'.
006099             88  FZB-BAT-ACCEPTED          VALUE 'A'.
006099             88  FZB-BAT-REJECTED          VALUE 'R'.
006099         10  FZB-BAT-REASON      PIC X(03).
006099         10  FZB-BAT-TEXT        PIC X(16).
006100*****************************************************************
006110*    CLASSIFICATION RULE TABLE - ONE ENTRY PER RULE (TEST TYPE,
006120*    OPERAND, LABEL, AND CODE DIGIT), LOADED FROM THE PARAMETER
006760 01  FZB-STAT-PCT                PIC 9(03)V9(02) VALUE 0.
006770 01  FZB-STAT-RULE-SUB           PIC 9(01) VALUE 0.
006780 01  FZB-STAT-WORK-CNT           PIC 9(06) VALUE 0.
006781*****************************************************************
006781*    RUN LEDGER CONTROLS - THE EXECUTION'S OWN REQUEST COUNTS,
006781*    ACCUMULATED AS EACH AUDIT RECORD IS WRITTEN, FOR THE
006782*    CLOSING POST TO THE LEDGER.
006782*****************************************************************
006783 01  FZB-LEDGER-OPEN-SW          PIC X(01) VALUE 'N'.
006783     88  FZB-LEDGER-OPEN                   VALUE 'Y'.
006784     88  FZB-LEDGER-NOT-OPEN               VALUE 'N'.
006784 01  FZB-LEDGER-NEW-SW           PIC X(01) VALUE 'N'.
006785     88  FZB-LEDGER-NEW                    VALUE 'Y'.
006785     88  FZB-LEDGER-ON-FILE                VALUE 'N'.
006786 01  FZB-LDG-WORK-KEY.
006786     05  FZB-LDG-WORK-DATE       PIC 9(06) VALUE 0.
006787     05  FZB-LDG-WORK-TIME       PIC 9(08) VALUE 0.
006787 01  FZB-RUN-REQ-CNT             PIC 9(04) VALUE 0.
006788 01  FZB-RUN-COMPLETE-CNT        PIC 9(04) VALUE 0.
006788 01  FZB-RUN-PARTIAL-CNT         PIC 9(04) VALUE 0.
006789 01  FZB-RUN-BYPASS-CNT          PIC 9(04) VALUE 0.
006789 01  FZB-RUN-REJECT-CNT          PIC 9(06) VALUE 0.
006790*
006800 PROCEDURE DIVISION.
006810*****************************************************************
007010         END-IF
007020         PERFORM 8000-FINALIZE THRU 8000-EXIT
007030     END-IF.
007035     PERFORM 8900-POST-LEDGER-END THRU 8900-EXIT.
007040     GO TO 0000-MAINLINE-EXIT.
007050 0000-MAINLINE-EXIT.
007060     STOP RUN.
007070*****************************************************************
007080*    1000-INITIALIZE
007090*        ESTABLISHES THE RUN DATE/TIME, CHECKS FOR A RESTART
007095*        CHECKPOINT, LOADS THE HOLIDAY CALENDARS AND SETS THE
007100*        PROCESSING DATE THE CARDS ARE SELECTED FOR, OPENS
007105*        THE RUN-LEVEL FILES (EXTEND ON A
007110*        RESTART SO A RESUMED EXECUTION EXTENDS THE EXISTING
007120*        REPORT, DATA, CHECKPOINT, AND AUDIT DATASETS RATHER
007130*        THAN TRUNCATING THEM), AND READS THE FIRST PARAMETER
007140*        RECORD.  AN EMPTY PARAMETER FILE IS REPORTED, AUDITED
007150*        (REQUEST ID ZERO, ZERO COUNTS), AND FAILS THE RUN.
007152*        SO DOES A PARTITION CARD THAT DOES NOT EDIT, BEFORE
007155*        THE RUN IS POSTED TO THE LEDGER OR ANY OUTPUT DATASET
007157*        IS OPENED.
007160*****************************************************************
007170 1000-INITIALIZE.
007180     ACCEPT FZB-RUN-DATE FROM DATE.
007190     ACCEPT FZB-RUN-TIME FROM TIME.
007200     PERFORM 1120-CHECK-RESTART THRU 1120-EXIT.
007210     PERFORM 1150-READ-DEADLINE THRU 1150-EXIT.
007211     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
007212     PERFORM 1250-SET-PROC-DATE THRU 1250-EXIT.
007213     PERFORM 1350-READ-PARTITION THRU 1350-EXIT.
007214     IF FZB-PART-CARD-BAD
007215         MOVE 16 TO RETURN-CODE
007216         GO TO 1000-EXIT
007217     END-IF.
007218     PERFORM 1300-POST-LEDGER-START THRU 1300-EXIT.
007220     OPEN INPUT FZB-PARM-FILE.
007230     PERFORM 1010-READ-PARM-RECORD THRU 1010-EXIT.
007240*    AN EMPTY PARAMETER FILE IS REPORTED AND AUDITED WITHOUT
007760*        WITH ITS OWN TRAILER, AUDIT RECORD, AND REQUEST-DONE
007770*        CHECKPOINT.  A REQUEST THAT FAILS VALIDATION IS
007780*        BYPASSED (RETURN CODE 8) AND THE NEXT ONE STILL RUNS.
007781*        A CARD NOT DUE ON THE PROCESSING DATE IS LISTED AND
007783*        SKIPPED - IT KEEPS ITS REQUEST ID BUT PRODUCES NOTHING.
007785*        A TRANSACTION REQUEST WITH NO BALANCED BATCH ON TRANIN
007786*        IS BYPASSED THE SAME WAY AS A CARD THAT FAILS
007788*        VALIDATION.
007790*****************************************************************
007800 2000-PROCESS-REQUEST.
007810     ADD 1 TO FZB-REQUEST-ID.
007811     PERFORM 2050-CHECK-CALENDAR THRU 2050-EXIT.
007812     IF FZB-CAL-NOT-DUE
007813         ADD 1 TO FZB-CNT-CARDS-NOT-DUE
007814         DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID
007815             ' CODE ' FZB-PARM-REQ-CODE ' NOT DUE - '
007816             FZB-CAL-REASON
007817         GO TO 2000-NEXT
007818     END-IF.
007819     ADD 1 TO FZB-CNT-CARDS-DUE.
007820     PERFORM 2100-SETUP-REQUEST THRU 2100-EXIT.
007830     IF FZB-REQ-SKIP
007840         GO TO 2000-NEXT
007990         GO TO 2000-NEXT
008000     END-IF.
008010     IF FZB-TRAN-MODE
008011         PERFORM 3300-PROVE-BATCHES THRU 3300-EXIT
008013         IF FZB-BAT-ACCEPT-CNT = 0
008015             PERFORM 3390-BYPASS-NO-BATCH THRU 3390-EXIT
008016             GO TO 2000-NEXT
008018         END-IF
008020         PERFORM 3400-PROCESS-TRANS THRU 3400-EXIT
008025         PERFORM 3380-LOG-BATCHES THRU 3380-EXIT
008030     ELSE
008040         PERFORM 3000-PROCESS-RANGE THRU 3000-EXIT
008050     END-IF.
008090 2000-EXIT.
008100     EXIT.
008110*****************************************************************
008111*    2050-CHECK-CALENDAR
008111*        DECIDES WHETHER THE CURRENT CARD IS DUE ON THE
008111*        PROCESSING DATE.  A CARD WHOSE CALENDAR FIELDS DO NOT
008111*        EDIT IS TREATED AS DUE SO THAT 1900-VALIDATE-PARMS
008112*        BYPASSES IT WITH RETURN CODE 8 - A BAD CARD MUST NOT
008112*        DISAPPEAR QUIETLY AS 'NOT DUE'.
008112*****************************************************************
008112 2050-CHECK-CALENDAR.
008113     SET FZB-CAL-DUE TO TRUE.
008113     PERFORM 1960-VALIDATE-CALENDAR THRU 1960-EXIT.
008113     IF FZB-CAL-FIELDS-BAD
008114         GO TO 2050-EXIT
008114     END-IF.
008114     MOVE FZB-PARM-FREQ TO FZB-CAL-FREQ.
008114     MOVE 0 TO FZB-CAL-FREQ-DAY.
008115     IF FZB-PARM-FREQ-DAY-X NUMERIC
008115         MOVE FZB-PARM-FREQ-DAY TO FZB-CAL-FREQ-DAY
008115     END-IF.
008116     MOVE 0 TO FZB-CAL-EFF-FROM.
008116     IF FZB-PARM-EFF-FROM-X NUMERIC
008116         MOVE FZB-PARM-EFF-FROM TO FZB-CAL-EFF-FROM
008116     END-IF.
008117     MOVE 0 TO FZB-CAL-EFF-TO.
008117     IF FZB-PARM-EFF-TO-X NUMERIC
008117         MOVE FZB-PARM-EFF-TO TO FZB-CAL-EFF-TO
008118     END-IF.
008118     MOVE FZB-PARM-HOL-CAL TO FZB-CAL-ID.
008118     MOVE FZB-PROC-DATE TO FZB-CAL-TEST-DATE.
008118     PERFORM 7000-TEST-CARD-DUE THRU 7000-EXIT.
008119 2050-EXIT.
008119     EXIT.
008119*****************************************************************
008120*    2100-SETUP-REQUEST
008130*        LOADS AND VALIDATES THE CURRENT PARAMETER RECORD,
008140*        RESETS THE PER-REQUEST COUNTERS AND EXCEPTION TABLE,
008160*        SECTION.  ON A RESTARTED EXECUTION THE REQUESTS ALREADY
008170*        COMPLETED BY THE PRIOR EXECUTION ARE SKIPPED AND THE
008180*        INTERRUPTED ONE RESUMES PAST ITS LAST CHECKPOINT.
008182*        IN A PARTITIONED EXECUTION THE SPLIT REQUEST IS CUT
008185*        DOWN TO THIS PARTITION'S SLICE, AND A PARTITION OTHER
008187*        THAN 1 SKIPS EVERY OTHER REQUEST.
008190*****************************************************************
008200 2100-SETUP-REQUEST.
008210     MOVE FZB-PARM-LOW-VALUE  TO FZB-LOW-VALUE.
008220     MOVE FZB-PARM-HIGH-VALUE TO FZB-HIGH-VALUE.
008223     MOVE FZB-PARM-LOW-VALUE  TO FZB-SLICE-LOW.
008226     MOVE FZB-PARM-HIGH-VALUE TO FZB-SLICE-HIGH.
008230     MOVE FZB-PARM-RULE-COUNT TO FZB-RULE-COUNT.
008240     MOVE FZB-PARM-REQ-CODE   TO FZB-REQUEST-CODE.
008250     IF FZB-PARM-MODE-TRAN
008530     MOVE 0 TO FZB-CNT-REJECT.
008540     MOVE 0 TO FZB-EXCP-COUNT.
008550     MOVE 0 TO FZB-EXCP-OVERFLOW-CNT.
008551     MOVE 0 TO FZB-BAT-COUNT.
008552     MOVE 0 TO FZB-BAT-ACCEPT-CNT.
008554     MOVE 0 TO FZB-BAT-REJECT-CNT.
008555     MOVE 0 TO FZB-BAT-OVER-CNT.
008557     MOVE 0 TO FZB-BAT-STRAY-CNT.
008558     MOVE 0 TO FZB-BAT-SUBMIT-CNT.
008560     MOVE ZEROS TO FZB-STAT-RULE-CNT-TABLE.
008570     MOVE SPACES TO FZB-COMBO-TABLE.
008580     MOVE 0 TO FZB-COMBO-COUNT.
008590     SET FZB-REQ-PROCESS TO TRUE.
008600     SET FZB-REQ-NOT-RESUMED TO TRUE.
008610     SET FZB-REQ-NOT-PARTIAL TO TRUE.
008615     SET FZB-REQ-NOT-SPLIT TO TRUE.
008620     MOVE 'C' TO FZB-REQ-STATUS.
008630*    A REQUEST BYPASSED BY THE PRIOR EXECUTION IS STILL UNRUN
008640*    WHEN IT IS SKIPPED HERE - RE-RAISE THE BYPASS RETURN CODE
008740             GO TO 2100-EXIT
008750         END-IF
008760     END-IF.
008761     IF FZB-PARTITIONED
008762         PERFORM 2170-CHECK-PARTITION THRU 2170-EXIT
008764         IF FZB-REQ-SKIP
008765             GO TO 2100-EXIT
008767         END-IF
008768     END-IF.
008770     PERFORM 1900-VALIDATE-PARMS THRU 1900-EXIT.
008780     IF FZB-PARM-INVALID
008790         GO TO 2100-EXIT
008810     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT
008820         VARYING FZB-RULE-IDX FROM 1 BY 1
008830         UNTIL FZB-RULE-IDX > FZB-RULE-COUNT.
008831     IF FZB-REQ-SPLIT
008832         PERFORM 2180-SET-SLICE THRU 2180-EXIT
008834         IF FZB-REQ-SKIP
008835             GO TO 2100-EXIT
008837         END-IF
008838     END-IF.
008840     IF FZB-REQ-NOT-RESUMED
008850         MOVE FZB-SLICE-LOW TO FZB-START-COUNTER
008860     END-IF.
008870*    THE REQUEST'S START CLOCK ANCHORS THE DEADLINE PROJECTION
008880*    - ON A RESUMED REQUEST THE PACE IS MEASURED OVER THE
009490 2150-EXIT.
009500     EXIT.
009510*****************************************************************
009511*    2170-CHECK-PARTITION
009511*        DECIDES WHAT A PARTITIONED EXECUTION DOES WITH THE
009511*        CURRENT REQUEST.  THE RANGE REQUEST NAMED ON PARTIN IS
009511*        SPLIT - EVERY PARTITION RUNS ITS OWN SLICE OF IT.  ANY
009511*        OTHER REQUEST (INCLUDING A TRANSACTION REQUEST UNDER
009511*        THE SPLIT CODE, WHICH CANNOT BE SLICED) BELONGS TO
009511*        PARTITION 1 AND IS SKIPPED BY THE OTHERS; IT KEEPS ITS
009512*        POSITIONAL REQUEST ID BUT PRODUCES NOTHING HERE.
009512*****************************************************************
009512 2170-CHECK-PARTITION.
009512     IF FZB-PARM-REQ-CODE = FZB-PART-REQ-CODE
009512             AND FZB-PARM-MODE-RANGE
009512         SET FZB-REQ-SPLIT TO TRUE
009513         GO TO 2170-EXIT
009513     END-IF.
009513     IF FZB-PART-NO > 1
009513         DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID
009513             ' CODE ' FZB-PARM-REQ-CODE
009513             ' RUN BY PARTITION 1 - SKIPPED'
009514         SET FZB-REQ-SKIP TO TRUE
009514     END-IF.
009514 2170-EXIT.
009514     EXIT.
009514*****************************************************************
009514*    2180-SET-SLICE
009515*        CUTS THE VALIDATED RANGE OF THE SPLIT REQUEST DOWN TO
009515*        THIS PARTITION'S SLICE.  A RANGE WITH FEWER COUNTERS
009515*        THAN PARTITIONS IS NOT WORTH SPLITTING - PARTITION 1
009515*        RUNS IT WHOLE, AS AN ORDINARY REQUEST, AND THE OTHERS
009515*        SKIP IT.
009515*****************************************************************
009515 2180-SET-SLICE.
009516     COMPUTE FZB-SLICE-SIZE = FZB-HIGH-VALUE - FZB-LOW-VALUE + 1.
009516     IF FZB-SLICE-SIZE < FZB-PART-CNT
009516         SET FZB-REQ-NOT-SPLIT TO TRUE
009516         IF FZB-PART-NO > 1
009516             DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID
009516                 ' CODE ' FZB-PARM-REQ-CODE
009517                 ' TOO SMALL TO SPLIT - RUN BY PARTITION 1'
009517             SET FZB-REQ-SKIP TO TRUE
009517         END-IF
009517         GO TO 2180-EXIT
009517     END-IF.
009517     COMPUTE FZB-SLICE-WORK = FZB-SLICE-SIZE * (FZB-PART-NO - 1).
009518     DIVIDE FZB-PART-CNT INTO FZB-SLICE-WORK.
009518     COMPUTE FZB-SLICE-LOW = FZB-LOW-VALUE + FZB-SLICE-WORK.
009518     COMPUTE FZB-SLICE-WORK = FZB-SLICE-SIZE * FZB-PART-NO.
009518     DIVIDE FZB-PART-CNT INTO FZB-SLICE-WORK.
009518     COMPUTE FZB-SLICE-HIGH = FZB-LOW-VALUE + FZB-SLICE-WORK - 1.
009518     DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID
009519         ' CODE ' FZB-PARM-REQ-CODE
009519         ' PARTITION ' FZB-PART-NO ' OF ' FZB-PART-CNT
009519         ' - COUNTERS ' FZB-SLICE-LOW ' THRU ' FZB-SLICE-HIGH.
009519 2180-EXIT.
009519     EXIT.
009519*****************************************************************
009520*    2900-WRAP-REQUEST
009530*        CLOSES OUT ONE COMPLETED REQUEST: EXCEPTIONS PAGE (IF
009540*        ANY TRANSACTIONS WERE REJECTED), RUN SUMMARY TRAILER,
009650*    SCHEDULER RESUBMITS AND THE CHECKPOINT DATASET IS KEPT;
009660*    THE RESUMED EXECUTION RAISES THE BYPASS AGAIN.
009670     IF FZB-QUIESCED AND FZB-RANGE-MODE
009680             AND COUNTER <= FZB-SLICE-HIGH
009690         SET FZB-REQ-PARTIAL TO TRUE
009700         MOVE 'P' TO FZB-REQ-STATUS
009710         MOVE 4 TO RETURN-CODE
009910*****************************************************************
009920 2950-WRITE-REQUEST-DONE.
009930     MOVE FZB-RUN-DATE      TO FZB-CHK-RUN-DATE.
009935     MOVE FZB-PROC-DATE     TO FZB-CHK-PROC-DATE.
009940     MOVE FZB-RUN-TIME      TO FZB-CHK-RUN-TIME.
009950     MOVE FZB-REQUEST-ID    TO FZB-CHK-REQUEST-ID.
009960     IF FZB-REQ-STATUS = 'B'
010010*    ONLY A COMPLETED RANGE REQUEST HAS A MEANINGFUL LAST
010020*    COUNTER; A TRANSACTION OR BYPASSED REQUEST RECORDS ZERO.
010030     IF FZB-RANGE-MODE AND FZB-REQ-STATUS = 'C'
010040         MOVE FZB-SLICE-HIGH TO FZB-CHK-LAST-COUNTER
010050     ELSE
010060         MOVE 0              TO FZB-CHK-LAST-COUNTER
010070     END-IF.
010590         MOVE FZB-CHK-FIZZBUZZ-CNT  TO FZB-RST-FIZZBUZZ-CNT
010600         MOVE FZB-CHK-OTHER-CNT     TO FZB-RST-OTHER-CNT
010610         MOVE FZB-CHK-PLAIN-CNT     TO FZB-RST-PLAIN-CNT
010611         IF FZB-CHK-PROC-DATE IS NUMERIC
010612             MOVE FZB-CHK-PROC-DATE TO FZB-RST-PROC-DATE
010613         END-IF
010614         IF FZB-CHK-RUN-DATE IS NUMERIC
010615                 AND FZB-CHK-RUN-TIME IS NUMERIC
010616             MOVE FZB-CHK-RUN-DATE TO FZB-RST-RUN-DATE
010617             MOVE FZB-CHK-RUN-TIME TO FZB-RST-RUN-TIME
010618         END-IF
010620         SET FZB-IS-RESTART TO TRUE
010630         DISPLAY 'FIZZBUZZ - RESTART CHECKPOINT FOUND - '
010640             'REQUEST ' FZB-RST-REQUEST-ID
011280 1150-EXIT.
011290     EXIT.
011300*****************************************************************
011301*    1200-LOAD-HOLIDAYS
011301*        LOADS THE OPTIONAL HOLIDAY CALENDAR FILE (HOLCAL).
011301*        NO FILE MEANS NO CALENDARS - A CARD THAT NAMES ONE IS
011301*        THEN BYPASSED BY 1960-VALIDATE-CALENDAR.
011301*****************************************************************
011301 1200-LOAD-HOLIDAYS.
011301     OPEN INPUT FZB-HOLIDAY-FILE.
011301     PERFORM 1210-LOAD-ONE-HOLIDAY THRU 1210-EXIT
011301         UNTIL FZB-HOLIDAY-EOF.
011301     CLOSE FZB-HOLIDAY-FILE.
011301 1200-EXIT.
011301     EXIT.
011301*****************************************************************
011301*    1210-LOAD-ONE-HOLIDAY
011301*        READS ONE HOLIDAY RECORD INTO THE HOLIDAY TABLE.  BLANK
011301*        CALENDAR IDS ARE COMMENTS; A RECORD WHOSE DATE IS NOT
011301*        NUMERIC IS REPORTED AND IGNORED.
011301*****************************************************************
011301 1210-LOAD-ONE-HOLIDAY.
011301     READ FZB-HOLIDAY-FILE
011302         AT END GO TO 1210-EXIT
011302     END-READ.
011302     IF FZB-HLR-CAL-ID = SPACES
011302         GO TO 1210-EXIT
011302     END-IF.
011302     IF FZB-HLR-DATE-X NOT NUMERIC
011302         DISPLAY 'FIZZBUZZ - HOLIDAY RECORD IGNORED: '
011302             FZB-HOLIDAY-RECORD(1:11)
011302         GO TO 1210-EXIT
011302     END-IF.
011302     IF FZB-HOL-COUNT NOT < FZB-HOL-MAX
011302         DISPLAY 'FIZZBUZZ - HOLIDAY TABLE FULL - RECORD '
011302             FZB-HOLIDAY-RECORD(1:11) ' IGNORED'
011302         GO TO 1210-EXIT
011302     END-IF.
011302     MOVE 0 TO FZB-CAL-DAYNUM.
011302     IF FZB-HLR-DATE NOT = 0
011302         MOVE FZB-HLR-DATE TO FZB-CAL-DATE
011302         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
011302     END-IF.
011303     ADD 1 TO FZB-HOL-COUNT.
011303     SET FZB-HOL-IDX TO FZB-HOL-COUNT.
011303     MOVE FZB-HLR-CAL-ID TO FZB-HOL-CAL-ID(FZB-HOL-IDX).
011303     MOVE FZB-CAL-DAYNUM TO FZB-HOL-DAYNUM(FZB-HOL-IDX).
011303 1210-EXIT.
011303     EXIT.
011303*****************************************************************
011303*    1250-SET-PROC-DATE
011303*        SETS THE PROCESSING DATE THE CARDS ARE SELECTED FOR.
011303*        A RESUMED EXECUTION KEEPS THE PROCESSING DATE OF THE
011303*        EXECUTION IT RESUMES, SO IT SELECTS THE SAME CARDS;
011303*        OTHERWISE IT IS THE RUN DATE, OR THE DAY BEFORE WHEN
011303*        THE RUN STARTED BEFORE THE CUTOFF TIME.
011303*****************************************************************
011303 1250-SET-PROC-DATE.
011303     IF FZB-IS-RESTART AND FZB-RST-PROC-DATE NOT = 0
011303         MOVE FZB-RST-PROC-DATE TO FZB-PROC-DATE
011303         DISPLAY 'FIZZBUZZ - PROCESSING DATE ' FZB-PROC-DATE
011303             ' CARRIED FROM THE RESUMED EXECUTION'
011303         GO TO 1250-EXIT
011304     END-IF.
011304     MOVE FZB-RUN-DATE TO FZB-CAL-DATE.
011304     IF FZB-RUN-TIME < FZB-PROC-CUTOFF-TIME
011304         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
011304         SUBTRACT 1 FROM FZB-CAL-DAYNUM
011304         PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT
011304     END-IF.
011304     MOVE FZB-CAL-DATE TO FZB-PROC-DATE.
011304     DISPLAY 'FIZZBUZZ - PROCESSING DATE ' FZB-PROC-DATE.
011304 1250-EXIT.
011304     EXIT.
011304*****************************************************************
011304*    1300-POST-LEDGER-START
011304*        OPENS THE RUN LEDGER AND POSTS THIS EXECUTION RUNNING,
011304*        WITH ITS PROCESSING DATE.  A RESUMED EXECUTION RECORDS
011304*        THE RUN IT RESUMES (THE RUN DATE/TIME ON THE LAST
011304*        CHECKPOINT) AND MARKS THAT RUN SUPERSEDED, POINTING
011304*        FORWARD TO THIS ONE.  AN EXECUTION THAT NEVER POSTS
011304*        ITS END STAYS RUNNING ON THE LEDGER - IT ABENDED.
011304*        IN A PARTITIONED EXECUTION ONLY PARTITION 1 POSTS -
011305*        IT STANDS FOR THE WHOLE NIGHT'S RUN, AND THE OTHER
011305*        PARTITIONS' OUTPUT REACHES THE DOWNSTREAM STEPS UNDER
011305*        ITS RUN DATE/TIME ONCE FZBPCMB HAS COMBINED IT.
011305*****************************************************************
011305 1300-POST-LEDGER-START.
011305     IF FZB-PARTITIONED AND FZB-PART-NO > 1
011305         DISPLAY 'FIZZBUZZ - PARTITION ' FZB-PART-NO
011305             ' - RUN IS POSTED TO THE LEDGER BY PARTITION 1'
011305         GO TO 1300-EXIT
011305     END-IF.
011305     OPEN I-O FZB-LEDGER-FILE.
011305     IF FZB-LEDGER-OK
011305         SET FZB-LEDGER-OPEN TO TRUE
011305     ELSE
011305         DISPLAY 'FIZZBUZZ - RUNLEDG OPEN FAILED - STATUS '
011305             FZB-LEDGER-STATUS ' - RUN NOT POSTED TO LEDGER'
011305         GO TO 1300-EXIT
011305     END-IF.
011305     MOVE FZB-RUN-DATE TO FZB-LDG-WORK-DATE.
011305     MOVE FZB-RUN-TIME TO FZB-LDG-WORK-TIME.
011306     PERFORM 8910-READ-LEDGER THRU 8910-EXIT.
011306     SET FZB-LDG-RUNNING TO TRUE.
011306     MOVE FZB-PROC-DATE TO FZB-LDG-PROC-DATE.
011306     MOVE FZB-RUN-DATE  TO FZB-LDG-CLS-DATE.
011306     MOVE FZB-RUN-TIME  TO FZB-LDG-CLS-TIME.
011306     IF FZB-IS-RESTART AND FZB-RST-RUN-DATE NOT = 0
011306         MOVE FZB-RST-RUN-DATE TO FZB-LDG-FROM-DATE
011306         MOVE FZB-RST-RUN-TIME TO FZB-LDG-FROM-TIME
011306     END-IF.
011306     PERFORM 8920-SAVE-LEDGER THRU 8920-EXIT.
011306     IF FZB-NOT-RESTART OR FZB-RST-RUN-DATE = 0
011306         GO TO 1300-EXIT
011306     END-IF.
011306     MOVE FZB-RST-RUN-DATE TO FZB-LDG-WORK-DATE.
011306     MOVE FZB-RST-RUN-TIME TO FZB-LDG-WORK-TIME.
011306     PERFORM 8910-READ-LEDGER THRU 8910-EXIT.
011306     SET FZB-LDG-SUPERSEDED TO TRUE.
011306     MOVE FZB-RUN-DATE TO FZB-LDG-BY-DATE.
011306     MOVE FZB-RUN-TIME TO FZB-LDG-BY-TIME.
011306     PERFORM 8920-SAVE-LEDGER THRU 8920-EXIT.
011307 1300-EXIT.
011307     EXIT.
011307*****************************************************************
011307*    1350-READ-PARTITION
011307*        READS THE OPTIONAL PARTITION CONTROL CARD.  NO CARD, OR
011307*        A BLANK ONE, IS AN ORDINARY SERIAL EXECUTION.  A CARD
011307*        WITH NO REQUEST CODE, A PARTITION COUNT OUTSIDE 2-9, OR
011307*        A PARTITION NUMBER OUTSIDE 1 TO THE COUNT FAILS THE RUN
011307*        (RETURN CODE 16) BEFORE ANYTHING IS CLASSIFIED - GUESSING
011307*        AT THE SLICE WOULD LEAVE COUNTERS UNCLASSIFIED OR
011307*        CLASSIFIED TWICE.
011307*****************************************************************
011307 1350-READ-PARTITION.
011307     OPEN INPUT FZB-PARTITION-FILE.
011307     IF NOT FZB-PART-OK
011307         GO TO 1350-EXIT
011307     END-IF.
011307     READ FZB-PARTITION-FILE
011307         AT END CONTINUE
011307     END-READ.
011308     IF FZB-PART-OK AND FZB-PARTITION-RECORD NOT = SPACES
011308         PERFORM 1360-EDIT-PARTITION THRU 1360-EXIT
011308     END-IF.
011308     CLOSE FZB-PARTITION-FILE.
011308 1350-EXIT.
011308     EXIT.
011308*****************************************************************
011308*    1360-EDIT-PARTITION
011308*        EDITS THE PARTITION CARD JUST READ AND, WHEN IT IS
011308*        GOOD, MAKES THIS A PARTITIONED EXECUTION.
011308*****************************************************************
011308 1360-EDIT-PARTITION.
011308     SET FZB-PART-CARD-BAD TO TRUE.
011308     IF FZB-PTN-REQ-CODE = SPACES
011308         DISPLAY 'FIZZBUZZ - PARTITION CARD HAS NO REQUEST CODE'
011308         GO TO 1360-EXIT
011308     END-IF.
011308     IF FZB-PTN-PART-CNT-X NOT NUMERIC
011308             OR FZB-PTN-PART-CNT < 2
011308         DISPLAY 'FIZZBUZZ - PARTITION COUNT '
011309             FZB-PTN-PART-CNT-X ' NOT 2 THRU 9'
011309         GO TO 1360-EXIT
011309     END-IF.
011309     IF FZB-PTN-PART-NO-X NOT NUMERIC
011309             OR FZB-PTN-PART-NO < 1
011309             OR FZB-PTN-PART-NO > FZB-PTN-PART-CNT
011309         DISPLAY 'FIZZBUZZ - PARTITION NUMBER '
011309             FZB-PTN-PART-NO-X ' NOT 1 THRU ' FZB-PTN-PART-CNT
011309         GO TO 1360-EXIT
011309     END-IF.
011309     SET FZB-PART-CARD-OK TO TRUE.
011309     SET FZB-PARTITIONED TO TRUE.
011309     MOVE FZB-PTN-REQ-CODE TO FZB-PART-REQ-CODE.
011309     MOVE FZB-PTN-PART-NO  TO FZB-PART-NO.
011309     MOVE FZB-PTN-PART-CNT TO FZB-PART-CNT.
011309     DISPLAY 'FIZZBUZZ - PARTITION ' FZB-PART-NO ' OF '
011309         FZB-PART-CNT ' - SPLIT REQUEST CODE ' FZB-PART-REQ-CODE.
011309 1360-EXIT.
011309     EXIT.
011309*****************************************************************
011310*    1160-TIME-TO-CS
011320*        CONVERTS THE HHMMSSCC CLOCK IN FZB-TIME-WORK TO
011330*        CENTISECONDS SINCE MIDNIGHT IN FZB-TIME-CS.
011530 1170-CHECK-DEADLINE.
011540     COMPUTE FZB-PROG-DONE-CNT
011550         = COUNTER - FZB-START-COUNTER + 1.
011560     COMPUTE FZB-PROG-REMAIN-CNT = FZB-SLICE-HIGH - COUNTER.
011570     COMPUTE FZB-PROG-PCT = (COUNTER - FZB-SLICE-LOW + 1) * 100
011580         / (FZB-SLICE-HIGH - FZB-SLICE-LOW + 1).
011590     ACCEPT FZB-TIME-WORK FROM TIME.
011600     PERFORM 1160-TIME-TO-CS THRU 1160-EXIT.
011610     MOVE FZB-TIME-CS TO FZB-NOW-CS.
011720     COMPUTE FZB-PROJ-END-CS = FZB-NOW-CS + FZB-PROJ-REM-CS.
011730     PERFORM 1180-FORMAT-PROJ-END THRU 1180-EXIT.
011740     DISPLAY 'FIZZBUZZ - PROGRESS - REQUEST ' FZB-REQUEST-ID
011750         ' COUNTER ' COUNTER ' OF ' FZB-SLICE-HIGH
011760         ' PCT ' FZB-PROG-PCT
011770         ' PROJ END ' FZB-PROJ-END-HHMMSS.
011780     IF FZB-DEADLINE-NOT-SET
012180*        ALLOWED TO START: A LOW VALUE GREATER THAN THE HIGH
012190*        VALUE, A RULE COUNT OUTSIDE THE 1-3 RANGE
012200*        FZB-RULE-TABLE SUPPORTS, AN UNRECOGNIZED MODE BYTE, AN
012207*        UNRECOGNIZED RULE TYPE, AN OPERAND ITS RULE TYPE
012215*        CANNOT USE (SEE 1950), OR A RUN-CALENDAR FIELD THAT
012222*        DOES NOT EDIT (SEE 1960).  A FAILURE HERE IS REPORTED
012230*        TO THE CONSOLE AND BYPASSES THE REQUEST WITH RETURN
012240*        CODE 8, LEAVING THE REMAINING REQUESTS TO RUN RATHER
012250*        THAN ABANDONING THE WHOLE EXECUTION.
012440         PERFORM 1950-VALIDATE-RULE-DIVISOR THRU 1950-EXIT
012450             VARYING FZB-RULE-IDX FROM 1 BY 1
012460             UNTIL FZB-RULE-IDX > FZB-RULE-COUNT
012461     END-IF.
012462     PERFORM 1960-VALIDATE-CALENDAR THRU 1960-EXIT.
012464     IF FZB-CAL-FIELDS-BAD
012465         DISPLAY 'FIZZBUZZ - INVALID PARAMETERS - '
012467             FZB-CAL-ERROR-MSG
012468         SET FZB-PARM-INVALID TO TRUE
012470     END-IF.
012480     IF FZB-PARM-INVALID
012490         DISPLAY 'FIZZBUZZ - PARAMETER VALIDATION FAILED - '
012970 1950-EXIT.
012980     EXIT.
012990*****************************************************************
012991*    1960-VALIDATE-CALENDAR
012991*        CHECKS THE CARD'S RUN-CALENDAR FIELDS: A KNOWN
012991*        FREQUENCY, A WEEKDAY 01-07 FOR A WEEKLY CARD OR A
012991*        BUSINESS DAY 01-23 FOR AN NTH-BUSINESS-DAY CARD, BLANK
012991*        OR VALID YYMMDD EFFECTIVE DATES IN ORDER, AND A BLANK
012991*        OR KNOWN HOLIDAY CALENDAR.  SETS FZB-CAL-FIELDS-SW AND
012991*        THE MESSAGE FOR THE FIRST FAILURE FOUND.
012991*****************************************************************
012991 1960-VALIDATE-CALENDAR.
012991     SET FZB-CAL-FIELDS-OK TO TRUE.
012991     MOVE SPACES TO FZB-CAL-ERROR-MSG.
012991     IF NOT FZB-PARM-FREQ-DAILY AND NOT FZB-PARM-FREQ-WEEKLY
012991             AND NOT FZB-PARM-FREQ-MONTH-END
012991             AND NOT FZB-PARM-FREQ-BUS-DAY
012991         MOVE 'FREQUENCY MUST BE D, W, M, N, OR SPACE'
012992             TO FZB-CAL-ERROR-MSG
012992         SET FZB-CAL-FIELDS-BAD TO TRUE
012992         GO TO 1960-EXIT
012992     END-IF.
012992     IF FZB-PARM-FREQ-WEEKLY
012992         IF FZB-PARM-FREQ-DAY-X NOT NUMERIC
012992                 OR FZB-PARM-FREQ-DAY < 1
012992                 OR FZB-PARM-FREQ-DAY > 7
012992             MOVE 'WEEKLY CARD NEEDS WEEKDAY 01 THRU 07'
012992                 TO FZB-CAL-ERROR-MSG
012992             SET FZB-CAL-FIELDS-BAD TO TRUE
012992             GO TO 1960-EXIT
012992         END-IF
012992     END-IF.
012992     IF FZB-PARM-FREQ-BUS-DAY
012993         IF FZB-PARM-FREQ-DAY-X NOT NUMERIC
012993                 OR FZB-PARM-FREQ-DAY < 1
012993                 OR FZB-PARM-FREQ-DAY > 23
012993             MOVE 'BUSINESS-DAY CARD NEEDS DAY 01 THRU 23'
012993                 TO FZB-CAL-ERROR-MSG
012993             SET FZB-CAL-FIELDS-BAD TO TRUE
012993             GO TO 1960-EXIT
012993         END-IF
012993     END-IF.
012993     IF FZB-PARM-EFF-FROM-X NOT = SPACES
012993         SET FZB-CAL-DATE-BAD TO TRUE
012993         IF FZB-PARM-EFF-FROM-X NUMERIC
012993             MOVE FZB-PARM-EFF-FROM TO FZB-CAL-DATE
012993             PERFORM 1970-VALIDATE-DATE THRU 1970-EXIT
012993         END-IF
012994         IF FZB-CAL-DATE-BAD
012994             MOVE 'EFFECTIVE-FROM IS NOT A YYMMDD DATE'
012994                 TO FZB-CAL-ERROR-MSG
012994             SET FZB-CAL-FIELDS-BAD TO TRUE
012994             GO TO 1960-EXIT
012994         END-IF
012994     END-IF.
012994     IF FZB-PARM-EFF-TO-X NOT = SPACES
012994         SET FZB-CAL-DATE-BAD TO TRUE
012994         IF FZB-PARM-EFF-TO-X NUMERIC
012994             MOVE FZB-PARM-EFF-TO TO FZB-CAL-DATE
012994             PERFORM 1970-VALIDATE-DATE THRU 1970-EXIT
012994         END-IF
012994         IF FZB-CAL-DATE-BAD
012994             MOVE 'EFFECTIVE-TO IS NOT A YYMMDD DATE'
012995                 TO FZB-CAL-ERROR-MSG
012995             SET FZB-CAL-FIELDS-BAD TO TRUE
012995             GO TO 1960-EXIT
012995         END-IF
012995     END-IF.
012995     IF FZB-PARM-EFF-FROM-X NUMERIC AND FZB-PARM-EFF-TO-X NUMERIC
012995             AND FZB-PARM-EFF-FROM NOT = 0
012995             AND FZB-PARM-EFF-TO NOT = 0
012995         MOVE FZB-PARM-EFF-TO TO FZB-CAL-DATE
012995         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
012995         MOVE FZB-CAL-DAYNUM TO FZB-CAL-STEP-DAYNUM
012995         MOVE FZB-PARM-EFF-FROM TO FZB-CAL-DATE
012995         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
012995         IF FZB-CAL-DAYNUM > FZB-CAL-STEP-DAYNUM
012995             MOVE 'EFFECTIVE-FROM IS AFTER EFFECTIVE-TO'
012996                 TO FZB-CAL-ERROR-MSG
012996             SET FZB-CAL-FIELDS-BAD TO TRUE
012996             GO TO 1960-EXIT
012996         END-IF
012996     END-IF.
012996     IF FZB-PARM-HOL-CAL NOT = SPACES
012996         SET FZB-CAL-NOT-FOUND TO TRUE
012996         IF FZB-HOL-COUNT > 0
012996             SET FZB-HOL-IDX TO 1
012996             SEARCH FZB-HOL-ENTRY
012996                 AT END CONTINUE
012996                 WHEN FZB-HOL-CAL-ID(FZB-HOL-IDX)
012996                         = FZB-PARM-HOL-CAL
012996                     SET FZB-CAL-FOUND TO TRUE
012996             END-SEARCH
012997         END-IF
012997         IF FZB-CAL-NOT-FOUND
012997             MOVE SPACES TO FZB-CAL-ERROR-MSG
012997             STRING 'HOLIDAY CALENDAR ' DELIMITED BY SIZE
012997                    FZB-PARM-HOL-CAL DELIMITED BY SIZE
012997                    ' IS NOT ON HOLCAL' DELIMITED BY SIZE
012997                 INTO FZB-CAL-ERROR-MSG
012997             END-STRING
012997             SET FZB-CAL-FIELDS-BAD TO TRUE
012997         END-IF
012997     END-IF.
012997 1960-EXIT.
012997     EXIT.
012997*****************************************************************
012997*    1970-VALIDATE-DATE
012998*        CHECKS THE NONZERO YYMMDD DATE IN FZB-CAL-DATE FOR A
012998*        REAL MONTH AND A DAY THAT MONTH HAS.  ZERO IS ALLOWED
012998*        (OPEN-ENDED).  THE DAY IS PROVED BY TURNING IT INTO A
012998*        DAY NUMBER AND BACK AGAIN.
012998*****************************************************************
012998 1970-VALIDATE-DATE.
012998     SET FZB-CAL-DATE-OK TO TRUE.
012998     IF FZB-CAL-DATE = 0
012998         GO TO 1970-EXIT
012998     END-IF.
012998     IF FZB-CAL-DATE-MM < 1 OR FZB-CAL-DATE-MM > 12
012998             OR FZB-CAL-DATE-DD < 1 OR FZB-CAL-DATE-DD > 31
012998         SET FZB-CAL-DATE-BAD TO TRUE
012998         GO TO 1970-EXIT
012998     END-IF.
012999     MOVE FZB-CAL-DATE TO FZB-CAL-SAVE-DATE.
012999     MOVE FZB-CAL-DATE-DD TO FZB-CAL-SAVE-DD.
012999     MOVE 1 TO FZB-CAL-DATE-DD.
012999     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
012999     COMPUTE FZB-CAL-DAYNUM = FZB-CAL-DAYNUM + FZB-CAL-SAVE-DD
012999         - 1.
012999     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
012999     IF FZB-CAL-DATE NOT = FZB-CAL-SAVE-DATE
012999         SET FZB-CAL-DATE-BAD TO TRUE
012999     END-IF.
012999     MOVE FZB-CAL-SAVE-DATE TO FZB-CAL-DATE.
012999 1970-EXIT.
012999     EXIT.
012999*****************************************************************
013000*    3000-PROCESS-RANGE
013010*        WALKS THE PARAMETER-SUPPLIED RANGE, CLASSIFYING EACH
013020*        VALUE AGAINST THE PARAMETER-SUPPLIED RULE TABLE.
013040 3000-PROCESS-RANGE.
013050     PERFORM 3100-CLASSIFY-COUNTER THRU 3100-EXIT
013060         VARYING COUNTER FROM FZB-START-COUNTER BY 1
013070         UNTIL COUNTER > FZB-SLICE-HIGH OR FZB-QUIESCED.
013080 3000-EXIT.
013081     EXIT.
013081*****************************************************************
013081*    3300-PROVE-BATCHES
013081*        PROVES THE TRANIN BATCHES FOR THE CURRENT REQUEST'S CODE
013081*        BEFORE ANY VALUE IS CLASSIFIED.  THE WHOLE FILE IS READ
013081*        ONCE: EVERY BATCH FOR THE CODE IS ENTERED IN THE BATCH
013081*        TABLE WITH THE RECORDS AND HASH TOTAL ACTUALLY READ, AND
013081*        ITS TRAILER'S COUNT AND HASH MUST AGREE WITH THEM.  A
013081*        BATCH THAT DOES NOT AGREE, HAS NO TRAILER, HAS A BAD
013081*        HEADER, OR HAS ALREADY BEEN CLASSIFIED IS REJECTED
013081*        WHOLE - NONE OF ITS VALUES ARE CLASSIFIED OR WRITTEN
013081*        TO THE REJECT FILE, AND THE DEPARTMENT RESENDS IT.  VALUE
013081*        RECORDS OUTSIDE ANY BATCH ARE COUNTED AND IGNORED.  THE
013081*        BATCHES ARE LISTED ON THE REPORT, AND ANY REJECTED BATCH
013081*        OR STRAY RECORD ENDS THE RUN 8 LIKE A BYPASSED CARD.
013081*****************************************************************
013081 3300-PROVE-BATCHES.
013081     IF FZB-BLOG-NOT-OPEN
013081         OPEN I-O FZB-BATCH-LOG-FILE
013081         IF FZB-BLOG-OK
013081             SET FZB-BLOG-OPEN TO TRUE
013081         ELSE
013081             SET FZB-BLOG-FAILED TO TRUE
013081             DISPLAY 'FIZZBUZZ - TRANBAT OPEN FAILED - STATUS '
013081                 FZB-BLOG-STATUS ' - BATCHES CANNOT BE PROVED'
013081         END-IF
013081     END-IF.
013081     MOVE ZEROS TO FZB-BAT-TABLE.
013081     SET FZB-BAT-OUTSIDE TO TRUE.
013081     OPEN INPUT FZB-TRAN-FILE.
013081     PERFORM 3310-PROVE-ONE-RECORD THRU 3310-EXIT
013081         UNTIL FZB-TRAN-EOF.
013081     CLOSE FZB-TRAN-FILE.
013081     IF FZB-BAT-IN-OURS
013081         MOVE 'TRL'             TO FZB-BAT-REASON-WK
013081         MOVE 'TRAILER MISSING' TO FZB-BAT-TEXT-WK
013081         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013081     END-IF.
013081     PERFORM 3360-PRINT-BATCHES THRU 3360-EXIT.
013081     IF FZB-BAT-STRAY-CNT > 0
013081         DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID ' - '
013081             FZB-BAT-STRAY-CNT ' TRANIN RECORDS OUTSIDE ANY BATCH'
013081     END-IF.
013081     IF FZB-BAT-REJECT-CNT > 0 OR FZB-BAT-OVER-CNT > 0
013081             OR FZB-BAT-STRAY-CNT > 0
013081         IF RETURN-CODE < 8
013081             MOVE 8 TO RETURN-CODE
013081         END-IF
013082     END-IF.
013082 3300-EXIT.
013082     EXIT.
013082*****************************************************************
013082*    3310-PROVE-ONE-RECORD
013082*        READS ONE TRANIN RECORD ON THE PROVING PASS AND ADDS A
013082*        VALUE RECORD TO THE COUNT AND HASH TOTAL OF THE BATCH
013082*        IT BELONGS TO.  A NON-NUMERIC VALUE COUNTS AS A RECORD
013082*        BUT ADDS NOTHING TO THE HASH.
013082*****************************************************************
013082 3310-PROVE-ONE-RECORD.
013082     READ FZB-TRAN-FILE INTO FZB-TRAN-WORK
013082         AT END
013082             SET FZB-TRAN-EOF TO TRUE
013082             GO TO 3310-EXIT
013082     END-READ.
013082     IF FZB-BCH-HEADER
013082         PERFORM 3320-PROVE-HEADER THRU 3320-EXIT
013082         GO TO 3310-EXIT
013082     END-IF.
013082     IF FZB-BCH-TRAILER
013082         PERFORM 3330-PROVE-TRAILER THRU 3330-EXIT
013082         GO TO 3310-EXIT
013082     END-IF.
013082     IF FZB-BAT-OUTSIDE
013082         ADD 1 TO FZB-BAT-STRAY-CNT
013082         GO TO 3310-EXIT
013082     END-IF.
013082     IF NOT FZB-BAT-IN-OURS
013082         GO TO 3310-EXIT
013082     END-IF.
013082     ADD 1 TO FZB-BAT-READ-CNT(FZB-BAT-IDX).
013082     IF FZB-TRAN-VALUE-X NUMERIC
013082         ADD FZB-TRAN-VALUE-9 TO FZB-BAT-READ-HASH(FZB-BAT-IDX)
013082     END-IF.
013082 3310-EXIT.
013082     EXIT.
013082*****************************************************************
013082*    3320-PROVE-HEADER
013082*        STARTS A BATCH.  A BATCH FOR THIS CODE STILL OPEN HAD
013082*        NO TRAILER.  A HEADER FOR ANOTHER CODE STARTS A BATCH
013082*        THAT IS PASSED OVER; ONE FOR THIS CODE GETS THE NEXT
013082*        TABLE ENTRY, OR IS REJECTED UNPROVED WHEN THE TABLE IS
013082*        FULL.
013082*****************************************************************
013082 3320-PROVE-HEADER.
013082     IF FZB-BAT-IN-OURS
013083         MOVE 'TRL'             TO FZB-BAT-REASON-WK
013083         MOVE 'TRAILER MISSING' TO FZB-BAT-TEXT-WK
013083         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013083     END-IF.
013083     IF FZB-BCH-REQ-CODE NOT = FZB-REQUEST-CODE
013083         SET FZB-BAT-IN-OTHER TO TRUE
013083         GO TO 3320-EXIT
013083     END-IF.
013083     IF FZB-BAT-COUNT >= FZB-BAT-MAX
013083         ADD 1 TO FZB-BAT-OVER-CNT
013083         SET FZB-BAT-IN-SKIPPED TO TRUE
013083         DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID
013083             ' - BATCH TABLE FULL - BATCH ' FZB-BCH-BATCH-DATE-X
013083             '/' FZB-BCH-BATCH-NO-X ' REJECTED UNPROVED'
013083         GO TO 3320-EXIT
013083     END-IF.
013083     ADD 1 TO FZB-BAT-COUNT.
013083     SET FZB-BAT-IDX TO FZB-BAT-COUNT.
013083     SET FZB-BAT-IN-OURS TO TRUE.
013083     SET FZB-BAT-OPEN(FZB-BAT-IDX) TO TRUE.
013083     IF FZB-BCH-BATCH-DATE-X NUMERIC
013083      AND FZB-BCH-BATCH-NO-X NUMERIC
013083         MOVE FZB-BCH-BATCH-DATE TO FZB-BAT-DATE(FZB-BAT-IDX)
013083         MOVE FZB-BCH-BATCH-NO   TO FZB-BAT-NO(FZB-BAT-IDX)
013083     ELSE
013083         MOVE 'HDR'            TO FZB-BAT-REASON-WK
013083         MOVE 'INVALID HEADER' TO FZB-BAT-TEXT-WK
013083         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013083     END-IF.
013083 3320-EXIT.
013083     EXIT.
013083*****************************************************************
013083*    3330-PROVE-TRAILER
013083*        ENDS A BATCH.  A TRAILER FOR THIS CODE'S BATCH IS
013083*        CHECKED BY 3340-CHECK-BATCH; A TRAILER WITH NO BATCH
013083*        OPEN IS A STRAY RECORD.
013083*****************************************************************
013083 3330-PROVE-TRAILER.
013083     IF FZB-BAT-OUTSIDE
013083         ADD 1 TO FZB-BAT-STRAY-CNT
013083     END-IF.
013083     IF NOT FZB-BAT-IN-OURS
013083         SET FZB-BAT-OUTSIDE TO TRUE
013083         GO TO 3330-EXIT
013083     END-IF.
013083     SET FZB-BAT-OUTSIDE TO TRUE.
013083     IF FZB-BCH-RECORD-COUNT-X NOT NUMERIC
013084             OR FZB-BCH-HASH-TOTAL-X NOT NUMERIC
013084         IF FZB-BAT-OPEN(FZB-BAT-IDX)
013084             MOVE 'TRV'             TO FZB-BAT-REASON-WK
013084             MOVE 'INVALID TRAILER' TO FZB-BAT-TEXT-WK
013084             PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013084         END-IF
013084         GO TO 3330-EXIT
013084     END-IF.
013084     MOVE FZB-BCH-RECORD-COUNT TO FZB-BAT-SUB-CNT(FZB-BAT-IDX).
013084     MOVE FZB-BCH-HASH-TOTAL   TO FZB-BAT-SUB-HASH(FZB-BAT-IDX).
013084     IF FZB-BAT-OPEN(FZB-BAT-IDX)
013084         PERFORM 3340-CHECK-BATCH THRU 3340-EXIT
013084     END-IF.
013084 3330-EXIT.
013084     EXIT.
013084*****************************************************************
013084*    3340-CHECK-BATCH
013084*        PROVES ONE COMPLETE BATCH: THE SUBMITTER'S COUNT AND
013084*        HASH TOTAL MUST EQUAL OURS, AND THE BATCH MUST NOT HAVE
013084*        BEEN ACCEPTED ALREADY - EARLIER IN THIS FILE, OR BY AN
013084*        EARLIER RUN ACCORDING TO THE BATCH LOG.  A BATCH LOGGED
013084*        BY THE EXECUTION THIS ONE RESUMES IS NOT A DUPLICATE;
013084*        THAT EXECUTION NEVER FINISHED THE REQUEST.  A BATCH THAT
013084*        CANNOT BE CHECKED AGAINST THE LOG IS NOT ACCEPTED.
013084*****************************************************************
013084 3340-CHECK-BATCH.
013084     IF FZB-BAT-SUB-CNT(FZB-BAT-IDX)
013084             NOT = FZB-BAT-READ-CNT(FZB-BAT-IDX)
013084         MOVE 'CNT'              TO FZB-BAT-REASON-WK
013084         MOVE 'RECORD COUNT OFF' TO FZB-BAT-TEXT-WK
013084         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013084         GO TO 3340-EXIT
013084     END-IF.
013084     IF FZB-BAT-SUB-HASH(FZB-BAT-IDX)
013084             NOT = FZB-BAT-READ-HASH(FZB-BAT-IDX)
013084         MOVE 'HSH'            TO FZB-BAT-REASON-WK
013084         MOVE 'HASH TOTAL OFF' TO FZB-BAT-TEXT-WK
013084         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013084         GO TO 3340-EXIT
013084     END-IF.
013084     SET FZB-BAT-DUP-NOT-FOUND TO TRUE.
013084     SET FZB-BAT-DUP-IDX TO 1.
013084     SEARCH FZB-BAT-ENTRY VARYING FZB-BAT-DUP-IDX
013084         AT END CONTINUE
013084         WHEN FZB-BAT-ACCEPTED(FZB-BAT-DUP-IDX)
013084          AND FZB-BAT-DATE(FZB-BAT-DUP-IDX)
013084                  = FZB-BAT-DATE(FZB-BAT-IDX)
013084          AND FZB-BAT-NO(FZB-BAT-DUP-IDX)
013085                  = FZB-BAT-NO(FZB-BAT-IDX)
013085             SET FZB-BAT-DUP-FOUND TO TRUE
013085     END-SEARCH.
013085     IF FZB-BAT-DUP-FOUND
013085         MOVE 'DUP'             TO FZB-BAT-REASON-WK
013085         MOVE 'DUPLICATE BATCH' TO FZB-BAT-TEXT-WK
013085         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013085         GO TO 3340-EXIT
013085     END-IF.
013085     IF NOT FZB-BLOG-OPEN
013085         MOVE 'LOG'            TO FZB-BAT-REASON-WK
013085         MOVE 'BATCH LOG DOWN' TO FZB-BAT-TEXT-WK
013085         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013085         GO TO 3340-EXIT
013085     END-IF.
013085     MOVE FZB-REQUEST-CODE         TO FZB-BLG-REQ-CODE.
013085     MOVE FZB-BAT-DATE(FZB-BAT-IDX) TO FZB-BLG-BATCH-DATE.
013085     MOVE FZB-BAT-NO(FZB-BAT-IDX)   TO FZB-BLG-BATCH-NO.
013085     READ FZB-BATCH-LOG-FILE
013085         INVALID KEY CONTINUE
013085     END-READ.
013085     IF NOT FZB-BLOG-OK AND NOT FZB-BLOG-NOT-FOUND
013085         DISPLAY 'FIZZBUZZ - TRANBAT READ FAILED - STATUS '
013085             FZB-BLOG-STATUS
013085         MOVE 'LOG'            TO FZB-BAT-REASON-WK
013085         MOVE 'BATCH LOG DOWN' TO FZB-BAT-TEXT-WK
013085         PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013085         GO TO 3340-EXIT
013085     END-IF.
013085     IF FZB-BLOG-OK AND FZB-BLG-ACCEPTED
013085         IF FZB-IS-RESTART
013085                 AND FZB-BLG-RUN-DATE = FZB-RST-RUN-DATE
013085                 AND FZB-BLG-RUN-TIME = FZB-RST-RUN-TIME
013085             CONTINUE
013085         ELSE
013085             DISPLAY 'FIZZBUZZ - BATCH ' FZB-BLG-BATCH-DATE '/'
013085                 FZB-BLG-BATCH-NO ' ALREADY CLASSIFIED BY RUN '
013085                 FZB-BLG-RUN-DATE '/' FZB-BLG-RUN-TIME
013085             MOVE 'DUP'             TO FZB-BAT-REASON-WK
013085             MOVE 'DUPLICATE BATCH' TO FZB-BAT-TEXT-WK
013085             PERFORM 3350-REJECT-BATCH THRU 3350-EXIT
013085             GO TO 3340-EXIT
013085         END-IF
013085     END-IF.
013085     SET FZB-BAT-ACCEPTED(FZB-BAT-IDX) TO TRUE.
013085     ADD 1 TO FZB-BAT-ACCEPT-CNT.
013085     ADD FZB-BAT-SUB-CNT(FZB-BAT-IDX) TO FZB-BAT-SUBMIT-CNT.
013086 3340-EXIT.
013086     EXIT.
013086*****************************************************************
013086*    3350-REJECT-BATCH
013086*        REJECTS THE BATCH AT FZB-BAT-IDX WHOLE FOR THE REASON IN
013086*        FZB-BAT-REASON-WK/FZB-BAT-TEXT-WK.
013086*****************************************************************
013086 3350-REJECT-BATCH.
013086     SET FZB-BAT-REJECTED(FZB-BAT-IDX) TO TRUE.
013086     MOVE FZB-BAT-REASON-WK TO FZB-BAT-REASON(FZB-BAT-IDX).
013086     MOVE FZB-BAT-TEXT-WK   TO FZB-BAT-TEXT(FZB-BAT-IDX).
013086     ADD 1 TO FZB-BAT-REJECT-CNT.
013086     DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID ' CODE '
013086         FZB-REQUEST-CODE ' BATCH ' FZB-BAT-DATE(FZB-BAT-IDX) '/'
013086         FZB-BAT-NO(FZB-BAT-IDX) ' REJECTED - ' FZB-BAT-TEXT-WK.
013086 3350-EXIT.
013086     EXIT.
013086*****************************************************************
013086*    3360-PRINT-BATCHES
013086*        LISTS THE REQUEST'S BATCHES ON THE REPORT WITH THE
013086*        SUBMITTER'S TOTALS, THE RECORDS READ, AND THE
013086*        DISPOSITION, FOLLOWED BY ANY BATCHES LEFT UNPROVED AND
013086*        ANY RECORDS OUTSIDE A BATCH.
013086*****************************************************************
013086 3360-PRINT-BATCHES.
013086     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
013086         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
013086     END-IF.
013086     MOVE FZB-REQUEST-CODE TO FZB-BTH-REQ-CODE.
013086     WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-HEAD
013086         AFTER ADVANCING 2 LINES.
013086     WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-COLS
013086         AFTER ADVANCING 1 LINE.
013086     ADD 3 TO FZB-LINE-COUNT.
013086     PERFORM 3365-PRINT-ONE-BATCH THRU 3365-EXIT
013086         VARYING FZB-BAT-IDX FROM 1 BY 1
013086         UNTIL FZB-BAT-IDX > FZB-BAT-COUNT.
013086     IF FZB-BAT-OVER-CNT > 0
013086         MOVE FZB-BAT-OVER-CNT TO FZB-BTN-COUNT
013086         MOVE 'FURTHER BATCHES REJECTED - NOT PROVED'
013086             TO FZB-BTN-TEXT
013086         PERFORM 3370-PRINT-BATCH-NOTE THRU 3370-EXIT
013086     END-IF.
013086     IF FZB-BAT-STRAY-CNT > 0
013086         MOVE FZB-BAT-STRAY-CNT TO FZB-BTN-COUNT
013086         MOVE 'RECORDS OUTSIDE ANY BATCH - IGNORED'
013086             TO FZB-BTN-TEXT
013087         PERFORM 3370-PRINT-BATCH-NOTE THRU 3370-EXIT
013087     END-IF.
013087 3360-EXIT.
013087     EXIT.
013087*****************************************************************
013087*    3365-PRINT-ONE-BATCH
013087*        PRINTS ONE BATCH TABLE ENTRY.
013087*****************************************************************
013087 3365-PRINT-ONE-BATCH.
013087     MOVE FZB-BAT-DATE(FZB-BAT-IDX)      TO FZB-BTL-DATE.
013087     MOVE FZB-BAT-NO(FZB-BAT-IDX)        TO FZB-BTL-NO.
013087     MOVE FZB-BAT-SUB-CNT(FZB-BAT-IDX)   TO FZB-BTL-SUB-CNT.
013087     MOVE FZB-BAT-SUB-HASH(FZB-BAT-IDX)  TO FZB-BTL-SUB-HASH.
013087     MOVE FZB-BAT-READ-CNT(FZB-BAT-IDX)  TO FZB-BTL-READ-CNT.
013087     IF FZB-BAT-ACCEPTED(FZB-BAT-IDX)
013087         MOVE 'ACCEPTED' TO FZB-BTL-DISPOSITION
013087     ELSE
013087         MOVE SPACES TO FZB-BTL-DISPOSITION
013087         STRING 'REJECTED - ' DELIMITED BY SIZE
013087             FZB-BAT-TEXT(FZB-BAT-IDX) DELIMITED BY SIZE
013087             INTO FZB-BTL-DISPOSITION
013087         END-STRING
013087     END-IF.
013087     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
013087         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
013087         WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-COLS
013087             AFTER ADVANCING 2 LINES
013087         ADD 2 TO FZB-LINE-COUNT
013087     END-IF.
013087     WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-LINE
013087         AFTER ADVANCING 1 LINE.
013087     ADD 1 TO FZB-LINE-COUNT.
013087 3365-EXIT.
013087     EXIT.
013087*****************************************************************
013087*    3370-PRINT-BATCH-NOTE
013087*        PRINTS ONE COUNTED NOTE UNDER THE BATCH LIST.
013087*****************************************************************
013087 3370-PRINT-BATCH-NOTE.
013087     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
013087         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
013087     END-IF.
013087     WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-NOTE
013087         AFTER ADVANCING 1 LINE.
013087     ADD 1 TO FZB-LINE-COUNT.
013087 3370-EXIT.
013087     EXIT.
013087*****************************************************************
013088*    3380-LOG-BATCHES
013088*        RECORDS THE REQUEST'S BATCHES ON THE BATCH LOG ONCE
013088*        THE REQUEST IS CLASSIFIED (OR BYPASSED): 'A' FOR EACH
013088*        ACCEPTED BATCH, 'R' WITH THE REASON FOR EACH REJECTED
013088*        ONE.  A DUPLICATE IS NOT LOGGED - THE ENTRY ALREADY
013088*        THERE IS THE ORIGINAL - AND NEITHER IS A BATCH WHOSE
013088*        HEADER COULD NOT BE READ.  A REJECTION NEVER REPLACES
013088*        AN ACCEPTED ENTRY.  A LOG FAILURE IS REPORTED ON THE
013088*        CONSOLE; THE BATCHES HAVE ALREADY BEEN PROVED.
013088*****************************************************************
013088 3380-LOG-BATCHES.
013088     IF NOT FZB-BLOG-OPEN
013088         GO TO 3380-EXIT
013088     END-IF.
013088     PERFORM 3385-LOG-ONE-BATCH THRU 3385-EXIT
013088         VARYING FZB-BAT-IDX FROM 1 BY 1
013088         UNTIL FZB-BAT-IDX > FZB-BAT-COUNT.
013088 3380-EXIT.
013088     EXIT.
013088*****************************************************************
013088*    3385-LOG-ONE-BATCH
013088*        WRITES OR REWRITES ONE BATCH'S LOG ENTRY.
013088*****************************************************************
013088 3385-LOG-ONE-BATCH.
013088     IF FZB-BAT-REASON(FZB-BAT-IDX) = 'DUP' OR 'HDR'
013088         GO TO 3385-EXIT
013088     END-IF.
013088     MOVE FZB-REQUEST-CODE         TO FZB-BLG-REQ-CODE.
013088     MOVE FZB-BAT-DATE(FZB-BAT-IDX) TO FZB-BLG-BATCH-DATE.
013088     MOVE FZB-BAT-NO(FZB-BAT-IDX)   TO FZB-BLG-BATCH-NO.
013088     SET FZB-BLOG-ON-FILE TO TRUE.
013088     READ FZB-BATCH-LOG-FILE
013088         INVALID KEY CONTINUE
013088     END-READ.
013088     IF FZB-BLOG-NOT-FOUND
013088         SET FZB-BLOG-NEW TO TRUE
013088     ELSE
013088         IF NOT FZB-BLOG-OK
013088             GO TO 3385-FAILED
013088         END-IF
013088         IF FZB-BLG-ACCEPTED AND FZB-BAT-REJECTED(FZB-BAT-IDX)
013088             GO TO 3385-EXIT
013088         END-IF
013088     END-IF.
013088     MOVE FZB-BAT-STATUS(FZB-BAT-IDX)   TO FZB-BLG-STATUS.
013088     MOVE SPACES                        TO FZB-BLG-REASON-CODE.
013088     IF FZB-BAT-REJECTED(FZB-BAT-IDX)
013089         MOVE FZB-BAT-REASON(FZB-BAT-IDX) TO FZB-BLG-REASON-CODE
013089     END-IF.
013089     MOVE FZB-BAT-SUB-CNT(FZB-BAT-IDX)  TO FZB-BLG-RECORD-COUNT.
013089     MOVE FZB-BAT-SUB-HASH(FZB-BAT-IDX) TO FZB-BLG-HASH-TOTAL.
013089     MOVE FZB-RUN-DATE                  TO FZB-BLG-RUN-DATE.
013089     MOVE FZB-RUN-TIME                  TO FZB-BLG-RUN-TIME.
013089     MOVE FZB-REQUEST-ID                TO FZB-BLG-REQUEST-ID.
013089     IF FZB-BLOG-NEW
013089         WRITE FZB-BATCH-LOG-RECORD
013089             INVALID KEY CONTINUE
013089         END-WRITE
013089     ELSE
013089         REWRITE FZB-BATCH-LOG-RECORD
013089             INVALID KEY CONTINUE
013089         END-REWRITE
013089     END-IF.
013089     IF FZB-BLOG-OK
013089         GO TO 3385-EXIT
013089     END-IF.
013089 3385-FAILED.
013089     DISPLAY 'FIZZBUZZ - TRANBAT UPDATE FAILED - STATUS '
013089         FZB-BLOG-STATUS ' - BATCH ' FZB-BLG-BATCH-DATE '/'
013089         FZB-BLG-BATCH-NO.
013089 3385-EXIT.
013089     EXIT.
013089*****************************************************************
013089*    3390-BYPASS-NO-BATCH
013089*        BYPASSES A TRANSACTION REQUEST THAT HAS NO BALANCED
013089*        BATCH TO CLASSIFY, THE SAME WAY 2000-PROCESS-REQUEST
013089*        BYPASSES AN INVALID CARD: REPORT LINE, RETURN CODE 8,
013089*        'B' AUDIT RECORD AND REQUEST-DONE CHECKPOINT.  ITS
013089*        REJECTED BATCHES ARE STILL LOGGED.
013089*****************************************************************
013089 3390-BYPASS-NO-BATCH.
013089     WRITE FZB-REPORT-LINE FROM FZB-RPT-NO-BATCH-LINE
013089         AFTER ADVANCING 2 LINES.
013089     ADD 2 TO FZB-LINE-COUNT.
013089     DISPLAY 'FIZZBUZZ - REQUEST ' FZB-REQUEST-ID ' CODE '
013089         FZB-REQUEST-CODE ' BYPASSED - NO BALANCED BATCH'.
013089     IF RETURN-CODE < 8
013089         MOVE 8 TO RETURN-CODE
013089     END-IF.
013089     MOVE 'B' TO FZB-REQ-STATUS.
013089     PERFORM 3380-LOG-BATCHES THRU 3380-EXIT.
013089     PERFORM 8600-WRITE-AUDIT-RECORD THRU 8600-EXIT.
013089     PERFORM 2950-WRITE-REQUEST-DONE THRU 2950-EXIT.
013089 3390-EXIT.
013090     EXIT.
013100*****************************************************************
013110*    3400-PROCESS-TRANS
013140*        AGAINST THE PARAMETER-SUPPLIED RULE TABLE.  REJECTED
013150*        VALUES ARE HELD FOR THE EXCEPTIONS PAGE RATHER THAN
013160*        FAILING THE RUN.
013163*        ONLY THE VALUES OF THE BATCHES 3300-PROVE-BATCHES
013166*        ACCEPTED ARE CLASSIFIED.
013170*****************************************************************
013180 3400-PROCESS-TRANS.
013183     MOVE 0 TO FZB-BAT-POS.
013186     SET FZB-BAT-OUTSIDE TO TRUE.
013190     OPEN INPUT FZB-TRAN-FILE.
013200     PERFORM 3410-PROCESS-ONE-TRAN THRU 3410-EXIT
013210         UNTIL FZB-TRAN-EOF.
013280*        VALUE IN COLUMNS 1-6 MUST BE NUMERIC AND WITHIN THE
013290*        PARAMETER LOW/HIGH BOUNDS; ANYTHING ELSE IS REJECTED
013300*        ONTO THE EXCEPTIONS PAGE AND THE RUN CONTINUES.
013302*        BATCH HEADERS AND TRAILERS ARE NOT VALUES, AND A VALUE
013305*        OUTSIDE AN ACCEPTED BATCH FOR THE REQUEST IS PASSED
013307*        OVER.
013310*****************************************************************
013320 3410-PROCESS-ONE-TRAN.
013330     READ FZB-TRAN-FILE INTO FZB-TRAN-WORK
013350             SET FZB-TRAN-EOF TO TRUE
013360             GO TO 3410-EXIT
013370     END-READ.
013371     IF FZB-BCH-HEADER
013372         PERFORM 3420-ENTER-BATCH THRU 3420-EXIT
013373         GO TO 3410-EXIT
013374     END-IF.
013375     IF FZB-BCH-TRAILER OR NOT FZB-BAT-IN-OURS
013376         SET FZB-BAT-OUTSIDE TO TRUE
013377         GO TO 3410-EXIT
013378     END-IF.
013380     IF FZB-TRAN-VALUE-X NOT NUMERIC
013390         MOVE 'NON-NUMERIC VALUE' TO FZB-EXCP-REASON-WK
013400         MOVE 'NUM' TO FZB-EXCP-CODE-WK
013510     MOVE FZB-TRAN-VALUE-9 TO COUNTER.
013520     PERFORM 3100-CLASSIFY-COUNTER THRU 3100-EXIT.
013530 3410-EXIT.
013531     EXIT.
013531*****************************************************************
013531*    3420-ENTER-BATCH
013532*        STARTS THE NEXT BATCH ON THE CLASSIFICATION PASS.  A
013532*        HEADER FOR ANOTHER REQUEST CODE, AND A BATCH FOR THIS
013532*        CODE THAT 3300-PROVE-BATCHES DID NOT ACCEPT, ARE PASSED
013533*        OVER TO THE NEXT HEADER.  THE HEADERS FOR THE CODE COME
013533*        IN THE SAME ORDER AS ON THE PROVING PASS, SO THE NTH OF
013533*        THEM IS THE NTH ENTRY OF THE BATCH TABLE.
013534*****************************************************************
013534 3420-ENTER-BATCH.
013534     SET FZB-BAT-OUTSIDE TO TRUE.
013535     IF FZB-BCH-REQ-CODE NOT = FZB-REQUEST-CODE
013535         GO TO 3420-EXIT
013536     END-IF.
013536     ADD 1 TO FZB-BAT-POS.
013536     IF FZB-BAT-POS > FZB-BAT-COUNT
013537         GO TO 3420-EXIT
013537     END-IF.
013537     SET FZB-BAT-IDX TO FZB-BAT-POS.
013538     IF FZB-BAT-ACCEPTED(FZB-BAT-IDX)
013538         SET FZB-BAT-IN-OURS TO TRUE
013538         MOVE FZB-BAT-NO(FZB-BAT-IDX) TO FZB-BAT-CURR-NO
013539     END-IF.
013539 3420-EXIT.
013540     EXIT.
013550*****************************************************************
013560*    3450-REJECT-TRAN
013730     ELSE
013740         ADD 1 TO FZB-EXCP-OVERFLOW-CNT
013750     END-IF.
013752*    THE REJECT CARRIES THE BATCH IT CAME IN SO FZBRCYC CAN
013755*    RETURN THE CORRECTED VALUE AS A BATCH FOR THE SAME CODE.
013757     MOVE SPACES              TO FZB-REJECT-RECORD.
013760     MOVE FZB-TRAN-WORK       TO FZB-REJ-ORIG-RECORD.
013770     MOVE FZB-EXCP-CODE-WK    TO FZB-REJ-REASON-CODE.
013780     MOVE FZB-EXCP-REASON-WK  TO FZB-REJ-REASON-TEXT.
013790     MOVE FZB-REQUEST-ID      TO FZB-REJ-REQUEST-ID.
013800     MOVE FZB-RUN-DATE        TO FZB-REJ-RUN-DATE.
013810     MOVE FZB-RUN-TIME        TO FZB-REJ-RUN-TIME.
013813     MOVE FZB-REQUEST-CODE    TO FZB-REJ-REQ-CODE.
013816     MOVE FZB-BAT-CURR-NO     TO FZB-REJ-BATCH-NO.
013820     WRITE FZB-REJECT-RECORD.
013830 3450-EXIT.
013840     EXIT.
016350     MOVE COUNTER TO FZB-DATA-COUNTER.
016360     MOVE FZB-REQUEST-ID TO FZB-DATA-REQUEST-ID.
016370     MOVE FZB-REQUEST-CODE TO FZB-DATA-REQ-CODE.
016372     MOVE FZB-RUN-DATE TO FZB-DATA-RUN-DATE.
016375     MOVE FZB-RUN-TIME TO FZB-DATA-RUN-TIME.
016377     MOVE SPACES TO FZB-DATA-REPRINT-SW.
016380     WRITE FZB-DATA-RECORD.
016390 3990-EXIT.
016400     EXIT.
016460*****************************************************************
016470 3980-WRITE-CHECKPOINT.
016480     MOVE FZB-RUN-DATE      TO FZB-CHK-RUN-DATE.
016485     MOVE FZB-PROC-DATE     TO FZB-CHK-PROC-DATE.
016490     MOVE FZB-RUN-TIME      TO FZB-CHK-RUN-TIME.
016500     MOVE FZB-REQUEST-ID    TO FZB-CHK-REQUEST-ID.
016510     MOVE 'N'               TO FZB-CHK-REQ-DONE-SW.
016790 3950-EXIT.
016800     EXIT.
016810*****************************************************************
016811*    7000-TEST-CARD-DUE
016811*        DECIDES WHETHER THE CARD IN FZB-CAL-CARD IS DUE ON
016811*        FZB-CAL-TEST-DATE.  SETS FZB-CAL-DUE-SW, AND FOR A CARD
016811*        NOT DUE, FZB-CAL-REASON.  A BUSINESS DAY IS MONDAY TO
016811*        FRIDAY AND NOT A HOLIDAY ON THE CARD'S CALENDAR.
016811*          D (OR SPACE) - EVERY DAY; BUSINESS DAYS ONLY WHEN THE
016811*                         CARD NAMES A CALENDAR.
016811*          W NN         - ON WEEKDAY NN (01 = MONDAY).  WHEN THE
016811*                         CARD NAMES A CALENDAR AND THAT DAY IS
016811*                         A HOLIDAY, IT RUNS ON THE NEXT
016811*                         BUSINESS DAY INSTEAD.
016811*          M            - THE LAST BUSINESS DAY OF THE MONTH.
016811*          N NN         - THE NN-TH BUSINESS DAY OF THE MONTH.
016811*        EFFECTIVE DATES OF ZERO ARE OPEN-ENDED.
016811*****************************************************************
016811 7000-TEST-CARD-DUE.
016811     SET FZB-CAL-DUE TO TRUE.
016811     MOVE SPACES TO FZB-CAL-REASON.
016811     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
016811     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
016811     MOVE FZB-CAL-DAYNUM TO FZB-CAL-TEST-DAYNUM.
016811     IF FZB-CAL-EFF-FROM NOT = 0
016811         MOVE FZB-CAL-EFF-FROM TO FZB-CAL-DATE
016811         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
016811         IF FZB-CAL-TEST-DAYNUM < FZB-CAL-DAYNUM
016811             SET FZB-CAL-NOT-DUE TO TRUE
016811             MOVE 'NOT YET EFFECTIVE' TO FZB-CAL-REASON
016811             GO TO 7000-EXIT
016811         END-IF
016811     END-IF.
016812     IF FZB-CAL-EFF-TO NOT = 0
016812         MOVE FZB-CAL-EFF-TO TO FZB-CAL-DATE
016812         PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
016812         IF FZB-CAL-TEST-DAYNUM > FZB-CAL-DAYNUM
016812             SET FZB-CAL-NOT-DUE TO TRUE
016812             MOVE 'NO LONGER EFFECTIVE' TO FZB-CAL-REASON
016812             GO TO 7000-EXIT
016812         END-IF
016812     END-IF.
016812     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-DAYNUM.
016812     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
016812     IF FZB-CAL-FREQ-WEEKLY
016812         PERFORM 7300-CHECK-WEEKLY THRU 7300-EXIT
016812         GO TO 7000-EXIT
016812     END-IF.
016812     IF FZB-CAL-FREQ-MONTH-END
016812         PERFORM 7400-CHECK-MONTH-END THRU 7400-EXIT
016812         GO TO 7000-EXIT
016812     END-IF.
016812     IF FZB-CAL-FREQ-BUS-DAY
016812         PERFORM 7500-CHECK-NTH-BUS-DAY THRU 7500-EXIT
016812         GO TO 7000-EXIT
016812     END-IF.
016812     IF FZB-CAL-ID NOT = SPACES AND FZB-CAL-NOT-BUS-DAY
016812         SET FZB-CAL-NOT-DUE TO TRUE
016812         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
016812     END-IF.
016812 7000-EXIT.
016812     EXIT.
016812*****************************************************************
016813*    7100-DATE-TO-DAYNUM
016813*        CONVERTS THE YYMMDD DATE IN FZB-CAL-DATE TO A DAY
016813*        NUMBER IN FZB-CAL-DAYNUM.
016813*****************************************************************
016813 7100-DATE-TO-DAYNUM.
016813     MOVE FZB-CAL-DATE-YY TO FZB-CAL-YY.
016813     MOVE FZB-CAL-DATE-MM TO FZB-CAL-MM.
016813     MOVE FZB-CAL-DATE-DD TO FZB-CAL-DD.
016813     IF FZB-CAL-YY < 50
016813         MOVE 20 TO FZB-CAL-CC
016813     ELSE
016813         MOVE 19 TO FZB-CAL-CC
016813     END-IF.
016813     COMPUTE FZB-CAL-DAYNUM =
016813         FUNCTION INTEGER-OF-DATE(FZB-CAL-CCYYMMDD).
016813 7100-EXIT.
016813     EXIT.
016813*****************************************************************
016813*    7150-DAYNUM-TO-DATE
016813*        CONVERTS THE DAY NUMBER IN FZB-CAL-DAYNUM BACK TO A
016813*        YYMMDD DATE IN FZB-CAL-DATE.
016813*****************************************************************
016813 7150-DAYNUM-TO-DATE.
016813     COMPUTE FZB-CAL-CCYYMMDD =
016813         FUNCTION DATE-OF-INTEGER(FZB-CAL-DAYNUM).
016813     MOVE FZB-CAL-YY TO FZB-CAL-DATE-YY.
016813     MOVE FZB-CAL-MM TO FZB-CAL-DATE-MM.
016813     MOVE FZB-CAL-DD TO FZB-CAL-DATE-DD.
016813 7150-EXIT.
016813     EXIT.
016814*****************************************************************
016814*    7200-TEST-BUSINESS-DAY
016814*        SETS FZB-CAL-WEEKDAY (1 = MONDAY ... 7 = SUNDAY) FOR
016814*        THE DAY NUMBER IN FZB-CAL-DAYNUM, AND FZB-CAL-BUS-SW:
016814*        A WEEKDAY THAT IS NOT A HOLIDAY ON CALENDAR FZB-CAL-ID.
016814*****************************************************************
016814 7200-TEST-BUSINESS-DAY.
016814     DIVIDE FZB-CAL-DAYNUM BY 7 GIVING FZB-CAL-DISCARD
016814         REMAINDER FZB-CAL-WEEKDAY.
016814     IF FZB-CAL-WEEKDAY = 0
016814         MOVE 7 TO FZB-CAL-WEEKDAY
016814     END-IF.
016814     SET FZB-CAL-BUS-DAY TO TRUE.
016814     IF FZB-CAL-WEEKDAY > 5
016814         SET FZB-CAL-NOT-BUS-DAY TO TRUE
016814         GO TO 7200-EXIT
016814     END-IF.
016814     IF FZB-CAL-ID = SPACES OR FZB-HOL-COUNT = 0
016814         GO TO 7200-EXIT
016814     END-IF.
016814     MOVE FZB-CAL-ID TO FZB-CAL-HOL-CAL-ID.
016814     MOVE FZB-CAL-DAYNUM TO FZB-CAL-HOL-DAYNUM.
016814     SET FZB-HOL-IDX TO 1.
016814     SEARCH FZB-HOL-ENTRY
016814         AT END CONTINUE
016814         WHEN FZB-HOL-KEY(FZB-HOL-IDX) = FZB-CAL-HOL-KEY
016814             SET FZB-CAL-NOT-BUS-DAY TO TRUE
016814     END-SEARCH.
016814 7200-EXIT.
016814     EXIT.
016815*****************************************************************
016815*    7300-CHECK-WEEKLY
016815*        A WEEKLY CARD IS DUE ON ITS WEEKDAY.  WITH A CALENDAR
016815*        IT MUST ALSO BE A BUSINESS DAY, AND A CARD WHOSE
016815*        WEEKDAY FELL ON A HOLIDAY IS DUE ON THE FIRST BUSINESS
016815*        DAY AFTER IT - FOUND BY WALKING BACK FROM THE TEST DATE
016815*        OVER NON-BUSINESS DAYS LOOKING FOR THE CARD'S WEEKDAY.
016815*****************************************************************
016815 7300-CHECK-WEEKLY.
016815     IF FZB-CAL-ID = SPACES
016815         IF FZB-CAL-WEEKDAY NOT = FZB-CAL-FREQ-DAY
016815             SET FZB-CAL-NOT-DUE TO TRUE
016815         END-IF
016815         GO TO 7300-REASON
016815     END-IF.
016815     IF FZB-CAL-NOT-BUS-DAY
016815         SET FZB-CAL-NOT-DUE TO TRUE
016815         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
016815         GO TO 7300-EXIT
016815     END-IF.
016815     IF FZB-CAL-WEEKDAY = FZB-CAL-FREQ-DAY
016815         GO TO 7300-EXIT
016815     END-IF.
016815     SET FZB-CAL-NOT-DUE TO TRUE.
016815     SET FZB-CAL-GO TO TRUE.
016815     MOVE 0 TO FZB-CAL-STEPS.
016815     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-STEP-DAYNUM.
016815     PERFORM 7310-STEP-BACK-ONE-DAY THRU 7310-EXIT
016815         UNTIL FZB-CAL-STOP OR FZB-CAL-STEPS = 6.
016816 7300-REASON.
016816     IF FZB-CAL-NOT-DUE
016816         MOVE SPACES TO FZB-CAL-REASON
016816         STRING 'WEEKLY - RUNS ON ' DELIMITED BY SIZE
016816                FZB-WEEKDAY-NAME(FZB-CAL-FREQ-DAY)
016816                    DELIMITED BY SIZE
016816             INTO FZB-CAL-REASON
016816         END-STRING
016816     END-IF.
016816 7300-EXIT.
016816     EXIT.
016816*****************************************************************
016816*    7310-STEP-BACK-ONE-DAY
016816*        LOOKS AT THE DAY BEFORE THE LAST ONE EXAMINED.  A
016816*        BUSINESS DAY ENDS THE WALK (THE CARD RAN THEN OR WAS
016816*        NOT DUE); THE CARD'S WEEKDAY ON A HOLIDAY MEANS IT
016816*        ROLLED FORWARD TO THE TEST DATE.
016816*****************************************************************
016816 7310-STEP-BACK-ONE-DAY.
016816     ADD 1 TO FZB-CAL-STEPS.
016816     SUBTRACT 1 FROM FZB-CAL-STEP-DAYNUM.
016816     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
016816     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
016816     IF FZB-CAL-BUS-DAY
016816         SET FZB-CAL-STOP TO TRUE
016816         GO TO 7310-EXIT
016816     END-IF.
016816     IF FZB-CAL-WEEKDAY = FZB-CAL-FREQ-DAY
016816         SET FZB-CAL-DUE TO TRUE
016816         SET FZB-CAL-STOP TO TRUE
016817     END-IF.
016817 7310-EXIT.
016817     EXIT.
016817*****************************************************************
016817*    7400-CHECK-MONTH-END
016817*        A MONTH-END CARD IS DUE ON A BUSINESS DAY WITH NO
016817*        FURTHER BUSINESS DAY BEFORE THE MONTH CHANGES.
016817*****************************************************************
016817 7400-CHECK-MONTH-END.
016817     IF FZB-CAL-NOT-BUS-DAY
016817         SET FZB-CAL-NOT-DUE TO TRUE
016817         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
016817         GO TO 7400-EXIT
016817     END-IF.
016817     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
016817     MOVE FZB-CAL-DATE-MM TO FZB-CAL-TEST-MM.
016817     MOVE FZB-CAL-TEST-DAYNUM TO FZB-CAL-STEP-DAYNUM.
016817     SET FZB-CAL-GO TO TRUE.
016817     PERFORM 7410-STEP-FORWARD-ONE-DAY THRU 7410-EXIT
016817         UNTIL FZB-CAL-STOP.
016817 7400-EXIT.
016817     EXIT.
016817*****************************************************************
016817*    7410-STEP-FORWARD-ONE-DAY
016817*        LOOKS AT THE NEXT DAY.  A NEW MONTH ENDS THE WALK WITH
016817*        THE CARD DUE; ANOTHER BUSINESS DAY THIS MONTH ENDS IT
016817*        WITH THE CARD NOT DUE.
016817*****************************************************************
016817 7410-STEP-FORWARD-ONE-DAY.
016817     ADD 1 TO FZB-CAL-STEP-DAYNUM.
016818     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
016818     PERFORM 7150-DAYNUM-TO-DATE THRU 7150-EXIT.
016818     IF FZB-CAL-DATE-MM NOT = FZB-CAL-TEST-MM
016818         SET FZB-CAL-STOP TO TRUE
016818         GO TO 7410-EXIT
016818     END-IF.
016818     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
016818     IF FZB-CAL-BUS-DAY
016818         SET FZB-CAL-NOT-DUE TO TRUE
016818         MOVE 'MONTH-END - NOT LAST BUS DAY' TO FZB-CAL-REASON
016818         SET FZB-CAL-STOP TO TRUE
016818     END-IF.
016818 7410-EXIT.
016818     EXIT.
016818*****************************************************************
016818*    7500-CHECK-NTH-BUS-DAY
016818*        AN NTH-BUSINESS-DAY CARD IS DUE ON A BUSINESS DAY THAT
016818*        IS THE CARD'S BUSINESS DAY OF THE MONTH, COUNTING FROM
016818*        THE FIRST OF THE MONTH THROUGH THE TEST DATE.
016818*****************************************************************
016818 7500-CHECK-NTH-BUS-DAY.
016818     IF FZB-CAL-NOT-BUS-DAY
016818         SET FZB-CAL-NOT-DUE TO TRUE
016818         MOVE 'NOT A BUSINESS DAY' TO FZB-CAL-REASON
016818         GO TO 7500-EXIT
016818     END-IF.
016818     MOVE FZB-CAL-TEST-DATE TO FZB-CAL-DATE.
016818     MOVE 1 TO FZB-CAL-DATE-DD.
016818     PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT.
016818     MOVE FZB-CAL-DAYNUM TO FZB-CAL-STEP-DAYNUM.
016819     MOVE 0 TO FZB-CAL-BUS-COUNT.
016819     PERFORM 7510-COUNT-ONE-DAY THRU 7510-EXIT
016819         UNTIL FZB-CAL-STEP-DAYNUM > FZB-CAL-TEST-DAYNUM.
016819     IF FZB-CAL-BUS-COUNT NOT = FZB-CAL-FREQ-DAY
016819         SET FZB-CAL-NOT-DUE TO TRUE
016819         MOVE FZB-CAL-FREQ-DAY TO FZB-CAL-EDIT-DAY
016819         MOVE SPACES TO FZB-CAL-REASON
016819         STRING 'RUNS ON BUSINESS DAY ' DELIMITED BY SIZE
016819                FZB-CAL-EDIT-DAY DELIMITED BY SIZE
016819             INTO FZB-CAL-REASON
016819         END-STRING
016819     END-IF.
016819 7500-EXIT.
016819     EXIT.
016819*****************************************************************
016819*    7510-COUNT-ONE-DAY
016819*        COUNTS THE DAY AT FZB-CAL-STEP-DAYNUM IF IT IS A
016819*        BUSINESS DAY, THEN MOVES ON TO THE NEXT DAY.
016819*****************************************************************
016819 7510-COUNT-ONE-DAY.
016819     MOVE FZB-CAL-STEP-DAYNUM TO FZB-CAL-DAYNUM.
016819     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
016819     IF FZB-CAL-BUS-DAY
016819         ADD 1 TO FZB-CAL-BUS-COUNT
016819     END-IF.
016819     ADD 1 TO FZB-CAL-STEP-DAYNUM.
016819 7510-EXIT.
016819     EXIT.
016819*****************************************************************
016820*    8000-FINALIZE
016830*        CLOSES THE FILES OPENED FOR THE EXECUTION ONCE EVERY
016840*        REQUEST ON PARMIN HAS BEEN PROCESSED OR BYPASSED.
016910     CLOSE FZB-STAT-FILE.
016920     CLOSE FZB-REJECT-FILE.
016930     CLOSE FZB-AUDIT-FILE.
016931     IF FZB-BLOG-OPEN
016932         CLOSE FZB-BATCH-LOG-FILE
016934     END-IF.
016935     DISPLAY 'FIZZBUZZ - PROCESSING DATE ' FZB-PROC-DATE
016937         ' - CARDS DUE ' FZB-CNT-CARDS-DUE
016938         ' - NOT DUE ' FZB-CNT-CARDS-NOT-DUE.
016940 8000-EXIT.
016950     EXIT.
016960*****************************************************************
017780     MOVE FZB-CNT-TOTAL    TO FZB-TRL-COUNT.
017790     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
017800         AFTER ADVANCING 2 LINES.
017801*    THE SUBMITTED COUNT IS THE SUM OF THE ACCEPTED BATCHES'
017801*    TRAILER COUNTS - IT EQUALS TOTAL PROCESSED PLUS REJECTED.
017802     IF FZB-TRAN-MODE
017803         MOVE 'RECORDS SUBMITTED' TO FZB-TRL-LABEL
017804         MOVE FZB-BAT-SUBMIT-CNT  TO FZB-TRL-COUNT
017804         WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
017805             AFTER ADVANCING 1 LINE
017806         MOVE 'BATCHES ACCEPTED'  TO FZB-TRL-LABEL
017807         MOVE FZB-BAT-ACCEPT-CNT  TO FZB-TRL-COUNT
017807         WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
017808             AFTER ADVANCING 1 LINE
017809     END-IF.
017810     DISPLAY 'FIZZBUZZ - RUN SUMMARY - REQUEST ' FZB-REQUEST-ID.
017820     DISPLAY '  FIZZ ONLY......: ' FZB-CNT-FIZZ-ONLY.
017830     DISPLAY '  BUZZ ONLY......: ' FZB-CNT-BUZZ-ONLY.
017870     DISPLAY '  TOTAL PROCESSED: ' FZB-CNT-TOTAL.
017880     IF FZB-TRAN-MODE
017890         DISPLAY '  REJECTED.......: ' FZB-CNT-REJECT
017893         DISPLAY '  SUBMITTED......: ' FZB-BAT-SUBMIT-CNT
017896         DISPLAY '  BATCHES........: ' FZB-BAT-ACCEPT-CNT
017900     END-IF.
017910 8500-EXIT.
017920     EXIT.
019210     MOVE FZB-REQUEST-CODE      TO FZB-AUD-REQ-CODE.
019220     MOVE FZB-RUN-DATE          TO FZB-AUD-RUN-DATE.
019230     MOVE FZB-RUN-TIME          TO FZB-AUD-RUN-TIME.
019240     MOVE FZB-SLICE-LOW         TO FZB-AUD-LOW-VALUE.
019250     MOVE FZB-SLICE-HIGH        TO FZB-AUD-HIGH-VALUE.
019260     MOVE FZB-RULE-DIVISOR(1)   TO FZB-AUD-DIVISOR-1.
019270     MOVE FZB-RULE-DIVISOR(2)   TO FZB-AUD-DIVISOR-2.
019280     MOVE FZB-RULE-DIVISOR(3)   TO FZB-AUD-DIVISOR-3.
019320     MOVE FZB-CNT-OTHER         TO FZB-AUD-OTHER-CNT.
019330     MOVE FZB-CNT-PLAIN         TO FZB-AUD-PLAIN-CNT.
019340     MOVE FZB-CNT-TOTAL         TO FZB-AUD-TOTAL-CNT.
019341     MOVE FZB-BAT-SUBMIT-CNT    TO FZB-AUD-SUBMIT-CNT.
019342     MOVE FZB-BAT-ACCEPT-CNT    TO FZB-AUD-BATCH-CNT.
019343     IF FZB-REQ-SPLIT
019345         MOVE FZB-PART-NO       TO FZB-AUD-PARTITION
019346     ELSE
019347         MOVE SPACE             TO FZB-AUD-PARTITION
019348     END-IF.
019350     WRITE FZB-AUDIT-RECORD.
019351*    THE EMPTY-PARAMETER-FILE AUDIT RECORD (REQUEST ZERO) IS
019351*    NOT A REQUEST AND IS NOT COUNTED FOR THE LEDGER.
019352     IF FZB-REQUEST-ID = 0
019352         GO TO 8600-EXIT
019353     END-IF.
019353     ADD 1 TO FZB-RUN-REQ-CNT.
019354     IF FZB-REQ-STATUS = 'C'
019354         ADD 1 TO FZB-RUN-COMPLETE-CNT
019355     END-IF.
019356     IF FZB-REQ-STATUS = 'P'
019356         ADD 1 TO FZB-RUN-PARTIAL-CNT
019357     END-IF.
019357     IF FZB-REQ-STATUS = 'B'
019358         ADD 1 TO FZB-RUN-BYPASS-CNT
019358     END-IF.
019359     ADD FZB-CNT-REJECT TO FZB-RUN-REJECT-CNT.
019360 8600-EXIT.
019370     EXIT.
019380*****************************************************************
019390*    8900-POST-LEDGER-END
019400*        POSTS THE EXECUTION'S OUTCOME TO THE RUN LEDGER AND
019410*        CLOSES IT: 'F' FAILED WHEN THERE WAS NO PARAMETER
019420*        CARD (RETURN CODE 16), 'Q' QUIESCED WHEN A QUIESCE LEFT
019430*        WORK FOR THE RESUBMITTED JOB (RETURN CODE 4), OTHERWISE
019440*        'C' CLASSIFIED, WITH THE RETURN CODE, THE REQUEST
019450*        COUNTS, AND THE TIME THE RUN ENDED.
019460*****************************************************************
019470 8900-POST-LEDGER-END.
019480     IF FZB-LEDGER-NOT-OPEN
019490         GO TO 8900-EXIT
019500     END-IF.
019510     MOVE FZB-RUN-DATE TO FZB-LDG-WORK-DATE.
019520     MOVE FZB-RUN-TIME TO FZB-LDG-WORK-TIME.
019530     PERFORM 8910-READ-LEDGER THRU 8910-EXIT.
019540     SET FZB-LDG-CLASSIFIED TO TRUE.
019550     IF RETURN-CODE = 4 AND FZB-QUIESCED
019560         SET FZB-LDG-QUIESCED TO TRUE
019570     END-IF.
019580     IF RETURN-CODE = 16
019590         SET FZB-LDG-CLS-FAILED TO TRUE
019600     END-IF.
019610     MOVE RETURN-CODE          TO FZB-LDG-CLS-RC.
019620     MOVE FZB-PROC-DATE        TO FZB-LDG-PROC-DATE.
019630     MOVE FZB-RUN-REQ-CNT      TO FZB-LDG-REQ-CNT.
019640     MOVE FZB-RUN-COMPLETE-CNT TO FZB-LDG-COMPLETE-CNT.
019650     MOVE FZB-RUN-PARTIAL-CNT  TO FZB-LDG-PARTIAL-CNT.
019660     MOVE FZB-RUN-BYPASS-CNT   TO FZB-LDG-BYPASS-CNT.
019670     MOVE FZB-RUN-REJECT-CNT   TO FZB-LDG-REJECT-CNT.
019680     ACCEPT FZB-LDG-CLS-DATE FROM DATE.
019690     ACCEPT FZB-LDG-CLS-TIME FROM TIME.
019700     PERFORM 8920-SAVE-LEDGER THRU 8920-EXIT.
019710     CLOSE FZB-LEDGER-FILE.
019720     SET FZB-LEDGER-NOT-OPEN TO TRUE.
019730 8900-EXIT.
019740     EXIT.
019750*****************************************************************
019760*    8910-READ-LEDGER
019770*        READS THE LEDGER RECORD FOR THE RUN IN FZB-LDG-WORK-KEY.
019780*        A RUN NOT YET ON THE LEDGER GETS A CLEARED RECORD,
019790*        WRITTEN (NOT REWRITTEN) BY 8920-SAVE-LEDGER.
019800*****************************************************************
019810 8910-READ-LEDGER.
019820     MOVE FZB-LDG-WORK-KEY TO FZB-LDG-KEY.
019830     SET FZB-LEDGER-ON-FILE TO TRUE.
019840     READ FZB-LEDGER-FILE
019850         INVALID KEY CONTINUE
019860     END-READ.
019870     IF FZB-LEDGER-OK
019880         GO TO 8910-EXIT
019890     END-IF.
019900     SET FZB-LEDGER-NEW TO TRUE.
019910     MOVE SPACES           TO FZB-LEDGER-RECORD.
019920     MOVE ZEROS            TO FZB-LDG-NUMBERS.
019930     MOVE FZB-LDG-WORK-KEY TO FZB-LDG-KEY.
019940 8910-EXIT.
019950     EXIT.
019960*****************************************************************
019970*    8920-SAVE-LEDGER
019980*        WRITES OR REWRITES THE LEDGER RECORD.  A FAILURE IS
019990*        REPORTED ON THE CONSOLE ONLY - THE RUN'S RETURN CODE
020000*        GATES THE REST OF THE JOB AND MUST NOT BE RAISED BY
020010*        THE LEDGER.
020020*****************************************************************
020030 8920-SAVE-LEDGER.
020040     IF FZB-LEDGER-NEW
020050         WRITE FZB-LEDGER-RECORD
020060             INVALID KEY CONTINUE
020070         END-WRITE
020080     ELSE
020090         REWRITE FZB-LEDGER-RECORD
020100             INVALID KEY CONTINUE
020110         END-REWRITE
020120     END-IF.
020130     IF NOT FZB-LEDGER-OK
020140         DISPLAY 'FIZZBUZZ - RUNLEDG UPDATE FAILED - STATUS '
020150             FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
020160             FZB-LDG-RUN-TIME
020170     END-IF.
020180 8920-EXIT.
020190     EXIT.
