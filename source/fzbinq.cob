000185*    AS OF THE DATE IN COLUMNS 10-15 (YYMMDD) - THE LATEST
000186*    CLASSIFICATION LOADED ON OR BEFORE THAT DATE; 'H' LISTS
000187*    THE COUNTER'S FULL HISTORY, ONE ANSWER PER LOAD.
000188*    COLUMNS 17-24 MAY CARRY A REQUEST CODE TO LIMIT ANY OF
000188*    THE THREE FUNCTIONS TO THE CLASSIFICATION MADE UNDER THAT
000188*    CODE; LEFT BLANK, EVERY REQUEST CODE THAT HAS COVERED THE
000188*    COUNTER IS ANSWERED, ONE LINE PER CODE (PER LOAD FOR 'H').
000188*    EVERY INQUIRY RECORD IS JOURNALED TO INQJRNL (SEE FZBIAJ)
000188*    AS IT IS ANSWERED: WHO ASKED (THE USER ID IN COLUMNS 10-17
000189*    OF THE JRNLID CARD), FROM WHICH JOB (COLUMNS 1-8), THE
000189*    COUNTER, FUNCTION AND REQUEST CODE, AND WHETHER ANY ANSWER
000189*    WAS FOUND.  WITH NO JRNLID CARD THE INQUIRY IS JOURNALED
000189*    UNDER USER AND JOB 'UNKNOWN'.  A JOURNAL THAT CANNOT BE
000189*    OPENED OR WRITTEN ENDS THE RUN 12 WITH NO FURTHER ANSWERS.
000190*    MODIFICATION HISTORY.
000200*        2026-08-22  JHM  ORIGINAL PROGRAM.
000202*        2026-09-03  JHM  ADDED THE AS-OF ('A') AND FULL-HISTORY
000207*                         GENERATIONS ARE GONE.  EXISTING INQIN
000208*                         CARDS (COLUMNS 1-6 ONLY) BEHAVE
000209*                         EXACTLY AS BEFORE.
000209*        2026-10-15  JHM  MASTER AND HISTORY NOW KEYED BY
000209*                         REQUEST CODE AS WELL AS COUNTER.
000209*                         ADDED THE OPTIONAL REQUEST CODE IN
000209*                         COLUMNS 17-24; WITHOUT ONE EVERY
000209*                         CODE'S ANSWER IS LISTED.  THE REQUEST
000209*                         CODE IS NOW SHOWN ON THE RESPONSE
000209*                         RECORD AND REPORT LINE.
000209*        2026-10-15  JHM  EVERY INQUIRY IS NOW JOURNALED TO THE
000209*                         BATCH INQUIRY ACCESS JOURNAL (INQJRNL,
000209*                         SEE FZBIAJ) WITH THE SUBMITTING USER ID
000209*                         AND JOB NAME FROM THE JRNLID CARD, FOR
000209*                         THE WEEKLY FZBIAUS USAGE REPORT.  AN
000209*                         INQUIRY'S ANSWERS ARE HELD UNTIL IT IS
000209*                         JOURNALED; A JOURNAL THAT CANNOT BE
000209*                         OPENED OR WRITTEN ENDS THE RUN 12 AND
000209*                         NOTHING FURTHER IS ANSWERED.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000340     SELECT FZB-MASTER-FILE
000350         ASSIGN TO MASTER
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS FZB-MST-KEY
000390         FILE STATUS IS FZB-MASTER-STATUS.
000392     SELECT FZB-HIST-FILE
000393         ASSIGN TO MASTHIST
000410         ASSIGN TO INQOUT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FZB-RESP-STATUS.
000431     SELECT OPTIONAL FZB-JRNLID-FILE
000432         ASSIGN TO JRNLID
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS FZB-JRNLID-STATUS.
000435     SELECT FZB-JRNL-FILE
000436         ASSIGN TO INQJRNL
000437         ORGANIZATION IS SEQUENTIAL
000438         FILE STATUS IS FZB-JRNL-STATUS.
000440     SELECT FZB-REPORT-FILE
000450         ASSIGN TO RPTOUT
000460         ORGANIZATION IS SEQUENTIAL
000680     05  FZB-RESP-REQUEST-ID         PIC 9(04).
000690     05  FZB-RESP-RUN-DATE           PIC 9(06).
000700     05  FZB-RESP-RUN-TIME           PIC 9(08).
000701     05  FZB-RESP-REQ-CODE           PIC X(08).
000703     05  FILLER                      PIC X(24).
000704*
000706 FD  FZB-JRNLID-FILE
000707     RECORDING MODE IS F
000709     LABEL RECORDS ARE STANDARD.
000710 01  FZB-JRNLID-LINE                 PIC X(80).
000712*
000713 FD  FZB-JRNL-FILE
000715     RECORDING MODE IS F
000716     LABEL RECORDS ARE STANDARD.
000718 COPY FZBIAJ.
000720*
000730 FD  FZB-REPORT-FILE
000740     RECORDING MODE IS F
000850 01  FZB-MASTER-STATUS           PIC X(02) VALUE SPACES.
000860     88  FZB-MASTER-OK                     VALUE '00'.
000870     88  FZB-MASTER-NOTFND                 VALUE '23'.
000871     88  FZB-MASTER-EOF                    VALUE '10'.
000872 01  FZB-HIST-STATUS             PIC X(02) VALUE SPACES.
000874     88  FZB-HIST-OK                       VALUE '00'.
000876     88  FZB-HIST-NOTFND                   VALUE '23'.
000890     88  FZB-RESP-OK                       VALUE '00'.
000900 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000910     88  FZB-REPORT-OK                     VALUE '00'.
000911 01  FZB-JRNLID-STATUS           PIC X(02) VALUE SPACES.
000911     88  FZB-JRNLID-OK                     VALUE '00'.
000912 01  FZB-JRNL-STATUS             PIC X(02) VALUE SPACES.
000913     88  FZB-JRNL-OK                       VALUE '00'.
000914 01  FZB-ABORT-SW                PIC X(01) VALUE 'N'.
000915     88  FZB-INQ-ABORTED                   VALUE 'Y'.
000916     88  FZB-INQ-RUNNING                   VALUE 'N'.
000917 01  FZB-JRNL-OPEN-SW            PIC X(01) VALUE 'N'.
000918     88  FZB-JRNL-OPEN                     VALUE 'Y'.
000919     88  FZB-JRNL-NOT-OPEN                 VALUE 'N'.
000920*****************************************************************
000930*    REPORT PAGINATION CONTROLS
000940*****************************************************************
001190     05  FILLER                  PIC X(15) VALUE SPACES.
001200 01  FZB-RPT-HEADING-2.
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001216     05  FILLER                  PIC X(08) VALUE 'COUNTER'.
001223     05  FILLER                  PIC X(10) VALUE 'REQ CODE'.
001230     05  FILLER                  PIC X(22) VALUE 'CLASSIFICATION'.
001240     05  FILLER                  PIC X(05) VALUE 'CODE'.
001250     05  FILLER                  PIC X(08) VALUE 'REQUEST'.
001260     05  FILLER                  PIC X(08) VALUE 'RUN DATE'.
001270     05  FILLER                  PIC X(18) VALUE 'RUN TIME'.
001280 01  FZB-RPT-DETAIL.
001290     05  FILLER                  PIC X(01) VALUE SPACE.
001300     05  FZB-DET-COUNTER         PIC X(06).
001305     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  FZB-DET-REQ-CODE        PIC X(08).
001315     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  FZB-DET-CLASS           PIC X(20).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  FZB-DET-CODE            PIC X(03).
001350     05  FILLER                  PIC X(03) VALUE SPACES.
001360     05  FZB-DET-REQUEST         PIC ZZZ9.
001370     05  FILLER                  PIC X(03) VALUE SPACES.
001380     05  FZB-DET-RUN-DATE        PIC 9(06).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FZB-DET-RUN-TIME        PIC 9(08).
001410     05  FILLER                  PIC X(10) VALUE SPACES.
001420*****************************************************************
001430*    INQUIRY WORK FIELDS AND RECONCILIATION COUNTERS
001440*****************************************************************
001488     05  FZB-INQ-ASOF-X          PIC X(06).
001489     05  FZB-INQ-ASOF-9 REDEFINES FZB-INQ-ASOF-X
001490                                 PIC 9(06).
001491     05  FILLER                  PIC X(01).
001491     05  FZB-INQ-REQ-CODE        PIC X(08).
001491         88  FZB-INQ-ALL-CODES             VALUE SPACES.
001491     05  FILLER                  PIC X(56).
001492*****************************************************************
001493*    HOLD AREA FOR THE BEST AS-OF CANDIDATE FOUND SO FAR WHILE
001494*    WALKING A COUNTER'S HISTORY RECORDS - THE LATEST RECORD
001495*    LOADED ON OR BEFORE THE AS-OF DATE WINS.  WITH NO REQUEST
001495*    CODE ON THE INQUIRY, ONE CANDIDATE IS HELD PER REQUEST CODE
001495*    AND ANSWERED WHEN THE WALK MOVES ON TO THE NEXT CODE.
001496*****************************************************************
001497 01  FZB-ASOF-FOUND-SW           PIC X(01) VALUE 'N'.
001498     88  FZB-ASOF-FOUND                    VALUE 'Y'.
001503     05  FZB-ASF-REQUEST-ID      PIC 9(04).
001504     05  FZB-ASF-RUN-DATE        PIC 9(06).
001505     05  FZB-ASF-RUN-TIME        PIC 9(08).
001505     05  FZB-ASF-REQ-CODE        PIC X(08).
001505 01  FZB-ASF-GROUP-CODE          PIC X(08) VALUE LOW-VALUES.
001505 01  FZB-ASOF-ANSWERED-SW        PIC X(01) VALUE 'N'.
001505     88  FZB-ASOF-ANSWERED                 VALUE 'Y'.
001505     88  FZB-ASOF-NOT-ANSWERED             VALUE 'N'.
001506 01  FZB-EXCP-LABEL-WK           PIC X(20) VALUE SPACES.
001509 01  FZB-HIST-DONE-SW            PIC X(01) VALUE 'N'.
001512     88  FZB-HIST-DONE                     VALUE 'Y'.
001515     88  FZB-HIST-NOT-DONE                 VALUE 'N'.
001516 01  FZB-MST-DONE-SW             PIC X(01) VALUE 'N'.
001516     88  FZB-MST-DONE                      VALUE 'Y'.
001517     88  FZB-MST-NOT-DONE                  VALUE 'N'.
001518 01  FZB-CNT-INQUIRIES           PIC 9(06) VALUE 0.
001521 01  FZB-CNT-FOUND               PIC 9(06) VALUE 0.
001524 01  FZB-CNT-NOTFOUND            PIC 9(06) VALUE 0.
001527 01  FZB-CNT-HIST-LINES          PIC 9(06) VALUE 0.
001528 01  FZB-CNT-JOURNALED           PIC 9(06) VALUE 0.
001528*****************************************************************
001528*    ACCESS JOURNAL - WHO IS ASKING (JRNLID CARD) AND THE NUMBER
001528*    OF FOUND ANSWERS GIVEN TO THE CURRENT INQUIRY.
001528*****************************************************************
001528 01  FZB-JRNLID-WORK.
001528     05  FZB-JID-JOB-NAME        PIC X(08).
001528     05  FILLER                  PIC X(01).
001528     05  FZB-JID-USERID          PIC X(08).
001528     05  FILLER                  PIC X(63).
001528 01  FZB-INQ-ANSWERS             PIC 9(04) VALUE 0.
001528*****************************************************************
001528*    ANSWERS HELD FOR THE CURRENT INQUIRY UNTIL IT IS JOURNALED -
001528*    THE RESPONSE RECORD AND REPORT LINE OF EACH.  ANSWERS PAST
001528*    THE END OF THE TABLE ARE COUNTED BUT NOT WRITTEN.
001529*****************************************************************
001529 01  FZB-HOLD-MAX                PIC 9(04) VALUE 1000.
001529 01  FZB-HOLD-COUNT              PIC 9(04) VALUE 0.
001529 01  FZB-HOLD-SUB                PIC 9(04) VALUE 0.
001529 01  FZB-HOLD-DROPPED            PIC 9(04) VALUE 0.
001529 01  FZB-HOLD-TABLE.
001529     05  FZB-HOLD-ENTRY OCCURS 1000 TIMES.
001529         10  FZB-HOLD-RESP       PIC X(80).
001529         10  FZB-HOLD-DETAIL     PIC X(80).
001529 01  FZB-JRNL-DATE               PIC 9(06) VALUE 0.
001529 01  FZB-JRNL-CLOCK              PIC 9(08) VALUE 0.
001529 01  FZB-JRNL-CLOCK-X REDEFINES FZB-JRNL-CLOCK.
001529     05  FZB-JRNL-HHMMSS         PIC 9(06).
001529     05  FILLER                  PIC 9(02).
001530*
001540 PROCEDURE DIVISION.
001550*****************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 3000-ANSWER-ONE-INQUIRY THRU 3000-EXIT
001620         UNTIL FZB-INQ-EOF OR FZB-INQ-ABORTED.
001630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640     GO TO 0000-MAINLINE-EXIT.
001650 0000-MAINLINE-EXIT.
001670*****************************************************************
001680*    1000-INITIALIZE
001690*        OPENS THE FILES, STARTS THE RESPONSE REPORT, AND READS
001696*        THE FIRST INQUIRY RECORD.  THE ACCESS JOURNAL MUST OPEN
001703*        OR NOTHING IS ANSWERED.
001710*****************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT FZB-RUN-DATE FROM DATE.
001760     OPEN OUTPUT FZB-RESP-FILE.
001770     OPEN OUTPUT FZB-REPORT-FILE.
001780     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
001781     MOVE SPACES TO FZB-JRNLID-WORK.
001781     OPEN INPUT FZB-JRNLID-FILE.
001781     READ FZB-JRNLID-FILE INTO FZB-JRNLID-WORK
001782         AT END CONTINUE
001782     END-READ.
001782     CLOSE FZB-JRNLID-FILE.
001783     IF FZB-JID-USERID = SPACES
001783         MOVE 'UNKNOWN' TO FZB-JID-USERID
001784         DISPLAY 'FZBINQ - NO USER ID ON JRNLID - INQUIRIES '
001784             'JOURNALED AS UNKNOWN'
001784     END-IF.
001785     IF FZB-JID-JOB-NAME = SPACES
001785         MOVE 'UNKNOWN' TO FZB-JID-JOB-NAME
001786     END-IF.
001786     OPEN EXTEND FZB-JRNL-FILE.
001786     IF NOT FZB-JRNL-OK
001787         DISPLAY 'FZBINQ - INQJRNL OPEN FAILED - STATUS '
001787             FZB-JRNL-STATUS ' - NO INQUIRIES ANSWERED'
001788         MOVE 12 TO RETURN-CODE
001788         SET FZB-INQ-ABORTED TO TRUE
001788         GO TO 1000-EXIT
001789     END-IF.
001789     SET FZB-JRNL-OPEN TO TRUE.
001790     PERFORM 2000-READ-INQUIRY THRU 2000-EXIT.
001800 1000-EXIT.
001810     EXIT.
001960*        ALWAYS; 'A' AND 'H' ANSWER FROM THE HISTORY CLUSTER.
001970*        A NON-NUMERIC VALUE, AN UNRECOGNIZED FUNCTION, OR A
001980*        COUNTER NOT ON FILE IS ANSWERED AS AN EXCEPTION
001981*        RATHER THAN FAILING THE RUN.  A CURRENT INQUIRY WITH
001983*        NO REQUEST CODE ANSWERS EVERY CODE ON THE MASTER FOR
001985*        THE COUNTER.  THE ANSWERS ARE HELD WHILE THEY ARE
001986*        BUILT; EVERY INQUIRY, FOUND OR NOT, IS JOURNALED FIRST
001988*        AND ITS ANSWERS ARE WRITTEN ONLY ONCE IT IS.
001990*****************************************************************
002000 3000-ANSWER-ONE-INQUIRY.
002010     ADD 1 TO FZB-CNT-INQUIRIES.
002012     MOVE 0 TO FZB-INQ-ANSWERS.
002015     MOVE 0 TO FZB-HOLD-COUNT.
002017     MOVE 0 TO FZB-HOLD-DROPPED.
002020     MOVE FZB-INQ-VALUE-X TO FZB-RESP-COUNTER.
002030     MOVE FZB-INQ-VALUE-X TO FZB-DET-COUNTER.
002033     MOVE FZB-INQ-REQ-CODE TO FZB-RESP-REQ-CODE.
002036     MOVE FZB-INQ-REQ-CODE TO FZB-DET-REQ-CODE.
002040     IF FZB-INQ-VALUE-X NOT NUMERIC
002050         PERFORM 3200-ANSWER-NOT-FOUND THRU 3200-EXIT
002060         GO TO 3000-NEXT
002082         PERFORM 3250-ANSWER-EXCEPTION THRU 3250-EXIT
002083         GO TO 3000-NEXT
002084     END-IF.
002085     IF FZB-INQ-ALL-CODES
002085         PERFORM 3600-ANSWER-ALL-CODES THRU 3600-EXIT
002086         GO TO 3000-NEXT
002087     END-IF.
002088     MOVE FZB-INQ-VALUE-9  TO FZB-MST-COUNTER.
002089     MOVE FZB-INQ-REQ-CODE TO FZB-MST-REQ-CODE.
002090     READ FZB-MASTER-FILE
002100         INVALID KEY CONTINUE
002110     END-READ.
002150         PERFORM 3200-ANSWER-NOT-FOUND THRU 3200-EXIT
002160     END-IF.
002170 3000-NEXT.
002171     PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT.
002171     IF FZB-INQ-ABORTED
002172         GO TO 3000-EXIT
002172     END-IF.
002173     PERFORM 3900-WRITE-ANSWER THRU 3900-EXIT
002174         VARYING FZB-HOLD-SUB FROM 1 BY 1
002174         UNTIL FZB-HOLD-SUB > FZB-HOLD-COUNT.
002175     IF FZB-HOLD-DROPPED > 0
002175         DISPLAY 'FZBINQ - COUNTER ' FZB-INQ-VALUE-X ' HAS MORE '
002176             'THAN ' FZB-HOLD-MAX ' ANSWERS - ' FZB-HOLD-DROPPED
002177             ' NOT LISTED'
002177         IF RETURN-CODE < 4
002178             MOVE 4 TO RETURN-CODE
002178         END-IF
002179     END-IF.
002180     PERFORM 2000-READ-INQUIRY THRU 2000-EXIT.
002190 3000-EXIT.
002200     EXIT.
002240*****************************************************************
002250 3100-ANSWER-FOUND.
002260     ADD 1 TO FZB-CNT-FOUND.
002265     ADD 1 TO FZB-INQ-ANSWERS.
002270     MOVE 'Y'                  TO FZB-RESP-FOUND-SW.
002280     MOVE FZB-MST-CLASS-CODE   TO FZB-RESP-CLASS-CODE.
002290     MOVE FZB-MST-CLASS-LABEL  TO FZB-RESP-CLASS-LABEL.
002300     MOVE FZB-MST-REQUEST-ID   TO FZB-RESP-REQUEST-ID.
002310     MOVE FZB-MST-RUN-DATE     TO FZB-RESP-RUN-DATE.
002320     MOVE FZB-MST-RUN-TIME     TO FZB-RESP-RUN-TIME.
002323     MOVE FZB-MST-REQ-CODE     TO FZB-RESP-REQ-CODE.
002326     MOVE FZB-MST-REQ-CODE     TO FZB-DET-REQ-CODE.
002330     MOVE FZB-MST-CLASS-LABEL  TO FZB-DET-CLASS.
002340     MOVE FZB-MST-CLASS-CODE   TO FZB-DET-CODE.
002350     MOVE FZB-MST-REQUEST-ID   TO FZB-DET-REQUEST.
002360     MOVE FZB-MST-RUN-DATE     TO FZB-DET-RUN-DATE.
002370     MOVE FZB-MST-RUN-TIME     TO FZB-DET-RUN-TIME.
002380     PERFORM 3700-HOLD-ANSWER THRU 3700-EXIT.
002390 3100-EXIT.
002400     EXIT.
002410*****************************************************************
002590     IF RETURN-CODE < 4
002600         MOVE 4 TO RETURN-CODE
002610     END-IF.
002620     PERFORM 3700-HOLD-ANSWER THRU 3700-EXIT.
002630 3200-EXIT.
002640     EXIT.
002650*****************************************************************
002850     IF RETURN-CODE < 4
002860         MOVE 4 TO RETURN-CODE
002870     END-IF.
002880     PERFORM 3700-HOLD-ANSWER THRU 3700-EXIT.
002890 3250-EXIT.
002900     EXIT.
002910*****************************************************************
002940*        HISTORY RECORDS (ASCENDING RUN DATE/TIME) AND REPORTS
002950*        THE LATEST CLASSIFICATION LOADED ON OR BEFORE THE
002960*        AS-OF DATE IN COLUMNS 10-15.  NOTHING LOADED BY THAT
002965*        DATE IS AN EXCEPTION ANSWER.  WITH NO REQUEST CODE ON
002970*        THE INQUIRY EACH CODE'S RECORDS ARE SIFTED IN TURN AND
002975*        ONE ANSWER IS GIVEN PER CODE.
002980*****************************************************************
002990 3300-ANSWER-AS-OF.
003000     IF FZB-INQ-ASOF-X NOT NUMERIC
003030         GO TO 3300-EXIT
003040     END-IF.
003050     SET FZB-ASOF-NOT-FOUND TO TRUE.
003053     SET FZB-ASOF-NOT-ANSWERED TO TRUE.
003056     MOVE LOW-VALUES TO FZB-ASF-GROUP-CODE.
003060     PERFORM 3500-START-HISTORY THRU 3500-EXIT.
003070     PERFORM 3310-SIFT-ONE-HISTORY THRU 3310-EXIT
003080         UNTIL FZB-HIST-DONE.
003093     PERFORM 3320-CLOSE-ASOF-GROUP THRU 3320-EXIT.
003106     IF FZB-ASOF-NOT-ANSWERED
003120         MOVE 'NO HISTORY BY DATE'  TO FZB-EXCP-LABEL-WK
003130         PERFORM 3250-ANSWER-EXCEPTION THRU 3250-EXIT
003140     END-IF.
003210*        BEFORE THE AS-OF DATE, HOLDS IT AS THE BEST ANSWER SO
003220*        FAR.  THE RECORDS ARRIVE OLDEST FIRST, SO THE LAST
003230*        ONE HELD IS THE CLASSIFICATION IN FORCE ON THAT DATE.
003235*        A CHANGE OF REQUEST CODE CLOSES THE PRIOR CODE'S GROUP.
003240*****************************************************************
003250 3310-SIFT-ONE-HISTORY.
003260     READ FZB-HIST-FILE NEXT RECORD
003320         SET FZB-HIST-DONE TO TRUE
003330         GO TO 3310-EXIT
003340     END-IF.
003341     IF NOT FZB-INQ-ALL-CODES
003342        AND FZB-HST-REQ-CODE NOT = FZB-INQ-REQ-CODE
003343         SET FZB-HIST-DONE TO TRUE
003344         GO TO 3310-EXIT
003345     END-IF.
003346     IF FZB-HST-REQ-CODE NOT = FZB-ASF-GROUP-CODE
003347         PERFORM 3320-CLOSE-ASOF-GROUP THRU 3320-EXIT
003348         MOVE FZB-HST-REQ-CODE TO FZB-ASF-GROUP-CODE
003349     END-IF.
003350     IF FZB-HST-RUN-DATE <= FZB-INQ-ASOF-9
003360         MOVE FZB-HST-CLASS-CODE   TO FZB-ASF-CLASS-CODE
003370         MOVE FZB-HST-CLASS-LABEL  TO FZB-ASF-CLASS-LABEL
003380         MOVE FZB-HST-REQUEST-ID   TO FZB-ASF-REQUEST-ID
003390         MOVE FZB-HST-RUN-DATE     TO FZB-ASF-RUN-DATE
003400         MOVE FZB-HST-RUN-TIME     TO FZB-ASF-RUN-TIME
003405         MOVE FZB-HST-REQ-CODE     TO FZB-ASF-REQ-CODE
003410         SET FZB-ASOF-FOUND TO TRUE
003420     END-IF.
003430 3310-EXIT.
003431     EXIT.
003431*****************************************************************
003432*    3320-CLOSE-ASOF-GROUP
003432*        ANSWERS THE CANDIDATE HELD FOR THE REQUEST CODE JUST
003433*        FINISHED, IF ANY, AND CLEARS THE HOLD FOR THE NEXT
003434*        CODE.
003434*****************************************************************
003435 3320-CLOSE-ASOF-GROUP.
003436     IF FZB-ASOF-FOUND
003436         PERFORM 3350-ANSWER-FROM-HOLD THRU 3350-EXIT
003437         SET FZB-ASOF-ANSWERED TO TRUE
003438     END-IF.
003438     SET FZB-ASOF-NOT-FOUND TO TRUE.
003439 3320-EXIT.
003440     EXIT.
003450*****************************************************************
003460*    3350-ANSWER-FROM-HOLD
003490*****************************************************************
003500 3350-ANSWER-FROM-HOLD.
003510     ADD 1 TO FZB-CNT-FOUND.
003515     ADD 1 TO FZB-INQ-ANSWERS.
003520     MOVE 'Y'                  TO FZB-RESP-FOUND-SW.
003530     MOVE FZB-ASF-CLASS-CODE   TO FZB-RESP-CLASS-CODE.
003540     MOVE FZB-ASF-CLASS-LABEL  TO FZB-RESP-CLASS-LABEL.
003550     MOVE FZB-ASF-REQUEST-ID   TO FZB-RESP-REQUEST-ID.
003560     MOVE FZB-ASF-RUN-DATE     TO FZB-RESP-RUN-DATE.
003570     MOVE FZB-ASF-RUN-TIME     TO FZB-RESP-RUN-TIME.
003573     MOVE FZB-ASF-REQ-CODE     TO FZB-RESP-REQ-CODE.
003576     MOVE FZB-ASF-REQ-CODE     TO FZB-DET-REQ-CODE.
003580     MOVE FZB-ASF-CLASS-LABEL  TO FZB-DET-CLASS.
003590     MOVE FZB-ASF-CLASS-CODE   TO FZB-DET-CODE.
003600     MOVE FZB-ASF-REQUEST-ID   TO FZB-DET-REQUEST.
003610     MOVE FZB-ASF-RUN-DATE     TO FZB-DET-RUN-DATE.
003620     MOVE FZB-ASF-RUN-TIME     TO FZB-DET-RUN-TIME.
003630     PERFORM 3700-HOLD-ANSWER THRU 3700-EXIT.
003640 3350-EXIT.
003650     EXIT.
003660*****************************************************************
003680*        ANSWERS THE FULL-HISTORY FUNCTION: ONE FOUND ANSWER
003690*        PER HISTORY RECORD ON FILE FOR THE COUNTER, OLDEST
003700*        FIRST.  A COUNTER WITH NO HISTORY AT ALL IS AN
003706*        EXCEPTION ANSWER.  WITH A REQUEST CODE ON THE
003713*        INQUIRY ONLY THAT CODE'S HISTORY IS LISTED.
003720*****************************************************************
003730 3400-ANSWER-HISTORY.
003740     SET FZB-ASOF-NOT-FOUND TO TRUE.
003970         SET FZB-HIST-DONE TO TRUE
003980         GO TO 3410-EXIT
003990     END-IF.
003991     IF NOT FZB-INQ-ALL-CODES
003993        AND FZB-HST-REQ-CODE NOT = FZB-INQ-REQ-CODE
003995         SET FZB-HIST-DONE TO TRUE
003996         GO TO 3410-EXIT
003998     END-IF.
004000     SET FZB-ASOF-FOUND TO TRUE.
004010     ADD 1 TO FZB-CNT-FOUND.
004015     ADD 1 TO FZB-INQ-ANSWERS.
004020     ADD 1 TO FZB-CNT-HIST-LINES.
004030     MOVE 'Y'                  TO FZB-RESP-FOUND-SW.
004040     MOVE FZB-HST-CLASS-CODE   TO FZB-RESP-CLASS-CODE.
004060     MOVE FZB-HST-REQUEST-ID   TO FZB-RESP-REQUEST-ID.
004070     MOVE FZB-HST-RUN-DATE     TO FZB-RESP-RUN-DATE.
004080     MOVE FZB-HST-RUN-TIME     TO FZB-RESP-RUN-TIME.
004083     MOVE FZB-HST-REQ-CODE     TO FZB-RESP-REQ-CODE.
004086     MOVE FZB-HST-REQ-CODE     TO FZB-DET-REQ-CODE.
004090     MOVE FZB-HST-CLASS-LABEL  TO FZB-DET-CLASS.
004100     MOVE FZB-HST-CLASS-CODE   TO FZB-DET-CODE.
004110     MOVE FZB-HST-REQUEST-ID   TO FZB-DET-REQUEST.
004120     MOVE FZB-HST-RUN-DATE     TO FZB-DET-RUN-DATE.
004130     MOVE FZB-HST-RUN-TIME     TO FZB-DET-RUN-TIME.
004140     PERFORM 3700-HOLD-ANSWER THRU 3700-EXIT.
004150 3410-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    3500-START-HISTORY
004190*        POSITIONS THE HISTORY CLUSTER AT THE FIRST RECORD FOR
004196*        THE INQUIRED COUNTER - UNDER THE INQUIRED REQUEST
004202*        CODE, OR UNDER ITS LOWEST CODE WHEN NONE WAS GIVEN.
004208*        NO RECORD AT OR PAST THAT KEY ENDS THE WALK BEFORE IT
004214*        STARTS.
004220*****************************************************************
004230 3500-START-HISTORY.
004240     SET FZB-HIST-NOT-DONE TO TRUE.
004250     MOVE FZB-INQ-VALUE-9 TO FZB-HST-COUNTER.
004252     MOVE FZB-INQ-REQ-CODE TO FZB-HST-REQ-CODE.
004254     IF FZB-INQ-ALL-CODES
004256         MOVE LOW-VALUES TO FZB-HST-REQ-CODE
004258     END-IF.
004260     MOVE ZEROS TO FZB-HST-RUN-DATE.
004270     MOVE ZEROS TO FZB-HST-RUN-TIME.
004280     START FZB-HIST-FILE KEY >= FZB-HST-KEY
004310 3500-EXIT.
004320     EXIT.
004330*****************************************************************
004331*    3600-ANSWER-ALL-CODES
004331*        ANSWERS A CURRENT INQUIRY THAT NAMED NO REQUEST CODE:
004331*        BROWSES THE MASTER FROM THE COUNTER'S LOWEST KEY AND
004331*        ANSWERS EVERY REQUEST CODE ON FILE FOR IT.  NONE AT
004331*        ALL IS A NOT-FOUND ANSWER.
004331*****************************************************************
004331 3600-ANSWER-ALL-CODES.
004331     SET FZB-ASOF-NOT-FOUND TO TRUE.
004331     SET FZB-MST-NOT-DONE TO TRUE.
004331     MOVE FZB-INQ-VALUE-9 TO FZB-MST-COUNTER.
004331     MOVE LOW-VALUES TO FZB-MST-REQ-CODE.
004331     START FZB-MASTER-FILE KEY >= FZB-MST-KEY
004332         INVALID KEY SET FZB-MST-DONE TO TRUE
004332     END-START.
004332     PERFORM 3610-LIST-ONE-MASTER THRU 3610-EXIT
004332         UNTIL FZB-MST-DONE.
004332     IF FZB-ASOF-NOT-FOUND
004332         PERFORM 3200-ANSWER-NOT-FOUND THRU 3200-EXIT
004332     END-IF.
004332 3600-EXIT.
004332     EXIT.
004332*****************************************************************
004332*    3610-LIST-ONE-MASTER
004333*        READS THE NEXT MASTER RECORD AND, WHILE IT STILL
004333*        BELONGS TO THE INQUIRED COUNTER, ANSWERS IT.
004333*****************************************************************
004333 3610-LIST-ONE-MASTER.
004333     READ FZB-MASTER-FILE NEXT RECORD
004333         AT END
004333             SET FZB-MST-DONE TO TRUE
004333             GO TO 3610-EXIT
004333     END-READ.
004333     IF FZB-MST-COUNTER NOT = FZB-INQ-VALUE-9
004333         SET FZB-MST-DONE TO TRUE
004334         GO TO 3610-EXIT
004334     END-IF.
004334     SET FZB-ASOF-FOUND TO TRUE.
004334     PERFORM 3100-ANSWER-FOUND THRU 3100-EXIT.
004334 3610-EXIT.
004334     EXIT.
004334*****************************************************************
004334*    3700-HOLD-ANSWER
004334*        HOLDS THE ANSWER JUST BUILT UNTIL THE INQUIRY HAS BEEN
004334*        JOURNALED.
004334*****************************************************************
004335 3700-HOLD-ANSWER.
004335     IF FZB-HOLD-COUNT NOT < FZB-HOLD-MAX
004335         ADD 1 TO FZB-HOLD-DROPPED
004335         GO TO 3700-EXIT
004335     END-IF.
004335     ADD 1 TO FZB-HOLD-COUNT.
004335     MOVE FZB-RESP-RECORD TO FZB-HOLD-RESP(FZB-HOLD-COUNT).
004335     MOVE FZB-RPT-DETAIL  TO FZB-HOLD-DETAIL(FZB-HOLD-COUNT).
004335 3700-EXIT.
004335     EXIT.
004335*****************************************************************
004336*    3800-WRITE-JOURNAL
004336*        JOURNALS THE INQUIRY WHOSE ANSWERS ARE HELD - WHEN,
004336*        WHO, FROM WHICH JOB, WHAT WAS ASKED, AND WHETHER ANY
004336*        ANSWER WAS FOUND.  A FUNCTION LEFT BLANK IS THE CURRENT
004336*        FUNCTION.  A JOURNAL THAT CANNOT BE WRITTEN STOPS THE
004336*        RUN: NO INQUIRY IS ANSWERED THAT IS NOT JOURNALED.
004336*****************************************************************
004336 3800-WRITE-JOURNAL.
004336     ACCEPT FZB-JRNL-DATE  FROM DATE.
004336     ACCEPT FZB-JRNL-CLOCK FROM TIME.
004336     MOVE SPACES             TO FZB-INQJRNL-RECORD.
004337     MOVE FZB-JRNL-DATE      TO FZB-IAJ-DATE.
004337     MOVE FZB-JRNL-HHMMSS    TO FZB-IAJ-TIME.
004337     SET FZB-IAJ-BATCH       TO TRUE.
004337     MOVE FZB-JID-USERID     TO FZB-IAJ-USERID.
004337     MOVE FZB-JID-JOB-NAME   TO FZB-IAJ-ORIGIN.
004337     MOVE FZB-INQ-VALUE-X    TO FZB-IAJ-COUNTER.
004337     MOVE FZB-INQ-FUNCTION   TO FZB-IAJ-FUNCTION.
004337     IF FZB-INQ-FUNCTION = SPACE
004337         SET FZB-IAJ-FUNC-CURRENT TO TRUE
004337     END-IF.
004337     MOVE FZB-INQ-REQ-CODE   TO FZB-IAJ-REQ-CODE.
004338     IF FZB-INQ-FUNC-ASOF
004338         MOVE FZB-INQ-ASOF-X TO FZB-IAJ-ASOF
004338     END-IF.
004338     MOVE FZB-INQ-ANSWERS    TO FZB-IAJ-ANSWERS.
004338     IF FZB-INQ-ANSWERS > 0
004338         SET FZB-IAJ-FOUND     TO TRUE
004338     ELSE
004338         SET FZB-IAJ-NOT-FOUND TO TRUE
004338     END-IF.
004338     WRITE FZB-INQJRNL-RECORD.
004338     IF NOT FZB-JRNL-OK
004339         DISPLAY 'FZBINQ - INQJRNL WRITE FAILED - STATUS '
004339             FZB-JRNL-STATUS ' - COUNTER ' FZB-INQ-VALUE-X
004339             ' AND LATER INQUIRIES NOT ANSWERED'
004339         MOVE 12 TO RETURN-CODE
004339         SET FZB-INQ-ABORTED TO TRUE
004339         GO TO 3800-EXIT
004339     END-IF.
004339     ADD 1 TO FZB-CNT-JOURNALED.
004339 3800-EXIT.
004339     EXIT.
004339*****************************************************************
004340*    3900-WRITE-ANSWER
004350*        WRITES ONE HELD ANSWER TO THE RESPONSE RECORD FILE
004360*        AND THE RESPONSE REPORT, BREAKING TO A NEW PAGE AND
004370*        RE-PRINTING THE HEADINGS WHEN THE PAGE IS FULL.
004380*****************************************************************
004390 3900-WRITE-ANSWER.
004400     WRITE FZB-RESP-RECORD FROM FZB-HOLD-RESP(FZB-HOLD-SUB).
004410     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
004420         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
004430     END-IF.
004440     WRITE FZB-REPORT-LINE FROM FZB-HOLD-DETAIL(FZB-HOLD-SUB)
004450         AFTER ADVANCING 1 LINE.
004460     ADD 1 TO FZB-LINE-COUNT.
004470 3900-EXIT.
004740     CLOSE FZB-HIST-FILE.
004750     CLOSE FZB-RESP-FILE.
004760     CLOSE FZB-REPORT-FILE.
004762     IF FZB-JRNL-OPEN
004765         CLOSE FZB-JRNL-FILE
004767     END-IF.
004770     DISPLAY 'FZBINQ - INQUIRY SUMMARY'.
004780     DISPLAY '  INQUIRIES......: ' FZB-CNT-INQUIRIES.
004790     DISPLAY '  FOUND..........: ' FZB-CNT-FOUND.
004800     DISPLAY '  NOT FOUND......: ' FZB-CNT-NOTFOUND.
004810     DISPLAY '  HISTORY LINES..: ' FZB-CNT-HIST-LINES.
004815     DISPLAY '  JOURNALED......: ' FZB-CNT-JOURNALED.
004820 8000-EXIT.
004830     EXIT.
