000170*    EXCEPTIONS, TRAILER, AND STATISTICS PAGES ALL CARRY THE
000180*    SAME HEADING - TO THE DISTRIBUTION OUTPUT PREFIXED WITH
000190*    THE EIGHT-BYTE DESTINATION TAKEN FROM THE DISTRIBUTION
000195*    CONTROL FILE (DISTCTL, KEYED BY BUSINESS REQUEST CODE -
000200*    SEE FZBDCT).  THE REQUEST'S CODE IS TAKEN FROM THE RUN'S
000205*    AUDIT LOG (AUDIN), MATCHED BY REQUEST ID.  THE
000210*    EXTERNAL WRITER SPLITS THE TAGGED FILE BY DESTINATION.  A
000220*    REQUEST WITH NO CONTROL ENTRY GOES TO THE HOLDING
000230*    DESTINATION (THE '$HOLD' CONTROL ENTRY, OR THE
000240*    BUILT-IN DEFAULT) RATHER THAN VANISHING, AND FLAGS THE
000250*    RUN WITH RETURN CODE 4.  ONE DISTRIBUTION LOG LINE IS
000260*    WRITTEN PER REQUEST SAYING WHAT WENT WHERE.
000270*    MODIFICATION HISTORY.
000280*        2026-09-03  JHM  ORIGINAL PROGRAM.
000281*        2026-10-15  JHM  DISTCTL IS NOW BUILT NIGHTLY BY FZBRBLD
000281*                         FROM THE MAINTAINED REQUEST REGISTRY
000281*                         AND KEYED BY REQUEST CODE INSTEAD OF
000282*                         THE POSITIONAL REQUEST ID, WHICH MOVED
000282*                         WHENEVER THE CARD DECK WAS REORDERED.
000282*                         EACH SECTION'S CODE COMES FROM THE
000283*                         AUDIT LOG (NEW AUDIN DD) AND IS SHOWN
000283*                         ON THE DISTRIBUTION LOG.  THE HOLDING
000284*                         DESTINATION OVERRIDE IS NOW THE '$HOLD'
000284*                         ENTRY, NOT REQUEST 0000.
000284*        2026-10-15  JHM  POSTS DISTRIBUTION TO THE NIGHTLY RUN
000285*                         LEDGER (RUNLEDG, SEE FZBLDG) FOR EVERY
000285*                         RUN ON THE AUDIT LOG - 'D' ALL ROUTED
000285*                         OR 'H' SECTIONS HELD, WITH THE SECTION
000286*                         AND HELD COUNTS AND THE FIRST FIVE
000286*                         HELD REQUESTS AND CODES.  EACH SECTION
000287*                         IS CHARGED TO THE RUN OF ITS REQUEST'S
000287*                         LAST AUDIT RECORD.  A LEDGER FAILURE
000287*                         ENDS THE STEP 4 AT MOST.
000288*        2026-10-15  JHM  ALSO ROUTES THE REPRINT REPORT FZBRPRT
000288*                         BUILDS (FIZZRPRT).  ITS AUDIT RECORDS
000288*                         ARE MARKED REPRINT, SO NOTHING IS
000289*                         POSTED TO THE RUN LEDGER FOR THEM AND
000289*                         THE LOG LINE SAYS REPRINT ROUTED.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000390         ASSIGN TO RPTIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS FZB-RPTIN-STATUS.
000412     SELECT FZB-AUDIT-FILE
000414         ASSIGN TO AUDIN
000416         ORGANIZATION IS SEQUENTIAL
000418         FILE STATUS IS FZB-AUDIT-STATUS.
000420     SELECT FZB-DCTL-FILE
000430         ASSIGN TO DISTCTL
000440         ORGANIZATION IS SEQUENTIAL
000510         ASSIGN TO DISTLOG
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FZB-LOG-STATUS.
000531     SELECT FZB-LEDGER-FILE
000532         ASSIGN TO RUNLEDG
000534         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS RANDOM
000537         RECORD KEY IS FZB-LDG-KEY
000538         FILE STATUS IS FZB-LEDGER-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000620 FD  FZB-DCTL-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000651 COPY FZBDCT.
000662*
000674 FD  FZB-AUDIT-FILE
000685     RECORDING MODE IS F
000697     LABEL RECORDS ARE STANDARD.
000708 COPY FZBAUD.
000720*
000730 FD  FZB-DIST-FILE
000740     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  FZB-LOG-LINE                    PIC X(80).
000840*
000842 FD  FZB-LEDGER-FILE
000844     LABEL RECORDS ARE STANDARD.
000846 COPY FZBLDG.
000848*
000850 WORKING-STORAGE SECTION.
000860*****************************************************************
000870*    FILE STATUS SWITCHES
000920 01  FZB-DCTL-STATUS             PIC X(02) VALUE SPACES.
000930     88  FZB-DCTL-OK                       VALUE '00'.
000940     88  FZB-DCTL-EOF                      VALUE '10'.
000942 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
000945     88  FZB-AUDIT-OK                      VALUE '00'.
000947     88  FZB-AUDIT-EOF                     VALUE '10'.
000950 01  FZB-DIST-STATUS             PIC X(02) VALUE SPACES.
000960     88  FZB-DIST-OK                       VALUE '00'.
000970 01  FZB-LOG-STATUS              PIC X(02) VALUE SPACES.
000980     88  FZB-LOG-OK                        VALUE '00'.
000982 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000985     88  FZB-LEDGER-OK                     VALUE '00'.
000987     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000990*****************************************************************
001000*    DISTRIBUTION CONTROL TABLE - REQUEST CODE TO DESTINATION,
001010*    LOADED FROM DISTCTL AT INITIALIZATION.  THE '$HOLD' ENTRY
001020*    OVERRIDES THE BUILT-IN HOLDING DESTINATION.
001030*****************************************************************
001040 01  FZB-DCTL-MAX                PIC 9(03) VALUE 200.
001050 01  FZB-DCTL-COUNT              PIC 9(03) VALUE 0.
001060 01  FZB-DCTL-TABLE              VALUE SPACES.
001070     05  FZB-DCTL-ENTRY OCCURS 200 TIMES
001080             INDEXED BY FZB-DCTL-IDX.
001090         10  FZB-DCTL-REQ-CODE   PIC X(08).
001100         10  FZB-DCTL-DEST       PIC X(08).
001110 01  FZB-HOLD-DEST               PIC X(08) VALUE 'HOLDQUE'.
001111*****************************************************************
001111*    REQUEST CODE BY REQUEST ID, LOADED FROM THE AUDIT LOG SO
001111*    EACH REPORT SECTION CAN BE ROUTED BY ITS REQUEST'S CODE.
001111*****************************************************************
001111 01  FZB-AUDT-MAX                PIC 9(03) VALUE 50.
001112 01  FZB-AUDT-COUNT              PIC 9(03) VALUE 0.
001112 01  FZB-AUDT-TABLE              VALUE SPACES.
001112     05  FZB-AUDT-ENTRY OCCURS 50 TIMES
001112             INDEXED BY FZB-AUDT-IDX.
001112         10  FZB-AUDT-REQUEST-ID PIC X(04).
001113         10  FZB-AUDT-REQ-CODE   PIC X(08).
001113         10  FZB-AUDT-RUN-DATE   PIC 9(06).
001113         10  FZB-AUDT-RUN-TIME   PIC 9(08).
001113         10  FZB-AUDT-REPRINT-SW PIC X(01).
001113             88  FZB-AUDT-REPRINT              VALUE 'R'.
001114*****************************************************************
001114*    RUN LEDGER - THE DISTINCT RUNS (RUN DATE/TIME) ON THE AUDIT
001114*    LOG, WITH THE SECTIONS BURST AND HELD FOR EACH AND THE
001114*    FIRST FIVE HELD REQUESTS, POSTED TO THE LEDGER AT THE END.
001114*****************************************************************
001115 01  FZB-RUNK-MAX                PIC 9(03) VALUE 20.
001115 01  FZB-RUNK-COUNT              PIC 9(03) VALUE 0.
001115 01  FZB-RUNK-HELD-MAX           PIC 9(01) VALUE 5.
001115 01  FZB-RUNK-TABLE              VALUE SPACES.
001116     05  FZB-RUNK-ENTRY OCCURS 20 TIMES
001116             INDEXED BY FZB-RUNK-IDX.
001116         10  FZB-RUNK-RUN-DATE   PIC 9(06).
001116         10  FZB-RUNK-RUN-TIME   PIC 9(08).
001116         10  FZB-RUNK-SECTION-CNT
001117                                 PIC 9(04).
001117         10  FZB-RUNK-HELD-CNT   PIC 9(04).
001117         10  FZB-RUNK-HELD-ENTRY OCCURS 5 TIMES.
001117             15  FZB-RUNK-HELD-REQ-ID
001117                                 PIC X(04).
001118             15  FZB-RUNK-HELD-CODE
001118                                 PIC X(08).
001118 01  FZB-RUNK-WORK-KEY.
001118     05  FZB-RUNK-WORK-DATE      PIC 9(06) VALUE 0.
001118     05  FZB-RUNK-WORK-TIME      PIC 9(08) VALUE 0.
001119 01  FZB-RUNK-FOUND-SW           PIC X(01) VALUE 'N'.
001119     88  FZB-RUNK-FOUND                    VALUE 'Y'.
001119     88  FZB-RUNK-NOT-FOUND                VALUE 'N'.
001119 01  FZB-HELD-SUB                PIC 9(01) VALUE 0.
001120*****************************************************************
001130*    HEADING RECOGNITION - THE PAGE HEADING FIZZBUZZ WRITES HAS
001140*    THE REPORT TITLE IN BYTES 3-32 OF THE 81-BYTE RECORD (BYTE
001270     88  FZB-SECTION-OPEN                  VALUE 'Y'.
001280     88  FZB-SECTION-NOT-OPEN              VALUE 'N'.
001290 01  FZB-CUR-REQUEST-ID          PIC X(04) VALUE SPACES.
001292 01  FZB-CUR-REQ-CODE            PIC X(08) VALUE SPACES.
001295 01  FZB-CUR-REPRINT-SW          PIC X(01) VALUE SPACE.
001297     88  FZB-CUR-REPRINT                   VALUE 'R'.
001300 01  FZB-CUR-DEST                PIC X(08) VALUE SPACES.
001310 01  FZB-CUR-ROUTED-SW           PIC X(01) VALUE 'Y'.
001320     88  FZB-CUR-ROUTED                    VALUE 'Y'.
001360 01  FZB-DEST-FOUND-SW           PIC X(01) VALUE 'N'.
001370     88  FZB-DEST-FOUND                    VALUE 'Y'.
001380     88  FZB-DEST-NOT-FOUND                VALUE 'N'.
001382 01  FZB-AUDT-FOUND-SW           PIC X(01) VALUE 'N'.
001385     88  FZB-AUDT-FOUND                    VALUE 'Y'.
001387     88  FZB-AUDT-NOT-FOUND                VALUE 'N'.
001390 01  FZB-CNT-SECTIONS            PIC 9(04) VALUE 0.
001400 01  FZB-CNT-HELD                PIC 9(04) VALUE 0.
001410 01  FZB-CNT-LINES               PIC 9(06) VALUE 0.
001450 01  FZB-LOG-DETAIL.
001460     05  FILLER                  PIC X(08) VALUE 'REQUEST '.
001470     05  FZB-LOG-REQUEST         PIC X(04).
001473     05  FILLER                  PIC X(06) VALUE ' CODE '.
001476     05  FZB-LOG-REQ-CODE        PIC X(08).
001480     05  FILLER                  PIC X(05) VALUE ' TO '.
001490     05  FZB-LOG-DEST            PIC X(08).
001500     05  FILLER                  PIC X(07) VALUE ' PAGES '.
001530     05  FZB-LOG-LINES           PIC ZZZ,ZZ9.
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  FZB-LOG-FLAG            PIC X(14).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570 01  FZB-LOG-TRAILER.
001580     05  FZB-LGT-LABEL           PIC X(20).
001590     05  FZB-LGT-COUNT           PIC ZZZ,ZZ9.
001740     STOP RUN.
001750*****************************************************************
001760*    1000-INITIALIZE
001770*        LOADS THE DISTRIBUTION CONTROL TABLE AND THE REQUEST
001780*        CODES FROM THE AUDIT LOG, OPENS THE REPORT INPUT AND
001790*        THE TWO OUTPUTS, AND READS THE FIRST REPORT LINE.
001800*****************************************************************
001810 1000-INITIALIZE.
001820     OPEN INPUT FZB-DCTL-FILE.
001830     PERFORM 1100-LOAD-ONE-DEST THRU 1100-EXIT
001840         UNTIL FZB-DCTL-EOF.
001850     CLOSE FZB-DCTL-FILE.
001851     OPEN INPUT FZB-AUDIT-FILE.
001851     IF FZB-AUDIT-OK
001852         PERFORM 1200-LOAD-AUDIT-ENTRY THRU 1200-EXIT
001853             UNTIL NOT FZB-AUDIT-OK
001854         CLOSE FZB-AUDIT-FILE
001854     ELSE
001855         DISPLAY 'FZBBRST - AUDIN OPEN FAILED - STATUS '
001856             FZB-AUDIT-STATUS ' - SECTIONS ARE HELD'
001857         IF RETURN-CODE < 4
001857             MOVE 4 TO RETURN-CODE
001858         END-IF
001859     END-IF.
001860     OPEN INPUT FZB-RPTIN-FILE.
001870     OPEN OUTPUT FZB-DIST-FILE.
001880     OPEN OUTPUT FZB-LOG-FILE.
001920*****************************************************************
001930*    1100-LOAD-ONE-DEST
001940*        READS ONE DISTRIBUTION CONTROL RECORD INTO THE TABLE.
001950*        THE '$HOLD' ENTRY RESETS THE HOLDING DESTINATION
001960*        INSTEAD OF JOINING THE TABLE.
001970*****************************************************************
001980 1100-LOAD-ONE-DEST.
001990     READ FZB-DCTL-FILE
002000         AT END GO TO 1100-EXIT
002010     END-READ.
002020     IF FZB-DCT-REQ-CODE = SPACES
002030             OR FZB-DCT-DEST = SPACES
002040         DISPLAY 'FZBBRST - CONTROL RECORD IGNORED: '
002050             FZB-DCTL-RECORD(1:17)
002060         GO TO 1100-EXIT
002070     END-IF.
002080     IF FZB-DCT-REQ-CODE = '$HOLD'
002090         MOVE FZB-DCT-DEST TO FZB-HOLD-DEST
002100         GO TO 1100-EXIT
002110     END-IF.
002120     IF FZB-DCTL-COUNT < FZB-DCTL-MAX
002130         ADD 1 TO FZB-DCTL-COUNT
002140         SET FZB-DCTL-IDX TO FZB-DCTL-COUNT
002150         MOVE FZB-DCT-REQ-CODE
002160             TO FZB-DCTL-REQ-CODE(FZB-DCTL-IDX)
002170         MOVE FZB-DCT-DEST TO FZB-DCTL-DEST(FZB-DCTL-IDX)
002180     ELSE
002190         DISPLAY 'FZBBRST - CONTROL TABLE FULL - ENTRY IGNORED'
002200     END-IF.
002210 1100-EXIT.
002211     EXIT.
002211*****************************************************************
002211*    1200-LOAD-AUDIT-ENTRY
002211*        READS ONE AUDIT RECORD AND SAVES ITS REQUEST ID AND
002211*        REQUEST CODE.  ON A RESUME NIGHT THE AUDIT LOG HOLDS
002211*        THE SAME REQUEST MORE THAN ONCE - IT CARRIES THE SAME
002211*        CODE EACH TIME, SO THE FIRST ENTRY STANDS.
002211*****************************************************************
002211 1200-LOAD-AUDIT-ENTRY.
002211     READ FZB-AUDIT-FILE
002212         AT END GO TO 1200-EXIT
002212     END-READ.
002212*    A REPRINT IS NOT A RUN - IT HAS NO LEDGER RECORD TO POST.
002212     IF NOT FZB-AUD-REPRINT
002212         PERFORM 1210-NOTE-RUN-KEY THRU 1210-EXIT
002212     END-IF.
002212     MOVE FZB-AUD-REQUEST-ID TO FZB-HDG-REQUEST-X.
002212     PERFORM 3150-FIND-REQ-CODE THRU 3150-EXIT.
002212*    THE REQUEST'S SECTION BELONGS TO THE LAST RUN THAT WORKED
002212*    ON IT - ON A RESUME NIGHT, THE RESUMING EXECUTION.
002213     IF FZB-AUDT-FOUND
002213         MOVE FZB-AUD-RUN-DATE TO FZB-AUDT-RUN-DATE(FZB-AUDT-IDX)
002213         MOVE FZB-AUD-RUN-TIME TO FZB-AUDT-RUN-TIME(FZB-AUDT-IDX)
002213         GO TO 1200-EXIT
002213     END-IF.
002213     IF FZB-AUDT-COUNT < FZB-AUDT-MAX
002213         ADD 1 TO FZB-AUDT-COUNT
002213         SET FZB-AUDT-IDX TO FZB-AUDT-COUNT
002213         MOVE FZB-HDG-REQUEST-X
002214             TO FZB-AUDT-REQUEST-ID(FZB-AUDT-IDX)
002214         MOVE FZB-AUD-REQ-CODE TO FZB-AUDT-REQ-CODE(FZB-AUDT-IDX)
002214         MOVE FZB-AUD-RUN-DATE TO FZB-AUDT-RUN-DATE(FZB-AUDT-IDX)
002214         MOVE FZB-AUD-RUN-TIME TO FZB-AUDT-RUN-TIME(FZB-AUDT-IDX)
002214         MOVE FZB-AUD-PARTITION
002214             TO FZB-AUDT-REPRINT-SW(FZB-AUDT-IDX)
002214     ELSE
002214         DISPLAY 'FZBBRST - AUDIT TABLE FULL - REQUEST '
002214             FZB-HDG-REQUEST-X ' IGNORED'
002214     END-IF.
002215 1200-EXIT.
002215     EXIT.
002215*****************************************************************
002215*    1210-NOTE-RUN-KEY
002215*        ADDS THE AUDIT RECORD'S RUN DATE/TIME TO THE RUN TABLE
002215*        THE FIRST TIME IT IS SEEN.
002215*****************************************************************
002215 1210-NOTE-RUN-KEY.
002215     MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-WORK-DATE.
002216     MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-WORK-TIME.
002216     PERFORM 1220-FIND-RUN-KEY THRU 1220-EXIT.
002216     IF FZB-RUNK-FOUND
002216         GO TO 1210-EXIT
002216     END-IF.
002216     IF FZB-RUNK-COUNT < FZB-RUNK-MAX
002216         ADD 1 TO FZB-RUNK-COUNT
002216         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
002216         MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002216         MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002217         MOVE 0 TO FZB-RUNK-SECTION-CNT(FZB-RUNK-IDX)
002217         MOVE 0 TO FZB-RUNK-HELD-CNT(FZB-RUNK-IDX)
002217     ELSE
002217         DISPLAY 'FZBBRST - RUN TABLE FULL - RUN '
002217             FZB-AUD-RUN-DATE '/' FZB-AUD-RUN-TIME
002217             ' NOT POSTED TO LEDGER'
002217     END-IF.
002217 1210-EXIT.
002217     EXIT.
002218*****************************************************************
002218*    1220-FIND-RUN-KEY
002218*        LOOKS UP THE RUN DATE/TIME IN FZB-RUNK-WORK-KEY IN THE
002218*        RUN TABLE, LEAVING FZB-RUNK-IDX ON IT WHEN FOUND.
002218*****************************************************************
002218 1220-FIND-RUN-KEY.
002218     SET FZB-RUNK-NOT-FOUND TO TRUE.
002218     IF FZB-RUNK-COUNT > 0
002218         SET FZB-RUNK-IDX TO 1
002218         SEARCH FZB-RUNK-ENTRY
002219             AT END CONTINUE
002219             WHEN FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002219                     = FZB-RUNK-WORK-DATE
002219              AND FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002219                     = FZB-RUNK-WORK-TIME
002219                 SET FZB-RUNK-FOUND TO TRUE
002219         END-SEARCH
002219     END-IF.
002219 1220-EXIT.
002220     EXIT.
002230*****************************************************************
002240*    2000-READ-REPORT-LINE
002490*    IT IS HELD RATHER THAN LOST.
002500     IF FZB-SECTION-NOT-OPEN
002510         MOVE SPACES        TO FZB-CUR-REQUEST-ID
002515         MOVE SPACES        TO FZB-CUR-REQ-CODE
002520         MOVE FZB-HOLD-DEST TO FZB-CUR-DEST
002530         SET FZB-CUR-HELD TO TRUE
002540         SET FZB-SECTION-OPEN TO TRUE
002640*    3100-SWITCH-SECTION
002650*        EXTRACTS THE REQUEST NUMBER FROM THE PAGE HEADING AND,
002660*        WHEN IT STARTS A NEW SECTION, LOGS THE SECTION JUST
002666*        ENDED AND LOOKS UP THE NEW REQUEST'S CODE AND ITS
002673*        DESTINATION.
002680*****************************************************************
002690 3100-SWITCH-SECTION.
002700     MOVE FZB-RPTIN-RECORD(78:4) TO FZB-HDG-REQUEST-X.
002820     MOVE 0 TO FZB-CUR-LINE-CNT.
002830     SET FZB-SECTION-OPEN TO TRUE.
002840     ADD 1 TO FZB-CNT-SECTIONS.
002841     PERFORM 3150-FIND-REQ-CODE THRU 3150-EXIT.
002842     MOVE SPACES TO FZB-CUR-REQ-CODE.
002843     MOVE SPACE TO FZB-CUR-REPRINT-SW.
002844     IF FZB-AUDT-FOUND
002845         MOVE FZB-AUDT-REQ-CODE(FZB-AUDT-IDX) TO FZB-CUR-REQ-CODE
002846         MOVE FZB-AUDT-REPRINT-SW(FZB-AUDT-IDX)
002847             TO FZB-CUR-REPRINT-SW
002848     END-IF.
002850     PERFORM 3200-FIND-DESTINATION THRU 3200-EXIT.
002855     PERFORM 3300-CHARGE-TO-RUN THRU 3300-EXIT.
002860 3100-EXIT.
002870     EXIT.
002880*****************************************************************
002881*    3150-FIND-REQ-CODE
002881*        LOOKS THE REQUEST ID IN FZB-HDG-REQUEST-X UP IN THE
002882*        AUDIT TABLE, LEAVING THE INDEX ON THE ENTRY FOUND.
002882*****************************************************************
002883 3150-FIND-REQ-CODE.
002883     SET FZB-AUDT-NOT-FOUND TO TRUE.
002884     IF FZB-AUDT-COUNT > 0
002884         SET FZB-AUDT-IDX TO 1
002885         SEARCH FZB-AUDT-ENTRY
002885             AT END CONTINUE
002886             WHEN FZB-AUDT-REQUEST-ID(FZB-AUDT-IDX)
002886                     = FZB-HDG-REQUEST-X
002887                 SET FZB-AUDT-FOUND TO TRUE
002887         END-SEARCH
002888     END-IF.
002888 3150-EXIT.
002889     EXIT.
002889*****************************************************************
002890*    3200-FIND-DESTINATION
002898*        LOOKS THE CURRENT REQUEST'S CODE UP IN THE CONTROL
002906*        TABLE.  NO CODE ON THE AUDIT LOG, OR NO ENTRY FOR IT,
002914*        ROUTES THE SECTION TO THE HOLDING DESTINATION AND
002922*        FLAGS THE RUN WITH RETURN CODE 4.
002930*****************************************************************
002940 3200-FIND-DESTINATION.
002950     SET FZB-DEST-NOT-FOUND TO TRUE.
002960     IF FZB-DCTL-COUNT > 0
002965             AND FZB-CUR-REQ-CODE NOT = SPACES
002970         SET FZB-DCTL-IDX TO 1
002980         SEARCH FZB-DCTL-ENTRY
002990             AT END CONTINUE
003000             WHEN FZB-DCTL-REQ-CODE(FZB-DCTL-IDX)
003010                     = FZB-CUR-REQ-CODE
003020                 MOVE FZB-DCTL-DEST(FZB-DCTL-IDX)
003030                     TO FZB-CUR-DEST
003040                 SET FZB-DEST-FOUND TO TRUE
003170 3200-EXIT.
003180     EXIT.
003190*****************************************************************
003191*    3300-CHARGE-TO-RUN
003191*        COUNTS THE NEW SECTION, AND A HELD ONE AS HELD, AGAINST
003191*        THE RUN OF ITS REQUEST'S LAST AUDIT RECORD.  A SECTION
003191*        WHOSE REQUEST IS NOT ON THE AUDIT LOG IS CHARGED TO THE
003191*        LAST RUN ON IT - THE EXECUTION THAT WROTE THE REPORT
003192*        TAIL.
003192*****************************************************************
003192 3300-CHARGE-TO-RUN.
003192     IF FZB-RUNK-COUNT = 0
003193         GO TO 3300-EXIT
003193     END-IF.
003193     SET FZB-RUNK-NOT-FOUND TO TRUE.
003193     IF FZB-AUDT-FOUND
003194         MOVE FZB-AUDT-RUN-DATE(FZB-AUDT-IDX)
003194             TO FZB-RUNK-WORK-DATE
003194         MOVE FZB-AUDT-RUN-TIME(FZB-AUDT-IDX)
003194             TO FZB-RUNK-WORK-TIME
003195         PERFORM 1220-FIND-RUN-KEY THRU 1220-EXIT
003195     END-IF.
003195     IF FZB-RUNK-NOT-FOUND
003195         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
003195     END-IF.
003196     ADD 1 TO FZB-RUNK-SECTION-CNT(FZB-RUNK-IDX).
003196     IF FZB-CUR-ROUTED
003196         GO TO 3300-EXIT
003196     END-IF.
003197     ADD 1 TO FZB-RUNK-HELD-CNT(FZB-RUNK-IDX).
003197     IF FZB-RUNK-HELD-CNT(FZB-RUNK-IDX) > FZB-RUNK-HELD-MAX
003197         GO TO 3300-EXIT
003197     END-IF.
003198     MOVE FZB-RUNK-HELD-CNT(FZB-RUNK-IDX) TO FZB-HELD-SUB.
003198     MOVE FZB-CUR-REQUEST-ID
003198         TO FZB-RUNK-HELD-REQ-ID(FZB-RUNK-IDX, FZB-HELD-SUB).
003198     MOVE FZB-CUR-REQ-CODE
003199         TO FZB-RUNK-HELD-CODE(FZB-RUNK-IDX, FZB-HELD-SUB).
003199 3300-EXIT.
003199     EXIT.
003199*****************************************************************
003200*    3800-LOG-SECTION
003210*        WRITES THE DISTRIBUTION LOG LINE FOR THE SECTION JUST
003220*        ENDED - REQUEST, CODE, DESTINATION, PAGES, LINES, AND
003230*        WHETHER IT WAS ROUTED OR HELD.
003240*****************************************************************
003250 3800-LOG-SECTION.
003260     MOVE FZB-CUR-REQUEST-ID TO FZB-LOG-REQUEST.
003265     MOVE FZB-CUR-REQ-CODE   TO FZB-LOG-REQ-CODE.
003270     MOVE FZB-CUR-DEST       TO FZB-LOG-DEST.
003280     MOVE FZB-CUR-PAGE-CNT   TO FZB-LOG-PAGES.
003290     MOVE FZB-CUR-LINE-CNT   TO FZB-LOG-LINES.
003300     IF FZB-CUR-ROUTED
003310         MOVE 'ROUTED'        TO FZB-LOG-FLAG
003312         IF FZB-CUR-REPRINT
003315             MOVE 'REPRINT ROUTED' TO FZB-LOG-FLAG
003317         END-IF
003320     ELSE
003330         MOVE 'HELD - NO DEST' TO FZB-LOG-FLAG
003332         IF FZB-CUR-REQ-CODE = SPACES
003335             MOVE 'HELD - NO CODE' TO FZB-LOG-FLAG
003337         END-IF
003340     END-IF.
003350     WRITE FZB-LOG-LINE FROM FZB-LOG-DETAIL.
003360 3800-EXIT.
003590     DISPLAY 'FZBBRST - SECTIONS BURST..: ' FZB-CNT-SECTIONS.
003600     DISPLAY 'FZBBRST - SECTIONS HELD...: ' FZB-CNT-HELD.
003610     DISPLAY 'FZBBRST - REPORT LINES....: ' FZB-CNT-LINES.
003615     PERFORM 8800-POST-LEDGER THRU 8800-EXIT.
003620 8000-EXIT.
003630     EXIT.
003640*****************************************************************
003650*    8800-POST-LEDGER
003660*        POSTS DISTRIBUTION TO THE RUN LEDGER FOR EVERY RUN ON
003670*        THE AUDIT LOG.  WITH NO RUN TO POST THE LEDGER IS NOT
003680*        OPENED.
003690*****************************************************************
003700 8800-POST-LEDGER.
003710     IF FZB-RUNK-COUNT = 0
003720         GO TO 8800-EXIT
003730     END-IF.
003740     OPEN I-O FZB-LEDGER-FILE.
003750     IF NOT FZB-LEDGER-OK
003760         DISPLAY 'FZBBRST - RUNLEDG OPEN FAILED - STATUS '
003770             FZB-LEDGER-STATUS ' - NOT POSTED TO LEDGER'
003780         IF RETURN-CODE < 4
003790             MOVE 4 TO RETURN-CODE
003800         END-IF
003810         GO TO 8800-EXIT
003820     END-IF.
003830     PERFORM 8810-POST-ONE-RUN THRU 8810-EXIT
003840         VARYING FZB-RUNK-IDX FROM 1 BY 1
003850         UNTIL FZB-RUNK-IDX > FZB-RUNK-COUNT.
003860     CLOSE FZB-LEDGER-FILE.
003870 8800-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    8810-POST-ONE-RUN
003910*        READS (OR STARTS) ONE RUN'S LEDGER RECORD AND SETS ITS
003920*        DISTRIBUTION MILESTONE, COUNTS, AND HELD REQUESTS.
003930*****************************************************************
003940 8810-POST-ONE-RUN.
003950     MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE.
003960     MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME.
003970     READ FZB-LEDGER-FILE
003980         INVALID KEY CONTINUE
003990     END-READ.
004000     IF NOT FZB-LEDGER-OK AND NOT FZB-LEDGER-NOT-FOUND
004010         GO TO 8810-FAILED
004020     END-IF.
004030     IF FZB-LEDGER-NOT-FOUND
004040         MOVE SPACES TO FZB-LEDGER-RECORD
004050         MOVE ZEROS  TO FZB-LDG-NUMBERS
004060         MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE
004070         MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME
004080     END-IF.
004090     IF FZB-RUNK-HELD-CNT(FZB-RUNK-IDX) = 0
004100         SET FZB-LDG-DISTRIBUTED TO TRUE
004110     ELSE
004120         SET FZB-LDG-HELD TO TRUE
004130     END-IF.
004140     ACCEPT FZB-LDG-DST-DATE FROM DATE.
004150     ACCEPT FZB-LDG-DST-TIME FROM TIME.
004160     MOVE FZB-RUNK-SECTION-CNT(FZB-RUNK-IDX)
004170         TO FZB-LDG-SECTION-CNT.
004180     MOVE FZB-RUNK-HELD-CNT(FZB-RUNK-IDX)    TO FZB-LDG-HELD-CNT.
004190     PERFORM 8820-COPY-HELD-ENTRY THRU 8820-EXIT
004200         VARYING FZB-HELD-SUB FROM 1 BY 1
004210         UNTIL FZB-HELD-SUB > FZB-RUNK-HELD-MAX.
004220     IF FZB-LEDGER-NOT-FOUND
004230         WRITE FZB-LEDGER-RECORD
004240             INVALID KEY CONTINUE
004250         END-WRITE
004260     ELSE
004270         REWRITE FZB-LEDGER-RECORD
004280             INVALID KEY CONTINUE
004290         END-REWRITE
004300     END-IF.
004310     IF FZB-LEDGER-OK
004320         GO TO 8810-EXIT
004330     END-IF.
004340 8810-FAILED.
004350     DISPLAY 'FZBBRST - RUNLEDG UPDATE FAILED - STATUS '
004360         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
004370         FZB-LDG-RUN-TIME.
004380     IF RETURN-CODE < 4
004390         MOVE 4 TO RETURN-CODE
004400     END-IF.
004410 8810-EXIT.
004420     EXIT.
004430*****************************************************************
004440*    8820-COPY-HELD-ENTRY
004450*        COPIES ONE HELD-REQUEST SLOT TO THE LEDGER RECORD.  AN
004460*        UNUSED SLOT CLEARS WHATEVER AN EARLIER POSTING LEFT.
004470*****************************************************************
004480 8820-COPY-HELD-ENTRY.
004490     IF FZB-HELD-SUB > FZB-RUNK-HELD-CNT(FZB-RUNK-IDX)
004500         MOVE SPACES TO FZB-LDG-HELD-ENTRY(FZB-HELD-SUB)
004510         GO TO 8820-EXIT
004520     END-IF.
004530     MOVE FZB-RUNK-HELD-REQ-ID(FZB-RUNK-IDX, FZB-HELD-SUB)
004540         TO FZB-LDG-HELD-REQ-ID(FZB-HELD-SUB).
004550     MOVE FZB-RUNK-HELD-CODE(FZB-RUNK-IDX, FZB-HELD-SUB)
004560         TO FZB-LDG-HELD-CODE(FZB-HELD-SUB).
004570 8820-EXIT.
004580     EXIT.
