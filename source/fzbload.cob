000090*    FZBLOAD LOADS THE CLASSIFICATION RESULTS OF A FIZZBUZZ RUN
000100*    (THE FZB-DATA-RECORDS ON DATAIN) INTO THE KEYED VSAM
000110*    CLASSIFICATION MASTER (SEE FZBMST), KEYED ON THE COUNTER
000118*    VALUE AND REQUEST CODE.  THE RUN DATE/TIME STAMPED ON EACH
000127*    MASTER RECORD IS TAKEN FROM THE RUN'S AUDIT LOG (AUDIN),
000136*    MATCHED BY REQUEST ID, SO AN INQUIRY CAN REPORT EXACTLY WHICH
000145*    RUN PRODUCED THE STORED CLASSIFICATION.  A COUNTER ALREADY ON
000153*    THE MASTER FOR THE SAME REQUEST CODE IS REPLACED - THE MASTER
000162*    ALWAYS HOLDS THE LATEST CLASSIFICATION OF EACH COUNTER UNDER
000171*    EACH REQUEST CODE THAT HAS COVERED IT.
000180*    MODIFICATION HISTORY.
000190*        2026-08-22  JHM  ORIGINAL PROGRAM.
000192*        2026-09-03  JHM  EVERY RECORD LOADED TO THE MASTER IS
000204*                         THE DATA RECORD IS NOW CARRIED ONTO
000205*                         THE MASTER AND HISTORY RECORDS BESIDE
000206*                         THE PER-NIGHT SEQUENCE ID.
000206*        2026-10-15  JHM  MASTER NOW KEYED ON COUNTER PLUS
000206*                         REQUEST CODE AND HISTORY ON COUNTER,
000206*                         REQUEST CODE AND RUN DATE/TIME, SO
000206*                         TWO REQUESTS COVERING THE SAME
000206*                         COUNTER NO LONGER REPLACE EACH
000206*                         OTHER'S CLASSIFICATION.
000206*        2026-10-15  JHM  POSTS THE LOAD - 'L' LOADED, WITH THE
000206*                         RECORDS LOADED FOR THE RUN, OR 'F'
000206*                         FAILED - TO THE NIGHTLY RUN LEDGER
000206*                         (RUNLEDG, SEE FZBLDG) FOR EVERY RUN ON
000206*                         THE AUDIT LOG.  A LEDGER FAILURE ENDS
000206*                         THE STEP 4 AT MOST.
000207*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000360         ASSIGN TO MASTER
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS FZB-MST-KEY
000400         FILE STATUS IS FZB-MASTER-STATUS.
000402     SELECT FZB-HIST-FILE
000403         ASSIGN TO MASTHIST
000405         ACCESS MODE IS RANDOM
000406         RECORD KEY IS FZB-HST-KEY
000407         FILE STATUS IS FZB-HIST-STATUS.
000408     SELECT FZB-LEDGER-FILE
000408         ASSIGN TO RUNLEDG
000408         ORGANIZATION IS INDEXED
000409         ACCESS MODE IS RANDOM
000409         RECORD KEY IS FZB-LDG-KEY
000409         FILE STATUS IS FZB-LEDGER-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000566     LABEL RECORDS ARE STANDARD.
000568 COPY FZBHST.
000570*
000572 FD  FZB-LEDGER-FILE
000574     LABEL RECORDS ARE STANDARD.
000576 COPY FZBLDG.
000578*
000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600*    FILE STATUS SWITCHES
000714     88  FZB-HIST-OK                       VALUE '00'.
000716     88  FZB-HIST-EMPTY                    VALUE '35'.
000718     88  FZB-HIST-DUP                      VALUE '22'.
000719 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000719     88  FZB-LEDGER-OK                     VALUE '00'.
000719     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000720*****************************************************************
000730*    RUN DATE/TIME BY REQUEST ID, LOADED FROM THE AUDIT LOG SO
000740*    EACH MASTER RECORD CAN BE STAMPED WITH THE RUN THAT
000820         10  FZB-AUDT-REQUEST-ID PIC 9(04).
000830         10  FZB-AUDT-RUN-DATE   PIC 9(06).
000840         10  FZB-AUDT-RUN-TIME   PIC 9(08).
000841*****************************************************************
000841*    RUN LEDGER - THE DISTINCT RUNS (RUN DATE/TIME) ON THE AUDIT
000841*    LOG AND THE RECORDS LOADED FOR EACH, POSTED TO THE LEDGER
000842*    AT THE END OF THE LOAD.
000842*****************************************************************
000843 01  FZB-RUNK-MAX                PIC 9(03) VALUE 20.
000843 01  FZB-RUNK-COUNT              PIC 9(03) VALUE 0.
000844 01  FZB-RUNK-TABLE              VALUE ZEROS.
000844     05  FZB-RUNK-ENTRY OCCURS 20 TIMES
000845             INDEXED BY FZB-RUNK-IDX.
000845         10  FZB-RUNK-RUN-DATE   PIC 9(06).
000846         10  FZB-RUNK-RUN-TIME   PIC 9(08).
000846         10  FZB-RUNK-LOAD-CNT   PIC 9(06).
000847 01  FZB-RUNK-WORK-KEY.
000847     05  FZB-RUNK-WORK-DATE      PIC 9(06) VALUE 0.
000848     05  FZB-RUNK-WORK-TIME      PIC 9(08) VALUE 0.
000848 01  FZB-RUNK-FOUND-SW           PIC X(01) VALUE 'N'.
000849     88  FZB-RUNK-FOUND                    VALUE 'Y'.
000849     88  FZB-RUNK-NOT-FOUND                VALUE 'N'.
000850*****************************************************************
000860*    LOAD CONTROLS AND RECONCILIATION COUNTERS
000870*****************************************************************
001080             UNTIL FZB-DATA-EOF
001090         PERFORM 8000-FINALIZE THRU 8000-EXIT
001100     END-IF.
001105     PERFORM 8800-POST-LEDGER THRU 8800-EXIT.
001110     GO TO 0000-MAINLINE-EXIT.
001120 0000-MAINLINE-EXIT.
001130     STOP RUN.
001840         MOVE FZB-AUD-RUN-TIME
001850             TO FZB-AUDT-RUN-TIME(FZB-AUDT-IDX)
001860     END-IF.
001865     PERFORM 1110-NOTE-RUN-KEY THRU 1110-EXIT.
001870 1100-EXIT.
001871     EXIT.
001871*****************************************************************
001871*    1110-NOTE-RUN-KEY
001871*        ADDS THE AUDIT RECORD'S RUN DATE/TIME TO THE RUN TABLE
001871*        THE FIRST TIME IT IS SEEN.
001872*****************************************************************
001872 1110-NOTE-RUN-KEY.
001872     MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-WORK-DATE.
001872     MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-WORK-TIME.
001872     PERFORM 1120-FIND-RUN-KEY THRU 1120-EXIT.
001873     IF FZB-RUNK-FOUND
001873         GO TO 1110-EXIT
001873     END-IF.
001873     IF FZB-RUNK-COUNT < FZB-RUNK-MAX
001873         ADD 1 TO FZB-RUNK-COUNT
001874         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
001874         MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
001874         MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
001874         MOVE 0                TO FZB-RUNK-LOAD-CNT(FZB-RUNK-IDX)
001874     ELSE
001875         DISPLAY 'FZBLOAD - RUN TABLE FULL - RUN '
001875             FZB-AUD-RUN-DATE '/' FZB-AUD-RUN-TIME
001875             ' NOT POSTED TO LEDGER'
001875     END-IF.
001875 1110-EXIT.
001876     EXIT.
001876*****************************************************************
001876*    1120-FIND-RUN-KEY
001876*        LOOKS UP THE RUN DATE/TIME IN FZB-RUNK-WORK-KEY IN
001876*        THE RUN TABLE, LEAVING FZB-RUNK-IDX ON IT WHEN FOUND.
001877*****************************************************************
001877 1120-FIND-RUN-KEY.
001877     SET FZB-RUNK-NOT-FOUND TO TRUE.
001877     IF FZB-RUNK-COUNT > 0
001877         SET FZB-RUNK-IDX TO 1
001878         SEARCH FZB-RUNK-ENTRY
001878             AT END CONTINUE
001878             WHEN FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
001878                     = FZB-RUNK-WORK-DATE
001878              AND FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
001879                     = FZB-RUNK-WORK-TIME
001879                 SET FZB-RUNK-FOUND TO TRUE
001879         END-SEARCH
001879     END-IF.
001879 1120-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    2000-READ-DATA-RECORD
002010*    3000-LOAD-ONE-RECORD
002020*        BUILDS ONE MASTER RECORD FROM THE CURRENT DATA RECORD
002030*        AND WRITES IT TO THE MASTER, REPLACING ANY EXISTING
002040*        RECORD FOR THE SAME COUNTER AND REQUEST CODE.
002050*****************************************************************
002060 3000-LOAD-ONE-RECORD.
002070     ADD 1 TO FZB-CNT-READ.
002220         ELSE
002230             DISPLAY 'FZBLOAD - MASTER REWRITE FAILED - STATUS '
002240                 FZB-MASTER-STATUS ' COUNTER ' FZB-MST-COUNTER
002245                 ' CODE ' FZB-MST-REQ-CODE
002250             MOVE 12 TO RETURN-CODE
002260             SET FZB-DATA-EOF TO TRUE
002270             GO TO 3000-EXIT
002320         ELSE
002330             DISPLAY 'FZBLOAD - MASTER WRITE FAILED - STATUS '
002340                 FZB-MASTER-STATUS ' COUNTER ' FZB-MST-COUNTER
002345                 ' CODE ' FZB-MST-REQ-CODE
002350             MOVE 12 TO RETURN-CODE
002360             SET FZB-DATA-EOF TO TRUE
002370             GO TO 3000-EXIT
002380         END-IF
002390     END-IF.
002392     PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT.
002393     MOVE FZB-MST-RUN-DATE TO FZB-RUNK-WORK-DATE.
002393     MOVE FZB-MST-RUN-TIME TO FZB-RUNK-WORK-TIME.
002393     PERFORM 1120-FIND-RUN-KEY THRU 1120-EXIT.
002393     IF FZB-RUNK-FOUND
002393         ADD 1 TO FZB-RUNK-LOAD-CNT(FZB-RUNK-IDX)
002393     END-IF.
002394     IF FZB-DATA-EOF
002396         GO TO 3000-EXIT
002398     END-IF.
002430*****************************************************************
002440*    3200-WRITE-HISTORY
002450*        WRITES THE CURRENT MASTER RECORD'S CLASSIFICATION TO
002456*        THE HISTORY CLUSTER UNDER COUNTER, REQUEST CODE AND
002463*        RUN DATE/TIME.
002470*        THE SAME KEY ALREADY PRESENT MEANS THIS LOAD IS A
002480*        RERUN OF THE SAME RUN'S DATA - THE RECORD IS REWRITTEN
002490*        RATHER THAN DUPLICATED OR FAILED.
003290     DISPLAY '  HISTORY REWRITE: ' FZB-CNT-HIST-REWRITTEN.
003300 8000-EXIT.
003310     EXIT.
003320*****************************************************************
003330*    8800-POST-LEDGER
003340*        POSTS THE LOAD TO THE RUN LEDGER FOR EVERY RUN ON THE
003350*        AUDIT LOG - LOADED WHEN THE LOAD RAN TO THE END, FAILED
003360*        WHEN IT ABORTED OR STOPPED ON A WRITE ERROR (RETURN
003370*        CODE 12 OR 16).  RUNS WHETHER OR NOT THE LOAD ABORTED.
003380*****************************************************************
003390 8800-POST-LEDGER.
003400     OPEN I-O FZB-LEDGER-FILE.
003410     IF NOT FZB-LEDGER-OK
003420         DISPLAY 'FZBLOAD - RUNLEDG OPEN FAILED - STATUS '
003430             FZB-LEDGER-STATUS ' - LOAD NOT POSTED TO LEDGER'
003440         IF RETURN-CODE < 4
003450             MOVE 4 TO RETURN-CODE
003460         END-IF
003470         GO TO 8800-EXIT
003480     END-IF.
003490     PERFORM 8810-POST-ONE-RUN THRU 8810-EXIT
003500         VARYING FZB-RUNK-IDX FROM 1 BY 1
003510         UNTIL FZB-RUNK-IDX > FZB-RUNK-COUNT.
003520     CLOSE FZB-LEDGER-FILE.
003530 8800-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    8810-POST-ONE-RUN
003570*        READS (OR STARTS) ONE RUN'S LEDGER RECORD AND SETS ITS
003580*        LOAD MILESTONE AND THE RECORDS LOADED FOR IT.
003590*****************************************************************
003600 8810-POST-ONE-RUN.
003610     MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE.
003620     MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME.
003630     READ FZB-LEDGER-FILE
003640         INVALID KEY CONTINUE
003650     END-READ.
003660     IF NOT FZB-LEDGER-OK AND NOT FZB-LEDGER-NOT-FOUND
003670         GO TO 8810-FAILED
003680     END-IF.
003690     IF FZB-LEDGER-NOT-FOUND
003700         MOVE SPACES TO FZB-LEDGER-RECORD
003710         MOVE ZEROS  TO FZB-LDG-NUMBERS
003720         MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE
003730         MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME
003740     END-IF.
003750     IF RETURN-CODE < 12
003760         SET FZB-LDG-LOADED TO TRUE
003770     ELSE
003780         SET FZB-LDG-LOAD-FAILED TO TRUE
003790     END-IF.
003800     MOVE FZB-RUNK-LOAD-CNT(FZB-RUNK-IDX) TO FZB-LDG-LOAD-CNT.
003810     ACCEPT FZB-LDG-LOAD-DATE FROM DATE.
003820     ACCEPT FZB-LDG-LOAD-TIME FROM TIME.
003830     IF FZB-LEDGER-NOT-FOUND
003840         WRITE FZB-LEDGER-RECORD
003850             INVALID KEY CONTINUE
003860         END-WRITE
003870     ELSE
003880         REWRITE FZB-LEDGER-RECORD
003890             INVALID KEY CONTINUE
003900         END-REWRITE
003910     END-IF.
003920     IF FZB-LEDGER-OK
003930         GO TO 8810-EXIT
003940     END-IF.
003950 8810-FAILED.
003960     DISPLAY 'FZBLOAD - RUNLEDG UPDATE FAILED - STATUS '
003970         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
003980         FZB-LDG-RUN-TIME.
003990     IF RETURN-CODE < 4
004000         MOVE 4 TO RETURN-CODE
004010     END-IF.
004020 8810-EXIT.
004030     EXIT.
