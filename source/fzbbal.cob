000310*                                 SEQUENCE CHECK (THE INPUT IS
000320*                                 AN ARBITRARY LIST AND MAY
000330*                                 LEGITIMATELY REPEAT VALUES).
000331*                                 A COMPLETED REQUEST MUST ALSO
000333*                                 TIE TO ITS SUBMITTED BATCHES:
000335*                                 RECORDS SUBMITTED = RECORDS
000336*                                 CLASSIFIED + ITS REJECTS ON
000338*                                 REJIN.
000340*    MODIFICATION HISTORY.
000350*        2026-08-22  JHM  ORIGINAL PROGRAM.
000351*        2026-10-15  JHM  POSTS THE BALANCING OUTCOME - 'C'
000351*                         CERTIFIED OR 'O' OUT OF BALANCE - TO
000352*                         THE NIGHTLY RUN LEDGER (RUNLEDG, SEE
000352*                         FZBLDG) FOR EVERY RUN ON THE AUDIT LOG.
000353*                         A LEDGER FAILURE IS REPORTED ON THE
000353*                         CONSOLE ONLY; THE RETURN CODE STILL
000354*                         GATES THE JOB ON THE BALANCE ALONE.
000354*        2026-10-15  JHM  TRANSACTION BATCH CONTROL TOTALS.  A
000355*                         COMPLETED MODE 'T' REQUEST NOW PRINTS A
000356*                         TIE LINE - THE RECORDS SUBMITTED IN ITS
000356*                         ACCEPTED BATCHES (FROM THE AUDIT RECORD)
000357*                         BESIDE THE RECORDS CLASSIFIED ON DATAOUT
000357*                         AND ITS REJECTS ON THE NEW REJIN DD -
000358*                         AND IS OUT OF BALANCE WHEN THEY DO NOT
000358*                         TIE.  AUDIT RECORDS WRITTEN BEFORE THE
000359*                         SUBMIT COUNT WAS CARRIED ARE NOT TIED.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000540         ASSIGN TO BALRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FZB-REPORT-STATUS.
000561     SELECT OPTIONAL FZB-REJECT-FILE
000561         ASSIGN TO REJIN
000562         ORGANIZATION IS SEQUENTIAL
000563         FILE STATUS IS FZB-REJIN-STATUS.
000564     SELECT FZB-LEDGER-FILE
000565         ASSIGN TO RUNLEDG
000566         ORGANIZATION IS INDEXED
000567         ACCESS MODE IS RANDOM
000568         RECORD KEY IS FZB-LDG-KEY
000569         FILE STATUS IS FZB-LEDGER-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000720     LABEL RECORDS ARE STANDARD.
000730 01  FZB-REPORT-LINE                 PIC X(80).
000740*
000741 FD  FZB-REJECT-FILE
000742     RECORDING MODE IS F
000743     LABEL RECORDS ARE STANDARD.
000744 COPY FZBREJ.
000745*
000746 FD  FZB-LEDGER-FILE
000747     LABEL RECORDS ARE STANDARD.
000748 COPY FZBLDG.
000749*
000750 WORKING-STORAGE SECTION.
000760*****************************************************************
000770*    FILE STATUS SWITCHES
000840     88  FZB-AUDIT-EOF                     VALUE '10'.
000850 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000860     88  FZB-REPORT-OK                     VALUE '00'.
000861 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000861     88  FZB-LEDGER-OK                     VALUE '00'.
000861     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000862 01  FZB-REJIN-STATUS            PIC X(02) VALUE SPACES.
000862     88  FZB-REJIN-OK                      VALUE '00'.
000863     88  FZB-REJIN-EOF                     VALUE '10'.
000863*****************************************************************
000864*    RUN LEDGER - THE DISTINCT RUNS (RUN DATE/TIME) ON THE AUDIT
000864*    LOG, EACH POSTED WITH THE BALANCING OUTCOME.  A QUIESCE/
000864*    RESUME CYCLE PUTS TWO RUNS ON ONE AUDIT LOG.
000865*****************************************************************
000865 01  FZB-RUNK-MAX                PIC 9(03) VALUE 20.
000866 01  FZB-RUNK-COUNT              PIC 9(03) VALUE 0.
000866 01  FZB-RUNK-TABLE              VALUE ZEROS.
000867     05  FZB-RUNK-ENTRY OCCURS 20 TIMES
000867             INDEXED BY FZB-RUNK-IDX.
000867         10  FZB-RUNK-RUN-DATE   PIC 9(06).
000868         10  FZB-RUNK-RUN-TIME   PIC 9(08).
000868 01  FZB-RUNK-FOUND-SW           PIC X(01) VALUE 'N'.
000869     88  FZB-RUNK-FOUND                    VALUE 'Y'.
000869     88  FZB-RUNK-NOT-FOUND                VALUE 'N'.
000870*****************************************************************
000880*    MATCH KEYS - AUDIT RECORDS AND DATA RECORD GROUPS ARE
000890*    BOTH IN REQUEST-ID ORDER; HIGH-VALUES MARKS AN EXHAUSTED
001230     05  FZB-AUDC-DIGIT-1        PIC X(01).
001240     05  FZB-AUDC-DIGIT-2        PIC X(01).
001250     05  FZB-AUDC-DIGIT-3        PIC X(01).
001251     05  FZB-AUDC-RUN-DATE       PIC 9(06).
001253     05  FZB-AUDC-RUN-TIME       PIC 9(08).
001255     05  FZB-AUDC-SUBMIT-CNT-X   PIC X(06).
001256     05  FZB-AUDC-SUBMIT-CNT REDEFINES FZB-AUDC-SUBMIT-CNT-X
001258                                 PIC 9(06).
001260*****************************************************************
001270*    COUNT COMPARISON WORK FIELDS FOR 3310-COMPARE-COUNT
001280*****************************************************************
001440 01  FZB-BAL-MISSING             PIC 9(06) VALUE 0.
001450 01  FZB-BAL-EXPECTED            PIC 9(06) VALUE 0.
001460 01  FZB-BAL-NEXT-COUNTER        PIC 9(06) VALUE 0.
001465 01  FZB-BAL-REJECTS             PIC 9(06) VALUE 0.
001470 01  FZB-HIT-1-CNT               PIC 9(01) VALUE 0.
001480 01  FZB-HIT-2-CNT               PIC 9(01) VALUE 0.
001490 01  FZB-HIT-3-CNT               PIC 9(01) VALUE 0.
002100     05  FZB-SEQ-LABEL           PIC X(20).
002110     05  FZB-SEQ-COUNT           PIC ZZZ,ZZ9.
002120     05  FILLER                  PIC X(48) VALUE SPACES.
002121 01  FZB-RPT-TIE-LINE.
002121     05  FILLER                  PIC X(01) VALUE SPACE.
002122     05  FILLER                  PIC X(04) VALUE SPACES.
002123     05  FILLER                  PIC X(10) VALUE 'SUBMITTED'.
002124     05  FZB-TIE-SUBMITTED       PIC ZZZ,ZZ9.
002125     05  FILLER                  PIC X(12) VALUE '  CLASSIFIED'.
002125     05  FZB-TIE-CLASSIFIED      PIC ZZZ,ZZ9.
002126     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002127     05  FZB-TIE-REJECTED        PIC ZZZ,ZZ9.
002128     05  FILLER                  PIC X(02) VALUE SPACES.
002129     05  FZB-TIE-TEXT            PIC X(20).
002130 01  FZB-RPT-CERT-LINE.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  FZB-CERT-TEXT           PIC X(60).
002560             GO TO 2000-EXIT
002570     END-READ.
002580     MOVE FZB-AUD-REQUEST-ID TO FZB-AUD-KEY.
002585     PERFORM 2010-NOTE-RUN-KEY THRU 2010-EXIT.
002590 2000-EXIT.
002591     EXIT.
002591*****************************************************************
002591*    2010-NOTE-RUN-KEY
002591*        ADDS THE AUDIT RECORD'S RUN DATE/TIME TO THE RUN TABLE
002592*        THE FIRST TIME IT IS SEEN.
002592*****************************************************************
002592 2010-NOTE-RUN-KEY.
002592     SET FZB-RUNK-NOT-FOUND TO TRUE.
002593     IF FZB-RUNK-COUNT > 0
002593         SET FZB-RUNK-IDX TO 1
002593         SEARCH FZB-RUNK-ENTRY
002594             AT END CONTINUE
002594             WHEN FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002594                     = FZB-AUD-RUN-DATE
002594              AND FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002595                     = FZB-AUD-RUN-TIME
002595                 SET FZB-RUNK-FOUND TO TRUE
002595         END-SEARCH
002595     END-IF.
002596     IF FZB-RUNK-FOUND
002596         GO TO 2010-EXIT
002596     END-IF.
002597     IF FZB-RUNK-COUNT < FZB-RUNK-MAX
002597         ADD 1 TO FZB-RUNK-COUNT
002597         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
002597         MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002598         MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002598     ELSE
002598         DISPLAY 'FZBBAL - RUN TABLE FULL - RUN '
002598             FZB-AUD-RUN-DATE '/' FZB-AUD-RUN-TIME
002599             ' NOT POSTED TO LEDGER'
002599     END-IF.
002599 2010-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    2100-READ-DATA
003120     MOVE FZB-AUD-DIGIT-1       TO FZB-AUDC-DIGIT-1.
003130     MOVE FZB-AUD-DIGIT-2       TO FZB-AUDC-DIGIT-2.
003140     MOVE FZB-AUD-DIGIT-3       TO FZB-AUDC-DIGIT-3.
003142     MOVE FZB-AUD-RUN-DATE      TO FZB-AUDC-RUN-DATE.
003145     MOVE FZB-AUD-RUN-TIME      TO FZB-AUDC-RUN-TIME.
003147     MOVE FZB-AUD-SUBMIT-CNT-X  TO FZB-AUDC-SUBMIT-CNT-X.
003150 2060-EXIT.
003160     EXIT.
003170*****************************************************************
004970     MOVE FZB-BAL-TOTAL         TO FZB-CMP-ACTUAL.
004980     PERFORM 3310-COMPARE-COUNT THRU 3310-EXIT.
004990     PERFORM 3320-CHECK-RANGE-COVERAGE THRU 3320-EXIT.
004995     PERFORM 3330-CHECK-SUBMITTED-TIE THRU 3330-EXIT.
005000     IF FZB-REQ-BALANCED
005010         MOVE 'REQUEST IN BALANCE' TO FZB-RQV-TEXT
005020     ELSE
005620         PERFORM 3910-WRITE-SEQ-LINE THRU 3910-EXIT
005630     END-IF.
005640 3320-EXIT.
005641     EXIT.
005641*****************************************************************
005641*    3330-CHECK-SUBMITTED-TIE
005641*        FOR A COMPLETED TRANSACTION REQUEST, TIES THE RECORDS
005641*        SUBMITTED IN ITS ACCEPTED BATCHES TO WHAT BECAME OF
005641*        THEM: EVERY ONE WAS EITHER CLASSIFIED ONTO DATAOUT OR
005641*        WRITTEN TO THE REJECT FILE BY THE SAME EXECUTION.  THE
005642*        TIE LINE IS PRINTED EITHER WAY.
005642*****************************************************************
005642 3330-CHECK-SUBMITTED-TIE.
005642     IF NOT FZB-AUDC-MODE-TRAN OR NOT FZB-AUDC-COMPLETE
005642             OR FZB-AUDC-SUBMIT-CNT-X NOT NUMERIC
005642         GO TO 3330-EXIT
005643     END-IF.
005643     MOVE 0 TO FZB-BAL-REJECTS.
005643     OPEN INPUT FZB-REJECT-FILE.
005643     IF FZB-REJIN-OK
005643         PERFORM 3335-COUNT-ONE-REJECT THRU 3335-EXIT
005643             UNTIL NOT FZB-REJIN-OK
005643         IF NOT FZB-REJIN-EOF
005644             DISPLAY 'FZBBAL - REJIN READ FAILED - STATUS '
005644                 FZB-REJIN-STATUS
005644         END-IF
005644     END-IF.
005644     CLOSE FZB-REJECT-FILE.
005644     MOVE FZB-AUDC-SUBMIT-CNT TO FZB-TIE-SUBMITTED.
005645     MOVE FZB-BAL-TOTAL       TO FZB-TIE-CLASSIFIED.
005645     MOVE FZB-BAL-REJECTS     TO FZB-TIE-REJECTED.
005645     IF FZB-AUDC-SUBMIT-CNT = FZB-BAL-TOTAL + FZB-BAL-REJECTS
005645         MOVE 'TIES'                 TO FZB-TIE-TEXT
005645     ELSE
005645         MOVE '*** DOES NOT TIE ***' TO FZB-TIE-TEXT
005645         SET FZB-REQ-OUT-OF-BAL TO TRUE
005646     END-IF.
005646     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
005646         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
005646     END-IF.
005646     WRITE FZB-REPORT-LINE FROM FZB-RPT-TIE-LINE
005646         AFTER ADVANCING 1 LINE.
005647     ADD 1 TO FZB-LINE-COUNT.
005647 3330-EXIT.
005647     EXIT.
005647*****************************************************************
005647*    3335-COUNT-ONE-REJECT
005647*        READS ONE REJECT AND COUNTS IT WHEN THE CURRENT
005647*        REQUEST'S EXECUTION WROTE IT.
005648*****************************************************************
005648 3335-COUNT-ONE-REJECT.
005648     READ FZB-REJECT-FILE
005648         AT END CONTINUE
005648     END-READ.
005648     IF FZB-REJIN-OK
005649             AND FZB-REJ-REQUEST-ID = FZB-AUDC-REQUEST-ID
005649             AND FZB-REJ-RUN-DATE = FZB-AUDC-RUN-DATE
005649             AND FZB-REJ-RUN-TIME = FZB-AUDC-RUN-TIME
005649         ADD 1 TO FZB-BAL-REJECTS
005649     END-IF.
005649 3335-EXIT.
005650     EXIT.
005660*****************************************************************
005670*    3890-WRITE-REQUEST-LINE
006610     DISPLAY 'FZBBAL - ORPHAN RECORDS...: '
006620         FZB-CNT-ORPHAN-RECORDS.
006630     DISPLAY 'FZBBAL - ' FZB-CERT-TEXT.
006635     PERFORM 8800-POST-LEDGER THRU 8800-EXIT.
006640 8000-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    8800-POST-LEDGER
006680*        POSTS THE CERTIFICATION TO THE RUN LEDGER FOR EVERY RUN
006690*        ON THE AUDIT LOG.  THE LEDGER IS BOOKKEEPING - AN OPEN
006700*        OR UPDATE FAILURE IS DISPLAYED AND THE RETURN CODE IS
006710*        LEFT TO THE BALANCE.
006720*****************************************************************
006730 8800-POST-LEDGER.
006740     OPEN I-O FZB-LEDGER-FILE.
006750     IF NOT FZB-LEDGER-OK
006760         DISPLAY 'FZBBAL - RUNLEDG OPEN FAILED - STATUS '
006770             FZB-LEDGER-STATUS ' - BALANCE NOT POSTED TO LEDGER'
006780         GO TO 8800-EXIT
006790     END-IF.
006800     PERFORM 8810-POST-ONE-RUN THRU 8810-EXIT
006810         VARYING FZB-RUNK-IDX FROM 1 BY 1
006820         UNTIL FZB-RUNK-IDX > FZB-RUNK-COUNT.
006830     CLOSE FZB-LEDGER-FILE.
006840 8800-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    8810-POST-ONE-RUN
006880*        READS (OR STARTS) ONE RUN'S LEDGER RECORD AND SETS ITS
006890*        BALANCE MILESTONE.
006900*****************************************************************
006910 8810-POST-ONE-RUN.
006920     MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE.
006930     MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME.
006940     READ FZB-LEDGER-FILE
006950         INVALID KEY CONTINUE
006960     END-READ.
006970     IF NOT FZB-LEDGER-OK AND NOT FZB-LEDGER-NOT-FOUND
006980         DISPLAY 'FZBBAL - RUNLEDG READ FAILED - STATUS '
006990             FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
007000             FZB-LDG-RUN-TIME
007010         GO TO 8810-EXIT
007020     END-IF.
007030     IF FZB-LEDGER-NOT-FOUND
007040         MOVE SPACES TO FZB-LEDGER-RECORD
007050         MOVE ZEROS  TO FZB-LDG-NUMBERS
007060         MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE
007070         MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME
007080     END-IF.
007090     IF RETURN-CODE = 0
007100         SET FZB-LDG-CERTIFIED TO TRUE
007110     ELSE
007120         SET FZB-LDG-OUT-OF-BAL TO TRUE
007130     END-IF.
007140     ACCEPT FZB-LDG-BAL-DATE FROM DATE.
007150     ACCEPT FZB-LDG-BAL-TIME FROM TIME.
007160     IF FZB-LEDGER-NOT-FOUND
007170         WRITE FZB-LEDGER-RECORD
007180             INVALID KEY CONTINUE
007190         END-WRITE
007200     ELSE
007210         REWRITE FZB-LEDGER-RECORD
007220             INVALID KEY CONTINUE
007230         END-REWRITE
007240     END-IF.
007250     IF NOT FZB-LEDGER-OK
007260         DISPLAY 'FZBBAL - RUNLEDG UPDATE FAILED - STATUS '
007270             FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
007280             FZB-LDG-RUN-TIME
007290     END-IF.
007300 8810-EXIT.
007310     EXIT.
