000234*    REORDERED PARAMETER DECK DOES NOT FAKE A DRIFT.
000240*    MODIFICATION HISTORY.
000250*        2026-09-03  JHM  ORIGINAL PROGRAM.
000251*        2026-10-15  JHM  FLAGS EACH DRIFTED RUN ON THE NIGHTLY
000252*                         RUN LEDGER (RUNLEDG, SEE FZBLDG) WITH
000254*                         THE REQUEST CODE THAT MOVED, FOR THE
000255*                         MORNING DIGEST.  RUNS OLDER THAN THE
000257*                         LEDGER ARE LEFT ALONE; A LEDGER
000258*                         FAILURE ONLY WARNS (RETURN CODE 4).
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000440         ASSIGN TO DRFRPT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FZB-REPORT-STATUS.
000461     SELECT FZB-LEDGER-FILE
000462         ASSIGN TO RUNLEDG
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS RANDOM
000467         RECORD KEY IS FZB-LDG-KEY
000468         FILE STATUS IS FZB-LEDGER-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000620     LABEL RECORDS ARE STANDARD.
000630 01  FZB-REPORT-LINE                 PIC X(80).
000640*
000642 FD  FZB-LEDGER-FILE
000644     LABEL RECORDS ARE STANDARD.
000646 COPY FZBLDG.
000648*
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670*    FILE STATUS SWITCHES
000740     88  FZB-STATH-EOF                     VALUE '10'.
000750 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000760     88  FZB-REPORT-OK                     VALUE '00'.
000761 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000762     88  FZB-LEDGER-OK                     VALUE '00'.
000764     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000765 01  FZB-LEDGER-OPEN-SW          PIC X(01) VALUE 'N'.
000767     88  FZB-LEDGER-OPEN                   VALUE 'Y'.
000768     88  FZB-LEDGER-NOT-OPEN               VALUE 'N'.
000770*****************************************************************
000780*    REPORT PAGINATION CONTROLS
000790*****************************************************************
002090     END-IF.
002100     OPEN INPUT FZB-STATH-FILE.
002110     OPEN OUTPUT FZB-REPORT-FILE.
002111     OPEN I-O FZB-LEDGER-FILE.
002111     IF FZB-LEDGER-OK
002112         SET FZB-LEDGER-OPEN TO TRUE
002113     ELSE
002114         DISPLAY 'FZBSDRF - RUNLEDG OPEN FAILED - STATUS '
002115             FZB-LEDGER-STATUS ' - DRIFT NOT POSTED TO LEDGER'
002116         IF RETURN-CODE < 4
002117             MOVE 4 TO RETURN-CODE
002118         END-IF
002119     END-IF.
002120     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002130     PERFORM 2000-READ-STAT-RECORD THRU 2000-EXIT.
002140 1000-EXIT.
002830     IF RETURN-CODE < 4
002840         MOVE 4 TO RETURN-CODE
002850     END-IF.
002855     PERFORM 3200-POST-LEDGER THRU 3200-EXIT.
002860 3100-EXIT.
002861     EXIT.
002861*****************************************************************
002861*    3200-POST-LEDGER
002861*        MARKS THE DRIFTED RUN ON THE RUN LEDGER WITH THE
002861*        REQUEST CODE THAT MOVED.  A RUN WITH NO LEDGER RECORD
002862*        PREDATES THE LEDGER AND IS SKIPPED.
002862*****************************************************************
002862 3200-POST-LEDGER.
002862     IF FZB-LEDGER-NOT-OPEN
002863         GO TO 3200-EXIT
002863     END-IF.
002863     MOVE FZB-STA-RUN-DATE TO FZB-LDG-RUN-DATE.
002863     MOVE FZB-STA-RUN-TIME TO FZB-LDG-RUN-TIME.
002864     READ FZB-LEDGER-FILE
002864         INVALID KEY CONTINUE
002864     END-READ.
002864     IF FZB-LEDGER-NOT-FOUND
002865         GO TO 3200-EXIT
002865     END-IF.
002865     IF NOT FZB-LEDGER-OK
002865         GO TO 3200-FAILED
002865     END-IF.
002866     SET FZB-LDG-DRIFT-FLAGGED TO TRUE.
002866     MOVE FZB-CUR-REQUEST TO FZB-LDG-DRIFT-CODE.
002866     REWRITE FZB-LEDGER-RECORD
002866         INVALID KEY CONTINUE
002867     END-REWRITE.
002867     IF FZB-LEDGER-OK
002867         GO TO 3200-EXIT
002867     END-IF.
002868 3200-FAILED.
002868     DISPLAY 'FZBSDRF - RUNLEDG UPDATE FAILED - STATUS '
002868         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
002868         FZB-LDG-RUN-TIME.
002869     IF RETURN-CODE < 4
002869         MOVE 4 TO RETURN-CODE
002869     END-IF.
002869 3200-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    3950-WRITE-HEADINGS
003260         AFTER ADVANCING 1 LINE.
003270     CLOSE FZB-STATH-FILE.
003280     CLOSE FZB-REPORT-FILE.
003282     IF FZB-LEDGER-OPEN
003285         CLOSE FZB-LEDGER-FILE
003287     END-IF.
003290     DISPLAY 'FZBSDRF - RECORDS READ.....: ' FZB-CNT-RECORDS.
003300     DISPLAY 'FZBSDRF - RUNS COMPARED....: ' FZB-CNT-COMPARES.
003310     DISPLAY 'FZBSDRF - DRIFT FLAGGED....: ' FZB-CNT-FLAGGED.
