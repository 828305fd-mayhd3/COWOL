000230*                         OR REJECTED.  A STATUS CLUSTER THAT
000231*                         CANNOT BE OPENED WARNS (RETURN CODE
000232*                         4) WITHOUT FAILING THE EXTRACT.
000232*        2026-10-15  JHM  POSTS THE CUT ('X', WITH THE
000232*                         GENERATION'S RUN DATE/TIME) TO THE
000232*                         NIGHTLY RUN LEDGER (RUNLEDG, SEE
000232*                         FZBLDG) FOR EVERY RUN ON THE AUDIT LOG
000232*                         (NEW AUDIN DD), SO FZBACK CAN CARRY
000232*                         THE GENERATION'S ACK BACK TO THE RUNS
000232*                         IT CAME FROM.  A LEDGER FAILURE WARNS
000232*                         WITH RETURN CODE 4 LIKE XMITSTAT.
000233*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000350         ASSIGN TO XTROUT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FZB-XTR-STATUS.
000371     SELECT FZB-AUDIT-FILE
000371         ASSIGN TO AUDIN
000371         ORGANIZATION IS SEQUENTIAL
000371         FILE STATUS IS FZB-AUDIT-STATUS.
000372     SELECT FZB-XMIT-FILE
000374         ASSIGN TO XMITSTAT
000375         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS RANDOM
000377         RECORD KEY IS FZB-XMT-KEY
000378         FILE STATUS IS FZB-XMIT-STATUS.
000379     SELECT FZB-LEDGER-FILE
000379         ASSIGN TO RUNLEDG
000379         ORGANIZATION IS INDEXED
000379         ACCESS MODE IS RANDOM
000379         RECORD KEY IS FZB-LDG-KEY
000379         FILE STATUS IS FZB-LEDGER-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000480     LABEL RECORDS ARE STANDARD.
000490 01  FZB-XTR-RECORD                  PIC X(80).
000492*
000493 FD  FZB-AUDIT-FILE
000493     RECORDING MODE IS F
000493     LABEL RECORDS ARE STANDARD.
000493 COPY FZBAUD.
000493*
000494 FD  FZB-XMIT-FILE
000496     LABEL RECORDS ARE STANDARD.
000498 COPY FZBXMT.
000499*
000499 FD  FZB-LEDGER-FILE
000499     LABEL RECORDS ARE STANDARD.
000499 COPY FZBLDG.
000500*
000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000597 01  FZB-XMIT-OPEN-SW            PIC X(01) VALUE 'N'.
000598     88  FZB-XMIT-OPEN                     VALUE 'Y'.
000599     88  FZB-XMIT-NOT-OPEN                 VALUE 'N'.
000599 01  FZB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
000599     88  FZB-AUDIT-OK                      VALUE '00'.
000599     88  FZB-AUDIT-EOF                     VALUE '10'.
000599 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000599     88  FZB-LEDGER-OK                     VALUE '00'.
000599     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000599*****************************************************************
000599*    RUN LEDGER - THE DISTINCT RUNS (RUN DATE/TIME) ON THE AUDIT
000599*    LOG, EACH POSTED AS CUT INTO THIS GENERATION.
000599*****************************************************************
000599 01  FZB-RUNK-MAX                PIC 9(03) VALUE 20.
000599 01  FZB-RUNK-COUNT              PIC 9(03) VALUE 0.
000599 01  FZB-RUNK-TABLE              VALUE ZEROS.
000599     05  FZB-RUNK-ENTRY OCCURS 20 TIMES
000599             INDEXED BY FZB-RUNK-IDX.
000599         10  FZB-RUNK-RUN-DATE   PIC 9(06).
000599         10  FZB-RUNK-RUN-TIME   PIC 9(08).
000599 01  FZB-RUNK-FOUND-SW           PIC X(01) VALUE 'N'.
000599     88  FZB-RUNK-FOUND                    VALUE 'Y'.
000599     88  FZB-RUNK-NOT-FOUND                VALUE 'N'.
000600*****************************************************************
000610*    EXTRACT CONTROLS AND CONTROL TOTALS
000620*****************************************************************
000910 1000-INITIALIZE.
000920     ACCEPT FZB-RUN-DATE FROM DATE.
000930     ACCEPT FZB-RUN-TIME FROM TIME.
000931     OPEN INPUT FZB-AUDIT-FILE.
000931     IF FZB-AUDIT-OK
000932         PERFORM 1100-LOAD-RUN-KEY THRU 1100-EXIT
000933             UNTIL NOT FZB-AUDIT-OK
000934         CLOSE FZB-AUDIT-FILE
000934     ELSE
000935         DISPLAY 'FZBXTRCT - AUDIN OPEN FAILED - STATUS '
000936             FZB-AUDIT-STATUS ' - RUN LEDGER NOT POSTED'
000937         IF RETURN-CODE < 4
000937             MOVE 4 TO RETURN-CODE
000938         END-IF
000939     END-IF.
000940     OPEN INPUT FZB-DATA-FILE.
000950     OPEN OUTPUT FZB-XTR-FILE.
000951*    STATUS TRACKING MUST NEVER COST US THE EXTRACT ITSELF -
000973     PERFORM 3900-WRITE-EXTRACT-RECORD THRU 3900-EXIT.
000974     PERFORM 2000-READ-DATA-RECORD THRU 2000-EXIT.
000975 1000-EXIT.
000975     EXIT.
000975*****************************************************************
000975*    1100-LOAD-RUN-KEY
000975*        READS ONE AUDIT RECORD AND ADDS ITS RUN DATE/TIME TO
000975*        THE RUN TABLE THE FIRST TIME IT IS SEEN.
000975*****************************************************************
000975 1100-LOAD-RUN-KEY.
000975     READ FZB-AUDIT-FILE
000975         AT END GO TO 1100-EXIT
000975     END-READ.
000975     SET FZB-RUNK-NOT-FOUND TO TRUE.
000975     IF FZB-RUNK-COUNT > 0
000975         SET FZB-RUNK-IDX TO 1
000975         SEARCH FZB-RUNK-ENTRY
000975             AT END CONTINUE
000975             WHEN FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
000975                     = FZB-AUD-RUN-DATE
000975              AND FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
000975                     = FZB-AUD-RUN-TIME
000975                 SET FZB-RUNK-FOUND TO TRUE
000975         END-SEARCH
000975     END-IF.
000975     IF FZB-RUNK-FOUND
000975         GO TO 1100-EXIT
000975     END-IF.
000975     IF FZB-RUNK-COUNT < FZB-RUNK-MAX
000975         ADD 1 TO FZB-RUNK-COUNT
000975         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
000975         MOVE FZB-AUD-RUN-DATE TO FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
000975         MOVE FZB-AUD-RUN-TIME TO FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
000975     ELSE
000975         DISPLAY 'FZBXTRCT - RUN TABLE FULL - RUN '
000975             FZB-AUD-RUN-DATE '/' FZB-AUD-RUN-TIME
000975             ' NOT POSTED TO LEDGER'
000975     END-IF.
000975 1100-EXIT.
000976     EXIT.
001100*****************************************************************
001110*    2000-READ-DATA-RECORD
001974         PERFORM 8100-WRITE-XMIT-STATUS THRU 8100-EXIT
001976         CLOSE FZB-XMIT-FILE
001978     END-IF.
001979     PERFORM 8800-POST-LEDGER THRU 8800-EXIT.
001980     CLOSE FZB-DATA-FILE.
001990     CLOSE FZB-XTR-FILE.
002000     DISPLAY 'FZBXTRCT - EXTRACT SUMMARY'.
002360     END-IF.
002370 8100-EXIT.
002380     EXIT.
002390*****************************************************************
002400*    8800-POST-LEDGER
002410*        POSTS THE EXTRACT CUT TO THE RUN LEDGER FOR EVERY RUN ON
002420*        THE AUDIT LOG, WITH THIS GENERATION'S RUN DATE/TIME -
002430*        THE KEY FZBACK MATCHES THE ACKNOWLEDGMENT ON.
002440*****************************************************************
002450 8800-POST-LEDGER.
002460     OPEN I-O FZB-LEDGER-FILE.
002470     IF NOT FZB-LEDGER-OK
002480         DISPLAY 'FZBXTRCT - RUNLEDG OPEN FAILED - STATUS '
002490             FZB-LEDGER-STATUS ' - CUT NOT POSTED TO LEDGER'
002500         IF RETURN-CODE < 4
002510             MOVE 4 TO RETURN-CODE
002520         END-IF
002530         GO TO 8800-EXIT
002540     END-IF.
002550     PERFORM 8810-POST-ONE-RUN THRU 8810-EXIT
002560         VARYING FZB-RUNK-IDX FROM 1 BY 1
002570         UNTIL FZB-RUNK-IDX > FZB-RUNK-COUNT.
002580     CLOSE FZB-LEDGER-FILE.
002590 8800-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    8810-POST-ONE-RUN
002630*        READS (OR STARTS) ONE RUN'S LEDGER RECORD AND SETS ITS
002640*        EXTRACT MILESTONE.
002650*****************************************************************
002660 8810-POST-ONE-RUN.
002670     MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE.
002680     MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME.
002690     READ FZB-LEDGER-FILE
002700         INVALID KEY CONTINUE
002710     END-READ.
002720     IF NOT FZB-LEDGER-OK AND NOT FZB-LEDGER-NOT-FOUND
002730         GO TO 8810-FAILED
002740     END-IF.
002750     IF FZB-LEDGER-NOT-FOUND
002760         MOVE SPACES TO FZB-LEDGER-RECORD
002770         MOVE ZEROS  TO FZB-LDG-NUMBERS
002780         MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE
002790         MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME
002800     END-IF.
002810     SET FZB-LDG-EXTRACT-CUT TO TRUE.
002820     MOVE FZB-RUN-DATE TO FZB-LDG-XTR-DATE.
002830     MOVE FZB-RUN-TIME TO FZB-LDG-XTR-TIME.
002840*    A RE-CUT IS A NEW GENERATION AWAITING ITS OWN ACK.
002850     MOVE SPACE        TO FZB-LDG-ACK-STATUS.
002860     MOVE SPACES       TO FZB-LDG-NAK-REASON.
002870     MOVE ZEROS        TO FZB-LDG-ACK-DATE.
002880     MOVE ZEROS        TO FZB-LDG-ACK-TIME.
002890     IF FZB-LEDGER-NOT-FOUND
002900         WRITE FZB-LEDGER-RECORD
002910             INVALID KEY CONTINUE
002920         END-WRITE
002930     ELSE
002940         REWRITE FZB-LEDGER-RECORD
002950             INVALID KEY CONTINUE
002960         END-REWRITE
002970     END-IF.
002980     IF FZB-LEDGER-OK
002990         GO TO 8810-EXIT
003000     END-IF.
003010 8810-FAILED.
003020     DISPLAY 'FZBXTRCT - RUNLEDG UPDATE FAILED - STATUS '
003030         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
003040         FZB-LDG-RUN-TIME.
003050     IF RETURN-CODE < 4
003060         MOVE 4 TO RETURN-CODE
003070     END-IF.
003080 8810-EXIT.
003090     EXIT.
