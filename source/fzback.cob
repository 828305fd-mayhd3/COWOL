000290*    SILENTLY AGE OUT (RETURN CODE 4).
000300*    MODIFICATION HISTORY.
000310*        2026-09-03  JHM  ORIGINAL PROGRAM.
000311*        2026-10-15  JHM  CARRIES EACH GENERATION'S ANSWER TO
000312*                         THE NIGHTLY RUN LEDGER (RUNLEDG, SEE
000313*                         FZBLDG): EVERY RUN WHOSE EXTRACT WAS
000314*                         CUT INTO THE GENERATION IS MARKED
000315*                         ACKNOWLEDGED ('A') OR NAKED ('N', WITH
000316*                         THE REASON).  A LEDGER FAILURE WARNS
000317*                         WITH RETURN CODE 4 AND DOES NOT STOP
000318*                         THE ACK RUN.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS FZB-XMT-KEY
000540         FILE STATUS IS FZB-XMIT-STATUS.
000541     SELECT FZB-LEDGER-FILE
000542         ASSIGN TO RUNLEDG
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000547         RECORD KEY IS FZB-LDG-KEY
000548         FILE STATUS IS FZB-LEDGER-STATUS.
000550     SELECT FZB-REPORT-FILE
000560         ASSIGN TO ACKRPT
000570         ORGANIZATION IS SEQUENTIAL
000730     LABEL RECORDS ARE STANDARD.
000740 COPY FZBXMT.
000750*
000752 FD  FZB-LEDGER-FILE
000754     LABEL RECORDS ARE STANDARD.
000756 COPY FZBLDG.
000758*
000760 FD  FZB-REPORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000920     88  FZB-XMIT-OK                       VALUE '00'.
000930     88  FZB-XMIT-NOTFND                   VALUE '23'.
000940     88  FZB-XMIT-EOF                      VALUE '10'.
000942 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000945     88  FZB-LEDGER-OK                     VALUE '00'.
000947     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000950 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000960     88  FZB-REPORT-OK                     VALUE '00'.
000970*****************************************************************
001370 01  FZB-SWEEP-DONE-SW           PIC X(01) VALUE 'N'.
001380     88  FZB-SWEEP-DONE                    VALUE 'Y'.
001390     88  FZB-SWEEP-NOT-DONE                VALUE 'N'.
001391 01  FZB-LEDGER-OPEN-SW          PIC X(01) VALUE 'N'.
001392     88  FZB-LEDGER-OPEN                   VALUE 'Y'.
001394     88  FZB-LEDGER-NOT-OPEN               VALUE 'N'.
001395 01  FZB-LEDGER-DONE-SW          PIC X(01) VALUE 'N'.
001397     88  FZB-LEDGER-DONE                   VALUE 'Y'.
001398     88  FZB-LEDGER-NOT-DONE               VALUE 'N'.
001400*****************************************************************
001410*    ACKNOWLEDGMENT AND SWEEP COUNTERS
001420*****************************************************************
002250     END-IF.
002260     OPEN INPUT FZB-ACK-FILE.
002270     OPEN I-O FZB-XMIT-FILE.
002271     OPEN I-O FZB-LEDGER-FILE.
002271     IF FZB-LEDGER-OK
002272         SET FZB-LEDGER-OPEN TO TRUE
002273     ELSE
002274         DISPLAY 'FZBACK - RUNLEDG OPEN FAILED - STATUS '
002275             FZB-LEDGER-STATUS ' - ANSWERS NOT POSTED TO LEDGER'
002276         IF RETURN-CODE < 4
002277             MOVE 4 TO RETURN-CODE
002278         END-IF
002279     END-IF.
002280     OPEN OUTPUT FZB-REPORT-FILE.
002290     PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT.
002300     PERFORM 2000-READ-ACK THRU 2000-EXIT.
003520     MOVE 'CONFIRMED'      TO FZB-DET-RESULT.
003530     MOVE 'TOTALS PROVED'  TO FZB-DET-NOTE.
003540     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
003545     PERFORM 3400-POST-LEDGER THRU 3400-EXIT.
003550 3200-EXIT.
003560     EXIT.
003570*****************************************************************
003750     MOVE 'REJECTED - RETRANSMIT' TO FZB-DET-RESULT.
003760     MOVE FZB-ACK-REASON   TO FZB-DET-NOTE.
003770     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
003775     PERFORM 3400-POST-LEDGER THRU 3400-EXIT.
003780     DISPLAY 'FZBACK - GENERATION ' FZB-XMT-RUN-DATE '/'
003790         FZB-XMT-RUN-TIME ' FLAGGED FOR RETRANSMISSION'.
003800     IF RETURN-CODE < 8
003810         MOVE 8 TO RETURN-CODE
003820     END-IF.
003830 3300-EXIT.
003831     EXIT.
003831*****************************************************************
003831*    3400-POST-LEDGER
003831*        BROWSES THE RUN LEDGER AND POSTS THE GENERATION'S
003831*        ANSWER TO EVERY RUN WHOSE EXTRACT WAS CUT INTO IT (THE
003831*        RUN'S EXTRACT MILESTONE CARRIES THE GENERATION'S RUN
003831*        DATE/TIME).  THE PRIME RECORD (KEY ZERO) IS SKIPPED.
003831*****************************************************************
003832 3400-POST-LEDGER.
003832     IF FZB-LEDGER-NOT-OPEN
003832         GO TO 3400-EXIT
003832     END-IF.
003832     SET FZB-LEDGER-NOT-DONE TO TRUE.
003832     MOVE ZEROS TO FZB-LDG-RUN-DATE.
003832     MOVE 1     TO FZB-LDG-RUN-TIME.
003833     START FZB-LEDGER-FILE KEY >= FZB-LDG-KEY
003833         INVALID KEY SET FZB-LEDGER-DONE TO TRUE
003833     END-START.
003833     PERFORM 3410-POST-ONE-RUN THRU 3410-EXIT
003833         UNTIL FZB-LEDGER-DONE.
003833 3400-EXIT.
003833     EXIT.
003834*****************************************************************
003834*    3410-POST-ONE-RUN
003834*        READS THE NEXT LEDGER RECORD AND, WHEN IT WAS CUT INTO
003834*        THIS GENERATION, MARKS IT ACKNOWLEDGED OR NAKED.
003834*****************************************************************
003834 3410-POST-ONE-RUN.
003834     READ FZB-LEDGER-FILE NEXT RECORD
003835         AT END
003835             SET FZB-LEDGER-DONE TO TRUE
003835             GO TO 3410-EXIT
003835     END-READ.
003835     IF NOT FZB-LEDGER-OK
003835         SET FZB-LEDGER-DONE TO TRUE
003835         GO TO 3410-FAILED
003836     END-IF.
003836     IF FZB-LDG-XTR-DATE NOT = FZB-XMT-RUN-DATE
003836             OR FZB-LDG-XTR-TIME NOT = FZB-XMT-RUN-TIME
003836         GO TO 3410-EXIT
003836     END-IF.
003836     IF FZB-XMT-CONFIRMED
003836         SET FZB-LDG-ACKNOWLEDGED TO TRUE
003837         MOVE SPACES         TO FZB-LDG-NAK-REASON
003837     ELSE
003837         SET FZB-LDG-NAKED TO TRUE
003837         MOVE FZB-ACK-REASON TO FZB-LDG-NAK-REASON
003837     END-IF.
003837     MOVE FZB-RUN-DATE TO FZB-LDG-ACK-DATE.
003837     MOVE FZB-RUN-TIME TO FZB-LDG-ACK-TIME.
003838     REWRITE FZB-LEDGER-RECORD
003838         INVALID KEY CONTINUE
003838     END-REWRITE.
003838     IF FZB-LEDGER-OK
003838         GO TO 3410-EXIT
003838     END-IF.
003838 3410-FAILED.
003839     DISPLAY 'FZBACK - RUNLEDG UPDATE FAILED - STATUS '
003839         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
003839         FZB-LDG-RUN-TIME.
003839     IF RETURN-CODE < 4
003839         MOVE 4 TO RETURN-CODE
003839     END-IF.
003839 3410-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    5000-SWEEP-STATUS
005030         AFTER ADVANCING 1 LINE.
005040     CLOSE FZB-ACK-FILE.
005050     CLOSE FZB-XMIT-FILE.
005052     IF FZB-LEDGER-OPEN
005055         CLOSE FZB-LEDGER-FILE
005057     END-IF.
005060     CLOSE FZB-REPORT-FILE.
005070     DISPLAY 'FZBACK - ACK SUMMARY'.
005080     DISPLAY '  ACKS READ......: ' FZB-CNT-ACKS-READ.
