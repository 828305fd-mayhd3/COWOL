000240*    OR AN EXPLICIT WRITE-OFF.
000250*    MODIFICATION HISTORY.
000260*        2026-09-03  JHM  ORIGINAL PROGRAM.
000261*        2026-10-15  JHM  POSTS TO THE NIGHTLY RUN LEDGER
000261*                         (RUNLEDG, SEE FZBLDG) THE NUMBER OF
000261*                         EACH REJECTING RUN'S REJECTS STILL
000262*                         AWAITING REPAIR (ZERO ONCE ALL ARE
000262*                         RECYCLED) FOR THE MORNING DIGEST.
000263*                         RUNS OLDER THAN THE LEDGER ARE LEFT
000263*                         ALONE; A LEDGER FAILURE WARNS WITH
000263*                         RETURN CODE 4.
000264*        2026-10-15  JHM  TRANSACTION BATCH CONTROL
000264*                         TOTALS.  TRANIN IS NOW SUBMITTED IN
000265*                         BATCHES (SEE FZBBCH), SO THE RECYCLED
000265*                         VALUES GO OUT THE SAME WAY: ONE BATCH
000265*                         PER REQUEST CODE, A HEADER (BATCH DATE
000266*                         = RUN DATE, BATCH NUMBER = RUN TIME
000266*                         HHMMSS) AND A TRAILER WITH THE RECORD
000267*                         COUNT AND HASH TOTAL.  REJIN IS SORTED
000267*                         BY REQUEST CODE AHEAD OF THIS STEP
000267*                         (FZBREJ, NOW LRECL 144).  A REJECT
000268*                         WRITTEN BEFORE THE CODE WAS CARRIED
000268*                         CANNOT BE BATCHED; IT IS LEFT ON REJREM
000269*                         AS 'NO REQ CODE' FOR WRITE-OFF WITH
000269*                         RETURN CODE 4.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000490         ASSIGN TO RCYRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FZB-REPORT-STATUS.
000511     SELECT FZB-LEDGER-FILE
000512         ASSIGN TO RUNLEDG
000514         ORGANIZATION IS INDEXED
000515         ACCESS MODE IS RANDOM
000517         RECORD KEY IS FZB-LDG-KEY
000518         FILE STATUS IS FZB-LEDGER-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000740 FD  FZB-REJREM-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  FZB-REJREM-RECORD               PIC X(144).
000780*
000790 FD  FZB-REPORT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  FZB-REPORT-LINE                 PIC X(80).
000822*
000824 FD  FZB-LEDGER-FILE
000826     LABEL RECORDS ARE STANDARD.
000828 COPY FZBLDG.
000830*
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000940     88  FZB-REJREM-OK                     VALUE '00'.
000950 01  FZB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000960     88  FZB-REPORT-OK                     VALUE '00'.
000962 01  FZB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
000965     88  FZB-LEDGER-OK                     VALUE '00'.
000967     88  FZB-LEDGER-NOT-FOUND              VALUE '23'.
000970*****************************************************************
000980*    REPORT PAGINATION CONTROLS
000990*****************************************************************
001110 01  FZB-CNT-READ                PIC 9(06) VALUE 0.
001120 01  FZB-CNT-RECYCLED            PIC 9(06) VALUE 0.
001130 01  FZB-CNT-REMAINING           PIC 9(06) VALUE 0.
001131*****************************************************************
001131*    REJECTING RUNS SEEN ON REJIN AND HOW MANY OF EACH ONE'S
001131*    REJECTS ARE STILL INVALID, FOR THE RUN LEDGER.
001131*****************************************************************
001132 01  FZB-RUNK-MAX                PIC 9(03) VALUE 50.
001132 01  FZB-RUNK-COUNT              PIC 9(03) VALUE 0.
001132 01  FZB-RUNK-TABLE              VALUE ZEROS.
001132     05  FZB-RUNK-ENTRY OCCURS 50 TIMES
001133             INDEXED BY FZB-RUNK-IDX.
001133         10  FZB-RUNK-RUN-DATE   PIC 9(06).
001133         10  FZB-RUNK-RUN-TIME   PIC 9(08).
001134         10  FZB-RUNK-REMAIN-CNT PIC 9(06).
001134 01  FZB-RUNK-FOUND-SW           PIC X(01) VALUE 'N'.
001134     88  FZB-RUNK-FOUND                    VALUE 'Y'.
001134     88  FZB-RUNK-NOT-FOUND                VALUE 'N'.
001135*****************************************************************
001135*    TRANOUT BATCH CONTROL - THE BATCH BEING WRITTEN AND ITS
001135*    RUNNING RECORD COUNT AND HASH TOTAL.  EVERY BATCH THIS RUN
001135*    WRITES HAS THE SAME BATCH DATE AND NUMBER; THE REQUEST CODE
001136*    TELLS THEM APART.
001136*****************************************************************
001136 01  FZB-RUN-TIME                PIC 9(08) VALUE 0.
001137 01  FZB-RUN-TIME-X REDEFINES FZB-RUN-TIME.
001137     05  FZB-RUN-TIME-HHMMSS     PIC 9(06).
001137     05  FILLER                  PIC 9(02).
001137 01  FZB-RCB-OPEN-SW             PIC X(01) VALUE 'N'.
001138     88  FZB-RCB-OPEN                      VALUE 'Y'.
001138     88  FZB-RCB-CLOSED                    VALUE 'N'.
001138 01  FZB-RCB-REQ-CODE            PIC X(08) VALUE SPACES.
001138 01  FZB-RCB-REC-CNT             PIC 9(07) VALUE 0.
001139 01  FZB-RCB-HASH-TOTAL          PIC 9(13) VALUE 0.
001139 01  FZB-CNT-BATCHES             PIC 9(06) VALUE 0.
001139 COPY FZBBCH.
001140*****************************************************************
001150*    REPORT LINE LAYOUTS
001160*****************************************************************
001350     05  FILLER                  PIC X(05) VALUE 'RSN'.
001360     05  FILLER                  PIC X(06) VALUE 'REQ'.
001370     05  FILLER                  PIC X(17) VALUE 'REJECTING RUN'.
001375     05  FILLER                  PIC X(10) VALUE 'CODE'.
001380     05  FILLER                  PIC X(06) VALUE 'BATCH'.
001385     05  FILLER                  PIC X(11) VALUE SPACES.
001390 01  FZB-RPT-DETAIL.
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  FZB-DET-VALUE           PIC X(06).
001490     05  FZB-DET-RUN-DATE        PIC 9(06).
001500     05  FILLER                  PIC X(01) VALUE '/'.
001510     05  FZB-DET-RUN-TIME        PIC 9(08).
001511     05  FILLER                  PIC X(02) VALUE SPACES.
001512     05  FZB-DET-REQ-CODE        PIC X(08).
001513     05  FILLER                  PIC X(02) VALUE SPACES.
001514     05  FZB-DET-BATCH-NO        PIC X(06).
001515     05  FILLER                  PIC X(11) VALUE SPACES.
001516 01  FZB-RPT-BATCH-LINE.
001517     05  FILLER                  PIC X(01) VALUE SPACE.
001518     05  FILLER                  PIC X(15) VALUE
001519             'TRANOUT BATCH'.
001520     05  FZB-BLN-REQ-CODE        PIC X(08).
001521     05  FILLER                  PIC X(01) VALUE SPACE.
001522     05  FZB-BLN-BATCH-DATE      PIC 9(06).
001523     05  FILLER                  PIC X(01) VALUE '/'.
001524     05  FZB-BLN-BATCH-NO        PIC 9(06).
001525     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
001526     05  FZB-BLN-REC-CNT         PIC ZZZ,ZZ9.
001527     05  FILLER                  PIC X(12) VALUE '  HASH TOTAL'.
001528     05  FZB-BLN-HASH-TOTAL      PIC Z(12)9.
001529     05  FILLER                  PIC X(01) VALUE SPACES.
001530 01  FZB-RPT-TRAILER-LINE.
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  FZB-TRL-LABEL           PIC X(20).
001760*****************************************************************
001770 1000-INITIALIZE.
001780     ACCEPT FZB-RUN-DATE FROM DATE.
001785     ACCEPT FZB-RUN-TIME FROM TIME.
001790     OPEN INPUT FZB-REJIN-FILE.
001800     OPEN OUTPUT FZB-TRAN-FILE.
001810     OPEN OUTPUT FZB-REJREM-FILE.
002000*        TRANOUT WITH ITS LINEAGE AND IS REPORTED RECYCLED; A
002010*        STILL-INVALID VALUE IS COPIED UNCHANGED TO REJREM,
002020*        REPORTED, AND FLAGS THE RUN WITH RETURN CODE 4.
002023*        SO IS A REJECT WITH NO REQUEST CODE, WHICH CANNOT BE
002026*        PUT IN A BATCH.
002030*****************************************************************
002040 3000-RECYCLE-ONE-REJECT.
002050     ADD 1 TO FZB-CNT-READ.
002080     MOVE FZB-REJ-REQUEST-ID  TO FZB-DET-REQUEST.
002090     MOVE FZB-REJ-RUN-DATE    TO FZB-DET-RUN-DATE.
002100     MOVE FZB-REJ-RUN-TIME    TO FZB-DET-RUN-TIME.
002104     MOVE FZB-REJ-REQ-CODE    TO FZB-DET-REQ-CODE.
002108     MOVE FZB-REJ-BATCH-NO    TO FZB-DET-BATCH-NO.
002112     PERFORM 3200-NOTE-RUN-KEY THRU 3200-EXIT.
002116     IF FZB-REJ-VALUE-X NUMERIC AND FZB-REJ-REQ-CODE NOT = SPACES
002120         PERFORM 3100-WRITE-TRAN THRU 3100-EXIT
002130         MOVE 'RECYCLED'      TO FZB-DET-DISPOSITION
002140         ADD 1 TO FZB-CNT-RECYCLED
002160         MOVE FZB-REJECT-RECORD TO FZB-REJREM-RECORD
002170         WRITE FZB-REJREM-RECORD
002180         MOVE 'STILL INVALID' TO FZB-DET-DISPOSITION
002182         IF FZB-REJ-REQ-CODE = SPACES
002185             MOVE 'NO REQ CODE' TO FZB-DET-DISPOSITION
002187         END-IF
002190         ADD 1 TO FZB-CNT-REMAINING
002192         IF FZB-RUNK-FOUND
002195             ADD 1 TO FZB-RUNK-REMAIN-CNT(FZB-RUNK-IDX)
002197         END-IF
002200         IF RETURN-CODE < 4
002210             MOVE 4 TO RETURN-CODE
002220         END-IF
002300*        BUILDS THE NEXT-NIGHT TRANIN RECORD FROM THE CORRECTED
002310*        VALUE, CARRYING THE REJECTING RUN'S REQUEST ID AND RUN
002320*        DATE/TIME PAST COLUMN 6 AS LINEAGE.
002323*        A CHANGE OF REQUEST CODE ENDS THE BATCH BEING WRITTEN
002326*        AND STARTS THE NEXT ONE.
002330*****************************************************************
002340 3100-WRITE-TRAN.
002341     IF FZB-RCB-OPEN AND FZB-REJ-REQ-CODE NOT = FZB-RCB-REQ-CODE
002342         PERFORM 3400-END-BATCH THRU 3400-EXIT
002344     END-IF.
002345     IF FZB-RCB-CLOSED
002347         PERFORM 3300-START-BATCH THRU 3300-EXIT
002348     END-IF.
002350     MOVE SPACES              TO FZB-TRAN-OUT-RECORD.
002360     MOVE FZB-REJ-VALUE-X     TO FZB-TRN-VALUE.
002370     MOVE 'RCY='              TO FZB-TRN-TAG.
002390     MOVE FZB-REJ-RUN-DATE    TO FZB-TRN-RUN-DATE.
002400     MOVE FZB-REJ-RUN-TIME    TO FZB-TRN-RUN-TIME.
002410     WRITE FZB-TRAN-OUT-RECORD.
002413     ADD 1 TO FZB-RCB-REC-CNT.
002416     ADD FZB-REJ-VALUE-9      TO FZB-RCB-HASH-TOTAL.
002420 3100-EXIT.
002421     EXIT.
002421*****************************************************************
002421*    3200-NOTE-RUN-KEY
002421*        LOCATES THE REJECTING RUN IN THE RUN TABLE, ADDING IT
002421*        THE FIRST TIME IT IS SEEN, AND LEAVES FZB-RUNK-IDX ON
002421*        ITS ENTRY.  WHEN THE TABLE IS FULL THE RUN IS NOT
002421*        TRACKED AND FZB-RUNK-FOUND IS LEFT OFF.
002421*****************************************************************
002421 3200-NOTE-RUN-KEY.
002422     SET FZB-RUNK-NOT-FOUND TO TRUE.
002422     IF FZB-RUNK-COUNT > 0
002422         SET FZB-RUNK-IDX TO 1
002422         SEARCH FZB-RUNK-ENTRY
002422             AT END CONTINUE
002422             WHEN FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002422                     = FZB-REJ-RUN-DATE
002422              AND FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002422                     = FZB-REJ-RUN-TIME
002423                 SET FZB-RUNK-FOUND TO TRUE
002423         END-SEARCH
002423     END-IF.
002423     IF FZB-RUNK-FOUND
002423         GO TO 3200-EXIT
002423     END-IF.
002423     IF FZB-RUNK-COUNT < FZB-RUNK-MAX
002423         ADD 1 TO FZB-RUNK-COUNT
002423         SET FZB-RUNK-IDX TO FZB-RUNK-COUNT
002424         MOVE FZB-REJ-RUN-DATE TO FZB-RUNK-RUN-DATE(FZB-RUNK-IDX)
002424         MOVE FZB-REJ-RUN-TIME TO FZB-RUNK-RUN-TIME(FZB-RUNK-IDX)
002424         MOVE ZEROS TO FZB-RUNK-REMAIN-CNT(FZB-RUNK-IDX)
002424         SET FZB-RUNK-FOUND TO TRUE
002424     ELSE
002424         DISPLAY 'FZBRCYC - RUN TABLE FULL - RUN '
002424             FZB-REJ-RUN-DATE '/' FZB-REJ-RUN-TIME
002424             ' NOT POSTED TO LEDGER'
002424     END-IF.
002425 3200-EXIT.
002425     EXIT.
002425*****************************************************************
002425*    3300-START-BATCH
002425*        WRITES THE BATCH HEADER FOR THE REJECT'S REQUEST CODE.
002425*****************************************************************
002425 3300-START-BATCH.
002425     MOVE SPACES              TO FZB-BATCH-CONTROL-RECORD.
002425     SET FZB-BCH-HEADER       TO TRUE.
002426     MOVE FZB-REJ-REQ-CODE    TO FZB-BCH-REQ-CODE.
002426     MOVE FZB-RUN-DATE        TO FZB-BCH-BATCH-DATE.
002426     MOVE FZB-RUN-TIME-HHMMSS TO FZB-BCH-BATCH-NO.
002426     WRITE FZB-TRAN-OUT-RECORD FROM FZB-BATCH-CONTROL-RECORD.
002426     MOVE FZB-REJ-REQ-CODE    TO FZB-RCB-REQ-CODE.
002426     MOVE 0 TO FZB-RCB-REC-CNT.
002426     MOVE 0 TO FZB-RCB-HASH-TOTAL.
002426     SET FZB-RCB-OPEN TO TRUE.
002426 3300-EXIT.
002427     EXIT.
002427*****************************************************************
002427*    3400-END-BATCH
002427*        WRITES THE TRAILER FOR THE BATCH BEING WRITTEN AND
002427*        LISTS THE BATCH ON THE REPORT.
002427*****************************************************************
002427 3400-END-BATCH.
002427     MOVE SPACES              TO FZB-BATCH-CONTROL-RECORD.
002427     SET FZB-BCH-TRAILER      TO TRUE.
002428     MOVE FZB-RCB-REC-CNT     TO FZB-BCH-RECORD-COUNT.
002428     MOVE FZB-RCB-HASH-TOTAL  TO FZB-BCH-HASH-TOTAL.
002428     WRITE FZB-TRAN-OUT-RECORD FROM FZB-BATCH-CONTROL-RECORD.
002428     SET FZB-RCB-CLOSED TO TRUE.
002428     ADD 1 TO FZB-CNT-BATCHES.
002428     MOVE FZB-RCB-REQ-CODE    TO FZB-BLN-REQ-CODE.
002428     MOVE FZB-RUN-DATE        TO FZB-BLN-BATCH-DATE.
002428     MOVE FZB-RUN-TIME-HHMMSS TO FZB-BLN-BATCH-NO.
002428     MOVE FZB-RCB-REC-CNT     TO FZB-BLN-REC-CNT.
002429     MOVE FZB-RCB-HASH-TOTAL  TO FZB-BLN-HASH-TOTAL.
002429     IF FZB-LINE-COUNT >= FZB-LINES-PER-PAGE
002429         PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
002429     END-IF.
002429     WRITE FZB-REPORT-LINE FROM FZB-RPT-BATCH-LINE
002429         AFTER ADVANCING 1 LINE.
002429     ADD 1 TO FZB-LINE-COUNT.
002429 3400-EXIT.
002430     EXIT.
002440*****************************************************************
002450*    3900-WRITE-DETAIL-LINE
002790*        REPORTS THEM TO THE CONSOLE.
002800*****************************************************************
002810 8000-FINALIZE.
002812     IF FZB-RCB-OPEN
002815         PERFORM 3400-END-BATCH THRU 3400-EXIT
002817     END-IF.
002820     MOVE 'REJECTS READ'      TO FZB-TRL-LABEL.
002830     MOVE FZB-CNT-READ        TO FZB-TRL-COUNT.
002840     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
002910     MOVE FZB-CNT-REMAINING   TO FZB-TRL-COUNT.
002920     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
002930         AFTER ADVANCING 1 LINE.
002932     MOVE 'TRANOUT BATCHES'   TO FZB-TRL-LABEL.
002934     MOVE FZB-CNT-BATCHES     TO FZB-TRL-COUNT.
002936     WRITE FZB-REPORT-LINE FROM FZB-RPT-TRAILER-LINE
002938         AFTER ADVANCING 1 LINE.
002940     CLOSE FZB-REJIN-FILE.
002950     CLOSE FZB-TRAN-FILE.
002960     CLOSE FZB-REJREM-FILE.
002970     CLOSE FZB-REPORT-FILE.
002975     PERFORM 8800-POST-LEDGER THRU 8800-EXIT.
002980     DISPLAY 'FZBRCYC - RECYCLE SUMMARY'.
002990     DISPLAY '  REJECTS READ...: ' FZB-CNT-READ.
003000     DISPLAY '  RECYCLED.......: ' FZB-CNT-RECYCLED.
003010     DISPLAY '  STILL INVALID..: ' FZB-CNT-REMAINING.
003015     DISPLAY '  BATCHES........: ' FZB-CNT-BATCHES.
003020 8000-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    8800-POST-LEDGER
003060*        POSTS EACH REJECTING RUN'S REMAINING-REJECT COUNT TO
003070*        THE RUN LEDGER.
003080*****************************************************************
003090 8800-POST-LEDGER.
003100     OPEN I-O FZB-LEDGER-FILE.
003110     IF NOT FZB-LEDGER-OK
003120         DISPLAY 'FZBRCYC - RUNLEDG OPEN FAILED - STATUS '
003130             FZB-LEDGER-STATUS ' - REJECTS NOT POSTED TO LEDGER'
003140         IF RETURN-CODE < 4
003150             MOVE 4 TO RETURN-CODE
003160         END-IF
003170         GO TO 8800-EXIT
003180     END-IF.
003190     PERFORM 8810-POST-ONE-RUN THRU 8810-EXIT
003200         VARYING FZB-RUNK-IDX FROM 1 BY 1
003210         UNTIL FZB-RUNK-IDX > FZB-RUNK-COUNT.
003220     CLOSE FZB-LEDGER-FILE.
003230 8800-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    8810-POST-ONE-RUN
003270*        SETS ONE RUN'S REMAINING-REJECT COUNT AND THE DATE IT
003280*        WAS TAKEN.  A RUN WITH NO LEDGER RECORD PREDATES THE
003290*        LEDGER AND IS SKIPPED.
003300*****************************************************************
003310 8810-POST-ONE-RUN.
003320     MOVE FZB-RUNK-RUN-DATE(FZB-RUNK-IDX) TO FZB-LDG-RUN-DATE.
003330     MOVE FZB-RUNK-RUN-TIME(FZB-RUNK-IDX) TO FZB-LDG-RUN-TIME.
003340     READ FZB-LEDGER-FILE
003350         INVALID KEY CONTINUE
003360     END-READ.
003370     IF FZB-LEDGER-NOT-FOUND
003380         GO TO 8810-EXIT
003390     END-IF.
003400     IF NOT FZB-LEDGER-OK
003410         GO TO 8810-FAILED
003420     END-IF.
003430     MOVE FZB-RUNK-REMAIN-CNT(FZB-RUNK-IDX) TO FZB-LDG-REJ-REMAIN.
003440     MOVE FZB-RUN-DATE TO FZB-LDG-REJ-DATE.
003450     REWRITE FZB-LEDGER-RECORD
003460         INVALID KEY CONTINUE
003470     END-REWRITE.
003480     IF FZB-LEDGER-OK
003490         GO TO 8810-EXIT
003500     END-IF.
003510 8810-FAILED.
003520     DISPLAY 'FZBRCYC - RUNLEDG UPDATE FAILED - STATUS '
003530         FZB-LEDGER-STATUS ' - RUN ' FZB-LDG-RUN-DATE '/'
003540         FZB-LDG-RUN-TIME.
003550     IF RETURN-CODE < 4
003560         MOVE 4 TO RETURN-CODE
003570     END-IF.
003580 8810-EXIT.
003590     EXIT.
