000090*    FZBOINQ IS THE ONLINE (CICS COMMAND LEVEL) COUNTERPART OF
000100*    THE BATCH FZBINQ INQUIRY: THE SERVICE DESK KEYS
000110*
000120*        FZBQ NNNNNN CCCCCCCC
000130*
000140*    AND GETS BACK, ON THE SAME SCREEN, THE STORED CLASS CODE,
000150*    LABEL, REQUEST ID, AND THE RUN DATE/TIME THAT PRODUCED THE
000210*    A NON-NUMERIC VALUE, COMES BACK AS THE SAME NOT-FOUND
000220*    ANSWER FZBINQ GIVES.  BATCH FZBINQ REMAINS THE PATH FOR
000230*    BULK REQUESTS AND FOR THE AS-OF/HISTORY FUNCTIONS.
000231*    THE REQUEST CODE (CCCCCCCC) IS OPTIONAL: GIVEN, ONLY THE
000233*    CLASSIFICATION MADE UNDER THAT CODE IS SHOWN; LEFT OFF,
000235*    THE MASTER IS BROWSED AND ONE LINE IS SHOWN FOR EVERY
000236*    REQUEST CODE THAT HAS COVERED THE COUNTER, UP TO ONE
000238*    SCREEN.
000240*    RESOURCE DEFINITIONS (TRANSACTION FZBQ, PROGRAM FZBOINQ,
000250*    FILE FZBMAST) ARE IN THE FIZZCSD JOB.
000251*    EVERY INQUIRY IS JOURNALED TO THE INQUIRY ACCESS JOURNAL
000253*    (CICS FILE FZBIJNL, SEE FZBIAJ) BEFORE THE ANSWER IS SENT -
000255*    THE SIGNED-ON USER ID, TERMINAL, COUNTER, REQUEST CODE, AND
000256*    WHETHER IT WAS FOUND.  AN INQUIRY THAT CANNOT BE JOURNALED
000258*    IS NOT ANSWERED.
000260*    MODIFICATION HISTORY.
000270*        2026-09-03  JHM  ORIGINAL PROGRAM.
000271*        2026-10-15  JHM  MASTER NOW KEYED ON COUNTER PLUS
000271*                         REQUEST CODE.  ADDED THE OPTIONAL
000272*                         REQUEST CODE TO THE INPUT; WITHOUT
000273*                         ONE EVERY CODE'S ANSWER IS LISTED
000274*                         FROM A BROWSE OF FZBMAST.
000275*        2026-10-15  JHM  EVERY INQUIRY IS NOW JOURNALED TO
000276*                         FZBIJNL (PROD.FIZZBUZZ.INQJRNL) FOR THE
000277*                         WEEKLY FZBIAUS USAGE REPORT.  THE ANSWER
000278*                         IS BUILT FIRST AND SENT ONLY ONCE THE
000279*                         JOURNAL WRITE HAS WORKED.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360*****************************************************************
000370*    TERMINAL INPUT - THE TRANSACTION ID, ONE SPACE, THE
000380*    SIX-DIGIT COUNTER VALUE, AND THE OPTIONAL REQUEST CODE.
000390*****************************************************************
000400 01  FZB-RECEIVE-LEN             PIC S9(04) COMP VALUE +80.
000410 01  FZB-RECEIVE-AREA.
000440     05  FZB-RCV-COUNTER-X       PIC X(06).
000450     05  FZB-RCV-COUNTER-9 REDEFINES FZB-RCV-COUNTER-X
000460                                 PIC 9(06).
000464     05  FILLER                  PIC X(01).
000468     05  FZB-RCV-REQ-CODE        PIC X(08).
000472         88  FZB-RCV-ALL-CODES             VALUE SPACES.
000476     05  FILLER                  PIC X(60).
000480*****************************************************************
000490*    MASTER READ KEY AND CICS RESPONSE CODES
000500*****************************************************************
000505 01  FZB-INQ-KEY.
000510     05  FZB-INQ-KEY-COUNTER     PIC 9(06) VALUE 0.
000515     05  FZB-INQ-KEY-REQ-CODE    PIC X(08) VALUE SPACES.
000520 01  FZB-RESP-CODE               PIC S9(08) COMP VALUE 0.
000530 01  FZB-RESP2-CODE              PIC S9(08) COMP VALUE 0.
000531 01  FZB-BROWSE-SW               PIC X(01) VALUE 'N'.
000531     88  FZB-BROWSE-DONE                   VALUE 'Y'.
000531     88  FZB-BROWSE-NOT-DONE               VALUE 'N'.
000532 01  FZB-BROWSE-ERROR-SW         PIC X(01) VALUE 'N'.
000532     88  FZB-BROWSE-ERROR                  VALUE 'Y'.
000532 01  FZB-MORE-SW                 PIC X(01) VALUE 'N'.
000533     88  FZB-MORE-ON-FILE                  VALUE 'Y'.
000533*****************************************************************
000533*    REPLY TO SEND - THE ANSWER LINES OR THE ERROR LINE - AND
000534*    THE SIGN-ON, CLOCK, AND JOURNAL FIELDS FOR THE ACCESS
000534*    JOURNAL RECORD.
000534*****************************************************************
000535 01  FZB-REPLY-SW                PIC X(01) VALUE 'E'.
000535     88  FZB-REPLY-ANSWER                  VALUE 'A'.
000536     88  FZB-REPLY-ERROR                   VALUE 'E'.
000536 01  FZB-RESULT-SW               PIC X(01) VALUE 'N'.
000536 01  FZB-USERID                  PIC X(08) VALUE SPACES.
000537 01  FZB-ABSTIME                 PIC S9(15) COMP-3 VALUE +0.
000537 01  FZB-TODAY                   PIC 9(06) VALUE 0.
000537 01  FZB-NOW                     PIC 9(06) VALUE 0.
000538 01  FZB-CLOCK-SW                PIC X(01) VALUE 'Y'.
000538     88  FZB-CLOCK-OK                      VALUE 'Y'.
000538     88  FZB-CLOCK-FAILED                  VALUE 'N'.
000539 01  FZB-JRNL-RBA                PIC S9(08) COMP VALUE 0.
000539 COPY FZBIAJ.
000540*****************************************************************
000550*    MASTER RECORD AREA - SAME LAYOUT THE BATCH PROGRAMS USE.
000560*****************************************************************
000570 COPY FZBMST.
000580*****************************************************************
000590*    SCREEN RESPONSE LINE - THE SAME FIELDS THE FZBINQ RESPONSE
000600*    REPORT CARRIES, ON ONE LINE PER REQUEST CODE.
000610*****************************************************************
000620 01  FZB-ANSWER-LINE.
000630     05  FILLER                  PIC X(08) VALUE 'COUNTER '.
000640     05  FZB-ANS-COUNTER         PIC X(06).
000645     05  FILLER                  PIC X(01) VALUE SPACE.
000650     05  FZB-ANS-REQ-CODE        PIC X(08).
000655     05  FILLER                  PIC X(01) VALUE SPACE.
000660     05  FZB-ANS-CLASS           PIC X(20).
000670     05  FILLER                  PIC X(01) VALUE SPACE.
000680     05  FZB-ANS-CODE            PIC X(03).
000720     05  FZB-ANS-RUN-DATE        PIC 9(06).
000730     05  FILLER                  PIC X(01) VALUE '/'.
000740     05  FZB-ANS-RUN-TIME        PIC 9(08).
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760 01  FZB-ERROR-LINE.
000770     05  FZB-ERR-TEXT            PIC X(60).
000780     05  FILLER                  PIC X(19) VALUE SPACES.
000781*****************************************************************
000781*    SCREEN BUILD AREA - ONE FULL-WIDTH ROW PER ANSWER LINE, SO
000782*    SEND TEXT STARTS EACH ANSWER ON A NEW ROW.  THE LAST ROW
000783*    IS KEPT FOR THE MORE-ON-FILE NOTE WHEN A COUNTER HAS MORE
000784*    REQUEST CODES THAN FIT ON ONE SCREEN.
000784*****************************************************************
000785 01  FZB-SCREEN-MAX              PIC S9(04) COMP VALUE +20.
000786 01  FZB-SCREEN-COUNT            PIC S9(04) COMP VALUE +0.
000787 01  FZB-SEND-LEN                PIC S9(04) COMP VALUE +0.
000787 01  FZB-SCREEN-AREA.
000788     05  FZB-SCREEN-ROW          PIC X(80) OCCURS 21 TIMES
000789                                 INDEXED BY FZB-SCR-IDX.
000790*
000800 PROCEDURE DIVISION.
000810*****************************************************************
000820*    0000-MAINLINE
000827*        RECEIVES THE TERMINAL INPUT, BUILDS THE ANSWER,
000835*        JOURNALS THE INQUIRY, SENDS THE REPLY, AND RETURNS TO
000842*        CICS.
000850*****************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT.
000872     IF FZB-CLOCK-FAILED
000875         GO TO 0000-JOURNAL
000877     END-IF.
000880     IF FZB-RCV-COUNTER-X NOT NUMERIC
000881         MOVE SPACES TO FZB-ERR-TEXT
000883         STRING 'COUNTER MUST BE SIX DIGITS - ' DELIMITED BY SIZE
000884                'USAGE: FZBQ NNNNNN [CODE]' DELIMITED BY SIZE
000886             INTO FZB-ERR-TEXT
000887         END-STRING
000889         SET FZB-REPLY-ERROR TO TRUE
000891         GO TO 0000-JOURNAL
000892     END-IF.
000894     IF FZB-RCV-ALL-CODES
000895         PERFORM 3100-BROWSE-MASTER THRU 3100-EXIT
000897     ELSE
000898         PERFORM 3000-READ-MASTER THRU 3000-EXIT
000900     END-IF.
000902 0000-JOURNAL.
000903     PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT.
000905     IF FZB-REPLY-ANSWER
000906         PERFORM 8000-SEND-ANSWER THRU 8000-EXIT
000908     ELSE
000910         PERFORM 8200-SEND-ERROR THRU 8200-EXIT
000930     END-IF.
000950 0000-RETURN.
000960     EXEC CICS RETURN
000970     END-EXEC.
000990*****************************************************************
001000*    1000-RECEIVE-INPUT
001010*        RECEIVES THE RAW TERMINAL LINE THAT STARTED THE
001014*        TRANSACTION AND PICKS UP THE SIGNED-ON USER ID AND
001018*        TODAY'S DATE AND TIME.  A SHORT LINE LEAVES SPACES IN
001022*        THE COUNTER FIELD, WHICH THE NUMERIC EDIT IN 0000
001027*        CATCHES.  WHEN THE CLOCK CANNOT BE READ THE INQUIRY
001031*        IS JOURNALED WITHOUT A DATE AND TIME AND GETS AN ERROR
001035*        REPLY IN PLACE OF ITS ANSWER.
001040*****************************************************************
001050 1000-RECEIVE-INPUT.
001060     MOVE SPACES TO FZB-RECEIVE-AREA.
001100         LENGTH(FZB-RECEIVE-LEN)
001110         RESP(FZB-RESP-CODE)
001120     END-EXEC.
001121     EXEC CICS ASSIGN
001121         USERID(FZB-USERID)
001121         RESP(FZB-RESP-CODE)
001122     END-EXEC.
001122     EXEC CICS ASKTIME
001122         ABSTIME(FZB-ABSTIME)
001123         RESP(FZB-RESP-CODE)
001123     END-EXEC.
001123     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
001124         GO TO 1000-CLOCK-FAILED
001124     END-IF.
001124     EXEC CICS FORMATTIME
001125         ABSTIME(FZB-ABSTIME)
001125         YYMMDD(FZB-TODAY)
001125         TIME(FZB-NOW)
001126         RESP(FZB-RESP-CODE)
001126     END-EXEC.
001126     IF FZB-RESP-CODE = DFHRESP(NORMAL)
001127         GO TO 1000-EXIT
001127     END-IF.
001127 1000-CLOCK-FAILED.
001128     MOVE ZEROS TO FZB-TODAY
001128                   FZB-NOW.
001128     MOVE 'CLOCK NOT AVAILABLE - CONTACT PRODUCTION SUPPORT'
001129         TO FZB-ERR-TEXT.
001129     SET FZB-REPLY-ERROR TO TRUE.
001129     SET FZB-CLOCK-FAILED TO TRUE.
001130 1000-EXIT.
001140     EXIT.
001150*****************************************************************
001160*    3000-READ-MASTER
001166*        READS THE COUNTER'S MASTER RECORD FOR THE KEYED
001173*        REQUEST CODE AND BUILDS THE FOUND
001180*        OR NOT-FOUND ANSWER - THE SAME FIELDS AND THE SAME
001190*        NOT-FOUND WORDING AS THE BATCH FZBINQ RESPONSE.
001200*****************************************************************
001210 3000-READ-MASTER.
001216     MOVE FZB-RCV-COUNTER-9 TO FZB-INQ-KEY-COUNTER.
001223     MOVE FZB-RCV-REQ-CODE  TO FZB-INQ-KEY-REQ-CODE.
001230     EXEC CICS READ
001240         FILE('FZBMAST')
001250         INTO(FZB-MASTER-RECORD)
001280         RESP2(FZB-RESP2-CODE)
001290     END-EXEC.
001300     IF FZB-RESP-CODE = DFHRESP(NORMAL)
001306         PERFORM 3900-ADD-ANSWER-LINE THRU 3900-EXIT
001313         SET FZB-REPLY-ANSWER TO TRUE
001320         GO TO 3000-EXIT
001330     END-IF.
001340     IF FZB-RESP-CODE = DFHRESP(NOTFND)
001350         MOVE SPACES TO FZB-ERR-TEXT
001360         STRING 'COUNTER ' DELIMITED BY SIZE
001370                FZB-RCV-COUNTER-X DELIMITED BY SIZE
001373                ' CODE ' DELIMITED BY SIZE
001376                FZB-RCV-REQ-CODE DELIMITED BY SPACE
001380                ' NOT ON MASTER' DELIMITED BY SIZE
001390             INTO FZB-ERR-TEXT
001400         END-STRING
001410         SET FZB-REPLY-ERROR TO TRUE
001420         GO TO 3000-EXIT
001430     END-IF.
001440     MOVE 'MASTER READ FAILED - CONTACT PRODUCTION SUPPORT'
001450         TO FZB-ERR-TEXT.
001456     SET FZB-REPLY-ERROR TO TRUE.
001463     MOVE 'E' TO FZB-RESULT-SW.
001470 3000-EXIT.
001480     EXIT.
001490*****************************************************************
001495*    3100-BROWSE-MASTER
001500*        ANSWERS AN INQUIRY KEYED WITHOUT A REQUEST CODE: BROWSES
001505*        THE MASTER FROM THE COUNTER'S LOWEST KEY AND BUILDS ONE
001510*        ANSWER LINE PER REQUEST CODE ON FILE FOR IT.  NONE AT
001515*        ALL IS THE SAME NOT-FOUND ANSWER AS A KEYED READ.
001520*****************************************************************
001521 3100-BROWSE-MASTER.
001521     MOVE FZB-RCV-COUNTER-9 TO FZB-INQ-KEY-COUNTER.
001521     MOVE LOW-VALUES        TO FZB-INQ-KEY-REQ-CODE.
001521     MOVE +0 TO FZB-SCREEN-COUNT.
001521     SET FZB-BROWSE-NOT-DONE TO TRUE.
001521     EXEC CICS STARTBR
001521         FILE('FZBMAST')
001522         RIDFLD(FZB-INQ-KEY)
001522         GTEQ
001522         RESP(FZB-RESP-CODE)
001522         RESP2(FZB-RESP2-CODE)
001522     END-EXEC.
001522     IF FZB-RESP-CODE = DFHRESP(NOTFND)
001522         GO TO 3100-NOT-FOUND
001523     END-IF.
001523     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
001523         GO TO 3100-READ-FAILED
001523     END-IF.
001523     PERFORM 3110-READ-NEXT-MASTER THRU 3110-EXIT
001523         UNTIL FZB-BROWSE-DONE.
001523     EXEC CICS ENDBR
001524         FILE('FZBMAST')
001524         RESP(FZB-RESP-CODE)
001524     END-EXEC.
001524     IF FZB-BROWSE-ERROR
001524         GO TO 3100-READ-FAILED
001524     END-IF.
001524     IF FZB-SCREEN-COUNT = 0
001525         GO TO 3100-NOT-FOUND
001525     END-IF.
001525     SET FZB-REPLY-ANSWER TO TRUE.
001525     GO TO 3100-EXIT.
001525 3100-NOT-FOUND.
001525     MOVE SPACES TO FZB-ERR-TEXT.
001525     STRING 'COUNTER ' DELIMITED BY SIZE
001526            FZB-RCV-COUNTER-X DELIMITED BY SIZE
001526            ' NOT ON MASTER' DELIMITED BY SIZE
001526         INTO FZB-ERR-TEXT
001526     END-STRING.
001526     SET FZB-REPLY-ERROR TO TRUE.
001526     GO TO 3100-EXIT.
001526 3100-READ-FAILED.
001527     MOVE 'MASTER READ FAILED - CONTACT PRODUCTION SUPPORT'
001527         TO FZB-ERR-TEXT.
001527     SET FZB-REPLY-ERROR TO TRUE.
001527     MOVE 'E' TO FZB-RESULT-SW.
001527 3100-EXIT.
001527     EXIT.
001528*****************************************************************
001528*    3110-READ-NEXT-MASTER
001528*        READS THE NEXT MASTER RECORD OF THE BROWSE AND, WHILE
001528*        IT STILL BELONGS TO THE INQUIRED COUNTER, ADDS ITS
001528*        ANSWER LINE.  A FULL SCREEN ENDS THE BROWSE WITH THE
001528*        MORE-ON-FILE NOTE SET.
001528*****************************************************************
001529 3110-READ-NEXT-MASTER.
001529     EXEC CICS READNEXT
001529         FILE('FZBMAST')
001529         INTO(FZB-MASTER-RECORD)
001529         RIDFLD(FZB-INQ-KEY)
001529         RESP(FZB-RESP-CODE)
001529         RESP2(FZB-RESP2-CODE)
001530     END-EXEC.
001530     IF FZB-RESP-CODE = DFHRESP(ENDFILE)
001530         SET FZB-BROWSE-DONE TO TRUE
001530         GO TO 3110-EXIT
001530     END-IF.
001530     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
001530         SET FZB-BROWSE-ERROR TO TRUE
001531         SET FZB-BROWSE-DONE TO TRUE
001531         GO TO 3110-EXIT
001531     END-IF.
001531     IF FZB-MST-COUNTER NOT = FZB-RCV-COUNTER-9
001531         SET FZB-BROWSE-DONE TO TRUE
001531         GO TO 3110-EXIT
001531     END-IF.
001532     IF FZB-SCREEN-COUNT NOT < FZB-SCREEN-MAX
001532         SET FZB-MORE-ON-FILE TO TRUE
001532         SET FZB-BROWSE-DONE TO TRUE
001532         GO TO 3110-EXIT
001532     END-IF.
001532     PERFORM 3900-ADD-ANSWER-LINE THRU 3900-EXIT.
001532 3110-EXIT.
001533     EXIT.
001533*****************************************************************
001533*    3800-WRITE-JOURNAL
001533*        JOURNALS THE INQUIRY - WHEN, WHO, WHICH TERMINAL, THE
001533*        COUNTER AND REQUEST CODE AS KEYED, AND WHETHER IT WAS
001533*        ANSWERED ('F'), NOT FOUND OR NOT VALID ('N'), OR COULD
001534*        NOT BE READ ('E').  ONLINE INQUIRIES ARE ALWAYS THE
001534*        CURRENT FUNCTION.  AN INQUIRY THAT CANNOT BE JOURNALED
001534*        GETS AN ERROR REPLY IN PLACE OF ITS ANSWER.
001534*****************************************************************
001534 3800-WRITE-JOURNAL.
001534     MOVE SPACES             TO FZB-INQJRNL-RECORD.
001534     MOVE FZB-TODAY          TO FZB-IAJ-DATE.
001535     MOVE FZB-NOW            TO FZB-IAJ-TIME.
001535     SET FZB-IAJ-ONLINE      TO TRUE.
001535     MOVE FZB-USERID         TO FZB-IAJ-USERID.
001535     MOVE EIBTRMID           TO FZB-IAJ-ORIGIN.
001535     MOVE FZB-RCV-COUNTER-X  TO FZB-IAJ-COUNTER.
001535     SET FZB-IAJ-FUNC-CURRENT TO TRUE.
001535     MOVE FZB-RCV-REQ-CODE   TO FZB-IAJ-REQ-CODE.
001536     MOVE FZB-RESULT-SW      TO FZB-IAJ-RESULT.
001536     MOVE ZEROS              TO FZB-IAJ-ANSWERS.
001536     IF FZB-REPLY-ANSWER
001536         SET FZB-IAJ-FOUND   TO TRUE
001536         MOVE FZB-SCREEN-COUNT TO FZB-IAJ-ANSWERS
001536     END-IF.
001536     EXEC CICS WRITE
001537         FILE('FZBIJNL')
001537         FROM(FZB-INQJRNL-RECORD)
001537         RIDFLD(FZB-JRNL-RBA)
001537         RBA
001537         RESP(FZB-RESP-CODE)
001537         RESP2(FZB-RESP2-CODE)
001537     END-EXEC.
001538     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
001538         MOVE 'INQUIRY NOT LOGGED - CONTACT PRODUCTION SUPPORT'
001538             TO FZB-ERR-TEXT
001538         SET FZB-REPLY-ERROR TO TRUE
001538     END-IF.
001538 3800-EXIT.
001538     EXIT.
001539*****************************************************************
001539*    3900-ADD-ANSWER-LINE
001539*        FORMATS THE ANSWER LINE FOR THE MASTER RECORD JUST READ
001539*        AND ADDS IT AS THE NEXT ROW OF THE SCREEN.
001539*****************************************************************
001539 3900-ADD-ANSWER-LINE.
001540     MOVE FZB-RCV-COUNTER-X    TO FZB-ANS-COUNTER.
001545     MOVE FZB-MST-REQ-CODE     TO FZB-ANS-REQ-CODE.
001550     MOVE FZB-MST-CLASS-LABEL  TO FZB-ANS-CLASS.
001560     MOVE FZB-MST-CLASS-CODE   TO FZB-ANS-CODE.
001570     MOVE FZB-MST-REQUEST-ID   TO FZB-ANS-REQUEST.
001580     MOVE FZB-MST-RUN-DATE     TO FZB-ANS-RUN-DATE.
001590     MOVE FZB-MST-RUN-TIME     TO FZB-ANS-RUN-TIME.
001591     ADD 1 TO FZB-SCREEN-COUNT.
001591     SET FZB-SCR-IDX TO FZB-SCREEN-COUNT.
001592     MOVE FZB-ANSWER-LINE TO FZB-SCREEN-ROW (FZB-SCR-IDX).
001592 3900-EXIT.
001593     EXIT.
001593*****************************************************************
001594*    8000-SEND-ANSWER
001594*        SENDS THE ANSWER LINES BUILT UP ON THE SCREEN, WITH
001595*        THE MORE-ON-FILE NOTE WHEN THE SCREEN FILLED.
001595*****************************************************************
001596 8000-SEND-ANSWER.
001596     IF FZB-MORE-ON-FILE
001597         ADD 1 TO FZB-SCREEN-COUNT
001597         SET FZB-SCR-IDX TO FZB-SCREEN-COUNT
001598         MOVE 'MORE CODES ON FILE - BATCH FZBINQ LISTS ALL'
001598             TO FZB-SCREEN-ROW (FZB-SCR-IDX)
001599     END-IF.
001599     COMPUTE FZB-SEND-LEN = FZB-SCREEN-COUNT * 80.
001600     EXEC CICS SEND TEXT
001610         FROM(FZB-SCREEN-AREA)
001620         LENGTH(FZB-SEND-LEN)
001630         ERASE
001640         FREEKB
001650     END-EXEC.
