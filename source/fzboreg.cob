000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030 PROGRAM-ID.    FZBOREG.
000040 AUTHOR.        J H MILLER.
000050 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    FZBOREG IS THE ONLINE (CICS COMMAND LEVEL) MAINTENANCE OF
000100*    THE REQUEST REGISTRY - THE ONE FILE THAT SAYS WHICH
000110*    BUSINESS REQUEST CODES EXIST, WHAT THEY ARE, WHICH
000120*    DEPARTMENT OWNS EACH, AND WHERE ITS REPORT SECTION GOES.
000130*    THE SERVICE DESK KEYS
000140*
000150*        FZBR A CCCCCCCC YYMMDD DEPTNAME DESTNAME DESCRIPTION
000160*
000170*    WHERE THE FUNCTION IS A (ADD A CODE), C (CHANGE ITS
000180*    DESCRIPTION, DEPARTMENT, OR DESTINATION - BLANK FIELDS
000190*    KEEP THEIR VALUES), R (RETIRE IT), OR I (INQUIRE - LIST
000200*    EVERY VERSION ON FILE; NO DATE OR VALUES NEEDED).  EVERY
000210*    CHANGE CARRIES THE DATE IT TAKES EFFECT, NEVER BEFORE
000220*    TODAY, AND IS WRITTEN AS A NEW VERSION OF THE CODE ON THE
000230*    VSAM REGISTRY CLUSTER (CICS FILE FZBREGM, SEE FZBRGM) -
000240*    OR REPLACES THE VERSION ALREADY DATED THAT DAY.  A CHANGE
000250*    DATED BEFORE A VERSION ALREADY ON FILE IS REFUSED, SO
000260*    VERSIONS ONLY EVER MOVE FORWARD.  A DESTINATION ALREADY
000270*    USED BY ANOTHER DEPARTMENT'S ACTIVE CODE IS REFUSED TOO -
000280*    A MISKEYED DESTINATION CANNOT ROUTE ONE DEPARTMENT'S
000290*    REPORT SECTION TO ANOTHER.  EVERY CHANGE APPLIED IS
000300*    JOURNALED (CICS FILE FZBRJNL, SEE FZBRGJ) WITH THE
000310*    SIGNED-ON USER ID, TERMINAL, AND THE BEFORE AND AFTER
000320*    VALUES; IF THE JOURNAL WRITE FAILS THE CHANGE IS BACKED
000330*    OUT.  THE NIGHTLY FZBRBLD STEP BUILDS REQREG AND DISTCTL
000340*    FROM THE VERSIONS IN EFFECT.  RESOURCE DEFINITIONS
000350*    (TRANSACTION FZBR, PROGRAM FZBOREG, FILES FZBREGM AND
000360*    FZBRJNL) ARE IN THE FIZZCSD JOB.
000370*    MODIFICATION HISTORY.
000380*        2026-10-15  JHM  ORIGINAL PROGRAM.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440*
000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470*****************************************************************
000480*    TERMINAL INPUT - THE TRANSACTION ID AND THE POSITIONAL
000490*    FIELDS, EACH FOLLOWED BY ONE SPACE.
000500*****************************************************************
000510 01  FZB-RECEIVE-LEN             PIC S9(04) COMP VALUE +80.
000520 01  FZB-RECEIVE-AREA.
000530     05  FZB-RCV-TRANID          PIC X(04).
000540     05  FILLER                  PIC X(01).
000550     05  FZB-RCV-ACTION          PIC X(01).
000560         88  FZB-RCV-ADD                   VALUE 'A'.
000570         88  FZB-RCV-CHANGE                VALUE 'C'.
000580         88  FZB-RCV-RETIRE                VALUE 'R'.
000590         88  FZB-RCV-INQUIRE               VALUE 'I'.
000600     05  FILLER                  PIC X(01).
000610     05  FZB-RCV-REQ-CODE        PIC X(08).
000620     05  FILLER                  PIC X(01).
000630     05  FZB-RCV-EFF-DATE-X      PIC X(06).
000640     05  FZB-RCV-EFF-DATE-9 REDEFINES FZB-RCV-EFF-DATE-X
000650                                 PIC 9(06).
000660     05  FZB-RCV-EFF-PARTS REDEFINES FZB-RCV-EFF-DATE-X.
000670         10  FZB-RCV-EFF-YY      PIC 9(02).
000680         10  FZB-RCV-EFF-MM      PIC 9(02).
000690         10  FZB-RCV-EFF-DD      PIC 9(02).
000700     05  FILLER                  PIC X(01).
000710     05  FZB-RCV-DEPT            PIC X(08).
000720     05  FILLER                  PIC X(01).
000730     05  FZB-RCV-DEST            PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  FZB-RCV-DESC            PIC X(30).
000760     05  FILLER                  PIC X(09).
000770*****************************************************************
000780*    SIGN-ON, CLOCK, AND CICS RESPONSE CODES
000790*****************************************************************
000800 01  FZB-USERID                  PIC X(08) VALUE SPACES.
000810 01  FZB-ABSTIME                 PIC S9(15) COMP-3 VALUE +0.
000820 01  FZB-TODAY                   PIC 9(06) VALUE 0.
000830 01  FZB-NOW                     PIC 9(06) VALUE 0.
000840 01  FZB-RESP-CODE               PIC S9(08) COMP VALUE 0.
000850 01  FZB-RESP2-CODE              PIC S9(08) COMP VALUE 0.
000860 01  FZB-JRNL-RBA                PIC S9(08) COMP VALUE 0.
000870*****************************************************************
000880*    REGISTRY KEYS - THE BROWSE KEY IS ALL CHARACTER SO IT CAN
000890*    START FROM LOW-VALUES; THE UPDATE KEY MATCHES FZB-RGM-KEY.
000900*****************************************************************
000910 01  FZB-BRW-KEY.
000920     05  FZB-BRW-REQ-CODE        PIC X(08) VALUE SPACES.
000930     05  FZB-BRW-EFF-DATE        PIC X(06) VALUE SPACES.
000940 01  FZB-UPD-KEY.
000950     05  FZB-UPD-REQ-CODE        PIC X(08) VALUE SPACES.
000960     05  FZB-UPD-EFF-DATE        PIC 9(06) VALUE 0.
000970*****************************************************************
000980*    REQUEST CONTROLS
000990*****************************************************************
001000 01  FZB-ERROR-SW                PIC X(01) VALUE 'N'.
001010     88  FZB-REQUEST-IN-ERROR              VALUE 'Y'.
001020     88  FZB-REQUEST-OK                    VALUE 'N'.
001030 01  FZB-BROWSE-SW               PIC X(01) VALUE 'N'.
001040     88  FZB-BROWSE-DONE                   VALUE 'Y'.
001050     88  FZB-BROWSE-NOT-DONE               VALUE 'N'.
001060 01  FZB-BROWSE-ERROR-SW         PIC X(01) VALUE 'N'.
001070     88  FZB-BROWSE-ERROR                  VALUE 'Y'.
001080 01  FZB-MORE-SW                 PIC X(01) VALUE 'N'.
001090     88  FZB-MORE-ON-FILE                  VALUE 'Y'.
001100 01  FZB-ACTION-WORD             PIC X(08) VALUE SPACES.
001110*****************************************************************
001120*    BASE VERSION - THE CODE'S VERSION IN EFFECT ON THE NEW
001130*    VERSION'S EFFECTIVE DATE.  A CHANGE STARTS FROM IT AND
001140*    THE JOURNAL RECORDS IT AS THE BEFORE VALUES.
001150*****************************************************************
001160 01  FZB-BASE-SW                 PIC X(01) VALUE 'N'.
001170     88  FZB-BASE-FOUND                    VALUE 'Y'.
001180     88  FZB-BASE-NOT-FOUND                VALUE 'N'.
001190 01  FZB-SAME-DATE-SW            PIC X(01) VALUE 'N'.
001200     88  FZB-SAME-DATE-ON-FILE             VALUE 'Y'.
001210 01  FZB-LATER-SW                PIC X(01) VALUE 'N'.
001220     88  FZB-LATER-ON-FILE                 VALUE 'Y'.
001230 01  FZB-BASE-VALUES.
001240     05  FZB-BASE-STATUS         PIC X(01) VALUE SPACE.
001250         88  FZB-BASE-ACTIVE               VALUE 'A'.
001260     05  FZB-BASE-DESC           PIC X(30) VALUE SPACES.
001270     05  FZB-BASE-DEPT           PIC X(08) VALUE SPACES.
001280     05  FZB-BASE-DEST           PIC X(08) VALUE SPACES.
001290 01  FZB-NEW-VALUES.
001300     05  FZB-NEW-STATUS          PIC X(01) VALUE SPACE.
001310         88  FZB-NEW-ACTIVE                VALUE 'A'.
001320         88  FZB-NEW-RETIRED               VALUE 'R'.
001330     05  FZB-NEW-DESC            PIC X(30) VALUE SPACES.
001340     05  FZB-NEW-DEPT            PIC X(08) VALUE SPACES.
001350     05  FZB-NEW-DEST            PIC X(08) VALUE SPACES.
001360*****************************************************************
001370*    DESTINATION OWNERSHIP CHECK - EACH OTHER CODE'S LATEST
001380*    VERSION, HELD UNTIL THE BROWSE MOVES PAST THE CODE.
001390*****************************************************************
001400 01  FZB-OWN-CODE                PIC X(08) VALUE SPACES.
001410 01  FZB-OWN-STATUS              PIC X(01) VALUE SPACE.
001420     88  FZB-OWN-ACTIVE                    VALUE 'A'.
001430 01  FZB-OWN-DEPT                PIC X(08) VALUE SPACES.
001440 01  FZB-OWN-DEST                PIC X(08) VALUE SPACES.
001450*****************************************************************
001460*    REGISTRY AND JOURNAL RECORD AREAS
001470*****************************************************************
001480 COPY FZBRGM.
001490 COPY FZBRGJ.
001500*****************************************************************
001510*    SCREEN LINES - ONE REGISTRY VERSION PER LINE, UNDER A
001520*    COLUMN HEADING.  THE FLAG SAYS WHICH VERSION IS IN EFFECT
001530*    TODAY AND WHICH ARE STILL TO COME.
001540*****************************************************************
001550 01  FZB-VERSION-HEADING         PIC X(80) VALUE
001560     'CODE     EFFECT S DEPT     DEST     DESCRIPTION'.
001570 01  FZB-VERSION-LINE.
001580     05  FZB-VER-REQ-CODE        PIC X(08).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  FZB-VER-EFF-DATE        PIC 9(06).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FZB-VER-STATUS          PIC X(01).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  FZB-VER-DEPT            PIC X(08).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  FZB-VER-DEST            PIC X(08).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  FZB-VER-DESC            PIC X(30).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  FZB-VER-FLAG            PIC X(07).
001710     05  FILLER                  PIC X(06) VALUE SPACES.
001720 01  FZB-CONFIRM-LINE            PIC X(80) VALUE SPACES.
001730 01  FZB-ERROR-LINE.
001740     05  FZB-ERR-TEXT            PIC X(60).
001750     05  FILLER                  PIC X(19) VALUE SPACES.
001760*****************************************************************
001770*    SCREEN BUILD AREA - ONE FULL-WIDTH ROW PER LINE, SO SEND
001780*    TEXT STARTS EACH ON A NEW ROW.  THE LAST ROW IS KEPT FOR
001790*    THE MORE-ON-FILE NOTE.  THE CURRENT-ROW POINTER MARKS THE
001800*    VERSION IN EFFECT TODAY ONCE THE BROWSE HAS PASSED IT.
001810*****************************************************************
001820 01  FZB-SCREEN-MAX              PIC S9(04) COMP VALUE +20.
001830 01  FZB-SCREEN-COUNT            PIC S9(04) COMP VALUE +0.
001840 01  FZB-CURRENT-ROW             PIC S9(04) COMP VALUE +0.
001850 01  FZB-SEND-LEN                PIC S9(04) COMP VALUE +0.
001860 01  FZB-SCREEN-AREA.
001870     05  FZB-SCREEN-ROW          PIC X(80) OCCURS 21 TIMES
001880                                 INDEXED BY FZB-SCR-IDX.
001890*
001900 PROCEDURE DIVISION.
001910*****************************************************************
001920*    0000-MAINLINE
001930*        RECEIVES AND EDITS THE TERMINAL INPUT, THEN EITHER
001940*        LISTS THE CODE'S VERSIONS OR APPLIES THE ADD, CHANGE,
001950*        OR RETIRE AND JOURNALS IT, AND RETURNS TO CICS.  THE
001960*        FIRST FINDING ENDS THE REQUEST WITH ITS MESSAGE.
001970*****************************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT.
002000     PERFORM 2000-EDIT-INPUT THRU 2000-EXIT.
002010     IF FZB-REQUEST-IN-ERROR
002020         GO TO 0000-SEND-ERROR
002030     END-IF.
002040     IF FZB-RCV-INQUIRE
002050         PERFORM 3800-INQUIRE-CODE THRU 3800-EXIT
002060         GO TO 0000-RETURN
002070     END-IF.
002080     PERFORM 3000-FIND-BASE-VERSION THRU 3000-EXIT.
002090     IF FZB-REQUEST-IN-ERROR
002100         GO TO 0000-SEND-ERROR
002110     END-IF.
002120     IF FZB-RCV-ADD
002130         PERFORM 3100-EDIT-ADD THRU 3100-EXIT
002140     END-IF.
002150     IF FZB-RCV-CHANGE
002160         PERFORM 3200-EDIT-CHANGE THRU 3200-EXIT
002170     END-IF.
002180     IF FZB-RCV-RETIRE
002190         PERFORM 3300-EDIT-RETIRE THRU 3300-EXIT
002200     END-IF.
002210     IF FZB-REQUEST-IN-ERROR
002220         GO TO 0000-SEND-ERROR
002230     END-IF.
002240     IF FZB-NEW-ACTIVE
002250             AND FZB-RCV-REQ-CODE(1:1) NOT = '$'
002260         PERFORM 3500-CHECK-DEST-OWNER THRU 3500-EXIT
002270     END-IF.
002280     IF FZB-REQUEST-IN-ERROR
002290         GO TO 0000-SEND-ERROR
002300     END-IF.
002310     PERFORM 3600-APPLY-VERSION THRU 3600-EXIT.
002320     IF FZB-REQUEST-IN-ERROR
002330         GO TO 0000-SEND-ERROR
002340     END-IF.
002350     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
002360     IF FZB-REQUEST-IN-ERROR
002370         GO TO 0000-SEND-ERROR
002380     END-IF.
002390     PERFORM 8000-SEND-CONFIRM THRU 8000-EXIT.
002400     GO TO 0000-RETURN.
002410 0000-SEND-ERROR.
002420     PERFORM 8200-SEND-ERROR THRU 8200-EXIT.
002430 0000-RETURN.
002440     EXEC CICS RETURN
002450     END-EXEC.
002460     GOBACK.
002470*****************************************************************
002480*    1000-RECEIVE-INPUT
002490*        RECEIVES THE RAW TERMINAL LINE THAT STARTED THE
002500*        TRANSACTION AND PICKS UP THE SIGNED-ON USER ID AND
002510*        TODAY'S DATE AND TIME.  A SHORT LINE LEAVES SPACES IN
002520*        THE TRAILING FIELDS, WHICH THE EDITS CATCH.
002530*****************************************************************
002540 1000-RECEIVE-INPUT.
002550     MOVE SPACES TO FZB-RECEIVE-AREA.
002560     MOVE +80 TO FZB-RECEIVE-LEN.
002570     EXEC CICS RECEIVE
002580         INTO(FZB-RECEIVE-AREA)
002590         LENGTH(FZB-RECEIVE-LEN)
002600         RESP(FZB-RESP-CODE)
002610     END-EXEC.
002620     EXEC CICS ASSIGN
002630         USERID(FZB-USERID)
002640         RESP(FZB-RESP-CODE)
002650     END-EXEC.
002660     EXEC CICS ASKTIME
002670         ABSTIME(FZB-ABSTIME)
002680     END-EXEC.
002690     EXEC CICS FORMATTIME
002700         ABSTIME(FZB-ABSTIME)
002710         YYMMDD(FZB-TODAY)
002720         TIME(FZB-NOW)
002730     END-EXEC.
002740 1000-EXIT.
002750     EXIT.
002760*****************************************************************
002770*    2000-EDIT-INPUT
002780*        EDITS THE KEYED FIELDS: A KNOWN FUNCTION AND A CODE
002790*        ALWAYS; FOR ADD, CHANGE, AND RETIRE A VALID EFFECTIVE
002800*        DATE NOT BEFORE TODAY; FOR ADD ALL THREE VALUES; FOR
002810*        CHANGE AT LEAST ONE.
002820*****************************************************************
002830 2000-EDIT-INPUT.
002840     IF NOT FZB-RCV-ADD AND NOT FZB-RCV-CHANGE
002850             AND NOT FZB-RCV-RETIRE AND NOT FZB-RCV-INQUIRE
002860         MOVE 'USAGE: FZBR A/C/R/I CODE YYMMDD DEPT DEST DESC'
002870             TO FZB-ERR-TEXT
002880         SET FZB-REQUEST-IN-ERROR TO TRUE
002890         GO TO 2000-EXIT
002900     END-IF.
002910     IF FZB-RCV-REQ-CODE = SPACES
002920         MOVE 'REQUEST CODE IS BLANK - USAGE: FZBR A/C/R/I CODE'
002930             TO FZB-ERR-TEXT
002940         SET FZB-REQUEST-IN-ERROR TO TRUE
002950         GO TO 2000-EXIT
002960     END-IF.
002970     IF FZB-RCV-INQUIRE
002980         GO TO 2000-EXIT
002990     END-IF.
003000     IF FZB-RCV-EFF-DATE-X NOT NUMERIC
003010         MOVE 'EFFECTIVE DATE MUST BE YYMMDD' TO FZB-ERR-TEXT
003020         SET FZB-REQUEST-IN-ERROR TO TRUE
003030         GO TO 2000-EXIT
003040     END-IF.
003050     IF FZB-RCV-EFF-MM < 1 OR FZB-RCV-EFF-MM > 12
003060             OR FZB-RCV-EFF-DD < 1 OR FZB-RCV-EFF-DD > 31
003070         MOVE 'EFFECTIVE DATE MUST BE YYMMDD' TO FZB-ERR-TEXT
003080         SET FZB-REQUEST-IN-ERROR TO TRUE
003090         GO TO 2000-EXIT
003100     END-IF.
003110     IF FZB-RCV-EFF-DATE-9 < FZB-TODAY
003120         MOVE 'EFFECTIVE DATE IS BEFORE TODAY' TO FZB-ERR-TEXT
003130         SET FZB-REQUEST-IN-ERROR TO TRUE
003140         GO TO 2000-EXIT
003150     END-IF.
003160     IF FZB-RCV-ADD
003170             AND (FZB-RCV-DEPT = SPACES OR FZB-RCV-DEST = SPACES
003180             OR FZB-RCV-DESC = SPACES)
003190         MOVE 'ADD NEEDS DEPARTMENT, DESTINATION AND DESCRIPTION'
003200             TO FZB-ERR-TEXT
003210         SET FZB-REQUEST-IN-ERROR TO TRUE
003220         GO TO 2000-EXIT
003230     END-IF.
003240     IF FZB-RCV-CHANGE
003250             AND FZB-RCV-DEPT = SPACES AND FZB-RCV-DEST = SPACES
003260             AND FZB-RCV-DESC = SPACES
003270         MOVE 'CHANGE NEEDS A NEW DEPARTMENT, DESTINATION OR DESC'
003280             TO FZB-ERR-TEXT
003290         SET FZB-REQUEST-IN-ERROR TO TRUE
003300     END-IF.
003310 2000-EXIT.
003320     EXIT.
003330*****************************************************************
003340*    3000-FIND-BASE-VERSION
003350*        BROWSES THE CODE'S VERSIONS IN EFFECTIVE-DATE ORDER
003360*        AND KEEPS THE LATEST ONE DATED ON OR BEFORE THE NEW
003370*        VERSION'S DATE AS THE BASE.  A VERSION DATED AFTER IT
003380*        REFUSES THE REQUEST - IT WOULD NEVER TAKE EFFECT THE
003390*        WAY IT WAS KEYED.  NO VERSIONS AT ALL IS NOT AN ERROR
003400*        HERE; THE FUNCTION EDITS DECIDE.
003410*****************************************************************
003420 3000-FIND-BASE-VERSION.
003430     SET FZB-BASE-NOT-FOUND TO TRUE.
003440     SET FZB-BROWSE-NOT-DONE TO TRUE.
003450     MOVE FZB-RCV-REQ-CODE TO FZB-BRW-REQ-CODE.
003460     MOVE LOW-VALUES       TO FZB-BRW-EFF-DATE.
003470     EXEC CICS STARTBR
003480         FILE('FZBREGM')
003490         RIDFLD(FZB-BRW-KEY)
003500         GTEQ
003510         RESP(FZB-RESP-CODE)
003520         RESP2(FZB-RESP2-CODE)
003530     END-EXEC.
003540     IF FZB-RESP-CODE = DFHRESP(NOTFND)
003550         GO TO 3000-EXIT
003560     END-IF.
003570     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
003580         GO TO 3000-READ-FAILED
003590     END-IF.
003600     PERFORM 3010-READ-NEXT-VERSION THRU 3010-EXIT
003610         UNTIL FZB-BROWSE-DONE.
003620     EXEC CICS ENDBR
003630         FILE('FZBREGM')
003640         RESP(FZB-RESP-CODE)
003650     END-EXEC.
003660     IF FZB-BROWSE-ERROR
003670         GO TO 3000-READ-FAILED
003680     END-IF.
003690     IF FZB-LATER-ON-FILE
003700         MOVE 'A LATER-DATED VERSION IS ON FILE - INQUIRE FIRST'
003710             TO FZB-ERR-TEXT
003720         SET FZB-REQUEST-IN-ERROR TO TRUE
003730     END-IF.
003740     GO TO 3000-EXIT.
003750 3000-READ-FAILED.
003760     MOVE 'REGISTRY READ FAILED - CONTACT PRODUCTION SUPPORT'
003770         TO FZB-ERR-TEXT.
003780     SET FZB-REQUEST-IN-ERROR TO TRUE.
003790 3000-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    3010-READ-NEXT-VERSION
003830*        READS THE NEXT VERSION OF THE BROWSE.  WHILE IT STILL
003840*        BELONGS TO THE CODE AND IS DATED ON OR BEFORE THE NEW
003850*        VERSION IT BECOMES THE BASE; ONE DATED AFTER ENDS THE
003860*        BROWSE WITH THE LATER-ON-FILE SWITCH SET.
003870*****************************************************************
003880 3010-READ-NEXT-VERSION.
003890     EXEC CICS READNEXT
003900         FILE('FZBREGM')
003910         INTO(FZB-REGMAST-RECORD)
003920         RIDFLD(FZB-BRW-KEY)
003930         RESP(FZB-RESP-CODE)
003940         RESP2(FZB-RESP2-CODE)
003950     END-EXEC.
003960     IF FZB-RESP-CODE = DFHRESP(ENDFILE)
003970         SET FZB-BROWSE-DONE TO TRUE
003980         GO TO 3010-EXIT
003990     END-IF.
004000     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
004010         SET FZB-BROWSE-ERROR TO TRUE
004020         SET FZB-BROWSE-DONE TO TRUE
004030         GO TO 3010-EXIT
004040     END-IF.
004050     IF FZB-RGM-REQ-CODE NOT = FZB-RCV-REQ-CODE
004060         SET FZB-BROWSE-DONE TO TRUE
004070         GO TO 3010-EXIT
004080     END-IF.
004090     IF FZB-RGM-EFF-DATE > FZB-RCV-EFF-DATE-9
004100         SET FZB-LATER-ON-FILE TO TRUE
004110         SET FZB-BROWSE-DONE TO TRUE
004120         GO TO 3010-EXIT
004130     END-IF.
004140     SET FZB-BASE-FOUND TO TRUE.
004150     MOVE FZB-RGM-STATUS TO FZB-BASE-STATUS.
004160     MOVE FZB-RGM-DESC   TO FZB-BASE-DESC.
004170     MOVE FZB-RGM-DEPT   TO FZB-BASE-DEPT.
004180     MOVE FZB-RGM-DEST   TO FZB-BASE-DEST.
004190     IF FZB-RGM-EFF-DATE = FZB-RCV-EFF-DATE-9
004200         SET FZB-SAME-DATE-ON-FILE TO TRUE
004210     END-IF.
004220 3010-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    3100-EDIT-ADD
004260*        A NEW CODE MAY NOT ALREADY BE ACTIVE ON THE EFFECTIVE
004270*        DATE.  ADDING A RETIRED CODE REINSTATES IT WITH THE
004280*        KEYED VALUES.
004290*****************************************************************
004300 3100-EDIT-ADD.
004310     IF FZB-BASE-FOUND AND FZB-BASE-ACTIVE
004320         MOVE SPACES TO FZB-ERR-TEXT
004330         STRING 'CODE ' DELIMITED BY SIZE
004340                FZB-RCV-REQ-CODE DELIMITED BY SPACE
004350                ' IS ALREADY REGISTERED - USE C TO CHANGE IT'
004360                    DELIMITED BY SIZE
004370             INTO FZB-ERR-TEXT
004380         END-STRING
004390         SET FZB-REQUEST-IN-ERROR TO TRUE
004400         GO TO 3100-EXIT
004410     END-IF.
004420     MOVE 'A'           TO FZB-NEW-STATUS.
004430     MOVE FZB-RCV-DESC  TO FZB-NEW-DESC.
004440     MOVE FZB-RCV-DEPT  TO FZB-NEW-DEPT.
004450     MOVE FZB-RCV-DEST  TO FZB-NEW-DEST.
004460     MOVE 'ADDED'       TO FZB-ACTION-WORD.
004470 3100-EXIT.
004480     EXIT.
004490*****************************************************************
004500*    3200-EDIT-CHANGE
004510*        THE CODE MUST BE ACTIVE ON THE EFFECTIVE DATE.  THE
004520*        NEW VERSION STARTS FROM THE BASE AND TAKES EACH
004530*        NONBLANK KEYED VALUE.
004540*****************************************************************
004550 3200-EDIT-CHANGE.
004560     PERFORM 3400-CHECK-CODE-ACTIVE THRU 3400-EXIT.
004570     IF FZB-REQUEST-IN-ERROR
004580         GO TO 3200-EXIT
004590     END-IF.
004600     MOVE FZB-BASE-VALUES TO FZB-NEW-VALUES.
004610     MOVE 'A'             TO FZB-NEW-STATUS.
004620     IF FZB-RCV-DESC NOT = SPACES
004630         MOVE FZB-RCV-DESC TO FZB-NEW-DESC
004640     END-IF.
004650     IF FZB-RCV-DEPT NOT = SPACES
004660         MOVE FZB-RCV-DEPT TO FZB-NEW-DEPT
004670     END-IF.
004680     IF FZB-RCV-DEST NOT = SPACES
004690         MOVE FZB-RCV-DEST TO FZB-NEW-DEST
004700     END-IF.
004710     MOVE 'CHANGED'       TO FZB-ACTION-WORD.
004720 3200-EXIT.
004730     EXIT.
004740*****************************************************************
004750*    3300-EDIT-RETIRE
004760*        THE CODE MUST BE ACTIVE ON THE EFFECTIVE DATE.  THE
004770*        RETIRED VERSION KEEPS THE BASE VALUES FOR THE RECORD.
004780*****************************************************************
004790 3300-EDIT-RETIRE.
004800     PERFORM 3400-CHECK-CODE-ACTIVE THRU 3400-EXIT.
004810     IF FZB-REQUEST-IN-ERROR
004820         GO TO 3300-EXIT
004830     END-IF.
004840     MOVE FZB-BASE-VALUES TO FZB-NEW-VALUES.
004850     MOVE 'R'             TO FZB-NEW-STATUS.
004860     MOVE 'RETIRED'       TO FZB-ACTION-WORD.
004870 3300-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    3400-CHECK-CODE-ACTIVE
004910*        REFUSES A CHANGE OR RETIRE OF A CODE THAT HAS NO
004920*        VERSION IN EFFECT ON THE DATE, OR WHOSE VERSION IN
004930*        EFFECT IS RETIRED.
004940*****************************************************************
004950 3400-CHECK-CODE-ACTIVE.
004960     IF FZB-BASE-NOT-FOUND
004970         MOVE SPACES TO FZB-ERR-TEXT
004980         STRING 'CODE ' DELIMITED BY SIZE
004990                FZB-RCV-REQ-CODE DELIMITED BY SPACE
005000                ' IS NOT REGISTERED ON THAT DATE'
005010                    DELIMITED BY SIZE
005020             INTO FZB-ERR-TEXT
005030         END-STRING
005040         SET FZB-REQUEST-IN-ERROR TO TRUE
005050         GO TO 3400-EXIT
005060     END-IF.
005070     IF NOT FZB-BASE-ACTIVE
005080         MOVE SPACES TO FZB-ERR-TEXT
005090         STRING 'CODE ' DELIMITED BY SIZE
005100                FZB-RCV-REQ-CODE DELIMITED BY SPACE
005110                ' IS RETIRED - USE A TO REINSTATE IT'
005120                    DELIMITED BY SIZE
005130             INTO FZB-ERR-TEXT
005140         END-STRING
005150         SET FZB-REQUEST-IN-ERROR TO TRUE
005160     END-IF.
005170 3400-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    3500-CHECK-DEST-OWNER
005210*        BROWSES THE WHOLE REGISTRY AND REFUSES THE NEW
005220*        DESTINATION IF ANOTHER CODE'S LATEST VERSION IS ACTIVE,
005230*        ROUTES TO THE SAME DESTINATION, AND BELONGS TO A
005240*        DIFFERENT DEPARTMENT.  ONE DESTINATION SERVES ONE
005250*        DEPARTMENT, SO A MISKEYED DESTINATION IS CAUGHT HERE
005260*        RATHER THAN BY THE WRONG READER.
005270*****************************************************************
005280 3500-CHECK-DEST-OWNER.
005290     SET FZB-BROWSE-NOT-DONE TO TRUE.
005300     MOVE SPACES     TO FZB-OWN-CODE.
005310     MOVE LOW-VALUES TO FZB-BRW-KEY.
005320     EXEC CICS STARTBR
005330         FILE('FZBREGM')
005340         RIDFLD(FZB-BRW-KEY)
005350         GTEQ
005360         RESP(FZB-RESP-CODE)
005370         RESP2(FZB-RESP2-CODE)
005380     END-EXEC.
005390     IF FZB-RESP-CODE = DFHRESP(NOTFND)
005400         GO TO 3500-EXIT
005410     END-IF.
005420     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
005430         GO TO 3500-READ-FAILED
005440     END-IF.
005450     PERFORM 3510-READ-NEXT-OWNER THRU 3510-EXIT
005460         UNTIL FZB-BROWSE-DONE.
005470     EXEC CICS ENDBR
005480         FILE('FZBREGM')
005490         RESP(FZB-RESP-CODE)
005500     END-EXEC.
005510     IF FZB-BROWSE-ERROR
005520         GO TO 3500-READ-FAILED
005530     END-IF.
005540     GO TO 3500-EXIT.
005550 3500-READ-FAILED.
005560     MOVE 'REGISTRY READ FAILED - CONTACT PRODUCTION SUPPORT'
005570         TO FZB-ERR-TEXT.
005580     SET FZB-REQUEST-IN-ERROR TO TRUE.
005590 3500-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    3510-READ-NEXT-OWNER
005630*        READS THE NEXT REGISTRY VERSION.  WHEN THE CODE
005640*        CHANGES (OR THE FILE ENDS) THE HELD VERSION IS THE
005650*        PREVIOUS CODE'S LATEST AND IS CHECKED; THE NEW RECORD
005660*        IS THEN HELD IN ITS PLACE.  A CONFLICT ENDS THE BROWSE.
005670*****************************************************************
005680 3510-READ-NEXT-OWNER.
005690     EXEC CICS READNEXT
005700         FILE('FZBREGM')
005710         INTO(FZB-REGMAST-RECORD)
005720         RIDFLD(FZB-BRW-KEY)
005730         RESP(FZB-RESP-CODE)
005740         RESP2(FZB-RESP2-CODE)
005750     END-EXEC.
005760     IF FZB-RESP-CODE = DFHRESP(ENDFILE)
005770         PERFORM 3520-CHECK-ONE-OWNER THRU 3520-EXIT
005780         SET FZB-BROWSE-DONE TO TRUE
005790         GO TO 3510-EXIT
005800     END-IF.
005810     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
005820         SET FZB-BROWSE-ERROR TO TRUE
005830         SET FZB-BROWSE-DONE TO TRUE
005840         GO TO 3510-EXIT
005850     END-IF.
005860     IF FZB-RGM-REQ-CODE NOT = FZB-OWN-CODE
005870         PERFORM 3520-CHECK-ONE-OWNER THRU 3520-EXIT
005880         IF FZB-REQUEST-IN-ERROR
005890             SET FZB-BROWSE-DONE TO TRUE
005900             GO TO 3510-EXIT
005910         END-IF
005920     END-IF.
005930     MOVE FZB-RGM-REQ-CODE TO FZB-OWN-CODE.
005940     MOVE FZB-RGM-STATUS   TO FZB-OWN-STATUS.
005950     MOVE FZB-RGM-DEPT     TO FZB-OWN-DEPT.
005960     MOVE FZB-RGM-DEST     TO FZB-OWN-DEST.
005970 3510-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    3520-CHECK-ONE-OWNER
006010*        CHECKS THE HELD CODE'S LATEST VERSION AGAINST THE NEW
006020*        DESTINATION AND DEPARTMENT.  THE CODE BEING MAINTAINED
006030*        AND THE '$' CONTROL ENTRIES ARE NOT CHECKED.
006040*****************************************************************
006050 3520-CHECK-ONE-OWNER.
006060     IF FZB-OWN-CODE = SPACES
006070             OR FZB-OWN-CODE = FZB-RCV-REQ-CODE
006080             OR FZB-OWN-CODE(1:1) = '$'
006090         GO TO 3520-EXIT
006100     END-IF.
006110     IF FZB-OWN-ACTIVE
006120             AND FZB-OWN-DEST = FZB-NEW-DEST
006130             AND FZB-OWN-DEPT NOT = FZB-NEW-DEPT
006140         MOVE SPACES TO FZB-ERR-TEXT
006150         STRING 'DEST ' DELIMITED BY SIZE
006160                FZB-NEW-DEST DELIMITED BY SPACE
006170                ' BELONGS TO DEPT ' DELIMITED BY SIZE
006180                FZB-OWN-DEPT DELIMITED BY SPACE
006190                ' (CODE ' DELIMITED BY SIZE
006200                FZB-OWN-CODE DELIMITED BY SPACE
006210                ')' DELIMITED BY SIZE
006220             INTO FZB-ERR-TEXT
006230         END-STRING
006240         SET FZB-REQUEST-IN-ERROR TO TRUE
006250     END-IF.
006260 3520-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    3600-APPLY-VERSION
006300*        WRITES THE NEW VERSION, OR - WHEN A VERSION IS ALREADY
006310*        DATED THE SAME DAY - READS IT FOR UPDATE AND REPLACES
006320*        IT.  A DUPLICATE ON THE WRITE MEANS ANOTHER TERMINAL
006330*        GOT THERE FIRST SINCE THE BROWSE.
006340*****************************************************************
006350 3600-APPLY-VERSION.
006360     MOVE FZB-RCV-REQ-CODE   TO FZB-UPD-REQ-CODE.
006370     MOVE FZB-RCV-EFF-DATE-9 TO FZB-UPD-EFF-DATE.
006380     IF FZB-SAME-DATE-ON-FILE
006390         EXEC CICS READ
006400             FILE('FZBREGM')
006410             INTO(FZB-REGMAST-RECORD)
006420             RIDFLD(FZB-UPD-KEY)
006430             UPDATE
006440             RESP(FZB-RESP-CODE)
006450             RESP2(FZB-RESP2-CODE)
006460         END-EXEC
006470         IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
006480             GO TO 3600-UPDATE-FAILED
006490         END-IF
006500     END-IF.
006510     MOVE SPACES             TO FZB-REGMAST-RECORD.
006520     MOVE FZB-UPD-KEY        TO FZB-RGM-KEY.
006530     MOVE FZB-NEW-STATUS     TO FZB-RGM-STATUS.
006540     MOVE FZB-NEW-DESC       TO FZB-RGM-DESC.
006550     MOVE FZB-NEW-DEPT       TO FZB-RGM-DEPT.
006560     MOVE FZB-NEW-DEST       TO FZB-RGM-DEST.
006570     MOVE FZB-USERID         TO FZB-RGM-USERID.
006580     MOVE FZB-TODAY          TO FZB-RGM-UPD-DATE.
006590     IF FZB-SAME-DATE-ON-FILE
006600         EXEC CICS REWRITE
006610             FILE('FZBREGM')
006620             FROM(FZB-REGMAST-RECORD)
006630             RESP(FZB-RESP-CODE)
006640             RESP2(FZB-RESP2-CODE)
006650         END-EXEC
006660     ELSE
006670         EXEC CICS WRITE
006680             FILE('FZBREGM')
006690             FROM(FZB-REGMAST-RECORD)
006700             RIDFLD(FZB-RGM-KEY)
006710             RESP(FZB-RESP-CODE)
006720             RESP2(FZB-RESP2-CODE)
006730         END-EXEC
006740     END-IF.
006750     IF FZB-RESP-CODE = DFHRESP(NORMAL)
006760         GO TO 3600-EXIT
006770     END-IF.
006780     IF FZB-RESP-CODE = DFHRESP(DUPREC)
006790         MOVE 'CODE JUST CHANGED ELSEWHERE - INQUIRE AND RETRY'
006800             TO FZB-ERR-TEXT
006810         SET FZB-REQUEST-IN-ERROR TO TRUE
006820         GO TO 3600-EXIT
006830     END-IF.
006840 3600-UPDATE-FAILED.
006850     MOVE 'REGISTRY UPDATE FAILED - CONTACT PRODUCTION SUPPORT'
006860         TO FZB-ERR-TEXT.
006870     SET FZB-REQUEST-IN-ERROR TO TRUE.
006880 3600-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    3700-WRITE-JOURNAL
006920*        JOURNALS THE CHANGE JUST APPLIED - WHEN, WHO, WHERE,
006930*        WHAT, AND THE BEFORE AND AFTER VALUES.  A CHANGE THAT
006940*        CANNOT BE JOURNALED IS NOT ALLOWED TO STAND: THE UNIT
006950*        OF WORK IS ROLLED BACK, WHICH BACKS OUT THE REGISTRY
006960*        UPDATE (FZBREGM IS DEFINED RECOVERABLE).
006970*****************************************************************
006980 3700-WRITE-JOURNAL.
006990     MOVE SPACES             TO FZB-REGJRNL-RECORD.
007000     MOVE FZB-TODAY          TO FZB-RGJ-DATE.
007010     MOVE FZB-NOW            TO FZB-RGJ-TIME.
007020     MOVE FZB-USERID         TO FZB-RGJ-USERID.
007030     MOVE EIBTRMID           TO FZB-RGJ-TERMID.
007040     MOVE EIBTRNID           TO FZB-RGJ-TRANID.
007050     MOVE FZB-RCV-ACTION     TO FZB-RGJ-ACTION.
007060     MOVE FZB-RCV-REQ-CODE   TO FZB-RGJ-REQ-CODE.
007070     MOVE FZB-RCV-EFF-DATE-9 TO FZB-RGJ-EFF-DATE.
007080     MOVE FZB-NEW-VALUES     TO FZB-RGJ-NEW-VALUES.
007090     IF FZB-BASE-FOUND
007100         MOVE FZB-BASE-VALUES TO FZB-RGJ-OLD-VALUES
007110     END-IF.
007120     EXEC CICS WRITE
007130         FILE('FZBRJNL')
007140         FROM(FZB-REGJRNL-RECORD)
007150         RIDFLD(FZB-JRNL-RBA)
007160         RBA
007170         RESP(FZB-RESP-CODE)
007180         RESP2(FZB-RESP2-CODE)
007190     END-EXEC.
007200     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
007210         EXEC CICS SYNCPOINT
007220             ROLLBACK
007230         END-EXEC
007240         MOVE 'JOURNAL WRITE FAILED - CHANGE BACKED OUT'
007250             TO FZB-ERR-TEXT
007260         SET FZB-REQUEST-IN-ERROR TO TRUE
007270     END-IF.
007280 3700-EXIT.
007290     EXIT.
007300*****************************************************************
007310*    3800-INQUIRE-CODE
007320*        LISTS EVERY VERSION OF THE CODE ON FILE, OLDEST FIRST,
007330*        FLAGGING THE ONE IN EFFECT TODAY AND THOSE STILL TO
007340*        COME.  NONE AT ALL IS A NOT-REGISTERED ANSWER.
007350*****************************************************************
007360 3800-INQUIRE-CODE.
007370     MOVE +1 TO FZB-SCREEN-COUNT.
007380     MOVE FZB-VERSION-HEADING TO FZB-SCREEN-ROW (1).
007390     MOVE +0 TO FZB-CURRENT-ROW.
007400     SET FZB-BROWSE-NOT-DONE TO TRUE.
007410     MOVE FZB-RCV-REQ-CODE TO FZB-BRW-REQ-CODE.
007420     MOVE LOW-VALUES       TO FZB-BRW-EFF-DATE.
007430     EXEC CICS STARTBR
007440         FILE('FZBREGM')
007450         RIDFLD(FZB-BRW-KEY)
007460         GTEQ
007470         RESP(FZB-RESP-CODE)
007480         RESP2(FZB-RESP2-CODE)
007490     END-EXEC.
007500     IF FZB-RESP-CODE = DFHRESP(NOTFND)
007510         GO TO 3800-NOT-FOUND
007520     END-IF.
007530     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
007540         GO TO 3800-READ-FAILED
007550     END-IF.
007560     PERFORM 3810-READ-NEXT-LISTED THRU 3810-EXIT
007570         UNTIL FZB-BROWSE-DONE.
007580     EXEC CICS ENDBR
007590         FILE('FZBREGM')
007600         RESP(FZB-RESP-CODE)
007610     END-EXEC.
007620     IF FZB-BROWSE-ERROR
007630         GO TO 3800-READ-FAILED
007640     END-IF.
007650     IF FZB-SCREEN-COUNT = 1
007660         GO TO 3800-NOT-FOUND
007670     END-IF.
007680     IF FZB-CURRENT-ROW > 0
007690         SET FZB-SCR-IDX TO FZB-CURRENT-ROW
007700         MOVE 'CURRENT' TO FZB-SCREEN-ROW (FZB-SCR-IDX) (68:7)
007710     END-IF.
007720     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
007730     GO TO 3800-EXIT.
007740 3800-NOT-FOUND.
007750     MOVE SPACES TO FZB-ERR-TEXT.
007760     STRING 'CODE ' DELIMITED BY SIZE
007770            FZB-RCV-REQ-CODE DELIMITED BY SPACE
007780            ' IS NOT ON THE REGISTRY' DELIMITED BY SIZE
007790         INTO FZB-ERR-TEXT
007800     END-STRING.
007810     PERFORM 8200-SEND-ERROR THRU 8200-EXIT.
007820     GO TO 3800-EXIT.
007830 3800-READ-FAILED.
007840     MOVE 'REGISTRY READ FAILED - CONTACT PRODUCTION SUPPORT'
007850         TO FZB-ERR-TEXT.
007860     PERFORM 8200-SEND-ERROR THRU 8200-EXIT.
007870 3800-EXIT.
007880     EXIT.
007890*****************************************************************
007900*    3810-READ-NEXT-LISTED
007910*        READS THE NEXT VERSION OF THE BROWSE AND, WHILE IT
007920*        STILL BELONGS TO THE CODE, ADDS ITS LINE.  A VERSION
007930*        DATED AFTER TODAY IS PENDING; THE LAST ONE DATED ON
007940*        OR BEFORE TODAY IS THE CURRENT ONE.  A FULL SCREEN
007950*        ENDS THE BROWSE WITH THE MORE-ON-FILE NOTE SET.
007960*****************************************************************
007970 3810-READ-NEXT-LISTED.
007980     EXEC CICS READNEXT
007990         FILE('FZBREGM')
008000         INTO(FZB-REGMAST-RECORD)
008010         RIDFLD(FZB-BRW-KEY)
008020         RESP(FZB-RESP-CODE)
008030         RESP2(FZB-RESP2-CODE)
008040     END-EXEC.
008050     IF FZB-RESP-CODE = DFHRESP(ENDFILE)
008060         SET FZB-BROWSE-DONE TO TRUE
008070         GO TO 3810-EXIT
008080     END-IF.
008090     IF FZB-RESP-CODE NOT = DFHRESP(NORMAL)
008100         SET FZB-BROWSE-ERROR TO TRUE
008110         SET FZB-BROWSE-DONE TO TRUE
008120         GO TO 3810-EXIT
008130     END-IF.
008140     IF FZB-RGM-REQ-CODE NOT = FZB-RCV-REQ-CODE
008150         SET FZB-BROWSE-DONE TO TRUE
008160         GO TO 3810-EXIT
008170     END-IF.
008180     IF FZB-SCREEN-COUNT NOT < FZB-SCREEN-MAX
008190         SET FZB-MORE-ON-FILE TO TRUE
008200         SET FZB-BROWSE-DONE TO TRUE
008210         GO TO 3810-EXIT
008220     END-IF.
008230     PERFORM 3900-ADD-VERSION-LINE THRU 3900-EXIT.
008240     IF FZB-RGM-EFF-DATE > FZB-TODAY
008250         MOVE 'PENDING' TO FZB-SCREEN-ROW (FZB-SCR-IDX) (68:7)
008260     ELSE
008270         MOVE FZB-SCREEN-COUNT TO FZB-CURRENT-ROW
008280     END-IF.
008290 3810-EXIT.
008300     EXIT.
008310*****************************************************************
008320*    3900-ADD-VERSION-LINE
008330*        FORMATS THE VERSION LINE FOR THE REGISTRY RECORD IN
008340*        THE RECORD AREA AND ADDS IT AS THE NEXT SCREEN ROW.
008350*****************************************************************
008360 3900-ADD-VERSION-LINE.
008370     MOVE FZB-RGM-REQ-CODE TO FZB-VER-REQ-CODE.
008380     MOVE FZB-RGM-EFF-DATE TO FZB-VER-EFF-DATE.
008390     MOVE FZB-RGM-STATUS   TO FZB-VER-STATUS.
008400     MOVE FZB-RGM-DEPT     TO FZB-VER-DEPT.
008410     MOVE FZB-RGM-DEST     TO FZB-VER-DEST.
008420     MOVE FZB-RGM-DESC     TO FZB-VER-DESC.
008430     MOVE SPACES           TO FZB-VER-FLAG.
008440     ADD 1 TO FZB-SCREEN-COUNT.
008450     SET FZB-SCR-IDX TO FZB-SCREEN-COUNT.
008460     MOVE FZB-VERSION-LINE TO FZB-SCREEN-ROW (FZB-SCR-IDX).
008470 3900-EXIT.
008480     EXIT.
008490*****************************************************************
008500*    8000-SEND-CONFIRM
008510*        CONFIRMS THE CHANGE APPLIED - WHAT WAS DONE, FROM WHEN,
008520*        AND BY WHOM - WITH THE NEW VERSION UNDER THE COLUMN
008530*        HEADING.
008540*****************************************************************
008550 8000-SEND-CONFIRM.
008560     MOVE SPACES TO FZB-CONFIRM-LINE.
008570     STRING 'CODE ' DELIMITED BY SIZE
008580            FZB-RCV-REQ-CODE DELIMITED BY SPACE
008590            ' ' DELIMITED BY SIZE
008600            FZB-ACTION-WORD DELIMITED BY SPACE
008610            ' EFFECTIVE ' DELIMITED BY SIZE
008620            FZB-RCV-EFF-DATE-X DELIMITED BY SIZE
008630            ' BY ' DELIMITED BY SIZE
008640            FZB-USERID DELIMITED BY SPACE
008650            ' - CHANGE JOURNALED' DELIMITED BY SIZE
008660         INTO FZB-CONFIRM-LINE
008670     END-STRING.
008680     MOVE FZB-CONFIRM-LINE    TO FZB-SCREEN-ROW (1).
008690     MOVE FZB-VERSION-HEADING TO FZB-SCREEN-ROW (2).
008700     MOVE +2 TO FZB-SCREEN-COUNT.
008710     PERFORM 3900-ADD-VERSION-LINE THRU 3900-EXIT.
008720     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
008730 8000-EXIT.
008740     EXIT.
008750*****************************************************************
008760*    8100-SEND-SCREEN
008770*        SENDS THE ROWS BUILT UP ON THE SCREEN, WITH THE
008780*        MORE-ON-FILE NOTE WHEN THE SCREEN FILLED.
008790*****************************************************************
008800 8100-SEND-SCREEN.
008810     IF FZB-MORE-ON-FILE
008820         ADD 1 TO FZB-SCREEN-COUNT
008830         SET FZB-SCR-IDX TO FZB-SCREEN-COUNT
008840         MOVE 'MORE VERSIONS ON FILE - NOT SHOWN'
008850             TO FZB-SCREEN-ROW (FZB-SCR-IDX)
008860     END-IF.
008870     COMPUTE FZB-SEND-LEN = FZB-SCREEN-COUNT * 80.
008880     EXEC CICS SEND TEXT
008890         FROM(FZB-SCREEN-AREA)
008900         LENGTH(FZB-SEND-LEN)
008910         ERASE
008920         FREEKB
008930     END-EXEC.
008940 8100-EXIT.
008950     EXIT.
008960*****************************************************************
008970*    8200-SEND-ERROR
008980*        SENDS THE BUILT-UP REFUSAL OR USAGE MESSAGE.  NOTHING
008990*        HAS BEEN CHANGED ON THE REGISTRY.
009000*****************************************************************
009010 8200-SEND-ERROR.
009020     EXEC CICS SEND TEXT
009030         FROM(FZB-ERROR-LINE)
009040         LENGTH(+79)
009050         ERASE
009060         FREEKB
009070     END-EXEC.
009080 8200-EXIT.
009090     EXIT.
