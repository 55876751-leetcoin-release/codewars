000010*****************************************************
000020* PROGRAM      MASTAUD
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-06
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-06 DWO  INITIAL VERSION - CROSS-MASTER
000090*                 CONSISTENCY AUDIT. THE SAME FACTS ABOUT
000100*                 A NUM ARE NOW KEPT IN FOUR PLACES BUILT
000110*                 BY FOUR PROGRAMS - THE DIVMAST DIVISOR
000120*                 LIST, THE PRIMAST CLASS AND DIVISOR
000130*                 COUNT, THE FACRPT FACTORIZATION AND THE
000140*                 NUMPROPS SIGMA - AND DIVRECON ONLY
000150*                 PROVES COVERAGE, NOT AGREEMENT. A BAD
000160*                 DIVMAST ENTRY IS SERVED BY DIVBATCH
000170*                 FOREVER, SO THIS JOB CATCHES ANY
000180*                 DISAGREEMENT BEFORE CERTIFICATION SIGNS
000190*                 OFF ON IT.
000200*****************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. MASTAUD.
000230 AUTHOR. D. OKAFOR.
000240 INSTALLATION. QA NUMERIC SYSTEMS.
000250 DATE-WRITTEN. 2026-10-06.
000260 DATE-COMPILED.
000270
000280*****************************************************
000290* BALANCE-LINE MATCH OF THE FACBATCH REPORT (FACRPT)
000300* AGAINST THE NUMPROP PROPERTIES FILE (NUMPROPS), NUM
000310* BY NUM, WITH A KEYED READ OF THE DIVMAST RESULTS
000320* MASTER AND THE PRIMAST PRIME MASTER FOR EVERY NUM.
000330* BOTH SEQUENTIAL FILES MUST CARRY THE SAME RUN-CYCLE
000340* HEADER (CYCHDR COPYBOOK). EACH NUM IS HELD TO FOUR
000350* RULES:
000360*     CLASS    DVM-CLASS, MAST-CLASS, THE FACRPT CLASS
000370*              AND THE NUMPROPS CLASS FLAG ALL AGREE
000380*     DIVCOUNT DVM-RESLEN EQUALS MAST-DIV-COUNT
000390*     FACTORS  THE DIVISOR COUNT IMPLIED BY THE
000400*              FACTORIZATION, PRODUCT (E + 1), EQUALS
000410*              DVM-RESLEN + 2 (THE LIST LEAVES OUT 1
000420*              AND NUM ITSELF)
000430*     SIGMA    THE NUMPROPS SIGMA EQUALS 1 + THE SUM OF
000440*              DVM-RES + NUM
000450* THE FACTORS AND SIGMA RULES DO NOT APPLY TO A NUM
000460* BELOW 2 (CLASS N). A NUM MISSING FROM ANY OF THE
000470* FOUR SOURCES IS A COVERAGE EXCEPTION AND IS NOT HELD
000480* TO THE RULES. EVERY DISAGREEMENT GOES TO THE MASTEXC
000490* EXCEPTION REPORT, WHICH ENDS WITH A COUNT PER RULE.
000500* RETURN-CODE 8 WHEN ANY EXCEPTION WAS FOUND, 0 ON A
000510* CLEAN AUDIT, 16 ON AN OPEN FAILURE OR A MISSING OR
000520* DISAGREEING CYCLE HEADER.
000530*****************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FAC-FILE ASSIGN TO "FACRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FAC-FILE-STATUS.
000600
000610     SELECT PRP-FILE ASSIGN TO "NUMPROPS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRP-FILE-STATUS.
000640
000650     SELECT DVM-FILE ASSIGN TO "DIVMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DVM-NUM
000690         FILE STATUS IS WS-DVM-FILE-STATUS.
000700
000710     SELECT MAST-FILE ASSIGN TO "PRIMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS MAST-NUM
000750         FILE STATUS IS WS-MAST-FILE-STATUS.
000760
000770     SELECT EXC-FILE ASSIGN TO "MASTEXC"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EXC-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  FAC-FILE.
000840 01  FAC-RECORD                  PIC X(250).
000850
000860 FD  PRP-FILE.
000870 01  PRP-RECORD.
000880     03  PRP-NUM                 PIC 9(09).
000890     03  PRP-CLASS               PIC X(01).
000900     03  PRP-TOTIENT             PIC 9(09).
000910     03  PRP-SIGMA               PIC 9(12).
000920     03  PRP-SQUAREFREE-SW       PIC X(01).
000930     03  PRP-PERFPOWER-SW        PIC X(01).
000940
000950 FD  DVM-FILE.
000960 01  DVM-RECORD.
000970     03  DVM-NUM                 PIC 9(09).
000980     03  DVM-CLASS               PIC X(01).
000990     03  DVM-RESLEN              PIC 9(04).
001000     03  DVM-RES                 PIC 9(09)
001010             OCCURS 0 TO 1500 TIMES DEPENDING ON
001020             DVM-RESLEN.
001030
001040 FD  MAST-FILE.
001050 01  MAST-RECORD.
001060     03  MAST-NUM                PIC 9(09).
001070     03  MAST-CLASS              PIC X(01).
001080     03  MAST-DIV-COUNT          PIC 9(04).
001090
001100 FD  EXC-FILE.
001110 01  EXC-RECORD                  PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-SWITCHES.
001150     03  WS-FAC-EOF-SW           PIC X(01)  VALUE 'N'.
001160         88  WS-FAC-EOF                     VALUE 'Y'.
001170     03  WS-PRP-EOF-SW           PIC X(01)  VALUE 'N'.
001180         88  WS-PRP-EOF                     VALUE 'Y'.
001190     03  WS-ON-DVM-SW            PIC X(01)  VALUE 'N'.
001200         88  WS-ON-DVM                      VALUE 'Y'.
001210     03  WS-ON-MAST-SW           PIC X(01)  VALUE 'N'.
001220         88  WS-ON-MAST                     VALUE 'Y'.
001230     03  WS-TERMS-OK-SW          PIC X(01)  VALUE 'Y'.
001240         88  WS-TERMS-OK                    VALUE 'Y'.
001250     03  WS-NUM-CLEAN-SW         PIC X(01)  VALUE 'Y'.
001260         88  WS-NUM-CLEAN                   VALUE 'Y'.
001270
001280 01  WS-FILE-STATUSES.
001290     03  WS-FAC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001300     03  WS-PRP-FILE-STATUS      PIC X(02)  VALUE SPACES.
001310     03  WS-DVM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001320     03  WS-MAST-FILE-STATUS     PIC X(02)  VALUE SPACES.
001330     03  WS-EXC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001340
001350*-----------------------------------------------------
001360* MATCH KEYS - ONE DIGIT WIDER THAN NUM SO END OF FILE
001370* CAN BE CARRIED AS 9999999999, ABOVE ANY REAL NUM.
001380*-----------------------------------------------------
001390 01  WS-MATCH-KEYS.
001400     03  WS-FAC-KEY              PIC 9(10)  VALUE 0.
001410     03  WS-PRP-KEY              PIC 9(10)  VALUE 0.
001420     03  WS-LOW-KEY              PIC 9(10)  VALUE 0.
001430     03  WS-EOF-KEY              PIC 9(10)  VALUE 9999999999.
001440     03  WS-FAC-HIGH-KEY         PIC 9(10)  VALUE 0.
001450     03  WS-PRP-HIGH-KEY         PIC 9(10)  VALUE 0.
001460
001470 01  WS-WORK-FIELDS.
001480     03  WS-NUM                  PIC 9(09)  VALUE 0.
001490     03  WS-NUM-X                PIC X(09).
001500     03  WS-NEW-KEY              PIC 9(10)  VALUE 0.
001510     03  WS-SUB                  PIC 9(04)  COMP.
001520     03  WS-TERM-POS             PIC 9(04)  COMP.
001530     03  WS-TERM-NO              PIC 9(02)  VALUE 0.
001540     03  WS-FAC-CLASS            PIC X(01)  VALUE SPACE.
001550     03  WS-FAC-COUNT            PIC 9(02)  VALUE 0.
001560     03  WS-FAC-EXP              PIC 9(02)  VALUE 0.
001570     03  WS-FAC-DIVCOUNT         PIC 9(09)  VALUE 0.
001580     03  WS-DVM-DIVCOUNT         PIC 9(05)  VALUE 0.
001590     03  WS-DVM-SIGMA            PIC 9(13)  VALUE 0.
001600     03  WS-MISSING-LIST         PIC X(40).
001610     03  WS-LIST-PTR             PIC S9(04) COMP.
001620
001630*-----------------------------------------------------
001640* THE CURRENT FACRPT AND NUMPROPS LINES, HELD WHILE THE
001650* NEXT ONE IS READ AHEAD FOR THE MATCH
001660*-----------------------------------------------------
001670 01  WS-FAC-LINE                 PIC X(250) VALUE SPACES.
001680 01  WS-PRP-LINE.
001690     03  WS-PRP-NUM              PIC 9(09).
001700     03  WS-PRP-CLASS            PIC X(01).
001710     03  WS-PRP-TOTIENT          PIC 9(09).
001720     03  WS-PRP-SIGMA            PIC 9(12).
001730     03  WS-PRP-SQUAREFREE-SW    PIC X(01).
001740     03  WS-PRP-PERFPOWER-SW     PIC X(01).
001750
001760 01  WS-AUDIT-TOTALS.
001770     03  WS-NUMS-AUDITED         PIC 9(09)  VALUE 0.
001780     03  WS-NUMS-CLEAN           PIC 9(09)  VALUE 0.
001790     03  WS-CLASS-EXC-COUNT      PIC 9(09)  VALUE 0.
001800     03  WS-DIVCOUNT-EXC-COUNT   PIC 9(09)  VALUE 0.
001810     03  WS-FACTORS-EXC-COUNT    PIC 9(09)  VALUE 0.
001820     03  WS-SIGMA-EXC-COUNT      PIC 9(09)  VALUE 0.
001830     03  WS-COVERAGE-EXC-COUNT   PIC 9(09)  VALUE 0.
001840     03  WS-DUP-LINE-COUNT       PIC 9(09)  VALUE 0.
001850     03  WS-BAD-LINE-COUNT       PIC 9(09)  VALUE 0.
001860     03  WS-LINES-READ           PIC 9(09)  VALUE 0.
001870     03  WS-LINES-WRITTEN        PIC 9(09)  VALUE 0.
001880
001890 01  WS-AUDIT-FIELDS.
001900     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
001910     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
001920     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
001930
001940*-----------------------------------------------------
001950* THE RUN-CYCLE IDS READ FROM THE TWO FILE HEADERS;
001960* THEY MUST AGREE BEFORE ANY MATCHING STARTS
001970*-----------------------------------------------------
001980 01  WS-CYCLE-FIELDS.
001990     03  WS-FAC-CYCLE-ID         PIC 9(14)  VALUE 0.
002000     03  WS-PRP-CYCLE-ID         PIC 9(14)  VALUE 0.
002010
002020     COPY CYCHDR.
002030
002040     COPY AUDITREC.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 2000-AUDIT-ONE-NUM THRU 2000-EXIT
002100         UNTIL WS-FAC-KEY = WS-EOF-KEY
002110           AND WS-PRP-KEY = WS-EOF-KEY
002120     PERFORM 8000-TERMINATE THRU 8000-EXIT
002130     IF WS-NUMS-CLEAN < WS-NUMS-AUDITED
002140      OR WS-DUP-LINE-COUNT > 0
002150      OR WS-BAD-LINE-COUNT > 0
002160         MOVE 8 TO RETURN-CODE
002170     ELSE
002180         MOVE 0 TO RETURN-CODE
002190     END-IF
002200     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002210     GOBACK
002220     .
002230
002240*-----------------------------------------------------
002250* 1000-INITIALIZE - OPEN ALL FILES, CHECK THE CYCLE
002260*     HEADERS, PRIME THE KEYS
002270*-----------------------------------------------------
002280 1000-INITIALIZE.
002290     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002300     ACCEPT WS-AUD-TIME-WORK FROM TIME
002310     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002320
002330     OPEN INPUT FAC-FILE
002340     IF WS-FAC-FILE-STATUS NOT = '00'
002350         DISPLAY 'MASTAUD: CANNOT OPEN FACRPT, STATUS='
002360             WS-FAC-FILE-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         GOBACK
002390     END-IF
002400
002410     OPEN INPUT PRP-FILE
002420     IF WS-PRP-FILE-STATUS NOT = '00'
002430         DISPLAY 'MASTAUD: CANNOT OPEN NUMPROPS, STATUS='
002440             WS-PRP-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         GOBACK
002470     END-IF
002480
002490     OPEN INPUT DVM-FILE
002500     IF WS-DVM-FILE-STATUS NOT = '00'
002510         DISPLAY 'MASTAUD: CANNOT OPEN DIVMAST, STATUS='
002520             WS-DVM-FILE-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         GOBACK
002550     END-IF
002560
002570     OPEN INPUT MAST-FILE
002580     IF WS-MAST-FILE-STATUS NOT = '00'
002590         DISPLAY 'MASTAUD: CANNOT OPEN PRIMAST, STATUS='
002600             WS-MAST-FILE-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         GOBACK
002630     END-IF
002640
002650     OPEN OUTPUT EXC-FILE
002660     IF WS-EXC-FILE-STATUS NOT = '00'
002670         DISPLAY 'MASTAUD: CANNOT OPEN MASTEXC, STATUS='
002680             WS-EXC-FILE-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         GOBACK
002710     END-IF
002720
002730     PERFORM 1500-VERIFY-CYCLE-HEADERS THRU 1500-EXIT
002740     MOVE CYC-HEADER-RECORD TO EXC-RECORD
002750     WRITE EXC-RECORD
002760     ADD 1 TO WS-LINES-WRITTEN
002770
002780     PERFORM 3000-GET-FAC-KEY THRU 3000-EXIT
002790     PERFORM 3100-GET-PRP-KEY THRU 3100-EXIT
002800     .
002810 1000-EXIT.
002820     EXIT.
002830
002840*-----------------------------------------------------
002850* 1500-VERIFY-CYCLE-HEADERS - FACRPT AND NUMPROPS MUST
002860*     EACH START WITH THEIR RUN-CYCLE HEADER AND THE
002870*     TWO IDS MUST AGREE; AN AUDIT ACROSS TWO NIGHTS
002880*     WOULD REPORT DIFFERENCES THAT ARE NOT CORRUPTION.
002890*-----------------------------------------------------
002900 1500-VERIFY-CYCLE-HEADERS.
002910     READ FAC-FILE
002920         AT END
002930             DISPLAY 'MASTAUD: FACRPT IS EMPTY - NO'
002940                 ' CYCLE HEADER'
002950             MOVE 16 TO RETURN-CODE
002960             GOBACK
002970     END-READ
002980     MOVE FAC-RECORD(1:20) TO CYC-HEADER-RECORD
002990     IF NOT CYC-HDR-PRESENT
003000      OR CYC-HDR-ID IS NOT NUMERIC
003010         DISPLAY 'MASTAUD: FACRPT CARRIES NO CYCLE'
003020             ' HEADER - RECORD=' FAC-RECORD(1:40)
003030         MOVE 16 TO RETURN-CODE
003040         GOBACK
003050     END-IF
003060     MOVE CYC-HDR-ID TO WS-FAC-CYCLE-ID
003070
003080     READ PRP-FILE
003090         AT END
003100             DISPLAY 'MASTAUD: NUMPROPS IS EMPTY - NO'
003110                 ' CYCLE HEADER'
003120             MOVE 16 TO RETURN-CODE
003130             GOBACK
003140     END-READ
003150     MOVE PRP-RECORD(1:20) TO CYC-HEADER-RECORD
003160     IF NOT CYC-HDR-PRESENT
003170      OR CYC-HDR-ID IS NOT NUMERIC
003180         DISPLAY 'MASTAUD: NUMPROPS CARRIES NO CYCLE'
003190             ' HEADER - RECORD=' PRP-RECORD
003200         MOVE 16 TO RETURN-CODE
003210         GOBACK
003220     END-IF
003230     MOVE CYC-HDR-ID TO WS-PRP-CYCLE-ID
003240
003250     IF WS-FAC-CYCLE-ID NOT = WS-PRP-CYCLE-ID
003260         DISPLAY 'MASTAUD: CYCLE IDS DISAGREE -'
003270             ' FACRPT=' WS-FAC-CYCLE-ID
003280             ' NUMPROPS=' WS-PRP-CYCLE-ID
003290             ' - FILES ARE NOT FROM THE SAME RUN'
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     .
003340 1500-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------
003380* 2000-AUDIT-ONE-NUM - ONE BALANCE-LINE PASS. A NUM ON
003390*     BOTH FILES IS LOOKED UP ON BOTH MASTERS AND HELD
003400*     TO THE FOUR RULES; A NUM ON ONLY ONE FILE IS A
003410*     COVERAGE EXCEPTION.
003420*-----------------------------------------------------
003430 2000-AUDIT-ONE-NUM.
003440     MOVE WS-FAC-KEY TO WS-LOW-KEY
003450     IF WS-PRP-KEY < WS-LOW-KEY
003460         MOVE WS-PRP-KEY TO WS-LOW-KEY
003470     END-IF
003480     MOVE WS-LOW-KEY TO WS-NUM
003490     ADD 1 TO WS-NUMS-AUDITED
003500     SET WS-NUM-CLEAN TO TRUE
003510
003520     PERFORM 2100-READ-MASTERS THRU 2100-EXIT
003530
003540     IF WS-FAC-KEY NOT = WS-LOW-KEY
003550      OR WS-PRP-KEY NOT = WS-LOW-KEY
003560      OR NOT WS-ON-DVM
003570      OR NOT WS-ON-MAST
003580         PERFORM 2200-REPORT-COVERAGE THRU 2200-EXIT
003590         GO TO 2000-NEXT
003600     END-IF
003610
003620     PERFORM 2300-CHECK-CLASS THRU 2300-EXIT
003630     PERFORM 2400-CHECK-DIVCOUNT THRU 2400-EXIT
003640     IF DVM-CLASS NOT = 'N'
003650         PERFORM 2500-CHECK-FACTORS THRU 2500-EXIT
003660         PERFORM 2600-CHECK-SIGMA THRU 2600-EXIT
003670     END-IF
003680     .
003690 2000-NEXT.
003700     IF WS-NUM-CLEAN
003710         ADD 1 TO WS-NUMS-CLEAN
003720     END-IF
003730     IF WS-FAC-KEY = WS-LOW-KEY
003740         PERFORM 3000-GET-FAC-KEY THRU 3000-EXIT
003750     END-IF
003760     IF WS-PRP-KEY = WS-LOW-KEY
003770         PERFORM 3100-GET-PRP-KEY THRU 3100-EXIT
003780     END-IF
003790     .
003800 2000-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------
003840* 2100-READ-MASTERS - KEYED READ OF BOTH MASTERS
003850*-----------------------------------------------------
003860 2100-READ-MASTERS.
003870     MOVE 'N' TO WS-ON-DVM-SW
003880     MOVE WS-NUM TO DVM-NUM
003890     READ DVM-FILE
003900         INVALID KEY
003910             CONTINUE
003920         NOT INVALID KEY
003930             SET WS-ON-DVM TO TRUE
003940     END-READ
003950
003960     MOVE 'N' TO WS-ON-MAST-SW
003970     MOVE WS-NUM TO MAST-NUM
003980     READ MAST-FILE
003990         INVALID KEY
004000             CONTINUE
004010         NOT INVALID KEY
004020             SET WS-ON-MAST TO TRUE
004030     END-READ
004040     .
004050 2100-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------
004090* 2200-REPORT-COVERAGE - NAME THE SOURCES THE NUM IS
004100*     MISSING FROM
004110*-----------------------------------------------------
004120 2200-REPORT-COVERAGE.
004130     MOVE 'N' TO WS-NUM-CLEAN-SW
004140     ADD 1 TO WS-COVERAGE-EXC-COUNT
004150     MOVE SPACES TO WS-MISSING-LIST
004160     MOVE 1 TO WS-LIST-PTR
004170     IF WS-FAC-KEY NOT = WS-LOW-KEY
004180         STRING ' FACRPT' DELIMITED BY SIZE
004190             INTO WS-MISSING-LIST
004200             WITH POINTER WS-LIST-PTR
004210     END-IF
004220     IF WS-PRP-KEY NOT = WS-LOW-KEY
004230         STRING ' NUMPROPS' DELIMITED BY SIZE
004240             INTO WS-MISSING-LIST
004250             WITH POINTER WS-LIST-PTR
004260     END-IF
004270     IF NOT WS-ON-DVM
004280         STRING ' DIVMAST' DELIMITED BY SIZE
004290             INTO WS-MISSING-LIST
004300             WITH POINTER WS-LIST-PTR
004310     END-IF
004320     IF NOT WS-ON-MAST
004330         STRING ' PRIMAST' DELIMITED BY SIZE
004340             INTO WS-MISSING-LIST
004350             WITH POINTER WS-LIST-PTR
004360     END-IF
004370
004380     MOVE SPACES TO EXC-RECORD
004390     STRING 'NUM=' WS-NUM
004400         ' RULE=COVERAGE MISSING FROM:' WS-MISSING-LIST
004410         DELIMITED BY SIZE
004420         INTO EXC-RECORD
004430     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004440     .
004450 2200-EXIT.
004460     EXIT.
004470
004480*-----------------------------------------------------
004490* 2300-CHECK-CLASS - ALL FOUR CLASS FLAGS AGREE
004500*-----------------------------------------------------
004510 2300-CHECK-CLASS.
004520     IF DVM-CLASS = MAST-CLASS
004530      AND DVM-CLASS = WS-FAC-CLASS
004540      AND DVM-CLASS = WS-PRP-CLASS
004550         GO TO 2300-EXIT
004560     END-IF
004570
004580     MOVE 'N' TO WS-NUM-CLEAN-SW
004590     ADD 1 TO WS-CLASS-EXC-COUNT
004600     MOVE SPACES TO EXC-RECORD
004610     STRING 'NUM=' WS-NUM
004620         ' RULE=CLASS DIVMAST=' DVM-CLASS
004630         ' PRIMAST=' MAST-CLASS
004640         ' FACRPT=' WS-FAC-CLASS
004650         ' NUMPROPS=' WS-PRP-CLASS
004660         DELIMITED BY SIZE
004670         INTO EXC-RECORD
004680     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004690     .
004700 2300-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------
004740* 2400-CHECK-DIVCOUNT - DIVMAST AND PRIMAST AGREE ON
004750*     THE NUMBER OF DIVISORS IN THE LIST
004760*-----------------------------------------------------
004770 2400-CHECK-DIVCOUNT.
004780     IF DVM-RESLEN = MAST-DIV-COUNT
004790         GO TO 2400-EXIT
004800     END-IF
004810
004820     MOVE 'N' TO WS-NUM-CLEAN-SW
004830     ADD 1 TO WS-DIVCOUNT-EXC-COUNT
004840     MOVE SPACES TO EXC-RECORD
004850     STRING 'NUM=' WS-NUM
004860         ' RULE=DIVCOUNT DVM-RESLEN=' DVM-RESLEN
004870         ' MAST-DIV-COUNT=' MAST-DIV-COUNT
004880         DELIMITED BY SIZE
004890         INTO EXC-RECORD
004900     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004910     .
004920 2400-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------
004960* 2500-CHECK-FACTORS - THE FACRPT TERMS ARE PARSED FROM
004970*     THEIR FIXED POSITIONS (FACTORS= STARTS IN COLUMN
004980*     43, EACH TERM IS PPPPPPPPP^EE PLUS A COMMA, 13
004990*     COLUMNS) AND THE DIVISOR COUNT THEY IMPLY,
005000*     PRODUCT (E + 1), MUST EQUAL THE DIVMAST LIST PLUS
005010*     1 AND NUM.
005020*-----------------------------------------------------
005030 2500-CHECK-FACTORS.
005040     SET WS-TERMS-OK TO TRUE
005050     MOVE 1 TO WS-FAC-DIVCOUNT
005060     PERFORM 2510-APPLY-ONE-TERM THRU 2510-EXIT
005070         VARYING WS-SUB FROM 1 BY 1
005080         UNTIL WS-SUB > WS-FAC-COUNT
005090            OR NOT WS-TERMS-OK
005100     COMPUTE WS-DVM-DIVCOUNT = DVM-RESLEN + 2
005110
005120     IF WS-TERMS-OK
005130      AND WS-FAC-DIVCOUNT = WS-DVM-DIVCOUNT
005140         GO TO 2500-EXIT
005150     END-IF
005160
005170     MOVE 'N' TO WS-NUM-CLEAN-SW
005180     ADD 1 TO WS-FACTORS-EXC-COUNT
005190     MOVE SPACES TO EXC-RECORD
005200     IF WS-TERMS-OK
005210         STRING 'NUM=' WS-NUM
005220             ' RULE=FACTORS FACTOR-DIVCOUNT=' WS-FAC-DIVCOUNT
005230             ' DVM-RESLEN+2=' WS-DVM-DIVCOUNT
005240             DELIMITED BY SIZE
005250             INTO EXC-RECORD
005260     ELSE
005270         MOVE WS-SUB TO WS-TERM-NO
005280         STRING 'NUM=' WS-NUM
005290             ' RULE=FACTORS FACRPT TERM ' WS-TERM-NO
005300             ' WILL NOT PARSE'
005310             DELIMITED BY SIZE
005320             INTO EXC-RECORD
005330     END-IF
005340     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005350     .
005360 2500-EXIT.
005370     EXIT.
005380
005390 2510-APPLY-ONE-TERM.
005400     COMPUTE WS-TERM-POS = 43 + (WS-SUB - 1) * 13
005410     IF WS-FAC-LINE(WS-TERM-POS:9) IS NOT NUMERIC
005420      OR WS-FAC-LINE(WS-TERM-POS + 9:1) NOT = '^'
005430      OR WS-FAC-LINE(WS-TERM-POS + 10:2) IS NOT NUMERIC
005440         MOVE 'N' TO WS-TERMS-OK-SW
005450         GO TO 2510-EXIT
005460     END-IF
005470     MOVE WS-FAC-LINE(WS-TERM-POS + 10:2) TO WS-FAC-EXP
005480     COMPUTE WS-FAC-DIVCOUNT =
005490         WS-FAC-DIVCOUNT * (WS-FAC-EXP + 1)
005500     .
005510 2510-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------
005550* 2600-CHECK-SIGMA - THE NUMPROPS SIGMA EQUALS THE SUM
005560*     OF EVERY DIVISOR: 1, THE DIVMAST LIST AND NUM
005570*-----------------------------------------------------
005580 2600-CHECK-SIGMA.
005590     COMPUTE WS-DVM-SIGMA = 1 + WS-NUM
005600     PERFORM 2610-ADD-ONE-DIVISOR THRU 2610-EXIT
005610         VARYING WS-SUB FROM 1 BY 1
005620         UNTIL WS-SUB > DVM-RESLEN
005630
005640     IF WS-PRP-SIGMA = WS-DVM-SIGMA
005650         GO TO 2600-EXIT
005660     END-IF
005670
005680     MOVE 'N' TO WS-NUM-CLEAN-SW
005690     ADD 1 TO WS-SIGMA-EXC-COUNT
005700     MOVE SPACES TO EXC-RECORD
005710     STRING 'NUM=' WS-NUM
005720         ' RULE=SIGMA NUMPROPS-SIGMA=' WS-PRP-SIGMA
005730         ' DIVMAST-SIGMA=' WS-DVM-SIGMA
005740         DELIMITED BY SIZE
005750         INTO EXC-RECORD
005760     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005770     .
005780 2600-EXIT.
005790     EXIT.
005800
005810 2610-ADD-ONE-DIVISOR.
005820     ADD DVM-RES(WS-SUB) TO WS-DVM-SIGMA
005830     .
005840 2610-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------
005880* 3000-GET-FAC-KEY - NEXT FACRPT LINE. A LINE WHOSE
005890*     NUM, CLASS OR FACTOR COUNT WILL NOT PARSE IS
005900*     REPORTED AND SKIPPED; A KEY AT OR BELOW THE
005910*     HIGH-WATER KEY IS A DUPLICATE, REPORTED AND
005920*     SKIPPED, AS DIVRECON TREATS ITS REPORT FILES.
005930*-----------------------------------------------------
005940 3000-GET-FAC-KEY.
005950     READ FAC-FILE
005960         AT END
005970             SET WS-FAC-EOF TO TRUE
005980             MOVE WS-EOF-KEY TO WS-FAC-KEY
005990             GO TO 3000-EXIT
006000     END-READ
006010
006020     ADD 1 TO WS-LINES-READ
006030     MOVE FAC-RECORD(5:9) TO WS-NUM-X
006040     IF FAC-RECORD(1:4) NOT = 'NUM='
006050      OR WS-NUM-X IS NOT NUMERIC
006060      OR FAC-RECORD(32:2) IS NOT NUMERIC
006070         ADD 1 TO WS-BAD-LINE-COUNT
006080         MOVE SPACES TO EXC-RECORD
006090         STRING 'UNPARSEABLE LINE IN FACRPT: '
006100             FAC-RECORD(1:80)
006110             DELIMITED BY SIZE
006120             INTO EXC-RECORD
006130         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006140         GO TO 3000-GET-FAC-KEY
006150     END-IF
006160
006170     MOVE WS-NUM-X TO WS-NEW-KEY
006180     IF WS-NEW-KEY <= WS-FAC-HIGH-KEY
006190         ADD 1 TO WS-DUP-LINE-COUNT
006200         MOVE SPACES TO EXC-RECORD
006210         STRING 'NUM=' WS-NUM-X
006220             ' REPORTED TWICE IN FACRPT'
006230             DELIMITED BY SIZE
006240             INTO EXC-RECORD
006250         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006260         GO TO 3000-GET-FAC-KEY
006270     END-IF
006280
006290     MOVE WS-NEW-KEY TO WS-FAC-KEY
006300     MOVE WS-NEW-KEY TO WS-FAC-HIGH-KEY
006310     MOVE FAC-RECORD TO WS-FAC-LINE
006320     MOVE FAC-RECORD(21:1) TO WS-FAC-CLASS
006330     MOVE FAC-RECORD(32:2) TO WS-FAC-COUNT
006340     .
006350 3000-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------
006390* 3100-GET-PRP-KEY - NEXT NUMPROPS RECORD, SAME EDITS
006400*     AND HIGH-WATER DUPLICATE RULE AS FACRPT
006410*-----------------------------------------------------
006420 3100-GET-PRP-KEY.
006430     READ PRP-FILE
006440         AT END
006450             SET WS-PRP-EOF TO TRUE
006460             MOVE WS-EOF-KEY TO WS-PRP-KEY
006470             GO TO 3100-EXIT
006480     END-READ
006490
006500     ADD 1 TO WS-LINES-READ
006510     IF PRP-NUM IS NOT NUMERIC
006520      OR PRP-SIGMA IS NOT NUMERIC
006530         ADD 1 TO WS-BAD-LINE-COUNT
006540         MOVE SPACES TO EXC-RECORD
006550         STRING 'UNPARSEABLE RECORD IN NUMPROPS: '
006560             PRP-RECORD
006570             DELIMITED BY SIZE
006580             INTO EXC-RECORD
006590         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006600         GO TO 3100-GET-PRP-KEY
006610     END-IF
006620
006630     MOVE PRP-NUM TO WS-NEW-KEY
006640     IF WS-NEW-KEY <= WS-PRP-HIGH-KEY
006650         ADD 1 TO WS-DUP-LINE-COUNT
006660         MOVE SPACES TO EXC-RECORD
006670         STRING 'NUM=' PRP-NUM
006680             ' REPORTED TWICE IN NUMPROPS'
006690             DELIMITED BY SIZE
006700             INTO EXC-RECORD
006710         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006720         GO TO 3100-GET-PRP-KEY
006730     END-IF
006740
006750     MOVE WS-NEW-KEY TO WS-PRP-KEY
006760     MOVE WS-NEW-KEY TO WS-PRP-HIGH-KEY
006770     MOVE PRP-RECORD TO WS-PRP-LINE
006780     .
006790 3100-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------
006830* 7000-WRITE-EXCEPTION - ONE LINE TO MASTEXC
006840*-----------------------------------------------------
006850 7000-WRITE-EXCEPTION.
006860     WRITE EXC-RECORD
006870     ADD 1 TO WS-LINES-WRITTEN
006880     .
006890 7000-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------
006930* 8000-TERMINATE - COUNTS PER RULE, CLOSE FILES
006940*-----------------------------------------------------
006950 8000-TERMINATE.
006960     MOVE SPACES TO EXC-RECORD
006970     STRING 'NUMS=' WS-NUMS-AUDITED
006980         ' CLEAN=' WS-NUMS-CLEAN
006990         ' CLASS=' WS-CLASS-EXC-COUNT
007000         ' DIVCOUNT=' WS-DIVCOUNT-EXC-COUNT
007010         ' FACTORS=' WS-FACTORS-EXC-COUNT
007020         ' SIGMA=' WS-SIGMA-EXC-COUNT
007030         ' COVERAGE=' WS-COVERAGE-EXC-COUNT
007040         DELIMITED BY SIZE
007050         INTO EXC-RECORD
007060     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007070
007080     MOVE SPACES TO EXC-RECORD
007090     STRING 'DUP-LINES=' WS-DUP-LINE-COUNT
007100         ' BAD-LINES=' WS-BAD-LINE-COUNT
007110         DELIMITED BY SIZE
007120         INTO EXC-RECORD
007130     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007140
007150     CLOSE FAC-FILE
007160     CLOSE PRP-FILE
007170     CLOSE DVM-FILE
007180     CLOSE MAST-FILE
007190     CLOSE EXC-FILE
007200     .
007210 8000-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------
007250* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
007260*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
007270*-----------------------------------------------------
007280 9500-WRITE-AUDIT.
007290     MOVE 'MASTAUD' TO AUD-JOB-NAME
007300     MOVE WS-AUD-START-DATE TO AUD-START-DATE
007310     MOVE WS-AUD-START-TIME TO AUD-START-TIME
007320     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
007330     ACCEPT WS-AUD-TIME-WORK FROM TIME
007340     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
007350     MOVE WS-LINES-READ TO AUD-RECORDS-READ
007360     MOVE WS-LINES-WRITTEN TO AUD-RECORDS-WRITTEN
007370     ADD WS-DUP-LINE-COUNT WS-BAD-LINE-COUNT
007380         GIVING AUD-RECORDS-SKIPPED
007390     SET AUD-FRESH-RUN TO TRUE
007400     MOVE WS-FAC-CYCLE-ID TO AUD-CYCLE-ID
007410     MOVE RETURN-CODE TO AUD-RETURN-CODE
007420     CALL 'AUDWRITE' USING AUD-RECORD
007430*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
007440*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
007450*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
007460*    FAILED AUDIT WRITE (16) IS KEPT.
007470     IF RETURN-CODE = 0
007480         MOVE AUD-RETURN-CODE TO RETURN-CODE
007490     END-IF
007500     .
007510 9500-EXIT.
007520     EXIT.
007530
007540 END PROGRAM MASTAUD.
