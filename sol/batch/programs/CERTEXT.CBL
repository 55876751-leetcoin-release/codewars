000010*****************************************************
000020* PROGRAM      CERTEXT
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-13
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-13 DWO  INITIAL VERSION - ONE COMMA-DELIMITED
000090*                 ROW PER NUM JOINING EVERY CHAIN OUTPUT
000100*                 FOR THE CERTIFICATION EVIDENCE PACKS.
000110*                 THE TEAM HAD BEEN OPENING DIVRPT,
000120*                 DIVCLS, FACRPT, NUMPROPS, PRIMAST AND
000130*                 ALQRPT ONE BY ONE AND PASTING THEM
000140*                 TOGETHER IN SPREADSHEETS BY HAND.
000150*****************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. CERTEXT.
000180 AUTHOR. D. OKAFOR.
000190 INSTALLATION. QA NUMERIC SYSTEMS.
000200 DATE-WRITTEN. 2026-10-13.
000210 DATE-COMPILED.
000220
000230*****************************************************
000240* RUNS AFTER DIVRECON HAS SIGNED THE CYCLE OFF. FOR
000250* EVERY NUM ON NUMVAL IT WRITES ONE ROW TO CERTCSV:
000260*     NUM       THE NUM
000270*     DIVCOUNT  DIVRPT RESLEN - THE DIVISORS STRICTLY
000280*               BETWEEN 1 AND NUM
000290*     DIVISORS  THAT LIST, ';'-SEPARATED, CUT OFF
000300*               AFTER THE FIRST 50
000310*     DIVOVFL   'Y' WHEN THE LIST WAS CUT OFF
000320*     CLASS     DIVCLS CLASS (DEFICIENT / PERFECT /
000330*               ABUNDANT / NOTAPPLIC)
000340*     FACTORS   FACRPT FACTORIZATION, P^E TERMS JOINED
000350*               BY '*'
000360*     TOTIENT, SIGMA, SQFREE, PERFPOW  FROM NUMPROPS
000370*     PRIME     'Y' WHEN PRIMAST CLASSES THE NUM PRIME
000380*     ALIQUOT   AMICABLE-PAIR, PERFECT OR SOCIABLE-CYCLE
000390*               MEMBERSHIP FROM ALQRPT, IF ANY
000400* NUMBERS ARE WRITTEN WITHOUT LEADING ZEROS. THE FIRST
000410* ROW NAMES THE COLUMNS AND ENDS WITH A CYCLE=<ID>
000420* CELL; THE LAST ROW IS TRAILER,<DATA ROW COUNT>,
000430* CYCLE=<ID> SO THE LOADING SIDE CAN PROVE IT HAS THE
000440* WHOLE FILE.
000450*
000460* NOTHING IS WRITTEN UNLESS EVERY INPUT IS FROM THE
000470* SAME CYCLE: NUMVAL, DIVRPT, DIVCLS, FACRPT, NUMPROPS
000480* AND ALQRPT MUST ALL CARRY THE NUMVAL CYCLE HEADER
000490* (CYCHDR COPYBOOK). PRIMAST CARRIES NO HEADER, SO ITS
000500* EVIDENCE IS THE RUN-HISTORY RECORD OF THE PRIMLOAD
000510* THAT LAST REBUILT IT: THE LATEST PRIMLOAD ON
000520* AUDITLOG MUST BE FOR THE CYCLE AND HAVE ENDED RC 0.
000530* THE LATEST DIVRECON FOR THE CYCLE MUST ALSO HAVE
000540* ENDED RC 0. ANY OF THESE FAILING IS RETURN-CODE 16.
000550*
000560* NUMVAL DRIVES THE ROWS. THE FOUR REPORT FILES ARE
000570* ASCENDING AND ARE MATCHED TO IT BALANCE-LINE STYLE;
000580* PRIMAST IS READ BY KEY; ALQRPT IS SMALL AND IN
000590* DISCOVERY ORDER, SO ITS MEMBERS ARE HELD IN A TABLE
000600* KEPT IN NUM ORDER. A NUM MISSING FROM A SOURCE STILL
000610* GETS ITS ROW, WITH THAT SOURCE'S CELLS EMPTY; THE
000620* GAPS, AND ANY REPORT LINE FOR A NUM NOT ON NUMVAL,
000630* ARE COUNTED ON THE TOTALS DISPLAYED AT END OF RUN
000640* AND RAISE RETURN-CODE 8.
000650*****************************************************
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT VAL-FILE ASSIGN TO "NUMVAL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-VAL-FILE-STATUS.
000720
000730     SELECT DIV-FILE ASSIGN TO "DIVRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-DIV-FILE-STATUS.
000760
000770     SELECT CLS-FILE ASSIGN TO "DIVCLS"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CLS-FILE-STATUS.
000800
000810     SELECT FAC-FILE ASSIGN TO "FACRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FAC-FILE-STATUS.
000840
000850     SELECT PRP-FILE ASSIGN TO "NUMPROPS"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-PRP-FILE-STATUS.
000880
000890     SELECT ALQ-FILE ASSIGN TO "ALQRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-ALQ-FILE-STATUS.
000920
000930     SELECT MAST-FILE ASSIGN TO "PRIMAST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS MAST-NUM
000970         FILE STATUS IS WS-MAST-FILE-STATUS.
000980
000990     SELECT AUD-FILE ASSIGN TO "AUDITLOG"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-AUD-FILE-STATUS.
001020
001030     SELECT CSV-FILE ASSIGN TO "CERTCSV"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-CSV-FILE-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  VAL-FILE.
001100 01  VAL-RECORD                  PIC X(20).
001110
001120 FD  DIV-FILE.
001130 01  DIV-RECORD                  PIC X(15100).
001140
001150 FD  CLS-FILE.
001160 01  CLS-RECORD                  PIC X(80).
001170
001180 FD  FAC-FILE.
001190 01  FAC-RECORD                  PIC X(250).
001200
001210 FD  PRP-FILE.
001220 01  PRP-RECORD.
001230     03  PRP-NUM                 PIC 9(09).
001240     03  PRP-CLASS               PIC X(01).
001250     03  PRP-TOTIENT             PIC 9(09).
001260     03  PRP-SIGMA               PIC 9(12).
001270     03  PRP-SQUAREFREE-SW       PIC X(01).
001280     03  PRP-PERFPOWER-SW        PIC X(01).
001290
001300 FD  ALQ-FILE.
001310 01  ALQ-RECORD                  PIC X(200).
001320
001330 FD  MAST-FILE.
001340 01  MAST-RECORD.
001350     03  MAST-NUM                PIC 9(09).
001360     03  MAST-CLASS              PIC X(01).
001370     03  MAST-DIV-COUNT          PIC 9(04).
001380
001390 FD  AUD-FILE.
001400 01  AUD-FILE-RECORD             PIC X(82).
001410
001420 FD  CSV-FILE.
001430 01  CSV-RECORD                  PIC X(1000).
001440
001450 WORKING-STORAGE SECTION.
001460 01  WS-SWITCHES.
001470     03  WS-VAL-EOF-SW           PIC X(01)  VALUE 'N'.
001480         88  WS-VAL-EOF                     VALUE 'Y'.
001490     03  WS-ALQ-EOF-SW           PIC X(01)  VALUE 'N'.
001500         88  WS-ALQ-EOF                     VALUE 'Y'.
001510     03  WS-AUD-EOF-SW           PIC X(01)  VALUE 'N'.
001520         88  WS-AUD-EOF                     VALUE 'Y'.
001530     03  WS-RECON-SEEN-SW        PIC X(01)  VALUE 'N'.
001540         88  WS-RECON-SEEN                  VALUE 'Y'.
001550     03  WS-PRIMLOAD-SEEN-SW     PIC X(01)  VALUE 'N'.
001560         88  WS-PRIMLOAD-SEEN               VALUE 'Y'.
001570     03  WS-DIV-HIT-SW           PIC X(01)  VALUE 'N'.
001580         88  WS-DIV-HIT                     VALUE 'Y'.
001590     03  WS-CLS-HIT-SW           PIC X(01)  VALUE 'N'.
001600         88  WS-CLS-HIT                     VALUE 'Y'.
001610     03  WS-FAC-HIT-SW           PIC X(01)  VALUE 'N'.
001620         88  WS-FAC-HIT                     VALUE 'Y'.
001630     03  WS-PRP-HIT-SW           PIC X(01)  VALUE 'N'.
001640         88  WS-PRP-HIT                     VALUE 'Y'.
001650     03  WS-MAST-HIT-SW          PIC X(01)  VALUE 'N'.
001660         88  WS-MAST-HIT                    VALUE 'Y'.
001670
001680 01  WS-FILE-STATUSES.
001690     03  WS-VAL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001700     03  WS-DIV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001710     03  WS-CLS-FILE-STATUS      PIC X(02)  VALUE SPACES.
001720     03  WS-FAC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001730     03  WS-PRP-FILE-STATUS      PIC X(02)  VALUE SPACES.
001740     03  WS-ALQ-FILE-STATUS      PIC X(02)  VALUE SPACES.
001750     03  WS-MAST-FILE-STATUS     PIC X(02)  VALUE SPACES.
001760     03  WS-AUD-FILE-STATUS      PIC X(02)  VALUE SPACES.
001770     03  WS-CSV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001780
001790 77  WS-DIVLIST-MAX              PIC 9(04)  VALUE 50 COMP.
001800 77  WS-MEMBER-MAX               PIC 9(04)  VALUE 2000 COMP.
001810
001820*-----------------------------------------------------
001830* MATCH KEYS - ONE DIGIT WIDER THAN NUM SO END OF FILE
001840* CAN BE CARRIED AS 9999999999, ABOVE ANY REAL NUM
001850* (AS IN DIVRECON)
001860*-----------------------------------------------------
001870 01  WS-MATCH-KEYS.
001880     03  WS-VAL-KEY              PIC 9(10)  VALUE 0.
001890     03  WS-DIV-KEY              PIC 9(10)  VALUE 0.
001900     03  WS-CLS-KEY              PIC 9(10)  VALUE 0.
001910     03  WS-FAC-KEY              PIC 9(10)  VALUE 0.
001920     03  WS-PRP-KEY              PIC 9(10)  VALUE 0.
001930     03  WS-EOF-KEY              PIC 9(10)  VALUE 9999999999.
001940
001950 01  WS-WORK-FIELDS.
001960     03  WS-NUM                  PIC 9(09)  VALUE 0.
001970     03  WS-NUM-X                PIC X(09).
001980     03  WS-SUB                  PIC 9(04)  COMP.
001990     03  WS-POS                  PIC 9(05)  COMP.
002000     03  WS-CSV-PTR              PIC S9(04) COMP.
002010     03  WS-DIV-COUNT            PIC 9(04)  VALUE 0.
002020     03  WS-DIV-SHOWN            PIC 9(04)  COMP.
002030     03  WS-FAC-COUNT            PIC 9(02)  VALUE 0.
002040     03  WS-TERM-PRIME           PIC 9(09)  VALUE 0.
002050     03  WS-TERM-EXP             PIC 9(02)  VALUE 0.
002060     03  WS-HOP-VALUE            PIC 9(10)  VALUE 0.
002070     03  WS-CYCLE-LEN            PIC 9(02)  VALUE 0.
002080     03  WS-CLASS-TEXT           PIC X(10)  VALUE SPACES.
002090     03  WS-FLAG                 PIC X(01)  VALUE SPACE.
002100     03  WS-FIRST-RECORD         PIC X(20)  VALUE SPACES.
002110     03  WS-HDR-FILE-NAME        PIC X(08)  VALUE SPACES.
002120
002130*-----------------------------------------------------
002140* NUMBER EDITING - A VALUE MOVED TO WS-EDIT-VALUE
002150* COMES BACK IN WS-EDIT-Z, ITS FIRST SIGNIFICANT
002160* DIGIT AT WS-EDIT-START
002170*-----------------------------------------------------
002180 01  WS-EDIT-FIELDS.
002190     03  WS-EDIT-VALUE           PIC 9(12)  VALUE 0.
002200     03  WS-EDIT-Z               PIC Z(11)9.
002210     03  WS-EDIT-LEAD            PIC 9(02)  COMP.
002220     03  WS-EDIT-START           PIC 9(02)  COMP.
002230
002240*-----------------------------------------------------
002250* AMICABLE / PERFECT / SOCIABLE MEMBERS FROM ALQRPT,
002260* KEPT IN ASCENDING NUM ORDER AS THEY ARE LOADED SO
002270* THE EXTRACT CAN WALK THEM ALONGSIDE NUMVAL
002280*-----------------------------------------------------
002290 01  WS-MEMBER-TABLE.
002300     03  WS-MEMBER-COUNT         PIC 9(04)  VALUE 0 COMP.
002310     03  WS-MEMBER-ENTRY OCCURS 2000 TIMES.
002320         05  WS-MEMBER-NUM       PIC 9(09).
002330         05  WS-MEMBER-TEXT      PIC X(40).
002340
002350 01  WS-MEMBER-WORK.
002360     03  WS-MEM-SUB              PIC 9(04)  COMP.
002370     03  WS-MEM-PTR              PIC 9(04)  COMP VALUE 1.
002380     03  WS-INSERT-POS           PIC 9(04)  COMP.
002390     03  WS-NEW-MEMBER-NUM       PIC 9(09)  VALUE 0.
002400     03  WS-NEW-MEMBER-TEXT      PIC X(40)  VALUE SPACES.
002410     03  WS-TEXT-PTR             PIC S9(04) COMP.
002420     03  WS-PAIR-NUM             PIC 9(09)  VALUE 0.
002430     03  WS-PAIR-PARTNER         PIC 9(09)  VALUE 0.
002440     03  WS-CHAIN-START          PIC 9(09)  VALUE 0.
002450
002460 01  WS-RUN-TOTALS.
002470     03  WS-LINES-READ           PIC 9(09)  VALUE 0.
002480     03  WS-ROWS-WRITTEN         PIC 9(09)  VALUE 0.
002490     03  WS-MISS-DIV-COUNT       PIC 9(09)  VALUE 0.
002500     03  WS-MISS-CLS-COUNT       PIC 9(09)  VALUE 0.
002510     03  WS-MISS-FAC-COUNT       PIC 9(09)  VALUE 0.
002520     03  WS-MISS-PRP-COUNT       PIC 9(09)  VALUE 0.
002530     03  WS-MISS-MAST-COUNT      PIC 9(09)  VALUE 0.
002540     03  WS-STRAY-LINE-COUNT     PIC 9(09)  VALUE 0.
002550     03  WS-OVERFLOW-COUNT       PIC 9(09)  VALUE 0.
002560
002570 01  WS-AUDIT-FIELDS.
002580     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002590     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002600     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002610
002620*-----------------------------------------------------
002630* THE CYCLE ADOPTED FROM THE NUMVAL HEADER, AND THE
002640* LATEST DIVRECON AND PRIMLOAD RUNS FOUND ON AUDITLOG
002650*-----------------------------------------------------
002660 01  WS-CYCLE-FIELDS.
002670     03  WS-CYCLE-ID             PIC 9(14)  VALUE 0.
002680     03  WS-RECON-RC             PIC 9(04)  VALUE 0.
002690     03  WS-PRIMLOAD-CYCLE-ID    PIC 9(14)  VALUE 0.
002700     03  WS-PRIMLOAD-RC          PIC 9(04)  VALUE 0.
002710
002720     COPY CYCHDR.
002730
002740     COPY AUDITREC.
002750
002760 PROCEDURE DIVISION.
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002790     PERFORM 2000-EXTRACT-ONE-NUM THRU 2000-EXIT
002800         UNTIL WS-VAL-EOF
002810     PERFORM 8000-TERMINATE THRU 8000-EXIT
002820     IF WS-MISS-DIV-COUNT > 0
002830      OR WS-MISS-CLS-COUNT > 0
002840      OR WS-MISS-FAC-COUNT > 0
002850      OR WS-MISS-PRP-COUNT > 0
002860      OR WS-MISS-MAST-COUNT > 0
002870      OR WS-STRAY-LINE-COUNT > 0
002880         MOVE 8 TO RETURN-CODE
002890     ELSE
002900         MOVE 0 TO RETURN-CODE
002910     END-IF
002920     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002930     GOBACK
002940     .
002950
002960*-----------------------------------------------------
002970* 1000-INITIALIZE - OPEN AND PROVE EVERY INPUT BEFORE
002980*     CERTCSV IS OPENED, SO A REFUSED RUN LEAVES NO
002990*     HALF-WRITTEN EXTRACT BEHIND
003000*-----------------------------------------------------
003010 1000-INITIALIZE.
003020     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
003030     ACCEPT WS-AUD-TIME-WORK FROM TIME
003040     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
003050
003060     OPEN INPUT VAL-FILE
003070     IF WS-VAL-FILE-STATUS NOT = '00'
003080         DISPLAY 'CERTEXT: CANNOT OPEN NUMVAL, STATUS='
003090             WS-VAL-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF
003130
003140     OPEN INPUT DIV-FILE
003150     IF WS-DIV-FILE-STATUS NOT = '00'
003160         DISPLAY 'CERTEXT: CANNOT OPEN DIVRPT, STATUS='
003170             WS-DIV-FILE-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210
003220     OPEN INPUT CLS-FILE
003230     IF WS-CLS-FILE-STATUS NOT = '00'
003240         DISPLAY 'CERTEXT: CANNOT OPEN DIVCLS, STATUS='
003250             WS-CLS-FILE-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         GOBACK
003280     END-IF
003290
003300     OPEN INPUT FAC-FILE
003310     IF WS-FAC-FILE-STATUS NOT = '00'
003320         DISPLAY 'CERTEXT: CANNOT OPEN FACRPT, STATUS='
003330             WS-FAC-FILE-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         GOBACK
003360     END-IF
003370
003380     OPEN INPUT PRP-FILE
003390     IF WS-PRP-FILE-STATUS NOT = '00'
003400         DISPLAY 'CERTEXT: CANNOT OPEN NUMPROPS, STATUS='
003410             WS-PRP-FILE-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         GOBACK
003440     END-IF
003450
003460     OPEN INPUT ALQ-FILE
003470     IF WS-ALQ-FILE-STATUS NOT = '00'
003480         DISPLAY 'CERTEXT: CANNOT OPEN ALQRPT, STATUS='
003490             WS-ALQ-FILE-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         GOBACK
003520     END-IF
003530
003540     OPEN INPUT MAST-FILE
003550     IF WS-MAST-FILE-STATUS NOT = '00'
003560         DISPLAY 'CERTEXT: CANNOT OPEN PRIMAST, STATUS='
003570             WS-MAST-FILE-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         GOBACK
003600     END-IF
003610
003620     PERFORM 1500-VERIFY-CYCLE-HEADERS THRU 1500-EXIT
003630     PERFORM 1600-CHECK-AUDITLOG THRU 1600-EXIT
003640     PERFORM 1700-LOAD-MEMBERS THRU 1700-EXIT
003650
003660     OPEN OUTPUT CSV-FILE
003670     IF WS-CSV-FILE-STATUS NOT = '00'
003680         DISPLAY 'CERTEXT: CANNOT OPEN CERTCSV, STATUS='
003690             WS-CSV-FILE-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         GOBACK
003720     END-IF
003730
003740     MOVE SPACES TO CSV-RECORD
003750     STRING 'NUM,DIVCOUNT,DIVISORS,DIVOVFL,CLASS,FACTORS,'
003760         'TOTIENT,SIGMA,SQFREE,PERFPOW,PRIME,ALIQUOT,'
003770         'CYCLE=' WS-CYCLE-ID
003780         DELIMITED BY SIZE
003790         INTO CSV-RECORD
003800     WRITE CSV-RECORD
003810
003820     PERFORM 3000-GET-VAL-KEY THRU 3000-EXIT
003830     PERFORM 3100-GET-DIV-KEY THRU 3100-EXIT
003840     PERFORM 3200-GET-CLS-KEY THRU 3200-EXIT
003850     PERFORM 3300-GET-FAC-KEY THRU 3300-EXIT
003860     PERFORM 3400-GET-PRP-KEY THRU 3400-EXIT
003870     .
003880 1000-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------
003920* 1500-VERIFY-CYCLE-HEADERS - NUMVAL'S HEADER NAMES
003930*     THE CYCLE; EVERY REPORT'S FIRST RECORD MUST BE
003940*     THE SAME HEADER
003950*-----------------------------------------------------
003960 1500-VERIFY-CYCLE-HEADERS.
003970     MOVE SPACES TO VAL-RECORD
003980     READ VAL-FILE
003990         AT END
004000             MOVE SPACES TO VAL-RECORD
004010     END-READ
004020     MOVE VAL-RECORD TO CYC-HEADER-RECORD
004030     IF NOT CYC-HDR-PRESENT
004040      OR CYC-HDR-ID IS NOT NUMERIC
004050         DISPLAY 'CERTEXT: NUMVAL CARRIES NO CYCLE'
004060             ' HEADER - RECORD=' VAL-RECORD
004070         MOVE 16 TO RETURN-CODE
004080         GOBACK
004090     END-IF
004100     MOVE CYC-HDR-ID TO WS-CYCLE-ID
004110
004120     MOVE SPACES TO DIV-RECORD
004130     READ DIV-FILE
004140         AT END
004150             MOVE SPACES TO DIV-RECORD
004160     END-READ
004170     MOVE DIV-RECORD(1:20) TO WS-FIRST-RECORD
004180     MOVE 'DIVRPT' TO WS-HDR-FILE-NAME
004190     PERFORM 1510-CHECK-ONE-HEADER THRU 1510-EXIT
004200
004210     MOVE SPACES TO CLS-RECORD
004220     READ CLS-FILE
004230         AT END
004240             MOVE SPACES TO CLS-RECORD
004250     END-READ
004260     MOVE CLS-RECORD(1:20) TO WS-FIRST-RECORD
004270     MOVE 'DIVCLS' TO WS-HDR-FILE-NAME
004280     PERFORM 1510-CHECK-ONE-HEADER THRU 1510-EXIT
004290
004300     MOVE SPACES TO FAC-RECORD
004310     READ FAC-FILE
004320         AT END
004330             MOVE SPACES TO FAC-RECORD
004340     END-READ
004350     MOVE FAC-RECORD(1:20) TO WS-FIRST-RECORD
004360     MOVE 'FACRPT' TO WS-HDR-FILE-NAME
004370     PERFORM 1510-CHECK-ONE-HEADER THRU 1510-EXIT
004380
004390     MOVE SPACES TO PRP-RECORD
004400     READ PRP-FILE
004410         AT END
004420             MOVE SPACES TO PRP-RECORD
004430     END-READ
004440     MOVE PRP-RECORD(1:20) TO WS-FIRST-RECORD
004450     MOVE 'NUMPROPS' TO WS-HDR-FILE-NAME
004460     PERFORM 1510-CHECK-ONE-HEADER THRU 1510-EXIT
004470
004480     MOVE SPACES TO ALQ-RECORD
004490     READ ALQ-FILE
004500         AT END
004510             MOVE SPACES TO ALQ-RECORD
004520     END-READ
004530     MOVE ALQ-RECORD(1:20) TO WS-FIRST-RECORD
004540     MOVE 'ALQRPT' TO WS-HDR-FILE-NAME
004550     PERFORM 1510-CHECK-ONE-HEADER THRU 1510-EXIT
004560     .
004570 1500-EXIT.
004580     EXIT.
004590
004600 1510-CHECK-ONE-HEADER.
004610     MOVE WS-FIRST-RECORD TO CYC-HEADER-RECORD
004620     IF NOT CYC-HDR-PRESENT
004630      OR CYC-HDR-ID IS NOT NUMERIC
004640         DISPLAY 'CERTEXT: ' WS-HDR-FILE-NAME
004650             ' CARRIES NO CYCLE HEADER - RECORD='
004660             WS-FIRST-RECORD
004670         MOVE 16 TO RETURN-CODE
004680         GOBACK
004690     END-IF
004700     IF CYC-HDR-ID NOT = WS-CYCLE-ID
004710         DISPLAY 'CERTEXT: ' WS-HDR-FILE-NAME ' CYCLE='
004720             CYC-HDR-ID ' DISAGREES WITH NUMVAL CYCLE='
004730             WS-CYCLE-ID ' - FILES ARE NOT FROM THE SAME RUN'
004740         MOVE 16 TO RETURN-CODE
004750         GOBACK
004760     END-IF
004770     .
004780 1510-EXIT.
004790     EXIT.
004800
004810*-----------------------------------------------------
004820* 1600-CHECK-AUDITLOG - THE LATEST DIVRECON FOR THE
004830*     CYCLE MUST HAVE SIGNED OFF CLEAN, AND THE LATEST
004840*     PRIMLOAD OF ANY CYCLE - THE ONE WHOSE MASTER IS
004850*     ON HAND - MUST HAVE BEEN FOR THIS CYCLE AND CLEAN.
004860*     AUDITLOG IS APPENDED IN RUN ORDER, SO THE LAST
004870*     MATCHING RECORD IS THE LATEST RUN.
004880*-----------------------------------------------------
004890 1600-CHECK-AUDITLOG.
004900     OPEN INPUT AUD-FILE
004910     IF WS-AUD-FILE-STATUS NOT = '00'
004920         DISPLAY 'CERTEXT: CANNOT OPEN AUDITLOG, STATUS='
004930             WS-AUD-FILE-STATUS
004940         MOVE 16 TO RETURN-CODE
004950         GOBACK
004960     END-IF
004970     PERFORM 1610-READ-ONE-RUN THRU 1610-EXIT
004980         UNTIL WS-AUD-EOF
004990     CLOSE AUD-FILE
005000
005010     IF NOT WS-RECON-SEEN
005020         DISPLAY 'CERTEXT: NO DIVRECON RUN ON AUDITLOG FOR'
005030             ' CYCLE=' WS-CYCLE-ID
005040             ' - THE CYCLE HAS NOT BEEN SIGNED OFF'
005050         MOVE 16 TO RETURN-CODE
005060         GOBACK
005070     END-IF
005080     IF WS-RECON-RC NOT = 0
005090         DISPLAY 'CERTEXT: LATEST DIVRECON FOR CYCLE='
005100             WS-CYCLE-ID ' ENDED RC=' WS-RECON-RC
005110             ' - THE CYCLE HAS NOT BEEN SIGNED OFF'
005120         MOVE 16 TO RETURN-CODE
005130         GOBACK
005140     END-IF
005150     IF NOT WS-PRIMLOAD-SEEN
005160         DISPLAY 'CERTEXT: NO PRIMLOAD RUN ON AUDITLOG -'
005170             ' PRIMAST CANNOT BE TIED TO A CYCLE'
005180         MOVE 16 TO RETURN-CODE
005190         GOBACK
005200     END-IF
005210     IF WS-PRIMLOAD-CYCLE-ID NOT = WS-CYCLE-ID
005220      OR WS-PRIMLOAD-RC NOT = 0
005230         DISPLAY 'CERTEXT: CYCLE IDS DISAGREE - NUMVAL='
005240             WS-CYCLE-ID ' PRIMAST=' WS-PRIMLOAD-CYCLE-ID
005250             ' (LATEST PRIMLOAD RC=' WS-PRIMLOAD-RC ')'
005260         MOVE 16 TO RETURN-CODE
005270         GOBACK
005280     END-IF
005290     .
005300 1600-EXIT.
005310     EXIT.
005320
005330 1610-READ-ONE-RUN.
005340     READ AUD-FILE
005350         AT END
005360             SET WS-AUD-EOF TO TRUE
005370             GO TO 1610-EXIT
005380     END-READ
005390     MOVE AUD-FILE-RECORD TO AUD-RECORD
005400     IF AUD-CYCLE-ID IS NOT NUMERIC
005410      OR AUD-RETURN-CODE IS NOT NUMERIC
005420         GO TO 1610-EXIT
005430     END-IF
005440     IF AUD-JOB-NAME = 'PRIMLOAD'
005450         SET WS-PRIMLOAD-SEEN TO TRUE
005460         MOVE AUD-CYCLE-ID TO WS-PRIMLOAD-CYCLE-ID
005470         MOVE AUD-RETURN-CODE TO WS-PRIMLOAD-RC
005480     END-IF
005490     IF AUD-JOB-NAME = 'DIVRECON'
005500      AND AUD-CYCLE-ID = WS-CYCLE-ID
005510         SET WS-RECON-SEEN TO TRUE
005520         MOVE AUD-RETURN-CODE TO WS-RECON-RC
005530     END-IF
005540     .
005550 1610-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------
005590* 1700-LOAD-MEMBERS - EVERY NUM NAMED ON AN ALQRPT
005600*     PAIR, PERFECT OR SOCIABLE LINE, WITH THE TEXT ITS
005610*     ROW WILL CARRY. THE HEADER HAS BEEN READ; THE
005620*     TOTALS LINE AND ANYTHING ELSE IS PASSED OVER.
005630*-----------------------------------------------------
005640 1700-LOAD-MEMBERS.
005650     PERFORM 1710-LOAD-ONE-LINE THRU 1710-EXIT
005660         UNTIL WS-ALQ-EOF
005670     CLOSE ALQ-FILE
005680     .
005690 1700-EXIT.
005700     EXIT.
005710
005720 1710-LOAD-ONE-LINE.
005730     READ ALQ-FILE
005740         AT END
005750             SET WS-ALQ-EOF TO TRUE
005760             GO TO 1710-EXIT
005770     END-READ
005780     ADD 1 TO WS-LINES-READ
005790
005800     EVALUATE TRUE
005810         WHEN ALQ-RECORD(1:19) = 'AMICABLE PAIR: NUM='
005820             PERFORM 1720-LOAD-PAIR THRU 1720-EXIT
005830         WHEN ALQ-RECORD(1:9) = 'PERFECT: '
005840             PERFORM 1730-LOAD-PERFECT THRU 1730-EXIT
005850         WHEN ALQ-RECORD(1:19) = 'SOCIABLE CHAIN LEN='
005860             PERFORM 1740-LOAD-SOCIABLE THRU 1740-EXIT
005870         WHEN OTHER
005880             CONTINUE
005890     END-EVALUATE
005900     .
005910 1710-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------
005950* 1720-LOAD-PAIR - 'AMICABLE PAIR: NUM=N PARTNER=P';
005960*     EACH MEMBER NAMES THE OTHER
005970*-----------------------------------------------------
005980 1720-LOAD-PAIR.
005990     IF ALQ-RECORD(20:9) IS NOT NUMERIC
006000      OR ALQ-RECORD(38:9) IS NOT NUMERIC
006010         GO TO 1720-EXIT
006020     END-IF
006030     MOVE ALQ-RECORD(20:9) TO WS-PAIR-NUM
006040     MOVE ALQ-RECORD(38:9) TO WS-PAIR-PARTNER
006050
006060     MOVE WS-PAIR-PARTNER TO WS-EDIT-VALUE
006070     PERFORM 7000-EDIT-NUMBER THRU 7000-EXIT
006080     MOVE SPACES TO WS-NEW-MEMBER-TEXT
006090     STRING 'AMICABLE PAIR WITH '
006100         WS-EDIT-Z(WS-EDIT-START:)
006110         DELIMITED BY SIZE
006120         INTO WS-NEW-MEMBER-TEXT
006130     MOVE WS-PAIR-NUM TO WS-NEW-MEMBER-NUM
006140     PERFORM 1750-ADD-MEMBER THRU 1750-EXIT
006150
006160     MOVE WS-PAIR-NUM TO WS-EDIT-VALUE
006170     PERFORM 7000-EDIT-NUMBER THRU 7000-EXIT
006180     MOVE SPACES TO WS-NEW-MEMBER-TEXT
006190     STRING 'AMICABLE PAIR WITH '
006200         WS-EDIT-Z(WS-EDIT-START:)
006210         DELIMITED BY SIZE
006220         INTO WS-NEW-MEMBER-TEXT
006230     MOVE WS-PAIR-PARTNER TO WS-NEW-MEMBER-NUM
006240     PERFORM 1750-ADD-MEMBER THRU 1750-EXIT
006250     .
006260 1720-EXIT.
006270     EXIT.
006280
006290*-----------------------------------------------------
006300* 1730-LOAD-PERFECT - 'PERFECT: N -> N'
006310*-----------------------------------------------------
006320 1730-LOAD-PERFECT.
006330     IF ALQ-RECORD(10:9) IS NOT NUMERIC
006340         GO TO 1730-EXIT
006350     END-IF
006360     MOVE ALQ-RECORD(10:9) TO WS-NEW-MEMBER-NUM
006370     MOVE 'PERFECT NUMBER' TO WS-NEW-MEMBER-TEXT
006380     PERFORM 1750-ADD-MEMBER THRU 1750-EXIT
006390     .
006400 1730-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------
006440* 1740-LOAD-SOCIABLE - 'SOCIABLE CHAIN LEN=LL: S -> H1
006450*     -> H2 ...'. THE START IS NINE DIGITS AT COLUMN 24;
006460*     THE HOPS ARE TEN DIGITS, FOURTEEN COLUMNS APART
006470*     FROM COLUMN 37. THE LAST HOP RETURNS TO THE START,
006480*     SO THE MEMBERS ARE THE START AND HOPS 1 TO LL-1.
006490*-----------------------------------------------------
006500 1740-LOAD-SOCIABLE.
006510     IF ALQ-RECORD(20:2) IS NOT NUMERIC
006520      OR ALQ-RECORD(24:9) IS NOT NUMERIC
006530         GO TO 1740-EXIT
006540     END-IF
006550     MOVE ALQ-RECORD(20:2) TO WS-CYCLE-LEN
006560     MOVE ALQ-RECORD(24:9) TO WS-CHAIN-START
006570
006580     MOVE WS-CHAIN-START TO WS-EDIT-VALUE
006590     PERFORM 7000-EDIT-NUMBER THRU 7000-EXIT
006600     MOVE SPACES TO WS-NEW-MEMBER-TEXT
006610     STRING 'SOCIABLE CYCLE LEN=' WS-CYCLE-LEN
006620         ' FROM ' WS-EDIT-Z(WS-EDIT-START:)
006630         DELIMITED BY SIZE
006640         INTO WS-NEW-MEMBER-TEXT
006650
006660     MOVE WS-CHAIN-START TO WS-NEW-MEMBER-NUM
006670     PERFORM 1750-ADD-MEMBER THRU 1750-EXIT
006680     PERFORM 1745-LOAD-ONE-HOP THRU 1745-EXIT
006690         VARYING WS-SUB FROM 1 BY 1
006700         UNTIL WS-SUB >= WS-CYCLE-LEN
006710     .
006720 1740-EXIT.
006730     EXIT.
006740
006750 1745-LOAD-ONE-HOP.
006760     COMPUTE WS-POS = 37 + (WS-SUB - 1) * 14
006770     IF ALQ-RECORD(WS-POS:10) IS NOT NUMERIC
006780         GO TO 1745-EXIT
006790     END-IF
006800     MOVE ALQ-RECORD(WS-POS:10) TO WS-HOP-VALUE
006810     IF WS-HOP-VALUE > 999999999
006820         GO TO 1745-EXIT
006830     END-IF
006840     MOVE WS-HOP-VALUE TO WS-NEW-MEMBER-NUM
006850     PERFORM 1750-ADD-MEMBER THRU 1750-EXIT
006860     .
006870 1745-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------
006910* 1750-ADD-MEMBER - INSERT WS-NEW-MEMBER-NUM/TEXT IN
006920*     NUM ORDER. A NUM ALREADY IN THE TABLE KEEPS ITS
006930*     FIRST ENTRY. A TABLE OVERFLOW STOPS THE RUN - AN
006940*     EXTRACT THAT SILENTLY DROPPED MEMBERSHIPS WOULD
006950*     BE WORSE THAN NONE.
006960*-----------------------------------------------------
006970 1750-ADD-MEMBER.
006980     MOVE 1 TO WS-INSERT-POS
006990     PERFORM 1755-FIND-SLOT THRU 1755-EXIT
007000         UNTIL WS-INSERT-POS > WS-MEMBER-COUNT
007010            OR WS-MEMBER-NUM(WS-INSERT-POS) >=
007020               WS-NEW-MEMBER-NUM
007030     IF WS-INSERT-POS NOT > WS-MEMBER-COUNT
007040         IF WS-MEMBER-NUM(WS-INSERT-POS) = WS-NEW-MEMBER-NUM
007050             GO TO 1750-EXIT
007060         END-IF
007070     END-IF
007080
007090     IF WS-MEMBER-COUNT >= WS-MEMBER-MAX
007100         DISPLAY 'CERTEXT: MORE THAN ' WS-MEMBER-MAX
007110             ' ALIQUOT MEMBERS ON ALQRPT'
007120         MOVE 16 TO RETURN-CODE
007130         GOBACK
007140     END-IF
007150
007160     PERFORM 1760-SHIFT-ONE-UP THRU 1760-EXIT
007170         VARYING WS-MEM-SUB FROM WS-MEMBER-COUNT BY -1
007180         UNTIL WS-MEM-SUB < WS-INSERT-POS
007190     ADD 1 TO WS-MEMBER-COUNT
007200     MOVE WS-NEW-MEMBER-NUM TO WS-MEMBER-NUM(WS-INSERT-POS)
007210     MOVE WS-NEW-MEMBER-TEXT TO WS-MEMBER-TEXT(WS-INSERT-POS)
007220     .
007230 1750-EXIT.
007240     EXIT.
007250
007260 1755-FIND-SLOT.
007270     ADD 1 TO WS-INSERT-POS
007280     .
007290 1755-EXIT.
007300     EXIT.
007310
007320 1760-SHIFT-ONE-UP.
007330     MOVE WS-MEMBER-ENTRY(WS-MEM-SUB)
007340         TO WS-MEMBER-ENTRY(WS-MEM-SUB + 1)
007350     .
007360 1760-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------
007400* 2000-EXTRACT-ONE-NUM - ONE NUMVAL RECORD, ONE ROW.
007410*     EACH REPORT IS BROUGHT UP TO THE NUM FIRST; A
007420*     LINE LEFT BEHIND IS FOR A NUM NOT ON NUMVAL.
007430*-----------------------------------------------------
007440 2000-EXTRACT-ONE-NUM.
007450     MOVE WS-VAL-KEY(2:9) TO WS-NUM
007460
007470     PERFORM 2100-ALIGN-DIV THRU 2100-EXIT
007480     PERFORM 2200-ALIGN-CLS THRU 2200-EXIT
007490     PERFORM 2300-ALIGN-FAC THRU 2300-EXIT
007500     PERFORM 2400-ALIGN-PRP THRU 2400-EXIT
007510     PERFORM 2500-LOOKUP-PRIMAST THRU 2500-EXIT
007520     PERFORM 2600-FIND-MEMBER THRU 2600-EXIT
007530
007540     PERFORM 4000-BUILD-ROW THRU 4000-EXIT
007550     WRITE CSV-RECORD
007560     ADD 1 TO WS-ROWS-WRITTEN
007570
007580     IF WS-DIV-HIT
007590         PERFORM 3100-GET-DIV-KEY THRU 3100-EXIT
007600     END-IF
007610     IF WS-CLS-HIT
007620         PERFORM 3200-GET-CLS-KEY THRU 3200-EXIT
007630     END-IF
007640     IF WS-FAC-HIT
007650         PERFORM 3300-GET-FAC-KEY THRU 3300-EXIT
007660     END-IF
007670     IF WS-PRP-HIT
007680         PERFORM 3400-GET-PRP-KEY THRU 3400-EXIT
007690     END-IF
007700     PERFORM 3000-GET-VAL-KEY THRU 3000-EXIT
007710     .
007720 2000-EXIT.
007730     EXIT.
007740
007750*-----------------------------------------------------
007760* 2100-2400 - SKIP STRAY LINES BELOW THE NUM, THEN
007770*     NOTE WHETHER THE REPORT IS SITTING ON IT
007780*-----------------------------------------------------
007790 2100-ALIGN-DIV.
007800     PERFORM 2110-SKIP-DIV THRU 2110-EXIT
007810         UNTIL WS-DIV-KEY NOT < WS-VAL-KEY
007820     MOVE 'N' TO WS-DIV-HIT-SW
007830     IF WS-DIV-KEY = WS-VAL-KEY
007840         SET WS-DIV-HIT TO TRUE
007850     ELSE
007860         ADD 1 TO WS-MISS-DIV-COUNT
007870     END-IF
007880     .
007890 2100-EXIT.
007900     EXIT.
007910
007920 2110-SKIP-DIV.
007930     ADD 1 TO WS-STRAY-LINE-COUNT
007940     PERFORM 3100-GET-DIV-KEY THRU 3100-EXIT
007950     .
007960 2110-EXIT.
007970     EXIT.
007980
007990 2200-ALIGN-CLS.
008000     PERFORM 2210-SKIP-CLS THRU 2210-EXIT
008010         UNTIL WS-CLS-KEY NOT < WS-VAL-KEY
008020     MOVE 'N' TO WS-CLS-HIT-SW
008030     IF WS-CLS-KEY = WS-VAL-KEY
008040         SET WS-CLS-HIT TO TRUE
008050     ELSE
008060         ADD 1 TO WS-MISS-CLS-COUNT
008070     END-IF
008080     .
008090 2200-EXIT.
008100     EXIT.
008110
008120 2210-SKIP-CLS.
008130     ADD 1 TO WS-STRAY-LINE-COUNT
008140     PERFORM 3200-GET-CLS-KEY THRU 3200-EXIT
008150     .
008160 2210-EXIT.
008170     EXIT.
008180
008190 2300-ALIGN-FAC.
008200     PERFORM 2310-SKIP-FAC THRU 2310-EXIT
008210         UNTIL WS-FAC-KEY NOT < WS-VAL-KEY
008220     MOVE 'N' TO WS-FAC-HIT-SW
008230     IF WS-FAC-KEY = WS-VAL-KEY
008240         SET WS-FAC-HIT TO TRUE
008250     ELSE
008260         ADD 1 TO WS-MISS-FAC-COUNT
008270     END-IF
008280     .
008290 2300-EXIT.
008300     EXIT.
008310
008320 2310-SKIP-FAC.
008330     ADD 1 TO WS-STRAY-LINE-COUNT
008340     PERFORM 3300-GET-FAC-KEY THRU 3300-EXIT
008350     .
008360 2310-EXIT.
008370     EXIT.
008380
008390 2400-ALIGN-PRP.
008400     PERFORM 2410-SKIP-PRP THRU 2410-EXIT
008410         UNTIL WS-PRP-KEY NOT < WS-VAL-KEY
008420     MOVE 'N' TO WS-PRP-HIT-SW
008430     IF WS-PRP-KEY = WS-VAL-KEY
008440         SET WS-PRP-HIT TO TRUE
008450     ELSE
008460         ADD 1 TO WS-MISS-PRP-COUNT
008470     END-IF
008480     .
008490 2400-EXIT.
008500     EXIT.
008510
008520 2410-SKIP-PRP.
008530     ADD 1 TO WS-STRAY-LINE-COUNT
008540     PERFORM 3400-GET-PRP-KEY THRU 3400-EXIT
008550     .
008560 2410-EXIT.
008570     EXIT.
008580
008590*-----------------------------------------------------
008600* 2500-LOOKUP-PRIMAST - KEYED READ OF THE PRIME MASTER
008610*-----------------------------------------------------
008620 2500-LOOKUP-PRIMAST.
008630     MOVE 'N' TO WS-MAST-HIT-SW
008640     MOVE WS-NUM TO MAST-NUM
008650     READ MAST-FILE
008660         INVALID KEY
008670             ADD 1 TO WS-MISS-MAST-COUNT
008680         NOT INVALID KEY
008690             SET WS-MAST-HIT TO TRUE
008700     END-READ
008710     .
008720 2500-EXIT.
008730     EXIT.
008740
008750*-----------------------------------------------------
008760* 2600-FIND-MEMBER - THE MEMBER TABLE AND NUMVAL ARE
008770*     BOTH ASCENDING, SO THE POINTER ONLY MOVES FORWARD
008780*-----------------------------------------------------
008790 2600-FIND-MEMBER.
008800     PERFORM 2610-STEP-MEMBER THRU 2610-EXIT
008810         UNTIL WS-MEM-PTR > WS-MEMBER-COUNT
008820            OR WS-MEMBER-NUM(WS-MEM-PTR) >= WS-NUM
008830     .
008840 2600-EXIT.
008850     EXIT.
008860
008870 2610-STEP-MEMBER.
008880     ADD 1 TO WS-MEM-PTR
008890     .
008900 2610-EXIT.
008910     EXIT.
008920
008930*-----------------------------------------------------
008940* 3000-GET-VAL-KEY - NEXT NUM FROM THE RANGE FILE.
008950*     NUMEDIT GUARANTEES IT NUMERIC, ASCENDING AND
008960*     DUPLICATE-FREE.
008970*-----------------------------------------------------
008980 3000-GET-VAL-KEY.
008990     READ VAL-FILE
009000         AT END
009010             SET WS-VAL-EOF TO TRUE
009020             MOVE WS-EOF-KEY TO WS-VAL-KEY
009030         NOT AT END
009040             MOVE VAL-RECORD(1:9) TO WS-VAL-KEY
009050             ADD 1 TO WS-LINES-READ
009060     END-READ
009070     .
009080 3000-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------
009120* 3100-3400 - NEXT LINE OF EACH REPORT AND ITS KEY. A
009130*     LINE WHOSE NUM WILL NOT PARSE IS COUNTED AS STRAY
009140*     AND PASSED OVER.
009150*-----------------------------------------------------
009160 3100-GET-DIV-KEY.
009170     READ DIV-FILE
009180         AT END
009190             MOVE WS-EOF-KEY TO WS-DIV-KEY
009200             GO TO 3100-EXIT
009210     END-READ
009220     ADD 1 TO WS-LINES-READ
009230     MOVE DIV-RECORD(5:9) TO WS-NUM-X
009240     IF DIV-RECORD(1:4) NOT = 'NUM='
009250      OR WS-NUM-X IS NOT NUMERIC
009260         ADD 1 TO WS-STRAY-LINE-COUNT
009270         GO TO 3100-GET-DIV-KEY
009280     END-IF
009290     MOVE WS-NUM-X TO WS-DIV-KEY
009300     .
009310 3100-EXIT.
009320     EXIT.
009330
009340 3200-GET-CLS-KEY.
009350     READ CLS-FILE
009360         AT END
009370             MOVE WS-EOF-KEY TO WS-CLS-KEY
009380             GO TO 3200-EXIT
009390     END-READ
009400     ADD 1 TO WS-LINES-READ
009410     MOVE CLS-RECORD(5:9) TO WS-NUM-X
009420     IF CLS-RECORD(1:4) NOT = 'NUM='
009430      OR WS-NUM-X IS NOT NUMERIC
009440         ADD 1 TO WS-STRAY-LINE-COUNT
009450         GO TO 3200-GET-CLS-KEY
009460     END-IF
009470     MOVE WS-NUM-X TO WS-CLS-KEY
009480     .
009490 3200-EXIT.
009500     EXIT.
009510
009520 3300-GET-FAC-KEY.
009530     READ FAC-FILE
009540         AT END
009550             MOVE WS-EOF-KEY TO WS-FAC-KEY
009560             GO TO 3300-EXIT
009570     END-READ
009580     ADD 1 TO WS-LINES-READ
009590     MOVE FAC-RECORD(5:9) TO WS-NUM-X
009600     IF FAC-RECORD(1:4) NOT = 'NUM='
009610      OR WS-NUM-X IS NOT NUMERIC
009620         ADD 1 TO WS-STRAY-LINE-COUNT
009630         GO TO 3300-GET-FAC-KEY
009640     END-IF
009650     MOVE WS-NUM-X TO WS-FAC-KEY
009660     .
009670 3300-EXIT.
009680     EXIT.
009690
009700 3400-GET-PRP-KEY.
009710     READ PRP-FILE
009720         AT END
009730             MOVE WS-EOF-KEY TO WS-PRP-KEY
009740             GO TO 3400-EXIT
009750     END-READ
009760     ADD 1 TO WS-LINES-READ
009770     IF PRP-NUM IS NOT NUMERIC
009780         ADD 1 TO WS-STRAY-LINE-COUNT
009790         GO TO 3400-GET-PRP-KEY
009800     END-IF
009810     MOVE PRP-NUM TO WS-PRP-KEY
009820     .
009830 3400-EXIT.
009840     EXIT.
009850
009860*-----------------------------------------------------
009870* 4000-BUILD-ROW - THE TWELVE CELLS, LEFT TO RIGHT. A
009880*     SOURCE THAT HAS NO LINE FOR THE NUM LEAVES ITS
009890*     CELLS EMPTY; THE COMMAS ARE ALWAYS WRITTEN SO THE
009900*     COLUMNS NEVER SHIFT.
009910*-----------------------------------------------------
009920 4000-BUILD-ROW.
009930     MOVE SPACES TO CSV-RECORD
009940     MOVE 1 TO WS-CSV-PTR
009950
009960     MOVE WS-NUM TO WS-EDIT-VALUE
009970     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
009980     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
009990
010000     PERFORM 4100-DIVISOR-CELLS THRU 4100-EXIT
010010     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010020
010030     IF WS-CLS-HIT
010040         MOVE CLS-RECORD(21:10) TO WS-CLASS-TEXT
010050         STRING WS-CLASS-TEXT DELIMITED BY SPACE
010060             INTO CSV-RECORD
010070             WITH POINTER WS-CSV-PTR
010080     END-IF
010090     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010100
010110     PERFORM 4200-FACTOR-CELL THRU 4200-EXIT
010120     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010130
010140     PERFORM 4300-PROPERTY-CELLS THRU 4300-EXIT
010150     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010160
010170     IF WS-MAST-HIT
010180         IF MAST-CLASS = 'P'
010190             MOVE 'Y' TO WS-FLAG
010200         ELSE
010210             MOVE 'N' TO WS-FLAG
010220         END-IF
010230         STRING WS-FLAG DELIMITED BY SIZE
010240             INTO CSV-RECORD
010250             WITH POINTER WS-CSV-PTR
010260     END-IF
010270     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010280
010290     IF WS-MEM-PTR NOT > WS-MEMBER-COUNT
010300         IF WS-MEMBER-NUM(WS-MEM-PTR) = WS-NUM
010310             STRING WS-MEMBER-TEXT(WS-MEM-PTR)
010320                 DELIMITED BY '  '
010330                 INTO CSV-RECORD
010340                 WITH POINTER WS-CSV-PTR
010350         END-IF
010360     END-IF
010370     .
010380 4000-EXIT.
010390     EXIT.
010400
010410*-----------------------------------------------------
010420* 4100-DIVISOR-CELLS - DIVCOUNT, DIVISORS, DIVOVFL
010430*     FROM THE DIVRPT LINE: RESLEN IN COLUMNS 30-33,
010440*     NINE-DIGIT DIVISORS TEN COLUMNS APART FROM 44. A
010450*     LINE WITH NO RESULT ON IT (A NUM REPORTED MISSING
010460*     FROM DIVMAST) LEAVES ALL THREE CELLS EMPTY.
010470*-----------------------------------------------------
010480 4100-DIVISOR-CELLS.
010490     IF NOT WS-DIV-HIT
010500         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010510         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010520         GO TO 4100-EXIT
010530     END-IF
010540     IF DIV-RECORD(14:7) NOT = ' CLASS='
010550      OR DIV-RECORD(30:4) IS NOT NUMERIC
010560         ADD 1 TO WS-MISS-DIV-COUNT
010570         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010580         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010590         GO TO 4100-EXIT
010600     END-IF
010610
010620     MOVE DIV-RECORD(30:4) TO WS-DIV-COUNT
010630     MOVE WS-DIV-COUNT TO WS-EDIT-VALUE
010640     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
010650     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010660
010670     IF WS-DIV-COUNT > WS-DIVLIST-MAX
010680         MOVE WS-DIVLIST-MAX TO WS-DIV-SHOWN
010690         MOVE 'Y' TO WS-FLAG
010700         ADD 1 TO WS-OVERFLOW-COUNT
010710     ELSE
010720         MOVE WS-DIV-COUNT TO WS-DIV-SHOWN
010730         MOVE 'N' TO WS-FLAG
010740     END-IF
010750     PERFORM 4110-APPEND-DIVISOR THRU 4110-EXIT
010760         VARYING WS-SUB FROM 1 BY 1
010770         UNTIL WS-SUB > WS-DIV-SHOWN
010780     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
010790
010800     STRING WS-FLAG DELIMITED BY SIZE
010810         INTO CSV-RECORD
010820         WITH POINTER WS-CSV-PTR
010830     .
010840 4100-EXIT.
010850     EXIT.
010860
010870 4110-APPEND-DIVISOR.
010880     IF WS-SUB > 1
010890         STRING ';' DELIMITED BY SIZE
010900             INTO CSV-RECORD
010910             WITH POINTER WS-CSV-PTR
010920     END-IF
010930     COMPUTE WS-POS = 44 + (WS-SUB - 1) * 10
010940     MOVE DIV-RECORD(WS-POS:9) TO WS-NUM-X
010950     IF WS-NUM-X IS NUMERIC
010960         MOVE WS-NUM-X TO WS-EDIT-VALUE
010970         PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
010980     END-IF
010990     .
011000 4110-EXIT.
011010     EXIT.
011020
011030*-----------------------------------------------------
011040* 4200-FACTOR-CELL - FACRPT NFACTORS IN COLUMNS 32-33,
011050*     PRIME^EXPONENT TERMS (9 + 1 + 2 COLUMNS) THIRTEEN
011060*     COLUMNS APART FROM 43, REWRITTEN AS P^E*P^E...
011070*-----------------------------------------------------
011080 4200-FACTOR-CELL.
011090     IF NOT WS-FAC-HIT
011100         GO TO 4200-EXIT
011110     END-IF
011120     IF FAC-RECORD(22:10) NOT = ' NFACTORS='
011130      OR FAC-RECORD(32:2) IS NOT NUMERIC
011140         ADD 1 TO WS-MISS-FAC-COUNT
011150         GO TO 4200-EXIT
011160     END-IF
011170     MOVE FAC-RECORD(32:2) TO WS-FAC-COUNT
011180     PERFORM 4210-APPEND-TERM THRU 4210-EXIT
011190         VARYING WS-SUB FROM 1 BY 1
011200         UNTIL WS-SUB > WS-FAC-COUNT
011210     .
011220 4200-EXIT.
011230     EXIT.
011240
011250 4210-APPEND-TERM.
011260     COMPUTE WS-POS = 43 + (WS-SUB - 1) * 13
011270     IF FAC-RECORD(WS-POS:9) IS NOT NUMERIC
011280      OR FAC-RECORD(WS-POS + 10:2) IS NOT NUMERIC
011290         GO TO 4210-EXIT
011300     END-IF
011310     MOVE FAC-RECORD(WS-POS:9) TO WS-TERM-PRIME
011320     MOVE FAC-RECORD(WS-POS + 10:2) TO WS-TERM-EXP
011330     IF WS-SUB > 1
011340         STRING '*' DELIMITED BY SIZE
011350             INTO CSV-RECORD
011360             WITH POINTER WS-CSV-PTR
011370     END-IF
011380     MOVE WS-TERM-PRIME TO WS-EDIT-VALUE
011390     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
011400     STRING '^' DELIMITED BY SIZE
011410         INTO CSV-RECORD
011420         WITH POINTER WS-CSV-PTR
011430     MOVE WS-TERM-EXP TO WS-EDIT-VALUE
011440     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
011450     .
011460 4210-EXIT.
011470     EXIT.
011480
011490*-----------------------------------------------------
011500* 4300-PROPERTY-CELLS - TOTIENT, SIGMA, SQFREE,
011510*     PERFPOW FROM NUMPROPS
011520*-----------------------------------------------------
011530 4300-PROPERTY-CELLS.
011540     IF NOT WS-PRP-HIT
011550         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
011560         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
011570         PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
011580         GO TO 4300-EXIT
011590     END-IF
011600     MOVE PRP-TOTIENT TO WS-EDIT-VALUE
011610     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
011620     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
011630     MOVE PRP-SIGMA TO WS-EDIT-VALUE
011640     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
011650     PERFORM 4950-APPEND-COMMA THRU 4950-EXIT
011660     STRING PRP-SQUAREFREE-SW ',' PRP-PERFPOWER-SW
011670         DELIMITED BY SIZE
011680         INTO CSV-RECORD
011690         WITH POINTER WS-CSV-PTR
011700     .
011710 4300-EXIT.
011720     EXIT.
011730
011740*-----------------------------------------------------
011750* 4900-APPEND-NUMBER - WS-EDIT-VALUE ONTO THE ROW
011760*     WITHOUT ITS LEADING ZEROS
011770*-----------------------------------------------------
011780 4900-APPEND-NUMBER.
011790     PERFORM 7000-EDIT-NUMBER THRU 7000-EXIT
011800     STRING WS-EDIT-Z(WS-EDIT-START:) DELIMITED BY SIZE
011810         INTO CSV-RECORD
011820         WITH POINTER WS-CSV-PTR
011830     .
011840 4900-EXIT.
011850     EXIT.
011860
011870 4950-APPEND-COMMA.
011880     STRING ',' DELIMITED BY SIZE
011890         INTO CSV-RECORD
011900         WITH POINTER WS-CSV-PTR
011910     .
011920 4950-EXIT.
011930     EXIT.
011940
011950*-----------------------------------------------------
011960* 7000-EDIT-NUMBER - ZERO-SUPPRESS WS-EDIT-VALUE INTO
011970*     WS-EDIT-Z AND FIND ITS FIRST DIGIT
011980*-----------------------------------------------------
011990 7000-EDIT-NUMBER.
012000     MOVE WS-EDIT-VALUE TO WS-EDIT-Z
012010     MOVE 0 TO WS-EDIT-LEAD
012020     INSPECT WS-EDIT-Z TALLYING WS-EDIT-LEAD
012030         FOR LEADING SPACES
012040     COMPUTE WS-EDIT-START = WS-EDIT-LEAD + 1
012050     .
012060 7000-EXIT.
012070     EXIT.
012080
012090*-----------------------------------------------------
012100* 8000-TERMINATE - TRAILER, TOTALS, CLOSE FILES
012110*-----------------------------------------------------
012120 8000-TERMINATE.
012130     MOVE SPACES TO CSV-RECORD
012140     MOVE 1 TO WS-CSV-PTR
012150     STRING 'TRAILER,' DELIMITED BY SIZE
012160         INTO CSV-RECORD
012170         WITH POINTER WS-CSV-PTR
012180     MOVE WS-ROWS-WRITTEN TO WS-EDIT-VALUE
012190     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
012200     STRING ',CYCLE=' WS-CYCLE-ID DELIMITED BY SIZE
012210         INTO CSV-RECORD
012220         WITH POINTER WS-CSV-PTR
012230     WRITE CSV-RECORD
012240
012250     DISPLAY 'CERTEXT: CYCLE=' WS-CYCLE-ID
012260         ' ROWS=' WS-ROWS-WRITTEN
012270         ' DIVOVFL=' WS-OVERFLOW-COUNT
012280         ' STRAY-LINES=' WS-STRAY-LINE-COUNT
012290     DISPLAY 'CERTEXT: MISSING DIVRPT=' WS-MISS-DIV-COUNT
012300         ' DIVCLS=' WS-MISS-CLS-COUNT
012310         ' FACRPT=' WS-MISS-FAC-COUNT
012320         ' NUMPROPS=' WS-MISS-PRP-COUNT
012330         ' PRIMAST=' WS-MISS-MAST-COUNT
012340
012350     CLOSE VAL-FILE
012360     CLOSE DIV-FILE
012370     CLOSE CLS-FILE
012380     CLOSE FAC-FILE
012390     CLOSE PRP-FILE
012400     CLOSE MAST-FILE
012410     CLOSE CSV-FILE
012420     .
012430 8000-EXIT.
012440     EXIT.
012450
012460*-----------------------------------------------------
012470* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
012480*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
012490*-----------------------------------------------------
012500 9500-WRITE-AUDIT.
012510     MOVE 'CERTEXT' TO AUD-JOB-NAME
012520     MOVE WS-AUD-START-DATE TO AUD-START-DATE
012530     MOVE WS-AUD-START-TIME TO AUD-START-TIME
012540     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
012550     ACCEPT WS-AUD-TIME-WORK FROM TIME
012560     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
012570     MOVE WS-LINES-READ TO AUD-RECORDS-READ
012580     COMPUTE AUD-RECORDS-WRITTEN = WS-ROWS-WRITTEN + 2
012590     MOVE WS-STRAY-LINE-COUNT TO AUD-RECORDS-SKIPPED
012600     SET AUD-FRESH-RUN TO TRUE
012610     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID
012620     MOVE RETURN-CODE TO AUD-RETURN-CODE
012630     CALL 'AUDWRITE' USING AUD-RECORD
012640*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
012650*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
012660*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
012670*    FAILED AUDIT WRITE (16) IS KEPT.
012680     IF RETURN-CODE = 0
012690         MOVE AUD-RETURN-CODE TO RETURN-CODE
012700     END-IF
012710     .
012720 9500-EXIT.
012730     EXIT.
012740
012750 END PROGRAM CERTEXT.
