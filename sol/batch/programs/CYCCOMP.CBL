000010*****************************************************
000020* PROGRAM      CYCCOMP
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-10
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-10 DWO  INITIAL VERSION - CYCLE-TO-CYCLE
000090*                 COMPARISON AGAINST THE CERTIFIED
000100*                 BASELINE. DIVREGR PROVES A DOZEN FIXED
000110*                 CASES AND DIVRECON PROVES TONIGHT'S
000120*                 FILES AGREE WITH EACH OTHER; NEITHER
000130*                 SAYS WHETHER TONIGHT'S ANSWER FOR A NUM
000140*                 DIFFERS FROM THE ONE CERTIFIED LAST
000150*                 MONTH, WHICH IS THE QUESTION ASKED AFTER
000160*                 EVERY CHANGE TO DIVISORS, FACTORS OR THE
000170*                 DIVMAST SERVING PATH. THIS JOB MATCHES
000180*                 THE BASELINE CYCLE'S DIVRPT, FACRPT AND
000190*                 NUMPROPS (PROMOTED BY CYCPROM) AGAINST
000200*                 THE CURRENT CYCLE'S, NUM BY NUM.
000210*****************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CYCCOMP.
000240 AUTHOR. D. OKAFOR.
000250 INSTALLATION. QA NUMERIC SYSTEMS.
000260 DATE-WRITTEN. 2026-10-10.
000270 DATE-COMPILED.
000280
000290*****************************************************
000300* THE CURRENT BASELINE IS THE LAST RECORD ON BASECTL
000310* (BASECTL COPYBOOK); ITS COPIES OF THE THREE REPORTS
000320* ARE BASDIV, BASFAC AND BASPRP. EVERY FILE MUST OPEN
000330* WITH ITS RUN-CYCLE HEADER (CYCHDR COPYBOOK): THE
000340* THREE BASELINE FILES MUST CARRY THE BASECTL CYCLE ID
000350* AND THE THREE CURRENT FILES MUST AGREE WITH EACH
000360* OTHER, OR THE RUN STOPS WITH RETURN-CODE 16.
000370*
000380* THE COMPARISON COVERS THE OVERLAPPING RANGE - FROM
000390* THE HIGHER OF THE TWO LOWEST NUMS TO THE LOWER OF
000400* THE TWO HIGHEST, TAKEN FROM THE TWO DIVRPT FILES -
000410* SO A WIDER OR NARROWER CERTIFICATION RANGE IS NOT
000420* REPORTED AS THOUSANDS OF ADDED OR DROPPED NUMS.
000430* NUMS OUTSIDE IT ARE ONLY COUNTED. EACH PAIR OF FILES
000440* IS THEN MATCHED BY BALANCE LINE IN ITS OWN PASS:
000450*     - A NUM IN BOTH WHOSE LINE DIFFERS IS CHANGED;
000460*       DIVRPT AND FACRPT SHOW THE CLASS AND COUNT BOTH
000470*       WAYS AND BOTH LINES FROM THE FIRST DIFFERENCE,
000480*       NUMPROPS NAMES EACH PROPERTY THAT CHANGED
000490*     - A NUM ONLY IN THE CURRENT FILE IS ADDED
000500*     - A NUM ONLY IN THE BASELINE FILE IS DROPPED
000510* UNPARSEABLE LINES AND NUMS REPORTED TWICE (THE SAME
000520* HIGH-WATER RULE AS DIVRECON) ARE REPORTED AND SKIPPED.
000530* CYCCMP CARRIES BOTH CYCLE IDS IN ITS HEADING AND ONE
000540* TOTALS LINE PER REPORT.
000550*
000560* RETURN-CODE 8 WHEN ANYTHING CHANGED, WAS ADDED OR
000570* DROPPED, OR A LINE WAS BAD OR DUPLICATED; 0 WHEN THE
000580* CURRENT CYCLE REPRODUCES THE BASELINE; 16 ON A FILE,
000590* HEADER OR BASELINE-CONTROL FAILURE.
000600*****************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CTL-FILE ASSIGN TO "BASECTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CTL-FILE-STATUS.
000670
000680     SELECT BDV-FILE ASSIGN TO "BASDIV"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BDV-FILE-STATUS.
000710
000720     SELECT CDV-FILE ASSIGN TO "DIVRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CDV-FILE-STATUS.
000750
000760     SELECT BFC-FILE ASSIGN TO "BASFAC"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BFC-FILE-STATUS.
000790
000800     SELECT CFC-FILE ASSIGN TO "FACRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CFC-FILE-STATUS.
000830
000840     SELECT BPR-FILE ASSIGN TO "BASPRP"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-BPR-FILE-STATUS.
000870
000880     SELECT CPR-FILE ASSIGN TO "NUMPROPS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CPR-FILE-STATUS.
000910
000920     SELECT CMP-FILE ASSIGN TO "CYCCMP"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CMP-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CTL-FILE.
000990     COPY BASECTL.
001000
001010 FD  BDV-FILE.
001020 01  BDV-RECORD                  PIC X(15100).
001030
001040 FD  CDV-FILE.
001050 01  CDV-RECORD                  PIC X(15100).
001060
001070 FD  BFC-FILE.
001080 01  BFC-RECORD                  PIC X(250).
001090
001100 FD  CFC-FILE.
001110 01  CFC-RECORD                  PIC X(250).
001120
001130 FD  BPR-FILE.
001140 01  BPR-RECORD                  PIC X(33).
001150
001160 FD  CPR-FILE.
001170 01  CPR-RECORD                  PIC X(33).
001180
001190 FD  CMP-FILE.
001200 01  CMP-RECORD                  PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-SWITCHES.
001240     03  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
001250         88  WS-CTL-EOF                     VALUE 'Y'.
001260     03  WS-BASE-EOF-SW          PIC X(01)  VALUE 'N'.
001270         88  WS-BASE-EOF                    VALUE 'Y'.
001280     03  WS-CURR-EOF-SW          PIC X(01)  VALUE 'N'.
001290         88  WS-CURR-EOF                    VALUE 'Y'.
001300     03  WS-PARSE-SW             PIC X(01)  VALUE 'N'.
001310         88  WS-PARSE-OK                    VALUE 'Y'.
001320     03  WS-DIFF-FOUND-SW        PIC X(01)  VALUE 'N'.
001330         88  WS-DIFF-FOUND                  VALUE 'Y'.
001340
001350 01  WS-FILE-STATUSES.
001360     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001370     03  WS-BDV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001380     03  WS-CDV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001390     03  WS-BFC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001400     03  WS-CFC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001410     03  WS-BPR-FILE-STATUS      PIC X(02)  VALUE SPACES.
001420     03  WS-CPR-FILE-STATUS      PIC X(02)  VALUE SPACES.
001430     03  WS-CMP-FILE-STATUS      PIC X(02)  VALUE SPACES.
001440     03  WS-OPEN-STATUS          PIC X(02)  VALUE SPACES.
001450
001460*-----------------------------------------------------
001470* THE THREE PASSES - ONE PER REPORT - AND THE NAMES
001480* THE REPORT LINES USE FOR EACH SIDE
001490*-----------------------------------------------------
001500 01  WS-PASS                     PIC 9(01)  VALUE 0.
001510     88  WS-PASS-DIV                        VALUE 1.
001520     88  WS-PASS-FAC                        VALUE 2.
001530     88  WS-PASS-PRP                        VALUE 3.
001540
001550 01  WS-PASS-NAMES-INIT.
001560     03  FILLER                  PIC X(16)  VALUE
001570                                 'DIVRPT  BASDIV  '.
001580     03  FILLER                  PIC X(16)  VALUE
001590                                 'FACRPT  BASFAC  '.
001600     03  FILLER                  PIC X(16)  VALUE
001610                                 'NUMPROPSBASPRP  '.
001620 01  WS-PASS-NAMES REDEFINES WS-PASS-NAMES-INIT.
001630     03  WS-PASS-NAME-ENTRY OCCURS 3 TIMES.
001640         05  WS-CURR-FILE-NAME   PIC X(08).
001650         05  WS-BASE-FILE-NAME   PIC X(08).
001660
001670*-----------------------------------------------------
001680* MATCH KEYS - ONE DIGIT WIDER THAN NUM SO END OF FILE
001690* CAN BE CARRIED AS 9999999999, ABOVE ANY REAL NUM.
001700*-----------------------------------------------------
001710 01  WS-MATCH-KEYS.
001720     03  WS-BASE-KEY             PIC 9(10)  VALUE 0.
001730     03  WS-CURR-KEY             PIC 9(10)  VALUE 0.
001740     03  WS-LOW-KEY              PIC 9(10)  VALUE 0.
001750     03  WS-EOF-KEY              PIC 9(10)  VALUE 9999999999.
001760     03  WS-BASE-HIGH-KEY        PIC 9(10)  VALUE 0.
001770     03  WS-CURR-HIGH-KEY        PIC 9(10)  VALUE 0.
001780     03  WS-PARSED-KEY           PIC 9(10)  VALUE 0.
001790
001800*-----------------------------------------------------
001810* THE OVERLAPPING RANGE, FROM THE TWO DIVRPT FILES
001820*-----------------------------------------------------
001830 01  WS-RANGE-FIELDS.
001840     03  WS-BASE-LOW             PIC 9(10)  VALUE 9999999999.
001850     03  WS-BASE-HIGH            PIC 9(10)  VALUE 0.
001860     03  WS-CURR-LOW             PIC 9(10)  VALUE 9999999999.
001870     03  WS-CURR-HIGH            PIC 9(10)  VALUE 0.
001880     03  WS-RANGE-LOW            PIC 9(10)  VALUE 0.
001890     03  WS-RANGE-HIGH           PIC 9(10)  VALUE 0.
001900
001910 01  WS-WORK-FIELDS.
001920     03  WS-NUM-X                PIC X(09).
001930     03  WS-NUM-DISPLAY          PIC 9(09).
001940     03  WS-POS                  PIC 9(05)  COMP.
001950     03  WS-DIFF-POS             PIC 9(05)  VALUE 0.
001960     03  WS-LINE-LEN             PIC 9(05)  COMP.
001970     03  WS-LIST-PTR             PIC S9(04) COMP.
001980     03  WS-LINE-IN              PIC X(15100).
001990     03  WS-BASE-LINE            PIC X(15100).
002000     03  WS-CURR-LINE            PIC X(15100).
002010
002020*-----------------------------------------------------
002030* NUMPROPS RECORD VIEWS (SAME SHAPE AS NUMPROP WRITES)
002040*-----------------------------------------------------
002050 01  WS-BASE-PRP.
002060     03  WS-BASE-PRP-NUM         PIC 9(09).
002070     03  WS-BASE-PRP-CLASS       PIC X(01).
002080     03  WS-BASE-PRP-TOTIENT     PIC 9(09).
002090     03  WS-BASE-PRP-SIGMA       PIC 9(12).
002100     03  WS-BASE-PRP-SQFREE      PIC X(01).
002110     03  WS-BASE-PRP-PERFPOW     PIC X(01).
002120
002130 01  WS-CURR-PRP.
002140     03  WS-CURR-PRP-NUM         PIC 9(09).
002150     03  WS-CURR-PRP-CLASS       PIC X(01).
002160     03  WS-CURR-PRP-TOTIENT     PIC 9(09).
002170     03  WS-CURR-PRP-SIGMA       PIC 9(12).
002180     03  WS-CURR-PRP-SQFREE      PIC X(01).
002190     03  WS-CURR-PRP-PERFPOW     PIC X(01).
002200
002210*-----------------------------------------------------
002220* COUNTS PER PASS
002230*-----------------------------------------------------
002240 01  WS-PASS-TOTALS.
002250     03  WS-PASS-TOTAL-ENTRY OCCURS 3 TIMES.
002260         05  WS-PT-MATCHED       PIC 9(09).
002270         05  WS-PT-CHANGED       PIC 9(09).
002280         05  WS-PT-ADDED         PIC 9(09).
002290         05  WS-PT-DROPPED       PIC 9(09).
002300         05  WS-PT-OUTSIDE       PIC 9(09).
002310         05  WS-PT-DUPS          PIC 9(09).
002320         05  WS-PT-BAD           PIC 9(09).
002330
002340 01  WS-RUN-TOTALS.
002350     03  WS-LINES-READ           PIC 9(09)  VALUE 0.
002360     03  WS-LINES-WRITTEN        PIC 9(09)  VALUE 0.
002370     03  WS-DIFFERENCES          PIC 9(09)  VALUE 0.
002380
002390 01  WS-AUDIT-FIELDS.
002400     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002410     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002420     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002430
002440*-----------------------------------------------------
002450* THE BASELINE NAMED ON BASECTL AND THE CURRENT CYCLE
002460*-----------------------------------------------------
002470 01  WS-CYCLE-FIELDS.
002480     03  WS-BASE-CYCLE-ID        PIC 9(14)  VALUE 0.
002490     03  WS-BASE-PROMOTED-BY     PIC X(08)  VALUE SPACES.
002500     03  WS-BASE-PROMOTED-DATE   PIC 9(08)  VALUE 0.
002510     03  WS-CURR-CYCLE-ID        PIC 9(14)  VALUE 0.
002520     03  WS-SIDE-CYCLE-ID        PIC 9(14)  VALUE 0.
002530
002540     COPY CYCHDR.
002550
002560     COPY AUDITREC.
002570
002580 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
002620         VARYING WS-PASS FROM 1 BY 1
002630         UNTIL WS-PASS > 3
002640     PERFORM 8000-TERMINATE THRU 8000-EXIT
002650     IF WS-DIFFERENCES > 0
002660         MOVE 8 TO RETURN-CODE
002670     ELSE
002680         MOVE 0 TO RETURN-CODE
002690     END-IF
002700     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002710     GOBACK
002720     .
002730
002740*-----------------------------------------------------
002750* 1000-INITIALIZE - BASELINE CONTROL, HEADERS, RANGE,
002760*     REPORT HEADING
002770*-----------------------------------------------------
002780 1000-INITIALIZE.
002790     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002800     ACCEPT WS-AUD-TIME-WORK FROM TIME
002810     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002820     INITIALIZE WS-PASS-TOTALS
002830
002840     PERFORM 1100-READ-BASELINE-CONTROL THRU 1100-EXIT
002850     PERFORM 1200-VERIFY-PASS-HEADERS THRU 1200-EXIT
002860         VARYING WS-PASS FROM 1 BY 1
002870         UNTIL WS-PASS > 3
002880     PERFORM 1300-FIND-RANGE THRU 1300-EXIT
002890
002900     OPEN OUTPUT CMP-FILE
002910     IF WS-CMP-FILE-STATUS NOT = '00'
002920         DISPLAY 'CYCCOMP: CANNOT OPEN CYCCMP, STATUS='
002930             WS-CMP-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         GOBACK
002960     END-IF
002970
002980     MOVE SPACES TO CMP-RECORD
002990     STRING 'CYCCOMP CYCLE COMPARISON BASELINE CYCLE='
003000         WS-BASE-CYCLE-ID
003010         ' (PROMOTED ' WS-BASE-PROMOTED-DATE
003020         ' BY ' WS-BASE-PROMOTED-BY
003030         ') CURRENT CYCLE=' WS-CURR-CYCLE-ID
003040         DELIMITED BY SIZE
003050         INTO CMP-RECORD
003060     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
003070
003080     MOVE SPACES TO CMP-RECORD
003090     STRING 'OVERLAPPING RANGE ' WS-RANGE-LOW ' TO '
003100         WS-RANGE-HIGH
003110         ' - BASELINE ' WS-BASE-LOW ' TO ' WS-BASE-HIGH
003120         ', CURRENT ' WS-CURR-LOW ' TO ' WS-CURR-HIGH
003130         DELIMITED BY SIZE
003140         INTO CMP-RECORD
003150     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
003160     .
003170 1000-EXIT.
003180     EXIT.
003190
003200*-----------------------------------------------------
003210* 1100-READ-BASELINE-CONTROL - THE LAST BASECTL RECORD
003220*     NAMES THE CURRENT BASELINE. WITH NO BASELINE EVER
003230*     PROMOTED THERE IS NOTHING TO COMPARE AGAINST.
003240*-----------------------------------------------------
003250 1100-READ-BASELINE-CONTROL.
003260     OPEN INPUT CTL-FILE
003270     IF WS-CTL-FILE-STATUS NOT = '00'
003280         DISPLAY 'CYCCOMP: CANNOT OPEN BASECTL, STATUS='
003290             WS-CTL-FILE-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     PERFORM 1110-READ-ONE-CONTROL THRU 1110-EXIT
003340         UNTIL WS-CTL-EOF
003350     CLOSE CTL-FILE
003360
003370     IF WS-BASE-CYCLE-ID = 0
003380         DISPLAY 'CYCCOMP: BASECTL NAMES NO BASELINE - PROMOTE'
003390             ' ONE WITH CYCPROM FIRST'
003400         MOVE 16 TO RETURN-CODE
003410         GOBACK
003420     END-IF
003430     .
003440 1100-EXIT.
003450     EXIT.
003460
003470 1110-READ-ONE-CONTROL.
003480     READ CTL-FILE
003490         AT END
003500             SET WS-CTL-EOF TO TRUE
003510             GO TO 1110-EXIT
003520     END-READ
003530     IF CTL-CYCLE-ID IS NOT NUMERIC
003540         DISPLAY 'CYCCOMP: BAD BASECTL RECORD ' CTL-RECORD(1:40)
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     MOVE CTL-CYCLE-ID TO WS-BASE-CYCLE-ID
003590     MOVE CTL-PROMOTED-BY TO WS-BASE-PROMOTED-BY
003600     MOVE CTL-PROMOTED-DATE TO WS-BASE-PROMOTED-DATE
003610     .
003620 1110-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------
003660* 1200-VERIFY-PASS-HEADERS - BOTH FILES OF ONE PASS
003670*     MUST OPEN WITH A RUN-CYCLE HEADER: THE BASELINE
003680*     FILE'S IS THE BASECTL CYCLE, THE CURRENT FILE'S
003690*     MUST MATCH THE OTHER CURRENT FILES
003700*-----------------------------------------------------
003710 1200-VERIFY-PASS-HEADERS.
003720     PERFORM 4000-OPEN-BASE THRU 4000-EXIT
003730     PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
003740     PERFORM 1210-CHECK-HEADER THRU 1210-EXIT
003750     IF WS-SIDE-CYCLE-ID NOT = WS-BASE-CYCLE-ID
003760         DISPLAY 'CYCCOMP: ' WS-BASE-FILE-NAME(WS-PASS)
003770             ' CYCLE=' WS-SIDE-CYCLE-ID
003780             ' IS NOT THE BASELINE CYCLE=' WS-BASE-CYCLE-ID
003790         MOVE 16 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     PERFORM 4200-CLOSE-BASE THRU 4200-EXIT
003830
003840     PERFORM 5000-OPEN-CURR THRU 5000-EXIT
003850     PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
003860     PERFORM 1210-CHECK-HEADER THRU 1210-EXIT
003870     IF WS-PASS-DIV
003880         MOVE WS-SIDE-CYCLE-ID TO WS-CURR-CYCLE-ID
003890     END-IF
003900     IF WS-SIDE-CYCLE-ID NOT = WS-CURR-CYCLE-ID
003910         DISPLAY 'CYCCOMP: CYCLE IDS DISAGREE - DIVRPT='
003920             WS-CURR-CYCLE-ID ' ' WS-CURR-FILE-NAME(WS-PASS)
003930             '=' WS-SIDE-CYCLE-ID
003940             ' - FILES ARE NOT FROM THE SAME RUN'
003950         MOVE 16 TO RETURN-CODE
003960         GOBACK
003970     END-IF
003980     PERFORM 5200-CLOSE-CURR THRU 5200-EXIT
003990     .
004000 1200-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------
004040* 1210-CHECK-HEADER - WS-LINE-IN MUST BE A RUN-CYCLE
004050*     HEADER; ITS ID IS LEFT IN WS-SIDE-CYCLE-ID
004060*-----------------------------------------------------
004070 1210-CHECK-HEADER.
004080     MOVE WS-LINE-IN(1:20) TO CYC-HEADER-RECORD
004090     IF WS-BASE-EOF
004100      OR WS-CURR-EOF
004110      OR NOT CYC-HDR-PRESENT
004120      OR CYC-HDR-ID IS NOT NUMERIC
004130         DISPLAY 'CYCCOMP: A ' WS-CURR-FILE-NAME(WS-PASS)
004140             ' FILE CARRIES NO CYCLE HEADER - RECORD='
004150             WS-LINE-IN(1:40)
004160         MOVE 16 TO RETURN-CODE
004170         GOBACK
004180     END-IF
004190     MOVE CYC-HDR-ID TO WS-SIDE-CYCLE-ID
004200     .
004210 1210-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------
004250* 1300-FIND-RANGE - LOWEST AND HIGHEST NUM ON EACH
004260*     DIVRPT; THE OVERLAP IS THE COMPARED RANGE
004270*-----------------------------------------------------
004280 1300-FIND-RANGE.
004290     MOVE 1 TO WS-PASS
004300     PERFORM 4000-OPEN-BASE THRU 4000-EXIT
004310     PERFORM 1310-SCAN-BASE-RANGE THRU 1310-EXIT
004320         UNTIL WS-BASE-EOF
004330     PERFORM 4200-CLOSE-BASE THRU 4200-EXIT
004340
004350     PERFORM 5000-OPEN-CURR THRU 5000-EXIT
004360     PERFORM 1320-SCAN-CURR-RANGE THRU 1320-EXIT
004370         UNTIL WS-CURR-EOF
004380     PERFORM 5200-CLOSE-CURR THRU 5200-EXIT
004390
004400     MOVE WS-BASE-LOW TO WS-RANGE-LOW
004410     IF WS-CURR-LOW > WS-RANGE-LOW
004420         MOVE WS-CURR-LOW TO WS-RANGE-LOW
004430     END-IF
004440     MOVE WS-BASE-HIGH TO WS-RANGE-HIGH
004450     IF WS-CURR-HIGH < WS-RANGE-HIGH
004460         MOVE WS-CURR-HIGH TO WS-RANGE-HIGH
004470     END-IF
004480     IF WS-RANGE-LOW > WS-RANGE-HIGH
004490         DISPLAY 'CYCCOMP: NO OVERLAPPING RANGE - BASELINE '
004500             WS-BASE-LOW ' TO ' WS-BASE-HIGH ', CURRENT '
004510             WS-CURR-LOW ' TO ' WS-CURR-HIGH
004520         MOVE 16 TO RETURN-CODE
004530         GOBACK
004540     END-IF
004550     .
004560 1300-EXIT.
004570     EXIT.
004580
004590 1310-SCAN-BASE-RANGE.
004600     PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
004610     IF WS-BASE-EOF
004620         GO TO 1310-EXIT
004630     END-IF
004640     PERFORM 6000-PARSE-LINE THRU 6000-EXIT
004650     IF NOT WS-PARSE-OK
004660         GO TO 1310-EXIT
004670     END-IF
004680     IF WS-PARSED-KEY < WS-BASE-LOW
004690         MOVE WS-PARSED-KEY TO WS-BASE-LOW
004700     END-IF
004710     IF WS-PARSED-KEY > WS-BASE-HIGH
004720         MOVE WS-PARSED-KEY TO WS-BASE-HIGH
004730     END-IF
004740     .
004750 1310-EXIT.
004760     EXIT.
004770
004780 1320-SCAN-CURR-RANGE.
004790     PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
004800     IF WS-CURR-EOF
004810         GO TO 1320-EXIT
004820     END-IF
004830     PERFORM 6000-PARSE-LINE THRU 6000-EXIT
004840     IF NOT WS-PARSE-OK
004850         GO TO 1320-EXIT
004860     END-IF
004870     IF WS-PARSED-KEY < WS-CURR-LOW
004880         MOVE WS-PARSED-KEY TO WS-CURR-LOW
004890     END-IF
004900     IF WS-PARSED-KEY > WS-CURR-HIGH
004910         MOVE WS-PARSED-KEY TO WS-CURR-HIGH
004920     END-IF
004930     .
004940 1320-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------
004980* 2000-RUN-ONE-PASS - BALANCE-LINE MATCH OF ONE REPORT,
004990*     BASELINE AGAINST CURRENT, THEN ITS TOTALS LINE
005000*-----------------------------------------------------
005010 2000-RUN-ONE-PASS.
005020     MOVE 0 TO WS-BASE-HIGH-KEY
005030     MOVE 0 TO WS-CURR-HIGH-KEY
005040*    THE FIRST LINE OF EACH FILE IS ITS CYCLE HEADER,
005050*    ALREADY PROVED IN 1200 - READ PAST IT.
005060     PERFORM 4000-OPEN-BASE THRU 4000-EXIT
005070     PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
005080     PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
005090     PERFORM 3000-GET-BASE-KEY THRU 3000-EXIT
005100     PERFORM 5000-OPEN-CURR THRU 5000-EXIT
005110     PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
005120     PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
005130     PERFORM 3100-GET-CURR-KEY THRU 3100-EXIT
005140
005150     PERFORM 2100-MATCH-ONE-NUM THRU 2100-EXIT
005160         UNTIL WS-BASE-KEY = WS-EOF-KEY
005170           AND WS-CURR-KEY = WS-EOF-KEY
005180
005190     PERFORM 4200-CLOSE-BASE THRU 4200-EXIT
005200     PERFORM 5200-CLOSE-CURR THRU 5200-EXIT
005210
005220     MOVE SPACES TO CMP-RECORD
005230     STRING WS-CURR-FILE-NAME(WS-PASS)
005240         ' MATCHED=' WS-PT-MATCHED(WS-PASS)
005250         ' CHANGED=' WS-PT-CHANGED(WS-PASS)
005260         ' ADDED=' WS-PT-ADDED(WS-PASS)
005270         ' DROPPED=' WS-PT-DROPPED(WS-PASS)
005280         ' OUTSIDE=' WS-PT-OUTSIDE(WS-PASS)
005290         ' DUPS=' WS-PT-DUPS(WS-PASS)
005300         ' BAD=' WS-PT-BAD(WS-PASS)
005310         DELIMITED BY SIZE
005320         INTO CMP-RECORD
005330     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005340
005350     ADD WS-PT-CHANGED(WS-PASS) WS-PT-ADDED(WS-PASS)
005360         WS-PT-DROPPED(WS-PASS) WS-PT-DUPS(WS-PASS)
005370         WS-PT-BAD(WS-PASS)
005380         TO WS-DIFFERENCES
005390     .
005400 2000-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------
005440* 2100-MATCH-ONE-NUM - THE LOWER OF THE TWO KEYS IS THE
005450*     MATCH NUM; A SIDE NOT SITTING ON IT LACKS IT
005460*-----------------------------------------------------
005470 2100-MATCH-ONE-NUM.
005480     MOVE WS-BASE-KEY TO WS-LOW-KEY
005490     IF WS-CURR-KEY < WS-LOW-KEY
005500         MOVE WS-CURR-KEY TO WS-LOW-KEY
005510     END-IF
005520     MOVE WS-LOW-KEY TO WS-NUM-DISPLAY
005530
005540     IF WS-LOW-KEY < WS-RANGE-LOW
005550      OR WS-LOW-KEY > WS-RANGE-HIGH
005560         ADD 1 TO WS-PT-OUTSIDE(WS-PASS)
005570         GO TO 2100-ADVANCE
005580     END-IF
005590
005600     IF WS-BASE-KEY = WS-CURR-KEY
005610         ADD 1 TO WS-PT-MATCHED(WS-PASS)
005620         IF WS-BASE-LINE NOT = WS-CURR-LINE
005630             ADD 1 TO WS-PT-CHANGED(WS-PASS)
005640             PERFORM 2200-REPORT-CHANGE THRU 2200-EXIT
005650         END-IF
005660         GO TO 2100-ADVANCE
005670     END-IF
005680
005690     MOVE SPACES TO CMP-RECORD
005700     IF WS-BASE-KEY = WS-LOW-KEY
005710         ADD 1 TO WS-PT-DROPPED(WS-PASS)
005720         STRING 'NUM=' WS-NUM-DISPLAY ' DROPPED FROM '
005730             WS-CURR-FILE-NAME(WS-PASS)
005740             ' - IN THE BASELINE, NOT IN THE CURRENT CYCLE'
005750             DELIMITED BY SIZE
005760             INTO CMP-RECORD
005770     ELSE
005780         ADD 1 TO WS-PT-ADDED(WS-PASS)
005790         STRING 'NUM=' WS-NUM-DISPLAY ' ADDED TO '
005800             WS-CURR-FILE-NAME(WS-PASS)
005810             ' - IN THE CURRENT CYCLE, NOT IN THE BASELINE'
005820             DELIMITED BY SIZE
005830             INTO CMP-RECORD
005840     END-IF
005850     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005860     .
005870 2100-ADVANCE.
005880     IF WS-BASE-KEY = WS-LOW-KEY
005890         PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
005900         PERFORM 3000-GET-BASE-KEY THRU 3000-EXIT
005910     END-IF
005920     IF WS-CURR-KEY = WS-LOW-KEY
005930         PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
005940         PERFORM 3100-GET-CURR-KEY THRU 3100-EXIT
005950     END-IF
005960     .
005970 2100-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------
006010* 2200-REPORT-CHANGE - ONE NUM WHOSE LINE DIFFERS
006020*-----------------------------------------------------
006030 2200-REPORT-CHANGE.
006040     IF WS-PASS-PRP
006050         PERFORM 2300-REPORT-PROPERTY-CHANGE THRU 2300-EXIT
006060         GO TO 2200-EXIT
006070     END-IF
006080
006090     MOVE SPACES TO CMP-RECORD
006100     MOVE 1 TO WS-LIST-PTR
006110     STRING 'NUM=' WS-NUM-DISPLAY ' CHANGED IN '
006120         WS-CURR-FILE-NAME(WS-PASS)
006130         DELIMITED BY SIZE
006140         INTO CMP-RECORD
006150         WITH POINTER WS-LIST-PTR
006160*    BOTH REPORTS CARRY THE CLASS AT COLUMN 21 AND THEIR
006170*    COUNT (RESLEN / NFACTORS) RIGHT AFTER IT, UNLESS THE
006180*    LINE IS A DIVBATCH NOT-ON-MASTER LINE.
006190     IF WS-BASE-LINE(14:7) = ' CLASS='
006200      AND WS-CURR-LINE(14:7) = ' CLASS='
006210         IF WS-PASS-DIV
006220             STRING ': CLASS ' WS-BASE-LINE(21:1) '>'
006230                 WS-CURR-LINE(21:1)
006240                 ' RESLEN ' WS-BASE-LINE(30:4) '>'
006250                 WS-CURR-LINE(30:4)
006260                 DELIMITED BY SIZE
006270                 INTO CMP-RECORD
006280                 WITH POINTER WS-LIST-PTR
006290         ELSE
006300             STRING ': CLASS ' WS-BASE-LINE(21:1) '>'
006310                 WS-CURR-LINE(21:1)
006320                 ' NFACTORS ' WS-BASE-LINE(32:2) '>'
006330                 WS-CURR-LINE(32:2)
006340                 DELIMITED BY SIZE
006350                 INTO CMP-RECORD
006360                 WITH POINTER WS-LIST-PTR
006370         END-IF
006380     END-IF
006390     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006400
006410     IF WS-PASS-DIV
006420         MOVE 15100 TO WS-LINE-LEN
006430     ELSE
006440         MOVE 250 TO WS-LINE-LEN
006450     END-IF
006460     MOVE 'N' TO WS-DIFF-FOUND-SW
006470     PERFORM 2210-COMPARE-ONE-COLUMN THRU 2210-EXIT
006480         VARYING WS-POS FROM 1 BY 1
006490         UNTIL WS-POS > WS-LINE-LEN
006500            OR WS-DIFF-FOUND
006510     IF WS-DIFF-POS > WS-LINE-LEN - 89
006520         COMPUTE WS-DIFF-POS = WS-LINE-LEN - 89
006530     END-IF
006540
006550     MOVE SPACES TO CMP-RECORD
006560     STRING '    BASELINE FROM COL ' WS-DIFF-POS ': '
006570         WS-BASE-LINE(WS-DIFF-POS:90)
006580         DELIMITED BY SIZE
006590         INTO CMP-RECORD
006600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006610     MOVE SPACES TO CMP-RECORD
006620     STRING '    CURRENT  FROM COL ' WS-DIFF-POS ': '
006630         WS-CURR-LINE(WS-DIFF-POS:90)
006640         DELIMITED BY SIZE
006650         INTO CMP-RECORD
006660     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006670     .
006680 2200-EXIT.
006690     EXIT.
006700
006710 2210-COMPARE-ONE-COLUMN.
006720     IF WS-BASE-LINE(WS-POS:1) NOT = WS-CURR-LINE(WS-POS:1)
006730         SET WS-DIFF-FOUND TO TRUE
006740         MOVE WS-POS TO WS-DIFF-POS
006750     END-IF
006760     .
006770 2210-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------
006810* 2300-REPORT-PROPERTY-CHANGE - NAME EACH NUMPROPS
006820*     FIELD THAT CHANGED, BASELINE>CURRENT
006830*-----------------------------------------------------
006840 2300-REPORT-PROPERTY-CHANGE.
006850     MOVE WS-BASE-LINE(1:33) TO WS-BASE-PRP
006860     MOVE WS-CURR-LINE(1:33) TO WS-CURR-PRP
006870     MOVE SPACES TO CMP-RECORD
006880     MOVE 1 TO WS-LIST-PTR
006890     STRING 'NUM=' WS-NUM-DISPLAY ' CHANGED IN NUMPROPS:'
006900         DELIMITED BY SIZE
006910         INTO CMP-RECORD
006920         WITH POINTER WS-LIST-PTR
006930     IF WS-BASE-PRP-CLASS NOT = WS-CURR-PRP-CLASS
006940         STRING ' CLASS ' WS-BASE-PRP-CLASS '>'
006950             WS-CURR-PRP-CLASS
006960             DELIMITED BY SIZE
006970             INTO CMP-RECORD
006980             WITH POINTER WS-LIST-PTR
006990     END-IF
007000     IF WS-BASE-PRP-TOTIENT NOT = WS-CURR-PRP-TOTIENT
007010         STRING ' TOTIENT ' WS-BASE-PRP-TOTIENT '>'
007020             WS-CURR-PRP-TOTIENT
007030             DELIMITED BY SIZE
007040             INTO CMP-RECORD
007050             WITH POINTER WS-LIST-PTR
007060     END-IF
007070     IF WS-BASE-PRP-SIGMA NOT = WS-CURR-PRP-SIGMA
007080         STRING ' SIGMA ' WS-BASE-PRP-SIGMA '>'
007090             WS-CURR-PRP-SIGMA
007100             DELIMITED BY SIZE
007110             INTO CMP-RECORD
007120             WITH POINTER WS-LIST-PTR
007130     END-IF
007140     IF WS-BASE-PRP-SQFREE NOT = WS-CURR-PRP-SQFREE
007150         STRING ' SQUAREFREE ' WS-BASE-PRP-SQFREE '>'
007160             WS-CURR-PRP-SQFREE
007170             DELIMITED BY SIZE
007180             INTO CMP-RECORD
007190             WITH POINTER WS-LIST-PTR
007200     END-IF
007210     IF WS-BASE-PRP-PERFPOW NOT = WS-CURR-PRP-PERFPOW
007220         STRING ' PERFPOWER ' WS-BASE-PRP-PERFPOW '>'
007230             WS-CURR-PRP-PERFPOW
007240             DELIMITED BY SIZE
007250             INTO CMP-RECORD
007260             WITH POINTER WS-LIST-PTR
007270     END-IF
007280     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
007290     .
007300 2300-EXIT.
007310     EXIT.
007320
007330*-----------------------------------------------------
007340* 3000-GET-BASE-KEY - FROM THE BASELINE LINE JUST READ,
007350*     SKIPPING (AND REPORTING) BAD AND REPEATED LINES
007360*-----------------------------------------------------
007370 3000-GET-BASE-KEY.
007380     IF WS-BASE-EOF
007390         MOVE WS-EOF-KEY TO WS-BASE-KEY
007400         GO TO 3000-EXIT
007410     END-IF
007420     PERFORM 6000-PARSE-LINE THRU 6000-EXIT
007430     IF NOT WS-PARSE-OK
007440         ADD 1 TO WS-PT-BAD(WS-PASS)
007450         PERFORM 6100-REPORT-BAD-LINE THRU 6100-EXIT
007460         PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
007470         GO TO 3000-GET-BASE-KEY
007480     END-IF
007490     IF WS-PARSED-KEY <= WS-BASE-HIGH-KEY
007500         ADD 1 TO WS-PT-DUPS(WS-PASS)
007510         PERFORM 6200-REPORT-DUP THRU 6200-EXIT
007520         PERFORM 4100-READ-BASE-LINE THRU 4100-EXIT
007530         GO TO 3000-GET-BASE-KEY
007540     END-IF
007550     MOVE WS-PARSED-KEY TO WS-BASE-KEY
007560     MOVE WS-PARSED-KEY TO WS-BASE-HIGH-KEY
007570     MOVE WS-LINE-IN TO WS-BASE-LINE
007580     .
007590 3000-EXIT.
007600     EXIT.
007610
007620*-----------------------------------------------------
007630* 3100-GET-CURR-KEY - THE SAME FOR THE CURRENT FILE
007640*-----------------------------------------------------
007650 3100-GET-CURR-KEY.
007660     IF WS-CURR-EOF
007670         MOVE WS-EOF-KEY TO WS-CURR-KEY
007680         GO TO 3100-EXIT
007690     END-IF
007700     PERFORM 6000-PARSE-LINE THRU 6000-EXIT
007710     IF NOT WS-PARSE-OK
007720         ADD 1 TO WS-PT-BAD(WS-PASS)
007730         PERFORM 6100-REPORT-BAD-LINE THRU 6100-EXIT
007740         PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
007750         GO TO 3100-GET-CURR-KEY
007760     END-IF
007770     IF WS-PARSED-KEY <= WS-CURR-HIGH-KEY
007780         ADD 1 TO WS-PT-DUPS(WS-PASS)
007790         PERFORM 6200-REPORT-DUP THRU 6200-EXIT
007800         PERFORM 5100-READ-CURR-LINE THRU 5100-EXIT
007810         GO TO 3100-GET-CURR-KEY
007820     END-IF
007830     MOVE WS-PARSED-KEY TO WS-CURR-KEY
007840     MOVE WS-PARSED-KEY TO WS-CURR-HIGH-KEY
007850     MOVE WS-LINE-IN TO WS-CURR-LINE
007860     .
007870 3100-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------
007910* 4000-4200 - OPEN, READ AND CLOSE THE PASS'S BASELINE
007920*     FILE. EVERY LINE IS READ INTO WS-LINE-IN.
007930*-----------------------------------------------------
007940 4000-OPEN-BASE.
007950     MOVE 'N' TO WS-BASE-EOF-SW
007960     EVALUATE TRUE
007970         WHEN WS-PASS-DIV
007980             OPEN INPUT BDV-FILE
007990             MOVE WS-BDV-FILE-STATUS TO WS-OPEN-STATUS
008000         WHEN WS-PASS-FAC
008010             OPEN INPUT BFC-FILE
008020             MOVE WS-BFC-FILE-STATUS TO WS-OPEN-STATUS
008030         WHEN OTHER
008040             OPEN INPUT BPR-FILE
008050             MOVE WS-BPR-FILE-STATUS TO WS-OPEN-STATUS
008060     END-EVALUATE
008070     IF WS-OPEN-STATUS NOT = '00'
008080         DISPLAY 'CYCCOMP: CANNOT OPEN '
008090             WS-BASE-FILE-NAME(WS-PASS) ', STATUS='
008100             WS-OPEN-STATUS
008110         MOVE 16 TO RETURN-CODE
008120         GOBACK
008130     END-IF
008140     .
008150 4000-EXIT.
008160     EXIT.
008170
008180 4100-READ-BASE-LINE.
008190     MOVE SPACES TO WS-LINE-IN
008200     EVALUATE TRUE
008210         WHEN WS-PASS-DIV
008220             READ BDV-FILE INTO WS-LINE-IN
008230                 AT END
008240                     SET WS-BASE-EOF TO TRUE
008250             END-READ
008260         WHEN WS-PASS-FAC
008270             READ BFC-FILE INTO WS-LINE-IN
008280                 AT END
008290                     SET WS-BASE-EOF TO TRUE
008300             END-READ
008310         WHEN OTHER
008320             READ BPR-FILE INTO WS-LINE-IN
008330                 AT END
008340                     SET WS-BASE-EOF TO TRUE
008350             END-READ
008360     END-EVALUATE
008370     IF NOT WS-BASE-EOF
008380         ADD 1 TO WS-LINES-READ
008390     END-IF
008400     .
008410 4100-EXIT.
008420     EXIT.
008430
008440 4200-CLOSE-BASE.
008450     EVALUATE TRUE
008460         WHEN WS-PASS-DIV
008470             CLOSE BDV-FILE
008480         WHEN WS-PASS-FAC
008490             CLOSE BFC-FILE
008500         WHEN OTHER
008510             CLOSE BPR-FILE
008520     END-EVALUATE
008530     .
008540 4200-EXIT.
008550     EXIT.
008560
008570*-----------------------------------------------------
008580* 5000-5200 - THE SAME FOR THE PASS'S CURRENT FILE
008590*-----------------------------------------------------
008600 5000-OPEN-CURR.
008610     MOVE 'N' TO WS-CURR-EOF-SW
008620     EVALUATE TRUE
008630         WHEN WS-PASS-DIV
008640             OPEN INPUT CDV-FILE
008650             MOVE WS-CDV-FILE-STATUS TO WS-OPEN-STATUS
008660         WHEN WS-PASS-FAC
008670             OPEN INPUT CFC-FILE
008680             MOVE WS-CFC-FILE-STATUS TO WS-OPEN-STATUS
008690         WHEN OTHER
008700             OPEN INPUT CPR-FILE
008710             MOVE WS-CPR-FILE-STATUS TO WS-OPEN-STATUS
008720     END-EVALUATE
008730     IF WS-OPEN-STATUS NOT = '00'
008740         DISPLAY 'CYCCOMP: CANNOT OPEN '
008750             WS-CURR-FILE-NAME(WS-PASS) ', STATUS='
008760             WS-OPEN-STATUS
008770         MOVE 16 TO RETURN-CODE
008780         GOBACK
008790     END-IF
008800     .
008810 5000-EXIT.
008820     EXIT.
008830
008840 5100-READ-CURR-LINE.
008850     MOVE SPACES TO WS-LINE-IN
008860     EVALUATE TRUE
008870         WHEN WS-PASS-DIV
008880             READ CDV-FILE INTO WS-LINE-IN
008890                 AT END
008900                     SET WS-CURR-EOF TO TRUE
008910             END-READ
008920         WHEN WS-PASS-FAC
008930             READ CFC-FILE INTO WS-LINE-IN
008940                 AT END
008950                     SET WS-CURR-EOF TO TRUE
008960             END-READ
008970         WHEN OTHER
008980             READ CPR-FILE INTO WS-LINE-IN
008990                 AT END
009000                     SET WS-CURR-EOF TO TRUE
009010             END-READ
009020     END-EVALUATE
009030     IF NOT WS-CURR-EOF
009040         ADD 1 TO WS-LINES-READ
009050     END-IF
009060     .
009070 5100-EXIT.
009080     EXIT.
009090
009100 5200-CLOSE-CURR.
009110     EVALUATE TRUE
009120         WHEN WS-PASS-DIV
009130             CLOSE CDV-FILE
009140         WHEN WS-PASS-FAC
009150             CLOSE CFC-FILE
009160         WHEN OTHER
009170             CLOSE CPR-FILE
009180     END-EVALUATE
009190     .
009200 5200-EXIT.
009210     EXIT.
009220
009230*-----------------------------------------------------
009240* 6000-PARSE-LINE - THE NUM OF WS-LINE-IN FOR THE
009250*     PASS: NUM= AT COLUMN 1 IN DIVRPT AND FACRPT, THE
009260*     BARE NUM IN COLUMNS 1-9 OF NUMPROPS. THE CYCLE
009270*     HEADER NEVER PARSES.
009280*-----------------------------------------------------
009290 6000-PARSE-LINE.
009300     MOVE 'N' TO WS-PARSE-SW
009310     IF WS-PASS-PRP
009320         MOVE WS-LINE-IN(1:9) TO WS-NUM-X
009330     ELSE
009340         IF WS-LINE-IN(1:4) NOT = 'NUM='
009350             GO TO 6000-EXIT
009360         END-IF
009370         MOVE WS-LINE-IN(5:9) TO WS-NUM-X
009380     END-IF
009390     IF WS-NUM-X IS NOT NUMERIC
009400         GO TO 6000-EXIT
009410     END-IF
009420     MOVE WS-NUM-X TO WS-PARSED-KEY
009430     SET WS-PARSE-OK TO TRUE
009440     .
009450 6000-EXIT.
009460     EXIT.
009470
009480 6100-REPORT-BAD-LINE.
009490     MOVE SPACES TO CMP-RECORD
009500     STRING 'UNPARSEABLE LINE IN A ' WS-CURR-FILE-NAME(WS-PASS)
009510         ' FILE: ' WS-LINE-IN(1:80)
009520         DELIMITED BY SIZE
009530         INTO CMP-RECORD
009540     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
009550     .
009560 6100-EXIT.
009570     EXIT.
009580
009590 6200-REPORT-DUP.
009600     MOVE SPACES TO CMP-RECORD
009610     STRING 'NUM=' WS-NUM-X ' REPORTED TWICE IN A '
009620         WS-CURR-FILE-NAME(WS-PASS) ' FILE'
009630         DELIMITED BY SIZE
009640         INTO CMP-RECORD
009650     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
009660     .
009670 6200-EXIT.
009680     EXIT.
009690
009700*-----------------------------------------------------
009710* 7000-WRITE-LINE - ONE LINE TO CYCCMP
009720*-----------------------------------------------------
009730 7000-WRITE-LINE.
009740     WRITE CMP-RECORD
009750     ADD 1 TO WS-LINES-WRITTEN
009760     .
009770 7000-EXIT.
009780     EXIT.
009790
009800*-----------------------------------------------------
009810* 8000-TERMINATE - VERDICT LINE, CLOSE
009820*-----------------------------------------------------
009830 8000-TERMINATE.
009840     MOVE SPACES TO CMP-RECORD
009850     IF WS-DIFFERENCES = 0
009860         STRING 'CURRENT CYCLE ' WS-CURR-CYCLE-ID
009870             ' REPRODUCES BASELINE CYCLE ' WS-BASE-CYCLE-ID
009880             ' OVER THE OVERLAPPING RANGE'
009890             DELIMITED BY SIZE
009900             INTO CMP-RECORD
009910     ELSE
009920         STRING 'DIFFERENCES=' WS-DIFFERENCES
009930             ' - CURRENT CYCLE ' WS-CURR-CYCLE-ID
009940             ' DOES NOT REPRODUCE BASELINE CYCLE '
009950             WS-BASE-CYCLE-ID
009960             DELIMITED BY SIZE
009970             INTO CMP-RECORD
009980     END-IF
009990     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
010000     CLOSE CMP-FILE
010010     .
010020 8000-EXIT.
010030     EXIT.
010040
010050*-----------------------------------------------------
010060* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
010070*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
010080*-----------------------------------------------------
010090 9500-WRITE-AUDIT.
010100     MOVE 'CYCCOMP' TO AUD-JOB-NAME
010110     MOVE WS-AUD-START-DATE TO AUD-START-DATE
010120     MOVE WS-AUD-START-TIME TO AUD-START-TIME
010130     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
010140     ACCEPT WS-AUD-TIME-WORK FROM TIME
010150     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
010160     MOVE WS-LINES-READ TO AUD-RECORDS-READ
010170     MOVE WS-LINES-WRITTEN TO AUD-RECORDS-WRITTEN
010180     MOVE 0 TO AUD-RECORDS-SKIPPED
010190     SET AUD-FRESH-RUN TO TRUE
010200     MOVE WS-CURR-CYCLE-ID TO AUD-CYCLE-ID
010210     MOVE RETURN-CODE TO AUD-RETURN-CODE
010220     CALL 'AUDWRITE' USING AUD-RECORD
010230*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
010240*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
010250*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
010260*    FAILED AUDIT WRITE (16) IS KEPT.
010270     IF RETURN-CODE = 0
010280         MOVE AUD-RETURN-CODE TO RETURN-CODE
010290     END-IF
010300     .
010310 9500-EXIT.
010320     EXIT.
010330
010340 END PROGRAM CYCCOMP.
