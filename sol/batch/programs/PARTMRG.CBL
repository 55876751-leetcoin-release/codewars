000010*****************************************************
000020* PROGRAM      PARTMRG
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-14
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-14 DWO  INITIAL VERSION - PUTS THE OUTPUTS OF
000090*                 A PARTITIONED RUN (SEE PARTSPL) BACK
000100*                 TOGETHER: ONE ASCENDING DIVRPT, DIVCLS
000110*                 AND FACRPT WITH A SINGLE CYCLE HEADER,
000120*                 AS A SERIAL RUN WOULD HAVE WRITTEN
000130*                 THEM, AND EVERY PARTITION'S NEW
000140*                 RESULTS POSTED TO DIVMAST IN ONE PASS.
000141* 2026-10-15 DWO  A NEW RESULT WITH RESLEN OVER 1500 IS
000142*                 REPORTED ON ITS OWN, NOT AS OUT OF RANGE.
000150*****************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PARTMRG.
000180 AUTHOR. D. OKAFOR.
000190 INSTALLATION. QA NUMERIC SYSTEMS.
000200 DATE-WRITTEN. 2026-10-14.
000210 DATE-COMPILED.
000220
000230*****************************************************
000240* RUNS ONCE EVERY PARTITION'S DIVBATCH, DIVCLASS AND
000250* FACBATCH HAVE FINISHED, BEFORE DIVRECON. PARTCTL,
000260* WRITTEN BY PARTSPL, SAYS HOW MANY PARTITIONS THE
000270* CYCLE WAS CUT INTO AND WHAT EACH ONE HOLDS; NUMVAL
000280* IS THE WHOLE CYCLE'S RANGE FILE AND MUST CARRY THE
000290* SAME CYCLE ID.
000300*
000310* NOTHING IS WRITTEN UNTIL EVERY PARTITION HAS BEEN
000320* PROVED. FOR EACH PARTITION NN, DIVRPTNN, DIVCLSNN
000330* AND FACRPTNN MUST:
000340*     - EXIST
000350*     - START WITH THE CYCLE HEADER AND THE PARTHDR
000360*       RECORD FOR PARTITION NN OF THE SAME COUNT
000370*     - HOLD EXACTLY THE PARTCTL NUM COUNT, FROM ITS
000380*       FIRST NUM TO ITS LAST, AND NOTHING OUTSIDE IT
000390* AND DIVNEWNN MUST EXIST WITH THE SAME TWO HEADERS
000400* AND HOLD ONLY RESULTS FOR NUMS IN THE PARTITION. A
000410* PARTITION THAT NEVER RAN, STOPPED SHORT OR BELONGS
000420* TO ANOTHER CYCLE IS LISTED, AND THE RUN STOPS WITH
000430* RETURN-CODE 16 ONCE EVERY PARTITION HAS BEEN
000440* CHECKED.
000450*
000460* DIVBATCH REWRITES THE LINES AFTER ITS LAST
000470* CHECKPOINT WHEN A PARTITION IS RESTARTED; A LINE
000480* FOR A NUM AT OR BELOW THE HIGHEST ALREADY TAKEN FROM
000490* THAT PARTITION IS SUCH A REPEAT AND IS DROPPED. THE
000500* PARTITIONS ARE THEN COPIED IN ORDER - THEY ARE
000510* CONTIGUOUS AND ASCENDING, SO THAT IS THE MERGE - TO
000520* DIVRPT, DIVCLS AND FACRPT, EACH UNDER ONE CYCLE
000530* HEADER.
000540*
000550* LAST, THE DIVNEW RESULTS ARE WRITTEN TO DIVMAST. THIS
000560* JOB IS THE ONLY WRITER OF THE MASTER DURING A
000570* PARTITIONED CYCLE, SO NOTHING IS LOST TO PARALLEL
000580* UPDATES. A NUM ALREADY ON THE MASTER (A RESULT HELD
000590* TWICE ACROSS A RESTART, OR A RERUN OF THIS JOB) IS
000600* LEFT AS IT IS AND COUNTED; ANY OTHER WRITE FAILURE
000610* STOPS THE RUN WITH RETURN-CODE 16. A RERUN AFTER
000620* SUCH A STOP REBUILDS THE REPORTS AND POSTS ONLY
000630* WHAT IS STILL MISSING.
000640*****************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CTL-FILE ASSIGN TO "PARTCTL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTL-FILE-STATUS.
000710
000720     SELECT NUM-FILE ASSIGN TO "NUMVAL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-NUM-FILE-STATUS.
000750
000760     SELECT PIN-FILE ASSIGN USING WS-PIN-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PIN-FILE-STATUS.
000790
000800     SELECT NEW-FILE ASSIGN USING WS-NEW-FILE-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-NEW-FILE-STATUS.
000830
000840     SELECT DIV-FILE ASSIGN TO "DIVRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-DIV-FILE-STATUS.
000870
000880     SELECT CLS-FILE ASSIGN TO "DIVCLS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CLS-FILE-STATUS.
000910
000920     SELECT FAC-FILE ASSIGN TO "FACRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-FAC-FILE-STATUS.
000950
000960     SELECT OPTIONAL DVM-FILE ASSIGN TO "DIVMAST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS DVM-NUM
001000         FILE STATUS IS WS-DVM-FILE-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CTL-FILE.
001050     COPY PARTCTL.
001060
001070 FD  NUM-FILE.
001080 01  NUM-RECORD                  PIC X(20).
001090
001100*-----------------------------------------------------
001110* ONE PARTITION'S DIVRPT, DIVCLS OR FACRPT - WIDE
001120* ENOUGH FOR THE WIDEST OF THE THREE
001130*-----------------------------------------------------
001140 FD  PIN-FILE.
001150 01  PIN-RECORD                  PIC X(15100).
001160
001170*-----------------------------------------------------
001180* ONE PARTITION'S DIVNEW - DIVMAST'S LAYOUT AFTER THE
001190* CYCLE HEADER AND THE PARTITION RECORD
001200*-----------------------------------------------------
001210 FD  NEW-FILE.
001220 01  NEW-RECORD.
001230     03  NEW-NUM                 PIC 9(09).
001240     03  NEW-CLASS               PIC X(01).
001250     03  NEW-RESLEN              PIC 9(04).
001260     03  NEW-RES                 PIC 9(09)
001270             OCCURS 0 TO 1500 TIMES DEPENDING ON
001280             NEW-RESLEN.
001290 01  NEW-HEADER-RECORD           PIC X(20).
001300
001310 FD  DIV-FILE.
001320 01  DIV-RECORD                  PIC X(15100).
001330
001340 FD  CLS-FILE.
001350 01  CLS-RECORD                  PIC X(80).
001360
001370 FD  FAC-FILE.
001380 01  FAC-RECORD                  PIC X(250).
001390
001400 FD  DVM-FILE.
001410 01  DVM-RECORD.
001420     03  DVM-NUM                 PIC 9(09).
001430     03  DVM-CLASS               PIC X(01).
001440     03  DVM-RESLEN              PIC 9(04).
001450     03  DVM-RES                 PIC 9(09)
001460             OCCURS 0 TO 1500 TIMES DEPENDING ON
001470             DVM-RESLEN.
001480
001490 WORKING-STORAGE SECTION.
001500 01  WS-SWITCHES.
001510     03  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
001520         88  WS-CTL-EOF                     VALUE 'Y'.
001530     03  WS-PIN-EOF-SW           PIC X(01)  VALUE 'N'.
001540         88  WS-PIN-EOF                     VALUE 'Y'.
001550     03  WS-NEW-EOF-SW           PIC X(01)  VALUE 'N'.
001560         88  WS-NEW-EOF                     VALUE 'Y'.
001570     03  WS-PASS-SW              PIC X(01)  VALUE 'V'.
001580         88  WS-VERIFY-PASS                 VALUE 'V'.
001590         88  WS-COPY-PASS                   VALUE 'C'.
001600     03  WS-PART-BAD-SW          PIC X(01)  VALUE 'N'.
001610         88  WS-PART-BAD                    VALUE 'Y'.
001620
001630 01  WS-FILE-STATUSES.
001640     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001650     03  WS-NUM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001660     03  WS-PIN-FILE-STATUS      PIC X(02)  VALUE SPACES.
001670     03  WS-NEW-FILE-STATUS      PIC X(02)  VALUE SPACES.
001680     03  WS-DIV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001690     03  WS-CLS-FILE-STATUS      PIC X(02)  VALUE SPACES.
001700     03  WS-FAC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001710     03  WS-DVM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001720
001730 77  WS-PART-MAX                 PIC 9(02)  VALUE 99.
001740 77  WS-DVM-RES-MAX              PIC 9(04)  VALUE 1500.
001750
001760*-----------------------------------------------------
001770* PARTITION FILE NAMES - THE SERIAL NAME PLUS THE
001780* TWO-DIGIT PARTITION NUMBER
001790*-----------------------------------------------------
001800 01  WS-PIN-FILE-NAME.
001810     03  WS-PIN-FILE-STEM        PIC X(06)  VALUE SPACES.
001820     03  WS-PIN-FILE-SUFFIX      PIC 9(02)  VALUE 0.
001830
001840 01  WS-NEW-FILE-NAME.
001850     03  WS-NEW-FILE-STEM        PIC X(06)  VALUE 'DIVNEW'.
001860     03  WS-NEW-FILE-SUFFIX      PIC 9(02)  VALUE 0.
001870
001880*-----------------------------------------------------
001890* THE THREE REPORTS, IN THE ORDER THEY ARE MERGED
001900*-----------------------------------------------------
001910 01  WS-REPORT-STEMS.
001920     03  FILLER                  PIC X(06)  VALUE 'DIVRPT'.
001930     03  FILLER                  PIC X(06)  VALUE 'DIVCLS'.
001940     03  FILLER                  PIC X(06)  VALUE 'FACRPT'.
001950 01  WS-REPORT-STEM-TABLE REDEFINES WS-REPORT-STEMS.
001960     03  WS-REPORT-STEM          PIC X(06)  OCCURS 3 TIMES.
001970
001980*-----------------------------------------------------
001990* PARTCTL, ONE ENTRY PER PARTITION
002000*-----------------------------------------------------
002010 01  WS-PART-TABLE.
002020     03  WS-PART-ENTRY OCCURS 99 TIMES.
002030         05  WS-PART-NUM-COUNT   PIC 9(09).
002040         05  WS-PART-FIRST-NUM   PIC 9(09).
002050         05  WS-PART-LAST-NUM    PIC 9(09).
002060
002070 01  WS-WORK-FIELDS.
002080     03  WS-PART-COUNT           PIC 9(02)  VALUE 0.
002090     03  WS-CTL-COUNT            PIC 9(02)  VALUE 0.
002100     03  WS-PART-SUB             PIC 9(02)  VALUE 0.
002110     03  WS-RPT-SUB              PIC 9(01)  VALUE 0.
002120     03  WS-DVM-SUB              PIC 9(04)  COMP.
002130     03  WS-KEY-X                PIC X(09).
002140     03  WS-KEY                  PIC 9(09)  VALUE 0.
002150     03  WS-HIGH-KEY             PIC 9(09)  VALUE 0.
002160     03  WS-FIRST-KEY            PIC 9(09)  VALUE 0.
002170     03  WS-PART-LINES           PIC 9(09)  VALUE 0.
002180     03  WS-REFUSE-COUNT         PIC 9(04)  VALUE 0.
002190     03  WS-REFUSE-REASON        PIC X(40)  VALUE SPACES.
002200
002210 01  WS-RUN-TOTALS.
002220     03  WS-LINES-READ           PIC 9(09)  VALUE 0.
002230     03  WS-LINES-WRITTEN        PIC 9(09)  VALUE 0.
002240     03  WS-REPEATS-DROPPED      PIC 9(09)  VALUE 0.
002250     03  WS-HELD-READ            PIC 9(09)  VALUE 0.
002260     03  WS-HELD-POSTED          PIC 9(09)  VALUE 0.
002270     03  WS-HELD-ON-FILE         PIC 9(09)  VALUE 0.
002280
002290 01  WS-AUDIT-FIELDS.
002300     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002310     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002320     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002330
002340*-----------------------------------------------------
002350* THE RUN-CYCLE ID ADOPTED FROM THE NUMVAL HEADER
002360*-----------------------------------------------------
002370 01  WS-CYCLE-FIELDS.
002380     03  WS-CYCLE-ID             PIC 9(14)  VALUE 0.
002390
002400     COPY CYCHDR.
002410
002420     COPY PARTHDR.
002430
002440     COPY AUDITREC.
002450
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002490
002500     SET WS-VERIFY-PASS TO TRUE
002510     PERFORM 2000-PASS-ONE-REPORT THRU 2000-EXIT
002520         VARYING WS-RPT-SUB FROM 1 BY 1
002530         UNTIL WS-RPT-SUB > 3
002540     PERFORM 4000-PASS-ONE-HELD-FILE THRU 4000-EXIT
002550         VARYING WS-PART-SUB FROM 1 BY 1
002560         UNTIL WS-PART-SUB > WS-PART-COUNT
002570     IF WS-REFUSE-COUNT > 0
002580         DISPLAY 'PARTMRG: ' WS-REFUSE-COUNT
002590             ' PARTITION FILE(S) MISSING OR INCOMPLETE -'
002600             ' NOTHING MERGED'
002610         MOVE 16 TO RETURN-CODE
002620         GOBACK
002630     END-IF
002640
002650     SET WS-COPY-PASS TO TRUE
002660     PERFORM 2000-PASS-ONE-REPORT THRU 2000-EXIT
002670         VARYING WS-RPT-SUB FROM 1 BY 1
002680         UNTIL WS-RPT-SUB > 3
002690     PERFORM 5000-OPEN-MASTER THRU 5000-EXIT
002700     PERFORM 4000-PASS-ONE-HELD-FILE THRU 4000-EXIT
002710         VARYING WS-PART-SUB FROM 1 BY 1
002720         UNTIL WS-PART-SUB > WS-PART-COUNT
002730
002740     PERFORM 8000-TERMINATE THRU 8000-EXIT
002750     MOVE 0 TO RETURN-CODE
002760     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002770     GOBACK
002780     .
002790
002800*-----------------------------------------------------
002810* 1000-INITIALIZE - THE CYCLE FROM NUMVAL, THEN THE
002820*     PARTITIONS FROM PARTCTL
002830*-----------------------------------------------------
002840 1000-INITIALIZE.
002850     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002860     ACCEPT WS-AUD-TIME-WORK FROM TIME
002870     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002880
002890     OPEN INPUT NUM-FILE
002900     IF WS-NUM-FILE-STATUS NOT = '00'
002910         DISPLAY 'PARTMRG: CANNOT OPEN NUMVAL, STATUS='
002920             WS-NUM-FILE-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         GOBACK
002950     END-IF
002960     MOVE SPACES TO NUM-RECORD
002970     READ NUM-FILE
002980         AT END
002990             MOVE SPACES TO NUM-RECORD
003000     END-READ
003010     CLOSE NUM-FILE
003020     MOVE NUM-RECORD TO CYC-HEADER-RECORD
003030     IF NOT CYC-HDR-PRESENT
003040      OR CYC-HDR-ID IS NOT NUMERIC
003050         DISPLAY 'PARTMRG: NUMVAL CARRIES NO CYCLE'
003060             ' HEADER - RECORD=' NUM-RECORD
003070         MOVE 16 TO RETURN-CODE
003080         GOBACK
003090     END-IF
003100     MOVE CYC-HDR-ID TO WS-CYCLE-ID
003110
003120     OPEN INPUT CTL-FILE
003130     IF WS-CTL-FILE-STATUS NOT = '00'
003140         DISPLAY 'PARTMRG: CANNOT OPEN PARTCTL, STATUS='
003150             WS-CTL-FILE-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         GOBACK
003180     END-IF
003190     PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
003200         UNTIL WS-CTL-EOF
003210     CLOSE CTL-FILE
003220
003230     IF WS-CTL-COUNT = 0
003240         DISPLAY 'PARTMRG: PARTCTL IS EMPTY - NO PARTITIONS'
003250             ' TO MERGE'
003260         MOVE 16 TO RETURN-CODE
003270         GOBACK
003280     END-IF
003290     IF WS-CTL-COUNT NOT = WS-PART-COUNT
003300         DISPLAY 'PARTMRG: PARTCTL HOLDS ' WS-CTL-COUNT
003310             ' OF ' WS-PART-COUNT ' PARTITIONS - NOTHING'
003320             ' MERGED'
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF
003360     DISPLAY 'PARTMRG: CYCLE=' WS-CYCLE-ID
003370         ' PARTITIONS=' WS-PART-COUNT
003380     .
003390 1000-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------
003430* 1100-LOAD-ONE-PARTITION - PARTCTL RECORDS COME IN
003440*     PARTITION ORDER, ALL FOR THE ONE CYCLE AND ALL
003450*     AGREEING ON THE PARTITION COUNT
003460*-----------------------------------------------------
003470 1100-LOAD-ONE-PARTITION.
003480     READ CTL-FILE
003490         AT END
003500             SET WS-CTL-EOF TO TRUE
003510             GO TO 1100-EXIT
003520     END-READ
003530     ADD 1 TO WS-CTL-COUNT
003540
003550     IF PCT-CYCLE-ID IS NOT NUMERIC
003560      OR PCT-CYCLE-ID NOT = WS-CYCLE-ID
003570         DISPLAY 'PARTMRG: PARTCTL IS NOT FOR CYCLE='
003580             WS-CYCLE-ID ' - RECORD=' PCT-RECORD
003590         MOVE 16 TO RETURN-CODE
003600         GOBACK
003610     END-IF
003620     IF PCT-PART-NUMBER IS NOT NUMERIC
003630      OR PCT-PART-COUNT IS NOT NUMERIC
003640      OR PCT-NUM-COUNT IS NOT NUMERIC
003650      OR PCT-FIRST-NUM IS NOT NUMERIC
003660      OR PCT-LAST-NUM IS NOT NUMERIC
003670      OR PCT-PART-NUMBER NOT = WS-CTL-COUNT
003680      OR PCT-PART-COUNT < 2
003690      OR PCT-PART-COUNT > WS-PART-MAX
003700         DISPLAY 'PARTMRG: BAD PARTCTL RECORD ' WS-CTL-COUNT
003710             ' - RECORD=' PCT-RECORD
003720         MOVE 16 TO RETURN-CODE
003730         GOBACK
003740     END-IF
003750     IF WS-CTL-COUNT = 1
003760         MOVE PCT-PART-COUNT TO WS-PART-COUNT
003770     END-IF
003780     IF PCT-PART-COUNT NOT = WS-PART-COUNT
003790      OR WS-CTL-COUNT > WS-PART-COUNT
003800         DISPLAY 'PARTMRG: PARTCTL DISAGREES ON THE'
003810             ' PARTITION COUNT - RECORD=' PCT-RECORD
003820         MOVE 16 TO RETURN-CODE
003830         GOBACK
003840     END-IF
003850
003860     MOVE PCT-NUM-COUNT TO WS-PART-NUM-COUNT(WS-CTL-COUNT)
003870     MOVE PCT-FIRST-NUM TO WS-PART-FIRST-NUM(WS-CTL-COUNT)
003880     MOVE PCT-LAST-NUM TO WS-PART-LAST-NUM(WS-CTL-COUNT)
003890     .
003900 1100-EXIT.
003910     EXIT.
003920
003930*-----------------------------------------------------
003940* 2000-PASS-ONE-REPORT - EVERY PARTITION OF ONE
003950*     REPORT, IN ORDER. THE COPY PASS OPENS THE SERIAL
003960*     REPORT AND STAMPS ITS ONE CYCLE HEADER FIRST.
003970*-----------------------------------------------------
003980 2000-PASS-ONE-REPORT.
003990     IF WS-COPY-PASS
004000         PERFORM 2100-OPEN-REPORT THRU 2100-EXIT
004010     END-IF
004020     PERFORM 3000-PASS-ONE-PARTITION THRU 3000-EXIT
004030         VARYING WS-PART-SUB FROM 1 BY 1
004040         UNTIL WS-PART-SUB > WS-PART-COUNT
004050     IF WS-COPY-PASS
004060         PERFORM 2200-CLOSE-REPORT THRU 2200-EXIT
004070     END-IF
004080     .
004090 2000-EXIT.
004100     EXIT.
004110
004120 2100-OPEN-REPORT.
004130     EVALUATE WS-RPT-SUB
004140         WHEN 1
004150             OPEN OUTPUT DIV-FILE
004160             MOVE WS-DIV-FILE-STATUS TO WS-PIN-FILE-STATUS
004170         WHEN 2
004180             OPEN OUTPUT CLS-FILE
004190             MOVE WS-CLS-FILE-STATUS TO WS-PIN-FILE-STATUS
004200         WHEN 3
004210             OPEN OUTPUT FAC-FILE
004220             MOVE WS-FAC-FILE-STATUS TO WS-PIN-FILE-STATUS
004230     END-EVALUATE
004240     IF WS-PIN-FILE-STATUS NOT = '00'
004250         DISPLAY 'PARTMRG: CANNOT OPEN '
004260             WS-REPORT-STEM(WS-RPT-SUB)
004270             ', STATUS=' WS-PIN-FILE-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         GOBACK
004300     END-IF
004310     MOVE 'CYCLE=' TO CYC-HDR-TAG
004320     MOVE WS-CYCLE-ID TO CYC-HDR-ID
004330     MOVE CYC-HEADER-RECORD TO PIN-RECORD
004340     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
004350     .
004360 2100-EXIT.
004370     EXIT.
004380
004390 2200-CLOSE-REPORT.
004400     EVALUATE WS-RPT-SUB
004410         WHEN 1
004420             CLOSE DIV-FILE
004430         WHEN 2
004440             CLOSE CLS-FILE
004450         WHEN 3
004460             CLOSE FAC-FILE
004470     END-EVALUATE
004480     .
004490 2200-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------
004530* 3000-PASS-ONE-PARTITION - ONE PARTITION FILE OF ONE
004540*     REPORT. THE VERIFY PASS PROVES IT AGAINST PARTCTL;
004550*     THE COPY PASS, WHICH ONLY RUNS ONCE EVERY FILE HAS
004560*     BEEN PROVED, COPIES ITS NUM LINES ACROSS.
004570*-----------------------------------------------------
004580 3000-PASS-ONE-PARTITION.
004590     MOVE WS-REPORT-STEM(WS-RPT-SUB) TO WS-PIN-FILE-STEM
004600     MOVE WS-PART-SUB TO WS-PIN-FILE-SUFFIX
004610     MOVE 'N' TO WS-PART-BAD-SW
004620     MOVE 'N' TO WS-PIN-EOF-SW
004630     MOVE 0 TO WS-PART-LINES
004640     MOVE 0 TO WS-HIGH-KEY
004650     MOVE 0 TO WS-FIRST-KEY
004660
004670     OPEN INPUT PIN-FILE
004680     IF WS-PIN-FILE-STATUS NOT = '00'
004690         MOVE 'IS MISSING' TO WS-REFUSE-REASON
004700         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
004710         GO TO 3000-EXIT
004720     END-IF
004730
004740     PERFORM 3050-CHECK-PIN-HEADERS THRU 3050-EXIT
004750     IF NOT WS-PART-BAD
004760         PERFORM 3100-PASS-ONE-LINE THRU 3100-EXIT
004770             UNTIL WS-PIN-EOF
004780             OR WS-PART-BAD
004790     END-IF
004800     CLOSE PIN-FILE
004810
004820     IF WS-PART-BAD
004830      OR WS-COPY-PASS
004840         GO TO 3000-EXIT
004850     END-IF
004860     IF WS-PART-LINES NOT = WS-PART-NUM-COUNT(WS-PART-SUB)
004870      OR WS-FIRST-KEY NOT = WS-PART-FIRST-NUM(WS-PART-SUB)
004880      OR WS-HIGH-KEY NOT = WS-PART-LAST-NUM(WS-PART-SUB)
004890         MOVE 'IS INCOMPLETE' TO WS-REFUSE-REASON
004900         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
004910         DISPLAY 'PARTMRG:     HOLDS ' WS-PART-LINES
004920             ' NUMS ' WS-FIRST-KEY '-' WS-HIGH-KEY
004930             ', PARTCTL SAYS '
004940             WS-PART-NUM-COUNT(WS-PART-SUB) ' NUMS '
004950             WS-PART-FIRST-NUM(WS-PART-SUB) '-'
004960             WS-PART-LAST-NUM(WS-PART-SUB)
004970     END-IF
004980     .
004990 3000-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------
005030* 3050-CHECK-PIN-HEADERS - THE CYCLE HEADER, THEN THE
005040*     PARTITION RECORD FOR THIS PARTITION
005050*-----------------------------------------------------
005060 3050-CHECK-PIN-HEADERS.
005070     MOVE SPACES TO PIN-RECORD
005080     READ PIN-FILE
005090         AT END
005100             MOVE SPACES TO PIN-RECORD
005110     END-READ
005120     MOVE PIN-RECORD(1:20) TO CYC-HEADER-RECORD
005130     IF NOT CYC-HDR-PRESENT
005140      OR CYC-HDR-ID IS NOT NUMERIC
005150         MOVE 'CARRIES NO CYCLE HEADER' TO WS-REFUSE-REASON
005160         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005170         GO TO 3050-EXIT
005180     END-IF
005190     IF CYC-HDR-ID NOT = WS-CYCLE-ID
005200         MOVE 'IS FROM ANOTHER CYCLE' TO WS-REFUSE-REASON
005210         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005220         GO TO 3050-EXIT
005230     END-IF
005240
005250     MOVE SPACES TO PIN-RECORD
005260     READ PIN-FILE
005270         AT END
005280             MOVE SPACES TO PIN-RECORD
005290     END-READ
005300     MOVE PIN-RECORD(1:20) TO PRT-HEADER-RECORD
005310     PERFORM 3060-CHECK-PART-RECORD THRU 3060-EXIT
005320     .
005330 3050-EXIT.
005340     EXIT.
005350
005360*-----------------------------------------------------
005370* 3060-CHECK-PART-RECORD - PRT-HEADER-RECORD MUST NAME
005380*     THIS PARTITION OF THIS MANY. SHARED BY THE REPORT
005390*     AND DIVNEW CHECKS.
005400*-----------------------------------------------------
005410 3060-CHECK-PART-RECORD.
005420     IF NOT PRT-HDR-PRESENT
005430      OR PRT-HDR-NUMBER IS NOT NUMERIC
005440      OR PRT-HDR-COUNT IS NOT NUMERIC
005450         MOVE 'CARRIES NO PARTITION RECORD'
005460             TO WS-REFUSE-REASON
005470         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005480         GO TO 3060-EXIT
005490     END-IF
005500     IF PRT-HDR-NUMBER NOT = WS-PART-SUB
005510      OR PRT-HDR-COUNT NOT = WS-PART-COUNT
005520         MOVE 'IS FOR ANOTHER PARTITION' TO WS-REFUSE-REASON
005530         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005540     END-IF
005550     .
005560 3060-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------
005600* 3100-PASS-ONE-LINE - A NUM LINE MUST FALL INSIDE
005610*     THE PARTITION. ONE AT OR BELOW THE HIGHEST NUM
005620*     ALREADY TAKEN IS A RESTART REPEAT AND IS DROPPED.
005630*-----------------------------------------------------
005640 3100-PASS-ONE-LINE.
005650     MOVE SPACES TO PIN-RECORD
005660     READ PIN-FILE
005670         AT END
005680             SET WS-PIN-EOF TO TRUE
005690             GO TO 3100-EXIT
005700     END-READ
005710
005720     MOVE PIN-RECORD(5:9) TO WS-KEY-X
005730     IF PIN-RECORD(1:4) NOT = 'NUM='
005740      OR WS-KEY-X IS NOT NUMERIC
005750         MOVE 'HOLDS A LINE THAT IS NOT A NUM LINE'
005760             TO WS-REFUSE-REASON
005770         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005780         GO TO 3100-EXIT
005790     END-IF
005800     MOVE WS-KEY-X TO WS-KEY
005810     IF WS-KEY < WS-PART-FIRST-NUM(WS-PART-SUB)
005820      OR WS-KEY > WS-PART-LAST-NUM(WS-PART-SUB)
005830         MOVE 'HOLDS A NUM OUTSIDE ITS RANGE'
005840             TO WS-REFUSE-REASON
005850         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
005860         GO TO 3100-EXIT
005870     END-IF
005880
005890     IF WS-PART-LINES > 0
005900      AND WS-KEY NOT > WS-HIGH-KEY
005910         IF WS-COPY-PASS
005920             ADD 1 TO WS-REPEATS-DROPPED
005930         END-IF
005940         GO TO 3100-EXIT
005950     END-IF
005960
005970     ADD 1 TO WS-PART-LINES
005980     IF WS-PART-LINES = 1
005990         MOVE WS-KEY TO WS-FIRST-KEY
006000     END-IF
006010     MOVE WS-KEY TO WS-HIGH-KEY
006020     IF WS-COPY-PASS
006030         ADD 1 TO WS-LINES-READ
006040         PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
006050     END-IF
006060     .
006070 3100-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------
006110* 3200-WRITE-REPORT-LINE - PIN-RECORD ONTO THE SERIAL
006120*     REPORT BEING BUILT
006130*-----------------------------------------------------
006140 3200-WRITE-REPORT-LINE.
006150     EVALUATE WS-RPT-SUB
006160         WHEN 1
006170             MOVE PIN-RECORD TO DIV-RECORD
006180             WRITE DIV-RECORD
006190             MOVE WS-DIV-FILE-STATUS TO WS-PIN-FILE-STATUS
006200         WHEN 2
006210             MOVE PIN-RECORD(1:80) TO CLS-RECORD
006220             WRITE CLS-RECORD
006230             MOVE WS-CLS-FILE-STATUS TO WS-PIN-FILE-STATUS
006240         WHEN 3
006250             MOVE PIN-RECORD(1:250) TO FAC-RECORD
006260             WRITE FAC-RECORD
006270             MOVE WS-FAC-FILE-STATUS TO WS-PIN-FILE-STATUS
006280     END-EVALUATE
006290     IF WS-PIN-FILE-STATUS NOT = '00'
006300         DISPLAY 'PARTMRG: CANNOT WRITE '
006310             WS-REPORT-STEM(WS-RPT-SUB)
006320             ', STATUS=' WS-PIN-FILE-STATUS
006330         MOVE 16 TO RETURN-CODE
006340         GOBACK
006350     END-IF
006360     ADD 1 TO WS-LINES-WRITTEN
006370     .
006380 3200-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------
006420* 3900-REFUSE-PARTITION - LIST ONE BAD PARTITION FILE.
006430*     THE VERIFY PASS GOES ON TO CHECK THE REST SO ONE
006440*     RUN NAMES EVERY PARTITION THAT NEEDS RERUNNING.
006450*     THE COPY PASS ONLY READS FILES ALREADY PROVED, SO
006460*     A FAILURE THERE MEANS ONE CHANGED UNDERNEATH IT.
006470*-----------------------------------------------------
006480 3900-REFUSE-PARTITION.
006490     SET WS-PART-BAD TO TRUE
006500     IF WS-COPY-PASS
006510         DISPLAY 'PARTMRG: ' WS-PIN-FILE-NAME
006520             ' CHANGED DURING THE MERGE - '
006530             WS-REFUSE-REASON
006540         MOVE 16 TO RETURN-CODE
006550         GOBACK
006560     END-IF
006570     ADD 1 TO WS-REFUSE-COUNT
006580     DISPLAY 'PARTMRG: PARTITION ' WS-PART-SUB ' - '
006590         WS-PIN-FILE-NAME ' ' WS-REFUSE-REASON
006600     .
006610 3900-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------
006650* 4000-PASS-ONE-HELD-FILE - ONE PARTITION'S DIVNEW.
006660*     THE VERIFY PASS CHECKS ITS HEADERS AND THAT EVERY
006670*     RESULT IS FOR A NUM IN THE PARTITION; THE POSTING
006680*     PASS WRITES EACH RESULT TO DIVMAST.
006690*-----------------------------------------------------
006700 4000-PASS-ONE-HELD-FILE.
006710     MOVE WS-PART-SUB TO WS-NEW-FILE-SUFFIX
006720     MOVE WS-NEW-FILE-NAME TO WS-PIN-FILE-NAME
006730     MOVE 'N' TO WS-PART-BAD-SW
006740     MOVE 'N' TO WS-NEW-EOF-SW
006750
006760     OPEN INPUT NEW-FILE
006770     IF WS-NEW-FILE-STATUS NOT = '00'
006780         MOVE 'IS MISSING' TO WS-REFUSE-REASON
006790         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
006800         GO TO 4000-EXIT
006810     END-IF
006820
006830     MOVE SPACES TO NEW-HEADER-RECORD
006840     READ NEW-FILE
006850         AT END
006860             MOVE SPACES TO NEW-HEADER-RECORD
006870     END-READ
006880     MOVE NEW-HEADER-RECORD TO CYC-HEADER-RECORD
006890     IF NOT CYC-HDR-PRESENT
006900      OR CYC-HDR-ID IS NOT NUMERIC
006910      OR CYC-HDR-ID NOT = WS-CYCLE-ID
006920         MOVE 'IS NOT FROM THIS CYCLE' TO WS-REFUSE-REASON
006930         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
006940     ELSE
006950         MOVE SPACES TO NEW-HEADER-RECORD
006960         READ NEW-FILE
006970             AT END
006980                 MOVE SPACES TO NEW-HEADER-RECORD
006990         END-READ
007000         MOVE NEW-HEADER-RECORD TO PRT-HEADER-RECORD
007010         PERFORM 3060-CHECK-PART-RECORD THRU 3060-EXIT
007020     END-IF
007030
007040     IF NOT WS-PART-BAD
007050         PERFORM 4100-PASS-ONE-RESULT THRU 4100-EXIT
007060             UNTIL WS-NEW-EOF
007070             OR WS-PART-BAD
007080     END-IF
007090     CLOSE NEW-FILE
007100     .
007110 4000-EXIT.
007120     EXIT.
007130
007140 4100-PASS-ONE-RESULT.
007150     READ NEW-FILE
007160         AT END
007170             SET WS-NEW-EOF TO TRUE
007180             GO TO 4100-EXIT
007190     END-READ
007200
007210     IF NEW-NUM IS NOT NUMERIC
007220      OR NEW-RESLEN IS NOT NUMERIC
007230         MOVE 'HOLDS AN UNREADABLE RESULT'
007240             TO WS-REFUSE-REASON
007250         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
007260         GO TO 4100-EXIT
007270     END-IF
007280     IF NEW-NUM < WS-PART-FIRST-NUM(WS-PART-SUB)
007290      OR NEW-NUM > WS-PART-LAST-NUM(WS-PART-SUB)
007310         MOVE 'HOLDS A RESULT OUTSIDE ITS RANGE'
007320             TO WS-REFUSE-REASON
007330         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
007340         GO TO 4100-EXIT
007350     END-IF
007351     IF NEW-RESLEN > WS-DVM-RES-MAX
007352         MOVE 'HOLDS A RESULT WITH RESLEN OVER 1500'
007353             TO WS-REFUSE-REASON
007354         PERFORM 3900-REFUSE-PARTITION THRU 3900-EXIT
007355         GO TO 4100-EXIT
007356     END-IF
007360
007370     IF WS-COPY-PASS
007380         ADD 1 TO WS-HELD-READ
007390         PERFORM 5100-POST-ONE-RESULT THRU 5100-EXIT
007400     END-IF
007410     .
007420 4100-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------
007460* 5000-OPEN-MASTER - I-O, AS A SERIAL DIVBATCH OPENS
007470*     IT (STATUS 05 IS THE SUCCESSFUL OPEN OF AN
007480*     OPTIONAL FILE THAT DID NOT EXIST YET)
007490*-----------------------------------------------------
007500 5000-OPEN-MASTER.
007510     OPEN I-O DVM-FILE
007520     IF WS-DVM-FILE-STATUS NOT = '00'
007530      AND WS-DVM-FILE-STATUS NOT = '05'
007540         DISPLAY 'PARTMRG: CANNOT OPEN DIVMAST,'
007550             ' STATUS=' WS-DVM-FILE-STATUS
007560         MOVE 16 TO RETURN-CODE
007570         GOBACK
007580     END-IF
007590     .
007600 5000-EXIT.
007610     EXIT.
007620
007630*-----------------------------------------------------
007640* 5100-POST-ONE-RESULT - STATUS 22 MEANS THE NUM IS
007650*     ALREADY ON THE MASTER, WHICH IS LEFT ALONE
007660*-----------------------------------------------------
007670 5100-POST-ONE-RESULT.
007680     MOVE NEW-NUM TO DVM-NUM
007690     MOVE NEW-CLASS TO DVM-CLASS
007700     MOVE NEW-RESLEN TO DVM-RESLEN
007710     PERFORM 5110-POST-ONE-DIVISOR THRU 5110-EXIT
007720         VARYING WS-DVM-SUB FROM 1 BY 1
007730         UNTIL WS-DVM-SUB > DVM-RESLEN
007740     WRITE DVM-RECORD
007750     EVALUATE WS-DVM-FILE-STATUS
007760         WHEN '00'
007770             ADD 1 TO WS-HELD-POSTED
007780         WHEN '22'
007790             ADD 1 TO WS-HELD-ON-FILE
007800         WHEN OTHER
007810             DISPLAY 'PARTMRG: CANNOT WRITE DIVMAST, STATUS='
007820                 WS-DVM-FILE-STATUS ' NUM=' DVM-NUM
007830             MOVE 16 TO RETURN-CODE
007840             GOBACK
007850     END-EVALUATE
007860     .
007870 5100-EXIT.
007880     EXIT.
007890
007900 5110-POST-ONE-DIVISOR.
007910     MOVE NEW-RES(WS-DVM-SUB) TO DVM-RES(WS-DVM-SUB)
007920     .
007930 5110-EXIT.
007940     EXIT.
007950
007960*-----------------------------------------------------
007970* 8000-TERMINATE - TOTALS AND CLOSE THE MASTER
007980*-----------------------------------------------------
007990 8000-TERMINATE.
008000     DISPLAY 'PARTMRG: CYCLE=' WS-CYCLE-ID
008010         ' LINES-MERGED=' WS-LINES-READ
008020         ' RESTART-REPEATS-DROPPED=' WS-REPEATS-DROPPED
008030     DISPLAY 'PARTMRG: HELD-RESULTS=' WS-HELD-READ
008040         ' POSTED=' WS-HELD-POSTED
008050         ' ALREADY-ON-DIVMAST=' WS-HELD-ON-FILE
008060     CLOSE DVM-FILE
008070     .
008080 8000-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------
008120* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
008130*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
008140*-----------------------------------------------------
008150 9500-WRITE-AUDIT.
008160     MOVE 'PARTMRG' TO AUD-JOB-NAME
008170     MOVE WS-AUD-START-DATE TO AUD-START-DATE
008180     MOVE WS-AUD-START-TIME TO AUD-START-TIME
008190     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
008200     ACCEPT WS-AUD-TIME-WORK FROM TIME
008210     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
008220     COMPUTE AUD-RECORDS-READ = WS-LINES-READ
008230         + WS-REPEATS-DROPPED + WS-HELD-READ
008240     COMPUTE AUD-RECORDS-WRITTEN = WS-LINES-WRITTEN
008250         + WS-HELD-POSTED
008260     COMPUTE AUD-RECORDS-SKIPPED = WS-REPEATS-DROPPED
008270         + WS-HELD-ON-FILE
008280     SET AUD-FRESH-RUN TO TRUE
008290     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID
008300     MOVE RETURN-CODE TO AUD-RETURN-CODE
008310     CALL 'AUDWRITE' USING AUD-RECORD
008320*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
008330*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
008340*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
008350*    FAILED AUDIT WRITE (16) IS KEPT.
008360     IF RETURN-CODE = 0
008370         MOVE AUD-RETURN-CODE TO RETURN-CODE
008380     END-IF
008390     .
008400 9500-EXIT.
008410     EXIT.
008420
008430 END PROGRAM PARTMRG.
