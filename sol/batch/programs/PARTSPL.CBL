000010*****************************************************
000020* PROGRAM      PARTSPL
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-14
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-14 DWO  INITIAL VERSION - CUTS THE CYCLE'S
000090*                 NUMVAL INTO CONTIGUOUS ASCENDING
000100*                 PARTITIONS SO SEVERAL COPIES OF
000110*                 DIVBATCH, DIVCLASS AND FACBATCH CAN RUN
000120*                 SIDE BY SIDE. A FULL NINE-DIGIT
000130*                 CERTIFICATION RANGE NO LONGER FITS THE
000140*                 BATCH WINDOW WALKED SERIALLY.
000141* 2026-10-15 DWO  THE CYCLE HEADER AND PART RECORD WRITES
000142*                 TO EACH PARTITION FILE ARE NOW CHECKED,
000143*                 AS THE NUM WRITES ALREADY WERE.
000150*****************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PARTSPL.
000180 AUTHOR. D. OKAFOR.
000190 INSTALLATION. QA NUMERIC SYSTEMS.
000200 DATE-WRITTEN. 2026-10-14.
000210 DATE-COMPILED.
000220
000230*****************************************************
000240* THE PRTPRM CARD GIVES THE NUMBER OF PARTITIONS IN
000250* COLUMNS 1-2 (02 TO 99). NUMVAL IS READ ONCE TO COUNT
000260* ITS NUMS AND AGAIN TO CUT THEM: PARTITION NN GOES TO
000270* THE FILE NUMVALNN AND GETS THE NEXT SLICE OF THE
000280* RANGE, IN ORDER, EVERY SLICE THE SAME SIZE TO WITHIN
000290* ONE NUM (THE FIRST SLICES TAKE THE REMAINDER). EACH
000300* PARTITION FILE STARTS WITH THE CYCLE'S OWN CYCHDR
000310* HEADER, THEN THE PARTHDR RECORD NAMING IT (PART=NN/
000320* TT), THEN ITS NUMS.
000330*
000340* ONE PARTCTL RECORD PER PARTITION (PARTCTL COPYBOOK)
000350* RECORDS ITS NUM COUNT AND FIRST AND LAST NUM.
000360* PARTMRG CHECKS THE PARTITION OUTPUTS AGAINST IT.
000370*
000380* EACH PARTITION IS THEN RUN AS ITS OWN JOB WITH THE
000390* DRIVERS' FILES POINTED AT THAT PARTITION'S OWN
000400* DATASETS:
000410*     NUMVAL  -> NUMVALNN     DIVCLS  -> DIVCLSNN
000420*     DIVRPT  -> DIVRPTNN     FACRPT  -> FACRPTNN
000430*     DIVCKPT -> DIVCKPNN     DIVNEW  -> DIVNEWNN
000440* SO A PARTITION THAT FAILS RESTARTS FROM ITS OWN
000450* CHECKPOINT WITHOUT DISTURBING THE OTHERS. WHEN
000460* EVERY PARTITION HAS FINISHED, PARTMRG BUILDS THE
000470* SERIAL DIVRPT, DIVCLS AND FACRPT AND POSTS THE NEW
000480* DIVMAST RESULTS.
000490*
000500* A BAD CARD, A NUMVAL WITHOUT A CYCLE HEADER, A NUMVAL
000510* THAT IS ALREADY A PARTITION, OR FEWER NUMS THAN
000520* PARTITIONS STOPS THE RUN WITH RETURN-CODE 16 BEFORE
000530* ANY PARTITION IS WRITTEN.
000540*****************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PRM-FILE ASSIGN TO "PRTPRM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PRM-FILE-STATUS.
000610
000620     SELECT NUM-FILE ASSIGN TO "NUMVAL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-NUM-FILE-STATUS.
000650
000660     SELECT PART-FILE ASSIGN USING WS-PART-FILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PART-FILE-STATUS.
000690
000700     SELECT CTL-FILE ASSIGN TO "PARTCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CTL-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PRM-FILE.
000770 01  PRM-RECORD.
000780     03  PRM-PART-COUNT-X        PIC X(02).
000790     03  PRM-PART-COUNT REDEFINES PRM-PART-COUNT-X
000800                                 PIC 9(02).
000810     03  FILLER                  PIC X(78).
000820
000830 FD  NUM-FILE.
000840 01  NUM-RECORD                  PIC X(20).
000850
000860 FD  PART-FILE.
000870 01  PART-RECORD                 PIC X(20).
000880
000890 FD  CTL-FILE.
000900     COPY PARTCTL.
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
000940     03  WS-NUM-EOF-SW           PIC X(01)  VALUE 'N'.
000950         88  WS-NUM-EOF                     VALUE 'Y'.
000960
000970 01  WS-FILE-STATUSES.
000980     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
000990     03  WS-NUM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001000     03  WS-PART-FILE-STATUS     PIC X(02)  VALUE SPACES.
001010     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001020
001030 77  WS-PART-MAX                 PIC 9(02)  VALUE 99.
001040
001050*-----------------------------------------------------
001060* PARTITION FILE NAME - NUMVAL PLUS THE TWO-DIGIT
001070* PARTITION NUMBER
001080*-----------------------------------------------------
001090 01  WS-PART-FILE-NAME.
001100     03  WS-PART-FILE-STEM       PIC X(06)  VALUE 'NUMVAL'.
001110     03  WS-PART-FILE-SUFFIX     PIC 9(02)  VALUE 0.
001120
001130 01  WS-WORK-FIELDS.
001140     03  WS-NUM                  PIC 9(09)  VALUE 0.
001150     03  WS-PART-COUNT           PIC 9(02)  VALUE 0.
001160     03  WS-PART-NUMBER          PIC 9(02)  VALUE 0.
001170     03  WS-NUM-TOTAL            PIC 9(09)  VALUE 0.
001180     03  WS-BASE-SIZE            PIC 9(09)  VALUE 0.
001190     03  WS-EXTRA-COUNT          PIC 9(09)  VALUE 0.
001200     03  WS-PART-SIZE            PIC 9(09)  VALUE 0.
001210     03  WS-PART-WRITTEN         PIC 9(09)  VALUE 0.
001220     03  WS-FIRST-NUM            PIC 9(09)  VALUE 0.
001230     03  WS-RECORDS-READ         PIC 9(09)  VALUE 0.
001240     03  WS-RECORDS-WRITTEN      PIC 9(09)  VALUE 0.
001250
001260 01  WS-AUDIT-FIELDS.
001270     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
001280     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
001290     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
001300
001310*-----------------------------------------------------
001320* THE RUN-CYCLE ID ADOPTED FROM THE NUMVAL HEADER
001330*-----------------------------------------------------
001340 01  WS-CYCLE-FIELDS.
001350     03  WS-CYCLE-ID             PIC 9(14)  VALUE 0.
001360
001370     COPY CYCHDR.
001380
001390     COPY PARTHDR.
001400
001410     COPY AUDITREC.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     PERFORM 2000-COUNT-NUMS THRU 2000-EXIT
001470     PERFORM 3000-WRITE-ONE-PARTITION THRU 3000-EXIT
001480         VARYING WS-PART-NUMBER FROM 1 BY 1
001490         UNTIL WS-PART-NUMBER > WS-PART-COUNT
001500     PERFORM 8000-TERMINATE THRU 8000-EXIT
001510     MOVE 0 TO RETURN-CODE
001520     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
001530     GOBACK
001540     .
001550
001560*-----------------------------------------------------
001570* 1000-INITIALIZE - READ AND EDIT THE PRTPRM CARD
001580*-----------------------------------------------------
001590 1000-INITIALIZE.
001600     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
001610     ACCEPT WS-AUD-TIME-WORK FROM TIME
001620     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
001630
001640     OPEN INPUT PRM-FILE
001650     IF WS-PRM-FILE-STATUS NOT = '00'
001660         DISPLAY 'PARTSPL: CANNOT OPEN PRTPRM, STATUS='
001670             WS-PRM-FILE-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         GOBACK
001700     END-IF
001710     READ PRM-FILE
001720         AT END
001730             DISPLAY 'PARTSPL: PRTPRM IS EMPTY - NO'
001740                 ' PARTITION COUNT'
001750             MOVE 16 TO RETURN-CODE
001760             GOBACK
001770     END-READ
001780     CLOSE PRM-FILE
001790
001800     IF PRM-PART-COUNT-X IS NOT NUMERIC
001810      OR PRM-PART-COUNT < 2
001820      OR PRM-PART-COUNT > WS-PART-MAX
001830         DISPLAY 'PARTSPL: BAD PARTITION COUNT ON PRTPRM: '
001840             PRM-PART-COUNT-X ' (02 TO 99)'
001850         MOVE 16 TO RETURN-CODE
001860         GOBACK
001870     END-IF
001880     MOVE PRM-PART-COUNT TO WS-PART-COUNT
001890     .
001900 1000-EXIT.
001910     EXIT.
001920
001930*-----------------------------------------------------
001940* 2000-COUNT-NUMS - FIRST PASS: PROVE THE HEADER AND
001950*     COUNT THE NUMS, THEN SIZE THE PARTITIONS. NUMVAL
001960*     IS LEFT OPEN AT ITS FIRST NUM FOR THE CUTTING
001970*     PASS.
001980*-----------------------------------------------------
001990 2000-COUNT-NUMS.
002000     OPEN INPUT NUM-FILE
002010     IF WS-NUM-FILE-STATUS NOT = '00'
002020         DISPLAY 'PARTSPL: CANNOT OPEN NUMVAL, STATUS='
002030             WS-NUM-FILE-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         GOBACK
002060     END-IF
002070     PERFORM 2100-VERIFY-CYCLE-HEADER THRU 2100-EXIT
002080
002090     PERFORM 2200-READ-NUM-FILE THRU 2200-EXIT
002100     IF NOT WS-NUM-EOF
002110         MOVE NUM-RECORD TO PRT-HEADER-RECORD
002120         IF PRT-HDR-PRESENT
002130             DISPLAY 'PARTSPL: NUMVAL IS ALREADY A'
002140                 ' PARTITION (' NUM-RECORD ') - ONLY A'
002150                 ' WHOLE CYCLE IS SPLIT'
002160             MOVE 16 TO RETURN-CODE
002170             GOBACK
002180         END-IF
002190     END-IF
002200     PERFORM 2300-COUNT-ONE-NUM THRU 2300-EXIT
002210         UNTIL WS-NUM-EOF
002220     CLOSE NUM-FILE
002230
002240     IF WS-NUM-TOTAL < WS-PART-COUNT
002250         DISPLAY 'PARTSPL: NUMVAL HOLDS ' WS-NUM-TOTAL
002260             ' NUMS - TOO FEW FOR ' WS-PART-COUNT
002270             ' PARTITIONS'
002280         MOVE 16 TO RETURN-CODE
002290         GOBACK
002300     END-IF
002310     DIVIDE WS-NUM-TOTAL BY WS-PART-COUNT
002320         GIVING WS-BASE-SIZE
002330         REMAINDER WS-EXTRA-COUNT
002340
002350     OPEN INPUT NUM-FILE
002360     IF WS-NUM-FILE-STATUS NOT = '00'
002370         DISPLAY 'PARTSPL: CANNOT REOPEN NUMVAL, STATUS='
002380             WS-NUM-FILE-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     MOVE 'N' TO WS-NUM-EOF-SW
002430*    PASS THE HEADER, ALREADY PROVED, AND STAND ON THE
002440*    FIRST NUM
002450     PERFORM 2200-READ-NUM-FILE THRU 2200-EXIT
002460     PERFORM 2200-READ-NUM-FILE THRU 2200-EXIT
002470
002480     OPEN OUTPUT CTL-FILE
002490     IF WS-CTL-FILE-STATUS NOT = '00'
002500         DISPLAY 'PARTSPL: CANNOT OPEN PARTCTL, STATUS='
002510             WS-CTL-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GOBACK
002540     END-IF
002550     .
002560 2000-EXIT.
002570     EXIT.
002580
002590*-----------------------------------------------------
002600* 2100-VERIFY-CYCLE-HEADER - THE FIRST NUMVAL RECORD
002610*     MUST BE THE RUN-CYCLE HEADER; EVERY PARTITION IS
002620*     STAMPED WITH IT
002630*-----------------------------------------------------
002640 2100-VERIFY-CYCLE-HEADER.
002650     READ NUM-FILE
002660         AT END
002670             DISPLAY 'PARTSPL: NUMVAL IS EMPTY - NO'
002680                 ' CYCLE HEADER'
002690             MOVE 16 TO RETURN-CODE
002700             GOBACK
002710     END-READ
002720
002730     MOVE NUM-RECORD TO CYC-HEADER-RECORD
002740     IF NOT CYC-HDR-PRESENT
002750      OR CYC-HDR-ID IS NOT NUMERIC
002760         DISPLAY 'PARTSPL: NUMVAL CARRIES NO CYCLE'
002770             ' HEADER - RECORD=' NUM-RECORD
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF
002810     MOVE CYC-HDR-ID TO WS-CYCLE-ID
002820     .
002830 2100-EXIT.
002840     EXIT.
002850
002860 2200-READ-NUM-FILE.
002870     READ NUM-FILE
002880         AT END
002890             SET WS-NUM-EOF TO TRUE
002900     END-READ
002910     .
002920 2200-EXIT.
002930     EXIT.
002940
002950 2300-COUNT-ONE-NUM.
002960     ADD 1 TO WS-NUM-TOTAL
002970     PERFORM 2200-READ-NUM-FILE THRU 2200-EXIT
002980     .
002990 2300-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------
003030* 3000-WRITE-ONE-PARTITION - HEADER, PARTITION RECORD
003040*     AND THE NEXT SLICE OF NUMS INTO NUMVALNN, THEN
003050*     THE PARTCTL RECORD THAT DESCRIBES IT
003060*-----------------------------------------------------
003070 3000-WRITE-ONE-PARTITION.
003080     MOVE WS-BASE-SIZE TO WS-PART-SIZE
003090     IF WS-PART-NUMBER NOT > WS-EXTRA-COUNT
003100         ADD 1 TO WS-PART-SIZE
003110     END-IF
003120
003130     MOVE WS-PART-NUMBER TO WS-PART-FILE-SUFFIX
003140     OPEN OUTPUT PART-FILE
003150     IF WS-PART-FILE-STATUS NOT = '00'
003160         DISPLAY 'PARTSPL: CANNOT OPEN ' WS-PART-FILE-NAME
003170             ', STATUS=' WS-PART-FILE-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210
003220     MOVE 'CYCLE=' TO CYC-HDR-TAG
003230     MOVE WS-CYCLE-ID TO CYC-HDR-ID
003240     MOVE CYC-HEADER-RECORD TO PART-RECORD
003250     WRITE PART-RECORD
003251     IF WS-PART-FILE-STATUS NOT = '00'
003252         DISPLAY 'PARTSPL: CANNOT WRITE ' WS-PART-FILE-NAME
003253             ', STATUS=' WS-PART-FILE-STATUS
003254         MOVE 16 TO RETURN-CODE
003255         GOBACK
003256     END-IF
003260
003270     MOVE SPACES TO PRT-HEADER-RECORD
003280     MOVE 'PART=' TO PRT-HDR-TAG
003290     MOVE WS-PART-NUMBER TO PRT-HDR-NUMBER
003300     MOVE '/' TO PRT-HDR-SLASH
003310     MOVE WS-PART-COUNT TO PRT-HDR-COUNT
003320     MOVE PRT-HEADER-RECORD TO PART-RECORD
003330     WRITE PART-RECORD
003331     IF WS-PART-FILE-STATUS NOT = '00'
003332         DISPLAY 'PARTSPL: CANNOT WRITE ' WS-PART-FILE-NAME
003333             ', STATUS=' WS-PART-FILE-STATUS
003334         MOVE 16 TO RETURN-CODE
003335         GOBACK
003336     END-IF
003340     ADD 2 TO WS-RECORDS-WRITTEN
003350
003360     MOVE 0 TO WS-PART-WRITTEN
003370     MOVE NUM-RECORD(1:9) TO WS-FIRST-NUM
003380     PERFORM 3100-COPY-ONE-NUM THRU 3100-EXIT
003390         UNTIL WS-PART-WRITTEN >= WS-PART-SIZE
003400     CLOSE PART-FILE
003410
003420     MOVE SPACES TO PCT-RECORD
003430     MOVE WS-CYCLE-ID TO PCT-CYCLE-ID
003440     MOVE WS-PART-NUMBER TO PCT-PART-NUMBER
003450     MOVE WS-PART-COUNT TO PCT-PART-COUNT
003460     MOVE WS-PART-WRITTEN TO PCT-NUM-COUNT
003470     MOVE WS-FIRST-NUM TO PCT-FIRST-NUM
003480     MOVE WS-NUM TO PCT-LAST-NUM
003490     WRITE PCT-RECORD
003500     IF WS-CTL-FILE-STATUS NOT = '00'
003510         DISPLAY 'PARTSPL: CANNOT WRITE PARTCTL, STATUS='
003520             WS-CTL-FILE-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         GOBACK
003550     END-IF
003560
003570     DISPLAY 'PARTSPL: ' WS-PART-FILE-NAME
003580         ' PART=' WS-PART-NUMBER '/' WS-PART-COUNT
003590         ' NUMS=' WS-PART-WRITTEN
003600         ' FIRST=' WS-FIRST-NUM ' LAST=' WS-NUM
003610     .
003620 3000-EXIT.
003630     EXIT.
003640
003650 3100-COPY-ONE-NUM.
003660     ADD 1 TO WS-RECORDS-READ
003670     MOVE NUM-RECORD(1:9) TO WS-NUM
003680     MOVE NUM-RECORD TO PART-RECORD
003690     WRITE PART-RECORD
003700     IF WS-PART-FILE-STATUS NOT = '00'
003710         DISPLAY 'PARTSPL: CANNOT WRITE ' WS-PART-FILE-NAME
003720             ', STATUS=' WS-PART-FILE-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         GOBACK
003750     END-IF
003760     ADD 1 TO WS-PART-WRITTEN
003770     ADD 1 TO WS-RECORDS-WRITTEN
003780     PERFORM 2200-READ-NUM-FILE THRU 2200-EXIT
003790     .
003800 3100-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------
003840* 8000-TERMINATE - TOTALS AND CLOSE FILES
003850*-----------------------------------------------------
003860 8000-TERMINATE.
003870     DISPLAY 'PARTSPL: CYCLE=' WS-CYCLE-ID
003880         ' NUMS=' WS-NUM-TOTAL
003890         ' PARTITIONS=' WS-PART-COUNT
003900     CLOSE NUM-FILE
003910     CLOSE CTL-FILE
003920     .
003930 8000-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------
003970* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
003980*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
003990*-----------------------------------------------------
004000 9500-WRITE-AUDIT.
004010     MOVE 'PARTSPL' TO AUD-JOB-NAME
004020     MOVE WS-AUD-START-DATE TO AUD-START-DATE
004030     MOVE WS-AUD-START-TIME TO AUD-START-TIME
004040     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
004050     ACCEPT WS-AUD-TIME-WORK FROM TIME
004060     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
004070     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ
004080     MOVE WS-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
004090     MOVE 0 TO AUD-RECORDS-SKIPPED
004100     SET AUD-FRESH-RUN TO TRUE
004110     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID
004120     MOVE RETURN-CODE TO AUD-RETURN-CODE
004130     CALL 'AUDWRITE' USING AUD-RECORD
004140*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
004150*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
004160*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
004170*    FAILED AUDIT WRITE (16) IS KEPT.
004180     IF RETURN-CODE = 0
004190         MOVE AUD-RETURN-CODE TO RETURN-CODE
004200     END-IF
004210     .
004220 9500-EXIT.
004230     EXIT.
004240
004250 END PROGRAM PARTSPL.
