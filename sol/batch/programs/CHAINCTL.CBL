000010*****************************************************
000020* PROGRAM      CHAINCTL
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-06
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-06 DWO  INITIAL VERSION - NIGHTLY CHAIN
000090*                 CONTROLLER FOR THE NUMVAL JOB STREAM.
000100*                 OPERATIONS USED TO START EVERY JOB BY
000110*                 HAND AND JUDGE EACH RETURN CODE BY EYE
000120*                 (NUMEDIT'S 4, DIVBATCH'S 8 IN 'R' MODE,
000130*                 DIVRECON'S 16 ON A CYCLE MISMATCH),
000140*                 KEEPING A HANDWRITTEN LOG FOR THE
000150*                 MORNING SHIFT. THE STEPS, THEIR
000160*                 PREDECESSORS AND THE HIGHEST RETURN
000170*                 CODE EACH MAY END WITH NOW COME FROM
000180*                 THE STEPCTL CONTROL FILE; THIS JOB RUNS
000190*                 THEM IN DEPENDENCY ORDER, SKIPS WHAT IS
000200*                 DOWNSTREAM OF A FAILURE, CAN RESTART AT
000210*                 THE FAILED STEP UNDER THE SAME RUN-CYCLE
000220*                 ID, AND WRITES THE CHAINRPT RUN SHEET.
000221* 2026-10-15 DWO  THE NUMVALR MOUNT CAN NO LONGER LEAVE A
000222*                 SHORT NUMVAL BEHIND: THE RELEASE IS
000223*                 READ END TO END AND ITS CYCLE HEADER
000224*                 CHECKED BEFORE NUMVAL IS TOUCHED, NUMVAL
000225*                 IS SAVED TO NUMVALB FIRST, AND A READ
000226*                 OR WRITE FAILURE IN THE COPY PUTS THE
000227*                 SAVED RANGE BACK AND FAILS THE STEP, SO
000228*                 A RESTART REBUILDS THE RELEASE FROM THE
000229*                 CYCLE'S OWN RANGE. THE CHAINST CYCLE
000230*                 HEADER WRITE IS NOW CHECKED.
000231*****************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CHAINCTL.
000260 AUTHOR. D. OKAFOR.
000270 INSTALLATION. QA NUMERIC SYSTEMS.
000280 DATE-WRITTEN. 2026-10-06.
000290 DATE-COMPILED.
000300
000310*****************************************************
000320* READS THE STEPCTL STEP-CONTROL FILE, ONE CARD PER
000330* STEP OF THE NIGHTLY STREAM ('*' IN COLUMN 1 IS A
000340* COMMENT CARD):
000350*     COLS  1- 8  STEP NAME - THE PROGRAM CALLED
000360*     COLS 10-13  HIGHEST RETURN CODE THAT LETS THE
000370*                 STREAM CONTINUE PAST THIS STEP
000380*     COL  15     RUN CONDITION: 'A' OR BLANK RUNS THE
000390*                 STEP WHENEVER ITS PREDECESSORS ARE
000400*                 DONE; 'W' RUNS IT ONLY WHEN A
000410*                 PREDECESSOR ENDED WITH A NONZERO (BUT
000420*                 ACCEPTED) RETURN CODE - NUMFIX BEHIND
000430*                 NUMEDIT'S RETURN-CODE 4 ON A REJECT NIGHT
000440*     COL  16     'Y' MOUNTS THE STEP'S NUMVALR RELEASE AS
000450*                 NUMVAL FOR THE STEPS AFTER IT WHEN THE
000460*                 STEP COMPLETES (NUMFIX)
000470*     COLS 18-57  UP TO FIVE PREDECESSOR STEP NAMES,
000480*                 EIGHT COLUMNS EACH
000490* EVERY PREDECESSOR MUST BE A STEP ON THE FILE AND THE
000500* STEPS MUST FORM NO LOOP, OR NOTHING RUNS. THE STEPS
000510* ARE THEN CALLED IN DEPENDENCY ORDER. A STEP THAT ENDS
000520* ABOVE ITS RETURN-CODE LIMIT HAS FAILED, AND EVERY
000530* STEP DOWNSTREAM OF IT IS SKIPPED; STEPS ON OTHER
000540* BRANCHES STILL RUN.
000550*
000560* THE STATE OF THE RUN - THE RUN-CYCLE ID (CYCHDR
000570* COPYBOOK) THEN ONE RECORD PER STEP WITH ITS RESULT
000580* AND RETURN CODE - IS REWRITTEN TO CHAINST AFTER EVERY
000590* STEP. A CHNPRM CARD OF 'R' RESTARTS FROM CHAINST:
000600* STEPS THAT ALREADY COMPLETED (OR WERE NOT REQUIRED)
000610* ARE NOT RUN AGAIN, THE STREAM RESUMES AT THE FAILED
000620* STEP, AND THE NUMVAL NOW MOUNTED MUST STILL CARRY THE
000630* RUN-CYCLE ID OF THE RUN BEING RESTARTED. AN ABSENT OR
000640* BLANK CHNPRM IS A FRESH RUN.
000650*
000660* THE CHAINRPT RUN SHEET LISTS EVERY STEP IN THE ORDER
000670* CONSIDERED: WHAT RAN AND WITH WHAT RETURN CODE, WHAT
000680* WAS SKIPPED OR NOT REQUIRED AND WHY, FOLLOWED BY A
000690* TOTALS LINE. RETURN-CODE 8 WHEN ANY STEP FAILED OR
000700* WAS SKIPPED, 0 WHEN THE WHOLE STREAM COMPLETED, 16 ON
000710* A CONTROL-FILE, STATE-FILE OR OPEN FAILURE.
000720*****************************************************
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT CTL-FILE ASSIGN TO "STEPCTL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CTL-FILE-STATUS.
000790
000800     SELECT PRM-FILE ASSIGN TO "CHNPRM"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PRM-FILE-STATUS.
000830
000840     SELECT STA-FILE ASSIGN TO "CHAINST"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-STA-FILE-STATUS.
000870
000880     SELECT RPT-FILE ASSIGN TO "CHAINRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-FILE-STATUS.
000910
000920     SELECT VAL-FILE ASSIGN TO "NUMVAL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-VAL-FILE-STATUS.
000950
000960     SELECT REL-FILE ASSIGN TO "NUMVALR"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-REL-FILE-STATUS.
000981
000982     SELECT BAK-FILE ASSIGN TO "NUMVALB"
000983         ORGANIZATION IS LINE SEQUENTIAL
000984         FILE STATUS IS WS-BAK-FILE-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CTL-FILE.
001030 01  CTL-RECORD.
001040     03  CTL-STEP-NAME           PIC X(08).
001050     03  FILLER                  PIC X(01).
001060     03  CTL-MAX-RC              PIC X(04).
001070     03  FILLER                  PIC X(01).
001080     03  CTL-RUN-COND            PIC X(01).
001090     03  CTL-MOUNT-FLAG          PIC X(01).
001100     03  FILLER                  PIC X(01).
001110     03  CTL-PRED-NAME           PIC X(08) OCCURS 5 TIMES.
001120     03  FILLER                  PIC X(23).
001130
001140 FD  PRM-FILE.
001150 01  PRM-RECORD                  PIC X(01).
001160
001170 FD  STA-FILE.
001180 01  STA-RECORD.
001190     03  STA-STEP-NAME           PIC X(08).
001200     03  STA-STATUS              PIC X(01).
001210     03  STA-RC                  PIC 9(04).
001220     03  FILLER                  PIC X(07).
001230
001240 FD  RPT-FILE.
001250 01  RPT-RECORD                  PIC X(132).
001260
001270 FD  VAL-FILE.
001280 01  VAL-RECORD                  PIC X(20).
001290
001300 FD  REL-FILE.
001310 01  REL-RECORD                  PIC X(20).
001311
001312 FD  BAK-FILE.
001313 01  BAK-RECORD                  PIC X(20).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     03  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
001360         88  WS-CTL-EOF                     VALUE 'Y'.
001370     03  WS-STA-EOF-SW           PIC X(01)  VALUE 'N'.
001380         88  WS-STA-EOF                     VALUE 'Y'.
001390     03  WS-REL-EOF-SW           PIC X(01)  VALUE 'N'.
001400         88  WS-REL-EOF                     VALUE 'Y'.
001401     03  WS-VAL-EOF-SW           PIC X(01)  VALUE 'N'.
001402         88  WS-VAL-EOF                     VALUE 'Y'.
001403     03  WS-BAK-EOF-SW           PIC X(01)  VALUE 'N'.
001404         88  WS-BAK-EOF                     VALUE 'Y'.
001405     03  WS-COPY-FAILED-SW       PIC X(01)  VALUE 'N'.
001406         88  WS-COPY-FAILED                 VALUE 'Y'.
001407     03  WS-NUMVAL-SAVED-SW      PIC X(01)  VALUE 'N'.
001408         88  WS-NUMVAL-SAVED                VALUE 'Y'.
001409     03  WS-RESTORE-FAILED-SW    PIC X(01)  VALUE 'N'.
001410         88  WS-RESTORE-FAILED              VALUE 'Y'.
001411     03  WS-MODE-SW              PIC X(01)  VALUE 'F'.
001420         88  WS-FRESH-RUN                   VALUE 'F'.
001430         88  WS-RESTART-RUN                 VALUE 'R'.
001440     03  WS-PROGRESS-SW          PIC X(01)  VALUE 'N'.
001450         88  WS-PROGRESS-MADE               VALUE 'Y'.
001460     03  WS-READY-SW             PIC X(01)  VALUE 'N'.
001470         88  WS-STEP-READY                  VALUE 'Y'.
001480     03  WS-BLOCKED-SW           PIC X(01)  VALUE 'N'.
001490         88  WS-STEP-BLOCKED                VALUE 'Y'.
001500     03  WS-WARNING-SW           PIC X(01)  VALUE 'N'.
001510         88  WS-PRED-WARNING                VALUE 'Y'.
001520     03  WS-CALL-FAILED-SW       PIC X(01)  VALUE 'N'.
001530         88  WS-CALL-FAILED                 VALUE 'Y'.
001540
001550 01  WS-FILE-STATUSES.
001560     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001570     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001580     03  WS-STA-FILE-STATUS      PIC X(02)  VALUE SPACES.
001590     03  WS-RPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001600     03  WS-VAL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001610     03  WS-REL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001611     03  WS-BAK-FILE-STATUS      PIC X(02)  VALUE SPACES.
001620
001630 77  WS-STEP-MAX                 PIC 9(02)  VALUE 20 COMP.
001640 77  WS-PRED-MAX                 PIC 9(01)  VALUE 5.
001650
001660 01  WS-WORK-FIELDS.
001670     03  WS-SUB                  PIC 9(02)  COMP.
001680     03  WS-PRED-SUB             PIC 9(02)  COMP.
001690     03  WS-FIND-SUB             PIC 9(02)  COMP.
001700     03  WS-STEP-IDX             PIC 9(02)  COMP VALUE 0.
001710     03  WS-PRED-IDX             PIC 9(02)  COMP VALUE 0.
001720     03  WS-ORD-SUB              PIC 9(02)  COMP.
001730     03  WS-FIND-NAME            PIC X(08)  VALUE SPACES.
001740     03  WS-CALL-NAME            PIC X(08)  VALUE SPACES.
001750     03  WS-BLOCKER-NAME         PIC X(08)  VALUE SPACES.
001760     03  WS-BLOCKER-STATUS       PIC X(01)  VALUE SPACE.
001770     03  WS-TIME-WORK            PIC X(08)  VALUE SPACES.
001780     03  WS-SEQ-DISPLAY          PIC 9(02)  VALUE 0.
001781     03  WS-MOUNT-STAGE          PIC X(30)  VALUE SPACES.
001782     03  WS-MOUNT-STATUS         PIC X(02)  VALUE SPACES.
001783     03  WS-MOUNT-OUTCOME        PIC X(50)  VALUE SPACES.
001790
001800*-----------------------------------------------------
001810* THE STEP TABLE, IN STEPCTL CARD ORDER. EACH
001820* PREDECESSOR NAME IS RESOLVED TO ITS ROW AT LOAD
001830* TIME. THE RESULT SWITCH IS SAVED ON CHAINST.
001840*-----------------------------------------------------
001850 01  WS-STEP-TABLE.
001860     03  WS-STEP-COUNT           PIC 9(02)  VALUE 0 COMP.
001870     03  WS-STEP-ENTRY OCCURS 20 TIMES.
001880         05  WS-STEP-NAME        PIC X(08).
001890         05  WS-STEP-MAX-RC      PIC 9(04).
001900         05  WS-STEP-RUN-COND    PIC X(01).
001910             88  WS-STEP-ALWAYS          VALUE 'A'.
001920             88  WS-STEP-ON-WARNING      VALUE 'W'.
001930         05  WS-STEP-MOUNT-SW    PIC X(01).
001940             88  WS-STEP-MOUNTS          VALUE 'Y'.
001950         05  WS-STEP-PRED-COUNT  PIC 9(01).
001960         05  WS-STEP-PRED-NAME   PIC X(08) OCCURS 5 TIMES.
001970         05  WS-STEP-PRED-ROW    PIC 9(02) COMP
001980                                 OCCURS 5 TIMES.
001990         05  WS-STEP-PLACED-SW   PIC X(01).
002000             88  WS-STEP-PLACED          VALUE 'Y'.
002010         05  WS-STEP-STATUS      PIC X(01).
002020             88  WS-STEP-PENDING         VALUE ' '.
002030             88  WS-STEP-COMPLETED       VALUE 'C'.
002040             88  WS-STEP-FAILED          VALUE 'F'.
002050             88  WS-STEP-SKIPPED         VALUE 'S'.
002060             88  WS-STEP-NOT-REQUIRED    VALUE 'B'.
002070         05  WS-STEP-PRIOR-SW    PIC X(01).
002080             88  WS-STEP-DONE-PRIOR      VALUE 'Y'.
002090         05  WS-STEP-RC          PIC 9(04).
002100         05  WS-STEP-START       PIC 9(06).
002110         05  WS-STEP-END         PIC 9(06).
002120         05  WS-STEP-REASON      PIC X(40).
002130
002140*-----------------------------------------------------
002150* THE DEPENDENCY ORDER - ROWS OF THE STEP TABLE IN THE
002160* ORDER THEY ARE CONSIDERED
002170*-----------------------------------------------------
002180 01  WS-ORDER-TABLE.
002190     03  WS-ORDER-COUNT          PIC 9(02)  VALUE 0 COMP.
002200     03  WS-ORDER-ROW            PIC 9(02)  COMP
002210                                 OCCURS 20 TIMES.
002220
002230 01  WS-RUN-TOTALS.
002240     03  WS-CARDS-READ           PIC 9(09)  VALUE 0.
002250     03  WS-STEPS-RUN            PIC 9(09)  VALUE 0.
002260     03  WS-STEPS-COMPLETED      PIC 9(09)  VALUE 0.
002270     03  WS-STEPS-FAILED         PIC 9(09)  VALUE 0.
002280     03  WS-STEPS-SKIPPED        PIC 9(09)  VALUE 0.
002290     03  WS-STEPS-NOT-REQUIRED   PIC 9(09)  VALUE 0.
002300     03  WS-STEPS-PRIOR          PIC 9(09)  VALUE 0.
002310
002320 01  WS-AUDIT-FIELDS.
002330     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002340     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002350     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002360
002370*-----------------------------------------------------
002380* THE RUN-CYCLE ID OF THE STREAM: TAKEN FROM THE NUMVAL
002390* HEADER AS EACH STEP COMPLETES, AND FROM CHAINST ON A
002400* RESTART
002410*-----------------------------------------------------
002420 01  WS-CYCLE-FIELDS.
002430     03  WS-CYCLE-ID             PIC 9(14)  VALUE 0.
002440     03  WS-RESTART-CYCLE-ID     PIC 9(14)  VALUE 0.
002450
002460     COPY CYCHDR.
002470
002480     COPY AUDITREC.
002490
002500 PROCEDURE DIVISION.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
002540         VARYING WS-ORD-SUB FROM 1 BY 1
002550         UNTIL WS-ORD-SUB > WS-ORDER-COUNT
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT
002570     IF WS-STEPS-FAILED > 0
002580      OR WS-STEPS-SKIPPED > 0
002590         MOVE 8 TO RETURN-CODE
002600     ELSE
002610         MOVE 0 TO RETURN-CODE
002620     END-IF
002630     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002640     GOBACK
002650     .
002660
002670*-----------------------------------------------------
002680* 1000-INITIALIZE - MODE, STEP TABLE, DEPENDENCY ORDER,
002690*     AND ON A RESTART THE PRIOR RUN'S STATE. NOTHING
002700*     IS CALLED UNTIL THE WHOLE CONTROL FILE HAS PASSED.
002710*-----------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002740     ACCEPT WS-AUD-TIME-WORK FROM TIME
002750     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002760
002770     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
002780     PERFORM 1200-LOAD-STEP-TABLE THRU 1200-EXIT
002790     PERFORM 1300-RESOLVE-PREDECESSORS THRU 1300-EXIT
002800     PERFORM 1400-ORDER-STEPS THRU 1400-EXIT
002810
002820     IF WS-RESTART-RUN
002830         PERFORM 1500-LOAD-PRIOR-STATE THRU 1500-EXIT
002840     END-IF
002850
002860     OPEN OUTPUT RPT-FILE
002870     IF WS-RPT-FILE-STATUS NOT = '00'
002880         DISPLAY 'CHAINCTL: CANNOT OPEN CHAINRPT, STATUS='
002890             WS-RPT-FILE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930
002940     PERFORM 7000-SAVE-STATE THRU 7000-EXIT
002950     .
002960 1000-EXIT.
002970     EXIT.
002980
002990*-----------------------------------------------------
003000* 1100-READ-PARAMETER - RUN MODE FROM CHNPRM. AN
003010*     ABSENT FILE, A BLANK CARD OR 'F' IS A FRESH RUN;
003020*     'R' RESTARTS FROM CHAINST; ANYTHING ELSE STOPS.
003030*-----------------------------------------------------
003040 1100-READ-PARAMETER.
003050     OPEN INPUT PRM-FILE
003060     IF WS-PRM-FILE-STATUS NOT = '00'
003070         GO TO 1100-EXIT
003080     END-IF
003090
003100     READ PRM-FILE
003110         AT END
003120             CLOSE PRM-FILE
003130             GO TO 1100-EXIT
003140     END-READ
003150
003160     EVALUATE PRM-RECORD
003170         WHEN 'R'
003180             SET WS-RESTART-RUN TO TRUE
003190         WHEN 'F'
003200         WHEN SPACE
003210             CONTINUE
003220         WHEN OTHER
003230             DISPLAY 'CHAINCTL: BAD CHNPRM PARAMETER '
003240                 PRM-RECORD
003250             MOVE 16 TO RETURN-CODE
003260             GOBACK
003270     END-EVALUATE
003280     CLOSE PRM-FILE
003290     .
003300 1100-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------
003340* 1200-LOAD-STEP-TABLE - ONE ROW PER STEPCTL CARD. A
003350*     BAD CARD STOPS THE RUN BEFORE ANY STEP IS CALLED
003360*     - A STREAM RUN FROM HALF A CONTROL FILE IS WORSE
003370*     THAN NO RUN AT ALL.
003380*-----------------------------------------------------
003390 1200-LOAD-STEP-TABLE.
003400     OPEN INPUT CTL-FILE
003410     IF WS-CTL-FILE-STATUS NOT = '00'
003420         DISPLAY 'CHAINCTL: CANNOT OPEN STEPCTL, STATUS='
003430             WS-CTL-FILE-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         GOBACK
003460     END-IF
003470
003480     PERFORM 1210-READ-CTL-FILE THRU 1210-EXIT
003490     PERFORM 1220-LOAD-ONE-STEP THRU 1220-EXIT
003500         UNTIL WS-CTL-EOF
003510     CLOSE CTL-FILE
003520
003530     IF WS-STEP-COUNT = 0
003540         DISPLAY 'CHAINCTL: STEPCTL LISTS NO STEPS'
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     .
003590 1200-EXIT.
003600     EXIT.
003610
003620 1210-READ-CTL-FILE.
003630     READ CTL-FILE
003640         AT END
003650             SET WS-CTL-EOF TO TRUE
003660     END-READ
003670     .
003680 1210-EXIT.
003690     EXIT.
003700
003710 1220-LOAD-ONE-STEP.
003720     ADD 1 TO WS-CARDS-READ
003730     IF CTL-RECORD(1:1) = '*'
003740      OR CTL-RECORD = SPACES
003750         GO TO 1220-NEXT
003760     END-IF
003770
003780     IF CTL-MAX-RC IS NOT NUMERIC
003790      OR (CTL-RUN-COND NOT = 'A'
003800          AND CTL-RUN-COND NOT = 'W'
003810          AND CTL-RUN-COND NOT = SPACE)
003820      OR (CTL-MOUNT-FLAG NOT = 'Y'
003830          AND CTL-MOUNT-FLAG NOT = 'N'
003840          AND CTL-MOUNT-FLAG NOT = SPACE)
003850         DISPLAY 'CHAINCTL: BAD STEPCTL CARD ' CTL-RECORD
003860         MOVE 16 TO RETURN-CODE
003870         GOBACK
003880     END-IF
003890
003900     MOVE CTL-STEP-NAME TO WS-FIND-NAME
003910     PERFORM 1230-FIND-STEP THRU 1230-EXIT
003920     IF WS-STEP-IDX > 0
003930         DISPLAY 'CHAINCTL: STEP ' CTL-STEP-NAME
003940             ' IS ON STEPCTL TWICE'
003950         MOVE 16 TO RETURN-CODE
003960         GOBACK
003970     END-IF
003980
003990     IF WS-STEP-COUNT >= WS-STEP-MAX
004000         DISPLAY 'CHAINCTL: MORE THAN ' WS-STEP-MAX
004010             ' STEPS ON STEPCTL'
004020         MOVE 16 TO RETURN-CODE
004030         GOBACK
004040     END-IF
004050
004060     ADD 1 TO WS-STEP-COUNT
004070     MOVE WS-STEP-COUNT TO WS-SUB
004080     MOVE CTL-STEP-NAME TO WS-STEP-NAME(WS-SUB)
004090     MOVE CTL-MAX-RC TO WS-STEP-MAX-RC(WS-SUB)
004100     IF CTL-RUN-COND = 'W'
004110         SET WS-STEP-ON-WARNING(WS-SUB) TO TRUE
004120     ELSE
004130         SET WS-STEP-ALWAYS(WS-SUB) TO TRUE
004140     END-IF
004150     IF CTL-MOUNT-FLAG = 'Y'
004160         SET WS-STEP-MOUNTS(WS-SUB) TO TRUE
004170     ELSE
004180         MOVE 'N' TO WS-STEP-MOUNT-SW(WS-SUB)
004190     END-IF
004200     MOVE 0 TO WS-STEP-PRED-COUNT(WS-SUB)
004210     PERFORM 1240-COPY-ONE-PRED THRU 1240-EXIT
004220         VARYING WS-PRED-SUB FROM 1 BY 1
004230         UNTIL WS-PRED-SUB > WS-PRED-MAX
004240     MOVE 'N' TO WS-STEP-PLACED-SW(WS-SUB)
004250     SET WS-STEP-PENDING(WS-SUB) TO TRUE
004260     MOVE 'N' TO WS-STEP-PRIOR-SW(WS-SUB)
004270     MOVE 0 TO WS-STEP-RC(WS-SUB)
004280     MOVE 0 TO WS-STEP-START(WS-SUB)
004290     MOVE 0 TO WS-STEP-END(WS-SUB)
004300     MOVE SPACES TO WS-STEP-REASON(WS-SUB)
004310     .
004320 1220-NEXT.
004330     PERFORM 1210-READ-CTL-FILE THRU 1210-EXIT
004340     .
004350 1220-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------
004390* 1230-FIND-STEP - ROW OF THE STEP NAMED IN
004400*     WS-FIND-NAME, OR ZERO, IN WS-STEP-IDX
004410*-----------------------------------------------------
004420 1230-FIND-STEP.
004430     MOVE 0 TO WS-STEP-IDX
004440     PERFORM 1235-MATCH-STEP THRU 1235-EXIT
004450         VARYING WS-FIND-SUB FROM 1 BY 1
004460         UNTIL WS-FIND-SUB > WS-STEP-COUNT
004470            OR WS-STEP-IDX > 0
004480     .
004490 1230-EXIT.
004500     EXIT.
004510
004520 1235-MATCH-STEP.
004530     IF WS-STEP-NAME(WS-FIND-SUB) = WS-FIND-NAME
004540         MOVE WS-FIND-SUB TO WS-STEP-IDX
004550     END-IF
004560     .
004570 1235-EXIT.
004580     EXIT.
004590
004600 1240-COPY-ONE-PRED.
004610     IF CTL-PRED-NAME(WS-PRED-SUB) NOT = SPACES
004620         ADD 1 TO WS-STEP-PRED-COUNT(WS-SUB)
004630         MOVE CTL-PRED-NAME(WS-PRED-SUB)
004640             TO WS-STEP-PRED-NAME(WS-SUB,
004650                    WS-STEP-PRED-COUNT(WS-SUB))
004660     END-IF
004670     .
004680 1240-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------
004720* 1300-RESOLVE-PREDECESSORS - EVERY PREDECESSOR NAME
004730*     MUST BE A STEP ON THE FILE; A TYPING ERROR HERE
004740*     WOULD OTHERWISE LET A STEP RUN AHEAD OF ITS INPUT.
004750*-----------------------------------------------------
004760 1300-RESOLVE-PREDECESSORS.
004770     PERFORM 1310-RESOLVE-STEP THRU 1310-EXIT
004780         VARYING WS-SUB FROM 1 BY 1
004790         UNTIL WS-SUB > WS-STEP-COUNT
004800     .
004810 1300-EXIT.
004820     EXIT.
004830
004840 1310-RESOLVE-STEP.
004850     PERFORM 1320-RESOLVE-ONE-PRED THRU 1320-EXIT
004860         VARYING WS-PRED-SUB FROM 1 BY 1
004870         UNTIL WS-PRED-SUB > WS-STEP-PRED-COUNT(WS-SUB)
004880     .
004890 1310-EXIT.
004900     EXIT.
004910
004920 1320-RESOLVE-ONE-PRED.
004930     MOVE WS-STEP-PRED-NAME(WS-SUB, WS-PRED-SUB)
004940         TO WS-FIND-NAME
004950     PERFORM 1230-FIND-STEP THRU 1230-EXIT
004960     IF WS-STEP-IDX = 0
004970         DISPLAY 'CHAINCTL: STEP ' WS-STEP-NAME(WS-SUB)
004980             ' NAMES UNKNOWN PREDECESSOR ' WS-FIND-NAME
004990         MOVE 16 TO RETURN-CODE
005000         GOBACK
005010     END-IF
005020     MOVE WS-STEP-IDX TO WS-STEP-PRED-ROW(WS-SUB, WS-PRED-SUB)
005030     .
005040 1320-EXIT.
005050     EXIT.
005060
005070*-----------------------------------------------------
005080* 1400-ORDER-STEPS - DEPENDENCY ORDER. EACH PASS OVER
005090*     THE TABLE PLACES EVERY STEP WHOSE PREDECESSORS ARE
005100*     ALL PLACED ALREADY, IN CARD ORDER WITHIN THE PASS.
005110*     A PASS THAT PLACES NOTHING WHILE STEPS REMAIN
005120*     MEANS THE PREDECESSORS FORM A LOOP.
005130*-----------------------------------------------------
005140 1400-ORDER-STEPS.
005150     MOVE 0 TO WS-ORDER-COUNT
005160     SET WS-PROGRESS-MADE TO TRUE
005170     PERFORM 1410-ORDER-PASS THRU 1410-EXIT
005180         UNTIL WS-ORDER-COUNT = WS-STEP-COUNT
005190            OR NOT WS-PROGRESS-MADE
005200
005210     IF WS-ORDER-COUNT < WS-STEP-COUNT
005220         DISPLAY 'CHAINCTL: STEPCTL PREDECESSORS FORM A'
005230             ' LOOP - NO STEP RUN'
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     .
005280 1400-EXIT.
005290     EXIT.
005300
005310 1410-ORDER-PASS.
005320     MOVE 'N' TO WS-PROGRESS-SW
005330     PERFORM 1420-TRY-PLACE-STEP THRU 1420-EXIT
005340         VARYING WS-SUB FROM 1 BY 1
005350         UNTIL WS-SUB > WS-STEP-COUNT
005360     .
005370 1410-EXIT.
005380     EXIT.
005390
005400 1420-TRY-PLACE-STEP.
005410     IF WS-STEP-PLACED(WS-SUB)
005420         GO TO 1420-EXIT
005430     END-IF
005440
005450     SET WS-STEP-READY TO TRUE
005460     PERFORM 1430-CHECK-PRED-PLACED THRU 1430-EXIT
005470         VARYING WS-PRED-SUB FROM 1 BY 1
005480         UNTIL WS-PRED-SUB > WS-STEP-PRED-COUNT(WS-SUB)
005490     IF NOT WS-STEP-READY
005500         GO TO 1420-EXIT
005510     END-IF
005520
005530     SET WS-STEP-PLACED(WS-SUB) TO TRUE
005540     ADD 1 TO WS-ORDER-COUNT
005550     MOVE WS-SUB TO WS-ORDER-ROW(WS-ORDER-COUNT)
005560     SET WS-PROGRESS-MADE TO TRUE
005570     .
005580 1420-EXIT.
005590     EXIT.
005600
005610 1430-CHECK-PRED-PLACED.
005620     MOVE WS-STEP-PRED-ROW(WS-SUB, WS-PRED-SUB)
005630         TO WS-PRED-IDX
005640     IF NOT WS-STEP-PLACED(WS-PRED-IDX)
005650         MOVE 'N' TO WS-READY-SW
005660     END-IF
005670     .
005680 1430-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------
005720* 1500-LOAD-PRIOR-STATE - A RESTART PICKS UP THE RESULT
005730*     OF EVERY STEP FROM CHAINST. A STEP THAT COMPLETED
005740*     OR WAS NOT REQUIRED STAYS THAT WAY AND IS NOT RUN
005750*     AGAIN; A FAILED OR SKIPPED STEP RUNS AGAIN. THE
005760*     NUMVAL MOUNTED NOW MUST CARRY THE SAME RUN-CYCLE
005770*     ID AS THE RUN BEING RESTARTED, OR THE RESTART
005780*     WOULD MIX TWO NIGHTS' OUTPUT.
005790*-----------------------------------------------------
005800 1500-LOAD-PRIOR-STATE.
005810     OPEN INPUT STA-FILE
005820     IF WS-STA-FILE-STATUS NOT = '00'
005830         DISPLAY 'CHAINCTL: RESTART REQUESTED BUT CHAINST'
005840             ' CANNOT BE READ, STATUS=' WS-STA-FILE-STATUS
005850         MOVE 16 TO RETURN-CODE
005860         GOBACK
005870     END-IF
005880
005890     READ STA-FILE
005900         AT END
005910             DISPLAY 'CHAINCTL: RESTART REQUESTED BUT'
005920                 ' CHAINST IS EMPTY'
005930             MOVE 16 TO RETURN-CODE
005940             GOBACK
005950     END-READ
005960
005970     MOVE STA-RECORD TO CYC-HEADER-RECORD
005980     IF NOT CYC-HDR-PRESENT
005990      OR CYC-HDR-ID IS NOT NUMERIC
006000         DISPLAY 'CHAINCTL: CHAINST CARRIES NO CYCLE'
006010             ' HEADER - RECORD=' STA-RECORD
006020         MOVE 16 TO RETURN-CODE
006030         GOBACK
006040     END-IF
006050     MOVE CYC-HDR-ID TO WS-RESTART-CYCLE-ID
006060     MOVE CYC-HDR-ID TO WS-CYCLE-ID
006070
006080     PERFORM 1510-READ-STA-FILE THRU 1510-EXIT
006090     PERFORM 1520-APPLY-ONE-STATE THRU 1520-EXIT
006100         UNTIL WS-STA-EOF
006110     CLOSE STA-FILE
006120
006130*    A RUN THAT FAILED BEFORE THE FRONT END RELEASED
006140*    NUMVAL HAS NO CYCLE TO HOLD THE RESTART TO.
006150     IF WS-RESTART-CYCLE-ID > 0
006160         PERFORM 4500-CAPTURE-CYCLE-ID THRU 4500-EXIT
006170         IF WS-CYCLE-ID NOT = WS-RESTART-CYCLE-ID
006180             DISPLAY 'CHAINCTL: NUMVAL CYCLE=' WS-CYCLE-ID
006190                 ' IS NOT THE RESTARTED RUN CYCLE='
006200                 WS-RESTART-CYCLE-ID
006210             MOVE 16 TO RETURN-CODE
006220             GOBACK
006230         END-IF
006240     END-IF
006250     .
006260 1500-EXIT.
006270     EXIT.
006280
006290 1510-READ-STA-FILE.
006300     READ STA-FILE
006310         AT END
006320             SET WS-STA-EOF TO TRUE
006330     END-READ
006340     .
006350 1510-EXIT.
006360     EXIT.
006370
006380 1520-APPLY-ONE-STATE.
006390     MOVE STA-STEP-NAME TO WS-FIND-NAME
006400     PERFORM 1230-FIND-STEP THRU 1230-EXIT
006410     IF WS-STEP-IDX = 0
006420         DISPLAY 'CHAINCTL: CHAINST STEP ' STA-STEP-NAME
006430             ' IS NOT ON STEPCTL'
006440         MOVE 16 TO RETURN-CODE
006450         GOBACK
006460     END-IF
006470
006480     IF STA-STATUS = 'C'
006490      OR STA-STATUS = 'B'
006500         MOVE STA-STATUS TO WS-STEP-STATUS(WS-STEP-IDX)
006510         MOVE STA-RC TO WS-STEP-RC(WS-STEP-IDX)
006520         SET WS-STEP-DONE-PRIOR(WS-STEP-IDX) TO TRUE
006530     END-IF
006540
006550     PERFORM 1510-READ-STA-FILE THRU 1510-EXIT
006560     .
006570 1520-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------
006610* 3000-RUN-ONE-STEP - THE NEXT STEP IN DEPENDENCY
006620*     ORDER. A STEP ALREADY DONE ON THE RUN BEING
006630*     RESTARTED IS ONLY COUNTED. A STEP WITH A FAILED
006640*     OR SKIPPED PREDECESSOR IS SKIPPED. A RUN-ON-
006650*     WARNING STEP WHOSE PREDECESSORS ALL ENDED CLEAN
006660*     IS NOT REQUIRED. ANYTHING ELSE IS CALLED.
006670*-----------------------------------------------------
006680 3000-RUN-ONE-STEP.
006690     MOVE WS-ORDER-ROW(WS-ORD-SUB) TO WS-SUB
006700
006710     IF WS-STEP-DONE-PRIOR(WS-SUB)
006720         ADD 1 TO WS-STEPS-PRIOR
006730         IF WS-STEP-COMPLETED(WS-SUB)
006740             MOVE 'COMPLETED ON THE RUN BEING RESTARTED'
006750                 TO WS-STEP-REASON(WS-SUB)
006760         ELSE
006770             MOVE 'NOT REQUIRED ON THE RUN BEING RESTARTED'
006780                 TO WS-STEP-REASON(WS-SUB)
006790         END-IF
006800         GO TO 3000-EXIT
006810     END-IF
006820
006830     MOVE 'N' TO WS-BLOCKED-SW
006840     MOVE 'N' TO WS-WARNING-SW
006850     PERFORM 3100-CHECK-ONE-PRED THRU 3100-EXIT
006860         VARYING WS-PRED-SUB FROM 1 BY 1
006870         UNTIL WS-PRED-SUB > WS-STEP-PRED-COUNT(WS-SUB)
006880            OR WS-STEP-BLOCKED
006890
006900     IF WS-STEP-BLOCKED
006910         SET WS-STEP-SKIPPED(WS-SUB) TO TRUE
006920         ADD 1 TO WS-STEPS-SKIPPED
006930         MOVE SPACES TO WS-STEP-REASON(WS-SUB)
006940         IF WS-BLOCKER-STATUS = 'F'
006950             STRING 'PREDECESSOR ' DELIMITED BY SIZE
006960                 WS-BLOCKER-NAME DELIMITED BY SPACE
006970                 ' FAILED' DELIMITED BY SIZE
006980                 INTO WS-STEP-REASON(WS-SUB)
006990         ELSE
007000             STRING 'PREDECESSOR ' DELIMITED BY SIZE
007010                 WS-BLOCKER-NAME DELIMITED BY SPACE
007020                 ' WAS SKIPPED' DELIMITED BY SIZE
007030                 INTO WS-STEP-REASON(WS-SUB)
007040         END-IF
007050         PERFORM 7000-SAVE-STATE THRU 7000-EXIT
007060         GO TO 3000-EXIT
007070     END-IF
007080
007090     IF WS-STEP-ON-WARNING(WS-SUB)
007100      AND NOT WS-PRED-WARNING
007110         SET WS-STEP-NOT-REQUIRED(WS-SUB) TO TRUE
007120         ADD 1 TO WS-STEPS-NOT-REQUIRED
007130         MOVE 'NOT REQUIRED - PREDECESSORS ENDED RC=0'
007140             TO WS-STEP-REASON(WS-SUB)
007150         PERFORM 7000-SAVE-STATE THRU 7000-EXIT
007160         GO TO 3000-EXIT
007170     END-IF
007180
007190     PERFORM 4000-CALL-STEP THRU 4000-EXIT
007200     PERFORM 7000-SAVE-STATE THRU 7000-EXIT
007210     .
007220 3000-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------
007260* 3100-CHECK-ONE-PRED - A FAILED OR SKIPPED PREDECESSOR
007270*     BLOCKS THE STEP; A PREDECESSOR THAT COMPLETED
007280*     WITH A NONZERO RETURN CODE IS A WARNING
007290*-----------------------------------------------------
007300 3100-CHECK-ONE-PRED.
007310     MOVE WS-STEP-PRED-ROW(WS-SUB, WS-PRED-SUB)
007320         TO WS-PRED-IDX
007330     IF WS-STEP-FAILED(WS-PRED-IDX)
007340      OR WS-STEP-SKIPPED(WS-PRED-IDX)
007350         SET WS-STEP-BLOCKED TO TRUE
007360         MOVE WS-STEP-NAME(WS-PRED-IDX) TO WS-BLOCKER-NAME
007370         MOVE WS-STEP-STATUS(WS-PRED-IDX)
007380             TO WS-BLOCKER-STATUS
007390         GO TO 3100-EXIT
007400     END-IF
007410
007420     IF WS-STEP-COMPLETED(WS-PRED-IDX)
007430      AND WS-STEP-RC(WS-PRED-IDX) > 0
007440         SET WS-PRED-WARNING TO TRUE
007450     END-IF
007460     .
007470 3100-EXIT.
007480     EXIT.
007490
007500*-----------------------------------------------------
007510* 4000-CALL-STEP - CALL THE STEP'S PROGRAM AND JUDGE
007520*     ITS RETURN CODE AGAINST THE STEPCTL LIMIT. THE
007530*     PROGRAM IS CANCELLED AFTERWARDS SO ITS FILES ARE
007540*     CLOSED EVEN WHEN IT STOPPED EARLY, AND A LATER
007550*     CALL STARTS FROM FRESH WORKING-STORAGE.
007560*-----------------------------------------------------
007570 4000-CALL-STEP.
007580     MOVE WS-STEP-NAME(WS-SUB) TO WS-CALL-NAME
007590     MOVE 'N' TO WS-CALL-FAILED-SW
007600     ADD 1 TO WS-STEPS-RUN
007610     DISPLAY 'CHAINCTL: STARTING STEP ' WS-CALL-NAME
007620     ACCEPT WS-TIME-WORK FROM TIME
007630     MOVE WS-TIME-WORK(1:6) TO WS-STEP-START(WS-SUB)
007640
007650     MOVE 0 TO RETURN-CODE
007660     CALL WS-CALL-NAME
007670         ON EXCEPTION
007680             SET WS-CALL-FAILED TO TRUE
007690     END-CALL
007700
007710     ACCEPT WS-TIME-WORK FROM TIME
007720     MOVE WS-TIME-WORK(1:6) TO WS-STEP-END(WS-SUB)
007730
007740     IF WS-CALL-FAILED
007750         MOVE 16 TO WS-STEP-RC(WS-SUB)
007760         SET WS-STEP-FAILED(WS-SUB) TO TRUE
007770         ADD 1 TO WS-STEPS-FAILED
007780         MOVE 'PROGRAM COULD NOT BE LOADED'
007790             TO WS-STEP-REASON(WS-SUB)
007800         MOVE 0 TO RETURN-CODE
007810         GO TO 4000-EXIT
007820     END-IF
007830
007840     MOVE RETURN-CODE TO WS-STEP-RC(WS-SUB)
007850     MOVE 0 TO RETURN-CODE
007860     CANCEL WS-CALL-NAME
007870     DISPLAY 'CHAINCTL: STEP ' WS-CALL-NAME
007880         ' ENDED RC=' WS-STEP-RC(WS-SUB)
007890
007900     IF WS-STEP-RC(WS-SUB) > WS-STEP-MAX-RC(WS-SUB)
007910         SET WS-STEP-FAILED(WS-SUB) TO TRUE
007920         ADD 1 TO WS-STEPS-FAILED
007930         MOVE SPACES TO WS-STEP-REASON(WS-SUB)
007940         STRING 'RC ABOVE LIMIT OF '
007950             WS-STEP-MAX-RC(WS-SUB)
007960             DELIMITED BY SIZE
007970             INTO WS-STEP-REASON(WS-SUB)
007980         GO TO 4000-EXIT
007990     END-IF
008000
008010     SET WS-STEP-COMPLETED(WS-SUB) TO TRUE
008020     ADD 1 TO WS-STEPS-COMPLETED
008030     IF WS-STEP-RC(WS-SUB) > 0
008040         MOVE 'COMPLETED WITH ACCEPTED WARNING'
008050             TO WS-STEP-REASON(WS-SUB)
008060     ELSE
008070         MOVE 'COMPLETED' TO WS-STEP-REASON(WS-SUB)
008080     END-IF
008090
008100     IF WS-STEP-MOUNTS(WS-SUB)
008110         PERFORM 4600-MOUNT-RELEASE THRU 4600-EXIT
008120     END-IF
008130     PERFORM 4500-CAPTURE-CYCLE-ID THRU 4500-EXIT
008140     .
008150 4000-EXIT.
008160     EXIT.
008170
008180*-----------------------------------------------------
008190* 4500-CAPTURE-CYCLE-ID - THE RUN-CYCLE ID OF THE
008200*     STREAM IS WHATEVER THE MOUNTED NUMVAL CARRIES.
008210*     BEFORE THE FRONT END HAS RUN THERE MAY BE NO
008220*     NUMVAL AT ALL, WHICH LEAVES THE ID AS IT WAS.
008230*-----------------------------------------------------
008240 4500-CAPTURE-CYCLE-ID.
008250     OPEN INPUT VAL-FILE
008260     IF WS-VAL-FILE-STATUS NOT = '00'
008270         GO TO 4500-EXIT
008280     END-IF
008290
008300     READ VAL-FILE
008310         AT END
008320             CLOSE VAL-FILE
008330             GO TO 4500-EXIT
008340     END-READ
008350
008360     MOVE VAL-RECORD TO CYC-HEADER-RECORD
008370     IF CYC-HDR-PRESENT
008380      AND CYC-HDR-ID IS NUMERIC
008390         MOVE CYC-HDR-ID TO WS-CYCLE-ID
008400     END-IF
008410     CLOSE VAL-FILE
008420     .
008430 4500-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------
008470* 4600-MOUNT-RELEASE - A STEP FLAGGED TO MOUNT ITS
008480*     RELEASE (NUMFIX) HAS WRITTEN A CORRECTED RANGE TO
008490*     NUMVALR UNDER A FRESH CYCLE ID; IT IS COPIED OVER
008500*     NUMVAL SO THE DRIVERS DOWNSTREAM READ THE RELEASE,
008510*     THE MOUNT OPERATIONS USED TO DO BY HAND. A FAILED
008511*     MOUNT FAILS THE STEP AND LEAVES NUMVAL HOLDING THE
008512*     CYCLE'S ORIGINAL RANGE, SO A RESTART AT THE STEP
008513*     REBUILDS THE RELEASE FROM IT:
008514*       - NUMVALR IS READ END TO END AND MUST START WITH
008515*         A CYCLE HEADER BEFORE NUMVAL IS TOUCHED
008516*       - NUMVAL IS THEN SAVED TO NUMVALB
008517*       - A READ OR WRITE FAILURE IN THE COPY PUTS THE
008518*         SAVED RANGE BACK FROM NUMVALB
008519*     SHOULD THAT RESTORE FAIL TOO, THE ORIGINAL RANGE IS
008520*     ON NUMVALB AND IS SAID SO ON THE CONSOLE. NUMVALB
008521*     IS LEFT IN PLACE AFTER A GOOD MOUNT AS THE RANGE
008522*     THE RELEASE REPLACED.
008530*-----------------------------------------------------
008540 4600-MOUNT-RELEASE.
008541     MOVE 'N' TO WS-COPY-FAILED-SW
008542     MOVE 'N' TO WS-NUMVAL-SAVED-SW
008543     MOVE SPACES TO WS-MOUNT-STAGE
008544     MOVE SPACES TO WS-MOUNT-STATUS
008545
008546     PERFORM 4610-PROVE-RELEASE THRU 4610-EXIT
008547     IF WS-COPY-FAILED
008548         MOVE 'NUMVAL LEFT UNCHANGED' TO WS-MOUNT-OUTCOME
008570         PERFORM 4650-FAIL-MOUNT THRU 4650-EXIT
008580         GO TO 4600-EXIT
008590     END-IF
008600
008601     PERFORM 4620-SAVE-NUMVAL THRU 4620-EXIT
008602     IF WS-COPY-FAILED
008603         MOVE 'NUMVAL LEFT UNCHANGED' TO WS-MOUNT-OUTCOME
008640         PERFORM 4650-FAIL-MOUNT THRU 4650-EXIT
008650         GO TO 4600-EXIT
008660     END-IF
008670
008671     PERFORM 4630-COPY-RELEASE THRU 4630-EXIT
008712     IF WS-COPY-FAILED
008713         PERFORM 4640-RESTORE-NUMVAL THRU 4640-EXIT
008714         PERFORM 4650-FAIL-MOUNT THRU 4650-EXIT
008715     END-IF
008740     .
008750 4600-EXIT.
008760     EXIT.
008770
008771*-----------------------------------------------------
008772* 4610-PROVE-RELEASE - A CYCLE HEADER FIRST, THEN EVERY
008773*     RECORD READ CLEAN TO THE END
008774*-----------------------------------------------------
008775 4610-PROVE-RELEASE.
008776     OPEN INPUT REL-FILE
008777     IF WS-REL-FILE-STATUS NOT = '00'
008778         MOVE 'OPENING NUMVALR' TO WS-MOUNT-STAGE
008779         MOVE WS-REL-FILE-STATUS TO WS-MOUNT-STATUS
008780         SET WS-COPY-FAILED TO TRUE
008781         GO TO 4610-EXIT
008782     END-IF
008783
008784     MOVE 'N' TO WS-REL-EOF-SW
008785     MOVE SPACES TO REL-RECORD
008786     PERFORM 4615-READ-REL-FILE THRU 4615-EXIT
008787     IF WS-COPY-FAILED
008788         CLOSE REL-FILE
008789         GO TO 4610-EXIT
008790     END-IF
008791     MOVE REL-RECORD TO CYC-HEADER-RECORD
008792     IF NOT CYC-HDR-PRESENT
008793      OR CYC-HDR-ID IS NOT NUMERIC
008794         CLOSE REL-FILE
008795         MOVE 'NUMVALR HAS NO CYCLE HEADER' TO WS-MOUNT-STAGE
008796         MOVE WS-REL-FILE-STATUS TO WS-MOUNT-STATUS
008797         SET WS-COPY-FAILED TO TRUE
008798         GO TO 4610-EXIT
008799     END-IF
008800
008801     PERFORM 4615-READ-REL-FILE THRU 4615-EXIT
008802         UNTIL WS-REL-EOF
008803         OR WS-COPY-FAILED
008804     CLOSE REL-FILE
008805     .
008806 4610-EXIT.
008807     EXIT.
008808
008809 4615-READ-REL-FILE.
008810     READ REL-FILE
008811         AT END
008812             SET WS-REL-EOF TO TRUE
008820     END-READ
008821     IF WS-REL-FILE-STATUS NOT = '00'
008822      AND WS-REL-FILE-STATUS NOT = '10'
008823         MOVE 'READING NUMVALR' TO WS-MOUNT-STAGE
008824         MOVE WS-REL-FILE-STATUS TO WS-MOUNT-STATUS
008825         SET WS-COPY-FAILED TO TRUE
008826     END-IF
008830     .
008831 4615-EXIT.
008850     EXIT.
008860
008861*-----------------------------------------------------
008862* 4620-SAVE-NUMVAL - COPY THE MOUNTED NUMVAL TO NUMVALB.
008863*     WITH NO NUMVAL MOUNTED (STATUS 35) THERE IS NOTHING
008864*     TO SAVE AND THE MOUNT GOES AHEAD.
008865*-----------------------------------------------------
008866 4620-SAVE-NUMVAL.
008867     OPEN INPUT VAL-FILE
008868     IF WS-VAL-FILE-STATUS = '35'
008869         GO TO 4620-EXIT
008870     END-IF
008891     IF WS-VAL-FILE-STATUS NOT = '00'
008892         MOVE 'OPENING NUMVAL' TO WS-MOUNT-STAGE
008893         MOVE WS-VAL-FILE-STATUS TO WS-MOUNT-STATUS
008894         SET WS-COPY-FAILED TO TRUE
008895         GO TO 4620-EXIT
008896     END-IF
008897
008898     OPEN OUTPUT BAK-FILE
008899     IF WS-BAK-FILE-STATUS NOT = '00'
008900         CLOSE VAL-FILE
008901         MOVE 'OPENING NUMVALB' TO WS-MOUNT-STAGE
008902         MOVE WS-BAK-FILE-STATUS TO WS-MOUNT-STATUS
008903         SET WS-COPY-FAILED TO TRUE
008904         GO TO 4620-EXIT
008905     END-IF
008906
008907     MOVE 'N' TO WS-VAL-EOF-SW
008908     PERFORM 4625-READ-VAL-FILE THRU 4625-EXIT
008909     PERFORM 4626-SAVE-ONE-RECORD THRU 4626-EXIT
008910         UNTIL WS-VAL-EOF
008911         OR WS-COPY-FAILED
008912     CLOSE VAL-FILE
008913     CLOSE BAK-FILE
008914     IF NOT WS-COPY-FAILED
008915         SET WS-NUMVAL-SAVED TO TRUE
008916     END-IF
008917     .
008920 4620-EXIT.
008930     EXIT.
008940
008941 4625-READ-VAL-FILE.
008942     READ VAL-FILE
008943         AT END
008944             SET WS-VAL-EOF TO TRUE
008945     END-READ
008946     IF WS-VAL-FILE-STATUS NOT = '00'
008947      AND WS-VAL-FILE-STATUS NOT = '10'
008948         MOVE 'READING NUMVAL' TO WS-MOUNT-STAGE
008949         MOVE WS-VAL-FILE-STATUS TO WS-MOUNT-STATUS
008950         SET WS-COPY-FAILED TO TRUE
008951     END-IF
008952     .
008953 4625-EXIT.
008954     EXIT.
008955
008956 4626-SAVE-ONE-RECORD.
008957     MOVE VAL-RECORD TO BAK-RECORD
008958     WRITE BAK-RECORD
008959     IF WS-BAK-FILE-STATUS NOT = '00'
008960         MOVE 'WRITING NUMVALB' TO WS-MOUNT-STAGE
008961         MOVE WS-BAK-FILE-STATUS TO WS-MOUNT-STATUS
008962         SET WS-COPY-FAILED TO TRUE
008963         GO TO 4626-EXIT
008964     END-IF
008965     PERFORM 4625-READ-VAL-FILE THRU 4625-EXIT
008966     .
008967 4626-EXIT.
008968     EXIT.
008969
008970*-----------------------------------------------------
008971* 4630-COPY-RELEASE - NUMVALR OVER NUMVAL
008972*-----------------------------------------------------
008973 4630-COPY-RELEASE.
008974     OPEN INPUT REL-FILE
008975     IF WS-REL-FILE-STATUS NOT = '00'
008976         MOVE 'OPENING NUMVALR' TO WS-MOUNT-STAGE
008977         MOVE WS-REL-FILE-STATUS TO WS-MOUNT-STATUS
008978         SET WS-COPY-FAILED TO TRUE
008979         GO TO 4630-EXIT
008980     END-IF
008981
008982     OPEN OUTPUT VAL-FILE
008983     IF WS-VAL-FILE-STATUS NOT = '00'
008984         CLOSE REL-FILE
008985         MOVE 'OPENING NUMVAL' TO WS-MOUNT-STAGE
008986         MOVE WS-VAL-FILE-STATUS TO WS-MOUNT-STATUS
008987         SET WS-COPY-FAILED TO TRUE
008988         GO TO 4630-EXIT
008989     END-IF
008990
008991     MOVE 'N' TO WS-REL-EOF-SW
008992     PERFORM 4615-READ-REL-FILE THRU 4615-EXIT
008993     PERFORM 4635-COPY-ONE-RECORD THRU 4635-EXIT
008994         UNTIL WS-REL-EOF
008995         OR WS-COPY-FAILED
008996     CLOSE REL-FILE
008997     CLOSE VAL-FILE
008998     .
008999 4630-EXIT.
009000     EXIT.
009001
009002 4635-COPY-ONE-RECORD.
009003     MOVE REL-RECORD TO VAL-RECORD
009004     WRITE VAL-RECORD
009005     IF WS-VAL-FILE-STATUS NOT = '00'
009006         MOVE 'WRITING NUMVAL' TO WS-MOUNT-STAGE
009007         MOVE WS-VAL-FILE-STATUS TO WS-MOUNT-STATUS
009008         SET WS-COPY-FAILED TO TRUE
009009         GO TO 4635-EXIT
009010     END-IF
009011     PERFORM 4615-READ-REL-FILE THRU 4615-EXIT
009012     .
009013 4635-EXIT.
009014     EXIT.
009015
009016*-----------------------------------------------------
009017* 4640-RESTORE-NUMVAL - PUT THE SAVED RANGE BACK AFTER
009018*     A FAILED COPY. WITH NOTHING SAVED (NO NUMVAL WAS
009019*     MOUNTED) NUMVAL IS EMPTIED, AS IT WAS ABSENT.
009020*-----------------------------------------------------
009021 4640-RESTORE-NUMVAL.
009022     MOVE 'N' TO WS-RESTORE-FAILED-SW
009023     IF WS-NUMVAL-SAVED
009024         MOVE 'NUMVAL DAMAGED - ORIGINAL RANGE IS ON NUMVALB'
009025             TO WS-MOUNT-OUTCOME
009026     ELSE
009027         MOVE 'NUMVAL DAMAGED - NONE WAS MOUNTED BEFORE'
009028             TO WS-MOUNT-OUTCOME
009029     END-IF
009030     OPEN OUTPUT VAL-FILE
009031     IF WS-VAL-FILE-STATUS NOT = '00'
009032         DISPLAY 'CHAINCTL: CANNOT OPEN NUMVAL FOR RESTORE,'
009033             ' STATUS=' WS-VAL-FILE-STATUS
009034         SET WS-RESTORE-FAILED TO TRUE
009035         GO TO 4640-EXIT
009036     END-IF
009037     IF NOT WS-NUMVAL-SAVED
009038         CLOSE VAL-FILE
009039         MOVE 'NUMVAL LEFT EMPTY - NONE WAS MOUNTED BEFORE'
009040             TO WS-MOUNT-OUTCOME
009041         GO TO 4640-EXIT
009042     END-IF
009043
009044     OPEN INPUT BAK-FILE
009045     IF WS-BAK-FILE-STATUS NOT = '00'
009046         CLOSE VAL-FILE
009047         DISPLAY 'CHAINCTL: CANNOT OPEN NUMVALB FOR RESTORE,'
009048             ' STATUS=' WS-BAK-FILE-STATUS
009049         SET WS-RESTORE-FAILED TO TRUE
009050         GO TO 4640-EXIT
009051     END-IF
009052
009053     MOVE 'N' TO WS-BAK-EOF-SW
009054     PERFORM 4645-READ-BAK-FILE THRU 4645-EXIT
009055     PERFORM 4646-RESTORE-ONE-RECORD THRU 4646-EXIT
009056         UNTIL WS-BAK-EOF
009057         OR WS-RESTORE-FAILED
009058     CLOSE BAK-FILE
009059     CLOSE VAL-FILE
009060     IF NOT WS-RESTORE-FAILED
009061         MOVE 'NUMVAL RESTORED FROM NUMVALB' TO WS-MOUNT-OUTCOME
009062     END-IF
009063     .
009064 4640-EXIT.
009065     EXIT.
009066
009067 4645-READ-BAK-FILE.
009068     READ BAK-FILE
009069         AT END
009070             SET WS-BAK-EOF TO TRUE
009071     END-READ
009072     IF WS-BAK-FILE-STATUS NOT = '00'
009073      AND WS-BAK-FILE-STATUS NOT = '10'
009074         DISPLAY 'CHAINCTL: CANNOT READ NUMVALB FOR RESTORE,'
009075             ' STATUS=' WS-BAK-FILE-STATUS
009076         SET WS-RESTORE-FAILED TO TRUE
009077     END-IF
009078     .
009079 4645-EXIT.
009080     EXIT.
009081
009082 4646-RESTORE-ONE-RECORD.
009083     MOVE BAK-RECORD TO VAL-RECORD
009084     WRITE VAL-RECORD
009085     IF WS-VAL-FILE-STATUS NOT = '00'
009086         DISPLAY 'CHAINCTL: CANNOT WRITE NUMVAL FOR RESTORE,'
009087             ' STATUS=' WS-VAL-FILE-STATUS
009088         SET WS-RESTORE-FAILED TO TRUE
009089         GO TO 4646-EXIT
009090     END-IF
009091     PERFORM 4645-READ-BAK-FILE THRU 4645-EXIT
009092     .
009093 4646-EXIT.
009094     EXIT.
009095
009096 4650-FAIL-MOUNT.
009097     DISPLAY 'CHAINCTL: CANNOT MOUNT NUMVALR AS NUMVAL - '
009098         WS-MOUNT-STAGE ' STATUS=' WS-MOUNT-STATUS
009099     DISPLAY 'CHAINCTL: ' WS-MOUNT-OUTCOME
009100     SUBTRACT 1 FROM WS-STEPS-COMPLETED
009101     ADD 1 TO WS-STEPS-FAILED
009102     SET WS-STEP-FAILED(WS-SUB) TO TRUE
009103     MOVE 16 TO WS-STEP-RC(WS-SUB)
009104     MOVE 'RELEASE COULD NOT BE MOUNTED AS NUMVAL'
009105         TO WS-STEP-REASON(WS-SUB)
009106     .
009107 4650-EXIT.
009108     EXIT.
009109
009110*-----------------------------------------------------
009111* 7000-SAVE-STATE - REWRITE CHAINST: THE CYCLE HEADER
009112*     THEN ONE RECORD PER STEP. DONE AFTER EVERY STEP
009113*     SO A RESTART KNOWS EXACTLY WHERE THE STREAM
009120*     STOOD, EVEN IF THIS JOB ITSELF IS CUT SHORT.
009130*-----------------------------------------------------
009140 7000-SAVE-STATE.
009150     OPEN OUTPUT STA-FILE
009160     IF WS-STA-FILE-STATUS NOT = '00'
009170         DISPLAY 'CHAINCTL: CANNOT OPEN CHAINST, STATUS='
009180             WS-STA-FILE-STATUS
009190         MOVE 16 TO RETURN-CODE
009200         GOBACK
009210     END-IF
009220
009230     MOVE 'CYCLE=' TO CYC-HDR-TAG
009240     MOVE WS-CYCLE-ID TO CYC-HDR-ID
009250     MOVE SPACES TO STA-RECORD
009260     MOVE CYC-HEADER-RECORD TO STA-RECORD
009270     WRITE STA-RECORD
009271     IF WS-STA-FILE-STATUS NOT = '00'
009272         DISPLAY 'CHAINCTL: CANNOT WRITE CHAINST, STATUS='
009273             WS-STA-FILE-STATUS
009274         MOVE 16 TO RETURN-CODE
009275         GOBACK
009276     END-IF
009280
009290     PERFORM 7100-SAVE-ONE-STEP THRU 7100-EXIT
009300         VARYING WS-FIND-SUB FROM 1 BY 1
009310         UNTIL WS-FIND-SUB > WS-STEP-COUNT
009320     CLOSE STA-FILE
009330     .
009340 7000-EXIT.
009350     EXIT.
009360
009370 7100-SAVE-ONE-STEP.
009380     MOVE SPACES TO STA-RECORD
009390     MOVE WS-STEP-NAME(WS-FIND-SUB) TO STA-STEP-NAME
009400     MOVE WS-STEP-STATUS(WS-FIND-SUB) TO STA-STATUS
009410     MOVE WS-STEP-RC(WS-FIND-SUB) TO STA-RC
009420     WRITE STA-RECORD
009430     IF WS-STA-FILE-STATUS NOT = '00'
009440         DISPLAY 'CHAINCTL: CANNOT WRITE CHAINST, STATUS='
009450             WS-STA-FILE-STATUS
009460         MOVE 16 TO RETURN-CODE
009470         GOBACK
009480     END-IF
009490     .
009500 7100-EXIT.
009510     EXIT.
009520
009530*-----------------------------------------------------
009540* 8000-TERMINATE - THE RUN SHEET: HEADING, ONE LINE
009550*     PER STEP IN THE ORDER CONSIDERED, TOTALS
009560*-----------------------------------------------------
009570 8000-TERMINATE.
009580     MOVE SPACES TO RPT-RECORD
009590     IF WS-RESTART-RUN
009600         STRING 'CHAINCTL RUN SHEET DATE=' WS-AUD-START-DATE
009610             ' TIME=' WS-AUD-START-TIME
009620             ' CYCLE=' WS-CYCLE-ID
009630             ' MODE=RESTART'
009640             DELIMITED BY SIZE
009650             INTO RPT-RECORD
009660     ELSE
009670         STRING 'CHAINCTL RUN SHEET DATE=' WS-AUD-START-DATE
009680             ' TIME=' WS-AUD-START-TIME
009690             ' CYCLE=' WS-CYCLE-ID
009700             ' MODE=FRESH'
009710             DELIMITED BY SIZE
009720             INTO RPT-RECORD
009730     END-IF
009740     WRITE RPT-RECORD
009750
009760     PERFORM 8100-WRITE-STEP-LINE THRU 8100-EXIT
009770         VARYING WS-ORD-SUB FROM 1 BY 1
009780         UNTIL WS-ORD-SUB > WS-ORDER-COUNT
009790
009800     MOVE WS-STEP-COUNT TO WS-SEQ-DISPLAY
009810     MOVE SPACES TO RPT-RECORD
009820     STRING 'STEPS=' WS-SEQ-DISPLAY
009830         ' RAN=' WS-STEPS-RUN
009840         ' COMPLETED=' WS-STEPS-COMPLETED
009850         ' FAILED=' WS-STEPS-FAILED
009860         ' SKIPPED=' WS-STEPS-SKIPPED
009870         ' NOT-REQUIRED=' WS-STEPS-NOT-REQUIRED
009880         ' DONE-PRIOR=' WS-STEPS-PRIOR
009890         DELIMITED BY SIZE
009900         INTO RPT-RECORD
009910     WRITE RPT-RECORD
009920     CLOSE RPT-FILE
009930     .
009940 8000-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------
009980* 8100-WRITE-STEP-LINE - ONE RUN-SHEET LINE. START AND
009990*     END TIMES ARE ZERO FOR A STEP THAT WAS NOT CALLED.
010000*-----------------------------------------------------
010010 8100-WRITE-STEP-LINE.
010020     MOVE WS-ORDER-ROW(WS-ORD-SUB) TO WS-SUB
010030     MOVE WS-ORD-SUB TO WS-SEQ-DISPLAY
010040     MOVE SPACES TO RPT-RECORD
010050     EVALUATE TRUE
010060         WHEN WS-STEP-DONE-PRIOR(WS-SUB)
010070             STRING 'SEQ=' WS-SEQ-DISPLAY
010080                 ' STEP=' WS-STEP-NAME(WS-SUB)
010090                 ' RESULT=DONE-PRIOR  '
010100                 ' RC=' WS-STEP-RC(WS-SUB)
010110                 ' MAXRC=' WS-STEP-MAX-RC(WS-SUB)
010120                 ' START=' WS-STEP-START(WS-SUB)
010130                 ' END=' WS-STEP-END(WS-SUB)
010140                 ' ' WS-STEP-REASON(WS-SUB)
010150                 DELIMITED BY SIZE
010160                 INTO RPT-RECORD
010170         WHEN WS-STEP-COMPLETED(WS-SUB)
010180             STRING 'SEQ=' WS-SEQ-DISPLAY
010190                 ' STEP=' WS-STEP-NAME(WS-SUB)
010200                 ' RESULT=COMPLETED   '
010210                 ' RC=' WS-STEP-RC(WS-SUB)
010220                 ' MAXRC=' WS-STEP-MAX-RC(WS-SUB)
010230                 ' START=' WS-STEP-START(WS-SUB)
010240                 ' END=' WS-STEP-END(WS-SUB)
010250                 ' ' WS-STEP-REASON(WS-SUB)
010260                 DELIMITED BY SIZE
010270                 INTO RPT-RECORD
010280         WHEN WS-STEP-FAILED(WS-SUB)
010290             STRING 'SEQ=' WS-SEQ-DISPLAY
010300                 ' STEP=' WS-STEP-NAME(WS-SUB)
010310                 ' RESULT=FAILED      '
010320                 ' RC=' WS-STEP-RC(WS-SUB)
010330                 ' MAXRC=' WS-STEP-MAX-RC(WS-SUB)
010340                 ' START=' WS-STEP-START(WS-SUB)
010350                 ' END=' WS-STEP-END(WS-SUB)
010360                 ' ' WS-STEP-REASON(WS-SUB)
010370                 DELIMITED BY SIZE
010380                 INTO RPT-RECORD
010390         WHEN WS-STEP-NOT-REQUIRED(WS-SUB)
010400             STRING 'SEQ=' WS-SEQ-DISPLAY
010410                 ' STEP=' WS-STEP-NAME(WS-SUB)
010420                 ' RESULT=NOT-REQUIRED'
010430                 ' RC=' WS-STEP-RC(WS-SUB)
010440                 ' MAXRC=' WS-STEP-MAX-RC(WS-SUB)
010450                 ' START=' WS-STEP-START(WS-SUB)
010460                 ' END=' WS-STEP-END(WS-SUB)
010470                 ' ' WS-STEP-REASON(WS-SUB)
010480                 DELIMITED BY SIZE
010490                 INTO RPT-RECORD
010500         WHEN OTHER
010510             STRING 'SEQ=' WS-SEQ-DISPLAY
010520                 ' STEP=' WS-STEP-NAME(WS-SUB)
010530                 ' RESULT=SKIPPED     '
010540                 ' RC=' WS-STEP-RC(WS-SUB)
010550                 ' MAXRC=' WS-STEP-MAX-RC(WS-SUB)
010560                 ' START=' WS-STEP-START(WS-SUB)
010570                 ' END=' WS-STEP-END(WS-SUB)
010580                 ' ' WS-STEP-REASON(WS-SUB)
010590                 DELIMITED BY SIZE
010600                 INTO RPT-RECORD
010610     END-EVALUATE
010620     WRITE RPT-RECORD
010630     .
010640 8100-EXIT.
010650     EXIT.
010660
010670*-----------------------------------------------------
010680* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
010690*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
010700*-----------------------------------------------------
010710 9500-WRITE-AUDIT.
010720     MOVE 'CHAINCTL' TO AUD-JOB-NAME
010730     MOVE WS-AUD-START-DATE TO AUD-START-DATE
010740     MOVE WS-AUD-START-TIME TO AUD-START-TIME
010750     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
010760     ACCEPT WS-AUD-TIME-WORK FROM TIME
010770     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
010780     MOVE WS-STEP-COUNT TO AUD-RECORDS-READ
010790     MOVE WS-STEPS-RUN TO AUD-RECORDS-WRITTEN
010800     MOVE WS-STEPS-SKIPPED TO AUD-RECORDS-SKIPPED
010810     IF WS-RESTART-RUN
010820         SET AUD-RESTARTED TO TRUE
010830     ELSE
010840         SET AUD-FRESH-RUN TO TRUE
010850     END-IF
010860     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID
010870     MOVE RETURN-CODE TO AUD-RETURN-CODE
010880     CALL 'AUDWRITE' USING AUD-RECORD
010890*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
010900*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
010910*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
010920*    FAILED AUDIT WRITE (16) IS KEPT.
010930     IF RETURN-CODE = 0
010940         MOVE AUD-RETURN-CODE TO RETURN-CODE
010950     END-IF
010960     .
010970 9500-EXIT.
010980     EXIT.
010990
011000 END PROGRAM CHAINCTL.
