000010*****************************************************
000020* PROGRAM      AUDTREND
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-09
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-09 DWO  INITIAL VERSION - RUN-TREND AND ANOMALY
000090*                 ALERTS. AUDRPT COUNTS FAILURES, BUT A
000100*                 JOB THAT RUNS THREE TIMES ITS NORMAL
000110*                 ELAPSED TIME OR WRITES 40% FEWER
000120*                 RECORDS THAN USUAL IS NOT A FAILURE
000130*                 UNTIL THE NIGHT IT BLOWS THE BATCH
000140*                 WINDOW. THIS JOB BASELINES EACH JOB
000150*                 FROM ITS RECENT HISTORY (AUDITLOG AND
000160*                 THE AUDHIST ROLLUPS) AND FLAGS TONIGHT'S
000170*                 RUNS THAT FALL OUTSIDE THE TOLERANCE
000180*                 BANDS ON THE TRNPRM PARAMETER FILE, WITH
000190*                 A RETURN CODE THE SCHEDULER PAGES ON.
000200*****************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. AUDTREND.
000230 AUTHOR. D. OKAFOR.
000240 INSTALLATION. QA NUMERIC SYSTEMS.
000250 DATE-WRITTEN. 2026-10-09.
000260 DATE-COMPILED.
000270
000280*****************************************************
000290* TONIGHT'S RUNS ARE THE AUDITLOG RECORDS (AUDITREC
000300* COPYBOOK) THAT STARTED AT OR AFTER THE WINDOW OPENING
000310* - BY DEFAULT 18:00 YESTERDAY. EVERY EARLIER AUDITLOG
000320* RECORD, PLUS EVERY AUDHIST ROLLUP (SEE AUDARCH) FOR
000330* THE LOOKBACK MONTHS, GOES INTO THE JOB'S BASELINE:
000340* AVERAGE ELAPSED SECONDS PER TIMED RUN (SEE AUDELAP),
000350* AVERAGE RECORDS READ, WRITTEN AND SKIPPED PER RUN,
000360* AND RESTARTS PER HUNDRED RUNS.
000370*
000380* TRNPRM CARDS - BLANK CARDS AND CARDS WITH * IN
000390* COLUMN 1 ARE COMMENTS, EXCEPT *DEFAULT:
000400*     WINDOW=YYYYMMDDHHMMSS  OVERRIDES THE WINDOW OPENING
000410*     LOOKBACK=NN            AUDHIST MONTHS BEFORE THE
000420*                            CURRENT ONE (DEFAULT 03)
000430*     BAND CARD, ONE PER JOB; A *DEFAULT CARD COVERS
000440*     JOBS WITH NO CARD OF THEIR OWN:
000450*         COLS  1- 8  JOB NAME OR *DEFAULT
000460*         COLS 10-12  ELAPSED TIME, % OVER BASELINE
000470*         COLS 14-16  RECORDS READ, % EITHER WAY
000480*         COLS 18-20  RECORDS WRITTEN, % EITHER WAY
000490*         COLS 22-24  RECORDS SKIPPED, % EITHER WAY
000500*         COLS 26-28  RESTART RATE, RESTARTS PER 100
000510*                     RUNS INCLUDING TONIGHT'S
000520*         COLS 30-32  FEWEST BASELINE RUNS TO TRUST
000530*                     (BLANK = 005)
000540*     A BLANK BAND IS NOT CHECKED. ONLY A SLOWER RUN IS
000550*     AN ELAPSED ALERT, AND NEVER ONE UNDER A MINUTE.
000560*     A COUNT WHOSE BASELINE IS ZERO IS AN ALERT (NEW)
000570*     AS SOON AS TONIGHT'S VALUE IS NOT.
000580*
000590* TRNALRT GETS ONE LINE PER TONIGHT'S RUN WITH ITS
000600* STATUS (OK, ALERT, NO BASE, NO BAND), EACH ALERT
000610* UNDER IT, AND THE TOTALS. RETURN-CODE 8 WHEN ANY RUN
000620* ALERTED OR ANY INPUT LINE WAS UNPARSEABLE; 4 WHEN A
000630* RUN COULD NOT BE JUDGED (TOO LITTLE HISTORY OR NO
000640* BAND); 0 OTHERWISE; 16 ON A FILE OR PARAMETER
000650* FAILURE.
000660*****************************************************
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PRM-FILE ASSIGN TO "TRNPRM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRM-FILE-STATUS.
000730
000740     SELECT AUD-FILE ASSIGN TO "AUDITLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUD-FILE-STATUS.
000770
000780     SELECT OPTIONAL HST-FILE ASSIGN TO "AUDHIST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-HST-FILE-STATUS.
000810
000820     SELECT RPT-FILE ASSIGN TO "TRNALRT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPT-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PRM-FILE.
000890 01  PRM-RECORD.
000900     03  PRM-JOB                 PIC X(08).
000910     03  FILLER                  PIC X(01).
000920     03  PRM-BAND-GROUP OCCURS 5 TIMES.
000930         05  PRM-BAND-X          PIC X(03).
000940         05  PRM-BAND REDEFINES PRM-BAND-X
000950                                 PIC 9(03).
000960         05  FILLER              PIC X(01).
000970     03  PRM-MIN-RUNS-X          PIC X(03).
000980     03  PRM-MIN-RUNS REDEFINES PRM-MIN-RUNS-X
000990                                 PIC 9(03).
001000     03  FILLER                  PIC X(48).
001010 01  PRM-WINDOW-CARD.
001020     03  PRM-WINDOW-KEY          PIC X(07).
001030     03  PRM-WINDOW-X            PIC X(14).
001040     03  PRM-WINDOW REDEFINES PRM-WINDOW-X
001050                                 PIC 9(14).
001060     03  FILLER                  PIC X(59).
001070 01  PRM-LOOKBACK-CARD.
001080     03  PRM-LOOKBACK-KEY        PIC X(09).
001090     03  PRM-LOOKBACK-X          PIC X(02).
001100     03  PRM-LOOKBACK REDEFINES PRM-LOOKBACK-X
001110                                 PIC 9(02).
001120     03  FILLER                  PIC X(69).
001130
001140 FD  AUD-FILE.
001150 01  AUD-FILE-RECORD             PIC X(82).
001160
001170 FD  HST-FILE.
001180 01  HST-RECORD.
001190     03  HST-MONTH               PIC 9(06).
001200     03  HST-JOB-NAME            PIC X(08).
001210     03  HST-RUNS                PIC 9(09).
001220     03  HST-FAILURES            PIC 9(09).
001230     03  HST-RESTARTS            PIC 9(09).
001240     03  HST-READ                PIC 9(12).
001250     03  HST-WRITTEN             PIC 9(12).
001260     03  HST-SKIPPED             PIC 9(12).
001270     03  HST-ELAPSED             PIC 9(12).
001280     03  HST-TIMED-RUNS          PIC 9(09).
001290
001300 FD  RPT-FILE.
001310 01  RPT-RECORD                  PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     03  WS-PRM-EOF-SW           PIC X(01)  VALUE 'N'.
001360         88  WS-PRM-EOF                     VALUE 'Y'.
001370     03  WS-AUD-EOF-SW           PIC X(01)  VALUE 'N'.
001380         88  WS-AUD-EOF                     VALUE 'Y'.
001390     03  WS-HST-EOF-SW           PIC X(01)  VALUE 'N'.
001400         88  WS-HST-EOF                     VALUE 'Y'.
001410     03  WS-ELAPSED-SW           PIC X(01)  VALUE 'N'.
001420         88  WS-ELAPSED-VALID               VALUE 'Y'.
001430
001440 01  WS-FILE-STATUSES.
001450     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001460     03  WS-AUD-FILE-STATUS      PIC X(02)  VALUE SPACES.
001470     03  WS-HST-FILE-STATUS      PIC X(02)  VALUE SPACES.
001480     03  WS-RPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001490
001500 77  WS-BAND-MAX                 PIC 9(04)  VALUE 100 COMP.
001510 77  WS-JOB-MAX                  PIC 9(04)  VALUE 100 COMP.
001520 77  WS-TONIGHT-MAX              PIC 9(04)  VALUE 200 COMP.
001530 77  WS-METRIC-COUNT             PIC 9(04)  VALUE 5 COMP.
001540 77  WS-ELAPSED-FLOOR            PIC 9(09)  VALUE 60.
001550 77  WS-DEFAULT-MIN-RUNS         PIC 9(03)  VALUE 5.
001560
001570*-----------------------------------------------------
001580* THE FIVE MEASURES, IN BAND-CARD ORDER. 1-4 ARE
001590* AVERAGED; 5 IS THE RESTART RATE.
001600*-----------------------------------------------------
001610 01  WS-METRIC-NAMES-INIT.
001620     03  FILLER                  PIC X(08)  VALUE 'ELAPSED '.
001630     03  FILLER                  PIC X(08)  VALUE 'READ    '.
001640     03  FILLER                  PIC X(08)  VALUE 'WRITTEN '.
001650     03  FILLER                  PIC X(08)  VALUE 'SKIPPED '.
001660     03  FILLER                  PIC X(08)  VALUE 'RESTART '.
001670 01  WS-METRIC-NAMES REDEFINES WS-METRIC-NAMES-INIT.
001680     03  WS-METRIC-NAME          PIC X(08)  OCCURS 5 TIMES.
001690
001700 01  WS-WORK-FIELDS.
001710     03  WS-SUB                  PIC 9(04)  COMP.
001720     03  WS-MET                  PIC 9(04)  COMP.
001730     03  WS-BAND-IDX             PIC 9(04)  COMP VALUE 0.
001740     03  WS-DEFAULT-BAND-IDX     PIC 9(04)  COMP VALUE 0.
001750     03  WS-JOB-IDX              PIC 9(04)  COMP VALUE 0.
001760     03  WS-TON-IDX              PIC 9(04)  COMP VALUE 0.
001770     03  WS-FIND-JOB             PIC X(08)  VALUE SPACES.
001780     03  WS-LOOKBACK             PIC 9(02)  VALUE 3.
001790     03  WS-MONTH-SERIAL         PIC 9(07)  COMP.
001800     03  WS-REMAINDER            PIC 9(04)  COMP.
001810     03  WS-QUOTIENT             PIC 9(07)  COMP.
001820     03  WS-CUTOFF-MONTH         PIC 9(06)  VALUE 0.
001830     03  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-MONTH.
001840         05  WS-CUTOFF-YEAR      PIC 9(04).
001850         05  WS-CUTOFF-MM        PIC 9(02).
001860     03  WS-TODAY                PIC 9(08)  VALUE 0.
001870     03  WS-TODAY-PARTS REDEFINES WS-TODAY.
001880         05  WS-TODAY-YEAR       PIC 9(04).
001890         05  WS-TODAY-MONTH      PIC 9(02).
001900         05  WS-TODAY-DAY        PIC 9(02).
001910     03  WS-WINDOW               PIC 9(14)  VALUE 0.
001920     03  WS-WINDOW-PARTS REDEFINES WS-WINDOW.
001930         05  WS-WINDOW-DATE      PIC 9(08).
001940         05  WS-WINDOW-DATE-PARTS REDEFINES WS-WINDOW-DATE.
001950             07  WS-WINDOW-YEAR  PIC 9(04).
001960             07  WS-WINDOW-MONTH PIC 9(02).
001970             07  WS-WINDOW-DAY   PIC 9(02).
001980         05  WS-WINDOW-TIME      PIC 9(06).
001990     03  WS-RUN-STAMP            PIC 9(14)  VALUE 0.
002000     03  WS-RUN-STAMP-PARTS REDEFINES WS-RUN-STAMP.
002010         05  WS-RUN-STAMP-DATE   PIC 9(08).
002020         05  WS-RUN-STAMP-TIME   PIC 9(06).
002030     03  WS-ELAPSED-SECONDS      PIC 9(09)  VALUE 0.
002040
002050*-----------------------------------------------------
002060* ONE MEASURE OF TONIGHT'S RUN AGAINST ITS BASELINE
002070*-----------------------------------------------------
002080 01  WS-CHECK-FIELDS.
002090     03  WS-TONIGHT-VALUE        PIC 9(09)  VALUE 0.
002100     03  WS-BASE-TOTAL           PIC 9(12)  VALUE 0.
002110     03  WS-BASE-DIVISOR         PIC 9(09)  VALUE 0.
002120     03  WS-BASE-AVERAGE         PIC 9(12)  VALUE 0.
002130     03  WS-DEVIATION            PIC S9(12) VALUE 0.
002140     03  WS-ABS-DEVIATION        PIC 9(12)  VALUE 0.
002150     03  WS-RESTART-RATE         PIC 9(03)  VALUE 0.
002160     03  WS-RATE-RUNS            PIC 9(09)  VALUE 0.
002170     03  WS-RATE-RESTARTS        PIC 9(09)  VALUE 0.
002180     03  WS-RUN-STATUS           PIC X(08)  VALUE SPACES.
002190     03  WS-ALERT-COUNT          PIC 9(04)  COMP VALUE 0.
002200     03  WS-ALERT-LINE           PIC X(132) OCCURS 5 TIMES.
002210
002220 01  WS-EDIT-FIELDS.
002230     03  WS-EDIT-DEVIATION       PIC +(12)9.
002240     03  WS-EDIT-DEV-TEXT        PIC X(15)  VALUE SPACES.
002250     03  WS-EDIT-BASE-RUNS       PIC 9(09)  VALUE 0.
002260     03  WS-EDIT-ELAPSED         PIC X(09)  VALUE SPACES.
002270     03  WS-EDIT-ELAPSED-N REDEFINES WS-EDIT-ELAPSED
002280                                 PIC 9(09).
002290
002300*-----------------------------------------------------
002310* BAND CARDS FROM TRNPRM
002320*-----------------------------------------------------
002330 01  WS-BAND-TABLE.
002340     03  WS-BAND-COUNT           PIC 9(04)  VALUE 0 COMP.
002350     03  WS-BAND-ENTRY OCCURS 100 TIMES.
002360         05  WS-BAND-JOB         PIC X(08).
002370         05  WS-BAND-MIN-RUNS    PIC 9(03).
002380         05  WS-BAND-METRIC OCCURS 5 TIMES.
002390             07  WS-BAND-ON-SW   PIC X(01).
002400                 88  WS-BAND-CHECKED        VALUE 'Y'.
002410             07  WS-BAND-PCT     PIC 9(03).
002420
002430*-----------------------------------------------------
002440* PER-JOB BASELINE ACCUMULATORS. TOTAL 1 IS ELAPSED
002450* SECONDS OVER THE TIMED RUNS; 2-4 ARE RECORDS READ,
002460* WRITTEN AND SKIPPED OVER ALL RUNS.
002470*-----------------------------------------------------
002480 01  WS-JOB-TABLE.
002490     03  WS-JOB-COUNT            PIC 9(04)  VALUE 0 COMP.
002500     03  WS-JOB-ENTRY OCCURS 100 TIMES.
002510         05  WS-JOB-NAME         PIC X(08).
002520         05  WS-JOB-RUNS         PIC 9(09).
002530         05  WS-JOB-TIMED        PIC 9(09).
002540         05  WS-JOB-RESTARTS     PIC 9(09).
002550         05  WS-JOB-TOTAL        PIC 9(12)  OCCURS 4 TIMES.
002560
002570*-----------------------------------------------------
002580* TONIGHT'S RUNS, HELD UNTIL THE BASELINES ARE BUILT
002590*-----------------------------------------------------
002600 01  WS-TONIGHT-TABLE.
002610     03  WS-TONIGHT-COUNT        PIC 9(04)  VALUE 0 COMP.
002620     03  WS-TONIGHT-ENTRY OCCURS 200 TIMES.
002630         05  WS-TON-RECORD       PIC X(82).
002640         05  WS-TON-ELAPSED      PIC 9(09).
002650         05  WS-TON-TIMED-SW     PIC X(01).
002660             88  WS-TON-TIMED               VALUE 'Y'.
002670
002680 01  WS-RUN-TOTALS.
002690     03  WS-AUDIT-LINES-READ     PIC 9(09)  VALUE 0.
002700     03  WS-BASELINE-RUNS        PIC 9(09)  VALUE 0.
002710     03  WS-HISTORY-ROWS         PIC 9(09)  VALUE 0.
002720     03  WS-HISTORY-OLD          PIC 9(09)  VALUE 0.
002730     03  WS-BAD-LINE-COUNT       PIC 9(09)  VALUE 0.
002740     03  WS-RUNS-ALERTED         PIC 9(09)  VALUE 0.
002750     03  WS-ALERTS-RAISED        PIC 9(09)  VALUE 0.
002760     03  WS-RUNS-NO-BASELINE     PIC 9(09)  VALUE 0.
002770     03  WS-RUNS-NO-BAND         PIC 9(09)  VALUE 0.
002780     03  WS-TONIGHT-RUNS         PIC 9(09)  VALUE 0.
002790     03  WS-LINES-WRITTEN        PIC 9(09)  VALUE 0.
002800
002810 01  WS-AUDIT-FIELDS.
002820     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002830     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002840     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002850
002860     COPY AUDITREC.
002870
002880 PROCEDURE DIVISION.
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     PERFORM 2000-CHECK-ONE-RUN THRU 2000-EXIT
002920         VARYING WS-TON-IDX FROM 1 BY 1
002930         UNTIL WS-TON-IDX > WS-TONIGHT-COUNT
002940     PERFORM 8000-TERMINATE THRU 8000-EXIT
002950     IF WS-RUNS-ALERTED > 0
002960      OR WS-BAD-LINE-COUNT > 0
002970         MOVE 8 TO RETURN-CODE
002980     ELSE
002990         IF WS-RUNS-NO-BASELINE > 0
003000          OR WS-RUNS-NO-BAND > 0
003010             MOVE 4 TO RETURN-CODE
003020         ELSE
003030             MOVE 0 TO RETURN-CODE
003040         END-IF
003050     END-IF
003060     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
003070     GOBACK
003080     .
003090
003100*-----------------------------------------------------
003110* 1000-INITIALIZE - PARAMETERS, REPORT HEADING, THEN
003120*     THE HISTORY AND AUDITLOG PASSES THAT BUILD THE
003130*     BASELINES AND COLLECT TONIGHT'S RUNS
003140*-----------------------------------------------------
003150 1000-INITIALIZE.
003160     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
003170     ACCEPT WS-AUD-TIME-WORK FROM TIME
003180     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
003190     MOVE WS-AUD-START-DATE TO WS-TODAY
003200
003210     PERFORM 1100-DEFAULT-WINDOW THRU 1100-EXIT
003220     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
003230     PERFORM 1300-LOOKBACK-CUTOFF THRU 1300-EXIT
003240
003250     OPEN OUTPUT RPT-FILE
003260     IF WS-RPT-FILE-STATUS NOT = '00'
003270         DISPLAY 'AUDTREND: CANNOT OPEN TRNALRT, STATUS='
003280             WS-RPT-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GOBACK
003310     END-IF
003320
003330     MOVE SPACES TO RPT-RECORD
003340     STRING 'AUDTREND RUN-TREND ALERTS RUN DATE='
003350         WS-AUD-START-DATE
003360         ' WINDOW FROM=' WS-WINDOW-DATE ' ' WS-WINDOW-TIME
003370         ' HISTORY FROM=' WS-CUTOFF-MONTH
003380         DELIMITED BY SIZE
003390         INTO RPT-RECORD
003400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
003410
003420     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
003430     PERFORM 1500-LOAD-AUDITLOG THRU 1500-EXIT
003440     .
003450 1000-EXIT.
003460     EXIT.
003470
003480*-----------------------------------------------------
003490* 1100-DEFAULT-WINDOW - 18:00 ON THE DAY BEFORE THE
003500*     RUN DATE, STEPPING BACK OVER A MONTH OR YEAR END
003510*-----------------------------------------------------
003520 1100-DEFAULT-WINDOW.
003530     MOVE WS-TODAY TO WS-WINDOW-DATE
003540     MOVE 180000 TO WS-WINDOW-TIME
003550     IF WS-WINDOW-DAY > 1
003560         SUBTRACT 1 FROM WS-WINDOW-DAY
003570         GO TO 1100-EXIT
003580     END-IF
003590
003600     IF WS-WINDOW-MONTH = 1
003610         SUBTRACT 1 FROM WS-WINDOW-YEAR
003620         MOVE 12 TO WS-WINDOW-MONTH
003630     ELSE
003640         SUBTRACT 1 FROM WS-WINDOW-MONTH
003650     END-IF
003660
003670     EVALUATE WS-WINDOW-MONTH
003680         WHEN 4
003690         WHEN 6
003700         WHEN 9
003710         WHEN 11
003720             MOVE 30 TO WS-WINDOW-DAY
003730         WHEN 2
003740             MOVE 28 TO WS-WINDOW-DAY
003750             DIVIDE WS-WINDOW-YEAR BY 4 GIVING WS-QUOTIENT
003760                 REMAINDER WS-REMAINDER
003770             IF WS-REMAINDER = 0
003780                 MOVE 29 TO WS-WINDOW-DAY
003790                 DIVIDE WS-WINDOW-YEAR BY 100 GIVING WS-QUOTIENT
003800                     REMAINDER WS-REMAINDER
003810                 IF WS-REMAINDER = 0
003820                     MOVE 28 TO WS-WINDOW-DAY
003830                     DIVIDE WS-WINDOW-YEAR BY 400
003840                         GIVING WS-QUOTIENT
003850                         REMAINDER WS-REMAINDER
003860                     IF WS-REMAINDER = 0
003870                         MOVE 29 TO WS-WINDOW-DAY
003880                     END-IF
003890                 END-IF
003900             END-IF
003910         WHEN OTHER
003920             MOVE 31 TO WS-WINDOW-DAY
003930     END-EVALUATE
003940     .
003950 1100-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------
003990* 1200-READ-PARAMETERS - TRNPRM IS REQUIRED; WITHOUT A
004000*     BAND NOTHING CAN BE JUDGED, AND A TREND RUN THAT
004010*     QUIETLY CHECKS NOTHING IS WORSE THAN NONE.
004020*-----------------------------------------------------
004030 1200-READ-PARAMETERS.
004040     OPEN INPUT PRM-FILE
004050     IF WS-PRM-FILE-STATUS NOT = '00'
004060         DISPLAY 'AUDTREND: CANNOT OPEN TRNPRM, STATUS='
004070             WS-PRM-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         GOBACK
004100     END-IF
004110     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
004120         UNTIL WS-PRM-EOF
004130     CLOSE PRM-FILE
004140
004150     IF WS-BAND-COUNT = 0
004160         DISPLAY 'AUDTREND: TRNPRM HAS NO BAND CARDS'
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     .
004210 1200-EXIT.
004220     EXIT.
004230
004240 1210-READ-ONE-CARD.
004250     READ PRM-FILE
004260         AT END
004270             SET WS-PRM-EOF TO TRUE
004280             GO TO 1210-EXIT
004290     END-READ
004300
004310     IF PRM-RECORD = SPACES
004320         GO TO 1210-EXIT
004330     END-IF
004340     IF PRM-RECORD(1:1) = '*'
004350      AND PRM-JOB NOT = '*DEFAULT'
004360         GO TO 1210-EXIT
004370     END-IF
004380
004390     IF PRM-WINDOW-KEY = 'WINDOW='
004400         IF PRM-WINDOW-X IS NOT NUMERIC
004410             DISPLAY 'AUDTREND: BAD TRNPRM CARD ' PRM-RECORD(1:32)
004420             MOVE 16 TO RETURN-CODE
004430             GOBACK
004440         END-IF
004450         MOVE PRM-WINDOW TO WS-WINDOW
004460         GO TO 1210-EXIT
004470     END-IF
004480
004490     IF PRM-LOOKBACK-KEY = 'LOOKBACK='
004500         IF PRM-LOOKBACK-X IS NOT NUMERIC
004510             DISPLAY 'AUDTREND: BAD TRNPRM CARD ' PRM-RECORD(1:32)
004520             MOVE 16 TO RETURN-CODE
004530             GOBACK
004540         END-IF
004550         MOVE PRM-LOOKBACK TO WS-LOOKBACK
004560         GO TO 1210-EXIT
004570     END-IF
004580
004590     MOVE PRM-JOB TO WS-FIND-JOB
004600     PERFORM 6000-FIND-BAND THRU 6000-EXIT
004610     IF WS-BAND-IDX > 0
004620         DISPLAY 'AUDTREND: DUPLICATE TRNPRM CARD FOR ' PRM-JOB
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF
004660     IF WS-BAND-COUNT >= WS-BAND-MAX
004670         DISPLAY 'AUDTREND: MORE THAN ' WS-BAND-MAX
004680             ' TRNPRM BAND CARDS'
004690         MOVE 16 TO RETURN-CODE
004700         GOBACK
004710     END-IF
004720
004730     ADD 1 TO WS-BAND-COUNT
004740     MOVE WS-BAND-COUNT TO WS-BAND-IDX
004750     MOVE PRM-JOB TO WS-BAND-JOB(WS-BAND-IDX)
004760     PERFORM 1220-LOAD-ONE-BAND THRU 1220-EXIT
004770         VARYING WS-MET FROM 1 BY 1
004780         UNTIL WS-MET > WS-METRIC-COUNT
004790
004800     IF PRM-MIN-RUNS-X = SPACES
004810         MOVE WS-DEFAULT-MIN-RUNS TO WS-BAND-MIN-RUNS(WS-BAND-IDX)
004820     ELSE
004830         IF PRM-MIN-RUNS-X IS NOT NUMERIC
004840             DISPLAY 'AUDTREND: BAD TRNPRM CARD ' PRM-RECORD(1:32)
004850             MOVE 16 TO RETURN-CODE
004860             GOBACK
004870         END-IF
004880         MOVE PRM-MIN-RUNS TO WS-BAND-MIN-RUNS(WS-BAND-IDX)
004890     END-IF
004900     IF PRM-JOB = '*DEFAULT'
004910         MOVE WS-BAND-IDX TO WS-DEFAULT-BAND-IDX
004920     END-IF
004930     .
004940 1210-EXIT.
004950     EXIT.
004960
004970 1220-LOAD-ONE-BAND.
004980     IF PRM-BAND-X(WS-MET) = SPACES
004990         MOVE 'N' TO WS-BAND-ON-SW(WS-BAND-IDX WS-MET)
005000         MOVE 0 TO WS-BAND-PCT(WS-BAND-IDX WS-MET)
005010         GO TO 1220-EXIT
005020     END-IF
005030     IF PRM-BAND-X(WS-MET) IS NOT NUMERIC
005040         DISPLAY 'AUDTREND: BAD TRNPRM CARD ' PRM-RECORD(1:32)
005050         MOVE 16 TO RETURN-CODE
005060         GOBACK
005070     END-IF
005080     MOVE 'Y' TO WS-BAND-ON-SW(WS-BAND-IDX WS-MET)
005090     MOVE PRM-BAND(WS-MET) TO WS-BAND-PCT(WS-BAND-IDX WS-MET)
005100     .
005110 1220-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------
005150* 1300-LOOKBACK-CUTOFF - THE OLDEST AUDHIST MONTH TO
005160*     USE: THE RUN MONTH LESS THE LOOKBACK
005170*-----------------------------------------------------
005180 1300-LOOKBACK-CUTOFF.
005190     COMPUTE WS-MONTH-SERIAL = WS-TODAY-YEAR * 12
005200         + WS-TODAY-MONTH - 1 - WS-LOOKBACK
005210     DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-QUOTIENT
005220         REMAINDER WS-REMAINDER
005230     MOVE WS-QUOTIENT TO WS-CUTOFF-YEAR
005240     COMPUTE WS-CUTOFF-MM = WS-REMAINDER + 1
005250     .
005260 1300-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------
005300* 1400-LOAD-HISTORY - FOLD THE AUDHIST ROLLUPS FOR THE
005310*     LOOKBACK MONTHS INTO THE BASELINES. AUDHIST IS
005320*     OPTIONAL - UNTIL AUDARCH HAS FIRST RUN THE
005330*     BASELINES COME FROM AUDITLOG ALONE.
005340*-----------------------------------------------------
005350 1400-LOAD-HISTORY.
005360*    STATUS 05 IS THE SUCCESSFUL OPEN OF AN OPTIONAL
005370*    FILE THAT DID NOT EXIST YET.
005380     OPEN INPUT HST-FILE
005390     IF WS-HST-FILE-STATUS NOT = '00'
005400      AND WS-HST-FILE-STATUS NOT = '05'
005410         DISPLAY 'AUDTREND: CANNOT OPEN AUDHIST, STATUS='
005420             WS-HST-FILE-STATUS
005430         MOVE 16 TO RETURN-CODE
005440         GOBACK
005450     END-IF
005460     PERFORM 1410-LOAD-ONE-ROLLUP THRU 1410-EXIT
005470         UNTIL WS-HST-EOF
005480     CLOSE HST-FILE
005490     .
005500 1400-EXIT.
005510     EXIT.
005520
005530 1410-LOAD-ONE-ROLLUP.
005540     READ HST-FILE
005550         AT END
005560             SET WS-HST-EOF TO TRUE
005570             GO TO 1410-EXIT
005580     END-READ
005590
005600     IF HST-JOB-NAME = SPACES
005610      OR HST-MONTH IS NOT NUMERIC
005620      OR HST-RUNS IS NOT NUMERIC
005630      OR HST-RESTARTS IS NOT NUMERIC
005640      OR HST-READ IS NOT NUMERIC
005650      OR HST-WRITTEN IS NOT NUMERIC
005660      OR HST-SKIPPED IS NOT NUMERIC
005670         ADD 1 TO WS-BAD-LINE-COUNT
005680         MOVE SPACES TO RPT-RECORD
005690         STRING 'UNPARSEABLE AUDHIST LINE: ' HST-RECORD
005700             DELIMITED BY SIZE
005710             INTO RPT-RECORD
005720         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005730         GO TO 1410-EXIT
005740     END-IF
005750
005760     IF HST-MONTH < WS-CUTOFF-MONTH
005770         ADD 1 TO WS-HISTORY-OLD
005780         GO TO 1410-EXIT
005790     END-IF
005800
005810     ADD 1 TO WS-HISTORY-ROWS
005820     MOVE HST-JOB-NAME TO WS-FIND-JOB
005830     PERFORM 6100-FIND-JOB THRU 6100-EXIT
005840     IF WS-JOB-IDX = 0
005850         PERFORM 6200-ADD-JOB THRU 6200-EXIT
005860     END-IF
005870
005880     ADD HST-RUNS TO WS-JOB-RUNS(WS-JOB-IDX)
005890     ADD HST-RESTARTS TO WS-JOB-RESTARTS(WS-JOB-IDX)
005900     ADD HST-READ TO WS-JOB-TOTAL(WS-JOB-IDX 2)
005910     ADD HST-WRITTEN TO WS-JOB-TOTAL(WS-JOB-IDX 3)
005920     ADD HST-SKIPPED TO WS-JOB-TOTAL(WS-JOB-IDX 4)
005930*    ROLLUPS WRITTEN BEFORE AUDARCH CARRIED ELAPSED TIME
005940*    HAVE THESE FIELDS BLANK AND ADD NO TIMED RUNS.
005950     IF HST-ELAPSED IS NUMERIC
005960      AND HST-TIMED-RUNS IS NUMERIC
005970         ADD HST-ELAPSED TO WS-JOB-TOTAL(WS-JOB-IDX 1)
005980         ADD HST-TIMED-RUNS TO WS-JOB-TIMED(WS-JOB-IDX)
005990     END-IF
006000     .
006010 1410-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------
006050* 1500-LOAD-AUDITLOG - RUNS BEFORE THE WINDOW GO INTO
006060*     THE BASELINES; RUNS INSIDE IT ARE TONIGHT'S
006070*-----------------------------------------------------
006080 1500-LOAD-AUDITLOG.
006090     OPEN INPUT AUD-FILE
006100     IF WS-AUD-FILE-STATUS NOT = '00'
006110         DISPLAY 'AUDTREND: CANNOT OPEN AUDITLOG, STATUS='
006120             WS-AUD-FILE-STATUS
006130         MOVE 16 TO RETURN-CODE
006140         GOBACK
006150     END-IF
006160     PERFORM 1510-LOAD-ONE-RUN THRU 1510-EXIT
006170         UNTIL WS-AUD-EOF
006180     CLOSE AUD-FILE
006190     .
006200 1500-EXIT.
006210     EXIT.
006220
006230 1510-LOAD-ONE-RUN.
006240     READ AUD-FILE
006250         AT END
006260             SET WS-AUD-EOF TO TRUE
006270             GO TO 1510-EXIT
006280     END-READ
006290     ADD 1 TO WS-AUDIT-LINES-READ
006300     MOVE AUD-FILE-RECORD TO AUD-RECORD
006310
006320     IF AUD-JOB-NAME = SPACES
006330      OR AUD-START-DATE IS NOT NUMERIC
006340      OR AUD-START-TIME IS NOT NUMERIC
006350      OR AUD-RECORDS-READ IS NOT NUMERIC
006360      OR AUD-RECORDS-WRITTEN IS NOT NUMERIC
006370      OR AUD-RECORDS-SKIPPED IS NOT NUMERIC
006380      OR AUD-RETURN-CODE IS NOT NUMERIC
006390         ADD 1 TO WS-BAD-LINE-COUNT
006400         MOVE SPACES TO RPT-RECORD
006410         STRING 'UNPARSEABLE AUDIT LINE: ' AUD-FILE-RECORD
006420             DELIMITED BY SIZE
006430             INTO RPT-RECORD
006440         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006450         GO TO 1510-EXIT
006460     END-IF
006470
006480     CALL 'AUDELAP' USING AUD-RECORD WS-ELAPSED-SECONDS
006490         WS-ELAPSED-SW
006500     MOVE AUD-START-DATE TO WS-RUN-STAMP-DATE
006510     MOVE AUD-START-TIME TO WS-RUN-STAMP-TIME
006520
006530     IF WS-RUN-STAMP NOT < WS-WINDOW
006540         IF WS-TONIGHT-COUNT >= WS-TONIGHT-MAX
006550             DISPLAY 'AUDTREND: MORE THAN ' WS-TONIGHT-MAX
006560                 ' RUNS IN THE WINDOW'
006570             MOVE 16 TO RETURN-CODE
006580             GOBACK
006590         END-IF
006600         ADD 1 TO WS-TONIGHT-COUNT
006610         MOVE AUD-RECORD TO WS-TON-RECORD(WS-TONIGHT-COUNT)
006620         MOVE WS-ELAPSED-SECONDS
006630             TO WS-TON-ELAPSED(WS-TONIGHT-COUNT)
006640         MOVE WS-ELAPSED-SW TO WS-TON-TIMED-SW(WS-TONIGHT-COUNT)
006650         GO TO 1510-EXIT
006660     END-IF
006670
006680     ADD 1 TO WS-BASELINE-RUNS
006690     MOVE AUD-JOB-NAME TO WS-FIND-JOB
006700     PERFORM 6100-FIND-JOB THRU 6100-EXIT
006710     IF WS-JOB-IDX = 0
006720         PERFORM 6200-ADD-JOB THRU 6200-EXIT
006730     END-IF
006740
006750     ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX)
006760     IF AUD-RESTARTED
006770         ADD 1 TO WS-JOB-RESTARTS(WS-JOB-IDX)
006780     END-IF
006790     ADD AUD-RECORDS-READ TO WS-JOB-TOTAL(WS-JOB-IDX 2)
006800     ADD AUD-RECORDS-WRITTEN TO WS-JOB-TOTAL(WS-JOB-IDX 3)
006810     ADD AUD-RECORDS-SKIPPED TO WS-JOB-TOTAL(WS-JOB-IDX 4)
006820     IF WS-ELAPSED-VALID
006830         ADD WS-ELAPSED-SECONDS TO WS-JOB-TOTAL(WS-JOB-IDX 1)
006840         ADD 1 TO WS-JOB-TIMED(WS-JOB-IDX)
006850     END-IF
006860     .
006870 1510-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------
006910* 2000-CHECK-ONE-RUN - JUDGE ONE OF TONIGHT'S RUNS
006920*     AGAINST ITS JOB'S BAND AND BASELINE. THE ALERTS
006930*     ARE HELD SO THE RUN LINE, WHICH CARRIES THE
006940*     STATUS, CAN BE WRITTEN AHEAD OF THEM.
006950*-----------------------------------------------------
006960 2000-CHECK-ONE-RUN.
006970     MOVE WS-TON-RECORD(WS-TON-IDX) TO AUD-RECORD
006980     ADD 1 TO WS-TONIGHT-RUNS
006990     MOVE 0 TO WS-ALERT-COUNT
007000     MOVE 0 TO WS-JOB-IDX
007010
007020     MOVE AUD-JOB-NAME TO WS-FIND-JOB
007030     PERFORM 6000-FIND-BAND THRU 6000-EXIT
007040     IF WS-BAND-IDX = 0
007050         MOVE WS-DEFAULT-BAND-IDX TO WS-BAND-IDX
007060     END-IF
007070     IF WS-BAND-IDX = 0
007080         MOVE 'NO BAND' TO WS-RUN-STATUS
007090         ADD 1 TO WS-RUNS-NO-BAND
007100         GO TO 2000-REPORT
007110     END-IF
007120
007130     PERFORM 6100-FIND-JOB THRU 6100-EXIT
007140     IF WS-JOB-IDX = 0
007150         MOVE 'NO BASE' TO WS-RUN-STATUS
007160         ADD 1 TO WS-RUNS-NO-BASELINE
007170         GO TO 2000-REPORT
007180     END-IF
007190     IF WS-JOB-RUNS(WS-JOB-IDX) < WS-BAND-MIN-RUNS(WS-BAND-IDX)
007200         MOVE 'NO BASE' TO WS-RUN-STATUS
007210         ADD 1 TO WS-RUNS-NO-BASELINE
007220         GO TO 2000-REPORT
007230     END-IF
007240
007250     PERFORM 2100-CHECK-METRIC THRU 2100-EXIT
007260         VARYING WS-MET FROM 1 BY 1
007270         UNTIL WS-MET > WS-METRIC-COUNT
007280     IF WS-ALERT-COUNT > 0
007290         MOVE 'ALERT' TO WS-RUN-STATUS
007300         ADD 1 TO WS-RUNS-ALERTED
007310         ADD WS-ALERT-COUNT TO WS-ALERTS-RAISED
007320     ELSE
007330         MOVE 'OK' TO WS-RUN-STATUS
007340     END-IF
007350     .
007360 2000-REPORT.
007370     IF WS-TON-TIMED(WS-TON-IDX)
007380         MOVE WS-TON-ELAPSED(WS-TON-IDX) TO WS-EDIT-ELAPSED-N
007390     ELSE
007400         MOVE 'UNTIMED' TO WS-EDIT-ELAPSED
007410     END-IF
007420     IF WS-JOB-IDX > 0
007430         MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-EDIT-BASE-RUNS
007440     ELSE
007450         MOVE 0 TO WS-EDIT-BASE-RUNS
007460     END-IF
007470
007480     MOVE SPACES TO RPT-RECORD
007490     STRING 'JOB=' AUD-JOB-NAME
007500         ' START=' AUD-START-DATE ' ' AUD-START-TIME
007510         ' ELAPSED=' WS-EDIT-ELAPSED
007520         ' READ=' AUD-RECORDS-READ
007530         ' WRITTEN=' AUD-RECORDS-WRITTEN
007540         ' SKIPPED=' AUD-RECORDS-SKIPPED
007550         ' BASE-RUNS=' WS-EDIT-BASE-RUNS
007560         ' ' WS-RUN-STATUS
007570         DELIMITED BY SIZE
007580         INTO RPT-RECORD
007590     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
007600
007610     PERFORM 2200-WRITE-ONE-ALERT THRU 2200-EXIT
007620         VARYING WS-SUB FROM 1 BY 1
007630         UNTIL WS-SUB > WS-ALERT-COUNT
007640     .
007650 2000-EXIT.
007660     EXIT.
007670
007680*-----------------------------------------------------
007690* 2100-CHECK-METRIC - ONE MEASURE (WS-MET) OF THE RUN
007700*-----------------------------------------------------
007710 2100-CHECK-METRIC.
007720     IF NOT WS-BAND-CHECKED(WS-BAND-IDX WS-MET)
007730         GO TO 2100-EXIT
007740     END-IF
007750     IF WS-MET = 5
007760         PERFORM 2150-CHECK-RESTART THRU 2150-EXIT
007770         GO TO 2100-EXIT
007780     END-IF
007790
007800     EVALUATE WS-MET
007810         WHEN 1
007820             IF NOT WS-TON-TIMED(WS-TON-IDX)
007830                 GO TO 2100-EXIT
007840             END-IF
007850             MOVE WS-TON-ELAPSED(WS-TON-IDX) TO WS-TONIGHT-VALUE
007860             MOVE WS-JOB-TIMED(WS-JOB-IDX) TO WS-BASE-DIVISOR
007870         WHEN 2
007880             MOVE AUD-RECORDS-READ TO WS-TONIGHT-VALUE
007890             MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-BASE-DIVISOR
007900         WHEN 3
007910             MOVE AUD-RECORDS-WRITTEN TO WS-TONIGHT-VALUE
007920             MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-BASE-DIVISOR
007930         WHEN 4
007940             MOVE AUD-RECORDS-SKIPPED TO WS-TONIGHT-VALUE
007950             MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-BASE-DIVISOR
007960     END-EVALUATE
007970     IF WS-BASE-DIVISOR = 0
007980         GO TO 2100-EXIT
007990     END-IF
008000
008010     MOVE WS-JOB-TOTAL(WS-JOB-IDX WS-MET) TO WS-BASE-TOTAL
008020     COMPUTE WS-BASE-AVERAGE ROUNDED =
008030         WS-BASE-TOTAL / WS-BASE-DIVISOR
008040
008050     IF WS-MET = 1
008060         IF WS-TONIGHT-VALUE < WS-ELAPSED-FLOOR
008070          OR WS-TONIGHT-VALUE NOT > WS-BASE-AVERAGE
008080             GO TO 2100-EXIT
008090         END-IF
008100     END-IF
008110
008120     IF WS-BASE-AVERAGE = 0
008130         IF WS-TONIGHT-VALUE = 0
008140             GO TO 2100-EXIT
008150         END-IF
008160         MOVE 'NEW' TO WS-EDIT-DEV-TEXT
008170         PERFORM 2190-HOLD-ALERT THRU 2190-EXIT
008180         GO TO 2100-EXIT
008190     END-IF
008200
008210     COMPUTE WS-DEVIATION = (WS-TONIGHT-VALUE - WS-BASE-AVERAGE)
008220         * 100 / WS-BASE-AVERAGE
008230     IF WS-DEVIATION < 0
008240         COMPUTE WS-ABS-DEVIATION = 0 - WS-DEVIATION
008250     ELSE
008260         MOVE WS-DEVIATION TO WS-ABS-DEVIATION
008270     END-IF
008280     IF WS-ABS-DEVIATION NOT > WS-BAND-PCT(WS-BAND-IDX WS-MET)
008290         GO TO 2100-EXIT
008300     END-IF
008310
008320     MOVE WS-DEVIATION TO WS-EDIT-DEVIATION
008330     MOVE SPACES TO WS-EDIT-DEV-TEXT
008340     STRING WS-EDIT-DEVIATION '%'
008350         DELIMITED BY SIZE
008360         INTO WS-EDIT-DEV-TEXT
008370     PERFORM 2190-HOLD-ALERT THRU 2190-EXIT
008380     .
008390 2100-EXIT.
008400     EXIT.
008410
008420*-----------------------------------------------------
008430* 2150-CHECK-RESTART - A RESTARTED RUN IS AN ALERT
008440*     WHEN IT TAKES THE JOB'S RESTART RATE, COUNTING
008450*     TONIGHT, OVER THE BAND
008460*-----------------------------------------------------
008470 2150-CHECK-RESTART.
008480     IF NOT AUD-RESTARTED
008490         GO TO 2150-EXIT
008500     END-IF
008510     COMPUTE WS-RATE-RUNS = WS-JOB-RUNS(WS-JOB-IDX) + 1
008520     COMPUTE WS-RATE-RESTARTS = WS-JOB-RESTARTS(WS-JOB-IDX) + 1
008530     COMPUTE WS-RESTART-RATE =
008540         WS-RATE-RESTARTS * 100 / WS-RATE-RUNS
008550     IF WS-RESTART-RATE NOT > WS-BAND-PCT(WS-BAND-IDX 5)
008560         GO TO 2150-EXIT
008570     END-IF
008580
008590     ADD 1 TO WS-ALERT-COUNT
008600     MOVE SPACES TO WS-ALERT-LINE(WS-ALERT-COUNT)
008610     STRING '    ALERT RESTART  RESTARTED RUN - RATE='
008620         WS-RESTART-RATE '% (' WS-RATE-RESTARTS ' OF '
008630         WS-RATE-RUNS ' RUNS) BAND='
008640         WS-BAND-PCT(WS-BAND-IDX 5) '%'
008650         DELIMITED BY SIZE
008660         INTO WS-ALERT-LINE(WS-ALERT-COUNT)
008670     .
008680 2150-EXIT.
008690     EXIT.
008700
008710*-----------------------------------------------------
008720* 2190-HOLD-ALERT - BUILD THE ALERT LINE FOR ONE
008730*     AVERAGED MEASURE
008740*-----------------------------------------------------
008750 2190-HOLD-ALERT.
008760     ADD 1 TO WS-ALERT-COUNT
008770     MOVE SPACES TO WS-ALERT-LINE(WS-ALERT-COUNT)
008780     STRING '    ALERT ' WS-METRIC-NAME(WS-MET)
008790         ' TONIGHT=' WS-TONIGHT-VALUE
008800         ' BASELINE=' WS-BASE-AVERAGE
008810         ' DEVIATION=' WS-EDIT-DEV-TEXT
008820         ' BAND=' WS-BAND-PCT(WS-BAND-IDX WS-MET) '%'
008830         DELIMITED BY SIZE
008840         INTO WS-ALERT-LINE(WS-ALERT-COUNT)
008850     .
008860 2190-EXIT.
008870     EXIT.
008880
008890 2200-WRITE-ONE-ALERT.
008900     MOVE WS-ALERT-LINE(WS-SUB) TO RPT-RECORD
008910     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
008920     .
008930 2200-EXIT.
008940     EXIT.
008950
008960*-----------------------------------------------------
008970* 6000-FIND-BAND - BAND CARD FOR WS-FIND-JOB, INDEX IN
008980*     WS-BAND-IDX (ZERO WHEN THERE IS NONE)
008990*-----------------------------------------------------
009000 6000-FIND-BAND.
009010     MOVE 0 TO WS-BAND-IDX
009020     PERFORM 6010-MATCH-BAND THRU 6010-EXIT
009030         VARYING WS-SUB FROM 1 BY 1
009040         UNTIL WS-SUB > WS-BAND-COUNT
009050            OR WS-BAND-IDX > 0
009060     .
009070 6000-EXIT.
009080     EXIT.
009090
009100 6010-MATCH-BAND.
009110     IF WS-BAND-JOB(WS-SUB) = WS-FIND-JOB
009120         MOVE WS-SUB TO WS-BAND-IDX
009130     END-IF
009140     .
009150 6010-EXIT.
009160     EXIT.
009170
009180*-----------------------------------------------------
009190* 6100-FIND-JOB - BASELINE ROW FOR WS-FIND-JOB, INDEX
009200*     IN WS-JOB-IDX (ZERO WHEN THERE IS NONE)
009210*-----------------------------------------------------
009220 6100-FIND-JOB.
009230     MOVE 0 TO WS-JOB-IDX
009240     PERFORM 6110-MATCH-JOB THRU 6110-EXIT
009250         VARYING WS-SUB FROM 1 BY 1
009260         UNTIL WS-SUB > WS-JOB-COUNT
009270            OR WS-JOB-IDX > 0
009280     .
009290 6100-EXIT.
009300     EXIT.
009310
009320 6110-MATCH-JOB.
009330     IF WS-JOB-NAME(WS-SUB) = WS-FIND-JOB
009340         MOVE WS-SUB TO WS-JOB-IDX
009350     END-IF
009360     .
009370 6110-EXIT.
009380     EXIT.
009390
009400*-----------------------------------------------------
009410* 6200-ADD-JOB - NEW, ZEROED BASELINE ROW FOR
009420*     WS-FIND-JOB
009430*-----------------------------------------------------
009440 6200-ADD-JOB.
009450     IF WS-JOB-COUNT >= WS-JOB-MAX
009460         DISPLAY 'AUDTREND: MORE THAN ' WS-JOB-MAX ' JOB NAMES'
009470         MOVE 16 TO RETURN-CODE
009480         GOBACK
009490     END-IF
009500     ADD 1 TO WS-JOB-COUNT
009510     MOVE WS-JOB-COUNT TO WS-JOB-IDX
009520     MOVE WS-FIND-JOB TO WS-JOB-NAME(WS-JOB-IDX)
009530     MOVE 0 TO WS-JOB-RUNS(WS-JOB-IDX)
009540     MOVE 0 TO WS-JOB-TIMED(WS-JOB-IDX)
009550     MOVE 0 TO WS-JOB-RESTARTS(WS-JOB-IDX)
009560     MOVE 0 TO WS-JOB-TOTAL(WS-JOB-IDX 1)
009570     MOVE 0 TO WS-JOB-TOTAL(WS-JOB-IDX 2)
009580     MOVE 0 TO WS-JOB-TOTAL(WS-JOB-IDX 3)
009590     MOVE 0 TO WS-JOB-TOTAL(WS-JOB-IDX 4)
009600     .
009610 6200-EXIT.
009620     EXIT.
009630
009640*-----------------------------------------------------
009650* 7000-WRITE-LINE - ONE LINE TO TRNALRT
009660*-----------------------------------------------------
009670 7000-WRITE-LINE.
009680     WRITE RPT-RECORD
009690     ADD 1 TO WS-LINES-WRITTEN
009700     .
009710 7000-EXIT.
009720     EXIT.
009730
009740*-----------------------------------------------------
009750* 8000-TERMINATE - TOTALS, CLOSE
009760*-----------------------------------------------------
009770 8000-TERMINATE.
009780     MOVE SPACES TO RPT-RECORD
009790     STRING 'TONIGHT-RUNS=' WS-TONIGHT-RUNS
009800         ' ALERTED=' WS-RUNS-ALERTED
009810         ' ALERTS=' WS-ALERTS-RAISED
009820         ' NO-BASELINE=' WS-RUNS-NO-BASELINE
009830         ' NO-BAND=' WS-RUNS-NO-BAND
009840         DELIMITED BY SIZE
009850         INTO RPT-RECORD
009860     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
009870
009880     MOVE SPACES TO RPT-RECORD
009890     STRING 'BASELINE-RUNS=' WS-BASELINE-RUNS
009900         ' HISTORY-ROWS=' WS-HISTORY-ROWS
009910         ' HISTORY-OLD=' WS-HISTORY-OLD
009920         ' BAD-LINES=' WS-BAD-LINE-COUNT
009930         DELIMITED BY SIZE
009940         INTO RPT-RECORD
009950     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
009960
009970     CLOSE RPT-FILE
009980     .
009990 8000-EXIT.
010000     EXIT.
010010
010020*-----------------------------------------------------
010030* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
010040*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
010050*-----------------------------------------------------
010060 9500-WRITE-AUDIT.
010070     MOVE 'AUDTREND' TO AUD-JOB-NAME
010080     MOVE WS-AUD-START-DATE TO AUD-START-DATE
010090     MOVE WS-AUD-START-TIME TO AUD-START-TIME
010100     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
010110     ACCEPT WS-AUD-TIME-WORK FROM TIME
010120     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
010130     MOVE WS-AUDIT-LINES-READ TO AUD-RECORDS-READ
010140     MOVE WS-LINES-WRITTEN TO AUD-RECORDS-WRITTEN
010150     MOVE WS-BAD-LINE-COUNT TO AUD-RECORDS-SKIPPED
010160     SET AUD-FRESH-RUN TO TRUE
010170     MOVE 0 TO AUD-CYCLE-ID
010180     MOVE RETURN-CODE TO AUD-RETURN-CODE
010190     CALL 'AUDWRITE' USING AUD-RECORD
010200*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
010210*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
010220*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
010230*    FAILED AUDIT WRITE (16) IS KEPT.
010240     IF RETURN-CODE = 0
010250         MOVE AUD-RETURN-CODE TO RETURN-CODE
010260     END-IF
010270     .
010280 9500-EXIT.
010290     EXIT.
010300
010310 END PROGRAM AUDTREND.
