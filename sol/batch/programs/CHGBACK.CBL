000010*****************************************************
000020* PROGRAM      CHGBACK
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-08
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-08 DWO  INITIAL VERSION - MONTHLY CHARGEBACK OF
000090*                 THE DISPBAT REQUEST TRAFFIC. TOTALS THE
000100*                 DISPUSE USAGE FILE BY DEPARTMENT AND
000110*                 FUNCTION CODE FOR ONE CALENDAR MONTH AND
000120*                 PRICES IT AGAINST THE CHGRATE RATE TABLE
000130*                 FINANCE MAINTAINS.
000131* 2026-10-11 DWO  FUNCTION CODE S (GROUP GCD/LCM) ADDED TO
000132*                 THE CODES A RATE CARD MAY PRICE.
000133* 2026-10-15 DWO  A CHGRATE CARD FOR ANY FUNCTION CODE
000134*                 OTHER THAN D A F P G S IS NOW A BAD CARD.
000140*****************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. CHGBACK.
000170 AUTHOR. D. OKAFOR.
000180 INSTALLATION. QA NUMERIC SYSTEMS.
000190 DATE-WRITTEN. 2026-10-08.
000200 DATE-COMPILED.
000210
000220*****************************************************
000230* READS THE KEYED DISPUSE FILE (DISPUSE COPYBOOK) IN
000240* KEY ORDER - DEPARTMENT, FUNCTION CODE, RUN DATE - AND
000250* KEEPS ONLY THE RUN DATES IN THE REQUESTED MONTH. ONE
000260* CHGRPT LINE IS WRITTEN PER DEPARTMENT AND FUNCTION,
000270* A TOTAL LINE PER DEPARTMENT AND A GRAND TOTAL.
000280*
000290* THE MONTH IS TAKEN FROM THE CHGPRM PARAMETER FILE,
000300* COLUMNS 1-6 AS YYYYMM. AN ABSENT OR BLANK PARAMETER
000310* BILLS THE CALENDAR MONTH BEFORE TODAY'S.
000320*
000330* CHGRATE HOLDS ONE CARD PER FUNCTION CODE:
000340*     COL  1      FUNCTION CODE (D A F P G S)
000350*     COLS 3-9    RATE PER BILLED REQUEST, 999V9999
000360*     COLS 11-17  SURCHARGE PER P ANSWER COMPUTED LIVE
000370*                 INSTEAD OF SERVED FROM PRIMAST,
000380*                 999V9999 (ZERO OR BLANK FOR NONE)
000390* A CARD WITH * IN COLUMN 1, OR A BLANK CARD, IS A
000400* COMMENT. ONLY REQUESTS ANSWERED ARE BILLED; ERROR
000410* REPLIES ARE SHOWN BUT NOT CHARGED. REQUESTS WITH AN
000420* INVALID FUNCTION CODE (FUNCTION * ON DISPUSE) ARE
000430* ALWAYS ERRORS AND NEED NO RATE.
000440*
000450* USAGE HELD UNDER UNASSGND (SUBMISSIONS THAT NAMED NO
000460* DEPARTMENT) IS PRICED LIKE ANY OTHER SO FINANCE SEES
000470* WHAT IT WOULD COST, AND A NOTE LINE FLAGS IT FOR
000480* FOLLOW-UP.
000490*
000500* RETURN-CODE 8 WHEN ANY BILLED USAGE HAS NO RATE CARD
000510* (THAT USAGE IS SHOWN BUT NOT CHARGED), 16 ON AN OPEN
000520* FAILURE OR A BAD PARAMETER OR RATE CARD.
000530*****************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT USE-FILE ASSIGN TO "DISPUSE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS USE-KEY
000610         FILE STATUS IS WS-USE-FILE-STATUS.
000620
000630     SELECT RATE-FILE ASSIGN TO "CHGRATE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RATE-FILE-STATUS.
000660
000670     SELECT PRM-FILE ASSIGN TO "CHGPRM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRM-FILE-STATUS.
000700
000710     SELECT RPT-FILE ASSIGN TO "CHGRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  USE-FILE.
000780     COPY DISPUSE.
000790
000800 FD  RATE-FILE.
000810 01  RATE-RECORD.
000820     03  RATE-FUNC               PIC X(01).
000821         88  RATE-FUNC-VALID     VALUE 'D' 'A' 'F' 'P' 'G' 'S'.
000830     03  FILLER                  PIC X(01).
000840     03  RATE-PER-REQUEST-X      PIC X(07).
000850     03  RATE-PER-REQUEST REDEFINES RATE-PER-REQUEST-X
000860                                 PIC 9(03)V9(04).
000870     03  FILLER                  PIC X(01).
000880     03  RATE-PER-LIVE-X         PIC X(07).
000890     03  RATE-PER-LIVE REDEFINES RATE-PER-LIVE-X
000900                                 PIC 9(03)V9(04).
000910     03  FILLER                  PIC X(63).
000920
000930 FD  PRM-FILE.
000940 01  PRM-RECORD.
000950     03  PRM-MONTH-X             PIC X(06).
000960     03  PRM-MONTH REDEFINES PRM-MONTH-X
000970                                 PIC 9(06).
000980     03  FILLER                  PIC X(74).
000990
001000 FD  RPT-FILE.
001010 01  RPT-RECORD                  PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-SWITCHES.
001050     03  WS-USE-EOF-SW           PIC X(01)  VALUE 'N'.
001060         88  WS-USE-EOF                     VALUE 'Y'.
001070     03  WS-RATE-EOF-SW          PIC X(01)  VALUE 'N'.
001080         88  WS-RATE-EOF                    VALUE 'Y'.
001090     03  WS-GROUP-OPEN-SW        PIC X(01)  VALUE 'N'.
001100         88  WS-GROUP-OPEN                  VALUE 'Y'.
001110     03  WS-RATE-FOUND-SW        PIC X(01)  VALUE 'N'.
001120         88  WS-RATE-FOUND                  VALUE 'Y'.
001130
001140 01  WS-FILE-STATUSES.
001150     03  WS-USE-FILE-STATUS      PIC X(02)  VALUE SPACES.
001160     03  WS-RATE-FILE-STATUS     PIC X(02)  VALUE SPACES.
001170     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001180     03  WS-RPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001190
001200*-----------------------------------------------------
001210* THE RATE TABLE, ONE ENTRY PER FUNCTION CODE
001220*-----------------------------------------------------
001230 77  WS-RATE-MAX                 PIC 9(04)  COMP VALUE 20.
001240
001250 01  WS-RATE-TABLE.
001260     03  WS-RATE-COUNT           PIC 9(04)  COMP VALUE 0.
001270     03  WS-RATE-ENTRY OCCURS 20 TIMES.
001280         05  WS-RATE-FUNC        PIC X(01).
001290         05  WS-RATE-PER-REQUEST PIC 9(03)V9(04).
001300         05  WS-RATE-PER-LIVE    PIC 9(03)V9(04).
001310
001320 01  WS-WORK-FIELDS.
001330     03  WS-SUB                  PIC 9(04)  COMP.
001340     03  WS-RATE-IDX             PIC 9(04)  COMP.
001350     03  WS-TODAY                PIC 9(08)  VALUE 0.
001360     03  WS-TODAY-PARTS REDEFINES WS-TODAY.
001370         05  WS-TODAY-YEAR       PIC 9(04).
001380         05  WS-TODAY-MONTH      PIC 9(02).
001390         05  WS-TODAY-DAY        PIC 9(02).
001400     03  WS-BILL-MONTH           PIC 9(06)  VALUE 0.
001410     03  WS-BILL-PARTS REDEFINES WS-BILL-MONTH.
001420         05  WS-BILL-YEAR        PIC 9(04).
001430         05  WS-BILL-MM          PIC 9(02).
001440     03  WS-USE-DATE             PIC 9(08)  VALUE 0.
001450     03  WS-USE-DATE-PARTS REDEFINES WS-USE-DATE.
001460         05  WS-USE-MONTH        PIC 9(06).
001470         05  WS-USE-DAY          PIC 9(02).
001480     03  WS-CUR-DEPT             PIC X(08)  VALUE SPACES.
001490     03  WS-CUR-FUNC             PIC X(01)  VALUE SPACE.
001500     03  WS-LIVE-CHARGE          PIC 9(09)V99 VALUE 0.
001510
001520*-----------------------------------------------------
001530* ACCUMULATORS - ONE SET PER LEVEL OF THE REPORT:
001540* FUNCTION WITHIN DEPARTMENT, DEPARTMENT, WHOLE MONTH
001550*-----------------------------------------------------
001560 01  WS-FUNC-TOTALS.
001570     03  WS-FUNC-REQUESTS        PIC 9(09)  VALUE 0.
001580     03  WS-FUNC-ERRORS          PIC 9(09)  VALUE 0.
001590     03  WS-FUNC-BILLED          PIC 9(09)  VALUE 0.
001600     03  WS-FUNC-PRI-MASTER      PIC 9(09)  VALUE 0.
001610     03  WS-FUNC-PRI-LIVE        PIC 9(09)  VALUE 0.
001620     03  WS-FUNC-CHARGE          PIC 9(09)V99 VALUE 0.
001630
001640 01  WS-DEPT-TOTALS.
001650     03  WS-DEPT-REQUESTS        PIC 9(09)  VALUE 0.
001660     03  WS-DEPT-ERRORS          PIC 9(09)  VALUE 0.
001670     03  WS-DEPT-BILLED          PIC 9(09)  VALUE 0.
001680     03  WS-DEPT-CHARGE          PIC 9(09)V99 VALUE 0.
001690
001700 01  WS-GRAND-TOTALS.
001710     03  WS-GRAND-REQUESTS       PIC 9(09)  VALUE 0.
001720     03  WS-GRAND-ERRORS         PIC 9(09)  VALUE 0.
001730     03  WS-GRAND-BILLED         PIC 9(09)  VALUE 0.
001740     03  WS-GRAND-CHARGE         PIC 9(09)V99 VALUE 0.
001750     03  WS-DEPT-COUNT           PIC 9(09)  VALUE 0.
001760     03  WS-UNASSIGNED-REQUESTS  PIC 9(09)  VALUE 0.
001770     03  WS-UNRATED-COUNT        PIC 9(09)  VALUE 0.
001780
001790 01  WS-EDIT-FIELDS.
001800     03  WS-EDIT-CHARGE          PIC Z(08)9.99.
001810     03  WS-EDIT-RATE            PIC ZZ9.9999.
001820     03  WS-EDIT-LIVE-RATE       PIC ZZ9.9999.
001830
001840 01  WS-RUN-TOTALS.
001850     03  WS-RECORDS-READ         PIC 9(09)  VALUE 0.
001860     03  WS-RECORDS-SKIPPED      PIC 9(09)  VALUE 0.
001870     03  WS-LINES-WRITTEN        PIC 9(09)  VALUE 0.
001880
001890 01  WS-AUDIT-FIELDS.
001900     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
001910     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
001920     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
001930
001940     COPY AUDITREC.
001950
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001990     PERFORM 2000-PROCESS-USAGE THRU 2000-EXIT
002000         UNTIL WS-USE-EOF
002010     PERFORM 8000-TERMINATE THRU 8000-EXIT
002020     IF WS-UNRATED-COUNT > 0
002030         MOVE 8 TO RETURN-CODE
002040     ELSE
002050         MOVE 0 TO RETURN-CODE
002060     END-IF
002070     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002080     GOBACK
002090     .
002100
002110*-----------------------------------------------------
002120* 1000-INITIALIZE - SETTLE THE MONTH, LOAD THE RATES,
002130*     OPEN THE USAGE FILE AND THE REPORT
002140*-----------------------------------------------------
002150 1000-INITIALIZE.
002160     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002170     ACCEPT WS-AUD-TIME-WORK FROM TIME
002180     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002190
002200     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
002210     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
002220
002230     OPEN INPUT USE-FILE
002240     IF WS-USE-FILE-STATUS NOT = '00'
002250         DISPLAY 'CHGBACK: CANNOT OPEN DISPUSE, STATUS='
002260             WS-USE-FILE-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         GOBACK
002290     END-IF
002300
002310     OPEN OUTPUT RPT-FILE
002320     IF WS-RPT-FILE-STATUS NOT = '00'
002330         DISPLAY 'CHGBACK: CANNOT OPEN CHGRPT, STATUS='
002340             WS-RPT-FILE-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380
002390     MOVE SPACES TO RPT-RECORD
002400     STRING 'CHGBACK DISPBAT CHARGEBACK MONTH=' WS-BILL-MONTH
002410         ' RUN DATE=' WS-AUD-START-DATE
002420         DELIMITED BY SIZE
002430         INTO RPT-RECORD
002440     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
002450
002460     PERFORM 2100-READ-USE-FILE THRU 2100-EXIT
002470     .
002480 1000-EXIT.
002490     EXIT.
002500
002510*-----------------------------------------------------
002520* 1100-READ-PARAMETER - THE MONTH TO BILL. ABSENT OR
002530*     BLANK MEANS LAST MONTH; ANYTHING ELSE MUST BE A
002540*     VALID YYYYMM.
002550*-----------------------------------------------------
002560 1100-READ-PARAMETER.
002570     MOVE WS-AUD-START-DATE TO WS-TODAY
002580     IF WS-TODAY-MONTH = 1
002590         COMPUTE WS-BILL-YEAR = WS-TODAY-YEAR - 1
002600         MOVE 12 TO WS-BILL-MM
002610     ELSE
002620         MOVE WS-TODAY-YEAR TO WS-BILL-YEAR
002630         COMPUTE WS-BILL-MM = WS-TODAY-MONTH - 1
002640     END-IF
002650
002660     OPEN INPUT PRM-FILE
002670     IF WS-PRM-FILE-STATUS NOT = '00'
002680         GO TO 1100-EXIT
002690     END-IF
002700     READ PRM-FILE
002710         AT END
002720             MOVE SPACES TO PRM-RECORD
002730     END-READ
002740     CLOSE PRM-FILE
002750
002760     IF PRM-MONTH-X = SPACES
002770         GO TO 1100-EXIT
002780     END-IF
002790     IF PRM-MONTH-X IS NOT NUMERIC
002800         DISPLAY 'CHGBACK: BAD CHGPRM PARAMETER ' PRM-MONTH-X
002810         MOVE 16 TO RETURN-CODE
002820         GOBACK
002830     END-IF
002840     MOVE PRM-MONTH TO WS-BILL-MONTH
002850     IF WS-BILL-MM < 1
002860      OR WS-BILL-MM > 12
002870         DISPLAY 'CHGBACK: BAD CHGPRM PARAMETER ' PRM-MONTH-X
002880         MOVE 16 TO RETURN-CODE
002890         GOBACK
002900     END-IF
002910     .
002920 1100-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------
002960* 1200-LOAD-RATES - ONE CARD PER FUNCTION CODE. A BAD
002970*     CARD (UNKNOWN FUNCTION CODE OR NON-NUMERIC RATE)
002971*     OR A DUPLICATE CARD STOPS THE RUN; A BILL PRICED
002980*     OFF A MISREAD RATE IS WORSE THAN NO BILL.
002990*-----------------------------------------------------
003000 1200-LOAD-RATES.
003010     OPEN INPUT RATE-FILE
003020     IF WS-RATE-FILE-STATUS NOT = '00'
003030         DISPLAY 'CHGBACK: CANNOT OPEN CHGRATE, STATUS='
003040             WS-RATE-FILE-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF
003080     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
003090         UNTIL WS-RATE-EOF
003100     CLOSE RATE-FILE
003110     .
003120 1200-EXIT.
003130     EXIT.
003140
003150 1210-LOAD-ONE-RATE.
003160     READ RATE-FILE
003170         AT END
003180             SET WS-RATE-EOF TO TRUE
003190             GO TO 1210-EXIT
003200     END-READ
003210     IF RATE-RECORD = SPACES
003220      OR RATE-FUNC = '*'
003230         GO TO 1210-EXIT
003240     END-IF
003250
003260     IF RATE-PER-LIVE-X = SPACES
003270         MOVE ZEROS TO RATE-PER-LIVE-X
003280     END-IF
003290     IF RATE-PER-REQUEST-X IS NOT NUMERIC
003300      OR RATE-PER-LIVE-X IS NOT NUMERIC
003301      OR NOT RATE-FUNC-VALID
003310         DISPLAY 'CHGBACK: BAD CHGRATE CARD ' RATE-RECORD(1:17)
003320         MOVE 16 TO RETURN-CODE
003330         GOBACK
003340     END-IF
003350
003360     MOVE RATE-FUNC TO WS-CUR-FUNC
003370     PERFORM 6000-FIND-RATE THRU 6000-EXIT
003380     IF WS-RATE-FOUND
003390         DISPLAY 'CHGBACK: DUPLICATE CHGRATE CARD FOR'
003400             ' FUNCTION ' RATE-FUNC
003410         MOVE 16 TO RETURN-CODE
003420         GOBACK
003430     END-IF
003440     IF WS-RATE-COUNT NOT < WS-RATE-MAX
003450         DISPLAY 'CHGBACK: MORE THAN ' WS-RATE-MAX
003460             ' CHGRATE CARDS'
003470         MOVE 16 TO RETURN-CODE
003480         GOBACK
003490     END-IF
003500
003510     ADD 1 TO WS-RATE-COUNT
003520     MOVE RATE-FUNC TO WS-RATE-FUNC(WS-RATE-COUNT)
003530     MOVE RATE-PER-REQUEST TO WS-RATE-PER-REQUEST(WS-RATE-COUNT)
003540     MOVE RATE-PER-LIVE TO WS-RATE-PER-LIVE(WS-RATE-COUNT)
003550     .
003560 1210-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------
003600* 2000-PROCESS-USAGE - ONE DISPUSE RECORD PER PASS. THE
003610*     FILE COMES IN KEY ORDER, SO A CHANGE OF FUNCTION
003620*     CLOSES THE FUNCTION LINE AND A CHANGE OF
003630*     DEPARTMENT CLOSES THE DEPARTMENT TOTAL TOO.
003640*-----------------------------------------------------
003650 2000-PROCESS-USAGE.
003660     ADD 1 TO WS-RECORDS-READ
003670     MOVE USE-RUN-DATE TO WS-USE-DATE
003680     IF WS-USE-MONTH NOT = WS-BILL-MONTH
003690         ADD 1 TO WS-RECORDS-SKIPPED
003700         GO TO 2000-NEXT
003710     END-IF
003720
003730     IF WS-GROUP-OPEN
003740         IF USE-DEPT NOT = WS-CUR-DEPT
003750             PERFORM 3000-CLOSE-FUNCTION THRU 3000-EXIT
003760             PERFORM 3100-CLOSE-DEPARTMENT THRU 3100-EXIT
003770         ELSE
003780             IF USE-FUNC NOT = WS-CUR-FUNC
003790                 PERFORM 3000-CLOSE-FUNCTION THRU 3000-EXIT
003800             END-IF
003810         END-IF
003820     END-IF
003830
003840     SET WS-GROUP-OPEN TO TRUE
003850     MOVE USE-DEPT TO WS-CUR-DEPT
003860     MOVE USE-FUNC TO WS-CUR-FUNC
003870     ADD USE-REQUESTS TO WS-FUNC-REQUESTS
003880     ADD USE-ERRORS TO WS-FUNC-ERRORS
003890     ADD USE-PRI-MASTER TO WS-FUNC-PRI-MASTER
003900     ADD USE-PRI-LIVE TO WS-FUNC-PRI-LIVE
003910     .
003920 2000-NEXT.
003930     PERFORM 2100-READ-USE-FILE THRU 2100-EXIT
003940     .
003950 2000-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------
003990* 2100-READ-USE-FILE
004000*-----------------------------------------------------
004010 2100-READ-USE-FILE.
004020     READ USE-FILE NEXT RECORD
004030         AT END
004040             SET WS-USE-EOF TO TRUE
004050     END-READ
004060     .
004070 2100-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------
004110* 3000-CLOSE-FUNCTION - PRICE AND PRINT ONE DEPARTMENT
004120*     AND FUNCTION, THEN ROLL IT INTO THE DEPARTMENT
004130*-----------------------------------------------------
004140 3000-CLOSE-FUNCTION.
004150     COMPUTE WS-FUNC-BILLED = WS-FUNC-REQUESTS - WS-FUNC-ERRORS
004160     MOVE 0 TO WS-FUNC-CHARGE
004170     MOVE 0 TO WS-EDIT-RATE
004180     MOVE 0 TO WS-EDIT-LIVE-RATE
004190     PERFORM 6000-FIND-RATE THRU 6000-EXIT
004200
004210     IF WS-RATE-FOUND
004220         COMPUTE WS-FUNC-CHARGE ROUNDED = WS-FUNC-BILLED
004230             * WS-RATE-PER-REQUEST(WS-RATE-IDX)
004240         COMPUTE WS-LIVE-CHARGE ROUNDED = WS-FUNC-PRI-LIVE
004250             * WS-RATE-PER-LIVE(WS-RATE-IDX)
004260         ADD WS-LIVE-CHARGE TO WS-FUNC-CHARGE
004270         MOVE WS-RATE-PER-REQUEST(WS-RATE-IDX) TO WS-EDIT-RATE
004280         MOVE WS-RATE-PER-LIVE(WS-RATE-IDX) TO WS-EDIT-LIVE-RATE
004290     END-IF
004300
004310     MOVE WS-FUNC-CHARGE TO WS-EDIT-CHARGE
004320     MOVE SPACES TO RPT-RECORD
004330     STRING 'DEPT=' WS-CUR-DEPT
004340         ' FN=' WS-CUR-FUNC
004350         ' REQ=' WS-FUNC-REQUESTS
004360         ' ERR=' WS-FUNC-ERRORS
004370         ' BILL=' WS-FUNC-BILLED
004380         ' MAST=' WS-FUNC-PRI-MASTER
004390         ' LIVE=' WS-FUNC-PRI-LIVE
004400         ' RATE=' WS-EDIT-RATE
004410         '/' WS-EDIT-LIVE-RATE
004420         ' CHG=' WS-EDIT-CHARGE
004430         DELIMITED BY SIZE
004440         INTO RPT-RECORD
004450     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004460
004470     IF NOT WS-RATE-FOUND
004480      AND WS-FUNC-BILLED > 0
004490         ADD 1 TO WS-UNRATED-COUNT
004500         MOVE SPACES TO RPT-RECORD
004510         STRING '    NO CHGRATE CARD FOR FUNC=' WS-CUR-FUNC
004520             ' - ' WS-FUNC-BILLED ' BILLED REQUESTS NOT CHARGED'
004530             DELIMITED BY SIZE
004540             INTO RPT-RECORD
004550         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004560     END-IF
004570
004580     ADD WS-FUNC-REQUESTS TO WS-DEPT-REQUESTS
004590     ADD WS-FUNC-ERRORS TO WS-DEPT-ERRORS
004600     ADD WS-FUNC-BILLED TO WS-DEPT-BILLED
004610     ADD WS-FUNC-CHARGE TO WS-DEPT-CHARGE
004620     INITIALIZE WS-FUNC-TOTALS
004630     .
004640 3000-EXIT.
004650     EXIT.
004660
004670*-----------------------------------------------------
004680* 3100-CLOSE-DEPARTMENT - DEPARTMENT TOTAL LINE, ROLLED
004690*     INTO THE GRAND TOTAL
004700*-----------------------------------------------------
004710 3100-CLOSE-DEPARTMENT.
004720     MOVE WS-DEPT-CHARGE TO WS-EDIT-CHARGE
004730     MOVE SPACES TO RPT-RECORD
004740     STRING 'DEPT=' WS-CUR-DEPT
004750         ' TOTAL REQ=' WS-DEPT-REQUESTS
004760         ' ERR=' WS-DEPT-ERRORS
004770         ' BILL=' WS-DEPT-BILLED
004780         ' CHG=' WS-EDIT-CHARGE
004790         DELIMITED BY SIZE
004800         INTO RPT-RECORD
004810     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004820
004830     IF WS-CUR-DEPT = 'UNASSGND'
004840         MOVE WS-DEPT-REQUESTS TO WS-UNASSIGNED-REQUESTS
004850         MOVE SPACES TO RPT-RECORD
004860         STRING '    UNASSGND HOLDS REQUESTS SUBMITTED WITH NO'
004870             ' DEPARTMENT CODE - CHARGE UNRECOVERED UNTIL'
004880             ' ASSIGNED'
004890             DELIMITED BY SIZE
004900             INTO RPT-RECORD
004910         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004920     END-IF
004930
004940     ADD 1 TO WS-DEPT-COUNT
004950     ADD WS-DEPT-REQUESTS TO WS-GRAND-REQUESTS
004960     ADD WS-DEPT-ERRORS TO WS-GRAND-ERRORS
004970     ADD WS-DEPT-BILLED TO WS-GRAND-BILLED
004980     ADD WS-DEPT-CHARGE TO WS-GRAND-CHARGE
004990     INITIALIZE WS-DEPT-TOTALS
005000     .
005010 3100-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------
005050* 6000-FIND-RATE - LOOK UP WS-CUR-FUNC IN THE RATE
005060*     TABLE
005070*-----------------------------------------------------
005080 6000-FIND-RATE.
005090     MOVE 'N' TO WS-RATE-FOUND-SW
005100     MOVE 0 TO WS-RATE-IDX
005110     PERFORM 6100-MATCH-ONE-RATE THRU 6100-EXIT
005120         VARYING WS-SUB FROM 1 BY 1
005130         UNTIL WS-SUB > WS-RATE-COUNT
005140            OR WS-RATE-FOUND
005150     .
005160 6000-EXIT.
005170     EXIT.
005180
005190 6100-MATCH-ONE-RATE.
005200     IF WS-RATE-FUNC(WS-SUB) = WS-CUR-FUNC
005210         SET WS-RATE-FOUND TO TRUE
005220         MOVE WS-SUB TO WS-RATE-IDX
005230     END-IF
005240     .
005250 6100-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------
005290* 7000-WRITE-LINE - ONE LINE TO CHGRPT
005300*-----------------------------------------------------
005310 7000-WRITE-LINE.
005320     WRITE RPT-RECORD
005330     ADD 1 TO WS-LINES-WRITTEN
005340     .
005350 7000-EXIT.
005360     EXIT.
005370
005380*-----------------------------------------------------
005390* 8000-TERMINATE - CLOSE THE LAST GROUP, GRAND TOTAL,
005400*     CLOSE FILES
005410*-----------------------------------------------------
005420 8000-TERMINATE.
005430     IF WS-GROUP-OPEN
005440         PERFORM 3000-CLOSE-FUNCTION THRU 3000-EXIT
005450         PERFORM 3100-CLOSE-DEPARTMENT THRU 3100-EXIT
005460     END-IF
005470
005480     MOVE WS-GRAND-CHARGE TO WS-EDIT-CHARGE
005490     MOVE SPACES TO RPT-RECORD
005500     STRING 'ALL DEPARTMENTS=' WS-DEPT-COUNT
005510         ' REQ=' WS-GRAND-REQUESTS
005520         ' ERR=' WS-GRAND-ERRORS
005530         ' BILL=' WS-GRAND-BILLED
005540         ' CHG=' WS-EDIT-CHARGE
005550         DELIMITED BY SIZE
005560         INTO RPT-RECORD
005570     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005580
005590     MOVE SPACES TO RPT-RECORD
005600     STRING 'UNASSIGNED=' WS-UNASSIGNED-REQUESTS
005610         ' UNRATED=' WS-UNRATED-COUNT
005620         DELIMITED BY SIZE
005630         INTO RPT-RECORD
005640     PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005650
005660     CLOSE USE-FILE
005670     CLOSE RPT-FILE
005680     .
005690 8000-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------
005730* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
005740*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
005750*-----------------------------------------------------
005760 9500-WRITE-AUDIT.
005770     MOVE 'CHGBACK' TO AUD-JOB-NAME
005780     MOVE WS-AUD-START-DATE TO AUD-START-DATE
005790     MOVE WS-AUD-START-TIME TO AUD-START-TIME
005800     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
005810     ACCEPT WS-AUD-TIME-WORK FROM TIME
005820     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
005830     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ
005840     MOVE WS-LINES-WRITTEN TO AUD-RECORDS-WRITTEN
005850     MOVE WS-RECORDS-SKIPPED TO AUD-RECORDS-SKIPPED
005860     SET AUD-FRESH-RUN TO TRUE
005870     MOVE RETURN-CODE TO AUD-RETURN-CODE
005880     CALL 'AUDWRITE' USING AUD-RECORD
005890*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
005900*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
005910*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
005920*    FAILED AUDIT WRITE (16) IS KEPT.
005930     IF RETURN-CODE = 0
005940         MOVE AUD-RETURN-CODE TO RETURN-CODE
005950     END-IF
005960     .
005970 9500-EXIT.
005980     EXIT.
005990
006000 END PROGRAM CHGBACK.
