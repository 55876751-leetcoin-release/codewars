000010*****************************************************
000020* PROGRAM      NUMINQ
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-07
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-07 DWO  INITIAL VERSION - HELP-DESK INQUIRY FOR
000090*                 THE ONE-OFF QUESTIONS OTHER DEPARTMENTS
000100*                 PHONE IN ("IS 999999937 PRIME, WHAT ARE
000110*                 ITS FACTORS, WHAT IS ITS SIGMA"), WHICH
000120*                 TODAY MEAN A ONE-RECORD DISPIN RUN OR A
000130*                 HAND SEARCH OF LAST NIGHT'S FACRPT AND
000140*                 NUMPROPS. EVERY INQUIRY IS LOGGED TO
000150*                 INQLOG SO THE PHONE TRAFFIC THE SCREEN
000160*                 ABSORBS CAN BE COUNTED.
000161* 2026-10-11 DWO  PASSES THE NEW GROUP-CALCULATION
000162*                 REQUEST AND RESULT GROUPS ON THE DISPATCH
000163*                 CALL, IN STEP WITH THE DISPREQ COPYBOOK.
000170*****************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. NUMINQ.
000200 AUTHOR. D. OKAFOR.
000210 INSTALLATION. QA NUMERIC SYSTEMS.
000220 DATE-WRITTEN. 2026-10-07.
000230 DATE-COMPILED.
000240
000250*****************************************************
000260* CONVERSATIONAL INQUIRY RUN FROM THE OPERATOR'S
000270* CONSOLE. AFTER SIGN-ON THE OPERATOR PICKS A SCREEN:
000280*     1 - ONE NUM. SHOWS THE DIVISOR LIST (PAGED, 70
000290*         TO A PAGE), THE PRIMAST CLASS AND DIVISOR
000300*         COUNT, THE FACTORS FACTORIZATION AND THE
000310*         NUMPROP FIGURES (TOTIENT, SIGMA, SQUARE-FREE,
000320*         PERFECT POWER). EACH ANSWER IS TAGGED WITH
000330*         WHERE IT CAME FROM:
000340*             MASTER - READ FROM DIVMAST OR PRIMAST
000350*             LIVE   - COMPUTED NOW THROUGH DISPATCH
000360*         THE DIVISOR LIST COMES FROM DIVMAST WHEN THE
000370*         NUM IS ON FILE, THE PRIMAST FIGURES THROUGH
000380*         PRIMFND (WHICH FALLS BACK TO A LIVE DIVISORS
000390*         CALL ITSELF), AND THE FACTORIZATION AND THE
000400*         FIGURES DERIVED FROM IT ARE ALWAYS LIVE - NO
000410*         MASTER CARRIES THEM.
000420*     2 - TWO NUMS. SHOWS THE PAIRCALC GCD, LCM AND
000430*         COPRIME FLAG, COMPUTED LIVE THROUGH DISPATCH.
000440*     X - (OR A BLANK OPTION) ENDS THE SESSION.
000450* A BLANK NUM RETURNS TO THE MENU. EVERY ANSWERED
000460* INQUIRY WRITES ONE INQLOG RECORD. DIVMAST IS READ
000470* ONLY; IF IT CANNOT BE OPENED EVERY DIVISOR LIST IS
000480* COMPUTED LIVE AND THE SCREEN SAYS SO.
000490* RETURN-CODE 0 AT END OF SESSION, 8 WHEN ANY INQLOG
000500* WRITE FAILED, 16 WHEN INQLOG CANNOT BE OPENED.
000510*****************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DVM-FILE ASSIGN TO "DIVMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DVM-NUM
000590         FILE STATUS IS WS-DVM-FILE-STATUS.
000600
000610     SELECT OPTIONAL LOG-FILE ASSIGN TO "INQLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LOG-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DVM-FILE.
000680 01  DVM-RECORD.
000690     03  DVM-NUM                 PIC 9(09).
000700     03  DVM-CLASS               PIC X(01).
000710     03  DVM-RESLEN              PIC 9(04).
000720     03  DVM-RES                 PIC 9(09)
000730             OCCURS 0 TO 1500 TIMES DEPENDING ON
000740             DVM-RESLEN.
000750
000760*-----------------------------------------------------
000770* ONE RECORD PER ANSWERED INQUIRY. LOG-NUM-B IS ZERO
000780* ON A ONE-NUM INQUIRY; THE SOURCE FLAGS ARE BLANK ON
000790* A TWO-NUM INQUIRY.
000800*-----------------------------------------------------
000810 FD  LOG-FILE.
000820 01  LOG-RECORD.
000830     03  LOG-DATE                PIC 9(08).
000840     03  LOG-TIME                PIC 9(06).
000850     03  LOG-OPERATOR            PIC X(08).
000860     03  LOG-SCREEN              PIC X(01).
000870         88  LOG-ONE-NUM                    VALUE 'N'.
000880         88  LOG-TWO-NUMS                   VALUE 'G'.
000890     03  LOG-NUM-A               PIC 9(09).
000900     03  LOG-NUM-B               PIC 9(09).
000910     03  LOG-DIV-SOURCE          PIC X(01).
000920     03  LOG-PRI-SOURCE          PIC X(01).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000960     03  WS-QUIT-SW              PIC X(01)  VALUE 'N'.
000970         88  WS-QUIT                        VALUE 'Y'.
000980     03  WS-DVM-STATE-SW         PIC X(01)  VALUE 'U'.
000990         88  WS-DVM-OPEN                    VALUE 'O'.
001000         88  WS-DVM-UNAVAILABLE             VALUE 'X'.
001010     03  WS-DIV-SOURCE-SW        PIC X(01)  VALUE SPACE.
001020         88  WS-DIV-FROM-MASTER             VALUE 'M'.
001030         88  WS-DIV-FROM-LIVE               VALUE 'L'.
001040     03  WS-ENTRY-STATE-SW       PIC X(01)  VALUE SPACE.
001050         88  WS-ENTRY-BLANK                 VALUE 'B'.
001060         88  WS-ENTRY-GOOD                  VALUE 'G'.
001070         88  WS-ENTRY-BAD                   VALUE 'E'.
001080     03  WS-PAGING-DONE-SW       PIC X(01)  VALUE 'N'.
001090         88  WS-PAGING-DONE                 VALUE 'Y'.
001100     03  WS-LOG-FAILED-SW        PIC X(01)  VALUE 'N'.
001110         88  WS-LOG-FAILED                  VALUE 'Y'.
001120     03  WS-SQUAREFREE-SW        PIC X(01)  VALUE 'N'.
001130         88  WS-SQUAREFREE                  VALUE 'Y'.
001140     03  WS-PERFPOWER-SW         PIC X(01)  VALUE 'N'.
001150         88  WS-PERFPOWER                   VALUE 'Y'.
001160
001170 01  WS-FILE-STATUSES.
001180     03  WS-DVM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001190     03  WS-LOG-FILE-STATUS      PIC X(02)  VALUE SPACES.
001200
001210*-----------------------------------------------------
001220* DIVISOR PAGING - SEVEN TO A LINE, TEN LINES TO A PAGE
001230*-----------------------------------------------------
001240 77  WS-DIVS-PER-LINE            PIC 9(04)  COMP VALUE 7.
001250 77  WS-DIVS-PER-PAGE            PIC 9(04)  COMP VALUE 70.
001260
001270 01  WS-WORK-FIELDS.
001280     03  WS-NUM                  PIC 9(09)  VALUE 0.
001290     03  WS-NUM-B                PIC 9(09)  VALUE 0.
001300     03  WS-OPERATOR             PIC X(08)  VALUE SPACES.
001310     03  WS-OPTION               PIC X(01)  VALUE SPACE.
001320     03  WS-REPLY                PIC X(01)  VALUE SPACE.
001330     03  WS-ENTRY                PIC X(12)  VALUE SPACES.
001340     03  WS-ENTRY-LEN            PIC 9(04)  COMP.
001350     03  WS-ENTRY-NUM-X          PIC X(09).
001360     03  WS-ENTRY-NUM REDEFINES WS-ENTRY-NUM-X
001370                                 PIC 9(09).
001380     03  WS-SUB                  PIC 9(04)  COMP.
001390     03  WS-PWR-SUB              PIC 9(02)  COMP.
001400     03  WS-POWER                PIC 9(18)  COMP.
001410     03  WS-SIG-TERM             PIC 9(18)  COMP.
001420     03  WS-EXP-GCD              PIC 9(02)  COMP.
001430     03  WS-GCD-WORK-A           PIC 9(02)  COMP.
001440     03  WS-GCD-WORK-B           PIC 9(02)  COMP.
001450     03  WS-GCD-REMAINDER        PIC 9(02)  COMP.
001460     03  WS-GCD-QUOTIENT         PIC 9(02)  COMP.
001470     03  WS-TOTIENT              PIC 9(09)  VALUE 0.
001480     03  WS-SIGMA                PIC 9(12)  VALUE 0.
001490     03  WS-PAGE-NO              PIC 9(04)  COMP.
001500     03  WS-PAGE-COUNT           PIC 9(04)  COMP.
001510     03  WS-PAGE-FIRST           PIC 9(04)  COMP.
001520     03  WS-PAGE-LAST            PIC 9(04)  COMP.
001530     03  WS-LINE-FIRST           PIC 9(04)  COMP.
001540     03  WS-LINE-LAST            PIC 9(04)  COMP.
001550     03  WS-LIST-PTR             PIC S9(04) COMP.
001560     03  WS-PIECE-START          PIC 9(04)  COMP.
001570
001580 01  WS-FACTOR-LIST              PIC X(200) VALUE SPACES.
001590 01  WS-DISPLAY-LINE             PIC X(80)  VALUE SPACES.
001600
001610*-----------------------------------------------------
001620* EDITED FIELDS FOR THE SCREEN
001630*-----------------------------------------------------
001640 01  WS-SCREEN-FIELDS.
001650     03  WS-SHOW-NUM             PIC Z(08)9.
001660     03  WS-SHOW-NUM-B           PIC Z(08)9.
001670     03  WS-SHOW-COUNT           PIC Z(03)9.
001680     03  WS-SHOW-TOTIENT         PIC Z(08)9.
001690     03  WS-SHOW-SIGMA           PIC Z(11)9.
001700     03  WS-SHOW-GCD             PIC Z(08)9.
001710     03  WS-SHOW-LCM             PIC Z(17)9.
001720     03  WS-SHOW-PAGE            PIC Z(03)9.
001730     03  WS-SHOW-PAGES           PIC Z(03)9.
001740     03  WS-SHOW-TOTAL           PIC Z(08)9.
001750     03  WS-CLASS-TEXT           PIC X(16).
001760     03  WS-SOURCE-TEXT          PIC X(32).
001770
001780 01  WS-RUN-TOTALS.
001790     03  WS-NUM-INQUIRIES        PIC 9(09)  VALUE 0.
001800     03  WS-PAIR-INQUIRIES       PIC 9(09)  VALUE 0.
001810     03  WS-ENTRY-ERRORS         PIC 9(09)  VALUE 0.
001820     03  WS-LOG-WRITTEN          PIC 9(09)  VALUE 0.
001830
001840*-----------------------------------------------------
001850* THE SHARED DISPATCH CALL INTERFACE
001860*-----------------------------------------------------
001870     COPY DISPREQ.
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
001990     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
002000         UNTIL WS-QUIT
002010     PERFORM 8000-TERMINATE THRU 8000-EXIT
002020     IF WS-LOG-FAILED
002030         MOVE 8 TO RETURN-CODE
002040     ELSE
002050         MOVE 0 TO RETURN-CODE
002060     END-IF
002070     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002080     GOBACK
002090     .
002100
002110*-----------------------------------------------------
002120* 1000-INITIALIZE - OPEN THE LOG AND THE DIVISOR
002130*     MASTER, SIGN THE OPERATOR ON. THE LOG IS OPTIONAL
002140*     SO THE FIRST SESSION CREATES IT (STATUS 05).
002150*-----------------------------------------------------
002160 1000-INITIALIZE.
002170     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002180     ACCEPT WS-AUD-TIME-WORK FROM TIME
002190     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002200
002210     OPEN EXTEND LOG-FILE
002220     IF WS-LOG-FILE-STATUS NOT = '00'
002230      AND WS-LOG-FILE-STATUS NOT = '05'
002240         DISPLAY 'NUMINQ: CANNOT OPEN INQLOG, STATUS='
002250             WS-LOG-FILE-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         GOBACK
002280     END-IF
002290
002300     OPEN INPUT DVM-FILE
002310     IF WS-DVM-FILE-STATUS = '00'
002320         SET WS-DVM-OPEN TO TRUE
002330     ELSE
002340         SET WS-DVM-UNAVAILABLE TO TRUE
002350         DISPLAY 'NUMINQ: DIVMAST NOT AVAILABLE, STATUS='
002360             WS-DVM-FILE-STATUS
002370             ' - DIVISOR LISTS WILL BE COMPUTED LIVE'
002380     END-IF
002390
002400     DISPLAY ' '
002410     DISPLAY 'NUMINQ  HELP-DESK INQUIRY'
002420     DISPLAY 'OPERATOR ID ==>'
002430     MOVE SPACES TO WS-OPERATOR
002440     ACCEPT WS-OPERATOR
002450     IF WS-OPERATOR = SPACES
002460         MOVE 'UNKNOWN' TO WS-OPERATOR
002470     END-IF
002480     .
002490 1000-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------
002530* 2000-MAIN-MENU - ONE OPTION PER PASS
002540*-----------------------------------------------------
002550 2000-MAIN-MENU.
002560     DISPLAY ' '
002570     DISPLAY 'NUMINQ  HELP-DESK INQUIRY         OPERATOR='
002580         WS-OPERATOR
002590     DISPLAY '  1  ONE NUM  - DIVISORS, CLASS, FACTORS,'
002600         ' PROPERTIES'
002610     DISPLAY '  2  TWO NUMS - GCD, LCM, COPRIME'
002620     DISPLAY '  X  END THE SESSION'
002630     DISPLAY 'OPTION ==>'
002640     MOVE SPACES TO WS-OPTION
002650     ACCEPT WS-OPTION
002660
002670     EVALUATE WS-OPTION
002680         WHEN '1'
002690             PERFORM 3000-NUM-SCREEN THRU 3000-EXIT
002700         WHEN '2'
002710             PERFORM 5000-PAIR-SCREEN THRU 5000-EXIT
002720         WHEN 'X'
002730         WHEN SPACE
002740             SET WS-QUIT TO TRUE
002750         WHEN OTHER
002760             DISPLAY 'UNKNOWN OPTION ' WS-OPTION
002770                 ' - KEY 1, 2 OR X'
002780     END-EVALUATE
002790     .
002800 2000-EXIT.
002810     EXIT.
002820
002830*-----------------------------------------------------
002840* 3000-NUM-SCREEN - ONE NUM ACROSS THE DIVISOR MASTER,
002850*     THE PRIME MASTER AND THE FACTORS SUBPROGRAM
002860*-----------------------------------------------------
002870 3000-NUM-SCREEN.
002880     DISPLAY 'NUM ==>'
002890     PERFORM 6000-ACCEPT-NUM THRU 6000-EXIT
002900     IF NOT WS-ENTRY-GOOD
002910         GO TO 3000-EXIT
002920     END-IF
002930     MOVE WS-ENTRY-NUM TO WS-NUM
002940     ADD 1 TO WS-NUM-INQUIRIES
002950
002960     PERFORM 3100-GET-DIVISORS THRU 3100-EXIT
002970
002980     SET DISP-IS-PRIME-LOOKUP TO TRUE
002990     MOVE WS-NUM TO DISP-NUM
003000     PERFORM 6500-CALL-DISPATCH THRU 6500-EXIT
003010
003020     SET DISP-IS-FACTORS TO TRUE
003030     MOVE WS-NUM TO DISP-NUM
003040     PERFORM 6500-CALL-DISPATCH THRU 6500-EXIT
003050     PERFORM 3300-BUILD-FACTOR-LIST THRU 3300-EXIT
003060
003070     IF DISP-FAC-NOT-APPLICABLE
003080         MOVE 0 TO WS-TOTIENT
003090         MOVE 0 TO WS-SIGMA
003100         MOVE 'N' TO WS-SQUAREFREE-SW
003110         MOVE 'N' TO WS-PERFPOWER-SW
003120     ELSE
003130         PERFORM 3400-DERIVE-PROPERTIES THRU 3400-EXIT
003140     END-IF
003150
003160     PERFORM 3500-SHOW-SUMMARY THRU 3500-EXIT
003170     PERFORM 3600-PAGE-DIVISORS THRU 3600-EXIT
003180
003190     MOVE SPACES TO LOG-RECORD
003200     SET LOG-ONE-NUM TO TRUE
003210     MOVE WS-NUM TO LOG-NUM-A
003220     MOVE 0 TO LOG-NUM-B
003230     MOVE WS-DIV-SOURCE-SW TO LOG-DIV-SOURCE
003240     MOVE DISP-PRI-SOURCE TO LOG-PRI-SOURCE
003250     PERFORM 7000-LOG-INQUIRY THRU 7000-EXIT
003260     .
003270 3000-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------
003310* 3100-GET-DIVISORS - KEYED READ OF DIVMAST; A NUM NOT
003320*     ON FILE (OR NO MASTER AT ALL) GOES LIVE THROUGH
003330*     DISPATCH. EITHER WAY THE LIST ENDS UP IN
003340*     DISP-DIV-RESULT FOR THE PAGING.
003350*-----------------------------------------------------
003360 3100-GET-DIVISORS.
003370     SET WS-DIV-FROM-LIVE TO TRUE
003380     IF WS-DVM-OPEN
003390         MOVE WS-NUM TO DVM-NUM
003400         READ DVM-FILE
003410             INVALID KEY
003420                 CONTINUE
003430             NOT INVALID KEY
003440                 SET WS-DIV-FROM-MASTER TO TRUE
003450         END-READ
003460     END-IF
003470
003480     IF WS-DIV-FROM-MASTER
003490         MOVE DVM-CLASS TO DISP-DIV-RESCLASS
003500         MOVE DVM-RESLEN TO DISP-DIV-RESLEN
003510         PERFORM 3110-COPY-ONE-DIVISOR THRU 3110-EXIT
003520             VARYING WS-SUB FROM 1 BY 1
003530             UNTIL WS-SUB > DVM-RESLEN
003540     ELSE
003550         SET DISP-IS-DIVISORS TO TRUE
003560         MOVE WS-NUM TO DISP-NUM
003570         PERFORM 6500-CALL-DISPATCH THRU 6500-EXIT
003580     END-IF
003590     .
003600 3100-EXIT.
003610     EXIT.
003620
003630 3110-COPY-ONE-DIVISOR.
003640     MOVE DVM-RES(WS-SUB) TO DISP-DIV-RES(WS-SUB)
003650     .
003660 3110-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------
003700* 3300-BUILD-FACTOR-LIST - AS IN FACBATCH
003710*-----------------------------------------------------
003720 3300-BUILD-FACTOR-LIST.
003730     MOVE SPACES TO WS-FACTOR-LIST
003740     MOVE 1 TO WS-LIST-PTR
003750     IF DISP-FAC-COUNT > 0
003760         PERFORM 3310-APPEND-FACTOR THRU 3310-EXIT
003770             VARYING WS-SUB FROM 1 BY 1
003780             UNTIL WS-SUB > DISP-FAC-COUNT
003790     END-IF
003800     .
003810 3300-EXIT.
003820     EXIT.
003830
003840 3310-APPEND-FACTOR.
003850     IF WS-SUB > 1
003860         STRING ',' DELIMITED BY SIZE
003870             INTO WS-FACTOR-LIST
003880             WITH POINTER WS-LIST-PTR
003890     END-IF
003900     STRING DISP-FAC-PRIME(WS-SUB) '^' DISP-FAC-EXP(WS-SUB)
003910         DELIMITED BY SIZE
003920         INTO WS-FACTOR-LIST
003930         WITH POINTER WS-LIST-PTR
003940     .
003950 3310-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------
003990* 3400-DERIVE-PROPERTIES - THE NUMPROP MULTIPLICATIVE
004000*     FORMULAS OVER THE PRIME/EXPONENT PAIRS, SO THE
004010*     SCREEN AGREES WITH THE NIGHTLY NUMPROPS FILE
004020*-----------------------------------------------------
004030 3400-DERIVE-PROPERTIES.
004040     MOVE 1 TO WS-TOTIENT
004050     MOVE 1 TO WS-SIGMA
004060     MOVE 'Y' TO WS-SQUAREFREE-SW
004070     MOVE 0 TO WS-EXP-GCD
004080
004090     PERFORM 3410-APPLY-ONE-FACTOR THRU 3410-EXIT
004100         VARYING WS-SUB FROM 1 BY 1
004110         UNTIL WS-SUB > DISP-FAC-COUNT
004120
004130     IF WS-EXP-GCD >= 2
004140         MOVE 'Y' TO WS-PERFPOWER-SW
004150     ELSE
004160         MOVE 'N' TO WS-PERFPOWER-SW
004170     END-IF
004180     .
004190 3400-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------
004230* 3410-APPLY-ONE-FACTOR - FOLD ONE PRIME/EXPONENT PAIR
004240*     INTO THE TOTIENT AND SIGMA PRODUCTS (SEE NUMPROP
004250*     FOR WHY THE WORK FIELDS CANNOT OVERFLOW)
004260*-----------------------------------------------------
004270 3410-APPLY-ONE-FACTOR.
004280     MOVE 1 TO WS-POWER
004290     PERFORM 3420-RAISE-ONE-POWER THRU 3420-EXIT
004300         VARYING WS-PWR-SUB FROM 2 BY 1
004310         UNTIL WS-PWR-SUB > DISP-FAC-EXP(WS-SUB)
004320     COMPUTE WS-TOTIENT = WS-TOTIENT * WS-POWER
004330         * (DISP-FAC-PRIME(WS-SUB) - 1)
004340
004350     COMPUTE WS-SIG-TERM = WS-POWER
004360         * DISP-FAC-PRIME(WS-SUB) * DISP-FAC-PRIME(WS-SUB)
004370     COMPUTE WS-SIG-TERM = (WS-SIG-TERM - 1)
004380         / (DISP-FAC-PRIME(WS-SUB) - 1)
004390     COMPUTE WS-SIGMA = WS-SIGMA * WS-SIG-TERM
004400
004410     IF DISP-FAC-EXP(WS-SUB) NOT = 1
004420         MOVE 'N' TO WS-SQUAREFREE-SW
004430     END-IF
004440
004450     MOVE WS-EXP-GCD TO WS-GCD-WORK-A
004460     MOVE DISP-FAC-EXP(WS-SUB) TO WS-GCD-WORK-B
004470     PERFORM 3430-EUCLID-STEP THRU 3430-EXIT
004480         UNTIL WS-GCD-WORK-B = 0
004490     MOVE WS-GCD-WORK-A TO WS-EXP-GCD
004500     .
004510 3410-EXIT.
004520     EXIT.
004530
004540 3420-RAISE-ONE-POWER.
004550     COMPUTE WS-POWER = WS-POWER * DISP-FAC-PRIME(WS-SUB)
004560     .
004570 3420-EXIT.
004580     EXIT.
004590
004600 3430-EUCLID-STEP.
004610     DIVIDE WS-GCD-WORK-A BY WS-GCD-WORK-B
004620         GIVING WS-GCD-QUOTIENT
004630         REMAINDER WS-GCD-REMAINDER
004640     MOVE WS-GCD-WORK-B TO WS-GCD-WORK-A
004650     MOVE WS-GCD-REMAINDER TO WS-GCD-WORK-B
004660     .
004670 3430-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------
004710* 3500-SHOW-SUMMARY - ONE LINE PER ANSWER, EACH WITH
004720*     ITS SOURCE
004730*-----------------------------------------------------
004740 3500-SHOW-SUMMARY.
004750     MOVE WS-NUM TO WS-SHOW-NUM
004760     DISPLAY ' '
004770     DISPLAY '------------------------------------------------'
004780         '----------------------------'
004790     DISPLAY 'NUM ' WS-SHOW-NUM
004800
004810     MOVE DISP-DIV-RESCLASS TO WS-REPLY
004820     PERFORM 6800-SET-CLASS-TEXT THRU 6800-EXIT
004830     MOVE DISP-DIV-RESLEN TO WS-SHOW-COUNT
004840     EVALUATE TRUE
004850         WHEN WS-DIV-FROM-MASTER
004860             MOVE 'MASTER (DIVMAST)' TO WS-SOURCE-TEXT
004870         WHEN WS-DVM-UNAVAILABLE
004880             MOVE 'LIVE (DIVMAST NOT AVAILABLE)'
004890                 TO WS-SOURCE-TEXT
004900         WHEN OTHER
004910             MOVE 'LIVE (NOT ON DIVMAST)' TO WS-SOURCE-TEXT
004920     END-EVALUATE
004930     DISPLAY '  DIVISORS     CLASS ' DISP-DIV-RESCLASS
004940         ' ' WS-CLASS-TEXT ' COUNT ' WS-SHOW-COUNT
004950         '  ' WS-SOURCE-TEXT
004960
004970     MOVE DISP-PRI-CLASS TO WS-REPLY
004980     PERFORM 6800-SET-CLASS-TEXT THRU 6800-EXIT
004990     MOVE DISP-PRI-DIV-COUNT TO WS-SHOW-COUNT
005000     IF DISP-PRI-FROM-MASTER
005010         MOVE 'MASTER (PRIMAST)' TO WS-SOURCE-TEXT
005020     ELSE
005030         MOVE 'LIVE (NOT ON PRIMAST)' TO WS-SOURCE-TEXT
005040     END-IF
005050     DISPLAY '  PRIME CLASS  CLASS ' DISP-PRI-CLASS
005060         ' ' WS-CLASS-TEXT ' COUNT ' WS-SHOW-COUNT
005070         '  ' WS-SOURCE-TEXT
005080
005090     MOVE DISP-FAC-CLASS TO WS-REPLY
005100     PERFORM 6800-SET-CLASS-TEXT THRU 6800-EXIT
005110     MOVE DISP-FAC-COUNT TO WS-SHOW-COUNT
005120     DISPLAY '  FACTORS      CLASS ' DISP-FAC-CLASS
005130         ' ' WS-CLASS-TEXT ' PRIMES' WS-SHOW-COUNT
005140         '  LIVE (FACTORS)'
005150     PERFORM 3510-SHOW-FACTOR-PIECE THRU 3510-EXIT
005160         VARYING WS-PIECE-START FROM 1 BY 50
005170         UNTIL WS-PIECE-START > 200
005180            OR WS-FACTOR-LIST(WS-PIECE-START:50) = SPACES
005190
005200     MOVE WS-TOTIENT TO WS-SHOW-TOTIENT
005210     MOVE WS-SIGMA TO WS-SHOW-SIGMA
005220     DISPLAY '  PROPERTIES   TOTIENT ' WS-SHOW-TOTIENT
005230         '  SIGMA ' WS-SHOW-SIGMA
005240     DISPLAY '               SQUARE-FREE ' WS-SQUAREFREE-SW
005250         '  PERFECT-POWER ' WS-PERFPOWER-SW
005260         '  LIVE (FROM THE FACTORS)'
005270     .
005280 3500-EXIT.
005290     EXIT.
005300
005310 3510-SHOW-FACTOR-PIECE.
005320     DISPLAY '               ' WS-FACTOR-LIST(WS-PIECE-START:50)
005330     .
005340 3510-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------
005380* 3600-PAGE-DIVISORS - SHOW THE LIST A PAGE AT A TIME;
005390*     THE OPERATOR STEPS FORWARD (N OR ENTER), BACK (P)
005400*     OR STOPS (X). THE LAST PAGE NEEDS NO REPLY.
005410*-----------------------------------------------------
005420 3600-PAGE-DIVISORS.
005430     IF DISP-DIV-RESLEN = 0
005440         DISPLAY '  DIVISOR LIST EMPTY - 1 AND NUM ARE NOT'
005450             ' LISTED'
005460         GO TO 3600-EXIT
005470     END-IF
005480
005490     COMPUTE WS-PAGE-COUNT =
005500         (DISP-DIV-RESLEN + WS-DIVS-PER-PAGE - 1)
005510             / WS-DIVS-PER-PAGE
005520     MOVE 1 TO WS-PAGE-NO
005530     MOVE 'N' TO WS-PAGING-DONE-SW
005540     PERFORM 3610-SHOW-ONE-PAGE THRU 3610-EXIT
005550         UNTIL WS-PAGING-DONE
005560     .
005570 3600-EXIT.
005580     EXIT.
005590
005600 3610-SHOW-ONE-PAGE.
005610     MOVE WS-PAGE-NO TO WS-SHOW-PAGE
005620     MOVE WS-PAGE-COUNT TO WS-SHOW-PAGES
005630     DISPLAY '  DIVISOR LIST PAGE ' WS-SHOW-PAGE
005640         ' OF ' WS-SHOW-PAGES
005650
005660     COMPUTE WS-PAGE-FIRST =
005670         (WS-PAGE-NO - 1) * WS-DIVS-PER-PAGE + 1
005680     COMPUTE WS-PAGE-LAST =
005690         WS-PAGE-FIRST + WS-DIVS-PER-PAGE - 1
005700     IF WS-PAGE-LAST > DISP-DIV-RESLEN
005710         MOVE DISP-DIV-RESLEN TO WS-PAGE-LAST
005720     END-IF
005730     PERFORM 3620-SHOW-ONE-LINE THRU 3620-EXIT
005740         VARYING WS-LINE-FIRST FROM WS-PAGE-FIRST
005750             BY WS-DIVS-PER-LINE
005760         UNTIL WS-LINE-FIRST > WS-PAGE-LAST
005770
005780     IF WS-PAGE-NO = WS-PAGE-COUNT
005790         SET WS-PAGING-DONE TO TRUE
005800         GO TO 3610-EXIT
005810     END-IF
005820
005830     DISPLAY '  N=NEXT PAGE  P=PREVIOUS PAGE  X=STOP ==>'
005840     MOVE SPACES TO WS-REPLY
005850     ACCEPT WS-REPLY
005860     EVALUATE WS-REPLY
005870         WHEN 'X'
005880             SET WS-PAGING-DONE TO TRUE
005890         WHEN 'P'
005900             IF WS-PAGE-NO > 1
005910                 SUBTRACT 1 FROM WS-PAGE-NO
005920             END-IF
005930         WHEN OTHER
005940             ADD 1 TO WS-PAGE-NO
005950     END-EVALUATE
005960     .
005970 3610-EXIT.
005980     EXIT.
005990
006000 3620-SHOW-ONE-LINE.
006010     COMPUTE WS-LINE-LAST =
006020         WS-LINE-FIRST + WS-DIVS-PER-LINE - 1
006030     IF WS-LINE-LAST > WS-PAGE-LAST
006040         MOVE WS-PAGE-LAST TO WS-LINE-LAST
006050     END-IF
006060     MOVE SPACES TO WS-DISPLAY-LINE
006070     MOVE 1 TO WS-LIST-PTR
006080     PERFORM 3630-APPEND-DIVISOR THRU 3630-EXIT
006090         VARYING WS-SUB FROM WS-LINE-FIRST BY 1
006100         UNTIL WS-SUB > WS-LINE-LAST
006110     DISPLAY '  ' WS-DISPLAY-LINE(1:70)
006120     .
006130 3620-EXIT.
006140     EXIT.
006150
006160 3630-APPEND-DIVISOR.
006170     STRING ' ' DISP-DIV-RES(WS-SUB) DELIMITED BY SIZE
006180         INTO WS-DISPLAY-LINE
006190         WITH POINTER WS-LIST-PTR
006200     .
006210 3630-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------
006250* 5000-PAIR-SCREEN - TWO NUMS THROUGH PAIRCALC
006260*-----------------------------------------------------
006270 5000-PAIR-SCREEN.
006280     DISPLAY 'FIRST NUM ==>'
006290     PERFORM 6000-ACCEPT-NUM THRU 6000-EXIT
006300     IF NOT WS-ENTRY-GOOD
006310         GO TO 5000-EXIT
006320     END-IF
006330     MOVE WS-ENTRY-NUM TO WS-NUM
006340
006350     DISPLAY 'SECOND NUM ==>'
006360     PERFORM 6000-ACCEPT-NUM THRU 6000-EXIT
006370     IF NOT WS-ENTRY-GOOD
006380         GO TO 5000-EXIT
006390     END-IF
006400     MOVE WS-ENTRY-NUM TO WS-NUM-B
006410     ADD 1 TO WS-PAIR-INQUIRIES
006420
006430     SET DISP-IS-PAIR-CALC TO TRUE
006440     MOVE WS-NUM TO DISP-PAIR-NUM-A
006450     MOVE WS-NUM-B TO DISP-PAIR-NUM-B
006460     PERFORM 6500-CALL-DISPATCH THRU 6500-EXIT
006470
006480     MOVE WS-NUM TO WS-SHOW-NUM
006490     MOVE WS-NUM-B TO WS-SHOW-NUM-B
006500     MOVE DISP-PAIR-GCD TO WS-SHOW-GCD
006510     MOVE DISP-PAIR-LCM TO WS-SHOW-LCM
006520     IF DISP-PAIR-COPRIME
006530         MOVE 'YES' TO WS-SOURCE-TEXT
006540     ELSE
006550         MOVE 'NO' TO WS-SOURCE-TEXT
006560     END-IF
006570     DISPLAY ' '
006580     DISPLAY '------------------------------------------------'
006590         '----------------------------'
006600     DISPLAY 'NUMS ' WS-SHOW-NUM ' AND ' WS-SHOW-NUM-B
006610         '  LIVE (PAIRCALC)'
006620     DISPLAY '  GCD ' WS-SHOW-GCD
006630     DISPLAY '  LCM ' WS-SHOW-LCM
006640     DISPLAY '  COPRIME ' WS-SOURCE-TEXT(1:3)
006650
006660     MOVE SPACES TO LOG-RECORD
006670     SET LOG-TWO-NUMS TO TRUE
006680     MOVE WS-NUM TO LOG-NUM-A
006690     MOVE WS-NUM-B TO LOG-NUM-B
006700     PERFORM 7000-LOG-INQUIRY THRU 7000-EXIT
006710     .
006720 5000-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------
006760* 6000-ACCEPT-NUM - ONE TO NINE DIGITS, KEYED FROM THE
006770*     FIRST POSITION; RIGHT-JUSTIFIED INTO WS-ENTRY-NUM.
006780*     A BLANK ENTRY BACKS OUT TO THE MENU.
006790*-----------------------------------------------------
006800 6000-ACCEPT-NUM.
006810     MOVE SPACES TO WS-ENTRY
006820     ACCEPT WS-ENTRY
006830     IF WS-ENTRY = SPACES
006840         SET WS-ENTRY-BLANK TO TRUE
006850         GO TO 6000-EXIT
006860     END-IF
006870
006880     SET WS-ENTRY-BAD TO TRUE
006890     MOVE 0 TO WS-ENTRY-LEN
006900     INSPECT WS-ENTRY TALLYING WS-ENTRY-LEN
006910         FOR CHARACTERS BEFORE INITIAL SPACE
006920     IF WS-ENTRY-LEN = 0
006930      OR WS-ENTRY-LEN > 9
006940         GO TO 6000-REJECT
006950     END-IF
006960     IF WS-ENTRY(WS-ENTRY-LEN + 1:) NOT = SPACES
006970      OR WS-ENTRY(1:WS-ENTRY-LEN) IS NOT NUMERIC
006980         GO TO 6000-REJECT
006990     END-IF
007000
007010     MOVE ZEROS TO WS-ENTRY-NUM-X
007020     MOVE WS-ENTRY(1:WS-ENTRY-LEN)
007030         TO WS-ENTRY-NUM-X(10 - WS-ENTRY-LEN:WS-ENTRY-LEN)
007040     SET WS-ENTRY-GOOD TO TRUE
007050     GO TO 6000-EXIT
007060     .
007070 6000-REJECT.
007080     ADD 1 TO WS-ENTRY-ERRORS
007090     DISPLAY 'NOT A NUM - KEY ONE TO NINE DIGITS FROM THE'
007100         ' FIRST POSITION'
007110     .
007120 6000-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------
007160* 6500-CALL-DISPATCH - THE FULL DISPREQ INTERFACE
007170*-----------------------------------------------------
007180 6500-CALL-DISPATCH.
007190     CALL 'DISPATCH' USING DISP-FUNCTION DISP-NUM
007200         DISP-DIV-RESULT DISP-FAC-RESULT DISP-PRI-RESULT
007210         DISP-PAIR-REQUEST DISP-PAIR-RESULT
007211         DISP-GRP-REQUEST DISP-GRP-RESULT
007220         DISP-S DISP-ALT-RESULT
007230     .
007240 6500-EXIT.
007250     EXIT.
007260
007270*-----------------------------------------------------
007280* 6800-SET-CLASS-TEXT - SPELL OUT THE CLASS FLAG HELD
007290*     IN WS-REPLY
007300*-----------------------------------------------------
007310 6800-SET-CLASS-TEXT.
007320     EVALUATE WS-REPLY
007330         WHEN 'P'
007340             MOVE '(PRIME)' TO WS-CLASS-TEXT
007350         WHEN 'H'
007360             MOVE '(COMPOSITE)' TO WS-CLASS-TEXT
007370         WHEN 'N'
007380             MOVE '(NOT APPLICABLE)' TO WS-CLASS-TEXT
007390         WHEN OTHER
007400             MOVE '(UNKNOWN)' TO WS-CLASS-TEXT
007410     END-EVALUATE
007420     .
007430 6800-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------
007470* 7000-LOG-INQUIRY - STAMP AND WRITE THE INQLOG RECORD
007480*     THE CALLER HAS FILLED IN. A FAILED WRITE IS SHOWN
007490*     ON THE CONSOLE AND FAILS THE SESSION'S RETURN
007500*     CODE; THE INQUIRY ITSELF HAS ALREADY BEEN ANSWERED.
007510*-----------------------------------------------------
007520 7000-LOG-INQUIRY.
007530     ACCEPT LOG-DATE FROM DATE YYYYMMDD
007540     ACCEPT WS-AUD-TIME-WORK FROM TIME
007550     MOVE WS-AUD-TIME-WORK(1:6) TO LOG-TIME
007560     MOVE WS-OPERATOR TO LOG-OPERATOR
007570     WRITE LOG-RECORD
007580     IF WS-LOG-FILE-STATUS NOT = '00'
007590         DISPLAY 'NUMINQ: CANNOT WRITE INQLOG, STATUS='
007600             WS-LOG-FILE-STATUS
007610         SET WS-LOG-FAILED TO TRUE
007620     ELSE
007630         ADD 1 TO WS-LOG-WRITTEN
007640     END-IF
007650     .
007660 7000-EXIT.
007670     EXIT.
007680
007690*-----------------------------------------------------
007700* 8000-TERMINATE - SESSION TOTALS, CLOSE FILES
007710*-----------------------------------------------------
007720 8000-TERMINATE.
007730     DISPLAY ' '
007740     MOVE WS-NUM-INQUIRIES TO WS-SHOW-TOTAL
007750     DISPLAY 'NUMINQ: ONE-NUM INQUIRIES ' WS-SHOW-TOTAL
007760     MOVE WS-PAIR-INQUIRIES TO WS-SHOW-TOTAL
007770     DISPLAY 'NUMINQ: TWO-NUM INQUIRIES ' WS-SHOW-TOTAL
007780     MOVE WS-ENTRY-ERRORS TO WS-SHOW-TOTAL
007790     DISPLAY 'NUMINQ: REJECTED ENTRIES  ' WS-SHOW-TOTAL
007800
007810     CLOSE LOG-FILE
007820     IF WS-DVM-OPEN
007830         CLOSE DVM-FILE
007840     END-IF
007850     .
007860 8000-EXIT.
007870     EXIT.
007880
007890*-----------------------------------------------------
007900* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
007910*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
007920*-----------------------------------------------------
007930 9500-WRITE-AUDIT.
007940     MOVE 'NUMINQ' TO AUD-JOB-NAME
007950     MOVE WS-AUD-START-DATE TO AUD-START-DATE
007960     MOVE WS-AUD-START-TIME TO AUD-START-TIME
007970     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
007980     ACCEPT WS-AUD-TIME-WORK FROM TIME
007990     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
008000     ADD WS-NUM-INQUIRIES WS-PAIR-INQUIRIES
008010         GIVING AUD-RECORDS-READ
008020     MOVE WS-LOG-WRITTEN TO AUD-RECORDS-WRITTEN
008030     MOVE WS-ENTRY-ERRORS TO AUD-RECORDS-SKIPPED
008040     SET AUD-FRESH-RUN TO TRUE
008050     MOVE RETURN-CODE TO AUD-RETURN-CODE
008060     CALL 'AUDWRITE' USING AUD-RECORD
008070*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
008080*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
008090*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
008100*    FAILED AUDIT WRITE (16) IS KEPT.
008110     IF RETURN-CODE = 0
008120         MOVE AUD-RETURN-CODE TO RETURN-CODE
008130     END-IF
008140     .
008150 9500-EXIT.
008160     EXIT.
008170
008180 END PROGRAM NUMINQ.
