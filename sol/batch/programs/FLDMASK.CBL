000010*****************************************************
000020* PROGRAM      FLDMASK
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-12
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-12 DWO  INITIAL VERSION - FIELD-LEVEL MASKING OF
000090*                 FIXED-LAYOUT PRODUCTION EXTRACTS FOR QA.
000100*                 ALTBATCH SCRAMBLES A WHOLE LINE; HERE A
000110*                 LAYOUT DECK NAMES THE COLUMNS TO SCRAMBLE
000120*                 (NAMES, ADDRESSES) AND THE TEXTXFRM CHAIN
000130*                 FOR EACH, AND EVERY OTHER COLUMN - KEYS,
000140*                 DATES, AMOUNTS - IS COPIED BYTE FOR BYTE.
000150*****************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. FLDMASK.
000180 AUTHOR. D. OKAFOR.
000190 INSTALLATION. QA NUMERIC SYSTEMS.
000200 DATE-WRITTEN. 2026-10-12.
000210 DATE-COMPILED.
000220
000230*****************************************************
000240* THE MSKLAY LAYOUT DECK DESCRIBES ONE RECORD TYPE
000250* ('*' IN COLUMN 1 IS A COMMENT CARD). FIRST A TYPE
000260* CARD:
000270*     COLUMNS  1- 5  'TYPE='
000280*     COLUMNS  6-13  RECORD TYPE NAME
000290*     COLUMNS 15-17  RECORD LENGTH (001-999)
000300* THEN ONE FLD CARD PER FIELD, IN ASCENDING COLUMN
000310* ORDER, NO TWO FIELDS OVERLAPPING:
000320*     COLUMNS  1- 5  'FLD= '
000330*     COLUMNS  6-13  FIELD NAME
000340*     COLUMNS 15-17  START COLUMN
000350*     COLUMNS 19-21  LENGTH
000360*     COLUMNS 23-27  TEXTXFRM CHAIN, UP TO FIVE OF
000370*                    C/R/O/V/B APPLIED IN ORDER AS IN
000380*                    ALTBATCH; BLANK LEAVES THE FIELD
000390*                    ALONE
000400* A CHAINED FIELD MAY BE AT MOST 300 COLUMNS, THE
000410* TEXTXFRM CAPACITY. COLUMNS NOT NAMED BY ANY FLD CARD
000420* ARE CARRIED AS UNNAMED LEAVE-ALONE FIELDS (FILLER),
000430* SO EVERY COLUMN OF THE RECORD BELONGS TO EXACTLY ONE
000440* FIELD OF THE LAYOUT. A BAD DECK STOPS THE RUN BEFORE
000450* ANY RECORD IS READ.
000460*
000470* EACH MSKIN RECORD IS MASKED FIELD BY FIELD INTO
000480* MSKOUT. A CHAIN THAT SHORTENS THE TEXT (B) IS PADDED
000490* WITH BLANKS BACK TO THE FIELD LENGTH, SO NO LATER
000500* COLUMN EVER MOVES. A RECORD SHORTER THAN THE LAYOUT
000510* IS TAKEN AS BLANK TO THE END (LINE-SEQUENTIAL FILES
000520* LOSE TRAILING BLANKS); A RECORD LONGER THAN THE
000530* LAYOUT IS NOT OF THIS TYPE AND IS COUNTED AND
000540* SKIPPED.
000550*
000560* WHEN THE MSKPRM PARAMETER FILE CARRIES 'V' IN COLUMN
000570* 1 EVERY FIELD OF EVERY RECORD IS VERIFIED: A
000580* LEAVE-ALONE FIELD MUST BE BYTE FOR BYTE THE SAME ON
000590* OUTPUT AS ON INPUT, AND A FIELD WHOSE CHAIN IS ONLY
000600* THE SELF-INVERTING CODES C, R AND O IS RUN BACK
000610* THROUGH THE CHAIN IN REVERSE AND MUST COME BACK TO
000620* THE INPUT. A FIELD WITH V OR B IN ITS CHAIN CANNOT
000630* BE VERIFIED AND IS COUNTED AS SUCH. AN ABSENT MSKPRM
000640* LEAVES VERIFICATION OFF.
000650*
000660* THE MSKCTL CONTROL TOTALS, IN THE STYLE OF ALTCTL,
000670* CARRY ONE RUN LINE AND THEN ONE LINE PER FIELD OF
000680* THE LAYOUT WITH ITS MASKED / PASSED / PADDED /
000690* OTHER-CHARS COUNTS AND ITS VERIFIED / ROUND-TRIP-
000700* FAILED / UNVERIFIABLE COUNTS FOR THE SIGN-OFF.
000710* RETURN-CODE 16 ON A BAD LAYOUT OR AN OPEN FAILURE.
000720*****************************************************
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT LAY-FILE ASSIGN TO "MSKLAY"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-LAY-FILE-STATUS.
000790
000800     SELECT IN-FILE ASSIGN TO "MSKIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-IN-FILE-STATUS.
000830
000840     SELECT OUT-FILE ASSIGN TO "MSKOUT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-OUT-FILE-STATUS.
000870
000880     SELECT CTL-FILE ASSIGN TO "MSKCTL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CTL-FILE-STATUS.
000910
000920     SELECT PRM-FILE ASSIGN TO "MSKPRM"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PRM-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  LAY-FILE.
000990 01  LAY-RECORD.
001000     03  LAY-CARD-TYPE           PIC X(05).
001010         88  LAY-IS-TYPE-CARD            VALUE 'TYPE='.
001020         88  LAY-IS-FIELD-CARD           VALUE 'FLD= '.
001030     03  LAY-NAME                PIC X(08).
001040     03  FILLER                  PIC X(01).
001050     03  LAY-TYPE-LENGTH         PIC X(03).
001060     03  FILLER                  PIC X(63).
001070 01  LAY-FIELD-CARD.
001080     03  FILLER                  PIC X(13).
001090     03  FILLER                  PIC X(01).
001100     03  LAY-FLD-START           PIC X(03).
001110     03  FILLER                  PIC X(01).
001120     03  LAY-FLD-LENGTH          PIC X(03).
001130     03  FILLER                  PIC X(01).
001140     03  LAY-FLD-CHAIN           PIC X(05).
001150     03  FILLER                  PIC X(53).
001160
001170 FD  IN-FILE
001180     RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
001190         DEPENDING ON WS-IN-LENGTH.
001200 01  IN-RECORD                   PIC X(999).
001210
001220 FD  OUT-FILE
001230     RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
001240         DEPENDING ON WS-OUT-LENGTH.
001250 01  OUT-RECORD                  PIC X(999).
001260
001270 FD  CTL-FILE.
001280 01  CTL-RECORD                  PIC X(300).
001290
001300 FD  PRM-FILE.
001310 01  PRM-RECORD                  PIC X(01).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     03  WS-LAY-EOF-SW           PIC X(01)  VALUE 'N'.
001360         88  WS-LAY-EOF                     VALUE 'Y'.
001370     03  WS-IN-EOF-SW            PIC X(01)  VALUE 'N'.
001380         88  WS-IN-EOF                      VALUE 'Y'.
001390     03  WS-VERIFY-SW            PIC X(01)  VALUE 'N'.
001400         88  WS-VERIFY-MODE                 VALUE 'Y'.
001410     03  WS-CHAIN-BAD-SW         PIC X(01)  VALUE 'N'.
001420         88  WS-CHAIN-BAD                   VALUE 'Y'.
001430     03  WS-INVERTIBLE-SW        PIC X(01)  VALUE 'N'.
001440         88  WS-CHAIN-INVERTIBLE            VALUE 'Y'.
001450     03  WS-RECORD-FAILED-SW     PIC X(01)  VALUE 'N'.
001460         88  WS-RECORD-FAILED               VALUE 'Y'.
001470     03  WS-RECORD-CHECKED-SW    PIC X(01)  VALUE 'N'.
001480         88  WS-RECORD-CHECKED              VALUE 'Y'.
001490
001500 01  WS-FILE-STATUSES.
001510     03  WS-LAY-FILE-STATUS      PIC X(02)  VALUE SPACES.
001520     03  WS-IN-FILE-STATUS       PIC X(02)  VALUE SPACES.
001530     03  WS-OUT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001540     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001550     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001560
001570 77  WS-CHAIN-MAX                PIC 9(01)  VALUE 5.
001580 77  WS-NAMED-FIELD-MAX          PIC 9(03)  VALUE 50 COMP.
001590 77  WS-XFRM-CAPACITY            PIC 9(03)  VALUE 300 COMP.
001600
001610 01  WS-WORK-FIELDS.
001620     03  WS-IN-LENGTH            PIC 9(03)  VALUE 0.
001630     03  WS-OUT-LENGTH           PIC 9(03)  VALUE 0.
001640     03  WS-FLD-SUB              PIC 9(03)  COMP.
001650     03  WS-CHAIN-SUB            PIC 9(02)  COMP.
001660     03  WS-NEXT-COLUMN          PIC 9(04)  COMP.
001670     03  WS-FIELD-END            PIC 9(04)  COMP.
001680     03  WS-NAMED-FIELDS         PIC 9(03)  COMP VALUE 0.
001690     03  WS-CARD-START           PIC 9(03)  VALUE 0.
001700     03  WS-CARD-LENGTH          PIC 9(03)  VALUE 0.
001710     03  WS-CARD-CHAIN-LEN       PIC 9(01)  VALUE 0.
001720     03  WS-START                PIC 9(03)  COMP.
001730     03  WS-LENGTH               PIC 9(03)  COMP.
001740     03  WS-CHAIN-TEXT           PIC X(05)  VALUE SPACES.
001750
001760*-----------------------------------------------------
001770* THE LAYOUT: RECORD TYPE AND LENGTH FROM THE TYPE
001780* CARD, THEN ONE ENTRY PER FIELD IN COLUMN ORDER -
001790* THE FLD CARDS AND THE FILLER BETWEEN THEM - WITH
001800* THE FIELD'S OWN CONTROL TOTALS
001810*-----------------------------------------------------
001820 01  WS-LAYOUT.
001830     03  WS-RECORD-TYPE          PIC X(08)  VALUE SPACES.
001840     03  WS-RECORD-LENGTH        PIC 9(03)  VALUE 0.
001850     03  WS-FIELD-COUNT          PIC 9(03)  VALUE 0 COMP.
001860     03  WS-FIELD-ENTRY OCCURS 101 TIMES.
001870         05  WS-FLD-NAME         PIC X(08).
001880         05  WS-FLD-START        PIC 9(03).
001890         05  WS-FLD-LENGTH       PIC 9(03).
001900         05  WS-FLD-CHAIN-LEN    PIC 9(01).
001910             88  WS-FLD-LEAVE-ALONE      VALUE 0.
001920         05  WS-FLD-CHAIN        PIC X(05).
001930         05  WS-FLD-INVERTIBLE-SW
001940                                 PIC X(01).
001950             88  WS-FLD-INVERTIBLE       VALUE 'Y'.
001960         05  WS-FLD-MASKED       PIC 9(09).
001970         05  WS-FLD-PASSED       PIC 9(09).
001980         05  WS-FLD-PADDED       PIC 9(09).
001990         05  WS-FLD-OTHER-CHARS  PIC 9(09).
002000         05  WS-FLD-VERIFIED     PIC 9(09).
002010         05  WS-FLD-RT-FAIL      PIC 9(09).
002020         05  WS-FLD-UNVERIFIABLE PIC 9(09).
002030
002040*-----------------------------------------------------
002050* THE RECORD AS READ (BLANK-FILLED TO THE LAYOUT
002060* LENGTH) AND THE RECORD BEING BUILT FOR MSKOUT
002070*-----------------------------------------------------
002080 01  WS-RECORD-IN                PIC X(999) VALUE SPACES.
002090 01  WS-RECORD-OUT               PIC X(999) VALUE SPACES.
002100
002110 01  WS-CONTROL-TOTALS.
002120     03  WS-RECORDS-READ         PIC 9(09)  VALUE 0.
002130     03  WS-RECORDS-MASKED       PIC 9(09)  VALUE 0.
002140     03  WS-RECORDS-SKIPPED      PIC 9(09)  VALUE 0.
002150     03  WS-WRONG-LENGTH         PIC 9(09)  VALUE 0.
002160     03  WS-OTHER-CHAR-TOTAL     PIC 9(09)  VALUE 0.
002170     03  WS-RECORDS-VERIFIED     PIC 9(09)  VALUE 0.
002180     03  WS-RT-FAIL-COUNT        PIC 9(09)  VALUE 0.
002190     03  WS-CARDS-READ           PIC 9(09)  VALUE 0.
002200
002210*-----------------------------------------------------
002220* PER-TRANSFORM-TYPE COUNTS FOR THE RUN LINE
002230*-----------------------------------------------------
002240 01  WS-XFRM-COUNTS.
002250     03  WS-CASE-FLIP-COUNT      PIC 9(09)  VALUE 0.
002260     03  WS-REVERSE-COUNT        PIC 9(09)  VALUE 0.
002270     03  WS-ROT13-COUNT          PIC 9(09)  VALUE 0.
002280     03  WS-MASK-VOWEL-COUNT     PIC 9(09)  VALUE 0.
002290     03  WS-SQUEEZE-COUNT        PIC 9(09)  VALUE 0.
002300
002310 01  WS-CTL-EDIT-FIELDS.
002320     03  WS-CTL-START            PIC 9(03)  VALUE 0.
002330     03  WS-CTL-LENGTH           PIC 9(03)  VALUE 0.
002340     03  WS-CTL-CHAIN            PIC X(05)  VALUE SPACES.
002350     03  WS-CTL-FIELD-COUNT      PIC 9(03)  VALUE 0.
002360
002370 01  XFRM-REQUEST.
002380     03  XFRM-CODE               PIC X(01).
002390         88  XFRM-CASE-FLIP              VALUE 'C'.
002400         88  XFRM-REVERSE                VALUE 'R'.
002410         88  XFRM-ROT13                  VALUE 'O'.
002420         88  XFRM-MASK-VOWELS            VALUE 'V'.
002430         88  XFRM-SQUEEZE-BLANKS         VALUE 'B'.
002440     03  XFRM-TEXT-LENGTH        PIC 9(03).
002450     03  XFRM-TEXT-CHARS.
002460         05  XFRM-TEXT-CHAR      PIC X
002470                 OCCURS 1 TO 300 TIMES
002480                 DEPENDING ON XFRM-TEXT-LENGTH.
002490
002500 01  XFRM-RESULT.
002510     03  XFRM-STATUS             PIC X(01).
002520         88  XFRM-OK                     VALUE 'G'.
002530         88  XFRM-BAD-CODE               VALUE 'U'.
002540     03  XFRM-RES-LENGTH         PIC 9(03).
002550     03  XFRM-OTHER-COUNT        PIC 9(03).
002560     03  XFRM-RES-CHARS.
002570         05  XFRM-RES-CHAR       PIC X
002580                 OCCURS 1 TO 300 TIMES
002590                 DEPENDING ON XFRM-RES-LENGTH.
002600
002610 01  WS-AUDIT-FIELDS.
002620     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
002630     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
002640     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002650
002660     COPY AUDITREC.
002670
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     PERFORM 2000-PROCESS-IN-FILE THRU 2000-EXIT
002720         UNTIL WS-IN-EOF
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT
002740     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
002750     GOBACK
002760     .
002770
002780*-----------------------------------------------------
002790* 1000-INITIALIZE - PARAMETER AND LAYOUT FIRST, SO A
002800*     BAD DECK STOPS THE RUN BEFORE MSKOUT IS OPENED
002810*-----------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
002840     ACCEPT WS-AUD-TIME-WORK FROM TIME
002850     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002860
002870     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
002880     PERFORM 1200-LOAD-LAYOUT THRU 1200-EXIT
002890
002900     OPEN INPUT IN-FILE
002910     IF WS-IN-FILE-STATUS NOT = '00'
002920         DISPLAY 'FLDMASK: CANNOT OPEN MSKIN, STATUS='
002930             WS-IN-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         GOBACK
002960     END-IF
002970
002980     OPEN OUTPUT OUT-FILE
002990     IF WS-OUT-FILE-STATUS NOT = '00'
003000         DISPLAY 'FLDMASK: CANNOT OPEN MSKOUT, STATUS='
003010             WS-OUT-FILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         GOBACK
003040     END-IF
003050
003060     PERFORM 2100-READ-IN-FILE THRU 2100-EXIT
003070     .
003080 1000-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------
003120* 1100-READ-PARAMETER - VERIFICATION SWITCH FROM
003130*     MSKPRM. AN ABSENT FILE LEAVES VERIFICATION OFF;
003140*     A PRESENT BUT UNUSABLE PARAMETER STOPS THE RUN.
003150*-----------------------------------------------------
003160 1100-READ-PARAMETER.
003170     OPEN INPUT PRM-FILE
003180     IF WS-PRM-FILE-STATUS NOT = '00'
003190         GO TO 1100-EXIT
003200     END-IF
003210
003220     READ PRM-FILE
003230         AT END
003240             CLOSE PRM-FILE
003250             GO TO 1100-EXIT
003260     END-READ
003270
003280     EVALUATE PRM-RECORD
003290         WHEN 'V'
003300             SET WS-VERIFY-MODE TO TRUE
003310         WHEN SPACE
003320             CONTINUE
003330         WHEN OTHER
003340             DISPLAY 'FLDMASK: BAD MSKPRM PARAMETER '
003350                 PRM-RECORD
003360             MOVE 16 TO RETURN-CODE
003370             GOBACK
003380     END-EVALUATE
003390     CLOSE PRM-FILE
003400     .
003410 1100-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------
003450* 1200-LOAD-LAYOUT - THE TYPE CARD, THEN THE FLD
003460*     CARDS. WS-NEXT-COLUMN IS THE FIRST COLUMN NOT YET
003470*     COVERED; ANY GAP BEFORE A FIELD, AND ANY TAIL
003480*     AFTER THE LAST ONE, BECOMES A FILLER ENTRY.
003490*-----------------------------------------------------
003500 1200-LOAD-LAYOUT.
003510     OPEN INPUT LAY-FILE
003520     IF WS-LAY-FILE-STATUS NOT = '00'
003530         DISPLAY 'FLDMASK: CANNOT OPEN MSKLAY, STATUS='
003540             WS-LAY-FILE-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580
003590     MOVE 1 TO WS-NEXT-COLUMN
003600     PERFORM 1210-READ-LAY-FILE THRU 1210-EXIT
003610     PERFORM 1220-LOAD-ONE-CARD THRU 1220-EXIT
003620         UNTIL WS-LAY-EOF
003630     CLOSE LAY-FILE
003640
003650     IF WS-RECORD-LENGTH = 0
003660         DISPLAY 'FLDMASK: MSKLAY HAS NO TYPE CARD'
003670         MOVE 16 TO RETURN-CODE
003680         GOBACK
003690     END-IF
003700     IF WS-NAMED-FIELDS = 0
003710         DISPLAY 'FLDMASK: MSKLAY LISTS NO FIELDS'
003720         MOVE 16 TO RETURN-CODE
003730         GOBACK
003740     END-IF
003750
003760     IF WS-NEXT-COLUMN NOT > WS-RECORD-LENGTH
003770         MOVE WS-NEXT-COLUMN TO WS-START
003780         COMPUTE WS-LENGTH =
003790             WS-RECORD-LENGTH - WS-NEXT-COLUMN + 1
003800         PERFORM 1260-ADD-FILLER THRU 1260-EXIT
003810     END-IF
003820     .
003830 1200-EXIT.
003840     EXIT.
003850
003860 1210-READ-LAY-FILE.
003870     READ LAY-FILE
003880         AT END
003890             SET WS-LAY-EOF TO TRUE
003900     END-READ
003910     .
003920 1210-EXIT.
003930     EXIT.
003940
003950 1220-LOAD-ONE-CARD.
003960     ADD 1 TO WS-CARDS-READ
003970     IF LAY-RECORD(1:1) = '*'
003980      OR LAY-RECORD = SPACES
003990         GO TO 1220-NEXT
004000     END-IF
004010
004020     EVALUATE TRUE
004030         WHEN LAY-IS-TYPE-CARD
004040             PERFORM 1230-LOAD-TYPE-CARD THRU 1230-EXIT
004050         WHEN LAY-IS-FIELD-CARD
004060             PERFORM 1240-LOAD-FIELD-CARD THRU 1240-EXIT
004070         WHEN OTHER
004080             DISPLAY 'FLDMASK: BAD MSKLAY CARD ' LAY-RECORD
004090             MOVE 16 TO RETURN-CODE
004100             GOBACK
004110     END-EVALUATE
004120     .
004130 1220-NEXT.
004140     PERFORM 1210-READ-LAY-FILE THRU 1210-EXIT
004150     .
004160 1220-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------
004200* 1230-LOAD-TYPE-CARD - ONE TYPE CARD, AHEAD OF THE
004210*     FIELDS IT DESCRIBES
004220*-----------------------------------------------------
004230 1230-LOAD-TYPE-CARD.
004240     IF WS-RECORD-LENGTH > 0
004250         DISPLAY 'FLDMASK: MSKLAY HAS A SECOND TYPE CARD '
004260             LAY-RECORD
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     IF LAY-NAME = SPACES
004310      OR LAY-TYPE-LENGTH IS NOT NUMERIC
004320      OR LAY-TYPE-LENGTH = '000'
004330         DISPLAY 'FLDMASK: BAD MSKLAY TYPE CARD ' LAY-RECORD
004340         MOVE 16 TO RETURN-CODE
004350         GOBACK
004360     END-IF
004370     MOVE LAY-NAME TO WS-RECORD-TYPE
004380     MOVE LAY-TYPE-LENGTH TO WS-RECORD-LENGTH
004390     .
004400 1230-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------
004440* 1240-LOAD-FIELD-CARD - EDIT ONE FLD CARD AGAINST THE
004450*     TYPE CARD AND THE FIELD BEFORE IT, THEN ADD THE
004460*     FILLER AHEAD OF IT (IF ANY) AND THE FIELD ITSELF
004470*-----------------------------------------------------
004480 1240-LOAD-FIELD-CARD.
004490     IF WS-RECORD-LENGTH = 0
004500         DISPLAY 'FLDMASK: FLD CARD AHEAD OF THE TYPE CARD '
004510             LAY-RECORD
004520         MOVE 16 TO RETURN-CODE
004530         GOBACK
004540     END-IF
004550     IF WS-NAMED-FIELDS >= WS-NAMED-FIELD-MAX
004560         DISPLAY 'FLDMASK: MORE THAN ' WS-NAMED-FIELD-MAX
004570             ' FIELDS ON MSKLAY'
004580         MOVE 16 TO RETURN-CODE
004590         GOBACK
004600     END-IF
004610
004620     IF LAY-NAME = SPACES
004630      OR LAY-FLD-START IS NOT NUMERIC
004640      OR LAY-FLD-LENGTH IS NOT NUMERIC
004650      OR LAY-FLD-START = '000'
004660      OR LAY-FLD-LENGTH = '000'
004670         DISPLAY 'FLDMASK: BAD MSKLAY FLD CARD ' LAY-RECORD
004680         MOVE 16 TO RETURN-CODE
004690         GOBACK
004700     END-IF
004710     MOVE LAY-FLD-START TO WS-CARD-START
004720     MOVE LAY-FLD-LENGTH TO WS-CARD-LENGTH
004730     COMPUTE WS-FIELD-END = WS-CARD-START + WS-CARD-LENGTH - 1
004740
004750     IF WS-FIELD-END > WS-RECORD-LENGTH
004760         DISPLAY 'FLDMASK: FIELD ' LAY-NAME
004770             ' RUNS PAST THE END OF THE RECORD'
004780         MOVE 16 TO RETURN-CODE
004790         GOBACK
004800     END-IF
004810     IF WS-CARD-START < WS-NEXT-COLUMN
004820         DISPLAY 'FLDMASK: FIELD ' LAY-NAME
004830             ' OVERLAPS OR IS OUT OF COLUMN ORDER'
004840         MOVE 16 TO RETURN-CODE
004850         GOBACK
004860     END-IF
004870
004880     PERFORM 1250-PARSE-CHAIN THRU 1250-EXIT
004890     IF WS-CHAIN-BAD
004900         DISPLAY 'FLDMASK: BAD TRANSFORM CHAIN FOR FIELD '
004910             LAY-NAME
004920         MOVE 16 TO RETURN-CODE
004930         GOBACK
004940     END-IF
004950     IF WS-CARD-CHAIN-LEN > 0
004960      AND WS-CARD-LENGTH > WS-XFRM-CAPACITY
004970         DISPLAY 'FLDMASK: FIELD ' LAY-NAME
004980             ' IS TOO LONG TO TRANSFORM'
004990         MOVE 16 TO RETURN-CODE
005000         GOBACK
005010     END-IF
005020
005030     IF WS-CARD-START > WS-NEXT-COLUMN
005040         MOVE WS-NEXT-COLUMN TO WS-START
005050         COMPUTE WS-LENGTH = WS-CARD-START - WS-NEXT-COLUMN
005060         PERFORM 1260-ADD-FILLER THRU 1260-EXIT
005070     END-IF
005080
005090     ADD 1 TO WS-NAMED-FIELDS
005100     ADD 1 TO WS-FIELD-COUNT
005110     MOVE WS-FIELD-COUNT TO WS-FLD-SUB
005120     PERFORM 1270-CLEAR-ENTRY THRU 1270-EXIT
005130     MOVE LAY-NAME TO WS-FLD-NAME(WS-FLD-SUB)
005140     MOVE WS-CARD-START TO WS-FLD-START(WS-FLD-SUB)
005150     MOVE WS-CARD-LENGTH TO WS-FLD-LENGTH(WS-FLD-SUB)
005160     MOVE WS-CARD-CHAIN-LEN TO WS-FLD-CHAIN-LEN(WS-FLD-SUB)
005170     MOVE WS-CHAIN-TEXT TO WS-FLD-CHAIN(WS-FLD-SUB)
005180     MOVE WS-INVERTIBLE-SW TO WS-FLD-INVERTIBLE-SW(WS-FLD-SUB)
005190     COMPUTE WS-NEXT-COLUMN = WS-FIELD-END + 1
005200     .
005210 1240-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------
005250* 1250-PARSE-CHAIN - THE CODES IN COLUMNS 23-27, AS
005260*     ALTBATCH READS ITS CHAIN: THE FIRST BLANK ENDS
005270*     IT. ANYTHING AFTER THAT BLANK, OR ANY CODE
005280*     TEXTXFRM DOES NOT KNOW, MAKES THE CARD BAD. THE
005290*     CHAIN IS INVERTIBLE WHEN EVERY CODE IS ONE OF THE
005300*     SELF-INVERTING THREE (C, R, O).
005310*-----------------------------------------------------
005320 1250-PARSE-CHAIN.
005330     MOVE 0 TO WS-CARD-CHAIN-LEN
005340     MOVE SPACES TO WS-CHAIN-TEXT
005350     MOVE 'N' TO WS-CHAIN-BAD-SW
005360     MOVE 'Y' TO WS-INVERTIBLE-SW
005370     PERFORM 1255-PARSE-ONE-CODE THRU 1255-EXIT
005380         VARYING WS-CHAIN-SUB FROM 1 BY 1
005390         UNTIL WS-CHAIN-SUB > WS-CHAIN-MAX
005400            OR LAY-FLD-CHAIN(WS-CHAIN-SUB:1) = SPACE
005410            OR WS-CHAIN-BAD
005420
005430     IF WS-CARD-CHAIN-LEN < WS-CHAIN-MAX
005440      AND NOT WS-CHAIN-BAD
005450         IF LAY-FLD-CHAIN(WS-CARD-CHAIN-LEN + 1:) NOT = SPACES
005460             SET WS-CHAIN-BAD TO TRUE
005470         END-IF
005480     END-IF
005490     .
005500 1250-EXIT.
005510     EXIT.
005520
005530 1255-PARSE-ONE-CODE.
005540     EVALUATE LAY-FLD-CHAIN(WS-CHAIN-SUB:1)
005550         WHEN 'C'
005560         WHEN 'R'
005570         WHEN 'O'
005580             CONTINUE
005590         WHEN 'V'
005600         WHEN 'B'
005610             MOVE 'N' TO WS-INVERTIBLE-SW
005620         WHEN OTHER
005630             SET WS-CHAIN-BAD TO TRUE
005640             GO TO 1255-EXIT
005650     END-EVALUATE
005660     ADD 1 TO WS-CARD-CHAIN-LEN
005670     MOVE LAY-FLD-CHAIN(WS-CHAIN-SUB:1)
005680         TO WS-CHAIN-TEXT(WS-CARD-CHAIN-LEN:1)
005690     .
005700 1255-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------
005740* 1260-ADD-FILLER - AN UNNAMED LEAVE-ALONE ENTRY FOR
005750*     THE COLUMNS WS-START FOR WS-LENGTH
005760*-----------------------------------------------------
005770 1260-ADD-FILLER.
005780     ADD 1 TO WS-FIELD-COUNT
005790     MOVE WS-FIELD-COUNT TO WS-FLD-SUB
005800     PERFORM 1270-CLEAR-ENTRY THRU 1270-EXIT
005810     MOVE '(FILLER)' TO WS-FLD-NAME(WS-FLD-SUB)
005820     MOVE WS-START TO WS-FLD-START(WS-FLD-SUB)
005830     MOVE WS-LENGTH TO WS-FLD-LENGTH(WS-FLD-SUB)
005840     MOVE 'N' TO WS-FLD-INVERTIBLE-SW(WS-FLD-SUB)
005850     .
005860 1260-EXIT.
005870     EXIT.
005880
005890 1270-CLEAR-ENTRY.
005900     MOVE SPACES TO WS-FLD-NAME(WS-FLD-SUB)
005910     MOVE 0 TO WS-FLD-CHAIN-LEN(WS-FLD-SUB)
005920     MOVE SPACES TO WS-FLD-CHAIN(WS-FLD-SUB)
005930     MOVE 0 TO WS-FLD-MASKED(WS-FLD-SUB)
005940     MOVE 0 TO WS-FLD-PASSED(WS-FLD-SUB)
005950     MOVE 0 TO WS-FLD-PADDED(WS-FLD-SUB)
005960     MOVE 0 TO WS-FLD-OTHER-CHARS(WS-FLD-SUB)
005970     MOVE 0 TO WS-FLD-VERIFIED(WS-FLD-SUB)
005980     MOVE 0 TO WS-FLD-RT-FAIL(WS-FLD-SUB)
005990     MOVE 0 TO WS-FLD-UNVERIFIABLE(WS-FLD-SUB)
006000     .
006010 1270-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------
006050* 2000-PROCESS-IN-FILE - ONE RECORD PER PASS: MASK
006060*     EVERY FIELD INTO THE OUTPUT RECORD, WRITE IT AT
006070*     THE LAYOUT LENGTH, THEN VERIFY IF ASKED
006080*-----------------------------------------------------
006090 2000-PROCESS-IN-FILE.
006100     IF WS-IN-FILE-STATUS = '06'
006110         PERFORM 2150-SKIP-OVERLENGTH-RECORD THRU 2150-EXIT
006120         GO TO 2000-NEXT
006130     END-IF
006140
006150     ADD 1 TO WS-RECORDS-READ
006160     IF WS-IN-LENGTH > WS-RECORD-LENGTH
006170         ADD 1 TO WS-WRONG-LENGTH
006180         GO TO 2000-NEXT
006190     END-IF
006200
006210     MOVE SPACES TO WS-RECORD-IN
006220     MOVE IN-RECORD(1:WS-IN-LENGTH) TO WS-RECORD-IN
006230     MOVE WS-RECORD-IN TO WS-RECORD-OUT
006240
006250     PERFORM 2300-MASK-ONE-FIELD THRU 2300-EXIT
006260         VARYING WS-FLD-SUB FROM 1 BY 1
006270         UNTIL WS-FLD-SUB > WS-FIELD-COUNT
006280
006290     MOVE WS-RECORD-LENGTH TO WS-OUT-LENGTH
006300     MOVE WS-RECORD-OUT(1:WS-OUT-LENGTH)
006310         TO OUT-RECORD(1:WS-OUT-LENGTH)
006320     WRITE OUT-RECORD
006330     ADD 1 TO WS-RECORDS-MASKED
006340
006350     IF WS-VERIFY-MODE
006360         MOVE 'N' TO WS-RECORD-FAILED-SW
006370         MOVE 'N' TO WS-RECORD-CHECKED-SW
006380         PERFORM 2600-VERIFY-ONE-FIELD THRU 2600-EXIT
006390             VARYING WS-FLD-SUB FROM 1 BY 1
006400             UNTIL WS-FLD-SUB > WS-FIELD-COUNT
006410         IF WS-RECORD-FAILED
006420             ADD 1 TO WS-RT-FAIL-COUNT
006430         ELSE
006440             IF WS-RECORD-CHECKED
006450                 ADD 1 TO WS-RECORDS-VERIFIED
006460             END-IF
006470         END-IF
006480     END-IF
006490     .
006500 2000-NEXT.
006510     PERFORM 2100-READ-IN-FILE THRU 2100-EXIT
006520     .
006530 2000-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------
006570* 2100-READ-IN-FILE
006580*-----------------------------------------------------
006590 2100-READ-IN-FILE.
006600     READ IN-FILE
006610         AT END
006620             SET WS-IN-EOF TO TRUE
006630     END-READ
006640     .
006650 2100-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------
006690* 2150-SKIP-OVERLENGTH-RECORD - DRAIN THE REMAINING
006700*     CHUNKS OF A RECORD TOO LONG FOR IN-RECORD (SEE
006710*     ALTBATCH 2150), SO ONE RECORD IS COUNTED AS READ
006720*     AND SKIPPED EXACTLY ONCE
006730*-----------------------------------------------------
006740 2150-SKIP-OVERLENGTH-RECORD.
006750     ADD 1 TO WS-RECORDS-READ
006760     ADD 1 TO WS-RECORDS-SKIPPED
006770     PERFORM 2100-READ-IN-FILE THRU 2100-EXIT
006780         UNTIL WS-IN-FILE-STATUS NOT = '06'
006790            OR WS-IN-EOF
006800     .
006810 2150-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------
006850* 2300-MASK-ONE-FIELD - A LEAVE-ALONE FIELD IS ALREADY
006860*     IN PLACE IN THE OUTPUT RECORD. A CHAINED FIELD IS
006870*     RUN THROUGH TEXTXFRM ONE CODE AT A TIME AND THE
006880*     RESULT IS BLANK-PADDED BACK TO THE FIELD LENGTH.
006890*-----------------------------------------------------
006900 2300-MASK-ONE-FIELD.
006910     IF WS-FLD-LEAVE-ALONE(WS-FLD-SUB)
006920         ADD 1 TO WS-FLD-PASSED(WS-FLD-SUB)
006930         GO TO 2300-EXIT
006940     END-IF
006950
006960     MOVE WS-FLD-START(WS-FLD-SUB) TO WS-START
006970     MOVE WS-FLD-LENGTH(WS-FLD-SUB) TO WS-LENGTH
006980     MOVE WS-LENGTH TO XFRM-TEXT-LENGTH
006990     MOVE WS-RECORD-IN(WS-START:WS-LENGTH) TO XFRM-TEXT-CHARS
007000     MOVE WS-FLD-CHAIN(WS-FLD-SUB) TO WS-CHAIN-TEXT
007010
007020     PERFORM 2500-APPLY-ONE-CODE THRU 2500-EXIT
007030         VARYING WS-CHAIN-SUB FROM 1 BY 1
007040         UNTIL WS-CHAIN-SUB > WS-FLD-CHAIN-LEN(WS-FLD-SUB)
007050
007060*    THE CHAIN'S RESULT SITS BACK IN THE REQUEST TEXT.
007070*    A MOVE OF THE SHORTER TEXT INTO THE FULL-LENGTH
007080*    FIELD BLANK-PADS IT ON THE RIGHT.
007090     IF XFRM-TEXT-LENGTH < WS-LENGTH
007100         ADD 1 TO WS-FLD-PADDED(WS-FLD-SUB)
007110     END-IF
007120     MOVE XFRM-TEXT-CHARS(1:XFRM-TEXT-LENGTH)
007130         TO WS-RECORD-OUT(WS-START:WS-LENGTH)
007140     ADD 1 TO WS-FLD-MASKED(WS-FLD-SUB)
007150     .
007160 2300-EXIT.
007170     EXIT.
007180
007190*-----------------------------------------------------
007200* 2500-APPLY-ONE-CODE - ONE HOP ALONG THE FIELD'S
007210*     CHAIN. THE CODES WERE VALIDATED WHEN THE LAYOUT
007220*     WAS LOADED, SO A BAD-CODE REPLY CANNOT HAPPEN.
007230*-----------------------------------------------------
007240 2500-APPLY-ONE-CODE.
007250     MOVE WS-CHAIN-TEXT(WS-CHAIN-SUB:1) TO XFRM-CODE
007260     CALL 'TEXTXFRM' USING XFRM-REQUEST XFRM-RESULT
007270
007280     ADD XFRM-OTHER-COUNT TO WS-FLD-OTHER-CHARS(WS-FLD-SUB)
007290     ADD XFRM-OTHER-COUNT TO WS-OTHER-CHAR-TOTAL
007300     PERFORM 2200-COUNT-TRANSFORM THRU 2200-EXIT
007310
007320     MOVE XFRM-RES-LENGTH TO XFRM-TEXT-LENGTH
007330     MOVE XFRM-RES-CHARS(1:XFRM-RES-LENGTH)
007340         TO XFRM-TEXT-CHARS(1:XFRM-TEXT-LENGTH)
007350     .
007360 2500-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------
007400* 2200-COUNT-TRANSFORM - ONE TOTAL PER TRANSFORM TYPE
007410*-----------------------------------------------------
007420 2200-COUNT-TRANSFORM.
007430     EVALUATE TRUE
007440         WHEN XFRM-CASE-FLIP
007450             ADD 1 TO WS-CASE-FLIP-COUNT
007460         WHEN XFRM-REVERSE
007470             ADD 1 TO WS-REVERSE-COUNT
007480         WHEN XFRM-ROT13
007490             ADD 1 TO WS-ROT13-COUNT
007500         WHEN XFRM-MASK-VOWELS
007510             ADD 1 TO WS-MASK-VOWEL-COUNT
007520         WHEN XFRM-SQUEEZE-BLANKS
007530             ADD 1 TO WS-SQUEEZE-COUNT
007540     END-EVALUATE
007550     .
007560 2200-EXIT.
007570     EXIT.
007580
007590*-----------------------------------------------------
007600* 2600-VERIFY-ONE-FIELD - A LEAVE-ALONE FIELD (NAMED
007610*     OR FILLER) MUST BE UNCHANGED BYTE FOR BYTE. A
007620*     SELF-INVERTING CHAIN IS RE-APPLIED IN REVERSE TO
007630*     THE OUTPUT FIELD AND MUST COME BACK TO THE INPUT.
007640*     THE TRANSFORM COUNTS ARE NOT DISTURBED - ONLY THE
007650*     FORWARD PASS IS PRODUCTION WORK.
007660*-----------------------------------------------------
007670 2600-VERIFY-ONE-FIELD.
007680     MOVE WS-FLD-START(WS-FLD-SUB) TO WS-START
007690     MOVE WS-FLD-LENGTH(WS-FLD-SUB) TO WS-LENGTH
007700
007710     IF WS-FLD-LEAVE-ALONE(WS-FLD-SUB)
007720         GO TO 2600-COMPARE
007730     END-IF
007740     IF NOT WS-FLD-INVERTIBLE(WS-FLD-SUB)
007750         ADD 1 TO WS-FLD-UNVERIFIABLE(WS-FLD-SUB)
007760         GO TO 2600-EXIT
007770     END-IF
007780
007790     MOVE WS-LENGTH TO XFRM-TEXT-LENGTH
007800     MOVE WS-RECORD-OUT(WS-START:WS-LENGTH) TO XFRM-TEXT-CHARS
007810     MOVE WS-FLD-CHAIN(WS-FLD-SUB) TO WS-CHAIN-TEXT
007820     PERFORM 2700-REVERSE-ONE-CODE THRU 2700-EXIT
007830         VARYING WS-CHAIN-SUB FROM WS-FLD-CHAIN-LEN(WS-FLD-SUB)
007840         BY -1 UNTIL WS-CHAIN-SUB < 1
007850
007860     SET WS-RECORD-CHECKED TO TRUE
007870     IF XFRM-TEXT-LENGTH = WS-LENGTH
007880      AND XFRM-TEXT-CHARS(1:XFRM-TEXT-LENGTH) =
007890          WS-RECORD-IN(WS-START:WS-LENGTH)
007900         ADD 1 TO WS-FLD-VERIFIED(WS-FLD-SUB)
007910     ELSE
007920         ADD 1 TO WS-FLD-RT-FAIL(WS-FLD-SUB)
007930         SET WS-RECORD-FAILED TO TRUE
007940     END-IF
007950     GO TO 2600-EXIT
007960     .
007970 2600-COMPARE.
007980     SET WS-RECORD-CHECKED TO TRUE
007990     IF WS-RECORD-OUT(WS-START:WS-LENGTH) =
008000        WS-RECORD-IN(WS-START:WS-LENGTH)
008010         ADD 1 TO WS-FLD-VERIFIED(WS-FLD-SUB)
008020     ELSE
008030         ADD 1 TO WS-FLD-RT-FAIL(WS-FLD-SUB)
008040         SET WS-RECORD-FAILED TO TRUE
008050     END-IF
008060     .
008070 2600-EXIT.
008080     EXIT.
008090
008100 2700-REVERSE-ONE-CODE.
008110     MOVE WS-CHAIN-TEXT(WS-CHAIN-SUB:1) TO XFRM-CODE
008120     CALL 'TEXTXFRM' USING XFRM-REQUEST XFRM-RESULT
008130     MOVE XFRM-RES-LENGTH TO XFRM-TEXT-LENGTH
008140     MOVE XFRM-RES-CHARS(1:XFRM-RES-LENGTH)
008150         TO XFRM-TEXT-CHARS(1:XFRM-TEXT-LENGTH)
008160     .
008170 2700-EXIT.
008180     EXIT.
008190
008200*-----------------------------------------------------
008210* 8000-TERMINATE - WRITE CONTROL TOTALS, CLOSE FILES
008220*-----------------------------------------------------
008230 8000-TERMINATE.
008240     CLOSE IN-FILE
008250     CLOSE OUT-FILE
008260
008270     OPEN OUTPUT CTL-FILE
008280     MOVE WS-RECORD-LENGTH TO WS-CTL-LENGTH
008290     MOVE WS-FIELD-COUNT TO WS-CTL-FIELD-COUNT
008300     MOVE SPACES TO CTL-RECORD
008310     STRING 'RECTYPE=' WS-RECORD-TYPE
008320         ' LENGTH=' WS-CTL-LENGTH
008330         ' FIELDS=' WS-CTL-FIELD-COUNT
008340         ' RECORDS-READ=' WS-RECORDS-READ
008350         ' MASKED=' WS-RECORDS-MASKED
008360         ' SKIPPED=' WS-RECORDS-SKIPPED
008370         ' WRONG-LENGTH=' WS-WRONG-LENGTH
008380         ' OTHER-CHARS=' WS-OTHER-CHAR-TOTAL
008390         ' CASE=' WS-CASE-FLIP-COUNT
008400         ' REVERSE=' WS-REVERSE-COUNT
008410         ' ROT13=' WS-ROT13-COUNT
008420         ' VOWEL=' WS-MASK-VOWEL-COUNT
008430         ' SQUEEZE=' WS-SQUEEZE-COUNT
008440         ' VERIFY=' WS-VERIFY-SW
008450         ' VERIFIED=' WS-RECORDS-VERIFIED
008460         ' RT-FAIL=' WS-RT-FAIL-COUNT
008470         DELIMITED BY SIZE
008480         INTO CTL-RECORD
008490     WRITE CTL-RECORD
008500
008510     PERFORM 8100-WRITE-FIELD-TOTALS THRU 8100-EXIT
008520         VARYING WS-FLD-SUB FROM 1 BY 1
008530         UNTIL WS-FLD-SUB > WS-FIELD-COUNT
008540     CLOSE CTL-FILE
008550     .
008560 8000-EXIT.
008570     EXIT.
008580
008590*-----------------------------------------------------
008600* 8100-WRITE-FIELD-TOTALS - ONE LINE PER FIELD OF THE
008610*     LAYOUT, FILLER INCLUDED, IN COLUMN ORDER
008620*-----------------------------------------------------
008630 8100-WRITE-FIELD-TOTALS.
008640     MOVE WS-FLD-START(WS-FLD-SUB) TO WS-CTL-START
008650     MOVE WS-FLD-LENGTH(WS-FLD-SUB) TO WS-CTL-LENGTH
008660     IF WS-FLD-LEAVE-ALONE(WS-FLD-SUB)
008670         MOVE 'NONE' TO WS-CTL-CHAIN
008680     ELSE
008690         MOVE WS-FLD-CHAIN(WS-FLD-SUB) TO WS-CTL-CHAIN
008700     END-IF
008710     MOVE SPACES TO CTL-RECORD
008720     STRING 'FIELD=' WS-FLD-NAME(WS-FLD-SUB)
008730         ' START=' WS-CTL-START
008740         ' LENGTH=' WS-CTL-LENGTH
008750         ' CHAIN=' WS-CTL-CHAIN
008760         ' MASKED=' WS-FLD-MASKED(WS-FLD-SUB)
008770         ' PASSED=' WS-FLD-PASSED(WS-FLD-SUB)
008780         ' PADDED=' WS-FLD-PADDED(WS-FLD-SUB)
008790         ' OTHER-CHARS=' WS-FLD-OTHER-CHARS(WS-FLD-SUB)
008800         ' VERIFIED=' WS-FLD-VERIFIED(WS-FLD-SUB)
008810         ' RT-FAIL=' WS-FLD-RT-FAIL(WS-FLD-SUB)
008820         ' UNVERIFIABLE=' WS-FLD-UNVERIFIABLE(WS-FLD-SUB)
008830         DELIMITED BY SIZE
008840         INTO CTL-RECORD
008850     WRITE CTL-RECORD
008860     .
008870 8100-EXIT.
008880     EXIT.
008890
008900*-----------------------------------------------------
008910* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
008920*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
008930*-----------------------------------------------------
008940 9500-WRITE-AUDIT.
008950     MOVE 'FLDMASK' TO AUD-JOB-NAME
008960     MOVE WS-AUD-START-DATE TO AUD-START-DATE
008970     MOVE WS-AUD-START-TIME TO AUD-START-TIME
008980     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
008990     ACCEPT WS-AUD-TIME-WORK FROM TIME
009000     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
009010     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ
009020     MOVE WS-RECORDS-MASKED TO AUD-RECORDS-WRITTEN
009030     MOVE WS-RECORDS-SKIPPED TO AUD-RECORDS-SKIPPED
009040     ADD WS-WRONG-LENGTH TO AUD-RECORDS-SKIPPED
009050     SET AUD-FRESH-RUN TO TRUE
009060     MOVE RETURN-CODE TO AUD-RETURN-CODE
009070     CALL 'AUDWRITE' USING AUD-RECORD
009080*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
009090*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
009100*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
009110*    FAILED AUDIT WRITE (16) IS KEPT.
009120     IF RETURN-CODE = 0
009130         MOVE AUD-RETURN-CODE TO RETURN-CODE
009140     END-IF
009150     .
009160 9500-EXIT.
009170     EXIT.
009180
009190 END PROGRAM FLDMASK.
