000010*****************************************************
000020* PROGRAM      CYCPROM
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-10
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-10 DWO  INITIAL VERSION - PROMOTES A CLEAN CYCLE
000090*                 TO BE THE CERTIFIED BASELINE THAT
000100*                 CYCCOMP COMPARES LATER CYCLES AGAINST,
000110*                 AND RECORDS WHO PROMOTED IT AND WHEN.
000120*                 UNTIL NOW "LAST MONTH'S ANSWER" WAS
000130*                 WHICHEVER COPY OF DIVRPT SOMEONE HAD
000140*                 KEPT, WITH NO RECORD OF WHY IT WAS
000150*                 TRUSTED.
000160*****************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CYCPROM.
000190 AUTHOR. D. OKAFOR.
000200 INSTALLATION. QA NUMERIC SYSTEMS.
000210 DATE-WRITTEN. 2026-10-10.
000220 DATE-COMPILED.
000230
000240*****************************************************
000250* ONE PROMPRM CARD NAMES THE PROMOTION:
000260*     COLUMNS  1- 8  OPERATOR ID (REQUIRED)
000270*     COLUMNS 10-23  CYCLE ID BEING PROMOTED
000280*     COLUMNS 25-64  COMMENT (OPTIONAL)
000290*
000300* THE CYCLE IS PROMOTED ONLY WHEN IT IS CLEAN:
000310*     - THE CURRENT DIVRPT, FACRPT AND NUMPROPS ALL
000320*       CARRY ITS RUN-CYCLE HEADER (CYCHDR COPYBOOK)
000330*     - THE LATEST DIVRECON RUN FOR THE CYCLE ON THE
000340*       SHARED AUDITLOG ENDED WITH RETURN-CODE 0
000350*     - IF MASTAUD RAN FOR THE CYCLE, ITS LATEST RUN
000360*       ALSO ENDED WITH RETURN-CODE 0
000370* THE THREE REPORTS ARE THEN COPIED, HEADER AND ALL, TO
000380* BASDIV, BASFAC AND BASPRP, AND ONLY AFTER ALL THREE
000390* COPIES ARE COMPLETE IS THE PROMOTION RECORD (BASECTL
000400* COPYBOOK) APPENDED TO BASECTL. A FAILED COPY THEREFORE
000410* LEAVES BASECTL NAMING THE OLD BASELINE, AND CYCCOMP'S
000420* HEADER CHECK STOPS ANY COMPARISON AGAINST THE
000430* HALF-WRITTEN FILES UNTIL THE PROMOTION IS RERUN.
000440*
000450* RETURN-CODE 0 ON A PROMOTION; 16 WHEN THE CARD IS BAD,
000460* THE CYCLE IS NOT CLEAN OR A FILE FAILS. NOTHING IS
000470* PROMOTED ON 16.
000480*****************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PRM-FILE ASSIGN TO "PROMPRM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRM-FILE-STATUS.
000550
000560     SELECT AUD-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUD-FILE-STATUS.
000590
000600     SELECT DIV-FILE ASSIGN TO "DIVRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DIV-FILE-STATUS.
000630
000640     SELECT FAC-FILE ASSIGN TO "FACRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FAC-FILE-STATUS.
000670
000680     SELECT PRP-FILE ASSIGN TO "NUMPROPS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRP-FILE-STATUS.
000710
000720     SELECT BDV-FILE ASSIGN TO "BASDIV"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-BDV-FILE-STATUS.
000750
000760     SELECT BFC-FILE ASSIGN TO "BASFAC"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BFC-FILE-STATUS.
000790
000800     SELECT BPR-FILE ASSIGN TO "BASPRP"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-BPR-FILE-STATUS.
000830
000840     SELECT OPTIONAL CTL-FILE ASSIGN TO "BASECTL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CTL-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PRM-FILE.
000910 01  PRM-RECORD.
000920     03  PRM-OPERATOR            PIC X(08).
000930     03  FILLER                  PIC X(01).
000940     03  PRM-CYCLE-ID-X          PIC X(14).
000950     03  PRM-CYCLE-ID REDEFINES PRM-CYCLE-ID-X
000960                                 PIC 9(14).
000970     03  FILLER                  PIC X(01).
000980     03  PRM-COMMENT             PIC X(40).
000990     03  FILLER                  PIC X(16).
001000
001010 FD  AUD-FILE.
001020 01  AUD-FILE-RECORD             PIC X(82).
001030
001040 FD  DIV-FILE.
001050 01  DIV-RECORD                  PIC X(15100).
001060
001070 FD  FAC-FILE.
001080 01  FAC-RECORD                  PIC X(250).
001090
001100 FD  PRP-FILE.
001110 01  PRP-RECORD                  PIC X(33).
001120
001130 FD  BDV-FILE.
001140 01  BDV-RECORD                  PIC X(15100).
001150
001160 FD  BFC-FILE.
001170 01  BFC-RECORD                  PIC X(250).
001180
001190 FD  BPR-FILE.
001200 01  BPR-RECORD                  PIC X(33).
001210
001220 FD  CTL-FILE.
001230     COPY BASECTL.
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-SWITCHES.
001270     03  WS-AUD-EOF-SW           PIC X(01)  VALUE 'N'.
001280         88  WS-AUD-EOF                     VALUE 'Y'.
001290     03  WS-COPY-EOF-SW          PIC X(01)  VALUE 'N'.
001300         88  WS-COPY-EOF                    VALUE 'Y'.
001310     03  WS-RECON-SEEN-SW        PIC X(01)  VALUE 'N'.
001320         88  WS-RECON-SEEN                  VALUE 'Y'.
001330     03  WS-MASTAUD-SEEN-SW      PIC X(01)  VALUE 'N'.
001340         88  WS-MASTAUD-SEEN                VALUE 'Y'.
001350
001360 01  WS-FILE-STATUSES.
001370     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001380     03  WS-AUD-FILE-STATUS      PIC X(02)  VALUE SPACES.
001390     03  WS-DIV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001400     03  WS-FAC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001410     03  WS-PRP-FILE-STATUS      PIC X(02)  VALUE SPACES.
001420     03  WS-BDV-FILE-STATUS      PIC X(02)  VALUE SPACES.
001430     03  WS-BFC-FILE-STATUS      PIC X(02)  VALUE SPACES.
001440     03  WS-BPR-FILE-STATUS      PIC X(02)  VALUE SPACES.
001450     03  WS-CTL-FILE-STATUS      PIC X(02)  VALUE SPACES.
001460
001470 01  WS-WORK-FIELDS.
001480     03  WS-PROMOTE-CYCLE-ID     PIC 9(14)  VALUE 0.
001490     03  WS-RECON-RC             PIC 9(04)  VALUE 0.
001500     03  WS-MASTAUD-RC           PIC 9(04)  VALUE 0.
001510     03  WS-FIRST-RECORD         PIC X(20)  VALUE SPACES.
001520
001530 01  WS-RUN-TOTALS.
001540     03  WS-RECORDS-READ         PIC 9(09)  VALUE 0.
001550     03  WS-RECORDS-WRITTEN      PIC 9(09)  VALUE 0.
001560
001570 01  WS-AUDIT-FIELDS.
001580     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
001590     03  WS-AUD-START-TIME       PIC 9(06)  VALUE 0.
001600     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
001610
001620     COPY CYCHDR.
001630
001640     COPY AUDITREC.
001650
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 2000-CHECK-HEADERS THRU 2000-EXIT
001700     PERFORM 3000-CHECK-AUDITLOG THRU 3000-EXIT
001710     PERFORM 4000-COPY-DIVRPT THRU 4000-EXIT
001720     PERFORM 4100-COPY-FACRPT THRU 4100-EXIT
001730     PERFORM 4200-COPY-NUMPROPS THRU 4200-EXIT
001740     PERFORM 5000-RECORD-PROMOTION THRU 5000-EXIT
001750     MOVE 0 TO RETURN-CODE
001760     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
001770     GOBACK
001780     .
001790
001800*-----------------------------------------------------
001810* 1000-INITIALIZE - READ AND EDIT THE PROMPRM CARD
001820*-----------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
001850     ACCEPT WS-AUD-TIME-WORK FROM TIME
001860     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
001870
001880     OPEN INPUT PRM-FILE
001890     IF WS-PRM-FILE-STATUS NOT = '00'
001900         DISPLAY 'CYCPROM: CANNOT OPEN PROMPRM, STATUS='
001910             WS-PRM-FILE-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         GOBACK
001940     END-IF
001950     READ PRM-FILE
001960         AT END
001970             DISPLAY 'CYCPROM: PROMPRM IS EMPTY - NOTHING TO'
001980                 ' PROMOTE'
001990             MOVE 16 TO RETURN-CODE
002000             GOBACK
002010     END-READ
002020     CLOSE PRM-FILE
002030
002040     IF PRM-OPERATOR = SPACES
002050         DISPLAY 'CYCPROM: PROMPRM NAMES NO OPERATOR - A'
002060             ' BASELINE IS NOT PROMOTED ANONYMOUSLY'
002070         MOVE 16 TO RETURN-CODE
002080         GOBACK
002090     END-IF
002100     IF PRM-CYCLE-ID-X IS NOT NUMERIC
002110      OR PRM-CYCLE-ID = 0
002120         DISPLAY 'CYCPROM: BAD CYCLE ID ON PROMPRM: '
002130             PRM-CYCLE-ID-X
002140         MOVE 16 TO RETURN-CODE
002150         GOBACK
002160     END-IF
002170     MOVE PRM-CYCLE-ID TO WS-PROMOTE-CYCLE-ID
002180     .
002190 1000-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------
002230* 2000-CHECK-HEADERS - THE THREE REPORTS MUST ALL BE
002240*     THE NAMED CYCLE'S
002250*-----------------------------------------------------
002260 2000-CHECK-HEADERS.
002270     OPEN INPUT DIV-FILE
002280     IF WS-DIV-FILE-STATUS NOT = '00'
002290         DISPLAY 'CYCPROM: CANNOT OPEN DIVRPT, STATUS='
002300             WS-DIV-FILE-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         GOBACK
002330     END-IF
002340     MOVE SPACES TO DIV-RECORD
002350     READ DIV-FILE
002360         AT END
002370             MOVE SPACES TO DIV-RECORD
002380     END-READ
002390     MOVE DIV-RECORD(1:20) TO WS-FIRST-RECORD
002400     CLOSE DIV-FILE
002410     PERFORM 2100-CHECK-ONE-HEADER THRU 2100-EXIT
002420
002430     OPEN INPUT FAC-FILE
002440     IF WS-FAC-FILE-STATUS NOT = '00'
002450         DISPLAY 'CYCPROM: CANNOT OPEN FACRPT, STATUS='
002460             WS-FAC-FILE-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         GOBACK
002490     END-IF
002500     MOVE SPACES TO FAC-RECORD
002510     READ FAC-FILE
002520         AT END
002530             MOVE SPACES TO FAC-RECORD
002540     END-READ
002550     MOVE FAC-RECORD(1:20) TO WS-FIRST-RECORD
002560     CLOSE FAC-FILE
002570     PERFORM 2100-CHECK-ONE-HEADER THRU 2100-EXIT
002580
002590     OPEN INPUT PRP-FILE
002600     IF WS-PRP-FILE-STATUS NOT = '00'
002610         DISPLAY 'CYCPROM: CANNOT OPEN NUMPROPS, STATUS='
002620             WS-PRP-FILE-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         GOBACK
002650     END-IF
002660     MOVE SPACES TO PRP-RECORD
002670     READ PRP-FILE
002680         AT END
002690             MOVE SPACES TO PRP-RECORD
002700     END-READ
002710     MOVE PRP-RECORD(1:20) TO WS-FIRST-RECORD
002720     CLOSE PRP-FILE
002730     PERFORM 2100-CHECK-ONE-HEADER THRU 2100-EXIT
002740     .
002750 2000-EXIT.
002760     EXIT.
002770
002780 2100-CHECK-ONE-HEADER.
002790     MOVE WS-FIRST-RECORD TO CYC-HEADER-RECORD
002800     IF NOT CYC-HDR-PRESENT
002810      OR CYC-HDR-ID IS NOT NUMERIC
002820         DISPLAY 'CYCPROM: A REPORT CARRIES NO CYCLE HEADER'
002830             ' - RECORD=' WS-FIRST-RECORD
002840         MOVE 16 TO RETURN-CODE
002850         GOBACK
002860     END-IF
002870     IF CYC-HDR-ID NOT = WS-PROMOTE-CYCLE-ID
002880         DISPLAY 'CYCPROM: THE REPORTS ON HAND ARE CYCLE='
002890             CYC-HDR-ID ', NOT THE CYCLE=' WS-PROMOTE-CYCLE-ID
002900             ' BEING PROMOTED'
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     .
002950 2100-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------
002990* 3000-CHECK-AUDITLOG - THE LATEST DIVRECON (AND ANY
003000*     MASTAUD) RUN FOR THE CYCLE MUST HAVE BEEN CLEAN.
003010*     AUDITLOG IS APPENDED IN RUN ORDER, SO THE LAST
003020*     MATCHING RECORD IS THE LATEST RUN.
003030*-----------------------------------------------------
003040 3000-CHECK-AUDITLOG.
003050     OPEN INPUT AUD-FILE
003060     IF WS-AUD-FILE-STATUS NOT = '00'
003070         DISPLAY 'CYCPROM: CANNOT OPEN AUDITLOG, STATUS='
003080             WS-AUD-FILE-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003120     PERFORM 3100-READ-ONE-RUN THRU 3100-EXIT
003130         UNTIL WS-AUD-EOF
003140     CLOSE AUD-FILE
003150
003160     IF NOT WS-RECON-SEEN
003170         DISPLAY 'CYCPROM: NO DIVRECON RUN ON AUDITLOG FOR'
003180             ' CYCLE=' WS-PROMOTE-CYCLE-ID
003190             ' - AN UNRECONCILED CYCLE IS NOT PROMOTED'
003200         MOVE 16 TO RETURN-CODE
003210         GOBACK
003220     END-IF
003230     IF WS-RECON-RC NOT = 0
003240         DISPLAY 'CYCPROM: LATEST DIVRECON FOR CYCLE='
003250             WS-PROMOTE-CYCLE-ID ' ENDED RC=' WS-RECON-RC
003260             ' - NOT PROMOTED'
003270         MOVE 16 TO RETURN-CODE
003280         GOBACK
003290     END-IF
003300     IF WS-MASTAUD-SEEN
003310      AND WS-MASTAUD-RC NOT = 0
003320         DISPLAY 'CYCPROM: LATEST MASTAUD FOR CYCLE='
003330             WS-PROMOTE-CYCLE-ID ' ENDED RC=' WS-MASTAUD-RC
003340             ' - NOT PROMOTED'
003350         MOVE 16 TO RETURN-CODE
003360         GOBACK
003370     END-IF
003380     .
003390 3000-EXIT.
003400     EXIT.
003410
003420 3100-READ-ONE-RUN.
003430     READ AUD-FILE
003440         AT END
003450             SET WS-AUD-EOF TO TRUE
003460             GO TO 3100-EXIT
003470     END-READ
003480     ADD 1 TO WS-RECORDS-READ
003490     MOVE AUD-FILE-RECORD TO AUD-RECORD
003500     IF AUD-CYCLE-ID IS NOT NUMERIC
003510      OR AUD-RETURN-CODE IS NOT NUMERIC
003520         GO TO 3100-EXIT
003530     END-IF
003540     IF AUD-CYCLE-ID NOT = WS-PROMOTE-CYCLE-ID
003550         GO TO 3100-EXIT
003560     END-IF
003570     IF AUD-JOB-NAME = 'DIVRECON'
003580         SET WS-RECON-SEEN TO TRUE
003590         MOVE AUD-RETURN-CODE TO WS-RECON-RC
003600     END-IF
003610     IF AUD-JOB-NAME = 'MASTAUD'
003620         SET WS-MASTAUD-SEEN TO TRUE
003630         MOVE AUD-RETURN-CODE TO WS-MASTAUD-RC
003640     END-IF
003650     .
003660 3100-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------
003700* 4000-4200 - COPY EACH REPORT TO ITS BASELINE FILE
003710*-----------------------------------------------------
003720 4000-COPY-DIVRPT.
003730     OPEN INPUT DIV-FILE
003740     IF WS-DIV-FILE-STATUS NOT = '00'
003750         DISPLAY 'CYCPROM: CANNOT OPEN DIVRPT, STATUS='
003760             WS-DIV-FILE-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         GOBACK
003790     END-IF
003800     OPEN OUTPUT BDV-FILE
003810     IF WS-BDV-FILE-STATUS NOT = '00'
003820         DISPLAY 'CYCPROM: CANNOT OPEN BASDIV, STATUS='
003830             WS-BDV-FILE-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         GOBACK
003860     END-IF
003870     MOVE 'N' TO WS-COPY-EOF-SW
003880     PERFORM 4010-COPY-ONE-DIV THRU 4010-EXIT
003890         UNTIL WS-COPY-EOF
003900     CLOSE DIV-FILE
003910     CLOSE BDV-FILE
003920     .
003930 4000-EXIT.
003940     EXIT.
003950
003960 4010-COPY-ONE-DIV.
003970     READ DIV-FILE
003980         AT END
003990             SET WS-COPY-EOF TO TRUE
004000             GO TO 4010-EXIT
004010     END-READ
004020     ADD 1 TO WS-RECORDS-READ
004030     WRITE BDV-RECORD FROM DIV-RECORD
004040     IF WS-BDV-FILE-STATUS NOT = '00'
004050         DISPLAY 'CYCPROM: WRITE TO BASDIV FAILED, STATUS='
004060             WS-BDV-FILE-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         GOBACK
004090     END-IF
004100     ADD 1 TO WS-RECORDS-WRITTEN
004110     .
004120 4010-EXIT.
004130     EXIT.
004140
004150 4100-COPY-FACRPT.
004160     OPEN INPUT FAC-FILE
004170     IF WS-FAC-FILE-STATUS NOT = '00'
004180         DISPLAY 'CYCPROM: CANNOT OPEN FACRPT, STATUS='
004190             WS-FAC-FILE-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         GOBACK
004220     END-IF
004230     OPEN OUTPUT BFC-FILE
004240     IF WS-BFC-FILE-STATUS NOT = '00'
004250         DISPLAY 'CYCPROM: CANNOT OPEN BASFAC, STATUS='
004260             WS-BFC-FILE-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     MOVE 'N' TO WS-COPY-EOF-SW
004310     PERFORM 4110-COPY-ONE-FAC THRU 4110-EXIT
004320         UNTIL WS-COPY-EOF
004330     CLOSE FAC-FILE
004340     CLOSE BFC-FILE
004350     .
004360 4100-EXIT.
004370     EXIT.
004380
004390 4110-COPY-ONE-FAC.
004400     READ FAC-FILE
004410         AT END
004420             SET WS-COPY-EOF TO TRUE
004430             GO TO 4110-EXIT
004440     END-READ
004450     ADD 1 TO WS-RECORDS-READ
004460     WRITE BFC-RECORD FROM FAC-RECORD
004470     IF WS-BFC-FILE-STATUS NOT = '00'
004480         DISPLAY 'CYCPROM: WRITE TO BASFAC FAILED, STATUS='
004490             WS-BFC-FILE-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         GOBACK
004520     END-IF
004530     ADD 1 TO WS-RECORDS-WRITTEN
004540     .
004550 4110-EXIT.
004560     EXIT.
004570
004580 4200-COPY-NUMPROPS.
004590     OPEN INPUT PRP-FILE
004600     IF WS-PRP-FILE-STATUS NOT = '00'
004610         DISPLAY 'CYCPROM: CANNOT OPEN NUMPROPS, STATUS='
004620             WS-PRP-FILE-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF
004660     OPEN OUTPUT BPR-FILE
004670     IF WS-BPR-FILE-STATUS NOT = '00'
004680         DISPLAY 'CYCPROM: CANNOT OPEN BASPRP, STATUS='
004690             WS-BPR-FILE-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF
004730     MOVE 'N' TO WS-COPY-EOF-SW
004740     PERFORM 4210-COPY-ONE-PRP THRU 4210-EXIT
004750         UNTIL WS-COPY-EOF
004760     CLOSE PRP-FILE
004770     CLOSE BPR-FILE
004780     .
004790 4200-EXIT.
004800     EXIT.
004810
004820 4210-COPY-ONE-PRP.
004830     READ PRP-FILE
004840         AT END
004850             SET WS-COPY-EOF TO TRUE
004860             GO TO 4210-EXIT
004870     END-READ
004880     ADD 1 TO WS-RECORDS-READ
004890     WRITE BPR-RECORD FROM PRP-RECORD
004900     IF WS-BPR-FILE-STATUS NOT = '00'
004910         DISPLAY 'CYCPROM: WRITE TO BASPRP FAILED, STATUS='
004920             WS-BPR-FILE-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         GOBACK
004950     END-IF
004960     ADD 1 TO WS-RECORDS-WRITTEN
004970     .
004980 4210-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------
005020* 5000-RECORD-PROMOTION - APPEND THE PROMOTION RECORD;
005030*     FROM HERE ON CYCCOMP COMPARES AGAINST THIS CYCLE
005040*-----------------------------------------------------
005050 5000-RECORD-PROMOTION.
005060     OPEN EXTEND CTL-FILE
005070*    STATUS 05 IS THE SUCCESSFUL OPEN OF AN OPTIONAL FILE
005080*    THAT DID NOT EXIST YET.
005090     IF WS-CTL-FILE-STATUS NOT = '00'
005100      AND WS-CTL-FILE-STATUS NOT = '05'
005110         DISPLAY 'CYCPROM: CANNOT OPEN BASECTL, STATUS='
005120             WS-CTL-FILE-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         GOBACK
005150     END-IF
005160     MOVE SPACES TO CTL-RECORD
005170     MOVE WS-PROMOTE-CYCLE-ID TO CTL-CYCLE-ID
005180     MOVE PRM-OPERATOR TO CTL-PROMOTED-BY
005190     ACCEPT CTL-PROMOTED-DATE FROM DATE YYYYMMDD
005200     ACCEPT WS-AUD-TIME-WORK FROM TIME
005210     MOVE WS-AUD-TIME-WORK(1:6) TO CTL-PROMOTED-TIME
005220     MOVE PRM-COMMENT TO CTL-COMMENT
005230     WRITE CTL-RECORD
005240     IF WS-CTL-FILE-STATUS NOT = '00'
005250         DISPLAY 'CYCPROM: WRITE TO BASECTL FAILED, STATUS='
005260             WS-CTL-FILE-STATUS
005270         MOVE 16 TO RETURN-CODE
005280         GOBACK
005290     END-IF
005300     ADD 1 TO WS-RECORDS-WRITTEN
005310     CLOSE CTL-FILE
005320
005330     DISPLAY 'CYCPROM: CYCLE=' WS-PROMOTE-CYCLE-ID
005340         ' PROMOTED TO BASELINE BY ' PRM-OPERATOR
005350     .
005360 5000-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------
005400* 9500-WRITE-AUDIT - APPEND THE RUN-HISTORY RECORD TO
005410*     THE SHARED AUDITLOG (SEE THE AUDITREC COPYBOOK)
005420*-----------------------------------------------------
005430 9500-WRITE-AUDIT.
005440     MOVE 'CYCPROM' TO AUD-JOB-NAME
005450     MOVE WS-AUD-START-DATE TO AUD-START-DATE
005460     MOVE WS-AUD-START-TIME TO AUD-START-TIME
005470     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
005480     ACCEPT WS-AUD-TIME-WORK FROM TIME
005490     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
005500     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ
005510     MOVE WS-RECORDS-WRITTEN TO AUD-RECORDS-WRITTEN
005520     MOVE 0 TO AUD-RECORDS-SKIPPED
005530     SET AUD-FRESH-RUN TO TRUE
005540     MOVE WS-PROMOTE-CYCLE-ID TO AUD-CYCLE-ID
005550     MOVE RETURN-CODE TO AUD-RETURN-CODE
005560     CALL 'AUDWRITE' USING AUD-RECORD
005570*    A CALLED PROGRAM'S RETURN-CODE COMES BACK TO THE
005580*    CALLER, SO A CLEAN AUDIT WRITE WOULD WIPE OUT THE
005590*    JOB'S OWN FINAL RETURN CODE - PUT IT BACK. A
005600*    FAILED AUDIT WRITE (16) IS KEPT.
005610     IF RETURN-CODE = 0
005620         MOVE AUD-RETURN-CODE TO RETURN-CODE
005630     END-IF
005640     .
005650 9500-EXIT.
005660     EXIT.
005670
005680 END PROGRAM CYCPROM.
