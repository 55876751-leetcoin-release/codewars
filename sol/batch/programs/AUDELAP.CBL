000010*****************************************************
000020* PROGRAM      AUDELAP
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-09
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-09 DWO  INITIAL VERSION - ELAPSED SECONDS OF ONE
000090*                 RUN-HISTORY RECORD, FROM ITS START AND
000100*                 END DATE AND TIME. SHARED BY AUDARCH
000110*                 (THE AUDHIST ROLLUPS NOW CARRY ELAPSED
000120*                 TIME) AND THE AUDTREND ALERT JOB, SO
000130*                 BOTH MEASURE A RUN THE SAME WAY.
000140*****************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. AUDELAP.
000170 AUTHOR. D. OKAFOR.
000180 INSTALLATION. QA NUMERIC SYSTEMS.
000190 DATE-WRITTEN. 2026-10-09.
000200 DATE-COMPILED.
000210
000220*****************************************************
000230* CALLED WITH THE CALLER'S AUDITREC RECORD, AN ELAPSED
000240* SECONDS FIELD AND A VALIDITY SWITCH. THE TWO DATES
000250* ARE TURNED INTO DAY NUMBERS (DAYS SINCE A FIXED
000260* ORIGIN ON THE GREGORIAN CALENDAR) SO A RUN THAT
000270* CROSSES MIDNIGHT OR A MONTH END IS MEASURED
000280* CORRECTLY. THE SWITCH COMES BACK N, WITH ZERO
000290* SECONDS, WHEN EITHER STAMP IS NOT A VALID DATE AND
000300* TIME OR THE END IS BEFORE THE START - A RUN THAT
000310* CANNOT BE TIMED IS LEFT OUT OF ANY AVERAGE, NOT
000320* COUNTED AS INSTANT.
000330*****************************************************
000340 ENVIRONMENT DIVISION.
000350
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 01  WS-SWITCHES.
000390     03  WS-STAMP-OK-SW          PIC X(01)  VALUE 'Y'.
000400         88  WS-STAMP-OK                    VALUE 'Y'.
000410
000420*-----------------------------------------------------
000430* ONE DATE AND TIME STAMP BEING CONVERTED
000440*-----------------------------------------------------
000450 01  WS-STAMP.
000460     03  WS-STAMP-DATE           PIC 9(08).
000470     03  WS-STAMP-DATE-PARTS REDEFINES WS-STAMP-DATE.
000480         05  WS-STAMP-YEAR       PIC 9(04).
000490         05  WS-STAMP-MONTH      PIC 9(02).
000500         05  WS-STAMP-DAY        PIC 9(02).
000510     03  WS-STAMP-TIME           PIC 9(06).
000520     03  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
000530         05  WS-STAMP-HOUR       PIC 9(02).
000540         05  WS-STAMP-MINUTE     PIC 9(02).
000550         05  WS-STAMP-SECOND     PIC 9(02).
000560
000570 01  WS-WORK-FIELDS.
000580     03  WS-CALC-YEAR            PIC 9(05)  COMP.
000590     03  WS-CALC-MONTH           PIC 9(02)  COMP.
000600     03  WS-QUOTIENT             PIC 9(09)  COMP.
000610     03  WS-DAY-NUMBER           PIC 9(09)  COMP.
000620     03  WS-STAMP-SECONDS        PIC 9(12)  COMP.
000630     03  WS-START-SECONDS        PIC 9(12)  COMP.
000640     03  WS-END-SECONDS          PIC 9(12)  COMP.
000650
000660 LINKAGE SECTION.
000670     COPY AUDITREC.
000680
000690 01  ELP-SECONDS                 PIC 9(09).
000700 01  ELP-VALID-SW                PIC X(01).
000710     88  ELP-VALID                          VALUE 'Y'.
000720     88  ELP-NOT-VALID                      VALUE 'N'.
000730
000740 PROCEDURE DIVISION USING AUD-RECORD ELP-SECONDS
000750     ELP-VALID-SW.
000760 0000-MAINLINE.
000770     MOVE 0 TO ELP-SECONDS
000780     SET ELP-NOT-VALID TO TRUE
000790
000800     IF AUD-START-DATE IS NOT NUMERIC
000810      OR AUD-START-TIME IS NOT NUMERIC
000820      OR AUD-END-DATE IS NOT NUMERIC
000830      OR AUD-END-TIME IS NOT NUMERIC
000840         GOBACK
000850     END-IF
000860
000870     MOVE AUD-START-DATE TO WS-STAMP-DATE
000880     MOVE AUD-START-TIME TO WS-STAMP-TIME
000890     PERFORM 1000-STAMP-SECONDS THRU 1000-EXIT
000900     IF NOT WS-STAMP-OK
000910         GOBACK
000920     END-IF
000930     MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
000940
000950     MOVE AUD-END-DATE TO WS-STAMP-DATE
000960     MOVE AUD-END-TIME TO WS-STAMP-TIME
000970     PERFORM 1000-STAMP-SECONDS THRU 1000-EXIT
000980     IF NOT WS-STAMP-OK
000990         GOBACK
001000     END-IF
001010     MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
001020
001030     IF WS-END-SECONDS < WS-START-SECONDS
001040         GOBACK
001050     END-IF
001060     IF WS-END-SECONDS - WS-START-SECONDS > 999999999
001070         GOBACK
001080     END-IF
001090
001100     COMPUTE ELP-SECONDS = WS-END-SECONDS - WS-START-SECONDS
001110     SET ELP-VALID TO TRUE
001120     GOBACK
001130     .
001140
001150*-----------------------------------------------------
001160* 1000-STAMP-SECONDS - WS-STAMP AS SECONDS SINCE THE
001170*     DAY-NUMBER ORIGIN. THE YEAR IS TAKEN TO START IN
001180*     MARCH SO FEBRUARY'S LEAP DAY FALLS AT THE END;
001190*     EACH DIVIDE DROPS ITS REMAINDER ON PURPOSE.
001200*-----------------------------------------------------
001210 1000-STAMP-SECONDS.
001220     MOVE 'Y' TO WS-STAMP-OK-SW
001230     IF WS-STAMP-YEAR < 1
001240      OR WS-STAMP-MONTH < 1
001250      OR WS-STAMP-MONTH > 12
001260      OR WS-STAMP-DAY < 1
001270      OR WS-STAMP-DAY > 31
001280      OR WS-STAMP-HOUR > 23
001290      OR WS-STAMP-MINUTE > 59
001300      OR WS-STAMP-SECOND > 59
001310         MOVE 'N' TO WS-STAMP-OK-SW
001320         GO TO 1000-EXIT
001330     END-IF
001340
001350     MOVE WS-STAMP-YEAR TO WS-CALC-YEAR
001360     MOVE WS-STAMP-MONTH TO WS-CALC-MONTH
001370     IF WS-CALC-MONTH < 3
001380         SUBTRACT 1 FROM WS-CALC-YEAR
001390         ADD 12 TO WS-CALC-MONTH
001400     END-IF
001410
001420     COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR + WS-STAMP-DAY
001430     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-QUOTIENT
001440     ADD WS-QUOTIENT TO WS-DAY-NUMBER
001450     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-QUOTIENT
001460     SUBTRACT WS-QUOTIENT FROM WS-DAY-NUMBER
001470     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-QUOTIENT
001480     ADD WS-QUOTIENT TO WS-DAY-NUMBER
001490     COMPUTE WS-QUOTIENT = 153 * (WS-CALC-MONTH - 3) + 2
001500     DIVIDE WS-QUOTIENT BY 5 GIVING WS-QUOTIENT
001510     ADD WS-QUOTIENT TO WS-DAY-NUMBER
001520
001530     COMPUTE WS-STAMP-SECONDS = WS-DAY-NUMBER * 86400
001540         + WS-STAMP-HOUR * 3600
001550         + WS-STAMP-MINUTE * 60
001560         + WS-STAMP-SECOND
001570     .
001580 1000-EXIT.
001590     EXIT.
001600
001610 END PROGRAM AUDELAP.
