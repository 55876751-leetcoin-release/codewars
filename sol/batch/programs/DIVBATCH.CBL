000760*                 OFF THE MASTER WITH NO COMPUTATION,
000770*                 AND A NUM NOT ON FILE IS REPORTED AS
000780*                 MISSING AND RAISES RETURN-CODE 8.
      * 2026-10-14 DWO  RUNS AGAINST ONE PARTITION OF THE
      *                 CYCLE'S RANGE WHEN NUMVAL CARRIES A
      *                 PARTHDR RECORD (CUT BY PARTSPL), SO
      *                 SEVERAL COPIES CAN RUN SIDE BY SIDE.
      *                 THE PARTITION RECORD IS CARRIED ONTO
      *                 DIVRPT FOR PARTMRG. A PARTITION RUN
      *                 ONLY READS DIVMAST AND HOLDS ITS NEW
      *                 RESULTS ON DIVNEW FOR PARTMRG TO POST,
      *                 SO PARALLEL COPIES NEVER WRITE THE
      *                 MASTER AT ONCE. THE CHECKPOINT NOW
      *                 CARRIES THE CYCLE AND PARTITION IT WAS
      *                 TAKEN FOR, AND A RESTART AGAINST SOME
      *                 OTHER CYCLE'S OR PARTITION'S CHECKPOINT
      *                 IS REFUSED.
      * 2026-10-15 DWO  A FAILED WRITE OF THE DIVNEW CYCLE OR
      *                 PARTITION HEADER NOW STOPS THE RUN.
000790*****************************************************
000800 IDENTIFICATION DIVISION.
000810 PROGRAM-ID. DIVBATCH.
001030* AT OR BELOW THE CHECKPOINT ARE SKIPPED SO THE RUN
001040* PICKS UP WHERE THE PRIOR RUN LEFT OFF, AND DIVRPT IS
001050* OPENED EXTEND SO THE REPORT LINES ALREADY WRITTEN ON
001060* THE PRIOR RUN ARE NOT LOST. THE CHECKPOINT RECORD
      * ALSO NAMES THE CYCLE AND PARTITION IT BELONGS TO; A
      * CHECKPOINT LEFT BY ANY OTHER RUN STOPS THE JOB WITH
      * RETURN-CODE 16 RATHER THAN SKIP NUMS IT NEVER DID.
      *
      * A NUMVAL WHOSE HEADER IS FOLLOWED BY A PARTHDR
      * RECORD IS ONE PARTITION OF THE CYCLE (SEE PARTSPL).
      * THE PARTITION RECORD IS WRITTEN AFTER THE CYCLE
      * HEADER ON DIVRPT, AND DIVMAST IS OPENED FOR INPUT
      * ONLY: A NUM COMPUTED HERE IS WRITTEN TO DIVNEW
      * INSTEAD, AND PARTMRG POSTS EVERY PARTITION'S DIVNEW
      * TO THE MASTER ONCE ALL OF THEM HAVE FINISHED.
001070*****************************************************
001080 ENVIRONMENT DIVISION.
001090 INPUT-OUTPUT SECTION.
001300         RECORD KEY IS DVM-NUM
001310         FILE STATUS IS WS-DVM-FILE-STATUS.
001320
001321     SELECT NEW-FILE ASSIGN TO "DIVNEW"
001322         ORGANIZATION IS LINE SEQUENTIAL
001323         FILE STATUS IS WS-NEW-FILE-STATUS.
001324
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  NUM-FILE.
001390 01  RPT-RECORD                  PIC X(15100).
001400
001410 FD  CKPT-FILE.
001420 01  CKPT-RECORD.
001421     03  CKPT-LAST-NUM           PIC 9(09).
001422     03  CKPT-OWNER.
001423         05  CKPT-CYCLE-ID       PIC 9(14).
001424         05  CKPT-PART-NUMBER    PIC 9(02).
001430
001440 FD  PRM-FILE.
001450 01  PRM-RECORD                  PIC X(01).
001530             OCCURS 0 TO 1500 TIMES DEPENDING ON
001540             DVM-RESLEN.
001550
      *-----------------------------------------------------
      * RESULTS HELD FOR PARTMRG - DIVMAST'S OWN LAYOUT,
      * AFTER THE CYCLE HEADER AND THE PARTITION RECORD
      *-----------------------------------------------------
       FD  NEW-FILE.
       01  NEW-RECORD.
           03  NEW-NUM                 PIC 9(09).
           03  NEW-CLASS               PIC X(01).
           03  NEW-RESLEN              PIC 9(04).
           03  NEW-RES                 PIC 9(09)
                   OCCURS 0 TO 1500 TIMES DEPENDING ON
                   NEW-RESLEN.
       01  NEW-HEADER-RECORD           PIC X(20).
      
001560 WORKING-STORAGE SECTION.
001570 01  WS-SWITCHES.
001580     03  WS-NUM-EOF-SW           PIC X(01)  VALUE 'N'.
001640         88  WS-REPORT-ONLY                 VALUE 'R'.
001650     03  WS-ON-MASTER-SW         PIC X(01)  VALUE 'N'.
001660         88  WS-ON-MASTER                   VALUE 'Y'.
001661     03  WS-PARTITION-SW         PIC X(01)  VALUE 'N'.
001662         88  WS-PARTITION-RUN               VALUE 'Y'.
001670
001680 01  WS-FILE-STATUSES.
001690     03  WS-NUM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001710     03  WS-CKPT-FILE-STATUS     PIC X(02)  VALUE SPACES.
001720     03  WS-PRM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001730     03  WS-DVM-FILE-STATUS      PIC X(02)  VALUE SPACES.
001731     03  WS-NEW-FILE-STATUS      PIC X(02)  VALUE SPACES.
001740
001750 01  WS-WORK-FIELDS.
001760     03  WS-NUM                  PIC 9(09).
001870     03  WS-SERVED-COUNT         PIC 9(09)  VALUE 0.
001880     03  WS-COMPUTED-COUNT       PIC 9(09)  VALUE 0.
001890     03  WS-MISSING-COUNT        PIC 9(09)  VALUE 0.
001891     03  WS-HELD-COUNT           PIC 9(09)  VALUE 0.
001900
001910 01  WS-RESULT.
001920     03  WS-RESCLASS             PIC X(01).
002060     03  WS-AUD-TIME-WORK        PIC X(08)  VALUE SPACES.
002070
002080*-----------------------------------------------------
002090* THE RUN-CYCLE ID ADOPTED FROM THE NUMVAL HEADER, THE
002091* PARTITION (00 ON A SERIAL RUN), AND THE OWNER OF
002092* ANY CHECKPOINT FOUND
002100*-----------------------------------------------------
002110 01  WS-CYCLE-FIELDS.
002120     03  WS-CYCLE-ID             PIC 9(14)  VALUE 0.
002121     03  WS-PART-NUMBER          PIC 9(02)  VALUE 0.
002122     03  WS-CKPT-OWNER.
002123         05  WS-CKPT-CYCLE-ID    PIC 9(14).
002124         05  WS-CKPT-PART-NUMBER PIC 9(02).
002130
002140     COPY CYCHDR.
002141
002142     COPY PARTHDR.
002150
002160     COPY AUDITREC.
002170
002380     MOVE WS-AUD-TIME-WORK(1:6) TO WS-AUD-START-TIME
002390
002400     PERFORM 1200-READ-PARAMETER THRU 1200-EXIT
002420
002430     OPEN INPUT NUM-FILE
002440     IF WS-NUM-FILE-STATUS NOT = '00'
002490     END-IF
002500
002510     PERFORM 1500-VERIFY-CYCLE-HEADER THRU 1500-EXIT
002511     PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
002512     PERFORM 1600-CHECK-PARTITION THRU 1600-EXIT
002513     PERFORM 1300-OPEN-MASTER THRU 1300-EXIT
002520     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT
002530
002540     IF WS-CKPT-FOUND
002630         GOBACK
002640     END-IF
002650
002660*    A FRESH RUN STAMPS THE CYCLE HEADER FIRST, AND A
002670*    PARTITION ITS PARTITION RECORD AFTER IT; A
002680*    RESTART EXTENDS A FILE THAT ALREADY CARRIES BOTH
002681*    FROM THE RUN THAT ABENDED.
002690     IF NOT WS-CKPT-FOUND
002700         MOVE CYC-HEADER-RECORD TO RPT-RECORD
002710         WRITE RPT-RECORD
002711         IF WS-PARTITION-RUN
002712             MOVE PRT-HEADER-RECORD TO RPT-RECORD
002713             WRITE RPT-RECORD
002714         END-IF
002720     END-IF
002730
002740     IF WS-PARTITION-RUN
002741         PERFORM 1700-OPEN-HELD-RESULTS THRU 1700-EXIT
002742     END-IF
002750     .
002760 1000-EXIT.
002770     EXIT.
003150* 1300-OPEN-MASTER - A NORMAL RUN OPENS THE RESULTS
003160*     MASTER I-O (STATUS 05 IS THE SUCCESSFUL OPEN OF
003170*     AN OPTIONAL FILE THAT DID NOT EXIST YET - THE
003180*     FIRST RUN CREATES IT THAT WAY). A PARTITION RUN
003190*     OPENS IT INPUT - ITS OWN NEW RESULTS GO TO DIVNEW
003200*     - SO THE COPIES RUNNING SIDE BY SIDE ONLY EVER
003201*     SHARE IT FOR READING. A REPORT-ONLY RUN ONLY
003202*     READS, AND A MASTER THAT IS NOT THERE TO READ IS
003203*     A HARD STOP.
003210*-----------------------------------------------------
003220 1300-OPEN-MASTER.
003230     IF WS-REPORT-ONLY
003290             MOVE 16 TO RETURN-CODE
003300             GOBACK
003310         END-IF
003311         GO TO 1300-EXIT
003312     END-IF
003313
003314     IF WS-PARTITION-RUN
003315         OPEN INPUT DVM-FILE
003320     ELSE
003330         OPEN I-O DVM-FILE
003340     END-IF
003350     IF WS-DVM-FILE-STATUS NOT = '00'
003360      AND WS-DVM-FILE-STATUS NOT = '05'
003370         DISPLAY 'DIVBATCH: CANNOT OPEN DIVMAST,'
003380             ' STATUS=' WS-DVM-FILE-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     .
003430 1300-EXIT.
003820             AT END
003830                 MOVE 'N' TO WS-CKPT-FOUND-SW
003840             NOT AT END
003850                 MOVE CKPT-LAST-NUM TO WS-LAST-CHECKPOINT
003851                 MOVE CKPT-OWNER TO WS-CKPT-OWNER
003860                 SET WS-CKPT-FOUND TO TRUE
003870         END-READ
003880         CLOSE CKPT-FILE
003890         IF WS-CKPT-FOUND
003891             PERFORM 1150-CHECK-CKPT-OWNER THRU 1150-EXIT
003900             DISPLAY 'DIVBATCH: RESTARTING AFTER NUM='
003910                 WS-LAST-CHECKPOINT
003920         END-IF
003950     END-IF
003960     .
003970 1100-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 1150-CHECK-CKPT-OWNER - A CHECKPOINT IS ONLY GOOD
      *     FOR THE CYCLE AND PARTITION THAT TOOK IT. ONE
      *     LEFT BY ANOTHER CYCLE, OR BY ANOTHER PARTITION
      *     WHOSE DIVCKPT WAS POINTED HERE BY MISTAKE, WOULD
      *     SKIP NUMS THIS RANGE NEVER DID. A CHECKPOINT
      *     WITH NO OWNER WAS WRITTEN BEFORE THE OWNER WAS
      *     RECORDED AND IS TAKEN AS IT STANDS.
      *-----------------------------------------------------
       1150-CHECK-CKPT-OWNER.
           IF WS-CKPT-OWNER = SPACES
               GO TO 1150-EXIT
           END-IF
           IF WS-CKPT-CYCLE-ID NOT = WS-CYCLE-ID
            OR WS-CKPT-PART-NUMBER NOT = WS-PART-NUMBER
               DISPLAY 'DIVBATCH: DIVCKPT WAS TAKEN FOR CYCLE='
                   WS-CKPT-CYCLE-ID ' PART=' WS-CKPT-PART-NUMBER
                   ', NOT CYCLE=' WS-CYCLE-ID
                   ' PART=' WS-PART-NUMBER ' - NOT RESTARTED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
       1150-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 1600-CHECK-PARTITION - A PARTHDR RECORD STRAIGHT
      *     AFTER THE CYCLE HEADER MAKES THIS A PARTITION
      *     RUN. IT IS KEPT FOR DIVRPT AND THE READ MOVES ON
      *     TO THE FIRST NUM. A SERIAL NUMVAL HAS NONE.
      *-----------------------------------------------------
       1600-CHECK-PARTITION.
           IF WS-NUM-EOF
               GO TO 1600-EXIT
           END-IF
           MOVE NUM-RECORD TO PRT-HEADER-RECORD
           IF NOT PRT-HDR-PRESENT
               GO TO 1600-EXIT
           END-IF
           IF PRT-HDR-NUMBER IS NOT NUMERIC
            OR PRT-HDR-COUNT IS NOT NUMERIC
            OR PRT-HDR-NUMBER = 0
            OR PRT-HDR-NUMBER > PRT-HDR-COUNT
               DISPLAY 'DIVBATCH: BAD PARTITION RECORD ON'
                   ' NUMVAL - RECORD=' NUM-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-PARTITION-RUN TO TRUE
           MOVE PRT-HDR-NUMBER TO WS-PART-NUMBER
           DISPLAY 'DIVBATCH: PARTITION ' PRT-HDR-NUMBER
               ' OF ' PRT-HDR-COUNT
           PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
           .
       1600-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 1700-OPEN-HELD-RESULTS - DIVNEW TAKES A PARTITION'S
      *     NEW RESULTS. LIKE DIVRPT IT IS EXTENDED ON A
      *     RESTART AND STARTED AFRESH, WITH THE CYCLE HEADER
      *     AND PARTITION RECORD, OTHERWISE. A RESULT HELD
      *     TWICE ACROSS A RESTART IS POSTED ONCE BY PARTMRG.
      *-----------------------------------------------------
       1700-OPEN-HELD-RESULTS.
           IF WS-CKPT-FOUND
               OPEN EXTEND NEW-FILE
           ELSE
               OPEN OUTPUT NEW-FILE
           END-IF
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'DIVBATCH: CANNOT OPEN DIVNEW, STATUS='
                   WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      
           IF NOT WS-CKPT-FOUND
               MOVE CYC-HEADER-RECORD TO NEW-HEADER-RECORD
               WRITE NEW-HEADER-RECORD
               IF WS-NEW-FILE-STATUS NOT = '00'
                   DISPLAY 'DIVBATCH: CANNOT WRITE DIVNEW, STATUS='
                       WS-NEW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PRT-HEADER-RECORD TO NEW-HEADER-RECORD
               WRITE NEW-HEADER-RECORD
               IF WS-NEW-FILE-STATUS NOT = '00'
                   DISPLAY 'DIVBATCH: CANNOT WRITE DIVNEW, STATUS='
                       WS-NEW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       1700-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------
004820*     WRITTEN BACK SO NO LATER RUN PAYS FOR THIS NUM
004830*     AGAIN. A FAILED MERGE ABORTS THE RUN - A MASTER
004840*     THAT SILENTLY STOPS GROWING WOULD PUT THE WHOLE
004850*     WINDOW BACK WHERE IT STARTED. A PARTITION RUN
004851*     HOLDS THE RESULT ON DIVNEW FOR PARTMRG INSTEAD.
004860*-----------------------------------------------------
004870 2320-MERGE-TO-MASTER.
004871     IF WS-PARTITION-RUN
004872         PERFORM 2340-HOLD-FOR-MERGE THRU 2340-EXIT
004873         GO TO 2320-EXIT
004874     END-IF
004875
004880     MOVE WS-NUM TO DVM-NUM
004890     MOVE WS-RESCLASS TO DVM-CLASS
004900     MOVE WS-RESLEN TO DVM-RESLEN
005060     MOVE WS-RES(WS-DVM-SUB) TO DVM-RES(WS-DVM-SUB)
005070     .
005080 2330-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2340-HOLD-FOR-MERGE - ONE NEW RESULT ONTO DIVNEW, IN
      *     DIVMAST'S LAYOUT. A FAILED WRITE ABORTS THE RUN
      *     FOR THE SAME REASON AS A FAILED MERGE.
      *-----------------------------------------------------
       2340-HOLD-FOR-MERGE.
           MOVE WS-NUM TO NEW-NUM
           MOVE WS-RESCLASS TO NEW-CLASS
           MOVE WS-RESLEN TO NEW-RESLEN
           PERFORM 2350-HOLD-ONE-DIVISOR THRU 2350-EXIT
               VARYING WS-DVM-SUB FROM 1 BY 1
               UNTIL WS-DVM-SUB > WS-RESLEN
           WRITE NEW-RECORD
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'DIVBATCH: CANNOT WRITE DIVNEW, STATUS='
                   WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HELD-COUNT
           .
       2340-EXIT.
           EXIT.
      
       2350-HOLD-ONE-DIVISOR.
           MOVE WS-RES(WS-DVM-SUB) TO NEW-RES(WS-DVM-SUB)
           .
       2350-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------
005900         MOVE 16 TO RETURN-CODE
005910         GOBACK
005920     END-IF
005930     MOVE WS-NUM TO CKPT-LAST-NUM
005931     MOVE WS-CYCLE-ID TO CKPT-CYCLE-ID
005932     MOVE WS-PART-NUMBER TO CKPT-PART-NUMBER
005940     WRITE CKPT-RECORD
005950     IF WS-CKPT-FILE-STATUS NOT = '00'
005960         DISPLAY 'DIVBATCH: CANNOT WRITE DIVCKPT, STATUS='
006220     CLOSE NUM-FILE
006230     CLOSE RPT-FILE
006240     CLOSE DVM-FILE
006241     IF WS-PARTITION-RUN
006242         DISPLAY 'DIVBATCH: PART=' WS-PART-NUMBER
006243             ' HELD-FOR-MERGE=' WS-HELD-COUNT
006244         CLOSE NEW-FILE
006245     END-IF
006250     .
006260 8000-EXIT.
006270     EXIT.
