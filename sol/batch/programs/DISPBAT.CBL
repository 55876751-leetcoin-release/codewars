000330*                 EXISTING D AND A REPLIES, SO THE OTHER
000340*                 DEPARTMENTS STOP PHONING FOR ANSWERS
000350*                 WE RAN BY HAND.
      * 2026-10-08 DWO  EACH DISPIN SUBMISSION NOW NAMES ITS
      *                 REQUESTING DEPARTMENT ON A DEPT= RECORD,
      *                 AND EVERY RUN ADDS ITS COUNTS INTO THE
      *                 KEYED DISPUSE USAGE FILE (DISPUSE
      *                 COPYBOOK) - ONE RECORD PER DEPARTMENT,
      *                 FUNCTION CODE AND RUN DATE, HOLDING THE
      *                 REQUESTS, THE ERROR REPLIES AND, FOR P,
      *                 THE PRIMAST-SERVED VERSUS LIVE ANSWERS -
      *                 SO A LONG BATCH WINDOW CAN BE TRACED TO
      *                 THE DEPARTMENT THAT CAUSED IT AND THE
      *                 WORK CHARGED BACK (CHGBACK). REQUESTS
      *                 AHEAD OF ANY DEPT= RECORD ARE STILL
      *                 ANSWERED BUT ARE HELD UNDER UNASSGND.
      * 2026-10-11 DWO  ACCEPTS FUNCTION CODE S, A GROUP OF UP TO
      *                 32 NUMS ROUTED THROUGH DISPATCH TO
      *                 GRPCALC: THE REPLY CARRIES THE SET GCD
      *                 AND LCM (OVERFLOW WHEN THE LCM WILL NOT
      *                 FIT EIGHTEEN DIGITS), THE PAIRWISE/SETWISE
      *                 COPRIME FLAG AND EVERY MEMBER PAIR THAT
      *                 SHARES A FACTOR WITH ITS GCD. S REQUESTS
      *                 ARE TALLIED ON DISPUSE LIKE THE OTHERS.
000360*****************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DISPBAT.
000520*                     F - PRIME FACTORIZATION OF A NUM
000530*                     P - PRIME LOOKUP AGAINST PRIMAST
000540*                     G - GCD/LCM/COPRIME OF TWO NUMS
000541*                     S - GCD/LCM/COPRIME OF A GROUP
000550*     COLS 6-305  THE FUNCTION'S INPUT: FOR D, F AND P
000560*                 THE NUM IN COLUMNS 6-14, FOR G THE
000570*                 PAIR IN COLUMNS 6-14 AND 15-23, FOR A
000580*                 THE TEXT LINE, AND FOR S THE GROUP:
000581*                 GROUP ID IN COLUMNS 6-13, MEMBER
000582*                 COUNT (2-32) IN 14-16 AND THE MEMBERS
000583*                 IN NINE-COLUMN SLOTS FROM COLUMN 17
000590* A RECORD WITH ANY OTHER FUNCTION CODE, A BAD
000600* SEQUENCE NUMBER, OR A BAD NUM GETS AN ERROR REPLY
000610* CARRYING ITS SEQUENCE AND THE REASON. THE RUN ENDS
000620* WITH A TOTALS LINE AND RETURN-CODE 8 WHEN ANY
000630* REQUEST WAS REPLIED IN ERROR.
      *
      * A SUBMISSION NAMES ITS REQUESTING DEPARTMENT ON A
      * DEPARTMENT RECORD AHEAD OF ITS REQUESTS:
      *     COLS 1-5    THE LITERAL DEPT=
      *     COLS 6-13   DEPARTMENT CODE
      * THE CODE APPLIES TO EVERY REQUEST UNTIL THE NEXT
      * DEPT= RECORD, SO SEVERAL DEPARTMENTS' SUBMISSIONS CAN
      * BE CONCATENATED INTO ONE DISPIN. A REQUEST WITH NO
      * DEPARTMENT AHEAD OF IT (OR A BLANK CODE) IS ANSWERED
      * AS USUAL BUT COUNTED UNDER UNASSGND FOR FINANCE TO
      * FOLLOW UP. AT END OF RUN THE COUNTS PER DEPARTMENT
      * AND FUNCTION ARE ADDED INTO TODAY'S DISPUSE RECORDS;
      * A USAGE FILE THAT CANNOT BE UPDATED RAISES
      * RETURN-CODE 16 - THE WORK WOULD GO UNBILLED.
000640*****************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000720     SELECT REP-FILE ASSIGN TO "DISPOUT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REP-FILE-STATUS.
000741
000742     SELECT OPTIONAL USE-FILE ASSIGN TO "DISPUSE"
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS RANDOM
000745         RECORD KEY IS USE-KEY
000746         FILE STATUS IS WS-USE-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000870         05  REQ-NUM-A           PIC X(09).
000880         05  REQ-NUM-B           PIC X(09).
000890         05  FILLER              PIC X(282).
           03  REQ-DATA-DEPT REDEFINES REQ-DATA.
               05  REQ-DEPT            PIC X(08).
               05  FILLER              PIC X(292).
           03  REQ-DATA-GROUP REDEFINES REQ-DATA.
               05  REQ-GRP-ID          PIC X(08).
               05  REQ-GRP-COUNT-X     PIC X(03).
               05  REQ-GRP-COUNT REDEFINES REQ-GRP-COUNT-X
                                       PIC 9(03).
               05  REQ-GRP-MEMBER      PIC X(09) OCCURS 32 TIMES.
               05  FILLER              PIC X(01).
000900
000910 FD  REP-FILE.
000920 01  REP-RECORD                  PIC X(15100).
000921
000922 FD  USE-FILE.
000923     COPY DISPUSE.
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000960     03  WS-REQ-EOF-SW           PIC X(01)  VALUE 'N'.
000970         88  WS-REQ-EOF                     VALUE 'Y'.
000971     03  WS-USE-ON-FILE-SW       PIC X(01)  VALUE 'N'.
000972         88  WS-USE-ON-FILE                 VALUE 'Y'.
000973     03  WS-USAGE-FAILED-SW      PIC X(01)  VALUE 'N'.
000974         88  WS-USAGE-FAILED                VALUE 'Y'.
000980
000990 01  WS-FILE-STATUSES.
001000     03  WS-REQ-FILE-STATUS      PIC X(02)  VALUE SPACES.
001010     03  WS-REP-FILE-STATUS      PIC X(02)  VALUE SPACES.
001011     03  WS-USE-FILE-STATUS      PIC X(02)  VALUE SPACES.
001020
001030 01  WS-WORK-FIELDS.
001040     03  WS-SUB                  PIC 9(06)  COMP.
001050     03  WS-LIST-PTR             PIC S9(05) COMP.
001060     03  WS-TEXT-LEN             PIC 9(03)  COMP.
001070     03  WS-ERROR-TEXT           PIC X(30).
001071     03  WS-DEPT                 PIC X(08)  VALUE 'UNASSGND'.
001072     03  WS-USE-FUNC             PIC X(01).
001073     03  WS-USE-IDX              PIC 9(04)  COMP.
001074     03  WS-USE-SUB              PIC 9(04)  COMP.
001075     03  WS-GRP-SUB              PIC 9(04)  COMP.
001076     03  WS-GRP-MEMBER-A         PIC 9(04)  COMP.
001077     03  WS-GRP-MEMBER-B         PIC 9(04)  COMP.
001078     03  WS-GRP-LCM-TEXT         PIC X(18).
001080
001090 01  WS-RUN-TOTALS.
001100     03  WS-REQUESTS-READ        PIC 9(09)  VALUE 0.
001110     03  WS-REQUESTS-ANSWERED    PIC 9(09)  VALUE 0.
001120     03  WS-REQUESTS-IN-ERROR    PIC 9(09)  VALUE 0.
           03  WS-DEPT-RECORDS         PIC 9(09)  VALUE 0.
           03  WS-REQUESTS-UNASSIGNED  PIC 9(09)  VALUE 0.
      
      *-----------------------------------------------------
      * THIS RUN'S USAGE, ONE ENTRY PER DEPARTMENT AND
      * FUNCTION CODE, POSTED TO DISPUSE AT END OF RUN
      *-----------------------------------------------------
       77  WS-USAGE-MAX                PIC 9(04)  COMP VALUE 200.
       77  WS-GROUP-MAX                PIC 9(03)  COMP VALUE 32.
      
       01  WS-USAGE-TABLE.
           03  WS-USAGE-COUNT          PIC 9(04)  COMP VALUE 0.
           03  WS-USAGE-ENTRY OCCURS 200 TIMES.
               05  WS-USAGE-DEPT       PIC X(08).
               05  WS-USAGE-FUNC       PIC X(01).
               05  WS-USAGE-REQUESTS   PIC 9(09).
               05  WS-USAGE-ERRORS     PIC 9(09).
               05  WS-USAGE-PRI-MASTER PIC 9(09).
               05  WS-USAGE-PRI-LIVE   PIC 9(09).
001130
001140 01  WS-DIVISOR-LIST             PIC X(15000).
001150
001160 01  WS-FACTOR-LIST              PIC X(200).
001161
001162 01  WS-SHARED-PAIR-LIST         PIC X(15000).
001170
001180*-----------------------------------------------------
001190* THE SHARED DISPATCH CALL INTERFACE
001370         MOVE 8 TO RETURN-CODE
001380     ELSE
001390         MOVE 0 TO RETURN-CODE
001391     END-IF
001392     IF WS-USAGE-FAILED
001393         MOVE 16 TO RETURN-CODE
001400     END-IF
001410     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
001420     GOBACK
001660         GOBACK
001670     END-IF
001680
      *    STATUS 05 IS THE SUCCESSFUL OPEN OF AN OPTIONAL
      *    FILE THAT DID NOT EXIST YET - THE FIRST RUN CREATES
      *    DISPUSE THAT WAY.
           OPEN I-O USE-FILE
           IF WS-USE-FILE-STATUS NOT = '00'
            AND WS-USE-FILE-STATUS NOT = '05'
               DISPLAY 'DISPBAT: CANNOT OPEN DISPUSE, STATUS='
                   WS-USE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      
001690     PERFORM 2100-READ-REQ-FILE THRU 2100-EXIT
001700     .
001710 1000-EXIT.
001750* 2000-PROCESS-ONE-REQUEST - EDIT, ROUTE, REPLY
001760*-----------------------------------------------------
001770 2000-PROCESS-ONE-REQUEST.
001771     IF REQ-SEQ = 'DEPT'
001772      AND REQ-FUNC = '='
001773         PERFORM 2050-SET-DEPARTMENT THRU 2050-EXIT
001774         GO TO 2000-READ-NEXT
001775     END-IF
001776
001780     ADD 1 TO WS-REQUESTS-READ
001790     MOVE SPACES TO WS-ERROR-TEXT
001800
001950                 THRU 7300-EXIT
001960         WHEN 'G'
001970             PERFORM 7600-REQUEST-PAIR-CALC THRU 7600-EXIT
001971         WHEN 'S'
001972             PERFORM 7800-REQUEST-GROUP-CALC THRU 7800-EXIT
001980         WHEN OTHER
001990             MOVE 'UNKNOWN FUNCTION' TO WS-ERROR-TEXT
002000     END-EVALUATE
002060     ELSE
002070         ADD 1 TO WS-REQUESTS-ANSWERED
002080     END-IF
002090     PERFORM 2060-TALLY-USAGE THRU 2060-EXIT
002091     .
002092 2000-READ-NEXT.
002100     PERFORM 2100-READ-REQ-FILE THRU 2100-EXIT
002110     .
002120 2000-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2050-SET-DEPARTMENT - A DEPT= RECORD NAMES THE
      *     DEPARTMENT FOR THE REQUESTS THAT FOLLOW IT; A
      *     BLANK CODE PUTS THEM BACK UNDER UNASSGND
      *-----------------------------------------------------
       2050-SET-DEPARTMENT.
           ADD 1 TO WS-DEPT-RECORDS
           IF REQ-DEPT = SPACES
               MOVE 'UNASSGND' TO WS-DEPT
           ELSE
               MOVE REQ-DEPT TO WS-DEPT
           END-IF
           .
       2050-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2060-TALLY-USAGE - COUNT THE REQUEST JUST REPLIED
      *     AGAINST ITS DEPARTMENT AND FUNCTION CODE. AN
      *     INVALID FUNCTION CODE IS COUNTED UNDER *. A P
      *     ANSWER IS SPLIT BY WHERE PRIMFND FOUND IT.
      *-----------------------------------------------------
       2060-TALLY-USAGE.
           IF WS-DEPT = 'UNASSGND'
               ADD 1 TO WS-REQUESTS-UNASSIGNED
           END-IF
           EVALUATE REQ-FUNC
               WHEN 'D'
               WHEN 'A'
               WHEN 'F'
               WHEN 'P'
               WHEN 'G'
               WHEN 'S'
                   MOVE REQ-FUNC TO WS-USE-FUNC
               WHEN OTHER
                   MOVE '*' TO WS-USE-FUNC
           END-EVALUATE
      
           PERFORM 2070-FIND-USAGE-ENTRY THRU 2070-EXIT
           IF WS-USE-IDX = 0
               GO TO 2060-EXIT
           END-IF
      
           ADD 1 TO WS-USAGE-REQUESTS(WS-USE-IDX)
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-USAGE-ERRORS(WS-USE-IDX)
               GO TO 2060-EXIT
           END-IF
           IF WS-USE-FUNC = 'P'
               IF DISP-PRI-FROM-MASTER
                   ADD 1 TO WS-USAGE-PRI-MASTER(WS-USE-IDX)
               ELSE
                   ADD 1 TO WS-USAGE-PRI-LIVE(WS-USE-IDX)
               END-IF
           END-IF
           .
       2060-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2070-FIND-USAGE-ENTRY - LOCATE OR ADD THE TABLE ENTRY
      *     FOR WS-DEPT AND WS-USE-FUNC. A FULL TABLE LEAVES
      *     WS-USE-IDX ZERO AND FAILS THE RUN, SINCE THE
      *     REQUEST WOULD GO UNBILLED.
      *-----------------------------------------------------
       2070-FIND-USAGE-ENTRY.
           MOVE 0 TO WS-USE-IDX
           PERFORM 2080-MATCH-ONE-ENTRY THRU 2080-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USAGE-COUNT
                  OR WS-USE-IDX > 0
           IF WS-USE-IDX > 0
               GO TO 2070-EXIT
           END-IF
      
           IF WS-USAGE-COUNT NOT < WS-USAGE-MAX
               DISPLAY 'DISPBAT: USAGE TABLE FULL - DEPT=' WS-DEPT
                   ' FUNC=' WS-USE-FUNC ' NOT RECORDED'
               SET WS-USAGE-FAILED TO TRUE
               GO TO 2070-EXIT
           END-IF
      
           ADD 1 TO WS-USAGE-COUNT
           MOVE WS-USAGE-COUNT TO WS-USE-IDX
           MOVE WS-DEPT TO WS-USAGE-DEPT(WS-USE-IDX)
           MOVE WS-USE-FUNC TO WS-USAGE-FUNC(WS-USE-IDX)
           MOVE 0 TO WS-USAGE-REQUESTS(WS-USE-IDX)
           MOVE 0 TO WS-USAGE-ERRORS(WS-USE-IDX)
           MOVE 0 TO WS-USAGE-PRI-MASTER(WS-USE-IDX)
           MOVE 0 TO WS-USAGE-PRI-LIVE(WS-USE-IDX)
           .
       2070-EXIT.
           EXIT.
      
       2080-MATCH-ONE-ENTRY.
           IF WS-USAGE-DEPT(WS-USE-SUB) = WS-DEPT
            AND WS-USAGE-FUNC(WS-USE-SUB) = WS-USE-FUNC
               MOVE WS-USE-SUB TO WS-USE-IDX
           END-IF
           .
       2080-EXIT.
002130     EXIT.
002140
002150*-----------------------------------------------------
003390     CALL 'DISPATCH' USING DISP-FUNCTION DISP-NUM
003400         DISP-DIV-RESULT DISP-FAC-RESULT DISP-PRI-RESULT
003410         DISP-PAIR-REQUEST DISP-PAIR-RESULT
003411         DISP-GRP-REQUEST DISP-GRP-RESULT
003420         DISP-S DISP-ALT-RESULT
003430     .
003440 6000-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------
      * 7800-REQUEST-GROUP-CALC - ROUTE AN 'S' REQUEST
      *     THROUGH DISPATCH TO GRPCALC. THE REPLY CARRIES THE
      *     SET GCD AND LCM (LCM=OVERFLOW WHEN IT WILL NOT FIT
      *     EIGHTEEN DIGITS), COPRIME=P (PAIRWISE), S (SETWISE
      *     ONLY) OR N, AND EACH MEMBER PAIR SHARING A FACTOR
      *     AS A/B=GCD.
      *-----------------------------------------------------
       7800-REQUEST-GROUP-CALC.
           IF REQ-GRP-ID = SPACES
               MOVE 'BAD GROUP ID' TO WS-ERROR-TEXT
               GO TO 7800-EXIT
           END-IF
           IF REQ-GRP-COUNT-X IS NOT NUMERIC
               MOVE 'BAD MEMBER COUNT' TO WS-ERROR-TEXT
               GO TO 7800-EXIT
           END-IF
           IF REQ-GRP-COUNT < 2
            OR REQ-GRP-COUNT > WS-GROUP-MAX
               MOVE 'BAD MEMBER COUNT' TO WS-ERROR-TEXT
               GO TO 7800-EXIT
           END-IF
      
           SET DISP-IS-GROUP-CALC TO TRUE
           MOVE REQ-GRP-ID TO DISP-GRP-ID
           MOVE REQ-GRP-COUNT TO DISP-GRP-COUNT
           PERFORM 7810-EDIT-ONE-MEMBER THRU 7810-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > DISP-GRP-COUNT
                  OR WS-ERROR-TEXT NOT = SPACES
           IF WS-ERROR-TEXT NOT = SPACES
               GO TO 7800-EXIT
           END-IF
           PERFORM 6000-CALL-DISPATCH THRU 6000-EXIT
      
           IF DISP-GRP-LCM-OVERFLOW
               MOVE 'OVERFLOW' TO WS-GRP-LCM-TEXT
           ELSE
               MOVE DISP-GRP-LCM TO WS-GRP-LCM-TEXT
           END-IF
           MOVE SPACES TO WS-SHARED-PAIR-LIST
           MOVE 1 TO WS-LIST-PTR
           IF DISP-GRP-SHARED-COUNT > 0
               PERFORM 7820-APPEND-SHARED-PAIR THRU 7820-EXIT
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > DISP-GRP-SHARED-COUNT
           END-IF
      
           MOVE SPACES TO REP-RECORD
           STRING 'SEQ=' REQ-SEQ
               ' GROUP=' DISP-GRP-ID
               ' MEMBERS=' DISP-GRP-COUNT
               ' GCD=' DISP-GRP-GCD
               ' LCM=' WS-GRP-LCM-TEXT
               ' COPRIME=' DISP-GRP-COPRIME-SW
               ' SHARED=' DISP-GRP-SHARED-COUNT
               ' PAIRS=' WS-SHARED-PAIR-LIST
               DELIMITED BY SIZE
               INTO REP-RECORD
           WRITE REP-RECORD
           .
       7800-EXIT.
           EXIT.
      
       7810-EDIT-ONE-MEMBER.
           IF REQ-GRP-MEMBER(WS-GRP-SUB) IS NOT NUMERIC
               MOVE 'BAD NUM' TO WS-ERROR-TEXT
           ELSE
               MOVE REQ-GRP-MEMBER(WS-GRP-SUB)
                   TO DISP-GRP-MEMBER(WS-GRP-SUB)
           END-IF
           .
       7810-EXIT.
           EXIT.
      
       7820-APPEND-SHARED-PAIR.
           IF WS-GRP-SUB > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-SHARED-PAIR-LIST
                   WITH POINTER WS-LIST-PTR
           END-IF
           MOVE DISP-GRP-SHARED-MEMBER-A(WS-GRP-SUB)
               TO WS-GRP-MEMBER-A
           MOVE DISP-GRP-SHARED-MEMBER-B(WS-GRP-SUB)
               TO WS-GRP-MEMBER-B
           STRING DISP-GRP-MEMBER(WS-GRP-MEMBER-A)
               '/'
               DISP-GRP-MEMBER(WS-GRP-MEMBER-B)
               '=' DISP-GRP-SHARED-GCD(WS-GRP-SUB)
               DELIMITED BY SIZE
               INTO WS-SHARED-PAIR-LIST
               WITH POINTER WS-LIST-PTR
           .
       7820-EXIT.
           EXIT.
      
      *-----------------------------------------------------
004620* 8000-TERMINATE - TOTALS LINE, CLOSE FILES
004630*-----------------------------------------------------
004640 8000-TERMINATE.
004690         DELIMITED BY SIZE
004700         INTO REP-RECORD
004710     WRITE REP-RECORD
      
           MOVE SPACES TO REP-RECORD
           STRING 'DEPT-RECORDS=' WS-DEPT-RECORDS
               ' UNASSIGNED=' WS-REQUESTS-UNASSIGNED
               DELIMITED BY SIZE
               INTO REP-RECORD
           WRITE REP-RECORD
      
           PERFORM 8100-POST-ONE-USAGE THRU 8100-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USAGE-COUNT
      
004720     CLOSE REQ-FILE
004730     CLOSE REP-FILE
004731     CLOSE USE-FILE
004740     .
004750 8000-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 8100-POST-ONE-USAGE - ADD ONE TABLE ENTRY INTO
      *     TODAY'S DISPUSE RECORD FOR ITS DEPARTMENT AND
      *     FUNCTION, CREATING THE RECORD ON THE DAY'S FIRST
      *     RUN. A FAILED UPDATE FAILS THE RUN (RETURN-CODE
      *     16) BUT THE REMAINING ENTRIES ARE STILL POSTED.
      *-----------------------------------------------------
       8100-POST-ONE-USAGE.
           SET WS-USE-ON-FILE TO TRUE
           MOVE WS-USAGE-DEPT(WS-USE-SUB) TO USE-DEPT
           MOVE WS-USAGE-FUNC(WS-USE-SUB) TO USE-FUNC
           MOVE WS-AUD-START-DATE TO USE-RUN-DATE
           READ USE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-USE-ON-FILE-SW
           END-READ
           IF NOT WS-USE-ON-FILE
               MOVE WS-USAGE-DEPT(WS-USE-SUB) TO USE-DEPT
               MOVE WS-USAGE-FUNC(WS-USE-SUB) TO USE-FUNC
               MOVE WS-AUD-START-DATE TO USE-RUN-DATE
               MOVE 0 TO USE-REQUESTS
               MOVE 0 TO USE-ERRORS
               MOVE 0 TO USE-PRI-MASTER
               MOVE 0 TO USE-PRI-LIVE
           END-IF
      
           ADD WS-USAGE-REQUESTS(WS-USE-SUB) TO USE-REQUESTS
           ADD WS-USAGE-ERRORS(WS-USE-SUB) TO USE-ERRORS
           ADD WS-USAGE-PRI-MASTER(WS-USE-SUB) TO USE-PRI-MASTER
           ADD WS-USAGE-PRI-LIVE(WS-USE-SUB) TO USE-PRI-LIVE
      
           IF WS-USE-ON-FILE
               REWRITE USE-RECORD
           ELSE
               WRITE USE-RECORD
           END-IF
           IF WS-USE-FILE-STATUS NOT = '00'
               DISPLAY 'DISPBAT: CANNOT UPDATE DISPUSE, STATUS='
                   WS-USE-FILE-STATUS ' DEPT=' USE-DEPT
                   ' FUNC=' USE-FUNC
               SET WS-USAGE-FAILED TO TRUE
           END-IF
           .
       8100-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------
