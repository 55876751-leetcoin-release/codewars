000200*                 LINKAGE AND THE DISPREQ COPYBOOK.
000210*                 PAIRIN NOW CARRIES NUM-A IN COLUMNS 1-9
000220*                 AND NUM-B IN COLUMNS 10-18.
000221* 2026-10-11 DWO  PAIRIN NOW ALSO CARRIES GROUP RECORDS
000222*                 (GRP= IN COLUMNS 1-4) OF UP TO 100
000223*                 MEMBERS, EACH PASSED TO GRPCALC. THE
000224*                 REPORT SHOWS THE SET GCD AND LCM (LCM
000225*                 OVERFLOW WHEN IT WILL NOT FIT EIGHTEEN
000226*                 DIGITS), WHETHER THE SET IS PAIRWISE OR
000227*                 ONLY SETWISE COPRIME, AND ONE LINE PER
000228*                 MEMBER PAIR SHARING A FACTOR WITH ITS
000229*                 GCD - NO MORE FEEDING A SET PAIR BY PAIR.
000230*****************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PAIRBAT.
000360* FLAG. A RECORD WHOSE MEMBERS ARE NOT BOTH NUMERIC IS
000370* REPORTED AND SKIPPED. THE RUN ENDS WITH A TOTALS
000380* LINE AND RETURN-CODE 8 WHEN ANYTHING WAS SKIPPED.
      *
      * A GROUP RECORD IN THE SAME FILE CARRIES A WHOLE SET:
      *     COLS 1-4    THE LITERAL GRP=
      *     COLS 6-13   GROUP ID
      *     COLS 14-16  MEMBER COUNT (2-100)
      *     COLS 17-    THE MEMBERS IN NINE-COLUMN SLOTS
      * EACH GROUP IS PASSED TO GRPCALC AND REPORTED AS A
      * GROUP LINE - GCD, LCM, COPRIME P (PAIRWISE), S
      * (SETWISE ONLY) OR N, AND THE NUMBER OF MEMBER PAIRS
      * SHARING A FACTOR - FOLLOWED BY ONE LINE PER SUCH PAIR.
      * AN LCM BEYOND EIGHTEEN DIGITS IS PRINTED AS OVERFLOW,
      * NEVER TRUNCATED. A GROUP WITH A BLANK ID, A BAD COUNT
      * OR A NON-NUMERIC MEMBER IS REPORTED AND SKIPPED LIKE
      * A BAD PAIR.
000390*****************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000540 01  PAIR-RECORD.
000550     03  PAIR-REC-NUM-A          PIC X(09).
000560     03  PAIR-REC-NUM-B          PIC X(09).
           03  FILLER                  PIC X(898).
       01  GROUP-RECORD.
           03  GRP-REC-TYPE            PIC X(04).
               88  GRP-REC-IS-GROUP               VALUE 'GRP='.
           03  FILLER                  PIC X(01).
           03  GRP-REC-ID              PIC X(08).
           03  GRP-REC-COUNT-X         PIC X(03).
           03  GRP-REC-COUNT REDEFINES GRP-REC-COUNT-X
                                       PIC 9(03).
           03  GRP-REC-MEMBER          PIC X(09) OCCURS 100 TIMES.
000570
000580 FD  RPT-FILE.
000590 01  RPT-RECORD                  PIC X(132).
000670     03  WS-PAIR-FILE-STATUS     PIC X(02)  VALUE SPACES.
000680     03  WS-RPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
000690
       77  WS-GROUP-MAX                PIC 9(03)  COMP VALUE 100.
      
       01  WS-WORK-FIELDS.
           03  WS-GRP-SUB              PIC 9(04)  COMP.
           03  WS-GRP-MEMBER-A         PIC 9(04)  COMP.
           03  WS-GRP-MEMBER-B         PIC 9(04)  COMP.
           03  WS-GRP-POS-A            PIC 9(03).
           03  WS-GRP-POS-B            PIC 9(03).
           03  WS-GRP-LCM-TEXT         PIC X(18).
           03  WS-SKIP-REASON          PIC X(30).
      
000700 01  WS-RUN-TOTALS.
000710     03  WS-PAIRS-READ           PIC 9(09)  VALUE 0.
000720     03  WS-PAIRS-PROCESSED      PIC 9(09)  VALUE 0.
000730     03  WS-PAIRS-SKIPPED        PIC 9(09)  VALUE 0.
000740     03  WS-COPRIME-COUNT        PIC 9(09)  VALUE 0.
000741     03  WS-GROUPS-READ          PIC 9(09)  VALUE 0.
000742     03  WS-GROUPS-PROCESSED     PIC 9(09)  VALUE 0.
000743     03  WS-GROUPS-SKIPPED       PIC 9(09)  VALUE 0.
000744     03  WS-GROUPS-COPRIME       PIC 9(09)  VALUE 0.
000745     03  WS-GROUPS-OVERFLOW      PIC 9(09)  VALUE 0.
000750
000760 01  WS-PAIR-REQUEST.
000770     03  WS-PAIR-NUM-A           PIC 9(09).
000820     03  WS-PAIR-COPRIME-SW      PIC X(01).
000830         88  WS-PAIR-COPRIME                 VALUE 'Y'.
000840         88  WS-PAIR-NOT-COPRIME             VALUE 'N'.
      
       01  WS-GRP-REQUEST.
           03  WS-GRP-ID               PIC X(08).
           03  WS-GRP-COUNT            PIC 9(03).
           03  WS-GRP-MEMBER           PIC 9(09)
                   OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-GRP-COUNT.
       01  WS-GRP-RESULT.
           03  WS-GRP-GCD              PIC 9(09).
           03  WS-GRP-LCM              PIC 9(18).
           03  WS-GRP-LCM-OVERFLOW-SW  PIC X(01).
               88  WS-GRP-LCM-OVERFLOW             VALUE 'Y'.
               88  WS-GRP-LCM-FITS                 VALUE 'N'.
           03  WS-GRP-COPRIME-SW       PIC X(01).
               88  WS-GRP-PAIRWISE-COPRIME         VALUE 'P'.
               88  WS-GRP-SETWISE-COPRIME          VALUE 'S'.
               88  WS-GRP-NOT-COPRIME              VALUE 'N'.
           03  WS-GRP-SHARED-COUNT     PIC 9(04).
           03  WS-GRP-SHARED-ENTRY OCCURS 0 TO 4950 TIMES
                   DEPENDING ON WS-GRP-SHARED-COUNT.
               05  WS-GRP-SHARED-MEMBER-A
                                       PIC 9(03).
               05  WS-GRP-SHARED-MEMBER-B
                                       PIC 9(03).
               05  WS-GRP-SHARED-GCD   PIC 9(09).
000850
000860 01  WS-AUDIT-FIELDS.
000870     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
000970         UNTIL WS-PAIR-EOF
000980     PERFORM 8000-TERMINATE THRU 8000-EXIT
000990     IF WS-PAIRS-SKIPPED > 0
000991      OR WS-GROUPS-SKIPPED > 0
001000         MOVE 8 TO RETURN-CODE
001010     ELSE
001020         MOVE 0 TO RETURN-CODE
001380* 2000-PROCESS-ONE-PAIR - EDIT, CALL PAIRCALC, REPORT
001390*-----------------------------------------------------
001400 2000-PROCESS-ONE-PAIR.
001401     IF GRP-REC-IS-GROUP
001402         PERFORM 2500-PROCESS-ONE-GROUP THRU 2500-EXIT
001403         GO TO 2000-READ-NEXT
001404     END-IF
001405
001410     ADD 1 TO WS-PAIRS-READ
001420
001430     IF PAIR-REC-NUM-A IS NOT NUMERIC
001570         END-IF
001580         PERFORM 2200-WRITE-RESULT-LINE THRU 2200-EXIT
001590     END-IF
001600     .
001601 2000-READ-NEXT.
001610     PERFORM 2100-READ-PAIR-FILE THRU 2100-EXIT
001620     .
001630 2000-EXIT.
001970*-----------------------------------------------------
001980 2300-WRITE-SKIP-LINE.
001990     MOVE SPACES TO RPT-RECORD
002000     STRING 'RECORD=' PAIR-RECORD(1:18)
002010         ' SKIPPED: NOT NUMERIC'
002020         DELIMITED BY SIZE
002030         INTO RPT-RECORD
002040     WRITE RPT-RECORD
002050     .
002060 2300-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2500-PROCESS-ONE-GROUP - EDIT, CALL GRPCALC, REPORT
      *-----------------------------------------------------
       2500-PROCESS-ONE-GROUP.
           ADD 1 TO WS-GROUPS-READ
           MOVE SPACES TO WS-SKIP-REASON
           IF GRP-REC-ID = SPACES
               MOVE 'BAD GROUP ID' TO WS-SKIP-REASON
               GO TO 2500-SKIP
           END-IF
           IF GRP-REC-COUNT-X IS NOT NUMERIC
               MOVE 'BAD MEMBER COUNT' TO WS-SKIP-REASON
               GO TO 2500-SKIP
           END-IF
           IF GRP-REC-COUNT < 2
            OR GRP-REC-COUNT > WS-GROUP-MAX
               MOVE 'BAD MEMBER COUNT' TO WS-SKIP-REASON
               GO TO 2500-SKIP
           END-IF
      
           MOVE GRP-REC-ID TO WS-GRP-ID
           MOVE GRP-REC-COUNT TO WS-GRP-COUNT
           PERFORM 2510-EDIT-ONE-MEMBER THRU 2510-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                  OR WS-SKIP-REASON NOT = SPACES
           IF WS-SKIP-REASON NOT = SPACES
               GO TO 2500-SKIP
           END-IF
      
           CALL 'GRPCALC' USING WS-GRP-REQUEST WS-GRP-RESULT
      
           ADD 1 TO WS-GROUPS-PROCESSED
           IF WS-GRP-PAIRWISE-COPRIME
               ADD 1 TO WS-GROUPS-COPRIME
           END-IF
           IF WS-GRP-LCM-OVERFLOW
               ADD 1 TO WS-GROUPS-OVERFLOW
           END-IF
           PERFORM 2600-WRITE-GROUP-LINES THRU 2600-EXIT
           GO TO 2500-EXIT
           .
       2500-SKIP.
           ADD 1 TO WS-GROUPS-SKIPPED
           MOVE SPACES TO RPT-RECORD
           STRING 'GROUP=' GRP-REC-ID
               ' SKIPPED: ' WS-SKIP-REASON
               DELIMITED BY SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           .
       2500-EXIT.
           EXIT.
      
       2510-EDIT-ONE-MEMBER.
           IF GRP-REC-MEMBER(WS-GRP-SUB) IS NOT NUMERIC
               MOVE 'NOT NUMERIC' TO WS-SKIP-REASON
           ELSE
               MOVE GRP-REC-MEMBER(WS-GRP-SUB)
                   TO WS-GRP-MEMBER(WS-GRP-SUB)
           END-IF
           .
       2510-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 2600-WRITE-GROUP-LINES - THE GROUP LINE, THEN ONE
      *     LINE PER MEMBER PAIR SHARING A FACTOR
      *-----------------------------------------------------
       2600-WRITE-GROUP-LINES.
           IF WS-GRP-LCM-OVERFLOW
               MOVE 'OVERFLOW' TO WS-GRP-LCM-TEXT
           ELSE
               MOVE WS-GRP-LCM TO WS-GRP-LCM-TEXT
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING 'GROUP=' WS-GRP-ID
               ' MEMBERS=' WS-GRP-COUNT
               ' GCD=' WS-GRP-GCD
               ' LCM=' WS-GRP-LCM-TEXT
               ' COPRIME=' WS-GRP-COPRIME-SW
               ' SHARED-PAIRS=' WS-GRP-SHARED-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
      
           IF WS-GRP-SHARED-COUNT > 0
               PERFORM 2610-WRITE-SHARED-PAIR THRU 2610-EXIT
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-SHARED-COUNT
           END-IF
           .
       2600-EXIT.
           EXIT.
      
       2610-WRITE-SHARED-PAIR.
           MOVE WS-GRP-SHARED-MEMBER-A(WS-GRP-SUB) TO WS-GRP-MEMBER-A
           MOVE WS-GRP-SHARED-MEMBER-B(WS-GRP-SUB) TO WS-GRP-MEMBER-B
           MOVE WS-GRP-MEMBER-A TO WS-GRP-POS-A
           MOVE WS-GRP-MEMBER-B TO WS-GRP-POS-B
           MOVE SPACES TO RPT-RECORD
           STRING '    MEMBER ' WS-GRP-POS-A
               '=' WS-GRP-MEMBER(WS-GRP-MEMBER-A)
               ' AND MEMBER ' WS-GRP-POS-B
               '=' WS-GRP-MEMBER(WS-GRP-MEMBER-B)
               ' SHARE GCD=' WS-GRP-SHARED-GCD(WS-GRP-SUB)
               DELIMITED BY SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           .
       2610-EXIT.
002070     EXIT.
002080
002090*-----------------------------------------------------
002180         DELIMITED BY SIZE
002190         INTO RPT-RECORD
002200     WRITE RPT-RECORD
002201     MOVE SPACES TO RPT-RECORD
002202     STRING 'GROUPS-READ=' WS-GROUPS-READ
002203         ' PROCESSED=' WS-GROUPS-PROCESSED
002204         ' SKIPPED=' WS-GROUPS-SKIPPED
002205         ' PAIRWISE-COPRIME=' WS-GROUPS-COPRIME
002206         ' LCM-OVERFLOW=' WS-GROUPS-OVERFLOW
002207         DELIMITED BY SIZE
002208         INTO RPT-RECORD
002209     WRITE RPT-RECORD
002210     CLOSE PAIR-FILE
002220     CLOSE RPT-FILE
002230     .
002350     ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
002360     ACCEPT WS-AUD-TIME-WORK FROM TIME
002370     MOVE WS-AUD-TIME-WORK(1:6) TO AUD-END-TIME
002380     COMPUTE AUD-RECORDS-READ = WS-PAIRS-READ + WS-GROUPS-READ
002390     COMPUTE AUD-RECORDS-WRITTEN = WS-PAIRS-PROCESSED
002400         + WS-GROUPS-PROCESSED
002401     COMPUTE AUD-RECORDS-SKIPPED = WS-PAIRS-SKIPPED
002402         + WS-GROUPS-SKIPPED
002410     SET AUD-FRESH-RUN TO TRUE
002420     MOVE RETURN-CODE TO AUD-RETURN-CODE
002430     CALL 'AUDWRITE' USING AUD-RECORD
