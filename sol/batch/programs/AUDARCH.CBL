000200*                 OPERATIONS GETS A WEEKLY AUDSUM THAT
000210*                 COVERS A WEEK; THE AUDITORS KEEP THE
000220*                 OLDER HISTORY INSTEAD OF LOSING IT.
000221* 2026-10-09 DWO  THE AUDHIST ROLLUP NOW ALSO CARRIES THE
000222*                 MONTH'S TOTAL ELAPSED SECONDS AND THE
000223*                 NUMBER OF RUNS THAT COULD BE TIMED
000224*                 (THROUGH THE AUDELAP SUBPROGRAM), SO THE
000225*                 AUDTREND ALERT JOB CAN BASELINE RUN TIME
000226*                 FROM THE HISTORY AS WELL AS AUDITLOG.
000227*                 ROLLUPS WRITTEN BEFORE THE CHANGE READ
000228*                 BACK WITH BOTH FIELDS BLANK.
000230*****************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AUDARCH.
000460*     COLS 42-53  RECORDS READ
000470*     COLS 54-65  RECORDS WRITTEN
000480*     COLS 66-77  RECORDS SKIPPED
000481*     COLS 78-89  ELAPSED SECONDS OF THE TIMED RUNS
000482*     COLS 90-98  TIMED RUNS (START AND END STAMPS
000483*                 VALID, END NOT BEFORE START)
000490* AN UNPARSEABLE AUDIT LINE IS COUNTED AND KEPT ON
000500* AUDITNEW UNTOUCHED - THE EVIDENCE IS NOT DESTROYED.
000510* THE JOB'S OWN RUN RECORD IS APPENDED TO AUDITNEW
000980     03  HST-READ                PIC 9(12).
000990     03  HST-WRITTEN             PIC 9(12).
001000     03  HST-SKIPPED             PIC 9(12).
001001     03  HST-ELAPSED             PIC 9(12).
001002     03  HST-TIMED-RUNS          PIC 9(09).
001010
001020 FD  NEW-FILE.
001030 01  NEW-RECORD                  PIC X(82).
001210     03  WS-RUN-MONTH            PIC 9(06)  VALUE 0.
001220     03  WS-SUB                  PIC 9(04)  COMP.
001230     03  WS-ROW-IDX              PIC 9(04)  COMP VALUE 0.
001231     03  WS-ELAPSED-SECONDS      PIC 9(09)  VALUE 0.
001232     03  WS-ELAPSED-SW           PIC X(01)  VALUE 'N'.
001233         88  WS-ELAPSED-VALID               VALUE 'Y'.
001240
001250 01  WS-RUN-TOTALS.
001260     03  WS-RECORDS-READ         PIC 9(09)  VALUE 0.
001440         05  WS-ROLL-READ        PIC 9(12).
001450         05  WS-ROLL-WRITTEN     PIC 9(12).
001460         05  WS-ROLL-SKIPPED     PIC 9(12).
001461         05  WS-ROLL-ELAPSED     PIC 9(12).
001462         05  WS-ROLL-TIMED       PIC 9(09).
001470
001480 01  WS-AUDIT-FIELDS.
001490     03  WS-AUD-START-DATE       PIC 9(08)  VALUE 0.
003230     ADD AUD-RECORDS-READ TO WS-ROLL-READ(WS-ROW-IDX)
003240     ADD AUD-RECORDS-WRITTEN TO WS-ROLL-WRITTEN(WS-ROW-IDX)
003250     ADD AUD-RECORDS-SKIPPED TO WS-ROLL-SKIPPED(WS-ROW-IDX)
003251
003252     CALL 'AUDELAP' USING AUD-RECORD WS-ELAPSED-SECONDS
003253         WS-ELAPSED-SW
003254     IF WS-ELAPSED-VALID
003255         ADD WS-ELAPSED-SECONDS TO WS-ROLL-ELAPSED(WS-ROW-IDX)
003256         ADD 1 TO WS-ROLL-TIMED(WS-ROW-IDX)
003257     END-IF
003260     .
003270 2200-EXIT.
003280     EXIT.
003730         MOVE 0 TO WS-ROLL-READ(WS-ROW-IDX)
003740         MOVE 0 TO WS-ROLL-WRITTEN(WS-ROW-IDX)
003750         MOVE 0 TO WS-ROLL-SKIPPED(WS-ROW-IDX)
003751         MOVE 0 TO WS-ROLL-ELAPSED(WS-ROW-IDX)
003752         MOVE 0 TO WS-ROLL-TIMED(WS-ROW-IDX)
003760     END-IF
003770     .
003780 2400-EXIT.
004080     MOVE WS-ROLL-READ(WS-SUB) TO HST-READ
004090     MOVE WS-ROLL-WRITTEN(WS-SUB) TO HST-WRITTEN
004100     MOVE WS-ROLL-SKIPPED(WS-SUB) TO HST-SKIPPED
004101     MOVE WS-ROLL-ELAPSED(WS-SUB) TO HST-ELAPSED
004102     MOVE WS-ROLL-TIMED(WS-SUB) TO HST-TIMED-RUNS
004110     WRITE HST-RECORD
004120     IF WS-HST-FILE-STATUS NOT = '00'
004130         DISPLAY 'AUDARCH: CANNOT WRITE AUDHIST, STATUS='
