000260*                 REPORT CAME FROM THE SAME NIGHT AS THE
000270*                 RANGE. THE RUN-HISTORY RECORD CARRIES
000280*                 THE SAME ID.
000281* 2026-10-14 DWO  RUNS AGAINST ONE PARTITION OF THE
000282*                 CYCLE'S RANGE WHEN NUMVAL CARRIES A
000283*                 PARTHDR RECORD (CUT BY PARTSPL), SO
000284*                 SEVERAL COPIES CAN RUN SIDE BY SIDE.
000285*                 THE PARTITION RECORD IS CARRIED ONTO
000286*                 FACRPT, AFTER THE CYCLE HEADER, FOR
000287*                 PARTMRG.
000290*****************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. FACBATCH.
000390* FACTORS FOR EACH ONE, AND WRITES ONE REPORT LINE
000400* PER NUM SHOWING THE CLASSIFICATION AND THE PRIME
000410* FACTORIZATION AS PRIME^EXPONENT TERMS.
000411*
000412* A PARTHDR RECORD STRAIGHT AFTER THE NUMVAL HEADER
000413* MAKES THE RUN ONE PARTITION OF THE CYCLE (SEE
000414* PARTSPL). IT IS COPIED TO FACRPT AFTER THE CYCLE
000415* HEADER SO PARTMRG CAN PROVE WHICH PARTITION THE FILE
000416* HOLDS.
000420*****************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
001010
001020     COPY CYCHDR.
001030
001031     COPY PARTHDR.
001032
001040     COPY AUDITREC.
001050
001060 PROCEDURE DIVISION.
001430     WRITE RPT-RECORD
001440
001450     PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
001451     PERFORM 1600-CHECK-PARTITION THRU 1600-EXIT
001460     .
001470 1000-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 1600-CHECK-PARTITION - A PARTHDR RECORD STRAIGHT
      *     AFTER THE CYCLE HEADER MAKES THIS A PARTITION
      *     RUN. IT GOES ONTO FACRPT AFTER THE CYCLE HEADER AND
      *     THE READ MOVES ON TO THE FIRST NUM. A SERIAL
      *     NUMVAL HAS NONE.
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
               DISPLAY 'FACBATCH: BAD PARTITION RECORD ON'
                   ' NUMVAL - RECORD=' NUM-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'FACBATCH: PARTITION ' PRT-HDR-NUMBER
               ' OF ' PRT-HDR-COUNT
           MOVE PRT-HEADER-RECORD TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
           .
       1600-EXIT.
001480     EXIT.
001490
001500*-----------------------------------------------------
