000430*                 RECORD, SO DIVRECON CAN PROVE ALL THREE
000440*                 FILES CAME FROM THE SAME NIGHT. THE
000450*                 RUN-HISTORY RECORD CARRIES THE SAME ID.
000451* 2026-10-14 DWO  RUNS AGAINST ONE PARTITION OF THE
000452*                 CYCLE'S RANGE WHEN NUMVAL CARRIES A
000453*                 PARTHDR RECORD (CUT BY PARTSPL), SO
000454*                 SEVERAL COPIES CAN RUN SIDE BY SIDE.
000455*                 THE PARTITION RECORD IS CARRIED ONTO
000456*                 DIVCLS, AFTER THE CYCLE HEADER, FOR
000457*                 PARTMRG.
000460*****************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DIVCLASS.
000610* NUM VALUES OF 0 OR 1 ARE NOT APPLICABLE TO THIS
000620* CLASSIFICATION AND ARE REPORTED AS SUCH RATHER THAN
000630* BEING COUNTED AS DEFICIENT.
000631*
000632* A PARTHDR RECORD STRAIGHT AFTER THE NUMVAL HEADER
000633* MAKES THE RUN ONE PARTITION OF THE CYCLE (SEE
000634* PARTSPL). IT IS COPIED TO DIVCLS AFTER THE CYCLE
000635* HEADER SO PARTMRG CAN PROVE WHICH PARTITION THE FILE
000636* HOLDS.
000640*****************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
001190
001200     COPY CYCHDR.
001210
001211     COPY PARTHDR.
001212
001220     COPY AUDITREC.
001230
001240 PROCEDURE DIVISION.
001610     WRITE CLS-RECORD
001620
001630     PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
001631     PERFORM 1600-CHECK-PARTITION THRU 1600-EXIT
001640     .
001650 1000-EXIT.
           EXIT.
      
      *-----------------------------------------------------
      * 1600-CHECK-PARTITION - A PARTHDR RECORD STRAIGHT
      *     AFTER THE CYCLE HEADER MAKES THIS A PARTITION
      *     RUN. IT GOES ONTO DIVCLS AFTER THE CYCLE HEADER AND
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
               DISPLAY 'DIVCLASS: BAD PARTITION RECORD ON'
                   ' NUMVAL - RECORD=' NUM-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'DIVCLASS: PARTITION ' PRT-HDR-NUMBER
               ' OF ' PRT-HDR-COUNT
           MOVE PRT-HEADER-RECORD TO CLS-RECORD
           WRITE CLS-RECORD
           PERFORM 2100-READ-NUM-FILE THRU 2100-EXIT
           .
       1600-EXIT.
001660     EXIT.
001670
001680*-----------------------------------------------------
