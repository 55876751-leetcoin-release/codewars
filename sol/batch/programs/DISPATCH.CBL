000149* 2026-08-21 DWO  ADDED ROUTING FOR THE PAIRCALC GCD/LCM
000150*                 SUBPROGRAM (REQUEST TYPE 'G'), CARRIED
000151*                 BY DISP-PAIR-REQUEST/DISP-PAIR-RESULT.
      * 2026-10-11 DWO  ADDED ROUTING FOR THE GRPCALC GROUP
      *                 GCD/LCM SUBPROGRAM (REQUEST TYPE 'S'),
      *                 CARRIED BY DISP-GRP-REQUEST/DISP-GRP-RESULT.
000152*****************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. DISPATCH.
000340
000350 PROCEDURE DIVISION USING DISP-FUNCTION DISP-NUM
000360     DISP-DIV-RESULT DISP-FAC-RESULT DISP-PRI-RESULT
000361     DISP-PAIR-REQUEST DISP-PAIR-RESULT DISP-GRP-REQUEST
000362     DISP-GRP-RESULT DISP-S DISP-ALT-RESULT.
000370 0000-MAINLINE.
000380     EVALUATE TRUE
000390         WHEN DISP-IS-DIVISORS
000434             PERFORM 4000-CALL-PRIMFND THRU 4000-EXIT
000435         WHEN DISP-IS-PAIR-CALC
000436             PERFORM 5000-CALL-PAIRCALC THRU 5000-EXIT
000437         WHEN DISP-IS-GROUP-CALC
000438             PERFORM 6000-CALL-GRPCALC THRU 6000-EXIT
000440         WHEN OTHER
000450             MOVE 16 TO RETURN-CODE
000460     END-EVALUATE
000696 5000-EXIT.
000697     EXIT.
000698
      *-----------------------------------------------------
      * 6000-CALL-GRPCALC
      *-----------------------------------------------------
       6000-CALL-GRPCALC.
           CALL 'GRPCALC' USING DISP-GRP-REQUEST
               DISP-GRP-RESULT
           .
       6000-EXIT.
           EXIT.
      
000699 END PROGRAM DISPATCH.
