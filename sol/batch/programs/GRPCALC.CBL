000010*****************************************************
000020* PROGRAM      GRPCALC
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-11
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-11 DWO  INITIAL VERSION - GROUP COUNTERPART OF
000090*                 PAIRCALC FOR THE CERTIFICATION TEAM'S
000100*                 SETS OF MODULI. TAKES A GROUP ID AND UP
000110*                 TO 100 MEMBERS AND RETURNS THE GCD AND
000120*                 LCM OF THE WHOLE SET, WHETHER THE SET IS
000130*                 PAIRWISE OR ONLY SETWISE COPRIME, AND
000140*                 EVERY MEMBER PAIR THAT SHARES A FACTOR
000150*                 WITH THAT PAIR'S GCD - WORK THAT USED TO
000160*                 BE DONE BY FEEDING EVERY PAIR THROUGH
000170*                 PAIRIN AND COMBINING THE ANSWERS BY HAND.
000180*****************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRPCALC.
000210 AUTHOR. D. OKAFOR.
000220 INSTALLATION. QA NUMERIC SYSTEMS.
000230 DATE-WRITTEN. 2026-10-11.
000240 DATE-COMPILED.
000250
000260*****************************************************
000270* THE SET GCD AND LCM ARE FOLDED IN ONE MEMBER AT A
000280* TIME WITH EUCLID'S REMAINDER METHOD, AS PAIRCALC
000290* DOES FOR TWO:
000300*     GCD = GCD(GCD SO FAR, MEMBER)
000310*     LCM = (LCM SO FAR / GCD(LCM SO FAR, MEMBER))
000320*           * MEMBER
000330* THE LCM IS CARRIED IN EIGHTEEN DIGITS, THE SAME
000340* CAPACITY AS DISP-PAIR-LCM. BEFORE EACH MULTIPLY THE
000350* QUOTIENT IS TESTED AGAINST 999999999999999999 /
000360* MEMBER; IF THE PRODUCT WOULD NOT FIT, THE LCM IS
000370* FLAGGED AS OVERFLOW AND RETURNED AS ZERO - NEVER A
000380* TRUNCATED VALUE.
000390*
000400* EVERY MEMBER PAIR IS THEN RUN THROUGH EUCLID. A PAIR
000410* WHOSE GCD IS NOT 1 SHARES A FACTOR AND IS LISTED BY
000420* MEMBER POSITION WITH ITS GCD. THE SET IS:
000430*     P - PAIRWISE COPRIME (NO PAIR SHARES A FACTOR)
000440*     S - SETWISE COPRIME ONLY (SET GCD IS 1, BUT SOME
000450*         PAIR SHARES A FACTOR)
000460*     N - NOT COPRIME (SET GCD ABOVE 1)
000470* A ZERO MEMBER FOLLOWS PAIRCALC'S CONVENTIONS: IT
000480* LEAVES THE GCD ALONE AND MAKES THE LCM ZERO.
000490*
000500* THE CALLER EDITS THE REQUEST. A MEMBER COUNT BELOW 2
000510* OR ABOVE 100 RETURNS AN EMPTY RESULT WITH
000520* RETURN-CODE 16, AS DISPATCH DOES FOR AN UNKNOWN
000530* REQUEST TYPE.
000540*****************************************************
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570 77  GC-MEMBER-MAX               PIC 9(03)  COMP VALUE 100.
000580 77  GC-LCM-CAPACITY             PIC 9(18)  COMP
000590                                 VALUE 999999999999999999.
000600 77  GC-SUB-A                    PIC 9(03)  COMP.
000610 77  GC-SUB-B                    PIC 9(03)  COMP.
000620 77  GC-SUB-NEXT                 PIC 9(03)  COMP.
000630 77  GC-SET-GCD                  PIC 9(09)  COMP.
000640 77  GC-SET-LCM                  PIC 9(18)  COMP.
000650 77  GC-LCM-LIMIT                PIC 9(18)  COMP.
000660 77  GC-EUCLID-X                 PIC 9(18)  COMP.
000670 77  GC-EUCLID-Y                 PIC 9(18)  COMP.
000680 77  GC-REMAINDER                PIC 9(18)  COMP.
000690 77  GC-QUOTIENT                 PIC 9(18)  COMP.
000700 77  GC-ZERO-SEEN-SW             PIC X(01).
000710     88  GC-ZERO-SEEN                       VALUE 'Y'.
000720
000730 LINKAGE SECTION.
000740 01  GRP-REQUEST.
000750     03  GRP-ID                  PIC X(08).
000760     03  GRP-COUNT               PIC 9(03).
000770     03  GRP-MEMBER              PIC 9(09)
000780             OCCURS 0 TO 100 TIMES
000790             DEPENDING ON GRP-COUNT.
000800 01  GRP-RESULT.
000810     03  GRP-GCD                 PIC 9(09).
000820     03  GRP-LCM                 PIC 9(18).
000830     03  GRP-LCM-OVERFLOW-SW     PIC X(01).
000840         88  GRP-LCM-OVERFLOW                VALUE 'Y'.
000850         88  GRP-LCM-FITS                    VALUE 'N'.
000860     03  GRP-COPRIME-SW          PIC X(01).
000870         88  GRP-PAIRWISE-COPRIME            VALUE 'P'.
000880         88  GRP-SETWISE-COPRIME             VALUE 'S'.
000890         88  GRP-NOT-COPRIME                 VALUE 'N'.
000900     03  GRP-SHARED-COUNT        PIC 9(04).
000910     03  GRP-SHARED-ENTRY OCCURS 0 TO 4950 TIMES
000920             DEPENDING ON GRP-SHARED-COUNT.
000930         05  GRP-SHARED-MEMBER-A PIC 9(03).
000940         05  GRP-SHARED-MEMBER-B PIC 9(03).
000950         05  GRP-SHARED-GCD      PIC 9(09).
000960
000970 PROCEDURE DIVISION USING GRP-REQUEST GRP-RESULT.
000980 0000-MAINLINE.
000990     MOVE 0 TO GRP-SHARED-COUNT
001000     MOVE 0 TO GRP-GCD
001010     MOVE 0 TO GRP-LCM
001020     SET GRP-LCM-FITS TO TRUE
001030     SET GRP-NOT-COPRIME TO TRUE
001040
001050     IF GRP-COUNT < 2
001060      OR GRP-COUNT > GC-MEMBER-MAX
001070         MOVE 16 TO RETURN-CODE
001080         GOBACK
001090     END-IF
001100
001110     MOVE 0 TO GC-SET-GCD
001120     MOVE 1 TO GC-SET-LCM
001130     MOVE 'N' TO GC-ZERO-SEEN-SW
001140     PERFORM 1000-FOLD-ONE-MEMBER THRU 1000-EXIT
001150         VARYING GC-SUB-A FROM 1 BY 1
001160         UNTIL GC-SUB-A > GRP-COUNT
001170
001180     MOVE GC-SET-GCD TO GRP-GCD
001190     IF GC-ZERO-SEEN
001200         SET GRP-LCM-FITS TO TRUE
001210         MOVE 0 TO GRP-LCM
001220     ELSE
001230         IF GRP-LCM-FITS
001240             MOVE GC-SET-LCM TO GRP-LCM
001250         END-IF
001260     END-IF
001270
001280     PERFORM 2000-CHECK-MEMBER-PAIRS THRU 2000-EXIT
001290         VARYING GC-SUB-A FROM 1 BY 1
001300         UNTIL GC-SUB-A NOT < GRP-COUNT
001310
001320     IF GRP-SHARED-COUNT = 0
001330         SET GRP-PAIRWISE-COPRIME TO TRUE
001340     ELSE
001350         IF GRP-GCD = 1
001360             SET GRP-SETWISE-COPRIME TO TRUE
001370         ELSE
001380             SET GRP-NOT-COPRIME TO TRUE
001390         END-IF
001400     END-IF
001410     GOBACK
001420     .
001430
001440*-----------------------------------------------------
001450* 1000-FOLD-ONE-MEMBER - FOLD ONE MEMBER INTO THE SET
001460*     GCD AND LCM. ONCE THE LCM HAS OVERFLOWED (OR A
001470*     ZERO MEMBER HAS MADE IT ZERO) ONLY THE GCD MOVES.
001480*-----------------------------------------------------
001490 1000-FOLD-ONE-MEMBER.
001500     MOVE GC-SET-GCD TO GC-EUCLID-X
001510     MOVE GRP-MEMBER(GC-SUB-A) TO GC-EUCLID-Y
001520     PERFORM 9000-EUCLID THRU 9000-EXIT
001530     MOVE GC-EUCLID-X TO GC-SET-GCD
001540
001550     IF GRP-MEMBER(GC-SUB-A) = 0
001560         SET GC-ZERO-SEEN TO TRUE
001570     END-IF
001580     IF GC-ZERO-SEEN
001590      OR GRP-LCM-OVERFLOW
001600         GO TO 1000-EXIT
001610     END-IF
001620
001630     MOVE GC-SET-LCM TO GC-EUCLID-X
001640     MOVE GRP-MEMBER(GC-SUB-A) TO GC-EUCLID-Y
001650     PERFORM 9000-EUCLID THRU 9000-EXIT
001660     DIVIDE GC-SET-LCM BY GC-EUCLID-X GIVING GC-QUOTIENT
001670     DIVIDE GC-LCM-CAPACITY BY GRP-MEMBER(GC-SUB-A)
001680         GIVING GC-LCM-LIMIT
001690     IF GC-QUOTIENT > GC-LCM-LIMIT
001700         SET GRP-LCM-OVERFLOW TO TRUE
001710         GO TO 1000-EXIT
001720     END-IF
001730     COMPUTE GC-SET-LCM = GC-QUOTIENT * GRP-MEMBER(GC-SUB-A)
001740     .
001750 1000-EXIT.
001760     EXIT.
001770
001780*-----------------------------------------------------
001790* 2000-CHECK-MEMBER-PAIRS - PAIR MEMBER A WITH EVERY
001800*     MEMBER AFTER IT
001810*-----------------------------------------------------
001820 2000-CHECK-MEMBER-PAIRS.
001830     COMPUTE GC-SUB-NEXT = GC-SUB-A + 1
001840     PERFORM 2100-CHECK-ONE-PAIR THRU 2100-EXIT
001850         VARYING GC-SUB-B FROM GC-SUB-NEXT BY 1
001860         UNTIL GC-SUB-B > GRP-COUNT
001870     .
001880 2000-EXIT.
001890     EXIT.
001900
001910 2100-CHECK-ONE-PAIR.
001920     MOVE GRP-MEMBER(GC-SUB-A) TO GC-EUCLID-X
001930     MOVE GRP-MEMBER(GC-SUB-B) TO GC-EUCLID-Y
001940     PERFORM 9000-EUCLID THRU 9000-EXIT
001950     IF GC-EUCLID-X = 1
001960         GO TO 2100-EXIT
001970     END-IF
001980     ADD 1 TO GRP-SHARED-COUNT
001990     MOVE GC-SUB-A TO GRP-SHARED-MEMBER-A(GRP-SHARED-COUNT)
002000     MOVE GC-SUB-B TO GRP-SHARED-MEMBER-B(GRP-SHARED-COUNT)
002010     MOVE GC-EUCLID-X TO GRP-SHARED-GCD(GRP-SHARED-COUNT)
002020     .
002030 2100-EXIT.
002040     EXIT.
002050
002060*-----------------------------------------------------
002070* 9000-EUCLID - GCD OF GC-EUCLID-X AND GC-EUCLID-Y,
002080*     LEFT IN GC-EUCLID-X
002090*-----------------------------------------------------
002100 9000-EUCLID.
002110     PERFORM 9100-EUCLID-STEP THRU 9100-EXIT
002120         UNTIL GC-EUCLID-Y = 0
002130     .
002140 9000-EXIT.
002150     EXIT.
002160
002170 9100-EUCLID-STEP.
002180     DIVIDE GC-EUCLID-X BY GC-EUCLID-Y
002190         GIVING GC-QUOTIENT
002200         REMAINDER GC-REMAINDER
002210     MOVE GC-EUCLID-Y TO GC-EUCLID-X
002220     MOVE GC-REMAINDER TO GC-EUCLID-Y
002230     .
002240 9100-EXIT.
002250     EXIT.
002260
002270 END PROGRAM GRPCALC.
