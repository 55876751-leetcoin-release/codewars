000340*                 COMPOSITE NUMBERS FIT. DISP-PAIR-LCM
000350*                 CARRIES EIGHTEEN DIGITS (THE PRODUCT
000360*                 OF TWO NINE-DIGIT MEMBERS).
000361* 2026-10-11 DWO  ADDED THE GROUP-CALCULATION REQUEST TYPE
000362*                 'S' AND ITS REQUEST/RESULT GROUPS FOR
000363*                 GRPCALC - THE SET GCD AND LCM OF UP TO
000364*                 100 MEMBERS, PAIRWISE/SETWISE COPRIME
000365*                 AND THE MEMBER PAIRS SHARING A FACTOR.
000366*                 DISP-GRP-LCM HAS THE SAME EIGHTEEN-DIGIT
000367*                 CAPACITY AS DISP-PAIR-LCM; AN LCM BEYOND
000368*                 IT COMES BACK FLAGGED AS OVERFLOW.
000370*-----------------------------------------------------
000380* EACH ROUTABLE SUBPROGRAM KEEPS ITS OWN SEPARATE
000390* RECORD HERE SINCE DIVISORS AND ALTERNATING-CASE EACH
000470     88  DISP-IS-FACTORS                 VALUE 'F'.
000480     88  DISP-IS-PRIME-LOOKUP            VALUE 'P'.
000490     88  DISP-IS-PAIR-CALC               VALUE 'G'.
000491     88  DISP-IS-GROUP-CALC              VALUE 'S'.
000500
000510 01  DISP-NUM                    PIC 9(09).
000520
001060         05  DISP-ALT-CHAR       PIC A
001070                 OCCURS 1 TO 300 TIMES
001080                 DEPENDING ON DISP-ALT-RESLEN.
001090
001100 01  DISP-GRP-REQUEST.
001110     03  DISP-GRP-ID             PIC X(08).
001120     03  DISP-GRP-COUNT          PIC 9(03).
001130     03  DISP-GRP-MEMBER         PIC 9(09)
001140             OCCURS 0 TO 100 TIMES
001150             DEPENDING ON DISP-GRP-COUNT.
001160
001170 01  DISP-GRP-RESULT.
001180     03  DISP-GRP-GCD            PIC 9(09).
001190     03  DISP-GRP-LCM            PIC 9(18).
001200     03  DISP-GRP-LCM-OVERFLOW-SW
001210                                 PIC X(01).
001220         88  DISP-GRP-LCM-OVERFLOW       VALUE 'Y'.
001230         88  DISP-GRP-LCM-FITS           VALUE 'N'.
001240     03  DISP-GRP-COPRIME-SW     PIC X(01).
001250         88  DISP-GRP-PAIRWISE-COPRIME   VALUE 'P'.
001260         88  DISP-GRP-SETWISE-COPRIME    VALUE 'S'.
001270         88  DISP-GRP-NOT-COPRIME        VALUE 'N'.
001280     03  DISP-GRP-SHARED-COUNT   PIC 9(04).
001290     03  DISP-GRP-SHARED-ENTRY OCCURS 0 TO 4950 TIMES
001300             DEPENDING ON DISP-GRP-SHARED-COUNT.
001310         05  DISP-GRP-SHARED-MEMBER-A
001320                                 PIC 9(03).
001330         05  DISP-GRP-SHARED-MEMBER-B
001340                                 PIC 9(03).
001350         05  DISP-GRP-SHARED-GCD PIC 9(09).
