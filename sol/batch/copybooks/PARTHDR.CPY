000010*****************************************************
000020* COPYBOOK     PARTHDR
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-14
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-14 DWO  INITIAL VERSION - THE PARTITION RECORD
000090*                 THAT FOLLOWS THE CYCHDR HEADER ON A
000100*                 PARTITION OF NUMVAL CUT BY PARTSPL. IT
000110*                 NAMES WHICH SLICE OF THE CYCLE'S RANGE
000120*                 THE FILE HOLDS. DIVBATCH, DIVCLASS AND
000130*                 FACBATCH CARRY IT THROUGH AS THE SECOND
000140*                 RECORD OF THEIR OUTPUTS, AND PARTMRG
000150*                 CHECKS IT BEFORE PUTTING THE PARTITION
000160*                 OUTPUTS BACK TOGETHER. A SERIAL NUMVAL
000170*                 HAS NO PARTITION RECORD. FIXED 20-BYTE
000180*                 DISPLAY RECORD, SAME WIDTH AS CYCHDR.
000190*-----------------------------------------------------
000200* FIELD LAYOUT (ALL POSITIONS DISPLAY):
000210*     1-  5  RECORD TAG, THE LITERAL PART=
000220*     6-  7  PARTITION NUMBER, 01 UP
000230*     8      THE LITERAL /
000240*     9- 10  NUMBER OF PARTITIONS IN THE CYCLE
000250*    11- 20  SPACES
000260*****************************************************
000270 01  PRT-HEADER-RECORD.
000280     03  PRT-HDR-TAG             PIC X(05).
000290         88  PRT-HDR-PRESENT             VALUE 'PART='.
000300     03  PRT-HDR-NUMBER          PIC 9(02).
000310     03  PRT-HDR-SLASH           PIC X(01).
000320     03  PRT-HDR-COUNT           PIC 9(02).
000330     03  FILLER                  PIC X(10).
