000010*****************************************************
000020* COPYBOOK     PARTCTL
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-14
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-14 DWO  INITIAL VERSION - THE PARTITION CONTROL
000090*                 RECORD. PARTSPL WRITES ONE TO THE
000100*                 PARTCTL FILE FOR EACH PARTITION IT CUTS
000110*                 FROM NUMVAL, GIVING THE NUMBER OF NUMS
000120*                 IN IT AND ITS FIRST AND LAST NUM.
000130*                 PARTMRG HOLDS EVERY PARTITION OUTPUT UP
000140*                 AGAINST THESE RECORDS, SO A PARTITION
000150*                 THAT NEVER RAN OR STOPPED SHORT IS
000160*                 CAUGHT BEFORE ANYTHING IS MERGED.
000170*                 FIXED 50-BYTE DISPLAY RECORD.
000180*-----------------------------------------------------
000190* FIELD LAYOUT (ALL POSITIONS DISPLAY):
000200*     1- 14  RUN-CYCLE ID (SEE CYCHDR)
000210*    16- 17  PARTITION NUMBER, 01 UP
000220*    19- 20  NUMBER OF PARTITIONS IN THE CYCLE
000230*    22- 30  NUMS IN THE PARTITION
000240*    32- 40  FIRST NUM IN THE PARTITION
000250*    42- 50  LAST NUM IN THE PARTITION
000260*****************************************************
000270 01  PCT-RECORD.
000280     03  PCT-CYCLE-ID            PIC 9(14).
000290     03  FILLER                  PIC X(01).
000300     03  PCT-PART-NUMBER         PIC 9(02).
000310     03  FILLER                  PIC X(01).
000320     03  PCT-PART-COUNT          PIC 9(02).
000330     03  FILLER                  PIC X(01).
000340     03  PCT-NUM-COUNT           PIC 9(09).
000350     03  FILLER                  PIC X(01).
000360     03  PCT-FIRST-NUM           PIC 9(09).
000370     03  FILLER                  PIC X(01).
000380     03  PCT-LAST-NUM            PIC 9(09).
