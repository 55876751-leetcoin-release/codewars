000010*****************************************************
000020* COPYBOOK     DISPUSE
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-08
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-08 DWO  INITIAL VERSION - THE DISPBAT USAGE
000090*                 RECORD. ONE RECORD PER REQUESTING
000100*                 DEPARTMENT, FUNCTION CODE AND RUN DATE,
000110*                 KEPT ON THE KEYED DISPUSE FILE (INDEXED
000120*                 ON USE-KEY). DISPBAT ADDS EACH RUN'S
000130*                 COUNTS INTO THE DAY'S RECORD; THE MONTHLY
000140*                 CHARGEBACK JOB (CHGBACK) READS THE
000150*                 FILE BACK IN KEY ORDER. FIXED 53-BYTE
000160*                 DISPLAY RECORD.
000161* 2026-10-11 DWO  FUNCTION CODE S (GROUP GCD/LCM) ADDED TO
000162*                 THE CODES DISPBAT RECORDS.
000170*-----------------------------------------------------
000180* FIELD LAYOUT (ALL POSITIONS DISPLAY):
000190*     1-  8  DEPARTMENT CODE (UNASSGND WHEN THE
000200*            SUBMISSION NAMED NONE)
000210*     9-  9  FUNCTION CODE (D A F P G S, OR * FOR A
000220*            REQUEST WHOSE FUNCTION CODE WAS NOT VALID)
000230*    10- 17  RUN DATE YYYYMMDD
000240*    18- 26  REQUESTS
000250*    27- 35  ERROR REPLIES
000260*    36- 44  P ANSWERS SERVED FROM THE PRIMAST MASTER
000270*    45- 53  P ANSWERS COMPUTED LIVE
000280*****************************************************
000290 01  USE-RECORD.
000300     03  USE-KEY.
000310         05  USE-DEPT            PIC X(08).
000320         05  USE-FUNC            PIC X(01).
000330         05  USE-RUN-DATE        PIC 9(08).
000340     03  USE-REQUESTS            PIC 9(09).
000350     03  USE-ERRORS              PIC 9(09).
000360     03  USE-PRI-MASTER          PIC 9(09).
000370     03  USE-PRI-LIVE            PIC 9(09).
