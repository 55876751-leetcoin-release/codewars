000010*****************************************************
000020* COPYBOOK     BASECTL
000030* AUTHOR       D. OKAFOR
000040* INSTALLATION QA NUMERIC SYSTEMS
000050* DATE-WRITTEN 2026-10-10
000060*-----------------------------------------------------
000070* MODIFICATION HISTORY
000080* 2026-10-10 DWO  INITIAL VERSION - THE CERTIFIED-BASELINE
000090*                 CONTROL RECORD. CYCPROM APPENDS ONE TO
000100*                 THE BASECTL FILE EACH TIME A CLEAN
000110*                 CYCLE IS PROMOTED TO BE THE BASELINE,
000120*                 SO THE FILE IS THE HISTORY OF WHO
000130*                 PROMOTED WHICH CYCLE AND WHEN; THE LAST
000140*                 RECORD IS THE CURRENT BASELINE, WHICH
000150*                 CYCCOMP COMPARES EACH NEW CYCLE AGAINST.
000160*                 FIXED 80-BYTE DISPLAY RECORD.
000170*-----------------------------------------------------
000180* FIELD LAYOUT (ALL POSITIONS DISPLAY):
000190*     1- 14  BASELINE RUN-CYCLE ID (SEE CYCHDR)
000200*    16- 23  PROMOTED BY (OPERATOR ID)
000210*    25- 32  PROMOTION DATE YYYYMMDD
000220*    34- 39  PROMOTION TIME HHMMSS
000230*    41- 80  PROMOTION COMMENT
000240*****************************************************
000250 01  CTL-RECORD.
000260     03  CTL-CYCLE-ID            PIC 9(14).
000270     03  FILLER                  PIC X(01).
000280     03  CTL-PROMOTED-BY         PIC X(08).
000290     03  FILLER                  PIC X(01).
000300     03  CTL-PROMOTED-DATE       PIC 9(08).
000310     03  FILLER                  PIC X(01).
000320     03  CTL-PROMOTED-TIME       PIC 9(06).
000330     03  FILLER                  PIC X(01).
000340     03  CTL-COMMENT             PIC X(40).
