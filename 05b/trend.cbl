   05 HIST-POINTS PIC 9(8).
   05 HIST-SECTORS.
      10 HIST-SEC-INT OCCURS 100 TIMES PIC 9(7).
   05 HIST-PARM-VERSION PIC 9(6).
FD TrendFile.
01 TREND-REC PIC X(132).
*> Work file SORT uses to order sectors by 7-run rise, biggest first.
