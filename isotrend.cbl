000150*                  SUBTOTALS ON EACH MONTH BREAK, AND THE  *
000160*                  LETTERS THAT MOST OFTEN BROKE THE       *
000170*                  REPEAT THRESHOLD ACROSS ALL RUNS        *
000172* 10/15/2026 MD    RUN-HISTORY LAYOUT CARRIES THE END      *
000174*                  TIME AND RUN MODE ISO NOW WRITES        *
000180*----------------------------------------------------------*
000190* THE HISTORY FILE IS APPENDED IN RUN ORDER, SO THE MONTH
000200* BREAK IS A SIMPLE CONTROL BREAK ON YEAR/MONTH OF THE RUN
000530     05  RH-TOTAL-REJECTED    PIC 9(06).
000540     05  RH-AGG-COUNTS.
000550         10  RH-AGG-CNT       PIC 9(06) OCCURS 26.
000552     05  FILLER               PIC X(01).
000554     05  RH-END-TIME          PIC X(08).
000556     05  FILLER               PIC X(01).
000558     05  RH-RUN-MODE          PIC X(01).
000560
000570 FD  TREND-REPORT-FILE
000580     LABEL RECORDS ARE STANDARD
