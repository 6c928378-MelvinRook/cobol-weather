002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*   09/02/2026  DO   INITIAL VERSION
002210*   10/15/2026  DO   ADD RSUM-MTD-EST-DAYS AND RSUM-YTD-EST-DAYS,
002220*                     THE DAYS IN THE TOTALS THAT ARE NEIGHBOR
002230*                     ESTIMATES RATHER THAN STATION READINGS.  A
002240*                     ROW WRITTEN BEFORE THE FIELDS EXISTED
002250*                     FAILS THE NUMERIC TEST AND IS TREATED AS
002260*                     SUSPECT (FULL RESCAN).
002300*****************************************************************
002400 01  ROLLUP-SUMMARY-RECORD.
002500     05  RSUM-STATION-ID           PIC X(05).
004700     05  RSUM-MTD-NORM-COUNT       PIC 9(06).
004800     05  RSUM-YTD-NORM-TOTAL       PIC S9(7)V9(1).
004900     05  RSUM-YTD-NORM-COUNT       PIC 9(06).
004901     05  RSUM-MTD-EST-DAYS         PIC 9(03).
004902     05  RSUM-YTD-EST-DAYS         PIC 9(03).
