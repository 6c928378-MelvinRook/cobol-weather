001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   09/02/2026  DO   INITIAL VERSION
002120*   10/15/2026  DO   ADD DDEX-DAYS-ESTIMATED.  HDD AND CDD INCLUDE
002140*                     DAYS ESTIMATED FROM NEIGHBORING STATIONS;
002160*                     DDEX-DAYS-OBSERVED NOW COUNTS ONLY THE DAYS
002180*                     THE STATION ITSELF REPORTED.
002200*****************************************************************
002300 01  DEGREE-DAY-EXTRACT-RECORD.
002400     05  DDEX-STATION-ID           PIC X(05).
002700     05  DDEX-CDD                  PIC S9(5)V9(1).
002800     05  DDEX-DAYS-OBSERVED        PIC 9(03).
002900     05  DDEX-BASE-TEMP            PIC S9(3)V9(1).
002901     05  DDEX-DAYS-ESTIMATED       PIC 9(03).
