001500*-----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*   08/22/2026  DO   INITIAL VERSION
001710*   10/15/2026  DO   ADD STAM-LOCATION - LATITUDE AND LONGITUDE IN
001720*                     DECIMAL DEGREES (NORTH AND EAST POSITIVE)
001730*                     AND ELEVATION IN FEET, KEPT BY
001740*                     StationMasterMaint.  A ROW WITH NO
001750*                     LOCATION ON FILE HOLDS SPACES THERE (TEST
001760*                     WITH NUMERIC); ROWS WRITTEN BEFORE THE
001770*                     FIELDS EXISTED READ BACK THAT WAY.
001800*****************************************************************
001900 01  STATION-MASTER-RECORD.
002000     05  STAM-STATION-ID           PIC X(05).
002400         88  STAM-ACTIVE                     VALUE 'A'.
002500         88  STAM-INACTIVE                   VALUE 'I'.
002600     05  STAM-COMMISSIONED-DATE    PIC X(10).
002601     05  STAM-LOCATION.
002602         10  STAM-LATITUDE         PIC S9(2)V9(4).
002603         10  STAM-LONGITUDE        PIC S9(3)V9(4).
002604         10  STAM-ELEVATION        PIC S9(5).
002605     05  STAM-LOCATION-X REDEFINES STAM-LOCATION
002606                                   PIC X(18).
