001820*                     BREAK OR TIE AN ALL-TIME STATION RECORD
001830*                     (SEE RECREC) - WRITTEN BY THE ROLLUP, WITH
001840*                     THE PRIOR RECORD IN ALERT-THRESHOLD
001850*   10/15/2026  DO   ADD THE NRPT TYPE FOR AN ACTIVE STATION
001860*                     THAT HAS MISSED PARM-NRPT-ALERT-DAYS NIGHTS
001870*                     IN A ROW - WRITTEN BY THE NON-REPORTING
001880*                     MONITOR WITH THE DAYS MISSED IN
001890*                     ALERT-TEMPERATURE AND THE LIMIT IN
001895*                     ALERT-THRESHOLD
001900*****************************************************************
002000 01  ALERT-RECORD.
002100     05  ALERT-STATION-ID          PIC X(05).
002700         88  ALERT-IS-HEAT                   VALUE 'HEAT'.
002710         88  ALERT-IS-RECORD-HIGH            VALUE 'RECH'.
002720         88  ALERT-IS-RECORD-LOW             VALUE 'RECL'.
002730         88  ALERT-IS-NON-REPORTING          VALUE 'NRPT'.
002800     05  ALERT-DIRECTION           PIC X(05).
002900         88  ALERT-IS-BELOW                  VALUE 'BELOW'.
003000         88  ALERT-IS-ABOVE                  VALUE 'ABOVE'.
