000100*****************************************************************
000200* COPYBOOK:     HOURREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   SHARED RECORD LAYOUT FOR A SINGLE HOURLY TEMPERATURE
000900*   OBSERVATION - ONE ROW PER STATION, DATE AND HOUR OF THE DAY
001000*   (00 THROUGH 23, LOCAL STANDARD TIME).  THE SAME LAYOUT SERVES
001100*   THE HOURLY TRANSMISSION (HOURLY.DAT, WHICH ENDS IN A '99999'
001200*   TRLREC TRAILER - SAME 23-BYTE LENGTH, HASH = SUM OF THE HOUR
001300*   TEMPERATURES) AND THE KEYED HOURLY MASTER (HOURHIST.MST),
001400*   WHOSE RECORD KEY IS HOUR-KEY.  A BLANK OR NON-NUMERIC
001500*   HOUR-TEMPERATURE IS AN HOUR THE STATION SENT BUT COULD NOT
001600*   OBSERVE; IT COUNTS AS MISSING AND IS NOT KEPT ON THE MASTER.
001700*   TEMPERATURES ARE IN DEGREES FAHRENHEIT, AS IN TEMPREC.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*   10/15/2026  DO   INITIAL VERSION
002100*****************************************************************
002200 01  HOURLY-OBSERVATION-RECORD.
002300     05  HOUR-KEY.
002400         10  HOUR-STATION-ID       PIC X(05).
002500         10  HOUR-DATE             PIC X(10).
002600         10  HOUR-OF-DAY           PIC 9(02).
002700     05  HOUR-TEMPERATURE          PIC S9(3)V9(1).
002800     05  FILLER                    PIC X(02).
