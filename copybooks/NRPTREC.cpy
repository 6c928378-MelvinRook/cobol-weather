000100*****************************************************************
000200* COPYBOOK:     NRPTREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   NON-REPORTING STATUS ROW, ONE PER MONITORED STATION, HELD IN
000900*   NRPTSTAT.DAT AND REWRITTEN WHOLE BY StationNonReportMonitor
001000*   EVERY NIGHT.  CARRIES HOW MANY NIGHTS IN A ROW THE STATION
001100*   HAS BEEN MISSING FROM TEMPERATURE.DAT, THE FIRST NIGHT OF THE
001200*   CURRENT RUN OF MISSES, THE LAST NIGHT IT DID REPORT, AND
001300*   WHETHER THE NRPT ALERT HAS ALREADY GONE OUT FOR THIS OUTAGE.
001400*   NRPT-LAST-CHECKED-DATE IS THE NIGHT THE ROW WAS LAST BROUGHT
001500*   UP TO DATE, SO A RERUN OF THE SAME NIGHT DOES NOT COUNT THE
001600*   SAME MISS TWICE.  DATES ARE YYYY-MM-DD LIKE THE READINGS.
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*   10/15/2026  DO   INITIAL VERSION
002000*****************************************************************
002100 01  NON-REPORT-STATUS-RECORD.
002200     05  NRPT-STATION-ID           PIC X(05).
002300     05  NRPT-DAYS-MISSED          PIC 9(04).
002400     05  NRPT-FIRST-MISSED-DATE    PIC X(10).
002500     05  NRPT-LAST-REPORTED-DATE   PIC X(10).
002600     05  NRPT-LAST-CHECKED-DATE    PIC X(10).
002700     05  NRPT-ALERT-SW             PIC X(01).
002800         88  NRPT-ALERT-SENT                 VALUE 'Y'.
002900         88  NRPT-ALERT-NOT-SENT             VALUE 'N'.
