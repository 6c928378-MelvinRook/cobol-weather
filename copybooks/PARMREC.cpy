001643*   09/02/2026  DO   ADD PARM-STATIONREC-FILENAME FOR THE
001644*                     ALL-TIME STATION RECORDS MASTER (SEE
001645*                     RECREC)
001646*   10/15/2026  DO   ADD PARM-CORRLOG-FILENAME FOR THE HISTORY
001647*                     CORRECTION LOG (SEE CORRREC)
001648*   10/15/2026  DO   ADD THE ROLLUP'S QUALITY-CONTROL LIMITS:
001649*                     PARM-QC-NORMAL-LIMIT (DEGREES OFF THE
001650*                     MONTH'S NORMAL HIGH/LOW), PARM-QC-RECORD-
001651*                     MARGIN (DEGREES PAST THE ALL-TIME MONTH
001652*                     RECORD), PARM-QC-JUMP-LIMIT (DAY-OVER-DAY
001653*                     CHANGE), PARM-QC-FLAT-DAYS (IDENTICAL DAYS
001654*                     IN A ROW) AND PARM-QCRPT-FILENAME FOR THE
001655*                     QC EXCEPTIONS REPORT; ZERO OR BLANK TAKES
001656*                     THE PROGRAM DEFAULT
001657*   10/15/2026  DO   ADD PARM-NRPTSTAT-FILENAME FOR THE
001658*                     NON-REPORTING MONITOR'S STATION STATUS FILE
001659*                     (SEE NRPTREC) AND PARM-NRPT-ALERT-DAYS, THE
001660*                     CONSECUTIVE DAYS A STATION MAY MISS BEFORE
001661*                     AN NRPT ALERT GOES OUT; ZERO MEANS THE
001662*                     STANDARD THREE
001663*   10/15/2026  DO   ADD THE MISSING-DAY ESTIMATOR'S SETTINGS:
001664*                     PARM-EST-END-DATE AND PARM-EST-DAYS (THE
001665*                     LAST DAY AND LENGTH OF THE WINDOW LOOKED
001666*                     AT), PARM-EST-MAX-NEIGHBORS AND
001667*                     PARM-EST-MIN-NEIGHBORS (HOW MANY STATIONS
001668*                     ARE BLENDED / NEEDED),
001669*                     PARM-EST-MAX-ELEV-DIFF (FEET) AND
001670*                     PARM-ESTRPT-FILENAME; ZERO OR
001671*                     BLANK TAKES THE PROGRAM DEFAULT
001672*   10/15/2026  DO   ADD PARM-XMITLIST-FILENAME (SEE XMITLST),
001673*                     PARM-INTAKELOG-FILENAME (SEE INTKLOG) AND
001674*                     PARM-INTAKERPT-FILENAME FOR THE COLLECTOR
001675*                     INTAKE, WHICH WRITES ITS MERGED FILE TO
001676*                     PARM-INPUT-FILENAME
001677*   10/15/2026  DO   ADD PARM-STEPTBL-FILENAME (SEE STEPREC),
001678*                     PARM-STRMSTAT-FILENAME (SEE STRMSTS) AND
001679*                     PARM-STRMRPT-FILENAME FOR THE JOB-STREAM
001680*                     CONTROLLER, AND PARM-STREAM-FRESH-START,
001681*                     'Y' TO ABANDON AN UNFINISHED STREAM (OR RUN
001682*                     A SECOND ONE THE SAME DAY) FROM STEP ONE
001683*   10/15/2026  DO   ADD PARM-CONTRACT-FILENAME (SEE DDCREC) FOR
001684*                     THE DEGREE-DAY CONTRACT MASTER, AND
001685*                     PARM-SETTLE-FILENAME (SEE SETLREC),
001686*                     PARM-SETTLERPT-FILENAME AND
001687*                     PARM-SETTLE-DATE (YYYY-MM-DD; CONTRACTS
001688*                     WHOSE PERIOD ENDS BEFORE IT ARE DUE; BLANK
001689*                     IS THE RUN DATE) FOR THE SETTLEMENT RUN
001690*   10/15/2026  DO   ADD THE GROWING-SEASON REPORT'S SETTINGS:
001691*                     PARM-GDD-BASE-TEMP AND PARM-GDD-CAP-TEMP
001692*                     (DEG F; ZERO TAKES 50 AND 86),
001693*                     PARM-SEASON-START (MM-DD; BLANK IS 04-01),
001694*                     PARM-SEASON-AS-OF-DATE (YYYY-MM-DD; BLANK
001695*                     IS YESTERDAY) AND PARM-GROWRPT-FILENAME
001696*   10/15/2026  DO   ADD PARM-CLIMSUM-MONTH (YYYY-MM; BLANK IS
001697*                     LAST MONTH), PARM-CLIMRPT-FILENAME AND
001698*                     PARM-CLIMEXP-FILENAME (SEE CLIMREC) FOR THE
001699*                     MONTHLY CLIMATOLOGICAL SUMMARY
001710*   10/15/2026  DO   ADD THE HOURLY INTAKE'S SETTINGS:
001720*                     PARM-HOURLY-FILENAME (SEE HOURREC),
001730*                     PARM-HOURMST-FILENAME (KEYED HOURLY
001740*                     MASTER), PARM-HOURRPT-FILENAME,
001750*                     PARM-HOURDAY-FILENAME (BLANK IS
001760*                     PARM-INPUT-FILENAME), PARM-HOUR-MIN-COUNT
001770*                     (ZERO IS 18) AND PARM-HOUR-MAX-GAP (ZERO IS
001780*                     6)
001790*   10/15/2026  DO   ADD PARM-STRMSAVE-FILENAME, WHERE THE JOB-
001791*                     STREAM CONTROLLER SAVES THE STREAM'S OWN
001792*                     CARD WHILE A STEP'S CARD IS IN PLACE
001616*****************************************************************
001700 01  PARAMETER-RECORD.
001800     05  PARM-INPUT-FILENAME       PIC X(40).
004800     05  PARM-ROLLSUM-FILENAME     PIC X(40).
004900     05  PARM-ROLLUP-RESCAN        PIC X(01).
005000     05  PARM-STATIONREC-FILENAME  PIC X(40).
005100     05  PARM-CORRLOG-FILENAME     PIC X(40).
005200     05  PARM-QC-NORMAL-LIMIT      PIC S9(3)V9(1).
005300     05  PARM-QC-RECORD-MARGIN     PIC S9(3)V9(1).
005400     05  PARM-QC-JUMP-LIMIT        PIC S9(3)V9(1).
005500     05  PARM-QC-FLAT-DAYS         PIC 9(02).
005600     05  PARM-QCRPT-FILENAME       PIC X(40).
005700     05  PARM-NRPTSTAT-FILENAME    PIC X(40).
005800     05  PARM-NRPT-ALERT-DAYS      PIC 9(02).
005801     05  PARM-EST-END-DATE         PIC X(10).
005802     05  PARM-EST-DAYS             PIC 9(03).
005803     05  PARM-EST-MAX-NEIGHBORS    PIC 9(02).
005804     05  PARM-EST-MIN-NEIGHBORS    PIC 9(02).
005805     05  PARM-EST-MAX-ELEV-DIFF    PIC 9(05).
005806     05  PARM-ESTRPT-FILENAME      PIC X(40).
005807     05  PARM-XMITLIST-FILENAME    PIC X(40).
005808     05  PARM-INTAKELOG-FILENAME   PIC X(40).
005809     05  PARM-INTAKERPT-FILENAME   PIC X(40).
005810     05  PARM-STEPTBL-FILENAME     PIC X(40).
005811     05  PARM-STRMSTAT-FILENAME    PIC X(40).
005812     05  PARM-STRMRPT-FILENAME     PIC X(40).
005813     05  PARM-STREAM-FRESH-START   PIC X(01).
005814     05  PARM-CONTRACT-FILENAME    PIC X(40).
005815     05  PARM-SETTLE-FILENAME      PIC X(40).
005816     05  PARM-SETTLERPT-FILENAME   PIC X(40).
005817     05  PARM-SETTLE-DATE          PIC X(10).
005818     05  PARM-GDD-BASE-TEMP        PIC S9(3)V9(1).
005819     05  PARM-GDD-CAP-TEMP         PIC S9(3)V9(1).
005820     05  PARM-SEASON-START         PIC X(05).
005821     05  PARM-SEASON-AS-OF-DATE    PIC X(10).
005822     05  PARM-GROWRPT-FILENAME     PIC X(40).
005823     05  PARM-CLIMSUM-MONTH        PIC X(07).
005824     05  PARM-CLIMRPT-FILENAME     PIC X(40).
005825     05  PARM-CLIMEXP-FILENAME     PIC X(40).
005826     05  PARM-HOURLY-FILENAME      PIC X(40).
005827     05  PARM-HOURMST-FILENAME     PIC X(40).
005828     05  PARM-HOURRPT-FILENAME     PIC X(40).
005829     05  PARM-HOURDAY-FILENAME     PIC X(40).
005830     05  PARM-HOUR-MIN-COUNT       PIC 9(02).
005831     05  PARM-HOUR-MAX-GAP         PIC 9(02).
005832     05  PARM-STRMSAVE-FILENAME    PIC X(40).
