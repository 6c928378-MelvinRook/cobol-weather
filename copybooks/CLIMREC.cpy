000100*****************************************************************
000200* COPYBOOK:     CLIMREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   MONTHLY CLIMATOLOGICAL SUMMARY EXPORT RECORD - THE FIGURES
000900*   OF THE PRINTED MONTH-END SUMMARY SHEET IN CLIMSUM.DAT, SO THE
001000*   SHEET CAN GO OUT ELECTRONICALLY.  FOR EACH ACTIVE STATION
001100*   THERE IS ONE DAY ROW ('D') FOR EVERY DAY OF THE MONTH,
001200*   FOLLOWED BY ONE MONTH ROW ('M') CARRYING THE TOTALS AND
001300*   EXTREMES:
001400*     DAY ROW    CLIM-DAY IS THE DAY OF THE MONTH.  A DAY WITH NO
001500*                READING HAS CLIM-MISSING-SW 'Y' AND ZERO
001600*                FIGURES.  THE RECORD FLAGS ARE 'R' (RECORD SET)
001700*                OR 'T' (RECORD TIED) AGAINST THE STATION'S
001800*                CALENDAR-DAY RECORDS; QC AND SOURCE FLAGS ARE
001900*                THOSE ON THE HISTORY MASTER ROW.
002000*     MONTH ROW  CLIM-DAY IS ZERO.  MAX, MIN AND MEAN ARE THE
002100*                MONTH'S AVERAGES, HDD AND CDD ITS TOTALS, AND
002200*                CLIM-HIGH-DAY / CLIM-LOW-DAY THE DAYS OF THE
002300*                HIGHEST MAX AND LOWEST MIN; THE RECORD FLAGS
002400*                COMPARE THOSE EXTREMES WITH THE MONTH RECORDS.
002500*                CLIM-MISSING-SW IS 'Y' WHEN NO DAY REPORTED.
002600*   CLIM-DEPARTURE IS THE MEAN LESS THE STATION'S NORMAL MEAN FOR
002700*   THE MONTH (NORMREC); IT IS ZERO, WITH CLIM-NORMAL-SW 'N',
002800*   WHEN THE STATION HAS NO NORMAL FOR THE MONTH.  THE FILE ENDS
002900*   WITH A TRLREC-STYLE CONTROL TRAILER ('99999' MARKER, RECORD
003000*   COUNT, HASH OF THE HDD AND CDD VALUES MODULO 10**7) AS THE
003100*   DEGREE-DAY EXTRACT (DDEXREC) DOES.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*   10/15/2026  DO   INITIAL VERSION
003500*****************************************************************
003600 01  CLIMATE-SUMMARY-RECORD.
003700     05  CLIM-STATION-ID           PIC X(05).
003800     05  CLIM-YEAR-MONTH           PIC 9(06).
003900     05  CLIM-ROW-TYPE             PIC X(01).
004000         88  CLIM-IS-DAY-ROW                 VALUE 'D'.
004100         88  CLIM-IS-MONTH-ROW               VALUE 'M'.
004200     05  CLIM-DAY                  PIC 9(02).
004300     05  CLIM-MISSING-SW           PIC X(01).
004400         88  CLIM-MISSING                    VALUE 'Y'.
004500     05  CLIM-MAX-TEMP             PIC S9(3)V9(1).
004600     05  CLIM-MAX-RECORD-FLAG      PIC X(01).
004700         88  CLIM-MAX-RECORD-SET             VALUE 'R'.
004800         88  CLIM-MAX-RECORD-TIED            VALUE 'T'.
004900     05  CLIM-MIN-TEMP             PIC S9(3)V9(1).
005000     05  CLIM-MIN-RECORD-FLAG      PIC X(01).
005100         88  CLIM-MIN-RECORD-SET             VALUE 'R'.
005200         88  CLIM-MIN-RECORD-TIED            VALUE 'T'.
005300     05  CLIM-MEAN-TEMP            PIC S9(3)V9(1).
005400     05  CLIM-NORMAL-SW            PIC X(01).
005500         88  CLIM-NORMAL-ON-FILE             VALUE 'Y'.
005600     05  CLIM-DEPARTURE            PIC S9(3)V9(1).
005700     05  CLIM-HDD                  PIC S9(5)V9(1).
005800     05  CLIM-CDD                  PIC S9(5)V9(1).
005900     05  CLIM-BASE-TEMP            PIC S9(3)V9(1).
006000     05  CLIM-QC-FLAG              PIC X(01).
006100     05  CLIM-SOURCE-FLAG          PIC X(01).
006200     05  CLIM-DAYS-REPORTED        PIC 9(02).
006300     05  CLIM-HIGH-DAY             PIC 9(02).
006400     05  CLIM-LOW-DAY              PIC 9(02).
