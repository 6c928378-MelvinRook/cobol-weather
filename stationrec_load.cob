002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*   09/02/2026  DO   INITIAL VERSION
002220*   10/15/2026  DO   QC-FLAGGED READINGS ARE COUNTED AND LEFT
002240*                     OUT OF THE SEEDED RECORDS, AS THE ROLLUP
002260*                     KEEPS THEM OUT OF THE NIGHTLY RECORDS
002270*   10/15/2026  DO   DAYS ESTIMATED FROM NEIGHBORING STATIONS
002280*                     ARE COUNTED AND LEFT OUT TOO - A RECORD IS
002290*                     SET ONLY BY A READING THE STATION REPORTED
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. StationRecordsLoad.
007200 01  WS-FOLDED-COUNT               PIC 9(6) VALUE 0.
007300 01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
007400 01  WS-WRITTEN-COUNT              PIC 9(6) VALUE 0.
007450 01  WS-QC-SKIPPED-COUNT           PIC 9(6) VALUE 0.
007470 01  WS-EST-SKIPPED-COUNT          PIC 9(6) VALUE 0.

007500*-----------------------------------------------------------------
007600* STATION RECORDS TABLES
020600* 2100-FOLD-ONE-RECORD
020700*   FOLDS ONE HISTORY READING INTO ITS STATION'S DAY AND MONTH
020800*   RECORDS.  A RECORD WHOSE DATE DOES NOT PARSE, OR A STATION
020900*   BEYOND THE TABLE LIMIT, IS COUNTED AND SKIPPED.  A READING
020930*   CARRYING A QC FLAG CANNOT SET A RECORD UNTIL IT IS CONFIRMED,
020960*   SO IT IS COUNTED APART AND SKIPPED AS WELL, AND SO IS A DAY
020980*   ESTIMATED FROM THE NEIGHBORS, WHICH IS NO READING AT ALL.
021000*-----------------------------------------------------------------
021100 2100-FOLD-ONE-RECORD.
021200     READ TEMPERATURE-HISTORY-FILE
022800         GO TO 2100-FOLD-ONE-RECORD-EXIT
022900     END-IF

022920     IF HISTORY-QC-SUSPECT
022940         ADD 1 TO WS-QC-SKIPPED-COUNT
022960         GO TO 2100-FOLD-ONE-RECORD-EXIT
022980     END-IF

022984     IF HISTORY-ESTIMATED
022988         ADD 1 TO WS-EST-SKIPPED-COUNT
022992         GO TO 2100-FOLD-ONE-RECORD-EXIT
022996     END-IF

023000     MOVE HISTORY-STATION-ID TO WS-REC-SEARCH-ID
023100     PERFORM 2500-FIND-RECORDS-SLOT
023200         THRU 2500-FIND-RECORDS-SLOT-EXIT
037200     DISPLAY 'Records read: ' WS-READ-COUNT
037300         '   Folded: ' WS-FOLDED-COUNT
037400         '   Skipped: ' WS-SKIPPED-COUNT
037500         '   Rows written: ' WS-WRITTEN-COUNT
037530     DISPLAY 'QC-flagged readings left out: '
037560         WS-QC-SKIPPED-COUNT
037570     DISPLAY 'Estimated days left out: '
037580         WS-EST-SKIPPED-COUNT.
037600 8000-PRODUCE-OUTPUT-EXIT.
037700     EXIT.

