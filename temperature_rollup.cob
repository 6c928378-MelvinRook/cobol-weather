002568*                     MONTH-END RUN'S FILE IS THE MONTH'S FINAL
002569*                     EXTRACT, REPLACING THE DESK'S MONTHLY
002570*                     RE-KEYING OF THE PRINTED FIGURES
002571*   10/15/2026  DO   CLIMATOLOGICAL QUALITY CONTROL: EVERY
002572*                     READING THAT PASSES THE EDITS IS CHECKED
002573*                     AGAINST ITS STATION'S NORMAL HIGH/LOW FOR
002574*                     THE MONTH, THE ALL-TIME MONTH RECORDS, ITS
002575*                     PREVIOUS READING ON THE MASTER (DAY-OVER-
002576*                     DAY JUMP) AND FOR A FLAT-LINED SENSOR.  A
002577*                     SUSPECT READING IS STILL APPENDED, WITH
002578*                     HISTORY-QC-FLAG SET, LISTED ON THE QC
002579*                     EXCEPTIONS REPORT (TEMPQC.RPT) AND KEPT
002580*                     OUT OF THE RECORD EVENTS UNTIL THE MORNING
002581*                     REVIEW CONFIRMS IT THROUGH
002582*                     HistoryCorrection
002583*   10/15/2026  DO   A READING ARRIVING FOR A DAY THAT
002584*                     MissingDayEstimate FILLED IN REPLACES THE
002585*                     ESTIMATE ON THE MASTER INSTEAD OF BEING
002586*                     REJECTED AS A DUPLICATE.  ESTIMATED DAYS
002587*                     ARE LEFT OUT OF THE QC LOOK-BACK, COUNTED
002588*                     PER STATION IN THE SUMMARY (ROLLSUM) AND
002589*                     SHOWN AS ESTIMATED ON THE REPORT AND THE
002590*                     DEGREE-DAY EXTRACT
002518*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. TemperatureRollup.
004204     SELECT OPTIONAL ALERT-FILE
004205         ASSIGN TO DYNAMIC WS-ALERT-FILENAME
004206         ORGANIZATION IS LINE SEQUENTIAL.
004207     SELECT QC-REPORT-FILE
004208         ASSIGN TO DYNAMIC WS-QCRPT-FILENAME
004209         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
006105 FD  ALERT-FILE.
006106     COPY ALERTREC.
006100
006129 FD  QC-REPORT-FILE.
006152 01  QC-REPORT-RECORD               PIC X(100).
006175
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------------
006400* RUN PARAMETERS (FROM RUNPARM.DAT)
007128 01  WS-ROLLSUM-FILENAME            PIC X(40) VALUE SPACES.
007129 01  WS-STATIONREC-FILENAME         PIC X(40) VALUE SPACES.
007131 01  WS-ALERT-FILENAME              PIC X(40) VALUE SPACES.
007132 01  WS-QCRPT-FILENAME              PIC X(40) VALUE SPACES.
007113
007114*-----------------------------------------------------------------
007115* REJECT SUSPENSE SAVE AREA
011471         10  WS-SUM-MTD-NORM-COUNT  PIC 9(06).
011472         10  WS-SUM-YTD-NORM-TOTAL  PIC S9(7)V9(1).
011473         10  WS-SUM-YTD-NORM-COUNT  PIC 9(06).
011543         10  WS-SUM-MTD-EST-DAYS    PIC 9(03).
011544         10  WS-SUM-YTD-EST-DAYS    PIC 9(03).
011474
011475 01  WS-SUM-PRIME-SUB               PIC 9(2) COMP VALUE 0.
011476 01  WS-SUM-LOADED-COUNT            PIC 9(2) COMP VALUE 0.
011445         10  WS-NORM-MONTH-ENTRY    OCCURS 12 TIMES.
011446             15  WS-NORM-PRESENT    PIC X(01).
011447             15  WS-NORM-AVG        PIC S9(3)V9(1).
011545             15  WS-NORM-HIGH       PIC S9(3)V9(1).
011546             15  WS-NORM-LOW        PIC S9(3)V9(1).
011448
011449 01  WS-NORM-LOAD-COUNT             PIC 9(4) VALUE 0.
011450 01  WS-NORM-MONTH-SUB              PIC 9(2) VALUE 0.
011457 01  WS-NORM-EXPECTED               PIC S9(3)V9(1) VALUE 0.
011458 01  WS-NORM-DEPARTURE              PIC S9(3)V9(1) VALUE 0.
011459 01  WS-NORM-DEPARTURE-ABS          PIC S9(3)V9(1) VALUE 0.
011547
011548*-----------------------------------------------------------------
011549* CLIMATOLOGICAL QUALITY CONTROL
011550*   2600-QUALITY-CHECK LOOKS AT EVERY READING THAT PASSED THE
011551*   EDITS BEFORE IT IS WRITTEN: AGAINST ITS STATION'S NORMAL
011552*   HIGH/LOW FOR THE MONTH (N), AGAINST THE ALL-TIME MONTH
011553*   RECORDS AS THEY STOOD BEFORE THE READING (R), AGAINST THE
011554*   STATION'S PREVIOUS READING ON THE MASTER (J), AND FOR A
011555*   SENSOR SENDING THE SAME MAX/MIN WS-QC-FLAT-DAYS DAYS
011556*   RUNNING (F).  THE LOOK-BACK READS AT MOST WS-QC-FLAT-DAYS
011557*   LESS ONE PRIOR CALENDAR DAYS BY KEY; THE NEAREST ONE ON THE
011558*   MASTER IS THE PREVIOUS READING.  A SUSPECT READING IS STILL
011559*   APPENDED - HISTORY-QC-FLAG CARRIES THE FIRST CHECK IT
011560*   FAILED AND EVERY FAILED CHECK IS LISTED ON THE QC
011561*   EXCEPTIONS REPORT.  LIMITS ARE IN DEGREES FAHRENHEIT, THE
011562*   MASTER'S UNIT, AND COME FROM RUNPARM.DAT WHEN SET.
011563*-----------------------------------------------------------------
011564 01  WS-QC-NORMAL-LIMIT             PIC S9(3)V9(1) VALUE 25.0.
011565 01  WS-QC-RECORD-MARGIN            PIC S9(3)V9(1) VALUE 5.0.
011566 01  WS-QC-JUMP-LIMIT               PIC S9(3)V9(1) VALUE 30.0.
011567 01  WS-QC-FLAT-DAYS                PIC 9(2) COMP VALUE 7.
011568 01  WS-QC-LOOKBACK-DAYS            PIC 9(2) COMP VALUE 6.
011569 01  WS-QC-BACK-COUNT               PIC 9(2) COMP VALUE 0.
011570
011571 01  WS-QC-FLAG                     PIC X(01) VALUE SPACE.
011572 01  WS-QC-FLAGGED-COUNT            PIC 9(6) VALUE 0.
011573 01  WS-EST-REPLACED-COUNT          PIC 9(6) VALUE 0.
011574 01  WS-MTD-EST-COUNT               PIC 9(6) VALUE 0.
011575 01  WS-YTD-EST-COUNT               PIC 9(6) VALUE 0.
011576 01  WS-APPEND-RESULT-SW            PIC X(01) VALUE 'A'.
011577     88  WS-READING-APPENDED              VALUE 'A'.
011578     88  WS-ESTIMATE-REPLACED             VALUE 'R'.
011579     88  WS-READING-DUPLICATE             VALUE 'D'.
011580 01  WS-QC-DIFF                     PIC S9(3)V9(1) VALUE 0.
011581
011582 01  WS-QC-NORM-HIGH                PIC S9(3)V9(1) VALUE 0.
011583 01  WS-QC-NORM-LOW                 PIC S9(3)V9(1) VALUE 0.
011584 01  WS-QC-REC-HIGH                 PIC S9(3)V9(1) VALUE 0.
011585 01  WS-QC-REC-LOW                  PIC S9(3)V9(1) VALUE 0.
011586 01  WS-QC-PREV-MAX                 PIC S9(3)V9(1) VALUE 0.
011587 01  WS-QC-PREV-MIN                 PIC S9(3)V9(1) VALUE 0.
011588 01  WS-QC-PREV-DATE                PIC X(10) VALUE SPACES.
011589 01  WS-QC-FLAT-FROM-DATE           PIC X(10) VALUE SPACES.
011590
011591 01  WS-QC-SWITCHES.
011592     05  WS-QC-NORMAL-SW            PIC X(01) VALUE 'N'.
011593         88  WS-QC-NORMAL-FAILED              VALUE 'Y'.
011594     05  WS-QC-RECORD-SW            PIC X(01) VALUE 'N'.
011595         88  WS-QC-RECORD-FAILED              VALUE 'Y'.
011596     05  WS-QC-JUMP-SW              PIC X(01) VALUE 'N'.
011597         88  WS-QC-JUMP-FAILED                VALUE 'Y'.
011598     05  WS-QC-FLAT-SW              PIC X(01) VALUE 'N'.
011599         88  WS-QC-FLAT-FAILED                VALUE 'Y'.
011601     05  WS-QC-PREV-SW              PIC X(01) VALUE 'N'.
011602         88  WS-QC-PREV-FOUND                 VALUE 'Y'.
011603     05  WS-QC-RUN-SW               PIC X(01) VALUE 'Y'.
011604         88  WS-QC-RUN-INTACT                 VALUE 'Y'.
011605         88  WS-QC-RUN-BROKEN                 VALUE 'N'.
011606
011607*-----------------------------------------------------------------
011608* QC LOOK-BACK CALENDAR
011609*   WS-QC-CAL-DATE IS BUILT IN THE MASTER'S YYYY-MM-DD KEY SHAPE
011610*   AND STEPPED BACK ONE CALENDAR DAY AT A TIME BY
011611*   2650-QC-BACK-ONE-DAY, WHICH THE MONTH-LENGTH TABLE AND THE
011612*   LEAP-YEAR REMAINDERS DRIVE.
011613*-----------------------------------------------------------------
011614 01  WS-QC-CAL-DATE.
011615     05  WS-QC-CAL-YEAR             PIC 9(4).
011616     05  FILLER                     PIC X(01) VALUE '-'.
011617     05  WS-QC-CAL-MONTH            PIC 9(2).
011618     05  FILLER                     PIC X(01) VALUE '-'.
011619     05  WS-QC-CAL-DAY              PIC 9(2).
011620
011621 01  WS-DAYS-IN-MONTH-VALUES        PIC X(24)
011622         VALUE '312831303130313130313031'.
011623 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
011624     05  WS-DAYS-IN-MONTH           OCCURS 12 TIMES PIC 9(2).
011625
011626 01  WS-MONTH-LENGTH                PIC 9(2) VALUE 0.
011627 01  WS-LEAP-QUOTIENT               PIC 9(4) VALUE 0.
011628 01  WS-LEAP-REM-4                  PIC 9(4) VALUE 0.
011629 01  WS-LEAP-REM-100                PIC 9(4) VALUE 0.
011630 01  WS-LEAP-REM-400                PIC 9(4) VALUE 0.
011631
011632*-----------------------------------------------------------------
011633* QC EXCEPTIONS REPORT LINES
011634*-----------------------------------------------------------------
011635 01  WS-QC-HEADING-1.
011636     05  FILLER                     PIC X(30)
011637         VALUE 'QUALITY-CONTROL EXCEPTIONS    '.
011638     05  WS-QH1-RUN-DATE            PIC 9(08).
011639     05  FILLER                     PIC X(10) VALUE '  INPUT:  '.
011640     05  WS-QH1-INPUT-NAME          PIC X(40).
011641     05  FILLER                     PIC X(12) VALUE SPACES.
011642
011643 01  WS-QC-HEADING-2.
011644     05  FILLER                     PIC X(17)
011645         VALUE 'STATN  DATE      '.
011646     05  FILLER                     PIC X(18)
011647         VALUE '     MAX    MIN  Q'.
011648     05  FILLER                     PIC X(32)
011649         VALUE '  CHECK FAILED                  '.
011650     05  FILLER                     PIC X(26)
011651         VALUE '  REF MX REF MN REF DATE  '.
011652     05  FILLER                     PIC X(07) VALUE SPACES.
011653
011654 01  WS-QC-DETAIL-LINE.
011655     05  WS-QD-STATION-ID           PIC X(05).
011656     05  FILLER                     PIC X(02) VALUE SPACES.
011657     05  WS-QD-DATE                 PIC X(10).
011658     05  FILLER                     PIC X(02) VALUE SPACES.
011659     05  WS-QD-MAX-TEMP             PIC -ZZ9.9.
011660     05  FILLER                     PIC X(01) VALUE SPACE.
011661     05  WS-QD-MIN-TEMP             PIC -ZZ9.9.
011662     05  FILLER                     PIC X(02) VALUE SPACES.
011663     05  WS-QD-FLAG                 PIC X(01).
011664     05  FILLER                     PIC X(02) VALUE SPACES.
011665     05  WS-QD-CHECK                PIC X(30).
011666     05  FILLER                     PIC X(02) VALUE SPACES.
011667     05  WS-QD-REF-MAX              PIC -ZZ9.9.
011668     05  WS-QD-REF-MAX-X REDEFINES WS-QD-REF-MAX
011669                                    PIC X(06).
011670     05  FILLER                     PIC X(01) VALUE SPACE.
011671     05  WS-QD-REF-MIN              PIC -ZZ9.9.
011672     05  WS-QD-REF-MIN-X REDEFINES WS-QD-REF-MIN
011673                                    PIC X(06).
011674     05  FILLER                     PIC X(01) VALUE SPACE.
011675     05  WS-QD-REF-DATE             PIC X(10).
011676     05  FILLER                     PIC X(07) VALUE SPACES.
011677
011678 01  WS-QC-NONE-LINE.
011679     05  FILLER                     PIC X(40)
011680         VALUE 'NO QUALITY-CONTROL EXCEPTIONS THIS RUN  '.
011681     05  FILLER                     PIC X(60) VALUE SPACES.
011682
011683 01  WS-QC-TOTAL-LINE.
011684     05  FILLER                     PIC X(20)
011685         VALUE 'READINGS CHECKED:   '.
011686     05  WS-QT-CHECKED              PIC ZZZZZ9.
011687     05  FILLER                     PIC X(22)
011688         VALUE '   READINGS FLAGGED:  '.
011689     05  WS-QT-FLAGGED              PIC ZZZZZ9.
011690     05  FILLER                     PIC X(46) VALUE SPACES.
011460
011461*-----------------------------------------------------------------
011462* STATION MASTER TABLE
017360     MOVE 'rollsumm.dat'    TO WS-ROLLSUM-FILENAME
017370     MOVE 'stationrec.dat'  TO WS-STATIONREC-FILENAME
017380     MOVE 'tempalert.dat'   TO WS-ALERT-FILENAME
017389     MOVE 'tempqc.rpt'      TO WS-QCRPT-FILENAME
017400
017500     OPEN INPUT PARAMETER-FILE
017600     READ PARAMETER-FILE
019578     IF PARM-DEPARTURE-LIMIT NOT = 0
019579         MOVE PARM-DEPARTURE-LIMIT TO WS-DEPARTURE-LIMIT
019580     END-IF
019589
019590     IF PARM-QCRPT-FILENAME NOT = SPACES
019616         MOVE PARM-QCRPT-FILENAME TO WS-QCRPT-FILENAME
019617     END-IF
019618
019619     IF PARM-QC-NORMAL-LIMIT > 0
019620         MOVE PARM-QC-NORMAL-LIMIT TO WS-QC-NORMAL-LIMIT
019621     END-IF
019622
019623     IF PARM-QC-RECORD-MARGIN > 0
019624         MOVE PARM-QC-RECORD-MARGIN TO WS-QC-RECORD-MARGIN
019625     END-IF
019626
019627     IF PARM-QC-JUMP-LIMIT > 0
019628         MOVE PARM-QC-JUMP-LIMIT TO WS-QC-JUMP-LIMIT
019629     END-IF
019630
019631*    A FLAT LINE NEEDS AT LEAST TWO DAYS TO COMPARE, SO ZERO OR
019632*    ONE KEEPS THE DEFAULT WEEK.
019633     IF PARM-QC-FLAT-DAYS > 1
019634         MOVE PARM-QC-FLAT-DAYS TO WS-QC-FLAT-DAYS
019635     END-IF
019636     COMPUTE WS-QC-LOOKBACK-DAYS = WS-QC-FLAT-DAYS - 1
019581
019582     IF PARM-UOM-IN NOT = SPACES
019583         MOVE PARM-UOM-IN TO WS-RUN-UOM-IN
019838     MOVE 'Y' TO WS-NORM-PRESENT (WS-MASTER-INDEX NORM-MONTH)
019839     MOVE NORM-AVG-TEMP
019840         TO WS-NORM-AVG (WS-MASTER-INDEX NORM-MONTH)
019915     MOVE NORM-HIGH-TEMP
019916         TO WS-NORM-HIGH (WS-MASTER-INDEX NORM-MONTH)
019917     MOVE NORM-LOW-TEMP
019918         TO WS-NORM-LOW (WS-MASTER-INDEX NORM-MONTH)
019841     ADD 1 TO WS-NORM-LOAD-COUNT.
019842 1260-LOAD-ONE-NORMAL-EXIT.
019843     EXIT.
019718     MOVE 0      TO WS-SUM-MTD-NORM-COUNT (WS-SUM-PRIME-SUB)
019719     MOVE 0      TO WS-SUM-YTD-NORM-TOTAL (WS-SUM-PRIME-SUB)
019720     MOVE 0      TO WS-SUM-YTD-NORM-COUNT (WS-SUM-PRIME-SUB)
019919     MOVE 0      TO WS-SUM-MTD-EST-DAYS (WS-SUM-PRIME-SUB)
019921     MOVE 0      TO WS-SUM-YTD-EST-DAYS (WS-SUM-PRIME-SUB)
019721     MOVE 0      TO WS-DD-MTD-HDD (WS-SUM-PRIME-SUB)
019722     MOVE 0      TO WS-DD-MTD-CDD (WS-SUM-PRIME-SUB)
019723     MOVE 0      TO WS-DD-YTD-HDD (WS-SUM-PRIME-SUB)
019745
019746     IF RSUM-YEAR NOT = WS-CUR-YEAR
019747        OR RSUM-MONTH NOT = WS-CUR-MONTH
019922         SET WS-FULL-RESCAN TO TRUE
019923         GO TO 1420-LOAD-ONE-SUMMARY-ROW-EXIT
019924     END-IF
019925
019926*    A ROW WRITTEN BEFORE THE ESTIMATED-DAY COUNTS WERE CARRIED
019927*    HAS NO DIGITS THERE - TREAT THE SUMMARY AS SUSPECT.
019928     IF RSUM-MTD-EST-DAYS NOT NUMERIC
019929        OR RSUM-YTD-EST-DAYS NOT NUMERIC
019748         SET WS-FULL-RESCAN TO TRUE
019749         GO TO 1420-LOAD-ONE-SUMMARY-ROW-EXIT
019750     END-IF
019804         TO WS-SUM-YTD-NORM-TOTAL (WS-MASTER-INDEX)
019805     MOVE RSUM-YTD-NORM-COUNT
019806         TO WS-SUM-YTD-NORM-COUNT (WS-MASTER-INDEX)
019930     MOVE RSUM-MTD-EST-DAYS
019931         TO WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
019932     MOVE RSUM-YTD-EST-DAYS
019933         TO WS-SUM-YTD-EST-DAYS (WS-MASTER-INDEX)
019807     ADD 1 TO WS-SUM-LOADED-COUNT.
019808 1420-LOAD-ONE-SUMMARY-ROW-EXIT.
019809     EXIT.
020694         OPEN EXTEND ALERT-FILE
020695     END-IF
020700
020714     OPEN OUTPUT QC-REPORT-FILE
020728     MOVE WS-RUN-START-DATE TO WS-QH1-RUN-DATE
020742     MOVE WS-INPUT-FILENAME TO WS-QH1-INPUT-NAME
020756     WRITE QC-REPORT-RECORD FROM WS-QC-HEADING-1
020770     WRITE QC-REPORT-RECORD FROM WS-QC-HEADING-2
020784
020800     PERFORM 2100-APPEND-ONE-RECORD
020900         THRU 2100-APPEND-ONE-RECORD-EXIT
021000         UNTIL WS-END-OF-FILE
021310     CLOSE SUSPENSE-FILE
021320     IF WS-RECORDS-LOADED
021330         CLOSE ALERT-FILE
021340     END-IF
021345
021351     IF WS-QC-FLAGGED-COUNT = 0
021357         WRITE QC-REPORT-RECORD FROM WS-QC-NONE-LINE
021363     END-IF
021369     COMPUTE WS-QT-CHECKED =
021375         WS-APPEND-COUNT + WS-EST-REPLACED-COUNT
021381     MOVE WS-QC-FLAGGED-COUNT TO WS-QT-FLAGGED
021387     WRITE QC-REPORT-RECORD FROM WS-QC-TOTAL-LINE
021393     CLOSE QC-REPORT-FILE.
021400 2000-APPEND-DAILY-RECORDS-EXIT.
021500     EXIT.
021600
023250     END-IF
023260
023300     IF WS-RECORD-VALID
023319*        THE QC LOOK-BACK READS THE MASTER THROUGH THE RECORD
023339*        AREA, SO IT RUNS BEFORE THE NEW RECORD IS BUILT THERE.
023359         PERFORM 2600-QUALITY-CHECK
023379             THRU 2600-QUALITY-CHECK-EXIT
023400         MOVE STATION-ID            TO HISTORY-STATION-ID
023500         MOVE TEMPERATURE-DATE      TO HISTORY-DATE
023600         MOVE DAILY-MAX-TEMPERATURE TO HISTORY-MAX-TEMPERATURE
023610         MOVE DAILY-MIN-TEMPERATURE TO HISTORY-MIN-TEMPERATURE
023632         MOVE WS-QC-FLAG            TO HISTORY-QC-FLAG
023654         MOVE SPACE                 TO HISTORY-SOURCE-FLAG
023676         SET WS-READING-APPENDED TO TRUE
023700         WRITE HISTORY-RECORD
023710             INVALID KEY
023720                 PERFORM 2120-REPLACE-ESTIMATE
023730                     THRU 2120-REPLACE-ESTIMATE-EXIT
023760         END-WRITE
023762         IF WS-READING-DUPLICATE
023764             GO TO 2100-APPEND-ONE-RECORD-EXIT
023766         END-IF
023770         IF WS-HISTORY-STATUS NOT = '00'
023780             GO TO 9930-ABEND-HISTORY-IO
023790         END-IF
023800         IF WS-READING-APPENDED
023803             ADD 1 TO WS-APPEND-COUNT
023806         END-IF
023810*        A READING DATED AT OR BEFORE ITS STATION'S CARRIED
023820*        THRU-DATE IS A BACKDATED ARRIVAL THE INCREMENTAL READ
023830*        WOULD NEVER SEE - THE CARRIED FIGURES ARE SUSPECT, SO
023884             DISPLAY 'Backdated reading ' STATION-ID ' '
023885                 TEMPERATURE-DATE ' - full rescan tonight.'
023886         END-IF
023887*        A QC-SUSPECT READING STAYS OUT OF THE ALL-TIME
023888*        RECORDS AND THE RECORD ALERTS; IF THE MORNING REVIEW
023889*        CONFIRMS IT, THE HistoryCorrection CHANGE CARD THAT
023891*        CLEARS THE FLAG ALSO SETS ANY RECORD IT BREAKS.
023892         IF WS-QC-FLAG NOT = SPACE
023893             PERFORM 2690-REPORT-QC-EXCEPTION
023894                 THRU 2690-REPORT-QC-EXCEPTION-EXIT
023895         ELSE
023896             IF WS-RECORDS-LOADED
023897                 PERFORM 2400-CHECK-STATION-RECORDS
023898                     THRU 2400-CHECK-STATION-RECORDS-EXIT
023899             END-IF
023890         END-IF
023900     ELSE
024000         ADD 1 TO WS-REJECT-COUNT
024320             THRU 2300-WRITE-SUSPENSE-EXIT
024400     END-IF.
024500 2100-APPEND-ONE-RECORD-EXIT.
024502     EXIT.
024504
024507*-----------------------------------------------------------------
024509* 2120-REPLACE-ESTIMATE
024511*   THE READING'S KEY IS ALREADY ON THE MASTER.  WHEN THE DAY
024514*   THERE WAS FILLED IN BY MissingDayEstimate THE OBSERVED
024516*   READING REPLACES IT; ANY OTHER MATCH IS A TRUE DUPLICATE AND
024518*   IS LISTED AND LEFT ALONE, AS BEFORE.  THE HISTORY KEY IS
024521*   STILL SET FROM THE FAILED WRITE.
024523*-----------------------------------------------------------------
024525 2120-REPLACE-ESTIMATE.
024528     READ TEMPERATURE-HISTORY-FILE
024530         INVALID KEY
024533             GO TO 9930-ABEND-HISTORY-IO
024535     END-READ
024537     IF WS-HISTORY-STATUS NOT = '00'
024540         GO TO 9930-ABEND-HISTORY-IO
024542     END-IF
024544
024547     IF NOT HISTORY-ESTIMATED
024549         SET WS-READING-DUPLICATE TO TRUE
024551         ADD 1 TO WS-DUP-REJECT-COUNT
024554         DISPLAY 'DUPLICATE NOT APPENDED: ' STATION-ID
024556             ' ' TEMPERATURE-DATE
024558         GO TO 2120-REPLACE-ESTIMATE-EXIT
024561     END-IF
024563
024566     MOVE DAILY-MAX-TEMPERATURE TO HISTORY-MAX-TEMPERATURE
024568     MOVE DAILY-MIN-TEMPERATURE TO HISTORY-MIN-TEMPERATURE
024570     MOVE WS-QC-FLAG            TO HISTORY-QC-FLAG
024573     MOVE SPACE                 TO HISTORY-SOURCE-FLAG
024575     REWRITE HISTORY-RECORD
024577         INVALID KEY
024580             GO TO 9930-ABEND-HISTORY-IO
024582     END-REWRITE
024584
024587     SET WS-ESTIMATE-REPLACED TO TRUE
024589     ADD 1 TO WS-EST-REPLACED-COUNT
024591     DISPLAY 'ESTIMATE REPLACED BY OBSERVED READING: '
024594         STATION-ID ' ' TEMPERATURE-DATE.
024596 2120-REPLACE-ESTIMATE-EXIT.
024600     EXIT.
024610
024620*-----------------------------------------------------------------
029750     EXIT.
029760
029770*-----------------------------------------------------------------
029771* 2600-QUALITY-CHECK
029772*   RUNS THE CLIMATOLOGICAL CHECKS ON A READING THAT PASSED THE
029773*   EDITS (ALREADY IN DEGREES FAHRENHEIT) AND LEAVES THE FIRST
029774*   FAILED CHECK'S CODE IN WS-QC-FLAG, BLANK WHEN CLEAN.  EACH
029775*   CHECK RUNS ONLY WHERE ITS REFERENCE DATA EXISTS: NO NORMALS
029776*   ROW, NO RECORDS OR NO PRIOR READINGS MEAN THAT CHECK CANNOT
029777*   FAIL.  2260 LEFT WS-MASTER-INDEX ON THE STATION'S SLOT.
029778*-----------------------------------------------------------------
029779 2600-QUALITY-CHECK.
029780     MOVE SPACE TO WS-QC-FLAG
029781     MOVE 'N' TO WS-QC-NORMAL-SW
029782     MOVE 'N' TO WS-QC-RECORD-SW
029783     MOVE 'N' TO WS-QC-JUMP-SW
029784     MOVE 'N' TO WS-QC-FLAT-SW
029785     MOVE TEMPERATURE-DATE (6:2) TO WS-NORM-MONTH-SUB
029786
029787     IF WS-MASTER-COUNT > 0
029788         IF WS-NORM-PRESENT (WS-MASTER-INDEX WS-NORM-MONTH-SUB)
029789                 = 'Y'
029790             PERFORM 2610-QC-CHECK-NORMALS
029791                 THRU 2610-QC-CHECK-NORMALS-EXIT
029792         END-IF
029793     END-IF
029794
029795     IF WS-RECORDS-LOADED
029796         PERFORM 2620-QC-CHECK-RECORDS
029797             THRU 2620-QC-CHECK-RECORDS-EXIT
029798     END-IF
029799
029801     PERFORM 2630-QC-LOOK-BACK
029802         THRU 2630-QC-LOOK-BACK-EXIT.
029803 2600-QUALITY-CHECK-EXIT.
029804     EXIT.
029805
029806*-----------------------------------------------------------------
029807* 2610-QC-CHECK-NORMALS
029808*   THE MAX IS HELD AGAINST THE MONTH'S NORMAL HIGH AND THE MIN
029809*   AGAINST ITS NORMAL LOW; EITHER ONE MORE THAN
029810*   WS-QC-NORMAL-LIMIT DEGREES OFF, IN EITHER DIRECTION, FAILS -
029811*   THE 95 F JANUARY AFTERNOON THE FIXED EDIT LIMITS LET BY.
029812*-----------------------------------------------------------------
029813 2610-QC-CHECK-NORMALS.
029814     MOVE WS-NORM-HIGH (WS-MASTER-INDEX WS-NORM-MONTH-SUB)
029815         TO WS-QC-NORM-HIGH
029816     MOVE WS-NORM-LOW (WS-MASTER-INDEX WS-NORM-MONTH-SUB)
029817         TO WS-QC-NORM-LOW
029818
029819     COMPUTE WS-QC-DIFF = DAILY-MAX-TEMPERATURE - WS-QC-NORM-HIGH
029820     IF WS-QC-DIFF < 0
029821         COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
029822     END-IF
029823     IF WS-QC-DIFF > WS-QC-NORMAL-LIMIT
029824         SET WS-QC-NORMAL-FAILED TO TRUE
029825     END-IF
029826
029827     COMPUTE WS-QC-DIFF = DAILY-MIN-TEMPERATURE - WS-QC-NORM-LOW
029828     IF WS-QC-DIFF < 0
029829         COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
029830     END-IF
029831     IF WS-QC-DIFF > WS-QC-NORMAL-LIMIT
029832         SET WS-QC-NORMAL-FAILED TO TRUE
029833     END-IF
029834
029835     IF WS-QC-NORMAL-FAILED AND WS-QC-FLAG = SPACE
029836         MOVE 'N' TO WS-QC-FLAG
029837     END-IF.
029838 2610-QC-CHECK-NORMALS-EXIT.
029839     EXIT.
029840
029841*-----------------------------------------------------------------
029842* 2620-QC-CHECK-RECORDS
029843*   A NEW RECORD IS NORMALLY SET BY A DEGREE OR TWO; A READING
029844*   MORE THAN WS-QC-RECORD-MARGIN DEGREES PAST THE STATION'S
029845*   ALL-TIME HIGH OR LOW FOR THE CALENDAR MONTH FAILS.  RUNS
029846*   BEFORE 2400 CAN MOVE THE RECORDS, SO THE COMPARISON IS WITH
029847*   THE RECORDS AS THEY STOOD BEFORE THIS READING.
029848*-----------------------------------------------------------------
029849 2620-QC-CHECK-RECORDS.
029850     MOVE STATION-ID TO WS-REC-SEARCH-ID
029851     PERFORM 2450-FIND-RECORDS-SLOT
029852         THRU 2450-FIND-RECORDS-SLOT-EXIT
029853     IF WS-REC-NOT-FOUND
029854         GO TO 2620-QC-CHECK-RECORDS-EXIT
029855     END-IF
029856
029857     MOVE TEMPERATURE-DATE (6:2) TO WS-REC-MONTH-SUB
029858     IF WS-REC-MON-PRESENT (WS-REC-INDEX WS-REC-MONTH-SUB)
029859             NOT = 'Y'
029860         GO TO 2620-QC-CHECK-RECORDS-EXIT
029861     END-IF
029862
029863     MOVE WS-REC-MON-HIGH (WS-REC-INDEX WS-REC-MONTH-SUB)
029864         TO WS-QC-REC-HIGH
029865     MOVE WS-REC-MON-LOW (WS-REC-INDEX WS-REC-MONTH-SUB)
029866         TO WS-QC-REC-LOW
029867
029868     IF DAILY-MAX-TEMPERATURE
029869             > WS-QC-REC-HIGH + WS-QC-RECORD-MARGIN
029870        OR DAILY-MIN-TEMPERATURE
029871             < WS-QC-REC-LOW - WS-QC-RECORD-MARGIN
029872         SET WS-QC-RECORD-FAILED TO TRUE
029873         IF WS-QC-FLAG = SPACE
029874             MOVE 'R' TO WS-QC-FLAG
029875         END-IF
029876     END-IF.
029877 2620-QC-CHECK-RECORDS-EXIT.
029878     EXIT.
029879
029880*-----------------------------------------------------------------
029881* 2630-QC-LOOK-BACK
029882*   WALKS BACK FROM THE READING'S DATE ONE CALENDAR DAY AT A
029883*   TIME.  THE NEAREST PRIOR READING FOUND IS THE PREVIOUS
029884*   READING FOR THE JUMP CHECK; THE RUN OF IDENTICAL MAX/MIN
029885*   PAIRS IS BROKEN BY THE FIRST DAY THAT DIFFERS OR IS MISSING.
029886*   THE WALK STOPS AT WS-QC-LOOKBACK-DAYS, OR SOONER ONCE BOTH
029887*   QUESTIONS ARE ANSWERED.  A RUN STILL INTACT AT THE END IS A
029888*   FLAT LINE.
029889*-----------------------------------------------------------------
029890 2630-QC-LOOK-BACK.
029891     MOVE 'N' TO WS-QC-PREV-SW
029892     SET WS-QC-RUN-INTACT TO TRUE
029893     MOVE 0 TO WS-QC-BACK-COUNT
029894     MOVE TEMPERATURE-DATE TO WS-QC-CAL-DATE
029895     MOVE TEMPERATURE-DATE TO WS-QC-FLAT-FROM-DATE
029896
029897     PERFORM 2640-QC-READ-PRIOR-DAY
029898         THRU 2640-QC-READ-PRIOR-DAY-EXIT
029899         UNTIL WS-QC-BACK-COUNT >= WS-QC-LOOKBACK-DAYS
029901            OR (WS-QC-PREV-FOUND AND WS-QC-RUN-BROKEN)
029902
029903     IF WS-QC-PREV-FOUND
029904         COMPUTE WS-QC-DIFF =
029905             DAILY-MAX-TEMPERATURE - WS-QC-PREV-MAX
029906         IF WS-QC-DIFF < 0
029907             COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
029908         END-IF
029909         IF WS-QC-DIFF > WS-QC-JUMP-LIMIT
029913             SET WS-QC-JUMP-FAILED TO TRUE
029914         END-IF
029915         COMPUTE WS-QC-DIFF =
029916             DAILY-MIN-TEMPERATURE - WS-QC-PREV-MIN
029917         IF WS-QC-DIFF < 0
029918             COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
029919         END-IF
029921         IF WS-QC-DIFF > WS-QC-JUMP-LIMIT
029922             SET WS-QC-JUMP-FAILED TO TRUE
029923         END-IF
029924         IF WS-QC-JUMP-FAILED AND WS-QC-FLAG = SPACE
029925             MOVE 'J' TO WS-QC-FLAG
029926         END-IF
029927     END-IF
029928
029929     IF WS-QC-RUN-INTACT
029931         SET WS-QC-FLAT-FAILED TO TRUE
029932         IF WS-QC-FLAG = SPACE
029933             MOVE 'F' TO WS-QC-FLAG
029934         END-IF
029935     END-IF.
029936 2630-QC-LOOK-BACK-EXIT.
029937     EXIT.
029938
029939*-----------------------------------------------------------------
029941* 2640-QC-READ-PRIOR-DAY
029942*   STEPS WS-QC-CAL-DATE BACK ONE DAY AND READS THAT DAY FOR THE
029943*   STATION BY KEY.  A MISSING DAY BREAKS THE FLAT-LINE RUN BUT
029944*   THE WALK GOES ON LOOKING FOR THE PREVIOUS READING.
029945*-----------------------------------------------------------------
029946 2640-QC-READ-PRIOR-DAY.
029947     PERFORM 2650-QC-BACK-ONE-DAY
029948         THRU 2650-QC-BACK-ONE-DAY-EXIT
029949     ADD 1 TO WS-QC-BACK-COUNT
029951
029952     MOVE STATION-ID     TO HISTORY-STATION-ID
029953     MOVE WS-QC-CAL-DATE TO HISTORY-DATE
029954     READ TEMPERATURE-HISTORY-FILE
029955         INVALID KEY
029956             SET WS-QC-RUN-BROKEN TO TRUE
029957             GO TO 2640-QC-READ-PRIOR-DAY-EXIT
029958     END-READ
029959     IF WS-HISTORY-STATUS NOT = '00'
029961         GO TO 9930-ABEND-HISTORY-IO
029962     END-IF
029963*    AN ESTIMATED DAY IS NOT A READING - THE LOOK-BACK TREATS IT
029964*    AS MISSING.
029965     IF HISTORY-ESTIMATED
029966         SET WS-QC-RUN-BROKEN TO TRUE
029967         GO TO 2640-QC-READ-PRIOR-DAY-EXIT
029968     END-IF
029969
029970     IF NOT WS-QC-PREV-FOUND
029971         SET WS-QC-PREV-FOUND TO TRUE
029972         MOVE HISTORY-MAX-TEMPERATURE TO WS-QC-PREV-MAX
029973         MOVE HISTORY-MIN-TEMPERATURE TO WS-QC-PREV-MIN
029974         MOVE HISTORY-DATE            TO WS-QC-PREV-DATE
029975     END-IF
029976
029977     IF HISTORY-MAX-TEMPERATURE NOT = DAILY-MAX-TEMPERATURE
029978        OR HISTORY-MIN-TEMPERATURE NOT = DAILY-MIN-TEMPERATURE
029979         SET WS-QC-RUN-BROKEN TO TRUE
029980     ELSE
029981         IF WS-QC-RUN-INTACT
029982             MOVE HISTORY-DATE TO WS-QC-FLAT-FROM-DATE
029983         END-IF
029984     END-IF.
029985 2640-QC-READ-PRIOR-DAY-EXIT.
029986     EXIT.
029987
029988*-----------------------------------------------------------------
029989* 2650-QC-BACK-ONE-DAY
029990*   MOVES WS-QC-CAL-DATE BACK ONE CALENDAR DAY, ROLLING MONTH AND
029991*   YEAR AND GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY
029992*   4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
029993*-----------------------------------------------------------------
029994 2650-QC-BACK-ONE-DAY.
029995     SUBTRACT 1 FROM WS-QC-CAL-DAY
029996     IF WS-QC-CAL-DAY > 0
029997         GO TO 2650-QC-BACK-ONE-DAY-EXIT
029998     END-IF
029999
030000     SUBTRACT 1 FROM WS-QC-CAL-MONTH
030001     IF WS-QC-CAL-MONTH = 0
030002         MOVE 12 TO WS-QC-CAL-MONTH
030003         SUBTRACT 1 FROM WS-QC-CAL-YEAR
030004     END-IF
030005
030006     MOVE WS-DAYS-IN-MONTH (WS-QC-CAL-MONTH) TO WS-MONTH-LENGTH
030007     IF WS-QC-CAL-MONTH = 02
030008         DIVIDE WS-QC-CAL-YEAR BY 4
030009             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
030010         DIVIDE WS-QC-CAL-YEAR BY 100
030011             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
030012         DIVIDE WS-QC-CAL-YEAR BY 400
030013             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
030014         IF WS-LEAP-REM-4 = 0
030015            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
030016             MOVE 29 TO WS-MONTH-LENGTH
030017         END-IF
030018     END-IF
030019     MOVE WS-MONTH-LENGTH TO WS-QC-CAL-DAY.
030020 2650-QC-BACK-ONE-DAY-EXIT.
030021     EXIT.
030022
030023*-----------------------------------------------------------------
030024* 2690-REPORT-QC-EXCEPTION
030025*   COUNTS A SUSPECT READING THAT WAS APPENDED AND LISTS ONE
030026*   EXCEPTIONS-REPORT LINE PER CHECK IT FAILED, WITH THE FIGURES
030027*   THE CHECK HELD IT AGAINST.
030028*-----------------------------------------------------------------
030029 2690-REPORT-QC-EXCEPTION.
030030     ADD 1 TO WS-QC-FLAGGED-COUNT
030031     DISPLAY 'QC SUSPECT: ' STATION-ID ' ' TEMPERATURE-DATE
030032         ' flag ' WS-QC-FLAG ' - appended, see '
030033         WS-QCRPT-FILENAME
030034
030035     MOVE STATION-ID            TO WS-QD-STATION-ID
030036     MOVE TEMPERATURE-DATE      TO WS-QD-DATE
030037     MOVE DAILY-MAX-TEMPERATURE TO WS-QD-MAX-TEMP
030038     MOVE DAILY-MIN-TEMPERATURE TO WS-QD-MIN-TEMP
030039     MOVE WS-QC-FLAG            TO WS-QD-FLAG
030040
030041     IF WS-QC-NORMAL-FAILED
030042         MOVE 'OFF MONTH NORMAL HIGH/LOW' TO WS-QD-CHECK
030043         MOVE WS-QC-NORM-HIGH TO WS-QD-REF-MAX
030044         MOVE WS-QC-NORM-LOW  TO WS-QD-REF-MIN
030045         MOVE SPACES          TO WS-QD-REF-DATE
030046         WRITE QC-REPORT-RECORD FROM WS-QC-DETAIL-LINE
030047     END-IF
030048
030049     IF WS-QC-RECORD-FAILED
030050         MOVE 'PAST ALL-TIME MONTH RECORD' TO WS-QD-CHECK
030051         MOVE WS-QC-REC-HIGH TO WS-QD-REF-MAX
030052         MOVE WS-QC-REC-LOW  TO WS-QD-REF-MIN
030053         MOVE SPACES         TO WS-QD-REF-DATE
030054         WRITE QC-REPORT-RECORD FROM WS-QC-DETAIL-LINE
030055     END-IF
030056
030057     IF WS-QC-JUMP-FAILED
030058         MOVE 'JUMP FROM PREVIOUS READING' TO WS-QD-CHECK
030059         MOVE WS-QC-PREV-MAX  TO WS-QD-REF-MAX
030060         MOVE WS-QC-PREV-MIN  TO WS-QD-REF-MIN
030061         MOVE WS-QC-PREV-DATE TO WS-QD-REF-DATE
030062         WRITE QC-REPORT-RECORD FROM WS-QC-DETAIL-LINE
030063     END-IF
030064
030065     IF WS-QC-FLAT-FAILED
030066         MOVE 'FLAT-LINED - SAME MAX/MIN SINCE' TO WS-QD-CHECK
030067         MOVE SPACES               TO WS-QD-REF-MAX-X
030068         MOVE SPACES               TO WS-QD-REF-MIN-X
030069         MOVE WS-QC-FLAT-FROM-DATE TO WS-QD-REF-DATE
030070         WRITE QC-REPORT-RECORD FROM WS-QC-DETAIL-LINE
030071     END-IF.
030072 2690-REPORT-QC-EXCEPTION-EXIT.
030073     EXIT.
030074
030075*-----------------------------------------------------------------
029800* 3000-BUILD-ROLLUP
029900*   ACCUMULATES THE MTD/YTD FIGURES RELATIVE TO WS-CURRENT-DATE.
029910*   WITH A STATION MASTER LOADED, EVERY MASTER STATION (ACTIVE OR
031691     COMPUTE WS-DAY-MEAN-TEMPERATURE ROUNDED =
031692         (HISTORY-MAX-TEMPERATURE + HISTORY-MIN-TEMPERATURE) / 2
031693
031694     IF HISTORY-ESTIMATED
031695         ADD 1 TO WS-SUM-YTD-EST-DAYS (WS-MASTER-INDEX)
031696         IF HISTORY-DATE (6:2) = WS-CUR-MONTH
031697             ADD 1 TO WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
031698         END-IF
031699     END-IF
031701
031700     PERFORM 3210-ACCUMULATE-STATION-YTD
031710         THRU 3210-ACCUMULATE-STATION-YTD-EXIT
031720
032610         COMPUTE WS-DAY-MEAN-TEMPERATURE ROUNDED =
032620             (HISTORY-MAX-TEMPERATURE + HISTORY-MIN-TEMPERATURE)
032630                 / 2
032639             IF HISTORY-ESTIMATED
032649                 ADD 1 TO WS-YTD-EST-COUNT
032659                 IF HISTORY-DATE (6:2) = WS-CUR-MONTH
032669                     ADD 1 TO WS-MTD-EST-COUNT
032679                 END-IF
032689             END-IF
032700         PERFORM 3200-ACCUMULATE-YTD
032800             THRU 3200-ACCUMULATE-YTD-EXIT
032900
037531         TO WS-YTD-NORM-TOTAL
037532     ADD WS-SUM-YTD-NORM-COUNT (WS-MASTER-INDEX)
037533         TO WS-YTD-NORM-COUNT
037611     ADD WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
037612         TO WS-MTD-EST-COUNT
037613     ADD WS-SUM-YTD-EST-DAYS (WS-MASTER-INDEX)
037614         TO WS-YTD-EST-COUNT
037534
037535     ADD 1 TO WS-MASTER-INDEX.
037536 3810-COMBINE-ONE-STATION-EXIT.
037603         TO RSUM-YTD-NORM-TOTAL
037604     MOVE WS-SUM-YTD-NORM-COUNT (WS-MASTER-INDEX)
037605         TO RSUM-YTD-NORM-COUNT
037615     MOVE WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
037616         TO RSUM-MTD-EST-DAYS
037617     MOVE WS-SUM-YTD-EST-DAYS (WS-MASTER-INDEX)
037618         TO RSUM-YTD-EST-DAYS
037606     WRITE ROLLUP-SUMMARY-RECORD
037607
037608     ADD 1 TO WS-MASTER-INDEX.
038300     DISPLAY 'Records appended this run: ' WS-APPEND-COUNT
038400         '   Records rejected: ' WS-REJECT-COUNT
038410         '   Duplicates not appended: ' WS-DUP-REJECT-COUNT
038427     IF WS-EST-REPLACED-COUNT > 0
038445         DISPLAY 'Estimated days replaced by observed readings: '
038463             WS-EST-REPLACED-COUNT
038481     END-IF
038500
038600     IF WS-MTD-COUNT > 0
038700         COMPUTE WS-MTD-AVERAGE = WS-MTD-TOTAL / WS-MTD-COUNT
040298             THRU 8400-WRITE-STATION-RECORDS-EXIT
040299         DISPLAY 'Record events this run: '
040301             WS-RECORD-EVENT-COUNT
040302     END-IF
040303
040304     IF WS-MTD-EST-COUNT > 0
040305        OR WS-YTD-EST-COUNT > 0
040306         DISPLAY 'Estimated days in the figures above - MTD: '
040307             WS-MTD-EST-COUNT '   YTD: ' WS-YTD-EST-COUNT
040308     END-IF
040309
040310     DISPLAY 'QC-suspect readings appended this run: '
040311         WS-QC-FLAGGED-COUNT ' (see ' WS-QCRPT-FILENAME ')'.
040300 8000-PRODUCE-OUTPUT-EXIT.
040400     EXIT.
040410
040510         ' CDD: '     WS-DD-MTD-CDD (WS-MASTER-INDEX)
040520         '   YTD HDD: ' WS-DD-YTD-HDD (WS-MASTER-INDEX)
040530         ' CDD: '     WS-DD-YTD-CDD (WS-MASTER-INDEX)
040531     IF WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX) > 0
040533         DISPLAY '        (MTD includes '
040534             WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
040536             ' estimated day(s))'
040537     END-IF
040540
040550     ADD 1 TO WS-MASTER-INDEX.
040560 8100-DISPLAY-STATION-DEGREE-DAYS-EXIT.
040646     MOVE WS-EXTRACT-YEAR-MONTH TO DDEX-YEAR-MONTH
040647     MOVE WS-DD-MTD-HDD (WS-MASTER-INDEX)  TO DDEX-HDD
040648     MOVE WS-DD-MTD-CDD (WS-MASTER-INDEX)  TO DDEX-CDD
040649     COMPUTE DDEX-DAYS-OBSERVED =
040767         WS-DD-MTD-DAYS (WS-MASTER-INDEX)
040768             - WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
040769     MOVE WS-SUM-MTD-EST-DAYS (WS-MASTER-INDEX)
040770         TO DDEX-DAYS-ESTIMATED
040650     MOVE WS-DD-BASE-TEMP                  TO DDEX-BASE-TEMP
040651     WRITE DEGREE-DAY-EXTRACT-RECORD
040652
041315     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
041316     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
041317     MOVE WS-INPUT-FILENAME     TO RUNA-INPUT-FILENAME
041318     MOVE WS-QCRPT-FILENAME     TO RUNA-REPORT-FILENAME
041319     MOVE WS-HISTMST-FILENAME   TO RUNA-HISTORY-FILENAME
041316*    ACCEPTED IS EVERY READING THAT PASSED THE EDITS - APPENDED
041317*    PLUS DUPLICATES - SO IT CROSS-FOOTS AGAINST THE CALCULATOR'S
041318*    ACCEPTED COUNT FOR THE SAME INPUT FILE AT DAY END.  A
041322*    READING THAT REPLACED AN ESTIMATE WAS ACCEPTED BUT DID NOT
041334*    GROW THE MASTER, SO IT IS NOT IN THE APPENDED COUNT.
041320     COMPUTE RUNA-ACCEPTED-COUNT =
041324         WS-APPEND-COUNT + WS-DUP-REJECT-COUNT
041335             + WS-EST-REPLACED-COUNT
041321     MOVE WS-REJECT-COUNT       TO RUNA-REJECTED-COUNT
041323     MOVE WS-APPEND-COUNT       TO RUNA-APPENDED-COUNT
041324     MOVE 'N'                   TO RUNA-RESTART-SW
