000100*****************************************************************
000200* PROGRAM:      MonthlyClimateSummary
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   MONTH-END CLIMATOLOGICAL SUMMARY SHEET (THE CF6-STYLE SHEET)
000900*   FOR EVERY ACTIVE STATION ON THE STATION MASTER, WORKED FROM
001000*   THE KEYED HISTORY MASTER (HISTREC ROWS IN TEMPHIST.MST) FOR
001100*   THE MONTH IN PARM-CLIMSUM-MONTH (YYYY-MM, DEFAULT LAST
001200*   MONTH).  EACH STATION'S SHEET HAS:
001300*     - ONE LINE PER DAY OF THE MONTH WITH THE MAX, MIN, MEAN,
001400*       DEPARTURE FROM NORMAL, HEATING AND COOLING DEGREE DAYS.
001500*       THE MEAN IS (MAX + MIN) / 2 ROUNDED, AND HDD/CDD ARE
001600*       TAKEN FROM IT AGAINST PARM-DD-BASE-TEMP (DEFAULT 65 F)
001700*       EXACTLY AS THE ROLLUP TAKES THEM.  THE DEPARTURE IS THE
001800*       MEAN LESS THE STATION'S NORMAL MEAN FOR THE MONTH IN
001900*       NORMALS.DAT (NORMREC CARRIES MONTHLY NORMALS ONLY), AND
002000*       IS LEFT BLANK WHEN THE STATION HAS NO NORMAL.  A DAY WITH
002100*       NO ROW ON THE MASTER PRINTS AS MISSING; AN ESTIMATED OR
002200*       QC-FLAGGED ROW PRINTS WITH A NOTE.
002300*     - A MAX OR MIN THAT SETS OR TIES THE STATION'S RECORD FOR
002400*       THAT CALENDAR DAY IN STATIONREC.DAT (RECREC DAY ROWS) IS
002500*       MARKED R OR T.  A VALUE BEYOND THE RECORD, OR EQUAL TO IT
002600*       WITH THIS VERY DATE AS THE RECORD DATE, IS A RECORD SET;
002700*       EQUAL TO A RECORD FROM ANOTHER YEAR IS A TIE.  ESTIMATED
002800*       AND QC-FLAGGED READINGS ARE NEVER MARKED, AS THEY NEVER
002900*       SET RECORDS IN THE ROLLUP.
003000*     - THE MONTH'S AVERAGES, DEPARTURE, DEGREE-DAY TOTALS AND
003100*       EXTREMES AT THE FOOT, THE HIGHEST MAX AND LOWEST MIN
003200*       MARKED AGAINST THE MONTH RECORDS (RECREC MONTH ROWS), AND
003300*       THE COUNTS OF DAYS REPORTED, MISSING, ESTIMATED AND
003400*       QC-FLAGGED.
003500*   THE SHEETS GO TO CLIMSUM.RPT AND THE SAME FIGURES TO THE FLAT
003600*   EXPORT CLIMSUM.DAT (CLIMREC) WITH A TRLREC CONTROL TRAILER.
003700*-----------------------------------------------------------------
003800* MODIFICATION HISTORY
003900*   10/15/2026  DO   INITIAL VERSION
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. MonthlyClimateSummary.
004300 AUTHOR. D. OKAFOR.
004400 INSTALLATION. WEATHER SYSTEMS GROUP.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.

004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL STATION-MASTER-FILE
005300         ASSIGN TO DYNAMIC WS-STATION-FILENAME
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL NORMALS-FILE
005600         ASSIGN TO DYNAMIC WS-NORMALS-FILENAME
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL STATION-RECORDS-FILE
005900         ASSIGN TO DYNAMIC WS-STATIONREC-FILENAME
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL TEMPERATURE-HISTORY-FILE
006200         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS HISTORY-KEY
006600         FILE STATUS IS WS-HISTORY-STATUS.
006700     SELECT CLIMATE-REPORT-FILE
006800         ASSIGN TO DYNAMIC WS-CLIMRPT-FILENAME
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT CLIMATE-EXPORT-FILE
007100         ASSIGN TO DYNAMIC WS-CLIMEXP-FILENAME
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT OPTIONAL RUN-AUDIT-FILE
007400         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
007500         ORGANIZATION IS LINE SEQUENTIAL.

007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PARAMETER-FILE.
007900     COPY PARMREC.

008000 FD  STATION-MASTER-FILE.
008100     COPY STAMREC.

008200 FD  NORMALS-FILE.
008300     COPY NORMREC.

008400 FD  STATION-RECORDS-FILE.
008500     COPY RECREC.

008600 FD  TEMPERATURE-HISTORY-FILE.
008700     COPY HISTREC.

008800 FD  CLIMATE-REPORT-FILE.
008900 01  CLIMATE-REPORT-RECORD         PIC X(100).

009000 FD  CLIMATE-EXPORT-FILE.
009100     COPY CLIMREC.

009200 FD  RUN-AUDIT-FILE.
009300     COPY AUDITREC.

009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------------
009600* RUN PARAMETERS (FROM RUNPARM.DAT)
009700*-----------------------------------------------------------------
009800 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
009900 01  WS-NORMALS-FILENAME           PIC X(40) VALUE SPACES.
010000 01  WS-STATIONREC-FILENAME        PIC X(40) VALUE SPACES.
010100 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
010200 01  WS-CLIMRPT-FILENAME           PIC X(40) VALUE SPACES.
010300 01  WS-CLIMEXP-FILENAME           PIC X(40) VALUE SPACES.
010400 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

010500 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.

010600 01  WS-DD-BASE-TEMP               PIC S9(3)V9(1) VALUE 65.0.
010700 01  WS-DD-WORK                    PIC S9(3)V9(1) VALUE 0.

010800 01  WS-SUMMARY-MONTH              PIC X(07) VALUE SPACES.
010900 01  WS-SUMMARY-MONTH-SPLIT REDEFINES WS-SUMMARY-MONTH.
011000     05  WS-SM-YEAR                PIC 9(04).
011100     05  WS-SM-DASH                PIC X(01).
011200     05  WS-SM-MONTH               PIC 9(02).

011300 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
011400 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
011500     05  WS-RUN-YEAR               PIC 9(04).
011600     05  WS-RUN-MONTH              PIC 9(02).
011700     05  WS-RUN-DAY                PIC 9(02).

011800*-----------------------------------------------------------------
011900* CALENDAR WORK AREAS
012000*   WS-CAL-DATE IS BUILT IN THE MASTER'S YYYY-MM-DD KEY SHAPE SO
012100*   THE MONTH'S DATES CAN BE COMPARED WITH HISTORY-DATE AND THE
012200*   RECORD DATES AS THEY STAND.  WS-YM-WORK HOLDS THE CURRENT
012300*   MONTH IN THE CARD'S YYYY-MM SHAPE.
012400*-----------------------------------------------------------------
012500 01  WS-CAL-DATE.
012600     05  WS-CAL-YEAR               PIC 9(4).
012700     05  FILLER                    PIC X(1) VALUE '-'.
012800     05  WS-CAL-MONTH              PIC 9(2).
012900     05  FILLER                    PIC X(1) VALUE '-'.
013000     05  WS-CAL-DAY                PIC 9(2).
013100 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE
013200                                   PIC X(10).

013300 01  WS-YM-WORK.
013400     05  WS-YM-YEAR                PIC 9(4).
013500     05  FILLER                    PIC X(1) VALUE '-'.
013600     05  WS-YM-MONTH               PIC 9(2).
013700 01  WS-YM-WORK-X REDEFINES WS-YM-WORK
013800                                   PIC X(07).

013900 01  WS-HIST-DATE                  PIC X(10) VALUE SPACES.
014000 01  WS-HIST-DATE-SPLIT REDEFINES WS-HIST-DATE.
014100     05  FILLER                    PIC X(08).
014200     05  WS-HD-DAY                 PIC 9(02).

014300 01  WS-DAYS-IN-MONTH-VALUES       PIC X(24)
014400         VALUE '312831303130313130313031'.
014500 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
014600     05  WS-DAYS-IN-MONTH          OCCURS 12 TIMES PIC 9(2).

014700 01  WS-MONTH-LENGTH               PIC 9(2) VALUE 0.
014800 01  WS-LEAP-QUOTIENT              PIC 9(4) VALUE 0.
014900 01  WS-LEAP-REM-4                 PIC 9(4) VALUE 0.
015000 01  WS-LEAP-REM-100               PIC 9(4) VALUE 0.
015100 01  WS-LEAP-REM-400               PIC 9(4) VALUE 0.

015200 01  WS-MONTH-START-DATE           PIC X(10) VALUE SPACES.
015300 01  WS-MONTH-END-DATE             PIC X(10) VALUE SPACES.

015400 01  WS-EXPORT-YEAR-MONTH          PIC 9(06) VALUE 0.
015500 01  WS-EXPORT-YEAR-MONTH-SPLIT REDEFINES WS-EXPORT-YEAR-MONTH.
015600     05  WS-EX-YEAR                PIC 9(04).
015700     05  WS-EX-MONTH               PIC 9(02).

015800*-----------------------------------------------------------------
015900* STATION TABLE
016000*   EVERY STATION ON THE MASTER WITH WHAT THE RUN NEEDS FROM THE
016100*   REFERENCE FILES FOR THE SUMMARY MONTH ONLY: THE NORMAL MEAN
016200*   (NORMREC), THE MONTH RECORD (RECREC 'M' ROW) AND THE RECORD
016300*   FOR EACH CALENDAR DAY (RECREC 'D' ROWS, SLOT = DAY OF THE
016400*   MONTH).  A SWITCH OF 'Y' MEANS THE FIGURE IS ON FILE.
016500*-----------------------------------------------------------------
016600 01  WS-STATION-TABLE.
016700     05  WS-STATION-ENTRY          OCCURS 20 TIMES.
016800         10  WS-STA-STATION-ID     PIC X(05).
016900         10  WS-STA-NAME           PIC X(25).
017000         10  WS-STA-CITY-STATE     PIC X(20).
017100         10  WS-STA-ACTIVE-FLAG    PIC X(01).
017200         10  WS-STA-NORM-SW        PIC X(01).
017300         10  WS-STA-NORM-AVG       PIC S9(3)V9(1).
017400         10  WS-STA-MREC-SW        PIC X(01).
017500         10  WS-STA-MREC-HIGH      PIC S9(3)V9(1).
017600         10  WS-STA-MREC-HIGH-DATE PIC X(10).
017700         10  WS-STA-MREC-LOW       PIC S9(3)V9(1).
017800         10  WS-STA-MREC-LOW-DATE  PIC X(10).
017900         10  WS-STA-DREC-ENTRY     OCCURS 31 TIMES.
018000             15  WS-DREC-SW        PIC X(01).
018100             15  WS-DREC-HIGH      PIC S9(3)V9(1).
018200             15  WS-DREC-HIGH-DATE PIC X(10).
018300             15  WS-DREC-LOW       PIC S9(3)V9(1).
018400             15  WS-DREC-LOW-DATE  PIC X(10).

018500 01  WS-STATION-COUNT              PIC 9(2) COMP VALUE 0.
018600 01  WS-STATION-INDEX              PIC 9(2) COMP VALUE 0.
018700 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
018800 01  WS-FIND-STATION-ID            PIC X(05) VALUE SPACES.
018900 01  WS-REPORTED-COUNT             PIC 9(4) VALUE 0.

019000 01  WS-MASTER-EOF-SW              PIC X(01) VALUE 'N'.
019100     88  WS-MASTER-EOF                       VALUE 'Y'.
019200 01  WS-STATION-FOUND-SW           PIC X(01) VALUE 'N'.
019300     88  WS-STATION-FOUND                    VALUE 'Y'.
019400     88  WS-STATION-NOT-FOUND                VALUE 'N'.

019500*-----------------------------------------------------------------
019600* DAY TABLE
019700*   ONE STATION'S MONTH AS READ OFF THE MASTER, SLOT = DAY OF THE
019800*   MONTH.  WS-DAY-SW IS 'Y' FOR A DAY WITH A ROW.  THE RECORD
019900*   MARKS ARE 'R' (SET), 'T' (TIED) OR SPACE.
020000*-----------------------------------------------------------------
020100 01  WS-DAY-TABLE.
020200     05  WS-DAY-ENTRY              OCCURS 31 TIMES.
020300         10  WS-DAY-SW             PIC X(01).
020400         10  WS-DAY-MAX            PIC S9(3)V9(1).
020500         10  WS-DAY-MIN            PIC S9(3)V9(1).
020600         10  WS-DAY-MEAN           PIC S9(3)V9(1).
020700         10  WS-DAY-HDD            PIC S9(3)V9(1).
020800         10  WS-DAY-CDD            PIC S9(3)V9(1).
020900         10  WS-DAY-QC-FLAG        PIC X(01).
021000         10  WS-DAY-SOURCE-FLAG    PIC X(01).
021100         10  WS-DAY-MAX-MARK       PIC X(01).
021200         10  WS-DAY-MIN-MARK       PIC X(01).

021300 01  WS-DAY-INDEX                  PIC 9(2) COMP VALUE 0.

021400 01  WS-WALK-DONE-SW               PIC X(01) VALUE 'N'.
021500     88  WS-WALK-DONE                        VALUE 'Y'.

021600*-----------------------------------------------------------------
021700* PER-STATION MONTH ACCUMULATORS
021800*   THE HIGHEST MAX AND LOWEST MIN KEEP THE FIRST DAY THEY WERE
021900*   REACHED.  THE AVERAGES ARE TAKEN OVER THE DAYS REPORTED.
022000*-----------------------------------------------------------------
022100 01  WS-MON-DAYS-REPORTED          PIC 9(02) VALUE 0.
022200 01  WS-MON-DAYS-MISSING           PIC 9(02) VALUE 0.
022300 01  WS-MON-DAYS-ESTIMATED         PIC 9(02) VALUE 0.
022400 01  WS-MON-DAYS-QC                PIC 9(02) VALUE 0.
022500 01  WS-MON-RECORDS-SET            PIC 9(02) VALUE 0.
022600 01  WS-MON-RECORDS-TIED           PIC 9(02) VALUE 0.

022700 01  WS-MON-MAX-TOTAL              PIC S9(5)V9(1) VALUE 0.
022800 01  WS-MON-MIN-TOTAL              PIC S9(5)V9(1) VALUE 0.
022900 01  WS-MON-MEAN-TOTAL             PIC S9(5)V9(1) VALUE 0.
023000 01  WS-MON-AVG-MAX                PIC S9(3)V9(1) VALUE 0.
023100 01  WS-MON-AVG-MIN                PIC S9(3)V9(1) VALUE 0.
023200 01  WS-MON-AVG-MEAN               PIC S9(3)V9(1) VALUE 0.
023300 01  WS-MON-DEPARTURE              PIC S9(3)V9(1) VALUE 0.
023400 01  WS-MON-HDD                    PIC S9(5)V9(1) VALUE 0.
023500 01  WS-MON-CDD                    PIC S9(5)V9(1) VALUE 0.

023600 01  WS-MON-HIGH-MAX               PIC S9(3)V9(1) VALUE 0.
023700 01  WS-MON-HIGH-DAY               PIC 9(02) VALUE 0.
023800 01  WS-MON-HIGH-MARK              PIC X(01) VALUE SPACE.
023900 01  WS-MON-LOW-MIN                PIC S9(3)V9(1) VALUE 0.
024000 01  WS-MON-LOW-DAY                PIC 9(02) VALUE 0.
024100 01  WS-MON-LOW-MARK               PIC X(01) VALUE SPACE.

024200 01  WS-DEPARTURE                  PIC S9(3)V9(1) VALUE 0.
024300 01  WS-EXTREME-MARK               PIC X(01) VALUE SPACE.

024400*-----------------------------------------------------------------
024500* EXPORT CONTROL TOTALS
024600*   THE EXPORT CLOSES WITH THE TRLREC TRAILER CONVENTION THE
024700*   DEGREE-DAY EXTRACT USES - RECORD COUNT PLUS A HASH OF THE HDD
024800*   AND CDD VALUES ON EVERY ROW, ACCUMULATED WIDE AND TRUNCATED
024900*   TO THE TRAILER'S MODULO-10**7 WIDTH.
025000*-----------------------------------------------------------------
025100     COPY TRLREC.

025200 01  WS-EXPORT-COUNT               PIC 9(6) VALUE 0.
025300 01  WS-EXPORT-HASH-WORK           PIC S9(10)V9(1) VALUE 0.
025400 01  WS-EXPORT-HASH-TOTAL          PIC S9(7)V9(1) VALUE 0.

025500*-----------------------------------------------------------------
025600* RUN AUDIT-TRAIL WORK AREAS
025700*-----------------------------------------------------------------
025800 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
025900 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
026000 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
026100 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

026200*-----------------------------------------------------------------
026300* REPORT LINE LAYOUTS
026400*-----------------------------------------------------------------
026500 01  WS-REPORT-HEADING-1.
026600     05  FILLER                    PIC X(32)
026700         VALUE 'MONTHLY CLIMATOLOGICAL SUMMARY  '.
026800     05  WS-RH1-RUN-DATE           PIC 9(08).
026900     05  FILLER                    PIC X(08) VALUE '  MONTH '.
027000     05  WS-RH1-MONTH              PIC X(07).
027100     05  FILLER                    PIC X(45) VALUE SPACES.

027200 01  WS-REPORT-HEADING-2.
027300     05  FILLER                    PIC X(16)
027400         VALUE 'DEGREE-DAY BASE '.
027500     05  WS-RH2-BASE               PIC -ZZ9.9.
027600     05  FILLER                    PIC X(02) VALUE ' F'.
027700     05  FILLER                    PIC X(76) VALUE SPACES.

027800 01  WS-STATION-LINE.
027900     05  FILLER                    PIC X(08) VALUE 'STATION '.
028000     05  WS-SL-STATION-ID          PIC X(05).
028100     05  FILLER                    PIC X(02) VALUE SPACES.
028200     05  WS-SL-NAME                PIC X(25).
028300     05  FILLER                    PIC X(01) VALUE SPACE.
028400     05  WS-SL-CITY-STATE          PIC X(20).
028500     05  FILLER                    PIC X(39) VALUE SPACES.

028600 01  WS-NORMAL-LINE.
028700     05  FILLER                    PIC X(28)
028800         VALUE '  NORMAL MEAN FOR THE MONTH '.
028900     05  WS-NL-NORMAL-AREA.
029000         10  WS-NL-NORMAL          PIC -ZZ9.9.
029100         10  WS-NL-NORMAL-F        PIC X(05).
029200     05  FILLER                    PIC X(61) VALUE SPACES.

029300 01  WS-COLUMN-HEADING.
029400     05  FILLER                    PIC X(30)
029500         VALUE '  DY     MAX      MIN     MEAN'.
029600     05  FILLER                    PIC X(30)
029700         VALUE '    DEPT     HDD     CDD  NOTE'.
029800     05  FILLER                    PIC X(40) VALUE SPACES.

029900 01  WS-RULE-LINE.
030000     05  FILLER                    PIC X(02) VALUE SPACES.
030100     05  FILLER                    PIC X(66) VALUE ALL '-'.
030200     05  FILLER                    PIC X(32) VALUE SPACES.

030300 01  WS-DAY-LINE.
030400     05  FILLER                    PIC X(02) VALUE SPACES.
030500     05  WS-DL-DAY-AREA.
030600         10  WS-DL-DAY             PIC Z9.
030700     05  FILLER                    PIC X(02) VALUE SPACES.
030800     05  WS-DL-FIGURES.
030900         10  WS-DL-MAX             PIC -ZZ9.9.
031000         10  WS-DL-MAX-MARK        PIC X(01).
031100         10  FILLER                PIC X(02) VALUE SPACES.
031200         10  WS-DL-MIN             PIC -ZZ9.9.
031300         10  WS-DL-MIN-MARK        PIC X(01).
031400         10  FILLER                PIC X(02) VALUE SPACES.
031500         10  WS-DL-MEAN            PIC -ZZ9.9.
031600         10  FILLER                PIC X(02) VALUE SPACES.
031700         10  WS-DL-DEPT-AREA.
031800             15  WS-DL-DEPT        PIC +++9.9.
031900         10  FILLER                PIC X(02) VALUE SPACES.
032000         10  WS-DL-HDD             PIC ZZZ9.9.
032100         10  FILLER                PIC X(02) VALUE SPACES.
032200         10  WS-DL-CDD             PIC ZZZ9.9.
032300         10  FILLER                PIC X(02) VALUE SPACES.
032400         10  WS-DL-NOTE            PIC X(12).
032500     05  WS-DL-FIGURES-X REDEFINES WS-DL-FIGURES
032600                                   PIC X(62).
032700     05  FILLER                    PIC X(32) VALUE SPACES.

032800 01  WS-EXTREME-LINE.
032900     05  FILLER                    PIC X(02) VALUE SPACES.
033000     05  WS-XL-LABEL               PIC X(12).
033100     05  WS-XL-TEMP                PIC -ZZ9.9.
033200     05  FILLER                    PIC X(06) VALUE ' F ON '.
033300     05  WS-XL-DATE                PIC X(10).
033400     05  FILLER                    PIC X(16)
033500         VALUE '  MONTH RECORD  '.
033600     05  WS-XL-RECORD-AREA.
033700         10  WS-XL-RECORD-TEMP     PIC -ZZ9.9.
033800         10  WS-XL-RECORD-GAP      PIC X(01).
033900         10  WS-XL-RECORD-DATE     PIC X(10).
034000     05  FILLER                    PIC X(02) VALUE SPACES.
034100     05  WS-XL-NOTE                PIC X(16).
034200     05  FILLER                    PIC X(13) VALUE SPACES.

034300 01  WS-DAY-COUNT-LINE.
034400     05  FILLER                    PIC X(16)
034500         VALUE '  DAYS REPORTED '.
034600     05  WS-CL-REPORTED            PIC Z9.
034700     05  FILLER                    PIC X(04) VALUE ' OF '.
034800     05  WS-CL-MONTH-DAYS          PIC Z9.
034900     05  FILLER                    PIC X(11) VALUE '   MISSING '.
035000     05  WS-CL-MISSING             PIC Z9.
035100     05  FILLER                    PIC X(13)
035200         VALUE '   ESTIMATED '.
035300     05  WS-CL-ESTIMATED           PIC Z9.
035400     05  FILLER                    PIC X(14)
035500         VALUE '   QC-FLAGGED '.
035600     05  WS-CL-QC                  PIC Z9.
035700     05  FILLER                    PIC X(32) VALUE SPACES.

035800 01  WS-RECORD-COUNT-LINE.
035900     05  FILLER                    PIC X(21)
036000         VALUE '  DAILY RECORDS SET  '.
036100     05  WS-RC-SET                 PIC Z9.
036200     05  FILLER                    PIC X(08) VALUE '   TIED '.
036300     05  WS-RC-TIED                PIC Z9.
036400     05  FILLER                    PIC X(67) VALUE SPACES.

036500 01  WS-NO-READINGS-LINE.
036600     05  FILLER                    PIC X(43) VALUE
036700         '  NO READINGS ON THE MASTER FOR THIS MONTH'.
036800     05  FILLER                    PIC X(57) VALUE SPACES.

036900 01  WS-LEGEND-LINE-1.
037000     05  FILLER                    PIC X(34)
037100         VALUE 'R = RECORD SET   T = RECORD TIED  '.
037200     05  FILLER                    PIC X(32)
037300         VALUE ' MO = MONTH AVERAGE / TOTAL'.
037400     05  FILLER                    PIC X(34) VALUE SPACES.

037500 01  WS-LEGEND-LINE-2.
037600     05  FILLER                    PIC X(46) VALUE
037700         'DEPT = MEAN LESS THE NORMAL MEAN FOR THE MONTH'.
037800     05  FILLER                    PIC X(25)
037900         VALUE ' (BLANK WHEN NO NORMAL)'.
038000     05  FILLER                    PIC X(29) VALUE SPACES.

038100 01  WS-REPORT-TOTAL-LINE.
038200     05  FILLER                    PIC X(26)
038300         VALUE 'ACTIVE STATIONS REPORTED: '.
038400     05  WS-RT-REPORTED            PIC ZZZ9.
038500     05  FILLER                    PIC X(70) VALUE SPACES.

038600 PROCEDURE DIVISION.
038700*-----------------------------------------------------------------
038800* 0000-MAIN-PARA
038900*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
039000*-----------------------------------------------------------------
039100 0000-MAIN-PARA.
039200     PERFORM 1000-INITIALIZE
039300         THRU 1000-INITIALIZE-EXIT

039400     PERFORM 2000-REPORT-STATIONS
039500         THRU 2000-REPORT-STATIONS-EXIT

039600     PERFORM 8000-WRITE-EXPORT-TRAILER
039700         THRU 8000-WRITE-EXPORT-TRAILER-EXIT

039800     PERFORM 9000-TERMINATE
039900         THRU 9000-TERMINATE-EXIT

040000     STOP RUN.

040100*-----------------------------------------------------------------
040200* 1000-INITIALIZE
040300*   READS THE CONTROL CARD, SETS THE SUMMARY MONTH, LOADS THE
040400*   STATION MASTER, THE MONTH'S NORMALS AND RECORDS, OPENS THE
040500*   HISTORY MASTER AND THE OUTPUTS AND WRITES THE HEADINGS.
040600*-----------------------------------------------------------------
040700 1000-INITIALIZE.
040800     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
040900     ACCEPT WS-RUN-START-TIME FROM TIME

041000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

041100     PERFORM 1150-READ-PARAMETER-RECORD
041200         THRU 1150-READ-PARAMETER-RECORD-EXIT

041300     PERFORM 1160-SET-MONTH
041400         THRU 1160-SET-MONTH-EXIT

041500     PERFORM 1200-LOAD-STATION-MASTER
041600         THRU 1200-LOAD-STATION-MASTER-EXIT

041700     PERFORM 1250-LOAD-NORMALS
041800         THRU 1250-LOAD-NORMALS-EXIT

041900     PERFORM 1300-LOAD-STATION-RECORDS
042000         THRU 1300-LOAD-STATION-RECORDS-EXIT

042100     OPEN INPUT TEMPERATURE-HISTORY-FILE
042200     IF WS-HISTORY-STATUS NOT = '00'
042300        AND WS-HISTORY-STATUS NOT = '05'
042400         GO TO 9930-ABEND-HISTORY-IO
042500     END-IF

042600     OPEN OUTPUT CLIMATE-REPORT-FILE
042700     OPEN OUTPUT CLIMATE-EXPORT-FILE

042800     MOVE WS-RUN-DATE      TO WS-RH1-RUN-DATE
042900     MOVE WS-SUMMARY-MONTH TO WS-RH1-MONTH
043000     WRITE CLIMATE-REPORT-RECORD FROM WS-REPORT-HEADING-1
043100     MOVE WS-DD-BASE-TEMP  TO WS-RH2-BASE
043200     WRITE CLIMATE-REPORT-RECORD FROM WS-REPORT-HEADING-2.
043300 1000-INITIALIZE-EXIT.
043400     EXIT.

043500*-----------------------------------------------------------------
043600* 1150-READ-PARAMETER-RECORD
043700*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
043800*   READ, TAKING THE FILE NAMES, THE DEGREE-DAY BASE AND THE
043900*   SUMMARY MONTH.  A MISSING CARD OR BLANK FIELDS FALL BACK TO
044000*   THE STANDARD SETTINGS.
044100*-----------------------------------------------------------------
044200 1150-READ-PARAMETER-RECORD.
044300     MOVE 'stamast.dat'    TO WS-STATION-FILENAME
044400     MOVE 'normals.dat'    TO WS-NORMALS-FILENAME
044500     MOVE 'stationrec.dat' TO WS-STATIONREC-FILENAME
044600     MOVE 'temphist.mst'   TO WS-HISTMST-FILENAME
044700     MOVE 'climsum.rpt'    TO WS-CLIMRPT-FILENAME
044800     MOVE 'climsum.dat'    TO WS-CLIMEXP-FILENAME
044900     MOVE 'runaudit.dat'   TO WS-RUNAUDIT-FILENAME

045000     OPEN INPUT PARAMETER-FILE
045100     READ PARAMETER-FILE
045200         AT END
045300             CLOSE PARAMETER-FILE
045400             GO TO 1150-READ-PARAMETER-RECORD-EXIT
045500     END-READ
045600     CLOSE PARAMETER-FILE

045700     IF PARM-STATION-FILENAME NOT = SPACES
045800         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
045900     END-IF

046000     IF PARM-NORMALS-FILENAME NOT = SPACES
046100         MOVE PARM-NORMALS-FILENAME TO WS-NORMALS-FILENAME
046200     END-IF

046300     IF PARM-STATIONREC-FILENAME NOT = SPACES
046400         MOVE PARM-STATIONREC-FILENAME TO WS-STATIONREC-FILENAME
046500     END-IF

046600     IF PARM-HISTMST-FILENAME NOT = SPACES
046700         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
046800     END-IF

046900     IF PARM-CLIMRPT-FILENAME NOT = SPACES
047000         MOVE PARM-CLIMRPT-FILENAME TO WS-CLIMRPT-FILENAME
047100     END-IF

047200     IF PARM-CLIMEXP-FILENAME NOT = SPACES
047300         MOVE PARM-CLIMEXP-FILENAME TO WS-CLIMEXP-FILENAME
047400     END-IF

047500     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
047600         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
047700     END-IF

047800     IF PARM-DD-BASE-TEMP NUMERIC
047900        AND PARM-DD-BASE-TEMP NOT = 0
048000         MOVE PARM-DD-BASE-TEMP TO WS-DD-BASE-TEMP
048100     END-IF

048200     IF PARM-CLIMSUM-MONTH NOT = SPACES
048300         MOVE PARM-CLIMSUM-MONTH TO WS-SUMMARY-MONTH
048400     END-IF.
048500 1150-READ-PARAMETER-RECORD-EXIT.
048600     EXIT.

048700*-----------------------------------------------------------------
048800* 1160-SET-MONTH
048900*   CHECKS THE SUMMARY MONTH AND WORKS OUT ITS LENGTH AND FIRST
049000*   AND LAST DATES.  THE MONTH DEFAULTS TO LAST MONTH, THE USUAL
049100*   MONTH-END RUN, AND THE CURRENT MONTH OR A LATER ONE IS
049200*   REFUSED SINCE ITS SHEET COULD NOT BE COMPLETE.  FEBRUARY HAS
049300*   ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURIES NOT
049400*   DIVISIBLE BY 400).
049500*-----------------------------------------------------------------
049600 1160-SET-MONTH.
049700     MOVE WS-RUN-YEAR  TO WS-YM-YEAR
049800     MOVE WS-RUN-MONTH TO WS-YM-MONTH

049900     IF WS-SUMMARY-MONTH = SPACES
050000         SUBTRACT 1 FROM WS-YM-MONTH
050100         IF WS-YM-MONTH = 0
050200             MOVE 12 TO WS-YM-MONTH
050300             SUBTRACT 1 FROM WS-YM-YEAR
050400         END-IF
050500         MOVE WS-YM-WORK-X TO WS-SUMMARY-MONTH
050600     ELSE
050700         IF WS-SM-DASH NOT = '-'
050800            OR WS-SM-YEAR NOT NUMERIC
050900            OR WS-SM-MONTH NOT NUMERIC
051000             GO TO 9910-ABEND-BAD-PARAMETER
051100         END-IF
051200         IF WS-SM-MONTH < 01 OR WS-SM-MONTH > 12
051300            OR WS-SUMMARY-MONTH NOT < WS-YM-WORK-X
051400             GO TO 9910-ABEND-BAD-PARAMETER
051500         END-IF
051600     END-IF

051700     MOVE WS-DAYS-IN-MONTH (WS-SM-MONTH) TO WS-MONTH-LENGTH
051800     IF WS-SM-MONTH = 02
051900         DIVIDE WS-SM-YEAR BY 4
052000             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
052100         DIVIDE WS-SM-YEAR BY 100
052200             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
052300         DIVIDE WS-SM-YEAR BY 400
052400             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
052500         IF WS-LEAP-REM-4 = 0
052600            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
052700             MOVE 29 TO WS-MONTH-LENGTH
052800         END-IF
052900     END-IF

053000     MOVE WS-SM-YEAR  TO WS-CAL-YEAR
053100     MOVE WS-SM-MONTH TO WS-CAL-MONTH
053200     MOVE 01          TO WS-CAL-DAY
053300     MOVE WS-CAL-DATE-X TO WS-MONTH-START-DATE
053400     MOVE WS-MONTH-LENGTH TO WS-CAL-DAY
053500     MOVE WS-CAL-DATE-X TO WS-MONTH-END-DATE

053600     MOVE WS-SM-YEAR  TO WS-EX-YEAR
053700     MOVE WS-SM-MONTH TO WS-EX-MONTH.
053800 1160-SET-MONTH-EXIT.
053900     EXIT.

054000*-----------------------------------------------------------------
054100* 1200-LOAD-STATION-MASTER
054200*   LOADS STATION-MASTER-FILE INTO WS-STATION-TABLE.  THE SHEETS
054300*   ARE DRIVEN OFF THE STATION LIST, SO A MISSING OR EMPTY MASTER
054400*   LEAVES THE RUN NOTHING TO DO - WITH A WARNING.
054500*-----------------------------------------------------------------
054600 1200-LOAD-STATION-MASTER.
054700     MOVE 'N' TO WS-MASTER-EOF-SW
054800     OPEN INPUT STATION-MASTER-FILE

054900     PERFORM 1210-LOAD-ONE-STATION
055000         THRU 1210-LOAD-ONE-STATION-EXIT
055100         UNTIL WS-MASTER-EOF

055200     CLOSE STATION-MASTER-FILE
055300     MOVE 'N' TO WS-MASTER-EOF-SW

055400     IF WS-STATION-COUNT = 0
055500         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
055600             ' is missing or empty - no stations to report.'
055700     END-IF.
055800 1200-LOAD-STATION-MASTER-EXIT.
055900     EXIT.

056000*-----------------------------------------------------------------
056100* 1210-LOAD-ONE-STATION
056200*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT
056300*   WITH NO NORMAL OR RECORDS YET.  ROWS BEYOND THE TABLE LIMIT
056400*   ARE REPORTED AND DROPPED.
056500*-----------------------------------------------------------------
056600 1210-LOAD-ONE-STATION.
056700     READ STATION-MASTER-FILE
056800         AT END
056900             SET WS-MASTER-EOF TO TRUE
057000             GO TO 1210-LOAD-ONE-STATION-EXIT
057100     END-READ

057200     IF WS-STATION-COUNT >= WS-MAX-STATIONS
057300         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
057400             ' stations in ' WS-STATION-FILENAME ' - STATION '
057500             STAM-STATION-ID ' ignored'
057600         GO TO 1210-LOAD-ONE-STATION-EXIT
057700     END-IF

057800     ADD 1 TO WS-STATION-COUNT
057900     MOVE SPACES TO WS-STATION-ENTRY (WS-STATION-COUNT)
058000     MOVE STAM-STATION-ID   TO WS-STA-STATION-ID
058100                                   (WS-STATION-COUNT)
058200     MOVE STAM-STATION-NAME TO WS-STA-NAME (WS-STATION-COUNT)
058300     MOVE STAM-CITY-STATE   TO WS-STA-CITY-STATE
058400                                   (WS-STATION-COUNT)
058500     MOVE STAM-ACTIVE-FLAG  TO WS-STA-ACTIVE-FLAG
058600                                   (WS-STATION-COUNT).
058700 1210-LOAD-ONE-STATION-EXIT.
058800     EXIT.

058900*-----------------------------------------------------------------
059000* 1250-LOAD-NORMALS
059100*   READS NORMALS.DAT ONCE, KEEPING EACH STATION'S NORMAL MEAN
059200*   FOR THE SUMMARY MONTH.  A MISSING FILE LEAVES EVERY
059300*   DEPARTURE BLANK - WITH A WARNING.
059400*-----------------------------------------------------------------
059500 1250-LOAD-NORMALS.
059600     MOVE 'N' TO WS-MASTER-EOF-SW
059700     OPEN INPUT NORMALS-FILE

059800     PERFORM 1260-LOAD-ONE-NORMAL
059900         THRU 1260-LOAD-ONE-NORMAL-EXIT
060000         UNTIL WS-MASTER-EOF

060100     CLOSE NORMALS-FILE
060200     MOVE 'N' TO WS-MASTER-EOF-SW.
060300 1250-LOAD-NORMALS-EXIT.
060400     EXIT.

060500*-----------------------------------------------------------------
060600* 1260-LOAD-ONE-NORMAL
060700*   FILES ONE NORMREC ROW FOR THE SUMMARY MONTH AGAINST ITS
060800*   STATION.  OTHER MONTHS, ROWS THAT DO NOT PARSE AND ROWS FOR
060900*   STATIONS NOT ON THE MASTER ARE PASSED OVER.
061000*-----------------------------------------------------------------
061100 1260-LOAD-ONE-NORMAL.
061200     READ NORMALS-FILE
061300         AT END
061400             SET WS-MASTER-EOF TO TRUE
061500             GO TO 1260-LOAD-ONE-NORMAL-EXIT
061600     END-READ

061700     IF NORM-MONTH NOT NUMERIC
061800        OR NORM-AVG-TEMP NOT NUMERIC
061900         GO TO 1260-LOAD-ONE-NORMAL-EXIT
062000     END-IF
062100     IF NORM-MONTH NOT = WS-SM-MONTH
062200         GO TO 1260-LOAD-ONE-NORMAL-EXIT
062300     END-IF

062400     MOVE NORM-STATION-ID TO WS-FIND-STATION-ID
062500     PERFORM 2900-FIND-STATION
062600         THRU 2900-FIND-STATION-EXIT
062700     IF WS-STATION-NOT-FOUND
062800         GO TO 1260-LOAD-ONE-NORMAL-EXIT
062900     END-IF

063000     MOVE 'Y'           TO WS-STA-NORM-SW (WS-STATION-INDEX)
063100     MOVE NORM-AVG-TEMP TO WS-STA-NORM-AVG (WS-STATION-INDEX).
063200 1260-LOAD-ONE-NORMAL-EXIT.
063300     EXIT.

063400*-----------------------------------------------------------------
063500* 1300-LOAD-STATION-RECORDS
063600*   READS STATIONREC.DAT ONCE, KEEPING EACH STATION'S MONTH
063700*   RECORD AND CALENDAR-DAY RECORDS FOR THE SUMMARY MONTH.  A
063800*   MISSING FILE SIMPLY MEANS NOTHING IS MARKED.
063900*-----------------------------------------------------------------
064000 1300-LOAD-STATION-RECORDS.
064100     MOVE 'N' TO WS-MASTER-EOF-SW
064200     OPEN INPUT STATION-RECORDS-FILE

064300     PERFORM 1310-LOAD-ONE-RECORDS-ROW
064400         THRU 1310-LOAD-ONE-RECORDS-ROW-EXIT
064500         UNTIL WS-MASTER-EOF

064600     CLOSE STATION-RECORDS-FILE
064700     MOVE 'N' TO WS-MASTER-EOF-SW.
064800 1300-LOAD-STATION-RECORDS-EXIT.
064900     EXIT.

065000*-----------------------------------------------------------------
065100* 1310-LOAD-ONE-RECORDS-ROW
065200*   FILES ONE RECREC ROW FOR THE SUMMARY MONTH AGAINST ITS
065300*   STATION - A MONTH ROW INTO THE MONTH RECORD, A DAY ROW INTO
065400*   ITS DAY'S SLOT.  OTHER MONTHS, ROWS THAT DO NOT PARSE AND
065500*   ROWS FOR STATIONS NOT ON THE MASTER ARE PASSED OVER.
065600*-----------------------------------------------------------------
065700 1310-LOAD-ONE-RECORDS-ROW.
065800     READ STATION-RECORDS-FILE
065900         AT END
066000             SET WS-MASTER-EOF TO TRUE
066100             GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
066200     END-READ

066300     IF SREC-MONTH NOT NUMERIC
066400        OR SREC-HIGH-TEMP NOT NUMERIC
066500        OR SREC-LOW-TEMP NOT NUMERIC
066600         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
066700     END-IF
066800     IF SREC-MONTH NOT = WS-SM-MONTH
066900         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
067000     END-IF

067100     MOVE SREC-STATION-ID TO WS-FIND-STATION-ID
067200     PERFORM 2900-FIND-STATION
067300         THRU 2900-FIND-STATION-EXIT
067400     IF WS-STATION-NOT-FOUND
067500         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
067600     END-IF

067700     IF SREC-IS-MONTH-RECORD
067800         MOVE 'Y' TO WS-STA-MREC-SW (WS-STATION-INDEX)
067900         MOVE SREC-HIGH-TEMP
068000             TO WS-STA-MREC-HIGH (WS-STATION-INDEX)
068100         MOVE SREC-HIGH-DATE
068200             TO WS-STA-MREC-HIGH-DATE (WS-STATION-INDEX)
068300         MOVE SREC-LOW-TEMP
068400             TO WS-STA-MREC-LOW (WS-STATION-INDEX)
068500         MOVE SREC-LOW-DATE
068600             TO WS-STA-MREC-LOW-DATE (WS-STATION-INDEX)
068700         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
068800     END-IF

068900     IF NOT SREC-IS-DAY-RECORD
069000        OR SREC-DAY NOT NUMERIC
069100         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
069200     END-IF
069300     IF SREC-DAY < 01 OR SREC-DAY > WS-MONTH-LENGTH
069400         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
069500     END-IF

069600     MOVE 'Y' TO WS-DREC-SW (WS-STATION-INDEX SREC-DAY)
069700     MOVE SREC-HIGH-TEMP
069800         TO WS-DREC-HIGH (WS-STATION-INDEX SREC-DAY)
069900     MOVE SREC-HIGH-DATE
070000         TO WS-DREC-HIGH-DATE (WS-STATION-INDEX SREC-DAY)
070100     MOVE SREC-LOW-TEMP
070200         TO WS-DREC-LOW (WS-STATION-INDEX SREC-DAY)
070300     MOVE SREC-LOW-DATE
070400         TO WS-DREC-LOW-DATE (WS-STATION-INDEX SREC-DAY).
070500 1310-LOAD-ONE-RECORDS-ROW-EXIT.
070600     EXIT.

070700*-----------------------------------------------------------------
070800* 2000-REPORT-STATIONS
070900*   TAKES EVERY STATION ON THE MASTER IN TURN, THEN CLOSES THE
071000*   REPORT WITH THE LEGEND AND THE STATION COUNT.
071100*-----------------------------------------------------------------
071200 2000-REPORT-STATIONS.
071300     MOVE 1 TO WS-STATION-INDEX
071400     PERFORM 2100-REPORT-ONE-STATION
071500         THRU 2100-REPORT-ONE-STATION-EXIT
071600         UNTIL WS-STATION-INDEX > WS-STATION-COUNT

071700     MOVE SPACES TO CLIMATE-REPORT-RECORD
071800     WRITE CLIMATE-REPORT-RECORD
071900     WRITE CLIMATE-REPORT-RECORD FROM WS-LEGEND-LINE-1
072000     WRITE CLIMATE-REPORT-RECORD FROM WS-LEGEND-LINE-2
072100     MOVE WS-REPORTED-COUNT TO WS-RT-REPORTED
072200     WRITE CLIMATE-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

072300     DISPLAY 'Monthly climate summary: ' WS-REPORTED-COUNT
072400         ' active station(s) reported for ' WS-SUMMARY-MONTH
072500         '.'.
072600 2000-REPORT-STATIONS-EXIT.
072700     EXIT.

072800*-----------------------------------------------------------------
072900* 2100-REPORT-ONE-STATION
073000*   AN ACTIVE STATION HAS ITS MONTH READ OFF THE MASTER, ITS
073100*   SHEET WRITTEN AND ITS EXPORT ROWS WRITTEN; AN INACTIVE ONE IS
073200*   PASSED OVER.
073300*-----------------------------------------------------------------
073400 2100-REPORT-ONE-STATION.
073500     IF WS-STA-ACTIVE-FLAG (WS-STATION-INDEX) NOT = 'A'
073600         GO TO 2100-REPORT-NEXT
073700     END-IF

073800     PERFORM 2200-WALK-STATION-MONTH
073900         THRU 2200-WALK-STATION-MONTH-EXIT

074000     PERFORM 2300-FINISH-MONTH
074100         THRU 2300-FINISH-MONTH-EXIT

074200     PERFORM 2400-WRITE-STATION-SHEET
074300         THRU 2400-WRITE-STATION-SHEET-EXIT

074400     PERFORM 2500-WRITE-STATION-EXPORT
074500         THRU 2500-WRITE-STATION-EXPORT-EXIT

074600     ADD 1 TO WS-REPORTED-COUNT.
074700 2100-REPORT-NEXT.
074800     ADD 1 TO WS-STATION-INDEX.
074900 2100-REPORT-ONE-STATION-EXIT.
075000     EXIT.

075100*-----------------------------------------------------------------
075200* 2200-WALK-STATION-MONTH
075300*   CLEARS THE DAY TABLE AND ACCUMULATORS, POSITIONS THE HISTORY
075400*   MASTER AT (STATION, FIRST OF THE MONTH) AND READS FORWARD
075500*   THRU THE LAST DAY OF THE MONTH.
075600*-----------------------------------------------------------------
075700 2200-WALK-STATION-MONTH.
075800     MOVE SPACES TO WS-DAY-TABLE
075900     MOVE 0   TO WS-MON-DAYS-REPORTED
076000     MOVE 0   TO WS-MON-DAYS-ESTIMATED
076100     MOVE 0   TO WS-MON-DAYS-QC
076200     MOVE 0   TO WS-MON-RECORDS-SET
076300     MOVE 0   TO WS-MON-RECORDS-TIED
076400     MOVE 0   TO WS-MON-MAX-TOTAL
076500     MOVE 0   TO WS-MON-MIN-TOTAL
076600     MOVE 0   TO WS-MON-MEAN-TOTAL
076700     MOVE 0   TO WS-MON-HDD
076800     MOVE 0   TO WS-MON-CDD
076900     MOVE 0   TO WS-MON-HIGH-MAX
077000     MOVE 0   TO WS-MON-HIGH-DAY
077100     MOVE 0   TO WS-MON-LOW-MIN
077200     MOVE 0   TO WS-MON-LOW-DAY
077300     MOVE 'N' TO WS-WALK-DONE-SW

077400     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
077500         TO HISTORY-STATION-ID
077600     MOVE WS-MONTH-START-DATE TO HISTORY-DATE

077700     START TEMPERATURE-HISTORY-FILE KEY NOT < HISTORY-KEY
077800         INVALID KEY
077900             SET WS-WALK-DONE TO TRUE
078000     END-START

078100     PERFORM 2210-WALK-ONE-DAY
078200         THRU 2210-WALK-ONE-DAY-EXIT
078300         UNTIL WS-WALK-DONE

078400     COMPUTE WS-MON-DAYS-MISSING =
078500         WS-MONTH-LENGTH - WS-MON-DAYS-REPORTED.
078600 2200-WALK-STATION-MONTH-EXIT.
078700     EXIT.

078800*-----------------------------------------------------------------
078900* 2210-WALK-ONE-DAY
079000*   READS THE NEXT MASTER ROW.  THE WALK ENDS AT END OF FILE, AT
079100*   THE NEXT STATION OR PAST THE MONTH END.  THE ROW IS FILED IN
079200*   ITS DAY'S SLOT WITH ITS MEAN AND DEGREE DAYS AND ROLLED INTO
079300*   THE MONTH'S TOTALS AND EXTREMES; A CLEAN OBSERVED READING IS
079400*   THEN CHECKED AGAINST THE DAY'S RECORDS.
079500*-----------------------------------------------------------------
079600 2210-WALK-ONE-DAY.
079700     READ TEMPERATURE-HISTORY-FILE NEXT RECORD
079800         AT END
079900             SET WS-WALK-DONE TO TRUE
080000             GO TO 2210-WALK-ONE-DAY-EXIT
080100     END-READ
080200     IF WS-HISTORY-STATUS NOT = '00'
080300         GO TO 9930-ABEND-HISTORY-IO
080400     END-IF
080500     IF HISTORY-STATION-ID
080600             NOT = WS-STA-STATION-ID (WS-STATION-INDEX)
080700        OR HISTORY-DATE > WS-MONTH-END-DATE
080800         SET WS-WALK-DONE TO TRUE
080900         GO TO 2210-WALK-ONE-DAY-EXIT
081000     END-IF

081100     MOVE HISTORY-DATE TO WS-HIST-DATE
081200     IF WS-HD-DAY NOT NUMERIC
081300         GO TO 2210-WALK-ONE-DAY-EXIT
081400     END-IF
081500     MOVE WS-HD-DAY TO WS-DAY-INDEX
081600     IF WS-DAY-INDEX < 1 OR WS-DAY-INDEX > WS-MONTH-LENGTH
081700         GO TO 2210-WALK-ONE-DAY-EXIT
081800     END-IF

081900     MOVE 'Y' TO WS-DAY-SW (WS-DAY-INDEX)
082000     MOVE HISTORY-MAX-TEMPERATURE TO WS-DAY-MAX (WS-DAY-INDEX)
082100     MOVE HISTORY-MIN-TEMPERATURE TO WS-DAY-MIN (WS-DAY-INDEX)
082200     MOVE HISTORY-QC-FLAG     TO WS-DAY-QC-FLAG (WS-DAY-INDEX)
082300     MOVE HISTORY-SOURCE-FLAG TO WS-DAY-SOURCE-FLAG
082400                                   (WS-DAY-INDEX)
082500     COMPUTE WS-DAY-MEAN (WS-DAY-INDEX) ROUNDED =
082600         (HISTORY-MAX-TEMPERATURE + HISTORY-MIN-TEMPERATURE) / 2
082700     MOVE 0 TO WS-DAY-HDD (WS-DAY-INDEX)
082800     MOVE 0 TO WS-DAY-CDD (WS-DAY-INDEX)

082900     COMPUTE WS-DD-WORK =
083000         WS-DD-BASE-TEMP - WS-DAY-MEAN (WS-DAY-INDEX)
083100     IF WS-DD-WORK > 0
083200         MOVE WS-DD-WORK TO WS-DAY-HDD (WS-DAY-INDEX)
083300     END-IF
083400     COMPUTE WS-DD-WORK =
083500         WS-DAY-MEAN (WS-DAY-INDEX) - WS-DD-BASE-TEMP
083600     IF WS-DD-WORK > 0
083700         MOVE WS-DD-WORK TO WS-DAY-CDD (WS-DAY-INDEX)
083800     END-IF

083900     ADD 1 TO WS-MON-DAYS-REPORTED
084000     ADD HISTORY-MAX-TEMPERATURE    TO WS-MON-MAX-TOTAL
084100     ADD HISTORY-MIN-TEMPERATURE    TO WS-MON-MIN-TOTAL
084200     ADD WS-DAY-MEAN (WS-DAY-INDEX) TO WS-MON-MEAN-TOTAL
084300     ADD WS-DAY-HDD (WS-DAY-INDEX)  TO WS-MON-HDD
084400     ADD WS-DAY-CDD (WS-DAY-INDEX)  TO WS-MON-CDD

084500     IF WS-MON-HIGH-DAY = 0
084600        OR HISTORY-MAX-TEMPERATURE > WS-MON-HIGH-MAX
084700         MOVE HISTORY-MAX-TEMPERATURE TO WS-MON-HIGH-MAX
084800         MOVE WS-DAY-INDEX            TO WS-MON-HIGH-DAY
084900     END-IF
085000     IF WS-MON-LOW-DAY = 0
085100        OR HISTORY-MIN-TEMPERATURE < WS-MON-LOW-MIN
085200         MOVE HISTORY-MIN-TEMPERATURE TO WS-MON-LOW-MIN
085300         MOVE WS-DAY-INDEX            TO WS-MON-LOW-DAY
085400     END-IF

085500     IF HISTORY-ESTIMATED
085600         ADD 1 TO WS-MON-DAYS-ESTIMATED
085700     END-IF
085800     IF HISTORY-QC-SUSPECT
085900         ADD 1 TO WS-MON-DAYS-QC
086000     END-IF
086100     IF HISTORY-ESTIMATED OR HISTORY-QC-SUSPECT
086200         GO TO 2210-WALK-ONE-DAY-EXIT
086300     END-IF

086400     PERFORM 2220-MARK-DAY-RECORDS
086500         THRU 2220-MARK-DAY-RECORDS-EXIT.
086600 2210-WALK-ONE-DAY-EXIT.
086700     EXIT.

086800*-----------------------------------------------------------------
086900* 2220-MARK-DAY-RECORDS
087000*   MARKS THE DAY'S MAX AND MIN AGAINST THE STATION'S RECORDS
087100*   FOR THIS CALENDAR DAY.  BEYOND THE RECORD, OR EQUAL TO IT
087200*   WITH THIS DATE AS THE RECORD DATE, IS A RECORD SET (R); EQUAL
087300*   TO A RECORD FROM ANOTHER YEAR IS A TIE (T).
087400*-----------------------------------------------------------------
087500 2220-MARK-DAY-RECORDS.
087600     IF WS-DREC-SW (WS-STATION-INDEX WS-DAY-INDEX) NOT = 'Y'
087700         GO TO 2220-MARK-DAY-RECORDS-EXIT
087800     END-IF

087900     IF HISTORY-MAX-TEMPERATURE >
088000             WS-DREC-HIGH (WS-STATION-INDEX WS-DAY-INDEX)
088100        OR (HISTORY-MAX-TEMPERATURE =
088200             WS-DREC-HIGH (WS-STATION-INDEX WS-DAY-INDEX)
088300            AND HISTORY-DATE =
088400             WS-DREC-HIGH-DATE (WS-STATION-INDEX WS-DAY-INDEX))
088500         MOVE 'R' TO WS-DAY-MAX-MARK (WS-DAY-INDEX)
088600         ADD 1 TO WS-MON-RECORDS-SET
088700     ELSE
088800         IF HISTORY-MAX-TEMPERATURE =
088900                 WS-DREC-HIGH (WS-STATION-INDEX WS-DAY-INDEX)
089000             MOVE 'T' TO WS-DAY-MAX-MARK (WS-DAY-INDEX)
089100             ADD 1 TO WS-MON-RECORDS-TIED
089200         END-IF
089300     END-IF

089400     IF HISTORY-MIN-TEMPERATURE <
089500             WS-DREC-LOW (WS-STATION-INDEX WS-DAY-INDEX)
089600        OR (HISTORY-MIN-TEMPERATURE =
089700             WS-DREC-LOW (WS-STATION-INDEX WS-DAY-INDEX)
089800            AND HISTORY-DATE =
089900             WS-DREC-LOW-DATE (WS-STATION-INDEX WS-DAY-INDEX))
090000         MOVE 'R' TO WS-DAY-MIN-MARK (WS-DAY-INDEX)
090100         ADD 1 TO WS-MON-RECORDS-SET
090200     ELSE
090300         IF HISTORY-MIN-TEMPERATURE =
090400                 WS-DREC-LOW (WS-STATION-INDEX WS-DAY-INDEX)
090500             MOVE 'T' TO WS-DAY-MIN-MARK (WS-DAY-INDEX)
090600             ADD 1 TO WS-MON-RECORDS-TIED
090700         END-IF
090800     END-IF.
090900 2220-MARK-DAY-RECORDS-EXIT.
091000     EXIT.

091100*-----------------------------------------------------------------
091200* 2300-FINISH-MONTH
091300*   TAKES THE MONTH'S AVERAGES OVER THE DAYS REPORTED AND THE
091400*   DEPARTURE OF THE AVERAGE MEAN FROM NORMAL, AND MARKS THE
091500*   HIGHEST MAX AND LOWEST MIN AGAINST THE MONTH RECORD THE SAME
091600*   WAY THE DAYS ARE MARKED - PROVIDED THE DAY THAT REACHED THE
091700*   EXTREME WAS A CLEAN OBSERVED READING.
091800*-----------------------------------------------------------------
091900 2300-FINISH-MONTH.
092000     MOVE 0     TO WS-MON-AVG-MAX
092100     MOVE 0     TO WS-MON-AVG-MIN
092200     MOVE 0     TO WS-MON-AVG-MEAN
092300     MOVE 0     TO WS-MON-DEPARTURE
092400     MOVE SPACE TO WS-MON-HIGH-MARK
092500     MOVE SPACE TO WS-MON-LOW-MARK

092600     IF WS-MON-DAYS-REPORTED = 0
092700         GO TO 2300-FINISH-MONTH-EXIT
092800     END-IF

092900     DIVIDE WS-MON-MAX-TOTAL BY WS-MON-DAYS-REPORTED
093000         GIVING WS-MON-AVG-MAX ROUNDED
093100     DIVIDE WS-MON-MIN-TOTAL BY WS-MON-DAYS-REPORTED
093200         GIVING WS-MON-AVG-MIN ROUNDED
093300     DIVIDE WS-MON-MEAN-TOTAL BY WS-MON-DAYS-REPORTED
093400         GIVING WS-MON-AVG-MEAN ROUNDED
093500     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
093600         COMPUTE WS-MON-DEPARTURE =
093700             WS-MON-AVG-MEAN - WS-STA-NORM-AVG (WS-STATION-INDEX)
093800     END-IF

093900     IF WS-STA-MREC-SW (WS-STATION-INDEX) NOT = 'Y'
094000         GO TO 2300-FINISH-MONTH-EXIT
094100     END-IF

094200     MOVE WS-SM-YEAR  TO WS-CAL-YEAR
094300     MOVE WS-SM-MONTH TO WS-CAL-MONTH

094400     IF WS-DAY-QC-FLAG (WS-MON-HIGH-DAY) = SPACE
094500        AND WS-DAY-SOURCE-FLAG (WS-MON-HIGH-DAY) = SPACE
094600         MOVE WS-MON-HIGH-DAY TO WS-CAL-DAY
094700         IF WS-MON-HIGH-MAX > WS-STA-MREC-HIGH (WS-STATION-INDEX)
094800            OR (WS-MON-HIGH-MAX =
094900                 WS-STA-MREC-HIGH (WS-STATION-INDEX)
095000                AND WS-CAL-DATE-X =
095100                 WS-STA-MREC-HIGH-DATE (WS-STATION-INDEX))
095200             MOVE 'R' TO WS-MON-HIGH-MARK
095300         ELSE
095400             IF WS-MON-HIGH-MAX =
095500                     WS-STA-MREC-HIGH (WS-STATION-INDEX)
095600                 MOVE 'T' TO WS-MON-HIGH-MARK
095700             END-IF
095800         END-IF
095900     END-IF

096000     IF WS-DAY-QC-FLAG (WS-MON-LOW-DAY) = SPACE
096100        AND WS-DAY-SOURCE-FLAG (WS-MON-LOW-DAY) = SPACE
096200         MOVE WS-MON-LOW-DAY TO WS-CAL-DAY
096300         IF WS-MON-LOW-MIN < WS-STA-MREC-LOW (WS-STATION-INDEX)
096400            OR (WS-MON-LOW-MIN =
096500                 WS-STA-MREC-LOW (WS-STATION-INDEX)
096600                AND WS-CAL-DATE-X =
096700                 WS-STA-MREC-LOW-DATE (WS-STATION-INDEX))
096800             MOVE 'R' TO WS-MON-LOW-MARK
096900         ELSE
097000             IF WS-MON-LOW-MIN =
097100                     WS-STA-MREC-LOW (WS-STATION-INDEX)
097200                 MOVE 'T' TO WS-MON-LOW-MARK
097300             END-IF
097400         END-IF
097500     END-IF.
097600 2300-FINISH-MONTH-EXIT.
097700     EXIT.

097800*-----------------------------------------------------------------
097900* 2400-WRITE-STATION-SHEET
098000*   WRITES ONE STATION'S SHEET: STATION AND NORMAL LINES, THE
098100*   COLUMN HEADING, A LINE PER DAY, THE MONTH LINE, THE EXTREMES
098200*   AND THE DAY AND RECORD COUNTS.
098300*-----------------------------------------------------------------
098400 2400-WRITE-STATION-SHEET.
098500     MOVE SPACES TO CLIMATE-REPORT-RECORD
098600     WRITE CLIMATE-REPORT-RECORD

098700     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
098800         TO WS-SL-STATION-ID
098900     MOVE WS-STA-NAME (WS-STATION-INDEX) TO WS-SL-NAME
099000     MOVE WS-STA-CITY-STATE (WS-STATION-INDEX)
099100         TO WS-SL-CITY-STATE
099200     WRITE CLIMATE-REPORT-RECORD FROM WS-STATION-LINE

099300     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
099400         MOVE WS-STA-NORM-AVG (WS-STATION-INDEX)
099500             TO WS-NL-NORMAL
099600         MOVE ' F' TO WS-NL-NORMAL-F
099700     ELSE
099800         MOVE 'NOT ON FILE' TO WS-NL-NORMAL-AREA
099900     END-IF
100000     WRITE CLIMATE-REPORT-RECORD FROM WS-NORMAL-LINE

100100     WRITE CLIMATE-REPORT-RECORD FROM WS-COLUMN-HEADING
100200     WRITE CLIMATE-REPORT-RECORD FROM WS-RULE-LINE

100300     MOVE 1 TO WS-DAY-INDEX
100400     PERFORM 2410-WRITE-DAY-LINE
100500         THRU 2410-WRITE-DAY-LINE-EXIT
100600         UNTIL WS-DAY-INDEX > WS-MONTH-LENGTH

100700     WRITE CLIMATE-REPORT-RECORD FROM WS-RULE-LINE

100800     IF WS-MON-DAYS-REPORTED = 0
100900         WRITE CLIMATE-REPORT-RECORD FROM WS-NO-READINGS-LINE
101000         GO TO 2400-WRITE-COUNTS
101100     END-IF

101200     MOVE 'MO'             TO WS-DL-DAY-AREA
101300     MOVE WS-MON-AVG-MAX   TO WS-DL-MAX
101400     MOVE SPACE            TO WS-DL-MAX-MARK
101500     MOVE WS-MON-AVG-MIN   TO WS-DL-MIN
101600     MOVE SPACE            TO WS-DL-MIN-MARK
101700     MOVE WS-MON-AVG-MEAN  TO WS-DL-MEAN
101800     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
101900         MOVE WS-MON-DEPARTURE TO WS-DL-DEPT
102000     ELSE
102100         MOVE SPACES TO WS-DL-DEPT-AREA
102200     END-IF
102300     MOVE WS-MON-HDD       TO WS-DL-HDD
102400     MOVE WS-MON-CDD       TO WS-DL-CDD
102500     MOVE 'AVG / TOTAL'    TO WS-DL-NOTE
102600     WRITE CLIMATE-REPORT-RECORD FROM WS-DAY-LINE

102700     MOVE WS-SM-YEAR  TO WS-CAL-YEAR
102800     MOVE WS-SM-MONTH TO WS-CAL-MONTH

102900     MOVE 'HIGHEST MAX '  TO WS-XL-LABEL
103000     MOVE WS-MON-HIGH-MAX TO WS-XL-TEMP
103100     MOVE WS-MON-HIGH-DAY TO WS-CAL-DAY
103200     MOVE WS-CAL-DATE-X   TO WS-XL-DATE
103300     IF WS-STA-MREC-SW (WS-STATION-INDEX) = 'Y'
103400         MOVE WS-STA-MREC-HIGH (WS-STATION-INDEX)
103500             TO WS-XL-RECORD-TEMP
103600         MOVE SPACE TO WS-XL-RECORD-GAP
103700         MOVE WS-STA-MREC-HIGH-DATE (WS-STATION-INDEX)
103800             TO WS-XL-RECORD-DATE
103900     ELSE
104000         MOVE 'NONE ON RECORD' TO WS-XL-RECORD-AREA
104100     END-IF
104200     MOVE WS-MON-HIGH-MARK TO WS-EXTREME-MARK
104300     PERFORM 2420-SET-EXTREME-NOTE
104400         THRU 2420-SET-EXTREME-NOTE-EXIT
104500     WRITE CLIMATE-REPORT-RECORD FROM WS-EXTREME-LINE

104600     MOVE 'LOWEST MIN  '  TO WS-XL-LABEL
104700     MOVE WS-MON-LOW-MIN  TO WS-XL-TEMP
104800     MOVE WS-MON-LOW-DAY  TO WS-CAL-DAY
104900     MOVE WS-CAL-DATE-X   TO WS-XL-DATE
105000     IF WS-STA-MREC-SW (WS-STATION-INDEX) = 'Y'
105100         MOVE WS-STA-MREC-LOW (WS-STATION-INDEX)
105200             TO WS-XL-RECORD-TEMP
105300         MOVE SPACE TO WS-XL-RECORD-GAP
105400         MOVE WS-STA-MREC-LOW-DATE (WS-STATION-INDEX)
105500             TO WS-XL-RECORD-DATE
105600     ELSE
105700         MOVE 'NONE ON RECORD' TO WS-XL-RECORD-AREA
105800     END-IF
105900     MOVE WS-MON-LOW-MARK  TO WS-EXTREME-MARK
106000     PERFORM 2420-SET-EXTREME-NOTE
106100         THRU 2420-SET-EXTREME-NOTE-EXIT
106200     WRITE CLIMATE-REPORT-RECORD FROM WS-EXTREME-LINE.
106300 2400-WRITE-COUNTS.
106400     MOVE WS-MON-DAYS-REPORTED  TO WS-CL-REPORTED
106500     MOVE WS-MONTH-LENGTH       TO WS-CL-MONTH-DAYS
106600     MOVE WS-MON-DAYS-MISSING   TO WS-CL-MISSING
106700     MOVE WS-MON-DAYS-ESTIMATED TO WS-CL-ESTIMATED
106800     MOVE WS-MON-DAYS-QC        TO WS-CL-QC
106900     WRITE CLIMATE-REPORT-RECORD FROM WS-DAY-COUNT-LINE

107000     MOVE WS-MON-RECORDS-SET    TO WS-RC-SET
107100     MOVE WS-MON-RECORDS-TIED   TO WS-RC-TIED
107200     WRITE CLIMATE-REPORT-RECORD FROM WS-RECORD-COUNT-LINE.
107300 2400-WRITE-STATION-SHEET-EXIT.
107400     EXIT.

107500*-----------------------------------------------------------------
107600* 2410-WRITE-DAY-LINE
107700*   ONE DAY'S LINE.  A DAY WITH NO ROW ON THE MASTER PRINTS AS
107800*   MISSING; THE DEPARTURE IS BLANK WHEN THERE IS NO NORMAL.
107900*-----------------------------------------------------------------
108000 2410-WRITE-DAY-LINE.
108100     MOVE WS-DAY-INDEX TO WS-DL-DAY

108200     IF WS-DAY-SW (WS-DAY-INDEX) NOT = 'Y'
108300         MOVE 'MISSING' TO WS-DL-FIGURES-X
108400         GO TO 2410-WRITE-LINE
108500     END-IF

108600     MOVE SPACES TO WS-DL-FIGURES-X
108700     MOVE WS-DAY-MAX (WS-DAY-INDEX)       TO WS-DL-MAX
108800     MOVE WS-DAY-MAX-MARK (WS-DAY-INDEX)  TO WS-DL-MAX-MARK
108900     MOVE WS-DAY-MIN (WS-DAY-INDEX)       TO WS-DL-MIN
109000     MOVE WS-DAY-MIN-MARK (WS-DAY-INDEX)  TO WS-DL-MIN-MARK
109100     MOVE WS-DAY-MEAN (WS-DAY-INDEX)      TO WS-DL-MEAN
109200     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
109300         COMPUTE WS-DEPARTURE = WS-DAY-MEAN (WS-DAY-INDEX)
109400             - WS-STA-NORM-AVG (WS-STATION-INDEX)
109500         MOVE WS-DEPARTURE TO WS-DL-DEPT
109600     END-IF
109700     MOVE WS-DAY-HDD (WS-DAY-INDEX)       TO WS-DL-HDD
109800     MOVE WS-DAY-CDD (WS-DAY-INDEX)       TO WS-DL-CDD

109900     IF WS-DAY-SOURCE-FLAG (WS-DAY-INDEX) = 'E'
110000         IF WS-DAY-QC-FLAG (WS-DAY-INDEX) NOT = SPACE
110100             MOVE 'EST QC-FLAG' TO WS-DL-NOTE
110200         ELSE
110300             MOVE 'ESTIMATED'   TO WS-DL-NOTE
110400         END-IF
110500     ELSE
110600         IF WS-DAY-QC-FLAG (WS-DAY-INDEX) NOT = SPACE
110700             MOVE 'QC-FLAGGED'  TO WS-DL-NOTE
110800         END-IF
110900     END-IF.
111000 2410-WRITE-LINE.
111100     WRITE CLIMATE-REPORT-RECORD FROM WS-DAY-LINE
111200     ADD 1 TO WS-DAY-INDEX.
111300 2410-WRITE-DAY-LINE-EXIT.
111400     EXIT.

111500*-----------------------------------------------------------------
111600* 2420-SET-EXTREME-NOTE
111700*   WORDS THE MONTH-RECORD MARK OF THE EXTREME BEING WRITTEN.
111800*-----------------------------------------------------------------
111900 2420-SET-EXTREME-NOTE.
112000     EVALUATE WS-EXTREME-MARK
112100         WHEN 'R'
112200             MOVE 'RECORD SET'  TO WS-XL-NOTE
112300         WHEN 'T'
112400             MOVE 'RECORD TIED' TO WS-XL-NOTE
112500         WHEN OTHER
112600             MOVE SPACES        TO WS-XL-NOTE
112700     END-EVALUATE.
112800 2420-SET-EXTREME-NOTE-EXIT.
112900     EXIT.

113000*-----------------------------------------------------------------
113100* 2500-WRITE-STATION-EXPORT
113200*   WRITES ONE STATION'S CLIMREC ROWS - A DAY ROW FOR EVERY DAY
113300*   OF THE MONTH, THEN THE MONTH ROW - AND ROLLS EACH ROW'S HDD
113400*   AND CDD INTO THE CONTROL HASH.
113500*-----------------------------------------------------------------
113600 2500-WRITE-STATION-EXPORT.
113700     MOVE 1 TO WS-DAY-INDEX
113800     PERFORM 2510-WRITE-DAY-ROW
113900         THRU 2510-WRITE-DAY-ROW-EXIT
114000         UNTIL WS-DAY-INDEX > WS-MONTH-LENGTH

114100     MOVE SPACES TO CLIMATE-SUMMARY-RECORD
114200     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
114300         TO CLIM-STATION-ID
114400     MOVE WS-EXPORT-YEAR-MONTH  TO CLIM-YEAR-MONTH
114500     MOVE 'M'                   TO CLIM-ROW-TYPE
114600     MOVE 0                     TO CLIM-DAY
114700     MOVE 'N'                   TO CLIM-MISSING-SW
114800     IF WS-MON-DAYS-REPORTED = 0
114900         MOVE 'Y' TO CLIM-MISSING-SW
115000     END-IF
115100     MOVE WS-MON-AVG-MAX        TO CLIM-MAX-TEMP
115200     MOVE WS-MON-HIGH-MARK      TO CLIM-MAX-RECORD-FLAG
115300     MOVE WS-MON-AVG-MIN        TO CLIM-MIN-TEMP
115400     MOVE WS-MON-LOW-MARK       TO CLIM-MIN-RECORD-FLAG
115500     MOVE WS-MON-AVG-MEAN       TO CLIM-MEAN-TEMP
115600     MOVE 'N'                   TO CLIM-NORMAL-SW
115700     MOVE 0                     TO CLIM-DEPARTURE
115800     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
115900         MOVE 'Y'              TO CLIM-NORMAL-SW
116000         MOVE WS-MON-DEPARTURE TO CLIM-DEPARTURE
116100     END-IF
116200     MOVE WS-MON-HDD            TO CLIM-HDD
116300     MOVE WS-MON-CDD            TO CLIM-CDD
116400     MOVE WS-DD-BASE-TEMP       TO CLIM-BASE-TEMP
116500     MOVE WS-MON-DAYS-REPORTED  TO CLIM-DAYS-REPORTED
116600     MOVE WS-MON-HIGH-DAY       TO CLIM-HIGH-DAY
116700     MOVE WS-MON-LOW-DAY        TO CLIM-LOW-DAY
116800     WRITE CLIMATE-SUMMARY-RECORD

116900     ADD 1 TO WS-EXPORT-COUNT
117000     ADD WS-MON-HDD TO WS-EXPORT-HASH-WORK
117100     ADD WS-MON-CDD TO WS-EXPORT-HASH-WORK.
117200 2500-WRITE-STATION-EXPORT-EXIT.
117300     EXIT.

117400*-----------------------------------------------------------------
117500* 2510-WRITE-DAY-ROW
117600*   ONE DAY'S CLIMREC ROW.  A MISSING DAY STILL GETS ITS ROW,
117700*   FLAGGED MISSING WITH ZERO FIGURES, SO THE RECEIVING SIDE SEES
117800*   EVERY DAY OF THE MONTH.
117900*-----------------------------------------------------------------
118000 2510-WRITE-DAY-ROW.
118100     MOVE SPACES TO CLIMATE-SUMMARY-RECORD
118200     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
118300         TO CLIM-STATION-ID
118400     MOVE WS-EXPORT-YEAR-MONTH  TO CLIM-YEAR-MONTH
118500     MOVE 'D'                   TO CLIM-ROW-TYPE
118600     MOVE WS-DAY-INDEX          TO CLIM-DAY
118700     MOVE 0                     TO CLIM-MAX-TEMP
118800     MOVE 0                     TO CLIM-MIN-TEMP
118900     MOVE 0                     TO CLIM-MEAN-TEMP
119000     MOVE 0                     TO CLIM-DEPARTURE
119100     MOVE 0                     TO CLIM-HDD
119200     MOVE 0                     TO CLIM-CDD
119300     MOVE WS-DD-BASE-TEMP       TO CLIM-BASE-TEMP
119400     MOVE 0                     TO CLIM-DAYS-REPORTED
119500     MOVE 0                     TO CLIM-HIGH-DAY
119600     MOVE 0                     TO CLIM-LOW-DAY
119700     MOVE 'N'                   TO CLIM-NORMAL-SW
119800     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
119900         MOVE 'Y' TO CLIM-NORMAL-SW
120000     END-IF

120100     IF WS-DAY-SW (WS-DAY-INDEX) NOT = 'Y'
120200         MOVE 'Y' TO CLIM-MISSING-SW
120300         GO TO 2510-WRITE-ROW
120400     END-IF

120500     MOVE 'N'                   TO CLIM-MISSING-SW
120600     MOVE 1                     TO CLIM-DAYS-REPORTED
120700     MOVE WS-DAY-MAX (WS-DAY-INDEX)      TO CLIM-MAX-TEMP
120800     MOVE WS-DAY-MAX-MARK (WS-DAY-INDEX) TO CLIM-MAX-RECORD-FLAG
120900     MOVE WS-DAY-MIN (WS-DAY-INDEX)      TO CLIM-MIN-TEMP
121000     MOVE WS-DAY-MIN-MARK (WS-DAY-INDEX) TO CLIM-MIN-RECORD-FLAG
121100     MOVE WS-DAY-MEAN (WS-DAY-INDEX)     TO CLIM-MEAN-TEMP
121200     IF WS-STA-NORM-SW (WS-STATION-INDEX) = 'Y'
121300         COMPUTE CLIM-DEPARTURE = WS-DAY-MEAN (WS-DAY-INDEX)
121400             - WS-STA-NORM-AVG (WS-STATION-INDEX)
121500     END-IF
121600     MOVE WS-DAY-HDD (WS-DAY-INDEX)      TO CLIM-HDD
121700     MOVE WS-DAY-CDD (WS-DAY-INDEX)      TO CLIM-CDD
121800     MOVE WS-DAY-QC-FLAG (WS-DAY-INDEX)  TO CLIM-QC-FLAG
121900     MOVE WS-DAY-SOURCE-FLAG (WS-DAY-INDEX)
122000         TO CLIM-SOURCE-FLAG
122100     ADD WS-DAY-HDD (WS-DAY-INDEX) TO WS-EXPORT-HASH-WORK
122200     ADD WS-DAY-CDD (WS-DAY-INDEX) TO WS-EXPORT-HASH-WORK.
122300 2510-WRITE-ROW.
122400     WRITE CLIMATE-SUMMARY-RECORD
122500     ADD 1 TO WS-EXPORT-COUNT
122600     ADD 1 TO WS-DAY-INDEX.
122700 2510-WRITE-DAY-ROW-EXIT.
122800     EXIT.

122900*-----------------------------------------------------------------
123000* 2900-FIND-STATION
123100*   SETS WS-STATION-INDEX TO THE TABLE SLOT OF WS-FIND-STATION-ID.
123200*-----------------------------------------------------------------
123300 2900-FIND-STATION.
123400     MOVE 1 TO WS-STATION-INDEX
123500     SET WS-STATION-NOT-FOUND TO TRUE
123600     PERFORM 2910-MATCH-ONE-STATION
123700         THRU 2910-MATCH-ONE-STATION-EXIT
123800         UNTIL WS-STATION-FOUND
123900            OR WS-STATION-INDEX > WS-STATION-COUNT.
124000 2900-FIND-STATION-EXIT.
124100     EXIT.

124200*-----------------------------------------------------------------
124300* 2910-MATCH-ONE-STATION
124400*   COMPARES ONE TABLE SLOT; LEAVES THE INDEX ON A MATCH.
124500*-----------------------------------------------------------------
124600 2910-MATCH-ONE-STATION.
124700     IF WS-STA-STATION-ID (WS-STATION-INDEX) = WS-FIND-STATION-ID
124800         SET WS-STATION-FOUND TO TRUE
124900     ELSE
125000         ADD 1 TO WS-STATION-INDEX
125100     END-IF.
125200 2910-MATCH-ONE-STATION-EXIT.
125300     EXIT.

125400*-----------------------------------------------------------------
125500* 8000-WRITE-EXPORT-TRAILER
125600*   CLOSES THE EXPORT WITH ITS TRLREC CONTROL TRAILER.
125700*-----------------------------------------------------------------
125800 8000-WRITE-EXPORT-TRAILER.
125900     MOVE SPACES               TO TRAILER-RECORD
126000     MOVE '99999'              TO TRAILER-ID
126100     MOVE WS-EXPORT-COUNT      TO TRAILER-RECORD-COUNT
126200     MOVE WS-EXPORT-HASH-WORK  TO WS-EXPORT-HASH-TOTAL
126300     MOVE WS-EXPORT-HASH-TOTAL TO TRAILER-HASH-TOTAL
126400     WRITE CLIMATE-SUMMARY-RECORD FROM TRAILER-RECORD

126500     DISPLAY 'Climate summary export written: ' WS-EXPORT-COUNT
126600         ' row(s) to ' WS-CLIMEXP-FILENAME '.'.
126700 8000-WRITE-EXPORT-TRAILER-EXIT.
126800     EXIT.

126900*-----------------------------------------------------------------
127000* 9000-TERMINATE
127100*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
127200*   TRAIL.
127300*-----------------------------------------------------------------
127400 9000-TERMINATE.
127500     CLOSE TEMPERATURE-HISTORY-FILE
127600     CLOSE CLIMATE-REPORT-FILE
127700     CLOSE CLIMATE-EXPORT-FILE
127800     PERFORM 9800-WRITE-RUN-AUDIT
127900         THRU 9800-WRITE-RUN-AUDIT-EXIT.
128000 9000-TERMINATE-EXIT.
128100     EXIT.

128200*-----------------------------------------------------------------
128300* 9800-WRITE-RUN-AUDIT
128400*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
128500*   FILE, THE STATIONS REPORTED GOING OUT AS ACCEPTED AND THE
128600*   EXPORT ROWS AS APPENDED.  PERFORMED FROM 9000-TERMINATE AND
128700*   FROM THE ABEND PARAGRAPHS AFTER THE RETURN CODE IS SET.
128800*-----------------------------------------------------------------
128900 9800-WRITE-RUN-AUDIT.
129000     MOVE 'MonthlyClimateSummary' TO RUNA-PROGRAM-ID
129100     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
129200     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
129300     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
129400     ACCEPT WS-RUN-END-TIME FROM TIME
129500     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
129600     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
129700     MOVE WS-STATION-FILENAME   TO RUNA-INPUT-FILENAME
129800     MOVE WS-CLIMRPT-FILENAME   TO RUNA-REPORT-FILENAME
129900     MOVE WS-HISTMST-FILENAME   TO RUNA-HISTORY-FILENAME
130000     MOVE WS-REPORTED-COUNT     TO RUNA-ACCEPTED-COUNT
130100     MOVE 0                     TO RUNA-REJECTED-COUNT
130200     MOVE WS-EXPORT-COUNT       TO RUNA-APPENDED-COUNT
130300     MOVE 'N'                   TO RUNA-RESTART-SW
130400     MOVE RETURN-CODE           TO RUNA-RETURN-CODE
130500     OPEN EXTEND RUN-AUDIT-FILE
130600     WRITE RUN-AUDIT-RECORD
130700     CLOSE RUN-AUDIT-FILE.
130800 9800-WRITE-RUN-AUDIT-EXIT.
130900     EXIT.

131000*-----------------------------------------------------------------
131100* 9910-ABEND-BAD-PARAMETER
131200*   REACHED FROM 1160-SET-MONTH WHEN THE SUMMARY MONTH IS NOT A
131300*   YYYY-MM MONTH BEFORE THE CURRENT ONE.  NOTHING HAS BEEN
131400*   OPENED YET.
131500*-----------------------------------------------------------------
131600 9910-ABEND-BAD-PARAMETER.
131700     DISPLAY 'FATAL: RUNPARM.DAT CLIMSUM-MONTH must be a YYYY-MM '
131800         'month before the current one - CLIMSUM-MONTH is "'
131900         WS-SUMMARY-MONTH '".  Run terminated.'
132000     MOVE 16 TO RETURN-CODE
132100     PERFORM 9800-WRITE-RUN-AUDIT
132200         THRU 9800-WRITE-RUN-AUDIT-EXIT
132300     STOP RUN.

132400*-----------------------------------------------------------------
132500* 9930-ABEND-HISTORY-IO
132600*   REACHED WHEN THE HISTORY MASTER CANNOT BE OPENED OR A READ
132700*   FAILS FOR ANY REASON OTHER THAN END OF FILE (FILE STATUS IN
132800*   WS-HISTORY-STATUS).  THE REPORT AND EXPORT ARE LEFT
132900*   UNFINISHED AND THE RUN STOPS WITH A NONZERO RETURN CODE.
133000*-----------------------------------------------------------------
133100 9930-ABEND-HISTORY-IO.
133200     DISPLAY 'FATAL: history master I/O error, file status '
133300         WS-HISTORY-STATUS ' on ' WS-HISTMST-FILENAME
133400         '.  Run terminated.'
133500     MOVE 16 TO RETURN-CODE
133600     PERFORM 9800-WRITE-RUN-AUDIT
133700         THRU 9800-WRITE-RUN-AUDIT-EXIT
133800     STOP RUN.
