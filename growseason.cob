000100*****************************************************************
000200* PROGRAM:      GrowingSeasonReport
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   SEASONAL AGRICULTURAL REPORT FOR THE FARM-COOPERATIVE
000900*   CUSTOMERS, WORKED FROM THE KEYED HISTORY MASTER (HISTREC ROWS
001000*   IN TEMPHIST.MST) FOR EVERY ACTIVE STATION ON THE STATION
001100*   MASTER, AS OF PARM-SEASON-AS-OF-DATE (DEFAULT YESTERDAY).
001200*   FOR EACH STATION IT GIVES:
001300*     - SEASON-TO-DATE GROWING DEGREE DAYS FROM THE SEASON START
001400*       (PARM-SEASON-START, MM-DD, DEFAULT 04-01) THRU THE AS-OF
001500*       DATE, BY THE USUAL CAPPED METHOD: THE DAY'S MAX AND MIN
001600*       ARE EACH HELD BETWEEN THE BASE (PARM-GDD-BASE-TEMP,
001700*       DEFAULT 50 F) AND THE CAP (PARM-GDD-CAP-TEMP, DEFAULT
001800*       86 F) AND THE BASE IS TAKEN FROM THEIR MEAN.  THE SAME
001900*       FIGURE FOR THE SAME STRETCH OF LAST SEASON IS SHOWN
002000*       BESIDE IT WITH THE DIFFERENCE.  A SEASON START LATER IN
002100*       THE YEAR THAN THE AS-OF DATE MEANS THE SEASON BEGAN THE
002200*       YEAR BEFORE, SO A WINTER CROP IS SERVED AS WELL.
002300*     - THE LAST SPRING FREEZE (JANUARY THRU JULY) AND FIRST FALL
002400*       FREEZE (AUGUST THRU DECEMBER) OF THE AS-OF YEAR AT 32 F
002500*       AND AT 28 F, AND THE FROST-FREE SEASON BETWEEN THEM AT
002600*       EACH THRESHOLD - THE DAYS SO FAR WHILE NO FALL FREEZE HAS
002700*       COME.  A QC-FLAGGED READING, OR A DAY ESTIMATED FROM THE
002800*       NEIGHBORS, DOES NOT SET A FREEZE DATE, AS IT DOES NOT SET
002850*       A STATION RECORD.
002900*     - EACH FREEZE DATE AGAINST THE STATION'S ALL-TIME RECORDS
003000*       IN STATIONREC.DAT (RECREC).  THE LATEST CALENDAR DAY IN
003100*       JANUARY THRU JULY WHOSE RECORD LOW IS AT OR BELOW THE
003200*       THRESHOLD IS THE LATEST SPRING FREEZE ON RECORD, AND THE
003300*       EARLIEST SUCH DAY IN AUGUST THRU DECEMBER THE EARLIEST
003400*       FALL FREEZE; THE RECORD-LOW DATE GIVES THE YEAR.
003500*   DAYS MISSING FROM THE MASTER ARE COUNTED ON EVERY FIGURE
003600*   THEY SHORTEN.  THE REPORT IS GROWSEAS.RPT.
003700*-----------------------------------------------------------------
003800* MODIFICATION HISTORY
003900*   10/15/2026  DO   INITIAL VERSION
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. GrowingSeasonReport.
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
005500     SELECT OPTIONAL STATION-RECORDS-FILE
005600         ASSIGN TO DYNAMIC WS-STATIONREC-FILENAME
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL TEMPERATURE-HISTORY-FILE
005900         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HISTORY-KEY
006300         FILE STATUS IS WS-HISTORY-STATUS.
006400     SELECT GROWTH-REPORT-FILE
006500         ASSIGN TO DYNAMIC WS-GROWRPT-FILENAME
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT OPTIONAL RUN-AUDIT-FILE
006800         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006900         ORGANIZATION IS LINE SEQUENTIAL.

007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PARAMETER-FILE.
007300     COPY PARMREC.

007400 FD  STATION-MASTER-FILE.
007500     COPY STAMREC.

007600 FD  STATION-RECORDS-FILE.
007700     COPY RECREC.

007800 FD  TEMPERATURE-HISTORY-FILE.
007900     COPY HISTREC.

008000 FD  GROWTH-REPORT-FILE.
008100 01  GROWTH-REPORT-RECORD          PIC X(100).

008200 FD  RUN-AUDIT-FILE.
008300     COPY AUDITREC.

008400 WORKING-STORAGE SECTION.
008500*-----------------------------------------------------------------
008600* RUN PARAMETERS (FROM RUNPARM.DAT)
008700*-----------------------------------------------------------------
008800 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
008900 01  WS-STATIONREC-FILENAME        PIC X(40) VALUE SPACES.
009000 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
009100 01  WS-GROWRPT-FILENAME           PIC X(40) VALUE SPACES.
009200 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

009300 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.

009400 01  WS-GDD-BASE-TEMP              PIC S9(3)V9(1) VALUE 50.0.
009500 01  WS-GDD-CAP-TEMP               PIC S9(3)V9(1) VALUE 86.0.
009600 01  WS-SEASON-START               PIC X(05) VALUE '04-01'.
009700 01  WS-SEASON-START-SPLIT REDEFINES WS-SEASON-START.
009800     05  WS-SS-MONTH               PIC 9(02).
009900     05  WS-SS-DASH                PIC X(01).
010000     05  WS-SS-DAY                 PIC 9(02).
010100 01  WS-AS-OF-DATE                 PIC X(10) VALUE SPACES.

010200 01  WS-PARM-ERROR-SW              PIC X(01) VALUE 'N'.
010300     88  WS-PARM-ERROR                       VALUE 'Y'.

010400 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
010500 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
010600     05  WS-RUN-YEAR               PIC 9(04).
010700     05  WS-RUN-MONTH              PIC 9(02).
010800     05  WS-RUN-DAY                PIC 9(02).
010900 01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.

011000*-----------------------------------------------------------------
011100* CALENDAR WORK AREAS
011200*   WS-CAL-DATE IS BUILT IN THE MASTER'S YYYY-MM-DD KEY SHAPE SO
011300*   EVERY DATE THE RUN WORKS OUT CAN BE COMPARED WITH
011400*   HISTORY-DATE AS IT STANDS.
011500*-----------------------------------------------------------------
011600 01  WS-CAL-DATE.
011700     05  WS-CAL-YEAR               PIC 9(4).
011800     05  FILLER                    PIC X(1) VALUE '-'.
011900     05  WS-CAL-MONTH              PIC 9(2).
012000     05  FILLER                    PIC X(1) VALUE '-'.
012100     05  WS-CAL-DAY                PIC 9(2).
012200 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE
012300                                   PIC X(10).

012400 01  WS-AS-OF-SPLIT.
012500     05  WS-AO-YEAR                PIC 9(4).
012600     05  FILLER                    PIC X(1).
012700     05  WS-AO-MONTH               PIC 9(2).
012800     05  FILLER                    PIC X(1).
012900     05  WS-AO-DAY                 PIC 9(2).

013000 01  WS-DAYS-IN-MONTH-VALUES       PIC X(24)
013100         VALUE '312831303130313130313031'.
013200 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
013300     05  WS-DAYS-IN-MONTH          OCCURS 12 TIMES PIC 9(2).

013400 01  WS-MONTH-LENGTH               PIC 9(2) VALUE 0.
013500 01  WS-LEAP-QUOTIENT              PIC 9(4) VALUE 0.
013600 01  WS-LEAP-REM-4                 PIC 9(4) VALUE 0.
013700 01  WS-LEAP-REM-100               PIC 9(4) VALUE 0.
013800 01  WS-LEAP-REM-400               PIC 9(4) VALUE 0.

013900*-----------------------------------------------------------------
014000* SEASON WINDOWS
014100*   SET ONCE FOR THE RUN BY 1160-SET-SEASON.  THIS SEASON RUNS
014200*   FROM WS-SEASON-START-DATE THRU THE AS-OF DATE; LAST SEASON IS
014300*   THE SAME STRETCH A YEAR EARLIER (A 29 FEBRUARY AS-OF DATE
014400*   FALLING BACK TO THE 28TH).  THE FREEZE YEAR IS THE AS-OF
014500*   DATE'S CALENDAR YEAR, SPRING THRU WS-SPRING-END-DATE.
014600*-----------------------------------------------------------------
014700 01  WS-SEASON-START-DATE          PIC X(10) VALUE SPACES.
014800 01  WS-LAST-START-DATE            PIC X(10) VALUE SPACES.
014900 01  WS-LAST-AS-OF-DATE            PIC X(10) VALUE SPACES.
015000 01  WS-YEAR-START-DATE            PIC X(10) VALUE SPACES.
015100 01  WS-SPRING-END-DATE            PIC X(10) VALUE SPACES.

015200 01  WS-THIS-SEASON-DAYS           PIC 9(03) VALUE 0.
015300 01  WS-LAST-SEASON-DAYS           PIC 9(03) VALUE 0.
015400 01  WS-YEAR-DAYS                  PIC 9(03) VALUE 0.
015500 01  WS-AS-OF-DAY-NUMBER           PIC 9(09) COMP VALUE 0.
015600 01  WS-WORK-DAY-NUMBER            PIC 9(09) COMP VALUE 0.

015700*-----------------------------------------------------------------
015800* STATION TABLE
015900*   EVERY STATION ON THE MASTER, WITH ITS ALL-TIME FREEZE
016000*   RECORDS AS READ OFF STATIONREC.DAT - ONE SLOT PER THRESHOLD
016100*   (1 = 32 F, 2 = 28 F).  A RECORD DATE OF SPACES MEANS NO
016200*   CALENDAR DAY IN THAT HALF OF THE YEAR HAS A RECORD LOW AT OR
016300*   BELOW THE THRESHOLD.
016400*-----------------------------------------------------------------
016500 01  WS-STATION-TABLE.
016600     05  WS-STATION-ENTRY          OCCURS 20 TIMES.
016700         10  WS-STA-STATION-ID     PIC X(05).
016800         10  WS-STA-NAME           PIC X(25).
016900         10  WS-STA-CITY-STATE     PIC X(20).
017000         10  WS-STA-ACTIVE-FLAG    PIC X(01).
017100         10  WS-STA-REC-ROWS       PIC 9(03).
017200         10  WS-STA-REC-ENTRY      OCCURS 2 TIMES.
017300             15  WS-REC-SPRING-MMDD
017400                                   PIC X(05).
017500             15  WS-REC-SPRING-DATE
017600                                   PIC X(10).
017700             15  WS-REC-FALL-MMDD  PIC X(05).
017800             15  WS-REC-FALL-DATE  PIC X(10).

017900 01  WS-STATION-COUNT              PIC 9(2) COMP VALUE 0.
018000 01  WS-STATION-INDEX              PIC 9(2) COMP VALUE 0.
018100 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
018200 01  WS-REPORTED-COUNT             PIC 9(4) VALUE 0.

018300 01  WS-MASTER-EOF-SW              PIC X(01) VALUE 'N'.
018400     88  WS-MASTER-EOF                       VALUE 'Y'.
018500 01  WS-STATION-FOUND-SW           PIC X(01) VALUE 'N'.
018600     88  WS-STATION-FOUND                    VALUE 'Y'.
018700     88  WS-STATION-NOT-FOUND                VALUE 'N'.

018800 01  WS-REC-MMDD.
018900     05  WS-RM-MONTH               PIC 9(02).
019000     05  FILLER                    PIC X(01) VALUE '-'.
019100     05  WS-RM-DAY                 PIC 9(02).
019200 01  WS-REC-MMDD-X REDEFINES WS-REC-MMDD
019300                                   PIC X(05).

019400*-----------------------------------------------------------------
019500* FREEZE THRESHOLDS
019600*-----------------------------------------------------------------
019700 01  WS-THRESHOLD-VALUES.
019800     05  FILLER                    PIC S9(3)V9(1) VALUE 32.0.
019900     05  FILLER                    PIC S9(3)V9(1) VALUE 28.0.
020000 01  WS-THRESHOLD-TABLE REDEFINES WS-THRESHOLD-VALUES.
020100     05  WS-THRESHOLD              OCCURS 2 TIMES
020200                                   PIC S9(3)V9(1).

020300 01  WS-THR-INDEX                  PIC 9(1) COMP VALUE 0.
020400 01  WS-THR-COUNT                  PIC 9(1) COMP VALUE 2.

020500*-----------------------------------------------------------------
020600* PER-STATION ACCUMULATORS
020700*   ONE STATION'S WALK OF THE MASTER, FROM LAST SEASON'S START
020800*   THRU THE AS-OF DATE.  THE FREEZE DATES ARE THE AS-OF YEAR'S,
020900*   ONE SLOT PER THRESHOLD AS IN THE STATION TABLE.
021000*-----------------------------------------------------------------
021100 01  WS-THIS-GDD                   PIC 9(5)V9(1) VALUE 0.
021200 01  WS-LAST-GDD                   PIC 9(5)V9(1) VALUE 0.
021300 01  WS-THIS-DAYS-FOUND            PIC 9(03) VALUE 0.
021400 01  WS-LAST-DAYS-FOUND            PIC 9(03) VALUE 0.
021500 01  WS-YEAR-DAYS-FOUND            PIC 9(03) VALUE 0.
021600 01  WS-YEAR-DAYS-MISSING          PIC 9(03) VALUE 0.
021700 01  WS-GDD-DIFF                   PIC S9(5)V9(1) VALUE 0.

021800 01  WS-GDD-MAX                    PIC S9(3)V9(1) VALUE 0.
021900 01  WS-GDD-MIN                    PIC S9(3)V9(1) VALUE 0.
022000 01  WS-GDD-DAY                    PIC S9(3)V9(1) VALUE 0.

022100 01  WS-FREEZE-TABLE.
022200     05  WS-FREEZE-ENTRY           OCCURS 2 TIMES.
022300         10  WS-FRZ-SPRING-DATE    PIC X(10).
022400         10  WS-FRZ-SPRING-TEMP    PIC S9(3)V9(1).
022500         10  WS-FRZ-FALL-DATE      PIC X(10).
022600         10  WS-FRZ-FALL-TEMP      PIC S9(3)V9(1).

022700 01  WS-WALK-DONE-SW               PIC X(01) VALUE 'N'.
022800     88  WS-WALK-DONE                        VALUE 'Y'.

022900 01  WS-SPRING-DAY-NUMBER          PIC 9(09) COMP VALUE 0.
023000 01  WS-FALL-DAY-NUMBER            PIC 9(09) COMP VALUE 0.
023100 01  WS-FROST-FREE-DAYS            PIC 9(03) VALUE 0.
023200 01  WS-RECORD-DIFF-DAYS           PIC 9(03) VALUE 0.

023300*-----------------------------------------------------------------
023400* DAY-NUMBER WORK AREAS
023500*   6000-DATE-TO-DAY-NUMBER TURNS A YYYYMMDD DATE INTO A SERIAL
023600*   DAY COUNT (CIVIL-CALENDAR FORMULA, MARCH-BASED YEAR) SO THE
023700*   LENGTH OF A SEASON IS A SUBTRACTION.  WS-DN-KEY-DATE TAKES A
023800*   YYYY-MM-DD DATE APART FOR IT.
023900*-----------------------------------------------------------------
024000 01  WS-DN-KEY-DATE                PIC X(10) VALUE SPACES.
024100 01  WS-DN-KEY-DATE-SPLIT REDEFINES WS-DN-KEY-DATE.
024200     05  WS-DK-YEAR                PIC 9(04).
024300     05  FILLER                    PIC X(01).
024400     05  WS-DK-MONTH               PIC 9(02).
024500     05  FILLER                    PIC X(01).
024600     05  WS-DK-DAY                 PIC 9(02).

024700 01  WS-DN-DATE                    PIC 9(08) VALUE 0.
024800 01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
024900     05  WS-DN-YEAR                PIC 9(04).
025000     05  WS-DN-MONTH               PIC 9(02).
025100     05  WS-DN-DAY                 PIC 9(02).

025200 01  WS-DN-ADJ-YEAR                PIC 9(04) COMP VALUE 0.
025300 01  WS-DN-ADJ-MONTH               PIC 9(02) COMP VALUE 0.
025400 01  WS-DN-QUOT-4                  PIC 9(04) COMP VALUE 0.
025500 01  WS-DN-QUOT-100                PIC 9(04) COMP VALUE 0.
025600 01  WS-DN-QUOT-400                PIC 9(04) COMP VALUE 0.
025700 01  WS-DN-MONTH-DAYS              PIC 9(04) COMP VALUE 0.
025800 01  WS-DN-RESULT                  PIC 9(09) COMP VALUE 0.

025900*-----------------------------------------------------------------
026000* RUN AUDIT-TRAIL WORK AREAS
026100*-----------------------------------------------------------------
026200 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
026300 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
026400 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
026500 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

026600*-----------------------------------------------------------------
026700* REPORT LINE LAYOUTS
026800*-----------------------------------------------------------------
026900 01  WS-REPORT-HEADING-1.
027000     05  FILLER                    PIC X(33)
027100         VALUE 'GROWING-SEASON AND FROST REPORT  '.
027200     05  WS-RH1-RUN-DATE           PIC 9(08).
027300     05  FILLER                    PIC X(09) VALUE '  AS OF  '.
027400     05  WS-RH1-AS-OF-DATE         PIC X(10).
027500     05  FILLER                    PIC X(40) VALUE SPACES.

027600 01  WS-REPORT-HEADING-2.
027700     05  FILLER                    PIC X(14)
027800         VALUE 'SEASON STARTS '.
027900     05  WS-RH2-SEASON-START       PIC X(05).
028000     05  FILLER                    PIC X(12)
028100         VALUE '   GDD BASE '.
028200     05  WS-RH2-BASE               PIC -ZZ9.9.
028300     05  FILLER                    PIC X(07) VALUE ' F  CAP'.
028400     05  WS-RH2-CAP                PIC -ZZ9.9.
028500     05  FILLER                    PIC X(02) VALUE ' F'.
028600     05  FILLER                    PIC X(48) VALUE SPACES.

028700 01  WS-STATION-LINE.
028800     05  FILLER                    PIC X(08) VALUE 'STATION '.
028900     05  WS-SL-STATION-ID          PIC X(05).
029000     05  FILLER                    PIC X(02) VALUE SPACES.
029100     05  WS-SL-NAME                PIC X(25).
029200     05  FILLER                    PIC X(01) VALUE SPACE.
029300     05  WS-SL-CITY-STATE          PIC X(20).
029400     05  FILLER                    PIC X(39) VALUE SPACES.

029500 01  WS-GDD-LINE.
029600     05  FILLER                    PIC X(02) VALUE SPACES.
029700     05  WS-GL-LABEL               PIC X(13).
029800     05  WS-GL-START-DATE          PIC X(10).
029900     05  FILLER                    PIC X(06) VALUE ' THRU '.
030000     05  WS-GL-END-DATE            PIC X(10).
030100     05  FILLER                    PIC X(07) VALUE '   GDD '.
030200     05  WS-GL-GDD                 PIC ZZZZ9.9.
030300     05  FILLER                    PIC X(08) VALUE '   DAYS '.
030400     05  WS-GL-DAYS-FOUND          PIC ZZ9.
030500     05  FILLER                    PIC X(04) VALUE ' OF '.
030600     05  WS-GL-DAYS-IN-SEASON      PIC ZZ9.
030700     05  FILLER                    PIC X(27) VALUE SPACES.

030800 01  WS-GDD-DIFF-LINE.
030900     05  FILLER                    PIC X(41)
031000         VALUE '  SEASON-TO-DATE GDD AGAINST LAST SEASON '.
031100     05  WS-GD-DIFF                PIC +ZZZZ9.9.
031200     05  FILLER                    PIC X(02) VALUE SPACES.
031300     05  WS-GD-WORD                PIC X(06).
031400     05  FILLER                    PIC X(43) VALUE SPACES.

031500 01  WS-FREEZE-HEADING.
031600     05  FILLER                    PIC X(15)
031700         VALUE '  FREEZE DATES '.
031800     05  WS-FH-YEAR                PIC 9(04).
031900     05  FILLER                    PIC X(81) VALUE SPACES.

032000 01  WS-FREEZE-LINE.
032100     05  FILLER                    PIC X(04) VALUE SPACES.
032200     05  WS-FL-LABEL               PIC X(12).
032300     05  WS-FL-THRESHOLD           PIC ZZ9.
032400     05  FILLER                    PIC X(04) VALUE ' F  '.
032500     05  WS-FL-DATE                PIC X(10).
032600     05  FILLER                    PIC X(01) VALUE SPACE.
032700     05  WS-FL-TEMP-AREA.
032800         10  WS-FL-TEMP            PIC -ZZ9.9.
032900         10  WS-FL-TEMP-F          PIC X(02).
033000     05  FILLER                    PIC X(10)
033100         VALUE '  RECORD  '.
033200     05  WS-FL-RECORD-AREA.
033300         10  WS-FL-RECORD-KIND     PIC X(09).
033400         10  WS-FL-RECORD-DATE     PIC X(10).
033500     05  FILLER                    PIC X(02) VALUE SPACES.
033600     05  WS-FL-NOTE                PIC X(25).
033700     05  FILLER                    PIC X(02) VALUE SPACES.

033800 01  WS-RECORD-DAYS-NOTE.
033900     05  WS-RD-DAYS                PIC ZZ9.
034000     05  FILLER                    PIC X(06) VALUE ' DAYS '.
034100     05  WS-RD-WORD                PIC X(16).

034200 01  WS-FROST-FREE-LINE.
034300     05  FILLER                    PIC X(22)
034400         VALUE '  FROST-FREE SEASON AT'.
034500     05  WS-FF-THRESHOLD           PIC ZZ9.
034600     05  FILLER                    PIC X(04) VALUE ' F  '.
034700     05  WS-FF-TEXT                PIC X(40).
034800     05  FILLER                    PIC X(31) VALUE SPACES.

034900 01  WS-FROST-FREE-DAYS-TEXT.
035000     05  WS-FT-DAYS                PIC ZZ9.
035100     05  FILLER                    PIC X(05) VALUE ' DAYS'.
035200     05  WS-FT-NOTE                PIC X(32).

035300 01  WS-MISSING-NOTE-LINE.
035400     05  FILLER                    PIC X(08) VALUE '  NOTE: '.
035500     05  WS-MN-DAYS                PIC ZZ9.
035600     05  FILLER                    PIC X(11) VALUE ' DAY(S) OF '.
035700     05  WS-MN-YEAR                PIC 9(04).
035800     05  FILLER                    PIC X(51) VALUE
035900         ' NOT ON THE MASTER - FREEZE DATES MAY BE INCOMPLETE'.
036000     05  FILLER                    PIC X(23) VALUE SPACES.

036100 01  WS-NO-RECORDS-LINE.
036200     05  FILLER                    PIC X(51) VALUE
036300         '  NO STATION RECORDS ON FILE FOR FREEZE COMPARISON'.
036400     05  FILLER                    PIC X(49) VALUE SPACES.

036500 01  WS-REPORT-TOTAL-LINE.
036600     05  FILLER                    PIC X(26)
036700         VALUE 'ACTIVE STATIONS REPORTED: '.
036800     05  WS-RT-REPORTED            PIC ZZZ9.
036900     05  FILLER                    PIC X(70) VALUE SPACES.

037000 PROCEDURE DIVISION.
037100*-----------------------------------------------------------------
037200* 0000-MAIN-PARA
037300*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
037400*-----------------------------------------------------------------
037500 0000-MAIN-PARA.
037600     PERFORM 1000-INITIALIZE
037700         THRU 1000-INITIALIZE-EXIT

037800     PERFORM 2000-REPORT-STATIONS
037900         THRU 2000-REPORT-STATIONS-EXIT

038000     PERFORM 9000-TERMINATE
038100         THRU 9000-TERMINATE-EXIT

038200     STOP RUN.

038300*-----------------------------------------------------------------
038400* 1000-INITIALIZE
038500*   READS THE CONTROL CARD, SETS THE SEASON WINDOWS, LOADS THE
038600*   STATION MASTER AND THE FREEZE RECORDS, OPENS THE HISTORY
038700*   MASTER AND WRITES THE REPORT HEADINGS.
038800*-----------------------------------------------------------------
038900 1000-INITIALIZE.
039000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
039100     ACCEPT WS-RUN-START-TIME FROM TIME

039200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

039300     PERFORM 1150-READ-PARAMETER-RECORD
039400         THRU 1150-READ-PARAMETER-RECORD-EXIT

039500     PERFORM 1160-SET-SEASON
039600         THRU 1160-SET-SEASON-EXIT

039700     PERFORM 1200-LOAD-STATION-MASTER
039800         THRU 1200-LOAD-STATION-MASTER-EXIT

039900     PERFORM 1300-LOAD-FREEZE-RECORDS
040000         THRU 1300-LOAD-FREEZE-RECORDS-EXIT

040100     OPEN INPUT TEMPERATURE-HISTORY-FILE
040200     IF WS-HISTORY-STATUS NOT = '00'
040300        AND WS-HISTORY-STATUS NOT = '05'
040400         GO TO 9930-ABEND-HISTORY-IO
040500     END-IF

040600     OPEN OUTPUT GROWTH-REPORT-FILE

040700     MOVE WS-RUN-DATE      TO WS-RH1-RUN-DATE
040800     MOVE WS-AS-OF-DATE    TO WS-RH1-AS-OF-DATE
040900     WRITE GROWTH-REPORT-RECORD FROM WS-REPORT-HEADING-1
041000     MOVE WS-SEASON-START  TO WS-RH2-SEASON-START
041100     MOVE WS-GDD-BASE-TEMP TO WS-RH2-BASE
041200     MOVE WS-GDD-CAP-TEMP  TO WS-RH2-CAP
041300     WRITE GROWTH-REPORT-RECORD FROM WS-REPORT-HEADING-2.
041400 1000-INITIALIZE-EXIT.
041500     EXIT.

041600*-----------------------------------------------------------------
041700* 1150-READ-PARAMETER-RECORD
041800*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
041900*   READ, TAKING THE FILE NAMES, THE GDD BASE AND CAP, THE
042000*   SEASON START AND THE AS-OF DATE.  A MISSING CARD OR BLANK
042100*   FIELDS FALL BACK TO THE STANDARD SETTINGS, SO ONE PROGRAM
042200*   SERVES DIFFERENT CROPS FROM DIFFERENT CARDS.
042300*-----------------------------------------------------------------
042400 1150-READ-PARAMETER-RECORD.
042500     MOVE 'stamast.dat'    TO WS-STATION-FILENAME
042600     MOVE 'stationrec.dat' TO WS-STATIONREC-FILENAME
042700     MOVE 'temphist.mst'   TO WS-HISTMST-FILENAME
042800     MOVE 'growseas.rpt'   TO WS-GROWRPT-FILENAME
042900     MOVE 'runaudit.dat'   TO WS-RUNAUDIT-FILENAME

043000     OPEN INPUT PARAMETER-FILE
043100     READ PARAMETER-FILE
043200         AT END
043300             CLOSE PARAMETER-FILE
043400             GO TO 1150-READ-PARAMETER-RECORD-EXIT
043500     END-READ
043600     CLOSE PARAMETER-FILE

043700     IF PARM-STATION-FILENAME NOT = SPACES
043800         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
043900     END-IF

044000     IF PARM-STATIONREC-FILENAME NOT = SPACES
044100         MOVE PARM-STATIONREC-FILENAME TO WS-STATIONREC-FILENAME
044200     END-IF

044300     IF PARM-HISTMST-FILENAME NOT = SPACES
044400         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
044500     END-IF

044600     IF PARM-GROWRPT-FILENAME NOT = SPACES
044700         MOVE PARM-GROWRPT-FILENAME TO WS-GROWRPT-FILENAME
044800     END-IF

044900     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
045000         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
045100     END-IF

045200     IF PARM-GDD-BASE-TEMP NUMERIC
045300        AND PARM-GDD-BASE-TEMP NOT = 0
045400         MOVE PARM-GDD-BASE-TEMP TO WS-GDD-BASE-TEMP
045500     END-IF

045600     IF PARM-GDD-CAP-TEMP NUMERIC
045700        AND PARM-GDD-CAP-TEMP NOT = 0
045800         MOVE PARM-GDD-CAP-TEMP TO WS-GDD-CAP-TEMP
045900     END-IF

046000     IF PARM-SEASON-START NOT = SPACES
046100         MOVE PARM-SEASON-START TO WS-SEASON-START
046200     END-IF

046300     IF PARM-SEASON-AS-OF-DATE NOT = SPACES
046400         MOVE PARM-SEASON-AS-OF-DATE TO WS-AS-OF-DATE
046500     END-IF.
046600 1150-READ-PARAMETER-RECORD-EXIT.
046700     EXIT.

046800*-----------------------------------------------------------------
046900* 1160-SET-SEASON
047000*   CHECKS THE CARD'S SETTINGS AND WORKS OUT THE RUN'S DATE
047100*   WINDOWS.  THE AS-OF DATE DEFAULTS TO YESTERDAY, SINCE TODAY'S
047200*   READINGS MAY STILL BE ON THEIR WAY.  A GIVEN AS-OF DATE MUST
047210*   BE A REAL CALENDAR DATE (THE 29TH OF FEBRUARY ONLY IN A LEAP
047220*   YEAR), AND ONE OF TODAY OR LATER IS REFUSED.  THE SEASON
047300*   START MUST BE A REAL MM-DD IN EVERY YEAR (SO NOT 02-29) AND
047400*   THE CAP MUST BE ABOVE THE BASE.  THE SEASON BEGAN ON THE MOST
047500*   RECENT SEASON-START DAY ON OR BEFORE THE AS-OF DATE.
047700*-----------------------------------------------------------------
047800 1160-SET-SEASON.
047900     MOVE WS-RUN-YEAR  TO WS-CAL-YEAR
048000     MOVE WS-RUN-MONTH TO WS-CAL-MONTH
048100     MOVE WS-RUN-DAY   TO WS-CAL-DAY
048200     MOVE WS-CAL-DATE-X TO WS-TODAY-DATE

048300     IF WS-GDD-CAP-TEMP NOT > WS-GDD-BASE-TEMP
048400         SET WS-PARM-ERROR TO TRUE
048500         GO TO 9910-ABEND-BAD-PARAMETER
048600     END-IF

048700     IF WS-SS-DASH NOT = '-'
048800        OR WS-SS-MONTH NOT NUMERIC
048900        OR WS-SS-DAY NOT NUMERIC
049000         SET WS-PARM-ERROR TO TRUE
049100         GO TO 9910-ABEND-BAD-PARAMETER
049200     END-IF
049300     IF WS-SS-MONTH < 01 OR WS-SS-MONTH > 12
049400         SET WS-PARM-ERROR TO TRUE
049500         GO TO 9910-ABEND-BAD-PARAMETER
049600     END-IF
049700     IF WS-SS-DAY < 01
049800        OR WS-SS-DAY > WS-DAYS-IN-MONTH (WS-SS-MONTH)
049900         SET WS-PARM-ERROR TO TRUE
050000         GO TO 9910-ABEND-BAD-PARAMETER
050100     END-IF

050200     IF WS-AS-OF-DATE = SPACES
050300         PERFORM 2650-BACK-ONE-DAY
050400             THRU 2650-BACK-ONE-DAY-EXIT
050500         MOVE WS-CAL-DATE-X TO WS-AS-OF-DATE
050600     ELSE
050700         IF WS-AS-OF-DATE (5:1) NOT = '-'
050800            OR WS-AS-OF-DATE (8:1) NOT = '-'
050900            OR WS-AS-OF-DATE (1:4) NOT NUMERIC
051000            OR WS-AS-OF-DATE (6:2) NOT NUMERIC
051100            OR WS-AS-OF-DATE (9:2) NOT NUMERIC
051200            OR WS-AS-OF-DATE (6:2) < '01'
051300            OR WS-AS-OF-DATE (6:2) > '12'
051400            OR WS-AS-OF-DATE (9:2) < '01'
051500            OR WS-AS-OF-DATE (9:2) > '31'
051600            OR WS-AS-OF-DATE NOT < WS-TODAY-DATE
051700             GO TO 9910-ABEND-BAD-PARAMETER
051800         END-IF
051999     END-IF
052000     MOVE WS-AS-OF-DATE TO WS-AS-OF-SPLIT
052010     MOVE WS-DAYS-IN-MONTH (WS-AO-MONTH) TO WS-MONTH-LENGTH
052020     IF WS-AO-MONTH = 02
052030         DIVIDE WS-AO-YEAR BY 4
052040             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
052050         DIVIDE WS-AO-YEAR BY 100
052060             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
052070         DIVIDE WS-AO-YEAR BY 400
052080             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
052090         IF WS-LEAP-REM-4 = 0
052091            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
052092             MOVE 29 TO WS-MONTH-LENGTH
052093         END-IF
052094     END-IF
052095     IF WS-AO-DAY > WS-MONTH-LENGTH
052096         GO TO 9910-ABEND-BAD-PARAMETER
052097     END-IF

052100     MOVE WS-AO-YEAR  TO WS-CAL-YEAR
052200     MOVE WS-SS-MONTH TO WS-CAL-MONTH
052300     MOVE WS-SS-DAY   TO WS-CAL-DAY
052400     IF WS-AS-OF-DATE (6:5) < WS-SEASON-START
052500         SUBTRACT 1 FROM WS-CAL-YEAR
052600     END-IF
052700     MOVE WS-CAL-DATE-X TO WS-SEASON-START-DATE
052800     SUBTRACT 1 FROM WS-CAL-YEAR
052900     MOVE WS-CAL-DATE-X TO WS-LAST-START-DATE

053000     COMPUTE WS-CAL-YEAR = WS-AO-YEAR - 1
053100     MOVE WS-AO-MONTH TO WS-CAL-MONTH
053200     MOVE WS-AO-DAY   TO WS-CAL-DAY
053300     IF WS-AO-MONTH = 02 AND WS-AO-DAY = 29
053400         MOVE 28 TO WS-CAL-DAY
053500     END-IF
053600     MOVE WS-CAL-DATE-X TO WS-LAST-AS-OF-DATE

053700     MOVE WS-AO-YEAR TO WS-CAL-YEAR
053800     MOVE 01         TO WS-CAL-MONTH
053900     MOVE 01         TO WS-CAL-DAY
054000     MOVE WS-CAL-DATE-X TO WS-YEAR-START-DATE
054100     MOVE 07         TO WS-CAL-MONTH
054200     MOVE 31         TO WS-CAL-DAY
054300     MOVE WS-CAL-DATE-X TO WS-SPRING-END-DATE

054400     MOVE WS-AS-OF-DATE TO WS-DN-KEY-DATE
054500     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
054600         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
054700     MOVE WS-DN-RESULT TO WS-AS-OF-DAY-NUMBER

054800     MOVE WS-SEASON-START-DATE TO WS-DN-KEY-DATE
054900     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
055000         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
055100     COMPUTE WS-THIS-SEASON-DAYS =
055200         WS-AS-OF-DAY-NUMBER - WS-DN-RESULT + 1

055300     MOVE WS-YEAR-START-DATE TO WS-DN-KEY-DATE
055400     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
055500         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
055600     COMPUTE WS-YEAR-DAYS =
055700         WS-AS-OF-DAY-NUMBER - WS-DN-RESULT + 1

055800     MOVE WS-LAST-AS-OF-DATE TO WS-DN-KEY-DATE
055900     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
056000         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
056100     MOVE WS-DN-RESULT TO WS-WORK-DAY-NUMBER
056200     MOVE WS-LAST-START-DATE TO WS-DN-KEY-DATE
056300     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
056400         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
056500     COMPUTE WS-LAST-SEASON-DAYS =
056600         WS-WORK-DAY-NUMBER - WS-DN-RESULT + 1.
056700 1160-SET-SEASON-EXIT.
056800     EXIT.

056900*-----------------------------------------------------------------
057000* 1200-LOAD-STATION-MASTER
057100*   LOADS STATION-MASTER-FILE INTO WS-STATION-TABLE.  THE REPORT
057200*   IS DRIVEN OFF THE STATION LIST, SO A MISSING OR EMPTY MASTER
057300*   LEAVES IT NOTHING TO DO - WITH A WARNING.
057400*-----------------------------------------------------------------
057500 1200-LOAD-STATION-MASTER.
057600     MOVE 'N' TO WS-MASTER-EOF-SW
057700     OPEN INPUT STATION-MASTER-FILE

057800     PERFORM 1210-LOAD-ONE-STATION
057900         THRU 1210-LOAD-ONE-STATION-EXIT
058000         UNTIL WS-MASTER-EOF

058100     CLOSE STATION-MASTER-FILE
058200     MOVE 'N' TO WS-MASTER-EOF-SW

058300     IF WS-STATION-COUNT = 0
058400         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
058500             ' is missing or empty - no stations to report.'
058600     END-IF.
058700 1200-LOAD-STATION-MASTER-EXIT.
058800     EXIT.

058900*-----------------------------------------------------------------
059000* 1210-LOAD-ONE-STATION
059100*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT
059200*   WITH NO FREEZE RECORDS YET.  ROWS BEYOND THE TABLE LIMIT ARE
059300*   REPORTED AND DROPPED.
059400*-----------------------------------------------------------------
059500 1210-LOAD-ONE-STATION.
059600     READ STATION-MASTER-FILE
059700         AT END
059800             SET WS-MASTER-EOF TO TRUE
059900             GO TO 1210-LOAD-ONE-STATION-EXIT
060000     END-READ

060100     IF WS-STATION-COUNT >= WS-MAX-STATIONS
060200         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
060300             ' stations in ' WS-STATION-FILENAME ' - STATION '
060400             STAM-STATION-ID ' ignored'
060500         GO TO 1210-LOAD-ONE-STATION-EXIT
060600     END-IF

060700     ADD 1 TO WS-STATION-COUNT
060800     MOVE SPACES TO WS-STATION-ENTRY (WS-STATION-COUNT)
060900     MOVE STAM-STATION-ID   TO WS-STA-STATION-ID
061000                                   (WS-STATION-COUNT)
061100     MOVE STAM-STATION-NAME TO WS-STA-NAME (WS-STATION-COUNT)
061200     MOVE STAM-CITY-STATE   TO WS-STA-CITY-STATE
061300                                   (WS-STATION-COUNT)
061400     MOVE STAM-ACTIVE-FLAG  TO WS-STA-ACTIVE-FLAG
061500                                   (WS-STATION-COUNT)
061600     MOVE 0 TO WS-STA-REC-ROWS (WS-STATION-COUNT).
061700 1210-LOAD-ONE-STATION-EXIT.
061800     EXIT.

061900*-----------------------------------------------------------------
062000* 1300-LOAD-FREEZE-RECORDS
062100*   READS STATIONREC.DAT ONCE, KEEPING FOR EACH STATION AND
062200*   THRESHOLD THE LATEST SPRING AND EARLIEST FALL CALENDAR DAY
062300*   WHOSE ALL-TIME LOW IS AT OR BELOW THE THRESHOLD.  ONLY THE
062400*   DAY ROWS ARE USED.  A MISSING FILE LEAVES THE RECORD COLUMNS
062500*   EMPTY - WITH A WARNING.
062600*-----------------------------------------------------------------
062700 1300-LOAD-FREEZE-RECORDS.
062800     MOVE 'N' TO WS-MASTER-EOF-SW
062900     OPEN INPUT STATION-RECORDS-FILE

063000     PERFORM 1310-LOAD-ONE-RECORDS-ROW
063100         THRU 1310-LOAD-ONE-RECORDS-ROW-EXIT
063200         UNTIL WS-MASTER-EOF

063300     CLOSE STATION-RECORDS-FILE
063400     MOVE 'N' TO WS-MASTER-EOF-SW.
063500 1300-LOAD-FREEZE-RECORDS-EXIT.
063600     EXIT.

063700*-----------------------------------------------------------------
063800* 1310-LOAD-ONE-RECORDS-ROW
063900*   FILES ONE RECREC DAY ROW AGAINST ITS STATION.  MONTH ROWS,
064000*   ROWS THAT DO NOT PARSE AND ROWS FOR STATIONS NOT ON THE
064100*   MASTER ARE PASSED OVER.
064200*-----------------------------------------------------------------
064300 1310-LOAD-ONE-RECORDS-ROW.
064400     READ STATION-RECORDS-FILE
064500         AT END
064600             SET WS-MASTER-EOF TO TRUE
064700             GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
064800     END-READ

064900     IF NOT SREC-IS-DAY-RECORD
065000        OR SREC-MONTH NOT NUMERIC
065100        OR SREC-DAY NOT NUMERIC
065200        OR SREC-LOW-TEMP NOT NUMERIC
065300         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
065400     END-IF
065500     IF SREC-MONTH < 01 OR SREC-MONTH > 12
065600        OR SREC-DAY < 01 OR SREC-DAY > 31
065700         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
065800     END-IF

065900     PERFORM 2500-FIND-STATION
066000         THRU 2500-FIND-STATION-EXIT
066100     IF WS-STATION-NOT-FOUND
066200         GO TO 1310-LOAD-ONE-RECORDS-ROW-EXIT
066300     END-IF

066400     ADD 1 TO WS-STA-REC-ROWS (WS-STATION-INDEX)
066500     MOVE SREC-MONTH TO WS-RM-MONTH
066600     MOVE SREC-DAY   TO WS-RM-DAY

066700     MOVE 1 TO WS-THR-INDEX
066800     PERFORM 1320-FILE-ONE-THRESHOLD
066900         THRU 1320-FILE-ONE-THRESHOLD-EXIT
067000         UNTIL WS-THR-INDEX > WS-THR-COUNT.
067100 1310-LOAD-ONE-RECORDS-ROW-EXIT.
067200     EXIT.

067300*-----------------------------------------------------------------
067400* 1320-FILE-ONE-THRESHOLD
067500*   A DAY ROW WHOSE RECORD LOW IS AT OR BELOW THE THRESHOLD
067600*   PUSHES THE LATEST SPRING FREEZE ON RECORD LATER (JANUARY THRU
067700*   JULY) OR THE EARLIEST FALL FREEZE ON RECORD EARLIER (AUGUST
067800*   THRU DECEMBER).
067900*-----------------------------------------------------------------
068000 1320-FILE-ONE-THRESHOLD.
068100     IF SREC-LOW-TEMP > WS-THRESHOLD (WS-THR-INDEX)
068200         GO TO 1320-FILE-NEXT
068300     END-IF

068400     IF SREC-MONTH < 08
068500         IF WS-REC-SPRING-MMDD (WS-STATION-INDEX WS-THR-INDEX)
068600                 = SPACES
068700            OR WS-REC-MMDD-X > WS-REC-SPRING-MMDD
068800                               (WS-STATION-INDEX WS-THR-INDEX)
068900             MOVE WS-REC-MMDD-X TO WS-REC-SPRING-MMDD
069000                               (WS-STATION-INDEX WS-THR-INDEX)
069100             MOVE SREC-LOW-DATE TO WS-REC-SPRING-DATE
069200                               (WS-STATION-INDEX WS-THR-INDEX)
069300         END-IF
069400     ELSE
069500         IF WS-REC-FALL-MMDD (WS-STATION-INDEX WS-THR-INDEX)
069600                 = SPACES
069700            OR WS-REC-MMDD-X < WS-REC-FALL-MMDD
069800                               (WS-STATION-INDEX WS-THR-INDEX)
069900             MOVE WS-REC-MMDD-X TO WS-REC-FALL-MMDD
070000                               (WS-STATION-INDEX WS-THR-INDEX)
070100             MOVE SREC-LOW-DATE TO WS-REC-FALL-DATE
070200                               (WS-STATION-INDEX WS-THR-INDEX)
070300         END-IF
070400     END-IF.
070500 1320-FILE-NEXT.
070600     ADD 1 TO WS-THR-INDEX.
070700 1320-FILE-ONE-THRESHOLD-EXIT.
070800     EXIT.

070900*-----------------------------------------------------------------
071000* 2000-REPORT-STATIONS
071100*   TAKES EVERY STATION ON THE MASTER IN TURN.
071200*-----------------------------------------------------------------
071300 2000-REPORT-STATIONS.
071400     MOVE 1 TO WS-STATION-INDEX
071500     PERFORM 2100-REPORT-ONE-STATION
071600         THRU 2100-REPORT-ONE-STATION-EXIT
071700         UNTIL WS-STATION-INDEX > WS-STATION-COUNT

071800     MOVE SPACES TO GROWTH-REPORT-RECORD
071900     WRITE GROWTH-REPORT-RECORD
072000     MOVE WS-REPORTED-COUNT TO WS-RT-REPORTED
072100     WRITE GROWTH-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

072200     DISPLAY 'Growing-season report: ' WS-REPORTED-COUNT
072300         ' active station(s) reported as of ' WS-AS-OF-DATE '.'.
072400 2000-REPORT-STATIONS-EXIT.
072500     EXIT.

072600*-----------------------------------------------------------------
072700* 2100-REPORT-ONE-STATION
072800*   AN ACTIVE STATION HAS ITS SEASONS WALKED ON THE MASTER AND
072900*   ITS BLOCK WRITTEN; AN INACTIVE ONE IS PASSED OVER.
073000*-----------------------------------------------------------------
073100 2100-REPORT-ONE-STATION.
073200     IF WS-STA-ACTIVE-FLAG (WS-STATION-INDEX) NOT = 'A'
073300         GO TO 2100-REPORT-NEXT
073400     END-IF

073500     PERFORM 2200-WALK-STATION-HISTORY
073600         THRU 2200-WALK-STATION-HISTORY-EXIT

073700     PERFORM 2400-WRITE-STATION-BLOCK
073800         THRU 2400-WRITE-STATION-BLOCK-EXIT

073900     ADD 1 TO WS-REPORTED-COUNT.
074000 2100-REPORT-NEXT.
074100     ADD 1 TO WS-STATION-INDEX.
074200 2100-REPORT-ONE-STATION-EXIT.
074300     EXIT.

074400*-----------------------------------------------------------------
074500* 2200-WALK-STATION-HISTORY
074600*   POSITIONS THE HISTORY MASTER AT (STATION, LAST SEASON'S
074700*   START) AND READS FORWARD THRU THE AS-OF DATE, WHICH COVERS
074800*   BOTH SEASONS AND THE FREEZE YEAR IN ONE PASS.
074900*-----------------------------------------------------------------
075000 2200-WALK-STATION-HISTORY.
075100     MOVE 0   TO WS-THIS-GDD
075200     MOVE 0   TO WS-LAST-GDD
075300     MOVE 0   TO WS-THIS-DAYS-FOUND
075400     MOVE 0   TO WS-LAST-DAYS-FOUND
075500     MOVE 0   TO WS-YEAR-DAYS-FOUND
075600     MOVE SPACES TO WS-FREEZE-TABLE
075700     MOVE 'N' TO WS-WALK-DONE-SW

075800     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
075900         TO HISTORY-STATION-ID
076000     MOVE WS-LAST-START-DATE TO HISTORY-DATE

076100     START TEMPERATURE-HISTORY-FILE KEY NOT < HISTORY-KEY
076200         INVALID KEY
076300             SET WS-WALK-DONE TO TRUE
076400     END-START

076500     PERFORM 2210-WALK-ONE-DAY
076600         THRU 2210-WALK-ONE-DAY-EXIT
076700         UNTIL WS-WALK-DONE

076800     COMPUTE WS-YEAR-DAYS-MISSING =
076900         WS-YEAR-DAYS - WS-YEAR-DAYS-FOUND.
077000 2200-WALK-STATION-HISTORY-EXIT.
077100     EXIT.

077200*-----------------------------------------------------------------
077300* 2210-WALK-ONE-DAY
077400*   READS THE NEXT MASTER ROW.  THE WALK ENDS AT END OF FILE, AT
077500*   THE NEXT STATION OR PAST THE AS-OF DATE.  A ROW IN EITHER
077600*   SEASON ADDS ITS GROWING DEGREE DAYS THERE; AN OBSERVED,
077700*   UNFLAGGED ROW IN THE FREEZE YEAR IS CHECKED AGAINST BOTH
077750*   THRESHOLDS.
077800*-----------------------------------------------------------------
077900 2210-WALK-ONE-DAY.
078000     READ TEMPERATURE-HISTORY-FILE NEXT RECORD
078100         AT END
078200             SET WS-WALK-DONE TO TRUE
078300             GO TO 2210-WALK-ONE-DAY-EXIT
078400     END-READ

078500     IF WS-HISTORY-STATUS NOT = '00'
078600         GO TO 9930-ABEND-HISTORY-IO
078700     END-IF

078800     IF HISTORY-STATION-ID
078900             NOT = WS-STA-STATION-ID (WS-STATION-INDEX)
079000        OR HISTORY-DATE > WS-AS-OF-DATE
079100         SET WS-WALK-DONE TO TRUE
079200         GO TO 2210-WALK-ONE-DAY-EXIT
079300     END-IF

079400     IF HISTORY-DATE NOT > WS-LAST-AS-OF-DATE
079500         PERFORM 2300-DAY-GDD
079600             THRU 2300-DAY-GDD-EXIT
079700         ADD WS-GDD-DAY TO WS-LAST-GDD
079800         ADD 1 TO WS-LAST-DAYS-FOUND
079900     END-IF

080000     IF HISTORY-DATE NOT < WS-SEASON-START-DATE
080100         PERFORM 2300-DAY-GDD
080200             THRU 2300-DAY-GDD-EXIT
080300         ADD WS-GDD-DAY TO WS-THIS-GDD
080400         ADD 1 TO WS-THIS-DAYS-FOUND
080500     END-IF

080600     IF HISTORY-DATE < WS-YEAR-START-DATE
080700         GO TO 2210-WALK-ONE-DAY-EXIT
080800     END-IF

080900     ADD 1 TO WS-YEAR-DAYS-FOUND
081000     IF HISTORY-QC-SUSPECT OR HISTORY-ESTIMATED
081100         GO TO 2210-WALK-ONE-DAY-EXIT
081200     END-IF

081300     MOVE 1 TO WS-THR-INDEX
081400     PERFORM 2220-CHECK-ONE-THRESHOLD
081500         THRU 2220-CHECK-ONE-THRESHOLD-EXIT
081600         UNTIL WS-THR-INDEX > WS-THR-COUNT.
081700 2210-WALK-ONE-DAY-EXIT.
081800     EXIT.

081900*-----------------------------------------------------------------
082000* 2220-CHECK-ONE-THRESHOLD
082100*   A MIN AT OR BELOW THE THRESHOLD IS A FREEZE.  THE MASTER IS
082200*   READ IN DATE ORDER, SO IN SPRING EACH FREEZE REPLACES THE
082300*   LAST ONE SEEN AND IN FALL ONLY THE FIRST IS KEPT.
082400*-----------------------------------------------------------------
082500 2220-CHECK-ONE-THRESHOLD.
082600     IF HISTORY-MIN-TEMPERATURE > WS-THRESHOLD (WS-THR-INDEX)
082700         GO TO 2220-CHECK-NEXT
082800     END-IF

082900     IF HISTORY-DATE NOT > WS-SPRING-END-DATE
083000         MOVE HISTORY-DATE
083100             TO WS-FRZ-SPRING-DATE (WS-THR-INDEX)
083200         MOVE HISTORY-MIN-TEMPERATURE
083300             TO WS-FRZ-SPRING-TEMP (WS-THR-INDEX)
083400     ELSE
083500         IF WS-FRZ-FALL-DATE (WS-THR-INDEX) = SPACES
083600             MOVE HISTORY-DATE
083700                 TO WS-FRZ-FALL-DATE (WS-THR-INDEX)
083800             MOVE HISTORY-MIN-TEMPERATURE
083900                 TO WS-FRZ-FALL-TEMP (WS-THR-INDEX)
084000         END-IF
084100     END-IF.
084200 2220-CHECK-NEXT.
084300     ADD 1 TO WS-THR-INDEX.
084400 2220-CHECK-ONE-THRESHOLD-EXIT.
084500     EXIT.

084600*-----------------------------------------------------------------
084700* 2300-DAY-GDD
084800*   ONE DAY'S GROWING DEGREE DAYS BY THE CAPPED METHOD: MAX AND
084900*   MIN ARE EACH HELD BETWEEN THE BASE AND THE CAP, AND THE BASE
085000*   IS TAKEN FROM THEIR MEAN, SO THE RESULT IS NEVER NEGATIVE.
085100*-----------------------------------------------------------------
085200 2300-DAY-GDD.
085300     MOVE HISTORY-MAX-TEMPERATURE TO WS-GDD-MAX
085400     MOVE HISTORY-MIN-TEMPERATURE TO WS-GDD-MIN

085500     IF WS-GDD-MAX > WS-GDD-CAP-TEMP
085600         MOVE WS-GDD-CAP-TEMP  TO WS-GDD-MAX
085700     END-IF
085800     IF WS-GDD-MAX < WS-GDD-BASE-TEMP
085900         MOVE WS-GDD-BASE-TEMP TO WS-GDD-MAX
086000     END-IF
086100     IF WS-GDD-MIN > WS-GDD-CAP-TEMP
086200         MOVE WS-GDD-CAP-TEMP  TO WS-GDD-MIN
086300     END-IF
086400     IF WS-GDD-MIN < WS-GDD-BASE-TEMP
086500         MOVE WS-GDD-BASE-TEMP TO WS-GDD-MIN
086600     END-IF

086700     COMPUTE WS-GDD-DAY ROUNDED =
086800         (WS-GDD-MAX + WS-GDD-MIN) / 2 - WS-GDD-BASE-TEMP.
086900 2300-DAY-GDD-EXIT.
087000     EXIT.

087100*-----------------------------------------------------------------
087200* 2400-WRITE-STATION-BLOCK
087300*   WRITES ONE STATION'S BLOCK: THE TWO SEASONS' GDD AND THEIR
087400*   DIFFERENCE, THE FOUR FREEZE DATES AGAINST THE RECORDS, THE
087500*   FROST-FREE SEASON AT EACH THRESHOLD, AND A NOTE WHEN DAYS OF
087600*   THE FREEZE YEAR ARE NOT ON THE MASTER.
087700*-----------------------------------------------------------------
087800 2400-WRITE-STATION-BLOCK.
087900     MOVE SPACES TO GROWTH-REPORT-RECORD
088000     WRITE GROWTH-REPORT-RECORD

088100     MOVE WS-STA-STATION-ID (WS-STATION-INDEX)
088200         TO WS-SL-STATION-ID
088300     MOVE WS-STA-NAME (WS-STATION-INDEX) TO WS-SL-NAME
088400     MOVE WS-STA-CITY-STATE (WS-STATION-INDEX)
088500         TO WS-SL-CITY-STATE
088600     WRITE GROWTH-REPORT-RECORD FROM WS-STATION-LINE

088700     MOVE 'THIS SEASON  '      TO WS-GL-LABEL
088800     MOVE WS-SEASON-START-DATE TO WS-GL-START-DATE
088900     MOVE WS-AS-OF-DATE        TO WS-GL-END-DATE
089000     MOVE WS-THIS-GDD          TO WS-GL-GDD
089100     MOVE WS-THIS-DAYS-FOUND   TO WS-GL-DAYS-FOUND
089200     MOVE WS-THIS-SEASON-DAYS  TO WS-GL-DAYS-IN-SEASON
089300     WRITE GROWTH-REPORT-RECORD FROM WS-GDD-LINE

089400     MOVE 'LAST SEASON  '      TO WS-GL-LABEL
089500     MOVE WS-LAST-START-DATE   TO WS-GL-START-DATE
089600     MOVE WS-LAST-AS-OF-DATE   TO WS-GL-END-DATE
089700     MOVE WS-LAST-GDD          TO WS-GL-GDD
089800     MOVE WS-LAST-DAYS-FOUND   TO WS-GL-DAYS-FOUND
089900     MOVE WS-LAST-SEASON-DAYS  TO WS-GL-DAYS-IN-SEASON
090000     WRITE GROWTH-REPORT-RECORD FROM WS-GDD-LINE

090100     COMPUTE WS-GDD-DIFF = WS-THIS-GDD - WS-LAST-GDD
090200     MOVE WS-GDD-DIFF TO WS-GD-DIFF
090300     IF WS-GDD-DIFF > 0
090400         MOVE 'AHEAD ' TO WS-GD-WORD
090500     ELSE
090600         IF WS-GDD-DIFF < 0
090700             MOVE 'BEHIND' TO WS-GD-WORD
090800         ELSE
090900             MOVE 'EVEN  ' TO WS-GD-WORD
091000         END-IF
091100     END-IF
091200     WRITE GROWTH-REPORT-RECORD FROM WS-GDD-DIFF-LINE

091300     MOVE WS-AO-YEAR TO WS-FH-YEAR
091400     WRITE GROWTH-REPORT-RECORD FROM WS-FREEZE-HEADING

091500     IF WS-STA-REC-ROWS (WS-STATION-INDEX) = 0
091600         WRITE GROWTH-REPORT-RECORD FROM WS-NO-RECORDS-LINE
091700     END-IF

091800     MOVE 1 TO WS-THR-INDEX
091900     PERFORM 2410-WRITE-SPRING-FREEZE
092000         THRU 2410-WRITE-SPRING-FREEZE-EXIT
092100         UNTIL WS-THR-INDEX > WS-THR-COUNT

092200     MOVE 1 TO WS-THR-INDEX
092300     PERFORM 2420-WRITE-FALL-FREEZE
092400         THRU 2420-WRITE-FALL-FREEZE-EXIT
092500         UNTIL WS-THR-INDEX > WS-THR-COUNT

092600     MOVE 1 TO WS-THR-INDEX
092700     PERFORM 2430-WRITE-FROST-FREE
092800         THRU 2430-WRITE-FROST-FREE-EXIT
092900         UNTIL WS-THR-INDEX > WS-THR-COUNT

093000     IF WS-YEAR-DAYS-MISSING > 0
093100         MOVE WS-YEAR-DAYS-MISSING TO WS-MN-DAYS
093200         MOVE WS-AO-YEAR           TO WS-MN-YEAR
093300         WRITE GROWTH-REPORT-RECORD FROM WS-MISSING-NOTE-LINE
093400     END-IF.
093500 2400-WRITE-STATION-BLOCK-EXIT.
093600     EXIT.

093700*-----------------------------------------------------------------
093800* 2410-WRITE-SPRING-FREEZE
093900*   THE YEAR'S LAST SPRING FREEZE AT ONE THRESHOLD AGAINST THE
094000*   LATEST SPRING FREEZE ON RECORD.  WHILE THE AS-OF DATE IS
094100*   STILL IN SPRING THE DATE IS ONLY THE LAST ONE SO FAR.
094200*-----------------------------------------------------------------
094300 2410-WRITE-SPRING-FREEZE.
094400     MOVE 'LAST SPRING '           TO WS-FL-LABEL
094500     MOVE WS-THRESHOLD (WS-THR-INDEX) TO WS-FL-THRESHOLD
094600     MOVE SPACES                   TO WS-FL-NOTE

094700     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX) = SPACES
094800         MOVE 'NONE'   TO WS-FL-DATE
094900         MOVE SPACES   TO WS-FL-TEMP-AREA
095000     ELSE
095100         MOVE WS-FRZ-SPRING-DATE (WS-THR-INDEX) TO WS-FL-DATE
095200         MOVE WS-FRZ-SPRING-TEMP (WS-THR-INDEX) TO WS-FL-TEMP
095300         MOVE ' F'     TO WS-FL-TEMP-F
095400     END-IF

095500     MOVE 'LATEST   ' TO WS-FL-RECORD-KIND
095600     IF WS-REC-SPRING-DATE (WS-STATION-INDEX WS-THR-INDEX)
095700             = SPACES
095800         MOVE 'NONE ON RECORD'    TO WS-FL-RECORD-AREA
095900     ELSE
096000         MOVE WS-REC-SPRING-DATE (WS-STATION-INDEX WS-THR-INDEX)
096100             TO WS-FL-RECORD-DATE
096200     END-IF

096300     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX) = SPACES
096400        OR WS-REC-SPRING-DATE (WS-STATION-INDEX WS-THR-INDEX)
096500             = SPACES
096600         GO TO 2410-WRITE-LINE
096700     END-IF

096800     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX)
096900             = WS-REC-SPRING-DATE (WS-STATION-INDEX WS-THR-INDEX)
097000         MOVE 'SETS THE RECORD'  TO WS-FL-NOTE
097100         GO TO 2410-WRITE-LINE
097200     END-IF
097300     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX) (6:5)
097400             = WS-REC-SPRING-MMDD (WS-STATION-INDEX WS-THR-INDEX)
097500         MOVE 'TIES THE RECORD'  TO WS-FL-NOTE
097600         GO TO 2410-WRITE-LINE
097700     END-IF
097800     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX) (6:5)
097900             > WS-REC-SPRING-MMDD (WS-STATION-INDEX WS-THR-INDEX)
098000         MOVE 'LATER THAN RECORD' TO WS-FL-NOTE
098100         GO TO 2410-WRITE-LINE
098200     END-IF

098300     MOVE WS-FRZ-SPRING-DATE (WS-THR-INDEX) TO WS-DN-KEY-DATE
098400     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
098500         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
098600     MOVE WS-DN-RESULT TO WS-WORK-DAY-NUMBER
098700     MOVE WS-REC-SPRING-MMDD (WS-STATION-INDEX WS-THR-INDEX)
098800         TO WS-DN-KEY-DATE (6:5)
098900     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
099000         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
099100     COMPUTE WS-RECORD-DIFF-DAYS =
099200         WS-DN-RESULT - WS-WORK-DAY-NUMBER
099300     MOVE WS-RECORD-DIFF-DAYS TO WS-RD-DAYS
099400     MOVE 'BEFORE RECORD'     TO WS-RD-WORD
099500     MOVE WS-RECORD-DAYS-NOTE TO WS-FL-NOTE.
099600 2410-WRITE-LINE.
099700     WRITE GROWTH-REPORT-RECORD FROM WS-FREEZE-LINE
099800     ADD 1 TO WS-THR-INDEX.
099900 2410-WRITE-SPRING-FREEZE-EXIT.
100000     EXIT.

100100*-----------------------------------------------------------------
100200* 2420-WRITE-FALL-FREEZE
100300*   THE YEAR'S FIRST FALL FREEZE AT ONE THRESHOLD AGAINST THE
100400*   EARLIEST FALL FREEZE ON RECORD - OR NONE YET.
100500*-----------------------------------------------------------------
100600 2420-WRITE-FALL-FREEZE.
100700     MOVE 'FIRST FALL  '           TO WS-FL-LABEL
100800     MOVE WS-THRESHOLD (WS-THR-INDEX) TO WS-FL-THRESHOLD
100900     MOVE SPACES                   TO WS-FL-NOTE

101000     IF WS-FRZ-FALL-DATE (WS-THR-INDEX) = SPACES
101100         MOVE 'NONE YET' TO WS-FL-DATE
101200         MOVE SPACES     TO WS-FL-TEMP-AREA
101300     ELSE
101400         MOVE WS-FRZ-FALL-DATE (WS-THR-INDEX) TO WS-FL-DATE
101500         MOVE WS-FRZ-FALL-TEMP (WS-THR-INDEX) TO WS-FL-TEMP
101600         MOVE ' F'       TO WS-FL-TEMP-F
101700     END-IF

101800     MOVE 'EARLIEST ' TO WS-FL-RECORD-KIND
101900     IF WS-REC-FALL-DATE (WS-STATION-INDEX WS-THR-INDEX)
102000             = SPACES
102100         MOVE 'NONE ON RECORD'    TO WS-FL-RECORD-AREA
102200     ELSE
102300         MOVE WS-REC-FALL-DATE (WS-STATION-INDEX WS-THR-INDEX)
102400             TO WS-FL-RECORD-DATE
102500     END-IF

102600     IF WS-FRZ-FALL-DATE (WS-THR-INDEX) = SPACES
102700        OR WS-REC-FALL-DATE (WS-STATION-INDEX WS-THR-INDEX)
102800             = SPACES
102900         GO TO 2420-WRITE-LINE
103000     END-IF

103100     IF WS-FRZ-FALL-DATE (WS-THR-INDEX)
103200             = WS-REC-FALL-DATE (WS-STATION-INDEX WS-THR-INDEX)
103300         MOVE 'SETS THE RECORD'  TO WS-FL-NOTE
103400         GO TO 2420-WRITE-LINE
103500     END-IF
103600     IF WS-FRZ-FALL-DATE (WS-THR-INDEX) (6:5)
103700             = WS-REC-FALL-MMDD (WS-STATION-INDEX WS-THR-INDEX)
103800         MOVE 'TIES THE RECORD'  TO WS-FL-NOTE
103900         GO TO 2420-WRITE-LINE
104000     END-IF
104100     IF WS-FRZ-FALL-DATE (WS-THR-INDEX) (6:5)
104200             < WS-REC-FALL-MMDD (WS-STATION-INDEX WS-THR-INDEX)
104300         MOVE 'EARLIER THAN RECORD' TO WS-FL-NOTE
104400         GO TO 2420-WRITE-LINE
104500     END-IF

104600     MOVE WS-FRZ-FALL-DATE (WS-THR-INDEX) TO WS-DN-KEY-DATE
104700     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
104800         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
104900     MOVE WS-DN-RESULT TO WS-WORK-DAY-NUMBER
105000     MOVE WS-REC-FALL-MMDD (WS-STATION-INDEX WS-THR-INDEX)
105100         TO WS-DN-KEY-DATE (6:5)
105200     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
105300         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
105400     COMPUTE WS-RECORD-DIFF-DAYS =
105500         WS-WORK-DAY-NUMBER - WS-DN-RESULT
105600     MOVE WS-RECORD-DIFF-DAYS TO WS-RD-DAYS
105700     MOVE 'AFTER RECORD'      TO WS-RD-WORD
105800     MOVE WS-RECORD-DAYS-NOTE TO WS-FL-NOTE.
105900 2420-WRITE-LINE.
106000     WRITE GROWTH-REPORT-RECORD FROM WS-FREEZE-LINE
106100     ADD 1 TO WS-THR-INDEX.
106200 2420-WRITE-FALL-FREEZE-EXIT.
106300     EXIT.

106400*-----------------------------------------------------------------
106500* 2430-WRITE-FROST-FREE
106600*   THE FROST-FREE SEASON AT ONE THRESHOLD: THE DAYS BETWEEN THE
106700*   LAST SPRING AND FIRST FALL FREEZE, OR THE DAYS SINCE THE
106800*   SPRING FREEZE WHILE NO FALL FREEZE HAS COME.
106900*-----------------------------------------------------------------
107000 2430-WRITE-FROST-FREE.
107100     MOVE WS-THRESHOLD (WS-THR-INDEX) TO WS-FF-THRESHOLD

107200     IF WS-FRZ-SPRING-DATE (WS-THR-INDEX) = SPACES
107300         MOVE 'NO SPRING FREEZE ON THE MASTER' TO WS-FF-TEXT
107400         GO TO 2430-WRITE-LINE
107500     END-IF

107600     MOVE WS-FRZ-SPRING-DATE (WS-THR-INDEX) TO WS-DN-KEY-DATE
107700     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
107800         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
107900     MOVE WS-DN-RESULT TO WS-SPRING-DAY-NUMBER

108000     IF WS-FRZ-FALL-DATE (WS-THR-INDEX) = SPACES
108100         COMPUTE WS-FROST-FREE-DAYS =
108200             WS-AS-OF-DAY-NUMBER - WS-SPRING-DAY-NUMBER
108300         MOVE ' SO FAR - NO FALL FREEZE YET' TO WS-FT-NOTE
108400     ELSE
108500         MOVE WS-FRZ-FALL-DATE (WS-THR-INDEX) TO WS-DN-KEY-DATE
108600         PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
108700             THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
108800         MOVE WS-DN-RESULT TO WS-FALL-DAY-NUMBER
108900         COMPUTE WS-FROST-FREE-DAYS =
109000             WS-FALL-DAY-NUMBER - WS-SPRING-DAY-NUMBER - 1
109100         MOVE SPACES TO WS-FT-NOTE
109200     END-IF
109300     MOVE WS-FROST-FREE-DAYS      TO WS-FT-DAYS
109400     MOVE WS-FROST-FREE-DAYS-TEXT TO WS-FF-TEXT.
109500 2430-WRITE-LINE.
109600     WRITE GROWTH-REPORT-RECORD FROM WS-FROST-FREE-LINE
109700     ADD 1 TO WS-THR-INDEX.
109800 2430-WRITE-FROST-FREE-EXIT.
109900     EXIT.

110000*-----------------------------------------------------------------
110100* 2500-FIND-STATION
110200*   SETS WS-STATION-INDEX TO THE TABLE SLOT OF SREC-STATION-ID.
110300*-----------------------------------------------------------------
110400 2500-FIND-STATION.
110500     MOVE 1 TO WS-STATION-INDEX
110600     SET WS-STATION-NOT-FOUND TO TRUE

110700     PERFORM 2510-MATCH-ONE-STATION
110800         THRU 2510-MATCH-ONE-STATION-EXIT
110900         UNTIL WS-STATION-FOUND
111000            OR WS-STATION-INDEX > WS-STATION-COUNT.
111100 2500-FIND-STATION-EXIT.
111200     EXIT.

111300*-----------------------------------------------------------------
111400* 2510-MATCH-ONE-STATION
111500*   COMPARES ONE TABLE SLOT; LEAVES THE INDEX ON A MATCH.
111600*-----------------------------------------------------------------
111700 2510-MATCH-ONE-STATION.
111800     IF WS-STA-STATION-ID (WS-STATION-INDEX) = SREC-STATION-ID
111900         SET WS-STATION-FOUND TO TRUE
112000     ELSE
112100         ADD 1 TO WS-STATION-INDEX
112200     END-IF.
112300 2510-MATCH-ONE-STATION-EXIT.
112400     EXIT.

112500*-----------------------------------------------------------------
112600* 2650-BACK-ONE-DAY
112700*   MOVES WS-CAL-DATE BACK ONE CALENDAR DAY, ROLLING MONTH AND
112800*   YEAR AND GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE
112900*   BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).  USED BY
113000*   1160-SET-SEASON TO FIND YESTERDAY.
113100*-----------------------------------------------------------------
113200 2650-BACK-ONE-DAY.
113300     SUBTRACT 1 FROM WS-CAL-DAY
113400     IF WS-CAL-DAY > 0
113500         GO TO 2650-BACK-ONE-DAY-EXIT
113600     END-IF

113700     SUBTRACT 1 FROM WS-CAL-MONTH
113800     IF WS-CAL-MONTH = 0
113900         MOVE 12 TO WS-CAL-MONTH
114000         SUBTRACT 1 FROM WS-CAL-YEAR
114100     END-IF

114200     MOVE WS-DAYS-IN-MONTH (WS-CAL-MONTH) TO WS-MONTH-LENGTH
114300     IF WS-CAL-MONTH = 02
114400         DIVIDE WS-CAL-YEAR BY 4
114500             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
114600         DIVIDE WS-CAL-YEAR BY 100
114700             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
114800         DIVIDE WS-CAL-YEAR BY 400
114900             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
115000         IF WS-LEAP-REM-4 = 0
115100            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
115200             MOVE 29 TO WS-MONTH-LENGTH
115300         END-IF
115400     END-IF
115500     MOVE WS-MONTH-LENGTH TO WS-CAL-DAY.
115600 2650-BACK-ONE-DAY-EXIT.
115700     EXIT.

115800*-----------------------------------------------------------------
115900* 6000-DATE-TO-DAY-NUMBER
116000*   TURNS WS-DN-DATE (YYYYMMDD) INTO A SERIAL DAY COUNT IN
116100*   WS-DN-RESULT.  MARCH-BASED CIVIL-CALENDAR FORMULA: JANUARY
116200*   AND FEBRUARY BELONG TO THE PRIOR YEAR, SO THE LEAP DAY FALLS
116300*   AT THE END OF THE ADJUSTED YEAR AND THE MONTH-LENGTH TERM IS
116400*   A STRAIGHT LINEAR EXPRESSION.  THE DIVIDES GO THROUGH
116500*   DIVIDE/GIVING SO THE QUOTIENTS TRUNCATE.
116600*-----------------------------------------------------------------
116700 6000-DATE-TO-DAY-NUMBER.
116800     IF WS-DN-MONTH > 2
116900         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR
117000         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
117100     ELSE
117200         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR - 1
117300         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
117400     END-IF

117500     DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUOT-4
117600     DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-QUOT-100
117700     DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUOT-400

117800     COMPUTE WS-DN-MONTH-DAYS = WS-DN-ADJ-MONTH * 153 + 2
117900     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS

118000     COMPUTE WS-DN-RESULT =
118100         365 * WS-DN-ADJ-YEAR + WS-DN-QUOT-4
118200         - WS-DN-QUOT-100 + WS-DN-QUOT-400
118300         + WS-DN-MONTH-DAYS + WS-DN-DAY.
118400 6000-DATE-TO-DAY-NUMBER-EXIT.
118500     EXIT.

118600*-----------------------------------------------------------------
118700* 6100-KEY-DATE-TO-DAY-NUMBER
118800*   THE SAME FOR A YYYY-MM-DD DATE IN WS-DN-KEY-DATE.
118900*-----------------------------------------------------------------
119000 6100-KEY-DATE-TO-DAY-NUMBER.
119100     MOVE WS-DK-YEAR  TO WS-DN-YEAR
119200     MOVE WS-DK-MONTH TO WS-DN-MONTH
119300     MOVE WS-DK-DAY   TO WS-DN-DAY
119400     PERFORM 6000-DATE-TO-DAY-NUMBER
119500         THRU 6000-DATE-TO-DAY-NUMBER-EXIT.
119600 6100-KEY-DATE-TO-DAY-NUMBER-EXIT.
119700     EXIT.

119800*-----------------------------------------------------------------
119900* 9000-TERMINATE
120000*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
120100*   TRAIL.
120200*-----------------------------------------------------------------
120300 9000-TERMINATE.
120400     CLOSE TEMPERATURE-HISTORY-FILE
120500     CLOSE GROWTH-REPORT-FILE

120600     PERFORM 9800-WRITE-RUN-AUDIT
120700         THRU 9800-WRITE-RUN-AUDIT-EXIT.
120800 9000-TERMINATE-EXIT.
120900     EXIT.

121000*-----------------------------------------------------------------
121100* 9800-WRITE-RUN-AUDIT
121200*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
121300*   FILE, THE STATIONS REPORTED GOING OUT AS ACCEPTED.  PERFORMED
121400*   FROM 9000-TERMINATE AND FROM THE ABEND PARAGRAPHS AFTER THE
121500*   RETURN CODE IS SET.
121600*-----------------------------------------------------------------
121700 9800-WRITE-RUN-AUDIT.
121800     MOVE 'GrowingSeasonReport' TO RUNA-PROGRAM-ID
121900     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
122000     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
122100     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
122200     ACCEPT WS-RUN-END-TIME FROM TIME
122300     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
122400     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
122500     MOVE WS-STATION-FILENAME   TO RUNA-INPUT-FILENAME
122600     MOVE WS-GROWRPT-FILENAME   TO RUNA-REPORT-FILENAME
122700     MOVE WS-HISTMST-FILENAME   TO RUNA-HISTORY-FILENAME
122800     MOVE WS-REPORTED-COUNT     TO RUNA-ACCEPTED-COUNT
122900     MOVE 0                     TO RUNA-REJECTED-COUNT
123000     MOVE 0                     TO RUNA-APPENDED-COUNT
123100     MOVE 'N'                   TO RUNA-RESTART-SW
123200     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

123300     OPEN EXTEND RUN-AUDIT-FILE
123400     WRITE RUN-AUDIT-RECORD
123500     CLOSE RUN-AUDIT-FILE.
123600 9800-WRITE-RUN-AUDIT-EXIT.
123700     EXIT.

123800*-----------------------------------------------------------------
123900* 9910-ABEND-BAD-PARAMETER
124000*   REACHED FROM 1160-SET-SEASON WHEN THE AS-OF DATE IS NOT A
124100*   REAL YYYY-MM-DD DATE BEFORE TODAY, THE SEASON START IS NOT A
124200*   REAL MM-DD, OR THE GDD CAP IS NOT ABOVE THE BASE.  NOTHING
124300*   HAS BEEN OPENED YET.
124400*-----------------------------------------------------------------
124500 9910-ABEND-BAD-PARAMETER.
124600     IF WS-PARM-ERROR
124700         DISPLAY 'FATAL: RUNPARM.DAT SEASON-START "'
124800             WS-SEASON-START '" must be MM-DD (not 02-29) and '
124900             'GDD-CAP-TEMP ' WS-GDD-CAP-TEMP
125000             ' above GDD-BASE-TEMP ' WS-GDD-BASE-TEMP
125100             '.  Run terminated.'
125200     ELSE
125300         DISPLAY 'FATAL: RUNPARM.DAT SEASON-AS-OF-DATE must be a '
125400             'real YYYY-MM-DD date before today - '
125500             'SEASON-AS-OF-DATE is "' WS-AS-OF-DATE
125550             '".  Run terminated.'
125600     END-IF
125700     MOVE 16 TO RETURN-CODE
125800     PERFORM 9800-WRITE-RUN-AUDIT
125900         THRU 9800-WRITE-RUN-AUDIT-EXIT
126000     STOP RUN.

126100*-----------------------------------------------------------------
126200* 9930-ABEND-HISTORY-IO
126300*   REACHED WHEN THE HISTORY MASTER CANNOT BE OPENED OR A READ
126400*   FAILS FOR ANY REASON OTHER THAN END OF FILE (FILE STATUS IN
126500*   WS-HISTORY-STATUS).  THE REPORT IS LEFT UNFINISHED AND THE
126600*   RUN STOPS WITH A NONZERO RETURN CODE.
126700*-----------------------------------------------------------------
126800 9930-ABEND-HISTORY-IO.
126900     DISPLAY 'FATAL: history master I/O error, file status '
127000         WS-HISTORY-STATUS ' on ' WS-HISTMST-FILENAME
127100         '.  Run terminated.'
127200     MOVE 16 TO RETURN-CODE
127300     PERFORM 9800-WRITE-RUN-AUDIT
127400         THRU 9800-WRITE-RUN-AUDIT-EXIT
127500     STOP RUN.
