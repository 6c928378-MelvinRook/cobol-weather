000100*****************************************************************
000200* PROGRAM:      MissingDayEstimate
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   FILLS IN STATION-DAYS MISSING FROM THE KEYED HISTORY MASTER
000900*   (HISTREC ROWS IN TEMPHIST.MST) WITH AN ESTIMATE BUILT FROM
001000*   THE NEAREST ACTIVE NEIGHBORING STATIONS, SO THE ROLLUP'S
001100*   MONTHLY AND DEGREE-DAY FIGURES ARE NOT SHORT A DAY EVERY
001200*   TIME A SENSOR GOES QUIET.
001300*   THE RUN LOOKS BACK PARM-EST-DAYS DAYS (DEFAULT 7) ENDING ON
001400*   PARM-EST-END-DATE (DEFAULT YESTERDAY).  FOR EVERY ACTIVE,
001500*   COMMISSIONED STATION WITH NO READING ON A DAY IN THAT
001600*   WINDOW, THE NEIGHBORS ARE TAKEN NEAREST FIRST FROM THE
001700*   LATITUDE/LONGITUDE ON THE STATION MASTER (STAMREC); A
001800*   NEIGHBOR MORE THAN PARM-EST-MAX-ELEV-DIFF FEET HIGHER OR
001900*   LOWER (DEFAULT 1000) IS PASSED OVER.  ONLY A NEIGHBOR'S
002000*   OBSERVED, QC-CLEAN READING FOR THE SAME DAY IS USED, UP TO
002100*   PARM-EST-MAX-NEIGHBORS OF THEM (DEFAULT 3), AND AT LEAST
002200*   PARM-EST-MIN-NEIGHBORS (DEFAULT 2) ARE NEEDED.
002300*   EACH NEIGHBOR'S MAX AND MIN ARE FIRST MOVED ONTO THE TARGET
002400*   STATION'S CLIMATE BY THE DIFFERENCE BETWEEN THE TWO
002500*   STATIONS' NORMAL HIGH AND LOW FOR THE MONTH (NORMREC); THE
002600*   ADJUSTED VALUES ARE THEN BLENDED, THE NEARER STATIONS
002700*   WEIGHING MORE (INVERSE SQUARE OF THE DISTANCE).
002800*   AN ESTIMATE GOES ONTO THE MASTER WITH HISTORY-SOURCE-FLAG
002900*   'E'.  THE ROLLUP REPLACES IT WHEN THE REAL READING ARRIVES,
003000*   AND A HistoryCorrection CHANGE CARD ALSO TURNS IT INTO AN
003100*   OBSERVED DAY.  EVERY DAY ESTIMATED OR LEFT MISSING IS LISTED
003200*   ON TEMPEST.RPT WITH THE NEIGHBORS USED OR THE REASON, AND
003300*   ANY ROLLSUMM.DAT ROW WHOSE FIGURES NO LONGER COVER EVERY DAY
003400*   ON THE MASTER IS DROPPED, AS HistoryCorrection DOES.
003500*-----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*   10/15/2026  DO   INITIAL VERSION
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. MissingDayEstimate.
004100 AUTHOR. D. OKAFOR.
004200 INSTALLATION. WEATHER SYSTEMS GROUP.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL STATION-MASTER-FILE
005100         ASSIGN TO DYNAMIC WS-STATION-FILENAME
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL NORMALS-FILE
005400         ASSIGN TO DYNAMIC WS-NORMALS-FILENAME
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL TEMPERATURE-HISTORY-FILE
005700         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HISTORY-KEY
006100         FILE STATUS IS WS-HISTORY-STATUS.
006200     SELECT OPTIONAL ROLLUP-SUMMARY-FILE
006300         ASSIGN TO DYNAMIC WS-ROLLSUM-FILENAME
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT ESTIMATE-REPORT-FILE
006600         ASSIGN TO DYNAMIC WS-ESTRPT-FILENAME
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT OPTIONAL RUN-AUDIT-FILE
006900         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
007000         ORGANIZATION IS LINE SEQUENTIAL.

007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PARAMETER-FILE.
007400     COPY PARMREC.

007500 FD  STATION-MASTER-FILE.
007600     COPY STAMREC.

007700 FD  NORMALS-FILE.
007800     COPY NORMREC.

007900 FD  TEMPERATURE-HISTORY-FILE.
008000     COPY HISTREC.

008100 FD  ROLLUP-SUMMARY-FILE.
008200     COPY ROLLSUM.

008300 FD  ESTIMATE-REPORT-FILE.
008400 01  ESTIMATE-REPORT-RECORD        PIC X(100).

008500 FD  RUN-AUDIT-FILE.
008600     COPY AUDITREC.

008700 WORKING-STORAGE SECTION.
008800*-----------------------------------------------------------------
008900* RUN PARAMETERS (FROM RUNPARM.DAT)
009000*   THE STATION MASTER, NORMALS, HISTORY MASTER, CARRY-FORWARD
009100*   SUMMARY, REPORT AND AUDIT-TRAIL NAMES, AND THE ESTIMATOR'S
009200*   WINDOW AND NEIGHBOR SETTINGS.
009300*-----------------------------------------------------------------
009400 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
009500 01  WS-NORMALS-FILENAME           PIC X(40) VALUE SPACES.
009600 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
009700 01  WS-ROLLSUM-FILENAME           PIC X(40) VALUE SPACES.
009800 01  WS-ESTRPT-FILENAME            PIC X(40) VALUE SPACES.
009900 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

010000 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.

010100 01  WS-EST-END-DATE               PIC X(10) VALUE SPACES.
010200 01  WS-EST-DAYS                   PIC 9(03) VALUE 7.
010300 01  WS-EST-MAX-NEIGHBORS          PIC 9(02) VALUE 3.
010400 01  WS-EST-MIN-NEIGHBORS          PIC 9(02) VALUE 2.
010500 01  WS-EST-MAX-ELEV-DIFF          PIC 9(05) VALUE 1000.

010600 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
010700 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
010800     05  WS-RUN-YEAR               PIC 9(04).
010900     05  WS-RUN-MONTH              PIC 9(02).
011000     05  WS-RUN-DAY                PIC 9(02).
011100 01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.

011200*-----------------------------------------------------------------
011300* WINDOW CALENDAR
011400*   WS-EST-CAL-DATE IS BUILT IN THE MASTER'S YYYY-MM-DD KEY SHAPE
011500*   AND STEPPED BACK ONE CALENDAR DAY AT A TIME FROM THE LAST
011600*   DAY OF THE WINDOW BY 2650-BACK-ONE-DAY.
011700*-----------------------------------------------------------------
011800 01  WS-EST-CAL-DATE.
011900     05  WS-EST-CAL-YEAR           PIC 9(4).
012000     05  FILLER                    PIC X(01) VALUE '-'.
012100     05  WS-EST-CAL-MONTH          PIC 9(2).
012200     05  FILLER                    PIC X(01) VALUE '-'.
012300     05  WS-EST-CAL-DAY            PIC 9(2).

012400 01  WS-EST-DATE                   PIC X(10) VALUE SPACES.
012500 01  WS-EST-MONTH                  PIC 9(02) VALUE 0.
012600 01  WS-EST-DAY-COUNT              PIC 9(03) VALUE 0.
012700 01  WS-WINDOW-FIRST-DATE          PIC X(10) VALUE SPACES.

012800 01  WS-DAYS-IN-MONTH-VALUES       PIC X(24)
012900         VALUE '312831303130313130313031'.
013000 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
013100     05  WS-DAYS-IN-MONTH          OCCURS 12 TIMES PIC 9(2).

013200 01  WS-MONTH-LENGTH               PIC 9(2) VALUE 0.
013300 01  WS-LEAP-QUOTIENT              PIC 9(4) VALUE 0.
013400 01  WS-LEAP-REM-4                 PIC 9(4) VALUE 0.
013500 01  WS-LEAP-REM-100               PIC 9(4) VALUE 0.
013600 01  WS-LEAP-REM-400               PIC 9(4) VALUE 0.

013700*-----------------------------------------------------------------
013800* BALANCING COUNTS
013900*-----------------------------------------------------------------
014000 01  WS-DAYS-CHECKED-COUNT         PIC 9(6) VALUE 0.
014100 01  WS-DAYS-MISSING-COUNT         PIC 9(6) VALUE 0.
014200 01  WS-ESTIMATED-COUNT            PIC 9(6) VALUE 0.
014300 01  WS-NOT-ESTIMATED-COUNT        PIC 9(6) VALUE 0.

014400*-----------------------------------------------------------------
014500* STATION MASTER TABLE
014600*   ONLY A STATION WHOSE MASTER ROW CARRIES A LATITUDE AND
014700*   LONGITUDE CAN BE ESTIMATED OR SERVE AS A NEIGHBOR.  THE
014800*   ELEVATION IS OPTIONAL - WITHOUT IT THE ELEVATION TEST IS
014900*   SIMPLY NOT APPLIED TO THAT PAIR.
015000*-----------------------------------------------------------------
015100 01  WS-STATION-MASTER-TABLE.
015200     05  WS-MASTER-ENTRY           OCCURS 20 TIMES.
015300         10  WS-MASTER-STATION-ID  PIC X(05).
015400         10  WS-MASTER-NAME        PIC X(25).
015500         10  WS-MASTER-ACTIVE-FLAG PIC X(01).
015600         10  WS-MASTER-COMM-DATE   PIC X(10).
015700         10  WS-MASTER-LOC-SW      PIC X(01).
015800         10  WS-MASTER-LATITUDE    PIC S9(2)V9(4).
015900         10  WS-MASTER-LONGITUDE   PIC S9(3)V9(4).
016000         10  WS-MASTER-ELEV-SW     PIC X(01).
016100         10  WS-MASTER-ELEVATION   PIC S9(5).

016200 01  WS-MASTER-COUNT               PIC 9(2) COMP VALUE 0.
016300 01  WS-MASTER-INDEX               PIC 9(2) COMP VALUE 0.
016400 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
016500 01  WS-MASTER-SEARCH-ID           PIC X(05) VALUE SPACES.
016600 01  WS-TARGET-INDEX               PIC 9(2) COMP VALUE 0.
016700 01  WS-NBR-INDEX                  PIC 9(2) COMP VALUE 0.

016800 01  WS-MASTER-EOF-SW              PIC X(01) VALUE 'N'.
016900     88  WS-MASTER-EOF                       VALUE 'Y'.
017000 01  WS-MASTER-FOUND-SW            PIC X(01) VALUE 'N'.
017100     88  WS-MASTER-FOUND                     VALUE 'Y'.
017200     88  WS-MASTER-NOT-FOUND                 VALUE 'N'.

017300*-----------------------------------------------------------------
017400* CLIMATE NORMALS (SEE NORMREC)
017500*   ONE ROW OF TWELVE MONTHLY NORMAL HIGHS AND LOWS PER STATION
017600*   MASTER SLOT.  THE TARGET AND EVERY NEIGHBOR MUST HAVE THE
017700*   MONTH'S NORMALS, SINCE THE ADJUSTMENT IS THEIR DIFFERENCE.
017800*-----------------------------------------------------------------
017900 01  WS-NORMALS-TABLE.
018000     05  WS-NORM-STATION           OCCURS 20 TIMES.
018100         10  WS-NORM-MONTH-ENTRY   OCCURS 12 TIMES.
018200             15  WS-NORM-PRESENT   PIC X(01).
018300             15  WS-NORM-HIGH      PIC S9(3)V9(1).
018400             15  WS-NORM-LOW       PIC S9(3)V9(1).

018500 01  WS-NORM-LOAD-COUNT            PIC 9(4) VALUE 0.

018600*-----------------------------------------------------------------
018700* DISTANCE WORK AREAS
018800*   DISTANCES ARE FLAT-EARTH DEGREES, THE LONGITUDE DIFFERENCE
018900*   SHRUNK BY THE COSINE OF THE TARGET'S LATITUDE - CLOSE
019000*   ENOUGH FOR RANKING STATIONS A FEW HUNDRED MILES APART.  THE
019100*   COSINE IS TAKEN FROM THE WHOLE-DEGREE TABLE BELOW (0 TO 90
019200*   DEGREES, FOUR PLACES).  ONE DEGREE OF LATITUDE IS TAKEN AS
019300*   69.1 STATUTE MILES FOR THE LISTING.
019400*-----------------------------------------------------------------
019500 01  WS-COSINE-VALUES.
019600     05  FILLER                    PIC X(40)
019700         VALUE '9999999899949986997699629945992599039877'.
019800     05  FILLER                    PIC X(40)
019900         VALUE '9848981697819744970396599613956395119455'.
020000     05  FILLER                    PIC X(40)
020100         VALUE '9397933692729205913590638988891088298746'.
020200     05  FILLER                    PIC X(40)
020300         VALUE '8660857284808387829081928090798678807771'.
020400     05  FILLER                    PIC X(40)
020500         VALUE '7660754774317314719370716947682066916561'.
020600     05  FILLER                    PIC X(40)
020700         VALUE '6428629361576018587857365592544652995150'.
020800     05  FILLER                    PIC X(40)
020900         VALUE '5000484846954540438442264067390737463584'.
021000     05  FILLER                    PIC X(40)
021100         VALUE '3420325630902924275625882419225020791908'.
021200     05  FILLER                    PIC X(40)
021300         VALUE '1736156413921219104508720698052303490175'.
021400     05  FILLER                    PIC X(04) VALUE '0000'.
021500 01  WS-COSINE-TABLE REDEFINES WS-COSINE-VALUES.
021600     05  WS-COSINE                 OCCURS 91 TIMES PIC V9(4).

021700 01  WS-ABS-LATITUDE               PIC 9(2)V9(4) VALUE 0.
021800 01  WS-COSINE-DEGREE              PIC 9(2) VALUE 0.
021900 01  WS-COSINE-SUB                 PIC 9(2) COMP VALUE 0.
022000 01  WS-TARGET-COSINE              PIC V9(4) VALUE 0.
022100 01  WS-DELTA-LATITUDE             PIC S9(3)V9(4) VALUE 0.
022200 01  WS-DELTA-LONGITUDE            PIC S9(3)V9(4) VALUE 0.
022300 01  WS-SCALED-LONGITUDE           PIC S9(3)V9(4) VALUE 0.
022400 01  WS-DISTANCE-SQUARED           PIC 9(6)V9(4) VALUE 0.
022500 01  WS-ELEV-DIFF                  PIC S9(6) VALUE 0.
022600 01  WS-MILES-PER-DEGREE           PIC 9(2)V9(1) VALUE 69.1.

022700*-----------------------------------------------------------------
022800* NEIGHBOR CANDIDATES
022900*   EVERY STATION THAT COULD SERVE AS A NEIGHBOR FOR THE TARGET
023000*   DAY, WITH ITS SQUARED DISTANCE.  THEY ARE TRIED NEAREST
023100*   FIRST UNTIL ENOUGH HAVE A USABLE READING FOR THE DAY.
023200*-----------------------------------------------------------------
023300 01  WS-CANDIDATE-TABLE.
023400     05  WS-CAND-ENTRY             OCCURS 20 TIMES.
023500         10  WS-CAND-SLOT          PIC 9(2) COMP.
023600         10  WS-CAND-DIST-SQ       PIC 9(6)V9(4).
023700         10  WS-CAND-TRIED-SW      PIC X(01).

023800 01  WS-CAND-COUNT                 PIC 9(2) COMP VALUE 0.
023900 01  WS-CAND-INDEX                 PIC 9(2) COMP VALUE 0.
024000 01  WS-CAND-PICK                  PIC 9(2) COMP VALUE 0.
024100 01  WS-CAND-EXHAUSTED-SW          PIC X(01) VALUE 'N'.
024200     88  WS-CAND-EXHAUSTED                   VALUE 'Y'.

024300*-----------------------------------------------------------------
024400* NEIGHBORS USED FOR THE CURRENT ESTIMATE
024500*   HELD SO THEY CAN BE LISTED UNDER THE ESTIMATE LINE.
024600*-----------------------------------------------------------------
024700 01  WS-USED-TABLE.
024800     05  WS-USED-ENTRY             OCCURS 20 TIMES.
024900         10  WS-USED-STATION-ID    PIC X(05).
025000         10  WS-USED-MAX           PIC S9(3)V9(1).
025100         10  WS-USED-MIN           PIC S9(3)V9(1).
025200         10  WS-USED-ADJ-MAX       PIC S9(3)V9(1).
025300         10  WS-USED-ADJ-MIN       PIC S9(3)V9(1).
025400         10  WS-USED-DIST-SQ       PIC 9(6)V9(4).

025500 01  WS-USED-COUNT                 PIC 9(2) COMP VALUE 0.
025600 01  WS-USED-INDEX                 PIC 9(2) COMP VALUE 0.

025700 01  WS-WEIGHT                     PIC 9(5)V9(6) VALUE 0.
025800 01  WS-WEIGHT-TOTAL               PIC 9(6)V9(6) VALUE 0.
025900 01  WS-WEIGHTED-MAX-TOTAL         PIC S9(9)V9(6) VALUE 0.
026000 01  WS-WEIGHTED-MIN-TOTAL         PIC S9(9)V9(6) VALUE 0.
026100 01  WS-ADJ-MAX-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.
026200 01  WS-ADJ-MIN-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.
026300 01  WS-EST-MAX-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.
026400 01  WS-EST-MIN-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.
026500 01  WS-MINIMUM-DIST-SQ            PIC 9(6)V9(4) VALUE 0.0001.

026600 01  WS-SKIP-REASON                PIC X(40) VALUE SPACES.

026700*-----------------------------------------------------------------
026800* CARRY-FORWARD SUMMARY IMPACT (SEE ROLLSUM)
026900*   ONE ENTRY PER STATION AND YEAR ESTIMATED THIS RUN, HOLDING
027000*   THE EARLIEST DATE FILLED IN THAT YEAR, SO A WINDOW THAT
027010*   CROSSES JANUARY 1 INVALIDATES BOTH YEARS' ROWS.  A SUMMARY
027100*   ROW WHOSE THRU-DATE HAS ALREADY PASSED ITS DATE NEVER SAW
027200*   THE NEW DAY AND IS DROPPED, WHICH SENDS THE ROLLUP INTO ITS
027300*   FULL RESCAN - THE SAME RULE HistoryCorrection APPLIES.
027400*-----------------------------------------------------------------
027500 01  WS-TOUCHED-TABLE.
027600     05  WS-TOUCHED-ENTRY          OCCURS 20 TIMES.
027700         10  WS-TCH-STATION-ID     PIC X(05).
027800         10  WS-TCH-DATE           PIC X(10).
027900         10  WS-TCH-DATE-SPLIT REDEFINES WS-TCH-DATE.
028000             15  WS-TCH-YEAR       PIC 9(04).
028100             15  FILLER            PIC X(06).

028200 01  WS-TCH-COUNT                  PIC 9(2) COMP VALUE 0.
028300 01  WS-TCH-INDEX                  PIC 9(2) COMP VALUE 0.
028400 01  WS-TCH-FOUND-SW               PIC X(01) VALUE 'N'.
028500     88  WS-TCH-FOUND                        VALUE 'Y'.
028600     88  WS-TCH-NOT-FOUND                    VALUE 'N'.

028700 01  WS-SUMMARY-TABLE.
028800     05  WS-SUMMARY-ROW            PIC X(166) OCCURS 20 TIMES.

028900 01  WS-SUM-KEPT-COUNT             PIC 9(2) COMP VALUE 0.
029000 01  WS-SUM-INDEX                  PIC 9(2) COMP VALUE 0.
029100 01  WS-SUM-DROPPED-COUNT          PIC 9(4) VALUE 0.
029200 01  WS-SUM-DROP-ALL-SW            PIC X(01) VALUE 'N'.
029300     88  WS-SUM-DROP-ALL                     VALUE 'Y'.

029400*-----------------------------------------------------------------
029500* RUN AUDIT-TRAIL WORK AREAS
029600*-----------------------------------------------------------------
029700 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
029800 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
029900 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
030000 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

030100*-----------------------------------------------------------------
030200* REPORT LINE LAYOUTS
030300*-----------------------------------------------------------------
030400 01  WS-REPORT-HEADING-1.
030500     05  FILLER                    PIC X(23)
030600         VALUE 'MISSING-DAY ESTIMATES  '.
030700     05  WS-RH1-RUN-DATE           PIC 9(08).
030800     05  FILLER                    PIC X(12)
030900         VALUE '  MASTER:   '.
031000     05  WS-RH1-MASTER-NAME        PIC X(40).
031100     05  FILLER                    PIC X(17) VALUE SPACES.

031200 01  WS-REPORT-HEADING-2.
031300     05  FILLER                    PIC X(08) VALUE 'WINDOW  '.
031400     05  WS-RH2-FIRST-DATE         PIC X(10).
031500     05  FILLER                    PIC X(04) VALUE ' TO '.
031600     05  WS-RH2-LAST-DATE          PIC X(10).
031700     05  FILLER                    PIC X(18)
031800         VALUE '   NEIGHBORS UP TO'.
031900     05  WS-RH2-MAX-NEIGHBORS      PIC ZZ9.
032000     05  FILLER                    PIC X(09) VALUE ', NEEDED '.
032100     05  WS-RH2-MIN-NEIGHBORS      PIC ZZ9.
032200     05  FILLER                    PIC X(20)
032300         VALUE ', ELEVATION WITHIN '.
032400     05  WS-RH2-MAX-ELEV-DIFF      PIC ZZZZ9.
032500     05  FILLER                    PIC X(10) VALUE ' FT'.

032600 01  WS-REPORT-EST-LINE.
032700     05  FILLER                    PIC X(14)
032800         VALUE 'ESTIMATED     '.
032900     05  WS-RE-STATION-ID          PIC X(05).
033000     05  FILLER                    PIC X(01) VALUE SPACE.
033100     05  WS-RE-DATE                PIC X(10).
033200     05  FILLER                    PIC X(06) VALUE '  MAX '.
033300     05  WS-RE-MAX-TEMP            PIC -ZZ9.9.
033400     05  FILLER                    PIC X(06) VALUE '  MIN '.
033500     05  WS-RE-MIN-TEMP            PIC -ZZ9.9.
033600     05  FILLER                    PIC X(07) VALUE '  FROM '.
033700     05  WS-RE-NEIGHBOR-COUNT      PIC Z9.
033800     05  FILLER                    PIC X(12)
033900         VALUE ' NEIGHBOR(S)'.
034000     05  FILLER                    PIC X(25) VALUE SPACES.

034100 01  WS-REPORT-NEIGHBOR-LINE.
034200     05  FILLER                    PIC X(16)
034300         VALUE '    NEIGHBOR    '.
034400     05  WS-RN-STATION-ID          PIC X(05).
034500     05  FILLER                    PIC X(06) VALUE '  MAX '.
034600     05  WS-RN-MAX-TEMP            PIC -ZZ9.9.
034700     05  FILLER                    PIC X(06) VALUE '  MIN '.
034800     05  WS-RN-MIN-TEMP            PIC -ZZ9.9.
034900     05  FILLER                    PIC X(11)
035000         VALUE '  ADJ MAX '.
035100     05  WS-RN-ADJ-MAX-TEMP        PIC -ZZ9.9.
035200     05  FILLER                    PIC X(05) VALUE ' MIN '.
035300     05  WS-RN-ADJ-MIN-TEMP        PIC -ZZ9.9.
035400     05  FILLER                    PIC X(02) VALUE SPACES.
035500     05  WS-RN-MILES               PIC ZZZZ9.
035600     05  FILLER                    PIC X(06) VALUE ' MILES'.
035700     05  FILLER                    PIC X(14) VALUE SPACES.

035800 01  WS-REPORT-SKIP-LINE.
035900     05  FILLER                    PIC X(14)
036000         VALUE 'NOT ESTIMATED '.
036100     05  WS-RK-STATION-ID          PIC X(05).
036200     05  FILLER                    PIC X(01) VALUE SPACE.
036300     05  WS-RK-DATE                PIC X(10).
036400     05  FILLER                    PIC X(02) VALUE SPACES.
036500     05  WS-RK-REASON              PIC X(40).
036600     05  FILLER                    PIC X(28) VALUE SPACES.

036700 01  WS-REPORT-SUMMARY-LINE.
036800     05  FILLER                    PIC X(08) VALUE 'SUMMARY '.
036900     05  WS-RS-STATION-ID          PIC X(05).
037000     05  FILLER                    PIC X(01) VALUE SPACE.
037100     05  WS-RS-YEAR                PIC 9(04).
037200     05  FILLER                    PIC X(01) VALUE '-'.
037300     05  WS-RS-MONTH               PIC 9(02).
037400     05  FILLER                    PIC X(07) VALUE '  THRU '.
037500     05  WS-RS-THRU-DATE           PIC X(10).
037600     05  FILLER                    PIC X(02) VALUE SPACES.
037700     05  FILLER                    PIC X(40)
037800         VALUE 'ROW DROPPED - NEXT ROLLUP RESCANS       '.
037900     05  FILLER                    PIC X(20) VALUE SPACES.

038000 01  WS-REPORT-TOTAL-LINE.
038100     05  FILLER                    PIC X(20)
038200         VALUE 'STATION-DAYS MISSING'.
038300     05  WS-RT-MISSING             PIC ZZZZZ9.
038400     05  FILLER                    PIC X(14)
038500         VALUE '   ESTIMATED: '.
038600     05  WS-RT-ESTIMATED           PIC ZZZZZ9.
038700     05  FILLER                    PIC X(18)
038800         VALUE '   NOT ESTIMATED: '.
038900     05  WS-RT-NOT-ESTIMATED       PIC ZZZZZ9.
039000     05  FILLER                    PIC X(30) VALUE SPACES.

039100 01  WS-REPORT-NONE-LINE.
039200     05  FILLER                    PIC X(40)
039300         VALUE 'NO MISSING STATION-DAYS IN THE WINDOW.  '.
039400     05  FILLER                    PIC X(60) VALUE SPACES.

039500*-----------------------------------------------------------------
039600* SWITCHES
039700*-----------------------------------------------------------------
039800 01  WS-SWITCHES.
039900     05  WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
040000         88  WS-PARM-ERROR                   VALUE 'Y'.

040100 PROCEDURE DIVISION.
040200*-----------------------------------------------------------------
040300* 0000-MAIN-PARA
040400*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
040500*-----------------------------------------------------------------
040600 0000-MAIN-PARA.
040700     PERFORM 1000-INITIALIZE
040800         THRU 1000-INITIALIZE-EXIT

040900     PERFORM 2000-ESTIMATE-WINDOW
041000         THRU 2000-ESTIMATE-WINDOW-EXIT

041100     PERFORM 8000-PRODUCE-OUTPUT
041200         THRU 8000-PRODUCE-OUTPUT-EXIT

041300     PERFORM 9000-TERMINATE
041400         THRU 9000-TERMINATE-EXIT

041500     STOP RUN.

041600*-----------------------------------------------------------------
041700* 1000-INITIALIZE
041800*   READS THE CONTROL CARD, SETS THE WINDOW, LOADS THE STATION
041900*   MASTER AND THE NORMALS, AND OPENS THE HISTORY MASTER FOR
042000*   UPDATE AND THE REPORT.
042100*-----------------------------------------------------------------
042200 1000-INITIALIZE.
042300     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
042400     ACCEPT WS-RUN-START-TIME FROM TIME

042500     PERFORM 1150-READ-PARAMETER-RECORD
042600         THRU 1150-READ-PARAMETER-RECORD-EXIT

042700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

042800     PERFORM 1160-SET-WINDOW
042900         THRU 1160-SET-WINDOW-EXIT

043000     PERFORM 1200-LOAD-STATION-MASTER
043100         THRU 1200-LOAD-STATION-MASTER-EXIT

043200     PERFORM 1250-LOAD-NORMALS
043300         THRU 1250-LOAD-NORMALS-EXIT

043400     OPEN I-O TEMPERATURE-HISTORY-FILE
043500     IF WS-HISTORY-STATUS NOT = '00'
043600        AND WS-HISTORY-STATUS NOT = '05'
043700         GO TO 9930-ABEND-HISTORY-IO
043800     END-IF

043900     OPEN OUTPUT ESTIMATE-REPORT-FILE

044000     MOVE WS-RUN-DATE          TO WS-RH1-RUN-DATE
044100     MOVE WS-HISTMST-FILENAME  TO WS-RH1-MASTER-NAME
044200     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-HEADING-1
044300     MOVE WS-WINDOW-FIRST-DATE TO WS-RH2-FIRST-DATE
044400     MOVE WS-EST-END-DATE      TO WS-RH2-LAST-DATE
044500     MOVE WS-EST-MAX-NEIGHBORS TO WS-RH2-MAX-NEIGHBORS
044600     MOVE WS-EST-MIN-NEIGHBORS TO WS-RH2-MIN-NEIGHBORS
044700     MOVE WS-EST-MAX-ELEV-DIFF TO WS-RH2-MAX-ELEV-DIFF
044800     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-HEADING-2.
044900 1000-INITIALIZE-EXIT.
045000     EXIT.

045100*-----------------------------------------------------------------
045200* 1150-READ-PARAMETER-RECORD
045300*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
045400*   READ.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
045500*   STANDARD NAMES AND THE STANDARD ESTIMATOR SETTINGS.
045600*-----------------------------------------------------------------
045700 1150-READ-PARAMETER-RECORD.
045800     MOVE 'stamast.dat'    TO WS-STATION-FILENAME
045900     MOVE 'normals.dat'    TO WS-NORMALS-FILENAME
046000     MOVE 'temphist.mst'   TO WS-HISTMST-FILENAME
046100     MOVE 'rollsumm.dat'   TO WS-ROLLSUM-FILENAME
046200     MOVE 'tempest.rpt'    TO WS-ESTRPT-FILENAME
046300     MOVE 'runaudit.dat'   TO WS-RUNAUDIT-FILENAME

046400     OPEN INPUT PARAMETER-FILE
046500     READ PARAMETER-FILE
046600         AT END
046700             CLOSE PARAMETER-FILE
046800             GO TO 1150-READ-PARAMETER-RECORD-EXIT
046900     END-READ
047000     CLOSE PARAMETER-FILE

047100     IF PARM-STATION-FILENAME NOT = SPACES
047200         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
047300     END-IF

047400     IF PARM-NORMALS-FILENAME NOT = SPACES
047500         MOVE PARM-NORMALS-FILENAME TO WS-NORMALS-FILENAME
047600     END-IF

047700     IF PARM-HISTMST-FILENAME NOT = SPACES
047800         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
047900     END-IF

048000     IF PARM-ROLLSUM-FILENAME NOT = SPACES
048100         MOVE PARM-ROLLSUM-FILENAME TO WS-ROLLSUM-FILENAME
048200     END-IF

048300     IF PARM-ESTRPT-FILENAME NOT = SPACES
048400         MOVE PARM-ESTRPT-FILENAME TO WS-ESTRPT-FILENAME
048500     END-IF

048600     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
048700         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
048800     END-IF

048900     IF PARM-EST-END-DATE NOT = SPACES
049000         MOVE PARM-EST-END-DATE TO WS-EST-END-DATE
049100     END-IF

049200     IF PARM-EST-DAYS NUMERIC
049300        AND PARM-EST-DAYS NOT = 0
049400         MOVE PARM-EST-DAYS TO WS-EST-DAYS
049500     END-IF

049600     IF PARM-EST-MAX-NEIGHBORS NUMERIC
049700        AND PARM-EST-MAX-NEIGHBORS NOT = 0
049800         MOVE PARM-EST-MAX-NEIGHBORS TO WS-EST-MAX-NEIGHBORS
049900     END-IF

050000     IF PARM-EST-MIN-NEIGHBORS NUMERIC
050100        AND PARM-EST-MIN-NEIGHBORS NOT = 0
050200         MOVE PARM-EST-MIN-NEIGHBORS TO WS-EST-MIN-NEIGHBORS
050300     END-IF

050400     IF PARM-EST-MAX-ELEV-DIFF NUMERIC
050500        AND PARM-EST-MAX-ELEV-DIFF NOT = 0
050600         MOVE PARM-EST-MAX-ELEV-DIFF TO WS-EST-MAX-ELEV-DIFF
050700     END-IF.
050800 1150-READ-PARAMETER-RECORD-EXIT.
050900     EXIT.

051000*-----------------------------------------------------------------
051100* 1160-SET-WINDOW
051200*   THE WINDOW ENDS ON PARM-EST-END-DATE OR, WHEN THAT IS BLANK,
051300*   ON YESTERDAY.  TODAY'S READINGS MAY STILL BE ON THEIR WAY, SO
051400*   AN END DATE OF TODAY OR LATER IS REFUSED, AS IS A MINIMUM
051500*   NEIGHBOR COUNT ABOVE THE MAXIMUM.  THE FIRST DAY OF THE
051600*   WINDOW IS WORKED OUT HERE FOR THE HEADING ONLY.
051700*-----------------------------------------------------------------
051800 1160-SET-WINDOW.
051900     MOVE WS-RUN-YEAR  TO WS-EST-CAL-YEAR
052000     MOVE WS-RUN-MONTH TO WS-EST-CAL-MONTH
052100     MOVE WS-RUN-DAY   TO WS-EST-CAL-DAY
052200     MOVE WS-EST-CAL-DATE TO WS-TODAY-DATE

052300     IF WS-EST-MIN-NEIGHBORS > WS-EST-MAX-NEIGHBORS
052400         SET WS-PARM-ERROR TO TRUE
052500         GO TO 9910-ABEND-BAD-PARAMETER
052600     END-IF

052700     IF WS-EST-END-DATE = SPACES
052800         PERFORM 2650-BACK-ONE-DAY
052900             THRU 2650-BACK-ONE-DAY-EXIT
053000         MOVE WS-EST-CAL-DATE TO WS-EST-END-DATE
053100     ELSE
053200         IF WS-EST-END-DATE (5:1) NOT = '-'
053300            OR WS-EST-END-DATE (8:1) NOT = '-'
053400            OR WS-EST-END-DATE (1:4) NOT NUMERIC
053500            OR WS-EST-END-DATE (6:2) NOT NUMERIC
053600            OR WS-EST-END-DATE (9:2) NOT NUMERIC
053700            OR WS-EST-END-DATE (6:2) < '01'
053800            OR WS-EST-END-DATE (6:2) > '12'
053900            OR WS-EST-END-DATE (9:2) < '01'
054000            OR WS-EST-END-DATE (9:2) > '31'
054100            OR WS-EST-END-DATE NOT < WS-TODAY-DATE
054200             GO TO 9910-ABEND-BAD-PARAMETER
054300         END-IF
054400     END-IF

054500     MOVE WS-EST-END-DATE TO WS-EST-CAL-DATE
054600     MOVE 1 TO WS-EST-DAY-COUNT
054700     PERFORM 1165-STEP-WINDOW-BACK
054800         THRU 1165-STEP-WINDOW-BACK-EXIT
054900         UNTIL WS-EST-DAY-COUNT >= WS-EST-DAYS
055000     MOVE WS-EST-CAL-DATE TO WS-WINDOW-FIRST-DATE

055100     MOVE WS-EST-END-DATE TO WS-EST-CAL-DATE
055200     MOVE 0 TO WS-EST-DAY-COUNT.
055300 1160-SET-WINDOW-EXIT.
055400     EXIT.

055500*-----------------------------------------------------------------
055600* 1165-STEP-WINDOW-BACK
055700*   STEPS WS-EST-CAL-DATE BACK ONE DAY WHILE 1160-SET-WINDOW
055800*   COUNTS ITS WAY TO THE FIRST DAY OF THE WINDOW.
055900*-----------------------------------------------------------------
056000 1165-STEP-WINDOW-BACK.
056100     PERFORM 2650-BACK-ONE-DAY
056200         THRU 2650-BACK-ONE-DAY-EXIT
056300     ADD 1 TO WS-EST-DAY-COUNT.
056400 1165-STEP-WINDOW-BACK-EXIT.
056500     EXIT.

056600*-----------------------------------------------------------------
056700* 1200-LOAD-STATION-MASTER
056800*   LOADS STATION-MASTER-FILE INTO WS-STATION-MASTER-TABLE.  THE
056900*   ESTIMATOR IS DRIVEN OFF THE STATION LIST, SO A MISSING OR
057000*   EMPTY MASTER LEAVES IT NOTHING TO DO - WITH A WARNING.
057100*-----------------------------------------------------------------
057200 1200-LOAD-STATION-MASTER.
057300     MOVE 'N' TO WS-MASTER-EOF-SW
057400     OPEN INPUT STATION-MASTER-FILE

057500     PERFORM 1210-LOAD-ONE-STATION
057600         THRU 1210-LOAD-ONE-STATION-EXIT
057700         UNTIL WS-MASTER-EOF

057800     CLOSE STATION-MASTER-FILE
057900     MOVE 'N' TO WS-MASTER-EOF-SW

058000     IF WS-MASTER-COUNT = 0
058100         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
058200             ' is missing or empty - no days can be estimated '
058300             'this run.'
058400     END-IF.
058500 1200-LOAD-STATION-MASTER-EXIT.
058600     EXIT.

058700*-----------------------------------------------------------------
058800* 1210-LOAD-ONE-STATION
058900*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT,
059000*   NOTING WHETHER IT CARRIES A USABLE LOCATION AND ELEVATION.
059100*   ROWS BEYOND THE TABLE LIMIT ARE REPORTED AND DROPPED.
059200*-----------------------------------------------------------------
059300 1210-LOAD-ONE-STATION.
059400     READ STATION-MASTER-FILE
059500         AT END
059600             SET WS-MASTER-EOF TO TRUE
059700             GO TO 1210-LOAD-ONE-STATION-EXIT
059800     END-READ

059900     IF WS-MASTER-COUNT >= WS-MAX-STATIONS
060000         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
060100             ' stations in ' WS-STATION-FILENAME ' - STATION '
060200             STAM-STATION-ID ' ignored'
060300         GO TO 1210-LOAD-ONE-STATION-EXIT
060400     END-IF

060500     ADD 1 TO WS-MASTER-COUNT
060600     MOVE STAM-STATION-ID   TO WS-MASTER-STATION-ID
060700                                   (WS-MASTER-COUNT)
060800     MOVE STAM-STATION-NAME TO WS-MASTER-NAME (WS-MASTER-COUNT)
060900     MOVE STAM-ACTIVE-FLAG  TO WS-MASTER-ACTIVE-FLAG
061000                                   (WS-MASTER-COUNT)
061100     MOVE STAM-COMMISSIONED-DATE
061200         TO WS-MASTER-COMM-DATE (WS-MASTER-COUNT)

061300     MOVE 'N' TO WS-MASTER-LOC-SW (WS-MASTER-COUNT)
061400     MOVE 0   TO WS-MASTER-LATITUDE (WS-MASTER-COUNT)
061500     MOVE 0   TO WS-MASTER-LONGITUDE (WS-MASTER-COUNT)
061600     IF STAM-LATITUDE NUMERIC
061700        AND STAM-LONGITUDE NUMERIC
061800         MOVE 'Y' TO WS-MASTER-LOC-SW (WS-MASTER-COUNT)
061900         MOVE STAM-LATITUDE
062000             TO WS-MASTER-LATITUDE (WS-MASTER-COUNT)
062100         MOVE STAM-LONGITUDE
062200             TO WS-MASTER-LONGITUDE (WS-MASTER-COUNT)
062300     END-IF

062400     MOVE 'N' TO WS-MASTER-ELEV-SW (WS-MASTER-COUNT)
062500     MOVE 0   TO WS-MASTER-ELEVATION (WS-MASTER-COUNT)
062600     IF STAM-ELEVATION NUMERIC
062700         MOVE 'Y' TO WS-MASTER-ELEV-SW (WS-MASTER-COUNT)
062800         MOVE STAM-ELEVATION
062900             TO WS-MASTER-ELEVATION (WS-MASTER-COUNT)
063000     END-IF.
063100 1210-LOAD-ONE-STATION-EXIT.
063200     EXIT.

063300*-----------------------------------------------------------------
063400* 1250-LOAD-NORMALS
063500*   LOADS NORMALS-FILE INTO WS-NORMALS-TABLE, SLOTTED AGAINST THE
063600*   STATION MASTER TABLE.  WITHOUT NORMALS NO NEIGHBOR CAN BE
063700*   ADJUSTED, SO EVERY MISSING DAY WILL BE LISTED AS NOT
063800*   ESTIMATED - THE WARNING SAYS WHY.
063900*-----------------------------------------------------------------
064000 1250-LOAD-NORMALS.
064100     MOVE SPACES TO WS-NORMALS-TABLE

064200     IF WS-MASTER-COUNT = 0
064300         GO TO 1250-LOAD-NORMALS-EXIT
064400     END-IF

064500     MOVE 'N' TO WS-MASTER-EOF-SW
064600     OPEN INPUT NORMALS-FILE

064700     PERFORM 1260-LOAD-ONE-NORMAL
064800         THRU 1260-LOAD-ONE-NORMAL-EXIT
064900         UNTIL WS-MASTER-EOF

065000     CLOSE NORMALS-FILE
065100     MOVE 'N' TO WS-MASTER-EOF-SW

065200     IF WS-NORM-LOAD-COUNT = 0
065300         DISPLAY 'WARNING: normals file ' WS-NORMALS-FILENAME
065400             ' is missing or empty - missing days cannot be '
065500             'estimated until ClimateNormalsBuild has run.'
065600     END-IF.
065700 1250-LOAD-NORMALS-EXIT.
065800     EXIT.

065900*-----------------------------------------------------------------
066000* 1260-LOAD-ONE-NORMAL
066100*   FILES ONE NORMALS ROW UNDER ITS STATION'S MASTER SLOT AND
066200*   MONTH.  ROWS FOR STATIONS NOT ON THE MASTER OR WITH A MONTH
066300*   OUTSIDE 01-12 ARE REPORTED AND DROPPED.
066400*-----------------------------------------------------------------
066500 1260-LOAD-ONE-NORMAL.
066600     READ NORMALS-FILE
066700         AT END
066800             SET WS-MASTER-EOF TO TRUE
066900             GO TO 1260-LOAD-ONE-NORMAL-EXIT
067000     END-READ

067100     IF NORM-MONTH NOT NUMERIC
067200        OR NORM-MONTH < 01 OR NORM-MONTH > 12
067300         DISPLAY 'WARNING: normals row for STATION '
067400             NORM-STATION-ID ' has month "' NORM-MONTH
067500             '" - ignored'
067600         GO TO 1260-LOAD-ONE-NORMAL-EXIT
067700     END-IF

067800     MOVE NORM-STATION-ID TO WS-MASTER-SEARCH-ID
067900     PERFORM 2500-FIND-MASTER-STATION
068000         THRU 2500-FIND-MASTER-STATION-EXIT
068100     IF WS-MASTER-NOT-FOUND
068200         DISPLAY 'WARNING: normals row for unknown STATION '
068300             NORM-STATION-ID ' - ignored'
068400         GO TO 1260-LOAD-ONE-NORMAL-EXIT
068500     END-IF

068600     MOVE 'Y' TO WS-NORM-PRESENT (WS-MASTER-INDEX NORM-MONTH)
068700     MOVE NORM-HIGH-TEMP
068800         TO WS-NORM-HIGH (WS-MASTER-INDEX NORM-MONTH)
068900     MOVE NORM-LOW-TEMP
069000         TO WS-NORM-LOW (WS-MASTER-INDEX NORM-MONTH)
069100     ADD 1 TO WS-NORM-LOAD-COUNT.
069200 1260-LOAD-ONE-NORMAL-EXIT.
069300     EXIT.

069400*-----------------------------------------------------------------
069500* 2000-ESTIMATE-WINDOW
069600*   WALKS THE WINDOW BACKWARD FROM ITS LAST DAY, ONE DAY AT A
069700*   TIME, CHECKING EVERY STATION ON EACH DAY.
069800*-----------------------------------------------------------------
069900 2000-ESTIMATE-WINDOW.
070000     IF WS-MASTER-COUNT = 0
070100         GO TO 2000-ESTIMATE-WINDOW-EXIT
070200     END-IF

070300     PERFORM 2100-ESTIMATE-ONE-DAY
070400         THRU 2100-ESTIMATE-ONE-DAY-EXIT
070500         UNTIL WS-EST-DAY-COUNT >= WS-EST-DAYS.
070600 2000-ESTIMATE-WINDOW-EXIT.
070700     EXIT.

070800*-----------------------------------------------------------------
070900* 2100-ESTIMATE-ONE-DAY
071000*   CHECKS EVERY STATION FOR THE DAY IN WS-EST-CAL-DATE, THEN
071100*   STEPS BACK A DAY.
071200*-----------------------------------------------------------------
071300 2100-ESTIMATE-ONE-DAY.
071400     MOVE WS-EST-CAL-DATE  TO WS-EST-DATE
071500     MOVE WS-EST-CAL-MONTH TO WS-EST-MONTH

071600     MOVE 1 TO WS-TARGET-INDEX
071700     PERFORM 2200-CHECK-ONE-STATION
071800         THRU 2200-CHECK-ONE-STATION-EXIT
071900         UNTIL WS-TARGET-INDEX > WS-MASTER-COUNT

072000     ADD 1 TO WS-EST-DAY-COUNT
072100     PERFORM 2650-BACK-ONE-DAY
072200         THRU 2650-BACK-ONE-DAY-EXIT.
072300 2100-ESTIMATE-ONE-DAY-EXIT.
072400     EXIT.

072500*-----------------------------------------------------------------
072600* 2200-CHECK-ONE-STATION
072700*   AN INACTIVE STATION, OR ONE NOT YET COMMISSIONED ON THE DAY,
072800*   OWES NO READING AND IS PASSED OVER.  A STATION WITH ANY ROW
072900*   ON THE MASTER FOR THE DAY - OBSERVED OR AN EARLIER ESTIMATE -
073000*   IS LEFT ALONE.  A MISSING DAY IS ESTIMATED WHEN THE STATION
073100*   HAS A LOCATION AND NORMALS AND ENOUGH NEIGHBORS REPORTED;
073200*   OTHERWISE IT IS LISTED WITH THE REASON.
073300*-----------------------------------------------------------------
073400 2200-CHECK-ONE-STATION.
073500     IF WS-MASTER-ACTIVE-FLAG (WS-TARGET-INDEX) NOT = 'A'
073600         GO TO 2200-CHECK-NEXT
073700     END-IF

073800     IF WS-MASTER-COMM-DATE (WS-TARGET-INDEX) NOT = SPACES
073900        AND WS-MASTER-COMM-DATE (WS-TARGET-INDEX) > WS-EST-DATE
074000         GO TO 2200-CHECK-NEXT
074100     END-IF

074200     ADD 1 TO WS-DAYS-CHECKED-COUNT

074300     MOVE WS-MASTER-STATION-ID (WS-TARGET-INDEX)
074400         TO HISTORY-STATION-ID
074500     MOVE WS-EST-DATE TO HISTORY-DATE
074600     READ TEMPERATURE-HISTORY-FILE
074700         INVALID KEY
074800             GO TO 2200-DAY-MISSING
074900     END-READ
075000     IF WS-HISTORY-STATUS NOT = '00'
075100         GO TO 9930-ABEND-HISTORY-IO
075200     END-IF
075300     GO TO 2200-CHECK-NEXT.
075400 2200-DAY-MISSING.
075500     ADD 1 TO WS-DAYS-MISSING-COUNT

075600     IF WS-MASTER-LOC-SW (WS-TARGET-INDEX) NOT = 'Y'
075700         MOVE 'NO LOCATION ON THE STATION MASTER'
075800             TO WS-SKIP-REASON
075900         GO TO 2200-NOT-ESTIMATED
076000     END-IF

076100     IF WS-NORM-PRESENT (WS-TARGET-INDEX WS-EST-MONTH) NOT = 'Y'
076200         MOVE 'NO NORMALS FOR THE MONTH' TO WS-SKIP-REASON
076300         GO TO 2200-NOT-ESTIMATED
076400     END-IF

076500     PERFORM 2300-GATHER-NEIGHBORS
076600         THRU 2300-GATHER-NEIGHBORS-EXIT

076700     IF WS-USED-COUNT < WS-EST-MIN-NEIGHBORS
076800         MOVE 'TOO FEW NEIGHBORS REPORTED THAT DAY'
076900             TO WS-SKIP-REASON
077000         GO TO 2200-NOT-ESTIMATED
077100     END-IF

077200     COMPUTE WS-EST-MAX-TEMPERATURE ROUNDED =
077300         WS-WEIGHTED-MAX-TOTAL / WS-WEIGHT-TOTAL
077400     COMPUTE WS-EST-MIN-TEMPERATURE ROUNDED =
077500         WS-WEIGHTED-MIN-TOTAL / WS-WEIGHT-TOTAL
077600     IF WS-EST-MAX-TEMPERATURE < WS-EST-MIN-TEMPERATURE
077700         MOVE 'NEIGHBORS DISAGREE - MAX BELOW MIN'
077800             TO WS-SKIP-REASON
077900         GO TO 2200-NOT-ESTIMATED
078000     END-IF

078100     PERFORM 2600-WRITE-ESTIMATE
078200         THRU 2600-WRITE-ESTIMATE-EXIT
078300     GO TO 2200-CHECK-NEXT.
078400 2200-NOT-ESTIMATED.
078500     ADD 1 TO WS-NOT-ESTIMATED-COUNT
078600     MOVE WS-MASTER-STATION-ID (WS-TARGET-INDEX)
078700         TO WS-RK-STATION-ID
078800     MOVE WS-EST-DATE    TO WS-RK-DATE
078900     MOVE WS-SKIP-REASON TO WS-RK-REASON
079000     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-SKIP-LINE.
079100 2200-CHECK-NEXT.
079200     ADD 1 TO WS-TARGET-INDEX.
079300 2200-CHECK-ONE-STATION-EXIT.
079400     EXIT.

079500*-----------------------------------------------------------------
079600* 2300-GATHER-NEIGHBORS
079700*   LISTS EVERY STATION THAT COULD STAND IN FOR THE TARGET ON THE
079800*   DAY, THEN TRIES THEM NEAREST FIRST, BLENDING EACH USABLE
079900*   READING INTO THE WEIGHTED TOTALS, UNTIL THE MAXIMUM NUMBER
080000*   HAVE BEEN USED OR THE CANDIDATES RUN OUT.
080100*-----------------------------------------------------------------
080200 2300-GATHER-NEIGHBORS.
080300     MOVE 0 TO WS-CAND-COUNT
080400     MOVE 0 TO WS-USED-COUNT
080500     MOVE 0 TO WS-WEIGHT-TOTAL
080600     MOVE 0 TO WS-WEIGHTED-MAX-TOTAL
080700     MOVE 0 TO WS-WEIGHTED-MIN-TOTAL
080800     MOVE 'N' TO WS-CAND-EXHAUSTED-SW

080900     MOVE WS-MASTER-LATITUDE (WS-TARGET-INDEX) TO WS-ABS-LATITUDE
081000     MOVE WS-ABS-LATITUDE TO WS-COSINE-DEGREE
081100     COMPUTE WS-COSINE-SUB = WS-COSINE-DEGREE + 1
081200     MOVE WS-COSINE (WS-COSINE-SUB) TO WS-TARGET-COSINE

081300     MOVE 1 TO WS-NBR-INDEX
081400     PERFORM 2310-CONSIDER-ONE-CANDIDATE
081500         THRU 2310-CONSIDER-ONE-CANDIDATE-EXIT
081600         UNTIL WS-NBR-INDEX > WS-MASTER-COUNT

081700     PERFORM 2400-TRY-NEAREST-CANDIDATE
081800         THRU 2400-TRY-NEAREST-CANDIDATE-EXIT
081900         UNTIL WS-USED-COUNT >= WS-EST-MAX-NEIGHBORS
082000            OR WS-CAND-EXHAUSTED.
082100 2300-GATHER-NEIGHBORS-EXIT.
082200     EXIT.

082300*-----------------------------------------------------------------
082400* 2310-CONSIDER-ONE-CANDIDATE
082500*   A CANDIDATE IS ANY OTHER ACTIVE, COMMISSIONED STATION WITH A
082600*   LOCATION AND THE MONTH'S NORMALS, NOT TOO FAR ABOVE OR BELOW
082700*   THE TARGET WHEN BOTH ELEVATIONS ARE KNOWN.  ITS SQUARED
082800*   DISTANCE FROM THE TARGET IS KEPT FOR THE RANKING.
082900*-----------------------------------------------------------------
083000 2310-CONSIDER-ONE-CANDIDATE.
083100     IF WS-NBR-INDEX = WS-TARGET-INDEX
083200        OR WS-MASTER-ACTIVE-FLAG (WS-NBR-INDEX) NOT = 'A'
083300        OR WS-MASTER-LOC-SW (WS-NBR-INDEX) NOT = 'Y'
083400        OR WS-NORM-PRESENT (WS-NBR-INDEX WS-EST-MONTH) NOT = 'Y'
083500         GO TO 2310-CONSIDER-NEXT
083600     END-IF

083700     IF WS-MASTER-COMM-DATE (WS-NBR-INDEX) NOT = SPACES
083800        AND WS-MASTER-COMM-DATE (WS-NBR-INDEX) > WS-EST-DATE
083900         GO TO 2310-CONSIDER-NEXT
084000     END-IF

084100     IF WS-MASTER-ELEV-SW (WS-TARGET-INDEX) = 'Y'
084200        AND WS-MASTER-ELEV-SW (WS-NBR-INDEX) = 'Y'
084300         COMPUTE WS-ELEV-DIFF =
084400             WS-MASTER-ELEVATION (WS-TARGET-INDEX)
084500                 - WS-MASTER-ELEVATION (WS-NBR-INDEX)
084600         IF WS-ELEV-DIFF < 0
084700             COMPUTE WS-ELEV-DIFF = 0 - WS-ELEV-DIFF
084800         END-IF
084900         IF WS-ELEV-DIFF > WS-EST-MAX-ELEV-DIFF
085000             GO TO 2310-CONSIDER-NEXT
085100         END-IF
085200     END-IF

085300     COMPUTE WS-DELTA-LATITUDE =
085400         WS-MASTER-LATITUDE (WS-TARGET-INDEX)
085500             - WS-MASTER-LATITUDE (WS-NBR-INDEX)
085600     COMPUTE WS-DELTA-LONGITUDE =
085700         WS-MASTER-LONGITUDE (WS-TARGET-INDEX)
085800             - WS-MASTER-LONGITUDE (WS-NBR-INDEX)
085900*    STATIONS EITHER SIDE OF THE 180TH MERIDIAN ARE CLOSE, NOT
086000*    HALF A WORLD APART.
086100     IF WS-DELTA-LONGITUDE > 180
086200         SUBTRACT 360 FROM WS-DELTA-LONGITUDE
086300     END-IF
086400     IF WS-DELTA-LONGITUDE < -180
086500         ADD 360 TO WS-DELTA-LONGITUDE
086600     END-IF
086700     COMPUTE WS-SCALED-LONGITUDE ROUNDED =
086800         WS-DELTA-LONGITUDE * WS-TARGET-COSINE
086900     COMPUTE WS-DISTANCE-SQUARED ROUNDED =
087000         WS-DELTA-LATITUDE * WS-DELTA-LATITUDE
087100             + WS-SCALED-LONGITUDE * WS-SCALED-LONGITUDE

087200     ADD 1 TO WS-CAND-COUNT
087300     MOVE WS-NBR-INDEX TO WS-CAND-SLOT (WS-CAND-COUNT)
087400     MOVE WS-DISTANCE-SQUARED TO WS-CAND-DIST-SQ (WS-CAND-COUNT)
087500     MOVE 'N' TO WS-CAND-TRIED-SW (WS-CAND-COUNT).
087600 2310-CONSIDER-NEXT.
087700     ADD 1 TO WS-NBR-INDEX.
087800 2310-CONSIDER-ONE-CANDIDATE-EXIT.
087900     EXIT.

088000*-----------------------------------------------------------------
088100* 2400-TRY-NEAREST-CANDIDATE
088200*   TAKES THE NEAREST CANDIDATE NOT YET TRIED AND READS ITS
088300*   READING FOR THE DAY.  ONLY AN OBSERVED, QC-CLEAN READING IS
088400*   USED - AN ESTIMATE IS NEVER BUILT ON ANOTHER ESTIMATE.  THE
088500*   USED READING IS MOVED ONTO THE TARGET'S CLIMATE BY THE
088600*   DIFFERENCE IN THE TWO STATIONS' NORMALS AND ADDED TO THE
088700*   TOTALS WEIGHTED BY ONE OVER THE SQUARED DISTANCE.
088800*-----------------------------------------------------------------
088900 2400-TRY-NEAREST-CANDIDATE.
089000     MOVE 0 TO WS-CAND-PICK
089100     MOVE 1 TO WS-CAND-INDEX
089200     PERFORM 2410-COMPARE-ONE-CANDIDATE
089300         THRU 2410-COMPARE-ONE-CANDIDATE-EXIT
089400         UNTIL WS-CAND-INDEX > WS-CAND-COUNT

089500     IF WS-CAND-PICK = 0
089600         SET WS-CAND-EXHAUSTED TO TRUE
089700         GO TO 2400-TRY-NEAREST-CANDIDATE-EXIT
089800     END-IF

089900     MOVE 'Y' TO WS-CAND-TRIED-SW (WS-CAND-PICK)
090000     MOVE WS-CAND-SLOT (WS-CAND-PICK) TO WS-NBR-INDEX

090100     MOVE WS-MASTER-STATION-ID (WS-NBR-INDEX)
090200         TO HISTORY-STATION-ID
090300     MOVE WS-EST-DATE TO HISTORY-DATE
090400     READ TEMPERATURE-HISTORY-FILE
090500         INVALID KEY
090600             GO TO 2400-TRY-NEAREST-CANDIDATE-EXIT
090700     END-READ
090800     IF WS-HISTORY-STATUS NOT = '00'
090900         GO TO 9930-ABEND-HISTORY-IO
091000     END-IF

091100     IF HISTORY-ESTIMATED
091200        OR HISTORY-QC-SUSPECT
091300         GO TO 2400-TRY-NEAREST-CANDIDATE-EXIT
091400     END-IF

091500     COMPUTE WS-ADJ-MAX-TEMPERATURE =
091600         HISTORY-MAX-TEMPERATURE
091700             + WS-NORM-HIGH (WS-TARGET-INDEX WS-EST-MONTH)
091800             - WS-NORM-HIGH (WS-NBR-INDEX WS-EST-MONTH)
091900     COMPUTE WS-ADJ-MIN-TEMPERATURE =
092000         HISTORY-MIN-TEMPERATURE
092100             + WS-NORM-LOW (WS-TARGET-INDEX WS-EST-MONTH)
092200             - WS-NORM-LOW (WS-NBR-INDEX WS-EST-MONTH)

092300*    TWO STATIONS ON THE SAME SPOT WOULD DIVIDE BY ZERO - THE
092400*    FLOOR KEEPS THE CO-LOCATED STATION DOMINANT INSTEAD.
092500     MOVE WS-CAND-DIST-SQ (WS-CAND-PICK) TO WS-DISTANCE-SQUARED
092600     IF WS-DISTANCE-SQUARED < WS-MINIMUM-DIST-SQ
092700         MOVE WS-MINIMUM-DIST-SQ TO WS-DISTANCE-SQUARED
092800     END-IF
092900     COMPUTE WS-WEIGHT ROUNDED = 1 / WS-DISTANCE-SQUARED

093000     ADD WS-WEIGHT TO WS-WEIGHT-TOTAL
093100     COMPUTE WS-WEIGHTED-MAX-TOTAL =
093200         WS-WEIGHTED-MAX-TOTAL
093300             + WS-WEIGHT * WS-ADJ-MAX-TEMPERATURE
093400     COMPUTE WS-WEIGHTED-MIN-TOTAL =
093500         WS-WEIGHTED-MIN-TOTAL
093600             + WS-WEIGHT * WS-ADJ-MIN-TEMPERATURE

093700     ADD 1 TO WS-USED-COUNT
093800     MOVE WS-MASTER-STATION-ID (WS-NBR-INDEX)
093900         TO WS-USED-STATION-ID (WS-USED-COUNT)
094000     MOVE HISTORY-MAX-TEMPERATURE TO WS-USED-MAX (WS-USED-COUNT)
094100     MOVE HISTORY-MIN-TEMPERATURE TO WS-USED-MIN (WS-USED-COUNT)
094200     MOVE WS-ADJ-MAX-TEMPERATURE
094300         TO WS-USED-ADJ-MAX (WS-USED-COUNT)
094400     MOVE WS-ADJ-MIN-TEMPERATURE
094500         TO WS-USED-ADJ-MIN (WS-USED-COUNT)
094600     MOVE WS-CAND-DIST-SQ (WS-CAND-PICK)
094700         TO WS-USED-DIST-SQ (WS-USED-COUNT).
094800 2400-TRY-NEAREST-CANDIDATE-EXIT.
094900     EXIT.

095000*-----------------------------------------------------------------
095100* 2410-COMPARE-ONE-CANDIDATE
095200*   KEEPS WS-CAND-PICK ON THE NEAREST UNTRIED CANDIDATE SEEN SO
095300*   FAR; THE EARLIER MASTER SLOT WINS A TIE.
095400*-----------------------------------------------------------------
095500 2410-COMPARE-ONE-CANDIDATE.
095600     IF WS-CAND-TRIED-SW (WS-CAND-INDEX) = 'N'
095700         IF WS-CAND-PICK = 0
095800             MOVE WS-CAND-INDEX TO WS-CAND-PICK
095900         ELSE
096000             IF WS-CAND-DIST-SQ (WS-CAND-INDEX)
096100                     < WS-CAND-DIST-SQ (WS-CAND-PICK)
096200                 MOVE WS-CAND-INDEX TO WS-CAND-PICK
096300             END-IF
096400         END-IF
096500     END-IF

096600     ADD 1 TO WS-CAND-INDEX.
096700 2410-COMPARE-ONE-CANDIDATE-EXIT.
096800     EXIT.

096900*-----------------------------------------------------------------
097000* 2500-FIND-MASTER-STATION
097100*   SEARCHES WS-STATION-MASTER-TABLE FOR WS-MASTER-SEARCH-ID,
097200*   WHICH THE CALLER SETS FIRST.  LEAVES WS-MASTER-INDEX POINTING
097300*   AT THE MATCHING SLOT WHEN WS-MASTER-FOUND.
097400*-----------------------------------------------------------------
097500 2500-FIND-MASTER-STATION.
097600     MOVE 1 TO WS-MASTER-INDEX
097700     SET WS-MASTER-NOT-FOUND TO TRUE

097800     PERFORM 2510-MATCH-ONE-MASTER
097900         THRU 2510-MATCH-ONE-MASTER-EXIT
098000         UNTIL WS-MASTER-FOUND
098100            OR WS-MASTER-INDEX > WS-MASTER-COUNT.
098200 2500-FIND-MASTER-STATION-EXIT.
098300     EXIT.

098400*-----------------------------------------------------------------
098500* 2510-MATCH-ONE-MASTER
098600*   COMPARES ONE MASTER TABLE SLOT TO WS-MASTER-SEARCH-ID.
098700*-----------------------------------------------------------------
098800 2510-MATCH-ONE-MASTER.
098900     IF WS-MASTER-STATION-ID (WS-MASTER-INDEX)
099000             = WS-MASTER-SEARCH-ID
099100         SET WS-MASTER-FOUND TO TRUE
099200     ELSE
099300         ADD 1 TO WS-MASTER-INDEX
099400     END-IF.
099500 2510-MATCH-ONE-MASTER-EXIT.
099600     EXIT.

099700*-----------------------------------------------------------------
099800* 2600-WRITE-ESTIMATE
099900*   PUTS THE ESTIMATE ON THE MASTER AS AN ESTIMATED DAY WITH NO
100000*   QC FLAG, LISTS IT WITH THE NEIGHBORS IT CAME FROM, AND NOTES
100100*   THE STATION AND DATE FOR THE CARRY-FORWARD SUMMARY.  THE KEY
100200*   WAS MISSING A MOMENT AGO, SO A DUPLICATE HERE MEANS THE
100300*   MASTER IS IN TROUBLE AND THE RUN STOPS.
100400*-----------------------------------------------------------------
100500 2600-WRITE-ESTIMATE.
100600     MOVE WS-MASTER-STATION-ID (WS-TARGET-INDEX)
100700         TO HISTORY-STATION-ID
100800     MOVE WS-EST-DATE            TO HISTORY-DATE
100900     MOVE WS-EST-MAX-TEMPERATURE TO HISTORY-MAX-TEMPERATURE
101000     MOVE WS-EST-MIN-TEMPERATURE TO HISTORY-MIN-TEMPERATURE
101100     MOVE SPACE                  TO HISTORY-QC-FLAG
101200     SET HISTORY-ESTIMATED TO TRUE
101300     WRITE HISTORY-RECORD
101400         INVALID KEY
101500             GO TO 9930-ABEND-HISTORY-IO
101600     END-WRITE
101700     IF WS-HISTORY-STATUS NOT = '00'
101800         GO TO 9930-ABEND-HISTORY-IO
101900     END-IF

102000     ADD 1 TO WS-ESTIMATED-COUNT

102100     MOVE WS-MASTER-STATION-ID (WS-TARGET-INDEX)
102200         TO WS-RE-STATION-ID
102300     MOVE WS-EST-DATE            TO WS-RE-DATE
102400     MOVE WS-EST-MAX-TEMPERATURE TO WS-RE-MAX-TEMP
102500     MOVE WS-EST-MIN-TEMPERATURE TO WS-RE-MIN-TEMP
102600     MOVE WS-USED-COUNT          TO WS-RE-NEIGHBOR-COUNT
102700     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-EST-LINE

102800     MOVE 1 TO WS-USED-INDEX
102900     PERFORM 2610-LIST-ONE-NEIGHBOR
103000         THRU 2610-LIST-ONE-NEIGHBOR-EXIT
103100         UNTIL WS-USED-INDEX > WS-USED-COUNT

103200     PERFORM 2700-NOTE-SUMMARY-IMPACT
103300         THRU 2700-NOTE-SUMMARY-IMPACT-EXIT.
103400 2600-WRITE-ESTIMATE-EXIT.
103500     EXIT.

103600*-----------------------------------------------------------------
103700* 2610-LIST-ONE-NEIGHBOR
103800*   WRITES ONE NEIGHBOR LINE UNDER THE ESTIMATE: ITS READING, THE
103900*   READING ADJUSTED TO THE TARGET, AND ROUGHLY HOW FAR AWAY IT
104000*   IS.
104100*-----------------------------------------------------------------
104200 2610-LIST-ONE-NEIGHBOR.
104300     MOVE WS-USED-STATION-ID (WS-USED-INDEX) TO WS-RN-STATION-ID
104400     MOVE WS-USED-MAX (WS-USED-INDEX)        TO WS-RN-MAX-TEMP
104500     MOVE WS-USED-MIN (WS-USED-INDEX)        TO WS-RN-MIN-TEMP
104600     MOVE WS-USED-ADJ-MAX (WS-USED-INDEX)    TO WS-RN-ADJ-MAX-TEMP
104700     MOVE WS-USED-ADJ-MIN (WS-USED-INDEX)    TO WS-RN-ADJ-MIN-TEMP
104800     COMPUTE WS-RN-MILES ROUNDED =
104900         (WS-USED-DIST-SQ (WS-USED-INDEX) ** 0.5)
105000             * WS-MILES-PER-DEGREE
105100     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-NEIGHBOR-LINE

105200     ADD 1 TO WS-USED-INDEX.
105300 2610-LIST-ONE-NEIGHBOR-EXIT.
105400     EXIT.

105500*-----------------------------------------------------------------
105600* 2650-BACK-ONE-DAY
105700*   MOVES WS-EST-CAL-DATE BACK ONE CALENDAR DAY, ROLLING MONTH
105800*   AND YEAR AND GIVING FEBRUARY ITS 29TH IN A LEAP YEAR
105900*   (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
106000*   ALSO USED BY 1160-SET-WINDOW TO FIND YESTERDAY AND THE FIRST
106100*   DAY OF THE WINDOW.
106200*-----------------------------------------------------------------
106300 2650-BACK-ONE-DAY.
106400     SUBTRACT 1 FROM WS-EST-CAL-DAY
106500     IF WS-EST-CAL-DAY > 0
106600         GO TO 2650-BACK-ONE-DAY-EXIT
106700     END-IF

106800     SUBTRACT 1 FROM WS-EST-CAL-MONTH
106900     IF WS-EST-CAL-MONTH = 0
107000         MOVE 12 TO WS-EST-CAL-MONTH
107100         SUBTRACT 1 FROM WS-EST-CAL-YEAR
107200     END-IF

107300     MOVE WS-DAYS-IN-MONTH (WS-EST-CAL-MONTH) TO WS-MONTH-LENGTH
107400     IF WS-EST-CAL-MONTH = 02
107500         DIVIDE WS-EST-CAL-YEAR BY 4
107600             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
107700         DIVIDE WS-EST-CAL-YEAR BY 100
107800             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
107900         DIVIDE WS-EST-CAL-YEAR BY 400
108000             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
108100         IF WS-LEAP-REM-4 = 0
108200            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
108300             MOVE 29 TO WS-MONTH-LENGTH
108400         END-IF
108500     END-IF
108600     MOVE WS-MONTH-LENGTH TO WS-EST-CAL-DAY.
108700 2650-BACK-ONE-DAY-EXIT.
108800     EXIT.

108900*-----------------------------------------------------------------
109000* 2700-NOTE-SUMMARY-IMPACT
109100*   REMEMBERS THE ESTIMATED STATION AND YEAR AND THE EARLIEST
109200*   DATE FILLED IN THAT YEAR THIS RUN.  MORE STATION-YEARS THAN
109300*   THE TABLE HOLDS DROPS THE WHOLE SUMMARY - THE RESULT (A FULL
109400*   RESCAN) IS THE SAME ONE A SINGLE DROPPED ROW GIVES.
109500*-----------------------------------------------------------------
109600 2700-NOTE-SUMMARY-IMPACT.
109700     MOVE 1 TO WS-TCH-INDEX
109800     SET WS-TCH-NOT-FOUND TO TRUE

109900     PERFORM 2710-MATCH-ONE-TOUCHED
110000         THRU 2710-MATCH-ONE-TOUCHED-EXIT
110100         UNTIL WS-TCH-FOUND
110200            OR WS-TCH-INDEX > WS-TCH-COUNT

110300     IF WS-TCH-FOUND
110400         IF WS-EST-DATE < WS-TCH-DATE (WS-TCH-INDEX)
110500             MOVE WS-EST-DATE TO WS-TCH-DATE (WS-TCH-INDEX)
110600         END-IF
110700         GO TO 2700-NOTE-SUMMARY-IMPACT-EXIT
110800     END-IF

110900     IF WS-TCH-COUNT >= WS-MAX-STATIONS
111000         SET WS-SUM-DROP-ALL TO TRUE
111100         GO TO 2700-NOTE-SUMMARY-IMPACT-EXIT
111200     END-IF

111300     ADD 1 TO WS-TCH-COUNT
111400     MOVE WS-MASTER-STATION-ID (WS-TARGET-INDEX)
111500         TO WS-TCH-STATION-ID (WS-TCH-COUNT)
111600     MOVE WS-EST-DATE TO WS-TCH-DATE (WS-TCH-COUNT).
111700 2700-NOTE-SUMMARY-IMPACT-EXIT.
111800     EXIT.

111900*-----------------------------------------------------------------
112000* 2710-MATCH-ONE-TOUCHED
112100*   COMPARES ONE TOUCHED SLOT TO THE ESTIMATED STATION AND THE
112110*   YEAR OF THE DAY FILLED IN.
112200*-----------------------------------------------------------------
112300 2710-MATCH-ONE-TOUCHED.
112400     IF WS-TCH-STATION-ID (WS-TCH-INDEX)
112500             = WS-MASTER-STATION-ID (WS-TARGET-INDEX)
112510        AND WS-TCH-DATE (WS-TCH-INDEX) (1:4) = WS-EST-DATE (1:4)
112600         SET WS-TCH-FOUND TO TRUE
112700     ELSE
112800         ADD 1 TO WS-TCH-INDEX
112900     END-IF.
113000 2710-MATCH-ONE-TOUCHED-EXIT.
113100     EXIT.

113200*-----------------------------------------------------------------
113300* 8000-PRODUCE-OUTPUT
113400*   TOTALS THE LISTING, CARRIES THE RUN'S ESTIMATES INTO THE
113500*   CARRY-FORWARD SUMMARY, AND ECHOES THE RUN'S SHAPE TO THE JOB
113600*   OUTPUT.
113700*-----------------------------------------------------------------
113800 8000-PRODUCE-OUTPUT.
113900     IF WS-DAYS-MISSING-COUNT = 0
114000         WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-NONE-LINE
114100     END-IF

114200     MOVE WS-DAYS-MISSING-COUNT  TO WS-RT-MISSING
114300     MOVE WS-ESTIMATED-COUNT     TO WS-RT-ESTIMATED
114400     MOVE WS-NOT-ESTIMATED-COUNT TO WS-RT-NOT-ESTIMATED
114500     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

114600     IF WS-TCH-COUNT > 0 OR WS-SUM-DROP-ALL
114700         PERFORM 8100-UPDATE-ROLLUP-SUMMARY
114800             THRU 8100-UPDATE-ROLLUP-SUMMARY-EXIT
114900     END-IF

115000     DISPLAY 'Missing-day estimate: ' WS-WINDOW-FIRST-DATE
115100         ' to ' WS-EST-END-DATE ', ' WS-DAYS-CHECKED-COUNT
115200         ' station-day(s) checked.'
115300     DISPLAY 'Missing: ' WS-DAYS-MISSING-COUNT
115400         '   Estimated: ' WS-ESTIMATED-COUNT
115500         '   Not estimated: ' WS-NOT-ESTIMATED-COUNT
115600         '   Summary rows dropped: ' WS-SUM-DROPPED-COUNT.
115700 8000-PRODUCE-OUTPUT-EXIT.
115800     EXIT.

115900*-----------------------------------------------------------------
116000* 8100-UPDATE-ROLLUP-SUMMARY
116100*   LOADS THE CARRY-FORWARD SUMMARY, LEAVING OUT EVERY ROW THE
116200*   RUN'S ESTIMATES MADE STALE, AND WRITES THE REST BACK ONLY
116300*   WHEN SOMETHING WAS LEFT OUT.
116400*-----------------------------------------------------------------
116500 8100-UPDATE-ROLLUP-SUMMARY.
116600     MOVE 0   TO WS-SUM-KEPT-COUNT
116700     MOVE 'N' TO WS-MASTER-EOF-SW
116800     OPEN INPUT ROLLUP-SUMMARY-FILE

116900     PERFORM 8110-LOAD-ONE-SUMMARY-ROW
117000         THRU 8110-LOAD-ONE-SUMMARY-ROW-EXIT
117100         UNTIL WS-MASTER-EOF

117200     CLOSE ROLLUP-SUMMARY-FILE
117300     MOVE 'N' TO WS-MASTER-EOF-SW

117400     IF WS-SUM-DROPPED-COUNT = 0
117500         GO TO 8100-UPDATE-ROLLUP-SUMMARY-EXIT
117600     END-IF

117700     OPEN OUTPUT ROLLUP-SUMMARY-FILE
117800     MOVE 1 TO WS-SUM-INDEX
117900     PERFORM 8120-WRITE-ONE-SUMMARY-ROW
118000         THRU 8120-WRITE-ONE-SUMMARY-ROW-EXIT
118100         UNTIL WS-SUM-INDEX > WS-SUM-KEPT-COUNT
118200     CLOSE ROLLUP-SUMMARY-FILE

118300     DISPLAY 'Carry-forward summary ' WS-ROLLSUM-FILENAME
118400         ': ' WS-SUM-DROPPED-COUNT ' row(s) dropped - the '
118500         'next rollup runs its full rescan.'.
118600 8100-UPDATE-ROLLUP-SUMMARY-EXIT.
118700     EXIT.

118800*-----------------------------------------------------------------
118900* 8110-LOAD-ONE-SUMMARY-ROW
119000*   KEEPS OR DROPS ONE SUMMARY ROW.  A ROW IS STALE WHEN ITS
119100*   STATION HAD A DAY FILLED IN, IN THE ROW'S YEAR, ON OR BEFORE
119200*   ITS THRU-DATE - ITS FIGURES WERE BUILT WITHOUT THAT DAY.  A
119300*   ROW BEYOND THE TABLE IS DROPPED TOO; THAT ONLY COSTS THE
119400*   ROLLUP ITS SHORTCUT FOR ONE NIGHT.
119500*-----------------------------------------------------------------
119600 8110-LOAD-ONE-SUMMARY-ROW.
119700     READ ROLLUP-SUMMARY-FILE
119800         AT END
119900             SET WS-MASTER-EOF TO TRUE
120000             GO TO 8110-LOAD-ONE-SUMMARY-ROW-EXIT
120100     END-READ

120200     IF WS-SUM-DROP-ALL
120300         GO TO 8110-DROP-SUMMARY-ROW
120400     END-IF

120500     MOVE 1 TO WS-TCH-INDEX
120600     SET WS-TCH-NOT-FOUND TO TRUE
120700     PERFORM 8115-MATCH-ONE-SUMMARY-STATION
120800         THRU 8115-MATCH-ONE-SUMMARY-STATION-EXIT
120900         UNTIL WS-TCH-FOUND
121000            OR WS-TCH-INDEX > WS-TCH-COUNT

121100     IF WS-TCH-FOUND
121300        AND WS-TCH-DATE (WS-TCH-INDEX) NOT > RSUM-THRU-DATE
121400         GO TO 8110-DROP-SUMMARY-ROW
121500     END-IF

121600     IF WS-SUM-KEPT-COUNT >= WS-MAX-STATIONS
121700         GO TO 8110-DROP-SUMMARY-ROW
121800     END-IF

121900     ADD 1 TO WS-SUM-KEPT-COUNT
122000     MOVE ROLLUP-SUMMARY-RECORD
122100         TO WS-SUMMARY-ROW (WS-SUM-KEPT-COUNT)
122200     GO TO 8110-LOAD-ONE-SUMMARY-ROW-EXIT.
122300 8110-DROP-SUMMARY-ROW.
122400     ADD 1 TO WS-SUM-DROPPED-COUNT
122500     MOVE RSUM-STATION-ID TO WS-RS-STATION-ID
122600     MOVE RSUM-YEAR       TO WS-RS-YEAR
122700     MOVE RSUM-MONTH      TO WS-RS-MONTH
122800     MOVE RSUM-THRU-DATE  TO WS-RS-THRU-DATE
122900     WRITE ESTIMATE-REPORT-RECORD FROM WS-REPORT-SUMMARY-LINE.
123000 8110-LOAD-ONE-SUMMARY-ROW-EXIT.
123100     EXIT.

123200*-----------------------------------------------------------------
123300* 8115-MATCH-ONE-SUMMARY-STATION
123400*   COMPARES ONE TOUCHED SLOT TO THE SUMMARY ROW'S STATION AND
123410*   YEAR.
123500*-----------------------------------------------------------------
123600 8115-MATCH-ONE-SUMMARY-STATION.
123700     IF WS-TCH-STATION-ID (WS-TCH-INDEX) = RSUM-STATION-ID
123710        AND WS-TCH-YEAR (WS-TCH-INDEX) = RSUM-YEAR
123800         SET WS-TCH-FOUND TO TRUE
123900     ELSE
124000         ADD 1 TO WS-TCH-INDEX
124100     END-IF.
124200 8115-MATCH-ONE-SUMMARY-STATION-EXIT.
124300     EXIT.

124400*-----------------------------------------------------------------
124500* 8120-WRITE-ONE-SUMMARY-ROW
124600*   WRITES ONE KEPT SUMMARY ROW BACK UNCHANGED.
124700*-----------------------------------------------------------------
124800 8120-WRITE-ONE-SUMMARY-ROW.
124900     MOVE WS-SUMMARY-ROW (WS-SUM-INDEX) TO ROLLUP-SUMMARY-RECORD
125000     WRITE ROLLUP-SUMMARY-RECORD
125100     ADD 1 TO WS-SUM-INDEX.
125200 8120-WRITE-ONE-SUMMARY-ROW-EXIT.
125300     EXIT.

125400*-----------------------------------------------------------------
125500* 9000-TERMINATE
125600*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
125700*   TRAIL.
125800*-----------------------------------------------------------------
125900 9000-TERMINATE.
126000     CLOSE TEMPERATURE-HISTORY-FILE
126100     CLOSE ESTIMATE-REPORT-FILE

126200     PERFORM 9800-WRITE-RUN-AUDIT
126300         THRU 9800-WRITE-RUN-AUDIT-EXIT.
126400 9000-TERMINATE-EXIT.
126500     EXIT.

126600*-----------------------------------------------------------------
126700* 9800-WRITE-RUN-AUDIT
126800*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
126900*   FILE.  ESTIMATED DAYS GO OUT AS ACCEPTED AND AS APPENDED -
127000*   THEY ARE NEW ROWS ON THE MASTER, AND DayEndBalance COUNTS
127100*   THEM IN THE MASTER'S GROWTH.  MISSING DAYS LEFT UNESTIMATED
127200*   GO OUT AS REJECTED.
127300*-----------------------------------------------------------------
127400 9800-WRITE-RUN-AUDIT.
127500     MOVE 'MissingDayEstimate'   TO RUNA-PROGRAM-ID
127600     MOVE WS-RUN-START-DATE      TO RUNA-START-DATE
127700     MOVE WS-RUN-START-TIME      TO RUNA-START-TIME
127800     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
127900     ACCEPT WS-RUN-END-TIME FROM TIME
128000     MOVE WS-RUN-END-DATE        TO RUNA-END-DATE
128100     MOVE WS-RUN-END-TIME        TO RUNA-END-TIME
128200     MOVE WS-STATION-FILENAME    TO RUNA-INPUT-FILENAME
128300     MOVE WS-ESTRPT-FILENAME     TO RUNA-REPORT-FILENAME
128400     MOVE WS-HISTMST-FILENAME    TO RUNA-HISTORY-FILENAME
128500     MOVE WS-ESTIMATED-COUNT     TO RUNA-ACCEPTED-COUNT
128600     MOVE WS-NOT-ESTIMATED-COUNT TO RUNA-REJECTED-COUNT
128700     MOVE WS-ESTIMATED-COUNT     TO RUNA-APPENDED-COUNT
128800     MOVE 'N'                    TO RUNA-RESTART-SW
128900     MOVE RETURN-CODE            TO RUNA-RETURN-CODE

129000     OPEN EXTEND RUN-AUDIT-FILE
129100     WRITE RUN-AUDIT-RECORD
129200     CLOSE RUN-AUDIT-FILE.
129300 9800-WRITE-RUN-AUDIT-EXIT.
129400     EXIT.

129500*-----------------------------------------------------------------
129600* 9910-ABEND-BAD-PARAMETER
129700*   REACHED FROM 1160-SET-WINDOW WHEN PARM-EST-END-DATE IS NOT A
129800*   YYYY-MM-DD DATE BEFORE TODAY, OR THE MINIMUM NEIGHBOR COUNT
129900*   IS ABOVE THE MAXIMUM.  NOTHING HAS BEEN OPENED YET.
130000*-----------------------------------------------------------------
130100 9910-ABEND-BAD-PARAMETER.
130200     IF WS-PARM-ERROR
130300         DISPLAY 'FATAL: RUNPARM.DAT EST-MIN-NEIGHBORS '
130400             WS-EST-MIN-NEIGHBORS ' is above EST-MAX-NEIGHBORS '
130500             WS-EST-MAX-NEIGHBORS '.  Run terminated.'
130600     ELSE
130700         DISPLAY 'FATAL: RUNPARM.DAT EST-END-DATE must be a '
130800             'YYYY-MM-DD date before today - EST-END-DATE is "'
130900             WS-EST-END-DATE '".  Run terminated.'
131000     END-IF
131100     MOVE 16 TO RETURN-CODE
131200     PERFORM 9800-WRITE-RUN-AUDIT
131300         THRU 9800-WRITE-RUN-AUDIT-EXIT
131400     STOP RUN.

131500*-----------------------------------------------------------------
131600* 9930-ABEND-HISTORY-IO
131700*   REACHED WHEN THE KEYED HISTORY MASTER CANNOT BE OPENED, A
131800*   READ FAILS WITH ANYTHING BUT NOT-FOUND, OR AN ESTIMATE CANNOT
131900*   BE WRITTEN UNDER A KEY THAT WAS MISSING A MOMENT BEFORE (FILE
132000*   STATUS IN WS-HISTORY-STATUS).  ESTIMATES ALREADY WRITTEN ARE
132100*   ON THE LISTING; THE RUN STOPS WITH A NONZERO RETURN CODE SO
132200*   THE MASTER IS LOOKED AT BEFORE ANYTHING ELSE TOUCHES IT.
132210*   THOSE ESTIMATES STAY ON THE MASTER, SO THE SUMMARY ROWS THEY
132220*   MADE STALE ARE STILL DROPPED FIRST - OTHERWISE THE NEXT
132230*   ROLLUP WOULD CARRY FORWARD YTD FIGURES THAT LEAVE THEM OUT.
132300*-----------------------------------------------------------------
132400 9930-ABEND-HISTORY-IO.
132500     DISPLAY 'FATAL: history master I/O error, file status '
132600         WS-HISTORY-STATUS ' on ' WS-HISTMST-FILENAME
132700         '.  Run terminated.'
132710     IF WS-ESTIMATED-COUNT > 0
132720         PERFORM 8100-UPDATE-ROLLUP-SUMMARY
132730             THRU 8100-UPDATE-ROLLUP-SUMMARY-EXIT
132740     END-IF
132800     MOVE 16 TO RETURN-CODE
132900     PERFORM 9800-WRITE-RUN-AUDIT
133000         THRU 9800-WRITE-RUN-AUDIT-EXIT
133100     STOP RUN.
