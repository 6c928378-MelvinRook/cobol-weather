000100*****************************************************************
000200* PROGRAM:      StationNonReportMonitor
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   NIGHTLY CHECK FOR ACTIVE STATIONS THAT DID NOT SEND A
000900*   READING.  THE CONTROL TRAILER AND DayEndBalance ONLY PROVE
001000*   THAT WHAT ARRIVED HANGS TOGETHER - A STATION THAT SENDS
001100*   NOTHING AT ALL BALANCES PERFECTLY AND ITS MISSING DAYS ONLY
001200*   SURFACE WEEKS LATER AS GAPS ON THE HISTORY AUDIT.  THIS
001300*   PROGRAM:
001400*     - PROVES TONIGHT'S TEMPERATURE.DAT AGAINST ITS TRAILER THE
001500*       SAME WAY THE CALCULATOR DOES - A TRUNCATED FILE WOULD
001600*       MAKE EVERY STATION PAST THE BREAK LOOK SILENT, SO THE
001700*       RUN IS REFUSED (RC 16) WITH THE STATUS FILE UNTOUCHED;
001800*     - MARKS EVERY STATION THAT SENT ANY RECORD TONIGHT, GOOD
001900*       OR BAD (A BAD READING IS THE SUSPENSE'S BUSINESS, NOT A
002000*       FIELD CALL-OUT);
002100*     - WALKS EVERY STAM-ACTIVE STATION ON THE MASTER, SKIPPING
002200*       ONE WHOSE COMMISSIONED DATE IS STILL TO COME, AND KEEPS
002300*       ITS CONSECUTIVE-NIGHTS-MISSED COUNT IN NRPTSTAT.DAT
002400*       (NRPTREC);
002500*     - LISTS EVERY SILENT STATION, AND EVERY STATION THAT CAME
002600*       BACK AFTER A RUN OF MISSES, ON NONRPT.RPT FOR THE
002700*       MORNING REVIEW;
002800*     - WRITES ONE NRPT ROW ON THE ALERT EXTRACT THE NIGHT A
002900*       STATION'S COUNT REACHES PARM-NRPT-ALERT-DAYS (STANDARD
003000*       THREE), SO FIELD MAINTENANCE IS DISPATCHED WITHOUT
003100*       ANYONE HAVING TO NOTICE.  THE ALERT GOES OUT ONCE PER
003200*       OUTAGE; THE STATION'S FIRST REPORT BACK RE-ARMS IT.
003300*   "TONIGHT" IS THE LATEST READING DATE IN THE INPUT (THE RUN
003400*   DATE WHEN THE FILE CARRIES NO READINGS AT ALL).  A RERUN OF
003500*   THE SAME NIGHT DOES NOT COUNT THE SAME MISS TWICE.  RUNS
003600*   AFTER THE CALCULATOR, WHICH REBUILDS THE ALERT EXTRACT, AND
003700*   BEFORE AlertAckReconcile.
003800*-----------------------------------------------------------------
003900* MODIFICATION HISTORY
004000*   10/15/2026  DO   INITIAL VERSION
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. StationNonReportMonitor.
004400 AUTHOR. D. OKAFOR.
004500 INSTALLATION. WEATHER SYSTEMS GROUP.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.

004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT TEMPERATURE-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL STATION-MASTER-FILE
005600         ASSIGN TO DYNAMIC WS-STATION-FILENAME
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL NON-REPORT-STATUS-FILE
005900         ASSIGN TO DYNAMIC WS-NRPTSTAT-FILENAME
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL ALERT-FILE
006200         ASSIGN TO DYNAMIC WS-ALERT-FILENAME
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT NON-REPORT-REPORT-FILE ASSIGN TO 'nonrpt.rpt'
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT OPTIONAL RUN-AUDIT-FILE
006700         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARAMETER-FILE.
007200     COPY PARMREC.

007300 FD  TEMPERATURE-FILE.
007400     COPY TEMPREC.

007500 FD  STATION-MASTER-FILE.
007600     COPY STAMREC.

007700 FD  NON-REPORT-STATUS-FILE.
007800     COPY NRPTREC.

007900 FD  ALERT-FILE.
008000     COPY ALERTREC.

008100 FD  NON-REPORT-REPORT-FILE.
008200 01  NON-REPORT-REPORT-RECORD      PIC X(100).

008300 FD  RUN-AUDIT-FILE.
008400     COPY AUDITREC.

008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------------
008700* RUN PARAMETERS (FROM RUNPARM.DAT)
008800*   THE INPUT, STATION MASTER, STATUS FILE, ALERT EXTRACT,
008900*   ALERT LIMIT AND AUDIT-TRAIL NAME APPLY TO THIS PROGRAM.  THE
009000*   LISTING CARRIES A FIXED NAME LIKE THE RECONCILIATION'S.
009100*-----------------------------------------------------------------
009200 01  WS-INPUT-FILENAME             PIC X(40) VALUE SPACES.
009300 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
009400 01  WS-NRPTSTAT-FILENAME          PIC X(40) VALUE SPACES.
009500 01  WS-ALERT-FILENAME             PIC X(40) VALUE SPACES.
009600 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

009700 01  WS-NRPT-ALERT-DAYS            PIC 9(02) VALUE 3.

009800*-----------------------------------------------------------------
009900* TONIGHT
010000*   THE LATEST WELL-FORMED READING DATE IN THE INPUT; WHEN THE
010100*   FILE HOLDS NO READINGS THE RUN DATE IS SHAPED INTO THE SAME
010200*   YYYY-MM-DD FORM INSTEAD.
010300*-----------------------------------------------------------------
010400 01  WS-TONIGHT-DATE               PIC X(10) VALUE SPACES.
010500 01  WS-HIGH-INPUT-DATE            PIC X(10) VALUE SPACES.

010600 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
010700 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
010800     05  WS-RUN-YEAR               PIC 9(04).
010900     05  WS-RUN-MONTH              PIC 9(02).
011000     05  WS-RUN-DAY                PIC 9(02).

011100 01  WS-RUN-DATE-TEXT.
011200     05  WS-RDT-YEAR               PIC 9(04).
011300     05  FILLER                    PIC X(01) VALUE '-'.
011400     05  WS-RDT-MONTH              PIC 9(02).
011500     05  FILLER                    PIC X(01) VALUE '-'.
011600     05  WS-RDT-DAY                PIC 9(02).

011700*-----------------------------------------------------------------
011800* INPUT CONTROL-TOTAL RECONCILIATION
011900*   SAME COUNT AND HASH THE CALCULATOR PROVES IN ITS
012000*   1500-VERIFY-INPUT-TOTALS, CARRIED MODULO 10**7.
012100*-----------------------------------------------------------------
012200     COPY TRLREC.

012300 01  WS-RECV-RECORD-COUNT          PIC 9(6) VALUE 0.
012400 01  WS-RECV-HASH-WORK             PIC S9(10)V9(1) VALUE 0.
012500 01  WS-RECV-HASH-TOTAL            PIC S9(7)V9(1) VALUE 0.

012600 01  WS-TRAILER-FOUND-SW           PIC X(01) VALUE 'N'.
012700     88  WS-TRAILER-FOUND                    VALUE 'Y'.
012800     88  WS-TRAILER-MISSING                  VALUE 'N'.

012900*-----------------------------------------------------------------
013000* BALANCING COUNTS
013100*-----------------------------------------------------------------
013200 01  WS-UNKNOWN-COUNT              PIC 9(6) VALUE 0.
013300 01  WS-MONITORED-COUNT            PIC 9(6) VALUE 0.
013400 01  WS-REPORTED-COUNT             PIC 9(6) VALUE 0.
013500 01  WS-MISSING-COUNT              PIC 9(6) VALUE 0.
013600 01  WS-RESUMED-COUNT              PIC 9(6) VALUE 0.
013700 01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
013800 01  WS-ALERT-COUNT                PIC 9(6) VALUE 0.
013900 01  WS-STATUS-IN-COUNT            PIC 9(6) VALUE 0.
014000 01  WS-STATUS-DROPPED-COUNT       PIC 9(6) VALUE 0.
014100 01  WS-STATUS-OUT-COUNT           PIC 9(6) VALUE 0.

014200*-----------------------------------------------------------------
014300* STATION MONITOR TABLE
014400*   ONE SLOT PER STATION MASTER ROW, IN MASTER ORDER.  THE
014500*   REPORTED SWITCH IS SET BY TONIGHT'S INPUT; THE MISSED COUNT,
014600*   DATES AND ALERT SWITCH COME IN FROM THE STATUS FILE AND GO
014700*   BACK OUT TO IT.  A STATION WITH NO STATUS ROW YET STARTS
014800*   CLEAN.
014900*-----------------------------------------------------------------
015000 01  WS-MONITOR-TABLE.
015100     05  WS-MN-ENTRY               OCCURS 20 TIMES.
015200         10  WS-MN-STATION-ID      PIC X(05).
015300         10  WS-MN-NAME            PIC X(25).
015400         10  WS-MN-ACTIVE-FLAG     PIC X(01).
015500         10  WS-MN-COMM-DATE       PIC X(10).
015600         10  WS-MN-REPORTED-SW     PIC X(01).
015700         10  WS-MN-DAYS-MISSED     PIC 9(04).
015800         10  WS-MN-FIRST-MISSED    PIC X(10).
015900         10  WS-MN-LAST-REPORTED   PIC X(10).
016000         10  WS-MN-LAST-CHECKED    PIC X(10).
016100         10  WS-MN-ALERT-SW        PIC X(01).

016200 01  WS-MASTER-COUNT               PIC 9(2) COMP VALUE 0.
016300 01  WS-MASTER-INDEX               PIC 9(2) COMP VALUE 0.
016400 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
016500 01  WS-MASTER-SEARCH-ID           PIC X(05) VALUE SPACES.

016600 01  WS-MASTER-FOUND-SW            PIC X(01) VALUE 'N'.
016700     88  WS-MASTER-FOUND                     VALUE 'Y'.
016800     88  WS-MASTER-NOT-FOUND                 VALUE 'N'.

016900*-----------------------------------------------------------------
017000* RUN AUDIT-TRAIL WORK AREAS
017100*-----------------------------------------------------------------
017200 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
017300 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
017400 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
017500 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

017600*-----------------------------------------------------------------
017700* REPORT LINE LAYOUTS
017800*-----------------------------------------------------------------
017900 01  WS-REPORT-HEADING-1.
018000     05  FILLER                    PIC X(27)
018100         VALUE 'NON-REPORTING STATIONS FOR '.
018200     05  WS-RH1-TONIGHT            PIC X(10).
018300     05  FILLER                    PIC X(09) VALUE '  INPUT: '.
018400     05  WS-RH1-INPUT-NAME         PIC X(30).
018500     05  FILLER                    PIC X(15)
018600         VALUE '  ALERT AFTER: '.
018700     05  WS-RH1-ALERT-DAYS         PIC Z9.
018800     05  FILLER                    PIC X(05) VALUE ' DAYS'.
018900     05  FILLER                    PIC X(02) VALUE SPACES.

019000 01  WS-REPORT-HEADING-2.
019100     05  FILLER                    PIC X(06) VALUE 'ID'.
019200     05  FILLER                    PIC X(27) VALUE 'NAME'.
019300     05  FILLER                    PIC X(06) VALUE 'DAYS'.
019400     05  FILLER                    PIC X(13)
019500         VALUE 'MISSED SINCE'.
019600     05  FILLER                    PIC X(13)
019700         VALUE 'LAST REPORT'.
019800     05  FILLER                    PIC X(20) VALUE 'ACTION'.
019900     05  FILLER                    PIC X(15) VALUE SPACES.

020000 01  WS-REPORT-DETAIL.
020100     05  WS-RD-STATION-ID          PIC X(05).
020200     05  FILLER                    PIC X(01) VALUE SPACE.
020300     05  WS-RD-STATION-NAME        PIC X(25).
020400     05  FILLER                    PIC X(02) VALUE SPACES.
020500     05  WS-RD-DAYS-MISSED         PIC ZZZ9.
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  WS-RD-FIRST-MISSED        PIC X(10).
020800     05  FILLER                    PIC X(03) VALUE SPACES.
020900     05  WS-RD-LAST-REPORTED       PIC X(10).
021000     05  FILLER                    PIC X(03) VALUE SPACES.
021100     05  WS-RD-ACTION              PIC X(20).
021200     05  FILLER                    PIC X(15) VALUE SPACES.

021300 01  WS-REPORT-TEXT-LINE.
021400     05  WS-RT-TEXT                PIC X(60).
021500     05  FILLER                    PIC X(40) VALUE SPACES.

021600 01  WS-REPORT-TOTAL-LINE.
021700     05  FILLER                    PIC X(10) VALUE 'MONITORED:'.
021800     05  WS-RTL-MONITORED          PIC ZZZ9.
021900     05  FILLER                    PIC X(11)
022000         VALUE '  REPORTED:'.
022100     05  WS-RTL-REPORTED           PIC ZZZ9.
022200     05  FILLER                    PIC X(10) VALUE '  MISSING:'.
022300     05  WS-RTL-MISSING            PIC ZZZ9.
022400     05  FILLER                    PIC X(17)
022500         VALUE '  ALERTS WRITTEN:'.
022600     05  WS-RTL-ALERTS             PIC ZZZ9.
022700     05  FILLER                    PIC X(10) VALUE '  SKIPPED:'.
022800     05  WS-RTL-SKIPPED            PIC ZZZ9.
022900     05  FILLER                    PIC X(22) VALUE SPACES.

023000*-----------------------------------------------------------------
023100* SWITCHES
023200*-----------------------------------------------------------------
023300 01  WS-SWITCHES.
023400     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
023500         88  WS-END-OF-FILE                  VALUE 'Y'.

023600 PROCEDURE DIVISION.
023700*-----------------------------------------------------------------
023800* 0000-MAIN-PARA
023900*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
024000*-----------------------------------------------------------------
024100 0000-MAIN-PARA.
024200     PERFORM 1000-INITIALIZE
024300         THRU 1000-INITIALIZE-EXIT

024400     PERFORM 2000-SCAN-INPUT
024500         THRU 2000-SCAN-INPUT-EXIT

024600     PERFORM 3000-LOAD-STATUS
024700         THRU 3000-LOAD-STATUS-EXIT

024800     PERFORM 4000-EVALUATE-STATIONS
024900         THRU 4000-EVALUATE-STATIONS-EXIT

025000     PERFORM 8000-PRODUCE-OUTPUT
025100         THRU 8000-PRODUCE-OUTPUT-EXIT

025200     PERFORM 9000-TERMINATE
025300         THRU 9000-TERMINATE-EXIT

025400     STOP RUN.

025500*-----------------------------------------------------------------
025600* 1000-INITIALIZE
025700*   READS THE CARD AND LOADS THE STATION MASTER.  NOTHING IS
025800*   OPENED FOR OUTPUT UNTIL THE INPUT HAS BEEN PROVED.
025900*-----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
026200     ACCEPT WS-RUN-START-TIME FROM TIME

026300     PERFORM 1150-READ-PARAMETER-RECORD
026400         THRU 1150-READ-PARAMETER-RECORD-EXIT

026500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

026600     PERFORM 1200-LOAD-STATION-MASTER
026700         THRU 1200-LOAD-STATION-MASTER-EXIT.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.

027000*-----------------------------------------------------------------
027100* 1150-READ-PARAMETER-RECORD
027200*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
027300*   READ.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
027400*   STANDARD NAMES AND THE THREE-NIGHT ALERT LIMIT.
027500*-----------------------------------------------------------------
027600 1150-READ-PARAMETER-RECORD.
027700     MOVE 'temperature.dat' TO WS-INPUT-FILENAME
027800     MOVE 'stamast.dat'     TO WS-STATION-FILENAME
027900     MOVE 'nrptstat.dat'    TO WS-NRPTSTAT-FILENAME
028000     MOVE 'tempalert.dat'   TO WS-ALERT-FILENAME
028100     MOVE 'runaudit.dat'    TO WS-RUNAUDIT-FILENAME

028200     OPEN INPUT PARAMETER-FILE
028300     READ PARAMETER-FILE
028400         AT END
028500             CLOSE PARAMETER-FILE
028600             GO TO 1150-READ-PARAMETER-RECORD-EXIT
028700     END-READ
028800     CLOSE PARAMETER-FILE

028900     IF PARM-INPUT-FILENAME NOT = SPACES
029000         MOVE PARM-INPUT-FILENAME TO WS-INPUT-FILENAME
029100     END-IF

029200     IF PARM-STATION-FILENAME NOT = SPACES
029300         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
029400     END-IF

029500     IF PARM-NRPTSTAT-FILENAME NOT = SPACES
029600         MOVE PARM-NRPTSTAT-FILENAME TO WS-NRPTSTAT-FILENAME
029700     END-IF

029800     IF PARM-ALERT-FILENAME NOT = SPACES
029900         MOVE PARM-ALERT-FILENAME TO WS-ALERT-FILENAME
030000     END-IF

030100     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
030200         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
030300     END-IF

030400     IF PARM-NRPT-ALERT-DAYS NUMERIC
030500        AND PARM-NRPT-ALERT-DAYS NOT = 0
030600         MOVE PARM-NRPT-ALERT-DAYS TO WS-NRPT-ALERT-DAYS
030700     END-IF.
030800 1150-READ-PARAMETER-RECORD-EXIT.
030900     EXIT.

031000*-----------------------------------------------------------------
031100* 1200-LOAD-STATION-MASTER
031200*   LOADS EVERY STATION MASTER ROW INTO THE MONITOR TABLE.  WITH
031300*   NO MASTER THERE IS NOTHING TO MONITOR, AND THE RUN SAYS SO
031400*   RATHER THAN REPORTING A QUIET NIGHT.
031500*-----------------------------------------------------------------
031600 1200-LOAD-STATION-MASTER.
031700     MOVE 'N' TO WS-EOF-SW
031800     OPEN INPUT STATION-MASTER-FILE

031900     PERFORM 1210-LOAD-ONE-STATION
032000         THRU 1210-LOAD-ONE-STATION-EXIT
032100         UNTIL WS-END-OF-FILE

032200     CLOSE STATION-MASTER-FILE
032300     MOVE 'N' TO WS-EOF-SW

032400     IF WS-MASTER-COUNT = 0
032500         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
032600             ' is missing or empty - no stations to monitor.'
032700     END-IF.
032800 1200-LOAD-STATION-MASTER-EXIT.
032900     EXIT.

033000*-----------------------------------------------------------------
033100* 1210-LOAD-ONE-STATION
033200*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT,
033300*   STARTING IT CLEAN.  ROWS BEYOND THE TABLE LIMIT ARE REPORTED
033400*   AND DROPPED, THE SAME LIMIT THE OTHER READERS LIVE WITH.
033500*-----------------------------------------------------------------
033600 1210-LOAD-ONE-STATION.
033700     READ STATION-MASTER-FILE
033800         AT END
033900             SET WS-END-OF-FILE TO TRUE
034000             GO TO 1210-LOAD-ONE-STATION-EXIT
034100     END-READ

034200     IF WS-MASTER-COUNT >= WS-MAX-STATIONS
034300         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
034400             ' stations in ' WS-STATION-FILENAME ' - STATION '
034500             STAM-STATION-ID ' not monitored'
034600         GO TO 1210-LOAD-ONE-STATION-EXIT
034700     END-IF

034800     ADD 1 TO WS-MASTER-COUNT
034900     MOVE WS-MASTER-COUNT TO WS-MASTER-INDEX
035000     MOVE STAM-STATION-ID   TO WS-MN-STATION-ID (WS-MASTER-INDEX)
035100     MOVE STAM-STATION-NAME TO WS-MN-NAME (WS-MASTER-INDEX)
035200     MOVE STAM-ACTIVE-FLAG  TO WS-MN-ACTIVE-FLAG
035300                                   (WS-MASTER-INDEX)
035400     MOVE STAM-COMMISSIONED-DATE
035500         TO WS-MN-COMM-DATE (WS-MASTER-INDEX)
035600     MOVE 'N'    TO WS-MN-REPORTED-SW (WS-MASTER-INDEX)
035700     MOVE 0      TO WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
035800     MOVE SPACES TO WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
035900     MOVE SPACES TO WS-MN-LAST-REPORTED (WS-MASTER-INDEX)
036000     MOVE SPACES TO WS-MN-LAST-CHECKED (WS-MASTER-INDEX)
036100     MOVE 'N'    TO WS-MN-ALERT-SW (WS-MASTER-INDEX).
036200 1210-LOAD-ONE-STATION-EXIT.
036300     EXIT.

036400*-----------------------------------------------------------------
036500* 2000-SCAN-INPUT
036600*   ONE PASS OVER TONIGHT'S INPUT: MARKS THE STATIONS THAT SENT
036700*   SOMETHING, FINDS TONIGHT'S DATE AND ADDS UP THE CONTROL
036800*   TOTALS.  A MISSING OR UNBALANCED TRAILER STOPS THE RUN
036900*   BEFORE ANY STATION IS CHARGED WITH A MISS.
037000*-----------------------------------------------------------------
037100 2000-SCAN-INPUT.
037200     MOVE 'N' TO WS-EOF-SW
037300     OPEN INPUT TEMPERATURE-FILE

037400     PERFORM 2100-SCAN-ONE-RECORD
037500         THRU 2100-SCAN-ONE-RECORD-EXIT
037600         UNTIL WS-END-OF-FILE

037700     CLOSE TEMPERATURE-FILE
037800     MOVE 'N' TO WS-EOF-SW

037900     IF WS-TRAILER-MISSING
038000         GO TO 9920-ABEND-CONTROL-TOTALS
038100     END-IF

038200     MOVE WS-RECV-HASH-WORK TO WS-RECV-HASH-TOTAL

038300     IF WS-RECV-RECORD-COUNT NOT = TRAILER-RECORD-COUNT
038400        OR WS-RECV-HASH-TOTAL NOT = TRAILER-HASH-TOTAL
038500         GO TO 9920-ABEND-CONTROL-TOTALS
038600     END-IF

038700     IF WS-HIGH-INPUT-DATE = SPACES
038800         MOVE WS-RUN-YEAR  TO WS-RDT-YEAR
038900         MOVE WS-RUN-MONTH TO WS-RDT-MONTH
039000         MOVE WS-RUN-DAY   TO WS-RDT-DAY
039100         MOVE WS-RUN-DATE-TEXT TO WS-TONIGHT-DATE
039200     ELSE
039300         MOVE WS-HIGH-INPUT-DATE TO WS-TONIGHT-DATE
039400     END-IF.
039500 2000-SCAN-INPUT-EXIT.
039600     EXIT.

039700*-----------------------------------------------------------------
039800* 2100-SCAN-ONE-RECORD
039900*   CAPTURES THE TRAILER, OR COUNTS AND HASHES ONE READING AND
040000*   MARKS ITS STATION AS HEARD FROM.  ONLY A WELL-FORMED DATE
040100*   CAN MOVE TONIGHT'S DATE FORWARD.  A STATION NOT ON THE
040200*   MASTER IS COUNTED - THE CALCULATOR REJECTS IT ANYWAY.
040300*-----------------------------------------------------------------
040400 2100-SCAN-ONE-RECORD.
040500     READ TEMPERATURE-FILE
040600         AT END
040700             SET WS-END-OF-FILE TO TRUE
040800             GO TO 2100-SCAN-ONE-RECORD-EXIT
040900     END-READ

041000     IF TEMPERATURE-RECORD (1:5) = '99999'
041100         MOVE TEMPERATURE-RECORD TO TRAILER-RECORD
041200         SET WS-TRAILER-FOUND TO TRUE
041300         GO TO 2100-SCAN-ONE-RECORD-EXIT
041400     END-IF

041500     ADD 1 TO WS-RECV-RECORD-COUNT

041600     IF DAILY-MAX-TEMPERATURE NUMERIC
041700         ADD DAILY-MAX-TEMPERATURE TO WS-RECV-HASH-WORK
041800     END-IF

041900     IF DAILY-MIN-TEMPERATURE NUMERIC
042000         ADD DAILY-MIN-TEMPERATURE TO WS-RECV-HASH-WORK
042100     END-IF

042200     IF TEMPERATURE-DATE (5:1) = '-'
042300        AND TEMPERATURE-DATE (8:1) = '-'
042400        AND TEMPERATURE-DATE (1:4) NUMERIC
042500        AND TEMPERATURE-DATE (6:2) NUMERIC
042600        AND TEMPERATURE-DATE (9:2) NUMERIC
042700        AND TEMPERATURE-DATE > WS-HIGH-INPUT-DATE
042800         MOVE TEMPERATURE-DATE TO WS-HIGH-INPUT-DATE
042900     END-IF

043000     MOVE STATION-ID TO WS-MASTER-SEARCH-ID
043100     PERFORM 2500-FIND-MASTER-STATION
043200         THRU 2500-FIND-MASTER-STATION-EXIT
043300     IF WS-MASTER-FOUND
043400         MOVE 'Y' TO WS-MN-REPORTED-SW (WS-MASTER-INDEX)
043500     ELSE
043600         ADD 1 TO WS-UNKNOWN-COUNT
043700     END-IF.
043800 2100-SCAN-ONE-RECORD-EXIT.
043900     EXIT.

044000*-----------------------------------------------------------------
044100* 2500-FIND-MASTER-STATION
044200*   SEARCHES THE MONITOR TABLE FOR WS-MASTER-SEARCH-ID, LEAVING
044300*   WS-MASTER-INDEX ON IT WHEN WS-MASTER-FOUND.
044400*-----------------------------------------------------------------
044500 2500-FIND-MASTER-STATION.
044600     MOVE 1 TO WS-MASTER-INDEX
044700     SET WS-MASTER-NOT-FOUND TO TRUE

044800     PERFORM 2510-MATCH-ONE-MASTER
044900         THRU 2510-MATCH-ONE-MASTER-EXIT
045000         UNTIL WS-MASTER-FOUND
045100            OR WS-MASTER-INDEX > WS-MASTER-COUNT.
045200 2500-FIND-MASTER-STATION-EXIT.
045300     EXIT.

045400*-----------------------------------------------------------------
045500* 2510-MATCH-ONE-MASTER
045600*   COMPARES ONE TABLE SLOT TO WS-MASTER-SEARCH-ID.
045700*-----------------------------------------------------------------
045800 2510-MATCH-ONE-MASTER.
045900     IF WS-MN-STATION-ID (WS-MASTER-INDEX) = WS-MASTER-SEARCH-ID
046000         SET WS-MASTER-FOUND TO TRUE
046100     ELSE
046200         ADD 1 TO WS-MASTER-INDEX
046300     END-IF.
046400 2510-MATCH-ONE-MASTER-EXIT.
046500     EXIT.

046600*-----------------------------------------------------------------
046700* 3000-LOAD-STATUS
046800*   READS LAST NIGHT'S STATUS FILE INTO THE MONITOR TABLE.  A
046900*   MISSING FILE IS THE FIRST EVER RUN - EVERY STATION STARTS
047000*   CLEAN.
047100*-----------------------------------------------------------------
047200 3000-LOAD-STATUS.
047300     MOVE 'N' TO WS-EOF-SW
047400     OPEN INPUT NON-REPORT-STATUS-FILE

047500     PERFORM 3100-LOAD-ONE-STATUS
047600         THRU 3100-LOAD-ONE-STATUS-EXIT
047700         UNTIL WS-END-OF-FILE

047800     CLOSE NON-REPORT-STATUS-FILE
047900     MOVE 'N' TO WS-EOF-SW.
048000 3000-LOAD-STATUS-EXIT.
048100     EXIT.

048200*-----------------------------------------------------------------
048300* 3100-LOAD-ONE-STATUS
048400*   FILES ONE STATUS ROW UNDER ITS STATION.  A ROW FOR A STATION
048500*   NO LONGER ON THE MASTER IS COUNTED AND DROPPED.
048600*-----------------------------------------------------------------
048700 3100-LOAD-ONE-STATUS.
048800     READ NON-REPORT-STATUS-FILE
048900         AT END
049000             SET WS-END-OF-FILE TO TRUE
049100             GO TO 3100-LOAD-ONE-STATUS-EXIT
049200     END-READ

049300     ADD 1 TO WS-STATUS-IN-COUNT

049400     MOVE NRPT-STATION-ID TO WS-MASTER-SEARCH-ID
049500     PERFORM 2500-FIND-MASTER-STATION
049600         THRU 2500-FIND-MASTER-STATION-EXIT
049700     IF WS-MASTER-NOT-FOUND
049800         ADD 1 TO WS-STATUS-DROPPED-COUNT
049900         GO TO 3100-LOAD-ONE-STATUS-EXIT
050000     END-IF

050100     IF NRPT-DAYS-MISSED NUMERIC
050200         MOVE NRPT-DAYS-MISSED
050300             TO WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
050400     END-IF
050500     MOVE NRPT-FIRST-MISSED-DATE
050600         TO WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
050700     MOVE NRPT-LAST-REPORTED-DATE
050800         TO WS-MN-LAST-REPORTED (WS-MASTER-INDEX)
050900     MOVE NRPT-LAST-CHECKED-DATE
051000         TO WS-MN-LAST-CHECKED (WS-MASTER-INDEX)
051100     IF NRPT-ALERT-SENT
051200         MOVE 'Y' TO WS-MN-ALERT-SW (WS-MASTER-INDEX)
051300     END-IF.
051400 3100-LOAD-ONE-STATUS-EXIT.
051500     EXIT.

051600*-----------------------------------------------------------------
051700* 4000-EVALUATE-STATIONS
051800*   OPENS THE LISTING, THE FRESH STATUS FILE AND THE ALERT
051900*   EXTRACT, THEN BRINGS EVERY STATION UP TO DATE.  THE NRPT
052000*   ALERTS JOIN THE EXTRACT THE CALCULATOR ALREADY WROTE
052100*   TONIGHT, SO IT IS EXTENDED, NOT REBUILT.
052200*-----------------------------------------------------------------
052300 4000-EVALUATE-STATIONS.
052400     OPEN OUTPUT NON-REPORT-REPORT-FILE
052500     MOVE WS-TONIGHT-DATE    TO WS-RH1-TONIGHT
052600     MOVE WS-INPUT-FILENAME  TO WS-RH1-INPUT-NAME
052700     MOVE WS-NRPT-ALERT-DAYS TO WS-RH1-ALERT-DAYS
052800     WRITE NON-REPORT-REPORT-RECORD FROM WS-REPORT-HEADING-1
052900     WRITE NON-REPORT-REPORT-RECORD FROM WS-REPORT-HEADING-2

053000     OPEN OUTPUT NON-REPORT-STATUS-FILE
053100     OPEN EXTEND ALERT-FILE

053200     MOVE 1 TO WS-MASTER-INDEX
053300     PERFORM 4100-EVALUATE-ONE-STATION
053400         THRU 4100-EVALUATE-ONE-STATION-EXIT
053500         UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT

053600     CLOSE ALERT-FILE
053700     CLOSE NON-REPORT-STATUS-FILE.
053800 4000-EVALUATE-STATIONS-EXIT.
053900     EXIT.

054000*-----------------------------------------------------------------
054100* 4100-EVALUATE-ONE-STATION
054200*   AN INACTIVE STATION, OR ONE NOT YET COMMISSIONED AS OF
054300*   TONIGHT, IS SKIPPED AND ITS STATUS ROW LAPSES, SO IT STARTS
054400*   CLEAN WHEN IT COMES INTO SERVICE.  A STATION THAT REPORTED
054500*   IS RESET (AND LISTED IF IT HAD BEEN MISSING); ONE THAT DID
054600*   NOT HAS ITS COUNT TAKEN UP BY ONE - UNLESS ITS ROW WAS
054700*   ALREADY BROUGHT UP TO TONIGHT BY AN EARLIER RUN - AND IS
054800*   LISTED, WITH THE NRPT ALERT WRITTEN THE FIRST NIGHT THE
054900*   COUNT STANDS AT OR PAST THE LIMIT.
055000*-----------------------------------------------------------------
055100 4100-EVALUATE-ONE-STATION.
055200     IF WS-MN-ACTIVE-FLAG (WS-MASTER-INDEX) NOT = 'A'
055300         ADD 1 TO WS-SKIPPED-COUNT
055400         GO TO 4100-EVALUATE-NEXT
055500     END-IF

055600     IF WS-MN-COMM-DATE (WS-MASTER-INDEX) NOT = SPACES
055700        AND WS-MN-COMM-DATE (WS-MASTER-INDEX) > WS-TONIGHT-DATE
055800         ADD 1 TO WS-SKIPPED-COUNT
055900         GO TO 4100-EVALUATE-NEXT
056000     END-IF

056100     ADD 1 TO WS-MONITORED-COUNT

056200     IF WS-MN-REPORTED-SW (WS-MASTER-INDEX) = 'Y'
056300         PERFORM 4200-STATION-REPORTED
056400             THRU 4200-STATION-REPORTED-EXIT
056500     ELSE
056600         PERFORM 4300-STATION-MISSING
056700             THRU 4300-STATION-MISSING-EXIT
056800     END-IF

056900     MOVE WS-TONIGHT-DATE TO WS-MN-LAST-CHECKED (WS-MASTER-INDEX)

057000     MOVE WS-MN-STATION-ID (WS-MASTER-INDEX)
057100         TO NRPT-STATION-ID
057200     MOVE WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
057300         TO NRPT-DAYS-MISSED
057400     MOVE WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
057500         TO NRPT-FIRST-MISSED-DATE
057600     MOVE WS-MN-LAST-REPORTED (WS-MASTER-INDEX)
057700         TO NRPT-LAST-REPORTED-DATE
057800     MOVE WS-MN-LAST-CHECKED (WS-MASTER-INDEX)
057900         TO NRPT-LAST-CHECKED-DATE
058000     MOVE WS-MN-ALERT-SW (WS-MASTER-INDEX)
058100         TO NRPT-ALERT-SW
058200     WRITE NON-REPORT-STATUS-RECORD
058300     ADD 1 TO WS-STATUS-OUT-COUNT.
058400 4100-EVALUATE-NEXT.
058500     ADD 1 TO WS-MASTER-INDEX.
058600 4100-EVALUATE-ONE-STATION-EXIT.
058700     EXIT.

058800*-----------------------------------------------------------------
058900* 4200-STATION-REPORTED
059000*   THE STATION IS HEARD FROM.  A STATION COMING BACK FROM A RUN
059100*   OF MISSES IS LISTED ONCE SO OPERATIONS CAN CLOSE THE CALL-
059200*   OUT; THE COUNT, THE OUTAGE START AND THE ALERT SWITCH ARE
059300*   THEN CLEARED.
059400*-----------------------------------------------------------------
059500 4200-STATION-REPORTED.
059600     ADD 1 TO WS-REPORTED-COUNT

059700     IF WS-MN-DAYS-MISSED (WS-MASTER-INDEX) > 0
059800         ADD 1 TO WS-RESUMED-COUNT
059900         MOVE 'REPORTING AGAIN' TO WS-RD-ACTION
060000         PERFORM 4900-WRITE-DETAIL-LINE
060100             THRU 4900-WRITE-DETAIL-LINE-EXIT
060200     END-IF

060300     MOVE 0      TO WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
060400     MOVE SPACES TO WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
060500     MOVE 'N'    TO WS-MN-ALERT-SW (WS-MASTER-INDEX)
060600     MOVE WS-TONIGHT-DATE
060700         TO WS-MN-LAST-REPORTED (WS-MASTER-INDEX).
060800 4200-STATION-REPORTED-EXIT.
060900     EXIT.

061000*-----------------------------------------------------------------
061100* 4300-STATION-MISSING
061200*   THE STATION SENT NOTHING.  ITS COUNT GOES UP ONLY WHEN ITS
061300*   ROW WAS LAST CHECKED BEFORE TONIGHT, SO A RERUN (OR AN OLD
061400*   FILE RUN AGAIN) CANNOT CHARGE THE SAME NIGHT TWICE.
061500*-----------------------------------------------------------------
061600 4300-STATION-MISSING.
061700     ADD 1 TO WS-MISSING-COUNT

061800     IF WS-MN-LAST-CHECKED (WS-MASTER-INDEX) < WS-TONIGHT-DATE
061900         IF WS-MN-DAYS-MISSED (WS-MASTER-INDEX) = 0
062000             MOVE WS-TONIGHT-DATE
062100                 TO WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
062200         END-IF
062300         ADD 1 TO WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
062400     END-IF

062500     MOVE SPACES TO WS-RD-ACTION

062600     IF WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
062700             >= WS-NRPT-ALERT-DAYS
062800         IF WS-MN-ALERT-SW (WS-MASTER-INDEX) = 'Y'
062900             MOVE 'ALERTED EARLIER' TO WS-RD-ACTION
063000         ELSE
063100             PERFORM 4400-WRITE-NRPT-ALERT
063200                 THRU 4400-WRITE-NRPT-ALERT-EXIT
063300             MOVE 'NRPT ALERT WRITTEN' TO WS-RD-ACTION
063400         END-IF
063500     END-IF

063600     PERFORM 4900-WRITE-DETAIL-LINE
063700         THRU 4900-WRITE-DETAIL-LINE-EXIT.
063800 4300-STATION-MISSING-EXIT.
063900     EXIT.

064000*-----------------------------------------------------------------
064100* 4400-WRITE-NRPT-ALERT
064200*   WRITES THE STATION'S NRPT ROW ON THE ALERT EXTRACT: NIGHTS
064300*   MISSED IN ALERT-TEMPERATURE, THE LIMIT IN ALERT-THRESHOLD,
064400*   DATED TONIGHT SO AlertAckReconcile CAN MATCH THE VENDOR'S
064500*   ACK ON STATION, DATE AND TYPE.
064600*-----------------------------------------------------------------
064700 4400-WRITE-NRPT-ALERT.
064800     MOVE WS-MN-STATION-ID (WS-MASTER-INDEX)
064900         TO ALERT-STATION-ID
065000     MOVE WS-TONIGHT-DATE    TO ALERT-DATE
065100     MOVE WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
065200         TO ALERT-TEMPERATURE
065300     MOVE WS-NRPT-ALERT-DAYS TO ALERT-THRESHOLD
065400     SET ALERT-IS-NON-REPORTING TO TRUE
065500     SET ALERT-IS-ABOVE TO TRUE
065600     WRITE ALERT-RECORD

065700     MOVE 'Y' TO WS-MN-ALERT-SW (WS-MASTER-INDEX)
065800     ADD 1 TO WS-ALERT-COUNT.
065900 4400-WRITE-NRPT-ALERT-EXIT.
066000     EXIT.

066100*-----------------------------------------------------------------
066200* 4900-WRITE-DETAIL-LINE
066300*   LISTS THE CURRENT STATION WITH THE ACTION ALREADY MOVED TO
066400*   WS-RD-ACTION.  A STATION WITH NO REPORT ON FILE SINCE
066500*   MONITORING BEGAN SHOWS NONE.
066600*-----------------------------------------------------------------
066700 4900-WRITE-DETAIL-LINE.
066800     MOVE WS-MN-STATION-ID (WS-MASTER-INDEX)
066900         TO WS-RD-STATION-ID
067000     MOVE WS-MN-NAME (WS-MASTER-INDEX) TO WS-RD-STATION-NAME
067100     MOVE WS-MN-DAYS-MISSED (WS-MASTER-INDEX)
067200         TO WS-RD-DAYS-MISSED
067300     MOVE WS-MN-FIRST-MISSED (WS-MASTER-INDEX)
067400         TO WS-RD-FIRST-MISSED
067500     IF WS-MN-LAST-REPORTED (WS-MASTER-INDEX) = SPACES
067600         MOVE 'NONE' TO WS-RD-LAST-REPORTED
067700     ELSE
067800         MOVE WS-MN-LAST-REPORTED (WS-MASTER-INDEX)
067900             TO WS-RD-LAST-REPORTED
068000     END-IF
068100     WRITE NON-REPORT-REPORT-RECORD FROM WS-REPORT-DETAIL.
068200 4900-WRITE-DETAIL-LINE-EXIT.
068300     EXIT.

068400*-----------------------------------------------------------------
068500* 8000-PRODUCE-OUTPUT
068600*   CLOSES THE LISTING WITH ITS TOTALS AND ECHOES THE COUNTS.  A
068700*   NIGHT WHEN EVERY STATION REPORTED SAYS SO IN AS MANY WORDS.
068800*-----------------------------------------------------------------
068900 8000-PRODUCE-OUTPUT.
069000     IF WS-MISSING-COUNT = 0
069100         MOVE 'ALL MONITORED STATIONS REPORTED' TO WS-RT-TEXT
069200         WRITE NON-REPORT-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
069300     END-IF

069400     MOVE WS-MONITORED-COUNT TO WS-RTL-MONITORED
069500     MOVE WS-REPORTED-COUNT  TO WS-RTL-REPORTED
069600     MOVE WS-MISSING-COUNT   TO WS-RTL-MISSING
069700     MOVE WS-ALERT-COUNT     TO WS-RTL-ALERTS
069800     MOVE WS-SKIPPED-COUNT   TO WS-RTL-SKIPPED
069900     WRITE NON-REPORT-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

070000     DISPLAY 'Non-reporting monitor for ' WS-TONIGHT-DATE ': '
070100         WS-MONITORED-COUNT ' monitored, ' WS-REPORTED-COUNT
070200         ' reported, ' WS-MISSING-COUNT ' missing, '
070300         WS-RESUMED-COUNT ' back after a miss.'
070400     DISPLAY 'NRPT alerts written: ' WS-ALERT-COUNT
070500         '   Skipped (inactive/not yet commissioned): '
070600         WS-SKIPPED-COUNT
070700     DISPLAY 'Readings for stations not on the master: '
070800         WS-UNKNOWN-COUNT
070900     DISPLAY 'Status rows in: ' WS-STATUS-IN-COUNT
071000         '   Dropped: ' WS-STATUS-DROPPED-COUNT
071100         '   Out: ' WS-STATUS-OUT-COUNT.
071200 8000-PRODUCE-OUTPUT-EXIT.
071300     EXIT.

071400*-----------------------------------------------------------------
071500* 9000-TERMINATE
071600*   CLOSES THE LISTING AND LEAVES THIS RUN'S ROW ON THE AUDIT
071700*   TRAIL.
071800*-----------------------------------------------------------------
071900 9000-TERMINATE.
072000     CLOSE NON-REPORT-REPORT-FILE

072100     PERFORM 9800-WRITE-RUN-AUDIT
072200         THRU 9800-WRITE-RUN-AUDIT-EXIT.
072300 9000-TERMINATE-EXIT.
072400     EXIT.

072500*-----------------------------------------------------------------
072600* 9800-WRITE-RUN-AUDIT
072700*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
072800*   FILE.  STATIONS THAT REPORTED GO OUT AS ACCEPTED, SILENT
072900*   ONES AS REJECTED, AND NRPT ALERTS WRITTEN AS APPENDED - THE
073000*   NEAREST SHARED COLUMNS THE TRAIL HAS.
073100*-----------------------------------------------------------------
073200 9800-WRITE-RUN-AUDIT.
073300     MOVE 'StationNonReportMonitor' TO RUNA-PROGRAM-ID
073400     MOVE WS-RUN-START-DATE    TO RUNA-START-DATE
073500     MOVE WS-RUN-START-TIME    TO RUNA-START-TIME
073600     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
073700     ACCEPT WS-RUN-END-TIME FROM TIME
073800     MOVE WS-RUN-END-DATE      TO RUNA-END-DATE
073900     MOVE WS-RUN-END-TIME      TO RUNA-END-TIME
074000     MOVE WS-INPUT-FILENAME    TO RUNA-INPUT-FILENAME
074100     MOVE 'nonrpt.rpt'         TO RUNA-REPORT-FILENAME
074200     MOVE WS-NRPTSTAT-FILENAME TO RUNA-HISTORY-FILENAME
074300     MOVE WS-REPORTED-COUNT    TO RUNA-ACCEPTED-COUNT
074400     MOVE WS-MISSING-COUNT     TO RUNA-REJECTED-COUNT
074500     MOVE WS-ALERT-COUNT       TO RUNA-APPENDED-COUNT
074600     MOVE 'N'                  TO RUNA-RESTART-SW
074700     MOVE RETURN-CODE          TO RUNA-RETURN-CODE

074800     OPEN EXTEND RUN-AUDIT-FILE
074900     WRITE RUN-AUDIT-RECORD
075000     CLOSE RUN-AUDIT-FILE.
075100 9800-WRITE-RUN-AUDIT-EXIT.
075200     EXIT.

075300*-----------------------------------------------------------------
075400* 9920-ABEND-CONTROL-TOTALS
075500*   REACHED FROM 2000-SCAN-INPUT WHEN THE TRAILER IS MISSING OR
075600*   DOES NOT RECONCILE.  A TRUNCATED FILE WOULD CHARGE EVERY
075700*   STATION PAST THE BREAK WITH A MISS AND PAGE FIELD CREWS FOR
075800*   NOTHING, SO THE RUN STOPS WITH THE STATUS FILE, THE EXTRACT
075900*   AND THE LISTING UNTOUCHED.
076000*-----------------------------------------------------------------
076100 9920-ABEND-CONTROL-TOTALS.
076200     IF WS-TRAILER-MISSING
076300         DISPLAY 'FATAL: no control-total trailer (ID 99999) on '
076400             WS-INPUT-FILENAME ' - transmission is incomplete.  '
076500             'Run terminated.'
076600     ELSE
076700         DISPLAY 'FATAL: control totals do not reconcile on '
076800             WS-INPUT-FILENAME ' - records expected '
076900             TRAILER-RECORD-COUNT ' received '
077000             WS-RECV-RECORD-COUNT ', hash expected '
077100             TRAILER-HASH-TOTAL ' received ' WS-RECV-HASH-TOTAL
077200             '.  Run terminated.'
077300     END-IF
077400     MOVE 16 TO RETURN-CODE
077500     PERFORM 9800-WRITE-RUN-AUDIT
077600         THRU 9800-WRITE-RUN-AUDIT-EXIT
077700     STOP RUN.
