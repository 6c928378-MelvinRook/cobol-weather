000100*****************************************************************
000200* PROGRAM:      HourlyObservationIntake
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   INTAKE OF THE HOURLY OBSERVATIONS (HOURREC ROWS IN
000900*   HOURLY.DAT) SENT BY THE AUTOMATED STATIONS, WHICH REPORT A
001000*   TEMPERATURE EVERY HOUR INSTEAD OF A DAILY MAX AND MIN.  THE
001100*   PROGRAM:
001200*     - PROVES THE FILE AGAINST ITS '99999' TRLREC TRAILER
001300*       (RECORD COUNT, HASH OF THE HOUR TEMPERATURES AS SENT)
001400*       BEFORE ANYTHING IS USED.  A FILE NOT RECEIVED, WITH NO
001500*       TRAILER, WITH DATA AFTER ITS TRAILER, OR WHOSE COUNT OR
001600*       HASH DOES NOT RECONCILE STOPS THE RUN RC 16 WITH NOTHING
001700*       WRITTEN;
001800*     - SORTS THE HOURS INTO STATION/DATE/HOUR ORDER.  A ROW WITH
001900*       NO STATION, A BAD DATE OR AN HOUR OUTSIDE 00-23 IS
002000*       REJECTED AND LISTED.  AN HOUR SENT TWICE KEEPS THE ONE
002100*       WITH A TEMPERATURE, OTHERWISE THE FIRST SENT, AND BOTH
002200*       ARE LISTED;
002300*     - KEEPS EVERY OBSERVED HOUR ON THE KEYED HOURLY MASTER
002400*       (HOURHIST.MST, KEY STATION/DATE/HOUR) SO
002500*       TemperatureInquiry CAN SHOW A DAY'S HOURS.  AN HOUR SENT
002600*       AGAIN ON A LATER NIGHT REPLACES THE ONE ON FILE;
002660*     - DERIVES EACH STATION-DAY SENT TONIGHT ITS
002720*       DAILY-MAX-TEMPERATURE AND DAILY-MIN-TEMPERATURE FROM ALL
002780*       ITS OBSERVED HOURS ON THE HOURLY MASTER - TONIGHT'S AND
002840*       ANY SENT ON EARLIER NIGHTS - AND WRITES
002900*       THEM AS A STANDARD TEMPERATURE.DAT (TEMPREC ROWS AND A
003000*       TRLREC TRAILER) FOR THE CALCULATOR AND THE ROLLUP.  A DAY
003100*       WITH FEWER THAN PARM-HOUR-MIN-COUNT HOURS (STANDARD 18),
003200*       OR WITH A RUN OF MORE THAN PARM-HOUR-MAX-GAP (STANDARD 6)
003300*       CONSECUTIVE MISSING HOURS, CANNOT BE TRUSTED TO HAVE
003400*       CAUGHT ITS EXTREMES; IT IS HELD BACK AND LISTED ON THE
003500*       EXCEPTIONS REPORT HOURLY.RPT INSTEAD.  ITS HOURS STILL GO
003540*       TO THE HOURLY MASTER, SO A LATER NIGHT THAT SENDS ONLY
003580*       THE MISSING HOURS, OR A DAY SPLIT ACROSS TWO
003620*       TRANSMISSIONS, IS JUDGED ON THE WHOLE DAY AND RELEASED
003660*       ONCE IT IS COMPLETE ENOUGH.
003700*   A RUN WITH A HELD DAY OR A REJECTED ROW ENDS RC 8.
003800*-----------------------------------------------------------------
003900* MODIFICATION HISTORY
004000*   10/15/2026  DO   INITIAL VERSION
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. HourlyObservationIntake.
004400 AUTHOR. D. OKAFOR.
004500 INSTALLATION. WEATHER SYSTEMS GROUP.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.

004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL HOURLY-FILE
005400         ASSIGN TO DYNAMIC WS-HOURLY-FILENAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HOURLY-STATUS.
005700     SELECT SORT-WORK-FILE ASSIGN TO 'hourly.srt'.
005800     SELECT OPTIONAL HOURLY-MASTER-FILE
005900         ASSIGN TO DYNAMIC WS-HOURMST-FILENAME
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HMST-KEY
006300         FILE STATUS IS WS-HOURMST-STATUS.
006400     SELECT DAILY-OUTPUT-FILE
006500         ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT HOURLY-REPORT-FILE
006800         ASSIGN TO DYNAMIC WS-HOURRPT-FILENAME
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT OPTIONAL RUN-AUDIT-FILE
007100         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
007200         ORGANIZATION IS LINE SEQUENTIAL.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARAMETER-FILE.
007600     COPY PARMREC.

007700 FD  HOURLY-FILE.
007800 01  HOURLY-INPUT-RECORD           PIC X(23).

007900*-----------------------------------------------------------------
008000* SORT WORK RECORD
008100*   THE HOUR AS RECEIVED, KEYED BY STATION, DATE AND HOUR, THEN
008200*   BY ITS PLACE IN THE FILE, SO AN HOUR SENT TWICE COMES BACK
008300*   TOGETHER WITH THE FIRST-SENT COPY AHEAD.
008400*-----------------------------------------------------------------
008500 SD  SORT-WORK-FILE.
008600 01  SORT-WORK-RECORD.
008700     05  SRT-STATION-ID            PIC X(05).
008800     05  SRT-DATE                  PIC X(10).
008900     05  SRT-HOUR                  PIC 9(02).
009000     05  SRT-RECORD-SEQ            PIC 9(06).
009100     05  SRT-OBSERVATION           PIC X(23).

009200 FD  HOURLY-MASTER-FILE.
009300     COPY HOURREC
009400         REPLACING ==HOURLY-OBSERVATION-RECORD==
009500                BY ==HOURLY-MASTER-RECORD==
009600                   ==HOUR-KEY==
009700                BY ==HMST-KEY==
009800                   ==HOUR-STATION-ID==
009900                BY ==HMST-STATION-ID==
010000                   ==HOUR-DATE==
010100                BY ==HMST-DATE==
010200                   ==HOUR-OF-DAY==
010300                BY ==HMST-HOUR==
010400                   ==HOUR-TEMPERATURE==
010500                BY ==HMST-TEMPERATURE==.

010600 FD  DAILY-OUTPUT-FILE.
010700 01  DAILY-OUTPUT-RECORD           PIC X(23).

010800 FD  HOURLY-REPORT-FILE.
010900 01  HOURLY-REPORT-RECORD          PIC X(100).

011000 FD  RUN-AUDIT-FILE.
011100     COPY AUDITREC.

011200 WORKING-STORAGE SECTION.
011300*-----------------------------------------------------------------
011400* RUN PARAMETERS (FROM RUNPARM.DAT)
011500*   THE HOURLY INPUT, HOURLY MASTER, EXCEPTIONS REPORT AND AUDIT
011600*   TRAIL NAMES, AND THE DAILY OUTPUT - PARM-HOURDAY-FILENAME
011700*   WHEN SET, OTHERWISE THE SAME PARM-INPUT-FILENAME THE
011800*   CALCULATOR AND THE ROLLUP READ.  THE TWO HOLD-BACK LIMITS
011900*   ARE IN HOURS.
012000*-----------------------------------------------------------------
012100 01  WS-HOURLY-FILENAME            PIC X(40) VALUE SPACES.
012200 01  WS-HOURMST-FILENAME           PIC X(40) VALUE SPACES.
012300 01  WS-OUTPUT-FILENAME            PIC X(40) VALUE SPACES.
012400 01  WS-HOURRPT-FILENAME           PIC X(40) VALUE SPACES.
012500 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

012600 01  WS-HOURLY-STATUS              PIC X(02) VALUE '00'.
012700 01  WS-HOURMST-STATUS             PIC X(02) VALUE '00'.

012800 01  WS-MIN-HOURS                  PIC 9(02) VALUE 18.
012900 01  WS-MAX-GAP                    PIC 9(02) VALUE 6.

013000*-----------------------------------------------------------------
013100* RECORD LAYOUTS
013200*   HOURLY RECORDS ARE READ INTO HOURREC; A '99999' ROW IS MOVED
013300*   TO TRLREC.  EACH DAY GOING OUT IS BUILT IN TEMPREC, AND THE
013400*   OUTPUT TRAILER IN TRLREC.
013500*-----------------------------------------------------------------
013600     COPY HOURREC.

013700     COPY TEMPREC.

013800     COPY TRLREC.

013900*-----------------------------------------------------------------
014000* INPUT PROOF
014100*   THE HASH IS CARRIED MODULO 10**7 LIKE THE TRAILER'S, SO THE
014200*   RECEIVED SUM IS ACCUMULATED WIDE AND TRUNCATED.
014300*-----------------------------------------------------------------
014400 01  WS-RECEIVED-COUNT             PIC 9(06) VALUE 0.
014500 01  WS-RECV-HASH-WORK             PIC S9(10)V9(1) VALUE 0.
014600 01  WS-RECV-HASH-TOTAL            PIC S9(7)V9(1) VALUE 0.
014700 01  WS-REFUSE-REASON              PIC X(31) VALUE SPACES.
014800 01  WS-RECORD-SEQ                 PIC 9(06) VALUE 0.
014900 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.

015000*-----------------------------------------------------------------
015100* HOUR WORK AREAS
015200*   THE HELD HOUR IS THE ONE CURRENTLY WINNING FOR ITS STATION,
015300*   DATE AND HOUR; IT IS POSTED WHEN THE KEY CHANGES.
015400*-----------------------------------------------------------------
015500 01  WS-HELD-RECORD.
015600     05  WS-HELD-STATION-ID        PIC X(05).
015700     05  WS-HELD-DATE              PIC X(10).
015800     05  WS-HELD-HOUR              PIC 9(02).
015900     05  WS-HELD-RECORD-SEQ        PIC 9(06).
016000     05  WS-HELD-OBSERVATION       PIC X(23).

016100 01  WS-KEPT-OBSERVATION           PIC X(23) VALUE SPACES.
016200 01  WS-DROPPED-OBSERVATION        PIC X(23) VALUE SPACES.

016300*-----------------------------------------------------------------
016400* STATION-DAY WORK AREAS
016460*   THE DAY BEING BUILT, REBUILT FROM ITS OBSERVED HOURS ON THE
016520*   HOURLY MASTER ONCE TONIGHT'S HOURS ARE POSTED.
016560*   WS-DAY-LAST-HOUR STARTS AT -1 SO A DAY WHOSE FIRST HOUR IS
016700*   LATE SHOWS THE MISSING RUN FROM MIDNIGHT; THE RUN AFTER THE
016800*   LAST OBSERVED HOUR IS MEASURED TO 23 WHEN THE DAY IS FINISHED.
016900*-----------------------------------------------------------------
017000 01  WS-DAY-STATION-ID             PIC X(05) VALUE SPACES.
017100 01  WS-DAY-DATE                   PIC X(10) VALUE SPACES.
017200 01  WS-DAY-HOURS                  PIC 9(02) VALUE 0.
017300 01  WS-DAY-LAST-HOUR              PIC S9(03) COMP VALUE -1.
017400 01  WS-DAY-LONGEST-GAP            PIC S9(03) COMP VALUE 0.
017500 01  WS-DAY-GAP-START              PIC S9(03) COMP VALUE 0.
017600 01  WS-DAY-MAX-TEMPERATURE        PIC S9(3)V9(1) VALUE -999.9.
017700 01  WS-DAY-MIN-TEMPERATURE        PIC S9(3)V9(1) VALUE 999.9.
017800 01  WS-GAP                        PIC S9(03) COMP VALUE 0.

017900*-----------------------------------------------------------------
018000* RUN TOTALS
018100*-----------------------------------------------------------------
018200 01  WS-REJECTED-COUNT             PIC 9(06) VALUE 0.
018300 01  WS-DUPLICATE-COUNT            PIC 9(06) VALUE 0.
018400 01  WS-STORED-COUNT               PIC 9(06) VALUE 0.
018500 01  WS-REPLACED-COUNT             PIC 9(06) VALUE 0.
018600 01  WS-DAYS-WRITTEN               PIC 9(06) VALUE 0.
018700 01  WS-DAYS-HELD                  PIC 9(06) VALUE 0.
018800 01  WS-OUTPUT-HASH-WORK           PIC S9(10)V9(1) VALUE 0.
018900 01  WS-OUTPUT-HASH-TOTAL          PIC S9(7)V9(1) VALUE 0.

019000*-----------------------------------------------------------------
019100* RUN AUDIT-TRAIL WORK AREAS
019200*-----------------------------------------------------------------
019300 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
019400 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
019500 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
019600 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

019700*-----------------------------------------------------------------
019800* REPORT LINE LAYOUTS
019900*-----------------------------------------------------------------
020000 01  WS-REPORT-HEADING-1.
020100     05  FILLER                    PIC X(27)
020200         VALUE 'HOURLY OBSERVATION INTAKE  '.
020300     05  WS-RH1-RUN-DATE           PIC 9(08).
020400     05  FILLER                    PIC X(09)
020500         VALUE '  INPUT: '.
020600     05  WS-RH1-INPUT-NAME         PIC X(40).
020700     05  FILLER                    PIC X(16) VALUE SPACES.

020800 01  WS-REPORT-HEADING-2.
020900     05  FILLER                    PIC X(20)
021000         VALUE '  DAILY MAX/MIN TO: '.
021100     05  WS-RH2-OUTPUT-NAME        PIC X(40).
021200     05  FILLER                    PIC X(40) VALUE SPACES.

021300 01  WS-REPORT-HEADING-3.
021400     05  FILLER                    PIC X(29)
021500         VALUE '  HOLD A DAY WITH FEWER THAN '.
021600     05  WS-RH3-MIN-HOURS          PIC Z9.
021700     05  FILLER                    PIC X(29)
021800         VALUE ' HOURS OR A MISSING RUN OVER '.
021900     05  WS-RH3-MAX-GAP            PIC Z9.
022000     05  FILLER                    PIC X(06) VALUE ' HOURS'.
022100     05  FILLER                    PIC X(32) VALUE SPACES.

022200 01  WS-REPORT-REFUSED-LINE.
022300     05  FILLER                    PIC X(15)
022400         VALUE 'INPUT REFUSED: '.
022500     05  WS-RR-REASON              PIC X(31).
022600     05  FILLER                    PIC X(15)
022700         VALUE '  TRAILER HASH '.
022800     05  WS-RR-TRAILER-HASH        PIC -(7)9.9.
022900     05  FILLER                    PIC X(16)
023000         VALUE '  RECEIVED HASH '.
023100     05  WS-RR-RECEIVED-HASH       PIC -(7)9.9.
023200     05  FILLER                    PIC X(03) VALUE SPACES.

023300 01  WS-REPORT-REJECT-LINE.
023400     05  FILLER                    PIC X(10)
023500         VALUE 'REJECTED  '.
023600     05  WS-RJ-RECORD              PIC X(23).
023700     05  FILLER                    PIC X(02) VALUE SPACES.
023800     05  WS-RJ-REASON              PIC X(30).
023900     05  FILLER                    PIC X(35) VALUE SPACES.

024000 01  WS-REPORT-DUP-LINE.
024100     05  FILLER                    PIC X(10)
024200         VALUE 'DUPLICATE '.
024300     05  WS-RD-STATION-ID          PIC X(05).
024400     05  FILLER                    PIC X(01) VALUE SPACE.
024500     05  WS-RD-DATE                PIC X(10).
024600     05  FILLER                    PIC X(06) VALUE ' HOUR '.
024700     05  WS-RD-HOUR                PIC 9(02).
024800     05  FILLER                    PIC X(07) VALUE '  KEPT '.
024900     05  WS-RD-KEPT                PIC X(07).
025000     05  FILLER                    PIC X(10)
025100         VALUE '  DROPPED '.
025200     05  WS-RD-DROPPED             PIC X(07).
025300     05  FILLER                    PIC X(35) VALUE SPACES.

025400 01  WS-REPORT-HELD-LINE.
025500     05  FILLER                    PIC X(10)
025600         VALUE 'HELD      '.
025700     05  WS-RH-STATION-ID          PIC X(05).
025800     05  FILLER                    PIC X(01) VALUE SPACE.
025900     05  WS-RH-DATE                PIC X(10).
026000     05  FILLER                    PIC X(09)
026100         VALUE '  HOURS: '.
026200     05  WS-RH-HOURS               PIC Z9.
026300     05  FILLER                    PIC X(15)
026400         VALUE '  LONGEST GAP: '.
026500     05  WS-RH-GAP                 PIC Z9.
026600     05  FILLER                    PIC X(10)
026700         VALUE ' HRS FROM '.
026800     05  WS-RH-GAP-START           PIC 9(02).
026900     05  FILLER                    PIC X(05) VALUE ':00  '.
027000     05  WS-RH-REASON              PIC X(22).
027100     05  FILLER                    PIC X(07) VALUE SPACES.

027200 01  WS-REPORT-NONE-LINE.
027300     05  FILLER                    PIC X(40)
027400         VALUE 'NO STATION-DAYS HELD.                   '.
027500     05  FILLER                    PIC X(60) VALUE SPACES.

027600 01  WS-REPORT-TOTAL-LINE-1.
027700     05  FILLER                    PIC X(16)
027800         VALUE 'HOURS RECEIVED: '.
027900     05  WS-RT-RECEIVED            PIC ZZZZZ9.
028000     05  FILLER                    PIC X(10)
028100         VALUE '  STORED: '.
028200     05  WS-RT-STORED              PIC ZZZZZ9.
028300     05  FILLER                    PIC X(12)
028400         VALUE '  REJECTED: '.
028500     05  WS-RT-REJECTED            PIC ZZZZZ9.
028600     05  FILLER                    PIC X(14)
028700         VALUE '  DUPLICATES: '.
028800     05  WS-RT-DUPLICATES          PIC ZZZZZ9.
028900     05  FILLER                    PIC X(24) VALUE SPACES.

029000 01  WS-REPORT-TOTAL-LINE-2.
029100     05  FILLER                    PIC X(16)
029200         VALUE 'DAYS WRITTEN:   '.
029300     05  WS-RT-DAYS-WRITTEN        PIC ZZZZZ9.
029400     05  FILLER                    PIC X(10)
029500         VALUE '  HELD:   '.
029600     05  WS-RT-DAYS-HELD           PIC ZZZZZ9.
029700     05  FILLER                    PIC X(20)
029800         VALUE '  HOURS REPLACED:   '.
029900     05  WS-RT-REPLACED            PIC ZZZZZ9.
030000     05  FILLER                    PIC X(08) VALUE '  HASH: '.
030100     05  WS-RT-HASH                PIC -(7)9.9.
030200     05  FILLER                    PIC X(18) VALUE SPACES.

030300 01  WS-TEMP-EDIT                  PIC -ZZ9.9.

030400*-----------------------------------------------------------------
030500* SWITCHES
030600*-----------------------------------------------------------------
030700 01  WS-SWITCHES.
030800     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
030900         88  WS-END-OF-FILE                  VALUE 'Y'.
031000     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
031100         88  WS-SORT-END                     VALUE 'Y'.
031200     05  WS-TRAILER-FOUND-SW       PIC X(01) VALUE 'N'.
031300         88  WS-TRAILER-FOUND                VALUE 'Y'.
031400         88  WS-TRAILER-MISSING              VALUE 'N'.
031500     05  WS-AFTER-TRAILER-SW       PIC X(01) VALUE 'N'.
031600         88  WS-DATA-AFTER-TRAILER           VALUE 'Y'.
031700     05  WS-HELD-SW                PIC X(01) VALUE 'N'.
031800         88  WS-HOUR-HELD                    VALUE 'Y'.
031900         88  WS-NOTHING-HELD                 VALUE 'N'.
032000     05  WS-DAY-OPEN-SW            PIC X(01) VALUE 'N'.
032100         88  WS-DAY-OPEN                     VALUE 'Y'.
032200         88  WS-NO-DAY-OPEN                  VALUE 'N'.
032230     05  WS-DAY-WALK-SW            PIC X(01) VALUE 'N'.
032260         88  WS-DAY-WALK-DONE                VALUE 'Y'.

032300 PROCEDURE DIVISION.
032400*-----------------------------------------------------------------
032500* 0000-MAIN-PARA
032600*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
032700*-----------------------------------------------------------------
032800 0000-MAIN-PARA.
032900     PERFORM 1000-INITIALIZE
033000         THRU 1000-INITIALIZE-EXIT

033100     PERFORM 2000-VERIFY-INPUT
033200         THRU 2000-VERIFY-INPUT-EXIT

033300     PERFORM 3000-BUILD-DAYS
033400         THRU 3000-BUILD-DAYS-EXIT

033500     PERFORM 8000-PRODUCE-OUTPUT
033600         THRU 8000-PRODUCE-OUTPUT-EXIT

033700     PERFORM 9000-TERMINATE
033800         THRU 9000-TERMINATE-EXIT

033900     STOP RUN.

034000*-----------------------------------------------------------------
034100* 1000-INITIALIZE
034200*   READS THE CONTROL CARD AND OPENS THE EXCEPTIONS REPORT.
034300*-----------------------------------------------------------------
034400 1000-INITIALIZE.
034500     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
034600     ACCEPT WS-RUN-START-TIME FROM TIME

034700     PERFORM 1150-READ-PARAMETER-RECORD
034800         THRU 1150-READ-PARAMETER-RECORD-EXIT

034900     OPEN OUTPUT HOURLY-REPORT-FILE
035000     MOVE WS-RUN-START-DATE  TO WS-RH1-RUN-DATE
035100     MOVE WS-HOURLY-FILENAME TO WS-RH1-INPUT-NAME
035200     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-HEADING-1
035300     MOVE WS-OUTPUT-FILENAME TO WS-RH2-OUTPUT-NAME
035400     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-HEADING-2
035500     MOVE WS-MIN-HOURS       TO WS-RH3-MIN-HOURS
035600     MOVE WS-MAX-GAP         TO WS-RH3-MAX-GAP
035700     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-HEADING-3.
035800 1000-INITIALIZE-EXIT.
035900     EXIT.

036000*-----------------------------------------------------------------
036100* 1150-READ-PARAMETER-RECORD
036200*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
036300*   READ.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
036400*   STANDARD NAMES AND LIMITS.  THE DAILY OUTPUT IS
036500*   PARM-HOURDAY-FILENAME WHEN SET (A SITE ALSO RUNNING
036600*   CollectorIntake NAMES A FILE ON ITS TRANSMISSION LIST HERE),
036700*   OTHERWISE THE CALCULATOR'S PARM-INPUT-FILENAME.
036800*-----------------------------------------------------------------
036900 1150-READ-PARAMETER-RECORD.
037000     MOVE 'hourly.dat'      TO WS-HOURLY-FILENAME
037100     MOVE 'hourhist.mst'    TO WS-HOURMST-FILENAME
037200     MOVE 'temperature.dat' TO WS-OUTPUT-FILENAME
037300     MOVE 'hourly.rpt'      TO WS-HOURRPT-FILENAME
037400     MOVE 'runaudit.dat'    TO WS-RUNAUDIT-FILENAME

037500     OPEN INPUT PARAMETER-FILE
037600     READ PARAMETER-FILE
037700         AT END
037800             CLOSE PARAMETER-FILE
037900             GO TO 1150-READ-PARAMETER-RECORD-EXIT
038000     END-READ
038100     CLOSE PARAMETER-FILE

038200     IF PARM-HOURLY-FILENAME NOT = SPACES
038300         MOVE PARM-HOURLY-FILENAME TO WS-HOURLY-FILENAME
038400     END-IF

038500     IF PARM-HOURMST-FILENAME NOT = SPACES
038600         MOVE PARM-HOURMST-FILENAME TO WS-HOURMST-FILENAME
038700     END-IF

038800     IF PARM-INPUT-FILENAME NOT = SPACES
038900         MOVE PARM-INPUT-FILENAME TO WS-OUTPUT-FILENAME
039000     END-IF

039100     IF PARM-HOURDAY-FILENAME NOT = SPACES
039200         MOVE PARM-HOURDAY-FILENAME TO WS-OUTPUT-FILENAME
039300     END-IF

039400     IF PARM-HOURRPT-FILENAME NOT = SPACES
039500         MOVE PARM-HOURRPT-FILENAME TO WS-HOURRPT-FILENAME
039600     END-IF

039700     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
039800         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
039900     END-IF

040000     IF PARM-HOUR-MIN-COUNT NUMERIC
040100        AND PARM-HOUR-MIN-COUNT NOT = 0
040200         MOVE PARM-HOUR-MIN-COUNT TO WS-MIN-HOURS
040300     END-IF

040400     IF PARM-HOUR-MAX-GAP NUMERIC
040500        AND PARM-HOUR-MAX-GAP NOT = 0
040600         MOVE PARM-HOUR-MAX-GAP TO WS-MAX-GAP
040700     END-IF.
040800 1150-READ-PARAMETER-RECORD-EXIT.
040900     EXIT.

041000*-----------------------------------------------------------------
041100* 2000-VERIFY-INPUT
041200*   READS THE HOURLY FILE THROUGH ONCE, COUNTING AND HASHING ITS
041300*   DATA RECORDS AND CAPTURING ITS TRAILER, AND REFUSES THE RUN
041400*   UNLESS THE TWO RECONCILE.  NOTHING IS SORTED, STORED OR
041500*   WRITTEN UNTIL THE FILE HAS PROVED COMPLETE.
041600*-----------------------------------------------------------------
041700 2000-VERIFY-INPUT.
041800     MOVE 'N' TO WS-TRAILER-FOUND-SW
041900     MOVE 'N' TO WS-AFTER-TRAILER-SW
042000     MOVE 'N' TO WS-EOF-SW

042100     OPEN INPUT HOURLY-FILE
042200     IF WS-HOURLY-STATUS = '05'
042300         CLOSE HOURLY-FILE
042400         MOVE 'FILE NOT RECEIVED' TO WS-REFUSE-REASON
042500         GO TO 9920-ABEND-INPUT-REFUSED
042600     END-IF
042700     IF WS-HOURLY-STATUS NOT = '00'
042800         MOVE 'FILE COULD NOT BE OPENED' TO WS-REFUSE-REASON
042900         GO TO 9920-ABEND-INPUT-REFUSED
043000     END-IF

043100     PERFORM 2100-VERIFY-ONE-RECORD
043200         THRU 2100-VERIFY-ONE-RECORD-EXIT
043300         UNTIL WS-END-OF-FILE

043400     CLOSE HOURLY-FILE
043500     MOVE 'N' TO WS-EOF-SW
043600     MOVE WS-RECV-HASH-WORK TO WS-RECV-HASH-TOTAL

043700     IF WS-TRAILER-MISSING
043800         MOVE 'NO TRAILER - TRUNCATED' TO WS-REFUSE-REASON
043900         GO TO 9920-ABEND-INPUT-REFUSED
044000     END-IF

044100     IF WS-DATA-AFTER-TRAILER
044200         MOVE 'DATA AFTER THE TRAILER' TO WS-REFUSE-REASON
044300         GO TO 9920-ABEND-INPUT-REFUSED
044400     END-IF

044500     IF TRAILER-RECORD-COUNT NOT NUMERIC
044600        OR TRAILER-HASH-TOTAL NOT NUMERIC
044700         MOVE 'TRAILER UNREADABLE' TO WS-REFUSE-REASON
044800         GO TO 9920-ABEND-INPUT-REFUSED
044900     END-IF

045000     IF WS-RECEIVED-COUNT NOT = TRAILER-RECORD-COUNT
045100         MOVE 'RECORD COUNT DOES NOT RECONCILE'
045200             TO WS-REFUSE-REASON
045300         GO TO 9920-ABEND-INPUT-REFUSED
045400     END-IF

045500     IF WS-RECV-HASH-TOTAL NOT = TRAILER-HASH-TOTAL
045600         MOVE 'HASH TOTAL DOES NOT RECONCILE'
045700             TO WS-REFUSE-REASON
045800         GO TO 9920-ABEND-INPUT-REFUSED
045900     END-IF

046000     DISPLAY 'Hourly file ' WS-HOURLY-FILENAME
046100         ' balanced: ' WS-RECEIVED-COUNT ' records.'.
046200 2000-VERIFY-INPUT-EXIT.
046300     EXIT.

046400*-----------------------------------------------------------------
046500* 2100-VERIFY-ONE-RECORD
046600*   COUNTS ONE RECEIVED HOUR AND ROLLS ITS TEMPERATURE INTO THE
046700*   RECEIVED HASH (VALUE AS TRANSMITTED; A MISSING HOUR ADDS
046800*   NOTHING), OR CAPTURES THE TRAILER WHEN THE '99999' MARKER
046900*   ID IS SEEN.
047000*-----------------------------------------------------------------
047100 2100-VERIFY-ONE-RECORD.
047200     READ HOURLY-FILE INTO HOURLY-OBSERVATION-RECORD
047300         AT END
047400             SET WS-END-OF-FILE TO TRUE
047500             GO TO 2100-VERIFY-ONE-RECORD-EXIT
047600     END-READ

047700     IF HOURLY-OBSERVATION-RECORD (1:5) = '99999'
047800         MOVE HOURLY-OBSERVATION-RECORD TO TRAILER-RECORD
047900         SET WS-TRAILER-FOUND TO TRUE
048000         GO TO 2100-VERIFY-ONE-RECORD-EXIT
048100     END-IF

048200     IF WS-TRAILER-FOUND
048300         SET WS-DATA-AFTER-TRAILER TO TRUE
048400     END-IF

048500     ADD 1 TO WS-RECEIVED-COUNT

048600     IF HOUR-TEMPERATURE NUMERIC
048700         ADD HOUR-TEMPERATURE TO WS-RECV-HASH-WORK
048800     END-IF.
048900 2100-VERIFY-ONE-RECORD-EXIT.
049000     EXIT.

049100*-----------------------------------------------------------------
049200* 3000-BUILD-DAYS
049300*   SORTS THE VALID HOURS INTO STATION/DATE/HOUR ORDER AND BUILDS
049400*   THE STATION-DAYS BEHIND IT.
049500*-----------------------------------------------------------------
049600 3000-BUILD-DAYS.
049700     SORT SORT-WORK-FILE
049800         ON ASCENDING KEY SRT-STATION-ID
049900                          SRT-DATE
050000                          SRT-HOUR
050100                          SRT-RECORD-SEQ
050200         INPUT PROCEDURE IS 3100-RELEASE-HOURS
050300             THRU 3100-RELEASE-HOURS-EXIT
050400         OUTPUT PROCEDURE IS 3500-WRITE-DAYS
050500             THRU 3500-WRITE-DAYS-EXIT.
050600 3000-BUILD-DAYS-EXIT.
050700     EXIT.

050800*-----------------------------------------------------------------
050900* 3100-RELEASE-HOURS
051000*   SORT INPUT PROCEDURE - READS THE PROVED FILE AGAIN AND HANDS
051100*   EVERY VALID HOUR TO THE SORT.
051200*-----------------------------------------------------------------
051300 3100-RELEASE-HOURS.
051400     MOVE 0   TO WS-RECORD-SEQ
051500     MOVE 'N' TO WS-EOF-SW
051600     OPEN INPUT HOURLY-FILE

051700     PERFORM 3110-RELEASE-ONE-HOUR
051800         THRU 3110-RELEASE-ONE-HOUR-EXIT
051900         UNTIL WS-END-OF-FILE

052000     CLOSE HOURLY-FILE
052100     MOVE 'N' TO WS-EOF-SW.
052200 3100-RELEASE-HOURS-EXIT.
052300     EXIT.

052400*-----------------------------------------------------------------
052500* 3110-RELEASE-ONE-HOUR
052600*   EDITS ONE HOUR AND RELEASES IT TO THE SORT UNDER ITS
052700*   STATION, DATE, HOUR AND PLACE IN THE FILE.  A ROW THAT
052800*   CANNOT BE PLACED IN A STATION-DAY IS REJECTED AND LISTED;
052900*   A MISSING TEMPERATURE IS NOT AN ERROR - THE HOUR IS SIMPLY
053000*   MISSING.  THE TRAILER STAYS BEHIND.
053100*-----------------------------------------------------------------
053200 3110-RELEASE-ONE-HOUR.
053300     READ HOURLY-FILE INTO HOURLY-OBSERVATION-RECORD
053400         AT END
053500             SET WS-END-OF-FILE TO TRUE
053600             GO TO 3110-RELEASE-ONE-HOUR-EXIT
053700     END-READ

053800     IF HOURLY-OBSERVATION-RECORD (1:5) = '99999'
053900         GO TO 3110-RELEASE-ONE-HOUR-EXIT
054000     END-IF

054100     ADD 1 TO WS-RECORD-SEQ

054200     IF HOUR-STATION-ID = SPACES
054300         MOVE 'MISSING STATION ID' TO WS-REJECT-REASON
054400         GO TO 3110-REJECT-HOUR
054500     END-IF

054600     IF HOUR-DATE (5:1) NOT = '-'
054700        OR HOUR-DATE (8:1) NOT = '-'
054800        OR HOUR-DATE (1:4) NOT NUMERIC
054900        OR HOUR-DATE (6:2) NOT NUMERIC
055000        OR HOUR-DATE (9:2) NOT NUMERIC
055100        OR HOUR-DATE (6:2) < '01'
055200        OR HOUR-DATE (6:2) > '12'
055300        OR HOUR-DATE (9:2) < '01'
055400        OR HOUR-DATE (9:2) > '31'
055500         MOVE 'INVALID DATE FORMAT' TO WS-REJECT-REASON
055600         GO TO 3110-REJECT-HOUR
055700     END-IF

055800     IF HOUR-OF-DAY NOT NUMERIC
055900        OR HOUR-OF-DAY > 23
056000         MOVE 'HOUR MUST BE 00 THROUGH 23' TO WS-REJECT-REASON
056100         GO TO 3110-REJECT-HOUR
056200     END-IF

056300     MOVE HOUR-STATION-ID           TO SRT-STATION-ID
056400     MOVE HOUR-DATE                 TO SRT-DATE
056500     MOVE HOUR-OF-DAY               TO SRT-HOUR
056600     MOVE WS-RECORD-SEQ             TO SRT-RECORD-SEQ
056700     MOVE HOURLY-OBSERVATION-RECORD TO SRT-OBSERVATION
056800     RELEASE SORT-WORK-RECORD
056900     GO TO 3110-RELEASE-ONE-HOUR-EXIT.
057000 3110-REJECT-HOUR.
057100     ADD 1 TO WS-REJECTED-COUNT
057200     MOVE HOURLY-OBSERVATION-RECORD TO WS-RJ-RECORD
057300     MOVE WS-REJECT-REASON          TO WS-RJ-REASON
057400     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-REJECT-LINE.
057500 3110-RELEASE-ONE-HOUR-EXIT.
057600     EXIT.

057700*-----------------------------------------------------------------
057800* 3500-WRITE-DAYS
057900*   SORT OUTPUT PROCEDURE - RETURNS THE HOURS IN STATION/DATE/
058000*   HOUR ORDER, KEEPS ONE PER HOUR, POSTS THEM TO THE HOURLY
058100*   MASTER AND THE STATION-DAYS, AND CLOSES THE DAILY FILE WITH
058200*   ITS TRAILER.  A MISSING HOURLY MASTER IS CREATED ON THE
058300*   FIRST RUN.
058400*-----------------------------------------------------------------
058500 3500-WRITE-DAYS.
058600     OPEN I-O HOURLY-MASTER-FILE
058700     IF WS-HOURMST-STATUS NOT = '00'
058800        AND WS-HOURMST-STATUS NOT = '05'
058900         GO TO 9930-ABEND-HOURLY-MASTER-IO
059000     END-IF

059100     OPEN OUTPUT DAILY-OUTPUT-FILE
059200     SET WS-NOTHING-HELD TO TRUE
059300     SET WS-NO-DAY-OPEN TO TRUE
059400     MOVE 'N' TO WS-SORT-EOF-SW

059500     PERFORM 3510-RETURN-ONE-HOUR
059600         THRU 3510-RETURN-ONE-HOUR-EXIT
059700         UNTIL WS-SORT-END

059800     IF WS-HOUR-HELD
059900         PERFORM 3530-POST-HELD-HOUR
060000             THRU 3530-POST-HELD-HOUR-EXIT
060100     END-IF

060200     IF WS-DAY-OPEN
060300         PERFORM 3600-FINISH-DAY
060400             THRU 3600-FINISH-DAY-EXIT
060500     END-IF

060600     MOVE WS-OUTPUT-HASH-WORK  TO WS-OUTPUT-HASH-TOTAL
060700     MOVE SPACES               TO TRAILER-RECORD
060800     MOVE '99999'              TO TRAILER-ID
060900     MOVE WS-DAYS-WRITTEN      TO TRAILER-RECORD-COUNT
061000     MOVE WS-OUTPUT-HASH-TOTAL TO TRAILER-HASH-TOTAL
061100     WRITE DAILY-OUTPUT-RECORD FROM TRAILER-RECORD

061200     CLOSE DAILY-OUTPUT-FILE
061300     CLOSE HOURLY-MASTER-FILE.
061400 3500-WRITE-DAYS-EXIT.
061500     EXIT.

061600*-----------------------------------------------------------------
061700* 3510-RETURN-ONE-HOUR
061800*   TAKES THE NEXT HOUR FROM THE SORT.  A NEW STATION, DATE OR
061900*   HOUR POSTS THE HELD HOUR AND HOLDS THIS ONE; THE SAME HOUR
062000*   AGAIN IS A DUPLICATE TO RESOLVE.
062100*-----------------------------------------------------------------
062200 3510-RETURN-ONE-HOUR.
062300     RETURN SORT-WORK-FILE
062400         AT END
062500             SET WS-SORT-END TO TRUE
062600             GO TO 3510-RETURN-ONE-HOUR-EXIT
062700     END-RETURN

062800     IF WS-HOUR-HELD
062900        AND SRT-STATION-ID = WS-HELD-STATION-ID
063000        AND SRT-DATE = WS-HELD-DATE
063100        AND SRT-HOUR = WS-HELD-HOUR
063200         PERFORM 3520-RESOLVE-DUPLICATE
063300             THRU 3520-RESOLVE-DUPLICATE-EXIT
063400         GO TO 3510-RETURN-ONE-HOUR-EXIT
063500     END-IF

063600     IF WS-HOUR-HELD
063700         PERFORM 3530-POST-HELD-HOUR
063800             THRU 3530-POST-HELD-HOUR-EXIT
063900     END-IF

064000     MOVE SORT-WORK-RECORD TO WS-HELD-RECORD
064100     SET WS-HOUR-HELD TO TRUE.
064200 3510-RETURN-ONE-HOUR-EXIT.
064300     EXIT.

064400*-----------------------------------------------------------------
064500* 3520-RESOLVE-DUPLICATE
064600*   THE HELD HOUR WAS SENT EARLIER IN THE FILE, SO IT STANDS
064700*   UNLESS IT HAS NO TEMPERATURE AND THE NEWCOMER HAS ONE.  BOTH
064800*   ARE LISTED.
064900*-----------------------------------------------------------------
065000 3520-RESOLVE-DUPLICATE.
065100     MOVE WS-HELD-OBSERVATION TO WS-KEPT-OBSERVATION
065200     MOVE SRT-OBSERVATION     TO WS-DROPPED-OBSERVATION

065300     MOVE SRT-OBSERVATION TO HOURLY-OBSERVATION-RECORD
065400     IF HOUR-TEMPERATURE NUMERIC
065500         MOVE WS-HELD-OBSERVATION TO HOURLY-OBSERVATION-RECORD
065600         IF HOUR-TEMPERATURE NOT NUMERIC
065700             MOVE SRT-OBSERVATION     TO WS-KEPT-OBSERVATION
065800             MOVE WS-HELD-OBSERVATION TO WS-DROPPED-OBSERVATION
065900             MOVE SORT-WORK-RECORD    TO WS-HELD-RECORD
066000         END-IF
066100     END-IF

066200     ADD 1 TO WS-DUPLICATE-COUNT

066300     MOVE WS-HELD-STATION-ID TO WS-RD-STATION-ID
066400     MOVE WS-HELD-DATE       TO WS-RD-DATE
066500     MOVE WS-HELD-HOUR       TO WS-RD-HOUR
066600     MOVE WS-KEPT-OBSERVATION TO HOURLY-OBSERVATION-RECORD
066700     MOVE 'MISSING' TO WS-RD-KEPT
066800     IF HOUR-TEMPERATURE NUMERIC
066900         MOVE HOUR-TEMPERATURE TO WS-TEMP-EDIT
067000         MOVE WS-TEMP-EDIT     TO WS-RD-KEPT
067100     END-IF
067200     MOVE WS-DROPPED-OBSERVATION TO HOURLY-OBSERVATION-RECORD
067300     MOVE 'MISSING' TO WS-RD-DROPPED
067400     IF HOUR-TEMPERATURE NUMERIC
067500         MOVE HOUR-TEMPERATURE TO WS-TEMP-EDIT
067600         MOVE WS-TEMP-EDIT     TO WS-RD-DROPPED
067700     END-IF
067800     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-DUP-LINE.
067900 3520-RESOLVE-DUPLICATE-EXIT.
068000     EXIT.

068100*-----------------------------------------------------------------
068200* 3530-POST-HELD-HOUR
068300*   POSTS THE WINNING HOUR.  AN HOUR FROM A NEW STATION OR DATE
068400*   FINISHES THE DAY BEING BUILT AND STARTS ITS OWN.  AN
068500*   OBSERVED HOUR GOES TO THE HOURLY MASTER (REPLACING ONE SENT
068570*   ON AN EARLIER NIGHT); A MISSING HOUR IS NOT KEPT.  THE DAY'S
068640*   COUNT, MISSING RUN AND EXTREMES ARE TAKEN FROM THE MASTER
068710*   WHEN THE DAY IS FINISHED.
068800*-----------------------------------------------------------------
068900 3530-POST-HELD-HOUR.
069000     MOVE WS-HELD-OBSERVATION TO HOURLY-OBSERVATION-RECORD

069100     IF WS-DAY-OPEN
069200        AND (HOUR-STATION-ID NOT = WS-DAY-STATION-ID
069300             OR HOUR-DATE NOT = WS-DAY-DATE)
069400         PERFORM 3600-FINISH-DAY
069500             THRU 3600-FINISH-DAY-EXIT
069600     END-IF

069700     IF WS-NO-DAY-OPEN
069800         MOVE HOUR-STATION-ID TO WS-DAY-STATION-ID
069900         MOVE HOUR-DATE       TO WS-DAY-DATE
070600         SET WS-DAY-OPEN TO TRUE
070700     END-IF

070800     IF HOUR-TEMPERATURE NOT NUMERIC
070900         GO TO 3530-POST-HELD-HOUR-EXIT
071000     END-IF

071100     MOVE HOURLY-OBSERVATION-RECORD TO HOURLY-MASTER-RECORD
071200     WRITE HOURLY-MASTER-RECORD
071300         INVALID KEY
071400             PERFORM 3540-REPLACE-STORED-HOUR
071500                 THRU 3540-REPLACE-STORED-HOUR-EXIT
071600     END-WRITE
071700     IF WS-HOURMST-STATUS NOT = '00'
071800         GO TO 9930-ABEND-HOURLY-MASTER-IO
071900     END-IF
072650     ADD 1 TO WS-STORED-COUNT.
073400 3530-POST-HELD-HOUR-EXIT.
073500     EXIT.

073600*-----------------------------------------------------------------
073700* 3540-REPLACE-STORED-HOUR
073800*   THE HOUR IS ALREADY ON THE HOURLY MASTER - A DAY SENT AGAIN
073900*   - SO THE NEW OBSERVATION REPLACES IT.
074000*-----------------------------------------------------------------
074100 3540-REPLACE-STORED-HOUR.
074200     REWRITE HOURLY-MASTER-RECORD
074300         INVALID KEY
074400             GO TO 9930-ABEND-HOURLY-MASTER-IO
074500     END-REWRITE
074600     ADD 1 TO WS-REPLACED-COUNT.
074700 3540-REPLACE-STORED-HOUR-EXIT.
074800     EXIT.

074900*-----------------------------------------------------------------
075000* 3600-FINISH-DAY
075050*   CLOSES THE DAY BEING BUILT.  ITS HOURS ARE FIRST GATHERED
075100*   FROM THE HOURLY MASTER, SO HOURS SENT ON EARLIER NIGHTS COUNT
075150*   ALONGSIDE TONIGHT'S.  THE MISSING RUN AFTER ITS LAST
075200*   OBSERVED HOUR IS MEASURED TO 23; THEN THE DAY EITHER GOES TO
075300*   THE DAILY FILE AS ONE TEMPREC ROW, ROLLED INTO THE TRAILER'S
075400*   COUNT AND HASH, OR IS HELD BACK ON THE EXCEPTIONS REPORT.
075500*-----------------------------------------------------------------
075600 3600-FINISH-DAY.
075630     PERFORM 3650-REBUILD-DAY
075660         THRU 3650-REBUILD-DAY-EXIT

075700     COMPUTE WS-GAP = 23 - WS-DAY-LAST-HOUR
075800     IF WS-GAP > WS-DAY-LONGEST-GAP
075900         MOVE WS-GAP TO WS-DAY-LONGEST-GAP
076000         COMPUTE WS-DAY-GAP-START = WS-DAY-LAST-HOUR + 1
076100     END-IF

076200     SET WS-NO-DAY-OPEN TO TRUE

076300     IF WS-DAY-HOURS < WS-MIN-HOURS
076400        OR WS-DAY-LONGEST-GAP > WS-MAX-GAP
076500         PERFORM 3610-HOLD-DAY
076600             THRU 3610-HOLD-DAY-EXIT
076700         GO TO 3600-FINISH-DAY-EXIT
076800     END-IF

076900     MOVE WS-DAY-STATION-ID      TO STATION-ID
077000     MOVE WS-DAY-DATE            TO TEMPERATURE-DATE
077100     MOVE WS-DAY-MAX-TEMPERATURE TO DAILY-MAX-TEMPERATURE
077200     MOVE WS-DAY-MIN-TEMPERATURE TO DAILY-MIN-TEMPERATURE
077300     WRITE DAILY-OUTPUT-RECORD FROM TEMPERATURE-RECORD

077400     ADD 1 TO WS-DAYS-WRITTEN
077500     ADD DAILY-MAX-TEMPERATURE TO WS-OUTPUT-HASH-WORK
077600     ADD DAILY-MIN-TEMPERATURE TO WS-OUTPUT-HASH-WORK.
077700 3600-FINISH-DAY-EXIT.
077800     EXIT.

077900*-----------------------------------------------------------------
078000* 3610-HOLD-DAY
078100*   LISTS ONE HELD STATION-DAY WITH ITS HOURS, ITS LONGEST RUN
078200*   OF MISSING HOURS AND WHERE THAT RUN STARTED, AND WHY IT WAS
078300*   HELD.
078400*-----------------------------------------------------------------
078500 3610-HOLD-DAY.
078600     ADD 1 TO WS-DAYS-HELD

078700     MOVE WS-DAY-STATION-ID  TO WS-RH-STATION-ID
078800     MOVE WS-DAY-DATE        TO WS-RH-DATE
078900     MOVE WS-DAY-HOURS       TO WS-RH-HOURS
079000     MOVE WS-DAY-LONGEST-GAP TO WS-RH-GAP
079100     MOVE WS-DAY-GAP-START   TO WS-RH-GAP-START

079200     IF WS-DAY-HOURS < WS-MIN-HOURS
079300         IF WS-DAY-LONGEST-GAP > WS-MAX-GAP
079400             MOVE 'FEW HOURS AND LONG RUN' TO WS-RH-REASON
079500         ELSE
079600             MOVE 'TOO FEW HOURS'          TO WS-RH-REASON
079700         END-IF
079800     ELSE
079900         MOVE 'MISSING RUN TOO LONG'       TO WS-RH-REASON
080000     END-IF

080100     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-HELD-LINE.
080200 3610-HOLD-DAY-EXIT.
080300     EXIT.

080301*-----------------------------------------------------------------
080302* 3650-REBUILD-DAY
080303*   WALKS THE HOURLY MASTER FROM HOUR 00 OF THE DAY BEING BUILT
080304*   AND TAKES ITS COUNT, LONGEST MISSING RUN AND EXTREMES FROM
080305*   EVERY OBSERVED HOUR ON FILE FOR IT.  A DAY WITH NOTHING ON
080306*   FILE COMES BACK WITH NO HOURS AND IS HELD.
080307*-----------------------------------------------------------------
080308 3650-REBUILD-DAY.
080309     MOVE 0      TO WS-DAY-HOURS
080310     MOVE -1     TO WS-DAY-LAST-HOUR
080311     MOVE 0      TO WS-DAY-LONGEST-GAP
080312     MOVE 0      TO WS-DAY-GAP-START
080313     MOVE -999.9 TO WS-DAY-MAX-TEMPERATURE
080314     MOVE 999.9  TO WS-DAY-MIN-TEMPERATURE
080315     MOVE 'N'    TO WS-DAY-WALK-SW

080316     MOVE WS-DAY-STATION-ID TO HMST-STATION-ID
080317     MOVE WS-DAY-DATE       TO HMST-DATE
080318     MOVE 0                 TO HMST-HOUR
080319     START HOURLY-MASTER-FILE KEY NOT < HMST-KEY
080320         INVALID KEY
080321             SET WS-DAY-WALK-DONE TO TRUE
080322     END-START

080323     PERFORM 3660-ADD-ONE-STORED-HOUR
080324         THRU 3660-ADD-ONE-STORED-HOUR-EXIT
080325         UNTIL WS-DAY-WALK-DONE.
080326 3650-REBUILD-DAY-EXIT.
080327     EXIT.

080328*-----------------------------------------------------------------
080329* 3660-ADD-ONE-STORED-HOUR
080330*   READS THE NEXT HOURLY MASTER RECORD IN KEY ORDER; THE FIRST
080331*   ONE PAST THE DAY ENDS THE WALK.  AN OBSERVED HOUR GOES INTO
080332*   THE DAY'S COUNT, MISSING RUN AND EXTREMES.
080333*-----------------------------------------------------------------
080334 3660-ADD-ONE-STORED-HOUR.
080335     READ HOURLY-MASTER-FILE NEXT RECORD
080336         AT END
080337             SET WS-DAY-WALK-DONE TO TRUE
080338             GO TO 3660-ADD-ONE-STORED-HOUR-EXIT
080339     END-READ

080340     IF WS-HOURMST-STATUS NOT = '00'
080341         GO TO 9930-ABEND-HOURLY-MASTER-IO
080342     END-IF

080343     IF HMST-STATION-ID NOT = WS-DAY-STATION-ID
080344        OR HMST-DATE NOT = WS-DAY-DATE
080345         SET WS-DAY-WALK-DONE TO TRUE
080346         GO TO 3660-ADD-ONE-STORED-HOUR-EXIT
080347     END-IF

080348     IF HMST-TEMPERATURE NOT NUMERIC
080349         GO TO 3660-ADD-ONE-STORED-HOUR-EXIT
080350     END-IF

080351     ADD 1 TO WS-DAY-HOURS
080352     COMPUTE WS-GAP = HMST-HOUR - WS-DAY-LAST-HOUR - 1
080353     IF WS-GAP > WS-DAY-LONGEST-GAP
080354         MOVE WS-GAP TO WS-DAY-LONGEST-GAP
080355         COMPUTE WS-DAY-GAP-START = WS-DAY-LAST-HOUR + 1
080356     END-IF
080357     MOVE HMST-HOUR TO WS-DAY-LAST-HOUR

080358     IF HMST-TEMPERATURE > WS-DAY-MAX-TEMPERATURE
080359         MOVE HMST-TEMPERATURE TO WS-DAY-MAX-TEMPERATURE
080360     END-IF

080361     IF HMST-TEMPERATURE < WS-DAY-MIN-TEMPERATURE
080362         MOVE HMST-TEMPERATURE TO WS-DAY-MIN-TEMPERATURE
080363     END-IF.
080364 3660-ADD-ONE-STORED-HOUR-EXIT.
080365     EXIT.

080400*-----------------------------------------------------------------
080500* 8000-PRODUCE-OUTPUT
080600*   TOTALS THE RUN ON THE REPORT AND THE JOB OUTPUT, AND SETS
080700*   RC 8 WHEN A DAY WAS HELD OR A ROW REJECTED.
080800*-----------------------------------------------------------------
080900 8000-PRODUCE-OUTPUT.
081000     IF WS-DAYS-HELD = 0
081100         WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-NONE-LINE
081200     END-IF

081300     MOVE WS-RECEIVED-COUNT    TO WS-RT-RECEIVED
081400     MOVE WS-STORED-COUNT      TO WS-RT-STORED
081500     MOVE WS-REJECTED-COUNT    TO WS-RT-REJECTED
081600     MOVE WS-DUPLICATE-COUNT   TO WS-RT-DUPLICATES
081700     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-1

081800     MOVE WS-DAYS-WRITTEN      TO WS-RT-DAYS-WRITTEN
081900     MOVE WS-DAYS-HELD         TO WS-RT-DAYS-HELD
082000     MOVE WS-REPLACED-COUNT    TO WS-RT-REPLACED
082100     MOVE WS-OUTPUT-HASH-TOTAL TO WS-RT-HASH
082200     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-2

082300     IF WS-DAYS-HELD > 0
082400        OR WS-REJECTED-COUNT > 0
082500         MOVE 8 TO RETURN-CODE
082600     END-IF

082700     DISPLAY 'Hourly intake: ' WS-RECEIVED-COUNT ' hour(s) ('
082800         WS-STORED-COUNT ' stored, ' WS-REJECTED-COUNT
082900         ' rejected, ' WS-DUPLICATE-COUNT ' duplicate(s)).'
083000     DISPLAY 'Written to ' WS-OUTPUT-FILENAME ': '
083100         WS-DAYS-WRITTEN ' station-day(s), hash '
083200         WS-OUTPUT-HASH-TOTAL ', ' WS-DAYS-HELD
083300         ' held back.'.
083400 8000-PRODUCE-OUTPUT-EXIT.
083500     EXIT.

083600*-----------------------------------------------------------------
083700* 9000-TERMINATE
083800*   CLOSES THE REPORT AND LEAVES THIS RUN'S ROW ON THE AUDIT
083900*   TRAIL.
084000*-----------------------------------------------------------------
084100 9000-TERMINATE.
084200     CLOSE HOURLY-REPORT-FILE

084300     PERFORM 9800-WRITE-RUN-AUDIT
084400         THRU 9800-WRITE-RUN-AUDIT-EXIT.
084500 9000-TERMINATE-EXIT.
084600     EXIT.

084700*-----------------------------------------------------------------
084800* 9800-WRITE-RUN-AUDIT
084900*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
085000*   FILE.  STATION-DAYS WRITTEN GO OUT AS ACCEPTED; HELD DAYS,
085100*   REJECTED ROWS AND DUPLICATE HOURS DROPPED AS REJECTED; NEW
085200*   HOURS ADDED TO THE HOURLY MASTER AS APPENDED.
085300*-----------------------------------------------------------------
085400 9800-WRITE-RUN-AUDIT.
085500     MOVE 'HourlyObservationIntake' TO RUNA-PROGRAM-ID
085600     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
085700     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
085800     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
085900     ACCEPT WS-RUN-END-TIME FROM TIME
086000     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
086100     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
086200     MOVE WS-HOURLY-FILENAME    TO RUNA-INPUT-FILENAME
086300     MOVE WS-HOURRPT-FILENAME   TO RUNA-REPORT-FILENAME
086400     MOVE WS-HOURMST-FILENAME   TO RUNA-HISTORY-FILENAME
086500     MOVE WS-DAYS-WRITTEN       TO RUNA-ACCEPTED-COUNT
086600     COMPUTE RUNA-REJECTED-COUNT =
086700         WS-DAYS-HELD + WS-REJECTED-COUNT + WS-DUPLICATE-COUNT
086800     COMPUTE RUNA-APPENDED-COUNT =
086900         WS-STORED-COUNT - WS-REPLACED-COUNT
087000     MOVE 'N'                   TO RUNA-RESTART-SW
087100     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

087200     OPEN EXTEND RUN-AUDIT-FILE
087300     WRITE RUN-AUDIT-RECORD
087400     CLOSE RUN-AUDIT-FILE.
087500 9800-WRITE-RUN-AUDIT-EXIT.
087600     EXIT.

087700*-----------------------------------------------------------------
087800* 9920-ABEND-INPUT-REFUSED
087900*   REACHED FROM 2000-VERIFY-INPUT WHEN THE HOURLY FILE DID NOT
088000*   ARRIVE WHOLE.  THE REASON GOES ON THE REPORT AND THE JOB
088100*   OUTPUT; NOTHING HAS BEEN OPENED FOR OUTPUT, SO THE DAILY FILE
088200*   AND THE HOURLY MASTER ARE UNTOUCHED.
088300*-----------------------------------------------------------------
088400 9920-ABEND-INPUT-REFUSED.
088500     MOVE WS-REFUSE-REASON   TO WS-RR-REASON
088600     MOVE 0                  TO WS-RR-TRAILER-HASH
088700     IF WS-TRAILER-FOUND
088800        AND TRAILER-HASH-TOTAL NUMERIC
088900         MOVE TRAILER-HASH-TOTAL TO WS-RR-TRAILER-HASH
089000     END-IF
089100     MOVE WS-RECV-HASH-TOTAL TO WS-RR-RECEIVED-HASH
089200     WRITE HOURLY-REPORT-RECORD FROM WS-REPORT-REFUSED-LINE
089300     CLOSE HOURLY-REPORT-FILE

089400     DISPLAY 'FATAL: hourly file ' WS-HOURLY-FILENAME
089500         ' refused - ' WS-REFUSE-REASON '.  Run terminated.'
089600     MOVE 16 TO RETURN-CODE
089700     PERFORM 9800-WRITE-RUN-AUDIT
089800         THRU 9800-WRITE-RUN-AUDIT-EXIT
089900     STOP RUN.

090000*-----------------------------------------------------------------
090100* 9930-ABEND-HOURLY-MASTER-IO
090200*   REACHED WHEN THE HOURLY MASTER CANNOT BE OPENED, A READ
090300*   FAILS, OR A WRITE FAILS FOR ANY REASON OTHER THAN AN HOUR
090400*   ALREADY ON FILE (FILE STATUS IN WS-HOURMST-STATUS).  THE DAILY
090500*   FILE IS LEFT WITHOUT ITS TRAILER, SO THE CALCULATOR WILL
090550*   REFUSE IT.
090600*-----------------------------------------------------------------
090700 9930-ABEND-HOURLY-MASTER-IO.
090800     DISPLAY 'FATAL: hourly master I/O error, file status '
090900         WS-HOURMST-STATUS ' on ' WS-HOURMST-FILENAME
091000         '.  Run terminated.'
091100     MOVE 16 TO RETURN-CODE
091200     PERFORM 9800-WRITE-RUN-AUDIT
091300         THRU 9800-WRITE-RUN-AUDIT-EXIT
091400     STOP RUN.
