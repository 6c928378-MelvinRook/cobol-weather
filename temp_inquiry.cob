001500*   RUN, EACH PRODUCING ITS OWN REPORT SECTION WITH THE DAILY
001600*   DETAIL PLUS AVERAGE/HIGH/LOW/RANGE FOR EXACTLY THAT SPAN.
001700*   THE MASTER IS HELD IN DEGREES FAHRENHEIT; A CARD ASKING FOR
001800*   CELSIUS HAS EACH FIGURE CONVERTED ON THE WAY OUT.  A CARD
001810*   WITH 'H' IN ITS DETAIL COLUMN ALSO GETS EACH DAY'S HOURLY
001820*   OBSERVATIONS FROM THE HOURLY MASTER (HOURHIST.MST) UNDER THE
001830*   DAY'S DETAIL LINE.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   08/22/2026  DO   INITIAL VERSION
002177*                     MASTER'S IN ONE SEAMLESS SECTION; SOURCE
002178*                     LINES UNDER THE SECTION HEADING SAY WHICH
002179*                     FILES THE ANSWER DREW FROM
002180*   10/15/2026  DO   MARK A DAY THE ROLLUP'S QUALITY-CONTROL
002181*                     CHECKS FLAGGED (HISTORY-QC-FLAG) ON ITS
002182*                     DETAIL LINE, AND COUNT THE SPAN'S FLAGGED
002183*                     DAYS UNDER THE SUMMARY; FLAGGED DAYS STILL
002184*                     COUNT IN THE SPAN FIGURES
002187*   10/15/2026  DO   MARK A DAY ESTIMATED FROM NEIGHBORING
002190*                     STATIONS (HISTORY-SOURCE-FLAG) ON ITS
002193*                     DETAIL LINE AND COUNT THE SPAN'S ESTIMATED
002196*                     DAYS UNDER THE SUMMARY
002197*   10/15/2026  DO   SHOW A DAY'S HOURS FROM THE HOURLY MASTER
002198*                     (HOURREC) UNDER ITS DETAIL LINE WHEN THE
002199*                     CARD ASKS FOR THEM (REQ-DETAIL-SW 'H')
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TemperatureInquiry.
005140     SELECT OPTIONAL INQUIRY-ARCHIVE-FILE
005150         ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
005160         ORGANIZATION IS LINE SEQUENTIAL.
005170     SELECT OPTIONAL HOURLY-MASTER-FILE
005175         ASSIGN TO DYNAMIC WS-HOURMST-FILENAME
005180         ORGANIZATION IS INDEXED
005185         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS HOUR-KEY
005195         FILE STATUS IS WS-HOURMST-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006200     05  REQ-FROM-DATE             PIC X(10).
006300     05  REQ-TO-DATE               PIC X(10).
006400     05  REQ-UOM-OUT               PIC X(01).
006410     05  REQ-DETAIL-SW             PIC X(01).
006420         88  REQ-SHOW-HOURS                  VALUE 'H'.
006500
006600 FD  TEMPERATURE-HISTORY-FILE.
006700     COPY HISTREC.
007678                   ==HISTORY-MAX-TEMPERATURE==
007679                BY ==ARCHIVE-MAX-TEMPERATURE==
007680                   ==HISTORY-MIN-TEMPERATURE==
007681                BY ==ARCHIVE-MIN-TEMPERATURE==
007682                   ==HISTORY-QC-FLAG==
007683                BY ==ARCHIVE-QC-FLAG==
007684                   ==HISTORY-QC-CLEAN==
007685                BY ==ARCHIVE-QC-CLEAN==
007686                   ==HISTORY-QC-SUSPECT==
007687                BY ==ARCHIVE-QC-SUSPECT==
007688                   ==HISTORY-SOURCE-FLAG==
007689                BY ==ARCHIVE-SOURCE-FLAG==
007690                   ==HISTORY-OBSERVED==
007691                BY ==ARCHIVE-OBSERVED==
007692                   ==HISTORY-ESTIMATED==
007693                BY ==ARCHIVE-ESTIMATED==.
007694
007695 FD  HOURLY-MASTER-FILE.
007696     COPY HOURREC.
007700
007800 WORKING-STORAGE SECTION.
007900*-----------------------------------------------------------------
008000* RUN PARAMETERS (FROM RUNPARM.DAT)
008100*   ONLY THE MASTER, STATION MASTER, INQUIRY REPORT AND AUDIT
008200*   TRAIL NAMES APPLY TO THIS PROGRAM, WITH THE ARCHIVE CATALOG
008210*   AND THE HOURLY MASTER.
008300*-----------------------------------------------------------------
008400 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
008500 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
008700 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.
008710 01  WS-ARCHCAT-FILENAME           PIC X(40) VALUE SPACES.
008720 01  WS-ARCHIVE-FILENAME           PIC X(40) VALUE SPACES.
008730 01  WS-HOURMST-FILENAME           PIC X(40) VALUE SPACES.
008800
008900 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.
008905 01  WS-HOURMST-STATUS             PIC X(02) VALUE '00'.
008910
008920*-----------------------------------------------------------------
008930* RETENTION CUTOFF
009500*-----------------------------------------------------------------
009600* CURRENT REQUEST, AS VALIDATED
009700*   WS-INQ-UOM DEFAULTS A BLANK CARD UNIT TO FAHRENHEIT, THE
009800*   UNIT THE MASTER IS HELD IN.  WS-INQ-DETAIL IS 'H' WHEN THE
009810*   CARD ASKS FOR EACH DAY'S HOURS.
009900*-----------------------------------------------------------------
010000 01  WS-INQ-STATION                PIC X(05) VALUE SPACES.
010100 01  WS-INQ-FROM-DATE              PIC X(10) VALUE SPACES.
010200 01  WS-INQ-TO-DATE                PIC X(10) VALUE SPACES.
010300 01  WS-INQ-UOM                    PIC X(01) VALUE 'F'.
010400     88  WS-INQ-WANTS-CELSIUS                VALUE 'C'.
010410 01  WS-INQ-DETAIL                 PIC X(01) VALUE SPACE.
010420     88  WS-INQ-WANTS-HOURS                  VALUE 'H'.
010500
010600 01  WS-CARD-VALID-SW              PIC X(01) VALUE 'Y'.
010700     88  WS-CARD-VALID                       VALUE 'Y'.
011300*-----------------------------------------------------------------
011400 01  WS-SPAN-TOTAL                 PIC S9(8)V9(1) VALUE 0.
011500 01  WS-SPAN-COUNT                 PIC 9(6) VALUE 0.
011510 01  WS-SPAN-QC-COUNT              PIC 9(6) VALUE 0.
011550 01  WS-SPAN-EST-COUNT             PIC 9(6) VALUE 0.
011600 01  WS-SPAN-AVERAGE               PIC S9(3)V9(1) VALUE 0.
011700 01  WS-SPAN-HIGH                  PIC S9(3)V9(1) VALUE -999.9.
011800 01  WS-SPAN-HIGH-DATE             PIC X(10) VALUE SPACES.
012300
012400 01  WS-WALK-DONE-SW               PIC X(01) VALUE 'N'.
012500     88  WS-WALK-DONE                        VALUE 'Y'.
012501
012502*-----------------------------------------------------------------
012503* HOURLY DETAIL - ONE DAY'S HOURS, PRINTED SIX TO A LINE
012504*-----------------------------------------------------------------
012505 01  WS-HOUR-SLOT                  PIC 9(2) COMP VALUE 0.
012506 01  WS-DAY-HOUR-COUNT             PIC 9(2) VALUE 0.
012507 01  WS-OUT-HOUR-TEMPERATURE       PIC S9(3)V9(1) VALUE 0.
012508 01  WS-HOUR-WALK-DONE-SW          PIC X(01) VALUE 'N'.
012509     88  WS-HOUR-WALK-DONE                   VALUE 'Y'.
012510
012520*-----------------------------------------------------------------
012530* ARCHIVE CATALOG TABLE
019120     05  WS-RD-MIN-TEMPERATURE     PIC -ZZ9.9.
019200     05  FILLER                    PIC X(01) VALUE SPACE.
019300     05  WS-RD-UOM                 PIC X(01).
019310     05  FILLER                    PIC X(03) VALUE SPACES.
019320     05  WS-RD-NOTE                PIC X(14).
019400     05  FILLER                    PIC X(44) VALUE SPACES.
019500
019600 01  WS-REPORT-SUMMARY.
019700     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  WS-RSU-RANGE              PIC -ZZ9.9.
021200     05  FILLER                    PIC X(08) VALUE SPACES.
021300
021310 01  WS-REPORT-QC-SUMMARY.
021320     05  FILLER                    PIC X(28)
021330         VALUE '  QC-FLAGGED DAYS IN SPAN: '.
021340     05  WS-RQC-COUNT              PIC ZZZZZ9.
021350     05  FILLER                    PIC X(66) VALUE SPACES.
021360
021363 01  WS-QC-NOTE-TEXT.
021366     05  FILLER                    PIC X(12) VALUE 'QC SUSPECT ('.
021369     05  WS-QCN-FLAG               PIC X(01).
021372     05  FILLER                    PIC X(01) VALUE ')'.
021373
021375 01  WS-REPORT-EST-SUMMARY.
021378     05  FILLER                    PIC X(28)
021381         VALUE '  ESTIMATED DAYS IN SPAN:  '.
021384     05  WS-REST-COUNT             PIC ZZZZZ9.
021387     05  FILLER                    PIC X(66) VALUE SPACES.
021390
021400 01  WS-REPORT-NO-DATA.
021500     05  FILLER                    PIC X(35)
021600         VALUE '  NO READINGS IN THE REQUESTED SPAN'.
021700     05  FILLER                    PIC X(65) VALUE SPACES.
021710
021720 01  WS-REPORT-HOURS-LINE.
021730     05  FILLER                    PIC X(04).
021740     05  WS-RHR-SLOT               OCCURS 6 TIMES.
021750         10  WS-RHR-HOUR           PIC X(02).
021760         10  WS-RHR-COLON          PIC X(01).
021770         10  WS-RHR-TEMPERATURE    PIC -ZZ9.9.
021780         10  FILLER                PIC X(04).
021790     05  FILLER                    PIC X(18).
021791
021792 01  WS-REPORT-NO-HOURS.
021793     05  FILLER                    PIC X(28)
021794         VALUE '    NO HOURLY DETAIL ON FILE'.
021795     05  FILLER                    PIC X(72) VALUE SPACES.
021800
021900*-----------------------------------------------------------------
022000* SWITCHES
024600*-----------------------------------------------------------------
024700* 1000-INITIALIZE
024800*   READS THE CARD FILE NAMES, LOADS THE STATION MASTER AND OPENS
024900*   THE REQUEST, HISTORY, HOURLY MASTER AND REPORT FILES.
025000*-----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
026400        AND WS-HISTORY-STATUS NOT = '05'
026500         GO TO 9930-ABEND-MASTER-IO
026600     END-IF
026610     OPEN INPUT HOURLY-MASTER-FILE
026620     IF WS-HOURMST-STATUS NOT = '00'
026630        AND WS-HOURMST-STATUS NOT = '05'
026640         GO TO 9940-ABEND-HOURLY-MASTER-IO
026650     END-IF
026700     OPEN OUTPUT INQUIRY-REPORT-FILE.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027200* 1150-READ-PARAMETER-RECORD
027300*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
027400*   READ, TAKING THE MASTER, STATION MASTER, INQUIRY REPORT AND
027500*   AUDIT-TRAIL NAMES, THE ARCHIVE CATALOG AND THE HOURLY MASTER.
027600*-----------------------------------------------------------------
027700 1150-READ-PARAMETER-RECORD.
027800     MOVE 'temphist.mst' TO WS-HISTMST-FILENAME
028000     MOVE 'tempinq.rpt'  TO WS-INQRPT-FILENAME
028100     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME
028110     MOVE 'temparch.cat' TO WS-ARCHCAT-FILENAME
028120     MOVE 'hourhist.mst' TO WS-HOURMST-FILENAME
028200
028300     OPEN INPUT PARAMETER-FILE
028400     READ PARAMETER-FILE
030550
030560     IF PARM-ARCHIVE-YEARS NOT = 0
030570         MOVE PARM-ARCHIVE-YEARS TO WS-RETAIN-YEARS
030580     END-IF
030582
030584     IF PARM-HOURMST-FILENAME NOT = SPACES
030586         MOVE PARM-HOURMST-FILENAME TO WS-HOURMST-FILENAME
030588     END-IF.
030600 1150-READ-PARAMETER-RECORD-EXIT.
030700     EXIT.
030800
040800*-----------------------------------------------------------------
040900* 2200-VALIDATE-REQUEST
041000*   EDITS ONE CARD: BOTH DATES MUST BE REAL YYYY-MM-DD SHAPES IN
041100*   ORDER, THE UNIT C, F OR BLANK, THE DETAIL H OR BLANK, AND
041200*   'ALL' NEEDS A STATION MASTER TO FAN OUT OVER.  SETS THE
041210*   VALIDATED REQUEST FIELDS.
041300*-----------------------------------------------------------------
041400 2200-VALIDATE-REQUEST.
041500     SET WS-CARD-VALID TO TRUE
044200         MOVE 'UNIT MUST BE C, F OR BLANK' TO WS-CARD-ERROR
044300         GO TO 2200-VALIDATE-REQUEST-EXIT
044400     END-IF
044410
044420     IF REQ-DETAIL-SW NOT = 'H' AND REQ-DETAIL-SW NOT = SPACE
044430         SET WS-CARD-INVALID TO TRUE
044440         MOVE 'DETAIL MUST BE H OR BLANK' TO WS-CARD-ERROR
044450         GO TO 2200-VALIDATE-REQUEST-EXIT
044460     END-IF
044500
044600     IF REQ-ALL-STATIONS AND WS-MASTER-COUNT = 0
044700         SET WS-CARD-INVALID TO TRUE
046100         MOVE 'F' TO WS-INQ-UOM
046200     ELSE
046300         MOVE REQ-UOM-OUT TO WS-INQ-UOM
046400     END-IF
046410     MOVE REQ-DETAIL-SW TO WS-INQ-DETAIL.
046500 2200-VALIDATE-REQUEST-EXIT.
046600     EXIT.
046700
048800 2300-REPORT-ONE-STATION.
048900     MOVE 0      TO WS-SPAN-TOTAL
049000     MOVE 0      TO WS-SPAN-COUNT
049010     MOVE 0      TO WS-SPAN-QC-COUNT
049050     MOVE 0      TO WS-SPAN-EST-COUNT
049100     MOVE -999.9 TO WS-SPAN-HIGH
049200     MOVE 999.9  TO WS-SPAN-LOW
049300     MOVE SPACES TO WS-SPAN-HIGH-DATE
057631     MOVE WS-OUT-MAX-TEMPERATURE TO WS-RD-MAX-TEMPERATURE
057632     MOVE WS-OUT-MIN-TEMPERATURE TO WS-RD-MIN-TEMPERATURE
057633     MOVE WS-INQ-UOM             TO WS-RD-UOM
057634     PERFORM 2800-WRITE-DAY-DETAIL
057635         THRU 2800-WRITE-DAY-DETAIL-EXIT
057636     ADD WS-OUT-MEAN-TEMPERATURE TO WS-SPAN-TOTAL
057637     ADD 1 TO WS-SPAN-COUNT
057638
062800     MOVE WS-SPAN-LOW       TO WS-RSU-LOW
062900     MOVE WS-SPAN-LOW-DATE  TO WS-RSU-LOW-DATE
063000     MOVE WS-SPAN-RANGE     TO WS-RSU-RANGE
063100     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-SUMMARY
063110
063120     IF WS-SPAN-QC-COUNT > 0
063130         MOVE WS-SPAN-QC-COUNT TO WS-RQC-COUNT
063140         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-QC-SUMMARY
063150     END-IF
063155
063160     IF WS-SPAN-EST-COUNT > 0
063170         MOVE WS-SPAN-EST-COUNT TO WS-REST-COUNT
063180         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-EST-SUMMARY
063190     END-IF.
063200 2600-WRITE-SECTION-SUMMARY-EXIT.
063300     EXIT.
063301
063302*-----------------------------------------------------------------
063303* 2800-WRITE-DAY-DETAIL
063304*   NOTES A QC-FLAGGED OR ESTIMATED DAY ON ITS DETAIL LINE (AND
063305*   COUNTS IT FOR THE SECTION SUMMARY), WRITES THE LINE AND,
063306*   WHEN THE CARD ASKS FOR THE HOURS, THE DAY'S HOURLY
063307*   OBSERVATIONS UNDER IT - POSITIONED STRAIGHT TO (STATION,
063308*   DATE, HOUR 00) IN THE KEYED HOURLY MASTER, SIX TO A LINE, IN
063309*   THE REQUESTED UNIT.  A DAY WITH NO HOURS ON FILE (A
063310*   DAILY-ONLY STATION, OR A DAY BEFORE THE HOURLY INTAKE BEGAN)
063311*   SAYS SO.
063312*-----------------------------------------------------------------
063313 2800-WRITE-DAY-DETAIL.
063314     MOVE SPACES                 TO WS-RD-NOTE
063315     IF HISTORY-QC-SUSPECT
063316         MOVE HISTORY-QC-FLAG    TO WS-QCN-FLAG
063317         MOVE WS-QC-NOTE-TEXT    TO WS-RD-NOTE
063318         ADD 1 TO WS-SPAN-QC-COUNT
063319     END-IF
063320     IF HISTORY-ESTIMATED
063321         MOVE 'ESTIMATED'        TO WS-RD-NOTE
063322         ADD 1 TO WS-SPAN-EST-COUNT
063323     END-IF
063324     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-DETAIL
063325     IF NOT WS-INQ-WANTS-HOURS
063326         GO TO 2800-WRITE-DAY-DETAIL-EXIT
063327     END-IF
063328
063329     MOVE 0      TO WS-HOUR-SLOT
063330     MOVE 0      TO WS-DAY-HOUR-COUNT
063331     MOVE SPACES TO WS-REPORT-HOURS-LINE
063332     MOVE 'N'    TO WS-HOUR-WALK-DONE-SW
063333     MOVE HISTORY-STATION-ID TO HOUR-STATION-ID
063334     MOVE HISTORY-DATE       TO HOUR-DATE
063335     MOVE 0                  TO HOUR-OF-DAY
063336     START HOURLY-MASTER-FILE KEY NOT < HOUR-KEY
063337         INVALID KEY
063338             MOVE 'Y' TO WS-HOUR-WALK-DONE-SW
063339     END-START
063340
063341     PERFORM 2810-SHOW-ONE-HOUR
063342         THRU 2810-SHOW-ONE-HOUR-EXIT
063343         UNTIL WS-HOUR-WALK-DONE
063344
063345     IF WS-HOUR-SLOT > 0
063346         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-HOURS-LINE
063347     END-IF
063348
063349     IF WS-DAY-HOUR-COUNT = 0
063350         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-NO-HOURS
063351     END-IF.
063352 2800-WRITE-DAY-DETAIL-EXIT.
063353     EXIT.
063354
063355*-----------------------------------------------------------------
063356* 2810-SHOW-ONE-HOUR
063357*   READS THE NEXT HOURLY MASTER RECORD IN KEY ORDER; THE FIRST
063358*   ONE PAST THE DAY ENDS THE WALK.  THE HOUR IS CONVERTED TO THE
063359*   REQUESTED UNIT AND PLACED IN THE NEXT SLOT, AND A FULL LINE
063360*   GOES OUT.
063361*-----------------------------------------------------------------
063362 2810-SHOW-ONE-HOUR.
063363     READ HOURLY-MASTER-FILE NEXT RECORD
063364         AT END
063365             MOVE 'Y' TO WS-HOUR-WALK-DONE-SW
063366             GO TO 2810-SHOW-ONE-HOUR-EXIT
063367     END-READ
063368
063369     IF WS-HOURMST-STATUS NOT = '00'
063370         GO TO 9940-ABEND-HOURLY-MASTER-IO
063371     END-IF
063372
063373     IF HOUR-STATION-ID NOT = HISTORY-STATION-ID
063374        OR HOUR-DATE NOT = HISTORY-DATE
063375         MOVE 'Y' TO WS-HOUR-WALK-DONE-SW
063376         GO TO 2810-SHOW-ONE-HOUR-EXIT
063377     END-IF
063378
063379     MOVE HOUR-TEMPERATURE TO WS-OUT-HOUR-TEMPERATURE
063380     IF WS-INQ-WANTS-CELSIUS
063381         COMPUTE WS-OUT-HOUR-TEMPERATURE ROUNDED =
063382             (WS-OUT-HOUR-TEMPERATURE - 32) * 5 / 9
063383     END-IF
063384
063385     ADD 1 TO WS-DAY-HOUR-COUNT
063386     ADD 1 TO WS-HOUR-SLOT
063387     MOVE HOUR-OF-DAY TO WS-RHR-HOUR (WS-HOUR-SLOT)
063388     MOVE ':'         TO WS-RHR-COLON (WS-HOUR-SLOT)
063389     MOVE WS-OUT-HOUR-TEMPERATURE
063390         TO WS-RHR-TEMPERATURE (WS-HOUR-SLOT)
063391
063392     IF WS-HOUR-SLOT = 6
063393         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-HOURS-LINE
063394         MOVE SPACES TO WS-REPORT-HOURS-LINE
063395         MOVE 0      TO WS-HOUR-SLOT
063396     END-IF.
063397 2810-SHOW-ONE-HOUR-EXIT.
063398     EXIT.
063400
063500*-----------------------------------------------------------------
063600* 8000-PRODUCE-OUTPUT
065100 9000-TERMINATE.
065200     CLOSE INQUIRY-REQUEST-FILE
065300     CLOSE TEMPERATURE-HISTORY-FILE
065310     CLOSE HOURLY-MASTER-FILE
065400     CLOSE INQUIRY-REPORT-FILE
065500
065600     PERFORM 9800-WRITE-RUN-AUDIT
070100     PERFORM 9800-WRITE-RUN-AUDIT
070200         THRU 9800-WRITE-RUN-AUDIT-EXIT
070300     STOP RUN.
070400
070500*-----------------------------------------------------------------
070600* 9940-ABEND-HOURLY-MASTER-IO
070700*   REACHED WHEN THE HOURLY MASTER CANNOT BE OPENED OR A READ
070800*   FAILS FOR ANY REASON OTHER THAN END OF FILE (FILE STATUS IN
070900*   WS-HOURMST-STATUS).
071000*-----------------------------------------------------------------
071100 9940-ABEND-HOURLY-MASTER-IO.
071200     DISPLAY 'FATAL: hourly master I/O error, file status '
071300         WS-HOURMST-STATUS ' on ' WS-HOURMST-FILENAME
071400         '.  Run terminated.'
071500     MOVE 16 TO RETURN-CODE
071600     PERFORM 9800-WRITE-RUN-AUDIT
071700         THRU 9800-WRITE-RUN-AUDIT-EXIT
071800     STOP RUN.
