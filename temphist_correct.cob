000100*****************************************************************
000200* PROGRAM:      HistoryCorrection
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   CARD-DRIVEN CORRECTION OF READINGS ALREADY ON THE KEYED
000900*   HISTORY MASTER (HISTREC ROWS IN TEMPHIST.MST).  ONCE THE
001000*   ROLLUP HAS APPENDED A READING, A CORRECTED RESEND COMES
001100*   BACK AS A DUPLICATE KEY AND RejectSuspenseMaint ONLY WORKS
001200*   ON ROWS THAT NEVER GOT IN, SO A BAD MAX/MIN REPORTED BY A
001300*   COLLECTOR AFTER THE FACT HAD NO PATH BACK INTO THE MASTER.
001400*   CORRECTION CARDS COME ON HISTCORR.DAT, ONE PER CARD, KEYED
001500*   BY STATION AND DATE:
001600*     CHG - REPLACES THE READING'S MAX AND MIN WITH THE CARD'S
001700*           VALUES (DEGREES FAHRENHEIT, THE MASTER'S UNIT).
001800*     DEL - REMOVES THE READING FROM THE MASTER FOR GOOD.
001900*   EVERY CARD IS EDITED THE WAY THE NIGHTLY EDITS WOULD EDIT
002000*   THE READING (DATE SHAPE, STATION ON THE MASTER, BOTH
002100*   OBSERVATIONS NUMERIC WITH MAX NOT BELOW MIN AND INSIDE THE
002200*   EDIT LIMITS) AND MUST NAME A READING THAT IS ON THE MASTER.
002300*   THE LISTING SHOWS THE READING BEFORE AND AFTER EACH CARD,
002400*   AND EVERY APPLIED CARD LEAVES A CORRREC ROW ON THE
002500*   CORRECTION LOG SO THE CHANGE CAN BE TRACED LATER.
002600*   A CORRECTED DAY IS CARRIED THROUGH TO THE FILES BUILT FROM
002700*   THE MASTER: THE ALL-TIME RECORDS IN STATIONREC.DAT ARE
002800*   RAISED, LOWERED OR RECOMPUTED FROM THE MASTER AS THE CARD
002900*   REQUIRES, AND ANY CARRY-FORWARD ROW IN ROLLSUMM.DAT WHOSE
003000*   FIGURES ALREADY INCLUDE THE OLD VALUE IS DROPPED, WHICH
003100*   PUTS THE NEXT ROLLUP INTO ITS FULL JAN-1 RESCAN.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*   10/15/2026  DO   INITIAL VERSION
003420*   10/15/2026  DO   A CHANGE CARD CLEARS THE ROLLUP'S
003440*                     HISTORY-QC-FLAG - THE CARD IS THE REVIEWED
003460*                     VALUE - AND THE BEFORE LINE SHOWS THE FLAG
003480*                     THE READING CARRIED
003483*   10/15/2026  DO   A CHANGE CARD ON A DAY ESTIMATED FROM THE
003486*                     NEIGHBORS TURNS IT INTO AN OBSERVED DAY
003489*                     (HISTORY-SOURCE-FLAG CLEARED); THE BEFORE
003492*                     LINE SAYS IT WAS AN ESTIMATE.  THE
003494*                     RECORDS RESCAN PASSES OVER ESTIMATED AND
003496*                     QC-FLAGGED DAYS, AS StationRecordsLoad
003498*                     DOES.  ROLLSUMM ROWS ARE NOW 166 BYTES
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. HistoryCorrection.
003800 AUTHOR. D. OKAFOR.
003900 INSTALLATION. WEATHER SYSTEMS GROUP.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL CORRECTION-CARD-FILE
004800         ASSIGN TO 'histcorr.dat'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL STATION-MASTER-FILE
005100         ASSIGN TO DYNAMIC WS-STATION-FILENAME
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL TEMPERATURE-HISTORY-FILE
005400         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS HISTORY-KEY
005800         FILE STATUS IS WS-HISTORY-STATUS.
005900     SELECT OPTIONAL STATION-RECORDS-FILE
006000         ASSIGN TO DYNAMIC WS-STATIONREC-FILENAME
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL ROLLUP-SUMMARY-FILE
006300         ASSIGN TO DYNAMIC WS-ROLLSUM-FILENAME
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT OPTIONAL CORRECTION-LOG-FILE
006600         ASSIGN TO DYNAMIC WS-CORRLOG-FILENAME
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT CORRECTION-REPORT-FILE ASSIGN TO 'histcorr.rpt'
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT OPTIONAL RUN-AUDIT-FILE
007100         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
007200         ORGANIZATION IS LINE SEQUENTIAL.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARAMETER-FILE.
007600     COPY PARMREC.

007700 FD  CORRECTION-CARD-FILE.
007800 01  CORRECTION-CARD-RECORD.
007900     05  HCR-ACTION                PIC X(03).
008000         88  HCR-WANT-CHG                    VALUE 'CHG'.
008100         88  HCR-WANT-DEL                    VALUE 'DEL'.
008200     05  HCR-STATION-ID            PIC X(05).
008300     05  HCR-DATE                  PIC X(10).
008400     05  HCR-NEW-MAX-TEMPERATURE   PIC S9(3)V9(1).
008500     05  HCR-NEW-MIN-TEMPERATURE   PIC S9(3)V9(1).
008600     05  HCR-REASON                PIC X(40).

008700 FD  STATION-MASTER-FILE.
008800     COPY STAMREC.

008900 FD  TEMPERATURE-HISTORY-FILE.
009000     COPY HISTREC.

009100 FD  STATION-RECORDS-FILE.
009200     COPY RECREC.

009300 FD  ROLLUP-SUMMARY-FILE.
009400     COPY ROLLSUM.

009500 FD  CORRECTION-LOG-FILE.
009600     COPY CORRREC.

009700 FD  CORRECTION-REPORT-FILE.
009800 01  CORRECTION-REPORT-RECORD      PIC X(100).

009900 FD  RUN-AUDIT-FILE.
010000     COPY AUDITREC.

010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* RUN PARAMETERS (FROM RUNPARM.DAT)
010400*   THE STATION MASTER, HISTORY MASTER, RECORDS MASTER,
010500*   CARRY-FORWARD SUMMARY, CORRECTION LOG AND AUDIT-TRAIL NAMES
010600*   AND THE EDIT LIMITS APPLY TO THIS PROGRAM.  THE CARD AND
010700*   REPORT FILES CARRY FIXED NAMES LIKE THE OTHER ON-DEMAND
010800*   JOBS'.
010900*-----------------------------------------------------------------
011000 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
011100 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
011200 01  WS-STATIONREC-FILENAME        PIC X(40) VALUE SPACES.
011300 01  WS-ROLLSUM-FILENAME           PIC X(40) VALUE SPACES.
011400 01  WS-CORRLOG-FILENAME           PIC X(40) VALUE SPACES.
011500 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

011600 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.

011700 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.

011800*-----------------------------------------------------------------
011900* EDIT LIMITS (SAME RULES AS THE NIGHTLY EDITS)
012000*   THE CARD'S VALUES ARE ALREADY FAHRENHEIT, SO THEY ARE HELD
012100*   TO THE SAME FAHRENHEIT LIMITS THE ROLLUP APPLIES BEFORE IT
012200*   APPENDS.
012300*-----------------------------------------------------------------
012400 01  WS-EDIT-LIMITS.
012500     05  WS-MIN-TEMPERATURE        PIC S9(3)V9(1) VALUE -50.0.
012600     05  WS-MAX-TEMPERATURE        PIC S9(3)V9(1) VALUE 150.0.

012700*-----------------------------------------------------------------
012800* THE READING AS IT STOOD ON THE MASTER BEFORE THE CARD
012900*-----------------------------------------------------------------
013000 01  WS-OLD-MAX-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.
013100 01  WS-OLD-MIN-TEMPERATURE        PIC S9(3)V9(1) VALUE 0.

013120 01  WS-QC-NOTE-TEXT.
013140     05  FILLER                    PIC X(12) VALUE 'QC SUSPECT ('.
013160     05  WS-QCN-FLAG               PIC X(01).
013180     05  FILLER                    PIC X(27) VALUE ')'.

013200*-----------------------------------------------------------------
013300* BALANCING COUNTS
013400*-----------------------------------------------------------------
013500 01  WS-CARD-COUNT                 PIC 9(4) VALUE 0.
013600 01  WS-CARD-APPLIED-COUNT         PIC 9(4) VALUE 0.
013700 01  WS-CARD-REJECTED-COUNT        PIC 9(4) VALUE 0.
013800 01  WS-CHANGED-COUNT              PIC 9(4) VALUE 0.
013900 01  WS-DELETED-COUNT              PIC 9(4) VALUE 0.
014000 01  WS-REC-ADJUSTED-COUNT         PIC 9(4) VALUE 0.

014100*-----------------------------------------------------------------
014200* STATION MASTER TABLE
014300*   LOADED ONCE AT STARTUP SO A CARD FOR A STATION THE MASTER
014400*   HAS NEVER HEARD OF IS REFUSED.  AN INACTIVE STATION IS
014500*   ALLOWED - ITS HISTORY PREDATES ITS DEACTIVATION AND CAN
014600*   STILL NEED FIXING.  A MISSING OR EMPTY MASTER TURNS THE
014700*   CHECK OFF WITH A WARNING, LIKE THE NIGHTLY PROGRAMS.
014800*-----------------------------------------------------------------
014900 01  WS-STATION-MASTER-TABLE.
015000     05  WS-MASTER-ENTRY           OCCURS 20 TIMES.
015100         10  WS-MASTER-STATION-ID  PIC X(05).
015200         10  WS-MASTER-NAME        PIC X(25).
015300         10  WS-MASTER-ACTIVE-FLAG PIC X(01).

015400 01  WS-MASTER-COUNT               PIC 9(2) COMP VALUE 0.
015500 01  WS-MASTER-INDEX               PIC 9(2) COMP VALUE 0.
015600 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
015700 01  WS-MASTER-SEARCH-ID           PIC X(05) VALUE SPACES.

015800 01  WS-MASTER-EOF-SW              PIC X(01) VALUE 'N'.
015900     88  WS-MASTER-EOF                       VALUE 'Y'.
016000 01  WS-MASTER-FOUND-SW            PIC X(01) VALUE 'N'.
016100     88  WS-MASTER-FOUND                     VALUE 'Y'.
016200     88  WS-MASTER-NOT-FOUND                 VALUE 'N'.

016300*-----------------------------------------------------------------
016400* ALL-TIME STATION RECORDS (SEE RECREC)
016500*   THE RECORDS MASTER, HELD HERE IN THE SAME SHAPE THE ROLLUP
016600*   HOLDS IT AND WRITTEN BACK ONLY WHEN A CARD MOVED A RECORD.
016700*   A MISSING OR EMPTY RECORDS FILE MEANS StationRecordsLoad HAS
016800*   NOT SEEDED IT YET, AND THE FILE IS LEFT ALONE.
016900*-----------------------------------------------------------------
017000 01  WS-RECORDS-TABLE.
017100     05  WS-REC-STATION            OCCURS 20 TIMES.
017200         10  WS-REC-STATION-ID     PIC X(05).
017300         10  WS-REC-MONTH-TAB      OCCURS 12 TIMES.
017400             15  WS-REC-MON-PRESENT     PIC X(01).
017500             15  WS-REC-MON-HIGH        PIC S9(3)V9(1).
017600             15  WS-REC-MON-HIGH-DATE   PIC X(10).
017700             15  WS-REC-MON-LOW         PIC S9(3)V9(1).
017800             15  WS-REC-MON-LOW-DATE    PIC X(10).
017900             15  WS-REC-DAY-SLOT   OCCURS 31 TIMES.
018000                 20  WS-REC-DAY-PRESENT   PIC X(01).
018100                 20  WS-REC-DAY-HIGH      PIC S9(3)V9(1).
018200                 20  WS-REC-DAY-HIGH-DATE PIC X(10).
018300                 20  WS-REC-DAY-LOW       PIC S9(3)V9(1).
018400                 20  WS-REC-DAY-LOW-DATE  PIC X(10).

018500 01  WS-REC-SLOTS-USED             PIC 9(2) COMP VALUE 0.
018600 01  WS-REC-INDEX                  PIC 9(2) COMP VALUE 0.
018700 01  WS-REC-SEARCH-ID              PIC X(05) VALUE SPACES.
018800 01  WS-REC-MONTH-SUB              PIC 9(2) VALUE 0.
018900 01  WS-REC-DAY-SUB                PIC 9(2) VALUE 0.
019000 01  WS-REC-ROW-COUNT              PIC 9(6) VALUE 0.
019100 01  WS-REC-WRITTEN-COUNT          PIC 9(6) VALUE 0.

019200 01  WS-REC-FOUND-SW               PIC X(01) VALUE 'N'.
019300     88  WS-REC-FOUND                        VALUE 'Y'.
019400     88  WS-REC-NOT-FOUND                    VALUE 'N'.

019500 01  WS-RECORDS-LOADED-SW          PIC X(01) VALUE 'N'.
019600     88  WS-RECORDS-LOADED                   VALUE 'Y'.
019700 01  WS-RECORDS-CHANGED-SW         PIC X(01) VALUE 'N'.
019800     88  WS-RECORDS-CHANGED                  VALUE 'Y'.

019900*-----------------------------------------------------------------
020000* RECORDS RECOMPUTE WORK AREAS
020100*   A RECORD HELD BY THE CORRECTED DAY THAT THE CARD LOWERS (OR
020200*   DELETES) CANNOT SIMPLY BE REPLACED BY THE CARD'S VALUE - AN
020300*   EARLIER YEAR MAY NOW HOLD IT.  SUCH A HALF IS FLAGGED HERE
020400*   AND RECOMPUTED FROM THE STATION'S READINGS ON THE MASTER,
020500*   WITH THE EARLIEST DATE WINNING A TIE THE WAY THE SEED DOES.
020600*-----------------------------------------------------------------
020700 01  WS-REDO-SWITCHES.
020800     05  WS-DAY-HIGH-REDO-SW       PIC X(01) VALUE 'N'.
020900         88  WS-DAY-HIGH-REDO                VALUE 'Y'.
021000     05  WS-DAY-LOW-REDO-SW        PIC X(01) VALUE 'N'.
021100         88  WS-DAY-LOW-REDO                 VALUE 'Y'.
021200     05  WS-MON-HIGH-REDO-SW       PIC X(01) VALUE 'N'.
021300         88  WS-MON-HIGH-REDO                VALUE 'Y'.
021400     05  WS-MON-LOW-REDO-SW        PIC X(01) VALUE 'N'.
021500         88  WS-MON-LOW-REDO                 VALUE 'Y'.

021600 01  WS-SCAN-DAY-COUNT             PIC 9(6) VALUE 0.
021700 01  WS-SCAN-DAY-HIGH              PIC S9(3)V9(1) VALUE 0.
021800 01  WS-SCAN-DAY-HIGH-DATE         PIC X(10) VALUE SPACES.
021900 01  WS-SCAN-DAY-LOW               PIC S9(3)V9(1) VALUE 0.
022000 01  WS-SCAN-DAY-LOW-DATE          PIC X(10) VALUE SPACES.
022100 01  WS-SCAN-MON-COUNT             PIC 9(6) VALUE 0.
022200 01  WS-SCAN-MON-HIGH              PIC S9(3)V9(1) VALUE 0.
022300 01  WS-SCAN-MON-HIGH-DATE         PIC X(10) VALUE SPACES.
022400 01  WS-SCAN-MON-LOW               PIC S9(3)V9(1) VALUE 0.
022500 01  WS-SCAN-MON-LOW-DATE          PIC X(10) VALUE SPACES.

022600 01  WS-SCAN-DONE-SW               PIC X(01) VALUE 'N'.
022700     88  WS-SCAN-DONE                        VALUE 'Y'.

022800*-----------------------------------------------------------------
022900* CARRY-FORWARD SUMMARY IMPACT (SEE ROLLSUM)
023000*   ONE ENTRY PER STATION AND YEAR CORRECTED THIS RUN, HOLDING
023100*   THE EARLIEST DATE CORRECTED IN THAT YEAR.  A SUMMARY ROW FOR
023200*   THAT STATION AND YEAR WHOSE THRU-DATE HAS ALREADY PASSED THE
023300*   DATE CARRIES THE OLD VALUE IN ITS FIGURES AND IS DROPPED,
023310*   WHATEVER THE RUN TOUCHED IN OTHER YEARS; A STATION WITH NO
023400*   ROW IS EXACTLY WHAT SENDS THE ROLLUP INTO ITS FULL RESCAN.
023500*   THE SUMMARY IS HELD WHOLE (ONE ROW PER MASTER STATION) SO
023600*   THE KEPT ROWS CAN BE WRITTEN BACK UNCHANGED.
023700*-----------------------------------------------------------------
023800 01  WS-TOUCHED-TABLE.
023900     05  WS-TOUCHED-ENTRY          OCCURS 20 TIMES.
024000         10  WS-TCH-STATION-ID     PIC X(05).
024100         10  WS-TCH-DATE           PIC X(10).
024200         10  WS-TCH-DATE-SPLIT REDEFINES WS-TCH-DATE.
024300             15  WS-TCH-YEAR       PIC 9(04).
024400             15  FILLER            PIC X(06).

024500 01  WS-TCH-COUNT                  PIC 9(2) COMP VALUE 0.
024600 01  WS-TCH-INDEX                  PIC 9(2) COMP VALUE 0.
024700 01  WS-TCH-FOUND-SW               PIC X(01) VALUE 'N'.
024800     88  WS-TCH-FOUND                        VALUE 'Y'.
024900     88  WS-TCH-NOT-FOUND                    VALUE 'N'.
025000 01  WS-SUM-DROP-ALL-SW            PIC X(01) VALUE 'N'.
025100     88  WS-SUM-DROP-ALL                     VALUE 'Y'.

025200 01  WS-SUMMARY-TABLE.
025300     05  WS-SUMMARY-ROW            PIC X(166) OCCURS 20 TIMES.

025400 01  WS-SUM-KEPT-COUNT             PIC 9(2) COMP VALUE 0.
025500 01  WS-SUM-INDEX                  PIC 9(2) COMP VALUE 0.
025600 01  WS-SUM-DROPPED-COUNT          PIC 9(4) VALUE 0.

025700*-----------------------------------------------------------------
025800* RUN AUDIT-TRAIL WORK AREAS
025900*-----------------------------------------------------------------
026000 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
026100 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
026200 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
026300 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

026400*-----------------------------------------------------------------
026500* REPORT LINE LAYOUTS
026600*-----------------------------------------------------------------
026700 01  WS-REPORT-HEADING-1.
026800     05  FILLER                    PIC X(28)
026900         VALUE 'HISTORY CORRECTION LISTING  '.
027000     05  WS-RH1-RUN-DATE           PIC 9(08).
027100     05  FILLER                    PIC X(12)
027200         VALUE '  MASTER:   '.
027300     05  WS-RH1-MASTER-NAME        PIC X(40).
027400     05  FILLER                    PIC X(12) VALUE SPACES.

027500 01  WS-REPORT-CARD-LINE.
027600     05  FILLER                    PIC X(05) VALUE 'CARD '.
027700     05  WS-RC-ACTION              PIC X(03).
027800     05  FILLER                    PIC X(02) VALUE SPACES.
027900     05  WS-RC-STATION-ID          PIC X(05).
028000     05  FILLER                    PIC X(01) VALUE SPACE.
028100     05  WS-RC-DATE                PIC X(10).
028200     05  FILLER                    PIC X(02) VALUE SPACES.
028300     05  WS-RC-STATUS              PIC X(08).
028400     05  FILLER                    PIC X(02) VALUE SPACES.
028500     05  WS-RC-REASON              PIC X(40).
028600     05  FILLER                    PIC X(22) VALUE SPACES.

028700 01  WS-REPORT-VALUE-LINE.
028800     05  FILLER                    PIC X(07) VALUE SPACES.
028900     05  WS-RV-LABEL               PIC X(06).
029000     05  FILLER                    PIC X(02) VALUE SPACES.
029100     05  WS-RV-STATION-ID          PIC X(05).
029200     05  FILLER                    PIC X(01) VALUE SPACE.
029300     05  WS-RV-DATE                PIC X(10).
029400     05  FILLER                    PIC X(06) VALUE '  MAX '.
029500     05  WS-RV-MAX-TEMP            PIC -ZZ9.9.
029600     05  WS-RV-MAX-TEMP-X REDEFINES WS-RV-MAX-TEMP
029700                                   PIC X(06).
029800     05  FILLER                    PIC X(06) VALUE '  MIN '.
029900     05  WS-RV-MIN-TEMP            PIC -ZZ9.9.
030000     05  WS-RV-MIN-TEMP-X REDEFINES WS-RV-MIN-TEMP
030100                                   PIC X(06).
030200     05  FILLER                    PIC X(02) VALUE SPACES.
030300     05  WS-RV-NOTE                PIC X(40).
030400     05  FILLER                    PIC X(03) VALUE SPACES.

030500 01  WS-REPORT-RECORD-LINE.
030600     05  FILLER                    PIC X(07) VALUE SPACES.
030700     05  FILLER                    PIC X(07) VALUE 'RECORD '.
030800     05  WS-RR-SCOPE               PIC X(05).
030900     05  FILLER                    PIC X(01) VALUE SPACE.
031000     05  WS-RR-MONTH               PIC 9(02).
031100     05  WS-RR-SLASH               PIC X(01).
031200     05  WS-RR-DAY                 PIC X(02).
031300     05  FILLER                    PIC X(01) VALUE SPACE.
031400     05  WS-RR-WHICH               PIC X(04).
031500     05  FILLER                    PIC X(02) VALUE SPACES.
031600     05  WS-RR-ACTION              PIC X(10).
031700     05  FILLER                    PIC X(02) VALUE SPACES.
031800     05  WS-RR-TEMP                PIC -ZZ9.9.
031900     05  WS-RR-TEMP-X REDEFINES WS-RR-TEMP
032000                                   PIC X(06).
032100     05  FILLER                    PIC X(01) VALUE SPACE.
032200     05  WS-RR-DATE                PIC X(10).
032300     05  FILLER                    PIC X(39) VALUE SPACES.

032400 01  WS-REPORT-SUMMARY-LINE.
032500     05  FILLER                    PIC X(07) VALUE SPACES.
032600     05  FILLER                    PIC X(08) VALUE 'SUMMARY '.
032700     05  WS-RS-STATION-ID          PIC X(05).
032800     05  FILLER                    PIC X(01) VALUE SPACE.
032900     05  WS-RS-YEAR                PIC 9(04).
033000     05  FILLER                    PIC X(01) VALUE '-'.
033100     05  WS-RS-MONTH               PIC 9(02).
033200     05  FILLER                    PIC X(07) VALUE '  THRU '.
033300     05  WS-RS-THRU-DATE           PIC X(10).
033400     05  FILLER                    PIC X(02) VALUE SPACES.
033500     05  FILLER                    PIC X(40)
033600         VALUE 'ROW DROPPED - NEXT ROLLUP RESCANS       '.
033700     05  FILLER                    PIC X(13) VALUE SPACES.

033800*-----------------------------------------------------------------
033900* SWITCHES
034000*-----------------------------------------------------------------
034100 01  WS-SWITCHES.
034200     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
034300         88  WS-END-OF-FILE                  VALUE 'Y'.

034400 PROCEDURE DIVISION.
034500*-----------------------------------------------------------------
034600* 0000-MAIN-PARA
034700*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
034800*-----------------------------------------------------------------
034900 0000-MAIN-PARA.
035000     PERFORM 1000-INITIALIZE
035100         THRU 1000-INITIALIZE-EXIT

035200     PERFORM 2000-PROCESS-CARDS
035300         THRU 2000-PROCESS-CARDS-EXIT

035400     PERFORM 8000-PRODUCE-OUTPUT
035500         THRU 8000-PRODUCE-OUTPUT-EXIT

035600     PERFORM 9000-TERMINATE
035700         THRU 9000-TERMINATE-EXIT

035800     STOP RUN.

035900*-----------------------------------------------------------------
036000* 1000-INITIALIZE
036100*   READS THE CONTROL CARD, LOADS THE STATION MASTER AND THE
036200*   RECORDS MASTER, AND OPENS THE CARDS, THE HISTORY MASTER FOR
036300*   UPDATE, THE CORRECTION LOG AND THE REPORT.
036400*-----------------------------------------------------------------
036500 1000-INITIALIZE.
036600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
036700     ACCEPT WS-RUN-START-TIME FROM TIME

036800     PERFORM 1150-READ-PARAMETER-RECORD
036900         THRU 1150-READ-PARAMETER-RECORD-EXIT

037000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

037100     PERFORM 1200-LOAD-STATION-MASTER
037200         THRU 1200-LOAD-STATION-MASTER-EXIT

037300     PERFORM 1600-LOAD-STATION-RECORDS
037400         THRU 1600-LOAD-STATION-RECORDS-EXIT

037500     OPEN I-O TEMPERATURE-HISTORY-FILE
037600     IF WS-HISTORY-STATUS NOT = '00'
037700        AND WS-HISTORY-STATUS NOT = '05'
037800         GO TO 9930-ABEND-HISTORY-IO
037900     END-IF

038000*    THE LOG ACCUMULATES ACROSS RUNS - DayEndBalance READS IT -
038100*    SO IT IS ALWAYS EXTENDED, NEVER REBUILT.
038200     OPEN EXTEND CORRECTION-LOG-FILE
038300     OPEN INPUT CORRECTION-CARD-FILE
038400     OPEN OUTPUT CORRECTION-REPORT-FILE

038500     MOVE WS-RUN-DATE         TO WS-RH1-RUN-DATE
038600     MOVE WS-HISTMST-FILENAME TO WS-RH1-MASTER-NAME
038700     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-HEADING-1.
038800 1000-INITIALIZE-EXIT.
038900     EXIT.

039000*-----------------------------------------------------------------
039100* 1150-READ-PARAMETER-RECORD
039200*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
039300*   READ.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
039400*   STANDARD NAMES AND THE STANDARD EDIT LIMITS.
039500*-----------------------------------------------------------------
039600 1150-READ-PARAMETER-RECORD.
039700     MOVE 'stamast.dat'    TO WS-STATION-FILENAME
039800     MOVE 'temphist.mst'   TO WS-HISTMST-FILENAME
039900     MOVE 'stationrec.dat' TO WS-STATIONREC-FILENAME
040000     MOVE 'rollsumm.dat'   TO WS-ROLLSUM-FILENAME
040100     MOVE 'histcorr.log'   TO WS-CORRLOG-FILENAME
040200     MOVE 'runaudit.dat'   TO WS-RUNAUDIT-FILENAME

040300     OPEN INPUT PARAMETER-FILE
040400     READ PARAMETER-FILE
040500         AT END
040600             CLOSE PARAMETER-FILE
040700             GO TO 1150-READ-PARAMETER-RECORD-EXIT
040800     END-READ
040900     CLOSE PARAMETER-FILE

041000     IF PARM-STATION-FILENAME NOT = SPACES
041100         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
041200     END-IF

041300     IF PARM-HISTMST-FILENAME NOT = SPACES
041400         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
041500     END-IF

041600     IF PARM-STATIONREC-FILENAME NOT = SPACES
041700         MOVE PARM-STATIONREC-FILENAME TO WS-STATIONREC-FILENAME
041800     END-IF

041900     IF PARM-ROLLSUM-FILENAME NOT = SPACES
042000         MOVE PARM-ROLLSUM-FILENAME TO WS-ROLLSUM-FILENAME
042100     END-IF

042200     IF PARM-CORRLOG-FILENAME NOT = SPACES
042300         MOVE PARM-CORRLOG-FILENAME TO WS-CORRLOG-FILENAME
042400     END-IF

042500     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
042600         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
042700     END-IF

042800     IF PARM-MIN-TEMPERATURE NOT = 0
042900        OR PARM-MAX-TEMPERATURE NOT = 0
043000         MOVE PARM-MIN-TEMPERATURE TO WS-MIN-TEMPERATURE
043100         MOVE PARM-MAX-TEMPERATURE TO WS-MAX-TEMPERATURE
043200     END-IF.
043300 1150-READ-PARAMETER-RECORD-EXIT.
043400     EXIT.

043500*-----------------------------------------------------------------
043600* 1200-LOAD-STATION-MASTER
043700*   LOADS STATION-MASTER-FILE INTO WS-STATION-MASTER-TABLE FOR
043800*   THE CARD EDITS.  A MISSING OR EMPTY FILE TURNS THE STATION
043900*   CHECK OFF FOR THE RUN - WITH A WARNING, SINCE EVERY
044000*   PRODUCTION ENVIRONMENT IS EXPECTED TO CARRY A MASTER.
044100*-----------------------------------------------------------------
044200 1200-LOAD-STATION-MASTER.
044300     MOVE 'N' TO WS-MASTER-EOF-SW
044400     OPEN INPUT STATION-MASTER-FILE

044500     PERFORM 1210-LOAD-ONE-STATION
044600         THRU 1210-LOAD-ONE-STATION-EXIT
044700         UNTIL WS-MASTER-EOF

044800     CLOSE STATION-MASTER-FILE
044900     MOVE 'N' TO WS-MASTER-EOF-SW

045000     IF WS-MASTER-COUNT = 0
045100         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
045200             ' is missing or empty - station validation is '
045300             'skipped for this run.'
045400     END-IF.
045500 1200-LOAD-STATION-MASTER-EXIT.
045600     EXIT.

045700*-----------------------------------------------------------------
045800* 1210-LOAD-ONE-STATION
045900*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT.
046000*   ROWS BEYOND THE TABLE LIMIT ARE REPORTED AND DROPPED.
046100*-----------------------------------------------------------------
046200 1210-LOAD-ONE-STATION.
046300     READ STATION-MASTER-FILE
046400         AT END
046500             SET WS-MASTER-EOF TO TRUE
046600             GO TO 1210-LOAD-ONE-STATION-EXIT
046700     END-READ

046800     IF WS-MASTER-COUNT >= WS-MAX-STATIONS
046900         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
047000             ' stations in ' WS-STATION-FILENAME ' - STATION '
047100             STAM-STATION-ID ' ignored'
047200         GO TO 1210-LOAD-ONE-STATION-EXIT
047300     END-IF

047400     ADD 1 TO WS-MASTER-COUNT
047500     MOVE STAM-STATION-ID   TO WS-MASTER-STATION-ID
047600                                   (WS-MASTER-COUNT)
047700     MOVE STAM-STATION-NAME TO WS-MASTER-NAME (WS-MASTER-COUNT)
047800     MOVE STAM-ACTIVE-FLAG  TO WS-MASTER-ACTIVE-FLAG
047900                                   (WS-MASTER-COUNT).
048000 1210-LOAD-ONE-STATION-EXIT.
048100     EXIT.

048200*-----------------------------------------------------------------
048300* 1600-LOAD-STATION-RECORDS
048400*   LOADS THE ALL-TIME STATION RECORDS MASTER INTO THE RECORDS
048500*   TABLE.  A MISSING OR EMPTY FILE MEANS THE SEED HAS NOT RUN
048600*   YET - RECORDS MAINTENANCE IS TURNED OFF FOR THE RUN WITH A
048700*   NOTE, AND THE FILE IS LEFT ALONE.
048800*-----------------------------------------------------------------
048900 1600-LOAD-STATION-RECORDS.
049000     MOVE SPACES TO WS-RECORDS-TABLE
049100     MOVE 'N' TO WS-MASTER-EOF-SW
049200     OPEN INPUT STATION-RECORDS-FILE

049300     PERFORM 1610-LOAD-ONE-RECORDS-ROW
049400         THRU 1610-LOAD-ONE-RECORDS-ROW-EXIT
049500         UNTIL WS-MASTER-EOF

049600     CLOSE STATION-RECORDS-FILE
049700     MOVE 'N' TO WS-MASTER-EOF-SW

049800     IF WS-REC-ROW-COUNT > 0
049900         SET WS-RECORDS-LOADED TO TRUE
050000     ELSE
050100         DISPLAY 'Station records master '
050200             WS-STATIONREC-FILENAME ' is missing or empty - '
050300             'records are not adjusted until StationRecordsLoad '
050400             'seeds it.'
050500     END-IF.
050600 1600-LOAD-STATION-RECORDS-EXIT.
050700     EXIT.

050800*-----------------------------------------------------------------
050900* 1610-LOAD-ONE-RECORDS-ROW
051000*   FILES ONE RECREC ROW UNDER ITS STATION, TYPE AND CALENDAR
051100*   SLOT.  A ROW THAT DOES NOT PARSE IS REPORTED AND DROPPED.
051200*-----------------------------------------------------------------
051300 1610-LOAD-ONE-RECORDS-ROW.
051400     READ STATION-RECORDS-FILE
051500         AT END
051600             SET WS-MASTER-EOF TO TRUE
051700             GO TO 1610-LOAD-ONE-RECORDS-ROW-EXIT
051800     END-READ

051900     IF SREC-MONTH NOT NUMERIC
052000        OR SREC-MONTH < 01 OR SREC-MONTH > 12
052100        OR (SREC-IS-DAY-RECORD
052200            AND (SREC-DAY NOT NUMERIC
052300                 OR SREC-DAY < 01 OR SREC-DAY > 31))
052400        OR (NOT SREC-IS-DAY-RECORD
052500            AND NOT SREC-IS-MONTH-RECORD)
052600         DISPLAY 'WARNING: station records row for STATION '
052700             SREC-STATION-ID ' does not parse - ignored'
052800         GO TO 1610-LOAD-ONE-RECORDS-ROW-EXIT
052900     END-IF

053000     MOVE SREC-STATION-ID TO WS-REC-SEARCH-ID
053100     PERFORM 2450-FIND-RECORDS-SLOT
053200         THRU 2450-FIND-RECORDS-SLOT-EXIT
053300     IF WS-REC-NOT-FOUND
053400         GO TO 1610-LOAD-ONE-RECORDS-ROW-EXIT
053500     END-IF

053600     IF SREC-IS-MONTH-RECORD
053700         MOVE 'Y' TO WS-REC-MON-PRESENT
053800             (WS-REC-INDEX SREC-MONTH)
053900         MOVE SREC-HIGH-TEMP TO WS-REC-MON-HIGH
054000             (WS-REC-INDEX SREC-MONTH)
054100         MOVE SREC-HIGH-DATE TO WS-REC-MON-HIGH-DATE
054200             (WS-REC-INDEX SREC-MONTH)
054300         MOVE SREC-LOW-TEMP TO WS-REC-MON-LOW
054400             (WS-REC-INDEX SREC-MONTH)
054500         MOVE SREC-LOW-DATE TO WS-REC-MON-LOW-DATE
054600             (WS-REC-INDEX SREC-MONTH)
054700     ELSE
054800         MOVE 'Y' TO WS-REC-DAY-PRESENT
054900             (WS-REC-INDEX SREC-MONTH SREC-DAY)
055000         MOVE SREC-HIGH-TEMP TO WS-REC-DAY-HIGH
055100             (WS-REC-INDEX SREC-MONTH SREC-DAY)
055200         MOVE SREC-HIGH-DATE TO WS-REC-DAY-HIGH-DATE
055300             (WS-REC-INDEX SREC-MONTH SREC-DAY)
055400         MOVE SREC-LOW-TEMP TO WS-REC-DAY-LOW
055500             (WS-REC-INDEX SREC-MONTH SREC-DAY)
055600         MOVE SREC-LOW-DATE TO WS-REC-DAY-LOW-DATE
055700             (WS-REC-INDEX SREC-MONTH SREC-DAY)
055800     END-IF

055900     ADD 1 TO WS-REC-ROW-COUNT.
056000 1610-LOAD-ONE-RECORDS-ROW-EXIT.
056100     EXIT.

056200*-----------------------------------------------------------------
056300* 2000-PROCESS-CARDS
056400*   READS AND APPLIES EVERY CORRECTION CARD IN TURN.
056500*-----------------------------------------------------------------
056600 2000-PROCESS-CARDS.
056700     PERFORM 2100-PROCESS-ONE-CARD
056800         THRU 2100-PROCESS-ONE-CARD-EXIT
056900         UNTIL WS-END-OF-FILE.
057000 2000-PROCESS-CARDS-EXIT.
057100     EXIT.

057200*-----------------------------------------------------------------
057300* 2100-PROCESS-ONE-CARD
057400*   READS ONE CARD, EDITS IT, FINDS THE READING IT NAMES ON THE
057500*   MASTER AND APPLIES THE CHANGE OR THE DELETE.  A BAD CARD IS
057600*   LISTED AND THE RUN MOVES ON.
057700*-----------------------------------------------------------------
057800 2100-PROCESS-ONE-CARD.
057900     READ CORRECTION-CARD-FILE
058000         AT END
058100             SET WS-END-OF-FILE TO TRUE
058200             GO TO 2100-PROCESS-ONE-CARD-EXIT
058300     END-READ

058400     ADD 1 TO WS-CARD-COUNT
058500     MOVE HCR-ACTION     TO WS-RC-ACTION
058600     MOVE HCR-STATION-ID TO WS-RC-STATION-ID
058700     MOVE HCR-DATE       TO WS-RC-DATE

058800     IF NOT HCR-WANT-CHG AND NOT HCR-WANT-DEL
058900         MOVE 'ACTION MUST BE CHG OR DEL' TO WS-RC-REASON
059000         GO TO 2100-REJECT-CARD
059100     END-IF

059200     IF HCR-STATION-ID = SPACES
059300         MOVE 'MISSING STATION ID' TO WS-RC-REASON
059400         GO TO 2100-REJECT-CARD
059500     END-IF

059600     IF HCR-DATE (5:1) NOT = '-'
059700        OR HCR-DATE (8:1) NOT = '-'
059800        OR HCR-DATE (1:4) NOT NUMERIC
059900        OR HCR-DATE (6:2) NOT NUMERIC
060000        OR HCR-DATE (9:2) NOT NUMERIC
060100        OR HCR-DATE (6:2) < '01'
060200        OR HCR-DATE (6:2) > '12'
060300        OR HCR-DATE (9:2) < '01'
060400        OR HCR-DATE (9:2) > '31'
060500         MOVE 'INVALID DATE FORMAT' TO WS-RC-REASON
060600         GO TO 2100-REJECT-CARD
060700     END-IF

060800     IF WS-MASTER-COUNT > 0
060900         MOVE HCR-STATION-ID TO WS-MASTER-SEARCH-ID
061000         PERFORM 2500-FIND-MASTER-STATION
061100             THRU 2500-FIND-MASTER-STATION-EXIT
061200         IF WS-MASTER-NOT-FOUND
061300             MOVE 'UNKNOWN STATION' TO WS-RC-REASON
061400             GO TO 2100-REJECT-CARD
061500         END-IF
061600     END-IF

061700     IF HCR-WANT-CHG
061800         IF HCR-NEW-MAX-TEMPERATURE NOT NUMERIC
061900            OR HCR-NEW-MIN-TEMPERATURE NOT NUMERIC
062000             MOVE 'TEMPERATURE NOT NUMERIC' TO WS-RC-REASON
062100             GO TO 2100-REJECT-CARD
062200         END-IF
062300         IF HCR-NEW-MAX-TEMPERATURE < HCR-NEW-MIN-TEMPERATURE
062400             MOVE 'MAX BELOW MIN' TO WS-RC-REASON
062500             GO TO 2100-REJECT-CARD
062600         END-IF
062700         IF HCR-NEW-MAX-TEMPERATURE < WS-MIN-TEMPERATURE
062800            OR HCR-NEW-MAX-TEMPERATURE > WS-MAX-TEMPERATURE
062900            OR HCR-NEW-MIN-TEMPERATURE < WS-MIN-TEMPERATURE
063000            OR HCR-NEW-MIN-TEMPERATURE > WS-MAX-TEMPERATURE
063100             MOVE 'TEMPERATURE OUT OF RANGE' TO WS-RC-REASON
063200             GO TO 2100-REJECT-CARD
063300         END-IF
063400     END-IF

063500     MOVE HCR-STATION-ID TO HISTORY-STATION-ID
063600     MOVE HCR-DATE       TO HISTORY-DATE
063700     READ TEMPERATURE-HISTORY-FILE
063800         INVALID KEY
063900             MOVE 'NO READING ON MASTER FOR STATION/DATE'
064000                 TO WS-RC-REASON
064100             GO TO 2100-REJECT-CARD
064200     END-READ
064300     IF WS-HISTORY-STATUS NOT = '00'
064400         GO TO 9930-ABEND-HISTORY-IO
064500     END-IF.
064600 2100-ACCEPT-CARD.
064700     ADD 1 TO WS-CARD-APPLIED-COUNT
064800     MOVE 'APPLIED ' TO WS-RC-STATUS
064900     MOVE HCR-REASON TO WS-RC-REASON
065000     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-CARD-LINE

065100     PERFORM 2300-APPLY-CORRECTION
065200         THRU 2300-APPLY-CORRECTION-EXIT
065300     GO TO 2100-PROCESS-ONE-CARD-EXIT.
065400 2100-REJECT-CARD.
065500     ADD 1 TO WS-CARD-REJECTED-COUNT
065600     MOVE 'REJECTED' TO WS-RC-STATUS
065700     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-CARD-LINE
065800     DISPLAY 'REJECTED CARD ' WS-CARD-COUNT ': ' HCR-ACTION
065900         ' ' HCR-STATION-ID ' ' HCR-DATE ' - ' WS-RC-REASON.
066000 2100-PROCESS-ONE-CARD-EXIT.
066100     EXIT.

066200*-----------------------------------------------------------------
066300* 2300-APPLY-CORRECTION
066400*   THE READING IS IN HISTORY-RECORD.  LISTS IT AS IT STANDS,
066500*   REWRITES OR DELETES IT, LISTS THE RESULT, LOGS THE CHANGE,
066600*   AND CARRIES IT THROUGH TO THE RECORDS AND THE SUMMARY.  A
066700*   FAILED REWRITE OR DELETE ON A KEY JUST READ MEANS THE
066800*   MASTER ITSELF IS IN TROUBLE, SO THE RUN STOPS.
066900*-----------------------------------------------------------------
067000 2300-APPLY-CORRECTION.
067100     MOVE HISTORY-MAX-TEMPERATURE TO WS-OLD-MAX-TEMPERATURE
067200     MOVE HISTORY-MIN-TEMPERATURE TO WS-OLD-MIN-TEMPERATURE

067300     MOVE 'BEFORE'               TO WS-RV-LABEL
067400     MOVE HCR-STATION-ID         TO WS-RV-STATION-ID
067500     MOVE HCR-DATE               TO WS-RV-DATE
067600     MOVE WS-OLD-MAX-TEMPERATURE TO WS-RV-MAX-TEMP
067700     MOVE WS-OLD-MIN-TEMPERATURE TO WS-RV-MIN-TEMP
067800     MOVE SPACES                 TO WS-RV-NOTE
067820     IF HISTORY-QC-SUSPECT
067840         MOVE HISTORY-QC-FLAG        TO WS-QCN-FLAG
067860         MOVE WS-QC-NOTE-TEXT        TO WS-RV-NOTE
067880     END-IF
067885     IF HISTORY-ESTIMATED
067890         MOVE 'ESTIMATED FROM NEIGHBORS' TO WS-RV-NOTE
067895     END-IF
067900     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-VALUE-LINE
067950     MOVE SPACES                 TO WS-RV-NOTE

068000     MOVE 'AFTER '               TO WS-RV-LABEL
068100     IF HCR-WANT-DEL
068200         DELETE TEMPERATURE-HISTORY-FILE RECORD
068300             INVALID KEY
068400                 GO TO 9930-ABEND-HISTORY-IO
068500         END-DELETE
068600         IF WS-HISTORY-STATUS NOT = '00'
068700             GO TO 9930-ABEND-HISTORY-IO
068800         END-IF
068900         ADD 1 TO WS-DELETED-COUNT
069000         MOVE SPACES TO WS-RV-MAX-TEMP-X
069100         MOVE SPACES TO WS-RV-MIN-TEMP-X
069200         MOVE 'READING DELETED FROM MASTER' TO WS-RV-NOTE
069300     ELSE
069400         MOVE HCR-NEW-MAX-TEMPERATURE
069500             TO HISTORY-MAX-TEMPERATURE
069600         MOVE HCR-NEW-MIN-TEMPERATURE
069700             TO HISTORY-MIN-TEMPERATURE
069720         IF HISTORY-QC-SUSPECT
069740             MOVE 'QC FLAG CLEARED BY THIS CARD' TO WS-RV-NOTE
069760         END-IF
069765         IF HISTORY-ESTIMATED
069770             MOVE 'ESTIMATE REPLACED BY THIS CARD' TO WS-RV-NOTE
069775         END-IF
069780         MOVE SPACE TO HISTORY-QC-FLAG
069790         MOVE SPACE TO HISTORY-SOURCE-FLAG
069800         REWRITE HISTORY-RECORD
069900             INVALID KEY
070000                 GO TO 9930-ABEND-HISTORY-IO
070100         END-REWRITE
070200         IF WS-HISTORY-STATUS NOT = '00'
070300             GO TO 9930-ABEND-HISTORY-IO
070400         END-IF
070500         ADD 1 TO WS-CHANGED-COUNT
070600         MOVE HCR-NEW-MAX-TEMPERATURE TO WS-RV-MAX-TEMP
070700         MOVE HCR-NEW-MIN-TEMPERATURE TO WS-RV-MIN-TEMP
070800     END-IF
070900     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-VALUE-LINE

071000     PERFORM 2350-WRITE-CORRECTION-LOG
071100         THRU 2350-WRITE-CORRECTION-LOG-EXIT

071200     IF WS-RECORDS-LOADED
071300         PERFORM 3000-ADJUST-STATION-RECORDS
071400             THRU 3000-ADJUST-STATION-RECORDS-EXIT
071500     END-IF

071600     PERFORM 2700-NOTE-SUMMARY-IMPACT
071700         THRU 2700-NOTE-SUMMARY-IMPACT-EXIT.
071800 2300-APPLY-CORRECTION-EXIT.
071900     EXIT.

072000*-----------------------------------------------------------------
072100* 2350-WRITE-CORRECTION-LOG
072200*   APPENDS THE CORRREC ROW FOR ONE APPLIED CARD.  A DELETE
072300*   CARRIES ZERO AFTER-VALUES.
072400*-----------------------------------------------------------------
072500 2350-WRITE-CORRECTION-LOG.
072600     MOVE WS-RUN-DATE            TO CORR-RUN-DATE
072700     MOVE WS-RUN-START-TIME      TO CORR-RUN-TIME
072800     MOVE HCR-ACTION             TO CORR-ACTION
072900     MOVE HCR-STATION-ID         TO CORR-STATION-ID
073000     MOVE HCR-DATE               TO CORR-DATE
073100     MOVE WS-OLD-MAX-TEMPERATURE TO CORR-OLD-MAX-TEMPERATURE
073200     MOVE WS-OLD-MIN-TEMPERATURE TO CORR-OLD-MIN-TEMPERATURE
073300     IF HCR-WANT-DEL
073400         MOVE 0 TO CORR-NEW-MAX-TEMPERATURE
073500         MOVE 0 TO CORR-NEW-MIN-TEMPERATURE
073600     ELSE
073700         MOVE HCR-NEW-MAX-TEMPERATURE
073800             TO CORR-NEW-MAX-TEMPERATURE
073900         MOVE HCR-NEW-MIN-TEMPERATURE
074000             TO CORR-NEW-MIN-TEMPERATURE
074100     END-IF
074200     MOVE HCR-REASON             TO CORR-REASON
074300     WRITE CORRECTION-LOG-RECORD.
074400 2350-WRITE-CORRECTION-LOG-EXIT.
074500     EXIT.

074600*-----------------------------------------------------------------
074700* 2450-FIND-RECORDS-SLOT
074800*   FINDS (OR CLAIMS) WS-REC-SEARCH-ID'S SLOT IN THE RECORDS
074900*   TABLE, LEAVING WS-REC-INDEX ON IT.  A STATION BEYOND THE
075000*   TABLE LIMIT IS REPORTED AND LEFT OUT (WS-REC-NOT-FOUND).
075100*-----------------------------------------------------------------
075200 2450-FIND-RECORDS-SLOT.
075300     MOVE 1 TO WS-REC-INDEX
075400     SET WS-REC-NOT-FOUND TO TRUE

075500     PERFORM 2460-MATCH-ONE-RECORDS-SLOT
075600         THRU 2460-MATCH-ONE-RECORDS-SLOT-EXIT
075700         UNTIL WS-REC-FOUND
075800            OR WS-REC-INDEX > WS-REC-SLOTS-USED

075900     IF WS-REC-FOUND
076000         GO TO 2450-FIND-RECORDS-SLOT-EXIT
076100     END-IF

076200     IF WS-REC-SLOTS-USED >= WS-MAX-STATIONS
076300         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
076400             ' stations - STATION ' WS-REC-SEARCH-ID
076500             ' left out of the records master'
076600         GO TO 2450-FIND-RECORDS-SLOT-EXIT
076700     END-IF

076800     ADD 1 TO WS-REC-SLOTS-USED
076900     MOVE WS-REC-SEARCH-ID
077000         TO WS-REC-STATION-ID (WS-REC-SLOTS-USED)
077100     MOVE WS-REC-SLOTS-USED TO WS-REC-INDEX
077200     SET WS-REC-FOUND TO TRUE.
077300 2450-FIND-RECORDS-SLOT-EXIT.
077400     EXIT.

077500*-----------------------------------------------------------------
077600* 2460-MATCH-ONE-RECORDS-SLOT
077700*   COMPARES ONE RECORDS TABLE SLOT TO WS-REC-SEARCH-ID.
077800*-----------------------------------------------------------------
077900 2460-MATCH-ONE-RECORDS-SLOT.
078000     IF WS-REC-STATION-ID (WS-REC-INDEX) = WS-REC-SEARCH-ID
078100         SET WS-REC-FOUND TO TRUE
078200     ELSE
078300         ADD 1 TO WS-REC-INDEX
078400     END-IF.
078500 2460-MATCH-ONE-RECORDS-SLOT-EXIT.
078600     EXIT.

078700*-----------------------------------------------------------------
078800* 2500-FIND-MASTER-STATION
078900*   SEARCHES WS-STATION-MASTER-TABLE FOR WS-MASTER-SEARCH-ID,
079000*   WHICH THE CALLER SETS FIRST.  LEAVES WS-MASTER-INDEX POINTING
079100*   AT THE MATCHING SLOT WHEN WS-MASTER-FOUND.
079200*-----------------------------------------------------------------
079300 2500-FIND-MASTER-STATION.
079400     MOVE 1 TO WS-MASTER-INDEX
079500     SET WS-MASTER-NOT-FOUND TO TRUE

079600     PERFORM 2510-MATCH-ONE-MASTER
079700         THRU 2510-MATCH-ONE-MASTER-EXIT
079800         UNTIL WS-MASTER-FOUND
079900            OR WS-MASTER-INDEX > WS-MASTER-COUNT.
080000 2500-FIND-MASTER-STATION-EXIT.
080100     EXIT.

080200*-----------------------------------------------------------------
080300* 2510-MATCH-ONE-MASTER
080400*   COMPARES ONE MASTER TABLE SLOT TO WS-MASTER-SEARCH-ID.
080500*-----------------------------------------------------------------
080600 2510-MATCH-ONE-MASTER.
080700     IF WS-MASTER-STATION-ID (WS-MASTER-INDEX)
080800             = WS-MASTER-SEARCH-ID
080900         SET WS-MASTER-FOUND TO TRUE
081000     ELSE
081100         ADD 1 TO WS-MASTER-INDEX
081200     END-IF.
081300 2510-MATCH-ONE-MASTER-EXIT.
081400     EXIT.

081500*-----------------------------------------------------------------
081600* 2700-NOTE-SUMMARY-IMPACT
081700*   REMEMBERS THE CORRECTED STATION AND YEAR AND THE EARLIEST
081800*   DATE CORRECTED IN THAT YEAR THIS RUN.  MORE STATION-YEARS
081900*   THAN THE TABLE HOLDS DROPS THE WHOLE SUMMARY - THE RESULT (A
082000*   FULL RESCAN) IS THE SAME ONE A SINGLE DROPPED ROW GIVES.
082100*-----------------------------------------------------------------
082200 2700-NOTE-SUMMARY-IMPACT.
082300     MOVE 1 TO WS-TCH-INDEX
082400     SET WS-TCH-NOT-FOUND TO TRUE

082500     PERFORM 2710-MATCH-ONE-TOUCHED
082600         THRU 2710-MATCH-ONE-TOUCHED-EXIT
082700         UNTIL WS-TCH-FOUND
082800            OR WS-TCH-INDEX > WS-TCH-COUNT

082900     IF WS-TCH-FOUND
083000         IF HCR-DATE < WS-TCH-DATE (WS-TCH-INDEX)
083100             MOVE HCR-DATE TO WS-TCH-DATE (WS-TCH-INDEX)
083200         END-IF
083300         GO TO 2700-NOTE-SUMMARY-IMPACT-EXIT
083400     END-IF

083500     IF WS-TCH-COUNT >= WS-MAX-STATIONS
083600         SET WS-SUM-DROP-ALL TO TRUE
083700         GO TO 2700-NOTE-SUMMARY-IMPACT-EXIT
083800     END-IF

083900     ADD 1 TO WS-TCH-COUNT
084000     MOVE HCR-STATION-ID TO WS-TCH-STATION-ID (WS-TCH-COUNT)
084100     MOVE HCR-DATE       TO WS-TCH-DATE (WS-TCH-COUNT).
084200 2700-NOTE-SUMMARY-IMPACT-EXIT.
084300     EXIT.

084400*-----------------------------------------------------------------
084500* 2710-MATCH-ONE-TOUCHED
084600*   COMPARES ONE TOUCHED SLOT TO THE CARD'S STATION AND YEAR.
084700*-----------------------------------------------------------------
084800 2710-MATCH-ONE-TOUCHED.
084900     IF WS-TCH-STATION-ID (WS-TCH-INDEX) = HCR-STATION-ID
084910        AND WS-TCH-DATE (WS-TCH-INDEX) (1:4) = HCR-DATE (1:4)
085000         SET WS-TCH-FOUND TO TRUE
085100     ELSE
085200         ADD 1 TO WS-TCH-INDEX
085300     END-IF.
085400 2710-MATCH-ONE-TOUCHED-EXIT.
085500     EXIT.

085600*-----------------------------------------------------------------
085700* 3000-ADJUST-STATION-RECORDS
085800*   CARRIES ONE APPLIED CARD THROUGH TO THE STATION'S CALENDAR-
085900*   DAY AND CALENDAR-MONTH RECORDS.  A CHANGE THAT BEATS A
086000*   RECORD SETS IT; A RECORD THE CORRECTED DAY HOLDS MOVES WITH
086100*   THE CARD WHEN THE NEW VALUE STILL HOLDS IT, AND IS
086200*   RECOMPUTED FROM THE MASTER WHEN THE CARD LOWERS OR DELETES
086300*   IT.  A STATION NEW TO THE RECORDS CLAIMS A SLOT, LIKE IN THE
086400*   ROLLUP.
086500*-----------------------------------------------------------------
086600 3000-ADJUST-STATION-RECORDS.
086700     MOVE HCR-STATION-ID TO WS-REC-SEARCH-ID
086800     PERFORM 2450-FIND-RECORDS-SLOT
086900         THRU 2450-FIND-RECORDS-SLOT-EXIT
087000     IF WS-REC-NOT-FOUND
087100         GO TO 3000-ADJUST-STATION-RECORDS-EXIT
087200     END-IF

087300     MOVE HCR-DATE (6:2) TO WS-REC-MONTH-SUB
087400     MOVE HCR-DATE (9:2) TO WS-REC-DAY-SUB
087500     MOVE 'NNNN' TO WS-REDO-SWITCHES

087600     PERFORM 3100-ADJUST-DAY-RECORD
087700         THRU 3100-ADJUST-DAY-RECORD-EXIT

087800     PERFORM 3200-ADJUST-MONTH-RECORD
087900         THRU 3200-ADJUST-MONTH-RECORD-EXIT

088000     IF WS-REDO-SWITCHES NOT = 'NNNN'
088100         PERFORM 3300-RESCAN-STATION
088200             THRU 3300-RESCAN-STATION-EXIT
088300     END-IF.
088400 3000-ADJUST-STATION-RECORDS-EXIT.
088500     EXIT.

088600*-----------------------------------------------------------------
088700* 3100-ADJUST-DAY-RECORD
088800*   APPLIES THE CARD TO THE CALENDAR-DAY RECORDS.  A CHANGE ON A
088900*   DAY WITH NO RECORDS YET SETS THEM QUIETLY, AS THE ROLLUP
089000*   DOES; A DELETE THERE HAS NOTHING TO MOVE.  A NEW VALUE THAT
089100*   ONLY TIES A RECORD LEAVES THE ORIGINAL DATE STANDING.
089200*-----------------------------------------------------------------
089300 3100-ADJUST-DAY-RECORD.
089400     MOVE 'DAY  '          TO WS-RR-SCOPE
089500     MOVE WS-REC-MONTH-SUB TO WS-RR-MONTH
089600     MOVE '/'              TO WS-RR-SLASH
089700     MOVE HCR-DATE (9:2)   TO WS-RR-DAY

089800     IF WS-REC-DAY-PRESENT (WS-REC-INDEX WS-REC-MONTH-SUB
089900             WS-REC-DAY-SUB) NOT = 'Y'
090000         IF HCR-WANT-CHG
090100             MOVE 'Y' TO WS-REC-DAY-PRESENT
090200                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
090300             MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-DAY-HIGH
090400                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
090500             MOVE HCR-DATE TO WS-REC-DAY-HIGH-DATE
090600                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
090700             MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-DAY-LOW
090800                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
090900             MOVE HCR-DATE TO WS-REC-DAY-LOW-DATE
091000                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
091100             SET WS-RECORDS-CHANGED TO TRUE
091200         END-IF
091300         GO TO 3100-ADJUST-DAY-RECORD-EXIT
091400     END-IF

091500     MOVE 'HIGH' TO WS-RR-WHICH
091600     MOVE HCR-NEW-MAX-TEMPERATURE TO WS-RR-TEMP
091700     MOVE HCR-DATE TO WS-RR-DATE
091800     IF WS-REC-DAY-HIGH-DATE (WS-REC-INDEX WS-REC-MONTH-SUB
091900             WS-REC-DAY-SUB) = HCR-DATE
092000         IF HCR-WANT-DEL
092100            OR HCR-NEW-MAX-TEMPERATURE < WS-REC-DAY-HIGH
092200                (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
092300             SET WS-DAY-HIGH-REDO TO TRUE
092400         ELSE
092500             IF HCR-NEW-MAX-TEMPERATURE NOT = WS-REC-DAY-HIGH
092600                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
092700                 MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-DAY-HIGH
092800                     (WS-REC-INDEX WS-REC-MONTH-SUB
092900                         WS-REC-DAY-SUB)
093000                 MOVE 'CORRECTED ' TO WS-RR-ACTION
093100                 PERFORM 3900-LIST-RECORD-CHANGE
093200                     THRU 3900-LIST-RECORD-CHANGE-EXIT
093300             END-IF
093400         END-IF
093500     ELSE
093600         IF HCR-WANT-CHG
093700            AND HCR-NEW-MAX-TEMPERATURE > WS-REC-DAY-HIGH
093800                (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
093900             MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-DAY-HIGH
094000                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
094100             MOVE HCR-DATE TO WS-REC-DAY-HIGH-DATE
094200                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
094300             MOVE 'NEW RECORD' TO WS-RR-ACTION
094400             PERFORM 3900-LIST-RECORD-CHANGE
094500                 THRU 3900-LIST-RECORD-CHANGE-EXIT
094600         END-IF
094700     END-IF

094800     MOVE 'LOW ' TO WS-RR-WHICH
094900     MOVE HCR-NEW-MIN-TEMPERATURE TO WS-RR-TEMP
095000     IF WS-REC-DAY-LOW-DATE (WS-REC-INDEX WS-REC-MONTH-SUB
095100             WS-REC-DAY-SUB) = HCR-DATE
095200         IF HCR-WANT-DEL
095300            OR HCR-NEW-MIN-TEMPERATURE > WS-REC-DAY-LOW
095400                (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
095500             SET WS-DAY-LOW-REDO TO TRUE
095600         ELSE
095700             IF HCR-NEW-MIN-TEMPERATURE NOT = WS-REC-DAY-LOW
095800                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
095900                 MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-DAY-LOW
096000                     (WS-REC-INDEX WS-REC-MONTH-SUB
096100                         WS-REC-DAY-SUB)
096200                 MOVE 'CORRECTED ' TO WS-RR-ACTION
096300                 PERFORM 3900-LIST-RECORD-CHANGE
096400                     THRU 3900-LIST-RECORD-CHANGE-EXIT
096500             END-IF
096600         END-IF
096700     ELSE
096800         IF HCR-WANT-CHG
096900            AND HCR-NEW-MIN-TEMPERATURE < WS-REC-DAY-LOW
097000                (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
097100             MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-DAY-LOW
097200                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
097300             MOVE HCR-DATE TO WS-REC-DAY-LOW-DATE
097400                 (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
097500             MOVE 'NEW RECORD' TO WS-RR-ACTION
097600             PERFORM 3900-LIST-RECORD-CHANGE
097700                 THRU 3900-LIST-RECORD-CHANGE-EXIT
097800         END-IF
097900     END-IF.
098000 3100-ADJUST-DAY-RECORD-EXIT.
098100     EXIT.

098200*-----------------------------------------------------------------
098300* 3200-ADJUST-MONTH-RECORD
098400*   THE SAME RULES AS 3100, APPLIED TO THE CALENDAR-MONTH
098500*   RECORDS.
098600*-----------------------------------------------------------------
098700 3200-ADJUST-MONTH-RECORD.
098800     MOVE 'MONTH'          TO WS-RR-SCOPE
098900     MOVE WS-REC-MONTH-SUB TO WS-RR-MONTH
099000     MOVE SPACE            TO WS-RR-SLASH
099100     MOVE SPACES           TO WS-RR-DAY

099200     IF WS-REC-MON-PRESENT (WS-REC-INDEX WS-REC-MONTH-SUB)
099300             NOT = 'Y'
099400         IF HCR-WANT-CHG
099500             MOVE 'Y' TO WS-REC-MON-PRESENT
099600                 (WS-REC-INDEX WS-REC-MONTH-SUB)
099700             MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-MON-HIGH
099800                 (WS-REC-INDEX WS-REC-MONTH-SUB)
099900             MOVE HCR-DATE TO WS-REC-MON-HIGH-DATE
100000                 (WS-REC-INDEX WS-REC-MONTH-SUB)
100100             MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-MON-LOW
100200                 (WS-REC-INDEX WS-REC-MONTH-SUB)
100300             MOVE HCR-DATE TO WS-REC-MON-LOW-DATE
100400                 (WS-REC-INDEX WS-REC-MONTH-SUB)
100500             SET WS-RECORDS-CHANGED TO TRUE
100600         END-IF
100700         GO TO 3200-ADJUST-MONTH-RECORD-EXIT
100800     END-IF

100900     MOVE 'HIGH' TO WS-RR-WHICH
101000     MOVE HCR-NEW-MAX-TEMPERATURE TO WS-RR-TEMP
101100     MOVE HCR-DATE TO WS-RR-DATE
101200     IF WS-REC-MON-HIGH-DATE (WS-REC-INDEX WS-REC-MONTH-SUB)
101300             = HCR-DATE
101400         IF HCR-WANT-DEL
101500            OR HCR-NEW-MAX-TEMPERATURE < WS-REC-MON-HIGH
101600                (WS-REC-INDEX WS-REC-MONTH-SUB)
101700             SET WS-MON-HIGH-REDO TO TRUE
101800         ELSE
101900             IF HCR-NEW-MAX-TEMPERATURE NOT = WS-REC-MON-HIGH
102000                 (WS-REC-INDEX WS-REC-MONTH-SUB)
102100                 MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-MON-HIGH
102200                     (WS-REC-INDEX WS-REC-MONTH-SUB)
102300                 MOVE 'CORRECTED ' TO WS-RR-ACTION
102400                 PERFORM 3900-LIST-RECORD-CHANGE
102500                     THRU 3900-LIST-RECORD-CHANGE-EXIT
102600             END-IF
102700         END-IF
102800     ELSE
102900         IF HCR-WANT-CHG
103000            AND HCR-NEW-MAX-TEMPERATURE > WS-REC-MON-HIGH
103100                (WS-REC-INDEX WS-REC-MONTH-SUB)
103200             MOVE HCR-NEW-MAX-TEMPERATURE TO WS-REC-MON-HIGH
103300                 (WS-REC-INDEX WS-REC-MONTH-SUB)
103400             MOVE HCR-DATE TO WS-REC-MON-HIGH-DATE
103500                 (WS-REC-INDEX WS-REC-MONTH-SUB)
103600             MOVE 'NEW RECORD' TO WS-RR-ACTION
103700             PERFORM 3900-LIST-RECORD-CHANGE
103800                 THRU 3900-LIST-RECORD-CHANGE-EXIT
103900         END-IF
104000     END-IF

104100     MOVE 'LOW ' TO WS-RR-WHICH
104200     MOVE HCR-NEW-MIN-TEMPERATURE TO WS-RR-TEMP
104300     IF WS-REC-MON-LOW-DATE (WS-REC-INDEX WS-REC-MONTH-SUB)
104400             = HCR-DATE
104500         IF HCR-WANT-DEL
104600            OR HCR-NEW-MIN-TEMPERATURE > WS-REC-MON-LOW
104700                (WS-REC-INDEX WS-REC-MONTH-SUB)
104800             SET WS-MON-LOW-REDO TO TRUE
104900         ELSE
105000             IF HCR-NEW-MIN-TEMPERATURE NOT = WS-REC-MON-LOW
105100                 (WS-REC-INDEX WS-REC-MONTH-SUB)
105200                 MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-MON-LOW
105300                     (WS-REC-INDEX WS-REC-MONTH-SUB)
105400                 MOVE 'CORRECTED ' TO WS-RR-ACTION
105500                 PERFORM 3900-LIST-RECORD-CHANGE
105600                     THRU 3900-LIST-RECORD-CHANGE-EXIT
105700             END-IF
105800         END-IF
105900     ELSE
106000         IF HCR-WANT-CHG
106100            AND HCR-NEW-MIN-TEMPERATURE < WS-REC-MON-LOW
106200                (WS-REC-INDEX WS-REC-MONTH-SUB)
106300             MOVE HCR-NEW-MIN-TEMPERATURE TO WS-REC-MON-LOW
106400                 (WS-REC-INDEX WS-REC-MONTH-SUB)
106500             MOVE HCR-DATE TO WS-REC-MON-LOW-DATE
106600                 (WS-REC-INDEX WS-REC-MONTH-SUB)
106700             MOVE 'NEW RECORD' TO WS-RR-ACTION
106800             PERFORM 3900-LIST-RECORD-CHANGE
106900                 THRU 3900-LIST-RECORD-CHANGE-EXIT
107000         END-IF
107100     END-IF.
107200 3200-ADJUST-MONTH-RECORD-EXIT.
107300     EXIT.

107400*-----------------------------------------------------------------
107500* 3300-RESCAN-STATION
107600*   WALKS EVERY READING THE MASTER HOLDS FOR THE CARD'S STATION
107700*   (ALREADY CORRECTED) AND COLLECTS THE HIGHEST AND LOWEST FOR
107800*   THE CARD'S CALENDAR DAY AND CALENDAR MONTH, THEN REPLACES
107900*   ONLY THE RECORD HALVES 3100/3200 FLAGGED.  READINGS ALREADY
108000*   PURGED TO THE ARCHIVES CANNOT BE CONSULTED HERE, THE SAME
108100*   LIMIT StationRecordsLoad WORKS UNDER.
108200*-----------------------------------------------------------------
108300 3300-RESCAN-STATION.
108400     MOVE 0      TO WS-SCAN-DAY-COUNT
108500     MOVE -999.9 TO WS-SCAN-DAY-HIGH
108600     MOVE SPACES TO WS-SCAN-DAY-HIGH-DATE
108700     MOVE 999.9  TO WS-SCAN-DAY-LOW
108800     MOVE SPACES TO WS-SCAN-DAY-LOW-DATE
108900     MOVE 0      TO WS-SCAN-MON-COUNT
109000     MOVE -999.9 TO WS-SCAN-MON-HIGH
109100     MOVE SPACES TO WS-SCAN-MON-HIGH-DATE
109200     MOVE 999.9  TO WS-SCAN-MON-LOW
109300     MOVE SPACES TO WS-SCAN-MON-LOW-DATE

109400     MOVE 'N' TO WS-SCAN-DONE-SW
109500     MOVE HCR-STATION-ID TO HISTORY-STATION-ID
109600     MOVE LOW-VALUES     TO HISTORY-DATE
109700     START TEMPERATURE-HISTORY-FILE KEY NOT < HISTORY-KEY
109800         INVALID KEY
109900             SET WS-SCAN-DONE TO TRUE
110000     END-START

110100     PERFORM 3310-SCAN-NEXT-READING
110200         THRU 3310-SCAN-NEXT-READING-EXIT
110300         UNTIL WS-SCAN-DONE

110400     PERFORM 3320-APPLY-DAY-RESCAN
110500         THRU 3320-APPLY-DAY-RESCAN-EXIT

110600     PERFORM 3330-APPLY-MONTH-RESCAN
110700         THRU 3330-APPLY-MONTH-RESCAN-EXIT.
110800 3300-RESCAN-STATION-EXIT.
110900     EXIT.

111000*-----------------------------------------------------------------
111100* 3310-SCAN-NEXT-READING
111200*   READS THE NEXT MASTER RECORD IN KEY ORDER.  THE FIRST RECORD
111300*   OF ANOTHER STATION ENDS THE WALK.  STRICTLY HIGHER/LOWER
111400*   REPLACES, SO THE EARLIEST DATE KEEPS A TIE.  A QC-FLAGGED
111450*   OR ESTIMATED DAY CANNOT HOLD A RECORD AND IS PASSED OVER.
111500*-----------------------------------------------------------------
111600 3310-SCAN-NEXT-READING.
111700     READ TEMPERATURE-HISTORY-FILE NEXT RECORD
111800         AT END
111900             SET WS-SCAN-DONE TO TRUE
112000             GO TO 3310-SCAN-NEXT-READING-EXIT
112100     END-READ

112200     IF WS-HISTORY-STATUS NOT = '00'
112300         GO TO 9930-ABEND-HISTORY-IO
112400     END-IF

112500     IF HISTORY-STATION-ID NOT = HCR-STATION-ID
112600         SET WS-SCAN-DONE TO TRUE
112700         GO TO 3310-SCAN-NEXT-READING-EXIT
112800     END-IF

112820     IF HISTORY-QC-SUSPECT OR HISTORY-ESTIMATED
112840         GO TO 3310-SCAN-NEXT-READING-EXIT
112860     END-IF

112900     IF HISTORY-DATE (6:2) NOT = HCR-DATE (6:2)
113000         GO TO 3310-SCAN-NEXT-READING-EXIT
113100     END-IF

113200     ADD 1 TO WS-SCAN-MON-COUNT
113300     IF HISTORY-MAX-TEMPERATURE > WS-SCAN-MON-HIGH
113400         MOVE HISTORY-MAX-TEMPERATURE TO WS-SCAN-MON-HIGH
113500         MOVE HISTORY-DATE            TO WS-SCAN-MON-HIGH-DATE
113600     END-IF
113700     IF HISTORY-MIN-TEMPERATURE < WS-SCAN-MON-LOW
113800         MOVE HISTORY-MIN-TEMPERATURE TO WS-SCAN-MON-LOW
113900         MOVE HISTORY-DATE            TO WS-SCAN-MON-LOW-DATE
114000     END-IF

114100     IF HISTORY-DATE (9:2) NOT = HCR-DATE (9:2)
114200         GO TO 3310-SCAN-NEXT-READING-EXIT
114300     END-IF

114400     ADD 1 TO WS-SCAN-DAY-COUNT
114500     IF HISTORY-MAX-TEMPERATURE > WS-SCAN-DAY-HIGH
114600         MOVE HISTORY-MAX-TEMPERATURE TO WS-SCAN-DAY-HIGH
114700         MOVE HISTORY-DATE            TO WS-SCAN-DAY-HIGH-DATE
114800     END-IF
114900     IF HISTORY-MIN-TEMPERATURE < WS-SCAN-DAY-LOW
115000         MOVE HISTORY-MIN-TEMPERATURE TO WS-SCAN-DAY-LOW
115100         MOVE HISTORY-DATE            TO WS-SCAN-DAY-LOW-DATE
115200     END-IF.
115300 3310-SCAN-NEXT-READING-EXIT.
115400     EXIT.

115500*-----------------------------------------------------------------
115600* 3320-APPLY-DAY-RESCAN
115700*   REPLACES THE FLAGGED CALENDAR-DAY RECORD HALVES.  WITH NO
115800*   READING LEFT ON THE MASTER FOR THE DAY THE SLOT IS CLEARED,
115900*   SO IT IS NOT WRITTEN BACK AT ALL.
116000*-----------------------------------------------------------------
116100 3320-APPLY-DAY-RESCAN.
116200     IF NOT WS-DAY-HIGH-REDO AND NOT WS-DAY-LOW-REDO
116300         GO TO 3320-APPLY-DAY-RESCAN-EXIT
116400     END-IF

116500     MOVE 'DAY  '          TO WS-RR-SCOPE
116600     MOVE WS-REC-MONTH-SUB TO WS-RR-MONTH
116700     MOVE '/'              TO WS-RR-SLASH
116800     MOVE HCR-DATE (9:2)   TO WS-RR-DAY

116900     IF WS-SCAN-DAY-COUNT = 0
117000         MOVE 'N' TO WS-REC-DAY-PRESENT
117100             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
117200         MOVE SPACES       TO WS-RR-WHICH
117300         MOVE 'CLEARED   ' TO WS-RR-ACTION
117400         MOVE SPACES       TO WS-RR-TEMP-X
117500         MOVE SPACES       TO WS-RR-DATE
117600         PERFORM 3900-LIST-RECORD-CHANGE
117700             THRU 3900-LIST-RECORD-CHANGE-EXIT
117800         GO TO 3320-APPLY-DAY-RESCAN-EXIT
117900     END-IF

118000     MOVE 'RECOMPUTED' TO WS-RR-ACTION
118100     IF WS-DAY-HIGH-REDO
118200         MOVE WS-SCAN-DAY-HIGH TO WS-REC-DAY-HIGH
118300             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
118400         MOVE WS-SCAN-DAY-HIGH-DATE TO WS-REC-DAY-HIGH-DATE
118500             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
118600         MOVE 'HIGH'                TO WS-RR-WHICH
118700         MOVE WS-SCAN-DAY-HIGH      TO WS-RR-TEMP
118800         MOVE WS-SCAN-DAY-HIGH-DATE TO WS-RR-DATE
118900         PERFORM 3900-LIST-RECORD-CHANGE
119000             THRU 3900-LIST-RECORD-CHANGE-EXIT
119100     END-IF

119200     IF WS-DAY-LOW-REDO
119300         MOVE WS-SCAN-DAY-LOW TO WS-REC-DAY-LOW
119400             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
119500         MOVE WS-SCAN-DAY-LOW-DATE TO WS-REC-DAY-LOW-DATE
119600             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
119700         MOVE 'LOW '               TO WS-RR-WHICH
119800         MOVE WS-SCAN-DAY-LOW      TO WS-RR-TEMP
119900         MOVE WS-SCAN-DAY-LOW-DATE TO WS-RR-DATE
120000         PERFORM 3900-LIST-RECORD-CHANGE
120100             THRU 3900-LIST-RECORD-CHANGE-EXIT
120200     END-IF.
120300 3320-APPLY-DAY-RESCAN-EXIT.
120400     EXIT.

120500*-----------------------------------------------------------------
120600* 3330-APPLY-MONTH-RESCAN
120700*   REPLACES THE FLAGGED CALENDAR-MONTH RECORD HALVES, CLEARING
120800*   THE SLOT WHEN THE MONTH HAS NO READING LEFT ON THE MASTER.
120900*-----------------------------------------------------------------
121000 3330-APPLY-MONTH-RESCAN.
121100     IF NOT WS-MON-HIGH-REDO AND NOT WS-MON-LOW-REDO
121200         GO TO 3330-APPLY-MONTH-RESCAN-EXIT
121300     END-IF

121400     MOVE 'MONTH'          TO WS-RR-SCOPE
121500     MOVE WS-REC-MONTH-SUB TO WS-RR-MONTH
121600     MOVE SPACE            TO WS-RR-SLASH
121700     MOVE SPACES           TO WS-RR-DAY

121800     IF WS-SCAN-MON-COUNT = 0
121900         MOVE 'N' TO WS-REC-MON-PRESENT
122000             (WS-REC-INDEX WS-REC-MONTH-SUB)
122100         MOVE SPACES       TO WS-RR-WHICH
122200         MOVE 'CLEARED   ' TO WS-RR-ACTION
122300         MOVE SPACES       TO WS-RR-TEMP-X
122400         MOVE SPACES       TO WS-RR-DATE
122500         PERFORM 3900-LIST-RECORD-CHANGE
122600             THRU 3900-LIST-RECORD-CHANGE-EXIT
122700         GO TO 3330-APPLY-MONTH-RESCAN-EXIT
122800     END-IF

122900     MOVE 'RECOMPUTED' TO WS-RR-ACTION
123000     IF WS-MON-HIGH-REDO
123100         MOVE WS-SCAN-MON-HIGH TO WS-REC-MON-HIGH
123200             (WS-REC-INDEX WS-REC-MONTH-SUB)
123300         MOVE WS-SCAN-MON-HIGH-DATE TO WS-REC-MON-HIGH-DATE
123400             (WS-REC-INDEX WS-REC-MONTH-SUB)
123500         MOVE 'HIGH'                TO WS-RR-WHICH
123600         MOVE WS-SCAN-MON-HIGH      TO WS-RR-TEMP
123700         MOVE WS-SCAN-MON-HIGH-DATE TO WS-RR-DATE
123800         PERFORM 3900-LIST-RECORD-CHANGE
123900             THRU 3900-LIST-RECORD-CHANGE-EXIT
124000     END-IF

124100     IF WS-MON-LOW-REDO
124200         MOVE WS-SCAN-MON-LOW TO WS-REC-MON-LOW
124300             (WS-REC-INDEX WS-REC-MONTH-SUB)
124400         MOVE WS-SCAN-MON-LOW-DATE TO WS-REC-MON-LOW-DATE
124500             (WS-REC-INDEX WS-REC-MONTH-SUB)
124600         MOVE 'LOW '               TO WS-RR-WHICH
124700         MOVE WS-SCAN-MON-LOW      TO WS-RR-TEMP
124800         MOVE WS-SCAN-MON-LOW-DATE TO WS-RR-DATE
124900         PERFORM 3900-LIST-RECORD-CHANGE
125000             THRU 3900-LIST-RECORD-CHANGE-EXIT
125100     END-IF.
125200 3330-APPLY-MONTH-RESCAN-EXIT.
125300     EXIT.

125400*-----------------------------------------------------------------
125500* 3900-LIST-RECORD-CHANGE
125600*   LISTS ONE RECORD MOVED BY THE CARD (THE CALLER FILLS THE
125700*   LINE) AND MARKS THE RECORDS FILE FOR REWRITING.
125800*-----------------------------------------------------------------
125900 3900-LIST-RECORD-CHANGE.
126000     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-RECORD-LINE
126100     ADD 1 TO WS-REC-ADJUSTED-COUNT
126200     SET WS-RECORDS-CHANGED TO TRUE.
126300 3900-LIST-RECORD-CHANGE-EXIT.
126400     EXIT.

126500*-----------------------------------------------------------------
126600* 8000-PRODUCE-OUTPUT
126700*   CARRIES THE RUN'S CORRECTIONS INTO THE CARRY-FORWARD SUMMARY,
126800*   REWRITES THE RECORDS MASTER WHEN A RECORD MOVED, AND ECHOES
126900*   THE RUN'S SHAPE TO THE JOB OUTPUT.
127000*-----------------------------------------------------------------
127100 8000-PRODUCE-OUTPUT.
127200     IF WS-TCH-COUNT > 0 OR WS-SUM-DROP-ALL
127300         PERFORM 8100-UPDATE-ROLLUP-SUMMARY
127400             THRU 8100-UPDATE-ROLLUP-SUMMARY-EXIT
127500     END-IF

127600     IF WS-RECORDS-LOADED AND WS-RECORDS-CHANGED
127700         PERFORM 8400-WRITE-STATION-RECORDS
127800             THRU 8400-WRITE-STATION-RECORDS-EXIT
127900     END-IF

128000     DISPLAY 'History correction: ' WS-CARD-COUNT
128100         ' card(s) (' WS-CARD-APPLIED-COUNT ' applied, '
128200         WS-CARD-REJECTED-COUNT ' rejected).'
128300     DISPLAY 'Changed: ' WS-CHANGED-COUNT
128400         '   Deleted: ' WS-DELETED-COUNT
128500         '   Records moved: ' WS-REC-ADJUSTED-COUNT
128600         '   Summary rows dropped: ' WS-SUM-DROPPED-COUNT.
128700 8000-PRODUCE-OUTPUT-EXIT.
128800     EXIT.

128900*-----------------------------------------------------------------
129000* 8100-UPDATE-ROLLUP-SUMMARY
129100*   LOADS THE CARRY-FORWARD SUMMARY, LEAVING OUT EVERY ROW THE
129200*   RUN'S CORRECTIONS MADE STALE, AND WRITES THE REST BACK ONLY
129300*   WHEN SOMETHING WAS LEFT OUT.
129400*-----------------------------------------------------------------
129500 8100-UPDATE-ROLLUP-SUMMARY.
129600     MOVE 0   TO WS-SUM-KEPT-COUNT
129700     MOVE 'N' TO WS-MASTER-EOF-SW
129800     OPEN INPUT ROLLUP-SUMMARY-FILE

129900     PERFORM 8110-LOAD-ONE-SUMMARY-ROW
130000         THRU 8110-LOAD-ONE-SUMMARY-ROW-EXIT
130100         UNTIL WS-MASTER-EOF

130200     CLOSE ROLLUP-SUMMARY-FILE
130300     MOVE 'N' TO WS-MASTER-EOF-SW

130400     IF WS-SUM-DROPPED-COUNT = 0
130500         GO TO 8100-UPDATE-ROLLUP-SUMMARY-EXIT
130600     END-IF

130700     OPEN OUTPUT ROLLUP-SUMMARY-FILE
130800     MOVE 1 TO WS-SUM-INDEX
130900     PERFORM 8120-WRITE-ONE-SUMMARY-ROW
131000         THRU 8120-WRITE-ONE-SUMMARY-ROW-EXIT
131100         UNTIL WS-SUM-INDEX > WS-SUM-KEPT-COUNT
131200     CLOSE ROLLUP-SUMMARY-FILE

131300     DISPLAY 'Carry-forward summary ' WS-ROLLSUM-FILENAME
131400         ': ' WS-SUM-DROPPED-COUNT ' row(s) dropped - the '
131500         'next rollup runs its full rescan.'.
131600 8100-UPDATE-ROLLUP-SUMMARY-EXIT.
131700     EXIT.

131800*-----------------------------------------------------------------
131900* 8110-LOAD-ONE-SUMMARY-ROW
132000*   KEEPS OR DROPS ONE SUMMARY ROW.  A ROW IS STALE WHEN ITS
132100*   STATION WAS CORRECTED IN THE ROW'S OWN YEAR ON OR BEFORE ITS
132200*   THRU-DATE - THE OLD VALUE IS ALREADY IN ITS YTD FIGURES.  A
132300*   CORRECTION AFTER THE THRU-DATE IS PICKED UP BY THE ROLLUP'S
132400*   OWN INCREMENTAL READ.  A ROW BEYOND THE TABLE IS DROPPED TOO;
132500*   THAT ONLY COSTS THE ROLLUP ITS SHORTCUT FOR ONE NIGHT.
132600*-----------------------------------------------------------------
132700 8110-LOAD-ONE-SUMMARY-ROW.
132800     READ ROLLUP-SUMMARY-FILE
132900         AT END
133000             SET WS-MASTER-EOF TO TRUE
133100             GO TO 8110-LOAD-ONE-SUMMARY-ROW-EXIT
133200     END-READ

133300     IF WS-SUM-DROP-ALL
133400         GO TO 8110-DROP-SUMMARY-ROW
133500     END-IF

133600     MOVE 1 TO WS-TCH-INDEX
133700     SET WS-TCH-NOT-FOUND TO TRUE
133800     PERFORM 8115-MATCH-ONE-SUMMARY-STATION
133900         THRU 8115-MATCH-ONE-SUMMARY-STATION-EXIT
134000         UNTIL WS-TCH-FOUND
134100            OR WS-TCH-INDEX > WS-TCH-COUNT

134200     IF WS-TCH-FOUND
134400        AND WS-TCH-DATE (WS-TCH-INDEX) NOT > RSUM-THRU-DATE
134500         GO TO 8110-DROP-SUMMARY-ROW
134600     END-IF

134700     IF WS-SUM-KEPT-COUNT >= WS-MAX-STATIONS
134800         GO TO 8110-DROP-SUMMARY-ROW
134900     END-IF

135000     ADD 1 TO WS-SUM-KEPT-COUNT
135100     MOVE ROLLUP-SUMMARY-RECORD
135200         TO WS-SUMMARY-ROW (WS-SUM-KEPT-COUNT)
135300     GO TO 8110-LOAD-ONE-SUMMARY-ROW-EXIT.
135400 8110-DROP-SUMMARY-ROW.
135500     ADD 1 TO WS-SUM-DROPPED-COUNT
135600     MOVE RSUM-STATION-ID TO WS-RS-STATION-ID
135700     MOVE RSUM-YEAR       TO WS-RS-YEAR
135800     MOVE RSUM-MONTH      TO WS-RS-MONTH
135900     MOVE RSUM-THRU-DATE  TO WS-RS-THRU-DATE
136000     WRITE CORRECTION-REPORT-RECORD FROM WS-REPORT-SUMMARY-LINE.
136100 8110-LOAD-ONE-SUMMARY-ROW-EXIT.
136200     EXIT.

136300*-----------------------------------------------------------------
136400* 8115-MATCH-ONE-SUMMARY-STATION
136500*   COMPARES ONE TOUCHED SLOT TO THE SUMMARY ROW'S STATION AND
136510*   YEAR.
136600*-----------------------------------------------------------------
136700 8115-MATCH-ONE-SUMMARY-STATION.
136800     IF WS-TCH-STATION-ID (WS-TCH-INDEX) = RSUM-STATION-ID
136810        AND WS-TCH-YEAR (WS-TCH-INDEX) = RSUM-YEAR
136900         SET WS-TCH-FOUND TO TRUE
137000     ELSE
137100         ADD 1 TO WS-TCH-INDEX
137200     END-IF.
137300 8115-MATCH-ONE-SUMMARY-STATION-EXIT.
137400     EXIT.

137500*-----------------------------------------------------------------
137600* 8120-WRITE-ONE-SUMMARY-ROW
137700*   WRITES ONE KEPT SUMMARY ROW BACK UNCHANGED.
137800*-----------------------------------------------------------------
137900 8120-WRITE-ONE-SUMMARY-ROW.
138000     MOVE WS-SUMMARY-ROW (WS-SUM-INDEX) TO ROLLUP-SUMMARY-RECORD
138100     WRITE ROLLUP-SUMMARY-RECORD
138200     ADD 1 TO WS-SUM-INDEX.
138300 8120-WRITE-ONE-SUMMARY-ROW-EXIT.
138400     EXIT.

138500*-----------------------------------------------------------------
138600* 8400-WRITE-STATION-RECORDS
138700*   REWRITES THE STATION RECORDS MASTER FROM THE TABLE AS IT
138800*   STANDS AFTER THE RUN'S CARDS - PER STATION, THE POPULATED
138900*   MONTH ROWS AND DAY ROWS.  ONLY REACHED WHEN THE FILE HELD
139000*   ROWS AT STARTUP AND A CARD MOVED A RECORD.
139100*-----------------------------------------------------------------
139200 8400-WRITE-STATION-RECORDS.
139300     OPEN OUTPUT STATION-RECORDS-FILE

139400     MOVE 1 TO WS-REC-INDEX
139500     PERFORM 8410-WRITE-ONE-REC-STATION
139600         THRU 8410-WRITE-ONE-REC-STATION-EXIT
139700         UNTIL WS-REC-INDEX > WS-REC-SLOTS-USED

139800     CLOSE STATION-RECORDS-FILE

139900     DISPLAY 'Station records rewritten: '
140000         WS-REC-WRITTEN-COUNT ' row(s) to '
140100         WS-STATIONREC-FILENAME '.'.
140200 8400-WRITE-STATION-RECORDS-EXIT.
140300     EXIT.

140400*-----------------------------------------------------------------
140500* 8410-WRITE-ONE-REC-STATION
140600*   WRITES ONE STATION'S MONTH AND DAY RECORD ROWS.
140700*-----------------------------------------------------------------
140800 8410-WRITE-ONE-REC-STATION.
140900     MOVE 1 TO WS-REC-MONTH-SUB
141000     PERFORM 8420-WRITE-ONE-REC-MONTH
141100         THRU 8420-WRITE-ONE-REC-MONTH-EXIT
141200         UNTIL WS-REC-MONTH-SUB > 12

141300     ADD 1 TO WS-REC-INDEX.
141400 8410-WRITE-ONE-REC-STATION-EXIT.
141500     EXIT.

141600*-----------------------------------------------------------------
141700* 8420-WRITE-ONE-REC-MONTH
141800*   WRITES THE MONTH ROW (WHEN POPULATED) AND THE MONTH'S DAY
141900*   ROWS.
142000*-----------------------------------------------------------------
142100 8420-WRITE-ONE-REC-MONTH.
142200     IF WS-REC-MON-PRESENT (WS-REC-INDEX WS-REC-MONTH-SUB)
142300             = 'Y'
142400         MOVE WS-REC-STATION-ID (WS-REC-INDEX)
142500             TO SREC-STATION-ID
142600         MOVE 'M' TO SREC-RECORD-TYPE
142700         MOVE WS-REC-MONTH-SUB TO SREC-MONTH
142800         MOVE 0 TO SREC-DAY
142900         MOVE WS-REC-MON-HIGH
143000             (WS-REC-INDEX WS-REC-MONTH-SUB)
143100             TO SREC-HIGH-TEMP
143200         MOVE WS-REC-MON-HIGH-DATE
143300             (WS-REC-INDEX WS-REC-MONTH-SUB)
143400             TO SREC-HIGH-DATE
143500         MOVE WS-REC-MON-LOW
143600             (WS-REC-INDEX WS-REC-MONTH-SUB)
143700             TO SREC-LOW-TEMP
143800         MOVE WS-REC-MON-LOW-DATE
143900             (WS-REC-INDEX WS-REC-MONTH-SUB)
144000             TO SREC-LOW-DATE
144100         WRITE STATION-RECORDS-RECORD
144200         ADD 1 TO WS-REC-WRITTEN-COUNT
144300     END-IF

144400     MOVE 1 TO WS-REC-DAY-SUB
144500     PERFORM 8430-WRITE-ONE-REC-DAY
144600         THRU 8430-WRITE-ONE-REC-DAY-EXIT
144700         UNTIL WS-REC-DAY-SUB > 31

144800     ADD 1 TO WS-REC-MONTH-SUB.
144900 8420-WRITE-ONE-REC-MONTH-EXIT.
145000     EXIT.

145100*-----------------------------------------------------------------
145200* 8430-WRITE-ONE-REC-DAY
145300*   WRITES ONE POPULATED DAY ROW.
145400*-----------------------------------------------------------------
145500 8430-WRITE-ONE-REC-DAY.
145600     IF WS-REC-DAY-PRESENT (WS-REC-INDEX WS-REC-MONTH-SUB
145700             WS-REC-DAY-SUB) = 'Y'
145800         MOVE WS-REC-STATION-ID (WS-REC-INDEX)
145900             TO SREC-STATION-ID
146000         MOVE 'D' TO SREC-RECORD-TYPE
146100         MOVE WS-REC-MONTH-SUB TO SREC-MONTH
146200         MOVE WS-REC-DAY-SUB   TO SREC-DAY
146300         MOVE WS-REC-DAY-HIGH
146400             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
146500             TO SREC-HIGH-TEMP
146600         MOVE WS-REC-DAY-HIGH-DATE
146700             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
146800             TO SREC-HIGH-DATE
146900         MOVE WS-REC-DAY-LOW
147000             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
147100             TO SREC-LOW-TEMP
147200         MOVE WS-REC-DAY-LOW-DATE
147300             (WS-REC-INDEX WS-REC-MONTH-SUB WS-REC-DAY-SUB)
147400             TO SREC-LOW-DATE
147500         WRITE STATION-RECORDS-RECORD
147600         ADD 1 TO WS-REC-WRITTEN-COUNT
147700     END-IF

147800     ADD 1 TO WS-REC-DAY-SUB.
147900 8430-WRITE-ONE-REC-DAY-EXIT.
148000     EXIT.

148100*-----------------------------------------------------------------
148200* 9000-TERMINATE
148300*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
148400*   TRAIL.
148500*-----------------------------------------------------------------
148600 9000-TERMINATE.
148700     CLOSE CORRECTION-CARD-FILE
148800     CLOSE TEMPERATURE-HISTORY-FILE
148900     CLOSE CORRECTION-LOG-FILE
149000     CLOSE CORRECTION-REPORT-FILE

149100     PERFORM 9800-WRITE-RUN-AUDIT
149200         THRU 9800-WRITE-RUN-AUDIT-EXIT.
149300 9000-TERMINATE-EXIT.
149400     EXIT.

149500*-----------------------------------------------------------------
149600* 9800-WRITE-RUN-AUDIT
149700*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
149800*   FILE.  APPLIED CARDS GO OUT AS ACCEPTED AND REJECTED CARDS AS
149900*   REJECTED; NOTHING IS EVER APPENDED TO THE MASTER HERE.
150000*-----------------------------------------------------------------
150100 9800-WRITE-RUN-AUDIT.
150200     MOVE 'HistoryCorrection'   TO RUNA-PROGRAM-ID
150300     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
150400     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
150500     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
150600     ACCEPT WS-RUN-END-TIME FROM TIME
150700     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
150800     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
150900     MOVE 'histcorr.dat'        TO RUNA-INPUT-FILENAME
151000     MOVE 'histcorr.rpt'        TO RUNA-REPORT-FILENAME
151100     MOVE WS-HISTMST-FILENAME   TO RUNA-HISTORY-FILENAME
151200     MOVE WS-CARD-APPLIED-COUNT TO RUNA-ACCEPTED-COUNT
151300     MOVE WS-CARD-REJECTED-COUNT TO RUNA-REJECTED-COUNT
151400     MOVE 0                     TO RUNA-APPENDED-COUNT
151500     MOVE 'N'                   TO RUNA-RESTART-SW
151600     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

151700     OPEN EXTEND RUN-AUDIT-FILE
151800     WRITE RUN-AUDIT-RECORD
151900     CLOSE RUN-AUDIT-FILE.
152000 9800-WRITE-RUN-AUDIT-EXIT.
152100     EXIT.

152200*-----------------------------------------------------------------
152300* 9930-ABEND-HISTORY-IO
152400*   REACHED WHEN THE KEYED HISTORY MASTER CANNOT BE OPENED, OR A
152500*   REWRITE, DELETE OR READ FAILS ON A KEY THIS RUN HAS JUST
152600*   READ (FILE STATUS IN WS-HISTORY-STATUS).  CARDS ALREADY
152700*   APPLIED ARE ON THE LISTING AND THE LOG; THE RUN STOPS WITH A
152800*   NONZERO RETURN CODE SO THE MASTER IS LOOKED AT BEFORE
152900*   ANYTHING ELSE TOUCHES IT.  WHAT THE RUN ALREADY CHANGED ON
152910*   THE MASTER STAYS CHANGED, SO IT IS STILL CARRIED THROUGH
152920*   FIRST: THE CARD IN HAND IS NOTED WITH THE OTHERS (AN EXTRA
152930*   NOTE ONLY COSTS ONE SUMMARY ROW ITS SHORTCUT), THE STALE
152940*   SUMMARY ROWS ARE DROPPED, AND THE RECORDS MASTER IS
152950*   REWRITTEN WHEN A RECORD MOVED.  A RECORD THE CARD IN HAND
152960*   WAS STILL RESCANNING MAY NEED StationRecordsLoad.
153000*-----------------------------------------------------------------
153100 9930-ABEND-HISTORY-IO.
153200     DISPLAY 'FATAL: history master I/O error, file status '
153300         WS-HISTORY-STATUS ' on ' WS-HISTMST-FILENAME
153400         '.  Run terminated.'
153410     IF WS-CHANGED-COUNT > 0 OR WS-DELETED-COUNT > 0
153420         PERFORM 2700-NOTE-SUMMARY-IMPACT
153430             THRU 2700-NOTE-SUMMARY-IMPACT-EXIT
153440         PERFORM 8100-UPDATE-ROLLUP-SUMMARY
153450             THRU 8100-UPDATE-ROLLUP-SUMMARY-EXIT
153460         IF WS-RECORDS-LOADED AND WS-RECORDS-CHANGED
153470             PERFORM 8400-WRITE-STATION-RECORDS
153480                 THRU 8400-WRITE-STATION-RECORDS-EXIT
153490         END-IF
153495     END-IF
153500     MOVE 16 TO RETURN-CODE
153600     PERFORM 9800-WRITE-RUN-AUDIT
153700         THRU 9800-WRITE-RUN-AUDIT-EXIT
153800     STOP RUN.
