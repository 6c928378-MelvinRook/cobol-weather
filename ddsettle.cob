000100*****************************************************************
000200* PROGRAM:      DegreeDaySettlement
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   SETTLES THE ENERGY DESK'S DEGREE-DAY HEDGE CONTRACTS (DDCREC
000900*   ROWS IN DDCONTR.DAT, KEPT BY DegreeDayContractMaint) STRAIGHT
001000*   FROM THE KEYED HISTORY MASTER, SO A SETTLEMENT NO LONGER
001100*   DEPENDS ON MONTHLY DDEXTRACT.DAT FIGURES WORKED TO THE
001200*   SUITE'S BASE TEMPERATURE AND RE-CUT TO THE CONTRACT PERIOD
001300*   IN A SPREADSHEET.  AN OPEN CONTRACT FALLS DUE ONCE ITS
001400*   PERIOD ENDS BEFORE THE SETTLEMENT DATE (PARM-SETTLE-DATE,
001500*   DEFAULT THE RUN DATE).  FOR EACH CONTRACT DUE:
001600*     - EVERY MASTER READING FOR THE CONTRACT'S STATION FROM
001700*       PERIOD START THRU PERIOD END IS READ; EACH DAY'S
001800*       (MAX+MIN)/2 MEAN IS TAKEN AGAINST THE CONTRACT'S OWN
001900*       BASE TEMPERATURE AND THE HEATING OR COOLING DEGREE DAYS
002000*       ARE ACCUMULATED, THE SAME METHOD THE ROLLUP USES.
002100*       ESTIMATED DAYS COUNT AND ARE SHOWN; QC-FLAGGED DAYS
002200*       COUNT AND ARE SHOWN.
002300*     - IF ANY STATION-DAY OF THE PERIOD IS NOT ON THE MASTER
002400*       THE CONTRACT IS HELD, NOT PAID ON PARTIAL DATA: ITS
002500*       STATEMENT LISTS THE GAPS AND IT STAYS OPEN FOR THE NEXT
002600*       RUN, AFTER THE DAYS ARE LOADED OR ESTIMATED.
002700*     - OTHERWISE A CALL PAYS THE TICK VALUE FOR EVERY DEGREE
002800*       DAY ABOVE THE STRIKE, A PUT FOR EVERY ONE BELOW IT,
002900*       CAPPED AT THE PAYOUT CAP, AND THE CONTRACT IS MARKED
003000*       SETTLED ON THE MASTER WITH ITS FIGURES.
003100*   EVERY CONTRACT DUE GETS A STATEMENT ON DDSETTLE.RPT AND A
003200*   SETLREC ROW ON THE SETTLEMENT FILE (DDSETTLE.DAT), WHICH
003300*   CLOSES WITH A CONTROL TRAILER.  THE CONTRACT MASTER IS ONLY
003400*   REWRITTEN WHEN SOMETHING SETTLED.  RETURN CODE 8 WHEN ANY
003500*   CONTRACT WAS HELD, 16 WHEN THE RUN COULD NOT BE TRUSTED.
003600*-----------------------------------------------------------------
003700* MODIFICATION HISTORY
003800*   10/15/2026  DO   INITIAL VERSION
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. DegreeDaySettlement.
004200 AUTHOR. D. OKAFOR.
004300 INSTALLATION. WEATHER SYSTEMS GROUP.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL CONTRACT-MASTER-FILE
005200         ASSIGN TO DYNAMIC WS-CONTRACT-FILENAME
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL TEMPERATURE-HISTORY-FILE
005500         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS HISTORY-KEY
005900         FILE STATUS IS WS-HISTORY-STATUS.
006000     SELECT SETTLE-REPORT-FILE
006100         ASSIGN TO DYNAMIC WS-SETTLERPT-FILENAME
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT SETTLEMENT-FILE
006400         ASSIGN TO DYNAMIC WS-SETTLE-FILENAME
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT OPTIONAL RUN-AUDIT-FILE
006700         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARAMETER-FILE.
007200     COPY PARMREC.

007300 FD  CONTRACT-MASTER-FILE.
007400     COPY DDCREC.

007500 FD  TEMPERATURE-HISTORY-FILE.
007600     COPY HISTREC.

007700 FD  SETTLE-REPORT-FILE.
007800 01  SETTLE-REPORT-RECORD          PIC X(100).

007900 FD  SETTLEMENT-FILE.
008000     COPY SETLREC.

008100 FD  RUN-AUDIT-FILE.
008200     COPY AUDITREC.

008300 WORKING-STORAGE SECTION.
008400*-----------------------------------------------------------------
008500* RUN PARAMETERS (FROM RUNPARM.DAT)
008600*-----------------------------------------------------------------
008700 01  WS-CONTRACT-FILENAME          PIC X(40) VALUE SPACES.
008800 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
008900 01  WS-SETTLERPT-FILENAME         PIC X(40) VALUE SPACES.
009000 01  WS-SETTLE-FILENAME            PIC X(40) VALUE SPACES.
009100 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

009200 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.

009300*-----------------------------------------------------------------
009400* SETTLEMENT DATE
009500*   A CONTRACT IS DUE WHEN ITS PERIOD ENDS BEFORE
009600*   WS-SETTLE-DATE, HELD IN THE MASTER'S YYYY-MM-DD KEY SHAPE SO
009700*   THE TEST IS ONE COMPARE.  THE RUN DATE UNLESS THE CONTROL
009800*   CARD NAMES ANOTHER.
009900*-----------------------------------------------------------------
010000 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
010100 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
010200     05  WS-RUN-YEAR               PIC 9(04).
010300     05  WS-RUN-MONTH              PIC 9(02).
010400     05  WS-RUN-DAY                PIC 9(02).

010500 01  WS-SETTLE-DATE.
010600     05  WS-SD-YEAR                PIC 9(04).
010700     05  WS-SD-DASH-1              PIC X(01) VALUE '-'.
010800     05  WS-SD-MONTH               PIC 9(02).
010900     05  WS-SD-DASH-2              PIC X(01) VALUE '-'.
011000     05  WS-SD-DAY                 PIC 9(02).
011100 01  WS-SETTLE-DATE-X REDEFINES WS-SETTLE-DATE
011200                                   PIC X(10).

011300*-----------------------------------------------------------------
011400* CONTRACT MASTER TABLE
011500*   THE WHOLE MASTER IS HELD HERE FOR THE RUN, IN DDCREC LAYOUT;
011600*   A CONTRACT THAT SETTLES IS MARKED IN ITS SLOT AND THE TABLE
011700*   IS WRITTEN BACK ONLY AFTER EVERY CONTRACT HAS BEEN DEALT
011800*   WITH, SO A RUN THAT STOPS PART WAY LEAVES THE MASTER AS IT
011900*   WAS.  SAME FIFTY-SLOT LIMIT AS THE MAINTENANCE PROGRAM.
012000*-----------------------------------------------------------------
012100 01  WS-CONTRACT-TABLE.
012200     05  WS-CONTRACT-ENTRY         OCCURS 50 TIMES.
012300         10  WS-CT-CONTRACT-ID     PIC X(10).
012400         10  WS-CT-STATION-ID      PIC X(05).
012500         10  WS-CT-INDEX-TYPE      PIC X(03).
012600         10  WS-CT-OPTION-TYPE     PIC X(01).
012700         10  WS-CT-PERIOD-START    PIC X(10).
012800         10  WS-CT-PERIOD-END      PIC X(10).
012900         10  WS-CT-BASE-TEMP       PIC S9(3)V9(1).
013000         10  WS-CT-STRIKE          PIC 9(5)V9(1).
013100         10  WS-CT-TICK-VALUE      PIC 9(5)V9(2).
013200         10  WS-CT-PAYOUT-CAP      PIC 9(9)V9(2).
013300         10  WS-CT-STATUS          PIC X(01).
013400         10  WS-CT-SETTLED-DATE    PIC X(10).
013500         10  WS-CT-SETTLED-DEGREE-DAYS
013600                                   PIC 9(5)V9(1).
013700         10  WS-CT-SETTLED-PAYOUT  PIC 9(9)V9(2).

013800 01  WS-CONTRACT-COUNT             PIC 9(2) COMP VALUE 0.
013900 01  WS-CONTRACT-INDEX             PIC 9(2) COMP VALUE 0.
014000 01  WS-MAX-CONTRACTS              PIC 9(2) COMP VALUE 50.

014100 01  WS-CONTRACT-EOF-SW            PIC X(01) VALUE 'N'.
014200     88  WS-CONTRACT-EOF                     VALUE 'Y'.

014300*-----------------------------------------------------------------
014400* RUN COUNTS
014500*-----------------------------------------------------------------
014600 01  WS-DUE-COUNT                  PIC 9(4) VALUE 0.
014700 01  WS-SETTLED-COUNT              PIC 9(4) VALUE 0.
014800 01  WS-HELD-COUNT                 PIC 9(4) VALUE 0.
014900 01  WS-NOT-DUE-COUNT              PIC 9(4) VALUE 0.

015000*-----------------------------------------------------------------
015100* PERIOD ACCUMULATORS
015200*   ONE CONTRACT'S WALK OF THE MASTER.  WS-PREV-DAY-NUMBER IS THE
015300*   SERIAL DAY OF THE LAST READING SEEN (THE DAY BEFORE THE
015400*   PERIOD TO START WITH), SO A JUMP OF MORE THAN ONE IS A GAP.
015500*-----------------------------------------------------------------
015600 01  WS-PERIOD-DAYS                PIC 9(03) VALUE 0.
015700 01  WS-DAYS-FOUND                 PIC 9(03) VALUE 0.
015800 01  WS-DAYS-MISSING               PIC 9(03) VALUE 0.
015900 01  WS-DAYS-ESTIMATED             PIC 9(03) VALUE 0.
016000 01  WS-DAYS-SUSPECT               PIC 9(03) VALUE 0.
016100 01  WS-DEGREE-DAYS                PIC 9(5)V9(1) VALUE 0.
016200 01  WS-DAY-MEAN-TEMPERATURE       PIC S9(3)V9(1) VALUE 0.
016300 01  WS-DD-WORK                    PIC S9(3)V9(1) VALUE 0.

016400 01  WS-START-DAY-NUMBER           PIC 9(09) COMP VALUE 0.
016500 01  WS-END-DAY-NUMBER             PIC 9(09) COMP VALUE 0.
016600 01  WS-PREV-DAY-NUMBER            PIC 9(09) COMP VALUE 0.
016700 01  WS-LAST-DATE-SEEN             PIC X(10) VALUE SPACES.

016800 01  WS-PERIOD-DONE-SW             PIC X(01) VALUE 'N'.
016900     88  WS-PERIOD-DONE                      VALUE 'Y'.

017000*-----------------------------------------------------------------
017100* GAP TABLE
017200*   THE STRETCHES OF THE PERIOD WITH NO READING, FOR THE HELD
017300*   CONTRACT'S STATEMENT - EACH AS ITS LENGTH AND THE FIRST
017400*   READING AFTER IT (B), OR THE LAST READING BEFORE A GAP THAT
017500*   RUNS TO THE PERIOD END (A).  THE FIRST TEN ARE LISTED.
017600*-----------------------------------------------------------------
017700 01  WS-GAP-TABLE.
017800     05  WS-GAP-ENTRY              OCCURS 10 TIMES.
017900         10  WS-GAP-LENGTH         PIC 9(03).
018000         10  WS-GAP-SIDE           PIC X(01).
018100             88  WS-GAP-BEFORE               VALUE 'B'.
018200             88  WS-GAP-AFTER                VALUE 'A'.
018300         10  WS-GAP-DATE           PIC X(10).

018400 01  WS-GAP-COUNT                  PIC 9(3) COMP VALUE 0.
018500 01  WS-GAP-INDEX                  PIC 9(3) COMP VALUE 0.
018600 01  WS-MAX-GAPS                   PIC 9(3) COMP VALUE 10.
018700 01  WS-GAP-DAYS                   PIC 9(09) COMP VALUE 0.
018800 01  WS-GAP-SIDE-WORK              PIC X(01) VALUE SPACE.

018900*-----------------------------------------------------------------
019000* PAYOUT WORK AREAS
019100*   WS-INDEX-DIFF IS THE DEGREE DAYS ON THE PAYING SIDE OF THE
019200*   STRIKE; NEGATIVE OR ZERO MEANS THE CONTRACT EXPIRED WITH
019300*   NOTHING TO PAY.  THE RAW PAYOUT IS HELD WIDE ENOUGH FOR THE
019400*   LARGEST DIFFERENCE TIMES THE LARGEST TICK BEFORE THE CAP IS
019500*   APPLIED.
019600*-----------------------------------------------------------------
019700 01  WS-INDEX-DIFF                 PIC S9(5)V9(1) VALUE 0.
019800 01  WS-RAW-PAYOUT                 PIC 9(11)V9(2) VALUE 0.
019900 01  WS-PAYOUT                     PIC 9(9)V9(2) VALUE 0.
020000 01  WS-CAPPED-SW                  PIC X(01) VALUE 'N'.
020100     88  WS-PAYOUT-CAPPED                    VALUE 'Y'.

020200*-----------------------------------------------------------------
020300* SETTLEMENT FILE CONTROL TOTALS
020400*   RECORD COUNT, A HASH OF THE DEGREE-DAY VALUES ACCUMULATED
020500*   WIDE AND TRUNCATED TO THE TRAILER'S MODULO 10**7 FIELD, AND
020600*   THE TOTAL PAYOUT OF THE SETTLED ROWS.
020700*-----------------------------------------------------------------
020800 01  WS-SETL-COUNT                 PIC 9(6) VALUE 0.
020900 01  WS-SETL-HASH-WORK             PIC S9(10)V9(1) VALUE 0.
021000 01  WS-SETL-HASH-TOTAL            PIC S9(7)V9(1) VALUE 0.
021100 01  WS-SETL-PAYOUT-TOTAL          PIC 9(11)V9(2) VALUE 0.

021200*-----------------------------------------------------------------
021300* DAY-NUMBER WORK AREAS
021400*   6000-DATE-TO-DAY-NUMBER TURNS A YYYYMMDD DATE INTO A SERIAL
021500*   DAY COUNT (CIVIL-CALENDAR FORMULA, MARCH-BASED YEAR) SO THE
021600*   LENGTH OF A PERIOD AND OF A GAP IN IT ARE SUBTRACTIONS.
021700*   WS-DN-KEY-DATE TAKES A YYYY-MM-DD DATE APART FOR IT.
021800*-----------------------------------------------------------------
021900 01  WS-DN-KEY-DATE                PIC X(10) VALUE SPACES.
022000 01  WS-DN-KEY-DATE-SPLIT REDEFINES WS-DN-KEY-DATE.
022100     05  WS-DK-YEAR                PIC 9(04).
022200     05  FILLER                    PIC X(01).
022300     05  WS-DK-MONTH               PIC 9(02).
022400     05  FILLER                    PIC X(01).
022500     05  WS-DK-DAY                 PIC 9(02).

022600 01  WS-DN-DATE                    PIC 9(08) VALUE 0.
022700 01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
022800     05  WS-DN-YEAR                PIC 9(04).
022900     05  WS-DN-MONTH               PIC 9(02).
023000     05  WS-DN-DAY                 PIC 9(02).

023100 01  WS-DN-ADJ-YEAR                PIC 9(04) COMP VALUE 0.
023200 01  WS-DN-ADJ-MONTH               PIC 9(02) COMP VALUE 0.
023300 01  WS-DN-QUOT-4                  PIC 9(04) COMP VALUE 0.
023400 01  WS-DN-QUOT-100                PIC 9(04) COMP VALUE 0.
023500 01  WS-DN-QUOT-400                PIC 9(04) COMP VALUE 0.
023600 01  WS-DN-MONTH-DAYS              PIC 9(04) COMP VALUE 0.
023700 01  WS-DN-RESULT                  PIC 9(09) COMP VALUE 0.

023800*-----------------------------------------------------------------
023900* RUN AUDIT-TRAIL WORK AREAS
024000*-----------------------------------------------------------------
024100 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
024200 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
024300 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
024400 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

024500*-----------------------------------------------------------------
024600* REPORT LINE LAYOUTS
024700*-----------------------------------------------------------------
024800 01  WS-REPORT-HEADING-1.
024900     05  FILLER                    PIC X(31)
025000         VALUE 'DEGREE-DAY CONTRACT SETTLEMENT '.
025100     05  WS-RH1-RUN-DATE           PIC 9(08).
025200     05  FILLER                    PIC X(19)
025300         VALUE '  SETTLEMENT DATE: '.
025400     05  WS-RH1-SETTLE-DATE        PIC X(10).
025500     05  FILLER                    PIC X(32) VALUE SPACES.

025600 01  WS-STMT-LINE-1.
025700     05  FILLER                    PIC X(32)
025800         VALUE 'SETTLEMENT STATEMENT - CONTRACT '.
025900     05  WS-S1-CONTRACT-ID         PIC X(10).
026000     05  FILLER                    PIC X(10)
026100         VALUE '  STATION '.
026200     05  WS-S1-STATION-ID          PIC X(05).
026300     05  FILLER                    PIC X(02) VALUE SPACES.
026400     05  WS-S1-INDEX-TYPE          PIC X(03).
026500     05  FILLER                    PIC X(01) VALUE SPACE.
026600     05  WS-S1-OPTION-WORD         PIC X(04).
026700     05  FILLER                    PIC X(33) VALUE SPACES.

026800 01  WS-STMT-LINE-2.
026900     05  FILLER                    PIC X(10)
027000         VALUE '  PERIOD  '.
027100     05  WS-S2-PERIOD-START        PIC X(10).
027200     05  FILLER                    PIC X(06) VALUE ' THRU '.
027300     05  WS-S2-PERIOD-END          PIC X(10).
027400     05  FILLER                    PIC X(03) VALUE '  ('.
027500     05  WS-S2-PERIOD-DAYS         PIC ZZ9.
027600     05  FILLER                    PIC X(15)
027700         VALUE ' DAYS)   BASE  '.
027800     05  WS-S2-BASE-TEMP           PIC -ZZ9.9.
027900     05  FILLER                    PIC X(02) VALUE ' F'.
028000     05  FILLER                    PIC X(35) VALUE SPACES.

028100 01  WS-STMT-LINE-3.
028200     05  FILLER                    PIC X(10)
028300         VALUE '  STRIKE  '.
028400     05  WS-S3-STRIKE              PIC ZZZZ9.9.
028500     05  FILLER                    PIC X(11)
028600         VALUE ' DD   TICK '.
028700     05  WS-S3-TICK-VALUE          PIC ZZZZ9.99.
028800     05  FILLER                    PIC X(21)
028900         VALUE ' PER DD   PAYOUT CAP '.
029000     05  WS-S3-PAYOUT-CAP          PIC ZZZZZZZZ9.99.
029100     05  FILLER                    PIC X(31) VALUE SPACES.

029200 01  WS-STMT-LINE-4.
029300     05  FILLER                    PIC X(25)
029400         VALUE '  STATION-DAYS ON MASTER '.
029500     05  WS-S4-DAYS-FOUND          PIC ZZ9.
029600     05  FILLER                    PIC X(12)
029700         VALUE '  ESTIMATED '.
029800     05  WS-S4-DAYS-ESTIMATED      PIC ZZ9.
029900     05  FILLER                    PIC X(13)
030000         VALUE '  QC-FLAGGED '.
030100     05  WS-S4-DAYS-SUSPECT        PIC ZZ9.
030200     05  FILLER                    PIC X(10)
030300         VALUE '  MISSING '.
030400     05  WS-S4-DAYS-MISSING        PIC ZZ9.
030500     05  FILLER                    PIC X(28) VALUE SPACES.

030600 01  WS-STMT-LINE-5.
030700     05  FILLER                    PIC X(14)
030800         VALUE '  ACCUMULATED '.
030900     05  WS-S5-INDEX-TYPE          PIC X(03).
031000     05  FILLER                    PIC X(01) VALUE SPACE.
031100     05  WS-S5-DEGREE-DAYS         PIC ZZZZ9.9.
031200     05  FILLER                    PIC X(18)
031300         VALUE '   PAST THE STRIKE'.
031400     05  WS-S5-INDEX-DIFF          PIC -ZZZZ9.9.
031500     05  FILLER                    PIC X(49) VALUE SPACES.

031600 01  WS-STMT-LINE-6.
031700     05  FILLER                    PIC X(10)
031800         VALUE '  PAYOUT  '.
031900     05  WS-S6-PAYOUT              PIC ZZZZZZZZ9.99.
032000     05  FILLER                    PIC X(02) VALUE SPACES.
032100     05  WS-S6-CAP-NOTE            PIC X(20).
032200     05  FILLER                    PIC X(56) VALUE SPACES.

032300 01  WS-STMT-GAP-LINE.
032400     05  FILLER                    PIC X(09)
032500         VALUE '  GAP OF '.
032600     05  WS-SG-LENGTH              PIC ZZ9.
032700     05  FILLER                    PIC X(08) VALUE ' DAY(S) '.
032800     05  WS-SG-SIDE                PIC X(06).
032900     05  FILLER                    PIC X(01) VALUE SPACE.
033000     05  WS-SG-DATE                PIC X(10).
033100     05  FILLER                    PIC X(63) VALUE SPACES.

033200 01  WS-STMT-NO-READINGS-LINE.
033300     05  FILLER                    PIC X(52) VALUE
033400         '  NO READINGS ON THE HISTORY MASTER FOR THE PERIOD'.
033500     05  FILLER                    PIC X(48) VALUE SPACES.

033600 01  WS-STMT-MORE-GAPS-LINE.
033700     05  FILLER                    PIC X(36)
033800         VALUE '  FURTHER GAPS NOT LISTED'.
033900     05  FILLER                    PIC X(64) VALUE SPACES.

034000 01  WS-STMT-STATUS-LINE.
034100     05  FILLER                    PIC X(10)
034200         VALUE '  STATUS  '.
034300     05  WS-SS-TEXT                PIC X(60).
034400     05  FILLER                    PIC X(30) VALUE SPACES.

034500 01  WS-SETTLED-TEXT.
034600     05  FILLER                    PIC X(11)
034700         VALUE 'SETTLED ON '.
034800     05  WS-ST-SETTLE-DATE         PIC X(10).
034900     05  FILLER                    PIC X(39) VALUE SPACES.

035000 01  WS-HELD-TEXT.
035100     05  FILLER                    PIC X(07) VALUE 'HELD - '.
035200     05  WS-HT-DAYS-MISSING        PIC ZZ9.
035300     05  FILLER                    PIC X(36)
035400         VALUE ' STATION-DAY(S) MISSING; NOT SETTLED'.
035500     05  FILLER                    PIC X(14) VALUE SPACES.

035600 01  WS-REPORT-NOT-DUE-HEADING.
035700     05  FILLER                    PIC X(40)
035800         VALUE 'OPEN CONTRACTS NOT YET DUE'.
035900     05  FILLER                    PIC X(60) VALUE SPACES.

036000 01  WS-REPORT-NOT-DUE-LINE.
036100     05  FILLER                    PIC X(02) VALUE SPACES.
036200     05  WS-ND-CONTRACT-ID         PIC X(10).
036300     05  FILLER                    PIC X(01) VALUE SPACE.
036400     05  WS-ND-STATION-ID          PIC X(05).
036500     05  FILLER                    PIC X(01) VALUE SPACE.
036600     05  WS-ND-INDEX-TYPE          PIC X(03).
036700     05  FILLER                    PIC X(08) VALUE '  ENDS  '.
036800     05  WS-ND-PERIOD-END          PIC X(10).
036900     05  FILLER                    PIC X(60) VALUE SPACES.

037000 01  WS-REPORT-TOTAL-LINE.
037100     05  FILLER                    PIC X(15)
037200         VALUE 'CONTRACTS DUE: '.
037300     05  WS-RT-DUE                 PIC ZZZ9.
037400     05  FILLER                    PIC X(11) VALUE '  SETTLED: '.
037500     05  WS-RT-SETTLED             PIC ZZZ9.
037600     05  FILLER                    PIC X(08) VALUE '  HELD: '.
037700     05  WS-RT-HELD                PIC ZZZ9.
037800     05  FILLER                    PIC X(16)
037900         VALUE '  TOTAL PAYOUT: '.
038000     05  WS-RT-PAYOUT-TOTAL        PIC ZZZZZZZZZZ9.99.
038100     05  FILLER                    PIC X(24) VALUE SPACES.

038200 PROCEDURE DIVISION.
038300*-----------------------------------------------------------------
038400* 0000-MAIN-PARA
038500*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
038600*-----------------------------------------------------------------
038700 0000-MAIN-PARA.
038800     PERFORM 1000-INITIALIZE
038900         THRU 1000-INITIALIZE-EXIT

039000     PERFORM 2000-SETTLE-CONTRACTS
039100         THRU 2000-SETTLE-CONTRACTS-EXIT

039200     PERFORM 8000-PRODUCE-OUTPUT
039300         THRU 8000-PRODUCE-OUTPUT-EXIT

039400     PERFORM 9000-TERMINATE
039500         THRU 9000-TERMINATE-EXIT

039600     STOP RUN.

039700*-----------------------------------------------------------------
039800* 1000-INITIALIZE
039900*   READS THE CONTROL CARD, SETS THE SETTLEMENT DATE, LOADS THE
040000*   CONTRACT MASTER, OPENS THE HISTORY MASTER AND THE OUTPUTS,
040100*   AND WRITES THE REPORT HEADING.
040200*-----------------------------------------------------------------
040300 1000-INITIALIZE.
040400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
040500     ACCEPT WS-RUN-START-TIME FROM TIME

040600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
040700     MOVE WS-RUN-YEAR  TO WS-SD-YEAR
040800     MOVE WS-RUN-MONTH TO WS-SD-MONTH
040900     MOVE WS-RUN-DAY   TO WS-SD-DAY

041000     PERFORM 1150-READ-PARAMETER-RECORD
041100         THRU 1150-READ-PARAMETER-RECORD-EXIT

041200     IF WS-SD-DASH-1 NOT = '-' OR WS-SD-DASH-2 NOT = '-'
041300        OR WS-SD-YEAR NOT NUMERIC
041400        OR WS-SD-MONTH NOT NUMERIC
041500        OR WS-SD-DAY NOT NUMERIC
041600         GO TO 9920-ABEND-SETTLE-DATE
041700     END-IF

041800     PERFORM 1200-LOAD-CONTRACT-MASTER
041900         THRU 1200-LOAD-CONTRACT-MASTER-EXIT

042000     OPEN INPUT TEMPERATURE-HISTORY-FILE
042100     IF WS-HISTORY-STATUS NOT = '00'
042200        AND WS-HISTORY-STATUS NOT = '05'
042300         GO TO 9930-ABEND-HISTORY-IO
042400     END-IF

042500     OPEN OUTPUT SETTLE-REPORT-FILE
042600     OPEN OUTPUT SETTLEMENT-FILE

042700     MOVE WS-RUN-DATE      TO WS-RH1-RUN-DATE
042800     MOVE WS-SETTLE-DATE-X TO WS-RH1-SETTLE-DATE
042900     WRITE SETTLE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
043000 1000-INITIALIZE-EXIT.
043100     EXIT.

043200*-----------------------------------------------------------------
043300* 1150-READ-PARAMETER-RECORD
043400*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
043500*   READ, TAKING THE CONTRACT MASTER, HISTORY MASTER, REPORT,
043600*   SETTLEMENT FILE AND AUDIT-TRAIL NAMES AND THE SETTLEMENT
043700*   DATE.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
043800*   STANDARD NAMES AND THE RUN DATE.
043900*-----------------------------------------------------------------
044000 1150-READ-PARAMETER-RECORD.
044100     MOVE 'ddcontr.dat'  TO WS-CONTRACT-FILENAME
044200     MOVE 'temphist.mst' TO WS-HISTMST-FILENAME
044300     MOVE 'ddsettle.rpt' TO WS-SETTLERPT-FILENAME
044400     MOVE 'ddsettle.dat' TO WS-SETTLE-FILENAME
044500     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME

044600     OPEN INPUT PARAMETER-FILE
044700     READ PARAMETER-FILE
044800         AT END
044900             CLOSE PARAMETER-FILE
045000             GO TO 1150-READ-PARAMETER-RECORD-EXIT
045100     END-READ
045200     CLOSE PARAMETER-FILE

045300     IF PARM-CONTRACT-FILENAME NOT = SPACES
045400         MOVE PARM-CONTRACT-FILENAME TO WS-CONTRACT-FILENAME
045500     END-IF

045600     IF PARM-HISTMST-FILENAME NOT = SPACES
045700         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
045800     END-IF

045900     IF PARM-SETTLERPT-FILENAME NOT = SPACES
046000         MOVE PARM-SETTLERPT-FILENAME TO WS-SETTLERPT-FILENAME
046100     END-IF

046200     IF PARM-SETTLE-FILENAME NOT = SPACES
046300         MOVE PARM-SETTLE-FILENAME TO WS-SETTLE-FILENAME
046400     END-IF

046500     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
046600         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
046700     END-IF

046800     IF PARM-SETTLE-DATE NOT = SPACES
046900         MOVE PARM-SETTLE-DATE TO WS-SETTLE-DATE-X
047000     END-IF.
047100 1150-READ-PARAMETER-RECORD-EXIT.
047200     EXIT.

047300*-----------------------------------------------------------------
047400* 1200-LOAD-CONTRACT-MASTER
047500*   LOADS THE WHOLE CONTRACT MASTER INTO WS-CONTRACT-TABLE.  A
047600*   MISSING OR EMPTY MASTER IS WARNED ABOUT - THE RUN STILL
047700*   WRITES AN EMPTY SETTLEMENT FILE WITH ITS TRAILER.
047800*-----------------------------------------------------------------
047900 1200-LOAD-CONTRACT-MASTER.
048000     MOVE 'N' TO WS-CONTRACT-EOF-SW
048100     OPEN INPUT CONTRACT-MASTER-FILE

048200     PERFORM 1210-LOAD-ONE-CONTRACT
048300         THRU 1210-LOAD-ONE-CONTRACT-EXIT
048400         UNTIL WS-CONTRACT-EOF

048500     CLOSE CONTRACT-MASTER-FILE

048600     IF WS-CONTRACT-COUNT = 0
048700         DISPLAY 'WARNING: contract master '
048800             WS-CONTRACT-FILENAME
048900             ' is missing or empty - nothing to settle.'
049000     END-IF.
049100 1200-LOAD-CONTRACT-MASTER-EXIT.
049200     EXIT.

049300*-----------------------------------------------------------------
049400* 1210-LOAD-ONE-CONTRACT
049500*   READS ONE DDCREC ROW INTO THE NEXT TABLE SLOT.  ROWS BEYOND
049600*   THE TABLE LIMIT WOULD BE LOST ON THE REWRITE, SO THE RUN IS
049700*   STOPPED BEFORE ANYTHING IS SETTLED.
049800*-----------------------------------------------------------------
049900 1210-LOAD-ONE-CONTRACT.
050000     READ CONTRACT-MASTER-FILE
050100         AT END
050200             SET WS-CONTRACT-EOF TO TRUE
050300             GO TO 1210-LOAD-ONE-CONTRACT-EXIT
050400     END-READ

050500     IF WS-CONTRACT-COUNT >= WS-MAX-CONTRACTS
050600         GO TO 9910-ABEND-TABLE-FULL
050700     END-IF

050800     ADD 1 TO WS-CONTRACT-COUNT
050900     MOVE DEGREE-DAY-CONTRACT-RECORD
051000         TO WS-CONTRACT-ENTRY (WS-CONTRACT-COUNT).
051100 1210-LOAD-ONE-CONTRACT-EXIT.
051200     EXIT.

051300*-----------------------------------------------------------------
051400* 2000-SETTLE-CONTRACTS
051500*   TAKES EVERY CONTRACT ON THE MASTER IN TURN.
051600*-----------------------------------------------------------------
051700 2000-SETTLE-CONTRACTS.
051800     MOVE 1 TO WS-CONTRACT-INDEX
051900     PERFORM 2100-SETTLE-ONE-CONTRACT
052000         THRU 2100-SETTLE-ONE-CONTRACT-EXIT
052100         UNTIL WS-CONTRACT-INDEX > WS-CONTRACT-COUNT.
052200 2000-SETTLE-CONTRACTS-EXIT.
052300     EXIT.

052400*-----------------------------------------------------------------
052500* 2100-SETTLE-ONE-CONTRACT
052600*   SETTLED AND CANCELLED CONTRACTS ARE PASSED OVER, AND AN OPEN
052700*   ONE WHOSE PERIOD HAS NOT ENDED BEFORE THE SETTLEMENT DATE IS
052800*   COUNTED AS NOT YET DUE.  A CONTRACT DUE HAS ITS PERIOD
052900*   WALKED ON THE MASTER; WITH EVERY STATION-DAY PRESENT IT IS
053000*   SETTLED, OTHERWISE HELD.  EITHER WAY IT GETS ITS STATEMENT
053100*   AND ITS SETTLEMENT-FILE ROW.
053200*-----------------------------------------------------------------
053300 2100-SETTLE-ONE-CONTRACT.
053400     IF WS-CT-STATUS (WS-CONTRACT-INDEX) NOT = 'O'
053500         GO TO 2100-SETTLE-NEXT
053600     END-IF

053700     IF WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
053800             NOT < WS-SETTLE-DATE-X
053900         ADD 1 TO WS-NOT-DUE-COUNT
054000         GO TO 2100-SETTLE-NEXT
054100     END-IF

054200     ADD 1 TO WS-DUE-COUNT

054300     PERFORM 2200-ACCUMULATE-PERIOD
054400         THRU 2200-ACCUMULATE-PERIOD-EXIT

054500     MOVE 0   TO WS-INDEX-DIFF
054600     MOVE 0   TO WS-PAYOUT
054700     MOVE 'N' TO WS-CAPPED-SW

054800     IF WS-DAYS-MISSING > 0
054900         ADD 1 TO WS-HELD-COUNT
055000         DISPLAY 'HELD: contract '
055100             WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX) ' - '
055200             WS-DAYS-MISSING ' station-day(s) missing.'
055300     ELSE
055400         PERFORM 2300-COMPUTE-PAYOUT
055500             THRU 2300-COMPUTE-PAYOUT-EXIT
055600         ADD 1 TO WS-SETTLED-COUNT
055700         MOVE 'S' TO WS-CT-STATUS (WS-CONTRACT-INDEX)
055800         MOVE WS-SETTLE-DATE-X
055900             TO WS-CT-SETTLED-DATE (WS-CONTRACT-INDEX)
056000         MOVE WS-DEGREE-DAYS
056100             TO WS-CT-SETTLED-DEGREE-DAYS (WS-CONTRACT-INDEX)
056200         MOVE WS-PAYOUT
056300             TO WS-CT-SETTLED-PAYOUT (WS-CONTRACT-INDEX)
056400     END-IF

056500     PERFORM 2400-WRITE-STATEMENT
056600         THRU 2400-WRITE-STATEMENT-EXIT

056700     PERFORM 2500-WRITE-SETTLEMENT-ROW
056800         THRU 2500-WRITE-SETTLEMENT-ROW-EXIT.
056900 2100-SETTLE-NEXT.
057000     ADD 1 TO WS-CONTRACT-INDEX.
057100 2100-SETTLE-ONE-CONTRACT-EXIT.
057200     EXIT.

057300*-----------------------------------------------------------------
057400* 2200-ACCUMULATE-PERIOD
057500*   POSITIONS THE HISTORY MASTER AT (STATION, PERIOD START) AND
057600*   READS FORWARD TO THE PERIOD END, ACCUMULATING THE CONTRACT'S
057700*   DEGREE DAYS AND NOTING EVERY GAP.  WHAT IS NOT FOUND IS
057800*   MISSING; A GAP RUNNING TO THE PERIOD END IS NOTED HERE.
057900*-----------------------------------------------------------------
058000 2200-ACCUMULATE-PERIOD.
058100     MOVE 0   TO WS-DAYS-FOUND
058200     MOVE 0   TO WS-DAYS-ESTIMATED
058300     MOVE 0   TO WS-DAYS-SUSPECT
058400     MOVE 0   TO WS-DEGREE-DAYS
058500     MOVE 0   TO WS-GAP-COUNT
058600     MOVE SPACES TO WS-LAST-DATE-SEEN
058700     MOVE 'N' TO WS-PERIOD-DONE-SW

058800     MOVE WS-CT-PERIOD-END (WS-CONTRACT-INDEX) TO WS-DN-KEY-DATE
058900     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
059000         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
059100     MOVE WS-DN-RESULT TO WS-END-DAY-NUMBER

059200     MOVE WS-CT-PERIOD-START (WS-CONTRACT-INDEX)
059300         TO WS-DN-KEY-DATE
059400     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
059500         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
059600     MOVE WS-DN-RESULT TO WS-START-DAY-NUMBER
059700     COMPUTE WS-PREV-DAY-NUMBER = WS-START-DAY-NUMBER - 1
059800     COMPUTE WS-PERIOD-DAYS =
059900         WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1

060000     MOVE WS-CT-STATION-ID (WS-CONTRACT-INDEX)
060100         TO HISTORY-STATION-ID
060200     MOVE WS-CT-PERIOD-START (WS-CONTRACT-INDEX)
060300         TO HISTORY-DATE

060400     START TEMPERATURE-HISTORY-FILE KEY NOT < HISTORY-KEY
060500         INVALID KEY
060600             SET WS-PERIOD-DONE TO TRUE
060700     END-START

060800     PERFORM 2210-ACCUMULATE-ONE-DAY
060900         THRU 2210-ACCUMULATE-ONE-DAY-EXIT
061000         UNTIL WS-PERIOD-DONE

061100     COMPUTE WS-DAYS-MISSING = WS-PERIOD-DAYS - WS-DAYS-FOUND

061200     IF WS-PREV-DAY-NUMBER < WS-END-DAY-NUMBER
061300        AND WS-DAYS-FOUND > 0
061400         COMPUTE WS-GAP-DAYS =
061500             WS-END-DAY-NUMBER - WS-PREV-DAY-NUMBER
061600         MOVE 'A' TO WS-GAP-SIDE-WORK
061700         PERFORM 2220-NOTE-GAP
061800             THRU 2220-NOTE-GAP-EXIT
061900     END-IF.
062000 2200-ACCUMULATE-PERIOD-EXIT.
062100     EXIT.

062200*-----------------------------------------------------------------
062300* 2210-ACCUMULATE-ONE-DAY
062400*   READS THE NEXT MASTER ROW.  THE WALK ENDS AT END OF FILE, AT
062500*   THE NEXT STATION OR PAST THE PERIOD END.  A ROW IN THE
062600*   PERIOD ADDS ITS DEGREE DAYS: (MAX+MIN)/2 MEAN AGAINST THE
062700*   CONTRACT'S BASE, BELOW IT FOR HDD, ABOVE IT FOR CDD, A MEAN
062800*   ON THE BASE ADDING NOTHING.
062900*-----------------------------------------------------------------
063000 2210-ACCUMULATE-ONE-DAY.
063100     READ TEMPERATURE-HISTORY-FILE NEXT RECORD
063200         AT END
063300             SET WS-PERIOD-DONE TO TRUE
063400             GO TO 2210-ACCUMULATE-ONE-DAY-EXIT
063500     END-READ

063600     IF WS-HISTORY-STATUS NOT = '00'
063700         GO TO 9930-ABEND-HISTORY-IO
063800     END-IF

063900     IF HISTORY-STATION-ID
064000             NOT = WS-CT-STATION-ID (WS-CONTRACT-INDEX)
064100        OR HISTORY-DATE > WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
064200         SET WS-PERIOD-DONE TO TRUE
064300         GO TO 2210-ACCUMULATE-ONE-DAY-EXIT
064400     END-IF

064500     ADD 1 TO WS-DAYS-FOUND
064600     IF HISTORY-ESTIMATED
064700         ADD 1 TO WS-DAYS-ESTIMATED
064800     END-IF
064900     IF HISTORY-QC-SUSPECT
065000         ADD 1 TO WS-DAYS-SUSPECT
065100     END-IF

065200     MOVE HISTORY-DATE TO WS-DN-KEY-DATE
065300     PERFORM 6100-KEY-DATE-TO-DAY-NUMBER
065400         THRU 6100-KEY-DATE-TO-DAY-NUMBER-EXIT
065500     IF WS-DN-RESULT > WS-PREV-DAY-NUMBER + 1
065600         COMPUTE WS-GAP-DAYS =
065700             WS-DN-RESULT - WS-PREV-DAY-NUMBER - 1
065800         MOVE 'B' TO WS-GAP-SIDE-WORK
065900         PERFORM 2220-NOTE-GAP
066000             THRU 2220-NOTE-GAP-EXIT
066100     END-IF
066200     MOVE WS-DN-RESULT TO WS-PREV-DAY-NUMBER
066300     MOVE HISTORY-DATE TO WS-LAST-DATE-SEEN

066400     COMPUTE WS-DAY-MEAN-TEMPERATURE ROUNDED =
066500         (HISTORY-MAX-TEMPERATURE + HISTORY-MIN-TEMPERATURE) / 2

066600     IF WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX) = 'HDD'
066700         COMPUTE WS-DD-WORK =
066800             WS-CT-BASE-TEMP (WS-CONTRACT-INDEX)
066900             - WS-DAY-MEAN-TEMPERATURE
067000     ELSE
067100         COMPUTE WS-DD-WORK =
067200             WS-DAY-MEAN-TEMPERATURE
067300             - WS-CT-BASE-TEMP (WS-CONTRACT-INDEX)
067400     END-IF

067500     IF WS-DD-WORK > 0
067600         ADD WS-DD-WORK TO WS-DEGREE-DAYS
067700     END-IF.
067800 2210-ACCUMULATE-ONE-DAY-EXIT.
067900     EXIT.

068000*-----------------------------------------------------------------
068100* 2220-NOTE-GAP
068200*   RECORDS ONE GAP OF WS-GAP-DAYS IN THE NEXT GAP-TABLE SLOT,
068300*   ON THE SIDE THE CALLER SETS IN WS-GAP-SIDE-WORK (B - BEFORE
068400*   THE READING JUST READ, A - AFTER THE LAST ONE READ).  GAPS
068500*   PAST THE TENTH ARE COUNTED BUT NOT KEPT.
068600*-----------------------------------------------------------------
068700 2220-NOTE-GAP.
068800     ADD 1 TO WS-GAP-COUNT
068900     IF WS-GAP-COUNT > WS-MAX-GAPS
069000         GO TO 2220-NOTE-GAP-EXIT
069100     END-IF

069200     MOVE WS-GAP-SIDE-WORK TO WS-GAP-SIDE (WS-GAP-COUNT)
069300     MOVE WS-GAP-DAYS      TO WS-GAP-LENGTH (WS-GAP-COUNT)
069400     IF WS-GAP-BEFORE (WS-GAP-COUNT)
069500         MOVE HISTORY-DATE      TO WS-GAP-DATE (WS-GAP-COUNT)
069600     ELSE
069700         MOVE WS-LAST-DATE-SEEN TO WS-GAP-DATE (WS-GAP-COUNT)
069800     END-IF.
069900 2220-NOTE-GAP-EXIT.
070000     EXIT.

070100*-----------------------------------------------------------------
070200* 2300-COMPUTE-PAYOUT
070300*   A CALL IS IN THE MONEY BY THE DEGREE DAYS ABOVE THE STRIKE,
070400*   A PUT BY THOSE BELOW IT.  EACH DEGREE DAY IN THE MONEY PAYS
070500*   THE TICK VALUE, ROUNDED TO THE CENT, AND THE TOTAL NEVER
070600*   EXCEEDS THE PAYOUT CAP.
070700*-----------------------------------------------------------------
070800 2300-COMPUTE-PAYOUT.
070900     IF WS-CT-OPTION-TYPE (WS-CONTRACT-INDEX) = 'P'
071000         COMPUTE WS-INDEX-DIFF =
071100             WS-CT-STRIKE (WS-CONTRACT-INDEX) - WS-DEGREE-DAYS
071200     ELSE
071300         COMPUTE WS-INDEX-DIFF =
071400             WS-DEGREE-DAYS - WS-CT-STRIKE (WS-CONTRACT-INDEX)
071500     END-IF

071600     IF WS-INDEX-DIFF NOT > 0
071700         MOVE 0 TO WS-PAYOUT
071800         GO TO 2300-COMPUTE-PAYOUT-EXIT
071900     END-IF

072000     COMPUTE WS-RAW-PAYOUT ROUNDED =
072100         WS-INDEX-DIFF * WS-CT-TICK-VALUE (WS-CONTRACT-INDEX)

072200     IF WS-RAW-PAYOUT > WS-CT-PAYOUT-CAP (WS-CONTRACT-INDEX)
072300         MOVE WS-CT-PAYOUT-CAP (WS-CONTRACT-INDEX) TO WS-PAYOUT
072400         SET WS-PAYOUT-CAPPED TO TRUE
072500     ELSE
072600         MOVE WS-RAW-PAYOUT TO WS-PAYOUT
072700     END-IF.
072800 2300-COMPUTE-PAYOUT-EXIT.
072900     EXIT.

073000*-----------------------------------------------------------------
073100* 2400-WRITE-STATEMENT
073200*   WRITES ONE CONTRACT'S SETTLEMENT STATEMENT: ITS TERMS, THE
073300*   STATION-DAYS FOUND, THE ACCUMULATED DEGREE DAYS AND PAYOUT,
073400*   OR - FOR A HELD CONTRACT - THE GAPS THAT HELD IT.
073500*-----------------------------------------------------------------
073600 2400-WRITE-STATEMENT.
073700     MOVE SPACES TO SETTLE-REPORT-RECORD
073800     WRITE SETTLE-REPORT-RECORD

073900     MOVE WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX)
074000         TO WS-S1-CONTRACT-ID
074100     MOVE WS-CT-STATION-ID (WS-CONTRACT-INDEX)
074200         TO WS-S1-STATION-ID
074300     MOVE WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX)
074400         TO WS-S1-INDEX-TYPE
074500     IF WS-CT-OPTION-TYPE (WS-CONTRACT-INDEX) = 'P'
074600         MOVE 'PUT ' TO WS-S1-OPTION-WORD
074700     ELSE
074800         MOVE 'CALL' TO WS-S1-OPTION-WORD
074900     END-IF
075000     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-1

075100     MOVE WS-CT-PERIOD-START (WS-CONTRACT-INDEX)
075200         TO WS-S2-PERIOD-START
075300     MOVE WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
075400         TO WS-S2-PERIOD-END
075500     MOVE WS-PERIOD-DAYS TO WS-S2-PERIOD-DAYS
075600     MOVE WS-CT-BASE-TEMP (WS-CONTRACT-INDEX)
075700         TO WS-S2-BASE-TEMP
075800     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-2

075900     MOVE WS-CT-STRIKE (WS-CONTRACT-INDEX)     TO WS-S3-STRIKE
076000     MOVE WS-CT-TICK-VALUE (WS-CONTRACT-INDEX)
076100         TO WS-S3-TICK-VALUE
076200     MOVE WS-CT-PAYOUT-CAP (WS-CONTRACT-INDEX)
076300         TO WS-S3-PAYOUT-CAP
076400     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-3

076500     MOVE WS-DAYS-FOUND     TO WS-S4-DAYS-FOUND
076600     MOVE WS-DAYS-ESTIMATED TO WS-S4-DAYS-ESTIMATED
076700     MOVE WS-DAYS-SUSPECT   TO WS-S4-DAYS-SUSPECT
076800     MOVE WS-DAYS-MISSING   TO WS-S4-DAYS-MISSING
076900     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-4

077000     IF WS-DAYS-MISSING > 0
077100         PERFORM 2410-WRITE-GAPS
077200             THRU 2410-WRITE-GAPS-EXIT
077300         MOVE WS-DAYS-MISSING TO WS-HT-DAYS-MISSING
077400         MOVE WS-HELD-TEXT    TO WS-SS-TEXT
077500         WRITE SETTLE-REPORT-RECORD FROM WS-STMT-STATUS-LINE
077600         GO TO 2400-WRITE-STATEMENT-EXIT
077700     END-IF

077800     MOVE WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX)
077900         TO WS-S5-INDEX-TYPE
078000     MOVE WS-DEGREE-DAYS TO WS-S5-DEGREE-DAYS
078100     MOVE WS-INDEX-DIFF  TO WS-S5-INDEX-DIFF
078200     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-5

078300     MOVE WS-PAYOUT TO WS-S6-PAYOUT
078400     IF WS-PAYOUT-CAPPED
078500         MOVE 'CAPPED' TO WS-S6-CAP-NOTE
078600     ELSE
078700         MOVE SPACES   TO WS-S6-CAP-NOTE
078800     END-IF
078900     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-LINE-6

079000     MOVE WS-SETTLE-DATE-X TO WS-ST-SETTLE-DATE
079100     MOVE WS-SETTLED-TEXT  TO WS-SS-TEXT
079200     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-STATUS-LINE.
079300 2400-WRITE-STATEMENT-EXIT.
079400     EXIT.

079500*-----------------------------------------------------------------
079600* 2410-WRITE-GAPS
079700*   LISTS THE GAPS THAT HELD THE CONTRACT - OR SAYS THE PERIOD
079800*   HAS NO READINGS AT ALL - SO OPERATIONS KNOW WHICH DAYS TO
079900*   LOAD OR ESTIMATE BEFORE THE NEXT RUN.
080000*-----------------------------------------------------------------
080100 2410-WRITE-GAPS.
080200     IF WS-DAYS-FOUND = 0
080300         WRITE SETTLE-REPORT-RECORD
080400             FROM WS-STMT-NO-READINGS-LINE
080500         GO TO 2410-WRITE-GAPS-EXIT
080600     END-IF

080700     MOVE 1 TO WS-GAP-INDEX
080800     PERFORM 2420-WRITE-ONE-GAP
080900         THRU 2420-WRITE-ONE-GAP-EXIT
081000         UNTIL WS-GAP-INDEX > WS-GAP-COUNT
081100            OR WS-GAP-INDEX > WS-MAX-GAPS

081200     IF WS-GAP-COUNT > WS-MAX-GAPS
081300         WRITE SETTLE-REPORT-RECORD FROM WS-STMT-MORE-GAPS-LINE
081400     END-IF.
081500 2410-WRITE-GAPS-EXIT.
081600     EXIT.

081700*-----------------------------------------------------------------
081800* 2420-WRITE-ONE-GAP
081900*   WRITES ONE GAP-TABLE SLOT AS A STATEMENT LINE.
082000*-----------------------------------------------------------------
082100 2420-WRITE-ONE-GAP.
082200     MOVE WS-GAP-LENGTH (WS-GAP-INDEX) TO WS-SG-LENGTH
082300     IF WS-GAP-BEFORE (WS-GAP-INDEX)
082400         MOVE 'BEFORE' TO WS-SG-SIDE
082500     ELSE
082600         MOVE 'AFTER ' TO WS-SG-SIDE
082700     END-IF
082800     MOVE WS-GAP-DATE (WS-GAP-INDEX) TO WS-SG-DATE
082900     WRITE SETTLE-REPORT-RECORD FROM WS-STMT-GAP-LINE

083000     ADD 1 TO WS-GAP-INDEX.
083100 2420-WRITE-ONE-GAP-EXIT.
083200     EXIT.

083300*-----------------------------------------------------------------
083400* 2500-WRITE-SETTLEMENT-ROW
083500*   WRITES THE CONTRACT'S SETLREC ROW AND ROLLS ITS DEGREE DAYS
083600*   INTO THE CONTROL HASH AND ITS PAYOUT INTO THE PAYOUT TOTAL.
083700*   A HELD ROW CARRIES ITS PARTIAL DEGREE DAYS AND A ZERO
083800*   PAYOUT.
083900*-----------------------------------------------------------------
084000 2500-WRITE-SETTLEMENT-ROW.
084100     MOVE WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX)
084200         TO SETL-CONTRACT-ID
084300     MOVE WS-CT-STATION-ID (WS-CONTRACT-INDEX)
084400         TO SETL-STATION-ID
084500     MOVE WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX)
084600         TO SETL-INDEX-TYPE
084700     MOVE WS-CT-OPTION-TYPE (WS-CONTRACT-INDEX)
084800         TO SETL-OPTION-TYPE
084900     MOVE WS-CT-PERIOD-START (WS-CONTRACT-INDEX)
085000         TO SETL-PERIOD-START
085100     MOVE WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
085200         TO SETL-PERIOD-END
085300     MOVE WS-CT-BASE-TEMP (WS-CONTRACT-INDEX)
085400         TO SETL-BASE-TEMP
085500     MOVE WS-CT-STRIKE (WS-CONTRACT-INDEX)
085600         TO SETL-STRIKE
085700     MOVE WS-CT-TICK-VALUE (WS-CONTRACT-INDEX)
085800         TO SETL-TICK-VALUE
085900     MOVE WS-CT-PAYOUT-CAP (WS-CONTRACT-INDEX)
086000         TO SETL-PAYOUT-CAP
086100     MOVE WS-SETTLE-DATE-X  TO SETL-SETTLE-DATE
086200     IF WS-DAYS-MISSING > 0
086300         MOVE 'H' TO SETL-STATUS
086400     ELSE
086500         MOVE 'S' TO SETL-STATUS
086600     END-IF
086700     MOVE WS-PERIOD-DAYS    TO SETL-DAYS-IN-PERIOD
086800     MOVE WS-DAYS-MISSING   TO SETL-DAYS-MISSING
086900     MOVE WS-DAYS-ESTIMATED TO SETL-DAYS-ESTIMATED
087000     MOVE WS-DEGREE-DAYS    TO SETL-DEGREE-DAYS
087100     MOVE WS-PAYOUT         TO SETL-PAYOUT
087200     WRITE SETTLEMENT-RECORD

087300     ADD 1 TO WS-SETL-COUNT
087400     ADD WS-DEGREE-DAYS TO WS-SETL-HASH-WORK
087500     ADD WS-PAYOUT      TO WS-SETL-PAYOUT-TOTAL.
087600 2500-WRITE-SETTLEMENT-ROW-EXIT.
087700     EXIT.

087800*-----------------------------------------------------------------
087900* 6000-DATE-TO-DAY-NUMBER
088000*   TURNS WS-DN-DATE (YYYYMMDD) INTO A SERIAL DAY COUNT IN
088100*   WS-DN-RESULT.  MARCH-BASED CIVIL-CALENDAR FORMULA: JANUARY
088200*   AND FEBRUARY BELONG TO THE PRIOR YEAR, SO THE LEAP DAY FALLS
088300*   AT THE END OF THE ADJUSTED YEAR AND THE MONTH-LENGTH TERM IS
088400*   A STRAIGHT LINEAR EXPRESSION.  THE DIVIDES GO THROUGH
088500*   DIVIDE/GIVING SO THE QUOTIENTS TRUNCATE.
088600*-----------------------------------------------------------------
088700 6000-DATE-TO-DAY-NUMBER.
088800     IF WS-DN-MONTH > 2
088900         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR
089000         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
089100     ELSE
089200         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR - 1
089300         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
089400     END-IF

089500     DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUOT-4
089600     DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-QUOT-100
089700     DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUOT-400

089800     COMPUTE WS-DN-MONTH-DAYS = WS-DN-ADJ-MONTH * 153 + 2
089900     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS

090000     COMPUTE WS-DN-RESULT =
090100         365 * WS-DN-ADJ-YEAR + WS-DN-QUOT-4
090200         - WS-DN-QUOT-100 + WS-DN-QUOT-400
090300         + WS-DN-MONTH-DAYS + WS-DN-DAY.
090400 6000-DATE-TO-DAY-NUMBER-EXIT.
090500     EXIT.

090600*-----------------------------------------------------------------
090700* 6100-KEY-DATE-TO-DAY-NUMBER
090800*   THE SAME FOR A YYYY-MM-DD DATE IN WS-DN-KEY-DATE.
090900*-----------------------------------------------------------------
091000 6100-KEY-DATE-TO-DAY-NUMBER.
091100     MOVE WS-DK-YEAR  TO WS-DN-YEAR
091200     MOVE WS-DK-MONTH TO WS-DN-MONTH
091300     MOVE WS-DK-DAY   TO WS-DN-DAY
091400     PERFORM 6000-DATE-TO-DAY-NUMBER
091500         THRU 6000-DATE-TO-DAY-NUMBER-EXIT.
091600 6100-KEY-DATE-TO-DAY-NUMBER-EXIT.
091700     EXIT.

091800*-----------------------------------------------------------------
091900* 8000-PRODUCE-OUTPUT
092000*   CLOSES THE SETTLEMENT FILE WITH ITS CONTROL TRAILER, LISTS
092100*   THE OPEN CONTRACTS NOT YET DUE, WRITES THE RUN TOTALS,
092200*   REWRITES THE CONTRACT MASTER WHEN ANYTHING SETTLED, AND SETS
092300*   RETURN CODE 8 WHEN ANY CONTRACT WAS HELD.
092400*-----------------------------------------------------------------
092500 8000-PRODUCE-OUTPUT.
092600     MOVE SPACES                TO SETTLEMENT-TRAILER-RECORD
092700     MOVE '99999'               TO SETL-TRL-ID
092800     MOVE WS-SETL-COUNT         TO SETL-TRL-RECORD-COUNT
092900     MOVE WS-SETL-HASH-WORK     TO WS-SETL-HASH-TOTAL
093000     MOVE WS-SETL-HASH-TOTAL    TO SETL-TRL-HASH-TOTAL
093100     MOVE WS-SETL-PAYOUT-TOTAL  TO SETL-TRL-PAYOUT-TOTAL
093200     WRITE SETTLEMENT-TRAILER-RECORD

093300     IF WS-NOT-DUE-COUNT > 0
093400         MOVE SPACES TO SETTLE-REPORT-RECORD
093500         WRITE SETTLE-REPORT-RECORD
093600         WRITE SETTLE-REPORT-RECORD
093700             FROM WS-REPORT-NOT-DUE-HEADING
093800         MOVE 1 TO WS-CONTRACT-INDEX
093900         PERFORM 8100-LIST-ONE-NOT-DUE
094000             THRU 8100-LIST-ONE-NOT-DUE-EXIT
094100             UNTIL WS-CONTRACT-INDEX > WS-CONTRACT-COUNT
094200     END-IF

094300     MOVE SPACES TO SETTLE-REPORT-RECORD
094400     WRITE SETTLE-REPORT-RECORD
094500     MOVE WS-DUE-COUNT         TO WS-RT-DUE
094600     MOVE WS-SETTLED-COUNT     TO WS-RT-SETTLED
094700     MOVE WS-HELD-COUNT        TO WS-RT-HELD
094800     MOVE WS-SETL-PAYOUT-TOTAL TO WS-RT-PAYOUT-TOTAL
094900     WRITE SETTLE-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

095000     IF WS-SETTLED-COUNT > 0
095100         PERFORM 8200-REWRITE-MASTER
095200             THRU 8200-REWRITE-MASTER-EXIT
095300     END-IF

095400     IF WS-HELD-COUNT > 0
095500         MOVE 8 TO RETURN-CODE
095600     END-IF

095700     DISPLAY 'Degree-day settlement: ' WS-DUE-COUNT
095800         ' contract(s) due, ' WS-SETTLED-COUNT ' settled, '
095900         WS-HELD-COUNT ' held, ' WS-NOT-DUE-COUNT
096000         ' not yet due.'.
096100 8000-PRODUCE-OUTPUT-EXIT.
096200     EXIT.

096300*-----------------------------------------------------------------
096400* 8100-LIST-ONE-NOT-DUE
096500*   LISTS ONE OPEN CONTRACT WHOSE PERIOD HAS NOT YET ENDED
096600*   BEFORE THE SETTLEMENT DATE.
096700*-----------------------------------------------------------------
096800 8100-LIST-ONE-NOT-DUE.
096900     IF WS-CT-STATUS (WS-CONTRACT-INDEX) = 'O'
097000        AND WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
097100             NOT < WS-SETTLE-DATE-X
097200         MOVE WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX)
097300             TO WS-ND-CONTRACT-ID
097400         MOVE WS-CT-STATION-ID (WS-CONTRACT-INDEX)
097500             TO WS-ND-STATION-ID
097600         MOVE WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX)
097700             TO WS-ND-INDEX-TYPE
097800         MOVE WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
097900             TO WS-ND-PERIOD-END
098000         WRITE SETTLE-REPORT-RECORD FROM WS-REPORT-NOT-DUE-LINE
098100     END-IF

098200     ADD 1 TO WS-CONTRACT-INDEX.
098300 8100-LIST-ONE-NOT-DUE-EXIT.
098400     EXIT.

098500*-----------------------------------------------------------------
098600* 8200-REWRITE-MASTER
098700*   WRITES THE TABLE BACK OVER THE CONTRACT MASTER, CARRYING THE
098800*   CONTRACTS SETTLED THIS RUN AS SETTLED.
098900*-----------------------------------------------------------------
099000 8200-REWRITE-MASTER.
099100     OPEN OUTPUT CONTRACT-MASTER-FILE

099200     MOVE 1 TO WS-CONTRACT-INDEX
099300     PERFORM 8210-WRITE-ONE-CONTRACT
099400         THRU 8210-WRITE-ONE-CONTRACT-EXIT
099500         UNTIL WS-CONTRACT-INDEX > WS-CONTRACT-COUNT

099600     CLOSE CONTRACT-MASTER-FILE.
099700 8200-REWRITE-MASTER-EXIT.
099800     EXIT.

099900*-----------------------------------------------------------------
100000* 8210-WRITE-ONE-CONTRACT
100100*   WRITES ONE TABLE SLOT BACK AS A DDCREC ROW.
100200*-----------------------------------------------------------------
100300 8210-WRITE-ONE-CONTRACT.
100400     MOVE WS-CONTRACT-ENTRY (WS-CONTRACT-INDEX)
100500         TO DEGREE-DAY-CONTRACT-RECORD
100600     WRITE DEGREE-DAY-CONTRACT-RECORD

100700     ADD 1 TO WS-CONTRACT-INDEX.
100800 8210-WRITE-ONE-CONTRACT-EXIT.
100900     EXIT.

101000*-----------------------------------------------------------------
101100* 9000-TERMINATE
101200*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
101300*   TRAIL.
101400*-----------------------------------------------------------------
101500 9000-TERMINATE.
101600     CLOSE TEMPERATURE-HISTORY-FILE
101700     CLOSE SETTLE-REPORT-FILE
101800     CLOSE SETTLEMENT-FILE

101900     PERFORM 9800-WRITE-RUN-AUDIT
102000         THRU 9800-WRITE-RUN-AUDIT-EXIT.
102100 9000-TERMINATE-EXIT.
102200     EXIT.

102300*-----------------------------------------------------------------
102400* 9800-WRITE-RUN-AUDIT
102500*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
102600*   FILE.  SETTLED CONTRACTS GO OUT AS ACCEPTED AND HELD ONES AS
102700*   REJECTED.  PERFORMED FROM 9000-TERMINATE AND FROM THE ABEND
102800*   PARAGRAPHS AFTER THE RETURN CODE IS SET.
102900*-----------------------------------------------------------------
103000 9800-WRITE-RUN-AUDIT.
103100     MOVE 'DegreeDaySettlement' TO RUNA-PROGRAM-ID
103200     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
103300     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
103400     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
103500     ACCEPT WS-RUN-END-TIME FROM TIME
103600     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
103700     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
103800     MOVE WS-CONTRACT-FILENAME  TO RUNA-INPUT-FILENAME
103900     MOVE WS-SETTLERPT-FILENAME TO RUNA-REPORT-FILENAME
104000     MOVE WS-HISTMST-FILENAME   TO RUNA-HISTORY-FILENAME
104100     MOVE WS-SETTLED-COUNT      TO RUNA-ACCEPTED-COUNT
104200     MOVE WS-HELD-COUNT         TO RUNA-REJECTED-COUNT
104300     MOVE 0                     TO RUNA-APPENDED-COUNT
104400     MOVE 'N'                   TO RUNA-RESTART-SW
104500     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

104600     OPEN EXTEND RUN-AUDIT-FILE
104700     WRITE RUN-AUDIT-RECORD
104800     CLOSE RUN-AUDIT-FILE.
104900 9800-WRITE-RUN-AUDIT-EXIT.
105000     EXIT.

105100*-----------------------------------------------------------------
105200* 9910-ABEND-TABLE-FULL
105300*   REACHED WHEN THE CONTRACT MASTER HOLDS MORE ROWS THAN
105400*   WS-CONTRACT-TABLE.  NOTHING HAS BEEN SETTLED OR WRITTEN.
105500*-----------------------------------------------------------------
105600 9910-ABEND-TABLE-FULL.
105700     DISPLAY 'FATAL: more than ' WS-MAX-CONTRACTS
105800         ' contracts in ' WS-CONTRACT-FILENAME
105900         '.  Run terminated; nothing settled.'
106000     CLOSE CONTRACT-MASTER-FILE
106100     MOVE 16 TO RETURN-CODE
106200     PERFORM 9800-WRITE-RUN-AUDIT
106300         THRU 9800-WRITE-RUN-AUDIT-EXIT
106400     STOP RUN.

106500*-----------------------------------------------------------------
106600* 9920-ABEND-SETTLE-DATE
106700*   REACHED WHEN PARM-SETTLE-DATE IS NOT A YYYY-MM-DD DATE.
106800*   GUESSING WHICH CONTRACTS ARE DUE COULD PAY ONE EARLY, SO THE
106900*   RUN STOPS BEFORE ANYTHING IS READ.
107000*-----------------------------------------------------------------
107100 9920-ABEND-SETTLE-DATE.
107200     DISPLAY 'FATAL: settlement date ' WS-SETTLE-DATE-X
107300         ' on the control card is not YYYY-MM-DD.'
107400         '  Run terminated; nothing settled.'
107500     MOVE 16 TO RETURN-CODE
107600     PERFORM 9800-WRITE-RUN-AUDIT
107700         THRU 9800-WRITE-RUN-AUDIT-EXIT
107800     STOP RUN.

107900*-----------------------------------------------------------------
108000* 9930-ABEND-HISTORY-IO
108100*   REACHED WHEN THE HISTORY MASTER CANNOT BE OPENED OR A READ
108200*   FAILS FOR ANY REASON OTHER THAN END OF FILE (FILE STATUS IN
108300*   WS-HISTORY-STATUS).  A SETTLEMENT CANNOT BE WORKED FROM A
108400*   MASTER THAT CANNOT BE READ, SO THE RUN STOPS WITH THE
108500*   CONTRACT MASTER UNTOUCHED; THE SETTLEMENT FILE IS LEFT
108600*   WITHOUT ITS TRAILER, SO NO RECEIVER CAN TAKE IT AS WHOLE.
108700*-----------------------------------------------------------------
108800 9930-ABEND-HISTORY-IO.
108900     DISPLAY 'FATAL: history master I/O error, file status '
109000         WS-HISTORY-STATUS ' on ' WS-HISTMST-FILENAME
109100         '.  Run terminated; contract master untouched.'
109200     MOVE 16 TO RETURN-CODE
109300     PERFORM 9800-WRITE-RUN-AUDIT
109400         THRU 9800-WRITE-RUN-AUDIT-EXIT
109500     STOP RUN.
