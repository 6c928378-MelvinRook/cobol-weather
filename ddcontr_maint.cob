000100*****************************************************************
000200* PROGRAM:      DegreeDayContractMaint
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   CARD-DRIVEN MAINTENANCE OF THE ENERGY DESK'S DEGREE-DAY
000900*   CONTRACT MASTER (DDCREC ROWS IN DDCONTR.DAT), THE SAME WAY
001000*   StationMasterMaint KEEPS THE STATION MASTER.  THE DESK USED
001100*   TO CARRY ITS HEDGE TERMS IN A SPREADSHEET, AND A WRONG BASE
001200*   TEMPERATURE THERE COST A DISPUTED SETTLEMENT, SO THE TERMS
001300*   NOW LIVE ON A MASTER THAT ONLY EDITED CARDS CAN CHANGE
001400*   (DDCMAINT.DAT, ONE CARD PER CHANGE):
001500*     ADD - NEW CONTRACT; THE ID MUST NOT ALREADY BE ON THE
001600*           MASTER AND EVERY TERM MUST BE GIVEN - STATION, HDD
001700*           OR CDD, PERIOD START AND END, BASE TEMPERATURE,
001800*           STRIKE, TICK VALUE AND PAYOUT CAP.  THE BASE HAS
001900*           NO DEFAULT ON PURPOSE.  A BLANK OPTION TYPE IS A
002000*           CALL (C); P MAKES IT A PUT.
002100*     CHG - NON-BLANK CARD FIELDS REPLACE THE MASTER'S; BLANK
002200*           FIELDS LEAVE THE MASTER VALUE ALONE.  ONLY AN OPEN
002300*           CONTRACT CAN BE CHANGED.
002400*     CAN - CANCELS AN OPEN CONTRACT; IT IS NEVER SETTLED.
002500*     REO - REOPENS A SETTLED CONTRACT AND CLEARS ITS SETTLED
002600*           FIGURES SO THE NEXT SETTLEMENT RUN SETTLES IT
002700*           AGAIN - THE ROUTE FOR A SETTLEMENT DISPUTED AFTER
002800*           THE HISTORY MASTER WAS CORRECTED.
002900*   THE STATION MUST BE AN ACTIVE STATION ON THE STATION MASTER
003000*   AND THE PERIOD REAL CALENDAR DATES, START NOT AFTER END, NO
003100*   LONGER THAN 366 DAYS.  THE PRINTED LISTING (DDCMAINT.RPT)
003200*   SHOWS THE MASTER BEFORE, EVERY CARD WITH ITS APPLIED/
003300*   REJECTED DISPOSITION AND REASON, AND THE MASTER AFTER, AND
003400*   THE RUN LEAVES ITS OWN AUDITREC ROW.  THE MASTER FILE IS
003500*   ONLY REWRITTEN WHEN AT LEAST ONE CARD APPLIED.
003600*-----------------------------------------------------------------
003700* MODIFICATION HISTORY
003800*   10/15/2026  DO   INITIAL VERSION
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. DegreeDayContractMaint.
004200 AUTHOR. D. OKAFOR.
004300 INSTALLATION. WEATHER SYSTEMS GROUP.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL MAINT-CARD-FILE ASSIGN TO 'ddcmaint.dat'
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL CONTRACT-MASTER-FILE
005400         ASSIGN TO DYNAMIC WS-CONTRACT-FILENAME
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL STATION-MASTER-FILE
005700         ASSIGN TO DYNAMIC WS-STATION-FILENAME
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT MAINT-REPORT-FILE ASSIGN TO 'ddcmaint.rpt'
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL RUN-AUDIT-FILE
006200         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006300         ORGANIZATION IS LINE SEQUENTIAL.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARAMETER-FILE.
006700     COPY PARMREC.

006800 FD  MAINT-CARD-FILE.
006900 01  MAINT-CARD-RECORD.
007000     05  MNT-ACTION                PIC X(03).
007100         88  MNT-WANT-ADD                    VALUE 'ADD'.
007200         88  MNT-WANT-CHG                    VALUE 'CHG'.
007300         88  MNT-WANT-CAN                    VALUE 'CAN'.
007400         88  MNT-WANT-REO                    VALUE 'REO'.
007500     05  MNT-CONTRACT-ID           PIC X(10).
007600     05  MNT-STATION-ID            PIC X(05).
007700     05  MNT-INDEX-TYPE            PIC X(03).
007800     05  MNT-OPTION-TYPE           PIC X(01).
007900     05  MNT-PERIOD-START          PIC X(10).
008000     05  MNT-PERIOD-END            PIC X(10).
008100     05  MNT-BASE-TEMP             PIC S9(3)V9(1).
008200     05  MNT-BASE-TEMP-X REDEFINES MNT-BASE-TEMP
008300                                   PIC X(04).
008400     05  MNT-STRIKE                PIC 9(5)V9(1).
008500     05  MNT-STRIKE-X REDEFINES MNT-STRIKE
008600                                   PIC X(06).
008700     05  MNT-TICK-VALUE            PIC 9(5)V9(2).
008800     05  MNT-TICK-VALUE-X REDEFINES MNT-TICK-VALUE
008900                                   PIC X(07).
009000     05  MNT-PAYOUT-CAP            PIC 9(9)V9(2).
009100     05  MNT-PAYOUT-CAP-X REDEFINES MNT-PAYOUT-CAP
009200                                   PIC X(11).

009300 FD  CONTRACT-MASTER-FILE.
009400     COPY DDCREC.

009500 FD  STATION-MASTER-FILE.
009600     COPY STAMREC.

009700 FD  MAINT-REPORT-FILE.
009800 01  MAINT-REPORT-RECORD           PIC X(100).

009900 FD  RUN-AUDIT-FILE.
010000     COPY AUDITREC.

010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* RUN PARAMETERS (FROM RUNPARM.DAT)
010400*   ONLY THE CONTRACT MASTER, STATION MASTER AND AUDIT-TRAIL
010500*   NAMES APPLY TO THIS PROGRAM; THE CARD AND REPORT FILES CARRY
010600*   FIXED NAMES LIKE THE OTHER MAINTENANCE JOBS.
010700*-----------------------------------------------------------------
010800 01  WS-CONTRACT-FILENAME          PIC X(40) VALUE SPACES.
010900 01  WS-STATION-FILENAME           PIC X(40) VALUE SPACES.
011000 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

011100 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.

011200*-----------------------------------------------------------------
011300* BALANCING COUNTS
011400*-----------------------------------------------------------------
011500 01  WS-CARD-COUNT                 PIC 9(4) VALUE 0.
011600 01  WS-APPLIED-COUNT              PIC 9(4) VALUE 0.
011700 01  WS-REJECTED-COUNT             PIC 9(4) VALUE 0.

011800*-----------------------------------------------------------------
011900* CONTRACT MASTER TABLE
012000*   THE WHOLE MASTER IS HELD HERE FOR THE RUN: LOADED AT STARTUP,
012100*   UPDATED IN PLACE BY THE CARDS, AND ONLY WRITTEN BACK TO DISK
012200*   AFTER EVERY CARD HAS BEEN HEARD AND AT LEAST ONE APPLIED.
012300*   EACH SLOT HAS THE DDCREC LAYOUT, SO A ROW MOVES IN AND OUT
012400*   WHOLE.
012500*-----------------------------------------------------------------
012600 01  WS-CONTRACT-TABLE.
012700     05  WS-CONTRACT-ENTRY         OCCURS 50 TIMES.
012800         10  WS-CT-CONTRACT-ID     PIC X(10).
012900         10  WS-CT-STATION-ID      PIC X(05).
013000         10  WS-CT-INDEX-TYPE      PIC X(03).
013100         10  WS-CT-OPTION-TYPE     PIC X(01).
013200         10  WS-CT-PERIOD-START    PIC X(10).
013300         10  WS-CT-PERIOD-END      PIC X(10).
013400         10  WS-CT-BASE-TEMP       PIC S9(3)V9(1).
013500         10  WS-CT-STRIKE          PIC 9(5)V9(1).
013600         10  WS-CT-TICK-VALUE      PIC 9(5)V9(2).
013700         10  WS-CT-PAYOUT-CAP      PIC 9(9)V9(2).
013800         10  WS-CT-STATUS          PIC X(01).
013900         10  WS-CT-SETTLEMENT      PIC X(27).

014000 01  WS-CONTRACT-COUNT             PIC 9(2) COMP VALUE 0.
014100 01  WS-CONTRACT-INDEX             PIC 9(2) COMP VALUE 0.
014200 01  WS-MAX-CONTRACTS              PIC 9(2) COMP VALUE 50.

014300 01  WS-CONTRACT-EOF-SW            PIC X(01) VALUE 'N'.
014400     88  WS-CONTRACT-EOF                     VALUE 'Y'.
014500 01  WS-CONTRACT-FOUND-SW          PIC X(01) VALUE 'N'.
014600     88  WS-CONTRACT-FOUND                   VALUE 'Y'.
014700     88  WS-CONTRACT-NOT-FOUND               VALUE 'N'.

014800*-----------------------------------------------------------------
014900* CONTRACT WORK AREA
015000*   THE CONTRACT AS IT WOULD STAND IF THE CARD APPLIED: AN ADD
015100*   STARTS FROM SPACES, A CHG FROM THE MASTER ROW, AND THE
015200*   CARD'S FIELDS ARE LAID OVER IT BEFORE THE TERMS ARE EDITED
015300*   AS A WHOLE.  A NUMERIC TERM STILL HOLDING SPACES WAS NEVER
015400*   GIVEN.
015500*-----------------------------------------------------------------
015600 01  WS-CONTRACT-WORK.
015700     05  WS-CW-CONTRACT-ID         PIC X(10).
015800     05  WS-CW-STATION-ID          PIC X(05).
015900     05  WS-CW-INDEX-TYPE          PIC X(03).
016000         88  WS-CW-INDEX-VALID               VALUE 'HDD' 'CDD'.
016100     05  WS-CW-OPTION-TYPE         PIC X(01).
016200         88  WS-CW-OPTION-VALID              VALUE 'C' 'P'.
016300     05  WS-CW-PERIOD-START        PIC X(10).
016400     05  WS-CW-PERIOD-END          PIC X(10).
016500     05  WS-CW-BASE-TEMP           PIC S9(3)V9(1).
016600     05  WS-CW-STRIKE              PIC 9(5)V9(1).
016700     05  WS-CW-TICK-VALUE          PIC 9(5)V9(2).
016800     05  WS-CW-PAYOUT-CAP          PIC 9(9)V9(2).
016900     05  WS-CW-STATUS              PIC X(01).
017000     05  WS-CW-SETTLEMENT          PIC X(27).

017100*-----------------------------------------------------------------
017200* STATION MASTER TABLE
017300*   ONLY THE ID AND ACTIVE FLAG ARE KEPT - A CONTRACT MAY ONLY
017400*   BE WRITTEN ON AN ACTIVE STATION.  SAME TWENTY-SLOT LIMIT
017500*   THE REST OF THE SUITE LIVES WITH.
017600*-----------------------------------------------------------------
017700 01  WS-STATION-MASTER-TABLE.
017800     05  WS-MASTER-ENTRY           OCCURS 20 TIMES.
017900         10  WS-MASTER-STATION-ID  PIC X(05).
018000         10  WS-MASTER-ACTIVE-FLAG PIC X(01).

018100 01  WS-MASTER-COUNT               PIC 9(2) COMP VALUE 0.
018200 01  WS-MASTER-INDEX               PIC 9(2) COMP VALUE 0.
018300 01  WS-MAX-STATIONS               PIC 9(2) COMP VALUE 20.
018400 01  WS-MASTER-SEARCH-ID           PIC X(05) VALUE SPACES.

018500 01  WS-MASTER-EOF-SW              PIC X(01) VALUE 'N'.
018600     88  WS-MASTER-EOF                       VALUE 'Y'.
018700 01  WS-MASTER-FOUND-SW            PIC X(01) VALUE 'N'.
018800     88  WS-MASTER-FOUND                     VALUE 'Y'.
018900     88  WS-MASTER-NOT-FOUND                 VALUE 'N'.

019000 01  WS-CARD-VALID-SW              PIC X(01) VALUE 'Y'.
019100     88  WS-CARD-VALID                       VALUE 'Y'.
019200     88  WS-CARD-INVALID                     VALUE 'N'.
019300 01  WS-CARD-ERROR                 PIC X(40) VALUE SPACES.

019400*-----------------------------------------------------------------
019500* CALENDAR-DATE EDIT
019600*   2450-VALIDATE-DATE CHECKS WS-CHECK-DATE IS A REAL YYYY-MM-DD
019700*   DATE - SHAPE, MONTH, AND A DAY THAT MONTH ACTUALLY HAS
019800*   (FEBRUARY 29 ONLY IN A LEAP YEAR).  A SETTLEMENT PERIOD
019900*   ENDING ON A DAY THAT DOES NOT EXIST COULD NEVER BE PROVED
020000*   COMPLETE.
020100*-----------------------------------------------------------------
020200 01  WS-CHECK-DATE                 PIC X(10) VALUE SPACES.
020300 01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
020400     05  WS-CK-YEAR                PIC 9(04).
020500     05  WS-CK-DASH-1              PIC X(01).
020600     05  WS-CK-MONTH               PIC 9(02).
020700     05  WS-CK-DASH-2              PIC X(01).
020800     05  WS-CK-DAY                 PIC 9(02).

020900 01  WS-DATE-VALID-SW              PIC X(01) VALUE 'Y'.
021000     88  WS-DATE-VALID                       VALUE 'Y'.
021100     88  WS-DATE-INVALID                     VALUE 'N'.

021200 01  WS-DAYS-IN-MONTH-VALUES       PIC X(24)
021300         VALUE '312831303130313130313031'.
021400 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
021500     05  WS-DAYS-IN-MONTH          OCCURS 12 TIMES PIC 9(2).

021600 01  WS-MONTH-LENGTH               PIC 9(2) VALUE 0.
021700 01  WS-LEAP-QUOTIENT              PIC 9(4) VALUE 0.
021800 01  WS-LEAP-REM-4                 PIC 9(4) VALUE 0.
021900 01  WS-LEAP-REM-100               PIC 9(4) VALUE 0.
022000 01  WS-LEAP-REM-400               PIC 9(4) VALUE 0.

022100*-----------------------------------------------------------------
022200* PERIOD-LENGTH WORK AREAS
022300*   6000-DATE-TO-DAY-NUMBER TURNS A YYYYMMDD DATE INTO A SERIAL
022400*   DAY COUNT (CIVIL-CALENDAR FORMULA, MARCH-BASED YEAR) SO THE
022500*   LENGTH OF A CONTRACT PERIOD IS ONE SUBTRACTION.  THE
022600*   DIVIDES RUN THROUGH DIVIDE/GIVING SO THE QUOTIENTS TRUNCATE
022700*   THE WAY THE FORMULA NEEDS.
022800*-----------------------------------------------------------------
022900 01  WS-DN-DATE                    PIC 9(08) VALUE 0.
023000 01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
023100     05  WS-DN-YEAR                PIC 9(04).
023200     05  WS-DN-MONTH               PIC 9(02).
023300     05  WS-DN-DAY                 PIC 9(02).

023400 01  WS-DN-ADJ-YEAR                PIC 9(04) COMP VALUE 0.
023500 01  WS-DN-ADJ-MONTH               PIC 9(02) COMP VALUE 0.
023600 01  WS-DN-QUOT-4                  PIC 9(04) COMP VALUE 0.
023700 01  WS-DN-QUOT-100                PIC 9(04) COMP VALUE 0.
023800 01  WS-DN-QUOT-400                PIC 9(04) COMP VALUE 0.
023900 01  WS-DN-MONTH-DAYS              PIC 9(04) COMP VALUE 0.
024000 01  WS-DN-RESULT                  PIC 9(09) COMP VALUE 0.

024100 01  WS-START-DAY-NUMBER           PIC 9(09) COMP VALUE 0.
024200 01  WS-PERIOD-DAYS                PIC 9(09) COMP VALUE 0.
024300 01  WS-MAX-PERIOD-DAYS            PIC 9(03) COMP VALUE 366.

024400*-----------------------------------------------------------------
024500* RUN AUDIT-TRAIL WORK AREAS
024600*-----------------------------------------------------------------
024700 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
024800 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
024900 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
025000 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

025100*-----------------------------------------------------------------
025200* REPORT LINE LAYOUTS
025300*-----------------------------------------------------------------
025400 01  WS-REPORT-HEADING-1.
025500     05  FILLER                    PIC X(32)
025600         VALUE 'DEGREE-DAY CONTRACT MAINTENANCE '.
025700     05  WS-RH1-RUN-DATE           PIC 9(08).
025800     05  FILLER                    PIC X(10) VALUE '  MASTER: '.
025900     05  WS-RH1-MASTER-NAME        PIC X(40).
026000     05  FILLER                    PIC X(10) VALUE SPACES.

026100 01  WS-REPORT-HEADING-2.
026200     05  FILLER                    PIC X(37)
026300         VALUE '  CONTRACT   STATN IDX O PERIOD START'.
026400     05  FILLER                    PIC X(37)
026500         VALUE ' PERIOD END   BASE  STRIKE     TICK  '.
026600     05  FILLER                    PIC X(26)
026700         VALUE '         CAP S'.

026800 01  WS-REPORT-SECTION-LINE.
026900     05  WS-SEC-LABEL              PIC X(07).
027000     05  FILLER                    PIC X(10)
027100         VALUE ' CONTRACTS'.
027200     05  FILLER                    PIC X(01) VALUE ':'.
027300     05  WS-SEC-COUNT              PIC ZZ9.
027400     05  FILLER                    PIC X(79) VALUE SPACES.

027500 01  WS-REPORT-MASTER-LINE.
027600     05  FILLER                    PIC X(02) VALUE SPACES.
027700     05  WS-RM-CONTRACT-ID         PIC X(10).
027800     05  FILLER                    PIC X(01) VALUE SPACE.
027900     05  WS-RM-STATION-ID          PIC X(05).
028000     05  FILLER                    PIC X(01) VALUE SPACE.
028100     05  WS-RM-INDEX-TYPE          PIC X(03).
028200     05  FILLER                    PIC X(01) VALUE SPACE.
028300     05  WS-RM-OPTION-TYPE         PIC X(01).
028400     05  FILLER                    PIC X(01) VALUE SPACE.
028500     05  WS-RM-PERIOD-START        PIC X(10).
028600     05  FILLER                    PIC X(01) VALUE SPACE.
028700     05  WS-RM-PERIOD-END          PIC X(10).
028800     05  FILLER                    PIC X(01) VALUE SPACE.
028900     05  WS-RM-BASE-TEMP           PIC -ZZ9.9.
029000     05  FILLER                    PIC X(01) VALUE SPACE.
029100     05  WS-RM-STRIKE              PIC ZZZZ9.9.
029200     05  FILLER                    PIC X(01) VALUE SPACE.
029300     05  WS-RM-TICK-VALUE          PIC ZZZZ9.99.
029400     05  FILLER                    PIC X(01) VALUE SPACE.
029500     05  WS-RM-PAYOUT-CAP          PIC ZZZZZZZZ9.99.
029600     05  FILLER                    PIC X(01) VALUE SPACE.
029700     05  WS-RM-STATUS              PIC X(01).
029800     05  FILLER                    PIC X(15) VALUE SPACES.

029900 01  WS-REPORT-CARD-LINE.
030000     05  FILLER                    PIC X(05) VALUE 'CARD '.
030100     05  WS-RC-ACTION              PIC X(03).
030200     05  FILLER                    PIC X(01) VALUE SPACE.
030300     05  WS-RC-CONTRACT-ID         PIC X(10).
030400     05  FILLER                    PIC X(02) VALUE SPACES.
030500     05  WS-RC-STATUS              PIC X(08).
030600     05  FILLER                    PIC X(02) VALUE SPACES.
030700     05  WS-RC-REASON              PIC X(40).
030800     05  FILLER                    PIC X(29) VALUE SPACES.

030900*-----------------------------------------------------------------
031000* SWITCHES
031100*-----------------------------------------------------------------
031200 01  WS-SWITCHES.
031300     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
031400         88  WS-END-OF-FILE                  VALUE 'Y'.

031500 PROCEDURE DIVISION.
031600*-----------------------------------------------------------------
031700* 0000-MAIN-PARA
031800*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
031900*-----------------------------------------------------------------
032000 0000-MAIN-PARA.
032100     PERFORM 1000-INITIALIZE
032200         THRU 1000-INITIALIZE-EXIT

032300     PERFORM 2000-PROCESS-CARDS
032400         THRU 2000-PROCESS-CARDS-EXIT

032500     PERFORM 8000-PRODUCE-OUTPUT
032600         THRU 8000-PRODUCE-OUTPUT-EXIT

032700     PERFORM 9000-TERMINATE
032800         THRU 9000-TERMINATE-EXIT

032900     STOP RUN.

033000*-----------------------------------------------------------------
033100* 1000-INITIALIZE
033200*   READS THE CARD FILE NAMES, LOADS THE CONTRACT AND STATION
033300*   MASTERS INTO THEIR TABLES, AND WRITES THE HEADING AND THE
033400*   BEFORE LISTING.
033500*-----------------------------------------------------------------
033600 1000-INITIALIZE.
033700     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
033800     ACCEPT WS-RUN-START-TIME FROM TIME

033900     PERFORM 1150-READ-PARAMETER-RECORD
034000         THRU 1150-READ-PARAMETER-RECORD-EXIT

034100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

034200     PERFORM 1200-LOAD-CONTRACT-MASTER
034300         THRU 1200-LOAD-CONTRACT-MASTER-EXIT

034400     PERFORM 1300-LOAD-STATION-MASTER
034500         THRU 1300-LOAD-STATION-MASTER-EXIT

034600     OPEN INPUT MAINT-CARD-FILE
034700     OPEN OUTPUT MAINT-REPORT-FILE

034800     MOVE WS-RUN-DATE          TO WS-RH1-RUN-DATE
034900     MOVE WS-CONTRACT-FILENAME TO WS-RH1-MASTER-NAME
035000     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-HEADING-1
035100     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-HEADING-2

035200     MOVE 'BEFORE ' TO WS-SEC-LABEL
035300     PERFORM 7000-LIST-MASTER
035400         THRU 7000-LIST-MASTER-EXIT.
035500 1000-INITIALIZE-EXIT.
035600     EXIT.

035700*-----------------------------------------------------------------
035800* 1150-READ-PARAMETER-RECORD
035900*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
036000*   READ, TAKING THE CONTRACT MASTER, STATION MASTER AND
036100*   AUDIT-TRAIL NAMES.  A MISSING CARD OR BLANK FIELDS FALL BACK
036200*   TO THE STANDARD NAMES.
036300*-----------------------------------------------------------------
036400 1150-READ-PARAMETER-RECORD.
036500     MOVE 'ddcontr.dat'  TO WS-CONTRACT-FILENAME
036600     MOVE 'stamast.dat'  TO WS-STATION-FILENAME
036700     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME

036800     OPEN INPUT PARAMETER-FILE
036900     READ PARAMETER-FILE
037000         AT END
037100             CLOSE PARAMETER-FILE
037200             GO TO 1150-READ-PARAMETER-RECORD-EXIT
037300     END-READ
037400     CLOSE PARAMETER-FILE

037500     IF PARM-CONTRACT-FILENAME NOT = SPACES
037600         MOVE PARM-CONTRACT-FILENAME TO WS-CONTRACT-FILENAME
037700     END-IF

037800     IF PARM-STATION-FILENAME NOT = SPACES
037900         MOVE PARM-STATION-FILENAME TO WS-STATION-FILENAME
038000     END-IF

038100     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
038200         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
038300     END-IF.
038400 1150-READ-PARAMETER-RECORD-EXIT.
038500     EXIT.

038600*-----------------------------------------------------------------
038700* 1200-LOAD-CONTRACT-MASTER
038800*   LOADS THE WHOLE CONTRACT MASTER INTO WS-CONTRACT-TABLE.  AN
038900*   EMPTY OR MISSING FILE IS A LEGITIMATE STARTING STATE - THE
039000*   FIRST ADD CARDS BUILD IT - SO NO WARNING IS GIVEN HERE.
039100*-----------------------------------------------------------------
039200 1200-LOAD-CONTRACT-MASTER.
039300     MOVE 'N' TO WS-CONTRACT-EOF-SW
039400     OPEN INPUT CONTRACT-MASTER-FILE

039500     PERFORM 1210-LOAD-ONE-CONTRACT
039600         THRU 1210-LOAD-ONE-CONTRACT-EXIT
039700         UNTIL WS-CONTRACT-EOF

039800     CLOSE CONTRACT-MASTER-FILE.
039900 1200-LOAD-CONTRACT-MASTER-EXIT.
040000     EXIT.

040100*-----------------------------------------------------------------
040200* 1210-LOAD-ONE-CONTRACT
040300*   READS ONE DDCREC ROW INTO THE NEXT TABLE SLOT.  ROWS BEYOND
040400*   THE TABLE LIMIT ARE REPORTED; THEY WOULD BE LOST ON THE
040500*   REWRITE, SO THE RUN IS STOPPED BEFORE ANY CARD IS HEARD.
040600*-----------------------------------------------------------------
040700 1210-LOAD-ONE-CONTRACT.
040800     READ CONTRACT-MASTER-FILE
040900         AT END
041000             SET WS-CONTRACT-EOF TO TRUE
041100             GO TO 1210-LOAD-ONE-CONTRACT-EXIT
041200     END-READ

041300     IF WS-CONTRACT-COUNT >= WS-MAX-CONTRACTS
041400         GO TO 9910-ABEND-TABLE-FULL
041500     END-IF

041600     ADD 1 TO WS-CONTRACT-COUNT
041700     MOVE DEGREE-DAY-CONTRACT-RECORD
041800         TO WS-CONTRACT-ENTRY (WS-CONTRACT-COUNT).
041900 1210-LOAD-ONE-CONTRACT-EXIT.
042000     EXIT.

042100*-----------------------------------------------------------------
042200* 1300-LOAD-STATION-MASTER
042300*   LOADS THE STATION IDS AND ACTIVE FLAGS.  A MISSING OR EMPTY
042400*   MASTER SKIPS THE STATION CHECK WITH A WARNING, AS THE
042500*   READERS DO.
042600*-----------------------------------------------------------------
042700 1300-LOAD-STATION-MASTER.
042800     MOVE 'N' TO WS-MASTER-EOF-SW
042900     OPEN INPUT STATION-MASTER-FILE

043000     PERFORM 1310-LOAD-ONE-STATION
043100         THRU 1310-LOAD-ONE-STATION-EXIT
043200         UNTIL WS-MASTER-EOF

043300     CLOSE STATION-MASTER-FILE

043400     IF WS-MASTER-COUNT = 0
043500         DISPLAY 'WARNING: station master ' WS-STATION-FILENAME
043600             ' is missing or empty - station validation is '
043700             'skipped for this run.'
043800     END-IF.
043900 1300-LOAD-STATION-MASTER-EXIT.
044000     EXIT.

044100*-----------------------------------------------------------------
044200* 1310-LOAD-ONE-STATION
044300*   READS ONE STATION-MASTER-RECORD INTO THE NEXT TABLE SLOT.
044400*   ROWS BEYOND THE TABLE LIMIT ARE REPORTED AND DROPPED.
044500*-----------------------------------------------------------------
044600 1310-LOAD-ONE-STATION.
044700     READ STATION-MASTER-FILE
044800         AT END
044900             SET WS-MASTER-EOF TO TRUE
045000             GO TO 1310-LOAD-ONE-STATION-EXIT
045100     END-READ

045200     IF WS-MASTER-COUNT >= WS-MAX-STATIONS
045300         DISPLAY 'WARNING: more than ' WS-MAX-STATIONS
045400             ' stations in ' WS-STATION-FILENAME ' - STATION '
045500             STAM-STATION-ID ' ignored'
045600         GO TO 1310-LOAD-ONE-STATION-EXIT
045700     END-IF

045800     ADD 1 TO WS-MASTER-COUNT
045900     MOVE STAM-STATION-ID  TO WS-MASTER-STATION-ID
046000                                   (WS-MASTER-COUNT)
046100     MOVE STAM-ACTIVE-FLAG TO WS-MASTER-ACTIVE-FLAG
046200                                   (WS-MASTER-COUNT).
046300 1310-LOAD-ONE-STATION-EXIT.
046400     EXIT.

046500*-----------------------------------------------------------------
046600* 2000-PROCESS-CARDS
046700*   READS AND APPLIES EVERY MAINTENANCE CARD IN TURN.
046800*-----------------------------------------------------------------
046900 2000-PROCESS-CARDS.
047000     PERFORM 2100-PROCESS-ONE-CARD
047100         THRU 2100-PROCESS-ONE-CARD-EXIT
047200         UNTIL WS-END-OF-FILE.
047300 2000-PROCESS-CARDS-EXIT.
047400     EXIT.

047500*-----------------------------------------------------------------
047600* 2100-PROCESS-ONE-CARD
047700*   READS ONE CARD, EDITS IT AGAINST THE DDCREC RULES AND THE
047800*   TABLE AS UPDATED SO FAR, AND EITHER APPLIES IT OR LISTS THE
047900*   REJECTION.  A BAD CARD MUST NOT COST THE DESK THE REST OF
048000*   THE BATCH, SO THE RUN ALWAYS MOVES ON.
048100*-----------------------------------------------------------------
048200 2100-PROCESS-ONE-CARD.
048300     READ MAINT-CARD-FILE
048400         AT END
048500             SET WS-END-OF-FILE TO TRUE
048600             GO TO 2100-PROCESS-ONE-CARD-EXIT
048700     END-READ

048800     ADD 1 TO WS-CARD-COUNT

048900     PERFORM 2200-VALIDATE-CARD
049000         THRU 2200-VALIDATE-CARD-EXIT

049100     MOVE MNT-ACTION      TO WS-RC-ACTION
049200     MOVE MNT-CONTRACT-ID TO WS-RC-CONTRACT-ID

049300     IF WS-CARD-INVALID
049400         ADD 1 TO WS-REJECTED-COUNT
049500         MOVE 'REJECTED'     TO WS-RC-STATUS
049600         MOVE WS-CARD-ERROR  TO WS-RC-REASON
049700         WRITE MAINT-REPORT-RECORD FROM WS-REPORT-CARD-LINE
049800         DISPLAY 'REJECTED CARD ' WS-CARD-COUNT ': '
049900             MNT-ACTION ' ' MNT-CONTRACT-ID ' - ' WS-CARD-ERROR
050000         GO TO 2100-PROCESS-ONE-CARD-EXIT
050100     END-IF

050200     IF MNT-WANT-ADD
050300         PERFORM 2600-APPLY-ADD
050400             THRU 2600-APPLY-ADD-EXIT
050500     END-IF
050600     IF MNT-WANT-CHG
050700         PERFORM 2610-APPLY-CHG
050800             THRU 2610-APPLY-CHG-EXIT
050900     END-IF
051000     IF MNT-WANT-CAN
051100         PERFORM 2620-APPLY-CAN
051200             THRU 2620-APPLY-CAN-EXIT
051300     END-IF
051400     IF MNT-WANT-REO
051500         PERFORM 2630-APPLY-REO
051600             THRU 2630-APPLY-REO-EXIT
051700     END-IF

051800     ADD 1 TO WS-APPLIED-COUNT
051900     MOVE 'APPLIED ' TO WS-RC-STATUS
052000     MOVE SPACES     TO WS-RC-REASON
052100     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-CARD-LINE.
052200 2100-PROCESS-ONE-CARD-EXIT.
052300     EXIT.

052400*-----------------------------------------------------------------
052500* 2200-VALIDATE-CARD
052600*   EDITS ONE CARD: THE ACTION MUST BE ADD, CHG, CAN OR REO AND
052700*   THE CONTRACT ID PRESENT; AN ADD NEEDS AN UNUSED ID AND A
052800*   FREE SLOT, THE OTHERS AN EXISTING ID IN THE RIGHT STATUS.
052900*   AN ADD OR CHG BUILDS THE CONTRACT AS IT WOULD STAND IN
053000*   WS-CONTRACT-WORK AND EDITS THE TERMS THERE.  LEAVES
053100*   WS-CONTRACT-INDEX AT THE CONTRACT'S SLOT FOR THE APPLY
053200*   STEP.
053300*-----------------------------------------------------------------
053400 2200-VALIDATE-CARD.
053500     SET WS-CARD-VALID TO TRUE
053600     MOVE SPACES TO WS-CARD-ERROR

053700     IF NOT MNT-WANT-ADD AND NOT MNT-WANT-CHG
053800        AND NOT MNT-WANT-CAN AND NOT MNT-WANT-REO
053900         SET WS-CARD-INVALID TO TRUE
054000         MOVE 'ACTION MUST BE ADD, CHG, CAN OR REO'
054100             TO WS-CARD-ERROR
054200         GO TO 2200-VALIDATE-CARD-EXIT
054300     END-IF

054400     IF MNT-CONTRACT-ID = SPACES
054500         SET WS-CARD-INVALID TO TRUE
054600         MOVE 'MISSING CONTRACT ID' TO WS-CARD-ERROR
054700         GO TO 2200-VALIDATE-CARD-EXIT
054800     END-IF

054900     PERFORM 2500-FIND-CONTRACT
055000         THRU 2500-FIND-CONTRACT-EXIT

055100     IF MNT-WANT-ADD
055200         PERFORM 2210-VALIDATE-ADD
055300             THRU 2210-VALIDATE-ADD-EXIT
055400         GO TO 2200-VALIDATE-CARD-EXIT
055500     END-IF

055600     IF WS-CONTRACT-NOT-FOUND
055700         SET WS-CARD-INVALID TO TRUE
055800         MOVE 'CONTRACT NOT ON MASTER' TO WS-CARD-ERROR
055900         GO TO 2200-VALIDATE-CARD-EXIT
056000     END-IF

056100     IF MNT-WANT-REO
056200         IF WS-CT-STATUS (WS-CONTRACT-INDEX) NOT = 'S'
056300             SET WS-CARD-INVALID TO TRUE
056400             MOVE 'CONTRACT NOT SETTLED' TO WS-CARD-ERROR
056500         END-IF
056600         GO TO 2200-VALIDATE-CARD-EXIT
056700     END-IF

056800     IF WS-CT-STATUS (WS-CONTRACT-INDEX) NOT = 'O'
056900         SET WS-CARD-INVALID TO TRUE
057000         MOVE 'CONTRACT NOT OPEN' TO WS-CARD-ERROR
057100         GO TO 2200-VALIDATE-CARD-EXIT
057200     END-IF

057300     IF MNT-WANT-CHG
057400         MOVE WS-CONTRACT-ENTRY (WS-CONTRACT-INDEX)
057500             TO WS-CONTRACT-WORK
057600         PERFORM 2300-OVERLAY-CARD
057700             THRU 2300-OVERLAY-CARD-EXIT
057800         IF WS-CARD-VALID
057900             PERFORM 2400-VALIDATE-TERMS
058000                 THRU 2400-VALIDATE-TERMS-EXIT
058100         END-IF
058200     END-IF.
058300 2200-VALIDATE-CARD-EXIT.
058400     EXIT.

058500*-----------------------------------------------------------------
058600* 2210-VALIDATE-ADD
058700*   AN ADD NEEDS AN ID NOT ALREADY ON THE MASTER AND ROOM IN THE
058800*   TABLE.  THE NEW CONTRACT IS BUILT FROM THE CARD ALONE - A
058900*   BLANK OPTION TYPE GOES ON AS A CALL - AND OPENS WITH NO
059000*   SETTLED FIGURES.
059100*-----------------------------------------------------------------
059200 2210-VALIDATE-ADD.
059300     IF WS-CONTRACT-FOUND
059400         SET WS-CARD-INVALID TO TRUE
059500         MOVE 'CONTRACT ALREADY ON MASTER' TO WS-CARD-ERROR
059600         GO TO 2210-VALIDATE-ADD-EXIT
059700     END-IF

059800     IF WS-CONTRACT-COUNT >= WS-MAX-CONTRACTS
059900         SET WS-CARD-INVALID TO TRUE
060000         MOVE 'MASTER IS FULL' TO WS-CARD-ERROR
060100         GO TO 2210-VALIDATE-ADD-EXIT
060200     END-IF

060300     MOVE SPACES          TO WS-CONTRACT-WORK
060400     MOVE MNT-CONTRACT-ID TO WS-CW-CONTRACT-ID
060500     MOVE 'O'             TO WS-CW-STATUS

060600     PERFORM 2300-OVERLAY-CARD
060700         THRU 2300-OVERLAY-CARD-EXIT
060800     IF WS-CARD-INVALID
060900         GO TO 2210-VALIDATE-ADD-EXIT
061000     END-IF

061100     IF WS-CW-OPTION-TYPE = SPACE
061200         MOVE 'C' TO WS-CW-OPTION-TYPE
061300     END-IF

061400     PERFORM 2400-VALIDATE-TERMS
061500         THRU 2400-VALIDATE-TERMS-EXIT.
061600 2210-VALIDATE-ADD-EXIT.
061700     EXIT.

061800*-----------------------------------------------------------------
061900* 2300-OVERLAY-CARD
062000*   LAYS EVERY NON-BLANK CARD FIELD OVER WS-CONTRACT-WORK.  A
062100*   NUMERIC TERM IS EDITED FOR FORM HERE, BEFORE IT CAN REACH
062200*   THE WORK AREA; WHETHER THE TERMS MAKE SENSE TOGETHER IS
062300*   2400'S JOB.
062400*-----------------------------------------------------------------
062500 2300-OVERLAY-CARD.
062600     IF MNT-STATION-ID NOT = SPACES
062700         MOVE MNT-STATION-ID TO WS-CW-STATION-ID
062800     END-IF
062900     IF MNT-INDEX-TYPE NOT = SPACES
063000         MOVE MNT-INDEX-TYPE TO WS-CW-INDEX-TYPE
063100     END-IF
063200     IF MNT-OPTION-TYPE NOT = SPACE
063300         MOVE MNT-OPTION-TYPE TO WS-CW-OPTION-TYPE
063400     END-IF
063500     IF MNT-PERIOD-START NOT = SPACES
063600         MOVE MNT-PERIOD-START TO WS-CW-PERIOD-START
063700     END-IF
063800     IF MNT-PERIOD-END NOT = SPACES
063900         MOVE MNT-PERIOD-END TO WS-CW-PERIOD-END
064000     END-IF

064100     IF MNT-BASE-TEMP-X NOT = SPACES
064200         IF MNT-BASE-TEMP NOT NUMERIC
064300             SET WS-CARD-INVALID TO TRUE
064400             MOVE 'INVALID BASE TEMPERATURE' TO WS-CARD-ERROR
064500             GO TO 2300-OVERLAY-CARD-EXIT
064600         END-IF
064700         MOVE MNT-BASE-TEMP TO WS-CW-BASE-TEMP
064800     END-IF

064900     IF MNT-STRIKE-X NOT = SPACES
065000         IF MNT-STRIKE NOT NUMERIC
065100             SET WS-CARD-INVALID TO TRUE
065200             MOVE 'INVALID STRIKE' TO WS-CARD-ERROR
065300             GO TO 2300-OVERLAY-CARD-EXIT
065400         END-IF
065500         MOVE MNT-STRIKE TO WS-CW-STRIKE
065600     END-IF

065700     IF MNT-TICK-VALUE-X NOT = SPACES
065800         IF MNT-TICK-VALUE NOT NUMERIC
065900             SET WS-CARD-INVALID TO TRUE
066000             MOVE 'INVALID TICK VALUE' TO WS-CARD-ERROR
066100             GO TO 2300-OVERLAY-CARD-EXIT
066200         END-IF
066300         MOVE MNT-TICK-VALUE TO WS-CW-TICK-VALUE
066400     END-IF

066500     IF MNT-PAYOUT-CAP-X NOT = SPACES
066600         IF MNT-PAYOUT-CAP NOT NUMERIC
066700             SET WS-CARD-INVALID TO TRUE
066800             MOVE 'INVALID PAYOUT CAP' TO WS-CARD-ERROR
066900             GO TO 2300-OVERLAY-CARD-EXIT
067000         END-IF
067100         MOVE MNT-PAYOUT-CAP TO WS-CW-PAYOUT-CAP
067200     END-IF.
067300 2300-OVERLAY-CARD-EXIT.
067400     EXIT.

067500*-----------------------------------------------------------------
067600* 2400-VALIDATE-TERMS
067700*   EDITS THE CONTRACT IN WS-CONTRACT-WORK AS A WHOLE: AN ACTIVE
067800*   STATION, HDD OR CDD, CALL OR PUT, A REAL PERIOD NO LONGER
067900*   THAN WS-MAX-PERIOD-DAYS WITH START NOT AFTER END, A BASE
068000*   TEMPERATURE AND STRIKE, AND A TICK VALUE AND PAYOUT CAP
068100*   ABOVE ZERO.
068200*-----------------------------------------------------------------
068300 2400-VALIDATE-TERMS.
068400     IF WS-CW-STATION-ID = SPACES
068500         SET WS-CARD-INVALID TO TRUE
068600         MOVE 'MISSING STATION ID' TO WS-CARD-ERROR
068700         GO TO 2400-VALIDATE-TERMS-EXIT
068800     END-IF

068900     IF WS-MASTER-COUNT > 0
069000         MOVE WS-CW-STATION-ID TO WS-MASTER-SEARCH-ID
069100         PERFORM 2550-FIND-MASTER-STATION
069200             THRU 2550-FIND-MASTER-STATION-EXIT
069300         IF WS-MASTER-NOT-FOUND
069400             SET WS-CARD-INVALID TO TRUE
069500             MOVE 'STATION NOT ON MASTER' TO WS-CARD-ERROR
069600             GO TO 2400-VALIDATE-TERMS-EXIT
069700         END-IF
069800         IF WS-MASTER-ACTIVE-FLAG (WS-MASTER-INDEX) NOT = 'A'
069900             SET WS-CARD-INVALID TO TRUE
070000             MOVE 'STATION NOT ACTIVE' TO WS-CARD-ERROR
070100             GO TO 2400-VALIDATE-TERMS-EXIT
070200         END-IF
070300     END-IF

070400     IF NOT WS-CW-INDEX-VALID
070500         SET WS-CARD-INVALID TO TRUE
070600         MOVE 'INDEX TYPE MUST BE HDD OR CDD' TO WS-CARD-ERROR
070700         GO TO 2400-VALIDATE-TERMS-EXIT
070800     END-IF

070900     IF NOT WS-CW-OPTION-VALID
071000         SET WS-CARD-INVALID TO TRUE
071100         MOVE 'OPTION TYPE MUST BE C, P OR BLANK'
071200             TO WS-CARD-ERROR
071300         GO TO 2400-VALIDATE-TERMS-EXIT
071400     END-IF

071500     MOVE WS-CW-PERIOD-START TO WS-CHECK-DATE
071600     PERFORM 2450-VALIDATE-DATE
071700         THRU 2450-VALIDATE-DATE-EXIT
071800     IF WS-DATE-INVALID
071900         SET WS-CARD-INVALID TO TRUE
072000         MOVE 'INVALID PERIOD START DATE' TO WS-CARD-ERROR
072100         GO TO 2400-VALIDATE-TERMS-EXIT
072200     END-IF
072300     MOVE WS-CK-YEAR  TO WS-DN-YEAR
072400     MOVE WS-CK-MONTH TO WS-DN-MONTH
072500     MOVE WS-CK-DAY   TO WS-DN-DAY
072600     PERFORM 6000-DATE-TO-DAY-NUMBER
072700         THRU 6000-DATE-TO-DAY-NUMBER-EXIT
072800     MOVE WS-DN-RESULT TO WS-START-DAY-NUMBER

072900     MOVE WS-CW-PERIOD-END TO WS-CHECK-DATE
073000     PERFORM 2450-VALIDATE-DATE
073100         THRU 2450-VALIDATE-DATE-EXIT
073200     IF WS-DATE-INVALID
073300         SET WS-CARD-INVALID TO TRUE
073400         MOVE 'INVALID PERIOD END DATE' TO WS-CARD-ERROR
073500         GO TO 2400-VALIDATE-TERMS-EXIT
073600     END-IF

073700     IF WS-CW-PERIOD-END < WS-CW-PERIOD-START
073800         SET WS-CARD-INVALID TO TRUE
073900         MOVE 'PERIOD ENDS BEFORE IT STARTS' TO WS-CARD-ERROR
074000         GO TO 2400-VALIDATE-TERMS-EXIT
074100     END-IF

074200     MOVE WS-CK-YEAR  TO WS-DN-YEAR
074300     MOVE WS-CK-MONTH TO WS-DN-MONTH
074400     MOVE WS-CK-DAY   TO WS-DN-DAY
074500     PERFORM 6000-DATE-TO-DAY-NUMBER
074600         THRU 6000-DATE-TO-DAY-NUMBER-EXIT
074700     COMPUTE WS-PERIOD-DAYS =
074800         WS-DN-RESULT - WS-START-DAY-NUMBER + 1
074900     IF WS-PERIOD-DAYS > WS-MAX-PERIOD-DAYS
075000         SET WS-CARD-INVALID TO TRUE
075100         MOVE 'PERIOD LONGER THAN 366 DAYS' TO WS-CARD-ERROR
075200         GO TO 2400-VALIDATE-TERMS-EXIT
075300     END-IF

075400     IF WS-CW-BASE-TEMP NOT NUMERIC
075500         SET WS-CARD-INVALID TO TRUE
075600         MOVE 'MISSING BASE TEMPERATURE' TO WS-CARD-ERROR
075700         GO TO 2400-VALIDATE-TERMS-EXIT
075800     END-IF

075900     IF WS-CW-STRIKE NOT NUMERIC
076000         SET WS-CARD-INVALID TO TRUE
076100         MOVE 'MISSING STRIKE' TO WS-CARD-ERROR
076200         GO TO 2400-VALIDATE-TERMS-EXIT
076300     END-IF

076400     IF WS-CW-TICK-VALUE NOT NUMERIC
076500        OR WS-CW-TICK-VALUE = 0
076600         SET WS-CARD-INVALID TO TRUE
076700         MOVE 'TICK VALUE MUST BE ABOVE ZERO' TO WS-CARD-ERROR
076800         GO TO 2400-VALIDATE-TERMS-EXIT
076900     END-IF

077000     IF WS-CW-PAYOUT-CAP NOT NUMERIC
077100        OR WS-CW-PAYOUT-CAP = 0
077200         SET WS-CARD-INVALID TO TRUE
077300         MOVE 'PAYOUT CAP MUST BE ABOVE ZERO' TO WS-CARD-ERROR
077400     END-IF.
077500 2400-VALIDATE-TERMS-EXIT.
077600     EXIT.

077700*-----------------------------------------------------------------
077800* 2450-VALIDATE-DATE
077900*   CHECKS WS-CHECK-DATE IS A REAL YYYY-MM-DD CALENDAR DATE,
078000*   GIVING FEBRUARY ITS 29TH IN A LEAP YEAR (DIVISIBLE BY 4 AND
078100*   NOT BY 100, OR BY 400).
078200*-----------------------------------------------------------------
078300 2450-VALIDATE-DATE.
078400     SET WS-DATE-VALID TO TRUE

078500     IF WS-CK-DASH-1 NOT = '-'
078600        OR WS-CK-DASH-2 NOT = '-'
078700        OR WS-CK-YEAR NOT NUMERIC
078800        OR WS-CK-MONTH NOT NUMERIC
078900        OR WS-CK-DAY NOT NUMERIC
079000         SET WS-DATE-INVALID TO TRUE
079100         GO TO 2450-VALIDATE-DATE-EXIT
079200     END-IF

079300     IF WS-CK-MONTH < 1 OR WS-CK-MONTH > 12
079400        OR WS-CK-DAY < 1
079500         SET WS-DATE-INVALID TO TRUE
079600         GO TO 2450-VALIDATE-DATE-EXIT
079700     END-IF

079800     MOVE WS-DAYS-IN-MONTH (WS-CK-MONTH) TO WS-MONTH-LENGTH
079900     IF WS-CK-MONTH = 2
080000         DIVIDE WS-CK-YEAR BY 4
080100             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
080200         DIVIDE WS-CK-YEAR BY 100
080300             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
080400         DIVIDE WS-CK-YEAR BY 400
080500             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
080600         IF WS-LEAP-REM-4 = 0
080700            AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
080800             MOVE 29 TO WS-MONTH-LENGTH
080900         END-IF
081000     END-IF

081100     IF WS-CK-DAY > WS-MONTH-LENGTH
081200         SET WS-DATE-INVALID TO TRUE
081300     END-IF.
081400 2450-VALIDATE-DATE-EXIT.
081500     EXIT.

081600*-----------------------------------------------------------------
081700* 2500-FIND-CONTRACT
081800*   SEARCHES WS-CONTRACT-TABLE FOR THE CARD'S CONTRACT ID.
081900*   LEAVES WS-CONTRACT-INDEX POINTING AT THE MATCHING SLOT WHEN
082000*   WS-CONTRACT-FOUND.
082100*-----------------------------------------------------------------
082200 2500-FIND-CONTRACT.
082300     MOVE 1 TO WS-CONTRACT-INDEX
082400     SET WS-CONTRACT-NOT-FOUND TO TRUE

082500     PERFORM 2510-MATCH-ONE-CONTRACT
082600         THRU 2510-MATCH-ONE-CONTRACT-EXIT
082700         UNTIL WS-CONTRACT-FOUND
082800            OR WS-CONTRACT-INDEX > WS-CONTRACT-COUNT.
082900 2500-FIND-CONTRACT-EXIT.
083000     EXIT.

083100*-----------------------------------------------------------------
083200* 2510-MATCH-ONE-CONTRACT
083300*   COMPARES ONE CONTRACT TABLE SLOT TO THE CARD'S CONTRACT ID.
083400*-----------------------------------------------------------------
083500 2510-MATCH-ONE-CONTRACT.
083600     IF WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX) = MNT-CONTRACT-ID
083700         SET WS-CONTRACT-FOUND TO TRUE
083800     ELSE
083900         ADD 1 TO WS-CONTRACT-INDEX
084000     END-IF.
084100 2510-MATCH-ONE-CONTRACT-EXIT.
084200     EXIT.

084300*-----------------------------------------------------------------
084400* 2550-FIND-MASTER-STATION
084500*   SEARCHES WS-STATION-MASTER-TABLE FOR WS-MASTER-SEARCH-ID,
084600*   WHICH THE CALLER SETS FIRST.  LEAVES WS-MASTER-INDEX POINTING
084700*   AT THE MATCHING SLOT WHEN WS-MASTER-FOUND.
084800*-----------------------------------------------------------------
084900 2550-FIND-MASTER-STATION.
085000     MOVE 1 TO WS-MASTER-INDEX
085100     SET WS-MASTER-NOT-FOUND TO TRUE

085200     PERFORM 2560-MATCH-ONE-MASTER
085300         THRU 2560-MATCH-ONE-MASTER-EXIT
085400         UNTIL WS-MASTER-FOUND
085500            OR WS-MASTER-INDEX > WS-MASTER-COUNT.
085600 2550-FIND-MASTER-STATION-EXIT.
085700     EXIT.

085800*-----------------------------------------------------------------
085900* 2560-MATCH-ONE-MASTER
086000*   COMPARES ONE MASTER TABLE SLOT TO WS-MASTER-SEARCH-ID.
086100*-----------------------------------------------------------------
086200 2560-MATCH-ONE-MASTER.
086300     IF WS-MASTER-STATION-ID (WS-MASTER-INDEX)
086400             = WS-MASTER-SEARCH-ID
086500         SET WS-MASTER-FOUND TO TRUE
086600     ELSE
086700         ADD 1 TO WS-MASTER-INDEX
086800     END-IF.
086900 2560-MATCH-ONE-MASTER-EXIT.
087000     EXIT.

087100*-----------------------------------------------------------------
087200* 2600-APPLY-ADD
087300*   CLAIMS THE NEXT FREE SLOT FOR THE CONTRACT BUILT IN
087400*   WS-CONTRACT-WORK.
087500*-----------------------------------------------------------------
087600 2600-APPLY-ADD.
087700     ADD 1 TO WS-CONTRACT-COUNT
087800     MOVE WS-CONTRACT-WORK
087900         TO WS-CONTRACT-ENTRY (WS-CONTRACT-COUNT).
088000 2600-APPLY-ADD-EXIT.
088100     EXIT.

088200*-----------------------------------------------------------------
088300* 2610-APPLY-CHG
088400*   REPLACES THE CONTRACT WITH THE EDITED WS-CONTRACT-WORK, AT
088500*   THE SLOT 2200-VALIDATE-CARD ALREADY POSITIONED
088600*   WS-CONTRACT-INDEX ON.
088700*-----------------------------------------------------------------
088800 2610-APPLY-CHG.
088900     MOVE WS-CONTRACT-WORK
089000         TO WS-CONTRACT-ENTRY (WS-CONTRACT-INDEX).
089100 2610-APPLY-CHG-EXIT.
089200     EXIT.

089300*-----------------------------------------------------------------
089400* 2620-APPLY-CAN
089500*   FLAGS THE CONTRACT CANCELLED.  THE TERMS STAY ON THE ROW SO
089600*   THE DESK CAN STILL SEE WHAT WAS CANCELLED.
089700*-----------------------------------------------------------------
089800 2620-APPLY-CAN.
089900     MOVE 'X' TO WS-CT-STATUS (WS-CONTRACT-INDEX).
090000 2620-APPLY-CAN-EXIT.
090100     EXIT.

090200*-----------------------------------------------------------------
090300* 2630-APPLY-REO
090400*   PUTS A SETTLED CONTRACT BACK OPEN AND CLEARS ITS SETTLED
090500*   FIGURES; THE NEXT SETTLEMENT RUN SETTLES IT AFRESH FROM THE
090600*   HISTORY MASTER AS IT THEN STANDS.
090700*-----------------------------------------------------------------
090800 2630-APPLY-REO.
090900     MOVE 'O'    TO WS-CT-STATUS (WS-CONTRACT-INDEX)
091000     MOVE SPACES TO WS-CT-SETTLEMENT (WS-CONTRACT-INDEX).
091100 2630-APPLY-REO-EXIT.
091200     EXIT.

091300*-----------------------------------------------------------------
091400* 6000-DATE-TO-DAY-NUMBER
091500*   TURNS WS-DN-DATE (YYYYMMDD) INTO A SERIAL DAY COUNT IN
091600*   WS-DN-RESULT.  MARCH-BASED CIVIL-CALENDAR FORMULA: JANUARY
091700*   AND FEBRUARY BELONG TO THE PRIOR YEAR, SO THE LEAP DAY FALLS
091800*   AT THE END OF THE ADJUSTED YEAR AND THE MONTH-LENGTH TERM IS
091900*   A STRAIGHT LINEAR EXPRESSION.  THE DIVIDES GO THROUGH
092000*   DIVIDE/GIVING SO THE QUOTIENTS TRUNCATE.
092100*-----------------------------------------------------------------
092200 6000-DATE-TO-DAY-NUMBER.
092300     IF WS-DN-MONTH > 2
092400         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR
092500         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
092600     ELSE
092700         COMPUTE WS-DN-ADJ-YEAR = WS-DN-YEAR - 1
092800         COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
092900     END-IF

093000     DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUOT-4
093100     DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-QUOT-100
093200     DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUOT-400

093300     COMPUTE WS-DN-MONTH-DAYS = WS-DN-ADJ-MONTH * 153 + 2
093400     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS

093500     COMPUTE WS-DN-RESULT =
093600         365 * WS-DN-ADJ-YEAR + WS-DN-QUOT-4
093700         - WS-DN-QUOT-100 + WS-DN-QUOT-400
093800         + WS-DN-MONTH-DAYS + WS-DN-DAY.
093900 6000-DATE-TO-DAY-NUMBER-EXIT.
094000     EXIT.

094100*-----------------------------------------------------------------
094200* 7000-LIST-MASTER
094300*   WRITES ONE SECTION LINE (BEFORE OR AFTER, PER WS-SEC-LABEL)
094400*   AND THE MASTER TABLE AS IT STANDS, ONE LINE PER CONTRACT.
094500*-----------------------------------------------------------------
094600 7000-LIST-MASTER.
094700     MOVE WS-CONTRACT-COUNT TO WS-SEC-COUNT
094800     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-SECTION-LINE

094900     MOVE 1 TO WS-CONTRACT-INDEX
095000     PERFORM 7100-LIST-ONE-CONTRACT
095100         THRU 7100-LIST-ONE-CONTRACT-EXIT
095200         UNTIL WS-CONTRACT-INDEX > WS-CONTRACT-COUNT.
095300 7000-LIST-MASTER-EXIT.
095400     EXIT.

095500*-----------------------------------------------------------------
095600* 7100-LIST-ONE-CONTRACT
095700*   WRITES ONE CONTRACT TABLE SLOT AS A LISTING LINE.
095800*-----------------------------------------------------------------
095900 7100-LIST-ONE-CONTRACT.
096000     MOVE WS-CT-CONTRACT-ID (WS-CONTRACT-INDEX)
096100         TO WS-RM-CONTRACT-ID
096200     MOVE WS-CT-STATION-ID (WS-CONTRACT-INDEX)
096300         TO WS-RM-STATION-ID
096400     MOVE WS-CT-INDEX-TYPE (WS-CONTRACT-INDEX)
096500         TO WS-RM-INDEX-TYPE
096600     MOVE WS-CT-OPTION-TYPE (WS-CONTRACT-INDEX)
096700         TO WS-RM-OPTION-TYPE
096800     MOVE WS-CT-PERIOD-START (WS-CONTRACT-INDEX)
096900         TO WS-RM-PERIOD-START
097000     MOVE WS-CT-PERIOD-END (WS-CONTRACT-INDEX)
097100         TO WS-RM-PERIOD-END
097200     MOVE WS-CT-BASE-TEMP (WS-CONTRACT-INDEX)
097300         TO WS-RM-BASE-TEMP
097400     MOVE WS-CT-STRIKE (WS-CONTRACT-INDEX)
097500         TO WS-RM-STRIKE
097600     MOVE WS-CT-TICK-VALUE (WS-CONTRACT-INDEX)
097700         TO WS-RM-TICK-VALUE
097800     MOVE WS-CT-PAYOUT-CAP (WS-CONTRACT-INDEX)
097900         TO WS-RM-PAYOUT-CAP
098000     MOVE WS-CT-STATUS (WS-CONTRACT-INDEX)
098100         TO WS-RM-STATUS
098200     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-MASTER-LINE

098300     ADD 1 TO WS-CONTRACT-INDEX.
098400 7100-LIST-ONE-CONTRACT-EXIT.
098500     EXIT.

098600*-----------------------------------------------------------------
098700* 8000-PRODUCE-OUTPUT
098800*   WRITES THE AFTER LISTING, REWRITES THE MASTER FILE WHEN
098900*   ANYTHING APPLIED, AND ECHOES THE COUNTS TO THE JOB OUTPUT.
099000*   AN ALL-REJECT RUN LEAVES THE FILE EXACTLY AS IT WAS.
099100*-----------------------------------------------------------------
099200 8000-PRODUCE-OUTPUT.
099300     MOVE 'AFTER  ' TO WS-SEC-LABEL
099400     PERFORM 7000-LIST-MASTER
099500         THRU 7000-LIST-MASTER-EXIT

099600     IF WS-APPLIED-COUNT > 0
099700         PERFORM 8100-REWRITE-MASTER
099800             THRU 8100-REWRITE-MASTER-EXIT
099900     ELSE
100000         DISPLAY 'No cards applied - contract master '
100100             WS-CONTRACT-FILENAME ' left untouched.'
100200     END-IF

100300     DISPLAY 'Contract master maintenance: ' WS-CARD-COUNT
100400         ' card(s), ' WS-APPLIED-COUNT ' applied, '
100500         WS-REJECTED-COUNT ' rejected.'.
100600 8000-PRODUCE-OUTPUT-EXIT.
100700     EXIT.

100800*-----------------------------------------------------------------
100900* 8100-REWRITE-MASTER
101000*   WRITES THE UPDATED TABLE BACK OVER THE MASTER FILE.  ONLY
101100*   REACHED WHEN AT LEAST ONE CARD APPLIED, SO THE FILE ON DISK
101200*   ALWAYS MATCHES EITHER THE BEFORE OR THE AFTER LISTING.
101300*-----------------------------------------------------------------
101400 8100-REWRITE-MASTER.
101500     OPEN OUTPUT CONTRACT-MASTER-FILE

101600     MOVE 1 TO WS-CONTRACT-INDEX
101700     PERFORM 8110-WRITE-ONE-CONTRACT
101800         THRU 8110-WRITE-ONE-CONTRACT-EXIT
101900         UNTIL WS-CONTRACT-INDEX > WS-CONTRACT-COUNT

102000     CLOSE CONTRACT-MASTER-FILE.
102100 8100-REWRITE-MASTER-EXIT.
102200     EXIT.

102300*-----------------------------------------------------------------
102400* 8110-WRITE-ONE-CONTRACT
102500*   WRITES ONE TABLE SLOT BACK AS A DDCREC ROW.
102600*-----------------------------------------------------------------
102700 8110-WRITE-ONE-CONTRACT.
102800     MOVE WS-CONTRACT-ENTRY (WS-CONTRACT-INDEX)
102900         TO DEGREE-DAY-CONTRACT-RECORD
103000     WRITE DEGREE-DAY-CONTRACT-RECORD

103100     ADD 1 TO WS-CONTRACT-INDEX.
103200 8110-WRITE-ONE-CONTRACT-EXIT.
103300     EXIT.

103400*-----------------------------------------------------------------
103500* 9000-TERMINATE
103600*   CLOSES THE FILES AND LEAVES THIS RUN'S ROW ON THE AUDIT
103700*   TRAIL.
103800*-----------------------------------------------------------------
103900 9000-TERMINATE.
104000     CLOSE MAINT-CARD-FILE
104100     CLOSE MAINT-REPORT-FILE

104200     PERFORM 9800-WRITE-RUN-AUDIT
104300         THRU 9800-WRITE-RUN-AUDIT-EXIT.
104400 9000-TERMINATE-EXIT.
104500     EXIT.

104600*-----------------------------------------------------------------
104700* 9800-WRITE-RUN-AUDIT
104800*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
104900*   FILE.  PERFORMED FROM 9000-TERMINATE AND FROM THE ABEND
105000*   PARAGRAPH AFTER THE RETURN CODE IS SET.  APPLIED CARDS GO
105100*   OUT AS ACCEPTED AND REFUSED CARDS AS REJECTED, SO THE TRAIL
105200*   PROVES A CHANGE TO A CONTRACT'S TERMS LIKE ANY OTHER RUN.
105300*-----------------------------------------------------------------
105400 9800-WRITE-RUN-AUDIT.
105500     MOVE 'DegreeDayContractMaint' TO RUNA-PROGRAM-ID
105600     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
105700     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
105800     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
105900     ACCEPT WS-RUN-END-TIME FROM TIME
106000     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
106100     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
106200     MOVE 'ddcmaint.dat'        TO RUNA-INPUT-FILENAME
106300     MOVE 'ddcmaint.rpt'        TO RUNA-REPORT-FILENAME
106400     MOVE WS-CONTRACT-FILENAME  TO RUNA-HISTORY-FILENAME
106500     MOVE WS-APPLIED-COUNT      TO RUNA-ACCEPTED-COUNT
106600     MOVE WS-REJECTED-COUNT     TO RUNA-REJECTED-COUNT
106700     MOVE 0                     TO RUNA-APPENDED-COUNT
106800     MOVE 'N'                   TO RUNA-RESTART-SW
106900     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

107000     OPEN EXTEND RUN-AUDIT-FILE
107100     WRITE RUN-AUDIT-RECORD
107200     CLOSE RUN-AUDIT-FILE.
107300 9800-WRITE-RUN-AUDIT-EXIT.
107400     EXIT.

107500*-----------------------------------------------------------------
107600* 9910-ABEND-TABLE-FULL
107700*   REACHED WHEN THE CONTRACT MASTER HOLDS MORE ROWS THAN
107800*   WS-CONTRACT-TABLE.  REWRITING FROM A SHORT TABLE WOULD DROP
107900*   THE EXCESS CONTRACTS, SO THE RUN STOPS WITH THE MASTER
108000*   UNTOUCHED.
108100*-----------------------------------------------------------------
108200 9910-ABEND-TABLE-FULL.
108300     DISPLAY 'FATAL: more than ' WS-MAX-CONTRACTS
108400         ' contracts in ' WS-CONTRACT-FILENAME
108500         '.  Run terminated; contract master untouched.'
108600     CLOSE CONTRACT-MASTER-FILE
108700     MOVE 16 TO RETURN-CODE
108800     PERFORM 9800-WRITE-RUN-AUDIT
108900         THRU 9800-WRITE-RUN-AUDIT-EXIT
109000     STOP RUN.
