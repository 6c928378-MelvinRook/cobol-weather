002200*       MASTER, MEASURED BY COUNTING THE MASTER NOW AGAINST THE
002300*       COUNT THIS PROGRAM SAVED AT THE LAST BALANCE
002400*       (DAYEND.BAL); THE FIRST EVER RUN BASELINES AND SAYS SO.
002410*       READINGS HistoryCorrection DELETED SINCE THE LAST BALANCE
002420*       (DEL ROWS ON ITS CORRECTION LOG) COME OFF THE EXPECTED
002430*       COUNT, AND DAYS MissingDayEstimate FILLED IN OVER THE
002440*       SAME STRETCH (APPENDED ON ITS AUDIT ROWS) GO ON IT;
002446*     - WHERE CollectorIntake BUILT THE NIGHT'S INPUT FROM THE
002452*       REGIONAL TRANSMISSIONS, EACH FILE'S COUNTS FROM THE
002458*       INTAKE LOG ARE LISTED AS THE STARTING POINT, AND THE
002464*       INTAKE MUST HAVE RUN ONCE, ENDED RC 0, STARTED AHEAD OF
002470*       THE CALCULATOR, MERGED INTO THE FILE THE CALCULATOR READ,
002476*       AND MERGED EXACTLY AS MANY READINGS AS THE CALCULATOR
002482*       READ.  A SITE THAT DOES NOT RUN THE INTAKE GETS NO
002488*       INTAKE LINES.
002500*   EVERY BREAK PRINTS WITH BOTH SIDES OF THE MISMATCH ON
002600*   DAYEND.RPT - THE PAGE-ONE REPORT OPERATIONS WANTS AT 6 AM -
002700*   AND AN OUT-OF-BALANCE NIGHT ENDS RC 8 SO THE SCHEDULER CAN
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*   09/02/2026  DO   INITIAL VERSION
003110*   10/15/2026  DO   TAKE READINGS DELETED BY HistoryCorrection
003120*                     (CORRREC LOG) OFF THE EXPECTED MASTER COUNT
003130*   10/15/2026  DO   ADD DAYS WRITTEN BY MissingDayEstimate TO THE
003140*                     EXPECTED MASTER COUNT
003160*   10/15/2026  DO   LIST THE CollectorIntake LOG AND CROSS-FOOT
003180*                     THE INTAKE AGAINST THE CALCULATOR
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. DayEndBalance.
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT BALANCE-REPORT-FILE ASSIGN TO 'dayend.rpt'
005800         ORGANIZATION IS LINE SEQUENTIAL.
005810     SELECT OPTIONAL CORRECTION-LOG-FILE
005820         ASSIGN TO DYNAMIC WS-CORRLOG-FILENAME
005830         ORGANIZATION IS LINE SEQUENTIAL.
005840     SELECT OPTIONAL INTAKE-LOG-FILE
005850         ASSIGN TO DYNAMIC WS-INTAKELOG-FILENAME
005860         ORGANIZATION IS LINE SEQUENTIAL.

005900 DATA DIVISION.
006000 FILE SECTION.
007600 FD  BALANCE-REPORT-FILE.
007700 01  BALANCE-REPORT-RECORD         PIC X(100).

007710 FD  CORRECTION-LOG-FILE.
007720     COPY CORRREC.

007740 FD  INTAKE-LOG-FILE.
007760     COPY INTKLOG.

007800 WORKING-STORAGE SECTION.
007900*-----------------------------------------------------------------
008000* RUN PARAMETERS (FROM RUNPARM.DAT)
008100*   ONLY THE AUDIT-TRAIL, HISTORY MASTER, CORRECTION LOG AND
008200*   INTAKE LOG NAMES APPLY; THE REQUEST CARD, CONTROL FILE AND
008300*   REPORT CARRY FIXED NAMES LIKE THE OTHER ON-DEMAND JOBS'.
008400*-----------------------------------------------------------------
008500 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.
008600 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
008610 01  WS-CORRLOG-FILENAME           PIC X(40) VALUE SPACES.
008650 01  WS-INTAKELOG-FILENAME         PIC X(40) VALUE SPACES.

008700 01  WS-HISTORY-STATUS             PIC X(02) VALUE '00'.


008900*-----------------------------------------------------------------
009000* PER-PROGRAM FIGURES FOR THE PROCESSING DATE
009100*   ONE SET FOR THE CALCULATOR, ONE FOR THE ROLLUP, AND ONE FOR
009150*   THE COLLECTOR INTAKE WHERE THE SITE RUNS IT.  WITH THE
009200*   EXACTLY-ONCE EXPECTATION, THE FIRST MATCHING TRAIL ROW'S
009300*   FIGURES ARE KEPT AND EVERY FURTHER ROW JUST RAISES THE RUN
009400*   COUNT (AND ITS OWN EXCEPTION).
009800 01  WS-CALC-ACCEPTED              PIC 9(06) VALUE 0.
009900 01  WS-CALC-INPUT                 PIC X(40) VALUE SPACES.
010000 01  WS-CALC-RC                    PIC 9(04) VALUE 0.
010050 01  WS-CALC-REJECTED              PIC 9(06) VALUE 0.

010100 01  WS-ROLL-RUNS                  PIC 9(03) VALUE 0.
010200 01  WS-ROLL-START-TIME            PIC 9(08) VALUE 0.
010500 01  WS-ROLL-INPUT                 PIC X(40) VALUE SPACES.
010600 01  WS-ROLL-RC                    PIC 9(04) VALUE 0.

010610 01  WS-INTK-RUNS                  PIC 9(03) VALUE 0.
010620 01  WS-INTK-START-TIME            PIC 9(08) VALUE 0.
010630 01  WS-INTK-MERGED                PIC 9(06) VALUE 0.
010640 01  WS-INTK-RC                    PIC 9(04) VALUE 0.
010650 01  WS-INTK-OUTPUT                PIC X(40) VALUE SPACES.
010660 01  WS-INTK-LOG-ROWS              PIC 9(04) VALUE 0.
010670 01  WS-CALC-READ                  PIC 9(07) VALUE 0.

010700 01  WS-TRAIL-ROW-COUNT            PIC 9(06) VALUE 0.
010800 01  WS-DATE-ROW-COUNT             PIC 9(06) VALUE 0.
010900 01  WS-BREAK-COUNT                PIC 9(04) VALUE 0.
011100* MASTER GROWTH CHECK
011200*   THE MASTER IS COUNTED NOW AND COMPARED AGAINST THE COUNT
011300*   SAVED AT THE LAST BALANCE PLUS WHAT THE ROLLUP SAYS IT
011400*   APPENDED, LESS WHAT HistoryCorrection DELETED IN THE SAME
011405*   WINDOW, PLUS THE ESTIMATED DAYS MissingDayEstimate WROTE IN
011410*   IT.  THE CONTROL FILE IS ONLY REWRITTEN AFTER THE
011500*   COMPARISON, SO A RERUN ON AN ALREADY-BALANCED DATE SKIPS THE
011600*   GROWTH CHECK INSTEAD OF BREAKING ON ITS OWN EARLIER RUN.
011700*-----------------------------------------------------------------
011900 01  WS-MASTER-COUNT-PRIOR         PIC 9(09) VALUE 0.
012000 01  WS-PRIOR-BALANCE-DATE         PIC 9(08) VALUE 0.
012100 01  WS-EXPECTED-MASTER-COUNT      PIC 9(09) VALUE 0.
012110 01  WS-CORR-DELETED-COUNT         PIC 9(06) VALUE 0.
012120 01  WS-EST-APPENDED-COUNT         PIC 9(06) VALUE 0.

012200 01  WS-CONTROL-FOUND-SW           PIC X(01) VALUE 'N'.
012300     88  WS-CONTROL-FOUND                    VALUE 'Y'.
015400     05  WS-RN-TEXT                PIC X(70).
015500     05  FILLER                    PIC X(24) VALUE SPACES.

015502 01  WS-CORR-DELETE-TEXT.
015504     05  FILLER                    PIC X(40)
015506         VALUE 'CORRECTION DELETES SINCE LAST BALANCE:  '.
015508     05  WS-CDT-COUNT              PIC ZZZZZ9.
015510     05  FILLER                    PIC X(24) VALUE SPACES.

015512 01  WS-EST-APPEND-TEXT.
015514     05  FILLER                    PIC X(40)
015516         VALUE 'ESTIMATED DAYS ADDED SINCE LAST BALANCE:'.
015518     05  WS-EAT-COUNT              PIC ZZZZZ9.
015520     05  FILLER                    PIC X(24) VALUE SPACES.

015522 01  WS-REPORT-INTAKE-LINE.
015524     05  FILLER                    PIC X(07) VALUE 'INTAKE '.
015526     05  WS-RI-REGION-CODE         PIC X(08).
015528     05  FILLER                    PIC X(01) VALUE SPACE.
015530     05  WS-RI-FILENAME            PIC X(30).
015532     05  FILLER                    PIC X(01) VALUE SPACE.
015534     05  WS-RI-STATUS              PIC X(08).
015536     05  FILLER                    PIC X(06) VALUE ' RCVD '.
015538     05  WS-RI-RECEIVED            PIC ZZZZZ9.
015540     05  FILLER                    PIC X(06) VALUE ' MRGD '.
015542     05  WS-RI-MERGED              PIC ZZZZZ9.
015544     05  FILLER                    PIC X(06) VALUE ' DUPS '.
015546     05  WS-RI-DUPLICATES          PIC ZZZZZ9.
015548     05  FILLER                    PIC X(09) VALUE SPACES.

015550 01  WS-INTAKE-REFUSED-TEXT.
015552     05  FILLER                    PIC X(17)
015554         VALUE 'FILE REFUSED -   '.
015556     05  WS-IRT-REASON             PIC X(30).
015558     05  FILLER                    PIC X(23) VALUE SPACES.

015560 01  WS-INTAKE-TOTAL-TEXT.
015562     05  FILLER                    PIC X(14)
015564         VALUE 'INTAKE MERGED '.
015566     05  WS-ITT-MERGED             PIC ZZZZZ9.
015568     05  FILLER                    PIC X(13)
015570         VALUE ' READINGS TO '.
015572     05  WS-ITT-FILENAME           PIC X(37).

015600 01  WS-REPORT-SUMMARY-LINE.
015700     05  WS-RS-VERDICT             PIC X(14).
015800     05  FILLER                    PIC X(09)
021200*-----------------------------------------------------------------
021300* 1150-READ-PARAMETER-RECORD
021400*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
021500*   READ, TAKING THE AUDIT-TRAIL, HISTORY MASTER,
021510*   CORRECTION LOG AND INTAKE LOG NAMES.
021600*-----------------------------------------------------------------
021700 1150-READ-PARAMETER-RECORD.
021800     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME
021900     MOVE 'temphist.mst' TO WS-HISTMST-FILENAME
021910     MOVE 'histcorr.log' TO WS-CORRLOG-FILENAME
021950     MOVE 'intake.log'   TO WS-INTAKELOG-FILENAME

022000     OPEN INPUT PARAMETER-FILE
022100     READ PARAMETER-FILE

023000     IF PARM-HISTMST-FILENAME NOT = SPACES
023100         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
023110     END-IF

023120     IF PARM-CORRLOG-FILENAME NOT = SPACES
023130         MOVE PARM-CORRLOG-FILENAME TO WS-CORRLOG-FILENAME
023140     END-IF

023150     IF PARM-INTAKELOG-FILENAME NOT = SPACES
023160         MOVE PARM-INTAKELOG-FILENAME TO WS-INTAKELOG-FILENAME
023200     END-IF.
023300 1150-READ-PARAMETER-RECORD-EXIT.
023400     EXIT.
027600*-----------------------------------------------------------------
027700* 2000-SCAN-TRAIL
027800*   READS THE WHOLE TRAIL AND COLLECTS THE PROCESSING DATE'S
027900*   CALCULATOR, ROLLUP AND INTAKE FIGURES, THEN LISTS THE
027950*   INTAKE'S FILES WHEN IT RAN.
028000*-----------------------------------------------------------------
028100 2000-SCAN-TRAIL.
028200     MOVE 'N' TO WS-EOF-SW
028500         THRU 2100-SCAN-ONE-ROW-EXIT
028600         UNTIL WS-END-OF-FILE
028700     CLOSE RUN-AUDIT-FILE
028800     MOVE 'N' TO WS-EOF-SW

028820     IF WS-INTK-RUNS > 0
028840         PERFORM 2200-LIST-INTAKE-LOG
028860             THRU 2200-LIST-INTAKE-LOG-EXIT
028880     END-IF.
028900 2000-SCAN-TRAIL-EXIT.
029000     EXIT.

029400*   DATE.  ONLY THE FIRST RUN'S FIGURES ARE KEPT PER PROGRAM;
029500*   FURTHER RUNS RAISE THE RUN COUNT AND 4000 TURNS THAT INTO
029600*   A RAN-TWICE EXCEPTION.
029610*   MissingDayEstimate ROWS ARE SUMMED OVER THE WHOLE WINDOW
029620*   SINCE THE LAST BALANCE, AS 3200 DOES FOR CORRECTION DELETES.
029700*-----------------------------------------------------------------
029800 2100-SCAN-ONE-ROW.
029900     READ RUN-AUDIT-FILE

030400     ADD 1 TO WS-TRAIL-ROW-COUNT

030410     IF RUNA-PROGRAM-ID = 'MissingDayEstimate'
030420        AND RUNA-START-DATE > WS-PRIOR-BALANCE-DATE
030430        AND RUNA-START-DATE NOT > WS-BALANCE-DATE
030440         ADD RUNA-APPENDED-COUNT TO WS-EST-APPENDED-COUNT
030450     END-IF

030500     IF RUNA-START-DATE NOT = WS-BALANCE-DATE
030600         GO TO 2100-SCAN-ONE-ROW-EXIT
030700     END-IF
031300             MOVE RUNA-ACCEPTED-COUNT TO WS-CALC-ACCEPTED
031400             MOVE RUNA-INPUT-FILENAME TO WS-CALC-INPUT
031500             MOVE RUNA-RETURN-CODE    TO WS-CALC-RC
031550             MOVE RUNA-REJECTED-COUNT TO WS-CALC-REJECTED
031600         END-IF
031700         GO TO 2100-SCAN-ONE-ROW-EXIT
031800     END-IF

031810     IF RUNA-PROGRAM-ID = 'CollectorIntake'
031820         ADD 1 TO WS-INTK-RUNS
031830         IF WS-INTK-RUNS = 1
031840             MOVE RUNA-START-TIME     TO WS-INTK-START-TIME
031850             MOVE RUNA-ACCEPTED-COUNT TO WS-INTK-MERGED
031860             MOVE RUNA-RETURN-CODE    TO WS-INTK-RC
031870         END-IF
031880         GO TO 2100-SCAN-ONE-ROW-EXIT
031890     END-IF

031900     IF RUNA-PROGRAM-ID = 'TemperatureRollup'
032000         ADD 1 TO WS-ROLL-RUNS
032100         IF WS-ROLL-RUNS = 1
032900 2100-SCAN-ONE-ROW-EXIT.
033000     EXIT.

033001*-----------------------------------------------------------------
033002* 2200-LIST-INTAKE-LOG
033003*   LISTS THE INTAKE LOG ROWS WRITTEN BY THE DATE'S FIRST
033004*   CollectorIntake RUN - MATCHED ON ITS START DATE AND TIME -
033005*   AS THE SOURCE-LEVEL STARTING POINT FOR THE CROSS-FOOT, AND
033006*   PICKS UP THE MERGED FILE NAME FROM ITS TOTAL ROW.
033007*-----------------------------------------------------------------
033008 2200-LIST-INTAKE-LOG.
033009     MOVE 'N' TO WS-EOF-SW
033010     OPEN INPUT INTAKE-LOG-FILE
033011     PERFORM 2210-LIST-ONE-INTAKE-ROW
033012         THRU 2210-LIST-ONE-INTAKE-ROW-EXIT
033013         UNTIL WS-END-OF-FILE
033014     CLOSE INTAKE-LOG-FILE
033015     MOVE 'N' TO WS-EOF-SW.
033016 2200-LIST-INTAKE-LOG-EXIT.
033017     EXIT.

033018*-----------------------------------------------------------------
033019* 2210-LIST-ONE-INTAKE-ROW
033020*   PRINTS ONE FILE ROW (AND ITS REASON WHEN REFUSED) OR THE
033021*   TOTAL ROW WHEN IT BELONGS TO THE RUN BEING BALANCED.
033022*-----------------------------------------------------------------
033023 2210-LIST-ONE-INTAKE-ROW.
033024     READ INTAKE-LOG-FILE
033025         AT END
033026             SET WS-END-OF-FILE TO TRUE
033027             GO TO 2210-LIST-ONE-INTAKE-ROW-EXIT
033028     END-READ

033029     IF INTK-RUN-DATE NOT = WS-BALANCE-DATE
033030        OR INTK-RUN-TIME NOT = WS-INTK-START-TIME
033031         GO TO 2210-LIST-ONE-INTAKE-ROW-EXIT
033032     END-IF

033033     ADD 1 TO WS-INTK-LOG-ROWS

033034     IF INTK-TOTAL-ROW
033035         MOVE INTK-FILENAME       TO WS-INTK-OUTPUT
033036         MOVE INTK-RECORDS-MERGED TO WS-ITT-MERGED
033037         MOVE INTK-FILENAME       TO WS-ITT-FILENAME
033038         MOVE WS-INTAKE-TOTAL-TEXT TO WS-RN-TEXT
033039         WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-NOTE-LINE
033040         GO TO 2210-LIST-ONE-INTAKE-ROW-EXIT
033041     END-IF

033042     MOVE INTK-REGION-CODE        TO WS-RI-REGION-CODE
033043     MOVE INTK-FILENAME           TO WS-RI-FILENAME
033044     IF INTK-ACCEPTED
033045         MOVE 'ACCEPTED' TO WS-RI-STATUS
033046     ELSE
033047         MOVE 'REFUSED ' TO WS-RI-STATUS
033048     END-IF
033049     MOVE INTK-RECORDS-RECEIVED   TO WS-RI-RECEIVED
033050     MOVE INTK-RECORDS-MERGED     TO WS-RI-MERGED
033051     MOVE INTK-DUPLICATES-DROPPED TO WS-RI-DUPLICATES
033052     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-INTAKE-LINE

033053     IF INTK-REFUSED
033054         MOVE INTK-REFUSE-REASON TO WS-IRT-REASON
033055         MOVE WS-INTAKE-REFUSED-TEXT TO WS-RN-TEXT
033056         WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-NOTE-LINE
033057     END-IF.
033058 2210-LIST-ONE-INTAKE-ROW-EXIT.
033059     EXIT.

033100*-----------------------------------------------------------------
033200* 3000-COUNT-MASTER
033300*   COUNTS THE HISTORY MASTER AS IT STANDS ON DISK.  A MISSING
034500         UNTIL WS-END-OF-FILE

034600     CLOSE TEMPERATURE-HISTORY-FILE
034700     MOVE 'N' TO WS-EOF-SW

034710     IF WS-CONTROL-FOUND
034720         PERFORM 3200-COUNT-CORRECTION-DELETES
034730             THRU 3200-COUNT-CORRECTION-DELETES-EXIT
034740     END-IF.
034800 3000-COUNT-MASTER-EXIT.
034900     EXIT.

036400 3100-COUNT-ONE-RECORD-EXIT.
036500     EXIT.

036502*-----------------------------------------------------------------
036504* 3200-COUNT-CORRECTION-DELETES
036506*   COUNTS THE READINGS HistoryCorrection TOOK OFF THE MASTER
036508*   AFTER THE LAST BALANCE DATE AND UP TO THIS ONE.  A MISSING
036510*   LOG COUNTS ZERO - NO CORRECTION HAS EVER RUN.
036512*-----------------------------------------------------------------
036514 3200-COUNT-CORRECTION-DELETES.
036516     MOVE 'N' TO WS-EOF-SW
036518     OPEN INPUT CORRECTION-LOG-FILE
036520     PERFORM 3210-COUNT-ONE-CORRECTION
036522         THRU 3210-COUNT-ONE-CORRECTION-EXIT
036524         UNTIL WS-END-OF-FILE
036526     CLOSE CORRECTION-LOG-FILE
036528     MOVE 'N' TO WS-EOF-SW.
036530 3200-COUNT-CORRECTION-DELETES-EXIT.
036532     EXIT.

036534*-----------------------------------------------------------------
036536* 3210-COUNT-ONE-CORRECTION
036538*   COUNTS ONE LOG ROW WHEN IT IS A DELETE INSIDE THE WINDOW.
036540*-----------------------------------------------------------------
036542 3210-COUNT-ONE-CORRECTION.
036544     READ CORRECTION-LOG-FILE
036546         AT END
036548             SET WS-END-OF-FILE TO TRUE
036550             GO TO 3210-COUNT-ONE-CORRECTION-EXIT
036552     END-READ

036554     IF CORR-IS-DELETE
036556        AND CORR-RUN-DATE > WS-PRIOR-BALANCE-DATE
036558        AND CORR-RUN-DATE NOT > WS-BALANCE-DATE
036560         ADD 1 TO WS-CORR-DELETED-COUNT
036562     END-IF.
036564 3210-COUNT-ONE-CORRECTION-EXIT.
036566     EXIT.

036600*-----------------------------------------------------------------
036700* 4000-CROSS-FOOT
036800*   RUNS THE CHECKS AND PRINTS ONE LINE PER CHECK, BOTH SIDES
037200     PERFORM 4100-CHECK-RAN-ONCE
037300         THRU 4100-CHECK-RAN-ONCE-EXIT

037320     IF WS-INTK-RUNS > 0
037340         PERFORM 4500-CHECK-INTAKE
037360             THRU 4500-CHECK-INTAKE-EXIT
037380     END-IF

037400     IF WS-CALC-RUNS > 0 AND WS-ROLL-RUNS > 0
037500         PERFORM 4200-CHECK-ORDER-AND-INPUT
037600             THRU 4200-CHECK-ORDER-AND-INPUT-EXIT
049500*-----------------------------------------------------------------
049600* 4400-CHECK-MASTER-GROWTH
049700*   ROLLUP APPENDED MUST EQUAL THE MASTER'S ACTUAL GROWTH SINCE
049800*   THE LAST BALANCE, LESS ANY CORRECTION DELETES AND PLUS ANY
049805*   ESTIMATED DAYS WRITTEN IN THE SAME WINDOW.  NO CONTROL FILE
049810*   BASELINES; A CONTROL FILE ALREADY STAMPED WITH THIS DATE
049900*   MEANS THE GROWTH WAS BALANCED EARLIER TODAY AND THE CHECK IS
050000*   SKIPPED WITH A NOTE.
050100*-----------------------------------------------------------------
050200 4400-CHECK-MASTER-GROWTH.
050300     IF WS-CONTROL-MISSING

051500     COMPUTE WS-EXPECTED-MASTER-COUNT =
051600         WS-MASTER-COUNT-PRIOR + WS-ROLL-APPENDED
051610             - WS-CORR-DELETED-COUNT
051615             + WS-EST-APPENDED-COUNT

051620     IF WS-CORR-DELETED-COUNT > 0
051630         MOVE WS-CORR-DELETED-COUNT TO WS-CDT-COUNT
051640         MOVE WS-CORR-DELETE-TEXT TO WS-RN-TEXT
051680         WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-NOTE-LINE
051690     END-IF

051692     IF WS-EST-APPENDED-COUNT > 0
051694         MOVE WS-EST-APPENDED-COUNT TO WS-EAT-COUNT
051696         MOVE WS-EST-APPEND-TEXT TO WS-RN-TEXT
051698         WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-NOTE-LINE
051699     END-IF

051700     MOVE 'MASTER: PRIOR + APPENDED + EST - DELETED VS DISK'
051800         TO WS-RC-TEXT
051900     MOVE WS-EXPECTED-MASTER-COUNT TO WS-RC-LEFT
052000     MOVE WS-MASTER-COUNT-NOW      TO WS-RC-RIGHT
052800 4400-CHECK-MASTER-GROWTH-EXIT.
052900     EXIT.

052901*-----------------------------------------------------------------
052902* 4500-CHECK-INTAKE
052903*   WHEN CollectorIntake RAN FOR THE DATE IT MUST HAVE RUN ONCE,
052904*   ENDED RC 0 (A REFUSED TRANSMISSION ENDS IT RC 8), LEFT ITS
052905*   ROWS ON THE INTAKE LOG, STARTED AHEAD OF THE CALCULATOR,
052906*   MERGED INTO THE FILE THE CALCULATOR READ, AND MERGED EXACTLY
052907*   THE READINGS THE CALCULATOR READ (ACCEPTED PLUS REJECTED).
052908*-----------------------------------------------------------------
052909 4500-CHECK-INTAKE.
052910     MOVE 'INTAKE RUNS FOR THE DATE (EXPECTED 1)' TO WS-RC-TEXT
052911     MOVE 1 TO WS-RC-LEFT
052912     MOVE WS-INTK-RUNS TO WS-RC-RIGHT
052913     IF WS-INTK-RUNS = 1
052914         PERFORM 7100-WRITE-CHECK-OK
052915             THRU 7100-WRITE-CHECK-OK-EXIT
052916     ELSE
052917         PERFORM 7200-WRITE-CHECK-BREAK
052918             THRU 7200-WRITE-CHECK-BREAK-EXIT
052919     END-IF

052920     MOVE 'INTAKE RETURN CODE (EXPECTED 0)' TO WS-RC-TEXT
052921     MOVE 0 TO WS-RC-LEFT
052922     MOVE WS-INTK-RC TO WS-RC-RIGHT
052923     IF WS-INTK-RC = 0
052924         PERFORM 7100-WRITE-CHECK-OK
052925             THRU 7100-WRITE-CHECK-OK-EXIT
052926     ELSE
052927         PERFORM 7200-WRITE-CHECK-BREAK
052928             THRU 7200-WRITE-CHECK-BREAK-EXIT
052929     END-IF

052930     IF WS-INTK-LOG-ROWS = 0
052931         ADD 1 TO WS-BREAK-COUNT
052932         MOVE 'BREAK ' TO WS-RC-STATUS
052933         MOVE 'INTAKE LOG HAS NO ROWS FOR THE RUN' TO WS-RC-TEXT
052934         MOVE 0 TO WS-RC-LEFT
052935         MOVE 0 TO WS-RC-RIGHT
052936         WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-CHECK-LINE
052937         DISPLAY 'BREAK: no rows on ' WS-INTAKELOG-FILENAME
052938             ' for the intake run at ' WS-INTK-START-TIME
052939     END-IF

052940     IF WS-CALC-RUNS = 0
052941         GO TO 4500-CHECK-INTAKE-EXIT
052942     END-IF

052943     MOVE 'RUN ORDER: INTAKE START VS CALCULATOR START'
052944         TO WS-RC-TEXT
052945     MOVE WS-INTK-START-TIME TO WS-RC-LEFT
052946     MOVE WS-CALC-START-TIME TO WS-RC-RIGHT
052947     IF WS-INTK-START-TIME NOT > WS-CALC-START-TIME
052948         PERFORM 7100-WRITE-CHECK-OK
052949             THRU 7100-WRITE-CHECK-OK-EXIT
052950     ELSE
052951         PERFORM 7200-WRITE-CHECK-BREAK
052952             THRU 7200-WRITE-CHECK-BREAK-EXIT
052953     END-IF

052954     IF WS-INTK-LOG-ROWS > 0
052955         IF WS-INTK-OUTPUT = WS-CALC-INPUT
052956             MOVE 'CALCULATOR READ THE FILE THE INTAKE MERGED'
052957                 TO WS-RN-TEXT
052958             WRITE BALANCE-REPORT-RECORD
052959                 FROM WS-REPORT-NOTE-LINE
052960         ELSE
052961             ADD 1 TO WS-BREAK-COUNT
052962             MOVE 'BREAK ' TO WS-RC-STATUS
052963             MOVE 'INTAKE OUTPUT IS NOT THE CALCULATOR INPUT'
052964                 TO WS-RC-TEXT
052965             MOVE 0 TO WS-RC-LEFT
052966             MOVE 0 TO WS-RC-RIGHT
052967             WRITE BALANCE-REPORT-RECORD
052968                 FROM WS-REPORT-CHECK-LINE
052969             DISPLAY 'BREAK: intake merged to ' WS-INTK-OUTPUT
052970                 ' but calculator read ' WS-CALC-INPUT
052971         END-IF
052972     END-IF

052973     COMPUTE WS-CALC-READ = WS-CALC-ACCEPTED + WS-CALC-REJECTED
052974     MOVE 'INTAKE MERGED VS CALCULATOR READ' TO WS-RC-TEXT
052975     MOVE WS-INTK-MERGED TO WS-RC-LEFT
052976     MOVE WS-CALC-READ   TO WS-RC-RIGHT
052977     IF WS-INTK-MERGED = WS-CALC-READ
052978         PERFORM 7100-WRITE-CHECK-OK
052979             THRU 7100-WRITE-CHECK-OK-EXIT
052980     ELSE
052981         PERFORM 7200-WRITE-CHECK-BREAK
052982             THRU 7200-WRITE-CHECK-BREAK-EXIT
052983     END-IF.
052984 4500-CHECK-INTAKE-EXIT.
052985     EXIT.

053000*-----------------------------------------------------------------
053100* 7100-WRITE-CHECK-OK
053200*   WRITES THE CHECK LINE THE CALLER PREPARED, MARKED OK.
