000100*****************************************************************
000200* PROGRAM:      JobStreamController
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   RUNS THE NIGHTLY JOB STREAM FROM A STEP TABLE INSTEAD OF FROM
000900*   THE OPERATOR'S MEMORY.  JOBSTEP.DAT HOLDS ONE STEPREC CARD
001000*   PER STEP IN RUN ORDER - THE PROGRAM, THE COMMAND THAT RUNS
001100*   IT, THE RUNPARM.DAT CARD IT RUNS UNDER AND THE HIGHEST RETURN
001200*   CODE IT MAY END WITH.  FOR EACH STEP THIS PROGRAM:
001300*     - PUTS THE STEP'S CARD IN PLACE AS RUNPARM.DAT (THE
001400*       STREAM'S OWN CARD WHEN THE STEP NAMES NONE);
001500*     - RUNS THE STEP'S COMMAND;
001600*     - FINDS THE STEP PROGRAM'S OWN ROW ON THE RUN AUDIT TRAIL
001700*       AND TAKES ITS RETURN CODE FROM THERE.  A STEP THAT LEFT
001800*       NO ROW DID NOT FINISH AND FAILS;
001900*     - APPENDS A STRMSTS ROW TO JOBSTRM.STS CARRYING THE
002000*       AUDIT ROW'S START DATE AND TIME.
002100*   A STEP THAT ENDS OVER ITS LIMIT STOPS THE STREAM, RC 16.
002200*   THE NEXT RUN RESUMES THE SAME STREAM AT THE FAILED STEP AND
002300*   BYPASSES EVERY STEP ALREADY COMPLETED - A SECOND ROLLUP
002400*   WOULD DOUBLE-APPEND READINGS AND REWRITE ROLLSUMM.DAT.  A
002500*   STREAM THAT HAS ALREADY COMPLETED TODAY IS NOT RUN AGAIN.
002600*   PARM-STREAM-FRESH-START 'Y' OVERRIDES BOTH AND STARTS A NEW
002700*   STREAM AT STEP ONE.  THE STREAM'S OWN RUNPARM.DAT IS PUT BACK
002800*   WHEN THE STREAM ENDS OR STOPS.
002810*   BEFORE THE FIRST STEP'S CARD GOES IN, THE STREAM'S CARD IS
002820*   SAVED TO JOBSTRM.SAV (PARM-STRMSAVE-FILENAME), AND EVERY STEP
002830*   CARD PUT IN PLACE CARRIES THAT NAME.  A CONTROLLER THAT DIES
002840*   MID-STREAM LEAVES A STEP'S CARD AS RUNPARM.DAT; THE NEXT RUN
002850*   FINDS THE SAVE FILE THROUGH IT AND PUTS THE STREAM'S CARD
002860*   BACK BEFORE RESUMING THE UNFINISHED STREAM.  THE
002870*   SAVE FILE IS DELETED ONLY AFTER THE FINAL PUT-BACK.
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*   10/15/2026  DO   INITIAL VERSION
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. JobStreamController.
003500 AUTHOR. D. OKAFOR.
003600 INSTALLATION. WEATHER SYSTEMS GROUP.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL STEP-TABLE-FILE
004500         ASSIGN TO DYNAMIC WS-STEPTBL-FILENAME
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL STEP-PARM-FILE
004800         ASSIGN TO DYNAMIC WS-STEP-PARM-FILENAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STEP-PARM-STATUS.
005100     SELECT OPTIONAL STREAM-STATUS-FILE
005200         ASSIGN TO DYNAMIC WS-STRMSTAT-FILENAME
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT STREAM-REPORT-FILE
005500         ASSIGN TO DYNAMIC WS-STRMRPT-FILENAME
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL RUN-AUDIT-FILE
005800         ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
005900         ORGANIZATION IS LINE SEQUENTIAL.
005920     SELECT OPTIONAL STREAM-SAVE-FILE
005940         ASSIGN TO DYNAMIC WS-STRMSAVE-FILENAME
005960         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS WS-STRMSAVE-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARAMETER-FILE.
006300     COPY PARMREC.

006400 FD  STEP-TABLE-FILE.
006500     COPY STEPREC.

006600 FD  STEP-PARM-FILE.
006700 01  STEP-PARM-RECORD              PIC X(2000).

006800 FD  STREAM-STATUS-FILE.
006900     COPY STRMSTS.

007000 FD  STREAM-REPORT-FILE.
007100 01  STREAM-REPORT-RECORD          PIC X(100).

007200 FD  RUN-AUDIT-FILE.
007300     COPY AUDITREC.

007330 FD  STREAM-SAVE-FILE.
007360 01  STREAM-SAVE-RECORD            PIC X(2000).

007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------------
007600* RUN PARAMETERS (FROM RUNPARM.DAT)
007700*   THE STREAM'S OWN CARD.  IT IS KEPT WHOLE IN WS-STREAM-CARD,
007800*   WIDE ENOUGH FOR PARMREC TO KEEP GROWING, BECAUSE RUNPARM.DAT
007900*   IS OVERWRITTEN BY EACH STEP'S CARD AND PUT BACK AT THE END.
008000*-----------------------------------------------------------------
008100 01  WS-STEPTBL-FILENAME           PIC X(40) VALUE SPACES.
008200 01  WS-STRMSTAT-FILENAME          PIC X(40) VALUE SPACES.
008300 01  WS-STRMRPT-FILENAME           PIC X(40) VALUE SPACES.
008400 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.
008450 01  WS-STRMSAVE-FILENAME          PIC X(40) VALUE SPACES.
008500 01  WS-FRESH-START-SW             PIC X(01) VALUE 'N'.
008600     88  WS-FRESH-START-REQUESTED            VALUE 'Y'.

008700 01  WS-STREAM-CARD                PIC X(2000) VALUE SPACES.
008800 01  WS-STEP-CARD                  PIC X(2000) VALUE SPACES.
008900 01  WS-STEP-PARM-FILENAME         PIC X(40) VALUE SPACES.
009000 01  WS-STEP-PARM-STATUS           PIC X(02) VALUE '00'.
009100 01  WS-TRAIL-FILENAME             PIC X(40) VALUE SPACES.
009200 01  WS-STEP-TRAIL-FILENAME        PIC X(40) VALUE SPACES.

009210*-----------------------------------------------------------------
009220* STREAM CARD SAVE FILE
009230*   THE STREAM'S CARD AS SAVED BEFORE THE FIRST STEP'S CARD WENT
009240*   IN, AS FOUND BY A RUN RECOVERING FROM A CONTROLLER THAT DIED
009250*   MID-STREAM.
009260*-----------------------------------------------------------------
009270 01  WS-SAVED-CARD                 PIC X(2000) VALUE SPACES.
009280 01  WS-STRMSAVE-STATUS            PIC X(02) VALUE '00'.
009290 01  WS-DELETE-STATUS              PIC S9(9) COMP VALUE 0.

009300*-----------------------------------------------------------------
009400* STEP TABLE
009500*   THE STEPREC CARDS IN RUN ORDER.  WS-ST-DONE-SW IS SET FOR A
009600*   STEP THE STREAM BEING RESUMED HAS ALREADY COMPLETED.
009700*-----------------------------------------------------------------
009800 01  WS-STEP-TABLE.
009900     05  WS-STEP-ENTRY             OCCURS 30 TIMES.
010000         10  WS-ST-NAME            PIC X(08).
010100         10  WS-ST-PROGRAM-ID      PIC X(30).
010200         10  WS-ST-COMMAND         PIC X(60).
010300         10  WS-ST-RUNPARM-FILENAME
010400                                   PIC X(40).
010500         10  WS-ST-MAX-RC          PIC 9(04).
010600         10  WS-ST-DONE-SW         PIC X(01).
010700             88  WS-ST-DONE                  VALUE 'Y'.

010800 01  WS-STEP-COUNT                 PIC 9(2) COMP VALUE 0.
010900 01  WS-STEP-INDEX                 PIC 9(2) COMP VALUE 0.
011000 01  WS-MAX-STEPS                  PIC 9(2) COMP VALUE 30.
011100 01  WS-STEP-SEQ                   PIC 9(03) VALUE 0.

011200*-----------------------------------------------------------------
011300* STREAM IDENTITY AND RESTART
011400*   THE LAST STREAM ON THE STATUS FILE, AS FOUND: WHEN IT FIRST
011500*   STARTED, WHETHER IT COMPLETED, AND WHICH STEPS IT COMPLETED.
011600*-----------------------------------------------------------------
011700 01  WS-LAST-STREAM-DATE           PIC 9(08) VALUE 0.
011800 01  WS-LAST-STREAM-TIME           PIC 9(08) VALUE 0.
011900 01  WS-LAST-COMPLETE-SW           PIC X(01) VALUE 'N'.
012000     88  WS-LAST-STREAM-COMPLETE             VALUE 'Y'.
012100 01  WS-STATUS-ROWS                PIC 9(06) VALUE 0.

012200 01  WS-DONE-TABLE.
012300     05  WS-DONE-ENTRY             OCCURS 30 TIMES.
012400         10  WS-DONE-SEQ           PIC 9(03).
012500         10  WS-DONE-NAME          PIC X(08).
012600 01  WS-DONE-COUNT                 PIC 9(2) COMP VALUE 0.
012700 01  WS-DONE-INDEX                 PIC 9(2) COMP VALUE 0.

012800 01  WS-STREAM-DATE                PIC 9(08) VALUE 0.
012900 01  WS-STREAM-TIME                PIC 9(08) VALUE 0.
013000 01  WS-RESUME-SW                  PIC X(01) VALUE 'N'.
013100     88  WS-RESUMING                         VALUE 'Y'.

013200*-----------------------------------------------------------------
013300* STEP EXECUTION WORK AREAS
013400*   THE SYSTEM SERVICE RETURNS THE COMMAND'S WAIT STATUS, WHICH
013500*   CARRIES THE EXIT CODE TIMES 256; IT IS ONLY USED WHEN THE
013600*   STEP LEFT NO AUDIT ROW TO TAKE ITS RETURN CODE FROM.
013700*-----------------------------------------------------------------
013800 01  WS-SYSTEM-COMMAND             PIC X(60) VALUE SPACES.
013900 01  WS-SYSTEM-STATUS              PIC S9(9) COMP VALUE 0.
014000 01  WS-EXIT-CODE                  PIC 9(04) VALUE 0.

014100 01  WS-TRAIL-ROWS-BEFORE          PIC 9(07) VALUE 0.
014200 01  WS-TRAIL-ROW-NUMBER           PIC 9(07) VALUE 0.
014300 01  WS-STEP-RC                    PIC 9(04) VALUE 0.
014400 01  WS-STEP-AUDIT-DATE            PIC 9(08) VALUE 0.
014500 01  WS-STEP-AUDIT-TIME            PIC 9(08) VALUE 0.
014600 01  WS-STEP-NOTE                  PIC X(30) VALUE SPACES.
014700 01  WS-STEP-STATUS                PIC X(01) VALUE SPACE.
014800     88  WS-STEP-COMPLETED                   VALUE 'C'.
014900     88  WS-STEP-FAILED                      VALUE 'F'.
015000     88  WS-STEP-BYPASSED                    VALUE 'B'.

015100 01  WS-AUDIT-ROW-SW               PIC X(01) VALUE 'N'.
015200     88  WS-AUDIT-ROW-FOUND                  VALUE 'Y'.
015300     88  WS-AUDIT-ROW-MISSING                VALUE 'N'.

015400 01  WS-FAILED-STEP                PIC 9(2) COMP VALUE 0.
015500 01  WS-STEPS-RUN                  PIC 9(02) VALUE 0.
015600 01  WS-STEPS-COMPLETED            PIC 9(02) VALUE 0.
015700 01  WS-STEPS-BYPASSED             PIC 9(02) VALUE 0.
015800 01  WS-STEPS-NOT-RUN              PIC 9(02) VALUE 0.
015900 01  WS-STEPS-FAILED               PIC 9(02) VALUE 0.

016000*-----------------------------------------------------------------
016100* RUN AUDIT-TRAIL WORK AREAS
016200*-----------------------------------------------------------------
016300 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
016400 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
016500 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
016600 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

016700*-----------------------------------------------------------------
016800* REPORT LINE LAYOUTS
016900*-----------------------------------------------------------------
017000 01  WS-REPORT-HEADING-1.
017100     05  FILLER                    PIC X(19)
017200         VALUE 'JOB STREAM  TABLE: '.
017300     05  WS-RH1-TABLE-NAME         PIC X(40).
017400     05  FILLER                    PIC X(10)
017500         VALUE '  STARTED '.
017600     05  WS-RH1-START-DATE         PIC 9(08).
017700     05  FILLER                    PIC X(01) VALUE SPACE.
017800     05  WS-RH1-START-TIME         PIC 9(08).
017900     05  FILLER                    PIC X(14) VALUE SPACES.

018000 01  WS-REPORT-STREAM-LINE.
018100     05  WS-RL-PREFIX              PIC X(28).
018200     05  WS-RL-STREAM-DATE         PIC 9(08).
018300     05  FILLER                    PIC X(01) VALUE SPACE.
018400     05  WS-RL-STREAM-TIME         PIC 9(08).
018500     05  FILLER                    PIC X(55) VALUE SPACES.

018600 01  WS-REPORT-HEADING-2.
018700     05  FILLER                    PIC X(44)
018800         VALUE 'SEQ STEP     PROGRAM'.
018900     05  FILLER                    PIC X(11) VALUE 'STATUS'.
019000     05  FILLER                    PIC X(05) VALUE '  RC '.
019100     05  FILLER                    PIC X(06) VALUE ' MAX  '.
019200     05  FILLER                    PIC X(15)
019300         VALUE 'AUDIT ROW START'.
019400     05  FILLER                    PIC X(19) VALUE SPACES.

019500 01  WS-REPORT-STEP-LINE.
019600     05  WS-RS-SEQ                 PIC ZZ9.
019700     05  FILLER                    PIC X(01) VALUE SPACE.
019800     05  WS-RS-STEP-NAME           PIC X(08).
019900     05  FILLER                    PIC X(01) VALUE SPACE.
020000     05  WS-RS-PROGRAM-ID          PIC X(30).
020100     05  FILLER                    PIC X(01) VALUE SPACE.
020200     05  WS-RS-STATUS              PIC X(10).
020300     05  FILLER                    PIC X(01) VALUE SPACE.
020400     05  WS-RS-RC                  PIC ZZZ9.
020500     05  FILLER                    PIC X(01) VALUE SPACE.
020600     05  WS-RS-MAX-RC              PIC ZZZ9.
020700     05  FILLER                    PIC X(02) VALUE SPACES.
020800     05  WS-RS-AUDIT-DATE          PIC 9(08).
020900     05  FILLER                    PIC X(01) VALUE SPACE.
021000     05  WS-RS-AUDIT-TIME          PIC 9(08).
021100     05  FILLER                    PIC X(17) VALUE SPACES.

021200 01  WS-REPORT-NOTE-LINE.
021300     05  FILLER                    PIC X(13) VALUE SPACES.
021400     05  WS-RN-NOTE                PIC X(30).
021500     05  FILLER                    PIC X(57) VALUE SPACES.

021600 01  WS-REPORT-TOTAL-LINE.
021700     05  FILLER                    PIC X(07) VALUE 'STREAM '.
021800     05  WS-RT-STATUS              PIC X(09).
021900     05  FILLER                    PIC X(13)
022000         VALUE '  STEPS RUN: '.
022100     05  WS-RT-STEPS-RUN           PIC Z9.
022200     05  FILLER                    PIC X(12)
022300         VALUE '  BYPASSED: '.
022400     05  WS-RT-BYPASSED            PIC Z9.
022500     05  FILLER                    PIC X(11)
022600         VALUE '  NOT RUN: '.
022700     05  WS-RT-NOT-RUN             PIC Z9.
022800     05  FILLER                    PIC X(42) VALUE SPACES.

022900*-----------------------------------------------------------------
023000* SWITCHES
023100*-----------------------------------------------------------------
023200 01  WS-SWITCHES.
023300     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
023400         88  WS-END-OF-FILE                  VALUE 'Y'.
023500     05  WS-STOPPED-SW             PIC X(01) VALUE 'N'.
023600         88  WS-STREAM-STOPPED               VALUE 'Y'.
023700     05  WS-CARD-CHANGED-SW        PIC X(01) VALUE 'N'.
023800         88  WS-RUNPARM-CHANGED              VALUE 'Y'.

023900 PROCEDURE DIVISION.
024000*-----------------------------------------------------------------
024100* 0000-MAIN-PARA
024200*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
024300*-----------------------------------------------------------------
024400 0000-MAIN-PARA.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT

024700     PERFORM 2000-RUN-STREAM
024800         THRU 2000-RUN-STREAM-EXIT

024900     PERFORM 8000-PRODUCE-OUTPUT
025000         THRU 8000-PRODUCE-OUTPUT-EXIT

025100     PERFORM 9000-TERMINATE
025200         THRU 9000-TERMINATE-EXIT

025300     STOP RUN.

025400*-----------------------------------------------------------------
025500* 1000-INITIALIZE
025600*   READS THE STREAM'S CARD AND STEP TABLE, WORKS OUT FROM THE
025700*   STATUS FILE WHETHER THIS RUN STARTS A NEW STREAM OR RESUMES
025800*   AN UNFINISHED ONE, AND OPENS THE REPORT.
025900*-----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
026200     ACCEPT WS-RUN-START-TIME FROM TIME

026300     PERFORM 1150-READ-PARAMETER-RECORD
026400         THRU 1150-READ-PARAMETER-RECORD-EXIT

026430     PERFORM 1160-RECOVER-STREAM-CARD
026460         THRU 1160-RECOVER-STREAM-CARD-EXIT

026500     PERFORM 1200-LOAD-STEP-TABLE
026600         THRU 1200-LOAD-STEP-TABLE-EXIT

026700     IF WS-STEP-COUNT = 0
026800         GO TO 9910-ABEND-EMPTY-TABLE
026900     END-IF

027000     PERFORM 1300-READ-STREAM-STATUS
027100         THRU 1300-READ-STREAM-STATUS-EXIT

027200     PERFORM 1400-SETTLE-RESTART
027300         THRU 1400-SETTLE-RESTART-EXIT

027400     OPEN OUTPUT STREAM-REPORT-FILE
027500     MOVE WS-STEPTBL-FILENAME TO WS-RH1-TABLE-NAME
027600     MOVE WS-RUN-START-DATE   TO WS-RH1-START-DATE
027700     MOVE WS-RUN-START-TIME   TO WS-RH1-START-TIME
027800     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-HEADING-1

027900     IF WS-RESUMING
028000         MOVE 'RESUMING THE STREAM STARTED' TO WS-RL-PREFIX
028100     ELSE
028200         MOVE 'NEW STREAM STARTED'          TO WS-RL-PREFIX
028300     END-IF
028400     MOVE WS-STREAM-DATE TO WS-RL-STREAM-DATE
028500     MOVE WS-STREAM-TIME TO WS-RL-STREAM-TIME
028600     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-STREAM-LINE
028700     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-HEADING-2.
028800 1000-INITIALIZE-EXIT.
028900     EXIT.

029000*-----------------------------------------------------------------
029100* 1150-READ-PARAMETER-RECORD
029200*   READS THE RUNPARM.DAT CONTROL CARD AND KEEPS THE WHOLE CARD
029300*   TO PUT BACK LATER.  A MISSING CARD KEEPS A BLANK ONE, WHICH
029400*   EVERY PROGRAM READS AS ALL DEFAULTS.
029500*-----------------------------------------------------------------
029600 1150-READ-PARAMETER-RECORD.
029800     MOVE SPACES         TO WS-STREAM-CARD
030000     MOVE SPACES         TO PARAMETER-RECORD

030200     OPEN INPUT PARAMETER-FILE
030300     READ PARAMETER-FILE
030400         AT END
030550             MOVE SPACES TO PARAMETER-RECORD
030700     END-READ
030800     CLOSE PARAMETER-FILE
030900     MOVE PARAMETER-RECORD TO WS-STREAM-CARD

030901     PERFORM 1170-TAKE-CARD-NAMES
030902         THRU 1170-TAKE-CARD-NAMES-EXIT.
030903 1150-READ-PARAMETER-RECORD-EXIT.
030904     EXIT.

030905*-----------------------------------------------------------------
030906* 1160-RECOVER-STREAM-CARD
030907*   A SAVED STREAM CARD MEANS THE LAST CONTROLLER DIED WITH A
030908*   STEP'S CARD IN PLACE AS RUNPARM.DAT - THE SAVE FILE IS ONLY
030909*   DELETED ONCE THE STREAM'S CARD IS BACK, SO ITS STREAM IS
030910*   UNFINISHED EVEN WHEN IT DIED IN ITS FIRST STEP AND LEFT NO
030911*   STATUS ROW.  THE SAVED CARD IS PUT BACK AS RUNPARM.DAT AND
030912*   FOLLOWED FOR THE REST OF THE RUN.  A FRESH START ASKED FOR
030913*   ON THE CARD IN PLACE LEAVES IT ALONE; THE NEXT SAVE
030914*   OVERWRITES IT.
030915*-----------------------------------------------------------------
030916 1160-RECOVER-STREAM-CARD.
030917     IF WS-FRESH-START-REQUESTED
030918         GO TO 1160-RECOVER-STREAM-CARD-EXIT
030919     END-IF

030920     MOVE SPACES TO WS-SAVED-CARD
030921     OPEN INPUT STREAM-SAVE-FILE
030922     IF WS-STRMSAVE-STATUS NOT = '00'
030923         CLOSE STREAM-SAVE-FILE
030924         GO TO 1160-RECOVER-STREAM-CARD-EXIT
030925     END-IF
030926     READ STREAM-SAVE-FILE INTO WS-SAVED-CARD
030927         AT END
030928             MOVE SPACES TO WS-SAVED-CARD
030929     END-READ
030930     CLOSE STREAM-SAVE-FILE
030931     IF WS-SAVED-CARD = SPACES
030932         GO TO 1160-RECOVER-STREAM-CARD-EXIT
030933     END-IF

030934     MOVE WS-SAVED-CARD TO WS-STREAM-CARD
030935     MOVE WS-SAVED-CARD TO PARAMETER-RECORD
030936     PERFORM 1170-TAKE-CARD-NAMES
030937         THRU 1170-TAKE-CARD-NAMES-EXIT
030938     OPEN OUTPUT PARAMETER-FILE
030939     WRITE PARAMETER-RECORD FROM WS-STREAM-CARD
030940     CLOSE PARAMETER-FILE
030941     SET WS-RUNPARM-CHANGED TO TRUE
030942     DISPLAY 'WARNING: last stream ended with a step card in '
030943         'place - runparm.dat restored from '
030944         WS-STRMSAVE-FILENAME.
030945 1160-RECOVER-STREAM-CARD-EXIT.
030946     EXIT.

030957*-----------------------------------------------------------------
030958* 1170-TAKE-CARD-NAMES
030959*   TAKES THE STREAM'S FILE NAMES AND FRESH-START FLAG FROM THE
030960*   CARD IN PARAMETER-RECORD, DEFAULTING THE BLANK ONES.
030961*-----------------------------------------------------------------
030962 1170-TAKE-CARD-NAMES.
030963     MOVE 'jobstep.dat'  TO WS-STEPTBL-FILENAME
030964     MOVE 'jobstrm.sts'  TO WS-STRMSTAT-FILENAME
030965     MOVE 'jobstrm.rpt'  TO WS-STRMRPT-FILENAME
030966     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME
030967     MOVE 'jobstrm.sav'  TO WS-STRMSAVE-FILENAME
030968     MOVE 'N'            TO WS-FRESH-START-SW

031000     IF PARM-STEPTBL-FILENAME NOT = SPACES
031100         MOVE PARM-STEPTBL-FILENAME TO WS-STEPTBL-FILENAME
031200     END-IF

031300     IF PARM-STRMSTAT-FILENAME NOT = SPACES
031400         MOVE PARM-STRMSTAT-FILENAME TO WS-STRMSTAT-FILENAME
031500     END-IF

031600     IF PARM-STRMRPT-FILENAME NOT = SPACES
031700         MOVE PARM-STRMRPT-FILENAME TO WS-STRMRPT-FILENAME
031800     END-IF

031900     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
032000         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
032100     END-IF

032120     IF PARM-STRMSAVE-FILENAME NOT = SPACES
032140         MOVE PARM-STRMSAVE-FILENAME TO WS-STRMSAVE-FILENAME
032160     END-IF

032200     IF PARM-STREAM-FRESH-START = 'Y'
032300         SET WS-FRESH-START-REQUESTED TO TRUE
032400     END-IF.
032500 1170-TAKE-CARD-NAMES-EXIT.
032600     EXIT.

032700*-----------------------------------------------------------------
032800* 1200-LOAD-STEP-TABLE
032900*   LOADS THE STEPREC CARDS INTO WS-STEP-TABLE IN RUN ORDER.
033000*-----------------------------------------------------------------
033100 1200-LOAD-STEP-TABLE.
033200     MOVE 'N' TO WS-EOF-SW
033300     OPEN INPUT STEP-TABLE-FILE

033400     PERFORM 1210-LOAD-ONE-STEP
033500         THRU 1210-LOAD-ONE-STEP-EXIT
033600         UNTIL WS-END-OF-FILE

033700     CLOSE STEP-TABLE-FILE
033800     MOVE 'N' TO WS-EOF-SW.
033900 1200-LOAD-STEP-TABLE-EXIT.
034000     EXIT.

034100*-----------------------------------------------------------------
034200* 1210-LOAD-ONE-STEP
034300*   FILES ONE STEP CARD.  A BLANK CARD IS SKIPPED.  A TABLE
034400*   LONGER THAN THE LIMIT STOPS THE RUN RATHER THAN DROP THE
034500*   TAIL OF THE STREAM WITHOUT ANYONE NOTICING.  A NON-NUMERIC
034600*   LIMIT IS TAKEN AS ZERO.
034700*-----------------------------------------------------------------
034800 1210-LOAD-ONE-STEP.
034900     READ STEP-TABLE-FILE
035000         AT END
035100             SET WS-END-OF-FILE TO TRUE
035200             GO TO 1210-LOAD-ONE-STEP-EXIT
035300     END-READ

035400     IF JOB-STEP-RECORD = SPACES
035500         GO TO 1210-LOAD-ONE-STEP-EXIT
035600     END-IF

035700     IF WS-STEP-COUNT >= WS-MAX-STEPS
035800         GO TO 9915-ABEND-TABLE-FULL
035900     END-IF

036000     ADD 1 TO WS-STEP-COUNT
036100     MOVE STEP-NAME         TO WS-ST-NAME (WS-STEP-COUNT)
036200     MOVE STEP-PROGRAM-ID   TO WS-ST-PROGRAM-ID (WS-STEP-COUNT)
036300     MOVE STEP-COMMAND      TO WS-ST-COMMAND (WS-STEP-COUNT)
036400     MOVE STEP-RUNPARM-FILENAME
036500         TO WS-ST-RUNPARM-FILENAME (WS-STEP-COUNT)
036600     MOVE 0 TO WS-ST-MAX-RC (WS-STEP-COUNT)
036700     IF STEP-MAX-RC NUMERIC
036800         MOVE STEP-MAX-RC TO WS-ST-MAX-RC (WS-STEP-COUNT)
036900     END-IF
037000     MOVE 'N' TO WS-ST-DONE-SW (WS-STEP-COUNT).
037100 1210-LOAD-ONE-STEP-EXIT.
037200     EXIT.

037300*-----------------------------------------------------------------
037400* 1300-READ-STREAM-STATUS
037500*   READS THE STATUS FILE THROUGH, KEEPING ONLY THE LAST STREAM
037600*   ON IT: WHEN IT STARTED, WHETHER IT COMPLETED, AND THE STEPS
037700*   IT COMPLETED ACROSS ALL OF ITS RUNS.  A MISSING FILE MEANS
037800*   NO STREAM HAS EVER RUN.
037900*-----------------------------------------------------------------
038000 1300-READ-STREAM-STATUS.
038100     MOVE 'N' TO WS-EOF-SW
038200     OPEN INPUT STREAM-STATUS-FILE

038300     PERFORM 1310-READ-ONE-STATUS-ROW
038400         THRU 1310-READ-ONE-STATUS-ROW-EXIT
038500         UNTIL WS-END-OF-FILE

038600     CLOSE STREAM-STATUS-FILE
038700     MOVE 'N' TO WS-EOF-SW.
038800 1300-READ-STREAM-STATUS-EXIT.
038900     EXIT.

039000*-----------------------------------------------------------------
039100* 1310-READ-ONE-STATUS-ROW
039200*   A ROW FROM A DIFFERENT STREAM THAN THE ONE BEING FOLLOWED
039300*   STARTS OVER WITH THAT STREAM.  A COMPLETED STEP ROW IS
039400*   NOTED; AN END ROW SAYS WHETHER THE STREAM COMPLETED.
039500*-----------------------------------------------------------------
039600 1310-READ-ONE-STATUS-ROW.
039700     READ STREAM-STATUS-FILE
039800         AT END
039900             SET WS-END-OF-FILE TO TRUE
040000             GO TO 1310-READ-ONE-STATUS-ROW-EXIT
040100     END-READ

040200     ADD 1 TO WS-STATUS-ROWS

040300     IF SSTS-STREAM-DATE NOT = WS-LAST-STREAM-DATE
040400        OR SSTS-STREAM-TIME NOT = WS-LAST-STREAM-TIME
040500         MOVE SSTS-STREAM-DATE TO WS-LAST-STREAM-DATE
040600         MOVE SSTS-STREAM-TIME TO WS-LAST-STREAM-TIME
040700         MOVE 'N' TO WS-LAST-COMPLETE-SW
040800         MOVE 0   TO WS-DONE-COUNT
040900     END-IF

041000     IF SSTS-END-ROW
041100         IF SSTS-COMPLETED
041200             SET WS-LAST-STREAM-COMPLETE TO TRUE
041300         END-IF
041400         GO TO 1310-READ-ONE-STATUS-ROW-EXIT
041500     END-IF

041600     IF SSTS-COMPLETED
041700        AND WS-DONE-COUNT < WS-MAX-STEPS
041800         ADD 1 TO WS-DONE-COUNT
041900         MOVE SSTS-STEP-SEQ  TO WS-DONE-SEQ (WS-DONE-COUNT)
042000         MOVE SSTS-STEP-NAME TO WS-DONE-NAME (WS-DONE-COUNT)
042100     END-IF.
042200 1310-READ-ONE-STATUS-ROW-EXIT.
042300     EXIT.

042400*-----------------------------------------------------------------
042500* 1400-SETTLE-RESTART
042600*   DECIDES BETWEEN A NEW STREAM AND RESUMING THE LAST ONE.  AN
042700*   UNFINISHED LAST STREAM IS RESUMED UNLESS A FRESH START WAS
042800*   ASKED FOR; ITS COMPLETED STEPS MUST STILL BE THE SAME STEPS
042900*   IN THE SAME PLACES IN THE TABLE.  A STREAM ALREADY COMPLETED
043000*   TODAY IS NOT STARTED AGAIN WITHOUT A FRESH START.
043100*-----------------------------------------------------------------
043200 1400-SETTLE-RESTART.
043300     MOVE WS-RUN-START-DATE TO WS-STREAM-DATE
043400     MOVE WS-RUN-START-TIME TO WS-STREAM-TIME

043500     IF WS-STATUS-ROWS = 0
043600         GO TO 1400-SETTLE-RESTART-EXIT
043700     END-IF

043800     IF WS-FRESH-START-REQUESTED
043900         IF NOT WS-LAST-STREAM-COMPLETE
044000             DISPLAY 'WARNING: unfinished stream started '
044100                 WS-LAST-STREAM-DATE ' ' WS-LAST-STREAM-TIME
044200                 ' abandoned - fresh start requested.'
044300         END-IF
044400         GO TO 1400-SETTLE-RESTART-EXIT
044500     END-IF

044600     IF WS-LAST-STREAM-COMPLETE
044700         IF WS-LAST-STREAM-DATE = WS-RUN-START-DATE
044800             GO TO 9920-ABEND-ALREADY-COMPLETE
044900         END-IF
045000         GO TO 1400-SETTLE-RESTART-EXIT
045100     END-IF

045200     SET WS-RESUMING TO TRUE
045300     MOVE WS-LAST-STREAM-DATE TO WS-STREAM-DATE
045400     MOVE WS-LAST-STREAM-TIME TO WS-STREAM-TIME

045500     MOVE 1 TO WS-DONE-INDEX
045600     PERFORM 1410-MARK-ONE-DONE-STEP
045700         THRU 1410-MARK-ONE-DONE-STEP-EXIT
045800         UNTIL WS-DONE-INDEX > WS-DONE-COUNT

045900     DISPLAY 'Resuming stream started ' WS-STREAM-DATE ' '
046000         WS-STREAM-TIME ': ' WS-DONE-COUNT
046100         ' step(s) already completed.'.
046200 1400-SETTLE-RESTART-EXIT.
046300     EXIT.

046400*-----------------------------------------------------------------
046500* 1410-MARK-ONE-DONE-STEP
046600*   MARKS ONE COMPLETED STEP OF THE RESUMED STREAM.  A STEP NOT
046700*   IN ITS OLD PLACE MEANS THE TABLE WAS EDITED UNDER AN
046800*   UNFINISHED STREAM; RESUMING WOULD GUESS, SO THE RUN STOPS.
046900*-----------------------------------------------------------------
047000 1410-MARK-ONE-DONE-STEP.
047100     MOVE WS-DONE-SEQ (WS-DONE-INDEX) TO WS-STEP-SEQ
047200     IF WS-STEP-SEQ = 0
047300        OR WS-STEP-SEQ > WS-STEP-COUNT
047400         GO TO 9930-ABEND-TABLE-CHANGED
047500     END-IF

047600     MOVE WS-STEP-SEQ TO WS-STEP-INDEX
047700     IF WS-ST-NAME (WS-STEP-INDEX)
047800             NOT = WS-DONE-NAME (WS-DONE-INDEX)
047900         GO TO 9930-ABEND-TABLE-CHANGED
048000     END-IF

048100     SET WS-ST-DONE (WS-STEP-INDEX) TO TRUE
048200     ADD 1 TO WS-DONE-INDEX.
048300 1410-MARK-ONE-DONE-STEP-EXIT.
048400     EXIT.

048500*-----------------------------------------------------------------
048600* 2000-RUN-STREAM
048700*   RUNS THE STEPS IN TABLE ORDER UNTIL THE LAST ONE COMPLETES
048800*   OR ONE ENDS OVER ITS LIMIT.
048900*-----------------------------------------------------------------
049000 2000-RUN-STREAM.
049100     MOVE 1 TO WS-STEP-INDEX
049200     PERFORM 2100-RUN-ONE-STEP
049300         THRU 2100-RUN-ONE-STEP-EXIT
049400         UNTIL WS-STEP-INDEX > WS-STEP-COUNT
049500            OR WS-STREAM-STOPPED.
049600 2000-RUN-STREAM-EXIT.
049700     EXIT.

049800*-----------------------------------------------------------------
049900* 2100-RUN-ONE-STEP
050000*   BYPASSES A STEP ALREADY COMPLETED BY THIS STREAM; OTHERWISE
050100*   PUTS ITS CARD IN PLACE, RUNS IT, AND JUDGES IT BY ITS OWN
050200*   AUDIT ROW.  EITHER WAY THE STEP GETS A STATUS ROW AND A
050300*   REPORT LINE.
050400*-----------------------------------------------------------------
050500 2100-RUN-ONE-STEP.
050600     MOVE WS-STEP-INDEX TO WS-STEP-SEQ
050700     MOVE 0      TO WS-STEP-RC
050800     MOVE 0      TO WS-STEP-AUDIT-DATE
050900     MOVE 0      TO WS-STEP-AUDIT-TIME
051000     MOVE SPACES TO WS-STEP-NOTE

051100     IF WS-ST-DONE (WS-STEP-INDEX)
051200         SET WS-STEP-BYPASSED TO TRUE
051300         MOVE 'COMPLETED IN AN EARLIER RUN' TO WS-STEP-NOTE
051400         ADD 1 TO WS-STEPS-BYPASSED
051500         GO TO 2100-RECORD-STEP
051600     END-IF

051700     PERFORM 2200-SET-STEP-CARD
051800         THRU 2200-SET-STEP-CARD-EXIT
051900     IF WS-STEP-FAILED
052000         GO TO 2100-STEP-FAILED
052100     END-IF

052200     PERFORM 2250-COUNT-TRAIL-ROWS
052300         THRU 2250-COUNT-TRAIL-ROWS-EXIT
052400     DISPLAY 'Step ' WS-STEP-SEQ ' ' WS-ST-NAME (WS-STEP-INDEX)
052500         ': ' WS-ST-COMMAND (WS-STEP-INDEX)
052600     MOVE WS-ST-COMMAND (WS-STEP-INDEX) TO WS-SYSTEM-COMMAND
052700     CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
052800     MOVE RETURN-CODE TO WS-SYSTEM-STATUS
052900     MOVE 0 TO RETURN-CODE
053000     ADD 1 TO WS-STEPS-RUN

053100     PERFORM 2300-FIND-AUDIT-ROW
053200         THRU 2300-FIND-AUDIT-ROW-EXIT

053300     IF WS-AUDIT-ROW-MISSING
053400         DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
053500         MOVE WS-EXIT-CODE TO WS-STEP-RC
053600         SET WS-STEP-FAILED TO TRUE
053700         MOVE 'NO RUN AUDIT ROW FOR THE STEP' TO WS-STEP-NOTE
053800         GO TO 2100-STEP-FAILED
053900     END-IF

054000     IF WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-INDEX)
054100         SET WS-STEP-FAILED TO TRUE
054200         MOVE 'RETURN CODE OVER STEP LIMIT' TO WS-STEP-NOTE
054300         GO TO 2100-STEP-FAILED
054400     END-IF

054500     SET WS-STEP-COMPLETED TO TRUE
054600     ADD 1 TO WS-STEPS-COMPLETED
054700     GO TO 2100-RECORD-STEP.
054800 2100-STEP-FAILED.
054900     SET WS-STREAM-STOPPED TO TRUE
055000     MOVE WS-STEP-INDEX TO WS-FAILED-STEP
055100     ADD 1 TO WS-STEPS-FAILED
055200     DISPLAY 'FATAL: step ' WS-STEP-SEQ ' '
055300         WS-ST-NAME (WS-STEP-INDEX) ' ('
055400         WS-ST-PROGRAM-ID (WS-STEP-INDEX) ') ended RC '
055500         WS-STEP-RC ' against a limit of '
055600         WS-ST-MAX-RC (WS-STEP-INDEX) ' - ' WS-STEP-NOTE
055700     DISPLAY 'Stream stopped.  The next run resumes at this '
055800         'step.'.
055900 2100-RECORD-STEP.
056000     PERFORM 2400-WRITE-STEP-STATUS
056100         THRU 2400-WRITE-STEP-STATUS-EXIT
056200     ADD 1 TO WS-STEP-INDEX.
056300 2100-RUN-ONE-STEP-EXIT.
056400     EXIT.

056500*-----------------------------------------------------------------
056600* 2200-SET-STEP-CARD
056700*   WRITES THE STEP'S RUNPARM.DAT: THE CARD FILE THE STEP NAMES,
056800*   OR THE STREAM'S OWN CARD.  A NAMED CARD THAT CANNOT BE READ
056900*   FAILS THE STEP BEFORE IT RUNS.  THE AUDIT TRAIL THE STEP
057000*   WILL WRITE TO IS TAKEN FROM THE SAME CARD.
057020*   BEFORE THE FIRST SWAP THE STREAM'S CARD IS SAVED; A SAVE
057040*   THAT FAILS FAILS THE STEP WITH RUNPARM.DAT UNTOUCHED.  THE
057060*   CARD PUT IN PLACE CARRIES THE SAVE FILE'S NAME, AND NEVER A
057080*   FRESH-START FLAG, FOR A RUN RECOVERING FROM A DEAD ONE.
057100*-----------------------------------------------------------------
057200 2200-SET-STEP-CARD.
057300     MOVE SPACE TO WS-STEP-STATUS
057400     MOVE WS-STREAM-CARD TO WS-STEP-CARD

057500     IF WS-ST-RUNPARM-FILENAME (WS-STEP-INDEX) NOT = SPACES
057600         MOVE WS-ST-RUNPARM-FILENAME (WS-STEP-INDEX)
057700             TO WS-STEP-PARM-FILENAME
057800         OPEN INPUT STEP-PARM-FILE
057900         IF WS-STEP-PARM-STATUS NOT = '00'
058000             CLOSE STEP-PARM-FILE
058100             SET WS-STEP-FAILED TO TRUE
058200             MOVE 'RUNPARM CARD NOT FOUND' TO WS-STEP-NOTE
058300             GO TO 2200-SET-STEP-CARD-EXIT
058400         END-IF
058500         MOVE SPACES TO STEP-PARM-RECORD
058600         READ STEP-PARM-FILE INTO WS-STEP-CARD
058700             AT END
058800                 SET WS-STEP-FAILED TO TRUE
058900                 MOVE 'RUNPARM CARD FILE IS EMPTY'
059000                     TO WS-STEP-NOTE
059100         END-READ
059200         CLOSE STEP-PARM-FILE
059300         IF WS-STEP-FAILED
059400             GO TO 2200-SET-STEP-CARD-EXIT
059500         END-IF
059600     END-IF

059609     IF NOT WS-RUNPARM-CHANGED
059618         PERFORM 2210-SAVE-STREAM-CARD
059627             THRU 2210-SAVE-STREAM-CARD-EXIT
059636         IF WS-STEP-FAILED
059645             GO TO 2200-SET-STEP-CARD-EXIT
059654         END-IF
059663     END-IF

059672     MOVE WS-STEP-CARD TO PARAMETER-RECORD
059681     MOVE WS-STRMSAVE-FILENAME TO PARM-STRMSAVE-FILENAME
059690     MOVE SPACE TO PARM-STREAM-FRESH-START
059700     OPEN OUTPUT PARAMETER-FILE
059800     WRITE PARAMETER-RECORD
059900     CLOSE PARAMETER-FILE
060000     SET WS-RUNPARM-CHANGED TO TRUE

060200     MOVE 'runaudit.dat' TO WS-STEP-TRAIL-FILENAME
060300     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
060400         MOVE PARM-RUNAUDIT-FILENAME TO WS-STEP-TRAIL-FILENAME
060500     END-IF.
060600 2200-SET-STEP-CARD-EXIT.
060700     EXIT.

060704*-----------------------------------------------------------------
060708* 2210-SAVE-STREAM-CARD
060712*   WRITES THE STREAM'S OWN CARD TO THE SAVE FILE.
060716*-----------------------------------------------------------------
060720 2210-SAVE-STREAM-CARD.
060724     OPEN OUTPUT STREAM-SAVE-FILE
060728     IF WS-STRMSAVE-STATUS NOT = '00'
060730        AND WS-STRMSAVE-STATUS NOT = '05'
060732         GO TO 2210-SAVE-FAILED
060736     END-IF
060740     WRITE STREAM-SAVE-RECORD FROM WS-STREAM-CARD
060744     IF WS-STRMSAVE-STATUS NOT = '00'
060748         CLOSE STREAM-SAVE-FILE
060752         GO TO 2210-SAVE-FAILED
060756     END-IF
060760     CLOSE STREAM-SAVE-FILE
060764     IF WS-STRMSAVE-STATUS = '00'
060768         GO TO 2210-SAVE-STREAM-CARD-EXIT
060772     END-IF.
060776 2210-SAVE-FAILED.
060780     SET WS-STEP-FAILED TO TRUE
060784     MOVE 'STREAM CARD COULD NOT BE SAVED' TO WS-STEP-NOTE.
060788 2210-SAVE-STREAM-CARD-EXIT.
060792     EXIT.

060800*-----------------------------------------------------------------
060900* 2250-COUNT-TRAIL-ROWS
061000*   COUNTS THE ROWS ALREADY ON THE STEP'S AUDIT TRAIL BEFORE IT
061100*   IS LAUNCHED.  THE TRAIL IS ONLY EVER APPENDED TO, SO THE
061200*   STEP'S OWN ROW CAN ONLY BE ONE BEYOND THIS COUNT - NO EARLIER
061300*   RUN OF THE SAME PROGRAM CAN BE MISTAKEN FOR IT.
061400*-----------------------------------------------------------------
061500 2250-COUNT-TRAIL-ROWS.
061600     MOVE 0 TO WS-TRAIL-ROWS-BEFORE
061700     MOVE WS-STEP-TRAIL-FILENAME TO WS-TRAIL-FILENAME
061800     MOVE 'N' TO WS-EOF-SW
061900     OPEN INPUT RUN-AUDIT-FILE

062000     PERFORM 2260-COUNT-ONE-TRAIL-ROW
062100         THRU 2260-COUNT-ONE-TRAIL-ROW-EXIT
062200         UNTIL WS-END-OF-FILE

062300     CLOSE RUN-AUDIT-FILE
062400     MOVE 'N' TO WS-EOF-SW.
062500 2250-COUNT-TRAIL-ROWS-EXIT.
062600     EXIT.

062700*-----------------------------------------------------------------
062800* 2260-COUNT-ONE-TRAIL-ROW
062900*   COUNTS ONE TRAIL ROW.
063000*-----------------------------------------------------------------
063100 2260-COUNT-ONE-TRAIL-ROW.
063200     READ RUN-AUDIT-FILE
063300         AT END
063400             SET WS-END-OF-FILE TO TRUE
063500             GO TO 2260-COUNT-ONE-TRAIL-ROW-EXIT
063600     END-READ

063700     ADD 1 TO WS-TRAIL-ROWS-BEFORE.
063800 2260-COUNT-ONE-TRAIL-ROW-EXIT.
063900     EXIT.

064000*-----------------------------------------------------------------
064100* 2300-FIND-AUDIT-ROW
064200*   LOOKS FOR THE STEP PROGRAM'S AUDIT ROW WRITTEN BY THIS
064300*   LAUNCH - ITS PROGRAM-ID ON A ROW BEYOND THE ROWS COUNTED
064400*   BEFORE THE LAUNCH - AND TAKES ITS RETURN CODE AND START
064500*   STAMP.  THE LAST SUCH ROW IS THE ONE KEPT.
064600*-----------------------------------------------------------------
064700 2300-FIND-AUDIT-ROW.
064800     SET WS-AUDIT-ROW-MISSING TO TRUE
064900     MOVE 0 TO WS-TRAIL-ROW-NUMBER
065000     MOVE WS-STEP-TRAIL-FILENAME TO WS-TRAIL-FILENAME
065100     MOVE 'N' TO WS-EOF-SW
065200     OPEN INPUT RUN-AUDIT-FILE

065300     PERFORM 2310-CHECK-ONE-AUDIT-ROW
065400         THRU 2310-CHECK-ONE-AUDIT-ROW-EXIT
065500         UNTIL WS-END-OF-FILE

065600     CLOSE RUN-AUDIT-FILE
065700     MOVE 'N' TO WS-EOF-SW.
065800 2300-FIND-AUDIT-ROW-EXIT.
065900     EXIT.

066000*-----------------------------------------------------------------
066100* 2310-CHECK-ONE-AUDIT-ROW
066200*   TAKES ONE TRAIL ROW WHEN IT IS THE STEP'S.
066300*-----------------------------------------------------------------
066400 2310-CHECK-ONE-AUDIT-ROW.
066500     READ RUN-AUDIT-FILE
066600         AT END
066700             SET WS-END-OF-FILE TO TRUE
066800             GO TO 2310-CHECK-ONE-AUDIT-ROW-EXIT
066900     END-READ

067000     ADD 1 TO WS-TRAIL-ROW-NUMBER

067100     IF RUNA-PROGRAM-ID NOT = WS-ST-PROGRAM-ID (WS-STEP-INDEX)
067200         GO TO 2310-CHECK-ONE-AUDIT-ROW-EXIT
067300     END-IF

067400     IF WS-TRAIL-ROW-NUMBER NOT > WS-TRAIL-ROWS-BEFORE
067500         GO TO 2310-CHECK-ONE-AUDIT-ROW-EXIT
067600     END-IF

067700     SET WS-AUDIT-ROW-FOUND TO TRUE
067800     MOVE RUNA-RETURN-CODE TO WS-STEP-RC
067900     MOVE RUNA-START-DATE  TO WS-STEP-AUDIT-DATE
068000     MOVE RUNA-START-TIME  TO WS-STEP-AUDIT-TIME.
068100 2310-CHECK-ONE-AUDIT-ROW-EXIT.
068200     EXIT.

068300*-----------------------------------------------------------------
068400* 2400-WRITE-STEP-STATUS
068500*   APPENDS THE STEP'S STATUS ROW AND WRITES ITS REPORT LINE.
068600*-----------------------------------------------------------------
068700 2400-WRITE-STEP-STATUS.
068800     MOVE WS-STREAM-DATE    TO SSTS-STREAM-DATE
068900     MOVE WS-STREAM-TIME    TO SSTS-STREAM-TIME
069000     MOVE WS-RUN-START-DATE TO SSTS-ATTEMPT-DATE
069100     MOVE WS-RUN-START-TIME TO SSTS-ATTEMPT-TIME
069200     SET SSTS-STEP-ROW TO TRUE
069300     MOVE WS-STEP-SEQ       TO SSTS-STEP-SEQ
069400     MOVE WS-ST-NAME (WS-STEP-INDEX)       TO SSTS-STEP-NAME
069500     MOVE WS-ST-PROGRAM-ID (WS-STEP-INDEX) TO SSTS-PROGRAM-ID
069600     MOVE WS-STEP-STATUS    TO SSTS-STATUS
069700     MOVE WS-STEP-RC        TO SSTS-RETURN-CODE
069800     MOVE WS-ST-MAX-RC (WS-STEP-INDEX)     TO SSTS-MAX-RC
069900     MOVE WS-STEP-AUDIT-DATE TO SSTS-AUDIT-START-DATE
070000     MOVE WS-STEP-AUDIT-TIME TO SSTS-AUDIT-START-TIME
070100     MOVE WS-STEP-NOTE      TO SSTS-NOTE

070200     OPEN EXTEND STREAM-STATUS-FILE
070300     WRITE STREAM-STATUS-RECORD
070400     CLOSE STREAM-STATUS-FILE

070500     MOVE WS-STEP-SEQ TO WS-RS-SEQ
070600     MOVE WS-ST-NAME (WS-STEP-INDEX)       TO WS-RS-STEP-NAME
070700     MOVE WS-ST-PROGRAM-ID (WS-STEP-INDEX) TO WS-RS-PROGRAM-ID
070800     IF WS-STEP-COMPLETED
070900         MOVE 'COMPLETED' TO WS-RS-STATUS
071000     END-IF
071100     IF WS-STEP-FAILED
071200         MOVE 'FAILED'    TO WS-RS-STATUS
071300     END-IF
071400     IF WS-STEP-BYPASSED
071500         MOVE 'BYPASSED'  TO WS-RS-STATUS
071600     END-IF
071700     MOVE WS-STEP-RC                   TO WS-RS-RC
071800     MOVE WS-ST-MAX-RC (WS-STEP-INDEX) TO WS-RS-MAX-RC
071900     MOVE WS-STEP-AUDIT-DATE           TO WS-RS-AUDIT-DATE
072000     MOVE WS-STEP-AUDIT-TIME           TO WS-RS-AUDIT-TIME
072100     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-STEP-LINE

072200     IF WS-STEP-NOTE NOT = SPACES
072300         MOVE WS-STEP-NOTE TO WS-RN-NOTE
072400         WRITE STREAM-REPORT-RECORD FROM WS-REPORT-NOTE-LINE
072500     END-IF.
072600 2400-WRITE-STEP-STATUS-EXIT.
072700     EXIT.

072800*-----------------------------------------------------------------
072900* 8000-PRODUCE-OUTPUT
072980*   LISTS THE STEPS A STOPPED STREAM NEVER REACHED, PUTS THE
073060*   STREAM'S OWN RUNPARM.DAT BACK AND ONLY THEN DELETES THE SAVE
073140*   FILE, APPENDS THE STREAM'S END ROW, AND SETS RC 16 WHEN THE
073220*   STREAM STOPPED.
073300*-----------------------------------------------------------------
073400 8000-PRODUCE-OUTPUT.
073500     IF WS-STREAM-STOPPED
073600         COMPUTE WS-STEP-INDEX = WS-FAILED-STEP + 1
073700         PERFORM 8100-LIST-ONE-NOT-RUN
073800             THRU 8100-LIST-ONE-NOT-RUN-EXIT
073900             UNTIL WS-STEP-INDEX > WS-STEP-COUNT
074000     END-IF

074007     IF WS-RUNPARM-CHANGED
074014         OPEN OUTPUT PARAMETER-FILE
074021         WRITE PARAMETER-RECORD FROM WS-STREAM-CARD
074028         CLOSE PARAMETER-FILE
074035         CALL 'CBL_DELETE_FILE' USING WS-STRMSAVE-FILENAME
074042         MOVE RETURN-CODE TO WS-DELETE-STATUS
074049         MOVE 0 TO RETURN-CODE
074056         IF WS-DELETE-STATUS NOT = 0
074060             OPEN OUTPUT STREAM-SAVE-FILE
074061             CLOSE STREAM-SAVE-FILE
074063             DISPLAY 'WARNING: saved stream card '
074070                 WS-STRMSAVE-FILENAME ' could not be deleted - '
074071                 'emptied instead.'
074077         END-IF
074084     END-IF

074100     MOVE WS-STREAM-DATE    TO SSTS-STREAM-DATE
074200     MOVE WS-STREAM-TIME    TO SSTS-STREAM-TIME
074300     MOVE WS-RUN-START-DATE TO SSTS-ATTEMPT-DATE
074400     MOVE WS-RUN-START-TIME TO SSTS-ATTEMPT-TIME
074500     SET SSTS-END-ROW TO TRUE
074600     MOVE 0                 TO SSTS-STEP-SEQ
074700     MOVE SPACES            TO SSTS-STEP-NAME
074800     MOVE SPACES            TO SSTS-PROGRAM-ID
074900     MOVE 0                 TO SSTS-RETURN-CODE
075000     MOVE 0                 TO SSTS-MAX-RC
075100     MOVE 0                 TO SSTS-AUDIT-START-DATE
075200     MOVE 0                 TO SSTS-AUDIT-START-TIME
075300     IF WS-STREAM-STOPPED
075400         SET SSTS-STOPPED TO TRUE
075500         MOVE WS-FAILED-STEP TO SSTS-STEP-SEQ
075600         MOVE WS-ST-NAME (WS-FAILED-STEP) TO SSTS-STEP-NAME
075700         MOVE WS-ST-PROGRAM-ID (WS-FAILED-STEP)
075800             TO SSTS-PROGRAM-ID
075900         MOVE 'STOPPED - RESUMES AT THIS STEP' TO SSTS-NOTE
076000     ELSE
076100         SET SSTS-COMPLETED TO TRUE
076200         MOVE 'ALL STEPS COMPLETED' TO SSTS-NOTE
076300     END-IF
076400     OPEN EXTEND STREAM-STATUS-FILE
076500     WRITE STREAM-STATUS-RECORD
076600     CLOSE STREAM-STATUS-FILE

077200     IF WS-STREAM-STOPPED
077300         MOVE 'STOPPED'  TO WS-RT-STATUS
077400         MOVE 16 TO RETURN-CODE
077500     ELSE
077600         MOVE 'COMPLETE' TO WS-RT-STATUS
077700     END-IF
077800     MOVE WS-STEPS-RUN      TO WS-RT-STEPS-RUN
077900     MOVE WS-STEPS-BYPASSED TO WS-RT-BYPASSED
078000     MOVE WS-STEPS-NOT-RUN  TO WS-RT-NOT-RUN
078100     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

078200     DISPLAY 'Stream ' WS-RT-STATUS ': ' WS-STEPS-RUN
078300         ' step(s) run, ' WS-STEPS-BYPASSED ' bypassed, '
078400         WS-STEPS-NOT-RUN ' not run.'.
078500 8000-PRODUCE-OUTPUT-EXIT.
078600     EXIT.

078700*-----------------------------------------------------------------
078800* 8100-LIST-ONE-NOT-RUN
078900*   LISTS ONE STEP BEHIND THE STOP.  IT GETS NO STATUS ROW - IT
079000*   HAS NOT RUN, AND THE NEXT RUN WILL RUN IT.
079100*-----------------------------------------------------------------
079200 8100-LIST-ONE-NOT-RUN.
079300     MOVE WS-STEP-INDEX TO WS-RS-SEQ
079400     MOVE WS-ST-NAME (WS-STEP-INDEX)       TO WS-RS-STEP-NAME
079500     MOVE WS-ST-PROGRAM-ID (WS-STEP-INDEX) TO WS-RS-PROGRAM-ID
079600     MOVE 'NOT RUN'                        TO WS-RS-STATUS
079700     MOVE 0                                TO WS-RS-RC
079800     MOVE WS-ST-MAX-RC (WS-STEP-INDEX)     TO WS-RS-MAX-RC
079900     MOVE 0                                TO WS-RS-AUDIT-DATE
080000     MOVE 0                                TO WS-RS-AUDIT-TIME
080100     WRITE STREAM-REPORT-RECORD FROM WS-REPORT-STEP-LINE
080200     ADD 1 TO WS-STEPS-NOT-RUN
080300     ADD 1 TO WS-STEP-INDEX.
080400 8100-LIST-ONE-NOT-RUN-EXIT.
080500     EXIT.

080600*-----------------------------------------------------------------
080700* 9000-TERMINATE
080800*   CLOSES THE REPORT AND LEAVES THIS RUN'S ROW ON THE AUDIT
080900*   TRAIL.
081000*-----------------------------------------------------------------
081100 9000-TERMINATE.
081200     CLOSE STREAM-REPORT-FILE

081300     PERFORM 9800-WRITE-RUN-AUDIT
081400         THRU 9800-WRITE-RUN-AUDIT-EXIT.
081500 9000-TERMINATE-EXIT.
081600     EXIT.

081700*-----------------------------------------------------------------
081800* 9800-WRITE-RUN-AUDIT
081900*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
082000*   FILE.  STEPS THIS RUN COMPLETED GO OUT AS ACCEPTED, THE
082100*   STEP THAT STOPPED THE STREAM AS REJECTED; A RESUMED STREAM
082200*   IS FLAGGED AS A RESTART.
082300*-----------------------------------------------------------------
082400 9800-WRITE-RUN-AUDIT.
082500     MOVE 'JobStreamController'  TO RUNA-PROGRAM-ID
082600     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
082700     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
082800     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
082900     ACCEPT WS-RUN-END-TIME FROM TIME
083000     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
083100     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
083200     MOVE WS-STEPTBL-FILENAME   TO RUNA-INPUT-FILENAME
083300     MOVE WS-STRMRPT-FILENAME   TO RUNA-REPORT-FILENAME
083400     MOVE WS-STRMSTAT-FILENAME  TO RUNA-HISTORY-FILENAME
083500     MOVE WS-STEPS-COMPLETED    TO RUNA-ACCEPTED-COUNT
083600     MOVE WS-STEPS-FAILED       TO RUNA-REJECTED-COUNT
083700     MOVE 0                     TO RUNA-APPENDED-COUNT
083800     MOVE WS-RESUME-SW          TO RUNA-RESTART-SW
083900     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

084000     MOVE WS-RUNAUDIT-FILENAME  TO WS-TRAIL-FILENAME
084100     OPEN EXTEND RUN-AUDIT-FILE
084200     WRITE RUN-AUDIT-RECORD
084300     CLOSE RUN-AUDIT-FILE.
084400 9800-WRITE-RUN-AUDIT-EXIT.
084500     EXIT.

084600*-----------------------------------------------------------------
084700* 9910-ABEND-EMPTY-TABLE
084800*   REACHED FROM 1000-INITIALIZE WHEN THE STEP TABLE IS MISSING
084900*   OR HOLDS NO STEP.  NOTHING HAS RUN.
085000*-----------------------------------------------------------------
085100 9910-ABEND-EMPTY-TABLE.
085200     DISPLAY 'FATAL: step table ' WS-STEPTBL-FILENAME
085300         ' is missing or holds no step.  Run terminated.'
085400     MOVE 16 TO RETURN-CODE
085500     PERFORM 9800-WRITE-RUN-AUDIT
085600         THRU 9800-WRITE-RUN-AUDIT-EXIT
085700     STOP RUN.

085800*-----------------------------------------------------------------
085900* 9915-ABEND-TABLE-FULL
086000*   REACHED FROM 1210-LOAD-ONE-STEP WHEN THE STEP TABLE HOLDS
086100*   MORE STEPS THAN WS-STEP-TABLE.  NOTHING HAS RUN.
086200*-----------------------------------------------------------------
086300 9915-ABEND-TABLE-FULL.
086400     CLOSE STEP-TABLE-FILE
086500     DISPLAY 'FATAL: step table ' WS-STEPTBL-FILENAME
086600         ' holds more than ' WS-MAX-STEPS
086700         ' steps.  Run terminated.'
086800     MOVE 16 TO RETURN-CODE
086900     PERFORM 9800-WRITE-RUN-AUDIT
087000         THRU 9800-WRITE-RUN-AUDIT-EXIT
087100     STOP RUN.

087200*-----------------------------------------------------------------
087300* 9920-ABEND-ALREADY-COMPLETE
087400*   REACHED FROM 1400-SETTLE-RESTART WHEN TODAY'S STREAM HAS
087500*   ALREADY COMPLETED.  RUNNING IT AGAIN WOULD RUN THE ROLLUP A
087600*   SECOND TIME; A DELIBERATE SECOND STREAM NEEDS
087700*   PARM-STREAM-FRESH-START 'Y'.  NOTHING HAS RUN.
087800*-----------------------------------------------------------------
087900 9920-ABEND-ALREADY-COMPLETE.
088000     DISPLAY 'FATAL: the stream started ' WS-LAST-STREAM-DATE
088100         ' ' WS-LAST-STREAM-TIME ' has already completed '
088200         'today.  Run terminated.'
088300     MOVE 16 TO RETURN-CODE
088400     PERFORM 9800-WRITE-RUN-AUDIT
088500         THRU 9800-WRITE-RUN-AUDIT-EXIT
088600     STOP RUN.

088700*-----------------------------------------------------------------
088800* 9930-ABEND-TABLE-CHANGED
088900*   REACHED FROM 1410-MARK-ONE-DONE-STEP WHEN A STEP THE
089000*   UNFINISHED STREAM COMPLETED IS NO LONGER IN ITS PLACE IN THE
089100*   TABLE.  NOTHING HAS RUN; PUT THE TABLE BACK OR ASK FOR A
089200*   FRESH START.
089300*-----------------------------------------------------------------
089400 9930-ABEND-TABLE-CHANGED.
089500     DISPLAY 'FATAL: step ' WS-DONE-SEQ (WS-DONE-INDEX) ' '
089600         WS-DONE-NAME (WS-DONE-INDEX) ' completed by the stream '
089700         'started ' WS-LAST-STREAM-DATE ' ' WS-LAST-STREAM-TIME
089800         ' is not in that place in ' WS-STEPTBL-FILENAME
089900         '.  Run terminated.'
090000     MOVE 16 TO RETURN-CODE
090100     PERFORM 9800-WRITE-RUN-AUDIT
090200         THRU 9800-WRITE-RUN-AUDIT-EXIT
090300     STOP RUN.
