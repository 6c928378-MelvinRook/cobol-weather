000100*****************************************************************
000200* PROGRAM:      CollectorIntake
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   NIGHTLY INTAKE OF THE REGIONAL COLLECTOR TRANSMISSIONS.  THE
000900*   COLLECTORS SEND ONE TEMPREC FILE PER REGION, EACH ENDING IN
001000*   ITS OWN '99999' TRLREC TRAILER; CONCATENATED BY HAND THEY
001100*   LEAVE TRAILERS IN THE MIDDLE OF TEMPERATURE.DAT AND THE
001200*   CALCULATOR REFUSES THE NIGHT.  THIS PROGRAM READS THE LIST
001300*   OF TONIGHT'S FILES (XMITLST CARDS IN XMITLIST.DAT) AND:
001400*     - PROVES EVERY FILE AGAINST ITS OWN TRAILER, EXACTLY AS
001500*       1500-VERIFY-INPUT-TOTALS DOES FOR THE CALCULATOR.  A FILE
001600*       NOT RECEIVED, WITH NO TRAILER, WITH DATA AFTER ITS
001700*       TRAILER, OR WHOSE COUNT OR HASH DOES NOT RECONCILE IS
001800*       REFUSED BY NAME AND NONE OF ITS READINGS ARE USED;
001900*     - MERGES THE ACCEPTED FILES INTO ONE TEMPERATURE.DAT
002000*       (PARM-INPUT-FILENAME) IN STATION/DATE ORDER WITH ONE
002100*       COMBINED TRAILER, READY FOR THE CALCULATOR;
002200*     - RESOLVES A STATION AND DATE SENT MORE THAN ONCE - BY
002300*       TWO REGIONS OR TWICE IN ONE FILE - SO ONLY ONE READING
002400*       GOES THROUGH.  A READING WITH A USABLE MAX AND MIN BEATS
002500*       ONE WITHOUT; OTHERWISE THE FILE LISTED FIRST WINS.  EVERY
002600*       DUPLICATE IS LISTED WITH BOTH READINGS;
002700*     - APPENDS ONE INTKLOG ROW PER FILE AND A TOTAL ROW TO
002800*       INTAKE.LOG, WHICH DayEndBalance STARTS ITS CROSS-FOOT
002900*       FROM, AND LISTS THE SAME FIGURES ON INTAKE.RPT.
003000*   A NIGHT WITH A REFUSED FILE ENDS RC 8 WITH THE ACCEPTED
003100*   FILES MERGED; A NIGHT WITH NOTHING ACCEPTED ENDS RC 16 AND
003200*   LEAVES TEMPERATURE.DAT ALONE.
003300*-----------------------------------------------------------------
003400* MODIFICATION HISTORY
003500*   10/15/2026  DO   INITIAL VERSION
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CollectorIntake.
003900 AUTHOR. D. OKAFOR.
004000 INSTALLATION. WEATHER SYSTEMS GROUP.
004100 DATE-WRITTEN. 10/15/2026.
004200 DATE-COMPILED.

004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL TRANSMISSION-LIST-FILE
004900         ASSIGN TO DYNAMIC WS-XMITLIST-FILENAME
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL TRANSMISSION-FILE
005200         ASSIGN TO DYNAMIC WS-XMIT-FILENAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-XMIT-STATUS.
005500     SELECT SORT-WORK-FILE ASSIGN TO 'intake.srt'.
005530     SELECT DUPLICATE-WORK-FILE ASSIGN TO 'intake.dup'
005560         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT MERGED-FILE
005700         ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT OPTIONAL INTAKE-LOG-FILE
006000         ASSIGN TO DYNAMIC WS-INTAKELOG-FILENAME
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT INTAKE-REPORT-FILE
006300         ASSIGN TO DYNAMIC WS-INTAKERPT-FILENAME
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT OPTIONAL RUN-AUDIT-FILE
006600         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006700         ORGANIZATION IS LINE SEQUENTIAL.

006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARAMETER-FILE.
007100     COPY PARMREC.

007200 FD  TRANSMISSION-LIST-FILE.
007300     COPY XMITLST.

007400 FD  TRANSMISSION-FILE.
007500 01  TRANSMISSION-RECORD           PIC X(23).

007600*-----------------------------------------------------------------
007700* SORT WORK RECORD
007800*   THE READING AS RECEIVED, KEYED BY STATION AND DATE, THEN BY
007900*   ITS FILE'S PLACE ON THE LIST AND ITS PLACE IN THE FILE, SO
008000*   DUPLICATES COME BACK TOGETHER IN ORDER OF PRECEDENCE.
008100*-----------------------------------------------------------------
008200 SD  SORT-WORK-FILE.
008300 01  SORT-WORK-RECORD.
008400     05  SRT-STATION-ID            PIC X(05).
008500     05  SRT-DATE                  PIC X(10).
008600     05  SRT-FILE-SEQ              PIC 9(03).
008700     05  SRT-RECORD-SEQ            PIC 9(06).
008800     05  SRT-READING               PIC X(23).

008900 FD  MERGED-FILE.
009000 01  MERGED-RECORD                 PIC X(23).

009010*-----------------------------------------------------------------
009020* DUPLICATE WORK FILE
009030*   THE DUPLICATE LINES, WRITTEN AS THE MERGE RESOLVES THEM AND
009040*   COPIED TO THE REPORT AFTER THE FILE SECTION.
009050*-----------------------------------------------------------------
009060 FD  DUPLICATE-WORK-FILE.
009070 01  DUPLICATE-WORK-RECORD         PIC X(100).

009100 FD  INTAKE-LOG-FILE.
009200     COPY INTKLOG.

009300 FD  INTAKE-REPORT-FILE.
009400 01  INTAKE-REPORT-RECORD          PIC X(100).

009500 FD  RUN-AUDIT-FILE.
009600     COPY AUDITREC.

009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------------------
009900* RUN PARAMETERS (FROM RUNPARM.DAT)
010000*   THE LIST, LOG, REPORT AND AUDIT-TRAIL NAMES, AND THE MERGED
010100*   OUTPUT - THE SAME PARM-INPUT-FILENAME THE CALCULATOR AND
010200*   THE ROLLUP READ, SO THE THREE CANNOT DRIFT APART.
010300*-----------------------------------------------------------------
010400 01  WS-XMITLIST-FILENAME          PIC X(40) VALUE SPACES.
010500 01  WS-OUTPUT-FILENAME            PIC X(40) VALUE SPACES.
010600 01  WS-INTAKELOG-FILENAME         PIC X(40) VALUE SPACES.
010700 01  WS-INTAKERPT-FILENAME         PIC X(40) VALUE SPACES.
010800 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.

010900 01  WS-XMIT-FILENAME              PIC X(40) VALUE SPACES.
011000 01  WS-XMIT-STATUS                PIC X(02) VALUE '00'.

011100*-----------------------------------------------------------------
011200* RECORD LAYOUTS
011300*   TRANSMISSION RECORDS ARE READ INTO TEMPREC; A '99999' ROW IS
011400*   MOVED TO TRLREC.  THE COMBINED TRAILER IS BUILT IN TRLREC
011500*   TOO.
011600*-----------------------------------------------------------------
011700     COPY TEMPREC.

011800     COPY TRLREC.

011900*-----------------------------------------------------------------
012000* TRANSMISSION TABLE
012100*   ONE ENTRY PER LIST CARD, IN LIST ORDER, WITH WHAT THE FILE'S
012200*   TRAILER PROMISED, WHAT WAS RECEIVED, AND WHAT WENT INTO THE
012300*   MERGE.  THE HASH IS CARRIED MODULO 10**7 LIKE THE TRAILER'S,
012400*   SO THE RECEIVED SUM IS ACCUMULATED WIDE AND TRUNCATED.
012500*-----------------------------------------------------------------
012600 01  WS-XMIT-TABLE.
012700     05  WS-XMIT-ENTRY             OCCURS 20 TIMES.
012800         10  WS-XF-REGION-CODE     PIC X(08).
012900         10  WS-XF-FILENAME        PIC X(40).
013000         10  WS-XF-STATUS          PIC X(01).
013100             88  WS-XF-ACCEPTED              VALUE 'A'.
013200             88  WS-XF-REFUSED               VALUE 'R'.
013300         10  WS-XF-REASON          PIC X(30).
013400         10  WS-XF-TRAILER-COUNT   PIC 9(06).
013500         10  WS-XF-RECEIVED        PIC 9(06).
013600         10  WS-XF-TRAILER-HASH    PIC S9(7)V9(1).
013700         10  WS-XF-RECEIVED-HASH   PIC S9(7)V9(1).
013800         10  WS-XF-DUPLICATES      PIC 9(06).
013900         10  WS-XF-MERGED          PIC 9(06).

014000 01  WS-XMIT-COUNT                 PIC 9(2) COMP VALUE 0.
014100 01  WS-XMIT-INDEX                 PIC 9(2) COMP VALUE 0.
014200 01  WS-XMIT-SEARCH                PIC 9(2) COMP VALUE 0.
014300 01  WS-MAX-FILES                  PIC 9(2) COMP VALUE 20.
014400 01  WS-ACCEPTED-FILES             PIC 9(2) VALUE 0.
014500 01  WS-REFUSED-FILES              PIC 9(2) VALUE 0.

014600 01  WS-RECV-HASH-WORK             PIC S9(10)V9(1) VALUE 0.
014700 01  WS-FILE-RECORD-SEQ            PIC 9(06) VALUE 0.

014800*-----------------------------------------------------------------
014900* MERGE WORK AREAS
015000*   THE HELD READING IS THE ONE CURRENTLY WINNING FOR ITS
015100*   STATION AND DATE; IT IS WRITTEN WHEN THE KEY CHANGES.
015200*-----------------------------------------------------------------
015300 01  WS-HELD-RECORD.
015400     05  WS-HELD-STATION-ID        PIC X(05).
015500     05  WS-HELD-DATE              PIC X(10).
015600     05  WS-HELD-FILE-SEQ          PIC 9(03).
015700     05  WS-HELD-RECORD-SEQ        PIC 9(06).
015800     05  WS-HELD-READING           PIC X(23).

015900 01  WS-HELD-SW                    PIC X(01) VALUE 'N'.
016000     88  WS-READING-HELD                     VALUE 'Y'.
016100     88  WS-NOTHING-HELD                     VALUE 'N'.

016200 01  WS-HELD-CLEAN-SW              PIC X(01) VALUE 'N'.
016300     88  WS-HELD-CLEAN                       VALUE 'Y'.
016400 01  WS-NEW-CLEAN-SW               PIC X(01) VALUE 'N'.
016500     88  WS-NEW-CLEAN                        VALUE 'Y'.

016600 01  WS-KEPT-FILE-SEQ              PIC 9(03) VALUE 0.
016700 01  WS-DROPPED-FILE-SEQ           PIC 9(03) VALUE 0.
016800 01  WS-KEPT-READING               PIC X(23) VALUE SPACES.
016900 01  WS-DROPPED-READING            PIC X(23) VALUE SPACES.

017000 01  WS-MERGED-COUNT               PIC 9(06) VALUE 0.
017100 01  WS-DUPLICATE-COUNT            PIC 9(06) VALUE 0.
017200 01  WS-REFUSED-RECORD-COUNT       PIC 9(06) VALUE 0.
017300 01  WS-MERGED-HASH-WORK           PIC S9(10)V9(1) VALUE 0.
017400 01  WS-MERGED-HASH-TOTAL          PIC S9(7)V9(1) VALUE 0.

017500*-----------------------------------------------------------------
017600* RUN AUDIT-TRAIL WORK AREAS
017700*-----------------------------------------------------------------
017800 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
017900 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
018000 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
018100 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.

018200*-----------------------------------------------------------------
018300* REPORT LINE LAYOUTS
018400*-----------------------------------------------------------------
018500 01  WS-REPORT-HEADING-1.
018600     05  FILLER                    PIC X(18)
018700         VALUE 'COLLECTOR INTAKE  '.
018800     05  WS-RH1-RUN-DATE           PIC 9(08).
018900     05  FILLER                    PIC X(14)
019000         VALUE '  MERGED TO:  '.
019100     05  WS-RH1-OUTPUT-NAME        PIC X(40).
019200     05  FILLER                    PIC X(20) VALUE SPACES.

019300 01  WS-REPORT-HEADING-2.
019400     05  FILLER                    PIC X(17)
019500         VALUE 'SEQ REGION   FILE'.
019600     05  FILLER                    PIC X(37) VALUE SPACES.
019700     05  FILLER                    PIC X(35)
019710         VALUE 'STATUS    RECVD TRAILR MERGED  DUPS'.
019800     05  FILLER                    PIC X(11) VALUE SPACES.

019900 01  WS-REPORT-FILE-LINE.
020000     05  WS-RF-SEQ                 PIC ZZ9.
020100     05  FILLER                    PIC X(01) VALUE SPACE.
020200     05  WS-RF-REGION-CODE         PIC X(08).
020300     05  FILLER                    PIC X(01) VALUE SPACE.
020400     05  WS-RF-FILENAME            PIC X(40).
020500     05  FILLER                    PIC X(01) VALUE SPACE.
020600     05  WS-RF-STATUS              PIC X(08).
020700     05  FILLER                    PIC X(01) VALUE SPACE.
020800     05  WS-RF-RECEIVED            PIC ZZZZZ9.
020900     05  FILLER                    PIC X(01) VALUE SPACE.
021000     05  WS-RF-TRAILER-COUNT       PIC ZZZZZ9.
021100     05  FILLER                    PIC X(01) VALUE SPACE.
021200     05  WS-RF-MERGED              PIC ZZZZZ9.
021300     05  FILLER                    PIC X(01) VALUE SPACE.
021400     05  WS-RF-DUPLICATES          PIC ZZZZ9.
021500     05  FILLER                    PIC X(11) VALUE SPACES.

021600 01  WS-REPORT-REFUSED-LINE.
021700     05  FILLER                    PIC X(13)
021800         VALUE '    REFUSED: '.
021900     05  WS-RR-REASON              PIC X(30).
022000     05  FILLER                    PIC X(15)
022100         VALUE '  TRAILER HASH '.
022200     05  WS-RR-TRAILER-HASH        PIC -(7)9.9.
022300     05  FILLER                    PIC X(16)
022400         VALUE '  RECEIVED HASH '.
022500     05  WS-RR-RECEIVED-HASH       PIC -(7)9.9.
022600     05  FILLER                    PIC X(06) VALUE SPACES.

022700 01  WS-REPORT-DUP-HEADING.
022800     05  FILLER                    PIC X(40)
022900         VALUE 'DUPLICATE STATION-DAYS RESOLVED         '.
023000     05  FILLER                    PIC X(60) VALUE SPACES.

023100 01  WS-REPORT-DUP-LINE.
023200     05  FILLER                    PIC X(10)
023300         VALUE 'DUPLICATE '.
023400     05  WS-RD-STATION-ID          PIC X(05).
023500     05  FILLER                    PIC X(01) VALUE SPACE.
023600     05  WS-RD-DATE                PIC X(10).
023700     05  FILLER                    PIC X(07) VALUE '  KEPT '.
023800     05  WS-RD-KEPT-REGION         PIC X(08).
023900     05  FILLER                    PIC X(01) VALUE SPACE.
024000     05  WS-RD-KEPT-MAX            PIC -ZZ9.9.
024100     05  FILLER                    PIC X(01) VALUE '/'.
024200     05  WS-RD-KEPT-MIN            PIC -ZZ9.9.
024300     05  FILLER                    PIC X(10)
024400         VALUE '  DROPPED '.
024500     05  WS-RD-DROPPED-REGION      PIC X(08).
024600     05  FILLER                    PIC X(01) VALUE SPACE.
024700     05  WS-RD-DROPPED-MAX         PIC -ZZ9.9.
024800     05  FILLER                    PIC X(01) VALUE '/'.
024900     05  WS-RD-DROPPED-MIN         PIC -ZZ9.9.
025000     05  FILLER                    PIC X(02) VALUE SPACES.
025100     05  WS-RD-NOTE                PIC X(09).
025200     05  FILLER                    PIC X(02) VALUE SPACES.

025300 01  WS-REPORT-TOTAL-LINE.
025400     05  FILLER                    PIC X(16)
025500         VALUE 'FILES ACCEPTED: '.
025600     05  WS-RT-ACCEPTED-FILES      PIC Z9.
025700     05  FILLER                    PIC X(11)
025800         VALUE '  REFUSED: '.
025900     05  WS-RT-REFUSED-FILES       PIC Z9.
026000     05  FILLER                    PIC X(10)
026100         VALUE '  MERGED: '.
026200     05  WS-RT-MERGED              PIC ZZZZZ9.
026300     05  FILLER                    PIC X(22)
026400         VALUE '  DUPLICATES DROPPED: '.
026500     05  WS-RT-DUPLICATES          PIC ZZZZZ9.
026600     05  FILLER                    PIC X(08) VALUE '  HASH: '.
026700     05  WS-RT-HASH                PIC -(7)9.9.
026800     05  FILLER                    PIC X(07) VALUE SPACES.

026900 01  WS-REPORT-NONE-LINE.
027000     05  FILLER                    PIC X(40)
027100         VALUE 'NO DUPLICATE STATION-DAYS RECEIVED.     '.
027200     05  FILLER                    PIC X(60) VALUE SPACES.

027300*-----------------------------------------------------------------
027400* SWITCHES
027500*-----------------------------------------------------------------
027600 01  WS-SWITCHES.
027700     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
027800         88  WS-END-OF-FILE                  VALUE 'Y'.
027900     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
028000         88  WS-SORT-END                     VALUE 'Y'.
028100     05  WS-TRAILER-FOUND-SW       PIC X(01) VALUE 'N'.
028200         88  WS-TRAILER-FOUND                VALUE 'Y'.
028300         88  WS-TRAILER-MISSING              VALUE 'N'.
028400     05  WS-AFTER-TRAILER-SW       PIC X(01) VALUE 'N'.
028500         88  WS-DATA-AFTER-TRAILER           VALUE 'Y'.
028600     05  WS-LISTED-SW              PIC X(01) VALUE 'N'.
028700         88  WS-ALREADY-LISTED               VALUE 'Y'.
028800         88  WS-NOT-LISTED                   VALUE 'N'.
028900     05  WS-DUP-LISTED-SW          PIC X(01) VALUE 'N'.
029000         88  WS-DUP-HEADING-WRITTEN          VALUE 'Y'.

029100 PROCEDURE DIVISION.
029200*-----------------------------------------------------------------
029300* 0000-MAIN-PARA
029400*   CONTROLS THE OVERALL FLOW OF THE PROGRAM.
029500*-----------------------------------------------------------------
029600 0000-MAIN-PARA.
029700     PERFORM 1000-INITIALIZE
029800         THRU 1000-INITIALIZE-EXIT

029900     PERFORM 2000-VERIFY-TRANSMISSIONS
030000         THRU 2000-VERIFY-TRANSMISSIONS-EXIT

030100     PERFORM 3000-MERGE-ACCEPTED
030200         THRU 3000-MERGE-ACCEPTED-EXIT

030300     PERFORM 8000-PRODUCE-OUTPUT
030400         THRU 8000-PRODUCE-OUTPUT-EXIT

030500     PERFORM 9000-TERMINATE
030600         THRU 9000-TERMINATE-EXIT

030700     STOP RUN.

030800*-----------------------------------------------------------------
030900* 1000-INITIALIZE
031000*   READS THE CONTROL CARD, LOADS THE TRANSMISSION LIST AND
031100*   OPENS THE REPORT.  AN EMPTY OR MISSING LIST STOPS THE RUN.
031200*-----------------------------------------------------------------
031300 1000-INITIALIZE.
031400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
031500     ACCEPT WS-RUN-START-TIME FROM TIME

031600     PERFORM 1150-READ-PARAMETER-RECORD
031700         THRU 1150-READ-PARAMETER-RECORD-EXIT

031800     PERFORM 1200-LOAD-TRANSMISSION-LIST
031900         THRU 1200-LOAD-TRANSMISSION-LIST-EXIT

032000     IF WS-XMIT-COUNT = 0
032100         GO TO 9910-ABEND-EMPTY-LIST
032200     END-IF

032300     OPEN OUTPUT INTAKE-REPORT-FILE
032400     MOVE WS-RUN-START-DATE  TO WS-RH1-RUN-DATE
032500     MOVE WS-OUTPUT-FILENAME TO WS-RH1-OUTPUT-NAME
032600     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
032700 1000-INITIALIZE-EXIT.
032800     EXIT.

032900*-----------------------------------------------------------------
033000* 1150-READ-PARAMETER-RECORD
033100*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
033200*   READ.  A MISSING CARD OR BLANK FIELDS FALL BACK TO THE
033300*   STANDARD NAMES.
033400*-----------------------------------------------------------------
033500 1150-READ-PARAMETER-RECORD.
033600     MOVE 'xmitlist.dat'    TO WS-XMITLIST-FILENAME
033700     MOVE 'temperature.dat' TO WS-OUTPUT-FILENAME
033800     MOVE 'intake.log'      TO WS-INTAKELOG-FILENAME
033900     MOVE 'intake.rpt'      TO WS-INTAKERPT-FILENAME
034000     MOVE 'runaudit.dat'    TO WS-RUNAUDIT-FILENAME

034100     OPEN INPUT PARAMETER-FILE
034200     READ PARAMETER-FILE
034300         AT END
034400             CLOSE PARAMETER-FILE
034500             GO TO 1150-READ-PARAMETER-RECORD-EXIT
034600     END-READ
034700     CLOSE PARAMETER-FILE

034800     IF PARM-XMITLIST-FILENAME NOT = SPACES
034900         MOVE PARM-XMITLIST-FILENAME TO WS-XMITLIST-FILENAME
035000     END-IF

035100     IF PARM-INPUT-FILENAME NOT = SPACES
035200         MOVE PARM-INPUT-FILENAME TO WS-OUTPUT-FILENAME
035300     END-IF

035400     IF PARM-INTAKELOG-FILENAME NOT = SPACES
035500         MOVE PARM-INTAKELOG-FILENAME TO WS-INTAKELOG-FILENAME
035600     END-IF

035700     IF PARM-INTAKERPT-FILENAME NOT = SPACES
035800         MOVE PARM-INTAKERPT-FILENAME TO WS-INTAKERPT-FILENAME
035900     END-IF

036000     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
036100         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
036200     END-IF.
036300 1150-READ-PARAMETER-RECORD-EXIT.
036400     EXIT.

036500*-----------------------------------------------------------------
036600* 1200-LOAD-TRANSMISSION-LIST
036700*   LOADS THE LIST CARDS INTO WS-XMIT-TABLE IN LIST ORDER.
036800*-----------------------------------------------------------------
036900 1200-LOAD-TRANSMISSION-LIST.
037000     MOVE 'N' TO WS-EOF-SW
037100     OPEN INPUT TRANSMISSION-LIST-FILE

037200     PERFORM 1210-LOAD-ONE-CARD
037300         THRU 1210-LOAD-ONE-CARD-EXIT
037400         UNTIL WS-END-OF-FILE

037500     CLOSE TRANSMISSION-LIST-FILE
037600     MOVE 'N' TO WS-EOF-SW.
037700 1200-LOAD-TRANSMISSION-LIST-EXIT.
037800     EXIT.

037900*-----------------------------------------------------------------
038000* 1210-LOAD-ONE-CARD
038100*   FILES ONE LIST CARD.  A BLANK CARD IS SKIPPED, AND CARDS
038200*   BEYOND THE TABLE LIMIT ARE REPORTED AND DROPPED - THOSE
038300*   FILES ARE NOT READ TONIGHT.  A FILE NAMED TWICE IS ENTERED
038400*   AGAIN BUT REFUSED, SO IT CANNOT BE MERGED TWICE.
038500*-----------------------------------------------------------------
038600 1210-LOAD-ONE-CARD.
038700     READ TRANSMISSION-LIST-FILE
038800         AT END
038900             SET WS-END-OF-FILE TO TRUE
039000             GO TO 1210-LOAD-ONE-CARD-EXIT
039100     END-READ

039200     IF XMIT-FILENAME = SPACES
039300         GO TO 1210-LOAD-ONE-CARD-EXIT
039400     END-IF

039500     IF WS-XMIT-COUNT >= WS-MAX-FILES
039600         DISPLAY 'WARNING: more than ' WS-MAX-FILES
039700             ' files in ' WS-XMITLIST-FILENAME ' - '
039800             XMIT-FILENAME ' NOT READ'
039900         GO TO 1210-LOAD-ONE-CARD-EXIT
040000     END-IF

040100     MOVE 1 TO WS-XMIT-SEARCH
040200     SET WS-NOT-LISTED TO TRUE
040300     PERFORM 1220-MATCH-ONE-LISTED
040400         THRU 1220-MATCH-ONE-LISTED-EXIT
040500         UNTIL WS-ALREADY-LISTED
040600            OR WS-XMIT-SEARCH > WS-XMIT-COUNT

040700     ADD 1 TO WS-XMIT-COUNT
040800     MOVE XMIT-REGION-CODE TO WS-XF-REGION-CODE (WS-XMIT-COUNT)
040900     MOVE XMIT-FILENAME    TO WS-XF-FILENAME (WS-XMIT-COUNT)
041000     MOVE SPACE            TO WS-XF-STATUS (WS-XMIT-COUNT)
041100     MOVE SPACES           TO WS-XF-REASON (WS-XMIT-COUNT)
041200     MOVE 0 TO WS-XF-TRAILER-COUNT (WS-XMIT-COUNT)
041300     MOVE 0 TO WS-XF-RECEIVED (WS-XMIT-COUNT)
041400     MOVE 0 TO WS-XF-TRAILER-HASH (WS-XMIT-COUNT)
041500     MOVE 0 TO WS-XF-RECEIVED-HASH (WS-XMIT-COUNT)
041600     MOVE 0 TO WS-XF-DUPLICATES (WS-XMIT-COUNT)
041700     MOVE 0 TO WS-XF-MERGED (WS-XMIT-COUNT)

041800     IF WS-ALREADY-LISTED
041900         SET WS-XF-REFUSED (WS-XMIT-COUNT) TO TRUE
042000         MOVE 'LISTED TWICE' TO WS-XF-REASON (WS-XMIT-COUNT)
042100     END-IF.
042200 1210-LOAD-ONE-CARD-EXIT.
042300     EXIT.

042400*-----------------------------------------------------------------
042500* 1220-MATCH-ONE-LISTED
042600*   COMPARES ONE TABLE ENTRY'S FILE NAME TO THE CARD'S.
042700*-----------------------------------------------------------------
042800 1220-MATCH-ONE-LISTED.
042900     IF WS-XF-FILENAME (WS-XMIT-SEARCH) = XMIT-FILENAME
043000         SET WS-ALREADY-LISTED TO TRUE
043100     ELSE
043200         ADD 1 TO WS-XMIT-SEARCH
043300     END-IF.
043400 1220-MATCH-ONE-LISTED-EXIT.
043500     EXIT.

043600*-----------------------------------------------------------------
043700* 2000-VERIFY-TRANSMISSIONS
043800*   PROVES EVERY LISTED FILE AGAINST ITS OWN TRAILER.  NOTHING
043900*   IS MERGED UNTIL EVERY FILE HAS BEEN JUDGED.
044000*-----------------------------------------------------------------
044100 2000-VERIFY-TRANSMISSIONS.
044200     MOVE 1 TO WS-XMIT-INDEX
044300     PERFORM 2100-VERIFY-ONE-FILE
044400         THRU 2100-VERIFY-ONE-FILE-EXIT
044500         UNTIL WS-XMIT-INDEX > WS-XMIT-COUNT

044600     IF WS-ACCEPTED-FILES = 0
044700         GO TO 9920-ABEND-NOTHING-ACCEPTED
044800     END-IF.
044900 2000-VERIFY-TRANSMISSIONS-EXIT.
045000     EXIT.

045100*-----------------------------------------------------------------
045200* 2100-VERIFY-ONE-FILE
045300*   READS ONE TRANSMISSION THROUGH, COUNTING AND HASHING ITS
045400*   DATA RECORDS AND CAPTURING ITS TRAILER, THEN ACCEPTS OR
045500*   REFUSES IT.  A REFUSAL IS NAMED ON THE JOB OUTPUT AT ONCE.
045600*-----------------------------------------------------------------
045700 2100-VERIFY-ONE-FILE.
045800     IF WS-XF-REFUSED (WS-XMIT-INDEX)
045900         GO TO 2100-REFUSE-FILE
046000     END-IF

046100     MOVE WS-XF-FILENAME (WS-XMIT-INDEX) TO WS-XMIT-FILENAME
046200     MOVE 0   TO WS-RECV-HASH-WORK
046300     MOVE 'N' TO WS-TRAILER-FOUND-SW
046400     MOVE 'N' TO WS-AFTER-TRAILER-SW
046500     MOVE 'N' TO WS-EOF-SW

046600     OPEN INPUT TRANSMISSION-FILE
046700     IF WS-XMIT-STATUS = '05'
046800         CLOSE TRANSMISSION-FILE
046900         MOVE 'FILE NOT RECEIVED'
047000             TO WS-XF-REASON (WS-XMIT-INDEX)
047100         GO TO 2100-REFUSE-FILE
047200     END-IF
047300     IF WS-XMIT-STATUS NOT = '00'
047400         MOVE 'FILE COULD NOT BE OPENED'
047500             TO WS-XF-REASON (WS-XMIT-INDEX)
047600         GO TO 2100-REFUSE-FILE
047700     END-IF

047800     PERFORM 2110-VERIFY-ONE-RECORD
047900         THRU 2110-VERIFY-ONE-RECORD-EXIT
048000         UNTIL WS-END-OF-FILE

048100     CLOSE TRANSMISSION-FILE
048200     MOVE 'N' TO WS-EOF-SW
048300     MOVE WS-RECV-HASH-WORK
048400         TO WS-XF-RECEIVED-HASH (WS-XMIT-INDEX)

048500     IF WS-TRAILER-MISSING
048600         MOVE 'NO TRAILER - TRUNCATED'
048700             TO WS-XF-REASON (WS-XMIT-INDEX)
048800         GO TO 2100-REFUSE-FILE
048900     END-IF

049000     IF WS-DATA-AFTER-TRAILER
049100         MOVE 'DATA AFTER THE TRAILER'
049200             TO WS-XF-REASON (WS-XMIT-INDEX)
049300         GO TO 2100-REFUSE-FILE
049400     END-IF

049500     IF TRAILER-RECORD-COUNT NOT NUMERIC
049600        OR TRAILER-HASH-TOTAL NOT NUMERIC
049700         MOVE 'TRAILER UNREADABLE'
049800             TO WS-XF-REASON (WS-XMIT-INDEX)
049900         GO TO 2100-REFUSE-FILE
050000     END-IF

050100     MOVE TRAILER-RECORD-COUNT
050200         TO WS-XF-TRAILER-COUNT (WS-XMIT-INDEX)
050300     MOVE TRAILER-HASH-TOTAL
050400         TO WS-XF-TRAILER-HASH (WS-XMIT-INDEX)

050500     IF WS-XF-RECEIVED (WS-XMIT-INDEX) NOT = TRAILER-RECORD-COUNT
050600         MOVE 'RECORD COUNT DOES NOT RECONCILE'
050700             TO WS-XF-REASON (WS-XMIT-INDEX)
050800         GO TO 2100-REFUSE-FILE
050900     END-IF

051000     IF WS-XF-RECEIVED-HASH (WS-XMIT-INDEX)
051100             NOT = TRAILER-HASH-TOTAL
051200         MOVE 'HASH TOTAL DOES NOT RECONCILE'
051300             TO WS-XF-REASON (WS-XMIT-INDEX)
051400         GO TO 2100-REFUSE-FILE
051500     END-IF

051600     SET WS-XF-ACCEPTED (WS-XMIT-INDEX) TO TRUE
051700     ADD 1 TO WS-ACCEPTED-FILES
051800     DISPLAY 'Transmission ' WS-XF-FILENAME (WS-XMIT-INDEX)
051900         ' balanced: ' WS-XF-RECEIVED (WS-XMIT-INDEX)
052000         ' records.'
052100     GO TO 2100-VERIFY-NEXT.
052200 2100-REFUSE-FILE.
052300     SET WS-XF-REFUSED (WS-XMIT-INDEX) TO TRUE
052400     ADD 1 TO WS-REFUSED-FILES
052500     ADD WS-XF-RECEIVED (WS-XMIT-INDEX) TO WS-REFUSED-RECORD-COUNT
052600     DISPLAY 'REFUSED: transmission '
052700         WS-XF-FILENAME (WS-XMIT-INDEX) ' (region '
052800         WS-XF-REGION-CODE (WS-XMIT-INDEX) ') - '
052900         WS-XF-REASON (WS-XMIT-INDEX).
053000 2100-VERIFY-NEXT.
053100     ADD 1 TO WS-XMIT-INDEX.
053200 2100-VERIFY-ONE-FILE-EXIT.
053300     EXIT.

053400*-----------------------------------------------------------------
053500* 2110-VERIFY-ONE-RECORD
053600*   COUNTS ONE RECEIVED DATA RECORD AND ROLLS ITS MAX AND MIN
053700*   INTO THE RECEIVED HASH (VALUES AS TRANSMITTED), OR CAPTURES
053800*   THE TRAILER WHEN THE '99999' MARKER ID IS SEEN.  DATA AFTER
053900*   THE TRAILER MEANS TWO TRANSMISSIONS RAN TOGETHER.
054000*-----------------------------------------------------------------
054100 2110-VERIFY-ONE-RECORD.
054200     READ TRANSMISSION-FILE INTO TEMPERATURE-RECORD
054300         AT END
054400             SET WS-END-OF-FILE TO TRUE
054500             GO TO 2110-VERIFY-ONE-RECORD-EXIT
054600     END-READ

054700     IF TEMPERATURE-RECORD (1:5) = '99999'
054800         MOVE TEMPERATURE-RECORD TO TRAILER-RECORD
054900         SET WS-TRAILER-FOUND TO TRUE
055000         GO TO 2110-VERIFY-ONE-RECORD-EXIT
055100     END-IF

055200     IF WS-TRAILER-FOUND
055300         SET WS-DATA-AFTER-TRAILER TO TRUE
055400     END-IF

055500     ADD 1 TO WS-XF-RECEIVED (WS-XMIT-INDEX)

055600     IF DAILY-MAX-TEMPERATURE NUMERIC
055700         ADD DAILY-MAX-TEMPERATURE TO WS-RECV-HASH-WORK
055800     END-IF

055900     IF DAILY-MIN-TEMPERATURE NUMERIC
056000         ADD DAILY-MIN-TEMPERATURE TO WS-RECV-HASH-WORK
056100     END-IF.
056200 2110-VERIFY-ONE-RECORD-EXIT.
056300     EXIT.

056400*-----------------------------------------------------------------
056500* 3000-MERGE-ACCEPTED
056600*   SORTS EVERY READING OF THE ACCEPTED FILES INTO STATION/DATE
056700*   ORDER AND WRITES THE MERGED TEMPERATURE.DAT BEHIND IT.
056800*-----------------------------------------------------------------
056900 3000-MERGE-ACCEPTED.
057000     SORT SORT-WORK-FILE
057100         ON ASCENDING KEY SRT-STATION-ID
057200                          SRT-DATE
057300                          SRT-FILE-SEQ
057400                          SRT-RECORD-SEQ
057500         INPUT PROCEDURE IS 3100-RELEASE-ACCEPTED
057600             THRU 3100-RELEASE-ACCEPTED-EXIT
057700         OUTPUT PROCEDURE IS 3500-WRITE-MERGED
057800             THRU 3500-WRITE-MERGED-EXIT.
057900 3000-MERGE-ACCEPTED-EXIT.
058000     EXIT.

058100*-----------------------------------------------------------------
058200* 3100-RELEASE-ACCEPTED
058300*   SORT INPUT PROCEDURE - HANDS EVERY ACCEPTED FILE TO THE SORT
058400*   IN LIST ORDER.
058500*-----------------------------------------------------------------
058600 3100-RELEASE-ACCEPTED.
058700     MOVE 1 TO WS-XMIT-INDEX
058800     PERFORM 3110-RELEASE-ONE-FILE
058900         THRU 3110-RELEASE-ONE-FILE-EXIT
059000         UNTIL WS-XMIT-INDEX > WS-XMIT-COUNT.
059100 3100-RELEASE-ACCEPTED-EXIT.
059200     EXIT.

059300*-----------------------------------------------------------------
059400* 3110-RELEASE-ONE-FILE
059500*   READS ONE ACCEPTED FILE AGAIN, RELEASING ITS DATA RECORDS.
059600*-----------------------------------------------------------------
059700 3110-RELEASE-ONE-FILE.
059800     IF NOT WS-XF-ACCEPTED (WS-XMIT-INDEX)
059900         GO TO 3110-RELEASE-NEXT
060000     END-IF

060100     MOVE WS-XF-FILENAME (WS-XMIT-INDEX) TO WS-XMIT-FILENAME
060200     MOVE 0   TO WS-FILE-RECORD-SEQ
060300     MOVE 'N' TO WS-EOF-SW
060400     OPEN INPUT TRANSMISSION-FILE

060500     PERFORM 3120-RELEASE-ONE-RECORD
060600         THRU 3120-RELEASE-ONE-RECORD-EXIT
060700         UNTIL WS-END-OF-FILE

060800     CLOSE TRANSMISSION-FILE
060900     MOVE 'N' TO WS-EOF-SW.
061000 3110-RELEASE-NEXT.
061100     ADD 1 TO WS-XMIT-INDEX.
061200 3110-RELEASE-ONE-FILE-EXIT.
061300     EXIT.

061400*-----------------------------------------------------------------
061500* 3120-RELEASE-ONE-RECORD
061600*   RELEASES ONE DATA RECORD TO THE SORT UNDER ITS STATION, DATE,
061700*   FILE AND RECORD POSITION.  THE FILE'S TRAILER STAYS BEHIND.
061800*-----------------------------------------------------------------
061900 3120-RELEASE-ONE-RECORD.
062000     READ TRANSMISSION-FILE INTO TEMPERATURE-RECORD
062100         AT END
062200             SET WS-END-OF-FILE TO TRUE
062300             GO TO 3120-RELEASE-ONE-RECORD-EXIT
062400     END-READ

062500     IF TEMPERATURE-RECORD (1:5) = '99999'
062600         GO TO 3120-RELEASE-ONE-RECORD-EXIT
062700     END-IF

062800     ADD 1 TO WS-FILE-RECORD-SEQ
062900     MOVE STATION-ID         TO SRT-STATION-ID
063000     MOVE TEMPERATURE-DATE   TO SRT-DATE
063100     MOVE WS-XMIT-INDEX      TO SRT-FILE-SEQ
063200     MOVE WS-FILE-RECORD-SEQ TO SRT-RECORD-SEQ
063300     MOVE TEMPERATURE-RECORD TO SRT-READING
063400     RELEASE SORT-WORK-RECORD.
063500 3120-RELEASE-ONE-RECORD-EXIT.
063600     EXIT.

063700*-----------------------------------------------------------------
063800* 3500-WRITE-MERGED
063900*   SORT OUTPUT PROCEDURE - RETURNS THE READINGS IN STATION/DATE
064000*   ORDER, KEEPS ONE PER STATION AND DATE, AND CLOSES THE FILE
064100*   WITH THE COMBINED TRAILER.
064200*-----------------------------------------------------------------
064300 3500-WRITE-MERGED.
064400     OPEN OUTPUT MERGED-FILE
064450     OPEN OUTPUT DUPLICATE-WORK-FILE
064500     SET WS-NOTHING-HELD TO TRUE
064600     MOVE 'N' TO WS-SORT-EOF-SW

064700     PERFORM 3510-RETURN-ONE-READING
064800         THRU 3510-RETURN-ONE-READING-EXIT
064900         UNTIL WS-SORT-END

065000     IF WS-READING-HELD
065100         PERFORM 3530-WRITE-HELD-READING
065200             THRU 3530-WRITE-HELD-READING-EXIT
065300     END-IF

065400     MOVE WS-MERGED-HASH-WORK TO WS-MERGED-HASH-TOTAL
065500     MOVE SPACES               TO TRAILER-RECORD
065600     MOVE '99999'              TO TRAILER-ID
065700     MOVE WS-MERGED-COUNT      TO TRAILER-RECORD-COUNT
065800     MOVE WS-MERGED-HASH-TOTAL TO TRAILER-HASH-TOTAL
065900     WRITE MERGED-RECORD FROM TRAILER-RECORD

066000     CLOSE MERGED-FILE
066100     CLOSE DUPLICATE-WORK-FILE.
066400 3500-WRITE-MERGED-EXIT.
066500     EXIT.

066600*-----------------------------------------------------------------
066700* 3510-RETURN-ONE-READING
066800*   TAKES THE NEXT READING FROM THE SORT.  A NEW STATION OR DATE
066900*   WRITES THE HELD READING AND HOLDS THIS ONE; THE SAME STATION
067000*   AND DATE AGAIN IS A DUPLICATE TO RESOLVE.
067100*-----------------------------------------------------------------
067200 3510-RETURN-ONE-READING.
067300     RETURN SORT-WORK-FILE
067400         AT END
067500             SET WS-SORT-END TO TRUE
067600             GO TO 3510-RETURN-ONE-READING-EXIT
067700     END-RETURN

067800     IF WS-READING-HELD
067900        AND SRT-STATION-ID = WS-HELD-STATION-ID
068000        AND SRT-DATE = WS-HELD-DATE
068100         PERFORM 3520-RESOLVE-DUPLICATE
068200             THRU 3520-RESOLVE-DUPLICATE-EXIT
068300         GO TO 3510-RETURN-ONE-READING-EXIT
068400     END-IF

068500     IF WS-READING-HELD
068600         PERFORM 3530-WRITE-HELD-READING
068700             THRU 3530-WRITE-HELD-READING-EXIT
068800     END-IF

068900     MOVE SORT-WORK-RECORD TO WS-HELD-RECORD
069000     SET WS-READING-HELD TO TRUE.
069100 3510-RETURN-ONE-READING-EXIT.
069200     EXIT.

069300*-----------------------------------------------------------------
069400* 3520-RESOLVE-DUPLICATE
069500*   THE HELD READING CAME FROM A FILE EARLIER ON THE LIST (OR
069600*   EARLIER IN THE SAME FILE), SO IT STANDS UNLESS IT LACKS A
069700*   USABLE MAX AND MIN (NUMERIC, MAX NOT BELOW MIN) AND THE
069800*   NEWCOMER HAS ONE.  THE LOSER IS COUNTED AGAINST ITS OWN FILE
069900*   AND BOTH ARE LISTED ON THE DUPLICATE WORK FILE.
070000*-----------------------------------------------------------------
070100 3520-RESOLVE-DUPLICATE.
070200     MOVE 'N' TO WS-HELD-CLEAN-SW
070300     MOVE WS-HELD-READING TO TEMPERATURE-RECORD
070400     IF DAILY-MAX-TEMPERATURE NUMERIC
070500        AND DAILY-MIN-TEMPERATURE NUMERIC
070600         IF DAILY-MAX-TEMPERATURE NOT < DAILY-MIN-TEMPERATURE
070700             SET WS-HELD-CLEAN TO TRUE
070800         END-IF
070900     END-IF

071000     MOVE 'N' TO WS-NEW-CLEAN-SW
071100     MOVE SRT-READING TO TEMPERATURE-RECORD
071200     IF DAILY-MAX-TEMPERATURE NUMERIC
071300        AND DAILY-MIN-TEMPERATURE NUMERIC
071400         IF DAILY-MAX-TEMPERATURE NOT < DAILY-MIN-TEMPERATURE
071500             SET WS-NEW-CLEAN TO TRUE
071600         END-IF
071700     END-IF

071800     IF WS-NEW-CLEAN AND NOT WS-HELD-CLEAN
071900         MOVE SRT-FILE-SEQ      TO WS-KEPT-FILE-SEQ
072000         MOVE SRT-READING       TO WS-KEPT-READING
072100         MOVE WS-HELD-FILE-SEQ  TO WS-DROPPED-FILE-SEQ
072200         MOVE WS-HELD-READING   TO WS-DROPPED-READING
072300         MOVE SORT-WORK-RECORD  TO WS-HELD-RECORD
072400     ELSE
072500         MOVE WS-HELD-FILE-SEQ  TO WS-KEPT-FILE-SEQ
072600         MOVE WS-HELD-READING   TO WS-KEPT-READING
072700         MOVE SRT-FILE-SEQ      TO WS-DROPPED-FILE-SEQ
072800         MOVE SRT-READING       TO WS-DROPPED-READING
072900     END-IF

073000     ADD 1 TO WS-DUPLICATE-COUNT
073100     ADD 1 TO WS-XF-DUPLICATES (WS-DROPPED-FILE-SEQ)

073200     IF NOT WS-DUP-HEADING-WRITTEN
073300         WRITE DUPLICATE-WORK-RECORD FROM WS-REPORT-DUP-HEADING
073400         SET WS-DUP-HEADING-WRITTEN TO TRUE
073500     END-IF

073600     MOVE WS-HELD-STATION-ID TO WS-RD-STATION-ID
073700     MOVE WS-HELD-DATE       TO WS-RD-DATE
073800     MOVE WS-XF-REGION-CODE (WS-KEPT-FILE-SEQ)
073900         TO WS-RD-KEPT-REGION
074000     MOVE WS-XF-REGION-CODE (WS-DROPPED-FILE-SEQ)
074100         TO WS-RD-DROPPED-REGION
074200     MOVE WS-KEPT-READING TO TEMPERATURE-RECORD
074300     MOVE 0 TO WS-RD-KEPT-MAX
074400     MOVE 0 TO WS-RD-KEPT-MIN
074500     IF DAILY-MAX-TEMPERATURE NUMERIC
074600         MOVE DAILY-MAX-TEMPERATURE TO WS-RD-KEPT-MAX
074700     END-IF
074800     IF DAILY-MIN-TEMPERATURE NUMERIC
074900         MOVE DAILY-MIN-TEMPERATURE TO WS-RD-KEPT-MIN
075000     END-IF
075100     MOVE WS-DROPPED-READING TO TEMPERATURE-RECORD
075200     MOVE 0 TO WS-RD-DROPPED-MAX
075300     MOVE 0 TO WS-RD-DROPPED-MIN
075400     IF DAILY-MAX-TEMPERATURE NUMERIC
075500         MOVE DAILY-MAX-TEMPERATURE TO WS-RD-DROPPED-MAX
075600     END-IF
075700     IF DAILY-MIN-TEMPERATURE NUMERIC
075800         MOVE DAILY-MIN-TEMPERATURE TO WS-RD-DROPPED-MIN
075900     END-IF
076000     IF WS-KEPT-READING = WS-DROPPED-READING
076100         MOVE 'IDENTICAL' TO WS-RD-NOTE
076200     ELSE
076300         MOVE 'DIFFERENT' TO WS-RD-NOTE
076400     END-IF
076500     WRITE DUPLICATE-WORK-RECORD FROM WS-REPORT-DUP-LINE.
076600 3520-RESOLVE-DUPLICATE-EXIT.
076700     EXIT.

076800*-----------------------------------------------------------------
076900* 3530-WRITE-HELD-READING
077000*   WRITES THE WINNING READING FOR A STATION AND DATE TO THE
077100*   MERGED FILE, COUNTS IT AGAINST ITS FILE, AND ROLLS IT INTO
077200*   THE COMBINED TRAILER'S COUNT AND HASH.
077300*-----------------------------------------------------------------
077400 3530-WRITE-HELD-READING.
077500     MOVE WS-HELD-READING TO TEMPERATURE-RECORD
077600     WRITE MERGED-RECORD FROM TEMPERATURE-RECORD

077700     ADD 1 TO WS-MERGED-COUNT
077800     ADD 1 TO WS-XF-MERGED (WS-HELD-FILE-SEQ)

077900     IF DAILY-MAX-TEMPERATURE NUMERIC
078000         ADD DAILY-MAX-TEMPERATURE TO WS-MERGED-HASH-WORK
078100     END-IF

078200     IF DAILY-MIN-TEMPERATURE NUMERIC
078300         ADD DAILY-MIN-TEMPERATURE TO WS-MERGED-HASH-WORK
078400     END-IF.
078500 3530-WRITE-HELD-READING-EXIT.
078600     EXIT.

078700*-----------------------------------------------------------------
078800* 8000-PRODUCE-OUTPUT
078900*   LISTS EVERY FILE'S FIGURES AND THEN THE DUPLICATES, APPENDS
079000*   THE NIGHT'S ROWS TO THE INTAKE LOG, AND SETS RC 8 WHEN ANY
079050*   FILE WAS REFUSED.
079100*-----------------------------------------------------------------
079200 8000-PRODUCE-OUTPUT.
079300     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-HEADING-2
079400     OPEN EXTEND INTAKE-LOG-FILE

079500     MOVE 1 TO WS-XMIT-INDEX
079600     PERFORM 8100-LIST-ONE-FILE
079700         THRU 8100-LIST-ONE-FILE-EXIT
079800         UNTIL WS-XMIT-INDEX > WS-XMIT-COUNT

079830     PERFORM 8200-LIST-DUPLICATES
079860         THRU 8200-LIST-DUPLICATES-EXIT

079900     MOVE WS-RUN-START-DATE    TO INTK-RUN-DATE
080000     MOVE WS-RUN-START-TIME    TO INTK-RUN-TIME
080100     SET INTK-TOTAL-ROW TO TRUE
080200     MOVE 0                    TO INTK-FILE-SEQ
080300     MOVE SPACES               TO INTK-REGION-CODE
080400     MOVE WS-OUTPUT-FILENAME   TO INTK-FILENAME
080500     SET INTK-ACCEPTED TO TRUE
080600     MOVE SPACES               TO INTK-REFUSE-REASON
080700     MOVE WS-MERGED-COUNT      TO INTK-TRAILER-COUNT
080800     MOVE WS-MERGED-COUNT      TO INTK-RECORDS-RECEIVED
080900     MOVE WS-MERGED-HASH-TOTAL TO INTK-TRAILER-HASH
081000     MOVE WS-MERGED-HASH-TOTAL TO INTK-RECEIVED-HASH
081100     MOVE WS-DUPLICATE-COUNT   TO INTK-DUPLICATES-DROPPED
081200     MOVE WS-MERGED-COUNT      TO INTK-RECORDS-MERGED
081300     WRITE INTAKE-LOG-RECORD
081400     CLOSE INTAKE-LOG-FILE

081500     MOVE WS-ACCEPTED-FILES    TO WS-RT-ACCEPTED-FILES
081600     MOVE WS-REFUSED-FILES     TO WS-RT-REFUSED-FILES
081700     MOVE WS-MERGED-COUNT      TO WS-RT-MERGED
081800     MOVE WS-DUPLICATE-COUNT   TO WS-RT-DUPLICATES
081900     MOVE WS-MERGED-HASH-TOTAL TO WS-RT-HASH
082000     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

082100     IF WS-REFUSED-FILES > 0
082200         MOVE 8 TO RETURN-CODE
082300     END-IF

082400     DISPLAY 'Collector intake: ' WS-XMIT-COUNT ' file(s) ('
082500         WS-ACCEPTED-FILES ' accepted, ' WS-REFUSED-FILES
082600         ' refused).'
082700     DISPLAY 'Merged to ' WS-OUTPUT-FILENAME ': '
082800         WS-MERGED-COUNT ' record(s), hash '
082900         WS-MERGED-HASH-TOTAL ', ' WS-DUPLICATE-COUNT
083000         ' duplicate(s) dropped.'.
083100 8000-PRODUCE-OUTPUT-EXIT.
083200     EXIT.

083300*-----------------------------------------------------------------
083400* 8100-LIST-ONE-FILE
083500*   WRITES ONE FILE'S REPORT LINE (AND ITS REASON LINE WHEN
083600*   REFUSED) AND ITS INTAKE LOG ROW.
083700*-----------------------------------------------------------------
083800 8100-LIST-ONE-FILE.
083900     MOVE WS-XMIT-INDEX TO WS-RF-SEQ
084000     MOVE WS-XF-REGION-CODE (WS-XMIT-INDEX) TO WS-RF-REGION-CODE
084100     MOVE WS-XF-FILENAME (WS-XMIT-INDEX)    TO WS-RF-FILENAME
084200     IF WS-XF-ACCEPTED (WS-XMIT-INDEX)
084300         MOVE 'ACCEPTED' TO WS-RF-STATUS
084400     ELSE
084500         MOVE 'REFUSED ' TO WS-RF-STATUS
084600     END-IF
084700     MOVE WS-XF-RECEIVED (WS-XMIT-INDEX)      TO WS-RF-RECEIVED
084800     MOVE WS-XF-TRAILER-COUNT (WS-XMIT-INDEX)
084900         TO WS-RF-TRAILER-COUNT
085000     MOVE WS-XF-MERGED (WS-XMIT-INDEX)        TO WS-RF-MERGED
085100     MOVE WS-XF-DUPLICATES (WS-XMIT-INDEX)    TO WS-RF-DUPLICATES
085200     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-FILE-LINE

085300     IF WS-XF-REFUSED (WS-XMIT-INDEX)
085400         MOVE WS-XF-REASON (WS-XMIT-INDEX) TO WS-RR-REASON
085500         MOVE WS-XF-TRAILER-HASH (WS-XMIT-INDEX)
085600             TO WS-RR-TRAILER-HASH
085700         MOVE WS-XF-RECEIVED-HASH (WS-XMIT-INDEX)
085800             TO WS-RR-RECEIVED-HASH
085900         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-REFUSED-LINE
086000     END-IF

086100     MOVE WS-RUN-START-DATE TO INTK-RUN-DATE
086200     MOVE WS-RUN-START-TIME TO INTK-RUN-TIME
086300     SET INTK-FILE-ROW TO TRUE
086400     MOVE WS-XMIT-INDEX     TO INTK-FILE-SEQ
086500     MOVE WS-XF-REGION-CODE (WS-XMIT-INDEX) TO INTK-REGION-CODE
086600     MOVE WS-XF-FILENAME (WS-XMIT-INDEX)    TO INTK-FILENAME
086700     MOVE WS-XF-STATUS (WS-XMIT-INDEX)      TO INTK-STATUS
086800     MOVE WS-XF-REASON (WS-XMIT-INDEX)    TO INTK-REFUSE-REASON
086900     MOVE WS-XF-TRAILER-COUNT (WS-XMIT-INDEX)
087000         TO INTK-TRAILER-COUNT
087100     MOVE WS-XF-RECEIVED (WS-XMIT-INDEX)
087200         TO INTK-RECORDS-RECEIVED
087300     MOVE WS-XF-TRAILER-HASH (WS-XMIT-INDEX)
087400         TO INTK-TRAILER-HASH
087500     MOVE WS-XF-RECEIVED-HASH (WS-XMIT-INDEX)
087600         TO INTK-RECEIVED-HASH
087700     MOVE WS-XF-DUPLICATES (WS-XMIT-INDEX)
087800         TO INTK-DUPLICATES-DROPPED
087900     MOVE WS-XF-MERGED (WS-XMIT-INDEX) TO INTK-RECORDS-MERGED
088000     WRITE INTAKE-LOG-RECORD

088100     ADD 1 TO WS-XMIT-INDEX.
088200 8100-LIST-ONE-FILE-EXIT.
088300     EXIT.

088303*-----------------------------------------------------------------
088306* 8200-LIST-DUPLICATES
088309*   COPIES THE DUPLICATE LINES HELD DURING THE MERGE TO THE
088312*   REPORT UNDER THE FILE SECTION, OR SAYS THERE WERE NONE.
088315*-----------------------------------------------------------------
088318 8200-LIST-DUPLICATES.
088321     IF NOT WS-DUP-HEADING-WRITTEN
088324         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-NONE-LINE
088327         GO TO 8200-LIST-DUPLICATES-EXIT
088330     END-IF

088333     OPEN INPUT DUPLICATE-WORK-FILE
088336     MOVE 'N' TO WS-EOF-SW
088339     PERFORM 8210-COPY-ONE-DUPLICATE
088342         THRU 8210-COPY-ONE-DUPLICATE-EXIT
088345         UNTIL WS-END-OF-FILE
088348     CLOSE DUPLICATE-WORK-FILE
088351     MOVE 'N' TO WS-EOF-SW.
088354 8200-LIST-DUPLICATES-EXIT.
088357     EXIT.

088360*-----------------------------------------------------------------
088363* 8210-COPY-ONE-DUPLICATE
088366*   COPIES ONE HELD LINE TO THE REPORT.
088369*-----------------------------------------------------------------
088372 8210-COPY-ONE-DUPLICATE.
088375     READ DUPLICATE-WORK-FILE
088378         AT END
088381             SET WS-END-OF-FILE TO TRUE
088384             GO TO 8210-COPY-ONE-DUPLICATE-EXIT
088387     END-READ

088390     WRITE INTAKE-REPORT-RECORD FROM DUPLICATE-WORK-RECORD.
088393 8210-COPY-ONE-DUPLICATE-EXIT.
088396     EXIT.

088400*-----------------------------------------------------------------
088500* 9000-TERMINATE
088600*   CLOSES THE REPORT AND LEAVES THIS RUN'S ROW ON THE AUDIT
088700*   TRAIL.
088800*-----------------------------------------------------------------
088900 9000-TERMINATE.
089000     CLOSE INTAKE-REPORT-FILE

089100     PERFORM 9800-WRITE-RUN-AUDIT
089200         THRU 9800-WRITE-RUN-AUDIT-EXIT.
089300 9000-TERMINATE-EXIT.
089400     EXIT.

089500*-----------------------------------------------------------------
089600* 9800-WRITE-RUN-AUDIT
089700*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
089800*   FILE.  READINGS WRITTEN TO THE MERGED FILE GO OUT AS
089900*   ACCEPTED; READINGS IN REFUSED FILES AND DUPLICATES DROPPED GO
090000*   OUT AS REJECTED.  NOTHING IS APPENDED TO THE MASTER HERE.
090100*-----------------------------------------------------------------
090200 9800-WRITE-RUN-AUDIT.
090300     MOVE 'CollectorIntake'     TO RUNA-PROGRAM-ID
090400     MOVE WS-RUN-START-DATE     TO RUNA-START-DATE
090500     MOVE WS-RUN-START-TIME     TO RUNA-START-TIME
090600     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
090700     ACCEPT WS-RUN-END-TIME FROM TIME
090800     MOVE WS-RUN-END-DATE       TO RUNA-END-DATE
090900     MOVE WS-RUN-END-TIME       TO RUNA-END-TIME
091000     MOVE WS-XMITLIST-FILENAME  TO RUNA-INPUT-FILENAME
091100     MOVE WS-INTAKERPT-FILENAME TO RUNA-REPORT-FILENAME
091200     MOVE SPACES                TO RUNA-HISTORY-FILENAME
091300     MOVE WS-MERGED-COUNT       TO RUNA-ACCEPTED-COUNT
091400     COMPUTE RUNA-REJECTED-COUNT =
091500         WS-REFUSED-RECORD-COUNT + WS-DUPLICATE-COUNT
091600     MOVE 0                     TO RUNA-APPENDED-COUNT
091700     MOVE 'N'                   TO RUNA-RESTART-SW
091800     MOVE RETURN-CODE           TO RUNA-RETURN-CODE

091900     OPEN EXTEND RUN-AUDIT-FILE
092000     WRITE RUN-AUDIT-RECORD
092100     CLOSE RUN-AUDIT-FILE.
092200 9800-WRITE-RUN-AUDIT-EXIT.
092300     EXIT.

092400*-----------------------------------------------------------------
092500* 9910-ABEND-EMPTY-LIST
092600*   REACHED FROM 1000-INITIALIZE WHEN THE TRANSMISSION LIST IS
092700*   MISSING OR NAMES NO FILE.  NOTHING HAS BEEN OPENED FOR
092800*   OUTPUT, SO LAST NIGHT'S TEMPERATURE.DAT IS UNTOUCHED.
092900*-----------------------------------------------------------------
093000 9910-ABEND-EMPTY-LIST.
093100     DISPLAY 'FATAL: transmission list ' WS-XMITLIST-FILENAME
093200         ' is missing or names no file.  Run terminated.'
093300     MOVE 16 TO RETURN-CODE
093400     PERFORM 9800-WRITE-RUN-AUDIT
093500         THRU 9800-WRITE-RUN-AUDIT-EXIT
093600     STOP RUN.

093700*-----------------------------------------------------------------
093800* 9920-ABEND-NOTHING-ACCEPTED
093900*   REACHED FROM 2000-VERIFY-TRANSMISSIONS WHEN EVERY LISTED
094000*   FILE WAS REFUSED.  THE REFUSALS ARE ON THE JOB OUTPUT AND
094100*   THE LOG; TEMPERATURE.DAT IS LEFT ALONE AND THE RUN STOPS
094200*   BEFORE THE CALCULATOR CAN RUN ON NOTHING.
094300*-----------------------------------------------------------------
094400 9920-ABEND-NOTHING-ACCEPTED.
094500     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-HEADING-2
094600     OPEN EXTEND INTAKE-LOG-FILE
094700     MOVE 1 TO WS-XMIT-INDEX
094800     PERFORM 8100-LIST-ONE-FILE
094900         THRU 8100-LIST-ONE-FILE-EXIT
095000         UNTIL WS-XMIT-INDEX > WS-XMIT-COUNT
095100     CLOSE INTAKE-LOG-FILE
095200     CLOSE INTAKE-REPORT-FILE

095300     DISPLAY 'FATAL: every transmission on '
095400         WS-XMITLIST-FILENAME ' was refused - nothing to '
095500         'merge.  Run terminated.'
095600     MOVE 16 TO RETURN-CODE
095700     PERFORM 9800-WRITE-RUN-AUDIT
095800         THRU 9800-WRITE-RUN-AUDIT-EXIT
095900     STOP RUN.
