000100*****************************************************************
000200* PROGRAM:      TemperatureHistoryConvert
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   ONE-TIME CONVERSION OF THE KEYED TEMPERATURE HISTORY MASTER
000900*   FROM ITS OLD 23-BYTE RECORD TO THE 25-BYTE HISTREC THAT
001000*   CARRIES HISTORY-QC-FLAG AND HISTORY-SOURCE-FLAG.  THE OLD
001100*   MASTER IS READ IN KEY ORDER THROUGH ITS OLD LAYOUT, CARRIED
001200*   HERE LOCALLY, AND EVERY RECORD IS WRITTEN TO A NEW MASTER
001300*   WITH BOTH FLAGS BLANK - A CLEAN, OBSERVED DAY, WHICH IS WHAT
001400*   EVERY DAY ON THE OLD MASTER WAS.  THE NEW MASTER IS WORKED
001500*   IN TEMPHIST.NEW AND REREAD AND RECOUNTED FROM DISK; RECORDS
001600*   READ MUST EQUAL RECORDS WRITTEN AND RECORDS RECOUNTED.  IF
001700*   THEY DO NOT BALANCE THE JOB ABENDS (RC 16) WITHOUT TOUCHING
001800*   THE LIVE MASTER.  ONLY AFTER A CLEAN BALANCE IS THE LIVE
001900*   MASTER REBUILT FROM THE PROVEN COPY IN THE NEW LAYOUT.
002000*   RUN IT ONCE, BEFORE ANY PROGRAM THAT COPIES THE 25-BYTE
002100*   HISTREC TOUCHES THE MASTER.  A MASTER ALREADY IN THE NEW
002200*   LAYOUT DOES NOT OPEN THROUGH THE OLD ONE, SO A SECOND RUN
002300*   STOPS AT THE OPEN (RC 16) WITH THE MASTER UNTOUCHED.  THE
002400*   DATED ARCHIVES ARE LINE SEQUENTIAL AND NEED NO CONVERSION -
002500*   THEIR SHORT RECORDS READ BACK WITH BOTH FLAGS BLANK.
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*   10/15/2026  DO   INITIAL VERSION
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. TemperatureHistoryConvert.
003200 AUTHOR. D. OKAFOR.
003300 INSTALLATION. WEATHER SYSTEMS GROUP.
003400 DATE-WRITTEN. 10/15/2026.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO 'runparm.dat'
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT OLD-MASTER-FILE
004300         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS OLD-HISTORY-KEY
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT NEW-MASTER-FILE
004900         ASSIGN TO DYNAMIC WS-NEWMST-FILENAME
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS NEW-HISTORY-KEY
005300         FILE STATUS IS WS-NEWMST-STATUS.
005400     SELECT HISTORY-MASTER-FILE
005500         ASSIGN TO DYNAMIC WS-HISTMST-FILENAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS HISTORY-KEY
005900         FILE STATUS IS WS-MASTER-STATUS.
006000     SELECT CONVERT-REPORT-FILE
006100         ASSIGN TO DYNAMIC WS-CONVRPT-FILENAME
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT OPTIONAL RUN-AUDIT-FILE
006400         ASSIGN TO DYNAMIC WS-RUNAUDIT-FILENAME
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARAMETER-FILE.
007000     COPY PARMREC.
007100
007200 FD  OLD-MASTER-FILE.
007300*    THE MASTER AS IT STOOD BEFORE HISTREC GREW ITS TWO FLAG
007400*    BYTES.  THE OLD LAYOUT IS CARRIED HERE LOCALLY, AS THE
007500*    HISTORY LOAD CARRIES THE FROZEN FLAT FILE'S, BECAUSE THE
007600*    SHARED MEMBER NO LONGER DESCRIBES IT.
007700 01  OLD-HISTORY-RECORD.
007800     05  OLD-HISTORY-KEY.
007900         10  OLD-HISTORY-STATION-ID
008000                                   PIC X(05).
008100         10  OLD-HISTORY-DATE      PIC X(10).
008200     05  OLD-HISTORY-MAX-TEMP      PIC S9(3)V9(1).
008300     05  OLD-HISTORY-MIN-TEMP      PIC S9(3)V9(1).
008400
008500 FD  NEW-MASTER-FILE.
008600     COPY HISTREC
008700         REPLACING ==HISTORY-RECORD==
008800                BY ==NEW-HISTORY-RECORD==
008900                   ==HISTORY-KEY==
009000                BY ==NEW-HISTORY-KEY==
009100                   ==HISTORY-STATION-ID==
009200                BY ==NEW-HISTORY-STATION-ID==
009300                   ==HISTORY-DATE==
009400                BY ==NEW-HISTORY-DATE==
009500                   ==HISTORY-MAX-TEMPERATURE==
009600                BY ==NEW-HISTORY-MAX-TEMP==
009700                   ==HISTORY-MIN-TEMPERATURE==
009800                BY ==NEW-HISTORY-MIN-TEMP==
009900                   ==HISTORY-QC-FLAG==
010000                BY ==NEW-HISTORY-QC-FLAG==
010100                   ==HISTORY-QC-CLEAN==
010200                BY ==NEW-HISTORY-QC-CLEAN==
010300                   ==HISTORY-QC-SUSPECT==
010400                BY ==NEW-HISTORY-QC-SUSPECT==
010500                   ==HISTORY-SOURCE-FLAG==
010600                BY ==NEW-HISTORY-SOURCE-FLAG==
010700                   ==HISTORY-OBSERVED==
010800                BY ==NEW-HISTORY-OBSERVED==
010900                   ==HISTORY-ESTIMATED==
011000                BY ==NEW-HISTORY-ESTIMATED==.
011100
011200 FD  HISTORY-MASTER-FILE.
011300     COPY HISTREC.
011400
011500 FD  CONVERT-REPORT-FILE.
011600 01  CONVERT-REPORT-RECORD         PIC X(100).
011700
011800 FD  RUN-AUDIT-FILE.
011900     COPY AUDITREC.
012000
012100 WORKING-STORAGE SECTION.
012200*-----------------------------------------------------------------
012300* RUN PARAMETERS (FROM RUNPARM.DAT)
012400*   PARM-HISTMST-FILENAME NAMES THE LIVE MASTER.  THE CONVERTED
012500*   MASTER IS WORKED IN TEMPHIST.NEW UNTIL THE BALANCE PROVES
012600*   IT, AND THE LISTING GOES TO HISTCONV.RPT.
012700*-----------------------------------------------------------------
012800 01  WS-HISTMST-FILENAME           PIC X(40) VALUE SPACES.
012900 01  WS-NEWMST-FILENAME            PIC X(40) VALUE SPACES.
013000 01  WS-CONVRPT-FILENAME           PIC X(40) VALUE SPACES.
013100 01  WS-RUNAUDIT-FILENAME          PIC X(40) VALUE SPACES.
013200
013300 01  WS-MASTER-STATUS              PIC X(02) VALUE '00'.
013400 01  WS-NEWMST-STATUS              PIC X(02) VALUE '00'.
013500
013600 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
013700
013800*-----------------------------------------------------------------
013900* BALANCING COUNTS
014000*   THE WRITTEN COUNT IS TAKEN WHILE CONVERTING; THE RECOUNT IS
014100*   TAKEN BY REREADING THE NEW MASTER AFTERWARD, SO THE BALANCE
014200*   PROVES WHAT IS ACTUALLY ON DISK.  THE COPIED COUNT IS THE
014300*   REBUILD OF THE LIVE MASTER FROM THE PROVEN COPY.
014400*-----------------------------------------------------------------
014500 01  WS-READ-COUNT                 PIC 9(6) VALUE 0.
014600 01  WS-WRITTEN-COUNT              PIC 9(6) VALUE 0.
014700 01  WS-VERIFY-COUNT               PIC 9(6) VALUE 0.
014800 01  WS-COPIED-COUNT               PIC 9(6) VALUE 0.
014900
015000 01  WS-BALANCED-SW                PIC X(01) VALUE 'Y'.
015100     88  WS-IN-BALANCE                       VALUE 'Y'.
015200     88  WS-OUT-OF-BALANCE                   VALUE 'N'.
015300
015400*-----------------------------------------------------------------
015500* RUN AUDIT-TRAIL WORK AREAS
015600*-----------------------------------------------------------------
015700 01  WS-RUN-START-DATE             PIC 9(08) VALUE 0.
015800 01  WS-RUN-START-TIME             PIC 9(08) VALUE 0.
015900 01  WS-RUN-END-DATE               PIC 9(08) VALUE 0.
016000 01  WS-RUN-END-TIME               PIC 9(08) VALUE 0.
016100
016200*-----------------------------------------------------------------
016300* REPORT LINE LAYOUTS
016400*-----------------------------------------------------------------
016500 01  WS-REPORT-HEADING-1.
016600     05  FILLER                    PIC X(26)
016700         VALUE 'HISTORY MASTER CONVERSION '.
016800     05  WS-RH1-RUN-DATE           PIC 9(08).
016900     05  FILLER                    PIC X(10) VALUE '  MASTER: '.
017000     05  WS-RH1-MASTER-NAME        PIC X(40).
017100     05  FILLER                    PIC X(16) VALUE SPACES.
017200
017300 01  WS-REPORT-TOTAL-LINE.
017400     05  FILLER                    PIC X(07) VALUE 'TOTALS '.
017500     05  FILLER                    PIC X(01) VALUE SPACES.
017600     05  FILLER                    PIC X(05) VALUE 'READ:'.
017700     05  WS-RT-READ                PIC ZZZZZ9.
017800     05  FILLER                    PIC X(02) VALUE SPACES.
017900     05  FILLER                    PIC X(08) VALUE 'WRITTEN:'.
018000     05  WS-RT-WRITTEN             PIC ZZZZZ9.
018100     05  FILLER                    PIC X(02) VALUE SPACES.
018200     05  FILLER                    PIC X(10) VALUE 'RECOUNTED:'.
018300     05  WS-RT-VERIFY              PIC ZZZZZ9.
018400     05  FILLER                    PIC X(02) VALUE SPACES.
018500     05  WS-RT-STATUS              PIC X(14).
018600     05  FILLER                    PIC X(31) VALUE SPACES.
018700
018800 01  WS-REPORT-COPIED-LINE.
018900     05  FILLER                    PIC X(30)
019000         VALUE 'LIVE MASTER REBUILT - COPIED: '.
019100     05  WS-RC-COPIED              PIC ZZZZZ9.
019200     05  FILLER                    PIC X(64) VALUE SPACES.
019300
019400*-----------------------------------------------------------------
019500* SWITCHES
019600*-----------------------------------------------------------------
019700 01  WS-SWITCHES.
019800     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
019900         88  WS-END-OF-FILE                  VALUE 'Y'.
020000
020100 PROCEDURE DIVISION.
020200*-----------------------------------------------------------------
020300* 0000-MAIN-PARA
020400*   CONVERT, RECOUNT, BALANCE, AND ONLY THEN REBUILD THE LIVE
020500*   MASTER IN THE NEW LAYOUT.
020600*-----------------------------------------------------------------
020700 0000-MAIN-PARA.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-INITIALIZE-EXIT
021000
021100     PERFORM 2000-CONVERT-MASTER
021200         THRU 2000-CONVERT-MASTER-EXIT
021300
021400     PERFORM 3000-VERIFY-BALANCE
021500         THRU 3000-VERIFY-BALANCE-EXIT
021600
021700     PERFORM 8000-PRODUCE-OUTPUT
021800         THRU 8000-PRODUCE-OUTPUT-EXIT
021900
022000     IF WS-OUT-OF-BALANCE
022100         GO TO 9940-ABEND-OUT-OF-BALANCE
022200     END-IF
022300
022400     PERFORM 4000-REPLACE-LIVE-MASTER
022500         THRU 4000-REPLACE-LIVE-MASTER-EXIT
022600
022700     PERFORM 9000-TERMINATE
022800         THRU 9000-TERMINATE-EXIT
022900
023000     STOP RUN.
023100
023200*-----------------------------------------------------------------
023300* 1000-INITIALIZE
023400*   READS THE CARD AND OPENS THE FILES FOR THE CONVERSION PASS.
023500*   THE LIVE MASTER IS OPENED THROUGH ITS OLD LAYOUT; A MASTER
023600*   THAT IS MISSING, OR IS ALREADY IN THE NEW LAYOUT, FAILS THE
023700*   OPEN AND STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
023800*-----------------------------------------------------------------
023900 1000-INITIALIZE.
024000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
024100     ACCEPT WS-RUN-START-TIME FROM TIME
024200
024300     PERFORM 1150-READ-PARAMETER-RECORD
024400         THRU 1150-READ-PARAMETER-RECORD-EXIT
024500
024600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024700
024800     OPEN INPUT OLD-MASTER-FILE
024900     IF WS-MASTER-STATUS NOT = '00'
025000         GO TO 9930-ABEND-MASTER-IO
025100     END-IF
025200
025300     OPEN OUTPUT NEW-MASTER-FILE
025400     IF WS-NEWMST-STATUS NOT = '00'
025500         GO TO 9930-ABEND-MASTER-IO
025600     END-IF
025700
025800     OPEN OUTPUT CONVERT-REPORT-FILE
025900
026000     MOVE WS-RUN-DATE         TO WS-RH1-RUN-DATE
026100     MOVE WS-HISTMST-FILENAME TO WS-RH1-MASTER-NAME
026200     WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500
026600*-----------------------------------------------------------------
026700* 1150-READ-PARAMETER-RECORD
026800*   READS THE SAME RUNPARM.DAT CONTROL CARD THE OTHER PROGRAMS
026900*   READ, TAKING THE MASTER NAME AND AUDIT-TRAIL NAME.
027000*-----------------------------------------------------------------
027100 1150-READ-PARAMETER-RECORD.
027200     MOVE 'temphist.mst' TO WS-HISTMST-FILENAME
027300     MOVE 'temphist.new' TO WS-NEWMST-FILENAME
027400     MOVE 'histconv.rpt' TO WS-CONVRPT-FILENAME
027500     MOVE 'runaudit.dat' TO WS-RUNAUDIT-FILENAME
027600
027700     OPEN INPUT PARAMETER-FILE
027800     READ PARAMETER-FILE
027900         AT END
028000             CLOSE PARAMETER-FILE
028100             GO TO 1150-READ-PARAMETER-RECORD-EXIT
028200     END-READ
028300     CLOSE PARAMETER-FILE
028400
028500     IF PARM-HISTMST-FILENAME NOT = SPACES
028600         MOVE PARM-HISTMST-FILENAME TO WS-HISTMST-FILENAME
028700     END-IF
028800
028900     IF PARM-RUNAUDIT-FILENAME NOT = SPACES
029000         MOVE PARM-RUNAUDIT-FILENAME TO WS-RUNAUDIT-FILENAME
029100     END-IF.
029200 1150-READ-PARAMETER-RECORD-EXIT.
029300     EXIT.
029400
029500*-----------------------------------------------------------------
029600* 2000-CONVERT-MASTER
029700*   READS THE OLD MASTER IN KEY ORDER AND WRITES EVERY RECORD TO
029800*   THE NEW MASTER.
029900*-----------------------------------------------------------------
030000 2000-CONVERT-MASTER.
030100     PERFORM 2100-CONVERT-ONE-RECORD
030200         THRU 2100-CONVERT-ONE-RECORD-EXIT
030300         UNTIL WS-END-OF-FILE
030400
030500     CLOSE OLD-MASTER-FILE
030600     CLOSE NEW-MASTER-FILE
030700     MOVE 'N' TO WS-EOF-SW.
030800 2000-CONVERT-MASTER-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* 2100-CONVERT-ONE-RECORD
031300*   CARRIES ONE OLD RECORD ACROSS FIELD BY FIELD AND BLANKS THE
031400*   TWO NEW FLAGS.  THE KEYS ARRIVE IN ORDER AND ARE ALREADY
031500*   UNIQUE, SO ANY WRITE FAILURE MEANS TROUBLE AND ABENDS.
031600*-----------------------------------------------------------------
031700 2100-CONVERT-ONE-RECORD.
031800     READ OLD-MASTER-FILE
031900         AT END
032000             SET WS-END-OF-FILE TO TRUE
032100             GO TO 2100-CONVERT-ONE-RECORD-EXIT
032200     END-READ
032300
032400     IF WS-MASTER-STATUS NOT = '00'
032500         GO TO 9930-ABEND-MASTER-IO
032600     END-IF
032700
032800     ADD 1 TO WS-READ-COUNT
032900
033000     MOVE OLD-HISTORY-STATION-ID TO NEW-HISTORY-STATION-ID
033100     MOVE OLD-HISTORY-DATE       TO NEW-HISTORY-DATE
033200     MOVE OLD-HISTORY-MAX-TEMP   TO NEW-HISTORY-MAX-TEMP
033300     MOVE OLD-HISTORY-MIN-TEMP   TO NEW-HISTORY-MIN-TEMP
033400     MOVE SPACE                  TO NEW-HISTORY-QC-FLAG
033500     MOVE SPACE                  TO NEW-HISTORY-SOURCE-FLAG
033600
033700     WRITE NEW-HISTORY-RECORD
033800         INVALID KEY
033900             GO TO 9930-ABEND-MASTER-IO
034000     END-WRITE
034100     IF WS-NEWMST-STATUS NOT = '00'
034200         GO TO 9930-ABEND-MASTER-IO
034300     END-IF
034400
034500     ADD 1 TO WS-WRITTEN-COUNT.
034600 2100-CONVERT-ONE-RECORD-EXIT.
034700     EXIT.
034800
034900*-----------------------------------------------------------------
035000* 3000-VERIFY-BALANCE
035100*   REREADS THE NEW MASTER AND RECOUNTS IT AGAINST THE RECORDS
035200*   READ AND WRITTEN.  THE BALANCE IS TAKEN FROM WHAT IS ACTUALLY
035300*   ON DISK.
035400*-----------------------------------------------------------------
035500 3000-VERIFY-BALANCE.
035600     MOVE 'N' TO WS-EOF-SW
035700     OPEN INPUT NEW-MASTER-FILE
035800     IF WS-NEWMST-STATUS NOT = '00'
035900         GO TO 9930-ABEND-MASTER-IO
036000     END-IF
036100     PERFORM 3100-RECOUNT-ONE-RECORD
036200         THRU 3100-RECOUNT-ONE-RECORD-EXIT
036300         UNTIL WS-END-OF-FILE
036400     CLOSE NEW-MASTER-FILE
036500     MOVE 'N' TO WS-EOF-SW
036600
036700     IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
036800        OR WS-WRITTEN-COUNT NOT = WS-VERIFY-COUNT
036900         SET WS-OUT-OF-BALANCE TO TRUE
037000     END-IF.
037100 3000-VERIFY-BALANCE-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500* 3100-RECOUNT-ONE-RECORD
037600*   COUNTS ONE NEW-MASTER RECORD.  A FLAG THAT IS NOT BLANK
037700*   MEANS THE RECORD WAS NOT WRITTEN BY THIS RUN'S CONVERSION,
037800*   SO IT IS LEFT OUT OF THE COUNT AND THE BALANCE FAILS.
037900*-----------------------------------------------------------------
038000 3100-RECOUNT-ONE-RECORD.
038100     READ NEW-MASTER-FILE
038200         AT END
038300             SET WS-END-OF-FILE TO TRUE
038400             GO TO 3100-RECOUNT-ONE-RECORD-EXIT
038500     END-READ
038600
038700     IF WS-NEWMST-STATUS NOT = '00'
038800         GO TO 9930-ABEND-MASTER-IO
038900     END-IF
039000
039100     IF NEW-HISTORY-QC-CLEAN
039200        AND NEW-HISTORY-OBSERVED
039300         ADD 1 TO WS-VERIFY-COUNT
039400     END-IF.
039500 3100-RECOUNT-ONE-RECORD-EXIT.
039600     EXIT.
039700
039800*-----------------------------------------------------------------
039900* 4000-REPLACE-LIVE-MASTER
040000*   ONLY REACHED AFTER A CLEAN BALANCE: REBUILDS THE LIVE MASTER
040100*   IN THE NEW LAYOUT FROM THE PROVEN COPY.  UP TO THIS POINT
040200*   THE LIVE FILE HAS ONLY EVER BEEN READ.
040300*-----------------------------------------------------------------
040400 4000-REPLACE-LIVE-MASTER.
040500     MOVE 'N' TO WS-EOF-SW
040600     OPEN INPUT NEW-MASTER-FILE
040700     IF WS-NEWMST-STATUS NOT = '00'
040800         GO TO 9930-ABEND-MASTER-IO
040900     END-IF
041000
041100     OPEN OUTPUT HISTORY-MASTER-FILE
041200     IF WS-MASTER-STATUS NOT = '00'
041300         GO TO 9930-ABEND-MASTER-IO
041400     END-IF
041500
041600     PERFORM 4100-COPY-ONE-RECORD
041700         THRU 4100-COPY-ONE-RECORD-EXIT
041800         UNTIL WS-END-OF-FILE
041900
042000     CLOSE NEW-MASTER-FILE
042100     CLOSE HISTORY-MASTER-FILE
042200
042300     MOVE WS-COPIED-COUNT TO WS-RC-COPIED
042400     WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-COPIED-LINE
042500
042600     DISPLAY 'Live master rebuilt: ' WS-COPIED-COUNT
042700         ' converted records copied back.'.
042800 4000-REPLACE-LIVE-MASTER-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* 4100-COPY-ONE-RECORD
043300*   COPIES ONE CONVERTED RECORD BACK INTO THE LIVE MASTER.
043400*-----------------------------------------------------------------
043500 4100-COPY-ONE-RECORD.
043600     READ NEW-MASTER-FILE
043700         AT END
043800             SET WS-END-OF-FILE TO TRUE
043900             GO TO 4100-COPY-ONE-RECORD-EXIT
044000     END-READ
044100
044200     IF WS-NEWMST-STATUS NOT = '00'
044300         GO TO 9930-ABEND-MASTER-IO
044400     END-IF
044500
044600     MOVE NEW-HISTORY-RECORD TO HISTORY-RECORD
044700     WRITE HISTORY-RECORD
044800         INVALID KEY
044900             GO TO 9930-ABEND-MASTER-IO
045000     END-WRITE
045100     IF WS-MASTER-STATUS NOT = '00'
045200         GO TO 9930-ABEND-MASTER-IO
045300     END-IF
045400     ADD 1 TO WS-COPIED-COUNT.
045500 4100-COPY-ONE-RECORD-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------------
045900* 8000-PRODUCE-OUTPUT
046000*   WRITES THE BALANCING LINE AND ECHOES THE TOTALS TO THE JOB
046100*   OUTPUT.
046200*-----------------------------------------------------------------
046300 8000-PRODUCE-OUTPUT.
046400     MOVE WS-READ-COUNT    TO WS-RT-READ
046500     MOVE WS-WRITTEN-COUNT TO WS-RT-WRITTEN
046600     MOVE WS-VERIFY-COUNT  TO WS-RT-VERIFY
046700     IF WS-IN-BALANCE
046800         MOVE 'IN BALANCE'     TO WS-RT-STATUS
046900     ELSE
047000         MOVE 'OUT OF BALANCE' TO WS-RT-STATUS
047100     END-IF
047200     WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
047300
047400     DISPLAY 'History conversion of ' WS-HISTMST-FILENAME
047500     DISPLAY 'Records read: ' WS-READ-COUNT
047600         '   Written: ' WS-WRITTEN-COUNT
047700         '   Recounted: ' WS-VERIFY-COUNT.
047800 8000-PRODUCE-OUTPUT-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* 9000-TERMINATE
048300*   CLOSES THE REPORT AND LEAVES THIS RUN'S ROW ON THE AUDIT
048400*   TRAIL.  THE DATA FILES WERE ALL CLOSED BY THE PHASES THAT
048500*   USED THEM.
048600*-----------------------------------------------------------------
048700 9000-TERMINATE.
048800     CLOSE CONVERT-REPORT-FILE
048900
049000     PERFORM 9800-WRITE-RUN-AUDIT
049100         THRU 9800-WRITE-RUN-AUDIT-EXIT.
049200 9000-TERMINATE-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------------
049600* 9800-WRITE-RUN-AUDIT
049700*   APPENDS THIS RUN'S AUDITREC ROW TO THE SHARED RUN AUDIT-TRAIL
049800*   FILE.  PERFORMED FROM 9000-TERMINATE AND FROM THE ABEND
049900*   PARAGRAPHS AFTER THE RETURN CODE IS SET.  CONVERTED RECORDS
050000*   GO OUT AS ACCEPTED; NOTHING IS REJECTED OR APPENDED.
050100*-----------------------------------------------------------------
050200 9800-WRITE-RUN-AUDIT.
050300     MOVE 'TemperatureHistoryConvert'
050400         TO RUNA-PROGRAM-ID
050500     MOVE WS-RUN-START-DATE   TO RUNA-START-DATE
050600     MOVE WS-RUN-START-TIME   TO RUNA-START-TIME
050700     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
050800     ACCEPT WS-RUN-END-TIME FROM TIME
050900     MOVE WS-RUN-END-DATE     TO RUNA-END-DATE
051000     MOVE WS-RUN-END-TIME     TO RUNA-END-TIME
051100     MOVE WS-HISTMST-FILENAME TO RUNA-INPUT-FILENAME
051200     MOVE WS-CONVRPT-FILENAME TO RUNA-REPORT-FILENAME
051300     MOVE WS-NEWMST-FILENAME  TO RUNA-HISTORY-FILENAME
051400     MOVE WS-WRITTEN-COUNT    TO RUNA-ACCEPTED-COUNT
051500     MOVE 0                   TO RUNA-REJECTED-COUNT
051600     MOVE 0                   TO RUNA-APPENDED-COUNT
051700     MOVE 'N'                 TO RUNA-RESTART-SW
051800     MOVE RETURN-CODE         TO RUNA-RETURN-CODE
051900
052000     OPEN EXTEND RUN-AUDIT-FILE
052100     WRITE RUN-AUDIT-RECORD
052200     CLOSE RUN-AUDIT-FILE.
052300 9800-WRITE-RUN-AUDIT-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------------
052700* 9930-ABEND-MASTER-IO
052800*   REACHED ON ANY UNEXPECTED FILE STATUS ON THE LIVE OR NEW
052900*   MASTER.  A LIVE STATUS OF 35 IS A MISSING MASTER; 39 IS A
053000*   MASTER WHOSE RECORD IS NOT THE OLD 23 BYTES - ALMOST
053100*   CERTAINLY ONE ALREADY CONVERTED.  WHEN THIS FIRES BEFORE
053200*   4000-REPLACE-LIVE-MASTER THE LIVE FILE HAS ONLY BEEN READ; A
053300*   FAILURE DURING THE REPLACE ITSELF LEAVES THE PROVEN COPY
053400*   (TEMPHIST.NEW) ON DISK TO RECOVER FROM.
053500*-----------------------------------------------------------------
053600 9930-ABEND-MASTER-IO.
053700     DISPLAY 'FATAL: history master I/O error - live status '
053800         WS-MASTER-STATUS ' converted status ' WS-NEWMST-STATUS
053900         '.  Run terminated.'
054000     MOVE 16 TO RETURN-CODE
054100     PERFORM 9800-WRITE-RUN-AUDIT
054200         THRU 9800-WRITE-RUN-AUDIT-EXIT
054300     STOP RUN.
054400
054500*-----------------------------------------------------------------
054600* 9940-ABEND-OUT-OF-BALANCE
054700*   THE DISK RECOUNT DID NOT MATCH THE CONVERSION.  THE LIVE
054800*   MASTER IS LEFT EXACTLY AS IT WAS; THE NEW MASTER STAYS ON
054900*   DISK FOR INSPECTION.
055000*-----------------------------------------------------------------
055100 9940-ABEND-OUT-OF-BALANCE.
055200     DISPLAY 'FATAL: conversion balancing failed - read '
055300         WS-READ-COUNT ' written ' WS-WRITTEN-COUNT
055400         ' recounted ' WS-VERIFY-COUNT
055500         '.  Live master untouched.  Run terminated.'
055600     MOVE 16 TO RETURN-CODE
055700     PERFORM 9800-WRITE-RUN-AUDIT
055800         THRU 9800-WRITE-RUN-AUDIT-EXIT
055900     STOP RUN.
