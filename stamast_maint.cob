002000*     DEA - FLAGS THE STATION INACTIVE.  A STATION THAT HAS
002100*           ALREADY REPORTED READINGS IN THE CURRENT MONTH OF
002200*           THE HISTORY MASTER IS STILL LIVE AND IS REFUSED.
002220*   EVERY CARD MAY ALSO CARRY THE STATION'S LATITUDE AND
002240*   LONGITUDE (DECIMAL DEGREES) AND ELEVATION (FEET), WHICH THE
002260*   MISSING-DAY ESTIMATOR USES TO FIND A STATION'S NEIGHBORS.
002300*   THE PRINTED LISTING (STAMAINT.RPT) SHOWS THE MASTER BEFORE,
002400*   EVERY CARD WITH ITS APPLIED/REJECTED DISPOSITION AND REASON,
002500*   AND THE MASTER AFTER, AND THE RUN LEAVES ITS OWN AUDITREC
002900*-----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*   09/02/2026  DO   INITIAL VERSION
003110*   10/15/2026  DO   CARRY THE STATION LOCATION (STAM-LOCATION):
003120*                     LATITUDE, LONGITUDE AND ELEVATION ON THE
003130*                     CARD, EDITED WHEN PRESENT, SET BY ADD,
003140*                     REPLACED BY CHG WHEN NON-BLANK, AND LISTED.
003150*                     LATITUDE AND LONGITUDE COME AS A PAIR.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. StationMasterMaint.
007200     05  MNT-CITY-STATE            PIC X(20).
007300     05  MNT-ACTIVE-FLAG           PIC X(01).
007400     05  MNT-COMMISSIONED-DATE     PIC X(10).
007410     05  MNT-LATITUDE              PIC S9(2)V9(4).
007420     05  MNT-LATITUDE-X REDEFINES MNT-LATITUDE
007430                                   PIC X(06).
007440     05  MNT-LONGITUDE             PIC S9(3)V9(4).
007450     05  MNT-LONGITUDE-X REDEFINES MNT-LONGITUDE
007460                                   PIC X(07).
007470     05  MNT-ELEVATION             PIC S9(5).
007480     05  MNT-ELEVATION-X REDEFINES MNT-ELEVATION
007490                                   PIC X(05).

007500 FD  STATION-MASTER-FILE.
007600     COPY STAMREC.
012800         10  WS-MASTER-CITY-STATE  PIC X(20).
012900         10  WS-MASTER-ACTIVE-FLAG PIC X(01).
013000         10  WS-MASTER-COMM-DATE   PIC X(10).
013050         10  WS-MASTER-LOCATION    PIC X(18).

013100 01  WS-MASTER-COUNT               PIC 9(2) COMP VALUE 0.
013200 01  WS-MASTER-INDEX               PIC 9(2) COMP VALUE 0.
014500     88  WS-HAS-CURRENT-READINGS             VALUE 'Y'.
014600     88  WS-NO-CURRENT-READINGS              VALUE 'N'.

014609*-----------------------------------------------------------------
014618* LOCATION WORK AREA
014627*   ONE STAMREC LOCATION (LATITUDE, LONGITUDE, ELEVATION) TAKEN
014636*   APART SO AN ADD OR CHG CAN SET ITS PIECES.  A PIECE STILL
014645*   HOLDING SPACES IS NOT ON FILE FOR THE STATION.
014654*-----------------------------------------------------------------
014663 01  WS-LOCATION-WORK.
014672     05  WS-LOC-LATITUDE           PIC S9(2)V9(4).
014681     05  WS-LOC-LONGITUDE          PIC S9(3)V9(4).
014690     05  WS-LOC-ELEVATION          PIC S9(5).

014700*-----------------------------------------------------------------
014800* RUN AUDIT-TRAIL WORK AREAS
014900*-----------------------------------------------------------------
017900     05  WS-RM-ACTIVE-FLAG         PIC X(01).
018000     05  FILLER                    PIC X(01) VALUE SPACE.
018100     05  WS-RM-COMM-DATE           PIC X(10).
018110     05  FILLER                    PIC X(01) VALUE SPACE.
018120     05  WS-RM-LATITUDE            PIC -99.9999.
018130     05  WS-RM-LATITUDE-X REDEFINES WS-RM-LATITUDE
018140                                   PIC X(08).
018150     05  FILLER                    PIC X(01) VALUE SPACE.
018160     05  WS-RM-LONGITUDE           PIC -999.9999.
018170     05  WS-RM-LONGITUDE-X REDEFINES WS-RM-LONGITUDE
018180                                   PIC X(09).
018190     05  FILLER                    PIC X(01) VALUE SPACE.
018200     05  WS-RM-ELEVATION           PIC -ZZZZ9.
018210     05  WS-RM-ELEVATION-X REDEFINES WS-RM-ELEVATION
018220                                   PIC X(06).
018230     05  FILLER                    PIC X(07) VALUE SPACES.

018300 01  WS-REPORT-CARD-LINE.
018400     05  FILLER                    PIC X(05) VALUE 'CARD '.
031400                                   (WS-MASTER-COUNT)
031500     MOVE STAM-COMMISSIONED-DATE
031600                            TO WS-MASTER-COMM-DATE
031700                                   (WS-MASTER-COUNT)
031730     MOVE STAM-LOCATION-X   TO WS-MASTER-LOCATION
031760                                   (WS-MASTER-COUNT).
031800 1210-LOAD-ONE-STATION-EXIT.
031900     EXIT.

042000*-----------------------------------------------------------------
042100* 2210-VALIDATE-ADD
042200*   AN ADD NEEDS AN ID NOT ALREADY ON THE MASTER, ROOM IN THE
042300*   TABLE, A STATION NAME, A REAL COMMISSIONED DATE, AN
042400*   ACTIVE FLAG OF A, I OR BLANK (BLANK DEFAULTS TO A) AND, IF
042450*   A LOCATION IS GIVEN, ONE THAT PASSES 2260.
042500*-----------------------------------------------------------------
042600 2210-VALIDATE-ADD.
042700     IF WS-MASTER-FOUND
044900         SET WS-CARD-INVALID TO TRUE
045000         MOVE 'ACTIVE FLAG MUST BE A, I OR BLANK'
045100             TO WS-CARD-ERROR
045200         GO TO 2210-VALIDATE-ADD-EXIT
045220     END-IF

045240     PERFORM 2260-VALIDATE-LOCATION
045260         THRU 2260-VALIDATE-LOCATION-EXIT.
045300 2210-VALIDATE-ADD-EXIT.
045400     EXIT.

045600* 2220-VALIDATE-CHG
045700*   A CHG ONLY EDITS THE FIELDS IT SUPPLIES: A NON-BLANK
045800*   COMMISSIONED DATE MUST PARSE AND A NON-BLANK ACTIVE FLAG
045900*   MUST BE A OR I, AND A LOCATION MUST PASS 2260.  BLANK
045950*   FIELDS LEAVE THE MASTER VALUE ALONE.
046000*-----------------------------------------------------------------
046100 2220-VALIDATE-CHG.
046200     IF MNT-COMMISSIONED-DATE NOT = SPACES
047100         SET WS-CARD-INVALID TO TRUE
047200         MOVE 'ACTIVE FLAG MUST BE A, I OR BLANK'
047300             TO WS-CARD-ERROR
047400         GO TO 2220-VALIDATE-CHG-EXIT
047420     END-IF

047440     PERFORM 2260-VALIDATE-LOCATION
047460         THRU 2260-VALIDATE-LOCATION-EXIT.
047500 2220-VALIDATE-CHG-EXIT.
047600     EXIT.

051600 2250-VALIDATE-COMM-DATE-EXIT.
051700     EXIT.

051702*-----------------------------------------------------------------
051704* 2260-VALIDATE-LOCATION
051706*   EDITS WHATEVER LOCATION THE CARD SUPPLIES.  LATITUDE AND
051708*   LONGITUDE ARE DECIMAL DEGREES, NORTH AND EAST POSITIVE, AND
051710*   COME TOGETHER OR NOT AT ALL - HALF A POSITION WOULD PUT THE
051712*   STATION SOMEWHERE IT IS NOT.  ELEVATION IS WHOLE FEET AND
051714*   MAY BE GIVEN ON ITS OWN.  AN ALL-BLANK LOCATION IS FINE.
051716*-----------------------------------------------------------------
051718 2260-VALIDATE-LOCATION.
051720     IF (MNT-LATITUDE-X = SPACES AND MNT-LONGITUDE-X NOT = SPACES)
051722        OR (MNT-LATITUDE-X NOT = SPACES
051724            AND MNT-LONGITUDE-X = SPACES)
051726         SET WS-CARD-INVALID TO TRUE
051728         MOVE 'LATITUDE AND LONGITUDE GO TOGETHER'
051730             TO WS-CARD-ERROR
051732         GO TO 2260-VALIDATE-LOCATION-EXIT
051734     END-IF

051736     IF MNT-LATITUDE-X NOT = SPACES
051738         IF MNT-LATITUDE NOT NUMERIC
051740            OR MNT-LATITUDE < -90
051742            OR MNT-LATITUDE > 90
051744             SET WS-CARD-INVALID TO TRUE
051746             MOVE 'LATITUDE MUST BE -90 TO +90' TO WS-CARD-ERROR
051748             GO TO 2260-VALIDATE-LOCATION-EXIT
051750         END-IF
051752         IF MNT-LONGITUDE NOT NUMERIC
051754            OR MNT-LONGITUDE < -180
051756            OR MNT-LONGITUDE > 180
051758             SET WS-CARD-INVALID TO TRUE
051760             MOVE 'LONGITUDE MUST BE -180 TO +180'
051762                 TO WS-CARD-ERROR
051764             GO TO 2260-VALIDATE-LOCATION-EXIT
051766         END-IF
051768     END-IF

051770     IF MNT-ELEVATION-X NOT = SPACES
051772        AND MNT-ELEVATION NOT NUMERIC
051774         SET WS-CARD-INVALID TO TRUE
051776         MOVE 'INVALID ELEVATION' TO WS-CARD-ERROR
051778     END-IF.
051780 2260-VALIDATE-LOCATION-EXIT.
051782     EXIT.

051800*-----------------------------------------------------------------
051900* 2300-CHECK-CURRENT-MONTH
052000*   POSITIONS THE HISTORY MASTER AT (STATION, FIRST OF THIS
057500* 2600-APPLY-ADD
057600*   CLAIMS THE NEXT FREE SLOT FOR THE NEW STATION.  A BLANK
057700*   ACTIVE FLAG GOES ON AS 'A' - A STATION IS COMMISSIONED TO
057800*   REPORT.  LOCATION PIECES NOT ON THE CARD STAY BLANK.
057900*-----------------------------------------------------------------
058000 2600-APPLY-ADD.
058100     ADD 1 TO WS-MASTER-COUNT
059200     END-IF
059300     MOVE MNT-COMMISSIONED-DATE
059400                           TO WS-MASTER-COMM-DATE
059500                                  (WS-MASTER-COUNT)

059510     MOVE SPACES TO WS-LOCATION-WORK
059520     PERFORM 2650-SET-CARD-LOCATION
059530         THRU 2650-SET-CARD-LOCATION-EXIT
059540     MOVE WS-LOCATION-WORK TO WS-MASTER-LOCATION
059550                                  (WS-MASTER-COUNT).
059600 2600-APPLY-ADD-EXIT.
059700     EXIT.

061600     IF MNT-COMMISSIONED-DATE NOT = SPACES
061700         MOVE MNT-COMMISSIONED-DATE
061800             TO WS-MASTER-COMM-DATE (WS-MASTER-INDEX)
061900     END-IF

061910     MOVE WS-MASTER-LOCATION (WS-MASTER-INDEX)
061920         TO WS-LOCATION-WORK
061930     PERFORM 2650-SET-CARD-LOCATION
061940         THRU 2650-SET-CARD-LOCATION-EXIT
061950     MOVE WS-LOCATION-WORK
061960         TO WS-MASTER-LOCATION (WS-MASTER-INDEX).
062000 2610-APPLY-CHG-EXIT.
062100     EXIT.

062900 2620-APPLY-DEA-EXIT.
063000     EXIT.

063006*-----------------------------------------------------------------
063012* 2650-SET-CARD-LOCATION
063018*   MOVES THE LOCATION PIECES THE CARD SUPPLIES INTO
063024*   WS-LOCATION-WORK, LEAVING THE OTHERS AS THE CALLER SET THEM.
063030*-----------------------------------------------------------------
063036 2650-SET-CARD-LOCATION.
063042     IF MNT-LATITUDE-X NOT = SPACES
063048         MOVE MNT-LATITUDE  TO WS-LOC-LATITUDE
063054         MOVE MNT-LONGITUDE TO WS-LOC-LONGITUDE
063060     END-IF
063066     IF MNT-ELEVATION-X NOT = SPACES
063072         MOVE MNT-ELEVATION TO WS-LOC-ELEVATION
063078     END-IF.
063084 2650-SET-CARD-LOCATION-EXIT.
063090     EXIT.

063100*-----------------------------------------------------------------
063200* 7000-LIST-MASTER
063300*   WRITES ONE SECTION LINE (BEFORE OR AFTER, PER WS-SEC-LABEL)
065700         TO WS-RM-ACTIVE-FLAG
065800     MOVE WS-MASTER-COMM-DATE (WS-MASTER-INDEX)
065900         TO WS-RM-COMM-DATE
065906     MOVE WS-MASTER-LOCATION (WS-MASTER-INDEX)
065912         TO WS-LOCATION-WORK
065918     IF WS-LOC-LATITUDE NUMERIC
065924        AND WS-LOC-LONGITUDE NUMERIC
065930         MOVE WS-LOC-LATITUDE  TO WS-RM-LATITUDE
065936         MOVE WS-LOC-LONGITUDE TO WS-RM-LONGITUDE
065942     ELSE
065948         MOVE SPACES TO WS-RM-LATITUDE-X
065954         MOVE SPACES TO WS-RM-LONGITUDE-X
065960     END-IF
065966     IF WS-LOC-ELEVATION NUMERIC
065972         MOVE WS-LOC-ELEVATION TO WS-RM-ELEVATION
065978     ELSE
065984         MOVE SPACES TO WS-RM-ELEVATION-X
065990     END-IF
066000     WRITE MAINT-REPORT-RECORD FROM WS-REPORT-MASTER-LINE

066100     ADD 1 TO WS-MASTER-INDEX.
071300         TO STAM-ACTIVE-FLAG
071400     MOVE WS-MASTER-COMM-DATE (WS-MASTER-INDEX)
071500         TO STAM-COMMISSIONED-DATE
071530     MOVE WS-MASTER-LOCATION (WS-MASTER-INDEX)
071560         TO STAM-LOCATION-X
071600     WRITE STATION-MASTER-RECORD

071700     ADD 1 TO WS-MASTER-INDEX.
