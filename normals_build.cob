002720*                     NORMAL AVERAGE ACCUMULATES THE (MAX+MIN)/2
002730*                     DAILY MEAN AND THE NORMAL HIGH/LOW COME
002740*                     FROM THE TRUE EXTREMES
002750*   10/15/2026  DO   LEAVE QC-FLAGGED DAYS OUT OF THE COMPUTED
002760*                     NORMALS - A SUSPECT READING MUST NOT PULL
002770*                     THE NORMAL IT IS LATER CHECKED AGAINST.
002780*                     EXCLUDED DAYS ARE COUNTED AND LISTED
002784*   10/15/2026  DO   LEAVE DAYS ESTIMATED FROM NEIGHBORING
002788*                     STATIONS OUT AS WELL - THE ESTIMATES ARE
002792*                     THEMSELVES BUILT FROM THE NORMALS.  COUNTED
002796*                     AND LISTED LIKE THE QC EXCLUSIONS
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. ClimateNormalsBuild.
011500 01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
011600 01  WS-WRITTEN-COUNT              PIC 9(6) VALUE 0.
011700 01  WS-OLD-LOAD-COUNT             PIC 9(6) VALUE 0.
011720*    IN-SPAN DAYS CARRYING A QC FLAG ON THE MASTER - COUNTED
011740*    APART FROM THE SKIPPED DAYS SO THE LISTING SHOWS HOW MUCH
011760*    SUSPECT DATA WAS KEPT OUT OF THE NORMALS.
011780 01  WS-QC-EXCLUDED-COUNT          PIC 9(6) VALUE 0.
011786*    IN-SPAN DAYS THAT ARE NEIGHBOR ESTIMATES, NOT READINGS.
011792 01  WS-EST-EXCLUDED-COUNT         PIC 9(6) VALUE 0.

011800*-----------------------------------------------------------------
011900* PER-STATION/MONTH ACCUMULATORS
019500     05  FILLER                    PIC X(08) VALUE 'ED OVER '.
019600     05  FILLER                    PIC X(26) VALUE SPACES.

019610 01  WS-REPORT-QC-LINE.
019620     05  FILLER                    PIC X(30)
019630         VALUE 'QC-FLAGGED DAYS LEFT OUT OF TH'.
019640     05  FILLER                    PIC X(19)
019650         VALUE 'E COMPUTED NORMALS:'.
019660     05  WS-RQ-EXCLUDED-COUNT      PIC ZZZZZ9.
019670     05  FILLER                    PIC X(45) VALUE SPACES.

019673 01  WS-REPORT-EST-LINE.
019676     05  FILLER                    PIC X(30)
019679         VALUE 'ESTIMATED DAYS LEFT OUT OF THE'.
019682     05  FILLER                    PIC X(19)
019685         VALUE ' COMPUTED NORMALS:'.
019688     05  WS-RE-EXCLUDED-COUNT      PIC ZZZZZ9.
019691     05  FILLER                    PIC X(45) VALUE SPACES.

019700*-----------------------------------------------------------------
019800* SWITCHES
019900*-----------------------------------------------------------------
029700* 2100-ACCUMULATE-ONE-RECORD
029800*   READS ONE HISTORY RECORD.  A RECORD OUTSIDE THE SPAN OF FULL
029900*   YEARS, OR WHOSE DATE DOES NOT PARSE, IS COUNTED AND SKIPPED;
030000*   A QC-FLAGGED OR ESTIMATED DAY IS COUNTED APART AND LEFT
030050*   OUT; EVERYTHING ELSE LANDS IN ITS STATION/MONTH BUCKET.
030100*-----------------------------------------------------------------
030200 2100-ACCUMULATE-ONE-RECORD.
030300     READ TEMPERATURE-HISTORY-FILE
032300         GO TO 2100-ACCUMULATE-ONE-RECORD-EXIT
032400     END-IF

032410*    A QC-FLAGGED DAY IS LEFT OUT UNTIL SOMEONE CONFIRMS OR
032420*    CORRECTS IT (A CHG CARD CLEARS THE FLAG).
032430     IF HISTORY-QC-SUSPECT
032440         ADD 1 TO WS-QC-EXCLUDED-COUNT
032450         GO TO 2100-ACCUMULATE-ONE-RECORD-EXIT
032460     END-IF

032465*    A DAY ESTIMATED FROM THE NEIGHBORS IS DERIVED FROM THE
032470*    NORMALS; FEEDING IT BACK IN WOULD ONLY ECHO THEM.
032475     IF HISTORY-ESTIMATED
032480         ADD 1 TO WS-EST-EXCLUDED-COUNT
032485         GO TO 2100-ACCUMULATE-ONE-RECORD-EXIT
032490     END-IF

032500     MOVE HISTORY-STATION-ID TO WS-NW-SEARCH-ID
032600     PERFORM 2500-FIND-STATION-SLOT
032700         THRU 2500-FIND-STATION-SLOT-EXIT
048100     DISPLAY 'Normals build: ' WS-READ-COUNT ' history records '
048200         'read, ' WS-USED-COUNT ' in span, ' WS-SKIPPED-COUNT
048300         ' outside span or unusable.'
048320     DISPLAY 'QC-flagged days left out of the normals: '
048340         WS-QC-EXCLUDED-COUNT
048360     MOVE WS-QC-EXCLUDED-COUNT TO WS-RQ-EXCLUDED-COUNT
048380     WRITE COMPARE-REPORT-RECORD FROM WS-REPORT-QC-LINE
048384     DISPLAY 'Estimated days left out of the normals: '
048388         WS-EST-EXCLUDED-COUNT
048392     MOVE WS-EST-EXCLUDED-COUNT TO WS-RE-EXCLUDED-COUNT
048396     WRITE COMPARE-REPORT-RECORD FROM WS-REPORT-EST-LINE
048400     DISPLAY 'Computed ' WS-WRITTEN-COUNT ' normals row(s) to '
048500         'normals.new against ' WS-OLD-LOAD-COUNT
048600         ' old row(s); swap the file in once normcomp.rpt is '
