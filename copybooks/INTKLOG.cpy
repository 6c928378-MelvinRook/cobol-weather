000100*****************************************************************
000200* COPYBOOK:     INTKLOG
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   COLLECTOR INTAKE LOG ROW, APPENDED TO INTAKE.LOG BY
000900*   CollectorIntake: ONE ROW PER TRANSMISSION FILE ON THE NIGHT'S
001000*   LIST AND A CLOSING TOTAL ROW FOR THE MERGED TEMPERATURE.DAT.
001100*   A FILE ROW CARRIES WHAT ITS OWN TRAILER PROMISED BESIDE WHAT
001200*   WAS RECEIVED, WHETHER THE FILE WAS ACCEPTED OR REFUSED (AND
001300*   WHY), AND HOW MANY OF ITS READINGS WENT INTO THE MERGE AFTER
001400*   CROSS-REGION DUPLICATES WERE RESOLVED.  THE TOTAL ROW CARRIES
001500*   THE MERGED FILE'S NAME AND THE COUNT AND HASH ON ITS COMBINED
001600*   TRAILER.  ALL ROWS OF ONE RUN SHARE THE RUN DATE AND TIME,
001700*   WHICH MATCH THE RUN'S AUDITREC ROW, SO DayEndBalance CAN
001800*   START THE NIGHT'S CROSS-FOOT FROM THE SOURCE FILES.  THE LOG
001900*   ACCUMULATES ACROSS RUNS AND IS NEVER REBUILT.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*   10/15/2026  DO   INITIAL VERSION
002300*****************************************************************
002400 01  INTAKE-LOG-RECORD.
002500     05  INTK-RUN-DATE             PIC 9(08).
002600     05  INTK-RUN-TIME             PIC 9(08).
002700     05  INTK-ROW-TYPE             PIC X(01).
002800         88  INTK-FILE-ROW                   VALUE 'F'.
002900         88  INTK-TOTAL-ROW                  VALUE 'T'.
003000     05  INTK-FILE-SEQ             PIC 9(03).
003100     05  INTK-REGION-CODE          PIC X(08).
003200     05  INTK-FILENAME             PIC X(40).
003300     05  INTK-STATUS               PIC X(01).
003400         88  INTK-ACCEPTED                   VALUE 'A'.
003500         88  INTK-REFUSED                    VALUE 'R'.
003600     05  INTK-REFUSE-REASON        PIC X(30).
003700     05  INTK-TRAILER-COUNT        PIC 9(06).
003800     05  INTK-RECORDS-RECEIVED     PIC 9(06).
003900     05  INTK-TRAILER-HASH         PIC S9(7)V9(1).
004000     05  INTK-RECEIVED-HASH        PIC S9(7)V9(1).
004100     05  INTK-DUPLICATES-DROPPED   PIC 9(06).
004200     05  INTK-RECORDS-MERGED       PIC 9(06).
