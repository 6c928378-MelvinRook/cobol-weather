002040*                     (MAX + MIN) / 2.  RECORDS LOADED FROM THE
002050*                     OLD ONE-READING FLAT FILE CARRY THE SAME
002060*                     VALUE IN BOTH FIELDS.
002064*   10/15/2026  DO   ADD HISTORY-QC-FLAG, SET BY THE ROLLUP'S
002066*                     CLIMATOLOGICAL QUALITY-CONTROL CHECKS.  A
002068*                     FLAGGED READING STAYS ON THE MASTER; THE
002070*                     FLAG SAYS WHICH CHECK IT FAILED FIRST:
002072*                     N OFF THE MONTH'S NORMALS, R PAST THE
002074*                     ALL-TIME MONTH RECORD, J DAY-OVER-DAY
002076*                     JUMP, F FLAT-LINED.  BLANK IS A CLEAN (OR
002078*                     NEVER-CHECKED) DAY.
002080*   10/15/2026  DO   ADD HISTORY-SOURCE-FLAG.  BLANK IS A READING
002082*                     THAT CAME IN FROM THE STATION; E IS A DAY
002084*                     THE STATION MISSED THAT MissingDayEstimate
002086*                     FILLED FROM ITS NEIGHBORS.  THE ROLLUP
002088*                     REPLACES AN ESTIMATE WHEN THE REAL READING
002090*                     ARRIVES LATE.
002100*****************************************************************
002200 01  HISTORY-RECORD.
002300     05  HISTORY-KEY.
002500         10  HISTORY-DATE          PIC X(10).
002600     05  HISTORY-MAX-TEMPERATURE   PIC S9(3)V9(1).
002700     05  HISTORY-MIN-TEMPERATURE   PIC S9(3)V9(1).
002800     05  HISTORY-QC-FLAG           PIC X(01).
002900         88  HISTORY-QC-CLEAN                VALUE SPACE.
003000         88  HISTORY-QC-SUSPECT              VALUE 'N' 'R' 'J'
003100                                                   'F'.
003101     05  HISTORY-SOURCE-FLAG       PIC X(01).
003102         88  HISTORY-OBSERVED                VALUE SPACE.
003103         88  HISTORY-ESTIMATED               VALUE 'E'.
