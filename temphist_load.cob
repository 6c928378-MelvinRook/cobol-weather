002085*                     READING (THE COLLECTORS' MIDPOINT) LOADS
002086*                     INTO BOTH HISTORY FIELDS, WHICH LEAVES
002087*                     EVERY DERIVED (MAX+MIN)/2 MEAN UNCHANGED
002088*   10/15/2026  DO   LOAD EVERY CONVERTED DAY WITH A BLANK
002089*                     HISTORY-QC-FLAG - THE FLAT FILE PREDATES
002090*                     THE ROLLUP'S QUALITY-CONTROL CHECKS
002093*   10/15/2026  DO   LOAD EVERY CONVERTED DAY AS OBSERVED (BLANK
002096*                     HISTORY-SOURCE-FLAG)
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TemperatureHistoryLoad.
020430*    MEAN DERIVED DOWNSTREAM EXACTLY WHAT THE OLD FIGURE WAS.
020500     MOVE FLAT-TEMPERATURE TO HISTORY-MAX-TEMPERATURE
020510     MOVE FLAT-TEMPERATURE TO HISTORY-MIN-TEMPERATURE
020520     MOVE SPACE            TO HISTORY-QC-FLAG
020560     MOVE SPACE            TO HISTORY-SOURCE-FLAG
020600
020700     WRITE HISTORY-RECORD
020800         INVALID KEY
