000100*****************************************************************
000200* COPYBOOK:     CORRREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   HISTORY CORRECTION LOG ROW, APPENDED TO HISTCORR.LOG BY
000900*   HistoryCorrection FOR EVERY CHANGE OR DELETE CARD IT APPLIES
001000*   TO THE KEYED HISTORY MASTER.  CARRIES THE READING AS IT STOOD
001100*   BEFORE THE CARD AND AS IT STANDS AFTER, THE CARD'S REASON AND
001200*   THE RUN DATE AND TIME, SO A VALUE CHANGED AFTER THE NIGHTLY
001300*   STREAM WROTE IT CAN ALWAYS BE TRACED BACK TO THE CARD THAT
001400*   CHANGED IT.  A DELETE CARRIES ZERO AFTER-VALUES.  THE LOG
001500*   ACCUMULATES ACROSS RUNS AND IS NEVER REBUILT; DayEndBalance
001600*   READS ITS DELETE ROWS TO ACCOUNT FOR READINGS TAKEN OFF THE
001700*   MASTER BETWEEN BALANCES.  TEMPERATURES ARE DEGREES
001800*   FAHRENHEIT, LIKE THE MASTER.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   10/15/2026  DO   INITIAL VERSION
002200*****************************************************************
002300 01  CORRECTION-LOG-RECORD.
002400     05  CORR-RUN-DATE             PIC 9(08).
002500     05  CORR-RUN-TIME             PIC 9(08).
002600     05  CORR-ACTION               PIC X(03).
002700         88  CORR-IS-CHANGE                  VALUE 'CHG'.
002800         88  CORR-IS-DELETE                  VALUE 'DEL'.
002900     05  CORR-STATION-ID           PIC X(05).
003000     05  CORR-DATE                 PIC X(10).
003100     05  CORR-OLD-MAX-TEMPERATURE  PIC S9(3)V9(1).
003200     05  CORR-OLD-MIN-TEMPERATURE  PIC S9(3)V9(1).
003300     05  CORR-NEW-MAX-TEMPERATURE  PIC S9(3)V9(1).
003400     05  CORR-NEW-MIN-TEMPERATURE  PIC S9(3)V9(1).
003500     05  CORR-REASON               PIC X(40).
