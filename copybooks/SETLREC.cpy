000100*****************************************************************
000200* COPYBOOK:     SETLREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   DEGREE-DAY SETTLEMENT FILE RECORD - ONE ROW PER CONTRACT THAT
000900*   CAME DUE IN A DegreeDaySettlement RUN, IN DDSETTLE.DAT, FOR
001000*   THE ENERGY DESK TO LOAD INSTEAD OF RE-KEYING THE PRINTED
001100*   STATEMENTS.  SETL-STATUS S IS A SETTLED CONTRACT WITH ITS
001200*   ACCUMULATED DEGREE DAYS AND PAYOUT; H IS A CONTRACT HELD
001300*   BACK BECAUSE SETL-DAYS-MISSING STATION-DAYS OF ITS PERIOD ARE
001400*   NOT ON THE HISTORY MASTER - ITS DEGREE DAYS ARE THE PARTIAL
001500*   FIGURE AND ITS PAYOUT IS ZERO.  THE FILE ENDS WITH A
001600*   TRLREC-STYLE CONTROL TRAILER ('99999' MARKER, RECORD COUNT,
001700*   HASH OF THE DEGREE-DAY VALUES MODULO 10**7, IN THE SAME
001800*   POSITIONS AS TRLREC) FOLLOWED BY THE TOTAL PAYOUT OF THE
001900*   SETTLED ROWS, SO THE RECEIVING SIDE CAN PROVE IT READ THE
002000*   WHOLE FILE AND THE MONEY IN IT.  COPY THIS MEMBER UNDER AN
002100*   FD; THE TRAILER LAYOUT SHARES THE RECORD AREA.
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*   10/15/2026  DO   INITIAL VERSION
002500*****************************************************************
002600 01  SETTLEMENT-RECORD.
002700     05  SETL-CONTRACT-ID          PIC X(10).
002800     05  SETL-STATION-ID           PIC X(05).
002900     05  SETL-INDEX-TYPE           PIC X(03).
003000     05  SETL-OPTION-TYPE          PIC X(01).
003100     05  SETL-PERIOD-START         PIC X(10).
003200     05  SETL-PERIOD-END           PIC X(10).
003300     05  SETL-BASE-TEMP            PIC S9(3)V9(1).
003400     05  SETL-STRIKE               PIC 9(5)V9(1).
003500     05  SETL-TICK-VALUE           PIC 9(5)V9(2).
003600     05  SETL-PAYOUT-CAP           PIC 9(9)V9(2).
003700     05  SETL-SETTLE-DATE          PIC X(10).
003800     05  SETL-STATUS               PIC X(01).
003900         88  SETL-IS-SETTLED                 VALUE 'S'.
004000         88  SETL-IS-HELD                    VALUE 'H'.
004100     05  SETL-DAYS-IN-PERIOD       PIC 9(03).
004200     05  SETL-DAYS-MISSING         PIC 9(03).
004300     05  SETL-DAYS-ESTIMATED       PIC 9(03).
004400     05  SETL-DEGREE-DAYS          PIC 9(5)V9(1).
004500     05  SETL-PAYOUT               PIC 9(9)V9(2).
004600 01  SETTLEMENT-TRAILER-RECORD.
004700     05  SETL-TRL-ID               PIC X(05).
004800         88  SETL-TRL-PRESENT                VALUE '99999'.
004900     05  SETL-TRL-RECORD-COUNT     PIC 9(06).
005000     05  SETL-TRL-HASH-TOTAL       PIC S9(7)V9(1).
005100     05  SETL-TRL-PAYOUT-TOTAL     PIC 9(11)V9(2).
005200     05  FILLER                    PIC X(72).
