000100*****************************************************************
000200* COPYBOOK:     DDCREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   DEGREE-DAY CONTRACT MASTER RECORD - ONE ROW PER ENERGY-DESK
000900*   HEDGE CONTRACT, HELD IN DDCONTR.DAT AND WRITTEN ONLY BY
001000*   DegreeDayContractMaint (THE TERMS) AND DegreeDaySettlement
001100*   (THE SETTLED FIGURES).  A CONTRACT PAYS ON THE HEATING (HDD)
001200*   OR COOLING (CDD) DEGREE DAYS ITS STATION ACCUMULATES OVER
001300*   DDC-PERIOD-START THRU DDC-PERIOD-END, BOTH DAYS INCLUDED,
001400*   AGAINST ITS OWN DDC-BASE-TEMP (DEG F) - NOT THE SUITE-WIDE
001500*   PARM-DD-BASE-TEMP.  A CALL PAYS DDC-TICK-VALUE DOLLARS FOR
001600*   EVERY DEGREE DAY ABOVE DDC-STRIKE, A PUT FOR EVERY ONE BELOW
001700*   IT, NEVER MORE THAN DDC-PAYOUT-CAP.  DDC-STATUS IS O WHILE
001800*   THE CONTRACT IS OPEN, S ONCE SETTLED (THE SETTLED FIELDS ARE
001900*   THEN FILLED IN) AND X WHEN CANCELLED.  THE SETTLED FIELDS
002000*   HOLD SPACES ON AN UNSETTLED ROW.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*   10/15/2026  DO   INITIAL VERSION
002400*****************************************************************
002500 01  DEGREE-DAY-CONTRACT-RECORD.
002600     05  DDC-CONTRACT-ID           PIC X(10).
002700     05  DDC-STATION-ID            PIC X(05).
002800     05  DDC-INDEX-TYPE            PIC X(03).
002900         88  DDC-INDEX-HDD                   VALUE 'HDD'.
003000         88  DDC-INDEX-CDD                   VALUE 'CDD'.
003100     05  DDC-OPTION-TYPE           PIC X(01).
003200         88  DDC-OPTION-CALL                 VALUE 'C'.
003300         88  DDC-OPTION-PUT                  VALUE 'P'.
003400     05  DDC-PERIOD-START          PIC X(10).
003500     05  DDC-PERIOD-END            PIC X(10).
003600     05  DDC-BASE-TEMP             PIC S9(3)V9(1).
003700     05  DDC-STRIKE                PIC 9(5)V9(1).
003800     05  DDC-TICK-VALUE            PIC 9(5)V9(2).
003900     05  DDC-PAYOUT-CAP            PIC 9(9)V9(2).
004000     05  DDC-STATUS                PIC X(01).
004100         88  DDC-OPEN                        VALUE 'O'.
004200         88  DDC-SETTLED                     VALUE 'S'.
004300         88  DDC-CANCELLED                   VALUE 'X'.
004400     05  DDC-SETTLEMENT.
004500         10  DDC-SETTLED-DATE      PIC X(10).
004600         10  DDC-SETTLED-DEGREE-DAYS
004700                                   PIC 9(5)V9(1).
004800         10  DDC-SETTLED-PAYOUT    PIC 9(9)V9(2).
004900     05  DDC-SETTLEMENT-X REDEFINES DDC-SETTLEMENT
005000                                   PIC X(27).
