000100*****************************************************************
000200* COPYBOOK:     XMITLST
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   TRANSMISSION LIST CARD, ONE PER REGIONAL COLLECTOR FILE
000900*   RECEIVED FOR THE NIGHT, READ BY CollectorIntake FROM
001000*   XMITLIST.DAT.  EACH NAMED FILE IS A TEMPREC TRANSMISSION
001100*   ENDING IN ITS OWN '99999' TRLREC TRAILER.  THE ORDER OF THE
001200*   CARDS IS THE ORDER OF PRECEDENCE WHEN TWO FILES CARRY THE
001300*   SAME STATION AND DATE - LIST A STATION'S HOME REGION FIRST.
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   10/15/2026  DO   INITIAL VERSION
001700*****************************************************************
001800 01  TRANSMISSION-LIST-RECORD.
001900     05  XMIT-REGION-CODE          PIC X(08).
002000     05  XMIT-FILENAME             PIC X(40).
