000100*****************************************************************
000200* COPYBOOK:     STEPREC
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   JOB-STREAM STEP TABLE CARD, ONE PER STEP IN JOBSTEP.DAT, IN
000900*   THE ORDER THE STEPS RUN.  JobStreamController RUNS EACH
001000*   STEP'S COMMAND WITH THE STEP'S OWN RUNPARM.DAT CARD IN PLACE
001100*   (STEP-RUNPARM-FILENAME NAMES A CARD IMAGE IN PARMREC LAYOUT;
001200*   BLANK MEANS THE STREAM'S OWN CARD) AND STOPS THE STREAM WHEN
001300*   THE STEP ENDS WITH A RETURN CODE ABOVE STEP-MAX-RC.
001400*   STEP-PROGRAM-ID IS THE PROGRAM-ID THE STEP WRITES ON ITS
001500*   AUDITREC ROW; THE STEP'S RETURN CODE IS TAKEN FROM THAT ROW.
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*   10/15/2026  DO   INITIAL VERSION
001900*****************************************************************
002000 01  JOB-STEP-RECORD.
002100     05  STEP-NAME                 PIC X(08).
002200     05  STEP-PROGRAM-ID           PIC X(30).
002300     05  STEP-COMMAND              PIC X(60).
002400     05  STEP-RUNPARM-FILENAME     PIC X(40).
002500     05  STEP-MAX-RC               PIC 9(04).
