000100*****************************************************************
000200* COPYBOOK:     STRMSTS
000300* AUTHOR:       D. OKAFOR
000400* INSTALLATION: WEATHER SYSTEMS GROUP
000500* DATE-WRITTEN: 10/15/2026
000600*-----------------------------------------------------------------
000700* PURPOSE
000800*   JOB-STREAM STATUS ROW, APPENDED TO JOBSTRM.STS BY
000900*   JobStreamController.  ONE STREAM - FROM ITS FIRST START TO
001000*   THE RUN THAT FINISHES IT - IS IDENTIFIED BY THE DATE AND TIME
001100*   IT FIRST STARTED, CARRIED ON EVERY ROW IT WRITES, THROUGH ANY
001200*   NUMBER OF RERUNS.  EACH RUN (ATTEMPT) WRITES A STEP ROW PER
001300*   STEP IT RAN OR BYPASSED, AND AN END ROW SAYING WHETHER THE
001400*   STREAM COMPLETED OR STOPPED.  A STEP ROW CARRIES THE START
001500*   DATE AND TIME ON THE STEP PROGRAM'S OWN AUDITREC ROW IN
001600*   RUNAUDIT.DAT (ZERO WHEN THE STEP LEFT NONE), SO EVERY STEP'S
001700*   STATUS TIES BACK TO THE TRAIL.  A STREAM WITHOUT A COMPLETED
001800*   END ROW IS UNFINISHED, AND THE NEXT RUN RESUMES IT, BYPASSING
001900*   EVERY STEP WITH A COMPLETED ROW.  THE FILE ACCUMULATES ACROSS
002000*   RUNS AND IS NEVER REBUILT.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*   10/15/2026  DO   INITIAL VERSION
002400*****************************************************************
002500 01  STREAM-STATUS-RECORD.
002600     05  SSTS-STREAM-DATE          PIC 9(08).
002700     05  SSTS-STREAM-TIME          PIC 9(08).
002800     05  SSTS-ATTEMPT-DATE         PIC 9(08).
002900     05  SSTS-ATTEMPT-TIME         PIC 9(08).
003000     05  SSTS-ROW-TYPE             PIC X(01).
003100         88  SSTS-STEP-ROW                   VALUE 'S'.
003200         88  SSTS-END-ROW                    VALUE 'E'.
003300     05  SSTS-STEP-SEQ             PIC 9(03).
003400     05  SSTS-STEP-NAME            PIC X(08).
003500     05  SSTS-PROGRAM-ID           PIC X(30).
003600     05  SSTS-STATUS               PIC X(01).
003700         88  SSTS-COMPLETED                  VALUE 'C'.
003800         88  SSTS-FAILED                     VALUE 'F'.
003900         88  SSTS-BYPASSED                   VALUE 'B'.
004000         88  SSTS-STOPPED                    VALUE 'S'.
004100     05  SSTS-RETURN-CODE          PIC 9(04).
004200     05  SSTS-MAX-RC               PIC 9(04).
004300     05  SSTS-AUDIT-START-DATE     PIC 9(08).
004400     05  SSTS-AUDIT-START-TIME     PIC 9(08).
004500     05  SSTS-NOTE                 PIC X(30).
