000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVJEVR                                         *
000400*   PURPOSE  : RECORD LAYOUT FOR THE JOBEVT JOB-EVENT FILE -   *
000500*              ONE SEQUENTIAL FILE SHARED BY THE WHOLE         *
000600*              OVERNIGHT CHAIN, APPENDED TO (DISP=MOD) BY      *
000700*              REVJEVW ON BEHALF OF EACH BATCH PROGRAM.  EVERY *
000800*              RUN WRITES A START RECORD AS IT BEGINS AND AN   *
000900*              END RECORD AS IT FINISHES, CARRYING ITS RETURN  *
001000*              CODE, UP TO SIX NAMED KEY COUNTS, AND THE       *
001100*              VERDICT OF ANY CONTROL-TOTAL CHECK IT MADE.  A  *
001200*              START WITH NO MATCHING END IS A RUN THAT        *
001300*              ABENDED OR IS STILL RUNNING.  THE BUSINESS DATE *
001400*              IS THE NIGHT THE RUN BELONGS TO - THE DATE IT   *
001500*              STARTED, OR THE DAY BEFORE FOR A RUN STARTED    *
001600*              BEFORE NOON (SEE REVJEVW) - CARRIED UNCHANGED   *
001700*              ONTO ITS END RECORD, SO A CHAIN THAT RUNS PAST  *
001800*              MIDNIGHT STAYS ON ONE DATE.  THE EVENT DATE AND *
001900*              TIME ARE THE CLOCK WHEN THE RECORD WAS WRITTEN. *
002000*              READ EACH MORNING BY REVOPSUM.                  *
002100*                                                              *
002200*   MODIFICATION HISTORY                                      *
002300*   DATE       INIT  DESCRIPTION                               *
002400*   ---------  ----  -----------------------------------------*
002500*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002600*                                                              *
002700****************************************************************
002800 01  REVJEV-RECORD.
002900     05 REVJEV-JOB-NAME          PIC X(08).
003000     05 REVJEV-BUS-DATE          PIC 9(08).
003100     05 REVJEV-EVENT             PIC X(01).
003200        88 REVJEV-JOB-START           VALUE 'S'.
003300        88 REVJEV-JOB-END             VALUE 'E'.
003400     05 REVJEV-EVENT-DATE        PIC 9(08).
003500     05 REVJEV-EVENT-TIME        PIC 9(08).
003600     05 REVJEV-RETURN-CODE       PIC 9(04).
003700     05 REVJEV-VERDICT           PIC X(01).
003800        88 REVJEV-NO-CONTROLS         VALUE ' '.
003900        88 REVJEV-IN-BALANCE          VALUE 'B'.
004000        88 REVJEV-OUT-OF-BALANCE      VALUE 'O'.
004100     05 REVJEV-COUNT-AREA.
004200        10 REVJEV-COUNT-ENTRY    OCCURS 6 TIMES.
004300           15 REVJEV-COUNT-NAME  PIC X(08).
004400           15 REVJEV-COUNT       PIC 9(09).
004500     05 FILLER                   PIC X(10).
