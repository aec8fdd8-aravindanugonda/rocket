000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVJPARM                                        *
000400*   PURPOSE  : CALL INTERFACE FOR REVJEVW, THE CALLABLE JOB-   *
000500*              EVENT WRITER.  EVERY PROGRAM IN THE OVERNIGHT   *
000600*              CHAIN CALLS IT TWICE - ONCE WITH REVJEVW-JOB-   *
000700*              START AS ITS FIRST ACTION AND ONCE WITH         *
000800*              REVJEVW-JOB-END JUST BEFORE IT RETURNS, HAVING  *
000900*              FILLED IN ITS RETURN CODE, UP TO SIX NAMED KEY  *
001000*              COUNTS, AND ITS CONTROL-TOTAL VERDICT.  A START *
001100*              CALL CLEARS THE RETURN CODE, VERDICT, AND       *
001200*              COUNTS, SO THE CALLER NEED ONLY SET WHAT IT     *
001300*              HAS.  COUNT NAMES ARE THE LABELS REVOPSUM       *
001400*              MATCHES ON WHEN IT CROSS-CHECKS ONE JOB'S       *
001500*              COUNTS AGAINST ANOTHER'S, SO ONCE A NAME IS     *
001600*              IN USE IT MUST NOT BE CHANGED.                  *
001700*                                                              *
001800*   MODIFICATION HISTORY                                      *
001900*   DATE       INIT  DESCRIPTION                               *
002000*   ---------  ----  -----------------------------------------*
002100*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002200*                                                              *
002300****************************************************************
002400 01  REVJEVW-PARMS.
002500     05 REVJEVW-EVENT            PIC X(01).
002600        88 REVJEVW-JOB-START          VALUE 'S'.
002700        88 REVJEVW-JOB-END            VALUE 'E'.
002800     05 REVJEVW-JOB-NAME         PIC X(08).
002900     05 REVJEVW-RETURN-CODE      PIC 9(04).
003000     05 REVJEVW-VERDICT          PIC X(01).
003100        88 REVJEVW-NO-CONTROLS        VALUE ' '.
003200        88 REVJEVW-IN-BALANCE         VALUE 'B'.
003300        88 REVJEVW-OUT-OF-BALANCE     VALUE 'O'.
003400     05 REVJEVW-COUNT-AREA.
003500        10 REVJEVW-COUNT-ENTRY   OCCURS 6 TIMES.
003600           15 REVJEVW-COUNT-NAME PIC X(08).
003700           15 REVJEVW-COUNT      PIC 9(09).
