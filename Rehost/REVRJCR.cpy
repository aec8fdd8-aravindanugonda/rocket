000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVRJCR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE RVREJC VSAM KSDS - THE    *
000500*              REJECT CORRECTION FILE.  EVERY CODEREJ RECORD   *
000600*              REVBATCH WRITES IS TAKEN ON BY JOB REVRJLD THE  *
000700*              SAME NIGHT, KEYED BY REASON, RUN DATE AND ITS   *
000800*              POSITION ON CODEREJ, SO THE DESK CAN BROWSE     *
000900*              ONE REASON AT A TIME ON TRANSACTION RVRJ        *
001000*              (PROGRAM REVRJCM) AND KEY THE CORRECTION        *
001100*              INSTEAD OF WAITING ON AN EXTRACT RERUN.  EACH   *
001200*              RECORD CARRIES:                                 *
001300*                ORIGINAL - THE REJECTED FIELDS AS CODEREJ     *
001400*                  HAD THEM, NEVER CHANGED                     *
001500*                CORRECTED - THE FIELDS AS LAST CORRECTED AND  *
001600*                  PASSED BY REVEDIT, WITH THE OPERATOR AND    *
001700*                  TIMESTAMP OF THAT CORRECTION (EVERY         *
001800*                  CORRECTION ALSO GOES TO THE RJCL LOG, SEE   *
001900*                  REVRJLR)                                    *
002000*                STATUS - O OPEN (NOT YET CORRECTED),          *
002100*                  C CORRECTED (WAITING FOR THE NEXT RUN),     *
002200*                  S SUBMITTED (WRITTEN TO CORRIN BY JOB       *
002300*                  REVRJEX FOR REVBATCH, NO LONGER CHANGEABLE) *
002400*              OPEN RECORDS PAST THE AGE LIMIT ARE LISTED BY   *
002500*              JOB REVRJAGE.  THE CLUSTER IS DEFINED ONCE BY   *
002600*              JOB REVRJDEF.                                   *
002700*                                                              *
002800*   MODIFICATION HISTORY                                      *
002900*   DATE       INIT  DESCRIPTION                               *
003000*   ---------  ----  -----------------------------------------*
003100*   2026-10-15  DO   ORIGINAL LAYOUT.  THE KEY IS REASON, RUN  *
003110*                    DATE, RUN CYCLE (SEE REVCTLR) AND         *
003120*                    POSITION - KEYS(23 0) - SO THE REJECTS OF *
003130*                    AN OFF-CYCLE RUN LOAD BESIDE THOSE OF THE *
003140*                    NIGHTLY RUN OF THE SAME DATE.             *
003200*                                                              *
003300****************************************************************
003400 01  REVRJC-RECORD.
003500     05 REVRJC-KEY.
003600        10 REVRJC-REASON         PIC X(04).
003700        10 REVRJC-RUN-DATE       PIC 9(08).
003750        10 REVRJC-RUN-CYCLE      PIC 9(02).
003800        10 REVRJC-REJ-SEQ        PIC 9(09).
003900     05 REVRJC-STATUS            PIC X(01).
004000        88 REVRJC-OPEN                VALUE 'O'.
004100        88 REVRJC-CORRECTED           VALUE 'C'.
004200        88 REVRJC-SUBMITTED           VALUE 'S'.
004300     05 REVRJC-ORIGINAL.
004400        10 REVRJC-ORIG-CODE      PIC X(20).
004500        10 REVRJC-ORIG-CLASS     PIC X(02).
004600        10 REVRJC-ORIG-DATE      PIC X(08).
004700        10 REVRJC-ORIG-SOURCE    PIC X(03).
004800     05 REVRJC-CORRECTION.
004900        10 REVRJC-CORR-CODE      PIC X(20).
005000        10 REVRJC-CORR-CLASS     PIC X(02).
005100        10 REVRJC-CORR-DATE      PIC X(08).
005200        10 REVRJC-CORR-SOURCE    PIC X(03).
005300     05 REVRJC-CORRECTED-BY      PIC X(08).
005400     05 REVRJC-CORRECTED-DATE    PIC X(08).
005500     05 REVRJC-CORRECTED-TIME    PIC X(06).
005600     05 REVRJC-SUBMITTED-DATE    PIC 9(08).
005700     05 FILLER                   PIC X(08).
