000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVCOLR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR COLLEXC, THE REVERSED-CODE    *
000500*              COLLISION EXCEPTION FILE WRITTEN BY REVCOLCK.   *
000600*              ONE RECORD PER TONIGHT'S CODEOUT CODE THE       *
000700*              LOADER COULD CONFUSE WITH ANOTHER PRODUCT:      *
000800*                PALI - THE CODE IS A PALINDROME, SO THE       *
000900*                       REVERSED CODE IS THE ORIGINAL CODE     *
001000*                       (OTHER FIELDS BLANK/ZERO)              *
001100*                RUN  - ANOTHER RECORD IN TONIGHT'S RUN, FROM  *
001200*                       ANY SOURCE, REVERSED TO THE SAME CODE  *
001300*                       FROM A DIFFERENT ORIGINAL CODE OR      *
001400*                       PRODUCT CLASS                          *
001500*                HIST - AN EARLIER RUN ON RVBHIST PRODUCED THE *
001600*                       SAME CODE FROM A DIFFERENT ORIGINAL    *
001700*                       CODE OR PRODUCT CLASS.  THE MOST       *
001800*                       RECENT SUCH RUN IS SHOWN; THE HIT      *
001900*                       COUNT SAYS HOW MANY RUNS DISAGREE.     *
002000*              THE "NEW" FIELDS DESCRIBE TONIGHT'S RECORD AND  *
002100*              THE "OLD" FIELDS THE RECORD IT COLLIDES WITH.   *
002200*              SHARED WITH THE DESK THAT RESOLVES THEM.        *
002300*                                                              *
002400*   MODIFICATION HISTORY                                      *
002500*   DATE       INIT  DESCRIPTION                               *
002600*   ---------  ----  -----------------------------------------*
002700*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002800*                                                              *
002900****************************************************************
003000 01  COLLISION-RECORD.
003100     05 COL-TYPE                 PIC X(04).
003200        88 COL-PALINDROME             VALUE 'PALI'.
003300        88 COL-IN-RUN                 VALUE 'RUN'.
003400        88 COL-HISTORY                VALUE 'HIST'.
003500     05 COL-CODE                 PIC X(20).
003600     05 COL-NEW-ORIG-CODE        PIC X(20).
003700     05 COL-NEW-PROD-CLASS       PIC X(02).
003800     05 COL-NEW-SOURCE           PIC X(03).
003900     05 COL-NEW-RUN-DATE         PIC 9(08).
004000     05 COL-OLD-ORIG-CODE        PIC X(20).
004100     05 COL-OLD-PROD-CLASS       PIC X(02).
004200     05 COL-OLD-SOURCE           PIC X(03).
004300     05 COL-OLD-RUN-DATE         PIC 9(08).
004400     05 COL-HIST-HITS            PIC 9(05).
004500     05 FILLER                   PIC X(05).
