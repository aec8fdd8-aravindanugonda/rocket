002150*                    SENT THE CODE.  RECORD LENGTH GREW FROM   *
002160*                    68 TO 71 - REDEFINE THE RVBHIST CLUSTER   *
002170*                    WITH THE NEW RECORDSIZE.                  *
002172*   2026-10-15  DO   THE KEY NOW ALSO CARRIES THE RUN CYCLE    *
002174*                    (SEE REVCTLR) AFTER THE RUN DATE, SO A    *
002176*                    CODE REVERSED BY BOTH THE NIGHTLY RUN AND *
002178*                    AN OFF-CYCLE RUN OF THE SAME DATE KEEPS   *
002180*                    BOTH ENTRIES.  RECORD LENGTH GREW FROM 71 *
002182*                    TO 73 - REDEFINE THE CLUSTER KEYS(30 0)   *
002184*                    RECORDSIZE(73 73) AND RELOAD EXISTING     *
002186*                    ENTRIES WITH '01' AFTER BYTE 28.          *
002200*                                                              *
002300****************************************************************
002400 01  REVBHS-RECORD.
002500     05 REVBHS-KEY.
002600        10 REVBHS-CODE           PIC X(20).
002700        10 REVBHS-RUN-DATE       PIC 9(08).
002750        10 REVBHS-RUN-CYCLE      PIC 9(02).
002800     05 REVBHS-ORIG-CODE         PIC X(20).
002900     05 REVBHS-PROD-CLASS        PIC X(02).
003000     05 REVBHS-EFF-DATE          PIC 9(08).
