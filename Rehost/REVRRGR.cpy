002160*                    PENDNEW CLUSTER CAN NEVER BE MISTAKEN     *
002170*                    FOR TONIGHT'S WORK.  TAKEN FROM FILLER -  *
002180*                    THE RECORD LENGTH IS UNCHANGED.           *
002182*   2026-10-15  DO   THE KEY IS NOW RUN DATE PLUS RUN CYCLE    *
002184*                    (01 FOR THE NIGHTLY RUN, 02 AND UP FOR AN *
002186*                    OFF-CYCLE RUN OF THE SAME DATE - SEE      *
002188*                    REVCTLR), SO A SECOND RUN ON ONE DATE     *
002190*                    GETS ITS OWN RECORD INSTEAD OF            *
002192*                    OVERWRITING THE FIRST.  RECORD GREW FROM  *
002194*                    70 TO 72 BYTES; THE CLUSTER IS KEYS(10 0) *
002196*                    RECORDSIZE(72 72) AND EXISTING RECORDS    *
002198*                    RELOAD WITH CYCLE 01.                     *
002200*                                                              *
002300****************************************************************
002400 01  REVRRG-RECORD.
002500     05 REVRRG-KEY.
002600        10 REVRRG-RUN-DATE       PIC 9(08).
002650        10 REVRRG-RUN-CYCLE      PIC 9(02).
002700     05 REVRRG-MODE              PIC X(01).
002800     05 REVRRG-RECS-READ         PIC 9(09).
002900     05 REVRRG-RECS-WRITTEN      PIC 9(09).
