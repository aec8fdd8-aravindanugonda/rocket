000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVRJLR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE RVRJ REJECT CORRECTION    *
000500*              LOG.  ONE ENTRY IS APPENDED TO THE RJCL         *
000600*              EXTRAPARTITION TD QUEUE FOR EVERY CORRECTION    *
000700*              SAVED THROUGH TRANSACTION RVRJ (PROGRAM         *
000800*              REVRJCM) - THE OPERATOR, THE TIMESTAMP, THE     *
000900*              RVREJC KEY OF THE REJECT, AND THE FIELDS BEFORE *
001000*              AND AFTER THE CORRECTION, THE SAME WAY THE PCLL *
001100*              LOG (REVPCML) COVERS RVPCLS.  THE BEFORE IMAGE  *
001200*              IS THE ORIGINAL REJECTED RECORD ON A FIRST      *
001300*              CORRECTION AND THE PREVIOUS CORRECTION AFTER    *
001400*              THAT, SO THE LOG READS AS AN UNBROKEN CHAIN.    *
001500*                                                              *
001600*   MODIFICATION HISTORY                                      *
001700*   DATE       INIT  DESCRIPTION                               *
001800*   ---------  ----  -----------------------------------------*
001900*   2026-10-15  DO   ORIGINAL LAYOUT.  119 BYTES - THE RJCL    *
001910*                    QUEUE IS DEFINED WITH THAT RECORD         *
001920*                    LENGTH.  THE RVREJC KEY IN EACH ENTRY     *
001930*                    CARRIES THE RUN CYCLE (SEE REVRJCR).      *
002000*                                                              *
002100****************************************************************
002200 01  REVRJL-RECORD.
002300     05 REVRJL-OPERATOR        PIC X(08).
002400     05 REVRJL-DATE            PIC X(08).
002500     05 REVRJL-TIME            PIC X(06).
002600     05 REVRJL-REJECT-KEY.
002700        10 REVRJL-REASON       PIC X(04).
002800        10 REVRJL-RUN-DATE     PIC 9(08).
002850        10 REVRJL-RUN-CYCLE    PIC 9(02).
002900        10 REVRJL-REJ-SEQ      PIC 9(09).
003000     05 REVRJL-BEFORE-IMAGE.
003100        10 REVRJL-BEF-CODE     PIC X(20).
003200        10 REVRJL-BEF-CLASS    PIC X(02).
003300        10 REVRJL-BEF-DATE     PIC X(08).
003400        10 REVRJL-BEF-SOURCE   PIC X(03).
003500     05 REVRJL-AFTER-IMAGE.
003600        10 REVRJL-AFT-CODE     PIC X(20).
003700        10 REVRJL-AFT-CLASS    PIC X(02).
003800        10 REVRJL-AFT-DATE     PIC X(08).
003900        10 REVRJL-AFT-SOURCE   PIC X(03).
004000     05 REVRJL-ABSTIME         PIC S9(15) COMP-3.
