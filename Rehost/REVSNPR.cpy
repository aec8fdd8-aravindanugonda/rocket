000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVSNPR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE CODEOUT SNAPSHOT          *
000500*              GENERATIONS.  REVDELTA KEEPS ONE SNAPSHOT OF    *
000600*              EACH NIGHT'S CODEOUT DATA RECORDS, SORTED BY    *
000700*              SOURCE AND ORIGINAL CODE, AS THE RETAINED COPY  *
000800*              THE NEXT NIGHT'S DELTA IS TAKEN AGAINST.  THE   *
000900*              ORIGINAL CODE IS RE-DERIVED FROM THE REVERSED   *
001000*              ONE THROUGH REVLINK IN THE MODE THE CODEOUT     *
001100*              HEADER NAMES, THE SAME WAY REVCORTC PROVES THE  *
001200*              ROUND TRIP, SO A CHANGE OF REVERSAL MODE        *
001300*              BETWEEN NIGHTS STILL MATCHES ON THE SAME KEY.   *
001400*              SHARED BY REVDELTA (WRITER AND READER).         *
001500*                                                              *
001600*   MODIFICATION HISTORY                                      *
001700*   DATE       INIT  DESCRIPTION                               *
001800*   ---------  ----  -----------------------------------------*
001900*   2026-10-15  DO   ORIGINAL LAYOUT.  63 BYTES.  THE RUN      *
001910*                    CYCLE (SEE REVCTLR) FOLLOWS THE RUN DATE, *
001920*                    SO A SNAPSHOT NAMES THE ONE RUN IT WAS    *
001930*                    TAKEN FROM WHEN A DATE HAS AN OFF-CYCLE   *
001940*                    RUN.                                      *
002000*                                                              *
002100****************************************************************
002200 01  SNAPSHOT-RECORD.
002300     05 SNP-KEY.
002400        10 SNP-SOURCE            PIC X(03).
002500        10 SNP-ORIG-CODE         PIC X(20).
002600     05 SNP-CODE                 PIC X(20).
002700     05 SNP-PROD-CLASS           PIC X(02).
002800     05 SNP-EFF-DATE             PIC 9(08).
002900     05 SNP-RUN-DATE             PIC 9(08).
003000     05 SNP-RUN-CYCLE            PIC 9(02).
