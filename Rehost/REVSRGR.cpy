000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVSRGR                                         *
000400*   PURPOSE  : RECORD LAYOUT FOR THE SRCREG VSAM KSDS - THE    *
000500*              REGISTRY OF DISTRIBUTION CENTERS WHOSE EXTRACTS *
000600*              ARE CONCATENATED ON THE REVBATCH CODEIN, KEYED  *
000700*              BY THE THREE-CHARACTER SOURCE ID EVERY CODEIN   *
000800*              RECORD CARRIES (SEE REVCINR).  EACH CENTER      *
000900*              CARRIES:                                        *
001000*                NAME / CONTACT - FOR THE EDIT REPORT AND THE  *
001100*                  MONTHLY REVSRCSC SCORECARD SENT BACK TO IT  *
001200*                NIGHTLY - Y WHEN AN EXTRACT IS EXPECTED EVERY *
001300*                  NIGHT, SO A NIGHTLY RUN WITHOUT ONE FLAGS   *
001400*                  THE CENTER MISSING; N FOR A CENTER THAT     *
001500*                  SENDS ONLY WHEN IT HAS SOMETHING            *
001600*                VOLUME-MIN / VOLUME-MAX - ITS NORMAL NIGHTLY  *
001700*                  RECORD COUNT, BOTH INCLUSIVE; ZERO LEAVES   *
001800*                  THAT END OF THE RANGE OPEN                  *
001900*              A SOURCE ID ON CODEIN WITH NO RECORD HERE IS    *
002000*              FLAGGED UNREGISTERED.  LOADED BY REVBATCH BEFORE*
002100*              EACH RUN AND BY REVSRCSC.  THE CLUSTER IS       *
002200*              DEFINED AND SEEDED BY THE ONE-TIME JOB REVSRDEF.*
002300*                                                              *
002400*   MODIFICATION HISTORY                                      *
002500*   DATE       INIT  DESCRIPTION                               *
002600*   ---------  ----  -----------------------------------------*
002700*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002800*                                                              *
002900****************************************************************
003000 01  REVSRG-RECORD.
003100     05 REVSRG-KEY.
003200        10 REVSRG-SOURCE         PIC X(03).
003300     05 REVSRG-NAME              PIC X(30).
003400     05 REVSRG-NIGHTLY-SW        PIC X(01).
003500        88 REVSRG-EXPECTED-NIGHTLY    VALUE 'Y'.
003600        88 REVSRG-SENDS-AS-NEEDED     VALUE 'N'.
003700     05 REVSRG-VOLUME-MIN        PIC 9(09).
003800     05 REVSRG-VOLUME-MAX        PIC 9(09).
003900     05 REVSRG-CONTACT           PIC X(20).
004000     05 FILLER                   PIC X(08).
