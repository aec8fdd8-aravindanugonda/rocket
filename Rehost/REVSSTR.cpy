000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVSSTR                                         *
000400*   PURPOSE  : RECORD LAYOUT FOR THE SRCSTAT VSAM KSDS - ONE   *
000500*              RECORD PER DISTRIBUTION CENTER PER REVBATCH RUN,*
000600*              KEYED BY RUN DATE, RUN CYCLE AND SOURCE ID.     *
000700*              REVBATCH WRITES THEM AS EACH RUN COMPLETES:     *
000800*              THE CENTER'S CODEIN RECORD COUNT, ITS CODEREJ   *
000900*              REJECTS BY REASON AND REJECT PERCENTAGE, THE    *
001000*              TRAILING AVERAGES IT WAS JUDGED AGAINST, AND    *
001100*              WHAT THE SOURCE CHECK FOUND.  A NIGHTLY RUN     *
001200*              ALSO WRITES A ZERO-VOLUME RECORD MARKED MISSING *
001300*              FOR EVERY CENTER EXPECTED NIGHTLY THAT SENT     *
001400*              NOTHING.  REVBATCH READS BACK THE TRAILING      *
001500*              WEEKS OF RECORDS FOR ITS AVERAGES; REVSRCSC     *
001600*              READS A CALENDAR MONTH FOR THE PER-CENTER       *
001700*              DATA-QUALITY SCORECARD.  A RERUN OF THE SAME    *
001800*              CYCLE REWRITES ITS RECORDS IN PLACE.  REJECTS   *
001900*              OF CORRECTED RECORDS READ FROM CORRIN ARE NOT   *
002000*              CHARGED TO THE CENTER.                          *
002100*                                                              *
002200*   MODIFICATION HISTORY                                      *
002300*   DATE       INIT  DESCRIPTION                               *
002400*   ---------  ----  -----------------------------------------*
002500*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002600*                                                              *
002700****************************************************************
002800 01  REVSST-RECORD.
002900     05 REVSST-KEY.
003000        10 REVSST-RUN-DATE       PIC 9(08).
003100        10 REVSST-RUN-CYCLE      PIC 9(02).
003200        10 REVSST-SOURCE         PIC X(03).
003300     05 REVSST-REGISTERED-SW     PIC X(01).
003400        88 REVSST-REGISTERED          VALUE 'Y'.
003500        88 REVSST-UNREGISTERED        VALUE 'N'.
003600        88 REVSST-NOT-CHECKED         VALUE ' '.
003700     05 REVSST-NIGHTLY-SW        PIC X(01).
003800        88 REVSST-EXPECTED-NIGHTLY    VALUE 'Y'.
003900     05 REVSST-VOLUME            PIC 9(09).
004000     05 REVSST-REJECTED          PIC 9(09).
004100     05 REVSST-REJ-CODE          PIC 9(09).
004200     05 REVSST-REJ-CLASS         PIC 9(09).
004300     05 REVSST-REJ-DATE          PIC 9(09).
004400     05 REVSST-REJ-PCT           PIC 9(03)V99.
004500     05 REVSST-AVG-NIGHTS        PIC 9(03).
004600     05 REVSST-AVG-VOLUME        PIC 9(09).
004700     05 REVSST-AVG-REJ-PCT       PIC 9(03)V99.
004800     05 REVSST-FINDINGS.
004900        10 REVSST-MISSING-SW     PIC X(01).
005000           88 REVSST-MISSING          VALUE 'M'.
005100        10 REVSST-RANGE-SW       PIC X(01).
005200           88 REVSST-BELOW-RANGE      VALUE 'L'.
005300           88 REVSST-ABOVE-RANGE      VALUE 'H'.
005400        10 REVSST-TREND-SW       PIC X(01).
005500           88 REVSST-LOW-VS-AVERAGE   VALUE 'L'.
005600           88 REVSST-HIGH-VS-AVERAGE  VALUE 'H'.
005700        10 REVSST-REJECT-SW      PIC X(01).
005800           88 REVSST-REJECT-RATE-HIGH VALUE 'H'.
005900     05 FILLER                   PIC X(14).
