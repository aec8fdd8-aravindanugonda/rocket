000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVDLTR                                        *
000400*   PURPOSE  : RECORD LAYOUTS FOR THE NIGHTLY CODEOUT DELTA    *
000500*              FILE WRITTEN BY REVDELTA FOR THE LOADER'S       *
000600*              INCREMENTAL LOAD.  ONE DATA RECORD PER CODE     *
000700*              ADDED, CHANGED OR DROPPED SINCE THE PREVIOUS    *
000800*              NIGHT, MATCHED ON SOURCE AND ORIGINAL CODE:     *
000900*                ADD    - NEW FIELDS ONLY (OLD ARE BLANK/ZERO) *
001000*                CHANGE - OLD AND NEW REVERSED CODE, PRODUCT   *
001100*                         CLASS AND EFFECTIVE DATE             *
001200*                DROP   - OLD FIELDS ONLY (NEW ARE BLANK/ZERO) *
001300*              A HEADER LEADS WITH TONIGHT'S AND THE PRIOR     *
001400*              NIGHT'S RUN DATES; A TRAILER ENDS WITH THE      *
001500*              COUNT FOR EACH ACTION AND THE DATA RECORD       *
001600*              TOTAL, SO THE LOADER CAN PROVE RECEIPT THE      *
001700*              SAME WAY IT PROVES CODEOUT.  ALL THREE ARE 90   *
001800*              BYTES, THE RECORD ID OR ACTION CODE FIRST.      *
001900*              SHARED WITH THE LOADER TEAM.                    *
002000*                                                              *
002100*   MODIFICATION HISTORY                                      *
002200*   DATE       INIT  DESCRIPTION                               *
002300*   ---------  ----  -----------------------------------------*
002400*   2026-10-15  DO   ORIGINAL LAYOUT.  THE HEADER CARRIES      *
002410*                    TONIGHT'S AND THE PRIOR SNAPSHOT'S RUN    *
002420*                    CYCLE (SEE REVCTLR) BESIDE THE RUN DATES, *
002430*                    SO A DELTA TAKEN BY AN OFF-CYCLE RUN      *
002440*                    AGAINST THE SAME DATE'S NIGHTLY RUN STILL *
002450*                    NAMES BOTH.                               *
002500*                                                              *
002600****************************************************************
002700 01  DELTA-RECORD.
002800     05 DLT-ACTION               PIC X(06).
002900        88 DLT-ADD                    VALUE 'ADD'.
003000        88 DLT-CHANGE                 VALUE 'CHANGE'.
003100        88 DLT-DROP                   VALUE 'DROP'.
003200     05 DLT-SOURCE               PIC X(03).
003300     05 DLT-ORIG-CODE            PIC X(20).
003400     05 DLT-OLD-CODE             PIC X(20).
003500     05 DLT-OLD-PROD-CLASS       PIC X(02).
003600     05 DLT-OLD-EFF-DATE         PIC 9(08).
003700     05 DLT-NEW-CODE             PIC X(20).
003800     05 DLT-NEW-PROD-CLASS       PIC X(02).
003900     05 DLT-NEW-EFF-DATE         PIC 9(08).
004000     05 FILLER                   PIC X(01).
004100
004200 01  REVDLT-HEADER.
004300     05 REVDLT-HDR-ID            PIC X(06) VALUE 'HDR'.
004400        88 REVDLT-HEADER-ID           VALUE 'HDR'.
004500     05 REVDLT-HDR-DATE          PIC 9(08) VALUE ZEROES.
004600     05 REVDLT-HDR-PRIOR-DATE    PIC 9(08) VALUE ZEROES.
004700     05 REVDLT-HDR-MODE          PIC X(01) VALUE SPACE.
004710     05 REVDLT-HDR-CYCLE         PIC 9(02) VALUE ZEROES.
004720     05 REVDLT-HDR-PRIOR-CYCLE   PIC 9(02) VALUE ZEROES.
004800     05 FILLER                   PIC X(63) VALUE SPACES.
004900
005000 01  REVDLT-TRAILER.
005100     05 REVDLT-TRL-ID            PIC X(06) VALUE 'TRL'.
005200        88 REVDLT-TRAILER-ID          VALUE 'TRL'.
005300     05 REVDLT-TRL-ADDS          PIC 9(09) VALUE ZEROES.
005400     05 REVDLT-TRL-CHANGES       PIC 9(09) VALUE ZEROES.
005500     05 REVDLT-TRL-DROPS         PIC 9(09) VALUE ZEROES.
005600     05 REVDLT-TRL-COUNT         PIC 9(09) VALUE ZEROES.
005700     05 FILLER                   PIC X(48) VALUE SPACES.
