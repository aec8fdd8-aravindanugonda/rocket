001797*                    THE LOADER CAN PROVE RECEIPT PER          *
001798*                    WAREHOUSE AND A MISSING SOURCE FILE IS    *
001799*                    CAUGHT AT THE TRAILER.                    *
001809*   2026-10-15  DO   THE HEADER NOW CARRIES THE RUN CYCLE - 01 *
001819*                    FOR THE NIGHTLY RUN, 02 AND UP FOR EACH   *
001829*                    OFF-CYCLE RUN OF THE SAME DATE - SO EVERY *
001839*                    FILE NAMES THE ONE RUN THAT WROTE IT.     *
001849*                    ZEROES OR BLANKS (A FILE FROM BEFORE THIS *
001859*                    CHANGE) MEAN CYCLE 01.                    *
001869*                                                              *
001900****************************************************************
002000 01  REVCTL-HEADER.
002100     05 REVCTL-HDR-ID            PIC X(03) VALUE 'HDR'.
002300     05 REVCTL-HDR-DATE          PIC 9(08) VALUE ZEROES.
002400     05 REVCTL-HDR-SOURCE        PIC X(08) VALUE SPACES.
002410     05 REVCTL-HDR-MODE          PIC X(01) VALUE SPACE.
002420     05 REVCTL-HDR-CYCLE         PIC 9(02) VALUE ZEROES.
002500     05 FILLER                   PIC X(11) VALUE SPACES.
002600
002610 01  REVCTL-SOURCE-TRAILER.
002620     05 REVCTL-TRS-ID            PIC X(03) VALUE 'TRS'.
