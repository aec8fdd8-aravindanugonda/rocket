000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVPCML                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE RVCM MAINTENANCE LOG.     *
000500*              ONE ENTRY IS APPENDED TO THE PCLL              *
000600*              EXTRAPARTITION TD QUEUE FOR EVERY SUCCESSFUL    *
000700*              RVPCLS MAINTENANCE ACTION TAKEN THROUGH         *
000800*              TRANSACTION RVCM (PROGRAM REVCLSM) - THE        *
000900*              MAINTAINING SUPERVISOR, THE TIMESTAMP, THE      *
001000*              ACTION, AND BYTE-FOR-BYTE BEFORE AND AFTER      *
001100*              IMAGES OF THE REVPCL-RECORD (SEE REVPCLR), THE  *
001200*              SAME WAY THE AUTL LOG (REVAMLR) COVERS RVAUTH.  *
001300*              SPACES IN AN IMAGE MEAN THERE WAS NO RECORD     *
001400*              (BEFORE AN ADD, AFTER A DELETE).  SHARED BY     *
001500*              REVCLSM (WRITER) AND REVPCRPT (READER).         *
001600*                                                              *
001700*   MODIFICATION HISTORY                                      *
001800*   DATE       INIT  DESCRIPTION                               *
001900*   ---------  ----  -----------------------------------------*
002000*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002100*                                                              *
002200****************************************************************
002300 01  REVPCM-RECORD.
002400     05 REVPCM-SUPERVISOR      PIC X(08).
002500     05 REVPCM-DATE            PIC X(08).
002600     05 REVPCM-TIME            PIC X(06).
002700     05 REVPCM-ACTION          PIC X(01).
002800        88 REVPCM-ADD               VALUE 'A'.
002900        88 REVPCM-CHANGE            VALUE 'C'.
003000        88 REVPCM-DELETE            VALUE 'D'.
003100     05 REVPCM-TARGET-CLASS    PIC X(02).
003200     05 REVPCM-BEFORE-IMAGE.
003300        10 REVPCM-BEF-CLASS    PIC X(02).
003400        10 REVPCM-BEF-DESC     PIC X(30).
003500        10 REVPCM-BEF-FROM     PIC X(08).
003600        10 REVPCM-BEF-TO       PIC X(08).
003700        10 REVPCM-BEF-MIN-LEN  PIC X(02).
003800        10 FILLER              PIC X(10).
003900     05 REVPCM-AFTER-IMAGE.
004000        10 REVPCM-AFT-CLASS    PIC X(02).
004100        10 REVPCM-AFT-DESC     PIC X(30).
004200        10 REVPCM-AFT-FROM     PIC X(08).
004300        10 REVPCM-AFT-TO       PIC X(08).
004400        10 REVPCM-AFT-MIN-LEN  PIC X(02).
004500        10 FILLER              PIC X(10).
004600     05 REVPCM-ABSTIME         PIC S9(15) COMP-3.
