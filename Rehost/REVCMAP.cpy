000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVCMAP                                        *
000400*   MAPSET   : REVCMAP    MAP: REVCMENU                       *
000500*   PURPOSE  : SYMBOLIC MAP FOR TRANSACTION RVCM               *
000600*              GENERATED FROM REVCMAP.BMS - DO NOT HAND EDIT   *
000700*              THE FIELD LAYOUT, ONLY THE BMS SOURCE.          *
000800*                                                              *
000900*   MODIFICATION HISTORY                                      *
001000*   DATE       INIT  DESCRIPTION                               *
001100*   ---------  ----  -----------------------------------------*
001200*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
001300*                                                              *
001400****************************************************************
001500 01  REVCMENUI.
001600     02 TITLE01L         COMP PIC S9(4).
001700     02 TITLE01F         PIC X.
001800     02 FILLER REDEFINES TITLE01F.
001900        03 TITLE01A      PIC X.
002000     02 TITLE01I         PIC X(30).
002100     02 CFUNCL           COMP PIC S9(4).
002200     02 CFUNCF           PIC X.
002300     02 FILLER REDEFINES CFUNCF.
002400        03 CFUNCA        PIC X.
002500     02 CFUNCI           PIC X(01).
002600     02 CCLASSL          COMP PIC S9(4).
002700     02 CCLASSF          PIC X.
002800     02 FILLER REDEFINES CCLASSF.
002900        03 CCLASSA       PIC X.
003000     02 CCLASSI          PIC X(02).
003100     02 CDESCL           COMP PIC S9(4).
003200     02 CDESCF           PIC X.
003300     02 FILLER REDEFINES CDESCF.
003400        03 CDESCA        PIC X.
003500     02 CDESCI           PIC X(30).
003600     02 CFROML           COMP PIC S9(4).
003700     02 CFROMF           PIC X.
003800     02 FILLER REDEFINES CFROMF.
003900        03 CFROMA        PIC X.
004000     02 CFROMI           PIC X(08).
004100     02 CTOL             COMP PIC S9(4).
004200     02 CTOF             PIC X.
004300     02 FILLER REDEFINES CTOF.
004400        03 CTOA          PIC X.
004500     02 CTOI             PIC X(08).
004600     02 CMINLL           COMP PIC S9(4).
004700     02 CMINLF           PIC X.
004800     02 FILLER REDEFINES CMINLF.
004900        03 CMINLA        PIC X.
005000     02 CMINLI           PIC X(02).
005100     02 CMSGL            COMP PIC S9(4).
005200     02 CMSGF            PIC X.
005300     02 FILLER REDEFINES CMSGF.
005400        03 CMSGA         PIC X.
005500     02 CMSGI            PIC X(79).
005600 01  REVCMENUO REDEFINES REVCMENUI.
005700     02 FILLER           PIC X(3).
005800     02 TITLE01O         PIC X(30).
005900     02 FILLER           PIC X(3).
006000     02 CFUNCO           PIC X(01).
006100     02 FILLER           PIC X(3).
006200     02 CCLASSO          PIC X(02).
006300     02 FILLER           PIC X(3).
006400     02 CDESCO           PIC X(30).
006500     02 FILLER           PIC X(3).
006600     02 CFROMO           PIC X(08).
006700     02 FILLER           PIC X(3).
006800     02 CTOO             PIC X(08).
006900     02 FILLER           PIC X(3).
007000     02 CMINLO           PIC X(02).
007100     02 FILLER           PIC X(3).
007200     02 CMSGO            PIC X(79).
