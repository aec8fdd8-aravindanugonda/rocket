000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVJMAP                                        *
000400*   MAPSET   : REVJMAP    MAP: REVJMENU                       *
000500*   PURPOSE  : SYMBOLIC MAP FOR TRANSACTION RVRJ               *
000600*              GENERATED FROM REVJMAP.BMS - DO NOT HAND EDIT   *
000700*              THE FIELD LAYOUT, ONLY THE BMS SOURCE.          *
000800*                                                              *
000900*   MODIFICATION HISTORY                                      *
001000*   DATE       INIT  DESCRIPTION                               *
001100*   ---------  ----  -----------------------------------------*
001200*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
001300*                                                              *
001400****************************************************************
001500 01  REVJMENUI.
001600     02 TITLE01L         COMP PIC S9(4).
001700     02 TITLE01F         PIC X.
001800     02 FILLER REDEFINES TITLE01F.
001900        03 TITLE01A      PIC X.
002000     02 TITLE01I         PIC X(30).
002100     02 JREASL           COMP PIC S9(4).
002200     02 JREASF           PIC X.
002300     02 FILLER REDEFINES JREASF.
002400        03 JREASA        PIC X.
002500     02 JREASI           PIC X(04).
002600     02 JRDATEL          COMP PIC S9(4).
002700     02 JRDATEF          PIC X.
002800     02 FILLER REDEFINES JRDATEF.
002900        03 JRDATEA       PIC X.
003000     02 JRDATEI          PIC X(08).
003100     02 JRSEQL           COMP PIC S9(4).
003200     02 JRSEQF           PIC X.
003300     02 FILLER REDEFINES JRSEQF.
003400        03 JRSEQA        PIC X.
003500     02 JRSEQI           PIC X(09).
003600     02 JSTATL           COMP PIC S9(4).
003700     02 JSTATF           PIC X.
003800     02 FILLER REDEFINES JSTATF.
003900        03 JSTATA        PIC X.
004000     02 JSTATI           PIC X(10).
004100     02 JOCODEL          COMP PIC S9(4).
004200     02 JOCODEF          PIC X.
004300     02 FILLER REDEFINES JOCODEF.
004400        03 JOCODEA       PIC X.
004500     02 JOCODEI          PIC X(20).
004600     02 JOCLASL          COMP PIC S9(4).
004700     02 JOCLASF          PIC X.
004800     02 FILLER REDEFINES JOCLASF.
004900        03 JOCLASA       PIC X.
005000     02 JOCLASI          PIC X(02).
005100     02 JODATEL          COMP PIC S9(4).
005200     02 JODATEF          PIC X.
005300     02 FILLER REDEFINES JODATEF.
005400        03 JODATEA       PIC X.
005500     02 JODATEI          PIC X(08).
005600     02 JOSRCL           COMP PIC S9(4).
005700     02 JOSRCF           PIC X.
005800     02 FILLER REDEFINES JOSRCF.
005900        03 JOSRCA        PIC X.
006000     02 JOSRCI           PIC X(03).
006100     02 JCODEL           COMP PIC S9(4).
006200     02 JCODEF           PIC X.
006300     02 FILLER REDEFINES JCODEF.
006400        03 JCODEA        PIC X.
006500     02 JCODEI           PIC X(20).
006600     02 JCLASL           COMP PIC S9(4).
006700     02 JCLASF           PIC X.
006800     02 FILLER REDEFINES JCLASF.
006900        03 JCLASA        PIC X.
007000     02 JCLASI           PIC X(02).
007100     02 JEDATL           COMP PIC S9(4).
007200     02 JEDATF           PIC X.
007300     02 FILLER REDEFINES JEDATF.
007400        03 JEDATA        PIC X.
007500     02 JEDATI           PIC X(08).
007600     02 JSRCL            COMP PIC S9(4).
007700     02 JSRCF            PIC X.
007800     02 FILLER REDEFINES JSRCF.
007900        03 JSRCA         PIC X.
008000     02 JSRCI            PIC X(03).
008100     02 JBYL             COMP PIC S9(4).
008200     02 JBYF             PIC X.
008300     02 FILLER REDEFINES JBYF.
008400        03 JBYA          PIC X.
008500     02 JBYI             PIC X(40).
008600     02 JMSGL            COMP PIC S9(4).
008700     02 JMSGF            PIC X.
008800     02 FILLER REDEFINES JMSGF.
008900        03 JMSGA         PIC X.
009000     02 JMSGI            PIC X(79).
009100 01  REVJMENUO REDEFINES REVJMENUI.
009200     02 FILLER           PIC X(3).
009300     02 TITLE01O         PIC X(30).
009400     02 FILLER           PIC X(3).
009500     02 JREASO           PIC X(04).
009600     02 FILLER           PIC X(3).
009700     02 JRDATEO          PIC X(08).
009800     02 FILLER           PIC X(3).
009900     02 JRSEQO           PIC X(09).
010000     02 FILLER           PIC X(3).
010100     02 JSTATO           PIC X(10).
010200     02 FILLER           PIC X(3).
010300     02 JOCODEO          PIC X(20).
010400     02 FILLER           PIC X(3).
010500     02 JOCLASO          PIC X(02).
010600     02 FILLER           PIC X(3).
010700     02 JODATEO          PIC X(08).
010800     02 FILLER           PIC X(3).
010900     02 JOSRCO           PIC X(03).
011000     02 FILLER           PIC X(3).
011100     02 JCODEO           PIC X(20).
011200     02 FILLER           PIC X(3).
011300     02 JCLASO           PIC X(02).
011400     02 FILLER           PIC X(3).
011500     02 JEDATO           PIC X(08).
011600     02 FILLER           PIC X(3).
011700     02 JSRCO            PIC X(03).
011800     02 FILLER           PIC X(3).
011900     02 JBYO             PIC X(40).
012000     02 FILLER           PIC X(3).
012100     02 JMSGO            PIC X(79).
