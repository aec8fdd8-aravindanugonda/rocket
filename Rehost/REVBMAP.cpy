000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVBMAP                                        *
000400*   MAPSET   : REVBMAP    MAP: REVBMENU                       *
000500*   PURPOSE  : SYMBOLIC MAP FOR TRANSACTION RVRB               *
000600*              GENERATED FROM REVBMAP.BMS - DO NOT HAND EDIT   *
000700*              THE FIELD LAYOUT, ONLY THE BMS SOURCE.          *
000800*                                                              *
000900*   MODIFICATION HISTORY                                      *
001000*   DATE       INIT  DESCRIPTION                               *
001100*   ---------  ----  -----------------------------------------*
001200*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
001300*                                                              *
001400****************************************************************
001500 01  REVBMENUI.
001600     02 TITLE01L         COMP PIC S9(4).
001700     02 TITLE01F         PIC X.
001800     02 FILLER REDEFINES TITLE01F.
001900        03 TITLE01A      PIC X.
002000     02 TITLE01I         PIC X(30).
002100     02 BHDPRSL          COMP PIC S9(4).
002200     02 BHDPRSF          PIC X.
002300     02 FILLER REDEFINES BHDPRSF.
002400        03 BHDPRSA       PIC X.
002500     02 BHDPRSI          PIC X(30).
002600     02 BPRESVL          COMP PIC S9(4).
002700     02 BPRESVF          PIC X.
002800     02 FILLER REDEFINES BPRESVF.
002900        03 BPRESVA       PIC X.
003000     02 BPRESVI          PIC X(01).
003100     02 BHDINL           COMP PIC S9(4).
003200     02 BHDINF           PIC X.
003300     02 FILLER REDEFINES BHDINF.
003400        03 BHDINA        PIC X.
003500     02 BHDINI           PIC X(09).
003600     02 BHDOUTL          COMP PIC S9(4).
003700     02 BHDOUTF          PIC X.
003800     02 FILLER REDEFINES BHDOUTF.
003900        03 BHDOUTA       PIC X.
004000     02 BHDOUTI          PIC X(41).
004100     02 BMOD01L          COMP PIC S9(4).
004200     02 BMOD01F          PIC X.
004300     02 FILLER REDEFINES BMOD01F.
004400        03 BMOD01A       PIC X.
004500     02 BMOD01I          PIC X(01).
004600     02 BIN01L           COMP PIC S9(4).
004700     02 BIN01F           PIC X.
004800     02 FILLER REDEFINES BIN01F.
004900        03 BIN01A        PIC X.
005000     02 BIN01I           PIC X(30).
005100     02 BOUT01L          COMP PIC S9(4).
005200     02 BOUT01F          PIC X.
005300     02 FILLER REDEFINES BOUT01F.
005400        03 BOUT01A       PIC X.
005500     02 BOUT01I          PIC X(30).
005600     02 BPAL01L          COMP PIC S9(4).
005700     02 BPAL01F          PIC X.
005800     02 FILLER REDEFINES BPAL01F.
005900        03 BPAL01A       PIC X.
006000     02 BPAL01I          PIC X(03).
006100     02 BERR01L          COMP PIC S9(4).
006200     02 BERR01F          PIC X.
006300     02 FILLER REDEFINES BERR01F.
006400        03 BERR01A       PIC X.
006500     02 BERR01I          PIC X(04).
006600     02 BMOD02L          COMP PIC S9(4).
006700     02 BMOD02F          PIC X.
006800     02 FILLER REDEFINES BMOD02F.
006900        03 BMOD02A       PIC X.
007000     02 BMOD02I          PIC X(01).
007100     02 BIN02L           COMP PIC S9(4).
007200     02 BIN02F           PIC X.
007300     02 FILLER REDEFINES BIN02F.
007400        03 BIN02A        PIC X.
007500     02 BIN02I           PIC X(30).
007600     02 BOUT02L          COMP PIC S9(4).
007700     02 BOUT02F          PIC X.
007800     02 FILLER REDEFINES BOUT02F.
007900        03 BOUT02A       PIC X.
008000     02 BOUT02I          PIC X(30).
008100     02 BPAL02L          COMP PIC S9(4).
008200     02 BPAL02F          PIC X.
008300     02 FILLER REDEFINES BPAL02F.
008400        03 BPAL02A       PIC X.
008500     02 BPAL02I          PIC X(03).
008600     02 BERR02L          COMP PIC S9(4).
008700     02 BERR02F          PIC X.
008800     02 FILLER REDEFINES BERR02F.
008900        03 BERR02A       PIC X.
009000     02 BERR02I          PIC X(04).
009100     02 BMOD03L          COMP PIC S9(4).
009200     02 BMOD03F          PIC X.
009300     02 FILLER REDEFINES BMOD03F.
009400        03 BMOD03A       PIC X.
009500     02 BMOD03I          PIC X(01).
009600     02 BIN03L           COMP PIC S9(4).
009700     02 BIN03F           PIC X.
009800     02 FILLER REDEFINES BIN03F.
009900        03 BIN03A        PIC X.
010000     02 BIN03I           PIC X(30).
010100     02 BOUT03L          COMP PIC S9(4).
010200     02 BOUT03F          PIC X.
010300     02 FILLER REDEFINES BOUT03F.
010400        03 BOUT03A       PIC X.
010500     02 BOUT03I          PIC X(30).
010600     02 BPAL03L          COMP PIC S9(4).
010700     02 BPAL03F          PIC X.
010800     02 FILLER REDEFINES BPAL03F.
010900        03 BPAL03A       PIC X.
011000     02 BPAL03I          PIC X(03).
011100     02 BERR03L          COMP PIC S9(4).
011200     02 BERR03F          PIC X.
011300     02 FILLER REDEFINES BERR03F.
011400        03 BERR03A       PIC X.
011500     02 BERR03I          PIC X(04).
011600     02 BMOD04L          COMP PIC S9(4).
011700     02 BMOD04F          PIC X.
011800     02 FILLER REDEFINES BMOD04F.
011900        03 BMOD04A       PIC X.
012000     02 BMOD04I          PIC X(01).
012100     02 BIN04L           COMP PIC S9(4).
012200     02 BIN04F           PIC X.
012300     02 FILLER REDEFINES BIN04F.
012400        03 BIN04A        PIC X.
012500     02 BIN04I           PIC X(30).
012600     02 BOUT04L          COMP PIC S9(4).
012700     02 BOUT04F          PIC X.
012800     02 FILLER REDEFINES BOUT04F.
012900        03 BOUT04A       PIC X.
013000     02 BOUT04I          PIC X(30).
013100     02 BPAL04L          COMP PIC S9(4).
013200     02 BPAL04F          PIC X.
013300     02 FILLER REDEFINES BPAL04F.
013400        03 BPAL04A       PIC X.
013500     02 BPAL04I          PIC X(03).
013600     02 BERR04L          COMP PIC S9(4).
013700     02 BERR04F          PIC X.
013800     02 FILLER REDEFINES BERR04F.
013900        03 BERR04A       PIC X.
014000     02 BERR04I          PIC X(04).
014100     02 BMOD05L          COMP PIC S9(4).
014200     02 BMOD05F          PIC X.
014300     02 FILLER REDEFINES BMOD05F.
014400        03 BMOD05A       PIC X.
014500     02 BMOD05I          PIC X(01).
014600     02 BIN05L           COMP PIC S9(4).
014700     02 BIN05F           PIC X.
014800     02 FILLER REDEFINES BIN05F.
014900        03 BIN05A        PIC X.
015000     02 BIN05I           PIC X(30).
015100     02 BOUT05L          COMP PIC S9(4).
015200     02 BOUT05F          PIC X.
015300     02 FILLER REDEFINES BOUT05F.
015400        03 BOUT05A       PIC X.
015500     02 BOUT05I          PIC X(30).
015600     02 BPAL05L          COMP PIC S9(4).
015700     02 BPAL05F          PIC X.
015800     02 FILLER REDEFINES BPAL05F.
015900        03 BPAL05A       PIC X.
016000     02 BPAL05I          PIC X(03).
016100     02 BERR05L          COMP PIC S9(4).
016200     02 BERR05F          PIC X.
016300     02 FILLER REDEFINES BERR05F.
016400        03 BERR05A       PIC X.
016500     02 BERR05I          PIC X(04).
016600     02 BMOD06L          COMP PIC S9(4).
016700     02 BMOD06F          PIC X.
016800     02 FILLER REDEFINES BMOD06F.
016900        03 BMOD06A       PIC X.
017000     02 BMOD06I          PIC X(01).
017100     02 BIN06L           COMP PIC S9(4).
017200     02 BIN06F           PIC X.
017300     02 FILLER REDEFINES BIN06F.
017400        03 BIN06A        PIC X.
017500     02 BIN06I           PIC X(30).
017600     02 BOUT06L          COMP PIC S9(4).
017700     02 BOUT06F          PIC X.
017800     02 FILLER REDEFINES BOUT06F.
017900        03 BOUT06A       PIC X.
018000     02 BOUT06I          PIC X(30).
018100     02 BPAL06L          COMP PIC S9(4).
018200     02 BPAL06F          PIC X.
018300     02 FILLER REDEFINES BPAL06F.
018400        03 BPAL06A       PIC X.
018500     02 BPAL06I          PIC X(03).
018600     02 BERR06L          COMP PIC S9(4).
018700     02 BERR06F          PIC X.
018800     02 FILLER REDEFINES BERR06F.
018900        03 BERR06A       PIC X.
019000     02 BERR06I          PIC X(04).
019100     02 BMOD07L          COMP PIC S9(4).
019200     02 BMOD07F          PIC X.
019300     02 FILLER REDEFINES BMOD07F.
019400        03 BMOD07A       PIC X.
019500     02 BMOD07I          PIC X(01).
019600     02 BIN07L           COMP PIC S9(4).
019700     02 BIN07F           PIC X.
019800     02 FILLER REDEFINES BIN07F.
019900        03 BIN07A        PIC X.
020000     02 BIN07I           PIC X(30).
020100     02 BOUT07L          COMP PIC S9(4).
020200     02 BOUT07F          PIC X.
020300     02 FILLER REDEFINES BOUT07F.
020400        03 BOUT07A       PIC X.
020500     02 BOUT07I          PIC X(30).
020600     02 BPAL07L          COMP PIC S9(4).
020700     02 BPAL07F          PIC X.
020800     02 FILLER REDEFINES BPAL07F.
020900        03 BPAL07A       PIC X.
021000     02 BPAL07I          PIC X(03).
021100     02 BERR07L          COMP PIC S9(4).
021200     02 BERR07F          PIC X.
021300     02 FILLER REDEFINES BERR07F.
021400        03 BERR07A       PIC X.
021500     02 BERR07I          PIC X(04).
021600     02 BMOD08L          COMP PIC S9(4).
021700     02 BMOD08F          PIC X.
021800     02 FILLER REDEFINES BMOD08F.
021900        03 BMOD08A       PIC X.
022000     02 BMOD08I          PIC X(01).
022100     02 BIN08L           COMP PIC S9(4).
022200     02 BIN08F           PIC X.
022300     02 FILLER REDEFINES BIN08F.
022400        03 BIN08A        PIC X.
022500     02 BIN08I           PIC X(30).
022600     02 BOUT08L          COMP PIC S9(4).
022700     02 BOUT08F          PIC X.
022800     02 FILLER REDEFINES BOUT08F.
022900        03 BOUT08A       PIC X.
023000     02 BOUT08I          PIC X(30).
023100     02 BPAL08L          COMP PIC S9(4).
023200     02 BPAL08F          PIC X.
023300     02 FILLER REDEFINES BPAL08F.
023400        03 BPAL08A       PIC X.
023500     02 BPAL08I          PIC X(03).
023600     02 BERR08L          COMP PIC S9(4).
023700     02 BERR08F          PIC X.
023800     02 FILLER REDEFINES BERR08F.
023900        03 BERR08A       PIC X.
024000     02 BERR08I          PIC X(04).
024100     02 BMOD09L          COMP PIC S9(4).
024200     02 BMOD09F          PIC X.
024300     02 FILLER REDEFINES BMOD09F.
024400        03 BMOD09A       PIC X.
024500     02 BMOD09I          PIC X(01).
024600     02 BIN09L           COMP PIC S9(4).
024700     02 BIN09F           PIC X.
024800     02 FILLER REDEFINES BIN09F.
024900        03 BIN09A        PIC X.
025000     02 BIN09I           PIC X(30).
025100     02 BOUT09L          COMP PIC S9(4).
025200     02 BOUT09F          PIC X.
025300     02 FILLER REDEFINES BOUT09F.
025400        03 BOUT09A       PIC X.
025500     02 BOUT09I          PIC X(30).
025600     02 BPAL09L          COMP PIC S9(4).
025700     02 BPAL09F          PIC X.
025800     02 FILLER REDEFINES BPAL09F.
025900        03 BPAL09A       PIC X.
026000     02 BPAL09I          PIC X(03).
026100     02 BERR09L          COMP PIC S9(4).
026200     02 BERR09F          PIC X.
026300     02 FILLER REDEFINES BERR09F.
026400        03 BERR09A       PIC X.
026500     02 BERR09I          PIC X(04).
026600     02 BMOD10L          COMP PIC S9(4).
026700     02 BMOD10F          PIC X.
026800     02 FILLER REDEFINES BMOD10F.
026900        03 BMOD10A       PIC X.
027000     02 BMOD10I          PIC X(01).
027100     02 BIN10L           COMP PIC S9(4).
027200     02 BIN10F           PIC X.
027300     02 FILLER REDEFINES BIN10F.
027400        03 BIN10A        PIC X.
027500     02 BIN10I           PIC X(30).
027600     02 BOUT10L          COMP PIC S9(4).
027700     02 BOUT10F          PIC X.
027800     02 FILLER REDEFINES BOUT10F.
027900        03 BOUT10A       PIC X.
028000     02 BOUT10I          PIC X(30).
028100     02 BPAL10L          COMP PIC S9(4).
028200     02 BPAL10F          PIC X.
028300     02 FILLER REDEFINES BPAL10F.
028400        03 BPAL10A       PIC X.
028500     02 BPAL10I          PIC X(03).
028600     02 BERR10L          COMP PIC S9(4).
028700     02 BERR10F          PIC X.
028800     02 FILLER REDEFINES BERR10F.
028900        03 BERR10A       PIC X.
029000     02 BERR10I          PIC X(04).
029100     02 BMOD11L          COMP PIC S9(4).
029200     02 BMOD11F          PIC X.
029300     02 FILLER REDEFINES BMOD11F.
029400        03 BMOD11A       PIC X.
029500     02 BMOD11I          PIC X(01).
029600     02 BIN11L           COMP PIC S9(4).
029700     02 BIN11F           PIC X.
029800     02 FILLER REDEFINES BIN11F.
029900        03 BIN11A        PIC X.
030000     02 BIN11I           PIC X(30).
030100     02 BOUT11L          COMP PIC S9(4).
030200     02 BOUT11F          PIC X.
030300     02 FILLER REDEFINES BOUT11F.
030400        03 BOUT11A       PIC X.
030500     02 BOUT11I          PIC X(30).
030600     02 BPAL11L          COMP PIC S9(4).
030700     02 BPAL11F          PIC X.
030800     02 FILLER REDEFINES BPAL11F.
030900        03 BPAL11A       PIC X.
031000     02 BPAL11I          PIC X(03).
031100     02 BERR11L          COMP PIC S9(4).
031200     02 BERR11F          PIC X.
031300     02 FILLER REDEFINES BERR11F.
031400        03 BERR11A       PIC X.
031500     02 BERR11I          PIC X(04).
031600     02 BMOD12L          COMP PIC S9(4).
031700     02 BMOD12F          PIC X.
031800     02 FILLER REDEFINES BMOD12F.
031900        03 BMOD12A       PIC X.
032000     02 BMOD12I          PIC X(01).
032100     02 BIN12L           COMP PIC S9(4).
032200     02 BIN12F           PIC X.
032300     02 FILLER REDEFINES BIN12F.
032400        03 BIN12A        PIC X.
032500     02 BIN12I           PIC X(30).
032600     02 BOUT12L          COMP PIC S9(4).
032700     02 BOUT12F          PIC X.
032800     02 FILLER REDEFINES BOUT12F.
032900        03 BOUT12A       PIC X.
033000     02 BOUT12I          PIC X(30).
033100     02 BPAL12L          COMP PIC S9(4).
033200     02 BPAL12F          PIC X.
033300     02 FILLER REDEFINES BPAL12F.
033400        03 BPAL12A       PIC X.
033500     02 BPAL12I          PIC X(03).
033600     02 BERR12L          COMP PIC S9(4).
033700     02 BERR12F          PIC X.
033800     02 FILLER REDEFINES BERR12F.
033900        03 BERR12A       PIC X.
034000     02 BERR12I          PIC X(04).
034100     02 BLEGNDL          COMP PIC S9(4).
034200     02 BLEGNDF          PIC X.
034300     02 FILLER REDEFINES BLEGNDF.
034400        03 BLEGNDA       PIC X.
034500     02 BLEGNDI          PIC X(60).
034600     02 BMSGL            COMP PIC S9(4).
034700     02 BMSGF            PIC X.
034800     02 FILLER REDEFINES BMSGF.
034900        03 BMSGA         PIC X.
035000     02 BMSGI            PIC X(79).
035100     02 BPFKEYL          COMP PIC S9(4).
035200     02 BPFKEYF          PIC X.
035300     02 FILLER REDEFINES BPFKEYF.
035400        03 BPFKEYA       PIC X.
035500     02 BPFKEYI          PIC X(40).
035600 01  REVBMENUO REDEFINES REVBMENUI.
035700     02 FILLER           PIC X(3).
035800     02 TITLE01O         PIC X(30).
035900     02 FILLER           PIC X(3).
036000     02 BHDPRSO          PIC X(30).
036100     02 FILLER           PIC X(3).
036200     02 BPRESVO          PIC X(01).
036300     02 FILLER           PIC X(3).
036400     02 BHDINO           PIC X(09).
036500     02 FILLER           PIC X(3).
036600     02 BHDOUTO          PIC X(41).
036700     02 FILLER           PIC X(3).
036800     02 BMOD01O          PIC X(01).
036900     02 FILLER           PIC X(3).
037000     02 BIN01O           PIC X(30).
037100     02 FILLER           PIC X(3).
037200     02 BOUT01O          PIC X(30).
037300     02 FILLER           PIC X(3).
037400     02 BPAL01O          PIC X(03).
037500     02 FILLER           PIC X(3).
037600     02 BERR01O          PIC X(04).
037700     02 FILLER           PIC X(3).
037800     02 BMOD02O          PIC X(01).
037900     02 FILLER           PIC X(3).
038000     02 BIN02O           PIC X(30).
038100     02 FILLER           PIC X(3).
038200     02 BOUT02O          PIC X(30).
038300     02 FILLER           PIC X(3).
038400     02 BPAL02O          PIC X(03).
038500     02 FILLER           PIC X(3).
038600     02 BERR02O          PIC X(04).
038700     02 FILLER           PIC X(3).
038800     02 BMOD03O          PIC X(01).
038900     02 FILLER           PIC X(3).
039000     02 BIN03O           PIC X(30).
039100     02 FILLER           PIC X(3).
039200     02 BOUT03O          PIC X(30).
039300     02 FILLER           PIC X(3).
039400     02 BPAL03O          PIC X(03).
039500     02 FILLER           PIC X(3).
039600     02 BERR03O          PIC X(04).
039700     02 FILLER           PIC X(3).
039800     02 BMOD04O          PIC X(01).
039900     02 FILLER           PIC X(3).
040000     02 BIN04O           PIC X(30).
040100     02 FILLER           PIC X(3).
040200     02 BOUT04O          PIC X(30).
040300     02 FILLER           PIC X(3).
040400     02 BPAL04O          PIC X(03).
040500     02 FILLER           PIC X(3).
040600     02 BERR04O          PIC X(04).
040700     02 FILLER           PIC X(3).
040800     02 BMOD05O          PIC X(01).
040900     02 FILLER           PIC X(3).
041000     02 BIN05O           PIC X(30).
041100     02 FILLER           PIC X(3).
041200     02 BOUT05O          PIC X(30).
041300     02 FILLER           PIC X(3).
041400     02 BPAL05O          PIC X(03).
041500     02 FILLER           PIC X(3).
041600     02 BERR05O          PIC X(04).
041700     02 FILLER           PIC X(3).
041800     02 BMOD06O          PIC X(01).
041900     02 FILLER           PIC X(3).
042000     02 BIN06O           PIC X(30).
042100     02 FILLER           PIC X(3).
042200     02 BOUT06O          PIC X(30).
042300     02 FILLER           PIC X(3).
042400     02 BPAL06O          PIC X(03).
042500     02 FILLER           PIC X(3).
042600     02 BERR06O          PIC X(04).
042700     02 FILLER           PIC X(3).
042800     02 BMOD07O          PIC X(01).
042900     02 FILLER           PIC X(3).
043000     02 BIN07O           PIC X(30).
043100     02 FILLER           PIC X(3).
043200     02 BOUT07O          PIC X(30).
043300     02 FILLER           PIC X(3).
043400     02 BPAL07O          PIC X(03).
043500     02 FILLER           PIC X(3).
043600     02 BERR07O          PIC X(04).
043700     02 FILLER           PIC X(3).
043800     02 BMOD08O          PIC X(01).
043900     02 FILLER           PIC X(3).
044000     02 BIN08O           PIC X(30).
044100     02 FILLER           PIC X(3).
044200     02 BOUT08O          PIC X(30).
044300     02 FILLER           PIC X(3).
044400     02 BPAL08O          PIC X(03).
044500     02 FILLER           PIC X(3).
044600     02 BERR08O          PIC X(04).
044700     02 FILLER           PIC X(3).
044800     02 BMOD09O          PIC X(01).
044900     02 FILLER           PIC X(3).
045000     02 BIN09O           PIC X(30).
045100     02 FILLER           PIC X(3).
045200     02 BOUT09O          PIC X(30).
045300     02 FILLER           PIC X(3).
045400     02 BPAL09O          PIC X(03).
045500     02 FILLER           PIC X(3).
045600     02 BERR09O          PIC X(04).
045700     02 FILLER           PIC X(3).
045800     02 BMOD10O          PIC X(01).
045900     02 FILLER           PIC X(3).
046000     02 BIN10O           PIC X(30).
046100     02 FILLER           PIC X(3).
046200     02 BOUT10O          PIC X(30).
046300     02 FILLER           PIC X(3).
046400     02 BPAL10O          PIC X(03).
046500     02 FILLER           PIC X(3).
046600     02 BERR10O          PIC X(04).
046700     02 FILLER           PIC X(3).
046800     02 BMOD11O          PIC X(01).
046900     02 FILLER           PIC X(3).
047000     02 BIN11O           PIC X(30).
047100     02 FILLER           PIC X(3).
047200     02 BOUT11O          PIC X(30).
047300     02 FILLER           PIC X(3).
047400     02 BPAL11O          PIC X(03).
047500     02 FILLER           PIC X(3).
047600     02 BERR11O          PIC X(04).
047700     02 FILLER           PIC X(3).
047800     02 BMOD12O          PIC X(01).
047900     02 FILLER           PIC X(3).
048000     02 BIN12O           PIC X(30).
048100     02 FILLER           PIC X(3).
048200     02 BOUT12O          PIC X(30).
048300     02 FILLER           PIC X(3).
048400     02 BPAL12O          PIC X(03).
048500     02 FILLER           PIC X(3).
048600     02 BERR12O          PIC X(04).
048700     02 FILLER           PIC X(3).
048800     02 BLEGNDO          PIC X(60).
048900     02 FILLER           PIC X(3).
049000     02 BMSGO            PIC X(79).
049100     02 FILLER           PIC X(3).
049200     02 BPFKEYO          PIC X(40).
