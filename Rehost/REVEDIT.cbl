002200*                                                               *
002300*             THE EDIT RULES:                                  *
002400*             CODE   - NOT ALL BLANK, NO LEADING BLANK, AND    *
002500*                      AT LEAST THE MINIMUM NUMBER OF          *
002600*                      SIGNIFICANT CHARACTERS SET FOR ITS      *
002610*                      PRODUCT CLASS ON RVPCLS (FOUR WHEN THE  *
002620*                      CLASS ITSELF IS UNKNOWN).               *
002700*             CLASS  - MUST BE ON THE RVPCLS PRODUCT CLASS     *
002800*                      FILE AND ACTIVE ON THE CALLER'S RUN     *
002900*                      DATE (ACTIVE-FROM THRU ACTIVE-TO).      *
003000*                      THE CALLER PASSES THE CLASS TABLE,      *
003010*                      LOADED ONCE PER RUN BY REVPCLD, SO THIS *
003020*                      PROGRAM STAYS FREE OF FILE I/O.         *
003100*             DATE   - EIGHT NUMERIC DIGITS FORMING A REAL     *
003200*                      YYYYMMDD CALENDAR DATE (CHECKED         *
003300*                      THROUGH THE CALLABLE REVDATE).          *
003810*   2026-09-02  DO   ADDED THE SOURCE-IDENTIFIER EDIT FOR THE  *
003820*                    MULTI-SOURCE EXTRACT LAYOUT (SEE          *
003830*                    REVCINR).                                 *
003840*   2026-10-15  DO   PRODUCT CLASSES, THEIR ACTIVE DATES AND   *
003850*                    A PER-CLASS MINIMUM CODE LENGTH NOW COME  *
003860*                    FROM THE RVPCLS TABLE IN REVEPARM IN      *
003870*                    PLACE OF THE COMPILED-IN SIX CLASSES.     *
003900*                                                               *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004500 01  WS-COUNTERS.
004600     05 WS-SCAN-POS           PIC 9(03) VALUE 0.
004700     05 WS-TRIM-LEN           PIC 9(03) VALUE 0.
004800     05 WS-CLASS-IDX          PIC 9(03) COMP VALUE 0.
004810     05 WS-MIN-CODE-LEN       PIC 9(02) VALUE 0.
004900
005000 01  WS-SWITCHES.
005100     05 WS-CLASS-SW           PIC X(01) VALUE 'N'.
005200        88 CLASS-IS-KNOWN          VALUE 'Y'.
005210     05 WS-ACTIVE-SW          PIC X(01) VALUE 'N'.
005220        88 CLASS-IS-ACTIVE         VALUE 'Y'.
005300
005400*    SHORTEST CODE THE LOADER ACCEPTS WHEN THE CLASS IS NOT ON
005500*    RVPCLS - THE RECORD IS REJECTED FOR THE FIRST BAD FIELD,
005600*    SO THE CODE IS STILL EDITED BY THE ORIGINAL RULE.
005700 01  WS-DEFAULT-MIN-LEN       PIC 9(02) VALUE 4.
006700
006800 01  WS-DATE-WORK.
006900     05 WS-EFF-DATE-NUM       PIC 9(08) VALUE ZEROES.
008300     SET REVEDIT-PASS TO TRUE
008400     MOVE SPACES TO REVEDIT-REASON
008500
008510     PERFORM 0500-FIND-CLASS THRU 0500-EXIT
008520
008600     PERFORM 1000-EDIT-CODE THRU 1000-EXIT
008700
008800     IF REVEDIT-PASS
009500
009600     GOBACK.
009700
009702*****************************************************************
009704*    0500-FIND-CLASS - LOOK THE PRODUCT CLASS UP IN THE CALLER'S*
009706*                      RVPCLS TABLE.  ITS MINIMUM CODE LENGTH   *
009708*                      IS NEEDED BY THE CODE EDIT, WHICH COMES  *
009710*                      FIRST IN FIELD ORDER, SO THE LOOKUP IS   *
009712*                      DONE BEFORE ANY FIELD IS EDITED          *
009714*****************************************************************
009716 0500-FIND-CLASS.
009718     MOVE 'N' TO WS-CLASS-SW
009720     MOVE 'N' TO WS-ACTIVE-SW
009722     MOVE WS-DEFAULT-MIN-LEN TO WS-MIN-CODE-LEN
009724
009726     PERFORM 0510-CHECK-ONE-CLASS THRU 0510-EXIT
009728         VARYING WS-CLASS-IDX FROM 1 BY 1
009730         UNTIL WS-CLASS-IDX > REVEDIT-CLASS-COUNT
009732            OR CLASS-IS-KNOWN.
009734
009736 0500-EXIT.
009738     EXIT.
009740
009742 0510-CHECK-ONE-CLASS.
009744     IF REVEDIT-PROD-CLASS = REVEDIT-TBL-CLASS(WS-CLASS-IDX)
009746         SET CLASS-IS-KNOWN TO TRUE
009748         MOVE REVEDIT-TBL-MIN-LEN(WS-CLASS-IDX)
009750             TO WS-MIN-CODE-LEN
009752         IF REVEDIT-AS-OF-DATE
009754                NOT < REVEDIT-TBL-FROM(WS-CLASS-IDX)
009756            AND REVEDIT-AS-OF-DATE
009758                NOT > REVEDIT-TBL-TO(WS-CLASS-IDX)
009760             SET CLASS-IS-ACTIVE TO TRUE
009762         END-IF
009764     END-IF.
009766
009768 0510-EXIT.
009770     EXIT.
009772
009800*****************************************************************
009900*    1000-EDIT-CODE - THE CODE MUST NOT BE BLANK, MUST NOT      *
010000*                     START WITH A BLANK (THE SAME RULE THE     *
010100*                     ONLINE SCREEN ENFORCES), AND MUST CARRY   *
010200*                     AT LEAST THE CLASS'S MINIMUM LENGTH       *
010300*****************************************************************
010400 1000-EDIT-CODE.
010500     IF REVEDIT-CODE = SPACES
011500     PERFORM 1100-SCAN-FOR-LAST-CHAR THRU 1100-EXIT
011600         UNTIL WS-SCAN-POS = 0 OR WS-TRIM-LEN NOT = 0
011700
011800     IF WS-TRIM-LEN < WS-MIN-CODE-LEN
011900         SET REVEDIT-BAD-CODE TO TRUE
012000         SET REVEDIT-FAIL TO TRUE
012100     END-IF.
013400     EXIT.
013500
013600*****************************************************************
013700*    2000-EDIT-PROD-CLASS - THE CLASS MUST BE ON RVPCLS AND     *
013800*                           ACTIVE ON THE RUN DATE (LOOKED UP   *
013850*                           BY 0500-FIND-CLASS)                 *
013900*****************************************************************
014000 2000-EDIT-PROD-CLASS.
014700     IF NOT CLASS-IS-KNOWN
014750        OR NOT CLASS-IS-ACTIVE
014800         SET REVEDIT-BAD-CLASS TO TRUE
014900         SET REVEDIT-FAIL TO TRUE
015000     END-IF.
015100
015200 2000-EXIT.
015300     EXIT.
016200
016300*****************************************************************
016400*    3000-EDIT-EFF-DATE - THE DATE MUST BE NUMERIC AND MUST     *
