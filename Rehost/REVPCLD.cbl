000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVPCLD.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  CALLABLE BATCH LOADER FOR THE RVPCLS PRODUCT     *
001000*             CLASS FILE (SEE REVPCLR).  READS EVERY CLASS     *
001100*             INTO THE CLASS TABLE OF THE CALLER'S REVEDIT     *
001200*             PARAMETER AREA (SEE REVEPARM) SO REVEDIT CAN     *
001300*             EDIT A WHOLE RUN AGAINST ONE CONSISTENT COPY OF  *
001400*             THE FILE WITHOUT DOING FILE I/O ITSELF.  CALLED  *
001500*             ONCE AT START OF RUN BY EVERY BATCH PROGRAM      *
001600*             THAT EDITS CODEIN RECORDS (REVBATCH, REVCORTC).  *
001700*             ANSWERS REVEDIT-PASS WITH THE TABLE LOADED, OR   *
001800*             REVEDIT-TABLE-ERROR WHEN THE FILE CANNOT BE      *
001900*             OPENED OR READ, IS EMPTY, OR HOLDS MORE CLASSES  *
002000*             THAN THE TABLE HAS ROOM FOR - THE CALLER MUST    *
002100*             THEN STOP RATHER THAN REJECT A WHOLE NIGHT'S     *
002200*             EXTRACT FOR A CLASS IT NEVER SAW.                *
002300*                                                               *
002400*   MODIFICATION HISTORY.                                       *
002500*   DATE       INIT  DESCRIPTION                                 *
002600*   ---------  ----  -------------------------------------------*
002700*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-Z.
003300 OBJECT-COMPUTER. IBM-Z.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PROD-CLASS-FILE ASSIGN TO RVPCLS
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS REVPCL-KEY
004000         FILE STATUS IS WS-PCLS-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PROD-CLASS-FILE
004500     RECORDING MODE IS F.
004600     COPY REVPCLR.
004700
004800 WORKING-STORAGE SECTION.
004900
005000 01  WS-SWITCHES.
005100     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
005200        88 END-OF-CLASSES              VALUE 'Y'.
005300     05 WS-LOAD-SW                PIC X(01) VALUE 'Y'.
005400        88 LOAD-IS-GOOD                VALUE 'Y'.
005500        88 LOAD-HAS-FAILED             VALUE 'N'.
005600     05 WS-PCLS-STATUS            PIC X(02) VALUE SPACES.
005700        88 PCLS-STATUS-OK              VALUE '00'.
005800        88 PCLS-AT-END                 VALUE '10'.
005900
006000 01  WS-COUNTERS.
006100     05 WS-CLASS-MAX              PIC 9(03) VALUE 100.
006200
006300 LINKAGE SECTION.
006400     COPY REVEPARM.
006500
006600 PROCEDURE DIVISION USING REVEDIT-PARMS.
006700*****************************************************************
006800*    0000-MAINLINE - OPEN RVPCLS, LOAD EVERY CLASS, CLOSE IT.   *
006900*                    THE SWITCHES ARE RESET ON EVERY CALL SO A  *
007000*                    SECOND CALL IN THE SAME RUN LOADS AFRESH   *
007100*****************************************************************
007200 0000-MAINLINE.
007300     MOVE 'N' TO WS-EOF-SW
007400     SET LOAD-IS-GOOD TO TRUE
007500     MOVE 0 TO REVEDIT-CLASS-COUNT
007600
007700     OPEN INPUT PROD-CLASS-FILE
007800
007900     IF NOT PCLS-STATUS-OK
008000         DISPLAY 'REVPCLD: RVPCLS OPEN FAILED, FILE STATUS '
008100             WS-PCLS-STATUS
008200         SET REVEDIT-TABLE-ERROR TO TRUE
008300         GO TO 0000-EXIT
008400     END-IF
008500
008600     PERFORM 2100-READ-CLASS THRU 2100-EXIT
008700
008800     PERFORM 2000-LOAD-ONE-CLASS THRU 2000-EXIT
008900         UNTIL END-OF-CLASSES OR LOAD-HAS-FAILED
009000
009100     CLOSE PROD-CLASS-FILE
009200
009300     IF LOAD-IS-GOOD
009400        AND REVEDIT-CLASS-COUNT = 0
009500         DISPLAY 'REVPCLD: RVPCLS HOLDS NO PRODUCT CLASSES'
009600         SET LOAD-HAS-FAILED TO TRUE
009700     END-IF
009800
009900     IF LOAD-HAS-FAILED
010000         SET REVEDIT-TABLE-ERROR TO TRUE
010100     ELSE
010200         SET REVEDIT-PASS TO TRUE
010300     END-IF.
010400
010500 0000-EXIT.
010600     GOBACK.
010700
010800*****************************************************************
010900*    2000-LOAD-ONE-CLASS - ADD THE CURRENT RECORD TO THE TABLE. *
011000*                          A FULL TABLE IS REFUSED OUTRIGHT -   *
011100*                          A CLASS DROPPED HERE WOULD REJECT    *
011200*                          EVERY RECORD THAT CARRIES IT         *
011300*****************************************************************
011400 2000-LOAD-ONE-CLASS.
011500     IF REVEDIT-CLASS-COUNT NOT < WS-CLASS-MAX
011600         DISPLAY 'REVPCLD: RVPCLS HOLDS MORE THAN ' WS-CLASS-MAX
011700             ' CLASSES - ENLARGE THE REVEPARM TABLE'
011800         SET LOAD-HAS-FAILED TO TRUE
011900         GO TO 2000-EXIT
012000     END-IF
012100
012200     ADD 1 TO REVEDIT-CLASS-COUNT
012300     MOVE REVPCL-CLASS
012400         TO REVEDIT-TBL-CLASS(REVEDIT-CLASS-COUNT)
012500     MOVE REVPCL-ACTIVE-FROM
012600         TO REVEDIT-TBL-FROM(REVEDIT-CLASS-COUNT)
012700     MOVE REVPCL-ACTIVE-TO
012800         TO REVEDIT-TBL-TO(REVEDIT-CLASS-COUNT)
012900     MOVE REVPCL-MIN-CODE-LEN
013000         TO REVEDIT-TBL-MIN-LEN(REVEDIT-CLASS-COUNT)
013100
013200     PERFORM 2100-READ-CLASS THRU 2100-EXIT.
013300
013400 2000-EXIT.
013500     EXIT.
013600
013700*****************************************************************
013800*    2100-READ-CLASS - NEXT RVPCLS RECORD.  ANY STATUS OTHER    *
013900*                      THAN A GOOD READ OR END OF FILE FAILS    *
014000*                      THE LOAD                                 *
014100*****************************************************************
014200 2100-READ-CLASS.
014300     READ PROD-CLASS-FILE
014400         AT END
014500             SET END-OF-CLASSES TO TRUE
014600     END-READ
014700
014800     IF NOT PCLS-STATUS-OK
014900        AND NOT PCLS-AT-END
015000         DISPLAY 'REVPCLD: RVPCLS READ FAILED, FILE STATUS '
015100             WS-PCLS-STATUS
015200         SET END-OF-CLASSES TO TRUE
015300         SET LOAD-HAS-FAILED TO TRUE
015400     END-IF.
015500
015600 2100-EXIT.
015700     EXIT.
