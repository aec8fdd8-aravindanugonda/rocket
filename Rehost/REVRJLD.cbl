000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVRJLD.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  NIGHTLY INTAKE OF THE FRONT-END EDIT REJECTS     *
001000*             INTO THE RVREJC REJECT CORRECTION FILE (SEE      *
001100*             REVRJCR), SO THE DESK CAN BROWSE AND CORRECT     *
001200*             THEM ON TRANSACTION RVRJ (PROGRAM REVRJCM) THE   *
001300*             NEXT MORNING INSTEAD OF WAITING ON AN EXTRACT    *
001400*             RERUN.  EVERY CODEREJ RECORD REVBATCH WROTE      *
001500*             TONIGHT BECOMES ONE OPEN RVREJC RECORD KEYED BY  *
001600*             ITS REASON, THE RUN DATE FROM THE CODEOUT        *
001700*             CONTROL HEADER, AND ITS RECORD NUMBER ON         *
001800*             CODEREJ.  THE NUMBER OF REJECTS TO TAKE COMES    *
001900*             FROM THE RUN REGISTER (SEE REVRRGR), THE SAME    *
002000*             WAY REVPRELS TAKES PENDNEW, SO A STALE SLOT LEFT *
002100*             IN THE CODEREJ CLUSTER IS NEVER LOADED.  A       *
002200*             REJECT ALREADY ON RVREJC (A RERUN OF THIS JOB)   *
002300*             IS LEFT AS IT IS - IT MAY ALREADY HAVE BEEN      *
002400*             CORRECTED - AND COUNTED.  CODEREJ STILL GOES     *
002500*             BACK TO THE EXTRACT TEAM AS BEFORE.              *
002600*                                                               *
002700*   MODIFICATION HISTORY.                                       *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   ---------  ----  -------------------------------------------*
003000*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003010*   2026-10-15  DO   THE RUN CYCLE ON THE CODEOUT HEADER (SEE   *
003020*                    REVCTLR) NOW KEYS THE RUNREG READ AND      *
003030*                    EVERY RVREJC RECORD LOADED, SO THE REJECTS *
003040*                    OF AN OFF-CYCLE RUN LOAD BESIDE THE        *
003050*                    NIGHTLY RUN'S INSTEAD OF BEING COUNTED AS  *
003060*                    ALREADY ON FILE.  A HEADER WITH NO CYCLE   *
003070*                    IS CYCLE 01.                               *
003072*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003074*                    END EVENT TO THE SHARED JOBEVT FILE        *
003076*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003078*                    CODE, KEY COUNTS, AND WHETHER THE          *
003080*                    RUN-REGISTER COUNT WAS MET - FOR THE       *
003082*                    REVOPSUM MORNING SUMMARY.                  *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-Z.
003600 OBJECT-COMPUTER. IBM-Z.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CODE-OUT-FILE ASSIGN TO CODEOUT
004000         ORGANIZATION IS RELATIVE
004100         ACCESS MODE IS SEQUENTIAL
004200         RELATIVE KEY IS WS-OUT-RRN
004300         FILE STATUS IS WS-OUT-STATUS.
004400
004500     SELECT CODE-REJ-FILE ASSIGN TO CODEREJ
004600         ORGANIZATION IS RELATIVE
004700         ACCESS MODE IS SEQUENTIAL
004800         RELATIVE KEY IS WS-REJ-RRN
004900         FILE STATUS IS WS-REJ-STATUS.
005000
005100     SELECT REJ-CORR-FILE ASSIGN TO RVREJC
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS REVRJC-KEY
005500         FILE STATUS IS WS-RJC-STATUS.
005600
005700     SELECT RUN-REG-FILE ASSIGN TO RUNREG
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS REVRRG-KEY
006100         FILE STATUS IS WS-RREG-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CODE-OUT-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY REVCONR.
006900
007000 FD  CODE-REJ-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY REVCRJR.
007400
007500 FD  REJ-CORR-FILE
007600     RECORDING MODE IS F.
007700     COPY REVRJCR.
007800
007900 FD  RUN-REG-FILE
008000     RECORDING MODE IS F.
008100     COPY REVRRGR.
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WS-SWITCHES.
008600     05 WS-OUT-STATUS             PIC X(02) VALUE SPACES.
008700        88 OUT-FILE-OPEN-OK            VALUE '00'.
008800     05 WS-REJ-STATUS             PIC X(02) VALUE SPACES.
008900        88 REJ-FILE-OPEN-OK            VALUE '00'.
009000     05 WS-REJ-EOF-SW             PIC X(01) VALUE 'N'.
009100        88 END-OF-CODE-REJ             VALUE 'Y'.
009200     05 WS-RJC-STATUS             PIC X(02) VALUE SPACES.
009300        88 RJC-FILE-OPEN-OK            VALUE '00'.
009400        88 RJC-DUPLICATE-KEY           VALUE '22'.
009500     05 WS-RREG-STATUS            PIC X(02) VALUE SPACES.
009600        88 RREG-FILE-OPEN-OK           VALUE '00'.
009700     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
009800        88 RUN-ABORTED                 VALUE 'Y'.
009900     05 WS-OUT-RRN                PIC 9(09) COMP VALUE 0.
010000     05 WS-REJ-RRN                PIC 9(09) COMP VALUE 0.
010100
010200 01  WS-COUNTERS.
010300     05 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
010350     05 WS-RUN-CYCLE              PIC 9(02) VALUE 1.
010400     05 WS-REJ-EXPECTED           PIC 9(09) COMP VALUE 0.
010500     05 WS-REJ-READ               PIC 9(09) COMP VALUE 0.
010600     05 WS-RJC-ADDED              PIC 9(09) COMP VALUE 0.
010700     05 WS-RJC-ALREADY            PIC 9(09) COMP VALUE 0.
010800
010900     COPY REVCTLR.
010950     COPY REVJPARM.
011000
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*    0000-MAINLINE - FIND TONIGHT'S RUN DATE AND REJECT COUNT,  *
011400*                    THEN CARRY EACH REJECT ONTO RVREJC         *
011500*****************************************************************
011600 0000-MAINLINE.
011620     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
011640
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011800
011900     IF RUN-ABORTED
012000         MOVE 8 TO RETURN-CODE
012100     ELSE
012200         PERFORM 2000-LOAD-ONE-REJECT THRU 2000-EXIT
012300             UNTIL END-OF-CODE-REJ
012400                OR WS-REJ-READ NOT < WS-REJ-EXPECTED
012500
012600         PERFORM 3000-TERMINATE THRU 3000-EXIT
012700     END-IF
012800
012820     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
012840
012900     GOBACK.
013000
013100*****************************************************************
013200*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE CODEOUT       *
013300*                      CONTROL HEADER, ASK THE RUN REGISTER     *
013400*                      HOW MANY RECORDS WERE REJECTED, AND      *
013500*                      OPEN CODEREJ AND RVREJC.  AN EMPTY       *
013600*                      RVREJC CLUSTER IS LAID DOWN FIRST, THE   *
013700*                      WAY REVBATCH DOES FOR RVBHIST.           *
013800*****************************************************************
013900 1000-INITIALIZE.
014000     OPEN INPUT CODE-OUT-FILE
014100
014200     IF NOT OUT-FILE-OPEN-OK
014300         DISPLAY 'REVRJLD: CODEOUT NOT AVAILABLE, STATUS '
014400             WS-OUT-STATUS
014500         SET RUN-ABORTED TO TRUE
014600         GO TO 1000-EXIT
014700     END-IF
014800
014900     READ CODE-OUT-FILE
015000         AT END
015100             DISPLAY 'REVRJLD: CODEOUT IS EMPTY - NO HEADER '
015200                 'RECORD'
015300             SET RUN-ABORTED TO TRUE
015400     END-READ
015500
015600     IF NOT RUN-ABORTED
015700         MOVE CODE-OUT-RECORD TO REVCTL-HEADER
015800         IF REVCTL-HEADER-ID
015900             MOVE REVCTL-HDR-DATE TO WS-RUN-DATE
015920             IF REVCTL-HDR-CYCLE NUMERIC
015940                AND REVCTL-HDR-CYCLE > 0
015960                 MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
015980             END-IF
016000         ELSE
016100             DISPLAY 'REVRJLD: FIRST RECORD IS NOT THE CONTROL '
016200                 'HEADER'
016300             SET RUN-ABORTED TO TRUE
016400         END-IF
016500     END-IF
016600
016700     CLOSE CODE-OUT-FILE
016800
016900     IF RUN-ABORTED
017000         GO TO 1000-EXIT
017100     END-IF
017200
017300     PERFORM 1300-GET-REJECT-COUNT THRU 1300-EXIT
017400
017500     OPEN INPUT CODE-REJ-FILE
017600
017700     IF NOT REJ-FILE-OPEN-OK
017800         DISPLAY 'REVRJLD: CODEREJ NOT AVAILABLE, STATUS '
017900             WS-REJ-STATUS
018000         SET RUN-ABORTED TO TRUE
018100         GO TO 1000-EXIT
018200     END-IF
018300
018400     OPEN I-O REJ-CORR-FILE
018500
018600     IF NOT RJC-FILE-OPEN-OK
018700         OPEN OUTPUT REJ-CORR-FILE
018800         CLOSE REJ-CORR-FILE
018900         OPEN I-O REJ-CORR-FILE
019000     END-IF
019100
019200     IF NOT RJC-FILE-OPEN-OK
019300         DISPLAY 'REVRJLD: RVREJC NOT AVAILABLE, STATUS '
019400             WS-RJC-STATUS
019500         CLOSE CODE-REJ-FILE
019600         SET RUN-ABORTED TO TRUE
019700         GO TO 1000-EXIT
019800     END-IF
019900
020000     DISPLAY 'REVRJLD: CODEOUT RUN DATE = ' WS-RUN-DATE
020050     DISPLAY 'REVRJLD: CODEOUT CYCLE    = ' WS-RUN-CYCLE.
020100
020200 1000-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600*    1300-GET-REJECT-COUNT - HOW MANY RECORDS DID TONIGHT'S     *
020700*                            REVBATCH WRITE TO CODEREJ - FROM   *
020800*                            ITS RUN REGISTER RECORD.  NO       *
020900*                            RECORD MEANS READ CODEREJ TO END   *
021000*                            OF FILE, WITH A WARNING, AS        *
021100*                            REVPRELS DOES FOR PENDNEW.         *
021200*****************************************************************
021300 1300-GET-REJECT-COUNT.
021400     MOVE 999999999 TO WS-REJ-EXPECTED
021500
021600     OPEN INPUT RUN-REG-FILE
021700
021800     IF NOT RREG-FILE-OPEN-OK
021900         DISPLAY 'REVRJLD: RUN REGISTER NOT AVAILABLE - '
022000             'READING CODEREJ TO END OF FILE'
022100         GO TO 1300-EXIT
022200     END-IF
022300
022400     MOVE WS-RUN-DATE TO REVRRG-RUN-DATE
022450     MOVE WS-RUN-CYCLE TO REVRRG-RUN-CYCLE
022500     READ RUN-REG-FILE
022600         INVALID KEY
022700             DISPLAY 'REVRJLD: NO RUN REGISTER RECORD FOR '
022800                 WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
022850                 ' - READING CODEREJ TO END OF FILE'
022900             CLOSE RUN-REG-FILE
023000             GO TO 1300-EXIT
023100     END-READ
023200
023300     MOVE REVRRG-RECS-REJECTED TO WS-REJ-EXPECTED
023400     CLOSE RUN-REG-FILE
023500
023600     DISPLAY 'REVRJLD: REJECTED TONIGHT = ' WS-REJ-EXPECTED.
023700
023800 1300-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*    2000-LOAD-ONE-REJECT - NEXT CODEREJ RECORD BECOMES AN OPEN *
024300*                           RVREJC RECORD, ORIGINAL FIELDS AS   *
024400*                           REJECTED AND NO CORRECTION YET.     *
024500*                           THE RELATIVE RECORD NUMBER OF THE   *
024600*                           REJECT IS ITS SEQUENCE IN THE KEY.  *
024700*****************************************************************
024800 2000-LOAD-ONE-REJECT.
024900     READ CODE-REJ-FILE
025000         AT END
025100             SET END-OF-CODE-REJ TO TRUE
025200             GO TO 2000-EXIT
025300     END-READ
025400
025500     ADD 1 TO WS-REJ-READ
025600
025700     MOVE SPACES          TO REVRJC-RECORD
025800     MOVE CRJ-REASON      TO REVRJC-REASON
025900     MOVE WS-RUN-DATE     TO REVRJC-RUN-DATE
025950     MOVE WS-RUN-CYCLE    TO REVRJC-RUN-CYCLE
026000     MOVE WS-REJ-RRN      TO REVRJC-REJ-SEQ
026100     SET REVRJC-OPEN TO TRUE
026200     MOVE CRJ-CODE        TO REVRJC-ORIG-CODE
026300     MOVE CRJ-PROD-CLASS  TO REVRJC-ORIG-CLASS
026400     MOVE CRJ-EFF-DATE    TO REVRJC-ORIG-DATE
026500     MOVE CRJ-SOURCE      TO REVRJC-ORIG-SOURCE
026600     MOVE ZEROES          TO REVRJC-SUBMITTED-DATE
026700
026800     WRITE REVRJC-RECORD
026900
027000     IF RJC-DUPLICATE-KEY
027100         ADD 1 TO WS-RJC-ALREADY
027200     ELSE
027300         ADD 1 TO WS-RJC-ADDED
027400     END-IF.
027500
027600 2000-EXIT.
027700     EXIT.
027800
027900*****************************************************************
028000*    3000-TERMINATE - CLOSE UP AND REPORT THE COUNTS.  FEWER    *
028100*                     REJECTS ON CODEREJ THAN THE REGISTER      *
028200*                     SAYS WERE WRITTEN IS A WARNING, RC 4.     *
028300*****************************************************************
028400 3000-TERMINATE.
028500     CLOSE CODE-REJ-FILE
028600     CLOSE REJ-CORR-FILE
028700
028800     DISPLAY 'REVRJLD: REJECTS READ     = ' WS-REJ-READ
028900     DISPLAY 'REVRJLD: ADDED TO RVREJC  = ' WS-RJC-ADDED
029000     DISPLAY 'REVRJLD: ALREADY ON FILE  = ' WS-RJC-ALREADY
029100
029200     IF WS-REJ-EXPECTED NOT = 999999999
029300        AND WS-REJ-READ < WS-REJ-EXPECTED
029400         DISPLAY 'REVRJLD: CODEREJ ENDED SHORT OF THE RUN '
029500             'REGISTER COUNT'
029600         MOVE 4 TO RETURN-CODE
029700     END-IF.
029800
029900 3000-EXIT.
030000     EXIT.
030010
030020*****************************************************************
030030*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
030040*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
030050*****************************************************************
030060 9800-LOG-JOB-START.
030070     SET REVJEVW-JOB-START TO TRUE
030080     MOVE 'REVRJLD' TO REVJEVW-JOB-NAME
030090     CALL 'REVJEVW' USING REVJEVW-PARMS.
030100
030110 9800-EXIT.
030120     EXIT.
030130
030140*****************************************************************
030150*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
030160*                       COUNTS, AND WHETHER THE RUN-REGISTER    *
030170*                       COUNT WAS MET                           *
030180*****************************************************************
030190 9810-LOG-JOB-END.
030200     SET REVJEVW-JOB-END TO TRUE
030210     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
030220     MOVE 'READ' TO REVJEVW-COUNT-NAME(2)
030230     MOVE WS-REJ-READ TO REVJEVW-COUNT(2)
030240     MOVE 'ADDED' TO REVJEVW-COUNT-NAME(3)
030250     MOVE WS-RJC-ADDED TO REVJEVW-COUNT(3)
030260     MOVE 'ALREADY' TO REVJEVW-COUNT-NAME(4)
030270     MOVE WS-RJC-ALREADY TO REVJEVW-COUNT(4)
030280
030290     IF WS-REJ-EXPECTED NOT = 999999999
030300         MOVE 'EXPECTED' TO REVJEVW-COUNT-NAME(1)
030310         MOVE WS-REJ-EXPECTED TO REVJEVW-COUNT(1)
030320         IF WS-REJ-READ < WS-REJ-EXPECTED
030330             SET REVJEVW-OUT-OF-BALANCE TO TRUE
030340         ELSE
030350             SET REVJEVW-IN-BALANCE TO TRUE
030360         END-IF
030370     END-IF
030380
030390     CALL 'REVJEVW' USING REVJEVW-PARMS.
030400
030410 9810-EXIT.
030420     EXIT.
