000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVPCRPT.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  DAILY REPORT OF RVPCLS PRODUCT CLASS CHANGES     *
001000*             MADE THROUGH TRANSACTION RVCM, OFF THE PCLL      *
001100*             MAINTENANCE LOG (SEE REVPCML).  EVERY ADD,       *
001200*             CHANGE, AND DELETE IS LISTED WITH THE            *
001300*             MAINTAINING SUPERVISOR, THE TIMESTAMP, AND THE   *
001400*             CLASS RECORD BEFORE AND AFTER (DESCRIPTION,      *
001500*             ACTIVE DATES, MINIMUM CODE LENGTH), PLUS TOTALS  *
001600*             BY ACTION - SO THE EXTRACT TEAM AND THE DESK     *
001700*             CAN SEE WHAT THE NEXT BATCH RUN WILL EDIT        *
001800*             AGAINST, THE SAME WAY REVAMRPT COVERS RVAUTH.    *
001900*                                                               *
002000*   MODIFICATION HISTORY.                                       *
002100*   DATE       INIT  DESCRIPTION                                 *
002200*   ---------  ----  -------------------------------------------*
002300*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
002310*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002320*                    END EVENT TO THE SHARED JOBEVT FILE        *
002330*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002340*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002350*                    MORNING SUMMARY.                           *
002400*                                                               *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-Z.
002900 OBJECT-COMPUTER. IBM-Z.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MAINT-LOG-FILE  ASSIGN TO PCLLIN
003300                            ORGANIZATION IS SEQUENTIAL.
003400
003500     SELECT REPORT-FILE     ASSIGN TO PCRPTOUT
003600                            ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MAINT-LOG-FILE
004100     RECORDING MODE IS F.
004200     COPY REVPCML.
004300
004400 FD  REPORT-FILE
004500     RECORDING MODE IS F.
004600 01  REPORT-LINE                  PIC X(133).
004700
004800 WORKING-STORAGE SECTION.
004900
005000 01  WS-SWITCHES.
005100     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
005200        88 END-OF-MAINT-LOG            VALUE 'Y'.
005300
005400 01  WS-COUNTERS.
005500     05 WS-RECORDS-READ           PIC 9(07) COMP VALUE 0.
005600     05 WS-ADD-COUNT              PIC 9(07) COMP VALUE 0.
005700     05 WS-CHANGE-COUNT           PIC 9(07) COMP VALUE 0.
005800     05 WS-DELETE-COUNT           PIC 9(07) COMP VALUE 0.
005900
006000 01  WS-HEADING-1.
006100     05 FILLER                    PIC X(20) VALUE SPACES.
006200     05 FILLER                    PIC X(45)
006300          VALUE 'DAILY PRODUCT CLASS CHANGE REPORT - RVCM'.
006400     05 FILLER                    PIC X(68) VALUE SPACES.
006500
006600 01  WS-COLUMN-HEADS.
006700     05 FILLER                    PIC X(10) VALUE SPACES.
006800     05 FILLER                    PIC X(10) VALUE 'SUPERVISOR'.
006900     05 FILLER                    PIC X(08) VALUE 'ACTION'.
007000     05 FILLER                    PIC X(05) VALUE 'CLS'.
007100     05 FILLER                    PIC X(10) VALUE 'DATE'.
007200     05 FILLER                    PIC X(08) VALUE 'TIME'.
007300     05 FILLER                    PIC X(08) VALUE 'IMAGE'.
007400     05 FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
007500     05 FILLER                    PIC X(10) VALUE 'ACT FROM'.
007600     05 FILLER                    PIC X(10) VALUE 'ACT TO'.
007700     05 FILLER                    PIC X(22) VALUE 'MIN'.
007800
007900*    TWO LINES PER LOGGED ACTION - THE FIRST CARRIES WHO AND
008000*    WHEN WITH THE BEFORE IMAGE, THE SECOND THE AFTER IMAGE
008100 01  WS-DETAIL-LINE.
008200     05 FILLER                    PIC X(10) VALUE SPACES.
008300     05 WSD-SUPERVISOR            PIC X(08) VALUE SPACES.
008400     05 FILLER                    PIC X(02) VALUE SPACES.
008500     05 WSD-ACTION                PIC X(06) VALUE SPACES.
008600     05 FILLER                    PIC X(02) VALUE SPACES.
008700     05 WSD-CLASS                 PIC X(02) VALUE SPACES.
008800     05 FILLER                    PIC X(03) VALUE SPACES.
008900     05 WSD-DATE                  PIC X(08) VALUE SPACES.
009000     05 FILLER                    PIC X(02) VALUE SPACES.
009100     05 WSD-TIME                  PIC X(06) VALUE SPACES.
009200     05 FILLER                    PIC X(02) VALUE SPACES.
009300     05 WSD-IMAGE-TAG             PIC X(06) VALUE SPACES.
009400     05 FILLER                    PIC X(02) VALUE SPACES.
009500     05 WSD-DESC                  PIC X(30) VALUE SPACES.
009600     05 FILLER                    PIC X(02) VALUE SPACES.
009700     05 WSD-FROM                  PIC X(08) VALUE SPACES.
009800     05 FILLER                    PIC X(02) VALUE SPACES.
009900     05 WSD-TO                    PIC X(08) VALUE SPACES.
010000     05 FILLER                    PIC X(02) VALUE SPACES.
010100     05 WSD-MIN-LEN               PIC X(02) VALUE SPACES.
010200     05 FILLER                    PIC X(18) VALUE SPACES.
010300
010400 01  WS-TOTAL-LINE.
010500     05 FILLER                    PIC X(10) VALUE SPACES.
010600     05 WST-LABEL                 PIC X(30) VALUE SPACES.
010700     05 WST-COUNT                 PIC ZZZ,ZZ9.
010800     05 FILLER                    PIC X(86) VALUE SPACES.
010900
010920     COPY REVJPARM.
010940
011000 PROCEDURE DIVISION.
011100*****************************************************************
011200*    0000-MAINLINE - OPEN, LIST EVERY CHANGE, PRINT THE         *
011300*                    TOTALS, CLOSE                              *
011400*****************************************************************
011500 0000-MAINLINE.
011520     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
011540
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011700
011800     PERFORM 2000-LIST-ONE-CHANGE THRU 2000-EXIT
011900         UNTIL END-OF-MAINT-LOG
012000
012100     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
012200
012300     PERFORM 9000-TERMINATE THRU 9000-EXIT
012400
012420     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
012440
012500     STOP RUN.
012600
012700*****************************************************************
012800*    1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS,      *
012900*                      PRIME THE READ                           *
013000*****************************************************************
013100 1000-INITIALIZE.
013200     OPEN INPUT  MAINT-LOG-FILE
013300     OPEN OUTPUT REPORT-FILE
013400
013500     WRITE REPORT-LINE FROM WS-HEADING-1
013600     MOVE SPACES TO REPORT-LINE
013700     WRITE REPORT-LINE
013800     WRITE REPORT-LINE FROM WS-COLUMN-HEADS
013900
014000     PERFORM 2100-GET-NEXT-RECORD THRU 2100-EXIT.
014100
014200 1000-EXIT.
014300     EXIT.
014400
014500*****************************************************************
014600*    2000-LIST-ONE-CHANGE - THE BEFORE LINE WITH WHO AND WHEN,  *
014700*                           THEN THE AFTER LINE, THEN READ THE  *
014800*                           NEXT ENTRY.  AN IMAGE OF SPACES     *
014900*                           (BEFORE AN ADD, AFTER A DELETE)     *
015000*                           PRINTS AS NONE.                     *
015100*****************************************************************
015200 2000-LIST-ONE-CHANGE.
015300     MOVE REVPCM-SUPERVISOR    TO WSD-SUPERVISOR
015400     MOVE REVPCM-TARGET-CLASS  TO WSD-CLASS
015500     MOVE REVPCM-DATE          TO WSD-DATE
015600     MOVE REVPCM-TIME          TO WSD-TIME
015700
015800     EVALUATE TRUE
015900         WHEN REVPCM-ADD
016000             MOVE 'ADD' TO WSD-ACTION
016100             ADD 1 TO WS-ADD-COUNT
016200         WHEN REVPCM-CHANGE
016300             MOVE 'CHANGE' TO WSD-ACTION
016400             ADD 1 TO WS-CHANGE-COUNT
016500         WHEN REVPCM-DELETE
016600             MOVE 'DELETE' TO WSD-ACTION
016700             ADD 1 TO WS-DELETE-COUNT
016800         WHEN OTHER
016900             MOVE REVPCM-ACTION TO WSD-ACTION
017000     END-EVALUATE
017100
017200     MOVE 'BEFORE' TO WSD-IMAGE-TAG
017300     IF REVPCM-BEFORE-IMAGE = SPACES
017400         MOVE '(NONE)'           TO WSD-DESC
017500         MOVE SPACES             TO WSD-FROM
017600         MOVE SPACES             TO WSD-TO
017700         MOVE SPACES             TO WSD-MIN-LEN
017800     ELSE
017900         MOVE REVPCM-BEF-DESC    TO WSD-DESC
018000         MOVE REVPCM-BEF-FROM    TO WSD-FROM
018100         MOVE REVPCM-BEF-TO      TO WSD-TO
018200         MOVE REVPCM-BEF-MIN-LEN TO WSD-MIN-LEN
018300     END-IF
018400     WRITE REPORT-LINE FROM WS-DETAIL-LINE
018500
018600     MOVE SPACES TO WSD-SUPERVISOR
018700     MOVE SPACES TO WSD-ACTION
018800     MOVE SPACES TO WSD-CLASS
018900     MOVE SPACES TO WSD-DATE
019000     MOVE SPACES TO WSD-TIME
019100     MOVE 'AFTER'  TO WSD-IMAGE-TAG
019200     IF REVPCM-AFTER-IMAGE = SPACES
019300         MOVE '(NONE)'           TO WSD-DESC
019400         MOVE SPACES             TO WSD-FROM
019500         MOVE SPACES             TO WSD-TO
019600         MOVE SPACES             TO WSD-MIN-LEN
019700     ELSE
019800         MOVE REVPCM-AFT-DESC    TO WSD-DESC
019900         MOVE REVPCM-AFT-FROM    TO WSD-FROM
020000         MOVE REVPCM-AFT-TO      TO WSD-TO
020100         MOVE REVPCM-AFT-MIN-LEN TO WSD-MIN-LEN
020200     END-IF
020300     WRITE REPORT-LINE FROM WS-DETAIL-LINE
020400
020500     PERFORM 2100-GET-NEXT-RECORD THRU 2100-EXIT.
020600
020700 2000-EXIT.
020800     EXIT.
020900
021000*****************************************************************
021100*    2100-GET-NEXT-RECORD - READ THE MAINTENANCE LOG, SET THE   *
021200*                           EOF SWITCH AT END                   *
021300*****************************************************************
021400 2100-GET-NEXT-RECORD.
021500     READ MAINT-LOG-FILE
021600         AT END
021700             SET END-OF-MAINT-LOG TO TRUE
021800         NOT AT END
021900             ADD 1 TO WS-RECORDS-READ
022000     END-READ.
022100
022200 2100-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600*    3000-PRINT-TOTALS - CHANGES BY ACTION AND THE GRAND        *
022700*                        TOTAL                                  *
022800*****************************************************************
022900 3000-PRINT-TOTALS.
023000     MOVE SPACES TO REPORT-LINE
023100     WRITE REPORT-LINE
023200
023300     MOVE 'CLASSES ADDED:' TO WST-LABEL
023400     MOVE WS-ADD-COUNT TO WST-COUNT
023500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
023600
023700     MOVE 'CLASSES CHANGED:' TO WST-LABEL
023800     MOVE WS-CHANGE-COUNT TO WST-COUNT
023900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
024000
024100     MOVE 'CLASSES REMOVED:' TO WST-LABEL
024200     MOVE WS-DELETE-COUNT TO WST-COUNT
024300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
024400
024500     MOVE 'TOTAL CHANGES LOGGED:' TO WST-LABEL
024600     MOVE WS-RECORDS-READ TO WST-COUNT
024700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
024800
024900 3000-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300*    9000-TERMINATE - CLOSE THE FILES                           *
025400*****************************************************************
025500 9000-TERMINATE.
025600     CLOSE MAINT-LOG-FILE
025700     CLOSE REPORT-FILE.
025800
025900 9000-EXIT.
026000     EXIT.
026010
026020*****************************************************************
026030*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
026040*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
026050*****************************************************************
026060 9800-LOG-JOB-START.
026070     SET REVJEVW-JOB-START TO TRUE
026080     MOVE 'REVPCRPT' TO REVJEVW-JOB-NAME
026090     CALL 'REVJEVW' USING REVJEVW-PARMS.
026100
026110 9800-EXIT.
026120     EXIT.
026130
026140*****************************************************************
026150*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
026160*                       KEY COUNTS                              *
026170*****************************************************************
026180 9810-LOG-JOB-END.
026190     SET REVJEVW-JOB-END TO TRUE
026200     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
026210     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
026220     MOVE WS-RECORDS-READ TO REVJEVW-COUNT(1)
026230     MOVE 'ADDS' TO REVJEVW-COUNT-NAME(2)
026240     MOVE WS-ADD-COUNT TO REVJEVW-COUNT(2)
026250     MOVE 'CHANGES' TO REVJEVW-COUNT-NAME(3)
026260     MOVE WS-CHANGE-COUNT TO REVJEVW-COUNT(3)
026270     MOVE 'DELETES' TO REVJEVW-COUNT-NAME(4)
026280     MOVE WS-DELETE-COUNT TO REVJEVW-COUNT(4)
026290
026300     CALL 'REVJEVW' USING REVJEVW-PARMS.
026310
026320 9810-EXIT.
026330     EXIT.
