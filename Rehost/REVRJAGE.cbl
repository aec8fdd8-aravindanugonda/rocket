000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVRJAGE.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  AGED-REJECT REPORT.  LISTS EVERY FRONT-END EDIT  *
001000*             REJECT ON RVREJC (SEE REVRJCR) THAT IS STILL OPEN*
001100*             - NOT YET CORRECTED ON TRANSACTION RVRJ - WHEN   *
001200*             THE NUMBER OF DAYS SINCE THE RUN THAT REJECTED   *
001300*             IT HAS REACHED THE AGE LIMIT, WITH THE FIELDS AS *
001400*             REJECTED, SO THE DESK CAN CHASE THEM OR REFER    *
001500*             THEM BACK TO THE EXTRACT TEAM.  THE AGE LIMIT    *
001600*             COMES FROM THE SYSIN PARAMETER CARD; NO CARD     *
001700*             KEEPS THE STANDARD 5 DAYS.  TOTALS GIVE THE AGED *
001800*             REJECTS BY REASON, THE OPEN REJECTS NOT YET AGED,*
001900*             AND THE CORRECTED REJECTS STILL WAITING FOR      *
002000*             REVRJEX TO SUBMIT THEM.                          *
002100*                                                               *
002200*   MODIFICATION HISTORY.                                       *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   ---------  ----  -------------------------------------------*
002500*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
002510*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002520*                    END EVENT TO THE SHARED JOBEVT FILE        *
002530*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002540*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002550*                    MORNING SUMMARY.                           *
002600*                                                               *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-Z.
003100 OBJECT-COMPUTER. IBM-Z.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REJ-CORR-FILE ASSIGN TO RVREJC
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS REVRJC-KEY
003800         FILE STATUS IS WS-RJC-STATUS.
003900
004000     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300
004400     SELECT REPORT-FILE   ASSIGN TO AGERPT
004500                          ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  REJ-CORR-FILE
005000     RECORDING MODE IS F.
005100     COPY REVRJCR.
005200
005300 FD  PARM-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  PARM-RECORD                  PIC X(80).
005700
005800 FD  REPORT-FILE
005900     RECORDING MODE IS F.
006000 01  REPORT-LINE                  PIC X(133).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
006500        88 END-OF-REJECTS              VALUE 'Y'.
006600     05 WS-RJC-STATUS             PIC X(02) VALUE SPACES.
006700        88 RJC-STATUS-OK               VALUE '00'.
006800        88 RJC-END-OF-FILE             VALUE '10'.
006900     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
007000        88 PARM-FILE-OPEN-OK            VALUES '00' '05'.
007100     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
007200        88 PARM-CARD-INVALID            VALUE 'Y'.
007300     05 WS-FATAL-SW               PIC X(01) VALUE 'N'.
007400        88 RUN-HAS-FAILED               VALUE 'Y'.
007500
007600 01  WS-COUNTERS.
007700     05 WS-RECS-READ              PIC 9(09) COMP VALUE 0.
007800     05 WS-AGED-CODE              PIC 9(09) COMP VALUE 0.
007900     05 WS-AGED-CLAS              PIC 9(09) COMP VALUE 0.
008000     05 WS-AGED-DATE              PIC 9(09) COMP VALUE 0.
008100     05 WS-AGED-SRC               PIC 9(09) COMP VALUE 0.
008200     05 WS-AGED-TOTAL             PIC 9(09) COMP VALUE 0.
008300     05 WS-OPEN-NOT-AGED          PIC 9(09) COMP VALUE 0.
008400     05 WS-CORR-WAITING           PIC 9(09) COMP VALUE 0.
008500     05 WS-AGE-LIMIT              PIC 9(05) COMP VALUE 5.
008600     05 WS-DAYS-OUTSTANDING       PIC 9(05) COMP VALUE 0.
008700     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
008800     05 WS-TODAY-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
008900
009000*    AGE LIMIT PARAMETER CARD READ FROM SYSIN.
009100*    COLS 01-05  DAYS SINCE THE REJECTING RUN AFTER WHICH AN
009200*                OPEN REJECT IS REPORTED - 5 DIGITS, OR BLANK
009300*                (DEFAULT 5); MUST BE GREATER THAN ZERO
009400 01  WS-PARM-CARD.
009500     05 WS-PARM-AGE-LIMIT         PIC X(05).
009600     05 WS-PARM-AGE-LIMIT-N REDEFINES WS-PARM-AGE-LIMIT
009700                                  PIC 9(05).
009800     05 FILLER                    PIC X(75).
009900
010000 01  WS-HEADING-1.
010100     05 FILLER                    PIC X(20) VALUE SPACES.
010200     05 FILLER                    PIC X(45)
010300          VALUE 'AGED OPEN REJECTS - RVREJC'.
010400     05 FILLER                    PIC X(68) VALUE SPACES.
010500
010600 01  WS-HEADING-2.
010700     05 FILLER                    PIC X(20) VALUE SPACES.
010800     05 FILLER                    PIC X(12) VALUE 'RUN DATE:'.
010900     05 WSH-TODAY                 PIC 9(08).
011000     05 FILLER                    PIC X(05) VALUE SPACES.
011100     05 FILLER                    PIC X(12) VALUE 'AGE LIMIT:'.
011200     05 WSH-AGE-LIMIT             PIC ZZ,ZZ9.
011300     05 FILLER                    PIC X(05) VALUE ' DAYS'.
011400     05 FILLER                    PIC X(65) VALUE SPACES.
011500
011600 01  WS-COLUMN-HEADS.
011700     05 FILLER                    PIC X(10) VALUE SPACES.
011800     05 FILLER                    PIC X(08) VALUE 'REASON'.
011900     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
012000     05 FILLER                    PIC X(11) VALUE 'REJECT NO'.
012100     05 FILLER                    PIC X(22) VALUE 'CODE'.
012200     05 FILLER                    PIC X(05) VALUE 'CLS'.
012300     05 FILLER                    PIC X(10) VALUE 'EFF DATE'.
012400     05 FILLER                    PIC X(05) VALUE 'SRC'.
012500     05 FILLER                    PIC X(52) VALUE 'DAYS OPEN'.
012600
012700 01  WS-DETAIL-LINE.
012800     05 FILLER                    PIC X(10) VALUE SPACES.
012900     05 WSD-REASON                PIC X(04) VALUE SPACES.
013000     05 FILLER                    PIC X(04) VALUE SPACES.
013100     05 WSD-RUN-DATE              PIC 9(08) VALUE ZEROES.
013200     05 FILLER                    PIC X(02) VALUE SPACES.
013300     05 WSD-REJ-SEQ               PIC Z(08)9.
013400     05 FILLER                    PIC X(02) VALUE SPACES.
013500     05 WSD-CODE                  PIC X(20) VALUE SPACES.
013600     05 FILLER                    PIC X(02) VALUE SPACES.
013700     05 WSD-CLASS                 PIC X(02) VALUE SPACES.
013800     05 FILLER                    PIC X(03) VALUE SPACES.
013900     05 WSD-EFF-DATE              PIC X(08) VALUE SPACES.
014000     05 FILLER                    PIC X(02) VALUE SPACES.
014100     05 WSD-SOURCE                PIC X(03) VALUE SPACES.
014200     05 FILLER                    PIC X(02) VALUE SPACES.
014300     05 WSD-DAYS                  PIC ZZ,ZZ9.
014400     05 FILLER                    PIC X(46) VALUE SPACES.
014500
014600 01  WS-TOTAL-LINE.
014700     05 FILLER                    PIC X(10) VALUE SPACES.
014800     05 WST-LABEL                 PIC X(38) VALUE SPACES.
014900     05 WST-COUNT                 PIC ZZZ,ZZZ,ZZ9.
015000     05 FILLER                    PIC X(74) VALUE SPACES.
015100
015200     COPY REVDPARM.
015250     COPY REVJPARM.
015300
015400 PROCEDURE DIVISION.
015500*****************************************************************
015600*    0000-MAINLINE - READ THE AGE LIMIT, LIST EVERY AGED OPEN   *
015700*                    REJECT, PRINT THE TOTALS                   *
015800*****************************************************************
015900 0000-MAINLINE.
015920     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
015940
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016100
016200     IF PARM-CARD-INVALID OR RUN-HAS-FAILED
016300         MOVE 8 TO RETURN-CODE
016400     ELSE
016500         PERFORM 2000-PROCESS-ONE-REJECT THRU 2000-EXIT
016600             UNTIL END-OF-REJECTS
016700
016800         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
016900
017000         PERFORM 9000-TERMINATE THRU 9000-EXIT
017100
017200         IF RUN-HAS-FAILED
017300             MOVE 8 TO RETURN-CODE
017400         END-IF
017500     END-IF
017600
017620     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
017640
017700     GOBACK.
017800
017900*****************************************************************
018000*    1000-INITIALIZE - READ THE AGE LIMIT CARD, WORK OUT        *
018100*                      TODAY'S ABSTIME, OPEN THE FILES, PRINT   *
018200*                      THE HEADINGS AND PRIME THE READ          *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT
018600
018700     IF PARM-CARD-INVALID
018800         GO TO 1000-EXIT
018900     END-IF
019000
019100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
019200     SET REVDATE-DATE-TO-ABS TO TRUE
019300     MOVE WS-TODAY TO REVDATE-DATE
019400     CALL 'REVDATE' USING REVDATE-PARMS
019500     MOVE REVDATE-ABSTIME TO WS-TODAY-ABSTIME
019600
019700     DISPLAY 'REVRJAGE: AGE LIMIT DAYS  = ' WS-AGE-LIMIT
019800
019900     OPEN INPUT REJ-CORR-FILE
020000
020100     IF NOT RJC-STATUS-OK
020200         DISPLAY 'REVRJAGE: RVREJC OPEN FAILED, FILE STATUS '
020300             WS-RJC-STATUS
020400         SET RUN-HAS-FAILED TO TRUE
020500         GO TO 1000-EXIT
020600     END-IF
020700
020800     OPEN OUTPUT REPORT-FILE
020900
021000     MOVE WS-TODAY     TO WSH-TODAY
021100     MOVE WS-AGE-LIMIT TO WSH-AGE-LIMIT
021200     WRITE REPORT-LINE FROM WS-HEADING-1
021300     WRITE REPORT-LINE FROM WS-HEADING-2
021400     MOVE SPACES TO REPORT-LINE
021500     WRITE REPORT-LINE
021600     WRITE REPORT-LINE FROM WS-COLUMN-HEADS
021700
021800     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
021900
022000 1000-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*    1010-READ-PARM-CARD - READ AND VALIDATE THE AGE LIMIT      *
022500*                          CARD.  NO SYSIN, OR AN EMPTY ONE,    *
022600*                          KEEPS THE STANDARD 5 DAYS.           *
022700*****************************************************************
022800 1010-READ-PARM-CARD.
022900     OPEN INPUT PARM-FILE
023000
023100     IF NOT PARM-FILE-OPEN-OK
023200         GO TO 1010-EXIT
023300     END-IF
023400
023500     MOVE SPACES TO WS-PARM-CARD
023600     READ PARM-FILE INTO WS-PARM-CARD
023700         AT END
023800             MOVE SPACES TO WS-PARM-CARD
023900     END-READ
024000     CLOSE PARM-FILE
024100
024200     IF WS-PARM-AGE-LIMIT NOT = SPACES
024300         IF WS-PARM-AGE-LIMIT-N NUMERIC
024400            AND WS-PARM-AGE-LIMIT-N > 0
024500             MOVE WS-PARM-AGE-LIMIT-N TO WS-AGE-LIMIT
024600         ELSE
024700             DISPLAY 'REVRJAGE: INVALID AGE LIMIT ON '
024800                 'PARM CARD - ' WS-PARM-AGE-LIMIT
024900             SET PARM-CARD-INVALID TO TRUE
025000         END-IF
025100     END-IF.
025200
025300 1010-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700*    2000-PROCESS-ONE-REJECT - COUNT A CORRECTED REJECT STILL   *
025800*                              WAITING TO BE SUBMITTED; FOR AN  *
025900*                              OPEN ONE, WORK OUT THE DAYS      *
026000*                              SINCE ITS RUN AND LIST IT IF     *
026100*                              THAT HAS REACHED THE LIMIT.      *
026200*                              SUBMITTED REJECTS ARE DONE WITH. *
026300*****************************************************************
026400 2000-PROCESS-ONE-REJECT.
026500     IF REVRJC-CORRECTED
026600         ADD 1 TO WS-CORR-WAITING
026700         GO TO 2000-READ-NEXT
026800     END-IF
026900
027000     IF NOT REVRJC-OPEN
027100         GO TO 2000-READ-NEXT
027200     END-IF
027300
027400     SET REVDATE-DATE-TO-ABS TO TRUE
027500     MOVE REVRJC-RUN-DATE TO REVDATE-DATE
027600     CALL 'REVDATE' USING REVDATE-PARMS
027700
027800     IF NOT REVDATE-SUCCESS
027900         DISPLAY 'REVRJAGE: INVALID RUN DATE ON RVREJC KEY '
028000             REVRJC-KEY
028100         GO TO 2000-READ-NEXT
028200     END-IF
028300
028400     IF REVDATE-ABSTIME > WS-TODAY-ABSTIME
028500         MOVE 0 TO WS-DAYS-OUTSTANDING
028600     ELSE
028700         COMPUTE WS-DAYS-OUTSTANDING =
028800             (WS-TODAY-ABSTIME - REVDATE-ABSTIME) / 86400000
028900     END-IF
029000
029100     IF WS-DAYS-OUTSTANDING < WS-AGE-LIMIT
029200         ADD 1 TO WS-OPEN-NOT-AGED
029300         GO TO 2000-READ-NEXT
029400     END-IF
029500
029600     PERFORM 2200-LIST-AGED-REJECT THRU 2200-EXIT.
029700
029800 2000-READ-NEXT.
029900     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
030000
030100 2000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*    2100-READ-REJECT - NEXT RVREJC RECORD.  ANY STATUS OTHER   *
030600*                       THAN A GOOD READ OR END OF FILE STOPS   *
030700*                       THE REPORT AND FAILS THE STEP           *
030800*****************************************************************
030900 2100-READ-REJECT.
031000     READ REJ-CORR-FILE
031100
031200     EVALUATE TRUE
031300         WHEN RJC-STATUS-OK
031400             ADD 1 TO WS-RECS-READ
031500         WHEN RJC-END-OF-FILE
031600             SET END-OF-REJECTS TO TRUE
031700         WHEN OTHER
031800             DISPLAY 'REVRJAGE: RVREJC READ FAILED, FILE STATUS '
031900                 WS-RJC-STATUS
032000             SET RUN-HAS-FAILED TO TRUE
032100             SET END-OF-REJECTS TO TRUE
032200     END-EVALUATE.
032300
032400 2100-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*    2200-LIST-AGED-REJECT - ONE DETAIL LINE PER AGED REJECT,   *
032900*                            COUNTED BY ITS REASON              *
033000*****************************************************************
033100 2200-LIST-AGED-REJECT.
033200     MOVE REVRJC-REASON       TO WSD-REASON
033300     MOVE REVRJC-RUN-DATE     TO WSD-RUN-DATE
033400     MOVE REVRJC-REJ-SEQ      TO WSD-REJ-SEQ
033500     MOVE REVRJC-ORIG-CODE    TO WSD-CODE
033600     MOVE REVRJC-ORIG-CLASS   TO WSD-CLASS
033700     MOVE REVRJC-ORIG-DATE    TO WSD-EFF-DATE
033800     MOVE REVRJC-ORIG-SOURCE  TO WSD-SOURCE
033900     MOVE WS-DAYS-OUTSTANDING TO WSD-DAYS
034000     WRITE REPORT-LINE FROM WS-DETAIL-LINE
034100
034200     ADD 1 TO WS-AGED-TOTAL
034300
034400     EVALUATE REVRJC-REASON
034500         WHEN 'CODE'
034600             ADD 1 TO WS-AGED-CODE
034700         WHEN 'CLAS'
034800             ADD 1 TO WS-AGED-CLAS
034900         WHEN 'DATE'
035000             ADD 1 TO WS-AGED-DATE
035100         WHEN OTHER
035200             ADD 1 TO WS-AGED-SRC
035300     END-EVALUATE.
035400
035500 2200-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*    3000-PRINT-TOTALS - AGED REJECTS BY REASON, THEN THE       *
036000*                        REJECTS STILL INSIDE THE LIMIT AND     *
036100*                        THOSE CORRECTED BUT NOT YET SUBMITTED  *
036200*****************************************************************
036300 3000-PRINT-TOTALS.
036400     MOVE SPACES TO REPORT-LINE
036500     WRITE REPORT-LINE
036600
036700     MOVE 'AGED REJECTS - CODE:' TO WST-LABEL
036800     MOVE WS-AGED-CODE TO WST-COUNT
036900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037000
037100     MOVE 'AGED REJECTS - CLAS:' TO WST-LABEL
037200     MOVE WS-AGED-CLAS TO WST-COUNT
037300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037400
037500     MOVE 'AGED REJECTS - DATE:' TO WST-LABEL
037600     MOVE WS-AGED-DATE TO WST-COUNT
037700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
037800
037900     MOVE 'AGED REJECTS - SRC:' TO WST-LABEL
038000     MOVE WS-AGED-SRC TO WST-COUNT
038100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
038200
038300     MOVE 'TOTAL AGED REJECTS:' TO WST-LABEL
038400     MOVE WS-AGED-TOTAL TO WST-COUNT
038500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
038600
038700     MOVE 'OPEN REJECTS NOT YET AGED:' TO WST-LABEL
038800     MOVE WS-OPEN-NOT-AGED TO WST-COUNT
038900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
039000
039100     MOVE 'CORRECTED, AWAITING SUBMISSION:' TO WST-LABEL
039200     MOVE WS-CORR-WAITING TO WST-COUNT
039300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
039400
039500     DISPLAY 'REVRJAGE: RVREJC RECORDS READ = ' WS-RECS-READ
039600     DISPLAY 'REVRJAGE: AGED OPEN REJECTS   = ' WS-AGED-TOTAL.
039700
039800 3000-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*    9000-TERMINATE - CLOSE THE FILES                           *
040300*****************************************************************
040400 9000-TERMINATE.
040500     CLOSE REJ-CORR-FILE
040600     CLOSE REPORT-FILE.
040700
040800 9000-EXIT.
040900     EXIT.
040910
040920*****************************************************************
040930*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
040940*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
040950*****************************************************************
040960 9800-LOG-JOB-START.
040970     SET REVJEVW-JOB-START TO TRUE
040980     MOVE 'REVRJAGE' TO REVJEVW-JOB-NAME
040990     CALL 'REVJEVW' USING REVJEVW-PARMS.
041000
041010 9800-EXIT.
041020     EXIT.
041030
041040*****************************************************************
041050*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
041060*                       KEY COUNTS                              *
041070*****************************************************************
041080 9810-LOG-JOB-END.
041090     SET REVJEVW-JOB-END TO TRUE
041100     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
041110     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
041120     MOVE WS-RECS-READ TO REVJEVW-COUNT(1)
041130     MOVE 'AGED' TO REVJEVW-COUNT-NAME(2)
041140     MOVE WS-AGED-TOTAL TO REVJEVW-COUNT(2)
041150     MOVE 'WAITING' TO REVJEVW-COUNT-NAME(3)
041160     MOVE WS-CORR-WAITING TO REVJEVW-COUNT(3)
041170
041180     CALL 'REVJEVW' USING REVJEVW-PARMS.
041190
041200 9810-EXIT.
041210     EXIT.
