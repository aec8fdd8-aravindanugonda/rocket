000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVRJEX.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  SUBMITS THE REJECTS CORRECTED ONLINE ON          *
001000*             TRANSACTION RVRJ (PROGRAM REVRJCM) TO THE NEXT   *
001100*             REVBATCH RUN.  EVERY RVREJC RECORD (SEE REVRJCR) *
001200*             IN CORRECTED STATUS IS WRITTEN, AS A CODEIN-     *
001300*             FORMAT RECORD CARRYING ITS CORRECTED FIELDS, TO  *
001400*             THE NEXT GENERATION OF THE CORRIN FILE THAT      *
001500*             REVBATCH AND REVCORTC READ AFTER CODEIN, AND IS  *
001600*             MARKED SUBMITTED WITH TODAY'S DATE SO IT CAN     *
001700*             NEITHER BE CHANGED ONLINE NOR SUBMITTED TWICE.   *
001800*             THE SUBMRPT REPORT LISTS EVERY RECORD SUBMITTED -*
001900*             WHO CORRECTED IT, AND EACH FIELD AS REJECTED AND *
002000*             AS CORRECTED - FOR THE DESK AND THE EXTRACT TEAM.*
002100*                                                               *
002200*             A RUN THAT FAILED AFTER MARKING RECORDS BUT      *
002300*             BEFORE ITS CORRIN GENERATION WAS CATALOGED IS    *
002400*             RERUN WITH R IN COLUMN 1 OF THE SYSIN CARD - THE *
002500*             RECORDS ALREADY MARKED SUBMITTED TODAY ARE THEN  *
002600*             WRITTEN AGAIN ALONG WITH ANY NEWLY CORRECTED.    *
002700*                                                               *
002800*   MODIFICATION HISTORY.                                       *
002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------  ----  -------------------------------------------*
003100*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003110*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003120*                    END EVENT TO THE SHARED JOBEVT FILE        *
003130*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003140*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
003150*                    MORNING SUMMARY.                           *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-Z.
003700 OBJECT-COMPUTER. IBM-Z.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REJ-CORR-FILE ASSIGN TO RVREJC
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS REVRJC-KEY
004400         FILE STATUS IS WS-RJC-STATUS.
004500
004600     SELECT CORR-OUT-FILE ASSIGN TO CORROUT
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PARM-STATUS.
005200
005300     SELECT REPORT-FILE   ASSIGN TO SUBMRPT
005400                          ORGANIZATION IS SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  REJ-CORR-FILE
005900     RECORDING MODE IS F.
006000     COPY REVRJCR.
006100
006200 FD  CORR-OUT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY REVCINR.
006600
006700 FD  PARM-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  PARM-RECORD                  PIC X(80).
007100
007200 FD  REPORT-FILE
007300     RECORDING MODE IS F.
007400 01  REPORT-LINE                  PIC X(133).
007500
007600 WORKING-STORAGE SECTION.
007700
007800 01  WS-SWITCHES.
007900     05 WS-RJC-STATUS             PIC X(02) VALUE SPACES.
008000        88 RJC-FILE-OPEN-OK            VALUE '00'.
008100     05 WS-RJC-EOF-SW             PIC X(01) VALUE 'N'.
008200        88 END-OF-REJ-CORR             VALUE 'Y'.
008300     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
008400        88 PARM-FILE-OPEN-OK           VALUES '00' '05'.
008500     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
008600        88 PARM-CARD-INVALID           VALUE 'Y'.
008700     05 WS-RESUBMIT-SW            PIC X(01) VALUE 'N'.
008800        88 RESUBMITTING-TODAY          VALUE 'Y'.
008900     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
009000        88 RUN-ABORTED                 VALUE 'Y'.
009100
009200 01  WS-COUNTERS.
009300     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
009400     05 WS-RECS-EXAMINED          PIC 9(09) COMP VALUE 0.
009500     05 WS-RECS-SUBMITTED         PIC 9(09) COMP VALUE 0.
009600     05 WS-RECS-RESUBMITTED       PIC 9(09) COMP VALUE 0.
009700     05 WS-RECS-STILL-OPEN        PIC 9(09) COMP VALUE 0.
009800
009900*    RUN-CONTROL CARD READ FROM SYSIN.
010000*    COL 01     R = ALSO WRITE AGAIN THE RECORDS ALREADY MARKED
010100*               SUBMITTED TODAY (RERUN AFTER A FAILURE);
010200*               BLANK = NORMAL RUN
010300 01  WS-PARM-CARD.
010400     05 WS-PARM-RESUBMIT          PIC X(01).
010500     05 FILLER                    PIC X(79).
010600
010700 01  WS-HEADING-1.
010800     05 FILLER                    PIC X(20) VALUE SPACES.
010900     05 FILLER                    PIC X(45)
011000          VALUE 'CORRECTED REJECTS SUBMITTED TO REVBATCH'.
011100     05 FILLER                    PIC X(68) VALUE SPACES.
011200
011300 01  WS-COLUMN-HEADS.
011400     05 FILLER                    PIC X(10) VALUE SPACES.
011500     05 FILLER                    PIC X(06) VALUE 'REAS'.
011600     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
011700     05 FILLER                    PIC X(11) VALUE 'REJECT NO'.
011800     05 FILLER                    PIC X(38)
011900          VALUE 'AS REJECTED - CODE/CLASS/DATE/SRC'.
012000     05 FILLER                    PIC X(38) VALUE 'AS CORRECTED'.
012100     05 FILLER                    PIC X(20) VALUE 'CORRECTED BY'.
012200
012300 01  WS-DETAIL-LINE.
012400     05 FILLER                    PIC X(10) VALUE SPACES.
012500     05 WSD-REASON                PIC X(04).
012600     05 FILLER                    PIC X(02) VALUE SPACES.
012700     05 WSD-RUN-DATE              PIC 9(08).
012800     05 FILLER                    PIC X(02) VALUE SPACES.
012900     05 WSD-REJ-SEQ               PIC ZZZZZZZZ9.
013000     05 FILLER                    PIC X(02) VALUE SPACES.
013100     05 WSD-ORIG-CODE             PIC X(20).
013200     05 FILLER                    PIC X(01) VALUE SPACES.
013300     05 WSD-ORIG-CLASS            PIC X(02).
013400     05 FILLER                    PIC X(01) VALUE SPACES.
013500     05 WSD-ORIG-DATE             PIC X(08).
013600     05 FILLER                    PIC X(01) VALUE SPACES.
013700     05 WSD-ORIG-SOURCE           PIC X(03).
013800     05 FILLER                    PIC X(02) VALUE SPACES.
013900     05 WSD-CORR-CODE             PIC X(20).
014000     05 FILLER                    PIC X(01) VALUE SPACES.
014100     05 WSD-CORR-CLASS            PIC X(02).
014200     05 FILLER                    PIC X(01) VALUE SPACES.
014300     05 WSD-CORR-DATE             PIC X(08).
014400     05 FILLER                    PIC X(01) VALUE SPACES.
014500     05 WSD-CORR-SOURCE           PIC X(03).
014600     05 FILLER                    PIC X(02) VALUE SPACES.
014700     05 WSD-CORRECTED-BY          PIC X(08).
014800     05 FILLER                    PIC X(01) VALUE SPACES.
014900     05 WSD-CORRECTED-DATE        PIC X(08).
015000     05 FILLER                    PIC X(03) VALUE SPACES.
015100
015200 01  WS-TOTAL-LINE.
015300     05 FILLER                    PIC X(10) VALUE SPACES.
015400     05 WST-LABEL                 PIC X(38) VALUE SPACES.
015500     05 WST-COUNT                 PIC ZZZ,ZZZ,ZZ9.
015600     05 FILLER                    PIC X(74) VALUE SPACES.
015700
015720     COPY REVJPARM.
015740
015800 PROCEDURE DIVISION.
015900*****************************************************************
016000*    0000-MAINLINE - READ THE RUN CARD, THEN SWEEP RVREJC       *
016100*                    SUBMITTING EVERY CORRECTED RECORD          *
016200*****************************************************************
016300 0000-MAINLINE.
016320     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
016340
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016500
016600     IF PARM-CARD-INVALID OR RUN-ABORTED
016700         MOVE 8 TO RETURN-CODE
016800     ELSE
016900         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
017000             UNTIL END-OF-REJ-CORR
017100
017200         PERFORM 3000-TERMINATE THRU 3000-EXIT
017300     END-IF
017400
017420     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
017440
017500     GOBACK.
017600
017700*****************************************************************
017800*    1000-INITIALIZE - READ THE RUN CARD, OPEN EVERYTHING,      *
017900*                      PRINT THE HEADINGS, PRIME THE READ       *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
018300
018400     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT
018500
018600     IF PARM-CARD-INVALID
018700         GO TO 1000-EXIT
018800     END-IF
018900
019000     OPEN I-O REJ-CORR-FILE
019100
019200     IF NOT RJC-FILE-OPEN-OK
019300         DISPLAY 'REVRJEX: RVREJC NOT AVAILABLE, STATUS '
019400             WS-RJC-STATUS
019500         SET RUN-ABORTED TO TRUE
019600         GO TO 1000-EXIT
019700     END-IF
019800
019900     OPEN OUTPUT CORR-OUT-FILE
020000     OPEN OUTPUT REPORT-FILE
020100
020200     WRITE REPORT-LINE FROM WS-HEADING-1
020300     MOVE SPACES TO REPORT-LINE
020400     WRITE REPORT-LINE
020500     WRITE REPORT-LINE FROM WS-COLUMN-HEADS
020600
020700     DISPLAY 'REVRJEX: SUBMISSION DATE  = ' WS-TODAY
020800     DISPLAY 'REVRJEX: RESUBMIT TODAY   = ' WS-RESUBMIT-SW
020900
021000     PERFORM 2100-READ-REJ-CORR THRU 2100-EXIT.
021100
021200 1000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600*    1010-READ-PARM-CARD - READ AND VALIDATE THE RUN CARD.  NO  *
021700*                          SYSIN, OR AN EMPTY ONE, IS A NORMAL  *
021800*                          RUN.                                 *
021900*****************************************************************
022000 1010-READ-PARM-CARD.
022100     OPEN INPUT PARM-FILE
022200
022300     IF NOT PARM-FILE-OPEN-OK
022400         GO TO 1010-EXIT
022500     END-IF
022600
022700     MOVE SPACES TO WS-PARM-CARD
022800     READ PARM-FILE INTO WS-PARM-CARD
022900         AT END
023000             MOVE SPACES TO WS-PARM-CARD
023100     END-READ
023200     CLOSE PARM-FILE
023300
023400     EVALUATE WS-PARM-RESUBMIT
023500         WHEN SPACE
023600             CONTINUE
023700         WHEN 'R'
023800             SET RESUBMITTING-TODAY TO TRUE
023900         WHEN OTHER
024000             DISPLAY 'REVRJEX: INVALID RESUBMIT FLAG ON PARM '
024100                 'CARD - ' WS-PARM-RESUBMIT
024200             SET PARM-CARD-INVALID TO TRUE
024300     END-EVALUATE.
024400
024500 1010-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*    2000-PROCESS-ONE-RECORD - A CORRECTED RECORD IS SUBMITTED  *
025000*                              AND MARKED; ON A RESUBMIT RUN A  *
025100*                              RECORD MARKED SUBMITTED TODAY IS *
025200*                              WRITTEN AGAIN.  ANYTHING ELSE    *
025300*                              IS LEFT ALONE.                   *
025400*****************************************************************
025500 2000-PROCESS-ONE-RECORD.
025600     ADD 1 TO WS-RECS-EXAMINED
025700
025800     EVALUATE TRUE
025900         WHEN REVRJC-CORRECTED
026000             PERFORM 2200-SUBMIT-CORRECTION THRU 2200-EXIT
026100         WHEN REVRJC-SUBMITTED
026200          AND RESUBMITTING-TODAY
026300          AND REVRJC-SUBMITTED-DATE = WS-TODAY
026400             PERFORM 2300-WRITE-CORRECTION THRU 2300-EXIT
026500             ADD 1 TO WS-RECS-RESUBMITTED
026600         WHEN REVRJC-OPEN
026700             ADD 1 TO WS-RECS-STILL-OPEN
026800     END-EVALUATE
026900
027000     PERFORM 2100-READ-REJ-CORR THRU 2100-EXIT.
027100
027200 2000-EXIT.
027300     EXIT.
027400
027500 2100-READ-REJ-CORR.
027600     READ REJ-CORR-FILE NEXT
027700         AT END
027800             SET END-OF-REJ-CORR TO TRUE
027900     END-READ.
028000
028100 2100-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*    2200-SUBMIT-CORRECTION - WRITE THE CORRECTED RECORD TO     *
028600*                             CORROUT, THEN MARK IT SUBMITTED   *
028700*                             TODAY AND REWRITE IT IN PLACE     *
028800*****************************************************************
028900 2200-SUBMIT-CORRECTION.
029000     PERFORM 2300-WRITE-CORRECTION THRU 2300-EXIT
029100
029200     SET REVRJC-SUBMITTED TO TRUE
029300     MOVE WS-TODAY TO REVRJC-SUBMITTED-DATE
029400
029500     REWRITE REVRJC-RECORD
029600
029700     IF NOT RJC-FILE-OPEN-OK
029800         DISPLAY 'REVRJEX: RVREJC REWRITE FAILED, STATUS '
029900             WS-RJC-STATUS ' - KEY ' REVRJC-KEY
030000         MOVE 8 TO RETURN-CODE
030100     END-IF
030200
030300     ADD 1 TO WS-RECS-SUBMITTED.
030400
030500 2200-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*    2300-WRITE-CORRECTION - THE CORRECTED FIELDS ARE LAID OUT  *
031000*                            EXACTLY AS A CODEIN RECORD (SEE    *
031100*                            REVCINR); ONE REPORT LINE SHOWS    *
031200*                            WHO CHANGED WHAT FROM WHAT         *
031300*****************************************************************
031400 2300-WRITE-CORRECTION.
031500     MOVE REVRJC-CORRECTION TO CODE-IN-RECORD
031600     WRITE CODE-IN-RECORD
031700
031800     MOVE REVRJC-REASON         TO WSD-REASON
031900     MOVE REVRJC-RUN-DATE       TO WSD-RUN-DATE
032000     MOVE REVRJC-REJ-SEQ        TO WSD-REJ-SEQ
032100     MOVE REVRJC-ORIG-CODE      TO WSD-ORIG-CODE
032200     MOVE REVRJC-ORIG-CLASS     TO WSD-ORIG-CLASS
032300     MOVE REVRJC-ORIG-DATE      TO WSD-ORIG-DATE
032400     MOVE REVRJC-ORIG-SOURCE    TO WSD-ORIG-SOURCE
032500     MOVE REVRJC-CORR-CODE      TO WSD-CORR-CODE
032600     MOVE REVRJC-CORR-CLASS     TO WSD-CORR-CLASS
032700     MOVE REVRJC-CORR-DATE      TO WSD-CORR-DATE
032800     MOVE REVRJC-CORR-SOURCE    TO WSD-CORR-SOURCE
032900     MOVE REVRJC-CORRECTED-BY   TO WSD-CORRECTED-BY
033000     MOVE REVRJC-CORRECTED-DATE TO WSD-CORRECTED-DATE
033100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
033200
033300 2300-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*    3000-TERMINATE - PRINT THE TOTALS AND CLOSE UP             *
033800*****************************************************************
033900 3000-TERMINATE.
034000     MOVE SPACES TO REPORT-LINE
034100     WRITE REPORT-LINE
034200
034300     MOVE 'CORRECTIONS SUBMITTED (CORROUT):' TO WST-LABEL
034400     MOVE WS-RECS-SUBMITTED TO WST-COUNT
034500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
034600
034700     MOVE 'SUBMITTED TODAY, WRITTEN AGAIN:' TO WST-LABEL
034800     MOVE WS-RECS-RESUBMITTED TO WST-COUNT
034900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
035000
035100     MOVE 'REJECTS STILL UNCORRECTED:' TO WST-LABEL
035200     MOVE WS-RECS-STILL-OPEN TO WST-COUNT
035300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
035400
035500     CLOSE REJ-CORR-FILE
035600     CLOSE CORR-OUT-FILE
035700     CLOSE REPORT-FILE
035800
035900     DISPLAY 'REVRJEX: RECORDS EXAMINED = ' WS-RECS-EXAMINED
036000     DISPLAY 'REVRJEX: SUBMITTED        = ' WS-RECS-SUBMITTED
036100     DISPLAY 'REVRJEX: WRITTEN AGAIN    = ' WS-RECS-RESUBMITTED
036200     DISPLAY 'REVRJEX: STILL OPEN       = ' WS-RECS-STILL-OPEN.
036300
036400 3000-EXIT.
036500     EXIT.
036510
036520*****************************************************************
036530*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
036540*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
036550*****************************************************************
036560 9800-LOG-JOB-START.
036570     SET REVJEVW-JOB-START TO TRUE
036580     MOVE 'REVRJEX' TO REVJEVW-JOB-NAME
036590     CALL 'REVJEVW' USING REVJEVW-PARMS.
036600
036610 9800-EXIT.
036620     EXIT.
036630
036640*****************************************************************
036650*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
036660*                       KEY COUNTS                              *
036670*****************************************************************
036680 9810-LOG-JOB-END.
036690     SET REVJEVW-JOB-END TO TRUE
036700     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
036710     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
036720     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
036730     MOVE 'SUBMIT' TO REVJEVW-COUNT-NAME(2)
036740     MOVE WS-RECS-SUBMITTED TO REVJEVW-COUNT(2)
036750     MOVE 'RESUBMIT' TO REVJEVW-COUNT-NAME(3)
036760     MOVE WS-RECS-RESUBMITTED TO REVJEVW-COUNT(3)
036770     MOVE 'OPEN' TO REVJEVW-COUNT-NAME(4)
036780     MOVE WS-RECS-STILL-OPEN TO REVJEVW-COUNT(4)
036790
036800     CALL 'REVJEVW' USING REVJEVW-PARMS.
036810
036820 9810-EXIT.
036830     EXIT.
