003168*                    WHICH CARRIES EACH RELEASED RECORD'S       *
003169*                    ORIGINAL CODE, SO THE ROUND TRIP STILL     *
003171*                    COVERS EVERY RECORD THE LOADER GETS.       *
003172*   2026-10-15  DO   HEADER MODE S (SEGMENT-PRESERVING          *
003173*                    REVERSAL) IS NOW RE-APPLIED AS S INSTEAD   *
003174*                    OF FALLING THROUGH TO C.  LIKE C, IT IS    *
003175*                    ITS OWN INVERSE, SO THE ROUND TRIP HOLDS.  *
003176*   2026-10-15  DO   THE FRONT-END EDIT NOW NEEDS THE RVPCLS    *
003177*                    PRODUCT CLASS TABLE - LOADED THROUGH       *
003178*                    REVPCLD AT START AND EDITED AS OF THE      *
003179*                    HEADER RUN DATE, AS REVBATCH DOES.  A      *
003180*                    FILE THAT WILL NOT LOAD FAILS THE JOB.     *
003181*   2026-10-15  DO   REVBATCH NOW READS THE CORRECTED REJECTS   *
003182*                    ON CORRIN AFTER CODEIN.  THEY ARE READ     *
003183*                    HERE IN THE SAME ORDER AND EDITED THE      *
003184*                    SAME WAY.  EACH CARRIES THE DISTRIBUTION   *
003185*                    CENTER KEYED ON THE CORRECTION, SO ITS     *
003186*                    CODEOUT SOURCE MUST MATCH IT AS BEFORE.    *
003187*   2026-10-15  DO   THE RUN CYCLE ON THE CODEOUT HEADER (SEE   *
003188*                    REVCTLR) IS NOW SHOWN BESIDE THE RUN DATE, *
003189*                    SO THE LOG OF AN OFF-CYCLE RUN'S ROUND     *
003190*                    TRIP NAMES THE RUN IT PROVED.  A HEADER    *
003191*                    WITH NO CYCLE IS CYCLE 01.                 *
003192*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003193*                    END EVENT TO THE SHARED JOBEVT FILE        *
003194*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003195*                    CODE, KEY COUNTS, AND THE VERIFICATION     *
003196*                    VERDICT - FOR THE REVOPSUM MORNING         *
003197*                    SUMMARY.                                   *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
004500
004600     SELECT CODE-IN-FILE ASSIGN TO CODEIN
004700         ORGANIZATION IS SEQUENTIAL.
004702
004704     SELECT OPTIONAL CORR-IN-FILE ASSIGN TO CORRIN
004706         ORGANIZATION IS SEQUENTIAL
004708         FILE STATUS IS WS-CORR-STATUS.
004710
004720     SELECT OPTIONAL RELEASED-FILE ASSIGN TO RELOUT
004730         ORGANIZATION IS SEQUENTIAL
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY REVCINR.
006202
006204 FD  CORR-IN-FILE
006206     RECORDING MODE IS F
006208     LABEL RECORDS ARE STANDARD.
006209 01  CORR-IN-RECORD               PIC X(33).
006210
006220 FD  RELEASED-FILE
006230     RECORDING MODE IS F
007620        88 REL-FILE-OPEN-OK            VALUES '00' '05'.
007630     05 WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
007640        88 END-OF-RELEASED             VALUE 'Y'.
007642     05 WS-CORR-STATUS            PIC X(02) VALUE SPACES.
007644        88 CORR-FILE-OPEN-OK           VALUES '00' '05'.
007646     05 WS-CORR-AVAIL-SW          PIC X(01) VALUE 'N'.
007648        88 CORR-FILE-AVAILABLE         VALUE 'Y'.
007650     05 WS-INPUT-PHASE-SW         PIC X(01) VALUE 'E'.
007652        88 READING-EXTRACT             VALUE 'E'.
007654        88 READING-CORRECTIONS         VALUE 'C'.
007700     05 WS-VERIFY-SW              PIC X(01) VALUE 'Y'.
007800        88 FILE-VERIFIES               VALUE 'Y'.
007900        88 FILE-FAILS                  VALUE 'N'.
008000     05 WS-OUT-STATUS             PIC X(02) VALUE SPACES.
008100     05 WS-RRN                    PIC 9(09) COMP VALUE 0.
008200     05 WS-RUN-MODE               PIC X(01) VALUE 'C'.
008250     05 WS-RUN-CYCLE              PIC 9(02) VALUE 1.
008300
008400 01  WS-COUNTERS.
008500     05 WS-OUT-DATA-COUNT         PIC 9(09) COMP VALUE 0.
008600     05 WS-IN-READ                PIC 9(09) COMP VALUE 0.
008650     05 WS-CORR-READ              PIC 9(09) COMP VALUE 0.
008700     05 WS-IN-REJECTS-SKIPPED     PIC 9(09) COMP VALUE 0.
008710     05 WS-IN-PENDED-SKIPPED      PIC 9(09) COMP VALUE 0.
008800     05 WS-PAIRS-MATCHED          PIC 9(09) COMP VALUE 0.
012500     COPY REVLPARM.
012600     COPY REVEPARM.
012650     COPY REVPNDR.
012670     COPY REVJPARM.
012700
012800 PROCEDURE DIVISION.
012900*****************************************************************
013200*                    EVERY OUTPUT CODE AND MATCHING IT BACK     *
013300*****************************************************************
013400 0000-MAINLINE.
013420     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
013440
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600
013700     IF FILE-VERIFIES
014500
014600     CLOSE CODE-OUT-FILE
014700     CLOSE CODE-IN-FILE
014710     CLOSE CORR-IN-FILE
014750     CLOSE RELEASED-FILE
014800     CLOSE REPORT-FILE
014900
015500         DISPLAY 'REVCORTC: ROUND TRIP VERIFIES CLEAN'
015600     END-IF
015700
015720     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
015740
015800     GOBACK.
015900
016000*****************************************************************
016200*                      HEADER, AND TAKE THE RUN MODE FROM IT.   *
016300*                      A BLANK MODE IS A FILE FROM BEFORE THE   *
016400*                      HEADER CARRIED ONE - CHARACTER MODE,     *
016500*                      THE LONG-STANDING DEFAULT.  THEN LOAD    *
016510*                      THE PRODUCT CLASSES THE EDIT NEEDS.      *
016600*****************************************************************
016700 1000-INITIALIZE.
016800     OPEN INPUT CODE-OUT-FILE
016900     OPEN INPUT CODE-IN-FILE
016902     OPEN INPUT CORR-IN-FILE
016904     IF CORR-FILE-OPEN-OK
016906         SET CORR-FILE-AVAILABLE TO TRUE
016908     END-IF
016910     OPEN INPUT RELEASED-FILE
016920     IF NOT REL-FILE-OPEN-OK
016930         SET END-OF-RELEASED TO TRUE
019000         GO TO 1000-EXIT
019100     END-IF
019200
019300     EVALUATE REVCTL-HDR-MODE
019400         WHEN 'W'
019410         WHEN 'S'
019420             MOVE REVCTL-HDR-MODE TO WS-RUN-MODE
019500         WHEN OTHER
019600             MOVE 'C' TO WS-RUN-MODE
019700     END-EVALUATE
019800
019806     IF REVCTL-HDR-CYCLE NUMERIC
019812        AND REVCTL-HDR-CYCLE > 0
019818         MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
019824     END-IF
019830
019836     CALL 'REVPCLD' USING REVEDIT-PARMS
019842     IF REVEDIT-TABLE-ERROR
019848         DISPLAY 'REVCORTC: PRODUCT CLASS FILE RVPCLS COULD NOT '
019854             'BE LOADED'
019860         SET FILE-FAILS TO TRUE
019866         GO TO 1000-EXIT
019872     END-IF
019878     MOVE REVCTL-HDR-DATE TO REVEDIT-AS-OF-DATE
019884
019900     DISPLAY 'REVCORTC: HEADER RUN DATE = ' REVCTL-HDR-DATE
019950     DISPLAY 'REVCORTC: HEADER CYCLE    = ' WS-RUN-CYCLE
020000     DISPLAY 'REVCORTC: REVERSAL MODE   = ' WS-RUN-MODE.
020100
020200 1000-EXIT.
029300 2200-EXIT.
029400     EXIT.
029500
029510*    CODEIN FIRST, THEN THE CORRECTED REJECTS ON CORRIN - THE
029520*    ORDER REVBATCH READ THEM IN.  END-OF-CODE-IN MEANS BOTH.
029600 2210-READ-CODE-IN.
029610     IF READING-CORRECTIONS
029620         PERFORM 2215-READ-CORRECTION THRU 2215-EXIT
029630         GO TO 2210-EXIT
029640     END-IF
029650
029700     READ CODE-IN-FILE
029800         AT END
029900             SET READING-CORRECTIONS TO TRUE
029950             PERFORM 2215-READ-CORRECTION THRU 2215-EXIT
030000         NOT AT END
030100             ADD 1 TO WS-IN-READ
030200     END-READ.
030300
030400 2210-EXIT.
030500     EXIT.
030505
030510 2215-READ-CORRECTION.
030515     IF NOT CORR-FILE-AVAILABLE
030520         SET END-OF-CODE-IN TO TRUE
030525         GO TO 2215-EXIT
030530     END-IF
030535
030540     READ CORR-IN-FILE INTO CODE-IN-RECORD
030545         AT END
030550             SET END-OF-CODE-IN TO TRUE
030555         NOT AT END
030560             ADD 1 TO WS-IN-READ
030565             ADD 1 TO WS-CORR-READ
030570     END-READ.
030575
030580 2215-EXIT.
030585     EXIT.
030600
030700 2220-EDIT-CODE-IN.
030800     MOVE CI-CODE       TO REVEDIT-CODE
032100*                         RESULT IS THE ORIGINAL INPUT CODE     *
032200*****************************************************************
032300 2300-REDERIVE-CODE.
032400     EVALUATE WS-RUN-MODE
032500         WHEN 'W'
032550             SET REVLINK-REVERSE-WORDS TO TRUE
032600         WHEN 'S'
032650             SET REVLINK-REVERSE-SEGMENTS TO TRUE
032700         WHEN OTHER
032750             SET REVLINK-REVERSE-CHARS TO TRUE
032800     END-EVALUATE
032900     MOVE SPACES TO REVLINK-WORDIN
033000     MOVE CO-CODE TO REVLINK-WORDIN
033100
040000     MOVE WS-OUT-DATA-COUNT TO WST-COUNT
040100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040200
040300     MOVE 'RECORDS READ (CODEIN AND CORRIN):' TO WST-LABEL
040400     MOVE WS-IN-READ TO WST-COUNT
040500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040510
040520     MOVE '  OF WHICH CORRECTIONS (CORRIN):' TO WST-LABEL
040530     MOVE WS-CORR-READ TO WST-COUNT
040540     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040600
040700     MOVE 'CODEIN EDIT REJECTS PASSED OVER:' TO WST-LABEL
040800     MOVE WS-IN-REJECTS-SKIPPED TO WST-COUNT
042800
042900 4000-EXIT.
043000     EXIT.
043010
043020*****************************************************************
043030*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
043040*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
043050*****************************************************************
043060 9800-LOG-JOB-START.
043070     SET REVJEVW-JOB-START TO TRUE
043080     MOVE 'REVCORTC' TO REVJEVW-JOB-NAME
043090     CALL 'REVJEVW' USING REVJEVW-PARMS.
043100
043110 9800-EXIT.
043120     EXIT.
043130
043140*****************************************************************
043150*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
043160*                       COUNTS, AND THE VERIFICATION VERDICT    *
043170*****************************************************************
043180 9810-LOG-JOB-END.
043190     SET REVJEVW-JOB-END TO TRUE
043200     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
043210     MOVE 'CODEOUT' TO REVJEVW-COUNT-NAME(1)
043220     MOVE WS-OUT-DATA-COUNT TO REVJEVW-COUNT(1)
043230     MOVE 'CODEIN' TO REVJEVW-COUNT-NAME(2)
043240     MOVE WS-IN-READ TO REVJEVW-COUNT(2)
043250     MOVE 'CORRIN' TO REVJEVW-COUNT-NAME(3)
043260     MOVE WS-CORR-READ TO REVJEVW-COUNT(3)
043270     MOVE 'MATCHED' TO REVJEVW-COUNT-NAME(4)
043280     MOVE WS-PAIRS-MATCHED TO REVJEVW-COUNT(4)
043290     MOVE 'MISMATCH' TO REVJEVW-COUNT-NAME(5)
043300     MOVE WS-PAIRS-MISMATCHED TO REVJEVW-COUNT(5)
043310     MOVE 'RELEASED' TO REVJEVW-COUNT-NAME(6)
043320     MOVE WS-RELEASED-MATCHED TO REVJEVW-COUNT(6)
043330
043340     IF FILE-VERIFIES
043350         SET REVJEVW-IN-BALANCE TO TRUE
043360     ELSE
043370         SET REVJEVW-OUT-OF-BALANCE TO TRUE
043380     END-IF
043390
043400     CALL 'REVJEVW' USING REVJEVW-PARMS.
043410
043420 9810-EXIT.
043430     EXIT.
