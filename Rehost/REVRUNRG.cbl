002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------  ----  -------------------------------------------*
003100*   2026-09-02  DO   ORIGINAL PROGRAM.                          *
003110*   2026-10-15  DO   RUNREG IS NOW KEYED BY RUN DATE AND RUN    *
003120*                    CYCLE (SEE REVRRGR).  EACH LINE SHOWS THE  *
003130*                    CYCLE BESIDE THE DATE, SO AN OFF-CYCLE RUN *
003140*                    LISTS, COUNTS TOWARD THE LAST N, AND IS    *
003150*                    VERIFIED OR FLAGGED UNVERIFIED AS ITS OWN  *
003160*                    RUN.                                       *
003165*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003170*                    END EVENT TO THE SHARED JOBEVT FILE        *
003175*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003180*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
003185*                    MORNING SUMMARY.                           *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
011800 01  WS-COLUMN-HEADS.
011900     05 FILLER                    PIC X(10) VALUE SPACES.
012000     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
012050     05 FILLER                    PIC X(04) VALUE 'CYC'.
012100     05 FILLER                    PIC X(06) VALUE 'MODE'.
012200     05 FILLER                    PIC X(12) VALUE 'READ'.
012300     05 FILLER                    PIC X(12) VALUE 'WRITTEN'.
012500     05 FILLER                    PIC X(16) VALUE 'HASH TOTAL'.
012600     05 FILLER                    PIC X(06) VALUE 'RUN'.
012700     05 FILLER                    PIC X(08) VALUE 'VERIFY'.
012800     05 FILLER                    PIC X(37) VALUE 'VERIFY DATE'.
012900
013000 01  WS-DETAIL-LINE.
013100     05 FILLER                    PIC X(10) VALUE SPACES.
013200     05 WSD-RUN-DATE              PIC 9(08).
013220     05 FILLER                    PIC X(02) VALUE SPACES.
013240     05 WSD-RUN-CYCLE             PIC 9(02).
013300     05 FILLER                    PIC X(04) VALUE SPACES.
013400     05 WSD-MODE                  PIC X(01).
013500     05 FILLER                    PIC X(03) VALUE SPACES.
014600     05 WSD-VERIFY                PIC X(06).
014700     05 FILLER                    PIC X(02) VALUE SPACES.
014800     05 WSD-VERIFY-DATE           PIC X(08).
014900     05 FILLER                    PIC X(38) VALUE SPACES.
015000
015100 01  WS-TOTAL-LINE.
015200     05 FILLER                    PIC X(10) VALUE SPACES.
015400     05 WST-COUNT                 PIC ZZZ,ZZ9.
015500     05 FILLER                    PIC X(78) VALUE SPACES.
015600
015620     COPY REVJPARM.
015640
015700 PROCEDURE DIVISION.
015800*****************************************************************
015900*    0000-MAINLINE - COUNT THE REGISTER, PRINT THE LAST N       *
016000*                    RUNS, THEN EVERY RUN STILL UNVERIFIED      *
016100*****************************************************************
016200 0000-MAINLINE.
016220     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
016240
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400
016500     IF PARM-CARD-INVALID
017800         END-IF
017900     END-IF
018000
018020     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
018040
018100     GOBACK.
018200
018300*****************************************************************
033000     MOVE SPACES TO WSD-VERIFY-DATE
033100
033200     MOVE REVRRG-RUN-DATE      TO WSD-RUN-DATE
033250     MOVE REVRRG-RUN-CYCLE     TO WSD-RUN-CYCLE
033300     MOVE REVRRG-MODE          TO WSD-MODE
033400     MOVE REVRRG-RECS-READ     TO WSD-READ
033500     MOVE REVRRG-RECS-WRITTEN  TO WSD-WRITTEN
042200
042300 9000-EXIT.
042400     EXIT.
042410
042420*****************************************************************
042430*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
042440*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
042450*****************************************************************
042460 9800-LOG-JOB-START.
042470     SET REVJEVW-JOB-START TO TRUE
042480     MOVE 'REVRUNRG' TO REVJEVW-JOB-NAME
042490     CALL 'REVJEVW' USING REVJEVW-PARMS.
042500
042510 9800-EXIT.
042520     EXIT.
042530
042540*****************************************************************
042550*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
042560*                       KEY COUNTS                              *
042570*****************************************************************
042580 9810-LOG-JOB-END.
042590     SET REVJEVW-JOB-END TO TRUE
042600     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
042610     MOVE 'RUNS' TO REVJEVW-COUNT-NAME(1)
042620     MOVE WS-TOTAL-RUNS TO REVJEVW-COUNT(1)
042630     MOVE 'UNVERIFD' TO REVJEVW-COUNT-NAME(2)
042640     MOVE WS-UNVERIFIED-COUNT TO REVJEVW-COUNT(2)
042650
042660     CALL 'REVJEVW' USING REVJEVW-PARMS.
042670
042680 9810-EXIT.
042690     EXIT.
