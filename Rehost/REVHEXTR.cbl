002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------  ----  -------------------------------------------*
003100*   2026-08-21  DO   ORIGINAL PROGRAM.                          *
003110*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003120*                    END EVENT TO THE SHARED JOBEVT FILE        *
003130*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003140*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
003150*                    MORNING SUMMARY.                           *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
014900     05 FILLER                    PIC X(87) VALUE SPACES.
015000
015100     COPY REVDPARM.
015150     COPY REVJPARM.
015200
015300 PROCEDURE DIVISION.
015400*****************************************************************
015700*                    WITH THE CRITERIA ECHO AND THE COUNT       *
015800*****************************************************************
015900 0000-MAINLINE.
015920     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
015940
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016100
016200     IF PARM-CARD-INVALID
016800         PERFORM 3000-TERMINATE THRU 3000-EXIT
016900     END-IF
017000
017020     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
017040
017100     GOBACK.
017200
017300*****************************************************************
052100
052200 3000-EXIT.
052300     EXIT.
052310
052320*****************************************************************
052330*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
052340*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
052350*****************************************************************
052360 9800-LOG-JOB-START.
052370     SET REVJEVW-JOB-START TO TRUE
052380     MOVE 'REVHEXTR' TO REVJEVW-JOB-NAME
052390     CALL 'REVJEVW' USING REVJEVW-PARMS.
052400
052410 9800-EXIT.
052420     EXIT.
052430
052440*****************************************************************
052450*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
052460*                       KEY COUNTS                              *
052470*****************************************************************
052480 9810-LOG-JOB-END.
052490     SET REVJEVW-JOB-END TO TRUE
052500     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
052510     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
052520     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
052530     MOVE 'MATCHED' TO REVJEVW-COUNT-NAME(2)
052540     MOVE WS-RECS-MATCHED TO REVJEVW-COUNT(2)
052550
052560     CALL 'REVJEVW' USING REVJEVW-PARMS.
052570
052580 9810-EXIT.
052590     EXIT.
