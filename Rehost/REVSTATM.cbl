002000*   DATE       INIT  DESCRIPTION                                 *
002100*   ---------  ----  -------------------------------------------*
002200*   2026-08-21  DO   ORIGINAL PROGRAM.                          *
002210*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002220*                    END EVENT TO THE SHARED JOBEVT FILE        *
002230*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002240*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002250*                    MORNING SUMMARY.                           *
002300*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
012700     05 FILLER                    PIC X(02) VALUE ' %'.
012800     05 FILLER                    PIC X(84) VALUE SPACES.
012900
012920     COPY REVJPARM.
012940
013000 PROCEDURE DIVISION.
013100*****************************************************************
013200*    0000-MAINLINE - ONE PASS OVER THE MASTER - DAILY RECORDS   *
013400*                    FOLLOW, EXACTLY AS REVSTATU WRITES THEM    *
013500*****************************************************************
013600 0000-MAINLINE.
013620     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
013640
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800
013900     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
014300
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT
014500
014520     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
014540
014600     STOP RUN.
014700
014800*****************************************************************
032600
032700 9000-EXIT.
032800     EXIT.
032810
032820*****************************************************************
032830*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
032840*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
032850*****************************************************************
032860 9800-LOG-JOB-START.
032870     SET REVJEVW-JOB-START TO TRUE
032880     MOVE 'REVSTATM' TO REVJEVW-JOB-NAME
032890     CALL 'REVJEVW' USING REVJEVW-PARMS.
032900
032910 9800-EXIT.
032920     EXIT.
032930
032940*****************************************************************
032950*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
032960*                       KEY COUNTS                              *
032970*****************************************************************
032980 9810-LOG-JOB-END.
032990     SET REVJEVW-JOB-END TO TRUE
033000     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
033010     MOVE 'VOLUME' TO REVJEVW-COUNT-NAME(1)
033020     MOVE WS-MONTH-VOLUME TO REVJEVW-COUNT(1)
033030     MOVE 'OK' TO REVJEVW-COUNT-NAME(2)
033040     MOVE WS-MONTH-OK TO REVJEVW-COUNT(2)
033050     MOVE 'REJECTED' TO REVJEVW-COUNT-NAME(3)
033060     MOVE WS-MONTH-REJECTED TO REVJEVW-COUNT(3)
033070     MOVE 'NOTAUTH' TO REVJEVW-COUNT-NAME(4)
033080     MOVE WS-MONTH-NOTAUTH TO REVJEVW-COUNT(4)
033090
033100     CALL 'REVJEVW' USING REVJEVW-PARMS.
033110
033120 9810-EXIT.
033130     EXIT.
