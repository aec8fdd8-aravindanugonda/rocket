002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-08-21  DO   ORIGINAL PROGRAM.                          *
002910*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002920*                    END EVENT TO THE SHARED JOBEVT FILE        *
002930*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002940*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002950*                    MORNING SUMMARY.                           *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
009400     05 FILLER                    PIC X(75).
009500
009600     COPY REVDPARM.
009650     COPY REVJPARM.
009700
009800 PROCEDURE DIVISION.
009900*****************************************************************
010200*                    EVERYTHING OLDER THAN IT                   *
010300*****************************************************************
010400 0000-MAINLINE.
010420     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
010440
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010600
010700     IF PARM-CARD-INVALID
011300         PERFORM 3000-TERMINATE THRU 3000-EXIT
011400     END-IF
011500
011520     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
011540
011600     GOBACK.
011700
011800*****************************************************************
025600
025700 3000-EXIT.
025800     EXIT.
025810
025820*****************************************************************
025830*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
025840*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
025850*****************************************************************
025860 9800-LOG-JOB-START.
025870     SET REVJEVW-JOB-START TO TRUE
025880     MOVE 'REVHPURG' TO REVJEVW-JOB-NAME
025890     CALL 'REVJEVW' USING REVJEVW-PARMS.
025900
025910 9800-EXIT.
025920     EXIT.
025930
025940*****************************************************************
025950*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
025960*                       KEY COUNTS                              *
025970*****************************************************************
025980 9810-LOG-JOB-END.
025990     SET REVJEVW-JOB-END TO TRUE
026000     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
026010     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
026020     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
026030     MOVE 'ARCHIVED' TO REVJEVW-COUNT-NAME(2)
026040     MOVE WS-RECS-ARCHIVED TO REVJEVW-COUNT(2)
026050     MOVE 'PURGED' TO REVJEVW-COUNT-NAME(3)
026060     MOVE WS-RECS-PURGED TO REVJEVW-COUNT(3)
026070     MOVE 'RETAINED' TO REVJEVW-COUNT-NAME(4)
026080     MOVE WS-RECS-RETAINED TO REVJEVW-COUNT(4)
026090
026100     CALL 'REVJEVW' USING REVJEVW-PARMS.
026110
026120 9810-EXIT.
026130     EXIT.
