002696*                    OFFENDER APPEARS WITH TRUE COUNTS ON       *
002697*                    EXACTLY THE HEAVY DAYS THAT USED TO        *
002698*                    OVERFLOW THE TABLE.                        *
002699*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002700*                    END EVENT TO THE SHARED JOBEVT FILE        *
002701*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002702*                    CODE, KEY COUNTS, AND THE OFFLOAD TRAILER  *
002703*                    VERDICT - FOR THE REVOPSUM MORNING         *
002704*                    SUMMARY.                                   *
002750*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
013900     05 FILLER                    PIC X(86) VALUE SPACES.
014000
014710     COPY REVACTR.
014715     COPY REVJPARM.
014720
014800 PROCEDURE DIVISION.
014900*****************************************************************
015300*                    ON THE CONTROL BREAK                       *
015400*****************************************************************
015500 0000-MAINLINE.
015520     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
015540
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015700
015800     PERFORM 2000-LIST-NOTAUTH THRU 2000-EXIT
016450
016460     PERFORM 8000-CHECK-TRAILER THRU 8000-EXIT
016500
016520     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
016540
016600     STOP RUN.
016700
016800*****************************************************************
038800
038900 9000-EXIT.
039000     EXIT.
039010
039020*****************************************************************
039030*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
039040*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
039050*****************************************************************
039060 9800-LOG-JOB-START.
039070     SET REVJEVW-JOB-START TO TRUE
039080     MOVE 'REVSECR' TO REVJEVW-JOB-NAME
039090     CALL 'REVJEVW' USING REVJEVW-PARMS.
039100
039110 9800-EXIT.
039120     EXIT.
039130
039140*****************************************************************
039150*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
039160*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
039170*                       THE INPUT CARRIED A TRAILER             *
039180*****************************************************************
039190 9810-LOG-JOB-END.
039200     SET REVJEVW-JOB-END TO TRUE
039210     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
039220     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
039230     MOVE WS-RECORDS-READ TO REVJEVW-COUNT(1)
039240     MOVE 'NOTAUTH' TO REVJEVW-COUNT-NAME(2)
039250     MOVE WS-NOTAUTH-COUNT TO REVJEVW-COUNT(2)
039260     MOVE 'REJECTED' TO REVJEVW-COUNT-NAME(3)
039270     MOVE WS-REJECTED-COUNT TO REVJEVW-COUNT(3)
039280
039290     IF TRAILER-FOUND
039300         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(4)
039310         MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(4)
039320         IF REVACT-TRL-COUNT = WS-RECORDS-READ
039330             SET REVJEVW-IN-BALANCE TO TRUE
039340         ELSE
039350             SET REVJEVW-OUT-OF-BALANCE TO TRUE
039360         END-IF
039370     END-IF
039380
039390     CALL 'REVJEVW' USING REVJEVW-PARMS.
039400
039410 9810-EXIT.
039420     EXIT.
