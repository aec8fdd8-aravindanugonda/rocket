002660*                    READ FAILS THE JOB (RC 8) BEFORE A SHORT   *
002670*                    OR DOUBLED DAY CAN MASQUERADE AS AUDIT/    *
002680*                    HISTORY DISCREPANCIES.                     *
002682*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002684*                    END EVENT TO THE SHARED JOBEVT FILE        *
002686*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002688*                    CODE, KEY COUNTS, AND THE OFFLOAD TRAILER  *
002690*                    VERDICT - FOR THE REVOPSUM MORNING         *
002692*                    SUMMARY.                                   *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
014000
014100     COPY REVDPARM.
014150     COPY REVACTR.
014170     COPY REVJPARM.
014200
014300 PROCEDURE DIVISION.
014400*****************************************************************
014600*                    SWEEP RVHIST FOR ORPHANS, PRINT TOTALS     *
014700*****************************************************************
014800 0000-MAINLINE.
014820     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
014840
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015000
015100     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
016210
016220     PERFORM 8000-CHECK-TRAILER THRU 8000-EXIT
016300
016320     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
016340
016400     STOP RUN.
016500
016600*****************************************************************
039700
039800 9000-EXIT.
039900     EXIT.
039910
039920*****************************************************************
039930*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
039940*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
039950*****************************************************************
039960 9800-LOG-JOB-START.
039970     SET REVJEVW-JOB-START TO TRUE
039980     MOVE 'REVRECON' TO REVJEVW-JOB-NAME
039990     CALL 'REVJEVW' USING REVJEVW-PARMS.
040000
040010 9800-EXIT.
040020     EXIT.
040030
040040*****************************************************************
040050*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
040060*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
040070*                       THE INPUT CARRIED A TRAILER             *
040080*****************************************************************
040090 9810-LOG-JOB-END.
040100     SET REVJEVW-JOB-END TO TRUE
040110     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
040120     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
040130     MOVE WS-AUDIT-READ TO REVJEVW-COUNT(1)
040140     MOVE 'MATCHED' TO REVJEVW-COUNT-NAME(2)
040150     MOVE WS-AUDIT-MATCHED TO REVJEVW-COUNT(2)
040160     MOVE 'AUDUNMAT' TO REVJEVW-COUNT-NAME(3)
040170     MOVE WS-AUDIT-UNMATCHED TO REVJEVW-COUNT(3)
040180     MOVE 'HSTUNMAT' TO REVJEVW-COUNT-NAME(4)
040190     MOVE WS-HIST-UNMATCHED TO REVJEVW-COUNT(4)
040200
040210     IF TRAILER-FOUND
040220         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(5)
040230         MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(5)
040240         IF REVACT-TRL-COUNT = WS-AUDIT-READ
040250             SET REVJEVW-IN-BALANCE TO TRUE
040260         ELSE
040270             SET REVJEVW-OUT-OF-BALANCE TO TRUE
040280         END-IF
040290     END-IF
040300
040310     CALL 'REVJEVW' USING REVJEVW-PARMS.
040320
040330 9810-EXIT.
040340     EXIT.
