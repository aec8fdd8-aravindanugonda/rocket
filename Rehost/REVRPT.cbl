002016*                    CONTROL BREAK - SO EVERY USER ID APPEARS     *
002017*                    WITH ITS TRUE COUNT NO MATTER HOW MANY       *
002018*                    DISTINCT IDS A HEAVY DAY BRINGS.             *
002019*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN END  *
002020*                    EVENT TO THE SHARED JOBEVT FILE THROUGH      *
002021*                    REVJEVW (SEE REVJPARM) - RETURN CODE, KEY    *
002022*                    COUNTS, AND THE OFFLOAD TRAILER VERDICT -    *
002023*                    FOR THE REVOPSUM MORNING SUMMARY.            *
002030*                                                               *
002100*****************************************************************
002150 ENVIRONMENT DIVISION.
002160 CONFIGURATION SECTION.
010700     05 FILLER                    PIC X(97) VALUE SPACES.
010750
010830     COPY REVACTR.
010835     COPY REVJPARM.
010840
010900 PROCEDURE DIVISION.
011000*****************************************************************
011150*                    SORTED CONTROL BREAK - THEN CLOSE          *
011200*****************************************************************
011300 0000-MAINLINE.
011320     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
011340
011400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
011500
011600     SORT SORT-FILE
012150
012160     PERFORM 8000-CHECK-TRAILER  THRU 8000-EXIT
012200
012220     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
012240
012300     STOP RUN.
012400
012500*****************************************************************
026400
026500 9000-EXIT.
026600     EXIT.
026610
026620*****************************************************************
026630*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
026640*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
026650*****************************************************************
026660 9800-LOG-JOB-START.
026670     SET REVJEVW-JOB-START TO TRUE
026680     MOVE 'REVRPT' TO REVJEVW-JOB-NAME
026690     CALL 'REVJEVW' USING REVJEVW-PARMS.
026700
026710 9800-EXIT.
026720     EXIT.
026730
026740*****************************************************************
026750*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
026760*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
026770*                       THE INPUT CARRIED A TRAILER             *
026780*****************************************************************
026790 9810-LOG-JOB-END.
026800     SET REVJEVW-JOB-END TO TRUE
026810     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
026820     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
026830     MOVE WS-RECORDS-READ TO REVJEVW-COUNT(1)
026840
026850     IF TRAILER-FOUND
026860         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(2)
026870         MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(2)
026880         IF REVACT-TRL-COUNT = WS-RECORDS-READ
026890             SET REVJEVW-IN-BALANCE TO TRUE
026900         ELSE
026910             SET REVJEVW-OUT-OF-BALANCE TO TRUE
026920         END-IF
026930     END-IF
026940
026950     CALL 'REVJEVW' USING REVJEVW-PARMS.
026960
026970 9810-EXIT.
026980     EXIT.
