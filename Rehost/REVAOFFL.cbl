002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-09-02  DO   ORIGINAL PROGRAM.                          *
002910*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002920*                    END EVENT TO THE SHARED JOBEVT FILE        *
002930*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002940*                    CODE, KEY COUNTS, AND THE VERIFICATION     *
002950*                    VERDICT - FOR THE REVOPSUM MORNING         *
002960*                    SUMMARY.                                   *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
007100     05 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
007200
007300     COPY REVACTR.
007350     COPY REVJPARM.
007400
007500 PROCEDURE DIVISION.
007600*****************************************************************
007900*                    GENERATION BACK AND PROVE THE COPY         *
008000*****************************************************************
008100 0000-MAINLINE.
008120     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
008140
008200     PERFORM 1000-OFFLOAD-QUEUE THRU 1000-EXIT
008300
008400     IF OFFLOAD-VERIFIES
009700             'BE RESET'
009800     END-IF
009900
009920     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
009940
010000     GOBACK.
010100
010200*****************************************************************
023900
024000 3100-EXIT.
024100     EXIT.
024110
024120*****************************************************************
024130*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
024140*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
024150*****************************************************************
024160 9800-LOG-JOB-START.
024170     SET REVJEVW-JOB-START TO TRUE
024180     MOVE 'REVAOFFL' TO REVJEVW-JOB-NAME
024190     CALL 'REVJEVW' USING REVJEVW-PARMS.
024200
024210 9800-EXIT.
024220     EXIT.
024230
024240*****************************************************************
024250*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
024260*                       COUNTS, AND THE VERIFICATION VERDICT    *
024270*****************************************************************
024280 9810-LOG-JOB-END.
024290     SET REVJEVW-JOB-END TO TRUE
024300     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
024310     MOVE 'QUEUE' TO REVJEVW-COUNT-NAME(1)
024320     MOVE WS-QUEUE-READ TO REVJEVW-COUNT(1)
024330     MOVE 'READBACK' TO REVJEVW-COUNT-NAME(2)
024340     MOVE WS-GEN-COUNT TO REVJEVW-COUNT(2)
024350     MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(3)
024360     MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(3)
024370
024380     IF OFFLOAD-VERIFIES
024390         SET REVJEVW-IN-BALANCE TO TRUE
024400     ELSE
024410         SET REVJEVW-OUT-OF-BALANCE TO TRUE
024420     END-IF
024430
024440     CALL 'REVJEVW' USING REVJEVW-PARMS.
024450
024460 9810-EXIT.
024470     EXIT.
