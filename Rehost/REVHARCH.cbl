003300*   DATE       INIT  DESCRIPTION                                 *
003400*   ---------  ----  -------------------------------------------*
003500*   2026-09-02  DO   ORIGINAL PROGRAM.                          *
003510*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003520*                    END EVENT TO THE SHARED JOBEVT FILE        *
003530*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003540*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
003550*                    MORNING SUMMARY.                           *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
016600     05 FILLER                    PIC X(87) VALUE SPACES.
016700
016800     COPY REVDPARM.
016850     COPY REVJPARM.
016900
017000 PROCEDURE DIVISION.
017100*****************************************************************
017600*                    CRITERIA ECHO AND THE COUNT                *
017700*****************************************************************
017800 0000-MAINLINE.
017820     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
017840
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018000
018100     IF PARM-CARD-INVALID
018700         PERFORM 3000-TERMINATE THRU 3000-EXIT
018800     END-IF
018900
018920     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
018940
019000     GOBACK.
019100
019200*****************************************************************
058400
058500 3000-EXIT.
058600     EXIT.
058610
058620*****************************************************************
058630*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
058640*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
058650*****************************************************************
058660 9800-LOG-JOB-START.
058670     SET REVJEVW-JOB-START TO TRUE
058680     MOVE 'REVHARCH' TO REVJEVW-JOB-NAME
058690     CALL 'REVJEVW' USING REVJEVW-PARMS.
058700
058710 9800-EXIT.
058720     EXIT.
058730
058740*****************************************************************
058750*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
058760*                       KEY COUNTS                              *
058770*****************************************************************
058780 9810-LOG-JOB-END.
058790     SET REVJEVW-JOB-END TO TRUE
058800     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
058810     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
058820     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
058830     MOVE 'MATCHED' TO REVJEVW-COUNT-NAME(2)
058840     MOVE WS-RECS-MATCHED TO REVJEVW-COUNT(2)
058850     MOVE 'RELOADED' TO REVJEVW-COUNT-NAME(3)
058860     MOVE WS-RECS-RELOADED TO REVJEVW-COUNT(3)
058870
058880     CALL 'REVJEVW' USING REVJEVW-PARMS.
058890
058900 9810-EXIT.
058910     EXIT.
