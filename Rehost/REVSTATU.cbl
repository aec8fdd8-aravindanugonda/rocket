003260*                    READ FAILS THE JOB (RC 8) BEFORE A SHORT   *
003270*                    OR DOUBLED DAY IS FOLDED INTO THE MONTH-   *
003280*                    TO-DATE MASTER.                            *
003282*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003284*                    END EVENT TO THE SHARED JOBEVT FILE        *
003286*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003288*                    CODE, KEY COUNTS, AND THE OFFLOAD TRAILER  *
003290*                    VERDICT - FOR THE REVOPSUM MORNING         *
003292*                    SUMMARY.                                   *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
010900*    DAY TABLE WITH THE REST OF THE MONTH.
011000     COPY REVSTAR.
011010     COPY REVACTR.
011030     COPY REVJPARM.
011100
011200 PROCEDURE DIVISION.
011300*****************************************************************
011500*                    THE PRIOR GENERATION, WRITE THE NEXT ONE   *
011600*****************************************************************
011700 0000-MAINLINE.
011720     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
011740
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011900
012000     PERFORM 2000-ACCUMULATE-AUDIT THRU 2000-EXIT
013980             END-IF
014000     END-EVALUATE
014100
014120     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
014140
014200     GOBACK.
014300
014400*****************************************************************
047100
047200 9000-EXIT.
047300     EXIT.
047310
047320*****************************************************************
047330*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
047340*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
047350*****************************************************************
047360 9800-LOG-JOB-START.
047370     SET REVJEVW-JOB-START TO TRUE
047380     MOVE 'REVSTATU' TO REVJEVW-JOB-NAME
047390     CALL 'REVJEVW' USING REVJEVW-PARMS.
047400
047410 9800-EXIT.
047420     EXIT.
047430
047440*****************************************************************
047450*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
047460*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
047470*                       THE INPUT CARRIED A TRAILER             *
047480*****************************************************************
047490 9810-LOG-JOB-END.
047500     SET REVJEVW-JOB-END TO TRUE
047510     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
047520     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
047530     MOVE WS-AUDIT-READ TO REVJEVW-COUNT(1)
047540     MOVE 'KEPT' TO REVJEVW-COUNT-NAME(2)
047550     MOVE WS-OLD-KEPT TO REVJEVW-COUNT(2)
047560     MOVE 'DROPPED' TO REVJEVW-COUNT-NAME(3)
047570     MOVE WS-OLD-DROPPED TO REVJEVW-COUNT(3)
047580
047590     IF TRAILER-FOUND
047600         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(4)
047610         MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(4)
047620         IF REVACT-TRL-COUNT = WS-AUDIT-READ
047630             SET REVJEVW-IN-BALANCE TO TRUE
047640         ELSE
047650             SET REVJEVW-OUT-OF-BALANCE TO TRUE
047660         END-IF
047670     END-IF
047680
047690     CALL 'REVJEVW' USING REVJEVW-PARMS.
047700
047710 9810-EXIT.
047720     EXIT.
