002599*                    TRS TRAILER FAILS THE FILE, SO A MISSING   *
002601*                    WAREHOUSE EXTRACT IS CAUGHT AT THE         *
002602*                    TRAILER INSTEAD OF AS A SHORT LOAD.        *
002603*   2026-10-15  DO   THE VERDICT IS POSTED AGAINST THE RUNREG   *
002604*                    RECORD FOR THE RUN DATE AND RUN CYCLE ON   *
002605*                    THE CODEOUT HEADER, SO AN OFF-CYCLE RUN IS *
002606*                    VERIFIED AS ITS OWN RUN AND NEVER          *
002607*                    OVERWRITES THE NIGHTLY RUN'S STATUS.  A    *
002608*                    HEADER WITH NO CYCLE IS CYCLE 01.          *
002609*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002610*                    END EVENT TO THE SHARED JOBEVT FILE        *
002611*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002612*                    CODE, KEY COUNTS, AND THE VERIFICATION     *
002613*                    VERDICT - FOR THE REVOPSUM MORNING         *
002614*                    SUMMARY.                                   *
002600*                                                               *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
005900 01  WS-COUNTERS.
006000     05 WS-DATA-COUNT         PIC 9(09) COMP VALUE 0.
006050     05 WS-TODAY              PIC 9(08) VALUE ZEROES.
006055     05 WS-RUN-CYCLE          PIC 9(02) VALUE 1.
006060
006062*    ONE ENTRY PER SOURCE SEEN IN THE DATA RECORDS - THE
006064*    RE-COUNTED AND RE-HASHED TOTALS EACH TRS TRAILER MUST
006098
006200     COPY REVCTLR.
006300     COPY REVHPARM.
006350     COPY REVJPARM.
006400
006500 PROCEDURE DIVISION.
006600*****************************************************************
006900*                    SET THE RETURN CODE                        *
007000*****************************************************************
007100 0000-MAINLINE.
007120     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
007140
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007300
007400     IF FILE-VERIFIES
008400         MOVE 8 TO RETURN-CODE
008500     END-IF
008600
008620     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
008640
008700     GOBACK.
008800
008900*****************************************************************
011500
011600     SET HEADER-FOUND TO TRUE
011610     DISPLAY 'REVCOCHK: HEADER RUN DATE = ' REVCTL-HDR-DATE
011620     IF REVCTL-HDR-CYCLE NUMERIC
011630        AND REVCTL-HDR-CYCLE > 0
011640         MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
011650     END-IF
011660     DISPLAY 'REVCOCHK: HEADER CYCLE    = ' WS-RUN-CYCLE
011700     DISPLAY 'REVCOCHK: HEADER SOURCE   = ' REVCTL-HDR-SOURCE
011800     MOVE ZEROES TO REVHASH-TOTAL.
011900
020100*****************************************************************
020200*    4000-POST-RUN-REGISTER - PUT THE VERDICT ON THE RUN        *
020300*                             REGISTER RECORD REVBATCH WROTE    *
020400*                             FOR THE RUN DATE AND CYCLE IN THE *
020420*                             HEADER (NO CYCLE - AN OLDER FILE -*
020440*                             IS CYCLE 01),                     *
020500*                             SO THE REGISTER SHOWS PRODUCED    *
020600*                             AND VERIFIED IN ONE PLACE.  NO    *
020700*                             HEADER MEANS THERE IS NO RUN      *
022600     END-IF
022700
022800     MOVE REVCTL-HDR-DATE TO REVRRG-RUN-DATE
022850     MOVE WS-RUN-CYCLE    TO REVRRG-RUN-CYCLE
022900     READ RUN-REG-FILE
023000         INVALID KEY
023100             DISPLAY 'REVCOCHK: NO RUN REGISTER RECORD FOR '
023200                 REVCTL-HDR-DATE ' CYCLE ' WS-RUN-CYCLE
023250                 ' - VERDICT NOT POSTED'
023300             CLOSE RUN-REG-FILE
023400             GO TO 4000-EXIT
023500     END-READ
024600     CLOSE RUN-REG-FILE
024700
024800     DISPLAY 'REVCOCHK: RUN REGISTER POSTED FOR ' REVCTL-HDR-DATE
024850         ' CYCLE ' WS-RUN-CYCLE
024900         ' - ' REVRRG-VERIFY-STATUS.
025000
025100 4000-EXIT.
025200     EXIT.
025210
025220*****************************************************************
025230*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
025240*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
025250*****************************************************************
025260 9800-LOG-JOB-START.
025270     SET REVJEVW-JOB-START TO TRUE
025280     MOVE 'REVCOCHK' TO REVJEVW-JOB-NAME
025290     CALL 'REVJEVW' USING REVJEVW-PARMS.
025300
025310 9800-EXIT.
025320     EXIT.
025330
025340*****************************************************************
025350*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
025360*                       COUNTS, AND THE VERIFICATION VERDICT    *
025370*****************************************************************
025380 9810-LOG-JOB-END.
025390     SET REVJEVW-JOB-END TO TRUE
025400     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
025410     MOVE 'COUNTED' TO REVJEVW-COUNT-NAME(1)
025420     MOVE WS-DATA-COUNT TO REVJEVW-COUNT(1)
025430     MOVE 'CYCLE' TO REVJEVW-COUNT-NAME(3)
025440     MOVE WS-RUN-CYCLE TO REVJEVW-COUNT(3)
025450
025460     IF TRAILER-FOUND
025470         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(2)
025480         MOVE REVCTL-TRL-COUNT TO REVJEVW-COUNT(2)
025490     END-IF
025500
025510     IF FILE-VERIFIES
025520         SET REVJEVW-IN-BALANCE TO TRUE
025530     ELSE
025540         SET REVJEVW-OUT-OF-BALANCE TO TRUE
025550     END-IF
025560
025570     CALL 'REVJEVW' USING REVJEVW-PARMS.
025580
025590 9810-EXIT.
025600     EXIT.
