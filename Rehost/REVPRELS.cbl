003700*   DATE       INIT  DESCRIPTION                                 *
003800*   ---------  ----  -------------------------------------------*
003900*   2026-09-02  DO   ORIGINAL PROGRAM.                          *
003910*   2026-10-15  DO   A HEADER MODE OF S (SEGMENT-PRESERVING     *
003920*                    REVERSAL) IS NOW CARRIED ONTO THE RELEASED *
003930*                    RECORDS' RVBHIST ENTRIES INSTEAD OF BEING  *
003940*                    STAMPED C.                                 *
003945*   2026-10-15  DO   THE RUN CYCLE ON THE CODEOUT HEADER (SEE   *
003950*                    REVCTLR) NOW KEYS THE RUNREG READ FOR THE  *
003955*                    PENDED COUNT AND THE DEFERRED RVBHIST      *
003960*                    ENTRIES, SO RELEASES INTO AN OFF-CYCLE     *
003965*                    RUN'S CODEOUT BELONG TO THAT RUN AND NOT   *
003970*                    TO THE NIGHTLY RUN OF THE SAME DATE.  A    *
003975*                    HEADER WITH NO CYCLE IS CYCLE 01.          *
003977*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003979*                    END EVENT TO THE SHARED JOBEVT FILE        *
003981*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003983*                    CODE, KEY COUNTS, AND WHETHER THE          *
003985*                    RUN-REGISTER COUNT WAS MET - FOR THE       *
003987*                    REVOPSUM MORNING SUMMARY.                  *
004000*                                                               *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
015500 01  WS-COUNTERS.
015600     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
015700     05 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
015750     05 WS-RUN-CYCLE              PIC 9(02) VALUE 1.
015800     05 WS-RUN-MODE               PIC X(01) VALUE 'C'.
015900     05 WS-DATA-COUNT             PIC 9(09) COMP VALUE 0.
016000     05 WS-RELEASED               PIC 9(09) COMP VALUE 0.
021800     COPY REVPNDR.
021900     COPY REVCTLR.
022000     COPY REVHPARM.
022050     COPY REVJPARM.
022100
022200 PROCEDURE DIVISION.
022300*****************************************************************
022700*                    THE TRAILERS AND REPORT                    *
022800*****************************************************************
022900 0000-MAINLINE.
022920     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
022940
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100
023200     IF RUN-ABORTED
024100         PERFORM 4000-TERMINATE THRU 4000-EXIT
024200     END-IF
024300
024320     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
024340
024400     GOBACK.
024500
024600*****************************************************************
027900     END-IF
028000
028100     MOVE REVCTL-HDR-DATE TO WS-RUN-DATE
028120     IF REVCTL-HDR-CYCLE NUMERIC
028140        AND REVCTL-HDR-CYCLE > 0
028160         MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
028180     END-IF
028200     IF REVCTL-HDR-MODE = 'W' OR 'S'
028300         MOVE REVCTL-HDR-MODE TO WS-RUN-MODE
028400     END-IF
028500
028600     PERFORM 1200-TAKE-STOCK-OF-CODEOUT THRU 1200-EXIT
031600
031700     DISPLAY 'REVPRELS: RELEASE DATE     = ' WS-TODAY
031800     DISPLAY 'REVPRELS: CODEOUT RUN DATE = ' WS-RUN-DATE
031850     DISPLAY 'REVPRELS: CODEOUT CYCLE    = ' WS-RUN-CYCLE
031900     DISPLAY 'REVPRELS: DATA RECORDS     = ' WS-DATA-COUNT.
032000
032100 1000-EXIT.
039300     END-IF
039400
039500     MOVE WS-RUN-DATE TO REVRRG-RUN-DATE
039550     MOVE WS-RUN-CYCLE TO REVRRG-RUN-CYCLE
039600     READ RUN-REG-FILE
039700         INVALID KEY
039800             DISPLAY 'REVPRELS: NO RUN REGISTER RECORD FOR '
039900                 WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
039950                 ' - READING PENDNEW TO END OF FILE'
040000             CLOSE RUN-REG-FILE
040100             GO TO 1300-EXIT
040200     END-READ
057000*    2370-WRITE-BATCH-HISTORY - THE HISTORY ENTRY DEFERRED      *
057100*                               FROM THE NIGHT THE RECORD WAS   *
057200*                               PENDED - KEYED BY THE REVERSED  *
057300*                               CODE AND THE RUN DATE AND CYCLE *
057400*                               OF THE CODEOUT IT JOINED        *
057500*****************************************************************
057600 2370-WRITE-BATCH-HISTORY.
057700     MOVE PND-CODE        TO REVBHS-CODE
057800     MOVE WS-RUN-DATE     TO REVBHS-RUN-DATE
057850     MOVE WS-RUN-CYCLE    TO REVBHS-RUN-CYCLE
057900     MOVE PND-ORIG-CODE   TO REVBHS-ORIG-CODE
058000     MOVE PND-PROD-CLASS  TO REVBHS-PROD-CLASS
058100     MOVE PND-EFF-DATE    TO REVBHS-EFF-DATE
072500
072600 4000-EXIT.
072700     EXIT.
072710
072720*****************************************************************
072730*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
072740*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
072750*****************************************************************
072760 9800-LOG-JOB-START.
072770     SET REVJEVW-JOB-START TO TRUE
072780     MOVE 'REVPRELS' TO REVJEVW-JOB-NAME
072790     CALL 'REVJEVW' USING REVJEVW-PARMS.
072800
072810 9800-EXIT.
072820     EXIT.
072830
072840*****************************************************************
072850*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
072860*                       COUNTS, AND WHETHER THE RUN-REGISTER    *
072870*                       COUNT WAS MET                           *
072880*****************************************************************
072890 9810-LOG-JOB-END.
072900     SET REVJEVW-JOB-END TO TRUE
072910     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
072920     MOVE 'CODEOUT' TO REVJEVW-COUNT-NAME(1)
072930     MOVE WS-DATA-COUNT TO REVJEVW-COUNT(1)
072940     MOVE 'PENDNEW' TO REVJEVW-COUNT-NAME(2)
072950     MOVE WS-PENDNEW-READ TO REVJEVW-COUNT(2)
072960     MOVE 'RELEASED' TO REVJEVW-COUNT-NAME(3)
072970     MOVE WS-RELEASED TO REVJEVW-COUNT(3)
072980     MOVE 'PENDING' TO REVJEVW-COUNT-NAME(4)
072990     MOVE WS-STILL-PENDING TO REVJEVW-COUNT(4)
073000     MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(5)
073010     COMPUTE REVJEVW-COUNT(5) = WS-DATA-COUNT + WS-RELEASED
073020
073030     IF WS-PENDNEW-EXPECTED NOT = 999999999
073040         IF WS-PENDNEW-READ < WS-PENDNEW-EXPECTED
073050             SET REVJEVW-OUT-OF-BALANCE TO TRUE
073060         ELSE
073070             SET REVJEVW-IN-BALANCE TO TRUE
073080         END-IF
073090     END-IF
073100
073110     CALL 'REVJEVW' USING REVJEVW-PARMS.
073120
073130 9810-EXIT.
073140     EXIT.
