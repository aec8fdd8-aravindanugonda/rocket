002910*   2026-09-02  DO   THE HISTORY RECORD NOW CARRIES THE        *
002920*                    DISTRIBUTION-CENTER SOURCE (SEE REVBHSR)  *
002930*                    AND THE REPORT PRINTS IT.                 *
002935*   2026-10-15  DO   RVBHIST IS NOW KEYED BY CODE, RUN DATE    *
002940*                    AND RUN CYCLE (SEE REVBHSR).  THE START   *
002945*                    BEGINS AT CYCLE 00 OF THE FROM DATE, AND  *
002950*                    EACH LINE SHOWS THE CYCLE BESIDE THE RUN  *
002955*                    DATE, SO A CODE REVERSED BY THE NIGHTLY   *
002960*                    RUN AND AN OFF-CYCLE RUN OF THE SAME DATE *
002965*                    LISTS ONCE FOR EACH.                      *
002970*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN   *
002975*                    END EVENT TO THE SHARED JOBEVT FILE       *
002980*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN   *
002985*                    CODE AND KEY COUNTS - FOR THE REVOPSUM    *
002990*                    MORNING SUMMARY.                          *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
010800 01  WS-COLUMN-HEADS.
010900     05 FILLER                    PIC X(10) VALUE SPACES.
011000     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
011050     05 FILLER                    PIC X(05) VALUE 'CYC'.
011100     05 FILLER                    PIC X(11) VALUE 'RUN SEQ'.
011200     05 FILLER                    PIC X(06) VALUE 'MODE'.
011300     05 FILLER                    PIC X(22) VALUE 'ORIGINAL CODE'.
011400     05 FILLER                    PIC X(07) VALUE 'CLASS'.
011500     05 FILLER                    PIC X(10) VALUE 'EFF DATE'.
011510     05 FILLER                    PIC X(52) VALUE 'SOURCE'.
011600
011700 01  WS-DETAIL-LINE.
011800     05 FILLER                    PIC X(10) VALUE SPACES.
011900     05 WSD-RUN-DATE              PIC 9(08).
012000     05 FILLER                    PIC X(02) VALUE SPACES.
012020     05 WSD-RUN-CYCLE             PIC 9(02).
012040     05 FILLER                    PIC X(03) VALUE SPACES.
012100     05 WSD-RUN-SEQ               PIC ZZZ,ZZZ,ZZ9.
012200     05 FILLER                    PIC X(03) VALUE SPACES.
012300     05 WSD-MODE                  PIC X(01).
012900     05 WSD-EFF-DATE              PIC 9(08).
012910     05 FILLER                    PIC X(02) VALUE SPACES.
012920     05 WSD-SOURCE                PIC X(03).
013000     05 FILLER                    PIC X(48) VALUE SPACES.
013100
013200 01  WS-COUNT-LINE.
013300     05 FILLER                    PIC X(10) VALUE SPACES.
013600     05 WSN-COUNT                 PIC ZZZ,ZZZ,ZZ9.
013700     05 FILLER                    PIC X(87) VALUE SPACES.
013800
013820     COPY REVJPARM.
013840
013900 PROCEDURE DIVISION.
014000*****************************************************************
014100*    0000-MAINLINE - READ THE SELECTION CARD, POSITION ON THE   *
014300*                    PRODUCED IT INSIDE THE DATE RANGE          *
014400*****************************************************************
014500 0000-MAINLINE.
014520     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
014540
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700
014800     IF PARM-CARD-INVALID
015400         PERFORM 3000-TERMINATE THRU 3000-EXIT
015500     END-IF
015600
015620     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
015640
015700     GOBACK.
015800
015900*****************************************************************
018200
018300     MOVE WS-SEL-CODE  TO REVBHS-CODE
018400     MOVE WS-FROM-DATE TO REVBHS-RUN-DATE
018450     MOVE 0            TO REVBHS-RUN-CYCLE
018500     START BATCH-HIST-FILE KEY NOT < REVBHS-KEY
018600         INVALID KEY
018700             SET END-OF-HISTORY TO TRUE
029500
029600     ADD 1 TO WS-RECS-MATCHED
029700     MOVE REVBHS-RUN-DATE   TO WSD-RUN-DATE
029750     MOVE REVBHS-RUN-CYCLE  TO WSD-RUN-CYCLE
029800     MOVE REVBHS-RUN-SEQ    TO WSD-RUN-SEQ
029900     MOVE REVBHS-MODE       TO WSD-MODE
030000     MOVE REVBHS-ORIG-CODE  TO WSD-ORIG-CODE
033800
033900 3000-EXIT.
034000     EXIT.
034010
034020*****************************************************************
034030*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
034040*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
034050*****************************************************************
034060 9800-LOG-JOB-START.
034070     SET REVJEVW-JOB-START TO TRUE
034080     MOVE 'REVBHINQ' TO REVJEVW-JOB-NAME
034090     CALL 'REVJEVW' USING REVJEVW-PARMS.
034100
034110 9800-EXIT.
034120     EXIT.
034130
034140*****************************************************************
034150*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
034160*                       KEY COUNTS                              *
034170*****************************************************************
034180 9810-LOG-JOB-END.
034190     SET REVJEVW-JOB-END TO TRUE
034200     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
034210     MOVE 'MATCHED' TO REVJEVW-COUNT-NAME(1)
034220     MOVE WS-RECS-MATCHED TO REVJEVW-COUNT(1)
034230
034240     CALL 'REVJEVW' USING REVJEVW-PARMS.
034250
034260 9810-EXIT.
034270     EXIT.
