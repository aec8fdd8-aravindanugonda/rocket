002100*   DATE       INIT  DESCRIPTION                                 *
002200*   ---------  ----  -------------------------------------------*
002300*   2026-09-02  DO   ORIGINAL PROGRAM.                          *
002310*   2026-10-15  DO   DUAL CONTROL ON RVAM.  NEW REQUESTED BY    *
002320*                    COLUMN (REVAML-REQUESTER) SO EACH          *
002330*                    APPROVAL SHOWS BOTH SUPERVISORS.  ADD,     *
002340*                    REINSTATE AND UPGRADE REQUESTS HELD,       *
002350*                    DECLINED AND EXPIRED LIST AS REQ-, DECL-   *
002360*                    AND EXP- ACTIONS (EXPIRIES UNDER           *
002370*                    *SYSTEM*), WITH TOTALS FOR EACH AND FOR    *
002380*                    CHANGES APPLIED ON A SECOND APPROVAL.      *
002382*   2026-10-15  DO   SUSPENSIONS OF DORMANT OPERATORS BY THE    *
002384*                    REVDSUSP JOB ARRIVE AS SUSPENDS UNDER      *
002386*                    *SYSTEM* - THEY LIST WITH THE REST AND     *
002388*                    ARE ALSO TOTALLED ON THEIR OWN.            *
002390*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002392*                    END EVENT TO THE SHARED JOBEVT FILE        *
002394*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002396*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002398*                    MORNING SUMMARY.                           *
002400*                                                               *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
005900     05 WS-REINSTATE-COUNT        PIC 9(07) COMP VALUE 0.
005910     05 WS-UNLOCK-COUNT           PIC 9(07) COMP VALUE 0.
005920     05 WS-CONTROL-COUNT          PIC 9(07) COMP VALUE 0.
005925     05 WS-UPGRADE-COUNT          PIC 9(07) COMP VALUE 0.
005930     05 WS-REQUESTED-COUNT        PIC 9(07) COMP VALUE 0.
005935     05 WS-APPROVED-COUNT         PIC 9(07) COMP VALUE 0.
005940     05 WS-DECLINED-COUNT         PIC 9(07) COMP VALUE 0.
005945     05 WS-EXPIRED-COUNT          PIC 9(07) COMP VALUE 0.
005947     05 WS-DORMANT-SUSP-COUNT     PIC 9(07) COMP VALUE 0.
005950
005955 01  WS-ACTION-WORK.
005960     05 WS-ACTION-PREFIX          PIC X(05) VALUE SPACES.
005965     05 WS-ACTION-SUFFIX          PIC X(04) VALUE SPACES.
006000
006100 01  WS-HEADING-1.
006200     05 FILLER                    PIC X(20) VALUE SPACES.
007200     05 FILLER                    PIC X(10) VALUE 'DATE'.
007300     05 FILLER                    PIC X(08) VALUE 'TIME'.
007400     05 FILLER                    PIC X(09) VALUE 'BEFORE'.
007500     05 FILLER                    PIC X(09) VALUE 'AFTER'.
007550     05 FILLER                    PIC X(54) VALUE 'REQUESTED BY'.
007600
007700 01  WS-DETAIL-LINE.
007800     05 FILLER                    PIC X(10) VALUE SPACES.
009300     05 WSD-AFT-AUTH              PIC X(01) VALUE SPACES.
009400     05 FILLER                    PIC X(01) VALUE '/'.
009500     05 WSD-AFT-STATUS            PIC X(01) VALUE SPACES.
009600     05 FILLER                    PIC X(06) VALUE SPACES.
009620     05 WSD-REQUESTER             PIC X(08) VALUE SPACES.
009640     05 FILLER                    PIC X(46) VALUE SPACES.
009700
009800 01  WS-TOTAL-LINE.
009900     05 FILLER                    PIC X(10) VALUE SPACES.
010100     05 WST-COUNT                 PIC ZZZ,ZZ9.
010200     05 FILLER                    PIC X(86) VALUE SPACES.
010300
010320     COPY REVJPARM.
010340
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600*    0000-MAINLINE - OPEN, LIST EVERY CHANGE, PRINT THE         *
010700*                    TOTALS, CLOSE                              *
010800*****************************************************************
010900 0000-MAINLINE.
010920     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
010940
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100
011200     PERFORM 2000-LIST-ONE-CHANGE THRU 2000-EXIT
011600
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT
011800
011820     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
011840
011900     STOP RUN.
012000
012100*****************************************************************
014000*    2000-LIST-ONE-CHANGE - ONE DETAIL LINE PER LOGGED ACTION,  *
014100*                           WITH THE AUTHORITY/STATUS BYTES     *
014200*                           BEFORE AND AFTER, THEN READ THE     *
014300*                           NEXT ENTRY.  A HELD, DECLINED OR    *
014320*                           EXPIRED REQUEST IS LABELLED WITH    *
014340*                           THE CHANGE THAT WAS ASKED FOR.      *
014400*****************************************************************
014500 2000-LIST-ONE-CHANGE.
015000     MOVE REVAML-SUPERVISOR    TO WSD-SUPERVISOR
015500     MOVE REVAML-BEF-STATUS    TO WSD-BEF-STATUS
015600     MOVE REVAML-AFT-AUTH      TO WSD-AFT-AUTH
015700     MOVE REVAML-AFT-STATUS    TO WSD-AFT-STATUS
015720     MOVE REVAML-REQUESTER     TO WSD-REQUESTER
015740     MOVE SPACES               TO WSD-ACTION
015800
015900     EVALUATE TRUE
016000         WHEN REVAML-ADD
016600         WHEN REVAML-SUSPEND
016700             MOVE 'SUSPEND' TO WSD-ACTION
016800             ADD 1 TO WS-SUSPEND-COUNT
016820             IF REVAML-SYSTEM-ACTION
016840                 ADD 1 TO WS-DORMANT-SUSP-COUNT
016860             END-IF
016900         WHEN REVAML-REINSTATE
017000             MOVE 'REINSTATE' TO WSD-ACTION
017100             ADD 1 TO WS-REINSTATE-COUNT
017140         WHEN REVAML-SET-CONTROL
017150             MOVE 'SET-CTL' TO WSD-ACTION
017160             ADD 1 TO WS-CONTROL-COUNT
017162         WHEN REVAML-UPGRADE
017164             MOVE 'UPGRADE' TO WSD-ACTION
017166             ADD 1 TO WS-UPGRADE-COUNT
017168         WHEN REVAML-REQUESTED
017170             MOVE 'REQ-' TO WS-ACTION-PREFIX
017172             PERFORM 2200-BUILD-REQUEST-ACTION THRU 2200-EXIT
017174             ADD 1 TO WS-REQUESTED-COUNT
017176         WHEN REVAML-DECLINED
017178             MOVE 'DECL-' TO WS-ACTION-PREFIX
017180             PERFORM 2200-BUILD-REQUEST-ACTION THRU 2200-EXIT
017182             ADD 1 TO WS-DECLINED-COUNT
017184         WHEN REVAML-EXPIRED
017186             MOVE 'EXP-' TO WS-ACTION-PREFIX
017188             PERFORM 2200-BUILD-REQUEST-ACTION THRU 2200-EXIT
017190             ADD 1 TO WS-EXPIRED-COUNT
017200         WHEN OTHER
017300             MOVE REVAML-ACTION TO WSD-ACTION
017400     END-EVALUATE
017410
017420     IF (REVAML-ADD OR REVAML-REINSTATE OR REVAML-UPGRADE)
017430        AND REVAML-REQUESTER NOT = SPACES
017440         ADD 1 TO WS-APPROVED-COUNT
017450     END-IF
017500
017600     WRITE REPORT-LINE FROM WS-DETAIL-LINE
017700
019500 2100-EXIT.
019600     EXIT.
019700
019702*****************************************************************
019704*    2200-BUILD-REQUEST-ACTION - LABEL A HELD, DECLINED OR      *
019706*                                EXPIRED REQUEST WITH THE       *
019708*                                CHANGE ASKED FOR, E.G.         *
019710*                                REQ-ADD, DECL-REIN, EXP-UPGR   *
019712*****************************************************************
019714 2200-BUILD-REQUEST-ACTION.
019716     EVALUATE REVAML-REQ-ACTION
019718         WHEN 'A'
019720             MOVE 'ADD'  TO WS-ACTION-SUFFIX
019722         WHEN 'R'
019724             MOVE 'REIN' TO WS-ACTION-SUFFIX
019726         WHEN 'P'
019728             MOVE 'UPGR' TO WS-ACTION-SUFFIX
019730         WHEN OTHER
019732             MOVE REVAML-REQ-ACTION TO WS-ACTION-SUFFIX
019734     END-EVALUATE
019736
019738     STRING WS-ACTION-PREFIX  DELIMITED BY SPACE
019740            WS-ACTION-SUFFIX  DELIMITED BY SPACE
019742         INTO WSD-ACTION
019744     END-STRING.
019746
019748 2200-EXIT.
019750     EXIT.
019752
019800*****************************************************************
019900*    3000-PRINT-TOTALS - CHANGES BY ACTION AND THE GRAND        *
020000*                        TOTAL                                  *
021400     MOVE 'OPERATORS SUSPENDED:' TO WST-LABEL
021500     MOVE WS-SUSPEND-COUNT TO WST-COUNT
021600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
021620     MOVE '  OF WHICH DORMANT (*SYSTEM*):' TO WST-LABEL
021640     MOVE WS-DORMANT-SUSP-COUNT TO WST-COUNT
021660     WRITE REPORT-LINE FROM WS-TOTAL-LINE
021700
021800     MOVE 'OPERATORS REINSTATED:' TO WST-LABEL
021900     MOVE WS-REINSTATE-COUNT TO WST-COUNT
022060     MOVE 'LOCKOUT CONTROL CHANGES:' TO WST-LABEL
022070     MOVE WS-CONTROL-COUNT TO WST-COUNT
022080     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022085
022090     MOVE 'OPERATORS UPGRADED:' TO WST-LABEL
022095     MOVE WS-UPGRADE-COUNT TO WST-COUNT
022100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022105
022110     MOVE 'REQUESTS HELD FOR APPROVAL:' TO WST-LABEL
022115     MOVE WS-REQUESTED-COUNT TO WST-COUNT
022120     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022125
022130     MOVE 'REQUESTS APPROVED:' TO WST-LABEL
022135     MOVE WS-APPROVED-COUNT TO WST-COUNT
022140     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022145
022150     MOVE 'REQUESTS DECLINED:' TO WST-LABEL
022155     MOVE WS-DECLINED-COUNT TO WST-COUNT
022160     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022165
022170     MOVE 'REQUESTS EXPIRED:' TO WST-LABEL
022175     MOVE WS-EXPIRED-COUNT TO WST-COUNT
022180     WRITE REPORT-LINE FROM WS-TOTAL-LINE
022185
022200     MOVE 'TOTAL CHANGES LOGGED:' TO WST-LABEL
022300     MOVE WS-RECORDS-READ TO WST-COUNT
022400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
023500
023600 9000-EXIT.
023700     EXIT.
023710
023720*****************************************************************
023730*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
023740*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
023750*****************************************************************
023760 9800-LOG-JOB-START.
023770     SET REVJEVW-JOB-START TO TRUE
023780     MOVE 'REVAMRPT' TO REVJEVW-JOB-NAME
023790     CALL 'REVJEVW' USING REVJEVW-PARMS.
023800
023810 9800-EXIT.
023820     EXIT.
023830
023840*****************************************************************
023850*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
023860*                       KEY COUNTS                              *
023870*****************************************************************
023880 9810-LOG-JOB-END.
023890     SET REVJEVW-JOB-END TO TRUE
023900     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
023910     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
023920     MOVE WS-RECORDS-READ TO REVJEVW-COUNT(1)
023930     MOVE 'EXPIRED' TO REVJEVW-COUNT-NAME(2)
023940     MOVE WS-EXPIRED-COUNT TO REVJEVW-COUNT(2)
023950     MOVE 'DORMSUSP' TO REVJEVW-COUNT-NAME(3)
023960     MOVE WS-DORMANT-SUSP-COUNT TO REVJEVW-COUNT(3)
023970
023980     CALL 'REVJEVW' USING REVJEVW-PARMS.
023990
024000 9810-EXIT.
024010     EXIT.
