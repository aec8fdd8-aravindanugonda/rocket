000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVRCERT.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  QUARTERLY RECERTIFICATION REPORT OF EVERY USERID *
001000*             ON RVAUTH, FOR MANAGERS TO SIGN OFF.  EACH LINE  *
001100*             SHOWS THE AUTHORITY, THE STATUS, THE LAST DATE   *
001200*             THE USERID REVERSED A CODE (FED DAILY BY         *
001300*             REVLUSED), THE DATE IT WAS ADDED OR LAST         *
001400*             REINSTATED, AND THE DAYS DORMANT - COUNTED TO    *
001500*             TODAY FROM THE LATER OF THOSE TWO DATES - WITH   *
001600*             BOXES FOR THE MANAGER TO MARK KEEP OR REVOKE.    *
001700*             AN ACTIVE USERID DORMANT LONGER THAN THE         *
001800*             THRESHOLD ON THE SYSIN CARD (COLS 1-5, DEFAULT   *
001900*             90 DAYS - THE SAME CARD REVDSUSP TAKES) IS       *
002000*             FLAGGED WITH AN ASTERISK.  TOTALS AND A SIGN-OFF *
002100*             BLOCK END THE REPORT.  RVAUTH IS ONLY READ.      *
002200*                                                               *
002300*   MODIFICATION HISTORY.                                       *
002400*   DATE       INIT  DESCRIPTION                                 *
002500*   ---------  ----  -------------------------------------------*
002600*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
002610*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002620*                    END EVENT TO THE SHARED JOBEVT FILE        *
002630*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002640*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002650*                    MORNING SUMMARY.                           *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-Z.
003200 OBJECT-COMPUTER. IBM-Z.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUTH-FILE       ASSIGN TO RVAUTH
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS REVAUT-KEY
003900         FILE STATUS IS WS-AUTH-STATUS.
004000
004100     SELECT REPORT-FILE     ASSIGN TO RCRTOUT
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PARM-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AUTH-FILE
005100     RECORDING MODE IS F.
005200     COPY REVAUTR.
005300
005400 FD  REPORT-FILE
005500     RECORDING MODE IS F.
005600 01  REPORT-LINE                  PIC X(133).
005700
005800 FD  PARM-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  PARM-RECORD                  PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
006600        88 END-OF-RVAUTH                VALUE 'Y'.
006700     05 WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
006800        88 AUTH-ACTION-OK               VALUE '00' '02'.
006900     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
007000        88 PARM-FILE-OPEN-OK            VALUES '00' '05'.
007100     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
007200        88 PARM-CARD-INVALID            VALUE 'Y'.
007300     05 WS-DATED-SW               PIC X(01) VALUE 'N'.
007400        88 DORMANCY-KNOWN               VALUE 'Y'.
007500
007600 01  WS-COUNTERS.
007700     05 WS-USERIDS-LISTED         PIC 9(07) COMP VALUE 0.
007800     05 WS-SUPERVISOR-COUNT       PIC 9(07) COMP VALUE 0.
007900     05 WS-OPERATOR-COUNT         PIC 9(07) COMP VALUE 0.
008000     05 WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE 0.
008100     05 WS-SUSPENDED-COUNT        PIC 9(07) COMP VALUE 0.
008200     05 WS-NEVER-USED-COUNT       PIC 9(07) COMP VALUE 0.
008300     05 WS-OVER-COUNT             PIC 9(07) COMP VALUE 0.
008400     05 WS-NO-DATE-COUNT          PIC 9(07) COMP VALUE 0.
008500
008600 01  WS-DORMANCY-WORK.
008700     05 WS-DORMANT-DAYS           PIC 9(05) COMP VALUE 90.
008800     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
008900     05 WS-TODAY-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
009000*    THE LATER OF LAST-USED AND ACTIVE-SINCE, AND THE WHOLE
009100*    DAYS FROM IT TO TODAY.
009200     05 WS-BASE-DATE              PIC 9(08) VALUE ZEROES.
009300     05 WS-DAYS-DORMANT           PIC S9(07) COMP VALUE 0.
009400
009500*    DORMANCY THRESHOLD CARD READ FROM SYSIN.
009600*    COLS 01-05  THRESHOLD IN DAYS - 5 DIGITS, OR BLANK
009700*                (DEFAULT 90); MUST BE GREATER THAN ZERO
009800 01  WS-PARM-CARD.
009900     05 WS-PARM-DORMANT           PIC X(05).
010000     05 WS-PARM-DORMANT-N REDEFINES WS-PARM-DORMANT
010100                                  PIC 9(05).
010200     05 FILLER                    PIC X(75).
010300
010400 01  WS-HEADING-1.
010500     05 FILLER                    PIC X(20) VALUE SPACES.
010600     05 FILLER                    PIC X(46)
010700          VALUE 'QUARTERLY RVAUTH RECERTIFICATION REPORT - RVRS'.
010800     05 FILLER                    PIC X(67) VALUE SPACES.
010900
011000 01  WS-HEADING-2.
011100     05 FILLER                    PIC X(20) VALUE SPACES.
011200     05 FILLER                    PIC X(06) VALUE 'AS AT '.
011300     05 WSH-DATE                  PIC X(08) VALUE SPACES.
011400     05 FILLER                    PIC X(18)
011500          VALUE '   ACTIVE DORMANT '.
011600     05 FILLER                    PIC X(05) VALUE 'OVER '.
011700     05 WSH-THRESHOLD             PIC ZZ,ZZ9.
011800     05 FILLER                    PIC X(15)
011900          VALUE ' DAYS FLAGGED *'.
012000     05 FILLER                    PIC X(55) VALUE SPACES.
012100
012200 01  WS-COLUMN-HEADS.
012300     05 FILLER                    PIC X(10) VALUE SPACES.
012400     05 FILLER                    PIC X(10) VALUE 'USERID'.
012500     05 FILLER                    PIC X(12) VALUE 'AUTHORITY'.
012600     05 FILLER                    PIC X(11) VALUE 'STATUS'.
012700     05 FILLER                    PIC X(10) VALUE 'LAST USED'.
012800     05 FILLER                    PIC X(14) VALUE 'ACTIVE SINCE'.
012900     05 FILLER                    PIC X(14) VALUE 'DAYS DORMANT'.
013000     05 FILLER                    PIC X(06) VALUE 'KEEP'.
013100     05 FILLER                    PIC X(08) VALUE 'REVOKE'.
013200     05 FILLER                    PIC X(38)
013300          VALUE 'MANAGER INITIALS'.
013400
013500 01  WS-DETAIL-LINE.
013600     05 FILLER                    PIC X(10) VALUE SPACES.
013700     05 WSD-USERID                PIC X(08) VALUE SPACES.
013800     05 FILLER                    PIC X(02) VALUE SPACES.
013900     05 WSD-AUTHORITY             PIC X(10) VALUE SPACES.
014000     05 FILLER                    PIC X(02) VALUE SPACES.
014100     05 WSD-STATUS                PIC X(09) VALUE SPACES.
014200     05 FILLER                    PIC X(02) VALUE SPACES.
014300     05 WSD-LAST-USED             PIC X(08) VALUE SPACES.
014400     05 FILLER                    PIC X(02) VALUE SPACES.
014500     05 WSD-ACTIVE-SINCE          PIC X(08) VALUE SPACES.
014600     05 FILLER                    PIC X(06) VALUE SPACES.
014700     05 WSD-DAYS                  PIC ZZ,ZZ9.
014800     05 WSD-DAYS-X REDEFINES WSD-DAYS
014900                                  PIC X(06).
015000     05 WSD-FLAG                  PIC X(01) VALUE SPACES.
015100     05 FILLER                    PIC X(07) VALUE SPACES.
015200     05 FILLER                    PIC X(06) VALUE '[ ]'.
015300     05 FILLER                    PIC X(08) VALUE '[ ]'.
015400     05 FILLER                    PIC X(16)
015500          VALUE '________________'.
015600     05 FILLER                    PIC X(22) VALUE SPACES.
015700
015800 01  WS-TOTAL-LINE.
015900     05 FILLER                    PIC X(10) VALUE SPACES.
016000     05 WST-LABEL                 PIC X(30) VALUE SPACES.
016100     05 WST-COUNT                 PIC ZZZ,ZZ9.
016200     05 FILLER                    PIC X(86) VALUE SPACES.
016300
016400 01  WS-SIGN-OFF-LINE.
016500     05 FILLER                    PIC X(10) VALUE SPACES.
016600     05 WSG-LABEL                 PIC X(20) VALUE SPACES.
016700     05 FILLER                    PIC X(30)
016800          VALUE '______________________________'.
016900     05 FILLER                    PIC X(73) VALUE SPACES.
017000
017100     COPY REVDPARM.
017150     COPY REVJPARM.
017200
017300 PROCEDURE DIVISION.
017400*****************************************************************
017500*    0000-MAINLINE - READ THE THRESHOLD, THEN LIST RVAUTH FRONT *
017600*                    TO BACK AND CLOSE WITH THE TOTALS AND THE  *
017700*                    SIGN-OFF BLOCK                             *
017800*****************************************************************
017900 0000-MAINLINE.
017920     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
017940
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100
018200     IF PARM-CARD-INVALID
018300        OR NOT AUTH-ACTION-OK
018400         MOVE 8 TO RETURN-CODE
018500     ELSE
018600         PERFORM 2000-LIST-ONE-USERID THRU 2000-EXIT
018700             UNTIL END-OF-RVAUTH
018800
018900         PERFORM 3000-TERMINATE THRU 3000-EXIT
019000     END-IF
019100
019120     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
019140
019200     GOBACK.
019300
019400*****************************************************************
019500*    1000-INITIALIZE - READ THE THRESHOLD CARD, WORK OUT        *
019600*                      TODAY'S ABSTIME, OPEN THE FILES, PRINT   *
019700*                      THE HEADINGS, AND PRIME THE SWEEP        *
019800*****************************************************************
019900 1000-INITIALIZE.
020000     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT
020100
020200     IF PARM-CARD-INVALID
020300         GO TO 1000-EXIT
020400     END-IF
020500
020600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020700     SET REVDATE-DATE-TO-ABS TO TRUE
020800     MOVE WS-TODAY TO REVDATE-DATE
020900     CALL 'REVDATE' USING REVDATE-PARMS
021000     MOVE REVDATE-ABSTIME TO WS-TODAY-ABSTIME
021100
021200     OPEN INPUT AUTH-FILE
021300     IF NOT AUTH-ACTION-OK
021400         DISPLAY 'REVRCERT: RVAUTH OPEN FAILED, STATUS '
021500             WS-AUTH-STATUS
021600         GO TO 1000-EXIT
021700     END-IF
021800
021900     OPEN OUTPUT REPORT-FILE
022000
022100     MOVE WS-TODAY        TO WSH-DATE
022200     MOVE WS-DORMANT-DAYS TO WSH-THRESHOLD
022300     WRITE REPORT-LINE FROM WS-HEADING-1
022400     WRITE REPORT-LINE FROM WS-HEADING-2
022500     MOVE SPACES TO REPORT-LINE
022600     WRITE REPORT-LINE
022700     WRITE REPORT-LINE FROM WS-COLUMN-HEADS
022800
022900     MOVE LOW-VALUES TO REVAUT-KEY
023000     START AUTH-FILE KEY NOT < REVAUT-KEY
023100         INVALID KEY
023200             SET END-OF-RVAUTH TO TRUE
023300     END-START
023400
023500     IF NOT END-OF-RVAUTH
023600         PERFORM 2100-READ-RVAUTH THRU 2100-EXIT
023700     END-IF.
023800
023900 1000-EXIT.
024000     EXIT.
024100
024200*****************************************************************
024300*    1010-READ-PARM-CARD - READ AND VALIDATE THE THRESHOLD      *
024400*                          CARD.  NO SYSIN, OR AN EMPTY ONE,    *
024500*                          KEEPS THE STANDARD 90 DAYS.          *
024600*****************************************************************
024700 1010-READ-PARM-CARD.
024800     OPEN INPUT PARM-FILE
024900
025000     IF NOT PARM-FILE-OPEN-OK
025100         GO TO 1010-EXIT
025200     END-IF
025300
025400     MOVE SPACES TO WS-PARM-CARD
025500     READ PARM-FILE INTO WS-PARM-CARD
025600         AT END
025700             MOVE SPACES TO WS-PARM-CARD
025800     END-READ
025900     CLOSE PARM-FILE
026000
026100     IF WS-PARM-DORMANT NOT = SPACES
026200         IF WS-PARM-DORMANT-N NUMERIC
026300            AND WS-PARM-DORMANT-N > 0
026400             MOVE WS-PARM-DORMANT-N TO WS-DORMANT-DAYS
026500         ELSE
026600             DISPLAY 'REVRCERT: INVALID DORMANCY DAYS ON '
026700                 'PARM CARD - ' WS-PARM-DORMANT
026800             SET PARM-CARD-INVALID TO TRUE
026900         END-IF
027000     END-IF.
027100
027200 1010-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600*    2000-LIST-ONE-USERID - PRINT THE RECORD JUST READ WITH ITS *
027700*                           DAYS DORMANT, COUNT IT, AND READ    *
027800*                           THE NEXT                            *
027900*****************************************************************
028000 2000-LIST-ONE-USERID.
028100     ADD 1 TO WS-USERIDS-LISTED
028200     MOVE SPACE TO WSD-FLAG
028300     MOVE REVAUT-USERID TO WSD-USERID
028400
028500     IF REVAUT-SUPERVISOR
028600         MOVE 'SUPERVISOR' TO WSD-AUTHORITY
028700         ADD 1 TO WS-SUPERVISOR-COUNT
028800     ELSE
028900         MOVE 'OPERATOR'   TO WSD-AUTHORITY
029000         ADD 1 TO WS-OPERATOR-COUNT
029100     END-IF
029200
029300     IF REVAUT-ACTIVE
029400         MOVE 'ACTIVE'     TO WSD-STATUS
029500         ADD 1 TO WS-ACTIVE-COUNT
029600     ELSE
029700         MOVE 'SUSPENDED'  TO WSD-STATUS
029800         ADD 1 TO WS-SUSPENDED-COUNT
029900     END-IF
030000
030100     EVALUATE TRUE
030200         WHEN REVAUT-LAST-USED NOT NUMERIC
030300             MOVE 'NO DATE'        TO WSD-LAST-USED
030400         WHEN REVAUT-LAST-USED = 0
030500             MOVE 'NEVER'          TO WSD-LAST-USED
030600             ADD 1 TO WS-NEVER-USED-COUNT
030700         WHEN OTHER
030800             MOVE REVAUT-LAST-USED TO WSD-LAST-USED
030900     END-EVALUATE
031000
031100     IF REVAUT-ACTIVE-SINCE NUMERIC
031200        AND REVAUT-ACTIVE-SINCE > 0
031300         MOVE REVAUT-ACTIVE-SINCE TO WSD-ACTIVE-SINCE
031400     ELSE
031500         MOVE 'NO DATE'           TO WSD-ACTIVE-SINCE
031600     END-IF
031700
031800     PERFORM 2200-COMPUTE-DORMANCY THRU 2200-EXIT
031900
032000     IF DORMANCY-KNOWN
032100         MOVE WS-DAYS-DORMANT TO WSD-DAYS
032200         IF REVAUT-ACTIVE
032300            AND WS-DAYS-DORMANT > WS-DORMANT-DAYS
032400             MOVE '*' TO WSD-FLAG
032500             ADD 1 TO WS-OVER-COUNT
032600         END-IF
032700     ELSE
032800         MOVE '     ?' TO WSD-DAYS-X
032900         ADD 1 TO WS-NO-DATE-COUNT
033000     END-IF
033100
033200     WRITE REPORT-LINE FROM WS-DETAIL-LINE
033300
033400     PERFORM 2100-READ-RVAUTH THRU 2100-EXIT.
033500
033600 2000-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*    2100-READ-RVAUTH - READ THE NEXT RVAUTH RECORD IN KEY      *
034100*                       SEQUENCE, SET EOF AT END                *
034200*****************************************************************
034300 2100-READ-RVAUTH.
034400     READ AUTH-FILE NEXT
034500         AT END
034600             SET END-OF-RVAUTH TO TRUE
034700     END-READ.
034800
034900 2100-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*    2200-COMPUTE-DORMANCY - WHOLE DAYS FROM THE LATER OF       *
035400*                            LAST-USED AND ACTIVE-SINCE TO      *
035500*                            TODAY.  A RECORD WITH NEITHER DATE *
035600*                            (NOT YET STAMPED BY REVLUSED) HAS  *
035700*                            NO KNOWN DORMANCY.                 *
035800*****************************************************************
035900 2200-COMPUTE-DORMANCY.
036000     MOVE 'N' TO WS-DATED-SW
036100     MOVE ZEROES TO WS-BASE-DATE
036200     MOVE 0 TO WS-DAYS-DORMANT
036300
036400     IF REVAUT-LAST-USED NUMERIC
036500        AND REVAUT-LAST-USED > WS-BASE-DATE
036600         MOVE REVAUT-LAST-USED TO WS-BASE-DATE
036700     END-IF
036800
036900     IF REVAUT-ACTIVE-SINCE NUMERIC
037000        AND REVAUT-ACTIVE-SINCE > WS-BASE-DATE
037100         MOVE REVAUT-ACTIVE-SINCE TO WS-BASE-DATE
037200     END-IF
037300
037400     IF WS-BASE-DATE = 0
037500         GO TO 2200-EXIT
037600     END-IF
037700
037800     SET REVDATE-DATE-TO-ABS TO TRUE
037900     MOVE WS-BASE-DATE TO REVDATE-DATE
038000     CALL 'REVDATE' USING REVDATE-PARMS
038100
038200     IF NOT REVDATE-SUCCESS
038300         GO TO 2200-EXIT
038400     END-IF
038500
038600     COMPUTE WS-DAYS-DORMANT =
038700         (WS-TODAY-ABSTIME - REVDATE-ABSTIME) / 86400000
038800
038900     IF WS-DAYS-DORMANT < 0
039000         MOVE 0 TO WS-DAYS-DORMANT
039100     END-IF
039200
039300     SET DORMANCY-KNOWN TO TRUE.
039400
039500 2200-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*    3000-TERMINATE - PRINT THE TOTALS AND THE SIGN-OFF BLOCK,  *
040000*                     THEN CLOSE THE FILES                      *
040100*****************************************************************
040200 3000-TERMINATE.
040300     MOVE SPACES TO REPORT-LINE
040400     WRITE REPORT-LINE
040500
040600     MOVE 'USERIDS ON RVAUTH:' TO WST-LABEL
040700     MOVE WS-USERIDS-LISTED TO WST-COUNT
040800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040900
041000     MOVE 'SUPERVISORS:' TO WST-LABEL
041100     MOVE WS-SUPERVISOR-COUNT TO WST-COUNT
041200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
041300
041400     MOVE 'OPERATORS:' TO WST-LABEL
041500     MOVE WS-OPERATOR-COUNT TO WST-COUNT
041600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
041700
041800     MOVE 'ACTIVE:' TO WST-LABEL
041900     MOVE WS-ACTIVE-COUNT TO WST-COUNT
042000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
042100
042200     MOVE 'SUSPENDED:' TO WST-LABEL
042300     MOVE WS-SUSPENDED-COUNT TO WST-COUNT
042400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
042500
042600     MOVE 'NEVER USED:' TO WST-LABEL
042700     MOVE WS-NEVER-USED-COUNT TO WST-COUNT
042800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
042900
043000     MOVE 'ACTIVE AND OVER THRESHOLD (*):' TO WST-LABEL
043100     MOVE WS-OVER-COUNT TO WST-COUNT
043200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
043300
043400     MOVE 'NO DORMANCY DATE (?):' TO WST-LABEL
043500     MOVE WS-NO-DATE-COUNT TO WST-COUNT
043600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
043700
043800     MOVE SPACES TO REPORT-LINE
043900     WRITE REPORT-LINE
044000     WRITE REPORT-LINE
044100
044200     MOVE 'REVIEWED BY:' TO WSG-LABEL
044300     WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE
044400     MOVE SPACES TO REPORT-LINE
044500     WRITE REPORT-LINE
044600
044700     MOVE 'SIGNATURE:' TO WSG-LABEL
044800     WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE
044900     MOVE SPACES TO REPORT-LINE
045000     WRITE REPORT-LINE
045100
045200     MOVE 'DATE:' TO WSG-LABEL
045300     WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE
045400
045500     CLOSE AUTH-FILE
045600     CLOSE REPORT-FILE.
045700
045800 3000-EXIT.
045900     EXIT.
045910
045920*****************************************************************
045930*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
045940*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
045950*****************************************************************
045960 9800-LOG-JOB-START.
045970     SET REVJEVW-JOB-START TO TRUE
045980     MOVE 'REVRCERT' TO REVJEVW-JOB-NAME
045990     CALL 'REVJEVW' USING REVJEVW-PARMS.
046000
046010 9800-EXIT.
046020     EXIT.
046030
046040*****************************************************************
046050*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
046060*                       KEY COUNTS                              *
046070*****************************************************************
046080 9810-LOG-JOB-END.
046090     SET REVJEVW-JOB-END TO TRUE
046100     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
046110     MOVE 'LISTED' TO REVJEVW-COUNT-NAME(1)
046120     MOVE WS-USERIDS-LISTED TO REVJEVW-COUNT(1)
046130     MOVE 'OVER' TO REVJEVW-COUNT-NAME(2)
046140     MOVE WS-OVER-COUNT TO REVJEVW-COUNT(2)
046150
046160     CALL 'REVJEVW' USING REVJEVW-PARMS.
046170
046180 9810-EXIT.
046190     EXIT.
