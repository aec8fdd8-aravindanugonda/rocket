000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVDSUSP.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  AUTOMATIC SUSPENSION OF DORMANT RVRS OPERATORS.  *
001000*             SWEEPS RVAUTH FRONT TO BACK AND SUSPENDS EVERY   *
001100*             ACTIVE OPERATOR-AUTHORITY USERID WHOSE DAYS      *
001200*             DORMANT - COUNTED TO TODAY FROM THE LATER OF     *
001300*             REVAUT-LAST-USED AND REVAUT-ACTIVE-SINCE - ARE   *
001400*             MORE THAN THE THRESHOLD ON THE SYSIN CARD (COLS  *
001500*             1-5, DEFAULT 90 DAYS).  EACH SUSPENSION IS       *
001600*             APPENDED TO THE AUTL MAINTENANCE LOG (SEE        *
001700*             REVAMLR) AS A SUSPEND UNDER *SYSTEM*, WITH THE   *
001800*             BEFORE AND AFTER IMAGES, SO REVAMRPT LISTS IT    *
001900*             WITH THE DAY'S OTHER AUTHORIZATION CHANGES.  A   *
002000*             SUPERVISOR IS NEVER SUSPENDED HERE - RVAM WORK   *
002100*             DOES NOT REACH THE RVRS AUDIT LOG, SO A          *
002200*             SUPERVISOR'S LAST-USED DATE UNDERSTATES THEIR    *
002300*             USE - IT IS LISTED TO SYSOUT FOR THE QUARTERLY   *
002400*             RECERTIFICATION (REVRCERT) INSTEAD.  A RECORD    *
002500*             WITH NO DORMANCY DATES YET IS LEFT ALONE.  A     *
002600*             SUSPENDED OPERATOR COMES BACK THROUGH THE        *
002700*             NORMAL RVAM REINSTATE, WHICH RESTARTS THE CLOCK. *
002800*             COUNTS GO TO SYSOUT.                             *
002900*                                                               *
003000*   MODIFICATION HISTORY.                                       *
003100*   DATE       INIT  DESCRIPTION                                 *
003200*   ---------  ----  -------------------------------------------*
003300*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003310*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003320*                    END EVENT TO THE SHARED JOBEVT FILE        *
003330*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003340*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
003350*                    MORNING SUMMARY.                           *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-Z.
003900 OBJECT-COMPUTER. IBM-Z.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AUTH-FILE       ASSIGN TO RVAUTH
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS REVAUT-KEY
004600         FILE STATUS IS WS-AUTH-STATUS.
004700
004800     SELECT MAINT-LOG-FILE  ASSIGN TO AUTLOUT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-LOG-STATUS.
005100
005200     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AUTH-FILE
005900     RECORDING MODE IS F.
006000     COPY REVAUTR.
006100
006200 FD  MAINT-LOG-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY REVAMLR.
006600
006700 FD  PARM-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  PARM-RECORD                  PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-SWITCHES.
007400     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
007500        88 END-OF-RVAUTH                VALUE 'Y'.
007600     05 WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
007700        88 AUTH-ACTION-OK               VALUE '00' '02'.
007800     05 WS-LOG-STATUS             PIC X(02) VALUE SPACES.
007900        88 LOG-ACTION-OK                VALUE '00'.
008000     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
008100        88 PARM-FILE-OPEN-OK            VALUES '00' '05'.
008200     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
008300        88 PARM-CARD-INVALID            VALUE 'Y'.
008400     05 WS-OPEN-ERROR-SW          PIC X(01) VALUE 'N'.
008500        88 OPEN-FAILED                  VALUE 'Y'.
008600     05 WS-DATED-SW               PIC X(01) VALUE 'N'.
008700        88 DORMANCY-KNOWN               VALUE 'Y'.
008710     05 WS-WARNING-SW             PIC X(01) VALUE 'N'.
008720        88 SWEEP-WARNING                VALUE 'Y'.
008800
008900 01  WS-COUNTERS.
009000     05 WS-RECS-EXAMINED          PIC 9(09) COMP VALUE 0.
009100     05 WS-RECS-SUSPENDED         PIC 9(09) COMP VALUE 0.
009200     05 WS-SUPERVISORS-DORMANT    PIC 9(09) COMP VALUE 0.
009300     05 WS-RECS-UNDATED           PIC 9(09) COMP VALUE 0.
009400     05 WS-RECS-FAILED            PIC 9(09) COMP VALUE 0.
009500
009600 01  WS-DORMANCY-WORK.
009700     05 WS-DORMANT-DAYS           PIC 9(05) COMP VALUE 90.
009800     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
009900     05 WS-TODAY-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
010000     05 WS-NOW-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
010100*    THE LATER OF LAST-USED AND ACTIVE-SINCE, AND THE WHOLE
010200*    DAYS FROM IT TO TODAY.
010300     05 WS-BASE-DATE              PIC 9(08) VALUE ZEROES.
010400     05 WS-DAYS-DORMANT           PIC S9(07) COMP VALUE 0.
010500     05 WS-BEFORE-IMAGE           PIC X(20) VALUE SPACES.
010600
010700*    TIME OF DAY FROM ACCEPT ... FROM TIME, HHMMSSTH.
010800 01  WS-NOW-TIME.
010900     05 WS-NOW-HH                 PIC 9(02).
011000     05 WS-NOW-MM                 PIC 9(02).
011100     05 WS-NOW-SS                 PIC 9(02).
011200     05 WS-NOW-TH                 PIC 9(02).
011300
011400*    DORMANCY THRESHOLD CARD READ FROM SYSIN.
011500*    COLS 01-05  THRESHOLD IN DAYS - 5 DIGITS, OR BLANK
011600*                (DEFAULT 90); MUST BE GREATER THAN ZERO
011700 01  WS-PARM-CARD.
011800     05 WS-PARM-DORMANT           PIC X(05).
011900     05 WS-PARM-DORMANT-N REDEFINES WS-PARM-DORMANT
012000                                  PIC 9(05).
012100     05 FILLER                    PIC X(75).
012200
012300     COPY REVDPARM.
012350     COPY REVJPARM.
012400
012500 PROCEDURE DIVISION.
012600*****************************************************************
012700*    0000-MAINLINE - READ THE THRESHOLD, THEN SWEEP RVAUTH      *
012800*                    FRONT TO BACK SUSPENDING EVERY DORMANT     *
012900*                    OPERATOR                                   *
013000*****************************************************************
013100 0000-MAINLINE.
013120     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
013140
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300
013400     IF PARM-CARD-INVALID
013500        OR OPEN-FAILED
013600         MOVE 8 TO RETURN-CODE
013700     ELSE
013800         PERFORM 2000-PROCESS-ONE-USERID THRU 2000-EXIT
013900             UNTIL END-OF-RVAUTH
014000
014100         PERFORM 3000-TERMINATE THRU 3000-EXIT
014200     END-IF
014300
014320     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
014340
014400     GOBACK.
014500
014600*****************************************************************
014700*    1000-INITIALIZE - READ THE THRESHOLD CARD, BUILD TODAY'S   *
014800*                      MIDNIGHT ABSTIME AND THE ABSTIME FOR     *
014900*                      NOW, OPEN THE FILES, AND PRIME THE SWEEP *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     PERFORM 1010-READ-PARM-CARD THRU 1010-EXIT
015300
015400     IF PARM-CARD-INVALID
015500         GO TO 1000-EXIT
015600     END-IF
015700
015800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
015900     ACCEPT WS-NOW-TIME FROM TIME
016000     SET REVDATE-DATE-TO-ABS TO TRUE
016100     MOVE WS-TODAY TO REVDATE-DATE
016200     CALL 'REVDATE' USING REVDATE-PARMS
016300     MOVE REVDATE-ABSTIME TO WS-TODAY-ABSTIME
016400
016500     COMPUTE WS-NOW-ABSTIME = WS-TODAY-ABSTIME
016600                            + (WS-NOW-HH * 3600000)
016700                            + (WS-NOW-MM * 60000)
016800                            + (WS-NOW-SS * 1000)
016900                            + (WS-NOW-TH * 10)
017000
017100     DISPLAY 'REVDSUSP: DORMANCY DAYS   = ' WS-DORMANT-DAYS
017200
017300     OPEN I-O AUTH-FILE
017400     IF NOT AUTH-ACTION-OK
017500         DISPLAY 'REVDSUSP: RVAUTH OPEN FAILED, STATUS '
017600             WS-AUTH-STATUS
017700         SET OPEN-FAILED TO TRUE
017800         GO TO 1000-EXIT
017900     END-IF
018000
018100     OPEN EXTEND MAINT-LOG-FILE
018200     IF NOT LOG-ACTION-OK
018300         DISPLAY 'REVDSUSP: AUTLOUT OPEN FAILED, STATUS '
018400             WS-LOG-STATUS
018500         CLOSE AUTH-FILE
018600         SET OPEN-FAILED TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900
019000     MOVE LOW-VALUES TO REVAUT-KEY
019100     START AUTH-FILE KEY NOT < REVAUT-KEY
019200         INVALID KEY
019300             SET END-OF-RVAUTH TO TRUE
019400     END-START
019500
019600     IF NOT END-OF-RVAUTH
019700         PERFORM 2100-READ-RVAUTH THRU 2100-EXIT
019800     END-IF.
019900
020000 1000-EXIT.
020100     EXIT.
020200
020300*****************************************************************
020400*    1010-READ-PARM-CARD - READ AND VALIDATE THE THRESHOLD      *
020500*                          CARD.  NO SYSIN, OR AN EMPTY ONE,    *
020600*                          KEEPS THE STANDARD 90 DAYS.          *
020700*****************************************************************
020800 1010-READ-PARM-CARD.
020900     OPEN INPUT PARM-FILE
021000
021100     IF NOT PARM-FILE-OPEN-OK
021200         GO TO 1010-EXIT
021300     END-IF
021400
021500     MOVE SPACES TO WS-PARM-CARD
021600     READ PARM-FILE INTO WS-PARM-CARD
021700         AT END
021800             MOVE SPACES TO WS-PARM-CARD
021900     END-READ
022000     CLOSE PARM-FILE
022100
022200     IF WS-PARM-DORMANT NOT = SPACES
022300         IF WS-PARM-DORMANT-N NUMERIC
022400            AND WS-PARM-DORMANT-N > 0
022500             MOVE WS-PARM-DORMANT-N TO WS-DORMANT-DAYS
022600         ELSE
022700             DISPLAY 'REVDSUSP: INVALID DORMANCY DAYS ON '
022800                 'PARM CARD - ' WS-PARM-DORMANT
022900             SET PARM-CARD-INVALID TO TRUE
023000         END-IF
023100     END-IF.
023200
023300 1010-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    2000-PROCESS-ONE-USERID - CHECK THE USERID JUST READ, THEN *
023800*                              READ THE NEXT                    *
023900*****************************************************************
024000 2000-PROCESS-ONE-USERID.
024100     ADD 1 TO WS-RECS-EXAMINED
024200
024300     PERFORM 2050-CHECK-ONE-USERID THRU 2050-EXIT
024400
024500     PERFORM 2100-READ-RVAUTH THRU 2100-EXIT.
024600
024700 2000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*    2050-CHECK-ONE-USERID - SUSPEND THE USERID IF IT IS AN     *
025200*                            ACTIVE OPERATOR DORMANT BEYOND THE *
025300*                            THRESHOLD.  A DORMANT SUPERVISOR   *
025400*                            IS ONLY LISTED.                    *
025500*****************************************************************
025600 2050-CHECK-ONE-USERID.
025700     IF NOT REVAUT-ACTIVE
025800         GO TO 2050-EXIT
025900     END-IF
026000
026100     PERFORM 2200-COMPUTE-DORMANCY THRU 2200-EXIT
026200
026300     IF NOT DORMANCY-KNOWN
026400         ADD 1 TO WS-RECS-UNDATED
026500         GO TO 2050-EXIT
026600     END-IF
026700
026800     IF WS-DAYS-DORMANT NOT > WS-DORMANT-DAYS
026900         GO TO 2050-EXIT
027000     END-IF
027100
027200     IF REVAUT-SUPERVISOR
027300         ADD 1 TO WS-SUPERVISORS-DORMANT
027400         DISPLAY 'REVDSUSP: SUPERVISOR ' REVAUT-USERID
027500             ' DORMANT ' WS-DAYS-DORMANT
027600             ' DAYS - NOT SUSPENDED, RECERTIFY'
027700         GO TO 2050-EXIT
027800     END-IF
027900
028000     PERFORM 2300-SUSPEND-AND-LOG THRU 2300-EXIT.
028100
028200 2050-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*    2100-READ-RVAUTH - READ THE NEXT RVAUTH RECORD IN KEY      *
028700*                       SEQUENCE, SET EOF AT END                *
028800*****************************************************************
028900 2100-READ-RVAUTH.
029000     READ AUTH-FILE NEXT
029100         AT END
029200             SET END-OF-RVAUTH TO TRUE
029300     END-READ.
029400
029500 2100-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*    2200-COMPUTE-DORMANCY - WHOLE DAYS FROM THE LATER OF       *
030000*                            LAST-USED AND ACTIVE-SINCE TO      *
030100*                            TODAY.  A RECORD WITH NEITHER DATE *
030200*                            (NOT YET STAMPED BY REVLUSED) HAS  *
030300*                            NO KNOWN DORMANCY.                 *
030400*****************************************************************
030500 2200-COMPUTE-DORMANCY.
030600     MOVE 'N' TO WS-DATED-SW
030700     MOVE ZEROES TO WS-BASE-DATE
030800     MOVE 0 TO WS-DAYS-DORMANT
030900
031000     IF REVAUT-LAST-USED NUMERIC
031100        AND REVAUT-LAST-USED > WS-BASE-DATE
031200         MOVE REVAUT-LAST-USED TO WS-BASE-DATE
031300     END-IF
031400
031500     IF REVAUT-ACTIVE-SINCE NUMERIC
031600        AND REVAUT-ACTIVE-SINCE > WS-BASE-DATE
031700         MOVE REVAUT-ACTIVE-SINCE TO WS-BASE-DATE
031800     END-IF
031900
032000     IF WS-BASE-DATE = 0
032100         GO TO 2200-EXIT
032200     END-IF
032300
032400     SET REVDATE-DATE-TO-ABS TO TRUE
032500     MOVE WS-BASE-DATE TO REVDATE-DATE
032600     CALL 'REVDATE' USING REVDATE-PARMS
032700
032800     IF NOT REVDATE-SUCCESS
032900         GO TO 2200-EXIT
033000     END-IF
033100
033200     COMPUTE WS-DAYS-DORMANT =
033300         (WS-TODAY-ABSTIME - REVDATE-ABSTIME) / 86400000
033400
033500     IF WS-DAYS-DORMANT < 0
033600         MOVE 0 TO WS-DAYS-DORMANT
033700     END-IF
033800
033900     SET DORMANCY-KNOWN TO TRUE.
034000
034100 2200-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    2300-SUSPEND-AND-LOG - SUSPEND THE OPERATOR AND LOG IT TO  *
034600*                           AUTL AS A SYSTEM ACTION.  THE LOG   *
034700*                           RECORD IS ONLY WRITTEN WHEN THE     *
034800*                           REWRITE WORKED - AUTL RECORDS WHAT  *
034900*                           CHANGED, NOT WHAT WAS ATTEMPTED.    *
035000*****************************************************************
035100 2300-SUSPEND-AND-LOG.
035200     MOVE REVAUT-RECORD TO WS-BEFORE-IMAGE
035300     SET REVAUT-SUSPENDED TO TRUE
035400
035500     REWRITE REVAUT-RECORD
035600     IF NOT AUTH-ACTION-OK
035700         DISPLAY 'REVDSUSP: REWRITE FAILED, STATUS '
035800             WS-AUTH-STATUS ' - ' REVAUT-USERID
035900             ' LEFT ACTIVE'
036000         ADD 1 TO WS-RECS-FAILED
036100         SET SWEEP-WARNING TO TRUE
036200         GO TO 2300-EXIT
036300     END-IF
036400
036500     ADD 1 TO WS-RECS-SUSPENDED
036600     DISPLAY 'REVDSUSP: SUSPENDED ' REVAUT-USERID
036700         ' DORMANT ' WS-DAYS-DORMANT ' DAYS SINCE '
036800         WS-BASE-DATE
036900
037000     MOVE SPACES TO REVAML-RECORD
037100     SET REVAML-SYSTEM-ACTION TO TRUE
037200     MOVE WS-TODAY              TO REVAML-DATE
037300     MOVE WS-NOW-TIME(1:6)      TO REVAML-TIME
037400     SET REVAML-SUSPEND TO TRUE
037500     MOVE REVAUT-USERID         TO REVAML-TARGET-USERID
037600     MOVE WS-BEFORE-IMAGE       TO REVAML-BEFORE-IMAGE
037700     MOVE REVAUT-RECORD         TO REVAML-AFTER-IMAGE
037800     MOVE WS-NOW-ABSTIME        TO REVAML-ABSTIME
037900
038000     WRITE REVAML-RECORD
038100     IF NOT LOG-ACTION-OK
038200         DISPLAY 'REVDSUSP: AUTLOUT WRITE FAILED, STATUS '
038300             WS-LOG-STATUS ' - SUSPENSION OF ' REVAUT-USERID
038400             ' NOT LOGGED'
038500         SET SWEEP-WARNING TO TRUE
038600     END-IF.
038700
038800 2300-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*    3000-TERMINATE - CLOSE THE FILES AND PRINT THE SWEEP       *
039300*                     TOTALS.  THE WARNING RC IS SET HERE,      *
039310*                     AFTER THE LAST REVDATE CALL OF THE SWEEP, *
039320*                     SO THE CALL CANNOT RESET IT               *
039400*****************************************************************
039500 3000-TERMINATE.
039600     CLOSE AUTH-FILE
039700     CLOSE MAINT-LOG-FILE
039800
039900     DISPLAY 'REVDSUSP: USERIDS EXAMINED    = ' WS-RECS-EXAMINED
040000     DISPLAY 'REVDSUSP: OPERATORS SUSPENDED = '
040100         WS-RECS-SUSPENDED
040200     DISPLAY 'REVDSUSP: SUPERVISORS DORMANT = '
040300         WS-SUPERVISORS-DORMANT
040400     DISPLAY 'REVDSUSP: ACTIVE, NO DATES    = ' WS-RECS-UNDATED
040500     DISPLAY 'REVDSUSP: SUSPENDS FAILED     = ' WS-RECS-FAILED
040510
040520     IF SWEEP-WARNING
040530         MOVE 4 TO RETURN-CODE
040540     END-IF.
040600
040700 3000-EXIT.
040800     EXIT.
040810
040820*****************************************************************
040830*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
040840*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
040850*****************************************************************
040860 9800-LOG-JOB-START.
040870     SET REVJEVW-JOB-START TO TRUE
040880     MOVE 'REVDSUSP' TO REVJEVW-JOB-NAME
040890     CALL 'REVJEVW' USING REVJEVW-PARMS.
040900
040910 9800-EXIT.
040920     EXIT.
040930
040940*****************************************************************
040950*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
040960*                       KEY COUNTS                              *
040970*****************************************************************
040980 9810-LOG-JOB-END.
040990     SET REVJEVW-JOB-END TO TRUE
041000     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
041010     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
041020     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
041030     MOVE 'SUSPEND' TO REVJEVW-COUNT-NAME(2)
041040     MOVE WS-RECS-SUSPENDED TO REVJEVW-COUNT(2)
041050     MOVE 'FAILED' TO REVJEVW-COUNT-NAME(3)
041060     MOVE WS-RECS-FAILED TO REVJEVW-COUNT(3)
041070
041080     CALL 'REVJEVW' USING REVJEVW-PARMS.
041090
041100 9810-EXIT.
041110     EXIT.
