000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVAPEXP.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  DAILY HOUSEKEEPING FOR THE RVAPND PENDING-CHANGE *
001000*             FILE (SEE REVAPCR).  AN ADD, REINSTATE OR        *
001100*             AUTHORITY UPGRADE KEYED ON RVAM WAITS THERE FOR  *
001200*             A SECOND SUPERVISOR; ONE THAT NOBODY APPROVES OR *
001300*             DECLINES WITHIN THE EXPIRY PERIOD ON THE RVAPND  *
001400*             $CONTROL RECORD (DEFAULT 48 HOURS) IS DELETED    *
001500*             HERE AND APPENDED TO THE AUTL MAINTENANCE LOG    *
001600*             (SEE REVAMLR) AS AN EXPIRY (ACTION X) UNDER      *
001700*             *SYSTEM*, WITH THE REQUESTER AND THE CHANGE      *
001800*             ASKED FOR - SO REVAMRPT LISTS IT WITH THE DAY'S  *
001900*             OTHER AUTHORIZATION CHANGES.  RVAM EXPIRES A     *
002000*             REQUEST THE SAME WAY IF IT MEETS ONE FIRST.      *
002100*             COUNTS OF REQUESTS EXAMINED, EXPIRED, AND STILL  *
002200*             OPEN ARE PRINTED TO SYSOUT.                      *
002300*                                                               *
002400*   MODIFICATION HISTORY.                                       *
002500*   DATE       INIT  DESCRIPTION                                 *
002600*   ---------  ----  -------------------------------------------*
002700*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
002710*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002720*                    END EVENT TO THE SHARED JOBEVT FILE        *
002730*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002740*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002750*                    MORNING SUMMARY.                           *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-Z.
003300 OBJECT-COMPUTER. IBM-Z.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PENDING-FILE    ASSIGN TO RVAPND
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS REVAPC-KEY
004000         FILE STATUS IS WS-PND-STATUS.
004100
004200     SELECT MAINT-LOG-FILE  ASSIGN TO AUTLOUT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-LOG-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PENDING-FILE
004900     RECORDING MODE IS F.
005000     COPY REVAPCR.
005100
005200 FD  MAINT-LOG-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY REVAMLR.
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-SWITCHES.
005900     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
006000        88 END-OF-PENDING               VALUE 'Y'.
006100     05 WS-PND-STATUS             PIC X(02) VALUE SPACES.
006200        88 PND-ACTION-OK                VALUE '00' '02'.
006300     05 WS-LOG-STATUS             PIC X(02) VALUE SPACES.
006400        88 LOG-ACTION-OK                VALUE '00'.
006500     05 WS-OPEN-ERROR-SW          PIC X(01) VALUE 'N'.
006600        88 OPEN-FAILED                  VALUE 'Y'.
006700
006800 01  WS-COUNTERS.
006900     05 WS-RECS-EXAMINED          PIC 9(09) COMP VALUE 0.
007000     05 WS-RECS-EXPIRED           PIC 9(09) COMP VALUE 0.
007100     05 WS-RECS-OPEN              PIC 9(09) COMP VALUE 0.
007200     05 WS-EXPIRY-HOURS           PIC 9(03) VALUE 48.
007300     05 WS-EXPIRY-MS              PIC S9(15) COMP-3 VALUE 0.
007400     05 WS-NOW-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
007500     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
007600
007700*    TIME OF DAY FROM ACCEPT ... FROM TIME, HHMMSSTH.
007800 01  WS-NOW-TIME.
007900     05 WS-NOW-HH                 PIC 9(02).
008000     05 WS-NOW-MM                 PIC 9(02).
008100     05 WS-NOW-SS                 PIC 9(02).
008200     05 WS-NOW-TH                 PIC 9(02).
008300
008400     COPY REVDPARM.
008450     COPY REVJPARM.
008500
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*    0000-MAINLINE - WORK OUT THE TIME NOW AND THE EXPIRY       *
008900*                    PERIOD, THEN SWEEP RVAPND FRONT TO BACK    *
009000*                    EXPIRING EVERY REQUEST OLDER THAN IT       *
009100*****************************************************************
009200 0000-MAINLINE.
009220     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
009240
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009400
009500     IF OPEN-FAILED
009600         MOVE 8 TO RETURN-CODE
009700     ELSE
009800         PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
009900             UNTIL END-OF-PENDING
010000
010100         PERFORM 3000-TERMINATE THRU 3000-EXIT
010200     END-IF
010300
010320     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
010340
010400     GOBACK.
010500
010600*****************************************************************
010700*    1000-INITIALIZE - BUILD THE ABSTIME FOR NOW, OPEN THE      *
010800*                      FILES, READ THE EXPIRY PERIOD OFF THE    *
010900*                      $CONTROL RECORD, AND PRIME THE SWEEP     *
011000*****************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011300     ACCEPT WS-NOW-TIME FROM TIME
011400     SET REVDATE-DATE-TO-ABS TO TRUE
011500     MOVE WS-TODAY TO REVDATE-DATE
011600     CALL 'REVDATE' USING REVDATE-PARMS
011700
011800     COMPUTE WS-NOW-ABSTIME = REVDATE-ABSTIME
011900                            + (WS-NOW-HH * 3600000)
012000                            + (WS-NOW-MM * 60000)
012100                            + (WS-NOW-SS * 1000)
012200                            + (WS-NOW-TH * 10)
012300
012400     OPEN I-O PENDING-FILE
012500     IF NOT PND-ACTION-OK
012600         DISPLAY 'REVAPEXP: RVAPND OPEN FAILED, STATUS '
012700             WS-PND-STATUS
012800         SET OPEN-FAILED TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF
013100
013200     OPEN EXTEND MAINT-LOG-FILE
013300     IF NOT LOG-ACTION-OK
013400         DISPLAY 'REVAPEXP: AUTLOUT OPEN FAILED, STATUS '
013500             WS-LOG-STATUS
013600         CLOSE PENDING-FILE
013700         SET OPEN-FAILED TO TRUE
013800         GO TO 1000-EXIT
013900     END-IF
014000
014100     PERFORM 1010-READ-CONTROL THRU 1010-EXIT
014200
014300     DISPLAY 'REVAPEXP: EXPIRY HOURS    = ' WS-EXPIRY-HOURS
014400     DISPLAY 'REVAPEXP: EXPIRING BEFORE = '
014500         WS-NOW-ABSTIME ' LESS ' WS-EXPIRY-MS
014600
014700     MOVE LOW-VALUES TO REVAPC-KEY
014800     START PENDING-FILE KEY NOT < REVAPC-KEY
014900         INVALID KEY
015000             SET END-OF-PENDING TO TRUE
015100     END-START
015200
015300     IF NOT END-OF-PENDING
015400         PERFORM 2100-READ-PENDING THRU 2100-EXIT
015500     END-IF.
015600
015700 1000-EXIT.
015800     EXIT.
015900
016000*****************************************************************
016100*    1010-READ-CONTROL - THE EXPIRY PERIOD IN HOURS FROM THE    *
016200*                        RVAPND $CONTROL RECORD.  NO RECORD, OR *
016300*                        ZERO, KEEPS THE STANDARD 48 - THE SAME *
016400*                        RULE RVAM APPLIES ONLINE.              *
016500*****************************************************************
016600 1010-READ-CONTROL.
016700     MOVE '$CONTROL' TO REVAPC-USERID
016800
016900     READ PENDING-FILE
017000         INVALID KEY
017100             MOVE SPACES TO REVAPC-DATA
017200     END-READ
017300
017400     IF PND-ACTION-OK
017500        AND REVAPC-EXPIRY-HOURS NUMERIC
017600        AND REVAPC-EXPIRY-HOURS > 0
017700         MOVE REVAPC-EXPIRY-HOURS TO WS-EXPIRY-HOURS
017800     END-IF
017900
018000     COMPUTE WS-EXPIRY-MS = WS-EXPIRY-HOURS * 3600000.
018100
018200 1010-EXIT.
018300     EXIT.
018400
018500*****************************************************************
018600*    2000-PROCESS-ONE-REQUEST - EXPIRE THE REQUEST JUST READ IF *
018700*                               IT IS OLDER THAN THE EXPIRY     *
018800*                               PERIOD, THEN READ THE NEXT.     *
018900*                               THE $CONTROL RECORD IS SKIPPED. *
019000*****************************************************************
019100 2000-PROCESS-ONE-REQUEST.
019200     IF NOT REVAPC-CONTROL-KEY
019300         ADD 1 TO WS-RECS-EXAMINED
019400         IF WS-NOW-ABSTIME - REVAPC-REQ-ABSTIME > WS-EXPIRY-MS
019500             PERFORM 2200-EXPIRE-AND-LOG THRU 2200-EXIT
019600         ELSE
019700             ADD 1 TO WS-RECS-OPEN
019800         END-IF
019900     END-IF
020000
020100     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
020200
020300 2000-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*    2100-READ-PENDING - READ THE NEXT RVAPND RECORD IN KEY     *
020800*                        SEQUENCE, SET EOF AT END               *
020900*****************************************************************
021000 2100-READ-PENDING.
021100     READ PENDING-FILE NEXT
021200         AT END
021300             SET END-OF-PENDING TO TRUE
021400     END-READ.
021500
021600 2100-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*    2200-EXPIRE-AND-LOG - DELETE THE EXPIRED REQUEST AND LOG   *
022100*                          IT TO AUTL AS A SYSTEM ACTION.  THE  *
022200*                          LOG RECORD IS ONLY WRITTEN WHEN THE  *
022300*                          DELETE WORKED - AUTL RECORDS WHAT    *
022400*                          CHANGED, NOT WHAT WAS ATTEMPTED.     *
022500*****************************************************************
022600 2200-EXPIRE-AND-LOG.
022700     DELETE PENDING-FILE
022800     IF NOT PND-ACTION-OK
022900         DISPLAY 'REVAPEXP: DELETE FAILED, STATUS '
023000             WS-PND-STATUS ' - REQUEST FOR ' REVAPC-USERID
023100             ' LEFT IN PLACE'
023200         ADD 1 TO WS-RECS-OPEN
023300         GO TO 2200-EXIT
023400     END-IF
023500
023600     ADD 1 TO WS-RECS-EXPIRED
023700     DISPLAY 'REVAPEXP: EXPIRED ' REVAPC-ACTION ' FOR '
023800         REVAPC-USERID ' REQUESTED BY ' REVAPC-REQUESTER
023900         ' ON ' REVAPC-REQ-DATE
024000
024100     MOVE SPACES TO REVAML-RECORD
024200     SET REVAML-SYSTEM-ACTION TO TRUE
024300     MOVE WS-TODAY              TO REVAML-DATE
024400     MOVE WS-NOW-TIME(1:6)      TO REVAML-TIME
024500     SET REVAML-EXPIRED TO TRUE
024600     MOVE REVAPC-USERID         TO REVAML-TARGET-USERID
024700     MOVE REVAPC-BEFORE-IMAGE   TO REVAML-BEFORE-IMAGE
024800     MOVE WS-NOW-ABSTIME        TO REVAML-ABSTIME
024900     MOVE REVAPC-REQUESTER      TO REVAML-REQUESTER
025000     MOVE REVAPC-ACTION         TO REVAML-REQ-ACTION
025100
025200     WRITE REVAML-RECORD
025300     IF NOT LOG-ACTION-OK
025400         DISPLAY 'REVAPEXP: AUTLOUT WRITE FAILED, STATUS '
025500             WS-LOG-STATUS ' - EXPIRY OF ' REVAPC-USERID
025600             ' NOT LOGGED'
025700         MOVE 4 TO RETURN-CODE
025800     END-IF.
025900
026000 2200-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400*    3000-TERMINATE - CLOSE THE FILES AND PRINT THE SWEEP       *
026500*                     TOTALS                                    *
026600*****************************************************************
026700 3000-TERMINATE.
026800     CLOSE PENDING-FILE
026900     CLOSE MAINT-LOG-FILE
027000
027100     DISPLAY 'REVAPEXP: REQUESTS EXAMINED = ' WS-RECS-EXAMINED
027200     DISPLAY 'REVAPEXP: REQUESTS EXPIRED  = ' WS-RECS-EXPIRED
027300     DISPLAY 'REVAPEXP: REQUESTS OPEN     = ' WS-RECS-OPEN.
027400
027500 3000-EXIT.
027600     EXIT.
027610
027620*****************************************************************
027630*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
027640*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
027650*****************************************************************
027660 9800-LOG-JOB-START.
027670     SET REVJEVW-JOB-START TO TRUE
027680     MOVE 'REVAPEXP' TO REVJEVW-JOB-NAME
027690     CALL 'REVJEVW' USING REVJEVW-PARMS.
027700
027710 9800-EXIT.
027720     EXIT.
027730
027740*****************************************************************
027750*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
027760*                       KEY COUNTS                              *
027770*****************************************************************
027780 9810-LOG-JOB-END.
027790     SET REVJEVW-JOB-END TO TRUE
027800     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
027810     MOVE 'EXAMINED' TO REVJEVW-COUNT-NAME(1)
027820     MOVE WS-RECS-EXAMINED TO REVJEVW-COUNT(1)
027830     MOVE 'EXPIRED' TO REVJEVW-COUNT-NAME(2)
027840     MOVE WS-RECS-EXPIRED TO REVJEVW-COUNT(2)
027850     MOVE 'OPEN' TO REVJEVW-COUNT-NAME(3)
027860     MOVE WS-RECS-OPEN TO REVJEVW-COUNT(3)
027870
027880     CALL 'REVJEVW' USING REVJEVW-PARMS.
027890
027900 9810-EXIT.
027910     EXIT.
