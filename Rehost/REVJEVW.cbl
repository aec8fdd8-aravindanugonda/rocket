000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVJEVW.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  CALLABLE JOB-EVENT WRITER.  APPENDS ONE RECORD   *
001000*             TO THE SHARED JOBEVT FILE (SEE REVJEVR) FOR THE  *
001100*             CALLING BATCH PROGRAM - A START EVENT AS THE RUN *
001200*             BEGINS, AN END EVENT WITH ITS RETURN CODE, KEY   *
001300*             COUNTS, AND CONTROL-TOTAL VERDICT AS IT FINISHES *
001400*             (SEE REVJPARM).  THE FILE IS OPENED EXTEND,      *
001500*             WRITTEN, AND CLOSED ON EVERY CALL, SO THE START  *
001600*             RECORD IS ALREADY ON DISK IF THE CALLER ABENDS   *
001700*             AND REVOPSUM CAN REPORT THE RUN AS STARTED BUT   *
001800*             NEVER ENDED.  THE BUSINESS DATE IS FIXED AT THE  *
001900*             START CALL AND HELD FOR THE END CALL - IT IS THE *
002000*             NIGHT THE RUN BELONGS TO:  TODAY FOR A RUN       *
002100*             STARTED AT OR AFTER THE NOON CUTOVER, YESTERDAY  *
002200*             FOR ONE STARTED BEFORE IT, SO A CHAIN THAT RUNS  *
002300*             PAST MIDNIGHT STAYS ON ONE DATE.  REVOPSUM       *
002400*             DEFAULTS ITS DATE BY THE SAME CUTOVER.           *
002500*                                                               *
002600*             LOGGING NEVER FAILS THE CALLER - A JOBEVT THAT   *
002700*             CANNOT BE OPENED OR WRITTEN IS REPORTED ON       *
002800*             SYSOUT AND THE EVENT IS DROPPED, WHICH REVOPSUM  *
002900*             THEN SHOWS AS A MISSING RUN.  THE CALLER'S       *
003000*             RETURN CODE IS HANDED BACK UNCHANGED.            *
003100*                                                               *
003200*   MODIFICATION HISTORY.                                       *
003300*   DATE       INIT  DESCRIPTION                                 *
003400*   ---------  ----  -------------------------------------------*
003500*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-Z.
004100 OBJECT-COMPUTER. IBM-Z.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT JOB-EVENT-FILE ASSIGN TO JOBEVT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-JEVT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  JOB-EVENT-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY REVJEVR.
005400
005500 WORKING-STORAGE SECTION.
005600
005700 01  WS-SWITCHES.
005800     05 WS-JEVT-STATUS            PIC X(02) VALUE SPACES.
005900        88 JEVT-STATUS-OK              VALUE '00'.
006000
006100 01  WS-COUNTERS.
006200     05 WS-COUNT-IDX              PIC 9(02) COMP VALUE 0.
006300
006400 01  WS-DATE-FIELDS.
006500     05 WS-TODAY                  PIC 9(08) VALUE 0.
006600     05 WS-NOW-TIME               PIC 9(08) VALUE 0.
006700     05 WS-BUS-DATE               PIC 9(08) VALUE 0.
006800     05 WS-DAY-CUTOVER-TIME       PIC 9(08) VALUE 12000000.
006900
007000     COPY REVDPARM.
007100
007200 LINKAGE SECTION.
007300     COPY REVJPARM.
007400
007500 PROCEDURE DIVISION USING REVJEVW-PARMS.
007600*****************************************************************
007700*    0000-MAINLINE - STAMP THE EVENT AND APPEND IT TO JOBEVT.   *
007800*                    A START CALL FIXES THE BUSINESS DATE AND   *
007900*                    CLEARS THE CALLER'S END-OF-RUN FIELDS      *
008000*****************************************************************
008100 0000-MAINLINE.
008200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
008300     ACCEPT WS-NOW-TIME FROM TIME
008400
008500     IF NOT REVJEVW-JOB-START
008600        AND NOT REVJEVW-JOB-END
008700         DISPLAY 'REVJEVW: INVALID EVENT TYPE ' REVJEVW-EVENT
008800             ' FROM ' REVJEVW-JOB-NAME ' - NOT LOGGED'
008900         GO TO 0000-EXIT
009000     END-IF
009100
009200     IF REVJEVW-JOB-START
009300         PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT
009400         MOVE 0 TO REVJEVW-RETURN-CODE
009500         SET REVJEVW-NO-CONTROLS TO TRUE
009600         PERFORM 1000-CLEAR-ONE-COUNT THRU 1000-EXIT
009700             VARYING WS-COUNT-IDX FROM 1 BY 1
009800             UNTIL WS-COUNT-IDX > 6
009900     END-IF
010000
010100*    AN END WITH NO START IN THIS RUN STILL NEEDS A DATE
010200     IF WS-BUS-DATE = 0
010300         PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT
010400     END-IF
010500
010600     PERFORM 2000-WRITE-EVENT THRU 2000-EXIT.
010700
010800 0000-EXIT.
010900     MOVE REVJEVW-RETURN-CODE TO RETURN-CODE
011000     GOBACK.
011100
011200*****************************************************************
011300*    1000-CLEAR-ONE-COUNT - BLANK ONE COUNT NAME, ZERO ITS      *
011400*                           VALUE                               *
011500*****************************************************************
011600 1000-CLEAR-ONE-COUNT.
011700     MOVE SPACES TO REVJEVW-COUNT-NAME(WS-COUNT-IDX)
011800     MOVE 0 TO REVJEVW-COUNT(WS-COUNT-IDX).
011900
012000 1000-EXIT.
012100     EXIT.
012200
012300*****************************************************************
012400*    1100-SET-BUSINESS-DATE - TODAY, OR YESTERDAY BEFORE THE    *
012500*                             CUTOVER.  REVDATE STEPS BACK ONE  *
012600*                             DAY; IF IT REFUSES, TODAY STANDS  *
012700*****************************************************************
012800 1100-SET-BUSINESS-DATE.
012900     MOVE WS-TODAY TO WS-BUS-DATE
013000
013100     IF WS-NOW-TIME NOT < WS-DAY-CUTOVER-TIME
013200         GO TO 1100-EXIT
013300     END-IF
013400
013500     SET REVDATE-DATE-TO-ABS TO TRUE
013600     MOVE WS-TODAY TO REVDATE-DATE
013700     CALL 'REVDATE' USING REVDATE-PARMS
013800
013900     IF NOT REVDATE-SUCCESS
014000         GO TO 1100-EXIT
014100     END-IF
014200
014300     SUBTRACT 86400000 FROM REVDATE-ABSTIME
014400     SET REVDATE-ABS-TO-DATE TO TRUE
014500     CALL 'REVDATE' USING REVDATE-PARMS
014600
014700     IF REVDATE-SUCCESS
014800         MOVE REVDATE-DATE TO WS-BUS-DATE
014900     END-IF.
015000
015100 1100-EXIT.
015200     EXIT.
015300
015400*****************************************************************
015500*    2000-WRITE-EVENT - OPEN JOBEVT FOR EXTEND, WRITE THE ONE   *
015600*                       RECORD, AND CLOSE IT AGAIN              *
015700*****************************************************************
015800 2000-WRITE-EVENT.
015900     OPEN EXTEND JOB-EVENT-FILE
016000
016100     IF NOT JEVT-STATUS-OK
016200         DISPLAY 'REVJEVW: JOBEVT OPEN FAILED, FILE STATUS '
016300             WS-JEVT-STATUS ' - ' REVJEVW-JOB-NAME
016400             ' EVENT ' REVJEVW-EVENT ' NOT LOGGED'
016500         GO TO 2000-EXIT
016600     END-IF
016700
016800     MOVE SPACES TO REVJEV-RECORD
016900     MOVE REVJEVW-JOB-NAME TO REVJEV-JOB-NAME
017000     MOVE WS-BUS-DATE TO REVJEV-BUS-DATE
017100     MOVE REVJEVW-EVENT TO REVJEV-EVENT
017200     MOVE WS-TODAY TO REVJEV-EVENT-DATE
017300     MOVE WS-NOW-TIME TO REVJEV-EVENT-TIME
017400     MOVE REVJEVW-RETURN-CODE TO REVJEV-RETURN-CODE
017500     MOVE REVJEVW-VERDICT TO REVJEV-VERDICT
017600     MOVE REVJEVW-COUNT-AREA TO REVJEV-COUNT-AREA
017700
017800     WRITE REVJEV-RECORD
017900
018000     IF NOT JEVT-STATUS-OK
018100         DISPLAY 'REVJEVW: JOBEVT WRITE FAILED, FILE STATUS '
018200             WS-JEVT-STATUS ' - ' REVJEVW-JOB-NAME
018300             ' EVENT ' REVJEVW-EVENT ' NOT LOGGED'
018400     END-IF
018500
018600     CLOSE JOB-EVENT-FILE.
018700
018800 2000-EXIT.
018900     EXIT.
