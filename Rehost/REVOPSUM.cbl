000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVOPSUM.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  MORNING OPERATIONS SUMMARY FOR THE OVERNIGHT     *
001000*             CHAIN.  READS THE JOBEVT JOB-EVENT FILE (SEE     *
001100*             REVJEVR) THAT EVERY BATCH PROGRAM APPENDS TO     *
001200*             THROUGH REVJEVW, AND PRINTS ONE PAGE FOR ONE     *
001300*             BUSINESS DATE:  EVERY JOB EXPECTED THAT NIGHT,   *
001400*             WHETHER IT RAN OR IS MISSING, WHETHER IT ENDED   *
001500*             CLEAN, WITH A WARNING, OR FAILED (RETURN CODE 8  *
001600*             OR MORE, A CONTROL TOTAL OUT OF BALANCE, OR A    *
001700*             START WITH NO END), ITS KEY COUNTS, AND THEN     *
001800*             THE COUNTS THAT SHOULD AGREE BETWEEN JOBS - FOR  *
001900*             EXAMPLE THE REVAOFFL TRAILER COUNT AGAINST WHAT  *
002000*             REVRPT AND REVRECON READ.  A JOB THAT RAN MORE   *
002100*             THAN ONCE IS RATED ON ITS LAST RUN.  A JOB THAT  *
002200*             RAN BUT WAS NOT EXPECTED IS LISTED AND MARKED.   *
002300*             THE WEEKDAY OF THE BUSINESS DATE COMES FROM      *
002400*             REVDATE (DAY 1 OF ITS CALENDAR, 1900-01-01, WAS  *
002500*             A MONDAY).                                       *
002600*                                                               *
002700*             RETURN CODE 8 WHEN AN EXPECTED JOB IS MISSING,   *
002800*             FAILED, OR NEVER ENDED, OR WHEN TWO COUNTS       *
002900*             DISAGREE; 4 WHEN A JOB ENDED WITH A WARNING OR A *
003000*             CROSS-CHECK COULD NOT BE MADE; 0 FOR A CLEAN     *
003100*             NIGHT.                                           *
003200*                                                               *
003300*             PARAMETER CARDS (SYSIN), ANY NUMBER, ANY ORDER:  *
003400*             COL 01     CARD TYPE                             *
003500*                        D - BUSINESS DATE.  COLS 03-10        *
003600*                            YYYYMMDD.  DEFAULT IS THE NIGHT   *
003700*                            JUST ENDED - YESTERDAY BEFORE     *
003800*                            THE NOON CUTOVER REVJEVW DATES    *
003900*                            EVENTS BY, TODAY AFTER IT         *
004000*                        J - EXPECTED JOB.  COLS 03-10 JOB     *
004100*                            NAME; COL 12 WEEKDAY 1-7 (1 =     *
004200*                            MONDAY) FOR A WEEKLY JOB, OR      *
004300*                            BLANK FOR A NIGHTLY ONE           *
004400*                        X - CROSS-CHECK.  COLS 03-10 FIRST    *
004500*                            JOB, 12-19 ITS COUNT NAME, 21-28  *
004600*                            SECOND JOB, 30-37 ITS COUNT NAME  *
004700*                            (SEE REVJPARM)                    *
004800*                        * - COMMENT                           *
004900*                                                               *
005000*   MODIFICATION HISTORY.                                       *
005100*   DATE       INIT  DESCRIPTION                                 *
005200*   ---------  ----  -------------------------------------------*
005300*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
005400*                                                               *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-Z.
005900 OBJECT-COMPUTER. IBM-Z.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT JOB-EVENT-FILE ASSIGN TO JOBEVT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-JEVT-STATUS.
006500
006600     SELECT REPORT-FILE     ASSIGN TO OPSRPT
006700                            ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  JOB-EVENT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY REVJEVR.
007900
008000 FD  REPORT-FILE
008100     RECORDING MODE IS F.
008200 01  REPORT-LINE                  PIC X(133).
008300
008400 FD  PARM-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  PARM-RECORD                  PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000
009100 01  WS-SWITCHES.
009200     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
009300        88 END-OF-EVENTS               VALUE 'Y'.
009400     05 WS-PARM-EOF-SW            PIC X(01) VALUE 'N'.
009500        88 END-OF-PARM-CARDS           VALUE 'Y'.
009600     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
009700        88 RUN-ABORTED                 VALUE 'Y'.
009800     05 WS-JEVT-STATUS            PIC X(02) VALUE SPACES.
009900        88 JEVT-STATUS-OK              VALUE '00'.
010000        88 JEVT-AT-END                 VALUE '10'.
010100     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
010200        88 PARM-FILE-OPEN-OK            VALUES '00' '05'.
010300     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
010400        88 PARM-CARD-INVALID            VALUE 'Y'.
010500     05 WS-JOB-FOUND-SW           PIC X(01) VALUE 'N'.
010600        88 JOB-ENTRY-FOUND             VALUE 'Y'.
010700     05 WS-COUNT-FOUND-SW         PIC X(01) VALUE 'N'.
010800        88 COUNT-ENTRY-FOUND           VALUE 'Y'.
010900     05 WS-SIDE-SW                PIC X(01) VALUE 'N'.
011000        88 SIDE-IS-AVAILABLE           VALUE 'Y'.
011100
011200 01  WS-COUNTERS.
011300     05 WS-EVENTS-READ            PIC 9(09) COMP VALUE 0.
011400     05 WS-EVENTS-TAKEN           PIC 9(09) COMP VALUE 0.
011500     05 WS-EVENTS-OTHER-DATE      PIC 9(09) COMP VALUE 0.
011600     05 WS-EVENTS-DROPPED         PIC 9(09) COMP VALUE 0.
011700     05 WS-EXPECTED-COUNT         PIC 9(03) COMP VALUE 0.
011800     05 WS-RAN-COUNT              PIC 9(03) COMP VALUE 0.
011900     05 WS-MISSING-COUNT          PIC 9(03) COMP VALUE 0.
012000     05 WS-CLEAN-COUNT            PIC 9(03) COMP VALUE 0.
012100     05 WS-WARNING-COUNT          PIC 9(03) COMP VALUE 0.
012200     05 WS-FAILED-COUNT           PIC 9(03) COMP VALUE 0.
012300     05 WS-UNEXPECTED-COUNT       PIC 9(03) COMP VALUE 0.
012400     05 WS-AGREE-COUNT            PIC 9(03) COMP VALUE 0.
012500     05 WS-DISAGREE-COUNT         PIC 9(03) COMP VALUE 0.
012600     05 WS-NOT-AVAIL-COUNT        PIC 9(03) COMP VALUE 0.
012700     05 WS-CNT-SUB                PIC 9(02) COMP VALUE 0.
012800     05 WS-CNT-BASE               PIC 9(02) COMP VALUE 0.
012900     05 WS-SLOT-SUB               PIC 9(02) COMP VALUE 0.
013000
013100 01  WS-DATE-FIELDS.
013200     05 WS-TODAY                  PIC 9(08) VALUE 0.
013300     05 WS-BUS-DATE               PIC 9(08) VALUE 0.
013400     05 WS-NOW-TIME               PIC 9(08) VALUE 0.
013500     05 WS-DAY-CUTOVER-TIME       PIC 9(08) VALUE 12000000.
013600     05 WS-BUS-WEEKDAY            PIC 9(01) VALUE 0.
013700     05 WS-DAY-SERIAL             PIC 9(09) COMP VALUE 0.
013800     05 WS-DAY-REM                PIC 9(01) COMP VALUE 0.
013900     05 WS-TIME-WORK              PIC 9(08) VALUE 0.
014000     05 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
014100        10 WS-TIME-HH             PIC 9(02).
014200        10 WS-TIME-MM             PIC 9(02).
014300        10 FILLER                 PIC 9(04).
014400
014500 01  WS-HHMM-EDIT.
014600     05 WS-HHMM-HH                PIC 9(02).
014700     05 FILLER                    PIC X(01) VALUE ':'.
014800     05 WS-HHMM-MM                PIC 9(02).
014900
015000 01  WS-DAY-NAME-VALUES.
015100     05 FILLER                    PIC X(09) VALUE 'MONDAY'.
015200     05 FILLER                    PIC X(09) VALUE 'TUESDAY'.
015300     05 FILLER                    PIC X(09) VALUE 'WEDNESDAY'.
015400     05 FILLER                    PIC X(09) VALUE 'THURSDAY'.
015500     05 FILLER                    PIC X(09) VALUE 'FRIDAY'.
015600     05 FILLER                    PIC X(09) VALUE 'SATURDAY'.
015700     05 FILLER                    PIC X(09) VALUE 'SUNDAY'.
015800
015900 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
016000     05 WS-DAY-NAME               PIC X(09) OCCURS 7 TIMES.
016100
016200*    ONE ENTRY PER JOB - THE EXPECTED JOBS IN CARD ORDER, THEN
016300*    ANY OTHER JOB THAT LOGGED AN EVENT FOR THE BUSINESS DATE,
016400*    IN THE ORDER IT FIRST APPEARS.
016500 01  WS-JOB-TABLE.
016600     05 WS-JOB-MAX                PIC 9(02) COMP VALUE 40.
016700     05 WS-JOB-COUNT              PIC 9(02) COMP VALUE 0.
016800     05 WS-JOB-SUB                PIC 9(02) COMP VALUE 0.
016900     05 WS-JOB-IDX                PIC 9(02) COMP VALUE 0.
017000     05 WS-JOB-LOOKUP             PIC X(08) VALUE SPACES.
017100     05 WS-JOB-ENTRY              OCCURS 40 TIMES.
017200        10 WS-JOB-NAME            PIC X(08).
017300        10 WS-JOB-WEEKDAY         PIC X(01).
017400        10 WS-JOB-EXPECTED-SW     PIC X(01).
017500           88 JOB-IS-EXPECTED          VALUE 'Y'.
017600        10 WS-JOB-RUNS            PIC 9(03) COMP.
017700        10 WS-JOB-STATE-SW        PIC X(01).
017800           88 JOB-NOT-STARTED          VALUE ' '.
017900           88 JOB-RUN-OPEN             VALUE 'S'.
018000           88 JOB-RUN-ENDED            VALUE 'E'.
018100        10 WS-JOB-START-TIME      PIC 9(08).
018200        10 WS-JOB-END-TIME        PIC 9(08).
018300        10 WS-JOB-RC              PIC 9(04).
018400        10 WS-JOB-VERDICT         PIC X(01).
018500           88 JOB-IN-BALANCE           VALUE 'B'.
018600           88 JOB-OUT-OF-BALANCE       VALUE 'O'.
018700        10 WS-JOB-STATUS          PIC X(07).
018800        10 WS-JOB-COUNT-AREA.
018900           15 WS-JOB-COUNT-ENTRY  OCCURS 6 TIMES.
019000              20 WS-JOB-CNT-NAME  PIC X(08).
019100              20 WS-JOB-CNT       PIC 9(09).
019200
019300 01  WS-CHECK-TABLE.
019400     05 WS-CHECK-MAX              PIC 9(02) COMP VALUE 30.
019500     05 WS-CHECK-COUNT            PIC 9(02) COMP VALUE 0.
019600     05 WS-CHECK-SUB              PIC 9(02) COMP VALUE 0.
019700     05 WS-CHECK-ENTRY            OCCURS 30 TIMES.
019800        10 WS-CHECK-JOB-A         PIC X(08).
019900        10 WS-CHECK-COUNT-A       PIC X(08).
020000        10 WS-CHECK-JOB-B         PIC X(08).
020100        10 WS-CHECK-COUNT-B       PIC X(08).
020200
020300 01  WS-CHECK-WORK.
020400     05 WS-COUNT-LOOKUP           PIC X(08) VALUE SPACES.
020500     05 WS-COUNT-VALUE            PIC 9(09) VALUE 0.
020600     05 WS-VALUE-A                PIC 9(09) VALUE 0.
020700     05 WS-AVAIL-A-SW             PIC X(01) VALUE 'N'.
020800     05 WS-EDIT-VALUE             PIC ZZZ,ZZZ,ZZ9.
020900     05 WS-EDIT-RC                PIC ZZZ9.
021000     05 WS-EDIT-RUNS              PIC ZZ9.
021100
021200*    PARAMETER CARD READ FROM SYSIN - SEE THE PROGRAM HEADER.
021300 01  WS-PARM-CARD.
021400     05 WS-PARM-TYPE              PIC X(01).
021500        88 PARM-IS-DATE                VALUE 'D'.
021600        88 PARM-IS-JOB                 VALUE 'J'.
021700        88 PARM-IS-CHECK               VALUE 'X'.
021800        88 PARM-IS-COMMENT             VALUES '*' ' '.
021900     05 FILLER                    PIC X(01).
022000     05 WS-PARM-BODY              PIC X(78).
022100     05 WS-PARM-DATE-VIEW REDEFINES WS-PARM-BODY.
022200        10 WS-PARM-DATE           PIC X(08).
022300        10 WS-PARM-DATE-N REDEFINES WS-PARM-DATE
022400                                  PIC 9(08).
022500        10 FILLER                 PIC X(70).
022600     05 WS-PARM-JOB-VIEW REDEFINES WS-PARM-BODY.
022700        10 WS-PARM-JOB            PIC X(08).
022800        10 FILLER                 PIC X(01).
022900        10 WS-PARM-WEEKDAY        PIC X(01).
023000           88 PARM-WEEKDAY-VALID       VALUES ' ' '1' THRU '7'.
023100        10 FILLER                 PIC X(68).
023200     05 WS-PARM-CHECK-VIEW REDEFINES WS-PARM-BODY.
023300        10 WS-PARM-JOB-A          PIC X(08).
023400        10 FILLER                 PIC X(01).
023500        10 WS-PARM-COUNT-A        PIC X(08).
023600        10 FILLER                 PIC X(01).
023700        10 WS-PARM-JOB-B          PIC X(08).
023800        10 FILLER                 PIC X(01).
023900        10 WS-PARM-COUNT-B        PIC X(08).
024000        10 FILLER                 PIC X(43).
024100
024200 01  WS-HEADING-1.
024300     05 FILLER                    PIC X(20) VALUE SPACES.
024400     05 FILLER                    PIC X(44)
024500          VALUE 'REVERSAL OVERNIGHT CHAIN - MORNING SUMMARY'.
024600     05 FILLER                    PIC X(69) VALUE SPACES.
024700
024800 01  WS-HEADING-2.
024900     05 FILLER                    PIC X(20) VALUE SPACES.
025000     05 FILLER                    PIC X(14)
025100          VALUE 'BUSINESS DATE '.
025200     05 WSH-BUS-DATE              PIC 9(08).
025300     05 FILLER                    PIC X(02) VALUE SPACES.
025400     05 WSH-DAY-NAME              PIC X(09).
025500     05 FILLER                    PIC X(80) VALUE SPACES.
025600
025700 01  WS-SECTION-LINE.
025800     05 FILLER                    PIC X(01) VALUE SPACES.
025900     05 WSS-TEXT                  PIC X(40).
026000     05 FILLER                    PIC X(92) VALUE SPACES.
026100
026200 01  WS-JOB-HEADS.
026300     05 FILLER                    PIC X(01) VALUE SPACES.
026400     05 FILLER                    PIC X(11) VALUE 'JOB'.
026500     05 FILLER                    PIC X(08) VALUE 'STATUS'.
026600     05 FILLER                    PIC X(04) VALUE '  RC'.
026700     05 FILLER                    PIC X(05) VALUE ' RUNS'.
026800     05 FILLER                    PIC X(06) VALUE 'START'.
026900     05 FILLER                    PIC X(06) VALUE 'END'.
027000     05 FILLER                    PIC X(10) VALUE 'CONTROLS'.
027100     05 FILLER                    PIC X(82) VALUE 'KEY COUNTS'.
027200
027300 01  WS-JOB-LINE.
027400     05 FILLER                    PIC X(01) VALUE SPACES.
027500     05 WSD-JOB                   PIC X(08).
027600     05 FILLER                    PIC X(01) VALUE SPACES.
027700     05 WSD-NOTE                  PIC X(01).
027800     05 FILLER                    PIC X(01) VALUE SPACES.
027900     05 WSD-STATUS                PIC X(07).
028000     05 FILLER                    PIC X(01) VALUE SPACES.
028100     05 WSD-RC                    PIC X(04).
028200     05 FILLER                    PIC X(01) VALUE SPACES.
028300     05 WSD-RUNS                  PIC X(03).
028400     05 FILLER                    PIC X(01) VALUE SPACES.
028500     05 WSD-START                 PIC X(05).
028600     05 FILLER                    PIC X(01) VALUE SPACES.
028700     05 WSD-END                   PIC X(05).
028800     05 FILLER                    PIC X(01) VALUE SPACES.
028900     05 WSD-CONTROLS              PIC X(08).
029000     05 FILLER                    PIC X(02) VALUE SPACES.
029100     05 WSD-COUNT-SLOT            OCCURS 4 TIMES.
029200        10 WSD-COUNT-NAME         PIC X(08).
029300        10 FILLER                 PIC X(01).
029400        10 WSD-COUNT              PIC ZZZZZZZZ9.
029500        10 FILLER                 PIC X(02).
029600     05 FILLER                    PIC X(02) VALUE SPACES.
029700
029800 01  WS-CHECK-HEADS.
029900     05 FILLER                    PIC X(01) VALUE SPACES.
030000     05 FILLER                    PIC X(09) VALUE 'JOB'.
030100     05 FILLER                    PIC X(09) VALUE 'COUNT'.
030200     05 FILLER                    PIC X(15) VALUE '      VALUE'.
030300     05 FILLER                    PIC X(09) VALUE 'JOB'.
030400     05 FILLER                    PIC X(09) VALUE 'COUNT'.
030500     05 FILLER                    PIC X(14) VALUE '      VALUE'.
030600     05 FILLER                    PIC X(67) VALUE 'RESULT'.
030700
030800 01  WS-CHECK-LINE.
030900     05 FILLER                    PIC X(01) VALUE SPACES.
031000     05 WSC-JOB-A                 PIC X(08).
031100     05 FILLER                    PIC X(01) VALUE SPACES.
031200     05 WSC-COUNT-A               PIC X(08).
031300     05 FILLER                    PIC X(01) VALUE SPACES.
031400     05 WSC-VALUE-A               PIC X(11).
031500     05 FILLER                    PIC X(04) VALUE ' VS '.
031600     05 WSC-JOB-B                 PIC X(08).
031700     05 FILLER                    PIC X(01) VALUE SPACES.
031800     05 WSC-COUNT-B               PIC X(08).
031900     05 FILLER                    PIC X(01) VALUE SPACES.
032000     05 WSC-VALUE-B               PIC X(11).
032100     05 FILLER                    PIC X(03) VALUE SPACES.
032200     05 WSC-RESULT                PIC X(13).
032300     05 FILLER                    PIC X(54) VALUE SPACES.
032400
032500 01  WS-TOTAL-LINE-1.
032600     05 FILLER                    PIC X(10) VALUE ' EXPECTED '.
032700     05 WST-EXPECTED              PIC ZZ9.
032800     05 FILLER                    PIC X(07) VALUE '   RAN '.
032900     05 WST-RAN                   PIC ZZ9.
033000     05 FILLER                    PIC X(11) VALUE '   MISSING '.
033100     05 WST-MISSING               PIC ZZ9.
033200     05 FILLER                    PIC X(09) VALUE '   CLEAN '.
033300     05 WST-CLEAN                 PIC ZZ9.
033400     05 FILLER                    PIC X(11) VALUE '   WARNING '.
033500     05 WST-WARNING               PIC ZZ9.
033600     05 FILLER                    PIC X(10) VALUE '   FAILED '.
033700     05 WST-FAILED                PIC ZZ9.
033800     05 FILLER                    PIC X(16)
033900          VALUE '   NOT EXPECTED '.
034000     05 WST-UNEXPECTED            PIC ZZ9.
034100     05 FILLER                    PIC X(38) VALUE SPACES.
034200
034300 01  WS-TOTAL-LINE-2.
034400     05 FILLER                    PIC X(14)
034500          VALUE ' CROSS-CHECKS '.
034600     05 WST-CHECKS                PIC ZZ9.
034700     05 FILLER                    PIC X(09) VALUE '   AGREE '.
034800     05 WST-AGREE                 PIC ZZ9.
034900     05 FILLER                    PIC X(12)
035000          VALUE '   DISAGREE '.
035100     05 WST-DISAGREE              PIC ZZ9.
035200     05 FILLER                    PIC X(17)
035300          VALUE '   NOT AVAILABLE '.
035400     05 WST-NOT-AVAIL             PIC ZZ9.
035500     05 FILLER                    PIC X(69) VALUE SPACES.
035600
035700 01  WS-OVERALL-LINE.
035800     05 FILLER                    PIC X(10) VALUE ' OVERALL: '.
035900     05 WSO-TEXT                  PIC X(40).
036000     05 FILLER                    PIC X(83) VALUE SPACES.
036100
036200 01  WS-FOOTNOTE-LINE.
036300     05 FILLER                    PIC X(01) VALUE SPACES.
036400     05 FILLER                    PIC X(60)
036500          VALUE '* RAN THIS BUSINESS DATE BUT NOT EXPECTED'.
036600     05 FILLER                    PIC X(72) VALUE SPACES.
036700
036800     COPY REVDPARM.
036900
037000 PROCEDURE DIVISION.
037100*****************************************************************
037200*    0000-MAINLINE - LOAD THE EXPECTED JOBS AND CROSS-CHECKS,   *
037300*                    COLLECT THE BUSINESS DATE'S EVENTS, RATE   *
037400*                    EACH JOB, AND PRINT THE PAGE               *
037500*****************************************************************
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037800
037900     IF PARM-CARD-INVALID
038000        OR RUN-ABORTED
038100         MOVE 8 TO RETURN-CODE
038200     ELSE
038300         PERFORM 2000-PROCESS-ONE-EVENT THRU 2000-EXIT
038400             UNTIL END-OF-EVENTS
038500
038600         PERFORM 3000-RATE-ONE-JOB THRU 3000-EXIT
038700             VARYING WS-JOB-IDX FROM 1 BY 1
038800             UNTIL WS-JOB-IDX > WS-JOB-COUNT
038900
039000         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
039100
039200         PERFORM 9000-TERMINATE THRU 9000-EXIT
039300     END-IF
039400
039500     GOBACK.
039600
039700*****************************************************************
039800*    1000-INITIALIZE - READ THE PARAMETER CARDS, FIND THE       *
039900*                      BUSINESS DATE'S WEEKDAY, MARK WHICH      *
040000*                      JOBS ARE DUE, AND OPEN THE FILES         *
040100*****************************************************************
040200 1000-INITIALIZE.
040300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
040400     ACCEPT WS-NOW-TIME FROM TIME
040500
040600     PERFORM 1010-READ-PARM-CARDS THRU 1010-EXIT
040700
040800     IF PARM-CARD-INVALID
040900         GO TO 1000-EXIT
041000     END-IF
041100
041200     IF WS-BUS-DATE = 0
041300         PERFORM 1080-DEFAULT-BUS-DATE THRU 1080-EXIT
041400     END-IF
041500
041600     PERFORM 1060-FIND-WEEKDAY THRU 1060-EXIT
041700
041800     IF PARM-CARD-INVALID
041900         GO TO 1000-EXIT
042000     END-IF
042100
042200     PERFORM 1070-MARK-ONE-EXPECTED THRU 1070-EXIT
042300         VARYING WS-JOB-IDX FROM 1 BY 1
042400         UNTIL WS-JOB-IDX > WS-JOB-COUNT
042500
042600     DISPLAY 'REVOPSUM: BUSINESS DATE = ' WS-BUS-DATE
042700         ' ' WS-DAY-NAME(WS-BUS-WEEKDAY)
042800     DISPLAY 'REVOPSUM: JOBS EXPECTED = ' WS-EXPECTED-COUNT
042900     DISPLAY 'REVOPSUM: CROSS-CHECKS  = ' WS-CHECK-COUNT
043000
043100     OPEN INPUT JOB-EVENT-FILE
043200
043300     IF NOT JEVT-STATUS-OK
043400         DISPLAY 'REVOPSUM: JOBEVT OPEN FAILED, FILE STATUS '
043500             WS-JEVT-STATUS
043600         SET RUN-ABORTED TO TRUE
043700         GO TO 1000-EXIT
043800     END-IF
043900
044000     OPEN OUTPUT REPORT-FILE
044100
044200     PERFORM 2100-READ-EVENT THRU 2100-EXIT.
044300
044400 1000-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*    1010-READ-PARM-CARDS - TAKE EVERY CARD ON SYSIN.  NO       *
044900*                           SYSIN LEAVES THE DEFAULT DATE AND NO*
045000*                           EXPECTED JOBS - THE PAGE THEN       *
045100*                           SHOWS ONLY WHAT RAN                 *
045200*****************************************************************
045300 1010-READ-PARM-CARDS.
045400     OPEN INPUT PARM-FILE
045500
045600     IF NOT PARM-FILE-OPEN-OK
045700         GO TO 1010-EXIT
045800     END-IF
045900
046000     PERFORM 1030-READ-PARM-CARD THRU 1030-EXIT
046100
046200     PERFORM 1020-TAKE-ONE-CARD THRU 1020-EXIT
046300         UNTIL END-OF-PARM-CARDS
046400            OR PARM-CARD-INVALID
046500
046600     CLOSE PARM-FILE.
046700
046800 1010-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*    1020-TAKE-ONE-CARD - VALIDATE ONE CARD AND APPLY IT        *
047300*****************************************************************
047400 1020-TAKE-ONE-CARD.
047500     EVALUATE TRUE
047600         WHEN PARM-IS-DATE
047700             IF WS-PARM-DATE-N NUMERIC
047800                AND WS-PARM-DATE-N > 0
047900                 MOVE WS-PARM-DATE-N TO WS-BUS-DATE
048000             ELSE
048100                 DISPLAY 'REVOPSUM: INVALID BUSINESS DATE ON '
048200                     'PARM CARD - ' WS-PARM-DATE
048300                 SET PARM-CARD-INVALID TO TRUE
048400             END-IF
048500         WHEN PARM-IS-JOB
048600             PERFORM 1040-ADD-EXPECTED-JOB THRU 1040-EXIT
048700         WHEN PARM-IS-CHECK
048800             PERFORM 1050-ADD-CROSS-CHECK THRU 1050-EXIT
048900         WHEN PARM-IS-COMMENT
049000             CONTINUE
049100         WHEN OTHER
049200             DISPLAY 'REVOPSUM: INVALID CARD TYPE ON PARM '
049300                 'CARD - ' WS-PARM-TYPE
049400             SET PARM-CARD-INVALID TO TRUE
049500     END-EVALUATE
049600
049700     PERFORM 1030-READ-PARM-CARD THRU 1030-EXIT.
049800
049900 1020-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*    1030-READ-PARM-CARD - NEXT SYSIN CARD                      *
050400*****************************************************************
050500 1030-READ-PARM-CARD.
050600     MOVE SPACES TO WS-PARM-CARD
050700     READ PARM-FILE INTO WS-PARM-CARD
050800         AT END
050900             SET END-OF-PARM-CARDS TO TRUE
051000     END-READ.
051100
051200 1030-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*    1040-ADD-EXPECTED-JOB - A J CARD.  THE JOB IS DUE TONIGHT  *
051700*                            UNLESS ITS WEEKDAY SAYS OTHERWISE  *
051800*                            (SEE 1070-MARK-ONE-EXPECTED)       *
051900*****************************************************************
052000 1040-ADD-EXPECTED-JOB.
052100     IF WS-PARM-JOB = SPACES
052200        OR NOT PARM-WEEKDAY-VALID
052300         DISPLAY 'REVOPSUM: INVALID JOB CARD - ' WS-PARM-BODY
052400         SET PARM-CARD-INVALID TO TRUE
052500         GO TO 1040-EXIT
052600     END-IF
052700
052800     MOVE WS-PARM-JOB TO WS-JOB-LOOKUP
052900     PERFORM 2200-FIND-JOB THRU 2200-EXIT
053000
053100     IF JOB-ENTRY-FOUND
053200         DISPLAY 'REVOPSUM: JOB ' WS-PARM-JOB
053300             ' IS ON MORE THAN ONE JOB CARD'
053400         SET PARM-CARD-INVALID TO TRUE
053500         GO TO 1040-EXIT
053600     END-IF
053700
053800     PERFORM 2300-ADD-JOB THRU 2300-EXIT
053900
054000     IF JOB-ENTRY-FOUND
054100         MOVE WS-PARM-WEEKDAY TO WS-JOB-WEEKDAY(WS-JOB-IDX)
054200     ELSE
054300         SET PARM-CARD-INVALID TO TRUE
054400     END-IF.
054500
054600 1040-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000*    1050-ADD-CROSS-CHECK - AN X CARD - TWO JOB/COUNT PAIRS     *
055100*                           THAT SHOULD CARRY THE SAME VALUE    *
055200*****************************************************************
055300 1050-ADD-CROSS-CHECK.
055400     IF WS-PARM-JOB-A = SPACES
055500        OR WS-PARM-COUNT-A = SPACES
055600        OR WS-PARM-JOB-B = SPACES
055700        OR WS-PARM-COUNT-B = SPACES
055800         DISPLAY 'REVOPSUM: INVALID CROSS-CHECK CARD - '
055900             WS-PARM-BODY
056000         SET PARM-CARD-INVALID TO TRUE
056100         GO TO 1050-EXIT
056200     END-IF
056300
056400     IF WS-CHECK-COUNT NOT < WS-CHECK-MAX
056500         DISPLAY 'REVOPSUM: MORE THAN ' WS-CHECK-MAX
056600             ' CROSS-CHECK CARDS - ENLARGE THE CHECK TABLE'
056700         SET PARM-CARD-INVALID TO TRUE
056800         GO TO 1050-EXIT
056900     END-IF
057000
057100     ADD 1 TO WS-CHECK-COUNT
057200     MOVE WS-PARM-JOB-A   TO WS-CHECK-JOB-A(WS-CHECK-COUNT)
057300     MOVE WS-PARM-COUNT-A TO WS-CHECK-COUNT-A(WS-CHECK-COUNT)
057400     MOVE WS-PARM-JOB-B   TO WS-CHECK-JOB-B(WS-CHECK-COUNT)
057500     MOVE WS-PARM-COUNT-B TO WS-CHECK-COUNT-B(WS-CHECK-COUNT).
057600
057700 1050-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*    1060-FIND-WEEKDAY - WEEKDAY OF THE BUSINESS DATE, 1 =      *
058200*                        MONDAY.  REVDATE GIVES THE MIDNIGHT    *
058300*                        ABSTIME; WHOLE DAYS SINCE 1900-01-01,  *
058400*                        A MONDAY, MODULO 7 IS THE WEEKDAY.     *
058500*                        A DATE REVDATE REFUSES IS A BAD CARD   *
058600*****************************************************************
058700 1060-FIND-WEEKDAY.
058800     SET REVDATE-DATE-TO-ABS TO TRUE
058900     MOVE WS-BUS-DATE TO REVDATE-DATE
059000     CALL 'REVDATE' USING REVDATE-PARMS
059100
059200     IF NOT REVDATE-SUCCESS
059300         DISPLAY 'REVOPSUM: INVALID BUSINESS DATE - '
059400             WS-BUS-DATE
059500         SET PARM-CARD-INVALID TO TRUE
059600         GO TO 1060-EXIT
059700     END-IF
059800
059900     DIVIDE REVDATE-ABSTIME BY 86400000
060000         GIVING WS-DAY-SERIAL
060100     DIVIDE WS-DAY-SERIAL BY 7
060200         GIVING WS-DAY-SERIAL
060300         REMAINDER WS-DAY-REM
060400     COMPUTE WS-BUS-WEEKDAY = WS-DAY-REM + 1.
060500
060600 1060-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000*    1070-MARK-ONE-EXPECTED - A NIGHTLY JOB IS ALWAYS DUE; A    *
061100*                             WEEKLY ONE ONLY ON ITS WEEKDAY    *
061200*****************************************************************
061300 1070-MARK-ONE-EXPECTED.
061400     IF WS-JOB-WEEKDAY(WS-JOB-IDX) = SPACE
061500        OR WS-JOB-WEEKDAY(WS-JOB-IDX) = WS-BUS-WEEKDAY
061600         MOVE 'Y' TO WS-JOB-EXPECTED-SW(WS-JOB-IDX)
061700         ADD 1 TO WS-EXPECTED-COUNT
061800     END-IF.
061900
062000 1070-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*    1080-DEFAULT-BUS-DATE - NO D CARD - THE NIGHT JUST ENDED,  *
062500*                            BY THE SAME NOON CUTOVER REVJEVW   *
062600*                            USES.  REVDATE STEPS BACK ONE DAY  *
062700*****************************************************************
062800 1080-DEFAULT-BUS-DATE.
062900     MOVE WS-TODAY TO WS-BUS-DATE
063000
063100     IF WS-NOW-TIME NOT < WS-DAY-CUTOVER-TIME
063200         GO TO 1080-EXIT
063300     END-IF
063400
063500     SET REVDATE-DATE-TO-ABS TO TRUE
063600     MOVE WS-TODAY TO REVDATE-DATE
063700     CALL 'REVDATE' USING REVDATE-PARMS
063800
063900     IF NOT REVDATE-SUCCESS
064000         GO TO 1080-EXIT
064100     END-IF
064200
064300     SUBTRACT 86400000 FROM REVDATE-ABSTIME
064400     SET REVDATE-ABS-TO-DATE TO TRUE
064500     CALL 'REVDATE' USING REVDATE-PARMS
064600
064700     IF REVDATE-SUCCESS
064800         MOVE REVDATE-DATE TO WS-BUS-DATE
064900     END-IF.
065000
065100 1080-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*    2000-PROCESS-ONE-EVENT - APPLY ONE JOBEVT RECORD FOR THE   *
065600*                             BUSINESS DATE TO ITS JOB'S ENTRY, *
065700*                             ADDING THE JOB IF IT WAS NOT      *
065800*                             EXPECTED                          *
065900*****************************************************************
066000 2000-PROCESS-ONE-EVENT.
066100     ADD 1 TO WS-EVENTS-READ
066200
066300     IF REVJEV-BUS-DATE NOT = WS-BUS-DATE
066400         ADD 1 TO WS-EVENTS-OTHER-DATE
066500         GO TO 2000-READ-NEXT
066600     END-IF
066700
066800     MOVE REVJEV-JOB-NAME TO WS-JOB-LOOKUP
066900     PERFORM 2200-FIND-JOB THRU 2200-EXIT
067000
067100     IF NOT JOB-ENTRY-FOUND
067200         PERFORM 2300-ADD-JOB THRU 2300-EXIT
067300     END-IF
067400
067500     IF NOT JOB-ENTRY-FOUND
067600         ADD 1 TO WS-EVENTS-DROPPED
067700         GO TO 2000-READ-NEXT
067800     END-IF
067900
068000     ADD 1 TO WS-EVENTS-TAKEN
068100
068200     EVALUATE TRUE
068300         WHEN REVJEV-JOB-START
068400             PERFORM 2400-TAKE-START THRU 2400-EXIT
068500         WHEN REVJEV-JOB-END
068600             PERFORM 2500-TAKE-END THRU 2500-EXIT
068700         WHEN OTHER
068800             DISPLAY 'REVOPSUM: UNKNOWN EVENT TYPE '
068900                 REVJEV-EVENT ' FOR ' REVJEV-JOB-NAME
069000     END-EVALUATE.
069100
069200 2000-READ-NEXT.
069300     PERFORM 2100-READ-EVENT THRU 2100-EXIT.
069400
069500 2000-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900*    2100-READ-EVENT - NEXT JOBEVT RECORD.  A READ ERROR ENDS   *
070000*                      THE FILE AND FAILS THE SUMMARY           *
070100*****************************************************************
070200 2100-READ-EVENT.
070300     READ JOB-EVENT-FILE
070400         AT END
070500             SET END-OF-EVENTS TO TRUE
070600     END-READ
070700
070800     IF NOT JEVT-STATUS-OK
070900        AND NOT JEVT-AT-END
071000         DISPLAY 'REVOPSUM: JOBEVT READ FAILED, FILE STATUS '
071100             WS-JEVT-STATUS
071200         SET RUN-ABORTED TO TRUE
071300         SET END-OF-EVENTS TO TRUE
071400     END-IF.
071500
071600 2100-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*    2200-FIND-JOB - LOOK UP WS-JOB-LOOKUP IN THE JOB TABLE;    *
072100*                    WS-JOB-IDX POINTS AT THE ENTRY WHEN FOUND  *
072200*****************************************************************
072300 2200-FIND-JOB.
072400     MOVE 'N' TO WS-JOB-FOUND-SW
072500
072600     PERFORM 2210-CHECK-ONE-JOB THRU 2210-EXIT
072700         VARYING WS-JOB-SUB FROM 1 BY 1
072800         UNTIL WS-JOB-SUB > WS-JOB-COUNT
072900            OR JOB-ENTRY-FOUND.
073000
073100 2200-EXIT.
073200     EXIT.
073300
073400 2210-CHECK-ONE-JOB.
073500     IF WS-JOB-NAME(WS-JOB-SUB) = WS-JOB-LOOKUP
073600         SET JOB-ENTRY-FOUND TO TRUE
073700         MOVE WS-JOB-SUB TO WS-JOB-IDX
073800     END-IF.
073900
074000 2210-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400*    2300-ADD-JOB - NEW, EMPTY ENTRY FOR WS-JOB-LOOKUP, NOT YET *
074500*                   EXPECTED.  A FULL TABLE IS REPORTED AND     *
074600*                   LEAVES JOB-ENTRY-FOUND OFF                  *
074700*****************************************************************
074800 2300-ADD-JOB.
074900     IF WS-JOB-COUNT NOT < WS-JOB-MAX
075000         DISPLAY 'REVOPSUM: MORE THAN ' WS-JOB-MAX
075100             ' JOBS - ' WS-JOB-LOOKUP ' NOT SHOWN - ENLARGE '
075200             'THE JOB TABLE'
075300         SET RUN-ABORTED TO TRUE
075400         MOVE 'N' TO WS-JOB-FOUND-SW
075500         GO TO 2300-EXIT
075600     END-IF
075700
075800     ADD 1 TO WS-JOB-COUNT
075900     MOVE WS-JOB-COUNT TO WS-JOB-IDX
076000     MOVE WS-JOB-LOOKUP TO WS-JOB-NAME(WS-JOB-IDX)
076100     MOVE SPACE TO WS-JOB-WEEKDAY(WS-JOB-IDX)
076200     MOVE 'N' TO WS-JOB-EXPECTED-SW(WS-JOB-IDX)
076300     MOVE 0 TO WS-JOB-RUNS(WS-JOB-IDX)
076400     SET JOB-NOT-STARTED(WS-JOB-IDX) TO TRUE
076500     MOVE 0 TO WS-JOB-START-TIME(WS-JOB-IDX)
076600     MOVE 0 TO WS-JOB-END-TIME(WS-JOB-IDX)
076700     MOVE 0 TO WS-JOB-RC(WS-JOB-IDX)
076800     MOVE SPACE TO WS-JOB-VERDICT(WS-JOB-IDX)
076900     MOVE SPACES TO WS-JOB-STATUS(WS-JOB-IDX)
077000     PERFORM 2310-CLEAR-ONE-COUNT THRU 2310-EXIT
077100         VARYING WS-CNT-SUB FROM 1 BY 1
077200         UNTIL WS-CNT-SUB > 6
077300     SET JOB-ENTRY-FOUND TO TRUE.
077400
077500 2300-EXIT.
077600     EXIT.
077700
077800 2310-CLEAR-ONE-COUNT.
077900     MOVE SPACES TO WS-JOB-CNT-NAME(WS-JOB-IDX, WS-CNT-SUB)
078000     MOVE 0 TO WS-JOB-CNT(WS-JOB-IDX, WS-CNT-SUB).
078100
078200 2310-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*    2400-TAKE-START - A NEW RUN OF THE JOB.  ANY EARLIER RUN   *
078700*                      IS SUPERSEDED - A RERUN AFTER AN ABEND   *
078800*                      IS RATED ON HOW THE RERUN ENDS           *
078900*****************************************************************
079000 2400-TAKE-START.
079100     ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX)
079200     SET JOB-RUN-OPEN(WS-JOB-IDX) TO TRUE
079300     MOVE REVJEV-EVENT-TIME TO WS-JOB-START-TIME(WS-JOB-IDX)
079400     MOVE 0 TO WS-JOB-END-TIME(WS-JOB-IDX)
079500     MOVE 0 TO WS-JOB-RC(WS-JOB-IDX)
079600     MOVE SPACE TO WS-JOB-VERDICT(WS-JOB-IDX)
079700     PERFORM 2310-CLEAR-ONE-COUNT THRU 2310-EXIT
079800         VARYING WS-CNT-SUB FROM 1 BY 1
079900         UNTIL WS-CNT-SUB > 6.
080000
080100 2400-EXIT.
080200     EXIT.
080300
080400*****************************************************************
080500*    2500-TAKE-END - CLOSE THE RUN WITH ITS RETURN CODE,        *
080600*                    VERDICT, AND COUNTS.  AN END WHOSE START   *
080700*                    WAS NEVER LOGGED STILL COUNTS AS A RUN     *
080800*****************************************************************
080900 2500-TAKE-END.
081000     IF WS-JOB-RUNS(WS-JOB-IDX) = 0
081100         MOVE 1 TO WS-JOB-RUNS(WS-JOB-IDX)
081200     END-IF
081300
081400     SET JOB-RUN-ENDED(WS-JOB-IDX) TO TRUE
081500     MOVE REVJEV-EVENT-TIME TO WS-JOB-END-TIME(WS-JOB-IDX)
081600     MOVE REVJEV-RETURN-CODE TO WS-JOB-RC(WS-JOB-IDX)
081700     MOVE REVJEV-VERDICT TO WS-JOB-VERDICT(WS-JOB-IDX)
081800     MOVE REVJEV-COUNT-AREA TO WS-JOB-COUNT-AREA(WS-JOB-IDX).
081900
082000 2500-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*    3000-RATE-ONE-JOB - MISSING, NO END, FAILED, WARNING, OR   *
082500*                        CLEAN, AND ADD IT TO THE TOTALS        *
082600*****************************************************************
082700 3000-RATE-ONE-JOB.
082800     IF WS-JOB-RUNS(WS-JOB-IDX) = 0
082900         IF JOB-IS-EXPECTED(WS-JOB-IDX)
083000             MOVE 'MISSING' TO WS-JOB-STATUS(WS-JOB-IDX)
083100             ADD 1 TO WS-MISSING-COUNT
083200         END-IF
083300         GO TO 3000-EXIT
083400     END-IF
083500
083600     ADD 1 TO WS-RAN-COUNT
083700
083800     IF NOT JOB-IS-EXPECTED(WS-JOB-IDX)
083900         ADD 1 TO WS-UNEXPECTED-COUNT
084000     END-IF
084100
084200     EVALUATE TRUE
084300         WHEN JOB-RUN-OPEN(WS-JOB-IDX)
084400             MOVE 'NO END' TO WS-JOB-STATUS(WS-JOB-IDX)
084500             ADD 1 TO WS-FAILED-COUNT
084600         WHEN WS-JOB-RC(WS-JOB-IDX) NOT < 8
084700           OR JOB-OUT-OF-BALANCE(WS-JOB-IDX)
084800             MOVE 'FAILED' TO WS-JOB-STATUS(WS-JOB-IDX)
084900             ADD 1 TO WS-FAILED-COUNT
085000         WHEN WS-JOB-RC(WS-JOB-IDX) > 0
085100             MOVE 'WARNING' TO WS-JOB-STATUS(WS-JOB-IDX)
085200             ADD 1 TO WS-WARNING-COUNT
085300         WHEN OTHER
085400             MOVE 'CLEAN' TO WS-JOB-STATUS(WS-JOB-IDX)
085500             ADD 1 TO WS-CLEAN-COUNT
085600     END-EVALUATE.
085700
085800 3000-EXIT.
085900     EXIT.
086000
086100*****************************************************************
086200*    4000-PRINT-SUMMARY - HEADINGS, ONE LINE PER JOB, THE       *
086300*                         CROSS-CHECKS, AND THE TOTALS          *
086400*****************************************************************
086500 4000-PRINT-SUMMARY.
086600     MOVE WS-BUS-DATE TO WSH-BUS-DATE
086700     MOVE WS-DAY-NAME(WS-BUS-WEEKDAY) TO WSH-DAY-NAME
086800
086900     WRITE REPORT-LINE FROM WS-HEADING-1
087000     WRITE REPORT-LINE FROM WS-HEADING-2
087100     MOVE SPACES TO REPORT-LINE
087200     WRITE REPORT-LINE
087300
087400     MOVE 'JOBS' TO WSS-TEXT
087500     WRITE REPORT-LINE FROM WS-SECTION-LINE
087600     WRITE REPORT-LINE FROM WS-JOB-HEADS
087700
087800     PERFORM 4100-PRINT-ONE-JOB THRU 4100-EXIT
087900         VARYING WS-JOB-IDX FROM 1 BY 1
088000         UNTIL WS-JOB-IDX > WS-JOB-COUNT
088100
088200     IF WS-UNEXPECTED-COUNT > 0
088300         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
088400     END-IF
088500
088600     IF WS-CHECK-COUNT > 0
088700         MOVE SPACES TO REPORT-LINE
088800         WRITE REPORT-LINE
088900         MOVE 'COUNTS THAT SHOULD AGREE' TO WSS-TEXT
089000         WRITE REPORT-LINE FROM WS-SECTION-LINE
089100         WRITE REPORT-LINE FROM WS-CHECK-HEADS
089200         PERFORM 4200-PRINT-ONE-CHECK THRU 4200-EXIT
089300             VARYING WS-CHECK-SUB FROM 1 BY 1
089400             UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
089500     END-IF
089600
089700     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT.
089800
089900 4000-EXIT.
090000     EXIT.
090100
090200*****************************************************************
090300*    4100-PRINT-ONE-JOB - ONE LINE PER EXPECTED JOB OR JOB      *
090400*                         THAT RAN, FOUR COUNTS TO A LINE; A    *
090500*                         FIFTH OR SIXTH COUNT GOES ON A SECOND *
090600*                         LINE UNDER THE FIRST                  *
090700*****************************************************************
090800 4100-PRINT-ONE-JOB.
090900     IF WS-JOB-RUNS(WS-JOB-IDX) = 0
091000        AND NOT JOB-IS-EXPECTED(WS-JOB-IDX)
091100         GO TO 4100-EXIT
091200     END-IF
091300
091400     MOVE SPACES TO WS-JOB-LINE
091500     MOVE WS-JOB-NAME(WS-JOB-IDX) TO WSD-JOB
091600     MOVE WS-JOB-STATUS(WS-JOB-IDX) TO WSD-STATUS
091700
091800     IF NOT JOB-IS-EXPECTED(WS-JOB-IDX)
091900         MOVE '*' TO WSD-NOTE
092000     END-IF
092100
092200     IF WS-JOB-RUNS(WS-JOB-IDX) = 0
092300         WRITE REPORT-LINE FROM WS-JOB-LINE
092400         GO TO 4100-EXIT
092500     END-IF
092600
092700     MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-EDIT-RUNS
092800     MOVE WS-EDIT-RUNS TO WSD-RUNS
092900
093000     IF WS-JOB-START-TIME(WS-JOB-IDX) > 0
093100         MOVE WS-JOB-START-TIME(WS-JOB-IDX) TO WS-TIME-WORK
093200         MOVE WS-TIME-HH TO WS-HHMM-HH
093300         MOVE WS-TIME-MM TO WS-HHMM-MM
093400         MOVE WS-HHMM-EDIT TO WSD-START
093500     END-IF
093600
093700     IF JOB-RUN-ENDED(WS-JOB-IDX)
093800         MOVE WS-JOB-RC(WS-JOB-IDX) TO WS-EDIT-RC
093900         MOVE WS-EDIT-RC TO WSD-RC
094000         MOVE WS-JOB-END-TIME(WS-JOB-IDX) TO WS-TIME-WORK
094100         MOVE WS-TIME-HH TO WS-HHMM-HH
094200         MOVE WS-TIME-MM TO WS-HHMM-MM
094300         MOVE WS-HHMM-EDIT TO WSD-END
094400         EVALUATE TRUE
094500             WHEN JOB-IN-BALANCE(WS-JOB-IDX)
094600                 MOVE 'BALANCED' TO WSD-CONTROLS
094700             WHEN JOB-OUT-OF-BALANCE(WS-JOB-IDX)
094800                 MOVE 'OUT BAL' TO WSD-CONTROLS
094900         END-EVALUATE
095000     END-IF
095100
095200     MOVE 0 TO WS-CNT-BASE
095300     PERFORM 4110-EDIT-ONE-COUNT THRU 4110-EXIT
095400         VARYING WS-SLOT-SUB FROM 1 BY 1
095500         UNTIL WS-SLOT-SUB > 4
095600
095700     WRITE REPORT-LINE FROM WS-JOB-LINE
095800
095900     IF WS-JOB-CNT-NAME(WS-JOB-IDX, 5) NOT = SPACES
096000        OR WS-JOB-CNT-NAME(WS-JOB-IDX, 6) NOT = SPACES
096100         MOVE SPACES TO WS-JOB-LINE
096200         MOVE 4 TO WS-CNT-BASE
096300         PERFORM 4110-EDIT-ONE-COUNT THRU 4110-EXIT
096400             VARYING WS-SLOT-SUB FROM 1 BY 1
096500             UNTIL WS-SLOT-SUB > 2
096600         WRITE REPORT-LINE FROM WS-JOB-LINE
096700     END-IF.
096800
096900 4100-EXIT.
097000     EXIT.
097100
097200 4110-EDIT-ONE-COUNT.
097300     COMPUTE WS-CNT-SUB = WS-SLOT-SUB + WS-CNT-BASE
097400
097500     IF WS-JOB-CNT-NAME(WS-JOB-IDX, WS-CNT-SUB) NOT = SPACES
097600         MOVE WS-JOB-CNT-NAME(WS-JOB-IDX, WS-CNT-SUB)
097700             TO WSD-COUNT-NAME(WS-SLOT-SUB)
097800         MOVE WS-JOB-CNT(WS-JOB-IDX, WS-CNT-SUB)
097900             TO WSD-COUNT(WS-SLOT-SUB)
098000     END-IF.
098100
098200 4110-EXIT.
098300     EXIT.
098400
098500*****************************************************************
098600*    4200-PRINT-ONE-CHECK - LOOK UP BOTH SIDES OF ONE           *
098700*                           CROSS-CHECK.  A SIDE WHOSE JOB DID  *
098800*                           NOT END, OR DID NOT REPORT THAT     *
098900*                           COUNT, LEAVES THE CHECK NOT         *
099000*                           AVAILABLE                           *
099100*****************************************************************
099200 4200-PRINT-ONE-CHECK.
099300     MOVE WS-CHECK-JOB-A(WS-CHECK-SUB)   TO WSC-JOB-A
099400     MOVE WS-CHECK-COUNT-A(WS-CHECK-SUB) TO WSC-COUNT-A
099500     MOVE WS-CHECK-JOB-B(WS-CHECK-SUB)   TO WSC-JOB-B
099600     MOVE WS-CHECK-COUNT-B(WS-CHECK-SUB) TO WSC-COUNT-B
099700     MOVE SPACES TO WSC-VALUE-A
099800     MOVE SPACES TO WSC-VALUE-B
099900
100000     MOVE WS-CHECK-JOB-A(WS-CHECK-SUB)   TO WS-JOB-LOOKUP
100100     MOVE WS-CHECK-COUNT-A(WS-CHECK-SUB) TO WS-COUNT-LOOKUP
100200     PERFORM 4210-FIND-COUNT THRU 4210-EXIT
100300     MOVE WS-SIDE-SW TO WS-AVAIL-A-SW
100400     MOVE WS-COUNT-VALUE TO WS-VALUE-A
100500
100600     IF SIDE-IS-AVAILABLE
100700         MOVE WS-COUNT-VALUE TO WS-EDIT-VALUE
100800         MOVE WS-EDIT-VALUE TO WSC-VALUE-A
100900     END-IF
101000
101100     MOVE WS-CHECK-JOB-B(WS-CHECK-SUB)   TO WS-JOB-LOOKUP
101200     MOVE WS-CHECK-COUNT-B(WS-CHECK-SUB) TO WS-COUNT-LOOKUP
101300     PERFORM 4210-FIND-COUNT THRU 4210-EXIT
101400
101500     IF SIDE-IS-AVAILABLE
101600         MOVE WS-COUNT-VALUE TO WS-EDIT-VALUE
101700         MOVE WS-EDIT-VALUE TO WSC-VALUE-B
101800     END-IF
101900
102000     EVALUATE TRUE
102100         WHEN WS-AVAIL-A-SW NOT = 'Y'
102200           OR NOT SIDE-IS-AVAILABLE
102300             MOVE 'NOT AVAILABLE' TO WSC-RESULT
102400             ADD 1 TO WS-NOT-AVAIL-COUNT
102500         WHEN WS-VALUE-A = WS-COUNT-VALUE
102600             MOVE 'AGREE' TO WSC-RESULT
102700             ADD 1 TO WS-AGREE-COUNT
102800         WHEN OTHER
102900             MOVE 'DISAGREE' TO WSC-RESULT
103000             ADD 1 TO WS-DISAGREE-COUNT
103100     END-EVALUATE
103200
103300     WRITE REPORT-LINE FROM WS-CHECK-LINE.
103400
103500 4200-EXIT.
103600     EXIT.
103700
103800*****************************************************************
103900*    4210-FIND-COUNT - VALUE OF WS-COUNT-LOOKUP ON THE LAST     *
104000*                      COMPLETED RUN OF WS-JOB-LOOKUP           *
104100*****************************************************************
104200 4210-FIND-COUNT.
104300     MOVE 'N' TO WS-SIDE-SW
104400     MOVE 0 TO WS-COUNT-VALUE
104500
104600     PERFORM 2200-FIND-JOB THRU 2200-EXIT
104700
104800     IF NOT JOB-ENTRY-FOUND
104900         GO TO 4210-EXIT
105000     END-IF
105100
105200     IF NOT JOB-RUN-ENDED(WS-JOB-IDX)
105300         GO TO 4210-EXIT
105400     END-IF
105500
105600     MOVE 'N' TO WS-COUNT-FOUND-SW
105700
105800     PERFORM 4220-CHECK-ONE-NAME THRU 4220-EXIT
105900         VARYING WS-CNT-SUB FROM 1 BY 1
106000         UNTIL WS-CNT-SUB > 6
106100            OR COUNT-ENTRY-FOUND
106200
106300     IF COUNT-ENTRY-FOUND
106400         SET SIDE-IS-AVAILABLE TO TRUE
106500     END-IF.
106600
106700 4210-EXIT.
106800     EXIT.
106900
107000 4220-CHECK-ONE-NAME.
107100     IF WS-JOB-CNT-NAME(WS-JOB-IDX, WS-CNT-SUB) = WS-COUNT-LOOKUP
107200         SET COUNT-ENTRY-FOUND TO TRUE
107300         MOVE WS-JOB-CNT(WS-JOB-IDX, WS-CNT-SUB)
107400             TO WS-COUNT-VALUE
107500     END-IF.
107600
107700 4220-EXIT.
107800     EXIT.
107900
108000*****************************************************************
108100*    4300-PRINT-TOTALS - JOB AND CROSS-CHECK TOTALS AND THE     *
108200*                        ONE-LINE VERDICT ON THE NIGHT          *
108300*****************************************************************
108400 4300-PRINT-TOTALS.
108500     MOVE WS-EXPECTED-COUNT   TO WST-EXPECTED
108600     MOVE WS-RAN-COUNT        TO WST-RAN
108700     MOVE WS-MISSING-COUNT    TO WST-MISSING
108800     MOVE WS-CLEAN-COUNT      TO WST-CLEAN
108900     MOVE WS-WARNING-COUNT    TO WST-WARNING
109000     MOVE WS-FAILED-COUNT     TO WST-FAILED
109100     MOVE WS-UNEXPECTED-COUNT TO WST-UNEXPECTED
109200     MOVE WS-CHECK-COUNT      TO WST-CHECKS
109300     MOVE WS-AGREE-COUNT      TO WST-AGREE
109400     MOVE WS-DISAGREE-COUNT   TO WST-DISAGREE
109500     MOVE WS-NOT-AVAIL-COUNT  TO WST-NOT-AVAIL
109600
109700     EVALUATE TRUE
109800         WHEN WS-MISSING-COUNT > 0
109900           OR WS-FAILED-COUNT > 0
110000           OR WS-DISAGREE-COUNT > 0
110100           OR RUN-ABORTED
110200             MOVE 'NIGHT NEEDS ATTENTION' TO WSO-TEXT
110300         WHEN WS-WARNING-COUNT > 0
110400           OR WS-NOT-AVAIL-COUNT > 0
110500             MOVE 'NIGHT ENDED WITH WARNINGS' TO WSO-TEXT
110600         WHEN OTHER
110700             MOVE 'NIGHT IS CLEAN' TO WSO-TEXT
110800     END-EVALUATE
110900
111000     MOVE SPACES TO REPORT-LINE
111100     WRITE REPORT-LINE
111200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
111300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
111400     WRITE REPORT-LINE FROM WS-OVERALL-LINE.
111500
111600 4300-EXIT.
111700     EXIT.
111800
111900*****************************************************************
112000*    9000-TERMINATE - CLOSE FILES, DISPLAY THE TOTALS, AND SET  *
112100*                     THE RETURN CODE                           *
112200*****************************************************************
112300 9000-TERMINATE.
112400     CLOSE JOB-EVENT-FILE
112500           REPORT-FILE
112600
112700     DISPLAY 'REVOPSUM: EVENTS READ       = ' WS-EVENTS-READ
112800     DISPLAY 'REVOPSUM: OTHER DATES       = '
112900         WS-EVENTS-OTHER-DATE
113000     DISPLAY 'REVOPSUM: JOBS RAN          = ' WS-RAN-COUNT
113100     DISPLAY 'REVOPSUM: JOBS MISSING      = ' WS-MISSING-COUNT
113200     DISPLAY 'REVOPSUM: JOBS FAILED       = ' WS-FAILED-COUNT
113300     DISPLAY 'REVOPSUM: JOBS WARNING      = ' WS-WARNING-COUNT
113400     DISPLAY 'REVOPSUM: COUNTS DISAGREE   = ' WS-DISAGREE-COUNT
113500
113600     EVALUATE TRUE
113700         WHEN WS-MISSING-COUNT > 0
113800           OR WS-FAILED-COUNT > 0
113900           OR WS-DISAGREE-COUNT > 0
114000           OR RUN-ABORTED
114100             MOVE 8 TO RETURN-CODE
114200         WHEN WS-WARNING-COUNT > 0
114300           OR WS-NOT-AVAIL-COUNT > 0
114400             MOVE 4 TO RETURN-CODE
114500     END-EVALUATE.
114600
114700 9000-EXIT.
114800     EXIT.
