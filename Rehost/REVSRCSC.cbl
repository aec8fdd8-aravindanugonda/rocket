000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVSRCSC.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  MONTHLY DATA-QUALITY SCORECARD FOR EACH          *
001000*             DISTRIBUTION CENTER THAT FEEDS REVBATCH, OFF THE *
001100*             SRCSTAT SOURCE STATISTICS (SEE REVSSTR) REVBATCH *
001200*             POSTS FOR EVERY CENTER ON EVERY RUN.  ONE SECTION*
001300*             PER CENTER ON THE SRCREG REGISTRY (SEE REVSRGR), *
001400*             PLUS ONE FOR ANY UNREGISTERED SOURCE THAT SENT   *
001500*             RECORDS IN THE MONTH, EACH SECTION COMPLETE IN   *
001600*             ITSELF SO IT CAN BE SENT BACK TO THE CENTER:     *
001700*             NIGHTS RECEIVED AND NIGHTS MISSING AT THE        *
001800*             NIGHTLY RUN, RECORDS SENT AND REJECTED BY        *
001900*             REASON, HOW OFTEN THE SOURCE CHECK FOUND THE     *
002000*             VOLUME OR REJECT RATE OFF, AND A LINE FOR EVERY  *
002100*             RUN.  THEN ONE LINE PER CENTER FOR ALL CENTERS.  *
002200*             THE REJECTS ARE THOSE OF THE CENTER'S OWN        *
002300*             EXTRACT - A CORRECTED RECORD REJECTED AGAIN FROM *
002400*             CORRIN IS NOT CHARGED TO IT.                     *
002500*                                                               *
002600*             RETURN CODE 4 WHEN ANY CENTER MISSED A NIGHT,    *
002700*             WAS FLAGGED BY THE SOURCE CHECK, OR IS NOT       *
002800*             REGISTERED, OR WHEN SRCREG COULD NOT BE READ;    *
002900*             8 FOR AN INVALID PARAMETER CARD OR NO SRCSTAT.   *
003000*                                                               *
003100*             PARAMETER CARDS (SYSIN), OPTIONAL:               *
003200*             COL 01     CARD TYPE                             *
003300*                        M - SCORECARD MONTH.  COLS 03-08      *
003400*                            YYYYMM.  DEFAULT IS THE MONTH     *
003500*                            BEFORE THE CURRENT ONE            *
003600*                        * - COMMENT                           *
003700*                                                               *
003800*   MODIFICATION HISTORY.                                       *
003900*   DATE       INIT  DESCRIPTION                                 *
004000*   ---------  ----  -------------------------------------------*
004100*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
004200*                                                               *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-Z.
004700 OBJECT-COMPUTER. IBM-Z.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT SRC-REG-FILE ASSIGN TO SRCREG
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS REVSRG-KEY
005400         FILE STATUS IS WS-SREG-STATUS.
005500
005600     SELECT SRC-STAT-FILE ASSIGN TO SRCSTAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS REVSST-KEY
006000         FILE STATUS IS WS-SSTA-STATUS.
006100
006200     SELECT REPORT-FILE     ASSIGN TO SCORERPT
006300                            ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-PARM-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SRC-REG-FILE
007200     RECORDING MODE IS F.
007300     COPY REVSRGR.
007400
007500 FD  SRC-STAT-FILE
007600     RECORDING MODE IS F.
007700     COPY REVSSTR.
007800
007900 FD  REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  REPORT-LINE                  PIC X(133).
008200
008300 FD  PARM-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  PARM-RECORD                  PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900
009000 01  WS-SWITCHES.
009100     05 WS-PARM-EOF-SW            PIC X(01) VALUE 'N'.
009200        88 END-OF-PARM-CARDS           VALUE 'Y'.
009300     05 WS-PARM-STATUS            PIC X(02) VALUE SPACES.
009400        88 PARM-FILE-OPEN-OK            VALUES '00' '05'.
009500     05 WS-PARM-ERROR-SW          PIC X(01) VALUE 'N'.
009600        88 PARM-CARD-INVALID            VALUE 'Y'.
009700     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
009800        88 RUN-ABORTED                 VALUE 'Y'.
009900     05 WS-SREG-STATUS            PIC X(02) VALUE SPACES.
010000        88 SREG-FILE-OPEN-OK           VALUE '00'.
010100     05 WS-SREG-EOF-SW            PIC X(01) VALUE 'N'.
010200        88 END-OF-REGISTRY             VALUE 'Y'.
010300     05 WS-SREG-AVAIL-SW          PIC X(01) VALUE 'N'.
010400        88 REGISTRY-AVAILABLE          VALUE 'Y'.
010500     05 WS-SSTA-STATUS            PIC X(02) VALUE SPACES.
010600        88 SSTA-FILE-OPEN-OK           VALUE '00'.
010700     05 WS-SSTA-EOF-SW            PIC X(01) VALUE 'N'.
010800        88 END-OF-SOURCE-STATS         VALUE 'Y'.
010900     05 WS-SRC-FOUND-SW           PIC X(01) VALUE 'N'.
011000        88 SOURCE-ENTRY-FOUND          VALUE 'Y'.
011100     05 WS-WARN-SW                PIC X(01) VALUE 'N'.
011200        88 SCORECARD-WARNING           VALUE 'Y'.
011300
011400 01  WS-COUNTERS.
011500     05 WS-STATS-READ             PIC 9(09) COMP VALUE 0.
011600     05 WS-STATS-OVERFLOW         PIC 9(09) COMP VALUE 0.
011700     05 WS-BATCH-NIGHTS           PIC 9(03) COMP VALUE 0.
011800     05 WS-LAST-NIGHT             PIC 9(08) VALUE 0.
011900     05 WS-CENTERS-FLAGGED        PIC 9(03) COMP VALUE 0.
012000     05 WS-CENTER-ROWS            PIC 9(05) COMP VALUE 0.
012100
012200 01  WS-DATE-FIELDS.
012300     05 WS-TODAY                  PIC 9(08) VALUE 0.
012400     05 WS-TODAY-PARTS REDEFINES WS-TODAY.
012500        10 WS-TODAY-YEAR          PIC 9(04).
012600        10 WS-TODAY-MONTH         PIC 9(02).
012700        10 WS-TODAY-DAY           PIC 9(02).
012800     05 WS-SCORE-MONTH            PIC 9(06) VALUE 0.
012900     05 WS-SCORE-MONTH-PARTS REDEFINES WS-SCORE-MONTH.
013000        10 WS-SCORE-YEAR          PIC 9(04).
013100        10 WS-SCORE-MM            PIC 9(02).
013200     05 WS-MONTH-FROM             PIC 9(08) VALUE 0.
013300     05 WS-MONTH-TO               PIC 9(08) VALUE 0.
013400
013500*    ONE ENTRY PER CENTER - THE REGISTERED CENTERS IN KEY ORDER,
013600*    THEN ANY OTHER SOURCE FOUND ON SRCSTAT FOR THE MONTH, IN
013700*    THE ORDER IT FIRST APPEARS.  A SOURCE IS ON A NIGHT WHEN
013800*    ANY RUN THAT DATE CARRIED IT; A SECOND CYCLE THE SAME DATE
013900*    ADDS ITS RECORDS BUT NOT ANOTHER NIGHT.
014000 01  WS-SOURCE-TABLE.
014100     05 WS-SRC-MAX                PIC 9(02) COMP VALUE 20.
014200     05 WS-SRC-COUNT              PIC 9(02) COMP VALUE 0.
014300     05 WS-SRC-IDX                PIC 9(02) COMP VALUE 0.
014400     05 WS-SRC-SUB                PIC 9(02) COMP VALUE 0.
014500     05 WS-SRC-LOOKUP             PIC X(03) VALUE SPACES.
014600     05 WS-SRC-ENTRY              OCCURS 20 TIMES.
014700        10 WS-SRC-SOURCE          PIC X(03).
014800        10 WS-SRC-NAME            PIC X(30).
014900        10 WS-SRC-CONTACT         PIC X(20).
015000        10 WS-SRC-REG-SW          PIC X(01).
015100           88 SRC-REGISTERED           VALUE 'Y'.
015200           88 SRC-UNREGISTERED         VALUE 'N'.
015300        10 WS-SRC-NIGHTLY-SW      PIC X(01).
015400           88 SRC-EXPECTED-NIGHTLY     VALUE 'Y'.
015500        10 WS-SRC-RUNS            PIC 9(05) COMP.
015600        10 WS-SRC-NIGHTS-RCVD     PIC 9(03) COMP.
015700        10 WS-SRC-LAST-RCVD       PIC 9(08).
015800        10 WS-SRC-NIGHTS-MISSED   PIC 9(03) COMP.
015900        10 WS-SRC-LAST-MISSED     PIC 9(08).
016000        10 WS-SRC-NIGHTS-FLAGGED  PIC 9(03) COMP.
016100        10 WS-SRC-LAST-FLAGGED    PIC 9(08).
016200        10 WS-SRC-VOLUME          PIC 9(11) COMP.
016300        10 WS-SRC-REJECTED        PIC 9(11) COMP.
016400        10 WS-SRC-REJ-CODE        PIC 9(11) COMP.
016500        10 WS-SRC-REJ-CLASS       PIC 9(11) COMP.
016600        10 WS-SRC-REJ-DATE        PIC 9(11) COMP.
016700        10 WS-SRC-BELOW-MIN       PIC 9(03) COMP.
016800        10 WS-SRC-ABOVE-MAX       PIC 9(03) COMP.
016900        10 WS-SRC-LOW-AVG         PIC 9(03) COMP.
017000        10 WS-SRC-HIGH-AVG        PIC 9(03) COMP.
017100        10 WS-SRC-REJ-HIGH        PIC 9(03) COMP.
017200        10 WS-SRC-STATUS          PIC X(20).
017300
017400 01  WS-SCORE-WORK.
017500     05 WS-PCT                    PIC 9(03)V99 VALUE 0.
017600     05 WS-AVG-NIGHT              PIC 9(11) VALUE 0.
017700     05 WS-FIND-PTR               PIC 9(02) COMP VALUE 0.
017800     05 WS-FIND-TEXT              PIC X(40) VALUE SPACES.
017900
018000*    PARAMETER CARD READ FROM SYSIN - SEE THE PROGRAM HEADER.
018100 01  WS-PARM-CARD.
018200     05 WS-PARM-TYPE              PIC X(01).
018300        88 PARM-IS-MONTH               VALUE 'M'.
018400        88 PARM-IS-COMMENT             VALUES '*' ' '.
018500     05 FILLER                    PIC X(01).
018600     05 WS-PARM-BODY              PIC X(78).
018700     05 WS-PARM-MONTH-VIEW REDEFINES WS-PARM-BODY.
018800        10 WS-PARM-MONTH          PIC X(06).
018900        10 WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.
019000           15 WS-PARM-YEAR        PIC 9(04).
019100           15 WS-PARM-MM          PIC 9(02).
019200        10 FILLER                 PIC X(72).
019300
019400 01  WS-HEADING-1.
019500     05 FILLER                    PIC X(20) VALUE SPACES.
019600     05 FILLER                    PIC X(42)
019700          VALUE 'DISTRIBUTION CENTER DATA-QUALITY SCORECARD'.
019800     05 FILLER                    PIC X(09) VALUE ' - MONTH '.
019900     05 WSH-YEAR                  PIC 9(04).
020000     05 FILLER                    PIC X(01) VALUE '-'.
020100     05 WSH-MM                    PIC 9(02).
020200     05 FILLER                    PIC X(55) VALUE SPACES.
020300
020400 01  WS-CENTER-LINE.
020500     05 FILLER                    PIC X(10) VALUE SPACES.
020600     05 FILLER                    PIC X(08) VALUE 'CENTER'.
020700     05 WSC-SOURCE                PIC X(03).
020800     05 FILLER                    PIC X(02) VALUE SPACES.
020900     05 WSC-NAME                  PIC X(30).
021000     05 FILLER                    PIC X(02) VALUE SPACES.
021100     05 WSC-NIGHTLY               PIC X(20).
021200     05 FILLER                    PIC X(58) VALUE SPACES.
021300
021400 01  WS-CONTACT-LINE.
021500     05 FILLER                    PIC X(10) VALUE SPACES.
021600     05 FILLER                    PIC X(08) VALUE 'CONTACT'.
021700     05 WSK-CONTACT               PIC X(20).
021800     05 FILLER                    PIC X(95) VALUE SPACES.
021900
022000 01  WS-SUMMARY-LINE.
022100     05 FILLER                    PIC X(10) VALUE SPACES.
022200     05 WSM-LABEL                 PIC X(40).
022300     05 WSM-COUNT                 PIC ZZZ,ZZZ,ZZ9.
022400     05 FILLER                    PIC X(72) VALUE SPACES.
022500
022600 01  WS-SUMMARY-PCT-LINE.
022700     05 FILLER                    PIC X(10) VALUE SPACES.
022800     05 WSP-LABEL                 PIC X(40).
022900     05 FILLER                    PIC X(05) VALUE SPACES.
023000     05 WSP-PCT                   PIC ZZ9.99.
023100     05 FILLER                    PIC X(72) VALUE SPACES.
023200
023300 01  WS-SUMMARY-TEXT-LINE.
023400     05 FILLER                    PIC X(10) VALUE SPACES.
023500     05 WSX-LABEL                 PIC X(40).
023600     05 WSX-TEXT                  PIC X(40).
023700     05 FILLER                    PIC X(43) VALUE SPACES.
023800
023900 01  WS-RUN-HEADS.
024000     05 FILLER                    PIC X(10) VALUE SPACES.
024100     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
024200     05 FILLER                    PIC X(04) VALUE 'CY'.
024300     05 FILLER                    PIC X(12) VALUE '    RECORDS'.
024400     05 FILLER                    PIC X(12) VALUE '   REJECTED'.
024500     05 FILLER                    PIC X(07) VALUE '  REJ%'.
024600     05 FILLER                    PIC X(08) VALUE '   CODE'.
024700     05 FILLER                    PIC X(08) VALUE '  CLASS'.
024800     05 FILLER                    PIC X(08) VALUE '   DATE'.
024900     05 FILLER                    PIC X(54) VALUE ' FINDINGS'.
025000
025100 01  WS-RUN-LINE.
025200     05 FILLER                    PIC X(10) VALUE SPACES.
025300     05 WSR-DATE                  PIC 9(08).
025400     05 FILLER                    PIC X(02) VALUE SPACES.
025500     05 WSR-CYCLE                 PIC 9(02).
025600     05 FILLER                    PIC X(02) VALUE SPACES.
025700     05 WSR-VOLUME                PIC ZZZ,ZZZ,ZZ9.
025800     05 FILLER                    PIC X(01) VALUE SPACES.
025900     05 WSR-REJECTED              PIC ZZZ,ZZZ,ZZ9.
026000     05 FILLER                    PIC X(01) VALUE SPACES.
026100     05 WSR-REJ-PCT               PIC ZZ9.99.
026200     05 FILLER                    PIC X(01) VALUE SPACES.
026300     05 WSR-REJ-CODE              PIC ZZZ,ZZ9.
026400     05 FILLER                    PIC X(01) VALUE SPACES.
026500     05 WSR-REJ-CLASS             PIC ZZZ,ZZ9.
026600     05 FILLER                    PIC X(01) VALUE SPACES.
026700     05 WSR-REJ-DATE              PIC ZZZ,ZZ9.
026800     05 FILLER                    PIC X(02) VALUE SPACES.
026900     05 WSR-FINDINGS              PIC X(40).
027000     05 FILLER                    PIC X(13) VALUE SPACES.
027100
027200 01  WS-NOTE-LINE.
027300     05 FILLER                    PIC X(10) VALUE SPACES.
027400     05 WSN-TEXT                  PIC X(80).
027500     05 FILLER                    PIC X(43) VALUE SPACES.
027600
027700 01  WS-ALL-HEADS.
027800     05 FILLER                    PIC X(01) VALUE SPACES.
027900     05 FILLER                    PIC X(05) VALUE 'SRC'.
028000     05 FILLER                    PIC X(31) VALUE 'CENTER'.
028100     05 FILLER                    PIC X(03) VALUE 'NTL'.
028200     05 FILLER                    PIC X(05) VALUE ' RCVD'.
028300     05 FILLER                    PIC X(07) VALUE '   MISS'.
028400     05 FILLER                    PIC X(14) VALUE '      RECORDS'.
028500     05 FILLER                    PIC X(14) VALUE '     REJECTED'.
028600     05 FILLER                    PIC X(07) VALUE '  REJ%'.
028700     05 FILLER                    PIC X(08) VALUE '   FLG'.
028800     05 FILLER                    PIC X(38) VALUE 'STATUS'.
028900
029000 01  WS-ALL-LINE.
029100     05 FILLER                    PIC X(01) VALUE SPACES.
029200     05 WSA-SOURCE                PIC X(03).
029300     05 FILLER                    PIC X(02) VALUE SPACES.
029400     05 WSA-NAME                  PIC X(30).
029500     05 FILLER                    PIC X(01) VALUE SPACES.
029600     05 WSA-NIGHTLY               PIC X(01).
029700     05 FILLER                    PIC X(03) VALUE SPACES.
029800     05 WSA-RCVD                  PIC ZZ9.
029900     05 FILLER                    PIC X(04) VALUE SPACES.
030000     05 WSA-MISSED                PIC ZZ9.
030100     05 FILLER                    PIC X(01) VALUE SPACES.
030200     05 WSA-VOLUME                PIC Z,ZZZ,ZZZ,ZZ9.
030300     05 FILLER                    PIC X(01) VALUE SPACES.
030400     05 WSA-REJECTED              PIC Z,ZZZ,ZZZ,ZZ9.
030500     05 FILLER                    PIC X(01) VALUE SPACES.
030600     05 WSA-REJ-PCT               PIC ZZ9.99.
030700     05 FILLER                    PIC X(04) VALUE SPACES.
030800     05 WSA-FLAGGED               PIC ZZ9.
030900     05 FILLER                    PIC X(02) VALUE SPACES.
031000     05 WSA-STATUS                PIC X(20).
031100     05 FILLER                    PIC X(18) VALUE SPACES.
031200
031300     COPY REVJPARM.
031400
031500 PROCEDURE DIVISION.
031600*****************************************************************
031700*    0000-MAINLINE - LOAD THE REGISTRY, ADD UP THE MONTH'S      *
031800*                    SRCSTAT RECORDS BY CENTER, PRINT A         *
031900*                    SECTION PER CENTER AND THE ALL-CENTERS     *
032000*                    SUMMARY                                    *
032100*****************************************************************
032200 0000-MAINLINE.
032300     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
032400
032500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032600
032700     IF PARM-CARD-INVALID
032800        OR RUN-ABORTED
032900         MOVE 8 TO RETURN-CODE
033000     ELSE
033100         PERFORM 2000-TAKE-ONE-STAT THRU 2000-EXIT
033200             UNTIL END-OF-SOURCE-STATS
033300
033400         PERFORM 3000-PRINT-ONE-CENTER THRU 3000-EXIT
033500             VARYING WS-SRC-IDX FROM 1 BY 1
033600             UNTIL WS-SRC-IDX > WS-SRC-COUNT
033700
033800         PERFORM 4000-PRINT-ALL-CENTERS THRU 4000-EXIT
033900
034000         PERFORM 9000-TERMINATE THRU 9000-EXIT
034100
034200         IF SCORECARD-WARNING
034300             MOVE 4 TO RETURN-CODE
034400         ELSE
034500             MOVE 0 TO RETURN-CODE
034600         END-IF
034700     END-IF
034800
034900     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
035000
035100     GOBACK.
035200
035300*****************************************************************
035400*    1000-INITIALIZE - READ THE PARAMETER CARDS, SET THE MONTH, *
035500*                      LOAD THE REGISTRY, AND POSITION SRCSTAT  *
035600*                      AT THE FIRST RUN OF THE MONTH            *
035700*****************************************************************
035800 1000-INITIALIZE.
035900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
036000
036100     PERFORM 1010-READ-PARM-CARDS THRU 1010-EXIT
036200
036300     IF PARM-CARD-INVALID
036400         GO TO 1000-EXIT
036500     END-IF
036600
036700     IF WS-SCORE-MONTH = 0
036800         PERFORM 1080-DEFAULT-MONTH THRU 1080-EXIT
036900     END-IF
037000
037100     COMPUTE WS-MONTH-FROM = WS-SCORE-MONTH * 100 + 1
037200     COMPUTE WS-MONTH-TO   = WS-SCORE-MONTH * 100 + 31
037300
037400     MOVE WS-SCORE-YEAR TO WSH-YEAR
037500     MOVE WS-SCORE-MM   TO WSH-MM
037600
037700     DISPLAY 'REVSRCSC: SCORECARD MONTH = ' WS-SCORE-MONTH
037800
037900     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
038000
038100     OPEN INPUT SRC-STAT-FILE
038200
038300     IF NOT SSTA-FILE-OPEN-OK
038400         DISPLAY 'REVSRCSC: SRCSTAT OPEN FAILED, FILE STATUS '
038500             WS-SSTA-STATUS
038600         SET RUN-ABORTED TO TRUE
038700         GO TO 1000-EXIT
038800     END-IF
038900
039000     OPEN OUTPUT REPORT-FILE
039100
039200     PERFORM 2100-START-MONTH THRU 2100-EXIT.
039300
039400 1000-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*    1010-READ-PARM-CARDS - TAKE EVERY CARD ON SYSIN.  NO SYSIN *
039900*                           LEAVES THE DEFAULT MONTH            *
040000*****************************************************************
040100 1010-READ-PARM-CARDS.
040200     OPEN INPUT PARM-FILE
040300
040400     IF NOT PARM-FILE-OPEN-OK
040500         GO TO 1010-EXIT
040600     END-IF
040700
040800     PERFORM 1030-READ-PARM-CARD THRU 1030-EXIT
040900
041000     PERFORM 1020-TAKE-ONE-CARD THRU 1020-EXIT
041100         UNTIL END-OF-PARM-CARDS
041200            OR PARM-CARD-INVALID
041300
041400     CLOSE PARM-FILE.
041500
041600 1010-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    1020-TAKE-ONE-CARD - VALIDATE ONE CARD AND APPLY IT        *
042100*****************************************************************
042200 1020-TAKE-ONE-CARD.
042300     EVALUATE TRUE
042400         WHEN PARM-IS-MONTH
042500             IF WS-PARM-MONTH-N NUMERIC
042600                AND WS-PARM-YEAR > 0
042700                AND WS-PARM-MM > 0
042800                AND WS-PARM-MM < 13
042900                 MOVE WS-PARM-MONTH-N TO WS-SCORE-MONTH
043000             ELSE
043100                 DISPLAY 'REVSRCSC: INVALID MONTH ON PARM CARD - '
043200                     WS-PARM-MONTH
043300                 SET PARM-CARD-INVALID TO TRUE
043400             END-IF
043500         WHEN PARM-IS-COMMENT
043600             CONTINUE
043700         WHEN OTHER
043800             DISPLAY 'REVSRCSC: INVALID CARD TYPE ON PARM '
043900                 'CARD - ' WS-PARM-TYPE
044000             SET PARM-CARD-INVALID TO TRUE
044100     END-EVALUATE
044200
044300     PERFORM 1030-READ-PARM-CARD THRU 1030-EXIT.
044400
044500 1020-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    1030-READ-PARM-CARD - NEXT SYSIN CARD                      *
045000*****************************************************************
045100 1030-READ-PARM-CARD.
045200     MOVE SPACES TO WS-PARM-CARD
045300     READ PARM-FILE INTO WS-PARM-CARD
045400         AT END
045500             SET END-OF-PARM-CARDS TO TRUE
045600     END-READ.
045700
045800 1030-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*    1080-DEFAULT-MONTH - THE MONTH BEFORE THE CURRENT ONE - THE *
046300*                         JOB RUNS EARLY IN THE MONTH FOR THE   *
046400*                         MONTH JUST ENDED                      *
046500*****************************************************************
046600 1080-DEFAULT-MONTH.
046700     MOVE WS-TODAY-YEAR  TO WS-SCORE-YEAR
046800     MOVE WS-TODAY-MONTH TO WS-SCORE-MM
046900
047000     IF WS-SCORE-MM = 1
047100         SUBTRACT 1 FROM WS-SCORE-YEAR
047200         MOVE 12 TO WS-SCORE-MM
047300     ELSE
047400         SUBTRACT 1 FROM WS-SCORE-MM
047500     END-IF.
047600
047700 1080-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*    1100-LOAD-REGISTRY - ONE TABLE ENTRY PER REGISTERED CENTER, *
048200*                         IN KEY ORDER, SO EVERY CENTER GETS A  *
048300*                         SECTION EVEN IN A MONTH IT SENT       *
048400*                         NOTHING.  WITHOUT THE REGISTRY THE    *
048500*                         CARD STILL PRINTS, FOR THE SOURCES ON *
048600*                         SRCSTAT, BUT ENDS RC 4                *
048700*****************************************************************
048800 1100-LOAD-REGISTRY.
048900     OPEN INPUT SRC-REG-FILE
049000
049100     IF NOT SREG-FILE-OPEN-OK
049200         DISPLAY 'REVSRCSC: SOURCE REGISTRY SRCREG NOT '
049300             'AVAILABLE, FILE STATUS ' WS-SREG-STATUS
049400         SET SCORECARD-WARNING TO TRUE
049500         GO TO 1100-EXIT
049600     END-IF
049700
049800     SET REGISTRY-AVAILABLE TO TRUE
049900
050000     PERFORM 1110-LOAD-ONE-CENTER THRU 1110-EXIT
050100         UNTIL END-OF-REGISTRY
050200
050300     CLOSE SRC-REG-FILE
050400
050500     DISPLAY 'REVSRCSC: CENTERS REGISTERED = ' WS-SRC-COUNT.
050600
050700 1100-EXIT.
050800     EXIT.
050900
051000 1110-LOAD-ONE-CENTER.
051100     READ SRC-REG-FILE NEXT
051200         AT END
051300             SET END-OF-REGISTRY TO TRUE
051400             GO TO 1110-EXIT
051500     END-READ
051600
051700     IF WS-SRC-COUNT NOT < WS-SRC-MAX
051800         DISPLAY 'REVSRCSC: MORE THAN ' WS-SRC-MAX
051900             ' CENTERS REGISTERED - ' REVSRG-SOURCE
052000             ' LEFT OFF - ENLARGE THE SOURCE TABLE'
052100         SET SCORECARD-WARNING TO TRUE
052200         GO TO 1110-EXIT
052300     END-IF
052400
052500     ADD 1 TO WS-SRC-COUNT
052600     MOVE WS-SRC-COUNT TO WS-SRC-IDX
052700     PERFORM 2310-CLEAR-SOURCE-ENTRY THRU 2310-EXIT
052800
052900     MOVE REVSRG-SOURCE     TO WS-SRC-SOURCE(WS-SRC-IDX)
053000     MOVE REVSRG-NAME       TO WS-SRC-NAME(WS-SRC-IDX)
053100     MOVE REVSRG-CONTACT    TO WS-SRC-CONTACT(WS-SRC-IDX)
053200     MOVE 'Y'               TO WS-SRC-REG-SW(WS-SRC-IDX)
053300     MOVE REVSRG-NIGHTLY-SW TO WS-SRC-NIGHTLY-SW(WS-SRC-IDX).
053400
053500 1110-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*    2000-TAKE-ONE-STAT - ADD ONE SRCSTAT RECORD OF THE MONTH TO *
054000*                         ITS CENTER'S TOTALS, THEN READ THE    *
054100*                         NEXT                                  *
054200*****************************************************************
054300 2000-TAKE-ONE-STAT.
054400     ADD 1 TO WS-STATS-READ
054500
054600     IF REVSST-RUN-DATE NOT = WS-LAST-NIGHT
054700         ADD 1 TO WS-BATCH-NIGHTS
054800         MOVE REVSST-RUN-DATE TO WS-LAST-NIGHT
054900     END-IF
055000
055100     MOVE REVSST-SOURCE TO WS-SRC-LOOKUP
055200     PERFORM 2200-FIND-SOURCE THRU 2200-EXIT
055300
055400     IF NOT SOURCE-ENTRY-FOUND
055500         PERFORM 2300-ADD-SOURCE THRU 2300-EXIT
055600     END-IF
055700
055800     IF NOT SOURCE-ENTRY-FOUND
055900         ADD 1 TO WS-STATS-OVERFLOW
056000         GO TO 2000-READ-NEXT
056100     END-IF
056200
056300     ADD 1 TO WS-SRC-RUNS(WS-SRC-IDX)
056400     ADD REVSST-VOLUME    TO WS-SRC-VOLUME(WS-SRC-IDX)
056500     ADD REVSST-REJECTED  TO WS-SRC-REJECTED(WS-SRC-IDX)
056600     ADD REVSST-REJ-CODE  TO WS-SRC-REJ-CODE(WS-SRC-IDX)
056700     ADD REVSST-REJ-CLASS TO WS-SRC-REJ-CLASS(WS-SRC-IDX)
056800     ADD REVSST-REJ-DATE  TO WS-SRC-REJ-DATE(WS-SRC-IDX)
056900
057000     IF REVSST-VOLUME > 0
057100        AND REVSST-RUN-DATE NOT = WS-SRC-LAST-RCVD(WS-SRC-IDX)
057200         ADD 1 TO WS-SRC-NIGHTS-RCVD(WS-SRC-IDX)
057300         MOVE REVSST-RUN-DATE TO WS-SRC-LAST-RCVD(WS-SRC-IDX)
057400     END-IF
057500
057600     IF REVSST-MISSING
057700        AND REVSST-RUN-DATE NOT = WS-SRC-LAST-MISSED(WS-SRC-IDX)
057800         ADD 1 TO WS-SRC-NIGHTS-MISSED(WS-SRC-IDX)
057900         MOVE REVSST-RUN-DATE TO WS-SRC-LAST-MISSED(WS-SRC-IDX)
058000     END-IF
058100
058200     IF REVSST-BELOW-RANGE
058300         ADD 1 TO WS-SRC-BELOW-MIN(WS-SRC-IDX)
058400     END-IF
058500     IF REVSST-ABOVE-RANGE
058600         ADD 1 TO WS-SRC-ABOVE-MAX(WS-SRC-IDX)
058700     END-IF
058800     IF REVSST-LOW-VS-AVERAGE
058900         ADD 1 TO WS-SRC-LOW-AVG(WS-SRC-IDX)
059000     END-IF
059100     IF REVSST-HIGH-VS-AVERAGE
059200         ADD 1 TO WS-SRC-HIGH-AVG(WS-SRC-IDX)
059300     END-IF
059400     IF REVSST-REJECT-RATE-HIGH
059500         ADD 1 TO WS-SRC-REJ-HIGH(WS-SRC-IDX)
059600     END-IF
059700
059800     IF REVSST-FINDINGS NOT = SPACES
059900        AND REVSST-RUN-DATE NOT = WS-SRC-LAST-FLAGGED(WS-SRC-IDX)
060000         ADD 1 TO WS-SRC-NIGHTS-FLAGGED(WS-SRC-IDX)
060100         MOVE REVSST-RUN-DATE TO WS-SRC-LAST-FLAGGED(WS-SRC-IDX)
060200     END-IF.
060300
060400 2000-READ-NEXT.
060500     PERFORM 2110-READ-STAT THRU 2110-EXIT.
060600
060700 2000-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*    2100-START-MONTH - POSITION SRCSTAT AT THE FIRST RUN OF THE *
061200*                       MONTH AND READ IT.  USED FOR THE TOTALS *
061300*                       PASS AND AGAIN FOR EACH CENTER'S RUN    *
061400*                       LINES                                   *
061500*****************************************************************
061600 2100-START-MONTH.
061700     MOVE 'N' TO WS-SSTA-EOF-SW
061800     MOVE WS-MONTH-FROM TO REVSST-RUN-DATE
061900     MOVE 0 TO REVSST-RUN-CYCLE
062000     MOVE LOW-VALUES TO REVSST-SOURCE
062100
062200     START SRC-STAT-FILE KEY NOT < REVSST-KEY
062300         INVALID KEY
062400             SET END-OF-SOURCE-STATS TO TRUE
062500             GO TO 2100-EXIT
062600     END-START
062700
062800     PERFORM 2110-READ-STAT THRU 2110-EXIT.
062900
063000 2100-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400*    2110-READ-STAT - NEXT SRCSTAT RECORD.  THE MONTH ENDS AT    *
063500*                     THE FIRST RUN DATED AFTER IT              *
063600*****************************************************************
063700 2110-READ-STAT.
063800     READ SRC-STAT-FILE NEXT
063900         AT END
064000             SET END-OF-SOURCE-STATS TO TRUE
064100             GO TO 2110-EXIT
064200     END-READ
064300
064400     IF REVSST-RUN-DATE > WS-MONTH-TO
064500         SET END-OF-SOURCE-STATS TO TRUE
064600     END-IF.
064700
064800 2110-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*    2200-FIND-SOURCE - LOOK UP WS-SRC-LOOKUP IN THE SOURCE     *
065300*                       TABLE; WS-SRC-IDX POINTS AT THE ENTRY   *
065400*                       WHEN FOUND                              *
065500*****************************************************************
065600 2200-FIND-SOURCE.
065700     MOVE 'N' TO WS-SRC-FOUND-SW
065800
065900     PERFORM 2210-CHECK-ONE-SOURCE THRU 2210-EXIT
066000         VARYING WS-SRC-SUB FROM 1 BY 1
066100         UNTIL WS-SRC-SUB > WS-SRC-COUNT
066200            OR SOURCE-ENTRY-FOUND.
066300
066400 2200-EXIT.
066500     EXIT.
066600
066700 2210-CHECK-ONE-SOURCE.
066800     IF WS-SRC-SOURCE(WS-SRC-SUB) = WS-SRC-LOOKUP
066900         SET SOURCE-ENTRY-FOUND TO TRUE
067000         MOVE WS-SRC-SUB TO WS-SRC-IDX
067100     END-IF.
067200
067300 2210-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700*    2300-ADD-SOURCE - NEW ENTRY FOR A SOURCE ON SRCSTAT THAT IS *
067800*                      NOT ON THE REGISTRY.  A FULL TABLE LEAVES *
067900*                      SOURCE-ENTRY-FOUND OFF                   *
068000*****************************************************************
068100 2300-ADD-SOURCE.
068200     IF WS-SRC-COUNT NOT < WS-SRC-MAX
068300         GO TO 2300-EXIT
068400     END-IF
068500
068600     ADD 1 TO WS-SRC-COUNT
068700     MOVE WS-SRC-COUNT TO WS-SRC-IDX
068800     PERFORM 2310-CLEAR-SOURCE-ENTRY THRU 2310-EXIT
068900
069000     MOVE WS-SRC-LOOKUP TO WS-SRC-SOURCE(WS-SRC-IDX)
069100     IF REGISTRY-AVAILABLE
069200         MOVE 'N' TO WS-SRC-REG-SW(WS-SRC-IDX)
069300     END-IF
069400     SET SOURCE-ENTRY-FOUND TO TRUE.
069500
069600 2300-EXIT.
069700     EXIT.
069800
069900 2310-CLEAR-SOURCE-ENTRY.
070000     MOVE SPACES TO WS-SRC-SOURCE(WS-SRC-IDX)
070100     MOVE SPACES TO WS-SRC-NAME(WS-SRC-IDX)
070200     MOVE SPACES TO WS-SRC-CONTACT(WS-SRC-IDX)
070300     MOVE SPACE  TO WS-SRC-REG-SW(WS-SRC-IDX)
070400     MOVE 'N'    TO WS-SRC-NIGHTLY-SW(WS-SRC-IDX)
070500     MOVE SPACES TO WS-SRC-STATUS(WS-SRC-IDX)
070600     MOVE 0 TO WS-SRC-RUNS(WS-SRC-IDX)
070700     MOVE 0 TO WS-SRC-NIGHTS-RCVD(WS-SRC-IDX)
070800     MOVE 0 TO WS-SRC-LAST-RCVD(WS-SRC-IDX)
070900     MOVE 0 TO WS-SRC-NIGHTS-MISSED(WS-SRC-IDX)
071000     MOVE 0 TO WS-SRC-LAST-MISSED(WS-SRC-IDX)
071100     MOVE 0 TO WS-SRC-NIGHTS-FLAGGED(WS-SRC-IDX)
071200     MOVE 0 TO WS-SRC-LAST-FLAGGED(WS-SRC-IDX)
071300     MOVE 0 TO WS-SRC-VOLUME(WS-SRC-IDX)
071400     MOVE 0 TO WS-SRC-REJECTED(WS-SRC-IDX)
071500     MOVE 0 TO WS-SRC-REJ-CODE(WS-SRC-IDX)
071600     MOVE 0 TO WS-SRC-REJ-CLASS(WS-SRC-IDX)
071700     MOVE 0 TO WS-SRC-REJ-DATE(WS-SRC-IDX)
071800     MOVE 0 TO WS-SRC-BELOW-MIN(WS-SRC-IDX)
071900     MOVE 0 TO WS-SRC-ABOVE-MAX(WS-SRC-IDX)
072000     MOVE 0 TO WS-SRC-LOW-AVG(WS-SRC-IDX)
072100     MOVE 0 TO WS-SRC-HIGH-AVG(WS-SRC-IDX)
072200     MOVE 0 TO WS-SRC-REJ-HIGH(WS-SRC-IDX).
072300
072400 2310-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*    3000-PRINT-ONE-CENTER - ONE CENTER'S SCORECARD - WHO IT IS, *
072900*                            ITS MONTH IN TOTAL, AND A LINE PER *
073000*                            RUN THAT CARRIED IT                *
073100*****************************************************************
073200 3000-PRINT-ONE-CENTER.
073300     PERFORM 3050-RATE-CENTER THRU 3050-EXIT
073400
073500     MOVE SPACES TO REPORT-LINE
073600     WRITE REPORT-LINE
073700     WRITE REPORT-LINE
073800     WRITE REPORT-LINE FROM WS-HEADING-1
073900     MOVE SPACES TO REPORT-LINE
074000     WRITE REPORT-LINE
074100
074200     MOVE WS-SRC-SOURCE(WS-SRC-IDX) TO WSC-SOURCE
074300     MOVE WS-SRC-NAME(WS-SRC-IDX)   TO WSC-NAME
074400     EVALUATE TRUE
074500         WHEN SRC-UNREGISTERED(WS-SRC-IDX)
074600             MOVE 'NOT REGISTERED' TO WSC-NIGHTLY
074700         WHEN NOT SRC-REGISTERED(WS-SRC-IDX)
074800             MOVE SPACES TO WSC-NIGHTLY
074900         WHEN SRC-EXPECTED-NIGHTLY(WS-SRC-IDX)
075000             MOVE 'EXPECTED NIGHTLY' TO WSC-NIGHTLY
075100         WHEN OTHER
075200             MOVE 'SENDS AS NEEDED' TO WSC-NIGHTLY
075300     END-EVALUATE
075400     WRITE REPORT-LINE FROM WS-CENTER-LINE
075500
075600     MOVE WS-SRC-CONTACT(WS-SRC-IDX) TO WSK-CONTACT
075700     WRITE REPORT-LINE FROM WS-CONTACT-LINE
075800     MOVE SPACES TO REPORT-LINE
075900     WRITE REPORT-LINE
076000
076100     MOVE 'REVBATCH NIGHTS IN THE MONTH:' TO WSM-LABEL
076200     MOVE WS-BATCH-NIGHTS TO WSM-COUNT
076300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
076400
076500     MOVE 'NIGHTS AN EXTRACT WAS RECEIVED:' TO WSM-LABEL
076600     MOVE WS-SRC-NIGHTS-RCVD(WS-SRC-IDX) TO WSM-COUNT
076700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
076800
076900     MOVE 'NIGHTS MISSING AT THE NIGHTLY RUN:' TO WSM-LABEL
077000     MOVE WS-SRC-NIGHTS-MISSED(WS-SRC-IDX) TO WSM-COUNT
077100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
077200
077300     MOVE 'RECORDS SENT:' TO WSM-LABEL
077400     MOVE WS-SRC-VOLUME(WS-SRC-IDX) TO WSM-COUNT
077500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
077600
077700     MOVE 0 TO WS-AVG-NIGHT
077800     IF WS-SRC-NIGHTS-RCVD(WS-SRC-IDX) > 0
077900         COMPUTE WS-AVG-NIGHT ROUNDED =
078000             WS-SRC-VOLUME(WS-SRC-IDX)
078100             / WS-SRC-NIGHTS-RCVD(WS-SRC-IDX)
078200     END-IF
078300     MOVE 'AVERAGE RECORDS PER NIGHT RECEIVED:' TO WSM-LABEL
078400     MOVE WS-AVG-NIGHT TO WSM-COUNT
078500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
078600
078700     MOVE 'RECORDS REJECTED:' TO WSM-LABEL
078800     MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO WSM-COUNT
078900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
079000
079100     MOVE '  FOR THE REVERSAL CODE:' TO WSM-LABEL
079200     MOVE WS-SRC-REJ-CODE(WS-SRC-IDX) TO WSM-COUNT
079300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
079400
079500     MOVE '  FOR THE PRODUCT CLASS:' TO WSM-LABEL
079600     MOVE WS-SRC-REJ-CLASS(WS-SRC-IDX) TO WSM-COUNT
079700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
079800
079900     MOVE '  FOR THE EFFECTIVE DATE:' TO WSM-LABEL
080000     MOVE WS-SRC-REJ-DATE(WS-SRC-IDX) TO WSM-COUNT
080100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
080200
080300     PERFORM 3060-REJECT-PCT THRU 3060-EXIT
080400     MOVE 'REJECT PERCENTAGE:' TO WSP-LABEL
080500     MOVE WS-PCT TO WSP-PCT
080600     WRITE REPORT-LINE FROM WS-SUMMARY-PCT-LINE
080700
080800     MOVE 'RUNS BELOW THE REGISTERED MINIMUM:' TO WSM-LABEL
080900     MOVE WS-SRC-BELOW-MIN(WS-SRC-IDX) TO WSM-COUNT
081000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
081100
081200     MOVE 'RUNS ABOVE THE REGISTERED MAXIMUM:' TO WSM-LABEL
081300     MOVE WS-SRC-ABOVE-MAX(WS-SRC-IDX) TO WSM-COUNT
081400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
081500
081600     MOVE 'RUNS LOW AGAINST THE TRAILING AVERAGE:' TO WSM-LABEL
081700     MOVE WS-SRC-LOW-AVG(WS-SRC-IDX) TO WSM-COUNT
081800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
081900
082000     MOVE 'RUNS HIGH AGAINST THE TRAILING AVERAGE:' TO WSM-LABEL
082100     MOVE WS-SRC-HIGH-AVG(WS-SRC-IDX) TO WSM-COUNT
082200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
082300
082400     MOVE 'RUNS WITH A HIGH REJECT RATE:' TO WSM-LABEL
082500     MOVE WS-SRC-REJ-HIGH(WS-SRC-IDX) TO WSM-COUNT
082600     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
082700
082800     MOVE 'NIGHTS WITH ANY FINDING:' TO WSM-LABEL
082900     MOVE WS-SRC-NIGHTS-FLAGGED(WS-SRC-IDX) TO WSM-COUNT
083000     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
083100
083200     MOVE 'OVERALL:' TO WSX-LABEL
083300     MOVE WS-SRC-STATUS(WS-SRC-IDX) TO WSX-TEXT
083400     WRITE REPORT-LINE FROM WS-SUMMARY-TEXT-LINE
083500
083600     MOVE SPACES TO REPORT-LINE
083700     WRITE REPORT-LINE
083800
083900     IF WS-SRC-RUNS(WS-SRC-IDX) = 0
084000         MOVE 'NO RUN THIS MONTH CARRIED THIS CENTER' TO WSN-TEXT
084100         WRITE REPORT-LINE FROM WS-NOTE-LINE
084200         GO TO 3000-EXIT
084300     END-IF
084400
084500     WRITE REPORT-LINE FROM WS-RUN-HEADS
084600
084700     MOVE 0 TO WS-CENTER-ROWS
084800     PERFORM 2100-START-MONTH THRU 2100-EXIT
084900
085000     PERFORM 3100-PRINT-ONE-RUN THRU 3100-EXIT
085100         UNTIL END-OF-SOURCE-STATS
085200            OR WS-CENTER-ROWS NOT < WS-SRC-RUNS(WS-SRC-IDX).
085300
085400 3000-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800*    3050-RATE-CENTER - ONE WORD FOR THE CENTER'S MONTH.  A     *
085900*                       CENTER THAT SENDS AS NEEDED AND SENT    *
086000*                       NOTHING IS NOT COUNTED AGAINST IT       *
086100*****************************************************************
086200 3050-RATE-CENTER.
086300     EVALUATE TRUE
086400         WHEN SRC-UNREGISTERED(WS-SRC-IDX)
086500             MOVE 'NOT REGISTERED' TO WS-SRC-STATUS(WS-SRC-IDX)
086600         WHEN WS-SRC-NIGHTS-MISSED(WS-SRC-IDX) > 0
086700             MOVE 'MISSED NIGHTS' TO WS-SRC-STATUS(WS-SRC-IDX)
086800         WHEN WS-SRC-NIGHTS-FLAGGED(WS-SRC-IDX) > 0
086900             MOVE 'FLAGGED NIGHTS' TO WS-SRC-STATUS(WS-SRC-IDX)
087000         WHEN WS-SRC-NIGHTS-RCVD(WS-SRC-IDX) = 0
087100          AND SRC-EXPECTED-NIGHTLY(WS-SRC-IDX)
087200             MOVE 'NOTHING RECEIVED' TO WS-SRC-STATUS(WS-SRC-IDX)
087300         WHEN WS-SRC-NIGHTS-RCVD(WS-SRC-IDX) = 0
087400             MOVE 'NONE SENT' TO WS-SRC-STATUS(WS-SRC-IDX)
087500             GO TO 3050-EXIT
087600         WHEN OTHER
087700             MOVE 'CLEAN' TO WS-SRC-STATUS(WS-SRC-IDX)
087800             GO TO 3050-EXIT
087900     END-EVALUATE
088000
088100     ADD 1 TO WS-CENTERS-FLAGGED
088200     SET SCORECARD-WARNING TO TRUE.
088300
088400 3050-EXIT.
088500     EXIT.
088600
088700*****************************************************************
088800*    3060-REJECT-PCT - THE CENTER'S REJECTS AS A PERCENTAGE OF   *
088900*                      THE RECORDS IT SENT                      *
089000*****************************************************************
089100 3060-REJECT-PCT.
089200     MOVE 0 TO WS-PCT
089300
089400     IF WS-SRC-VOLUME(WS-SRC-IDX) > 0
089500         COMPUTE WS-PCT ROUNDED =
089600             WS-SRC-REJECTED(WS-SRC-IDX) * 100
089700             / WS-SRC-VOLUME(WS-SRC-IDX)
089800     END-IF.
089900
090000 3060-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*    3100-PRINT-ONE-RUN - ONE LINE FOR A RUN THAT CARRIED THE    *
090500*                         CENTER (OR FOUND IT MISSING), THEN    *
090600*                         READ THE NEXT SRCSTAT RECORD          *
090700*****************************************************************
090800 3100-PRINT-ONE-RUN.
090900     IF REVSST-SOURCE NOT = WS-SRC-SOURCE(WS-SRC-IDX)
091000         GO TO 3100-READ-NEXT
091100     END-IF
091200
091300     ADD 1 TO WS-CENTER-ROWS
091400
091500     MOVE SPACES TO WS-FIND-TEXT
091600     MOVE 1 TO WS-FIND-PTR
091700
091800     IF REVSST-MISSING
091900         STRING 'MISSING ' DELIMITED BY SIZE
092000             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
092100     END-IF
092200     IF REVSST-UNREGISTERED
092300         STRING 'UNREGISTERED ' DELIMITED BY SIZE
092400             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
092500     END-IF
092600     IF REVSST-BELOW-RANGE
092700         STRING 'BELOW MIN ' DELIMITED BY SIZE
092800             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
092900     END-IF
093000     IF REVSST-ABOVE-RANGE
093100         STRING 'ABOVE MAX ' DELIMITED BY SIZE
093200             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
093300     END-IF
093400     IF REVSST-LOW-VS-AVERAGE
093500         STRING 'LOW VS AVG ' DELIMITED BY SIZE
093600             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
093700     END-IF
093800     IF REVSST-HIGH-VS-AVERAGE
093900         STRING 'HIGH VS AVG ' DELIMITED BY SIZE
094000             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
094100     END-IF
094200     IF REVSST-REJECT-RATE-HIGH
094300         STRING 'REJECTS HIGH ' DELIMITED BY SIZE
094400             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
094500     END-IF
094600
094700     MOVE REVSST-RUN-DATE  TO WSR-DATE
094800     MOVE REVSST-RUN-CYCLE TO WSR-CYCLE
094900     MOVE REVSST-VOLUME    TO WSR-VOLUME
095000     MOVE REVSST-REJECTED  TO WSR-REJECTED
095100     MOVE REVSST-REJ-PCT   TO WSR-REJ-PCT
095200     MOVE REVSST-REJ-CODE  TO WSR-REJ-CODE
095300     MOVE REVSST-REJ-CLASS TO WSR-REJ-CLASS
095400     MOVE REVSST-REJ-DATE  TO WSR-REJ-DATE
095500     MOVE WS-FIND-TEXT     TO WSR-FINDINGS
095600     WRITE REPORT-LINE FROM WS-RUN-LINE.
095700
095800 3100-READ-NEXT.
095900     PERFORM 2110-READ-STAT THRU 2110-EXIT.
096000
096100 3100-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500*    4000-PRINT-ALL-CENTERS - ONE LINE PER CENTER FOR THE MONTH, *
096600*                             THEN THE TOTALS                   *
096700*****************************************************************
096800 4000-PRINT-ALL-CENTERS.
096900     MOVE SPACES TO REPORT-LINE
097000     WRITE REPORT-LINE
097100     WRITE REPORT-LINE
097200     WRITE REPORT-LINE FROM WS-HEADING-1
097300     MOVE SPACES TO REPORT-LINE
097400     WRITE REPORT-LINE
097500
097600     MOVE 'ALL CENTERS' TO WSN-TEXT
097700     WRITE REPORT-LINE FROM WS-NOTE-LINE
097800     MOVE SPACES TO REPORT-LINE
097900     WRITE REPORT-LINE
098000
098100     WRITE REPORT-LINE FROM WS-ALL-HEADS
098200
098300     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
098400         VARYING WS-SRC-IDX FROM 1 BY 1
098500         UNTIL WS-SRC-IDX > WS-SRC-COUNT
098600
098700     MOVE SPACES TO REPORT-LINE
098800     WRITE REPORT-LINE
098900
099000     MOVE 'NTL Y = EXPECTED NIGHTLY.  RCVD AND MISS ARE NIGHTS; '
099100         TO WSN-TEXT
099200     MOVE 'FLG IS NIGHTS WITH ANY FINDING.' TO WSN-TEXT(53:)
099300     WRITE REPORT-LINE FROM WS-NOTE-LINE
099400
099500     IF NOT REGISTRY-AVAILABLE
099600         MOVE 'SRCREG NOT AVAILABLE - CENTERS ARE AS FOUND ON '
099700             TO WSN-TEXT
099800         MOVE 'SRCSTAT' TO WSN-TEXT(48:)
099900         WRITE REPORT-LINE FROM WS-NOTE-LINE
100000     END-IF
100100
100200     MOVE SPACES TO REPORT-LINE
100300     WRITE REPORT-LINE
100400
100500     MOVE 'CENTERS ON THE SCORECARD:' TO WSM-LABEL
100600     MOVE WS-SRC-COUNT TO WSM-COUNT
100700     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
100800
100900     MOVE 'CENTERS NEEDING FOLLOW-UP:' TO WSM-LABEL
101000     MOVE WS-CENTERS-FLAGGED TO WSM-COUNT
101100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
101200
101300     MOVE 'SRCSTAT RECORDS FOR THE MONTH:' TO WSM-LABEL
101400     MOVE WS-STATS-READ TO WSM-COUNT
101500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
101600
101700     IF WS-STATS-OVERFLOW > 0
101800         MOVE 'SRCSTAT RECORDS LEFT OFF (TABLE FULL):'
101900             TO WSM-LABEL
102000         MOVE WS-STATS-OVERFLOW TO WSM-COUNT
102100         WRITE REPORT-LINE FROM WS-SUMMARY-LINE
102200         SET SCORECARD-WARNING TO TRUE
102300     END-IF.
102400
102500 4000-EXIT.
102600     EXIT.
102700
102800 4100-PRINT-ONE-LINE.
102900     MOVE WS-SRC-SOURCE(WS-SRC-IDX)         TO WSA-SOURCE
103000     MOVE WS-SRC-NAME(WS-SRC-IDX)           TO WSA-NAME
103100     MOVE WS-SRC-NIGHTLY-SW(WS-SRC-IDX)     TO WSA-NIGHTLY
103200     IF NOT SRC-REGISTERED(WS-SRC-IDX)
103300         MOVE SPACE TO WSA-NIGHTLY
103400     END-IF
103500     MOVE WS-SRC-NIGHTS-RCVD(WS-SRC-IDX)    TO WSA-RCVD
103600     MOVE WS-SRC-NIGHTS-MISSED(WS-SRC-IDX)  TO WSA-MISSED
103700     MOVE WS-SRC-VOLUME(WS-SRC-IDX)         TO WSA-VOLUME
103800     MOVE WS-SRC-REJECTED(WS-SRC-IDX)       TO WSA-REJECTED
103900     PERFORM 3060-REJECT-PCT THRU 3060-EXIT
104000     MOVE WS-PCT                            TO WSA-REJ-PCT
104100     MOVE WS-SRC-NIGHTS-FLAGGED(WS-SRC-IDX) TO WSA-FLAGGED
104200     MOVE WS-SRC-STATUS(WS-SRC-IDX)         TO WSA-STATUS
104300     WRITE REPORT-LINE FROM WS-ALL-LINE.
104400
104500 4100-EXIT.
104600     EXIT.
104700
104800*****************************************************************
104900*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE COUNTS       *
105000*****************************************************************
105100 9000-TERMINATE.
105200     CLOSE SRC-STAT-FILE
105300     CLOSE REPORT-FILE
105400
105500     DISPLAY 'REVSRCSC: SRCSTAT RECORDS    = ' WS-STATS-READ
105600     DISPLAY 'REVSRCSC: CENTERS            = ' WS-SRC-COUNT
105700     DISPLAY 'REVSRCSC: CENTERS FLAGGED    = ' WS-CENTERS-FLAGGED.
105800
105900 9000-EXIT.
106000     EXIT.
106100
106200*****************************************************************
106300*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
106400*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
106500*****************************************************************
106600 9800-LOG-JOB-START.
106700     SET REVJEVW-JOB-START TO TRUE
106800     MOVE 'REVSRCSC' TO REVJEVW-JOB-NAME
106900     CALL 'REVJEVW' USING REVJEVW-PARMS.
107000
107100 9800-EXIT.
107200     EXIT.
107300
107400*****************************************************************
107500*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
107600*                       KEY COUNTS                              *
107700*****************************************************************
107800 9810-LOG-JOB-END.
107900     SET REVJEVW-JOB-END TO TRUE
108000     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
108100     MOVE 'STATS' TO REVJEVW-COUNT-NAME(1)
108200     MOVE WS-STATS-READ TO REVJEVW-COUNT(1)
108300     MOVE 'CENTERS' TO REVJEVW-COUNT-NAME(2)
108400     MOVE WS-SRC-COUNT TO REVJEVW-COUNT(2)
108500     MOVE 'FLAGGED' TO REVJEVW-COUNT-NAME(3)
108600     MOVE WS-CENTERS-FLAGGED TO REVJEVW-COUNT(3)
108700
108800     CALL 'REVJEVW' USING REVJEVW-PARMS.
108900
109000 9810-EXIT.
109100     EXIT.
