000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVCOLCK.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  REVERSED-CODE COLLISION CHECK OF TONIGHT'S        *
001000*             CODEOUT.  NOTHING IN THE REVERSAL STOPS TWO       *
001100*             DIFFERENT ORIGINAL CODES FROM COMING OUT AS THE   *
001200*             SAME REVERSED CODE, AND THE LOADER KEYS ON THE    *
001300*             REVERSED CODE - IT WOULD SILENTLY OVERWRITE ONE   *
001400*             PRODUCT WITH ANOTHER.  EVERY CODEOUT DATA RECORD  *
001500*             IS RELEASED TO AN INTERNAL SORT WITH ITS          *
001600*             ORIGINAL CODE RE-DERIVED THROUGH REVLINK IN THE   *
001700*             HEADER'S MODE (THE ROUND TRIP REVCORTC HAS        *
001800*             ALREADY PROVED) AND COMES BACK IN REVERSED-CODE   *
001900*             ORDER, SO EVERY RECORD OF TONIGHT'S RUN SHARING   *
002000*             A CODE - FROM ANY SOURCE - ARRIVES TOGETHER.      *
002100*             EACH CODE IS THEN CHECKED THREE WAYS:             *
002200*               - A PALINDROME (REVERSED CODE = ORIGINAL CODE)  *
002300*               - AGAINST THE FIRST RECORD OF ITS GROUP IN      *
002400*                 TONIGHT'S RUN - A DIFFERENT ORIGINAL CODE OR  *
002500*                 PRODUCT CLASS IS A COLLISION                  *
002600*               - AGAINST EVERY EARLIER RUN ON RVBHIST FOR THE  *
002700*                 SAME REVERSED CODE (KEYED START, CODE-MAJOR   *
002800*                 LIKE REVBHINQ) - A DIFFERENT ORIGINAL CODE    *
002900*                 OR PRODUCT CLASS IS A COLLISION.  TONIGHT'S   *
003000*                 OWN RVBHIST ENTRIES ARE PASSED OVER.          *
003100*             EACH FINDING GOES TO THE COLLEXC EXCEPTION FILE   *
003200*             (SEE REVCOLR) AND THE COLLRPT REPORT WITH BOTH    *
003300*             ORIGINALS, THEIR SOURCES AND RUN DATES.  ANY      *
003400*             FINDING ENDS THE JOB WITH RETURN CODE 4 SO THE    *
003500*             DESK RESOLVES THE KEY BEFORE THE LOADER LOADS.    *
003600*             A CODEOUT THAT IS EMPTY, HEADERLESS, TRUNCATED    *
003700*             OR SHORT AGAINST ITS TRAILER, OR AN RVBHIST THAT  *
003800*             WILL NOT OPEN, ENDS RETURN CODE 8.  RUN AFTER     *
003900*             REVCOCHK AND REVCORTC HAVE BOTH PASSED.           *
004000*                                                               *
004100*   MODIFICATION HISTORY.                                       *
004200*   DATE       INIT  DESCRIPTION                                 *
004300*   ---------  ----  -------------------------------------------*
004400*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
004410*   2026-10-15  DO   RVBHIST IS NOW KEYED BY CODE, RUN DATE AND *
004420*                    RUN CYCLE (SEE REVBHSR).  THE HISTORY      *
004430*                    BROWSE NOW ALSO TAKES AN EARLIER CYCLE OF  *
004440*                    TONIGHT'S DATE AS AN EARLIER RUN, SO AN    *
004450*                    OFF-CYCLE RUN IS CHECKED AGAINST THE       *
004460*                    NIGHTLY RUN BEFORE IT, AND THE HEADING     *
004470*                    SHOWS THE CYCLE.                           *
004472*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
004474*                    END EVENT TO THE SHARED JOBEVT FILE        *
004476*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
004478*                    CODE, KEY COUNTS, AND THE CODEOUT TRAILER  *
004480*                    VERDICT - FOR THE REVOPSUM MORNING         *
004482*                    SUMMARY.                                   *
004500*                                                               *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-Z.
005000 OBJECT-COMPUTER. IBM-Z.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CODE-OUT-FILE ASSIGN TO CODEOUT
005400         ORGANIZATION IS RELATIVE
005500         ACCESS MODE IS SEQUENTIAL
005600         RELATIVE KEY IS WS-RRN
005700         FILE STATUS IS WS-OUT-STATUS.
005800
005900     SELECT BATCH-HIST-FILE ASSIGN TO RVBHIST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS REVBHS-KEY
006300         FILE STATUS IS WS-BHIST-STATUS.
006400
006500     SELECT COLLISION-FILE ASSIGN TO COLLEXC
006600                           ORGANIZATION IS SEQUENTIAL.
006700
006800     SELECT REPORT-FILE    ASSIGN TO COLLRPT
006900                           ORGANIZATION IS SEQUENTIAL.
007000
007100     SELECT SORT-FILE      ASSIGN TO SORTWK.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CODE-OUT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY REVCONR.
007900
008000 FD  BATCH-HIST-FILE
008100     RECORDING MODE IS F.
008200     COPY REVBHSR.
008300
008400 FD  COLLISION-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  COLLISION-OUT-RECORD         PIC X(100).
008800
008900 FD  REPORT-FILE
009000     RECORDING MODE IS F.
009100 01  REPORT-LINE                  PIC X(133).
009200
009300 SD  SORT-FILE.
009400 01  SORT-RECORD.
009500     05 SRT-CODE                  PIC X(20).
009600     05 SRT-SOURCE                PIC X(03).
009700     05 SRT-ORIG-CODE             PIC X(20).
009800     05 SRT-PROD-CLASS            PIC X(02).
009900
010000 WORKING-STORAGE SECTION.
010100
010200 01  WS-SWITCHES.
010300     05 WS-OUT-EOF-SW             PIC X(01) VALUE 'N'.
010400        88 END-OF-CODE-OUT             VALUE 'Y'.
010500     05 WS-TRAILER-SW             PIC X(01) VALUE 'N'.
010600        88 TRAILER-FOUND                VALUE 'Y'.
010700     05 WS-SORTED-EOF-SW          PIC X(01) VALUE 'N'.
010800        88 END-OF-SORTED                VALUE 'Y'.
010900     05 WS-HIST-EOF-SW            PIC X(01) VALUE 'N'.
011000        88 END-OF-HISTORY               VALUE 'Y'.
011100     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
011200        88 RUN-ABORTED                  VALUE 'Y'.
011300     05 WS-OUT-STATUS             PIC X(02) VALUE SPACES.
011400     05 WS-BHIST-STATUS           PIC X(02) VALUE SPACES.
011500        88 BHIST-FILE-OPEN-OK           VALUE '00'.
011600     05 WS-RRN                    PIC 9(09) COMP VALUE 0.
011700     05 WS-RUN-MODE               PIC X(01) VALUE 'C'.
011800
011900 01  WS-COUNTERS.
012000     05 WS-OUT-DATA-COUNT         PIC 9(09) COMP VALUE 0.
012100     05 WS-CODES-CHECKED          PIC 9(09) COMP VALUE 0.
012200     05 WS-PALINDROME-COUNT       PIC 9(09) COMP VALUE 0.
012300     05 WS-IN-RUN-COUNT           PIC 9(09) COMP VALUE 0.
012400     05 WS-HISTORY-COUNT          PIC 9(09) COMP VALUE 0.
012500     05 WS-EXCEPTION-COUNT        PIC 9(09) COMP VALUE 0.
012600     05 WS-HIST-HITS              PIC 9(09) COMP VALUE 0.
012700
012800 01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
012850 01  WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
012900 01  WS-REDERIVED-CODE            PIC X(20) VALUE SPACES.
013000
013100*    THE FIRST RECORD OF THE CURRENT REVERSED-CODE GROUP -
013200*    EVERY LATER RECORD OF THE GROUP IS MEASURED AGAINST IT.
013300 01  WS-GROUP-FIRST.
013400     05 WS-GRP-CODE               PIC X(20).
013500     05 WS-GRP-SOURCE             PIC X(03).
013600     05 WS-GRP-ORIG-CODE          PIC X(20).
013700     05 WS-GRP-PROD-CLASS         PIC X(02).
013800
013900*    THE MOST RECENT EARLIER RUN THAT DISAGREES WITH TONIGHT'S
014000*    RECORD - THE BROWSE IS IN RUN-DATE ORDER, SO EACH HIT
014100*    REPLACES THE LAST.
014200 01  WS-LATEST-HIT.
014300     05 WS-HIT-ORIG-CODE          PIC X(20).
014400     05 WS-HIT-PROD-CLASS         PIC X(02).
014500     05 WS-HIT-SOURCE             PIC X(03).
014600     05 WS-HIT-RUN-DATE           PIC 9(08).
014700
014800 01  WS-HEADING-1.
014900     05 FILLER                    PIC X(20) VALUE SPACES.
015000     05 FILLER                    PIC X(45)
015100          VALUE 'REVERSED-CODE COLLISION EXCEPTIONS - REVBATCH'.
015200     05 FILLER                    PIC X(68) VALUE SPACES.
015300
015400 01  WS-HEADING-2.
015500     05 FILLER                    PIC X(20) VALUE SPACES.
015600     05 FILLER                    PIC X(09) VALUE 'RUN DATE '.
015700     05 WSH-RUN-DATE              PIC 9(08).
015720     05 FILLER                    PIC X(01) VALUE '/'.
015740     05 WSH-RUN-CYCLE             PIC 9(02).
015800     05 FILLER                    PIC X(93) VALUE SPACES.
015900
016000 01  WS-COLUMN-HEADS-1.
016100     05 FILLER                    PIC X(10) VALUE SPACES.
016200     05 FILLER                    PIC X(28) VALUE SPACES.
016300     05 FILLER                    PIC X(42)
016400          VALUE '------------ TONIGHT ------------'.
016500     05 FILLER                    PIC X(53)
016600          VALUE '---------- COLLIDES WITH ----------'.
016700
016800 01  WS-COLUMN-HEADS-2.
016900     05 FILLER                    PIC X(10) VALUE SPACES.
017000     05 FILLER                    PIC X(06) VALUE 'TYPE'.
017100     05 FILLER                    PIC X(22) VALUE 'REVERSED CODE'.
017200     05 FILLER                    PIC X(22) VALUE 'ORIGINAL CODE'.
017300     05 FILLER                    PIC X(05) VALUE 'SRC'.
017400     05 FILLER                    PIC X(05) VALUE 'CL'.
017500     05 FILLER                    PIC X(10) VALUE 'RUN DATE'.
017600     05 FILLER                    PIC X(22) VALUE 'ORIGINAL CODE'.
017700     05 FILLER                    PIC X(05) VALUE 'SRC'.
017800     05 FILLER                    PIC X(05) VALUE 'CL'.
017900     05 FILLER                    PIC X(21) VALUE 'RUN DATE'.
018000
018100 01  WS-DETAIL-LINE.
018200     05 FILLER                    PIC X(10) VALUE SPACES.
018300     05 WSD-TYPE                  PIC X(04).
018400     05 FILLER                    PIC X(02) VALUE SPACES.
018500     05 WSD-CODE                  PIC X(20).
018600     05 FILLER                    PIC X(02) VALUE SPACES.
018700     05 WSD-NEW-ORIG-CODE         PIC X(20).
018800     05 FILLER                    PIC X(02) VALUE SPACES.
018900     05 WSD-NEW-SOURCE            PIC X(03).
019000     05 FILLER                    PIC X(02) VALUE SPACES.
019100     05 WSD-NEW-PROD-CLASS        PIC X(02).
019200     05 FILLER                    PIC X(03) VALUE SPACES.
019300     05 WSD-NEW-RUN-DATE          PIC 9(08).
019400     05 FILLER                    PIC X(02) VALUE SPACES.
019500     05 WSD-OLD-ORIG-CODE         PIC X(20).
019600     05 FILLER                    PIC X(02) VALUE SPACES.
019700     05 WSD-OLD-SOURCE            PIC X(03).
019800     05 FILLER                    PIC X(02) VALUE SPACES.
019900     05 WSD-OLD-PROD-CLASS        PIC X(02).
020000     05 FILLER                    PIC X(03) VALUE SPACES.
020100     05 WSD-OLD-RUN-DATE          PIC X(08).
020200     05 FILLER                    PIC X(01) VALUE SPACES.
020300     05 WSD-HIST-NOTE             PIC X(11).
020400
020500 01  WS-HIT-NOTE.
020600     05 FILLER                    PIC X(01) VALUE '+'.
020700     05 WSN-MORE-HITS             PIC ZZZZ9.
020800     05 FILLER                    PIC X(05) VALUE ' MORE'.
020900
021000 01  WS-TOTAL-LINE.
021100     05 FILLER                    PIC X(10) VALUE SPACES.
021200     05 WST-LABEL                 PIC X(38) VALUE SPACES.
021300     05 WST-COUNT                 PIC ZZZ,ZZZ,ZZ9.
021400     05 FILLER                    PIC X(74) VALUE SPACES.
021500
021600 01  WS-FOOTNOTE-LINE.
021700     05 FILLER                    PIC X(10) VALUE SPACES.
021800     05 WSF-TEXT                  PIC X(80) VALUE SPACES.
021900     05 FILLER                    PIC X(43) VALUE SPACES.
022000
022100     COPY REVCTLR.
022200     COPY REVCOLR.
022300     COPY REVLPARM.
022350     COPY REVJPARM.
022400
022500 PROCEDURE DIVISION.
022600*****************************************************************
022700*    0000-MAINLINE - CONFIRM CODEOUT AND RVBHIST, THEN ONE SORT *
022800*                    PASS - THE INPUT PROCEDURE RELEASES        *
022900*                    TONIGHT'S CODES, THE OUTPUT PROCEDURE      *
023000*                    CHECKS THEM IN REVERSED-CODE ORDER         *
023100*****************************************************************
023200 0000-MAINLINE.
023220     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
023240
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023400
023500     IF NOT RUN-ABORTED
023600         SORT SORT-FILE
023700             ON ASCENDING KEY SRT-CODE SRT-SOURCE SRT-ORIG-CODE
023800             INPUT PROCEDURE IS 2000-FEED-SORT THRU 2999-EXIT
023900             OUTPUT PROCEDURE IS 3000-CHECK-COLLISIONS
024000                            THRU 3999-EXIT
024100     END-IF
024200
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT
024400
024500     EVALUATE TRUE
024600         WHEN RUN-ABORTED
024700             DISPLAY 'REVCOLCK: COLLISION CHECK NOT COMPLETED'
024800             MOVE 8 TO RETURN-CODE
024900         WHEN WS-EXCEPTION-COUNT > 0
025000             DISPLAY 'REVCOLCK: ' WS-EXCEPTION-COUNT
025100                 ' COLLISION EXCEPTIONS - SEE COLLRPT'
025200             MOVE 4 TO RETURN-CODE
025300         WHEN OTHER
025400             CONTINUE
025500     END-EVALUATE
025600
025620     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
025640
025700     GOBACK.
025800
025900*****************************************************************
026000*    1000-INITIALIZE - OPEN EVERYTHING, CONFIRM THE CODEOUT     *
026100*                      CONTROL HEADER AND TAKE THE RUN DATE     *
026200*                      AND MODE FROM IT                         *
026300*****************************************************************
026400 1000-INITIALIZE.
026500     OPEN INPUT  CODE-OUT-FILE
026600     OPEN INPUT  BATCH-HIST-FILE
026700     OPEN OUTPUT COLLISION-FILE
026800     OPEN OUTPUT REPORT-FILE
026900
027000     WRITE REPORT-LINE FROM WS-HEADING-1
027100
027200     IF NOT BHIST-FILE-OPEN-OK
027300         DISPLAY 'REVCOLCK: RVBHIST WILL NOT OPEN - STATUS '
027400             WS-BHIST-STATUS
027500         SET RUN-ABORTED TO TRUE
027600         GO TO 1000-EXIT
027700     END-IF
027800
027900     PERFORM 2100-READ-CODE-OUT THRU 2100-EXIT
028000
028100     IF END-OF-CODE-OUT
028200         DISPLAY 'REVCOLCK: CODEOUT IS EMPTY - NO HEADER RECORD'
028300         SET RUN-ABORTED TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF
028600
028700     MOVE CODE-OUT-RECORD TO REVCTL-HEADER
028800     IF NOT REVCTL-HEADER-ID
028900         DISPLAY 'REVCOLCK: FIRST RECORD IS NOT THE CONTROL '
029000             'HEADER'
029100         SET RUN-ABORTED TO TRUE
029200         GO TO 1000-EXIT
029300     END-IF
029400
029500     MOVE REVCTL-HDR-DATE TO WS-RUN-DATE
029520     IF REVCTL-HDR-CYCLE NUMERIC
029540        AND REVCTL-HDR-CYCLE > 0
029560         MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
029580     END-IF
029600     EVALUATE REVCTL-HDR-MODE
029700         WHEN 'W'
029800         WHEN 'S'
029900             MOVE REVCTL-HDR-MODE TO WS-RUN-MODE
030000         WHEN OTHER
030100             MOVE 'C' TO WS-RUN-MODE
030200     END-EVALUATE
030300
030400     MOVE WS-RUN-DATE TO WSH-RUN-DATE
030450     MOVE WS-RUN-CYCLE TO WSH-RUN-CYCLE
030500     WRITE REPORT-LINE FROM WS-HEADING-2
030600     MOVE SPACES TO REPORT-LINE
030700     WRITE REPORT-LINE
030800     WRITE REPORT-LINE FROM WS-COLUMN-HEADS-1
030900     WRITE REPORT-LINE FROM WS-COLUMN-HEADS-2
031000
031100     DISPLAY 'REVCOLCK: HEADER RUN DATE = ' WS-RUN-DATE
031150     DISPLAY 'REVCOLCK: HEADER CYCLE    = ' WS-RUN-CYCLE
031200     DISPLAY 'REVCOLCK: REVERSAL MODE   = ' WS-RUN-MODE.
031300
031400 1000-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*    2000-FEED-SORT - SORT INPUT PROCEDURE - RELEASE EVERY      *
031900*                     CODEOUT DATA RECORD WITH ITS ORIGINAL     *
032000*                     CODE, THEN TIE THE COUNT BACK TO THE      *
032100*                     GRAND TRAILER.  A MISSING TRAILER OR A    *
032200*                     COUNT THAT DISAGREES STOPS THE CHECK.     *
032300*****************************************************************
032400 2000-FEED-SORT.
032500     PERFORM 2150-NEXT-DATA-RECORD THRU 2150-EXIT
032600
032700     PERFORM 2200-RELEASE-ONE-CODE THRU 2200-EXIT
032800         UNTIL TRAILER-FOUND OR END-OF-CODE-OUT
032900
033000     IF NOT TRAILER-FOUND
033100         DISPLAY 'REVCOLCK: NO CONTROL TRAILER - CODEOUT IS '
033200             'TRUNCATED'
033300         SET RUN-ABORTED TO TRUE
033400     ELSE
033500         IF REVCTL-TRL-COUNT NOT = WS-OUT-DATA-COUNT
033600             DISPLAY 'REVCOLCK: TRAILER SAYS ' REVCTL-TRL-COUNT
033700                 ' RECORDS BUT ' WS-OUT-DATA-COUNT ' WERE READ'
033800             SET RUN-ABORTED TO TRUE
033900         END-IF
034000     END-IF
034100
034200*    THE RANGE ENDS AT 2999-EXIT - STEPPING OFF THE END OF
034300*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE READ AND
034400*    RELEASE PARAGRAPHS A SECOND TIME.
034500     GO TO 2999-EXIT.
034600
034700*****************************************************************
034800*    2100-READ-CODE-OUT - READ THE NEXT CODEOUT RECORD, SET     *
034900*                         THE EOF SWITCH AT END                 *
035000*****************************************************************
035100 2100-READ-CODE-OUT.
035200     READ CODE-OUT-FILE
035300         AT END
035400             SET END-OF-CODE-OUT TO TRUE
035500     END-READ.
035600
035700 2100-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*    2150-NEXT-DATA-RECORD - ADVANCE TO THE NEXT DATA RECORD.   *
036200*                            THE PER-SOURCE TRS TRAILERS ARE    *
036300*                            PASSED OVER AND THE GRAND TRAILER  *
036400*                            ENDS THE DATA                      *
036500*****************************************************************
036600 2150-NEXT-DATA-RECORD.
036700     PERFORM 2100-READ-CODE-OUT THRU 2100-EXIT
036800
036900     IF END-OF-CODE-OUT
037000         GO TO 2150-EXIT
037100     END-IF
037200
037300     MOVE CODE-OUT-RECORD TO REVCTL-SOURCE-TRAILER
037400     IF REVCTL-SRCTRL-ID
037500         GO TO 2150-NEXT-DATA-RECORD
037600     END-IF
037700
037800     MOVE CODE-OUT-RECORD TO REVCTL-TRAILER
037900     IF REVCTL-TRAILER-ID
038000         SET TRAILER-FOUND TO TRUE
038100         GO TO 2150-EXIT
038200     END-IF
038300
038400     ADD 1 TO WS-OUT-DATA-COUNT.
038500
038600 2150-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*    2200-RELEASE-ONE-CODE - RE-DERIVE THE ORIGINAL CODE AND    *
039100*                            RELEASE THE RECORD TO THE SORT,    *
039200*                            THEN ADVANCE                       *
039300*****************************************************************
039400 2200-RELEASE-ONE-CODE.
039500     PERFORM 2300-REDERIVE-ORIGINAL THRU 2300-EXIT
039600
039700     MOVE CO-CODE           TO SRT-CODE
039800     MOVE CO-SOURCE         TO SRT-SOURCE
039900     MOVE WS-REDERIVED-CODE TO SRT-ORIG-CODE
040000     MOVE CO-PROD-CLASS     TO SRT-PROD-CLASS
040100     RELEASE SORT-RECORD
040200
040300     PERFORM 2150-NEXT-DATA-RECORD THRU 2150-EXIT.
040400
040500 2200-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*    2300-REDERIVE-ORIGINAL - REVERSE THE OUTPUT CODE AGAIN IN  *
041000*                             THE RUN'S MODE THROUGH REVLINK -  *
041100*                             EVERY MODE IS ITS OWN INVERSE,    *
041200*                             SO THE RESULT IS THE CODE THE     *
041300*                             EXTRACT SENT                      *
041400*****************************************************************
041500 2300-REDERIVE-ORIGINAL.
041600     EVALUATE WS-RUN-MODE
041700         WHEN 'W'
041800             SET REVLINK-REVERSE-WORDS TO TRUE
041900         WHEN 'S'
042000             SET REVLINK-REVERSE-SEGMENTS TO TRUE
042100         WHEN OTHER
042200             SET REVLINK-REVERSE-CHARS TO TRUE
042300     END-EVALUATE
042400     MOVE SPACES TO REVLINK-WORDIN
042500     MOVE CO-CODE TO REVLINK-WORDIN
042600
042700     CALL 'REVLINK' USING REVLINK-PARMS
042800
042900     MOVE REVLINK-WORDOUT(1:LENGTH OF WS-REDERIVED-CODE)
043000         TO WS-REDERIVED-CODE.
043100
043200 2300-EXIT.
043300     EXIT.
043400
043500 2999-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    3000-CHECK-COLLISIONS - SORT OUTPUT PROCEDURE - CHECK      *
044000*                            EVERY CODE IN REVERSED-CODE ORDER  *
044100*                            AND CLOSE THE REPORT WITH THE      *
044200*                            COUNTS.  NOTHING IS CHECKED IF     *
044300*                            THE INPUT PROCEDURE FOUND CODEOUT  *
044400*                            SHORT.                             *
044500*****************************************************************
044600 3000-CHECK-COLLISIONS.
044700     IF RUN-ABORTED
044800         GO TO 3999-EXIT
044900     END-IF
045000
045100     MOVE LOW-VALUES TO WS-GROUP-FIRST
045200     PERFORM 3100-RETURN-CODE THRU 3100-EXIT
045300
045400     PERFORM 3200-CHECK-ONE-CODE THRU 3200-EXIT
045500         UNTIL END-OF-SORTED
045600
045700     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
045800
045900*    THE RANGE ENDS AT 3999-EXIT - STEPPING OFF THE END OF
046000*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE DETAIL
046100*    PARAGRAPHS A SECOND TIME.
046200     GO TO 3999-EXIT.
046300
046400*****************************************************************
046500*    3100-RETURN-CODE - TAKE THE NEXT SORTED RECORD, SET THE    *
046600*                       EOF SWITCH AT END                       *
046700*****************************************************************
046800 3100-RETURN-CODE.
046900     RETURN SORT-FILE
047000         AT END
047100             SET END-OF-SORTED TO TRUE
047200     END-RETURN.
047300
047400 3100-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*    3200-CHECK-ONE-CODE - PALINDROME, THEN TONIGHT'S GROUP,    *
047900*                          THEN THE EARLIER RUNS ON RVBHIST     *
048000*****************************************************************
048100 3200-CHECK-ONE-CODE.
048200     ADD 1 TO WS-CODES-CHECKED
048300
048400     IF SRT-ORIG-CODE = SRT-CODE
048500         PERFORM 3300-WRITE-PALINDROME THRU 3300-EXIT
048600     END-IF
048700
048800     IF SRT-CODE NOT = WS-GRP-CODE
048900         MOVE SRT-CODE       TO WS-GRP-CODE
049000         MOVE SRT-SOURCE     TO WS-GRP-SOURCE
049100         MOVE SRT-ORIG-CODE  TO WS-GRP-ORIG-CODE
049200         MOVE SRT-PROD-CLASS TO WS-GRP-PROD-CLASS
049300     ELSE
049400         IF SRT-ORIG-CODE NOT = WS-GRP-ORIG-CODE
049500            OR SRT-PROD-CLASS NOT = WS-GRP-PROD-CLASS
049600             PERFORM 3400-WRITE-IN-RUN THRU 3400-EXIT
049700         END-IF
049800     END-IF
049900
050000     PERFORM 3500-CHECK-HISTORY THRU 3500-EXIT
050100
050200     PERFORM 3100-RETURN-CODE THRU 3100-EXIT.
050300
050400 3200-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    3300-WRITE-PALINDROME - THE CODE READS THE SAME BOTH WAYS  *
050900*                            - THE LOADER CANNOT TELL THE       *
051000*                            REVERSED CODE FROM THE ORIGINAL    *
051100*****************************************************************
051200 3300-WRITE-PALINDROME.
051300     PERFORM 3600-START-EXCEPTION THRU 3600-EXIT
051400     SET COL-PALINDROME TO TRUE
051500     MOVE 0 TO COL-OLD-RUN-DATE
051600     PERFORM 3650-WRITE-EXCEPTION THRU 3650-EXIT
051700     ADD 1 TO WS-PALINDROME-COUNT.
051800
051900 3300-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*    3400-WRITE-IN-RUN - ANOTHER RECORD OF TONIGHT'S RUN CAME   *
052400*                        OUT AS THE SAME CODE FROM A DIFFERENT  *
052500*                        ORIGINAL CODE OR PRODUCT CLASS         *
052600*****************************************************************
052700 3400-WRITE-IN-RUN.
052800     PERFORM 3600-START-EXCEPTION THRU 3600-EXIT
052900     SET COL-IN-RUN TO TRUE
053000     MOVE WS-GRP-ORIG-CODE  TO COL-OLD-ORIG-CODE
053100     MOVE WS-GRP-PROD-CLASS TO COL-OLD-PROD-CLASS
053200     MOVE WS-GRP-SOURCE     TO COL-OLD-SOURCE
053300     MOVE WS-RUN-DATE       TO COL-OLD-RUN-DATE
053400     PERFORM 3650-WRITE-EXCEPTION THRU 3650-EXIT
053500     ADD 1 TO WS-IN-RUN-COUNT.
053600
053700 3400-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*    3500-CHECK-HISTORY - BROWSE EVERY EARLIER RUN THAT         *
054200*                         PRODUCED THIS REVERSED CODE.  THE KEY *
054300*                         IS CODE-MAJOR, SO THE FIRST RECORD    *
054400*                         PAST THE CODE, OR AT TONIGHT'S RUN    *
054500*                         DATE, ENDS THE BROWSE.  ONE EXCEPTION *
054600*                         PER TONIGHT RECORD, SHOWING THE MOST  *
054700*                         RECENT RUN THAT DISAGREES.            *
054800*****************************************************************
054900 3500-CHECK-HISTORY.
055000     MOVE 0   TO WS-HIST-HITS
055100     MOVE 'N' TO WS-HIST-EOF-SW
055200
055300     MOVE SRT-CODE TO REVBHS-CODE
055400     MOVE 0        TO REVBHS-RUN-DATE
055450     MOVE 0        TO REVBHS-RUN-CYCLE
055500     START BATCH-HIST-FILE KEY NOT < REVBHS-KEY
055600         INVALID KEY
055700             SET END-OF-HISTORY TO TRUE
055800     END-START
055900
056000     IF NOT END-OF-HISTORY
056100         PERFORM 3510-READ-HISTORY THRU 3510-EXIT
056200     END-IF
056300
056400     PERFORM 3520-COMPARE-ONE-HISTORY THRU 3520-EXIT
056500         UNTIL END-OF-HISTORY
056600
056700     IF WS-HIST-HITS = 0
056800         GO TO 3500-EXIT
056900     END-IF
057000
057100     PERFORM 3600-START-EXCEPTION THRU 3600-EXIT
057200     SET COL-HISTORY TO TRUE
057300     MOVE WS-HIT-ORIG-CODE  TO COL-OLD-ORIG-CODE
057400     MOVE WS-HIT-PROD-CLASS TO COL-OLD-PROD-CLASS
057500     MOVE WS-HIT-SOURCE     TO COL-OLD-SOURCE
057600     MOVE WS-HIT-RUN-DATE   TO COL-OLD-RUN-DATE
057700     MOVE WS-HIST-HITS      TO COL-HIST-HITS
057800     PERFORM 3650-WRITE-EXCEPTION THRU 3650-EXIT
057900     ADD 1 TO WS-HISTORY-COUNT.
058000
058100 3500-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500*    3510-READ-HISTORY - READ THE NEXT HISTORY RECORD IN KEY    *
058600*                        SEQUENCE, SET EOF AT END               *
058700*****************************************************************
058800 3510-READ-HISTORY.
058900     READ BATCH-HIST-FILE NEXT
059000         AT END
059100             SET END-OF-HISTORY TO TRUE
059200     END-READ.
059300
059400 3510-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*    3520-COMPARE-ONE-HISTORY - ONE EARLIER RUN OF THE CODE     *
059820*                               (AN EARLIER DATE, OR AN EARLIER *
059840*                               CYCLE OF TONIGHT'S DATE) -      *
059900*                               A DIFFERENT ORIGINAL CODE OR    *
060000*                               PRODUCT CLASS IS A HIT          *
060100*****************************************************************
060200 3520-COMPARE-ONE-HISTORY.
060300     IF REVBHS-CODE NOT = SRT-CODE
060400        OR REVBHS-RUN-DATE > WS-RUN-DATE
060420        OR (REVBHS-RUN-DATE = WS-RUN-DATE
060440            AND REVBHS-RUN-CYCLE NOT < WS-RUN-CYCLE)
060500         SET END-OF-HISTORY TO TRUE
060600         GO TO 3520-EXIT
060700     END-IF
060800
060900     IF REVBHS-ORIG-CODE NOT = SRT-ORIG-CODE
061000        OR REVBHS-PROD-CLASS NOT = SRT-PROD-CLASS
061100         ADD 1 TO WS-HIST-HITS
061200         MOVE REVBHS-ORIG-CODE  TO WS-HIT-ORIG-CODE
061300         MOVE REVBHS-PROD-CLASS TO WS-HIT-PROD-CLASS
061400         MOVE REVBHS-SOURCE     TO WS-HIT-SOURCE
061500         MOVE REVBHS-RUN-DATE   TO WS-HIT-RUN-DATE
061600     END-IF
061700
061800     PERFORM 3510-READ-HISTORY THRU 3510-EXIT.
061900
062000 3520-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*    3600-START-EXCEPTION - CLEAR THE EXCEPTION RECORD AND FILL *
062500*                           IN TONIGHT'S SIDE                   *
062600*****************************************************************
062700 3600-START-EXCEPTION.
062800     MOVE SPACES         TO COLLISION-RECORD
062900     MOVE SRT-CODE       TO COL-CODE
063000     MOVE SRT-ORIG-CODE  TO COL-NEW-ORIG-CODE
063100     MOVE SRT-PROD-CLASS TO COL-NEW-PROD-CLASS
063200     MOVE SRT-SOURCE     TO COL-NEW-SOURCE
063300     MOVE WS-RUN-DATE    TO COL-NEW-RUN-DATE
063400     MOVE 0              TO COL-HIST-HITS.
063500
063600 3600-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*    3650-WRITE-EXCEPTION - WRITE THE EXCEPTION RECORD AND ITS  *
064100*                           REPORT LINE.  A HISTORY COLLISION   *
064200*                           WITH MORE THAN ONE DISAGREEING RUN  *
064300*                           NOTES HOW MANY MORE THERE ARE.      *
064400*****************************************************************
064500 3650-WRITE-EXCEPTION.
064600     WRITE COLLISION-OUT-RECORD FROM COLLISION-RECORD
064700     ADD 1 TO WS-EXCEPTION-COUNT
064800
064900     MOVE COL-TYPE           TO WSD-TYPE
065000     MOVE COL-CODE           TO WSD-CODE
065100     MOVE COL-NEW-ORIG-CODE  TO WSD-NEW-ORIG-CODE
065200     MOVE COL-NEW-SOURCE     TO WSD-NEW-SOURCE
065300     MOVE COL-NEW-PROD-CLASS TO WSD-NEW-PROD-CLASS
065400     MOVE COL-NEW-RUN-DATE   TO WSD-NEW-RUN-DATE
065500     MOVE COL-OLD-ORIG-CODE  TO WSD-OLD-ORIG-CODE
065600     MOVE COL-OLD-SOURCE     TO WSD-OLD-SOURCE
065700     MOVE COL-OLD-PROD-CLASS TO WSD-OLD-PROD-CLASS
065800     MOVE SPACES             TO WSD-HIST-NOTE
065900
066000     IF COL-PALINDROME
066100         MOVE '(SAME)' TO WSD-OLD-ORIG-CODE
066200         MOVE SPACES   TO WSD-OLD-RUN-DATE
066300     ELSE
066400         MOVE COL-OLD-RUN-DATE TO WSD-OLD-RUN-DATE
066500     END-IF
066600
066700     IF COL-HIST-HITS > 1
066800         COMPUTE WSN-MORE-HITS = COL-HIST-HITS - 1
066900         MOVE WS-HIT-NOTE TO WSD-HIST-NOTE
067000     END-IF
067100
067200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
067300
067400 3650-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*    3700-PRINT-TOTALS - THE COUNTS CLOSE THE REPORT SO THE     *
067900*                        DESK SEES AT A GLANCE WHAT IT HAS TO   *
068000*                        RESOLVE                                *
068100*****************************************************************
068200 3700-PRINT-TOTALS.
068300     IF WS-EXCEPTION-COUNT = 0
068400         MOVE '(NO COLLISIONS)' TO WSF-TEXT
068500         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
068600     END-IF
068700
068800     MOVE SPACES TO REPORT-LINE
068900     WRITE REPORT-LINE
069000
069100     MOVE 'CODEOUT DATA RECORDS CHECKED:' TO WST-LABEL
069200     MOVE WS-CODES-CHECKED TO WST-COUNT
069300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
069400
069500     MOVE 'PALINDROMIC CODES:' TO WST-LABEL
069600     MOVE WS-PALINDROME-COUNT TO WST-COUNT
069700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
069800
069900     MOVE 'COLLISIONS WITHIN TONIGHT''S RUN:' TO WST-LABEL
070000     MOVE WS-IN-RUN-COUNT TO WST-COUNT
070100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
070200
070300     MOVE 'COLLISIONS WITH EARLIER RUNS:' TO WST-LABEL
070400     MOVE WS-HISTORY-COUNT TO WST-COUNT
070500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
070600
070700     MOVE 'EXCEPTIONS WRITTEN TO COLLEXC:' TO WST-LABEL
070800     MOVE WS-EXCEPTION-COUNT TO WST-COUNT
070900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
071000
071100     IF WS-HISTORY-COUNT > 0
071200         MOVE SPACES TO REPORT-LINE
071300         WRITE REPORT-LINE
071400         MOVE '* HIST SHOWS THE LATEST EARLIER RUN THAT DISAGREES'
071500             TO WSF-TEXT
071600         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
071700     END-IF.
071800
071900 3700-EXIT.
072000     EXIT.
072100
072200 3999-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*    9000-TERMINATE - CLOSE THE FILES AND ECHO THE TOTALS       *
072700*****************************************************************
072800 9000-TERMINATE.
072900     CLOSE CODE-OUT-FILE
073000     CLOSE BATCH-HIST-FILE
073100     CLOSE COLLISION-FILE
073200     CLOSE REPORT-FILE
073300
073400     DISPLAY 'REVCOLCK: CODEOUT DATA RECORDS = ' WS-OUT-DATA-COUNT
073500     DISPLAY 'REVCOLCK: PALINDROMIC CODES    = '
073600         WS-PALINDROME-COUNT
073700     DISPLAY 'REVCOLCK: IN-RUN COLLISIONS    = ' WS-IN-RUN-COUNT
073800     DISPLAY 'REVCOLCK: HISTORY COLLISIONS   = ' WS-HISTORY-COUNT.
073900
074000 9000-EXIT.
074100     EXIT.
074110
074120*****************************************************************
074130*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
074140*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
074150*****************************************************************
074160 9800-LOG-JOB-START.
074170     SET REVJEVW-JOB-START TO TRUE
074180     MOVE 'REVCOLCK' TO REVJEVW-JOB-NAME
074190     CALL 'REVJEVW' USING REVJEVW-PARMS.
074200
074210 9800-EXIT.
074220     EXIT.
074230
074240*****************************************************************
074250*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
074260*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
074270*                       THE INPUT CARRIED A TRAILER             *
074280*****************************************************************
074290 9810-LOG-JOB-END.
074300     SET REVJEVW-JOB-END TO TRUE
074310     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
074320     MOVE 'CODEOUT' TO REVJEVW-COUNT-NAME(1)
074330     MOVE WS-OUT-DATA-COUNT TO REVJEVW-COUNT(1)
074340     MOVE 'CHECKED' TO REVJEVW-COUNT-NAME(2)
074350     MOVE WS-CODES-CHECKED TO REVJEVW-COUNT(2)
074360     MOVE 'EXCEPTNS' TO REVJEVW-COUNT-NAME(3)
074370     MOVE WS-EXCEPTION-COUNT TO REVJEVW-COUNT(3)
074380
074390     IF TRAILER-FOUND
074400         IF REVCTL-TRL-COUNT = WS-OUT-DATA-COUNT
074410             SET REVJEVW-IN-BALANCE TO TRUE
074420         ELSE
074430             SET REVJEVW-OUT-OF-BALANCE TO TRUE
074440         END-IF
074450     END-IF
074460
074470     CALL 'REVJEVW' USING REVJEVW-PARMS.
074480
074490 9810-EXIT.
074500     EXIT.
