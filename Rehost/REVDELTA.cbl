000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVDELTA.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  NIGHTLY DELTA OF CODEOUT FOR THE LOADER'S         *
001000*             INCREMENTAL LOAD.  EVERY CODEOUT DATA RECORD IS   *
001100*             RELEASED TO AN INTERNAL SORT WITH ITS ORIGINAL    *
001200*             CODE RE-DERIVED THROUGH REVLINK IN THE MODE THE   *
001300*             HEADER NAMES (THE ROUND TRIP REVCORTC HAS         *
001400*             ALREADY PROVED), AND COMES BACK IN SOURCE AND     *
001500*             ORIGINAL-CODE ORDER.  THE SORTED RECORDS ARE      *
001600*             KEPT AS TONIGHT'S SNAPSHOT GENERATION (SEE        *
001700*             REVSNPR) AND MATCHED AGAINST LAST NIGHT'S ONE:    *
001800*             A KEY ONLY TONIGHT IS AN ADD, A KEY ONLY LAST     *
001900*             NIGHT IS A DROP, AND A KEY ON BOTH WHOSE          *
002000*             REVERSED CODE, PRODUCT CLASS OR EFFECTIVE DATE    *
002100*             MOVED IS A CHANGE CARRYING OLD AND NEW VALUES.    *
002200*             THE DELTA FILE (SEE REVDLTR) IS WRAPPED IN A      *
002300*             HEADER AND A TRAILER WITH THE COUNT FOR EACH      *
002400*             ACTION.  THE DELTARPT REPORT LISTS EVERY DROPPED  *
002500*             CODE AND SUMMARIZES EACH SOURCE.                  *
002600*                                                               *
002700*             A CODEOUT THAT IS EMPTY, HEADERLESS, TRUNCATED    *
002800*             OR SHORT AGAINST ITS TRAILER, OR A PRIOR          *
002900*             SNAPSHOT THAT IS NOT OLDER THAN TONIGHT'S RUN     *
003000*             (A RERUN AGAINST ITS OWN OUTPUT), ENDS THE JOB    *
003100*             WITH RETURN CODE 8 AND NO DELTA HEADER, SO THE    *
003200*             LOADER CANNOT TAKE IT.  A SOURCE AND ORIGINAL     *
003300*             CODE SEEN TWICE TONIGHT, OR MORE SOURCES THAN     *
003400*             THE SUMMARY TABLE HOLDS, IS FOOTNOTED AND ENDS    *
003500*             RETURN CODE 4.  NO PRIOR SNAPSHOT AT ALL (THE     *
003600*             FIRST NIGHT) MAKES EVERY CODE AN ADD.  RUN AFTER  *
003700*             REVCOCHK AND REVCORTC HAVE BOTH PASSED.           *
003800*                                                               *
003900*   MODIFICATION HISTORY.                                       *
004000*   DATE       INIT  DESCRIPTION                                 *
004100*   ---------  ----  -------------------------------------------*
004200*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
004205*   2026-10-15  DO   THE SNAPSHOT AND THE DELTA HEADER NOW      *
004210*                    CARRY THE RUN CYCLE (SEE REVCTLR), AND THE *
004215*                    RERUN CHECK COMPARES DATE AND CYCLE, SO AN *
004220*                    OFF-CYCLE RUN TAKES ITS DELTA AGAINST THE  *
004225*                    NIGHTLY RUN OF THE SAME DATE.  AN          *
004230*                    OFF-CYCLE RUN CARRIES ONLY THE LATE        *
004235*                    EXTRACT - A PRIOR CODE WHOSE SOURCE IT DID *
004240*                    NOT CARRY IS KEPT ON THE SNAPSHOT          *
004245*                    UNCHANGED AND COUNTED AS CARRIED FORWARD   *
004250*                    INSTEAD OF BEING DROPPED.  SNAPSHOT        *
004255*                    RECORDS ARE NOW WRITTEN AS THE MATCH       *
004260*                    CONSUMES THEM TO KEEP KEY ORDER.           *
004265*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
004270*                    END EVENT TO THE SHARED JOBEVT FILE        *
004275*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
004280*                    CODE, KEY COUNTS, AND THE CODEOUT TRAILER  *
004285*                    VERDICT - FOR THE REVOPSUM MORNING         *
004290*                    SUMMARY.                                   *
004300*                                                               *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-Z.
004800 OBJECT-COMPUTER. IBM-Z.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CODE-OUT-FILE ASSIGN TO CODEOUT
005200         ORGANIZATION IS RELATIVE
005300         ACCESS MODE IS SEQUENTIAL
005400         RELATIVE KEY IS WS-RRN
005500         FILE STATUS IS WS-OUT-STATUS.
005600
005700     SELECT OPTIONAL PRIOR-SNAP-FILE ASSIGN TO SNAPIN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SNPIN-STATUS.
006000
006100     SELECT SNAP-OUT-FILE  ASSIGN TO SNAPOUT
006200                           ORGANIZATION IS SEQUENTIAL.
006300
006400     SELECT DELTA-FILE     ASSIGN TO DELTAOUT
006500                           ORGANIZATION IS SEQUENTIAL.
006600
006700     SELECT REPORT-FILE    ASSIGN TO DELTARPT
006800                           ORGANIZATION IS SEQUENTIAL.
006900
007000     SELECT SORT-FILE      ASSIGN TO SORTWK.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CODE-OUT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY REVCONR.
007800
007900 FD  PRIOR-SNAP-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY REVSNPR.
008300
008400 FD  SNAP-OUT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  SNAP-OUT-RECORD              PIC X(63).
008800
008900 FD  DELTA-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  DELTA-OUT-RECORD             PIC X(90).
009300
009400 FD  REPORT-FILE
009500     RECORDING MODE IS F.
009600 01  REPORT-LINE                  PIC X(133).
009700
009800*    SAME 63-BYTE SHAPE AS THE SNAPSHOT (SEE REVSNPR), SO EACH
009900*    SORTED RECORD IS WRITTEN STRAIGHT TO SNAPOUT.
010000 SD  SORT-FILE.
010100 01  SORT-RECORD.
010200     05 SRT-KEY.
010300        10 SRT-SOURCE             PIC X(03).
010400        10 SRT-ORIG-CODE          PIC X(20).
010500     05 SRT-CODE                  PIC X(20).
010600     05 SRT-PROD-CLASS            PIC X(02).
010700     05 SRT-EFF-DATE              PIC 9(08).
010800     05 SRT-RUN-DATE              PIC 9(08).
010850     05 SRT-RUN-CYCLE             PIC 9(02).
010900
011000 WORKING-STORAGE SECTION.
011100
011200 01  WS-SWITCHES.
011300     05 WS-OUT-EOF-SW             PIC X(01) VALUE 'N'.
011400        88 END-OF-CODE-OUT             VALUE 'Y'.
011500     05 WS-TRAILER-SW             PIC X(01) VALUE 'N'.
011600        88 TRAILER-FOUND                VALUE 'Y'.
011700     05 WS-PRIOR-EOF-SW           PIC X(01) VALUE 'N'.
011800        88 END-OF-PRIOR                 VALUE 'Y'.
011900     05 WS-CURR-EOF-SW            PIC X(01) VALUE 'N'.
012000        88 END-OF-CURRENT               VALUE 'Y'.
012100     05 WS-ABORT-SW               PIC X(01) VALUE 'N'.
012200        88 RUN-ABORTED                  VALUE 'Y'.
012300     05 WS-SRC-FOUND-SW           PIC X(01) VALUE 'N'.
012400        88 SOURCE-ENTRY-FOUND           VALUE 'Y'.
012500     05 WS-SRC-SLOT-SW            PIC X(01) VALUE 'N'.
012600        88 SOURCE-SLOT-AVAILABLE        VALUE 'Y'.
012620     05 WS-RUN-SRC-FOUND-SW       PIC X(01) VALUE 'N'.
012640        88 RUN-SOURCE-FOUND             VALUE 'Y'.
012650     05 WS-RUN-SRC-OVER-SW        PIC X(01) VALUE 'N'.
012660        88 RUN-SOURCE-OVERFLOW          VALUE 'Y'.
012700     05 WS-OUT-STATUS             PIC X(02) VALUE SPACES.
012800     05 WS-SNPIN-STATUS           PIC X(02) VALUE SPACES.
012900        88 PRIOR-FILE-OPEN-OK           VALUES '00' '05'.
013000     05 WS-RRN                    PIC 9(09) COMP VALUE 0.
013100     05 WS-RUN-MODE               PIC X(01) VALUE 'C'.
013200
013300 01  WS-COUNTERS.
013400     05 WS-OUT-DATA-COUNT         PIC 9(09) COMP VALUE 0.
013500     05 WS-PRIOR-READ             PIC 9(09) COMP VALUE 0.
013600     05 WS-CURR-RETURNED          PIC 9(09) COMP VALUE 0.
013700     05 WS-CURR-DUPLICATES        PIC 9(09) COMP VALUE 0.
013800     05 WS-ADD-COUNT              PIC 9(09) COMP VALUE 0.
013900     05 WS-CHANGE-COUNT           PIC 9(09) COMP VALUE 0.
014000     05 WS-DROP-COUNT             PIC 9(09) COMP VALUE 0.
014100     05 WS-SAME-COUNT             PIC 9(09) COMP VALUE 0.
014150     05 WS-CARRY-COUNT            PIC 9(09) COMP VALUE 0.
014200     05 WS-DELTA-WRITTEN          PIC 9(09) COMP VALUE 0.
014300     05 WS-SRC-MAX                PIC 9(02) COMP VALUE 10.
014400     05 WS-SRC-COUNT              PIC 9(02) COMP VALUE 0.
014500     05 WS-SRC-OVERFLOW           PIC 9(09) COMP VALUE 0.
014600
014700 01  WS-RUN-DATES.
014800     05 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
014900     05 WS-PRIOR-DATE             PIC 9(08) VALUE ZEROES.
014920     05 WS-RUN-CYCLE              PIC 9(02) VALUE 1.
014940        88 NIGHTLY-RUN                  VALUE 1.
014960     05 WS-PRIOR-CYCLE            PIC 9(02) VALUE ZEROES.
015000
015100 01  WS-MATCH-KEYS.
015200     05 WS-PRIOR-KEY.
015300        10 WS-PRIOR-SOURCE        PIC X(03).
015400        10 WS-PRIOR-ORIG-CODE     PIC X(20).
015500     05 WS-CURR-KEY.
015600        10 WS-CURR-SOURCE         PIC X(03).
015700        10 WS-CURR-ORIG-CODE      PIC X(20).
015800     05 WS-LAST-CURR-KEY          PIC X(23).
015900     05 WS-TALLY-SOURCE           PIC X(03).
016000
016100 01  WS-REDERIVED-CODE            PIC X(20) VALUE SPACES.
016105
016110*    THE SOURCES ON TONIGHT'S CODEOUT.  AN OFF-CYCLE RUN CARRIES
016115*    ONLY THE LATE EXTRACT, SO A PRIOR CODE WHOSE SOURCE IS NOT
016120*    HERE WAS NOT SENT AGAIN RATHER THAN DROPPED - IT IS KEPT
016125*    ON THE SNAPSHOT UNCHANGED.  A SOURCE PAST THE END OF THE
016126*    TABLE IS NAMED ON THE LOG AND ITS PRIOR CODES ARE KEPT, NOT
016127*    DROPPED - THE RUN ENDS RC=4.
016130 01  WS-RUN-SOURCES.
016135     05 WS-RUN-SRC-MAX            PIC 9(02) COMP VALUE 10.
016140     05 WS-RUN-SRC-COUNT          PIC 9(02) COMP VALUE 0.
016145     05 WS-RUN-SRC-IDX            PIC 9(02) COMP VALUE 0.
016150     05 WS-RUN-SRC-LOOKUP         PIC X(03) VALUE SPACES.
016152     05 WS-RUN-SRC-LAST-OVER      PIC X(03) VALUE SPACES.
016155     05 WS-RUN-SRC-ID             PIC X(03) OCCURS 10 TIMES.
016200
016300*    ONE ENTRY PER SOURCE SEEN ON EITHER NIGHT, IN THE ORDER
016400*    THE MATCH MEETS THEM - SOURCE ORDER, SINCE BOTH SIDES
016500*    ARE SORTED BY SOURCE FIRST.
016600 01  WS-SOURCE-TABLE.
016700     05 WS-SRC-ENTRY              OCCURS 10 TIMES
016800                                  INDEXED BY WS-SRC-X.
016900        10 WS-SRC-ID              PIC X(03).
017000        10 WS-SRC-PRIOR           PIC 9(09) COMP.
017100        10 WS-SRC-TONIGHT         PIC 9(09) COMP.
017200        10 WS-SRC-ADDS            PIC 9(09) COMP.
017300        10 WS-SRC-CHANGES         PIC 9(09) COMP.
017400        10 WS-SRC-DROPS           PIC 9(09) COMP.
017500        10 WS-SRC-SAME            PIC 9(09) COMP.
017600
017700 01  WS-HEADING-1.
017800     05 FILLER                    PIC X(20) VALUE SPACES.
017900     05 FILLER                    PIC X(40)
018000          VALUE 'NIGHTLY CODEOUT DELTA - REVBATCH'.
018100     05 FILLER                    PIC X(73) VALUE SPACES.
018200
018300 01  WS-HEADING-2.
018400     05 FILLER                    PIC X(20) VALUE SPACES.
018500     05 FILLER                    PIC X(09) VALUE 'RUN DATE '.
018600     05 WSH-RUN-DATE              PIC 9(08).
018620     05 FILLER                    PIC X(01) VALUE '/'.
018640     05 WSH-RUN-CYCLE             PIC 9(02).
018700     05 FILLER                    PIC X(18)
018800          VALUE '   PRIOR RUN DATE '.
018900     05 WSH-PRIOR-DATE            PIC X(08).
018920     05 WSH-PRIOR-SLASH           PIC X(01) VALUE SPACE.
018940     05 WSH-PRIOR-CYCLE           PIC X(02) VALUE SPACES.
019000     05 FILLER                    PIC X(64) VALUE SPACES.
019100
019200 01  WS-HEADING-3.
019300     05 FILLER                    PIC X(20) VALUE SPACES.
019400     05 FILLER                    PIC X(30)
019500          VALUE 'CODES DROPPED FROM THE EXTRACT'.
019600     05 FILLER                    PIC X(83) VALUE SPACES.
019700
019800 01  WS-DROP-HEADS.
019900     05 FILLER                    PIC X(10) VALUE SPACES.
020000     05 FILLER                    PIC X(08) VALUE 'SOURCE'.
020100     05 FILLER                    PIC X(22) VALUE 'ORIGINAL CODE'.
020200     05 FILLER                    PIC X(22) VALUE 'REVERSED CODE'.
020300     05 FILLER                    PIC X(07) VALUE 'CLASS'.
020400     05 FILLER                    PIC X(64) VALUE 'EFF DATE'.
020500
020600 01  WS-DROP-LINE.
020700     05 FILLER                    PIC X(10) VALUE SPACES.
020800     05 WSD-SOURCE                PIC X(03).
020900     05 FILLER                    PIC X(05) VALUE SPACES.
021000     05 WSD-ORIG-CODE             PIC X(20).
021100     05 FILLER                    PIC X(02) VALUE SPACES.
021200     05 WSD-CODE                  PIC X(20).
021300     05 FILLER                    PIC X(02) VALUE SPACES.
021400     05 WSD-PROD-CLASS            PIC X(02).
021500     05 FILLER                    PIC X(05) VALUE SPACES.
021600     05 WSD-EFF-DATE              PIC 9(08).
021700     05 FILLER                    PIC X(56) VALUE SPACES.
021800
021900 01  WS-HEADING-4.
022000     05 FILLER                    PIC X(20) VALUE SPACES.
022100     05 FILLER                    PIC X(17)
022200          VALUE 'SUMMARY BY SOURCE'.
022300     05 FILLER                    PIC X(96) VALUE SPACES.
022400
022500 01  WS-SUMMARY-HEADS.
022600     05 FILLER                    PIC X(10) VALUE SPACES.
022700     05 FILLER                    PIC X(08) VALUE 'SOURCE'.
022800     05 FILLER                    PIC X(12) VALUE 'PRIOR'.
022900     05 FILLER                    PIC X(12) VALUE 'TONIGHT'.
023000     05 FILLER                    PIC X(12) VALUE 'ADDED'.
023100     05 FILLER                    PIC X(12) VALUE 'CHANGED'.
023200     05 FILLER                    PIC X(12) VALUE 'DROPPED'.
023300     05 FILLER                    PIC X(55) VALUE 'UNCHANGED'.
023400
023500 01  WS-SUMMARY-LINE.
023600     05 FILLER                    PIC X(10) VALUE SPACES.
023700     05 WSS-SOURCE                PIC X(03).
023800     05 FILLER                    PIC X(05) VALUE SPACES.
023900     05 WSS-PRIOR                 PIC ZZZ,ZZZ,ZZ9.
024000     05 FILLER                    PIC X(01) VALUE SPACES.
024100     05 WSS-TONIGHT               PIC ZZZ,ZZZ,ZZ9.
024200     05 FILLER                    PIC X(01) VALUE SPACES.
024300     05 WSS-ADDS                  PIC ZZZ,ZZZ,ZZ9.
024400     05 FILLER                    PIC X(01) VALUE SPACES.
024500     05 WSS-CHANGES               PIC ZZZ,ZZZ,ZZ9.
024600     05 FILLER                    PIC X(01) VALUE SPACES.
024700     05 WSS-DROPS                 PIC ZZZ,ZZZ,ZZ9.
024800     05 FILLER                    PIC X(01) VALUE SPACES.
024900     05 WSS-SAME                  PIC ZZZ,ZZZ,ZZ9.
025000     05 FILLER                    PIC X(44) VALUE SPACES.
025100
025200 01  WS-TOTAL-LINE.
025300     05 FILLER                    PIC X(10) VALUE SPACES.
025400     05 WST-LABEL                 PIC X(38) VALUE SPACES.
025500     05 WST-COUNT                 PIC ZZZ,ZZZ,ZZ9.
025600     05 FILLER                    PIC X(74) VALUE SPACES.
025700
025800 01  WS-FOOTNOTE-LINE.
025900     05 FILLER                    PIC X(10) VALUE SPACES.
026000     05 WSF-TEXT                  PIC X(80) VALUE SPACES.
026100     05 FILLER                    PIC X(43) VALUE SPACES.
026200
026300     COPY REVCTLR.
026400     COPY REVDLTR.
026500     COPY REVLPARM.
026550     COPY REVJPARM.
026600
026700 PROCEDURE DIVISION.
026800*****************************************************************
026900*    0000-MAINLINE - CONFIRM CODEOUT AND THE PRIOR SNAPSHOT,    *
027000*                    THEN ONE SORT PASS - THE INPUT PROCEDURE   *
027100*                    RELEASES TONIGHT'S CODES, THE OUTPUT       *
027200*                    PROCEDURE MATCHES THEM AGAINST LAST        *
027300*                    NIGHT'S AND WRITES THE DELTA               *
027400*****************************************************************
027500 0000-MAINLINE.
027520     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
027540
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027700
027800     IF NOT RUN-ABORTED
027900         SORT SORT-FILE
028000             ON ASCENDING KEY SRT-SOURCE SRT-ORIG-CODE
028100             INPUT PROCEDURE IS 2000-FEED-SORT THRU 2999-EXIT
028200             OUTPUT PROCEDURE IS 3000-PRODUCE-DELTA
028300                            THRU 3999-EXIT
028400     END-IF
028500
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT
028700
028800     EVALUATE TRUE
028900         WHEN RUN-ABORTED
029000             DISPLAY 'REVDELTA: DELTA NOT PRODUCED - THE LOADER '
029100                 'MUST NOT TAKE IT'
029200             MOVE 8 TO RETURN-CODE
029300         WHEN WS-CURR-DUPLICATES > 0
029400         WHEN WS-SRC-OVERFLOW > 0
029450         WHEN RUN-SOURCE-OVERFLOW
029500             MOVE 4 TO RETURN-CODE
029600         WHEN OTHER
029700             CONTINUE
029800     END-EVALUATE
029900
029920     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
029940
030000     GOBACK.
030100
030200*****************************************************************
030300*    1000-INITIALIZE - OPEN EVERYTHING, CONFIRM THE CODEOUT     *
030400*                      CONTROL HEADER AND TAKE THE RUN DATE     *
030500*                      AND MODE FROM IT, AND READ THE FIRST     *
030600*                      PRIOR SNAPSHOT RECORD FOR ITS RUN DATE.  *
030700*                      A MISSING SNAPIN (THE FIRST NIGHT) IS    *
030800*                      AN EMPTY ONE.                            *
030900*****************************************************************
031000 1000-INITIALIZE.
031100     OPEN INPUT  CODE-OUT-FILE
031200     OPEN INPUT  PRIOR-SNAP-FILE
031300     OPEN OUTPUT SNAP-OUT-FILE
031400     OPEN OUTPUT DELTA-FILE
031500     OPEN OUTPUT REPORT-FILE
031600
031700     WRITE REPORT-LINE FROM WS-HEADING-1
031800
031900     PERFORM 2100-READ-CODE-OUT THRU 2100-EXIT
032000
032100     IF END-OF-CODE-OUT
032200         DISPLAY 'REVDELTA: CODEOUT IS EMPTY - NO HEADER RECORD'
032300         SET RUN-ABORTED TO TRUE
032400         GO TO 1000-EXIT
032500     END-IF
032600
032700     MOVE CODE-OUT-RECORD TO REVCTL-HEADER
032800     IF NOT REVCTL-HEADER-ID
032900         DISPLAY 'REVDELTA: FIRST RECORD IS NOT THE CONTROL '
033000             'HEADER'
033100         SET RUN-ABORTED TO TRUE
033200         GO TO 1000-EXIT
033300     END-IF
033400
033500     MOVE REVCTL-HDR-DATE TO WS-RUN-DATE
033520     IF REVCTL-HDR-CYCLE NUMERIC
033540        AND REVCTL-HDR-CYCLE > 0
033560         MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
033580     END-IF
033600     EVALUATE REVCTL-HDR-MODE
033700         WHEN 'W'
033800         WHEN 'S'
033900             MOVE REVCTL-HDR-MODE TO WS-RUN-MODE
034000         WHEN OTHER
034100             MOVE 'C' TO WS-RUN-MODE
034200     END-EVALUATE
034300
034400     IF NOT PRIOR-FILE-OPEN-OK
034500         DISPLAY 'REVDELTA: SNAPIN WILL NOT OPEN - STATUS '
034600             WS-SNPIN-STATUS
034700         SET RUN-ABORTED TO TRUE
034800         GO TO 1000-EXIT
034900     END-IF
035000
035100     PERFORM 3100-READ-PRIOR THRU 3100-EXIT
035200
035300     IF NOT END-OF-PRIOR
035400         MOVE SNP-RUN-DATE TO WS-PRIOR-DATE
035410         MOVE 1 TO WS-PRIOR-CYCLE
035420         IF SNP-RUN-CYCLE NUMERIC
035430            AND SNP-RUN-CYCLE > 0
035440             MOVE SNP-RUN-CYCLE TO WS-PRIOR-CYCLE
035450         END-IF
035500         IF WS-PRIOR-DATE > WS-RUN-DATE
035520            OR (WS-PRIOR-DATE = WS-RUN-DATE
035540                AND WS-PRIOR-CYCLE NOT < WS-RUN-CYCLE)
035600             DISPLAY 'REVDELTA: PRIOR SNAPSHOT IS DATED '
035700                 WS-PRIOR-DATE ' CYCLE ' WS-PRIOR-CYCLE
035750                 ' - NOT BEFORE TONIGHT''S RUN '
035800                 WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
035900             SET RUN-ABORTED TO TRUE
036000             GO TO 1000-EXIT
036100         END-IF
036200     END-IF
036300
036400     MOVE WS-RUN-DATE TO WSH-RUN-DATE
036450     MOVE WS-RUN-CYCLE TO WSH-RUN-CYCLE
036500     IF WS-PRIOR-DATE = 0
036600         MOVE 'NONE' TO WSH-PRIOR-DATE
036700     ELSE
036800         MOVE WS-PRIOR-DATE TO WSH-PRIOR-DATE
036820         MOVE '/' TO WSH-PRIOR-SLASH
036840         MOVE WS-PRIOR-CYCLE TO WSH-PRIOR-CYCLE
036900     END-IF
037000     WRITE REPORT-LINE FROM WS-HEADING-2
037100     MOVE SPACES TO REPORT-LINE
037200     WRITE REPORT-LINE
037300     WRITE REPORT-LINE FROM WS-HEADING-3
037400     WRITE REPORT-LINE FROM WS-DROP-HEADS
037500
037600     DISPLAY 'REVDELTA: HEADER RUN DATE = ' WS-RUN-DATE
037650     DISPLAY 'REVDELTA: HEADER CYCLE    = ' WS-RUN-CYCLE
037700     DISPLAY 'REVDELTA: PRIOR RUN DATE  = ' WS-PRIOR-DATE
037750     DISPLAY 'REVDELTA: PRIOR CYCLE     = ' WS-PRIOR-CYCLE
037800     DISPLAY 'REVDELTA: REVERSAL MODE   = ' WS-RUN-MODE.
037900
038000 1000-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*    2000-FEED-SORT - SORT INPUT PROCEDURE - RELEASE EVERY      *
038500*                     CODEOUT DATA RECORD WITH ITS ORIGINAL     *
038600*                     CODE, THEN TIE THE COUNT BACK TO THE      *
038700*                     GRAND TRAILER.  A MISSING TRAILER OR A    *
038800*                     COUNT THAT DISAGREES STOPS THE DELTA.     *
038900*****************************************************************
039000 2000-FEED-SORT.
039100     PERFORM 2150-NEXT-DATA-RECORD THRU 2150-EXIT
039200
039300     PERFORM 2200-RELEASE-ONE-CODE THRU 2200-EXIT
039400         UNTIL TRAILER-FOUND OR END-OF-CODE-OUT
039500
039600     IF NOT TRAILER-FOUND
039700         DISPLAY 'REVDELTA: NO CONTROL TRAILER - CODEOUT IS '
039800             'TRUNCATED'
039900         SET RUN-ABORTED TO TRUE
040000     ELSE
040100         IF REVCTL-TRL-COUNT NOT = WS-OUT-DATA-COUNT
040200             DISPLAY 'REVDELTA: TRAILER SAYS ' REVCTL-TRL-COUNT
040300                 ' RECORDS BUT ' WS-OUT-DATA-COUNT ' WERE READ'
040400             SET RUN-ABORTED TO TRUE
040500         END-IF
040600     END-IF
040700
040800*    THE RANGE ENDS AT 2999-EXIT - STEPPING OFF THE END OF
040900*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE READ AND
041000*    RELEASE PARAGRAPHS A SECOND TIME.
041100     GO TO 2999-EXIT.
041200
041300*****************************************************************
041400*    2100-READ-CODE-OUT - READ THE NEXT CODEOUT RECORD, SET     *
041500*                         THE EOF SWITCH AT END                 *
041600*****************************************************************
041700 2100-READ-CODE-OUT.
041800     READ CODE-OUT-FILE
041900         AT END
042000             SET END-OF-CODE-OUT TO TRUE
042100     END-READ.
042200
042300 2100-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*    2150-NEXT-DATA-RECORD - ADVANCE TO THE NEXT DATA RECORD.   *
042800*                            THE PER-SOURCE TRS TRAILERS ARE    *
042900*                            PASSED OVER - REVCOCHK HAS ALREADY *
043000*                            TIED THEM OUT - AND THE GRAND      *
043100*                            TRAILER ENDS THE DATA              *
043200*****************************************************************
043300 2150-NEXT-DATA-RECORD.
043400     PERFORM 2100-READ-CODE-OUT THRU 2100-EXIT
043500
043600     IF END-OF-CODE-OUT
043700         GO TO 2150-EXIT
043800     END-IF
043900
044000     MOVE CODE-OUT-RECORD TO REVCTL-SOURCE-TRAILER
044100     IF REVCTL-SRCTRL-ID
044200         GO TO 2150-NEXT-DATA-RECORD
044300     END-IF
044400
044500     MOVE CODE-OUT-RECORD TO REVCTL-TRAILER
044600     IF REVCTL-TRAILER-ID
044700         SET TRAILER-FOUND TO TRUE
044800         GO TO 2150-EXIT
044900     END-IF
045000
045100     ADD 1 TO WS-OUT-DATA-COUNT.
045200
045300 2150-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*    2200-RELEASE-ONE-CODE - RE-DERIVE THE ORIGINAL CODE AND    *
045800*                            RELEASE THE RECORD TO THE SORT,    *
045900*                            THEN ADVANCE                       *
046000*****************************************************************
046100 2200-RELEASE-ONE-CODE.
046200     PERFORM 2300-REDERIVE-ORIGINAL THRU 2300-EXIT
046300
046400     MOVE CO-SOURCE         TO SRT-SOURCE
046500     MOVE WS-REDERIVED-CODE TO SRT-ORIG-CODE
046600     MOVE CO-CODE           TO SRT-CODE
046700     MOVE CO-PROD-CLASS     TO SRT-PROD-CLASS
046800     MOVE CO-EFF-DATE       TO SRT-EFF-DATE
046900     MOVE WS-RUN-DATE       TO SRT-RUN-DATE
046950     MOVE WS-RUN-CYCLE      TO SRT-RUN-CYCLE
047000     RELEASE SORT-RECORD
047020
047040     IF NOT NIGHTLY-RUN
047060         PERFORM 2250-NOTE-RUN-SOURCE THRU 2250-EXIT
047080     END-IF
047100
047200     PERFORM 2150-NEXT-DATA-RECORD THRU 2150-EXIT.
047300
047400 2200-EXIT.
047500     EXIT.
047502
047503*****************************************************************
047504*    2250-NOTE-RUN-SOURCE - OFF-CYCLE RUN - REMEMBER EACH       *
047505*                           SOURCE THE LATE EXTRACT CARRIES,    *
047506*                           SO THE MATCH KNOWS WHICH SOURCES    *
047507*                           WERE SENT AGAIN AND WHICH WERE NOT. *
047508*                           A SOURCE THE TABLE HAS NO ROOM FOR  *
047509*                           IS NAMED ONCE PER RUN OF ITS        *
047510*                           RECORDS AND FLAGS THE RUN           *
047511*****************************************************************
047512 2250-NOTE-RUN-SOURCE.
047513     MOVE CO-SOURCE TO WS-RUN-SRC-LOOKUP
047514     PERFORM 2260-FIND-RUN-SOURCE THRU 2260-EXIT
047515
047516     IF RUN-SOURCE-FOUND
047517         GO TO 2250-EXIT
047518     END-IF
047519
047520     IF WS-RUN-SRC-COUNT < WS-RUN-SRC-MAX
047521         ADD 1 TO WS-RUN-SRC-COUNT
047522         MOVE CO-SOURCE TO WS-RUN-SRC-ID(WS-RUN-SRC-COUNT)
047523         GO TO 2250-EXIT
047524     END-IF
047525
047526     SET RUN-SOURCE-OVERFLOW TO TRUE
047527     IF CO-SOURCE NOT = WS-RUN-SRC-LAST-OVER
047528         MOVE CO-SOURCE TO WS-RUN-SRC-LAST-OVER
047529         DISPLAY 'REVDELTA: LATE-RUN SOURCE TABLE FULL - SOURCE '
047530             CO-SOURCE ' NOT TRACKED, ITS PRIOR CODES WILL BE '
047531             'KEPT, NOT DROPPED'
047532     END-IF.
047533
047534 2250-EXIT.
047535     EXIT.
047536
047537 2260-FIND-RUN-SOURCE.
047538     MOVE 'N' TO WS-RUN-SRC-FOUND-SW
047539     PERFORM 2270-CHECK-ONE-RUN-SOURCE THRU 2270-EXIT
047540         VARYING WS-RUN-SRC-IDX FROM 1 BY 1
047541         UNTIL WS-RUN-SRC-IDX > WS-RUN-SRC-COUNT
047542            OR RUN-SOURCE-FOUND.
047543
047544 2260-EXIT.
047545     EXIT.
047546
047547 2270-CHECK-ONE-RUN-SOURCE.
047548     IF WS-RUN-SRC-ID(WS-RUN-SRC-IDX) = WS-RUN-SRC-LOOKUP
047549         SET RUN-SOURCE-FOUND TO TRUE
047550     END-IF.
047551
047552 2270-EXIT.
047553     EXIT.
047600
047700*****************************************************************
047800*    2300-REDERIVE-ORIGINAL - REVERSE THE OUTPUT CODE AGAIN IN  *
047900*                             THE RUN'S MODE THROUGH REVLINK -  *
048000*                             EVERY MODE IS ITS OWN INVERSE,    *
048100*                             SO THE RESULT IS THE CODE THE     *
048200*                             EXTRACT SENT                      *
048300*****************************************************************
048400 2300-REDERIVE-ORIGINAL.
048500     EVALUATE WS-RUN-MODE
048600         WHEN 'W'
048700             SET REVLINK-REVERSE-WORDS TO TRUE
048800         WHEN 'S'
048900             SET REVLINK-REVERSE-SEGMENTS TO TRUE
049000         WHEN OTHER
049100             SET REVLINK-REVERSE-CHARS TO TRUE
049200     END-EVALUATE
049300     MOVE SPACES TO REVLINK-WORDIN
049400     MOVE CO-CODE TO REVLINK-WORDIN
049500
049600     CALL 'REVLINK' USING REVLINK-PARMS
049700
049800     MOVE REVLINK-WORDOUT(1:LENGTH OF WS-REDERIVED-CODE)
049900         TO WS-REDERIVED-CODE.
050000
050100 2300-EXIT.
050200     EXIT.
050300
050400 2999-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    3000-PRODUCE-DELTA - SORT OUTPUT PROCEDURE - WRITE THE     *
050900*                         DELTA HEADER, MATCH TONIGHT'S SORTED  *
051000*                         CODES AGAINST LAST NIGHT'S SNAPSHOT   *
051100*                         ONE KEY AT A TIME, WRITE THE TRAILER  *
051200*                         AND PRINT THE SUMMARY.  NOTHING IS    *
051300*                         WRITTEN IF THE INPUT PROCEDURE FOUND  *
051400*                         CODEOUT SHORT.                        *
051500*****************************************************************
051600 3000-PRODUCE-DELTA.
051700     IF RUN-ABORTED
051800         GO TO 3999-EXIT
051900     END-IF
052000
052100     MOVE WS-RUN-DATE   TO REVDLT-HDR-DATE
052200     MOVE WS-PRIOR-DATE TO REVDLT-HDR-PRIOR-DATE
052220     MOVE WS-RUN-CYCLE  TO REVDLT-HDR-CYCLE
052240     MOVE WS-PRIOR-CYCLE TO REVDLT-HDR-PRIOR-CYCLE
052300     MOVE WS-RUN-MODE   TO REVDLT-HDR-MODE
052400     WRITE DELTA-OUT-RECORD FROM REVDLT-HEADER
052500
052600     MOVE LOW-VALUES TO WS-LAST-CURR-KEY
052700     PERFORM 3200-RETURN-CURRENT THRU 3200-EXIT
052800
052900     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
053000         UNTIL END-OF-PRIOR AND END-OF-CURRENT
053100
053200     IF WS-DROP-COUNT = 0
053300         MOVE '(NO CODES DROPPED)' TO WSF-TEXT
053400         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
053500     END-IF
053600
053700     MOVE WS-ADD-COUNT     TO REVDLT-TRL-ADDS
053800     MOVE WS-CHANGE-COUNT  TO REVDLT-TRL-CHANGES
053900     MOVE WS-DROP-COUNT    TO REVDLT-TRL-DROPS
054000     MOVE WS-DELTA-WRITTEN TO REVDLT-TRL-COUNT
054100     WRITE DELTA-OUT-RECORD FROM REVDLT-TRAILER
054200
054300     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT
054400
054500*    THE RANGE ENDS AT 3999-EXIT - STEPPING OFF THE END OF
054600*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE DETAIL
054700*    PARAGRAPHS A SECOND TIME.
054800     GO TO 3999-EXIT.
054900
055000*****************************************************************
055100*    3100-READ-PRIOR - READ THE NEXT PRIOR SNAPSHOT RECORD.     *
055200*                      AT END THE KEY GOES TO HIGH-VALUES SO    *
055300*                      EVERY REMAINING TONIGHT KEY SORTS LOW    *
055400*                      AGAINST IT AND BECOMES AN ADD.           *
055500*****************************************************************
055600 3100-READ-PRIOR.
055700     READ PRIOR-SNAP-FILE
055800         AT END
055900             SET END-OF-PRIOR TO TRUE
056000             MOVE HIGH-VALUES TO WS-PRIOR-KEY
056100             GO TO 3100-EXIT
056200     END-READ
056300
056400     ADD 1 TO WS-PRIOR-READ
056500     MOVE SNP-KEY TO WS-PRIOR-KEY.
056600
056700 3100-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    3200-RETURN-CURRENT - TAKE THE NEXT SORTED TONIGHT RECORD. *
057200*                          IT GOES ON THE SNAPSHOT FOR TOMORROW *
057300*                          ONCE 3300 HAS MATCHED IT, SO CODES   *
057320*                          CARRIED FORWARD FROM THE PRIOR       *
057340*                          SNAPSHOT STAY IN KEY ORDER WITH      *
057360*                          TONIGHT'S.  A SOURCE AND ORIGINAL    *
057400*                          CODE ALREADY SEEN TONIGHT IS ONLY    *
057500*                          COUNTED - ONE KEY, ONE SNAPSHOT      *
057600*                          RECORD, ONE DELTA ACTION.  AT END    *
057700*                          THE KEY GOES TO HIGH-VALUES.         *
057800*****************************************************************
057900 3200-RETURN-CURRENT.
058000     RETURN SORT-FILE
058100         AT END
058200             SET END-OF-CURRENT TO TRUE
058300             MOVE HIGH-VALUES TO WS-CURR-KEY
058400             GO TO 3200-EXIT
058500     END-RETURN
058600
058700     MOVE SRT-KEY TO WS-CURR-KEY
058800
058900     IF WS-CURR-KEY = WS-LAST-CURR-KEY
059000         ADD 1 TO WS-CURR-DUPLICATES
059100         DISPLAY 'REVDELTA: SOURCE ' SRT-SOURCE ' CODE '
059200             SRT-ORIG-CODE ' APPEARS MORE THAN ONCE - '
059300             'REPEAT IGNORED'
059400         GO TO 3200-RETURN-CURRENT
059500     END-IF
059600
059700     MOVE WS-CURR-KEY TO WS-LAST-CURR-KEY
059800     ADD 1 TO WS-CURR-RETURNED.
060000
060100 3200-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500*    3300-MATCH-ONE-KEY - THE LOWER KEY DECIDES - A PRIOR KEY   *
060600*                         WITH NO TONIGHT PARTNER IS A DROP, A  *
060700*                         TONIGHT KEY WITH NO PRIOR PARTNER IS  *
060800*                         AN ADD, A KEY ON BOTH IS COMPARED.    *
060820*                         EVERY TONIGHT KEY GOES ON THE NEW     *
060840*                         SNAPSHOT AS IT IS CONSUMED.           *
060900*****************************************************************
061000 3300-MATCH-ONE-KEY.
061100     EVALUATE TRUE
061200         WHEN WS-PRIOR-KEY < WS-CURR-KEY
061300             PERFORM 3350-DROP-OR-CARRY THRU 3350-EXIT
061400             PERFORM 3100-READ-PRIOR THRU 3100-EXIT
061500         WHEN WS-PRIOR-KEY > WS-CURR-KEY
061600             PERFORM 3410-WRITE-ADD THRU 3410-EXIT
061650             WRITE SNAP-OUT-RECORD FROM SORT-RECORD
061700             PERFORM 3200-RETURN-CURRENT THRU 3200-EXIT
061800         WHEN OTHER
061900             PERFORM 3420-COMPARE-MATCHED THRU 3420-EXIT
061950             WRITE SNAP-OUT-RECORD FROM SORT-RECORD
062000             PERFORM 3100-READ-PRIOR THRU 3100-EXIT
062100             PERFORM 3200-RETURN-CURRENT THRU 3200-EXIT
062200     END-EVALUATE.
062300
062400 3300-EXIT.
062500     EXIT.
062502
062504*****************************************************************
062506*    3350-DROP-OR-CARRY - A PRIOR KEY WITH NO TONIGHT PARTNER.  *
062508*                         ON THE NIGHTLY RUN IT IS A DROP.  ON  *
062510*                         AN OFF-CYCLE RUN IT IS A DROP ONLY IF *
062512*                         ITS SOURCE SENT A LATE EXTRACT; A     *
062514*                         SOURCE THE LATE RUN DID NOT CARRY IS  *
062516*                         CARRIED FORWARD UNCHANGED.            *
062518*****************************************************************
062520 3350-DROP-OR-CARRY.
062522     IF NIGHTLY-RUN
062524         PERFORM 3400-WRITE-DROP THRU 3400-EXIT
062526         GO TO 3350-EXIT
062528     END-IF
062530
062532     MOVE SNP-SOURCE TO WS-RUN-SRC-LOOKUP
062534     PERFORM 2260-FIND-RUN-SOURCE THRU 2260-EXIT
062536
062538     IF RUN-SOURCE-FOUND
062540         PERFORM 3400-WRITE-DROP THRU 3400-EXIT
062542     ELSE
062544         PERFORM 3430-CARRY-FORWARD THRU 3430-EXIT
062546     END-IF.
062548
062550 3350-EXIT.
062552     EXIT.
062600
062700*****************************************************************
062800*    3400-WRITE-DROP - LAST NIGHT'S CODE IS GONE FROM THE       *
062900*                      EXTRACT - DELTA RECORD WITH THE OLD      *
063000*                      VALUES, AND A LINE ON THE REPORT         *
063100*****************************************************************
063200 3400-WRITE-DROP.
063300     MOVE SPACES TO DELTA-RECORD
063400     SET DLT-DROP TO TRUE
063500     MOVE SNP-SOURCE     TO DLT-SOURCE
063600     MOVE SNP-ORIG-CODE  TO DLT-ORIG-CODE
063700     MOVE SNP-CODE       TO DLT-OLD-CODE
063800     MOVE SNP-PROD-CLASS TO DLT-OLD-PROD-CLASS
063900     MOVE SNP-EFF-DATE   TO DLT-OLD-EFF-DATE
064000     MOVE 0              TO DLT-NEW-EFF-DATE
064100     WRITE DELTA-OUT-RECORD FROM DELTA-RECORD
064200     ADD 1 TO WS-DELTA-WRITTEN
064300     ADD 1 TO WS-DROP-COUNT
064400
064500     MOVE SNP-SOURCE     TO WSD-SOURCE
064600     MOVE SNP-ORIG-CODE  TO WSD-ORIG-CODE
064700     MOVE SNP-CODE       TO WSD-CODE
064800     MOVE SNP-PROD-CLASS TO WSD-PROD-CLASS
064900     MOVE SNP-EFF-DATE   TO WSD-EFF-DATE
065000     WRITE REPORT-LINE FROM WS-DROP-LINE
065100
065200     MOVE SNP-SOURCE TO WS-TALLY-SOURCE
065300     PERFORM 3500-FIND-SOURCE THRU 3500-EXIT
065400     IF SOURCE-SLOT-AVAILABLE
065500         ADD 1 TO WS-SRC-PRIOR(WS-SRC-X)
065600         ADD 1 TO WS-SRC-DROPS(WS-SRC-X)
065700     END-IF.
065800
065900 3400-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300*    3410-WRITE-ADD - A CODE NEW TONIGHT - DELTA RECORD WITH    *
066400*                     THE NEW VALUES                            *
066500*****************************************************************
066600 3410-WRITE-ADD.
066700     MOVE SPACES TO DELTA-RECORD
066800     SET DLT-ADD TO TRUE
066900     MOVE SRT-SOURCE     TO DLT-SOURCE
067000     MOVE SRT-ORIG-CODE  TO DLT-ORIG-CODE
067100     MOVE 0              TO DLT-OLD-EFF-DATE
067200     MOVE SRT-CODE       TO DLT-NEW-CODE
067300     MOVE SRT-PROD-CLASS TO DLT-NEW-PROD-CLASS
067400     MOVE SRT-EFF-DATE   TO DLT-NEW-EFF-DATE
067500     WRITE DELTA-OUT-RECORD FROM DELTA-RECORD
067600     ADD 1 TO WS-DELTA-WRITTEN
067700     ADD 1 TO WS-ADD-COUNT
067800
067900     MOVE SRT-SOURCE TO WS-TALLY-SOURCE
068000     PERFORM 3500-FIND-SOURCE THRU 3500-EXIT
068100     IF SOURCE-SLOT-AVAILABLE
068200         ADD 1 TO WS-SRC-TONIGHT(WS-SRC-X)
068300         ADD 1 TO WS-SRC-ADDS(WS-SRC-X)
068400     END-IF.
068500
068600 3410-EXIT.
068700     EXIT.
068800
068900*****************************************************************
069000*    3420-COMPARE-MATCHED - THE SAME SOURCE AND ORIGINAL CODE   *
069100*                           BOTH NIGHTS.  ANY MOVE IN THE       *
069200*                           REVERSED CODE (A CHANGE OF MODE),   *
069300*                           THE PRODUCT CLASS OR THE EFFECTIVE  *
069400*                           DATE IS A CHANGE CARRYING BOTH      *
069500*                           SETS OF VALUES; OTHERWISE THE CODE  *
069600*                           IS ONLY COUNTED AS UNCHANGED.       *
069700*****************************************************************
069800 3420-COMPARE-MATCHED.
069900     MOVE SRT-SOURCE TO WS-TALLY-SOURCE
070000     PERFORM 3500-FIND-SOURCE THRU 3500-EXIT
070100     IF SOURCE-SLOT-AVAILABLE
070200         ADD 1 TO WS-SRC-PRIOR(WS-SRC-X)
070300         ADD 1 TO WS-SRC-TONIGHT(WS-SRC-X)
070400     END-IF
070500
070600     IF SRT-CODE = SNP-CODE
070700        AND SRT-PROD-CLASS = SNP-PROD-CLASS
070800        AND SRT-EFF-DATE = SNP-EFF-DATE
070900         ADD 1 TO WS-SAME-COUNT
071000         IF SOURCE-SLOT-AVAILABLE
071100             ADD 1 TO WS-SRC-SAME(WS-SRC-X)
071200         END-IF
071300         GO TO 3420-EXIT
071400     END-IF
071500
071600     MOVE SPACES TO DELTA-RECORD
071700     SET DLT-CHANGE TO TRUE
071800     MOVE SRT-SOURCE     TO DLT-SOURCE
071900     MOVE SRT-ORIG-CODE  TO DLT-ORIG-CODE
072000     MOVE SNP-CODE       TO DLT-OLD-CODE
072100     MOVE SNP-PROD-CLASS TO DLT-OLD-PROD-CLASS
072200     MOVE SNP-EFF-DATE   TO DLT-OLD-EFF-DATE
072300     MOVE SRT-CODE       TO DLT-NEW-CODE
072400     MOVE SRT-PROD-CLASS TO DLT-NEW-PROD-CLASS
072500     MOVE SRT-EFF-DATE   TO DLT-NEW-EFF-DATE
072600     WRITE DELTA-OUT-RECORD FROM DELTA-RECORD
072700     ADD 1 TO WS-DELTA-WRITTEN
072800     ADD 1 TO WS-CHANGE-COUNT
072900     IF SOURCE-SLOT-AVAILABLE
073000         ADD 1 TO WS-SRC-CHANGES(WS-SRC-X)
073100     END-IF.
073200
073300 3420-EXIT.
073400     EXIT.
073402
073404*****************************************************************
073406*    3430-CARRY-FORWARD - OFF-CYCLE RUN - THE PRIOR CODE'S      *
073408*                         SOURCE WAS NOT IN THE LATE EXTRACT,   *
073410*                         SO IT GOES ON TONIGHT'S SNAPSHOT AS   *
073412*                         IT WAS, RESTAMPED WITH THIS RUN, AND  *
073414*                         NO DELTA RECORD IS WRITTEN            *
073416*****************************************************************
073418 3430-CARRY-FORWARD.
073420     MOVE WS-RUN-DATE  TO SNP-RUN-DATE
073422     MOVE WS-RUN-CYCLE TO SNP-RUN-CYCLE
073424     WRITE SNAP-OUT-RECORD FROM SNAPSHOT-RECORD
073426     ADD 1 TO WS-CARRY-COUNT
073428
073430     MOVE SNP-SOURCE TO WS-TALLY-SOURCE
073432     PERFORM 3500-FIND-SOURCE THRU 3500-EXIT
073434     IF SOURCE-SLOT-AVAILABLE
073436         ADD 1 TO WS-SRC-PRIOR(WS-SRC-X)
073438     END-IF.
073440
073442 3430-EXIT.
073444     EXIT.
073500
073600*****************************************************************
073700*    3500-FIND-SOURCE - POINT WS-SRC-X AT WS-TALLY-SOURCE'S     *
073800*                       ENTRY, ADDING ONE THE FIRST TIME THE    *
073900*                       SOURCE IS MET.  A SOURCE PAST THE END   *
074000*                       OF THE TABLE IS COUNTED AS OVERFLOW AND *
074100*                       FOOTNOTED - THE GRAND TOTALS STAY RIGHT *
074200*****************************************************************
074300 3500-FIND-SOURCE.
074400     MOVE 'N' TO WS-SRC-FOUND-SW
074500     MOVE 'Y' TO WS-SRC-SLOT-SW
074600
074700     PERFORM 3510-CHECK-ONE-SOURCE THRU 3510-EXIT
074800         VARYING WS-SRC-X FROM 1 BY 1
074900         UNTIL WS-SRC-X > WS-SRC-COUNT
075000            OR SOURCE-ENTRY-FOUND
075100
075200*    PERFORM VARYING STEPS THE INDEX BEFORE THE EXIT TEST, SO A
075300*    SEARCH THAT FOUND ITS ENTRY LEAVES WS-SRC-X ONE BEYOND IT
075400*    (SEE THE SAME CORRECTION IN REVRPT) - STEP BACK ONTO IT.
075500     IF SOURCE-ENTRY-FOUND
075600         SET WS-SRC-X DOWN BY 1
075700         GO TO 3500-EXIT
075800     END-IF
075900
076000     IF WS-SRC-COUNT < WS-SRC-MAX
076100         ADD 1 TO WS-SRC-COUNT
076200         SET WS-SRC-X TO WS-SRC-COUNT
076300         MOVE WS-TALLY-SOURCE TO WS-SRC-ID(WS-SRC-X)
076400         MOVE 0 TO WS-SRC-PRIOR(WS-SRC-X)
076500         MOVE 0 TO WS-SRC-TONIGHT(WS-SRC-X)
076600         MOVE 0 TO WS-SRC-ADDS(WS-SRC-X)
076700         MOVE 0 TO WS-SRC-CHANGES(WS-SRC-X)
076800         MOVE 0 TO WS-SRC-DROPS(WS-SRC-X)
076900         MOVE 0 TO WS-SRC-SAME(WS-SRC-X)
077000     ELSE
077100         ADD 1 TO WS-SRC-OVERFLOW
077200         MOVE 'N' TO WS-SRC-SLOT-SW
077300     END-IF.
077400
077500 3500-EXIT.
077600     EXIT.
077700
077800 3510-CHECK-ONE-SOURCE.
077900     IF WS-SRC-ID(WS-SRC-X) = WS-TALLY-SOURCE
078000         SET SOURCE-ENTRY-FOUND TO TRUE
078100     END-IF.
078200
078300 3510-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*    3700-PRINT-SUMMARY - ONE LINE PER SOURCE, THEN THE GRAND   *
078800*                         TOTALS AND ANY FOOTNOTES              *
078900*****************************************************************
079000 3700-PRINT-SUMMARY.
079100     MOVE SPACES TO REPORT-LINE
079200     WRITE REPORT-LINE
079300     WRITE REPORT-LINE FROM WS-HEADING-4
079400     WRITE REPORT-LINE FROM WS-SUMMARY-HEADS
079500
079600     PERFORM 3710-PRINT-ONE-SOURCE THRU 3710-EXIT
079700         VARYING WS-SRC-X FROM 1 BY 1
079800         UNTIL WS-SRC-X > WS-SRC-COUNT
079900
080000     MOVE SPACES TO REPORT-LINE
080100     WRITE REPORT-LINE
080200
080300     MOVE 'PRIOR SNAPSHOT RECORDS:' TO WST-LABEL
080400     MOVE WS-PRIOR-READ TO WST-COUNT
080500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
080600
080700     MOVE 'CODEOUT DATA RECORDS TONIGHT:' TO WST-LABEL
080800     MOVE WS-OUT-DATA-COUNT TO WST-COUNT
080900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
081000
081100     MOVE 'CODES ADDED:' TO WST-LABEL
081200     MOVE WS-ADD-COUNT TO WST-COUNT
081300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
081400
081500     MOVE 'CODES CHANGED:' TO WST-LABEL
081600     MOVE WS-CHANGE-COUNT TO WST-COUNT
081700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
081800
081900     MOVE 'CODES DROPPED:' TO WST-LABEL
082000     MOVE WS-DROP-COUNT TO WST-COUNT
082100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
082200
082300     MOVE 'CODES UNCHANGED:' TO WST-LABEL
082400     MOVE WS-SAME-COUNT TO WST-COUNT
082500     WRITE REPORT-LINE FROM WS-TOTAL-LINE
082600
082610     IF WS-CARRY-COUNT > 0
082620         MOVE 'CODES CARRIED FORWARD:' TO WST-LABEL
082630         MOVE WS-CARRY-COUNT TO WST-COUNT
082640         WRITE REPORT-LINE FROM WS-TOTAL-LINE
082650     END-IF
082660
082700     MOVE 'DELTA RECORDS WRITTEN:' TO WST-LABEL
082800     MOVE WS-DELTA-WRITTEN TO WST-COUNT
082900     WRITE REPORT-LINE FROM WS-TOTAL-LINE
083000
083100     IF WS-CURR-DUPLICATES > 0
083200         MOVE SPACES TO REPORT-LINE
083300         WRITE REPORT-LINE
083400         MOVE 'REPEATED SOURCE/CODE KEYS IGNORED:' TO WST-LABEL
083500         MOVE WS-CURR-DUPLICATES TO WST-COUNT
083600         WRITE REPORT-LINE FROM WS-TOTAL-LINE
083700         MOVE '* ONE SOURCE SENT A CODE TWICE - SEE SYSOUT'
083800             TO WSF-TEXT
083900         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
084000     END-IF
084100
084110     IF WS-CARRY-COUNT > 0
084120         MOVE SPACES TO REPORT-LINE
084130         WRITE REPORT-LINE
084140         MOVE '* OFF-CYCLE RUN - SOURCES NOT RESENT WERE KEPT'
084150             TO WSF-TEXT
084160         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
084170     END-IF
084172
084174     IF RUN-SOURCE-OVERFLOW
084176         MOVE SPACES TO REPORT-LINE
084178         WRITE REPORT-LINE
084180         MOVE '* LATE SOURCES PAST THE TABLE WERE ALL KEPT'
084182             TO WSF-TEXT
084184         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
084186     END-IF
084188
084200     IF WS-SRC-OVERFLOW > 0
084300         MOVE SPACES TO REPORT-LINE
084400         WRITE REPORT-LINE
084500         MOVE 'RECORDS FROM UNLISTED SOURCES:' TO WST-LABEL
084600         MOVE WS-SRC-OVERFLOW TO WST-COUNT
084700         WRITE REPORT-LINE FROM WS-TOTAL-LINE
084800         MOVE '* SOURCES PAST THE TABLE ARE IN THE TOTALS ONLY'
084900             TO WSF-TEXT
085000         WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
085100     END-IF.
085200
085300 3700-EXIT.
085400     EXIT.
085500
085600 3710-PRINT-ONE-SOURCE.
085700     MOVE WS-SRC-ID(WS-SRC-X)      TO WSS-SOURCE
085800     MOVE WS-SRC-PRIOR(WS-SRC-X)   TO WSS-PRIOR
085900     MOVE WS-SRC-TONIGHT(WS-SRC-X) TO WSS-TONIGHT
086000     MOVE WS-SRC-ADDS(WS-SRC-X)    TO WSS-ADDS
086100     MOVE WS-SRC-CHANGES(WS-SRC-X) TO WSS-CHANGES
086200     MOVE WS-SRC-DROPS(WS-SRC-X)   TO WSS-DROPS
086300     MOVE WS-SRC-SAME(WS-SRC-X)    TO WSS-SAME
086400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
086500
086600 3710-EXIT.
086700     EXIT.
086800
086900 3999-EXIT.
087000     EXIT.
087100
087200*****************************************************************
087300*    9000-TERMINATE - CLOSE THE FILES AND ECHO THE TOTALS       *
087400*****************************************************************
087500 9000-TERMINATE.
087600     CLOSE CODE-OUT-FILE
087700     CLOSE PRIOR-SNAP-FILE
087800     CLOSE SNAP-OUT-FILE
087900     CLOSE DELTA-FILE
088000     CLOSE REPORT-FILE
088100
088200     DISPLAY 'REVDELTA: CODEOUT DATA RECORDS = ' WS-OUT-DATA-COUNT
088300     DISPLAY 'REVDELTA: PRIOR SNAPSHOT READ  = ' WS-PRIOR-READ
088400     DISPLAY 'REVDELTA: CODES ADDED          = ' WS-ADD-COUNT
088500     DISPLAY 'REVDELTA: CODES CHANGED        = ' WS-CHANGE-COUNT
088600     DISPLAY 'REVDELTA: CODES DROPPED        = ' WS-DROP-COUNT
088700     DISPLAY 'REVDELTA: CODES UNCHANGED      = ' WS-SAME-COUNT
088750     DISPLAY 'REVDELTA: CODES CARRIED FORWARD= ' WS-CARRY-COUNT
088800     DISPLAY 'REVDELTA: DELTA RECORDS        = ' WS-DELTA-WRITTEN.
088900
089000 9000-EXIT.
089100     EXIT.
089110
089120*****************************************************************
089130*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
089140*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
089150*****************************************************************
089160 9800-LOG-JOB-START.
089170     SET REVJEVW-JOB-START TO TRUE
089180     MOVE 'REVDELTA' TO REVJEVW-JOB-NAME
089190     CALL 'REVJEVW' USING REVJEVW-PARMS.
089200
089210 9800-EXIT.
089220     EXIT.
089230
089240*****************************************************************
089250*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
089260*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
089270*                       THE INPUT CARRIED A TRAILER             *
089280*****************************************************************
089290 9810-LOG-JOB-END.
089300     SET REVJEVW-JOB-END TO TRUE
089310     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
089320     MOVE 'CODEOUT' TO REVJEVW-COUNT-NAME(1)
089330     MOVE WS-OUT-DATA-COUNT TO REVJEVW-COUNT(1)
089340     MOVE 'ADDS' TO REVJEVW-COUNT-NAME(2)
089350     MOVE WS-ADD-COUNT TO REVJEVW-COUNT(2)
089360     MOVE 'CHANGES' TO REVJEVW-COUNT-NAME(3)
089370     MOVE WS-CHANGE-COUNT TO REVJEVW-COUNT(3)
089380     MOVE 'DROPS' TO REVJEVW-COUNT-NAME(4)
089390     MOVE WS-DROP-COUNT TO REVJEVW-COUNT(4)
089400     MOVE 'CARRIED' TO REVJEVW-COUNT-NAME(5)
089410     MOVE WS-CARRY-COUNT TO REVJEVW-COUNT(5)
089420     MOVE 'WRITTEN' TO REVJEVW-COUNT-NAME(6)
089430     MOVE WS-DELTA-WRITTEN TO REVJEVW-COUNT(6)
089440
089450     IF TRAILER-FOUND
089460         IF REVCTL-TRL-COUNT = WS-OUT-DATA-COUNT
089470             SET REVJEVW-IN-BALANCE TO TRUE
089480         ELSE
089490             SET REVJEVW-OUT-OF-BALANCE TO TRUE
089500         END-IF
089510     END-IF
089520
089530     CALL 'REVJEVW' USING REVJEVW-PARMS.
089540
089550 9810-EXIT.
089560     EXIT.
