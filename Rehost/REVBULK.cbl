000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVBULK.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  ONLINE CICS TRANSACTION RVRB.  THE BULK FORM OF  *
001000*             RVRS - THE OPERATOR KEYS UP TO TWELVE WORDS OR   *
001100*             PHRASES ON THE REVBMENU SCREEN, EACH WITH ITS    *
001200*             OWN MODE (C, W OR S), AND GETS EACH LINE BACK    *
001300*             WITH ITS OWN RESULT, PALINDROME INDICATOR AND    *
001400*             ERROR INDICATOR.  EVERY LINE IS TREATED EXACTLY  *
001500*             AS ONE RVRS INVOCATION WOULD BE - IT IS          *
001600*             VALIDATED THE SAME WAY, REVERSED BY THE SAME     *
001700*             LINK TO REVLINK, AND WRITES ITS OWN AUDIT LOG    *
001800*             RECORD, ITS OWN RVHIST RECORD AND ITS OWN        *
001900*             RVRSSTAT DASHBOARD COUNT, SO THE AUDIT TRAIL,    *
002000*             REVRECON AND THE RVDB DASHBOARD CANNOT TELL A    *
002100*             BULK LINE FROM A SINGLE REVERSAL.  THE RVLOCK/   *
002200*             RVAUTH CHECK IS THE SAME ONE RVRS MAKES, RUN     *
002300*             ONCE FOR EACH SCREEN SENT IN; A REFUSED SCREEN   *
002400*             PROCESSES NO LINES AND COUNTS AS ONE REFUSAL.    *
002500*                                                               *
002600*   MODIFICATION HISTORY.                                       *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500
003600 01  WS-SWITCHES.
003700     05 WS-VALID-SW            PIC X(01) VALUE 'Y'.
003800        88 INPUT-VALID               VALUE 'Y'.
003900        88 INPUT-INVALID             VALUE 'N'.
004000     05 WS-HIST-SW             PIC X(01) VALUE 'N'.
004100        88 HISTORY-WRITE-FAILED      VALUE 'Y'.
004200
004300 01  WS-COUNTERS.
004400     05 WS-I                  PIC 9(02) VALUE 0.
004500     05 WS-RESP               PIC S9(8) COMP VALUE +0.
004600     05 WS-LN                 PIC 9(02) COMP VALUE 0.
004700     05 WS-LINES-KEYED        PIC 9(02) COMP VALUE 0.
004800     05 WS-LINES-REVERSED     PIC 9(02) COMP VALUE 0.
004900     05 WS-LINES-REJECTED     PIC 9(02) COMP VALUE 0.
005000     05 WS-MAX-LINES          PIC 9(02) COMP VALUE 12.
005100
005200 01  WS-WORK-AREA.
005300     05 WS-REVERSE-STRING      PIC X(80) VALUE SPACES.
005400     05 WS-LINE-MODE           PIC X(01) VALUE SPACE.
005500        88 LINE-MODE-VALID           VALUES 'C' 'W' 'S'.
005600     05 WS-MSG-REVERSED        PIC Z9.
005700     05 WS-MSG-REJECTED        PIC Z9.
005800
005900 01  WS-AUDIT-WORK.
006000     05 WS-ABS-TIME            PIC S9(15) COMP-3 VALUE 0.
006100*    THE ABSTIME GIVEN TO THE PREVIOUS LINE.  TWELVE LINES CAN
006200*    ALL FALL IN THE SAME MILLISECOND, AND THE ABSTIME IS PART
006300*    OF THE RVHIST KEY, SO EACH LINE IS GIVEN ONE LATER THAN
006400*    THE LAST.
006500     05 WS-LAST-ABS-TIME       PIC S9(15) COMP-3 VALUE 0.
006600     05 WS-DSH-RESP            PIC S9(8) COMP VALUE +0.
006700     05 WS-DSH-IDX             PIC 9(02) COMP VALUE 0.
006800     05 WS-DSH-ITEM            PIC S9(4) COMP VALUE +1.
006900     05 WS-DSH-ENQ-NAME        PIC X(08) VALUE 'RVRSSTAT'.
007000
007100 01  WS-SECURITY-WORK.
007200     05 WS-USERID              PIC X(08) VALUE SPACES.
007300     05 WS-AUTH-SW             PIC X(01) VALUE 'N'.
007400        88 USER-AUTHORIZED           VALUE 'Y'.
007500     05 WS-LOCKOUT-SW          PIC X(01) VALUE 'N'.
007600        88 USER-LOCKED-OUT          VALUE 'Y'.
007700     05 WS-LOCK-FOUND-SW       PIC X(01) VALUE 'N'.
007800        88 LOCK-RECORD-FOUND        VALUE 'Y'.
007900     05 WS-LOCK-THRESHOLD      PIC 9(03) VALUE 5.
008000     05 WS-LOCK-ALERT-SW       PIC X(01) VALUE 'Y'.
008100        88 LOCK-ALERTS-ON           VALUE 'Y'.
008200     05 WS-LCK-RESP            PIC S9(8) COMP VALUE +0.
008300
008400     COPY REVAUTR.
008500     COPY REVLCKR.
008600     COPY REVDSHR.
008700     COPY REVAUDR.
008800     COPY REVHISR.
008900     COPY REVLPARM.
009000     COPY REVBMAP.
009100
009200*    THE TWELVE ENTRY LINES OF REVBMENU AS A TABLE, SO EVERY
009300*    LINE GOES THROUGH THE SAME PARAGRAPHS.  THE LEADING FILLER
009400*    IS TITLE01, BHDPRS, BPRESV, BHDIN AND BHDOUT, WHICH COME
009500*    AHEAD OF LINE 01 IN REVBMAP.  EACH FIELD HOLDS THE INPUT
009600*    ON RECEIVE AND THE OUTPUT ON SEND, AS IN THE MAP ITSELF.
009700 01  REVBMENU-LINES REDEFINES REVBMENUI.
009800     05 FILLER                 PIC X(126).
009900     05 BL-LINE OCCURS 12 TIMES.
010000        10 BL-MODE-L           COMP PIC S9(4).
010100        10 BL-MODE-F           PIC X.
010200        10 BL-MODE             PIC X(01).
010300        10 BL-INPUT-L          COMP PIC S9(4).
010400        10 BL-INPUT-F          PIC X.
010500        10 BL-INPUT            PIC X(30).
010600        10 BL-OUTPUT-L         COMP PIC S9(4).
010700        10 BL-OUTPUT-F         PIC X.
010800        10 BL-OUTPUT           PIC X(30).
010900        10 BL-PALIN-L          COMP PIC S9(4).
011000        10 BL-PALIN-F          PIC X.
011100        10 BL-PALIN            PIC X(03).
011200        10 BL-ERROR-L          COMP PIC S9(4).
011300        10 BL-ERROR-F          PIC X.
011400        10 BL-ERROR            PIC X(04).
011500
011600 LINKAGE SECTION.
011700 01  DFHCOMMAREA.
011800*    THE PRESERVE-BLANKS CHOICE AND EACH LINE'S MODE, CARRIED
011900*    FROM ONE SCREEN TO THE NEXT.  THE MAP IS SENT WITH FRSET,
012000*    SO A FIELD THE OPERATOR DID NOT TOUCH COMES BACK EMPTY -
012100*    THE MODE IT HAD IS TAKEN FROM HERE INSTEAD.  AN INPUT LINE
012200*    NOT RE-KEYED COMES BACK EMPTY TOO, AND IS NOT REVERSED A
012300*    SECOND TIME.
012400     05 CA-PRESV              PIC X(01).
012500     05 CA-LINE-MODE          PIC X(01) OCCURS 12 TIMES.
012600
012700 PROCEDURE DIVISION.
012800*****************************************************************
012900*    0000-MAINLINE - ASSIGN AND AUTHORIZE THE USERID, THEN      *
013000*                    EITHER PUT UP THE EMPTY SCREEN (FIRST      *
013100*                    ENTRY) OR REVERSE THE LINES KEYED          *
013200*****************************************************************
013300 0000-MAINLINE.
013400     EXEC CICS ASSIGN
013500         USERID(WS-USERID)
013600     END-EXEC
013700
013800     PERFORM 0100-CHECK-AUTHORIZATION THRU 0100-EXIT
013900
014000     IF USER-LOCKED-OUT
014100         PERFORM 0250-REJECT-LOCKED-OUT THRU 0250-EXIT
014200     ELSE
014300     IF NOT USER-AUTHORIZED
014400         PERFORM 0200-REJECT-UNAUTHORIZED THRU 0200-EXIT
014500     ELSE
014600         IF EIBCALEN = 0
014700             PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
014800         ELSE
014900             PERFORM 2000-HANDLE-REQUEST THRU 2000-EXIT
015000         END-IF
015100
015200         PERFORM 9000-SEND-MAP THRU 9000-EXIT
015300
015400         EXEC CICS RETURN
015500             TRANSID('RVRB')
015600             COMMAREA(DFHCOMMAREA)
015700             LENGTH(LENGTH OF DFHCOMMAREA)
015800         END-EXEC
015900     END-IF
016000     END-IF.
016100
016200*****************************************************************
016300*    0100-CHECK-AUTHORIZATION - THE SAME CHECK RVRS MAKES.  A   *
016400*                               USERID LOCKED ON RVLOCK IS      *
016500*                               REFUSED BEFORE RVAUTH IS EVEN   *
016600*                               LOOKED AT; OTHERWISE IT NEEDS   *
016700*                               AN ACTIVE RECORD ON RVAUTH.  A  *
016800*                               SUCCESSFUL AUTHORIZATION ENDS   *
016900*                               ANY RUN OF CONSECUTIVE REFUSALS *
017000*                               BEING COUNTED AGAINST THE       *
017100*                               USERID.                         *
017200*****************************************************************
017300 0100-CHECK-AUTHORIZATION.
017400     MOVE 'N' TO WS-AUTH-SW
017500     MOVE 'N' TO WS-LOCKOUT-SW
017600     MOVE 'N' TO WS-LOCK-FOUND-SW
017700
017800     MOVE WS-USERID TO REVLCK-USERID
017900     EXEC CICS READ
018000         FILE('RVLOCK')
018100         INTO(REVLCK-RECORD)
018200         RIDFLD(REVLCK-KEY)
018300         KEYLENGTH(LENGTH OF REVLCK-KEY)
018400         RESP(WS-LCK-RESP)
018500     END-EXEC
018600
018700     IF WS-LCK-RESP = DFHRESP(NORMAL)
018800         SET LOCK-RECORD-FOUND TO TRUE
018900         IF REVLCK-LOCKED
019000             SET USER-LOCKED-OUT TO TRUE
019100             GO TO 0100-EXIT
019200         END-IF
019300     END-IF
019400
019500     MOVE WS-USERID TO REVAUT-USERID
019600
019700     EXEC CICS READ
019800         FILE('RVAUTH')
019900         INTO(REVAUT-RECORD)
020000         RIDFLD(REVAUT-KEY)
020100         KEYLENGTH(LENGTH OF REVAUT-KEY)
020200         RESP(WS-RESP)
020300     END-EXEC
020400
020500     IF WS-RESP = DFHRESP(NORMAL) AND REVAUT-ACTIVE
020600         SET USER-AUTHORIZED TO TRUE
020700         IF LOCK-RECORD-FOUND
020800             PERFORM 0150-CLEAR-FAIL-RUN THRU 0150-EXIT
020900         END-IF
021000     END-IF.
021100
021200 0100-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600*    0150-CLEAR-FAIL-RUN - THE USERID AUTHORIZED CLEANLY, SO    *
021700*                          WHATEVER RUN OF CONSECUTIVE REFUSALS *
021800*                          WAS BEING COUNTED IS OVER - DROP THE *
021900*                          RVLOCK RECORD                        *
022000*****************************************************************
022100 0150-CLEAR-FAIL-RUN.
022200     MOVE WS-USERID TO REVLCK-USERID
022300     EXEC CICS DELETE
022400         FILE('RVLOCK')
022500         RIDFLD(REVLCK-KEY)
022600         KEYLENGTH(LENGTH OF REVLCK-KEY)
022700         RESP(WS-LCK-RESP)
022800     END-EXEC.
022900
023000 0150-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400*    0200-REJECT-UNAUTHORIZED - TELL THE OPERATOR THEY ARE NOT  *
023500*                                PERMITTED TO USE THIS          *
023600*                                TRANSACTION AND END IT.  ONE   *
023700*                                NOTAUTH AUDIT RECORD AND ONE   *
023800*                                REFUSAL ON THE USERID'S RUN OF *
023900*                                CONSECUTIVE FAILURES, HOWEVER  *
024000*                                MANY LINES WERE KEYED - NONE OF*
024100*                                THEM IS LOOKED AT              *
024200*****************************************************************
024300 0200-REJECT-UNAUTHORIZED.
024400     SET REVAUD-NOTAUTH TO TRUE
024500     MOVE SPACES TO REVAUD-WORDINI
024600     MOVE SPACES TO REVAUD-WORDOUT
024700     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT
024800
024900     PERFORM 0300-COUNT-FAILED-ATTEMPT THRU 0300-EXIT
025000
025100     MOVE LOW-VALUES TO REVBMENUO
025200     MOVE 'NOT AUTHORIZED TO USE TRANSACTION RVRB' TO
025300         BMSGO OF REVBMENUO
025400
025500     EXEC CICS SEND
025600         MAP('REVBMENU')
025700         MAPSET('REVBMAP')
025800         FREEKB
025900         ERASE
026000     END-EXEC
026100
026200     EXEC CICS RETURN END-EXEC.
026300
026400 0200-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*    0250-REJECT-LOCKED-OUT - THE USERID IS LOCKED ON RVLOCK.   *
026900*                             REFUSE WITH THE DISTINCT LOCKED-  *
027000*                             OUT MESSAGE - NO FURTHER COUNTING,*
027100*                             THE LOCK IS ALREADY ON.  THE      *
027200*                             ATTEMPT STILL GOES TO THE AUDIT   *
027300*                             LOG LIKE EVERY OTHER INVOCATION.  *
027400*****************************************************************
027500 0250-REJECT-LOCKED-OUT.
027600     SET REVAUD-NOTAUTH TO TRUE
027700     MOVE SPACES TO REVAUD-WORDINI
027800     MOVE SPACES TO REVAUD-WORDOUT
027900     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT
028000
028100     MOVE LOW-VALUES TO REVBMENUO
028200     MOVE 'USERID IS LOCKED OUT - SEE YOUR SUPERVISOR' TO
028300         BMSGO OF REVBMENUO
028400
028500     EXEC CICS SEND
028600         MAP('REVBMENU')
028700         MAPSET('REVBMAP')
028800         FREEKB
028900         ERASE
029000     END-EXEC
029100
029200     EXEC CICS RETURN END-EXEC.
029300
029400 0250-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*    0300-COUNT-FAILED-ATTEMPT - ADD THIS REFUSAL TO THE        *
029900*                                USERID'S RUN OF CONSECUTIVE    *
030000*                                FAILURES ON RVLOCK, SHARED     *
030100*                                WITH RVRS.  REACHING THE       *
030200*                                THRESHOLD LOCKS THE USERID AND *
030300*                                RAISES THE DASHBOARD ALERT.    *
030400*                                THE DATE AND TIME WERE JUST    *
030500*                                FORMATTED BY THE AUDIT WRITE.  *
030600*                                RVLOCK TROUBLE NEVER FAILS THE *
030700*                                REFUSAL ITSELF.                *
030800*****************************************************************
030900 0300-COUNT-FAILED-ATTEMPT.
031000     PERFORM 0310-GET-LOCK-SETTINGS THRU 0310-EXIT
031100
031200     MOVE WS-USERID TO REVLCK-USERID
031300     EXEC CICS READ
031400         FILE('RVLOCK')
031500         INTO(REVLCK-RECORD)
031600         RIDFLD(REVLCK-KEY)
031700         KEYLENGTH(LENGTH OF REVLCK-KEY)
031800         UPDATE
031900         RESP(WS-LCK-RESP)
032000     END-EXEC
032100
032200     IF WS-LCK-RESP = DFHRESP(NORMAL)
032300         ADD 1 TO REVLCK-FAIL-COUNT
032400         MOVE REVAUD-DATE TO REVLCK-LAST-DATE
032500         MOVE REVAUD-TIME TO REVLCK-LAST-TIME
032600         IF REVLCK-FAIL-COUNT NOT < WS-LOCK-THRESHOLD
032700             SET REVLCK-LOCKED TO TRUE
032800         ELSE
032900             SET REVLCK-COUNTING TO TRUE
033000         END-IF
033100         EXEC CICS REWRITE
033200             FILE('RVLOCK')
033300             FROM(REVLCK-RECORD)
033400             RESP(WS-LCK-RESP)
033500         END-EXEC
033600     ELSE
033700         MOVE SPACES TO REVLCK-RECORD
033800         MOVE WS-USERID TO REVLCK-USERID
033900         MOVE 1 TO REVLCK-FAIL-COUNT
034000         MOVE REVAUD-DATE TO REVLCK-LAST-DATE
034100         MOVE REVAUD-TIME TO REVLCK-LAST-TIME
034200         IF REVLCK-FAIL-COUNT NOT < WS-LOCK-THRESHOLD
034300             SET REVLCK-LOCKED TO TRUE
034400         ELSE
034500             SET REVLCK-COUNTING TO TRUE
034600         END-IF
034700         EXEC CICS WRITE
034800             FILE('RVLOCK')
034900             FROM(REVLCK-RECORD)
035000             RIDFLD(REVLCK-KEY)
035100             KEYLENGTH(LENGTH OF REVLCK-KEY)
035200             RESP(WS-LCK-RESP)
035300         END-EXEC
035400     END-IF
035500
035600     IF REVLCK-LOCKED
035700        AND WS-LCK-RESP = DFHRESP(NORMAL)
035800         PERFORM 0400-RAISE-LOCKOUT-ALERT THRU 0400-EXIT
035900     END-IF.
036000
036100 0300-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    0310-GET-LOCK-SETTINGS - PICK UP THE THRESHOLD AND ALERT   *
036600*                             SWITCH FROM THE RVLOCK $CONTROL   *
036700*                             RECORD.  NO RECORD, OR A ZERO     *
036800*                             THRESHOLD, MEANS THE DEFAULTS -   *
036900*                             THRESHOLD 5, ALERTS ON.           *
037000*****************************************************************
037100 0310-GET-LOCK-SETTINGS.
037200     MOVE 5 TO WS-LOCK-THRESHOLD
037300     MOVE 'Y' TO WS-LOCK-ALERT-SW
037400
037500     MOVE '$CONTROL' TO REVLCK-USERID
037600     EXEC CICS READ
037700         FILE('RVLOCK')
037800         INTO(REVLCK-RECORD)
037900         RIDFLD(REVLCK-KEY)
038000         KEYLENGTH(LENGTH OF REVLCK-KEY)
038100         RESP(WS-LCK-RESP)
038200     END-EXEC
038300
038400     IF WS-LCK-RESP = DFHRESP(NORMAL)
038500         IF REVLCK-THRESHOLD NUMERIC
038600            AND REVLCK-THRESHOLD > 0
038700             MOVE REVLCK-THRESHOLD TO WS-LOCK-THRESHOLD
038800         END-IF
038900         IF REVLCK-ALERTS-OFF
039000             MOVE 'N' TO WS-LOCK-ALERT-SW
039100         END-IF
039200     END-IF.
039300
039400 0310-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*    0400-RAISE-LOCKOUT-ALERT - FOLD THE LOCKOUT INTO THE       *
039900*                               RVRSSTAT DASHBOARD RECORD SO    *
040000*                               THE SUPERVISOR SEES IT NOW.     *
040100*                               SERIALIZED UNDER THE SAME ENQ   *
040200*                               AS 2350.                        *
040300*****************************************************************
040400 0400-RAISE-LOCKOUT-ALERT.
040500     IF NOT LOCK-ALERTS-ON
040600         GO TO 0400-EXIT
040700     END-IF
040800
040900     EXEC CICS ENQ
041000         RESOURCE(WS-DSH-ENQ-NAME)
041100         LENGTH(LENGTH OF WS-DSH-ENQ-NAME)
041200     END-EXEC
041300
041400     EXEC CICS READQ TS
041500         QUEUE('RVRSSTAT')
041600         INTO(REVDSH-RECORD)
041700         ITEM(1)
041800         RESP(WS-DSH-RESP)
041900     END-EXEC
042000
042100     IF WS-DSH-RESP = DFHRESP(NORMAL)
042200         ADD 1 TO REVDSH-LOCKOUT-COUNT
042300         MOVE WS-USERID   TO REVDSH-LOCK-USERID
042400         MOVE REVAUD-TIME TO REVDSH-LOCK-TIME
042500         EXEC CICS WRITEQ TS
042600             QUEUE('RVRSSTAT')
042700             FROM(REVDSH-RECORD)
042800             LENGTH(LENGTH OF REVDSH-RECORD)
042900             ITEM(WS-DSH-ITEM)
043000             REWRITE
043100             MAIN
043200             RESP(WS-DSH-RESP)
043300         END-EXEC
043400     END-IF
043500
043600     EXEC CICS DEQ
043700         RESOURCE(WS-DSH-ENQ-NAME)
043800         LENGTH(LENGTH OF WS-DSH-ENQ-NAME)
043900     END-EXEC.
044000
044100 0400-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    1000-INITIAL-ENTRY - FRESH START OF THE TRANSACTION -      *
044600*                         CLEAR THE SCREEN, START EVERY LINE IN *
044700*                         CHARACTER MODE AND PROMPT FOR INPUT   *
044800*****************************************************************
044900 1000-INITIAL-ENTRY.
045000     MOVE LOW-VALUES TO REVBMENUO
045100     MOVE 'N' TO CA-PRESV
045200
045300     PERFORM 1010-DEFAULT-ONE-MODE THRU 1010-EXIT
045400         VARYING WS-LN FROM 1 BY 1
045500         UNTIL WS-LN > WS-MAX-LINES
045600
045700     MOVE 'KEY UP TO 12 WORDS OR PHRASES, MODE C, W OR S ON EACH'
045800         TO BMSGO OF REVBMENUO.
045900
046000 1000-EXIT.
046100     EXIT.
046200
046300 1010-DEFAULT-ONE-MODE.
046400     MOVE 'C' TO CA-LINE-MODE(WS-LN).
046500
046600 1010-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*    2000-HANDLE-REQUEST - READ WHATEVER THE OPERATOR KEYED AND *
047100*                          ACT ON THE AID KEY PRESSED.  A       *
047200*                          MAPFAIL (NOTHING KEYED) IS TREATED AS*
047300*                          A SCREEN OF BLANK LINES.             *
047400*****************************************************************
047500 2000-HANDLE-REQUEST.
047600     EXEC CICS RECEIVE
047700         MAP('REVBMENU')
047800         MAPSET('REVBMAP')
047900         RESP(WS-RESP)
048000     END-EXEC
048100
048200     IF WS-RESP = DFHRESP(MAPFAIL)
048300         MOVE LOW-VALUES TO REVBMENUI
048400     END-IF
048500
048600     EVALUATE TRUE
048700         WHEN EIBAID = DFHPF3
048800             PERFORM 2050-END-BULK THRU 2050-EXIT
048900         WHEN OTHER
049000             PERFORM 2100-PROCESS-LINES THRU 2100-EXIT
049100     END-EVALUATE.
049200
049300 2000-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*    2050-END-BULK - PF3 - SEND A GOODBYE SCREEN AND DO NOT     *
049800*                    RESTART THE TRANSACTION                    *
049900*****************************************************************
050000 2050-END-BULK.
050100     MOVE LOW-VALUES TO REVBMENUO
050200     MOVE 'BULK REVERSAL ENDED' TO
050300         BMSGO OF REVBMENUO
050400
050500     EXEC CICS SEND
050600         MAP('REVBMENU')
050700         MAPSET('REVBMAP')
050800         FREEKB
050900         ERASE
051000     END-EXEC
051100
051200     EXEC CICS RETURN END-EXEC.
051300
051400 2050-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*    2100-PROCESS-LINES - ENTER.  PICK UP THE PRESERVE-BLANKS   *
051900*                         CHOICE IF IT WAS CHANGED, THEN TAKE   *
052000*                         EACH OF THE TWELVE LINES IN TURN.  A  *
052100*                         SCREEN WITH NO LINE KEYED IS LOGGED   *
052200*                         AS ONE REJECTED ATTEMPT, JUST AS RVRS *
052300*                         LOGS A BLANK WORDINI, SO THE AUDIT    *
052400*                         TRAIL STILL COVERS EVERY INVOCATION.  *
052500*****************************************************************
052600 2100-PROCESS-LINES.
052700     IF BPRESVI OF REVBMENUI NOT = LOW-VALUES
052800         IF BPRESVI OF REVBMENUI = 'Y'
052900             MOVE 'Y' TO CA-PRESV
053000         ELSE
053100             MOVE 'N' TO CA-PRESV
053200         END-IF
053300     END-IF
053400
053500     MOVE 0 TO WS-LINES-KEYED
053600     MOVE 0 TO WS-LINES-REVERSED
053700     MOVE 0 TO WS-LINES-REJECTED
053800     MOVE 'N' TO WS-HIST-SW
053900     MOVE SPACES TO BMSGO OF REVBMENUO
054000
054100     PERFORM 2150-PROCESS-ONE-LINE THRU 2150-EXIT
054200         VARYING WS-LN FROM 1 BY 1
054300         UNTIL WS-LN > WS-MAX-LINES
054400
054500     IF WS-LINES-KEYED = 0
054600         SET REVAUD-REJECTED TO TRUE
054700         MOVE SPACES TO REVAUD-WORDINI
054800         MOVE SPACES TO REVAUD-WORDOUT
054900         PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT
055000         MOVE 'PLEASE ENTER AT LEAST ONE LINE TO REVERSE'
055100             TO BMSGO OF REVBMENUO
055200         GO TO 2100-EXIT
055300     END-IF
055400
055500     IF HISTORY-WRITE-FAILED
055600         MOVE 'WARNING - HISTORY NOT WRITTEN (HIST) - REPORT IT'
055700             TO BMSGO OF REVBMENUO
055800         GO TO 2100-EXIT
055900     END-IF
056000
056100     MOVE WS-LINES-REVERSED TO WS-MSG-REVERSED
056200     MOVE WS-LINES-REJECTED TO WS-MSG-REJECTED
056300     STRING WS-MSG-REVERSED    DELIMITED BY SIZE
056400            ' LINE(S) REVERSED, ' DELIMITED BY SIZE
056500            WS-MSG-REJECTED    DELIMITED BY SIZE
056600            ' REJECTED - SEE THE ERR COLUMN' DELIMITED BY SIZE
056700            INTO BMSGO OF REVBMENUO
056800     END-STRING.
056900
057000 2100-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    2150-PROCESS-ONE-LINE - ONE ENTRY LINE, HANDLED AS ONE     *
057500*                            RVRS INVOCATION WOULD BE - VALIDATE*
057600*                            IT, THEN EITHER REVERSE IT AND     *
057700*                            WRITE THE AUDIT AND HISTORY        *
057800*                            RECORDS, OR WRITE A REJECTED AUDIT *
057900*                            RECORD.  A LINE WITH NOTHING KEYED *
058000*                            IS NOT AN ATTEMPT AND IS SKIPPED.  *
058100*                            ERR SHOWS MODE (NOT C, W OR S),    *
058200*                            LEAD (STARTS WITH A BLANK), LBLK   *
058300*                            (LEADING BLANK KEPT, PRESERVE Y)   *
058400*                            OR HIST (HISTORY WRITE FAILED).    *
058500*****************************************************************
058600 2150-PROCESS-ONE-LINE.
058700     IF BL-MODE(WS-LN) NOT = LOW-VALUES
058800         IF BL-MODE(WS-LN) = SPACE
058900             MOVE 'C' TO CA-LINE-MODE(WS-LN)
059000         ELSE
059100             MOVE BL-MODE(WS-LN) TO CA-LINE-MODE(WS-LN)
059200         END-IF
059300     END-IF
059400     MOVE CA-LINE-MODE(WS-LN) TO WS-LINE-MODE
059500
059600     IF BL-INPUT(WS-LN) = LOW-VALUES OR SPACES
059700         MOVE LOW-VALUES TO BL-INPUT(WS-LN)
059800         GO TO 2150-EXIT
059900     END-IF
060000
060100     ADD 1 TO WS-LINES-KEYED
060200     MOVE SPACES TO BL-OUTPUT(WS-LN)
060300     MOVE SPACES TO BL-PALIN(WS-LN)
060400     MOVE SPACES TO BL-ERROR(WS-LN)
060500
060600     PERFORM 2160-VALIDATE-LINE THRU 2160-EXIT
060700
060800     IF INPUT-INVALID
060900         SET REVAUD-REJECTED TO TRUE
061000         MOVE BL-INPUT(WS-LN) TO REVAUD-WORDINI
061100         MOVE SPACES TO REVAUD-WORDOUT
061200         PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT
061300         ADD 1 TO WS-LINES-REJECTED
061400         GO TO 2150-EXIT
061500     END-IF
061600
061700     PERFORM 2200-REVERSE-LINE THRU 2200-EXIT
061800
061900     PERFORM 2250-SET-PALINDROME-IND THRU 2250-EXIT
062000
062100     SET REVAUD-OK TO TRUE
062200     MOVE BL-INPUT(WS-LN)  TO REVAUD-WORDINI
062300     MOVE BL-OUTPUT(WS-LN) TO REVAUD-WORDOUT
062400
062500     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT
062600
062700     PERFORM 2400-WRITE-HISTORY-RECORD THRU 2400-EXIT
062800
062900     ADD 1 TO WS-LINES-REVERSED.
063000
063100 2150-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*    2160-VALIDATE-LINE - THE RVRS RULES FOR ONE LINE.  THE MODE*
063600*                         MUST BE C, W OR S, AND THE INPUT MAY  *
063700*                         NOT START WITH A BLANK UNLESS BPRESV  *
063800*                         ASKS THAT LEADING BLANKS BE KEPT AND  *
063900*                         FLAGGED.  THIRTY CHARACTERS IN ALWAYS *
064000*                         FIT THE THIRTY-CHARACTER RESULT, SO   *
064100*                         THERE IS NO OVERFLOW CHECK.           *
064200*****************************************************************
064300 2160-VALIDATE-LINE.
064400     SET INPUT-VALID TO TRUE
064500
064600     IF NOT LINE-MODE-VALID
064700         SET INPUT-INVALID TO TRUE
064800         MOVE 'MODE' TO BL-ERROR(WS-LN)
064900         GO TO 2160-EXIT
065000     END-IF
065100
065200     MOVE 0 TO WS-I
065300     INSPECT BL-INPUT(WS-LN) TALLYING WS-I
065400         FOR CHARACTERS BEFORE INITIAL SPACE
065500
065600     IF WS-I = 0
065700         IF CA-PRESV = 'Y'
065800             MOVE 'LBLK' TO BL-ERROR(WS-LN)
065900         ELSE
066000             SET INPUT-INVALID TO TRUE
066100             MOVE 'LEAD' TO BL-ERROR(WS-LN)
066200         END-IF
066300     END-IF.
066400
066500 2160-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*    2200-REVERSE-LINE - LINK TO REVLINK, THE SHARED CALLABLE   *
067000*                        SUBROUTINE, FOR THE CHARACTER-, WORD-  *
067100*                        ORDER OR SEGMENT REVERSAL THE LINE'S   *
067200*                        MODE ASKS FOR                          *
067300*****************************************************************
067400 2200-REVERSE-LINE.
067500     MOVE BL-INPUT(WS-LN) TO REVLINK-WORDIN
067600
067700     EVALUATE WS-LINE-MODE
067800         WHEN 'W'
067900             SET REVLINK-REVERSE-WORDS TO TRUE
068000         WHEN 'S'
068100             SET REVLINK-REVERSE-SEGMENTS TO TRUE
068200         WHEN OTHER
068300             SET REVLINK-REVERSE-CHARS TO TRUE
068400     END-EVALUATE
068500
068600     EXEC CICS LINK
068700         PROGRAM('REVLINK')
068800         COMMAREA(REVLINK-PARMS)
068900         LENGTH(LENGTH OF REVLINK-PARMS)
069000     END-EXEC
069100
069200     MOVE REVLINK-WORDOUT TO BL-OUTPUT(WS-LN)
069300
069400     IF WS-LINE-MODE = 'W' OR 'S'
069500         PERFORM 2210-REVERSE-FOR-PALINDROME THRU 2210-EXIT
069600     ELSE
069700         MOVE REVLINK-WORDOUT TO WS-REVERSE-STRING
069800     END-IF.
069900
070000 2200-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*    2210-REVERSE-FOR-PALINDROME - THE PALINDROME CHECK ALWAYS  *
070500*                                  COMPARES AGAINST A CHARACTER *
070600*                                  REVERSAL OF THE INPUT, AS IN *
070700*                                  RVRS, WHATEVER THE MODE      *
070800*****************************************************************
070900 2210-REVERSE-FOR-PALINDROME.
071000     MOVE BL-INPUT(WS-LN) TO REVLINK-WORDIN
071100     SET REVLINK-REVERSE-CHARS TO TRUE
071200
071300     EXEC CICS LINK
071400         PROGRAM('REVLINK')
071500         COMMAREA(REVLINK-PARMS)
071600         LENGTH(LENGTH OF REVLINK-PARMS)
071700     END-EXEC
071800
071900     MOVE REVLINK-WORDOUT TO WS-REVERSE-STRING.
072000
072100 2210-EXIT.
072200     EXIT.
072300
072400*****************************************************************
072500*    2250-SET-PALINDROME-IND - YES IF A CHARACTER-FOR-CHARACTER *
072600*                              REVERSAL OF THE INPUT READS      *
072700*                              IDENTICALLY TO THE INPUT, NO     *
072800*                              OTHERWISE                        *
072900*****************************************************************
073000 2250-SET-PALINDROME-IND.
073100     IF WS-REVERSE-STRING = BL-INPUT(WS-LN)
073200         MOVE 'YES' TO BL-PALIN(WS-LN)
073300     ELSE
073400         MOVE 'NO' TO BL-PALIN(WS-LN)
073500     END-IF.
073600
073700 2250-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*    2300-WRITE-AUDIT-LOG - APPEND TERMID/USERID/TIMESTAMP AND  *
074200*                          WHATEVER OUTCOME/WORDINI/WORDOUT THE *
074300*                          CALLER ALREADY MOVED INTO THE RECORD *
074400*                          TO THE AUDIT LOG TD QUEUE, ONCE PER  *
074500*                          LINE.  THE ABSTIME IS KEPT LATER THAN*
074600*                          THE PREVIOUS LINE'S SO EVERY LINE'S  *
074700*                          RVHIST KEY IS ITS OWN AND THE AUDIT  *
074800*                          RECORD STILL CARRIES THE SAME ABSTIME*
074900*                          AS ITS HISTORY RECORD FOR REVRECON.  *
075000*****************************************************************
075100 2300-WRITE-AUDIT-LOG.
075200     EXEC CICS ASKTIME
075300         ABSTIME(WS-ABS-TIME)
075400     END-EXEC
075500
075600     IF WS-ABS-TIME NOT > WS-LAST-ABS-TIME
075700         COMPUTE WS-ABS-TIME = WS-LAST-ABS-TIME + 1
075800     END-IF
075900     MOVE WS-ABS-TIME TO WS-LAST-ABS-TIME
076000
076100     EXEC CICS FORMATTIME
076200         ABSTIME(WS-ABS-TIME)
076300         YYYYMMDD(REVAUD-DATE)
076400         TIME(REVAUD-TIME)
076500     END-EXEC
076600
076700     MOVE EIBTRMID      TO REVAUD-TERMID
076800     MOVE WS-USERID     TO REVAUD-USERID
076900     MOVE WS-ABS-TIME   TO REVAUD-ABSTIME
077000
077100     EXEC CICS WRITEQ TD
077200         QUEUE('AUDT')
077300         FROM(REVAUD-RECORD)
077400         LENGTH(LENGTH OF REVAUD-RECORD)
077500     END-EXEC
077600
077700     PERFORM 2350-UPDATE-DASHBOARD THRU 2350-EXIT.
077800
077900 2300-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*    2350-UPDATE-DASHBOARD - FOLD THIS LINE INTO THE RVRSSTAT   *
078400*                            TEMPORARY-STORAGE RECORD THE       *
078500*                            SUPERVISOR DASHBOARD (RVDB) READS, *
078600*                            EXACTLY AS RVRS DOES, SO A BULK    *
078700*                            SCREEN OF N LINES COUNTS AS N      *
078800*                            REVERSALS.  A MISSING RECORD, OR   *
078900*                            ONE STAMPED WITH AN EARLIER DATE,  *
079000*                            IS RESET BEFORE IT IS BUMPED; A NEW*
079100*                            HOUR RESETS THE HOUR VOLUME.       *
079200*                            SERIALIZED UNDER THE RVRSSTAT ENQ  *
079300*                            SHARED WITH RVRS.  DASHBOARD       *
079400*                            TROUBLE NEVER FAILS THE LINE.      *
079500*****************************************************************
079600 2350-UPDATE-DASHBOARD.
079700     EXEC CICS ENQ
079800         RESOURCE(WS-DSH-ENQ-NAME)
079900         LENGTH(LENGTH OF WS-DSH-ENQ-NAME)
080000     END-EXEC
080100
080200     EXEC CICS READQ TS
080300         QUEUE('RVRSSTAT')
080400         INTO(REVDSH-RECORD)
080500         ITEM(1)
080600         RESP(WS-DSH-RESP)
080700     END-EXEC
080800
080900     IF WS-DSH-RESP NOT = DFHRESP(NORMAL)
081000        OR REVDSH-DATE NOT = REVAUD-DATE
081100         MOVE SPACES TO REVDSH-RECORD
081200         MOVE REVAUD-DATE TO REVDSH-DATE
081300         MOVE ZEROES TO REVDSH-OK-COUNT
081400         MOVE ZEROES TO REVDSH-REJECTED-COUNT
081500         MOVE ZEROES TO REVDSH-NOTAUTH-COUNT
081600         MOVE REVAUD-TIME(1:2) TO REVDSH-CURR-HOUR
081700         MOVE ZEROES TO REVDSH-HOUR-COUNT
081800         MOVE ZEROES TO REVDSH-LOCKOUT-COUNT
081900         MOVE SPACES TO REVDSH-LAST-LOCKOUT
082000     END-IF
082100
082200     IF REVDSH-CURR-HOUR NOT = REVAUD-TIME(1:2)
082300         MOVE REVAUD-TIME(1:2) TO REVDSH-CURR-HOUR
082400         MOVE ZEROES TO REVDSH-HOUR-COUNT
082500     END-IF
082600     ADD 1 TO REVDSH-HOUR-COUNT
082700
082800     EVALUATE TRUE
082900         WHEN REVAUD-OK
083000             ADD 1 TO REVDSH-OK-COUNT
083100             PERFORM 2360-PUSH-LAST-REVERSAL THRU 2360-EXIT
083200         WHEN REVAUD-REJECTED
083300             ADD 1 TO REVDSH-REJECTED-COUNT
083400         WHEN REVAUD-NOTAUTH
083500             ADD 1 TO REVDSH-NOTAUTH-COUNT
083600     END-EVALUATE
083700
083800     IF WS-DSH-RESP = DFHRESP(NORMAL)
083900         EXEC CICS WRITEQ TS
084000             QUEUE('RVRSSTAT')
084100             FROM(REVDSH-RECORD)
084200             LENGTH(LENGTH OF REVDSH-RECORD)
084300             ITEM(WS-DSH-ITEM)
084400             REWRITE
084500             MAIN
084600             RESP(WS-DSH-RESP)
084700         END-EXEC
084800     ELSE
084900         EXEC CICS WRITEQ TS
085000             QUEUE('RVRSSTAT')
085100             FROM(REVDSH-RECORD)
085200             LENGTH(LENGTH OF REVDSH-RECORD)
085300             MAIN
085400             RESP(WS-DSH-RESP)
085500         END-EXEC
085600     END-IF
085700
085800     EXEC CICS DEQ
085900         RESOURCE(WS-DSH-ENQ-NAME)
086000         LENGTH(LENGTH OF WS-DSH-ENQ-NAME)
086100     END-EXEC.
086200
086300 2350-EXIT.
086400     EXIT.
086500
086600*****************************************************************
086700*    2360-PUSH-LAST-REVERSAL - SHIFT THE LAST-FIVE LIST DOWN    *
086800*                              ONE SLOT AND PUT THIS REVERSAL   *
086900*                              AT THE TOP, NEWEST FIRST         *
087000*****************************************************************
087100 2360-PUSH-LAST-REVERSAL.
087200     PERFORM 2370-SHIFT-ONE-SLOT THRU 2370-EXIT
087300         VARYING WS-DSH-IDX FROM 4 BY -1
087400         UNTIL WS-DSH-IDX < 1
087500
087600     MOVE REVAUD-USERID TO REVDSH-LAST-USERID(1)
087700     MOVE REVAUD-TERMID TO REVDSH-LAST-TERMID(1)
087800     MOVE REVAUD-TIME   TO REVDSH-LAST-TIME(1).
087900
088000 2360-EXIT.
088100     EXIT.
088200
088300 2370-SHIFT-ONE-SLOT.
088400     MOVE REVDSH-LAST(WS-DSH-IDX) TO REVDSH-LAST(WS-DSH-IDX + 1).
088500
088600 2370-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000*    2400-WRITE-HISTORY-RECORD - WRITE THE LINE'S INPUT/RESULT  *
089100*                                PAIR TO RVHIST, KEYED BY       *
089200*                                TERMID/USERID/TIMESTAMP WITH   *
089300*                                THE ABSTIME ITS AUDIT RECORD   *
089400*                                WAS JUST GIVEN.  A FAILED WRITE*
089500*                                IS FLAGGED HIST ON THE LINE AND*
089600*                                WARNED ON THE MESSAGE LINE.    *
089700*****************************************************************
089800 2400-WRITE-HISTORY-RECORD.
089900     MOVE EIBTRMID            TO REVHIST-TERMID
090000     MOVE WS-USERID           TO REVHIST-USERID
090100     MOVE WS-ABS-TIME         TO REVHIST-TIMESTAMP
090200     MOVE WS-LINE-MODE        TO REVHIST-MODE
090300     MOVE BL-INPUT(WS-LN)     TO REVHIST-WORDINI
090400     MOVE BL-OUTPUT(WS-LN)    TO REVHIST-WORDOUT
090500
090600     EXEC CICS WRITE
090700         FILE('RVHIST')
090800         FROM(REVHIST-RECORD)
090900         RIDFLD(REVHIST-KEY)
091000         KEYLENGTH(LENGTH OF REVHIST-KEY)
091100         RESP(WS-RESP)
091200     END-EXEC
091300
091400     IF WS-RESP NOT = DFHRESP(NORMAL)
091500         MOVE 'HIST' TO BL-ERROR(WS-LN)
091600         SET HISTORY-WRITE-FAILED TO TRUE
091700     END-IF.
091800
091900 2400-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300*    9000-SEND-MAP - DISPLAY THE SCREEN WITH EACH LINE'S RESULT *
092400*                    AND THE MODES AND PRESERVE-BLANKS CHOICE   *
092500*                    CARRIED IN THE COMMAREA                    *
092600*****************************************************************
092700 9000-SEND-MAP.
092800     PERFORM 9010-SHOW-ONE-MODE THRU 9010-EXIT
092900         VARYING WS-LN FROM 1 BY 1
093000         UNTIL WS-LN > WS-MAX-LINES
093100
093200     MOVE CA-PRESV TO BPRESVO OF REVBMENUO
093300
093400     EXEC CICS SEND
093500         MAP('REVBMENU')
093600         MAPSET('REVBMAP')
093700         FREEKB
093800         ERASE
093900     END-EXEC.
094000
094100 9000-EXIT.
094200     EXIT.
094300
094400 9010-SHOW-ONE-MODE.
094500     MOVE CA-LINE-MODE(WS-LN) TO BL-MODE(WS-LN).
094600
094700 9010-EXIT.
094800     EXIT.
