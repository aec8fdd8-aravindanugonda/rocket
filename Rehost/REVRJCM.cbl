000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVRJCM.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  ONLINE CICS TRANSACTION RVRJ.  LETS THE DESK     *
001000*             BROWSE THE FRONT-END EDIT REJECTS LOADED ONTO    *
001100*             RVREJC (SEE REVRJCR) BY JOB REVRJLD, ONE REASON  *
001200*             (CODE, CLAS, DATE OR SRC) AT A TIME, AND KEY THE *
001300*             CORRECTION INSTEAD OF WAITING ON AN EXTRACT      *
001400*             RERUN.  A CORRECTION IS PUT THROUGH THE SAME     *
001500*             REVEDIT CHECK THE BATCH RUN USES, AGAINST THE    *
001600*             RVPCLS CLASSES AS THEY STAND TODAY, AND IS SAVED *
001700*             ONLY IF IT PASSES.  A SAVED CORRECTION MARKS THE *
001800*             REJECT CORRECTED, AND JOB REVRJEX SUBMITS IT TO  *
001900*             THE NEXT REVBATCH RUN ON THE CORRIN FILE.  A     *
002000*             REJECT MAY BE CORRECTED AGAIN UNTIL IT HAS BEEN  *
002100*             SUBMITTED.  EVERY SAVED CORRECTION IS APPENDED TO*
002200*             THE RJCL LOG TD QUEUE (SEE REVRJLR) WITH THE     *
002300*             OPERATOR AND THE FIELDS BEFORE AND AFTER.  ANY   *
002400*             USERID RECORDED ON RVAUTH WITH ACTIVE STATUS MAY *
002500*             USE THIS TRANSACTION - THE SAME CHECK AS RVRS.   *
002600*                                                               *
002700*   MODIFICATION HISTORY.                                       *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   ---------  ----  -------------------------------------------*
003000*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003010*   2026-10-15  DO   THE RVREJC KEY NOW CARRIES THE RUN CYCLE   *
003020*                    (SEE REVRJCR), SO THE BROWSE KEY IN THE    *
003030*                    COMMAREA DOES TOO AND A NEW BROWSE STARTS  *
003040*                    AT CYCLE 00 OF THE DATE KEYED.  THE        *
003050*                    REJECTS OF AN OFF-CYCLE RUN BROWSE IN      *
003060*                    AFTER THE NIGHTLY RUN'S FOR THE SAME DATE. *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600
003700 01  WS-RESP                  PIC S9(8) COMP VALUE +0.
003800
003900 01  WS-SECURITY-WORK.
004000     05 WS-USERID              PIC X(08) VALUE SPACES.
004100     05 WS-AUTH-SW             PIC X(01) VALUE 'N'.
004200        88 USER-IS-AUTHORIZED       VALUE 'Y'.
004300
004400 01  WS-BROWSE-WORK.
004500     05 WS-FIND-SW             PIC X(01) VALUE 'N'.
004600        88 REJECT-FOUND             VALUE 'Y'.
004700        88 REJECT-NOT-FOUND         VALUE 'N'.
004800        88 NO-MORE-REJECTS          VALUE 'E'.
004900     05 WS-SEL-REASON          PIC X(04) VALUE SPACES.
005000        88 WS-SEL-REASON-VALID      VALUES 'CODE' 'CLAS'
005100                                           'DATE' 'SRC '.
005200     05 WS-SEL-DATE-X          PIC X(08) VALUE SPACES.
005300     05 WS-SEL-DATE-N REDEFINES WS-SEL-DATE-X
005400                               PIC 9(08).
005500
005600 01  WS-CORRECTION-WORK.
005700     05 WS-ABS-TIME            PIC S9(15) COMP-3 VALUE 0.
005800     05 WS-TODAY               PIC X(08) VALUE SPACES.
005900     05 WS-TODAY-N REDEFINES WS-TODAY
006000                               PIC 9(08).
006100     05 WS-KEYED-SW            PIC X(01) VALUE 'N'.
006200        88 CORRECTION-KEYED         VALUE 'Y'.
006300     05 WS-TABLE-SW            PIC X(01) VALUE 'Y'.
006400        88 CLASS-TABLE-LOADED       VALUE 'Y'.
006500        88 CLASS-TABLE-FAILED       VALUE 'N'.
006600     05 WS-CLASS-MAX           PIC 9(03) VALUE 100.
006700*    THE REJECT'S FIELDS AS THEY STOOD BEFORE THIS CORRECTION -
006800*    THE ORIGINAL REJECT THE FIRST TIME, THE LAST CORRECTION
006900*    AFTER THAT - AND AS THEY STAND WITH THE KEYED FIELDS LAID
007000*    OVER THEM.
007100     05 WS-BEFORE-IMAGE.
007200        10 WS-BEF-CODE         PIC X(20).
007300        10 WS-BEF-CLASS        PIC X(02).
007400        10 WS-BEF-DATE         PIC X(08).
007500        10 WS-BEF-SOURCE       PIC X(03).
007600     05 WS-AFTER-IMAGE.
007700        10 WS-AFT-CODE         PIC X(20).
007800        10 WS-AFT-CLASS        PIC X(02).
007900        10 WS-AFT-DATE         PIC X(08).
008000        10 WS-AFT-SOURCE       PIC X(03).
008100
008200 01  WS-MESSAGE-WORK.
008300     05 WS-SEQ-EDIT            PIC Z(08)9.
008400     05 WS-BY-LINE             PIC X(40) VALUE SPACES.
008500
008600     COPY REVAUTR.
008700     COPY REVRJCR.
008800     COPY REVRJLR.
008900     COPY REVPCLR.
009000     COPY REVEPARM.
009100     COPY REVJMAP.
009200
009300 LINKAGE SECTION.
009400 01  DFHCOMMAREA.
009500*    THE RVREJC KEY OF THE REJECT ON THE SCREEN, WHICH PF8
009600*    RESUMES FROM AND A CORRECTION IS SAVED AGAINST.
009700     05 CA-BROWSE-KEY.
009800        10 CA-REASON          PIC X(04).
009900        10 CA-RUN-DATE        PIC 9(08).
009950        10 CA-RUN-CYCLE       PIC 9(02).
010000        10 CA-REJ-SEQ         PIC 9(09).
010100*    THE REASON AND START DATE THE OPERATOR ASKED FOR.  READNEXT
010200*    MOVES CA-BROWSE-KEY ON TO WHATEVER IT RETRIEVED, SO THE
010300*    END OF THE REASON IS TESTED AGAINST THIS FIELD INSTEAD.
010400     05 CA-SEL-REASON         PIC X(04).
010500     05 CA-SEL-DATE           PIC X(08).
010600     05 CA-SHOWN-SW           PIC X(01).
010700        88 CA-REJECT-SHOWN         VALUE 'Y'.
010800
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100*    0000-MAINLINE - CONFIRM THE CALLER IS AN ACTIVE USER ON    *
011200*                    RVAUTH, THEN EITHER PUT UP THE BROWSE      *
011300*                    SCREEN (FIRST ENTRY) OR ACT ON WHAT THE    *
011400*                    OPERATOR KEYED                             *
011500*****************************************************************
011600 0000-MAINLINE.
011700     EXEC CICS ASSIGN
011800         USERID(WS-USERID)
011900     END-EXEC
012000
012100     PERFORM 0100-CHECK-AUTHORIZATION THRU 0100-EXIT
012200
012300     IF NOT USER-IS-AUTHORIZED
012400         PERFORM 0200-REJECT-UNAUTHORIZED THRU 0200-EXIT
012500     ELSE
012600         IF EIBCALEN = 0
012700             PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
012800         ELSE
012900             PERFORM 2000-HANDLE-REQUEST THRU 2000-EXIT
013000         END-IF
013100
013200         PERFORM 9000-SEND-MAP THRU 9000-EXIT
013300
013400         EXEC CICS RETURN
013500             TRANSID('RVRJ')
013600             COMMAREA(DFHCOMMAREA)
013700             LENGTH(LENGTH OF DFHCOMMAREA)
013800         END-EXEC
013900     END-IF.
014000
014100*****************************************************************
014200*    0100-CHECK-AUTHORIZATION - READ THE CALLER'S OWN RVAUTH    *
014300*                               RECORD.  ANY ACTIVE OPERATOR OR *
014400*                               SUPERVISOR MAY CORRECT REJECTS. *
014500*****************************************************************
014600 0100-CHECK-AUTHORIZATION.
014700     MOVE 'N' TO WS-AUTH-SW
014800     MOVE WS-USERID TO REVAUT-USERID
014900
015000     EXEC CICS READ
015100         FILE('RVAUTH')
015200         INTO(REVAUT-RECORD)
015300         RIDFLD(REVAUT-KEY)
015400         KEYLENGTH(LENGTH OF REVAUT-KEY)
015500         RESP(WS-RESP)
015600     END-EXEC
015700
015800     IF WS-RESP = DFHRESP(NORMAL) AND REVAUT-ACTIVE
015900         SET USER-IS-AUTHORIZED TO TRUE
016000     END-IF.
016100
016200 0100-EXIT.
016300     EXIT.
016400
016500*****************************************************************
016600*    0200-REJECT-UNAUTHORIZED - TELL THE OPERATOR THEY ARE NOT  *
016700*                               PERMITTED TO CORRECT REJECTS    *
016800*                               AND END THE TRANSACTION         *
016900*****************************************************************
017000 0200-REJECT-UNAUTHORIZED.
017100     MOVE LOW-VALUES TO REVJMENUO
017200     MOVE 'NOT AUTHORIZED TO USE TRANSACTION RVRJ' TO
017300         JMSGO OF REVJMENUO
017400
017500     EXEC CICS SEND
017600         MAP('REVJMENU')
017700         MAPSET('REVJMAP')
017800         FREEKB
017900         ERASE
018000     END-EXEC
018100
018200     EXEC CICS RETURN END-EXEC.
018300
018400 0200-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*    1000-INITIAL-ENTRY - FRESH START OF THE TRANSACTION -      *
018900*                         CLEAR THE SCREEN AND THE COMMAREA AND *
019000*                         PROMPT FOR A REASON TO BROWSE         *
019100*****************************************************************
019200 1000-INITIAL-ENTRY.
019300     MOVE LOW-VALUES TO REVJMENUO
019400     MOVE LOW-VALUES TO CA-BROWSE-KEY
019500     MOVE SPACES TO CA-SEL-REASON
019600     MOVE SPACES TO CA-SEL-DATE
019700     MOVE 'N' TO CA-SHOWN-SW
019800     MOVE 'ENTER REASON (CODE/CLAS/DATE/SRC), OPTIONAL RUN DATE'
019900         TO JMSGO OF REVJMENUO.
020000
020100 1000-EXIT.
020200     EXIT.
020300
020400*****************************************************************
020500*    2000-HANDLE-REQUEST - READ WHATEVER THE OPERATOR KEYED AND *
020600*                          ACT ON THE AID KEY PRESSED           *
020700*****************************************************************
020800 2000-HANDLE-REQUEST.
020900     EXEC CICS RECEIVE
021000         MAP('REVJMENU')
021100         MAPSET('REVJMAP')
021200         RESP(WS-RESP)
021300     END-EXEC
021400
021500     IF WS-RESP = DFHRESP(MAPFAIL)
021600         MOVE SPACES TO JREASI OF REVJMENUI
021700         MOVE SPACES TO JRDATEI OF REVJMENUI
021800         MOVE SPACES TO JCODEI OF REVJMENUI
021900         MOVE SPACES TO JCLASI OF REVJMENUI
022000         MOVE SPACES TO JEDATI OF REVJMENUI
022100         MOVE SPACES TO JSRCI OF REVJMENUI
022200     END-IF
022300
022400     EVALUATE TRUE
022500         WHEN EIBAID = DFHPF3
022600             PERFORM 2100-END-CORRECTION THRU 2100-EXIT
022700         WHEN EIBAID = DFHPF8
022800             PERFORM 2400-BROWSE-NEXT THRU 2400-EXIT
022900         WHEN OTHER
023000             PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT
023100     END-EVALUATE.
023200
023300 2000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    2100-END-CORRECTION - PF3 - SEND A GOODBYE SCREEN AND DO   *
023800*                          NOT RESTART THE TRANSACTION          *
023900*****************************************************************
024000 2100-END-CORRECTION.
024100     MOVE LOW-VALUES TO REVJMENUO
024200     MOVE 'REJECT CORRECTION ENDED' TO
024300         JMSGO OF REVJMENUO
024400
024500     EXEC CICS SEND
024600         MAP('REVJMENU')
024700         MAPSET('REVJMAP')
024800         FREEKB
024900         ERASE
025000     END-EXEC
025100
025200     EXEC CICS RETURN END-EXEC.
025300
025400 2100-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*    2200-APPLY-ENTRY - ENTER.  A REASON OR RUN DATE KEYED THAT *
025900*                       DIFFERS FROM THE CURRENT BROWSE STARTS  *
026000*                       A NEW ONE; OTHERWISE, WITH A REJECT ON  *
026100*                       THE SCREEN, THE CORRECTION FIELDS KEYED *
026200*                       ARE APPLIED TO IT.  A FIELD THE OPERATOR*
026300*                       DID NOT TOUCH COMES BACK BLANK AND      *
026400*                       KEEPS THE CURRENT SELECTION.            *
026500*****************************************************************
026600 2200-APPLY-ENTRY.
026700     MOVE SPACES TO JMSGO OF REVJMENUO
026800
026900     MOVE CA-SEL-REASON TO WS-SEL-REASON
027000     IF JREASI OF REVJMENUI NOT = SPACES
027100        AND JREASI OF REVJMENUI NOT = LOW-VALUES
027200         MOVE JREASI OF REVJMENUI TO WS-SEL-REASON
027300     END-IF
027400
027500     MOVE CA-SEL-DATE TO WS-SEL-DATE-X
027600     IF JRDATEI OF REVJMENUI NOT = SPACES
027700        AND JRDATEI OF REVJMENUI NOT = LOW-VALUES
027800         MOVE JRDATEI OF REVJMENUI TO WS-SEL-DATE-X
027900     END-IF
028000
028100     IF NOT WS-SEL-REASON-VALID
028200         MOVE 'REASON MUST BE CODE, CLAS, DATE OR SRC' TO
028300             JMSGO OF REVJMENUO
028400         MOVE 'N' TO CA-SHOWN-SW
028500         GO TO 2200-EXIT
028600     END-IF
028700
028800     IF WS-SEL-DATE-X NOT = SPACES
028900        AND WS-SEL-DATE-X NOT NUMERIC
029000         MOVE 'RUN DATE MUST BE YYYYMMDD OR LEFT BLANK' TO
029100             JMSGO OF REVJMENUO
029200         MOVE 'N' TO CA-SHOWN-SW
029300         GO TO 2200-EXIT
029400     END-IF
029500
029600     IF CA-REJECT-SHOWN
029700        AND WS-SEL-REASON = CA-SEL-REASON
029800        AND WS-SEL-DATE-X = CA-SEL-DATE
029900         PERFORM 2500-APPLY-CORRECTION THRU 2500-EXIT
030000     ELSE
030100         PERFORM 2300-START-NEW-BROWSE THRU 2300-EXIT
030200     END-IF.
030300
030400 2200-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*    2300-START-NEW-BROWSE - POSITION ON THE FIRST REJECT OF    *
030900*                            THE CHOSEN REASON AT OR AFTER THE  *
031000*                            RUN DATE (THE OLDEST WHEN NO DATE  *
031100*                            IS KEYED) THAT HAS NOT ALREADY     *
031200*                            BEEN SUBMITTED, AND SHOW IT        *
031300*****************************************************************
031400 2300-START-NEW-BROWSE.
031500     MOVE WS-SEL-REASON TO CA-SEL-REASON
031600     MOVE WS-SEL-DATE-X TO CA-SEL-DATE
031700     MOVE 'N' TO CA-SHOWN-SW
031800
031900     MOVE WS-SEL-REASON TO CA-REASON
032000     IF WS-SEL-DATE-X = SPACES
032100         MOVE 0 TO CA-RUN-DATE
032200     ELSE
032300         MOVE WS-SEL-DATE-N TO CA-RUN-DATE
032400     END-IF
032450     MOVE 0 TO CA-RUN-CYCLE
032500     MOVE 0 TO CA-REJ-SEQ
032600
032700     EXEC CICS STARTBR
032800         FILE('RVREJC')
032900         RIDFLD(CA-BROWSE-KEY)
033000         KEYLENGTH(LENGTH OF REVRJC-KEY)
033100         GTEQ
033200         RESP(WS-RESP)
033300     END-EXEC
033400
033500     IF WS-RESP NOT = DFHRESP(NORMAL)
033600         MOVE 'NO OPEN REJECTS FOR THAT REASON AND RUN DATE'
033700             TO JMSGO OF REVJMENUO
033800         GO TO 2300-EXIT
033900     END-IF
034000
034100     EXEC CICS READNEXT
034200         FILE('RVREJC')
034300         INTO(REVRJC-RECORD)
034400         RIDFLD(CA-BROWSE-KEY)
034500         KEYLENGTH(LENGTH OF REVRJC-KEY)
034600         RESP(WS-RESP)
034700     END-EXEC
034800
034900     SET REJECT-NOT-FOUND TO TRUE
035000     PERFORM 2360-CHECK-ONE-CANDIDATE THRU 2360-EXIT
035100         UNTIL NOT REJECT-NOT-FOUND
035200
035300     EXEC CICS ENDBR
035400         FILE('RVREJC')
035500     END-EXEC
035600
035700     IF REJECT-FOUND
035800         MOVE REVRJC-KEY TO CA-BROWSE-KEY
035900         PERFORM 2800-SHOW-REJECT THRU 2800-EXIT
036000         MOVE 'KEY THE CORRECTED FIELDS AND ENTER - PF8 NEXT'
036100             TO JMSGO OF REVJMENUO
036200     ELSE
036300         MOVE 'NO OPEN REJECTS FOR THAT REASON AND RUN DATE'
036400             TO JMSGO OF REVJMENUO
036500     END-IF.
036600
036700 2300-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*    2360-CHECK-ONE-CANDIDATE - THE RECORD JUST READ ENDS THE   *
037200*                               SEARCH WHEN IT IS PAST THE      *
037300*                               CHOSEN REASON OR THE END OF     *
037400*                               THE FILE, AND IS THE ONE TO     *
037500*                               SHOW WHEN IT IS STILL OPEN OR   *
037600*                               CORRECTED.  A SUBMITTED REJECT  *
037700*                               IS STEPPED OVER.                *
037800*****************************************************************
037900 2360-CHECK-ONE-CANDIDATE.
038000     IF WS-RESP NOT = DFHRESP(NORMAL)
038100        OR REVRJC-REASON NOT = CA-SEL-REASON
038200         SET NO-MORE-REJECTS TO TRUE
038300         GO TO 2360-EXIT
038400     END-IF
038500
038600     IF NOT REVRJC-SUBMITTED
038700         SET REJECT-FOUND TO TRUE
038800         GO TO 2360-EXIT
038900     END-IF
039000
039100     EXEC CICS READNEXT
039200         FILE('RVREJC')
039300         INTO(REVRJC-RECORD)
039400         RIDFLD(CA-BROWSE-KEY)
039500         KEYLENGTH(LENGTH OF REVRJC-KEY)
039600         RESP(WS-RESP)
039700     END-EXEC.
039800
039900 2360-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*    2400-BROWSE-NEXT - PF8 - THE BROWSE IS RE-STARTED AT THE   *
040400*                       SAVED KEY AND READ PAST IT ONCE BEFORE  *
040500*                       LOOKING FOR THE NEXT REJECT OF THE      *
040600*                       SAME REASON, AS RVHQ DOES               *
040700*****************************************************************
040800 2400-BROWSE-NEXT.
040900     MOVE SPACES TO JMSGO OF REVJMENUO
041000
041100     IF NOT CA-REJECT-SHOWN
041200         MOVE 'ENTER A REASON TO BROWSE BEFORE PRESSING PF8' TO
041300             JMSGO OF REVJMENUO
041400         GO TO 2400-EXIT
041500     END-IF
041600
041700     EXEC CICS STARTBR
041800         FILE('RVREJC')
041900         RIDFLD(CA-BROWSE-KEY)
042000         KEYLENGTH(LENGTH OF REVRJC-KEY)
042100         GTEQ
042200         RESP(WS-RESP)
042300     END-EXEC
042400
042500     IF WS-RESP NOT = DFHRESP(NORMAL)
042600         MOVE 'N' TO CA-SHOWN-SW
042700         MOVE 'NO MORE OPEN REJECTS FOR THAT REASON' TO
042800             JMSGO OF REVJMENUO
042900         GO TO 2400-EXIT
043000     END-IF
043100
043200     EXEC CICS READNEXT
043300         FILE('RVREJC')
043400         INTO(REVRJC-RECORD)
043500         RIDFLD(CA-BROWSE-KEY)
043600         KEYLENGTH(LENGTH OF REVRJC-KEY)
043700         RESP(WS-RESP)
043800     END-EXEC
043900
044000*    THE READ ABOVE ONLY RE-POSITIONS ON THE REJECT ALREADY
044100*    SHOWN - STEP PAST IT, OR PF8 WOULD SHOW THE SAME REJECT
044200*    FOREVER.
044300     IF WS-RESP = DFHRESP(NORMAL)
044400         EXEC CICS READNEXT
044500             FILE('RVREJC')
044600             INTO(REVRJC-RECORD)
044700             RIDFLD(CA-BROWSE-KEY)
044800             KEYLENGTH(LENGTH OF REVRJC-KEY)
044900             RESP(WS-RESP)
045000         END-EXEC
045100     END-IF
045200
045300     SET REJECT-NOT-FOUND TO TRUE
045400     PERFORM 2360-CHECK-ONE-CANDIDATE THRU 2360-EXIT
045500         UNTIL NOT REJECT-NOT-FOUND
045600
045700     EXEC CICS ENDBR
045800         FILE('RVREJC')
045900     END-EXEC
046000
046100     IF REJECT-FOUND
046200         MOVE REVRJC-KEY TO CA-BROWSE-KEY
046300         PERFORM 2800-SHOW-REJECT THRU 2800-EXIT
046400         MOVE 'KEY THE CORRECTED FIELDS AND ENTER - PF8 NEXT'
046500             TO JMSGO OF REVJMENUO
046600     ELSE
046700         MOVE 'N' TO CA-SHOWN-SW
046800         MOVE 'NO MORE OPEN REJECTS FOR THAT REASON' TO
046900             JMSGO OF REVJMENUO
047000     END-IF.
047100
047200 2400-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*    2500-APPLY-CORRECTION - READ THE REJECT ON THE SCREEN FOR  *
047700*                            UPDATE, LAY THE FIELDS KEYED OVER  *
047800*                            ITS CURRENT IMAGE (A BLANK FIELD   *
047900*                            KEEPS ITS CURRENT VALUE), PUT THE  *
048000*                            RESULT THROUGH REVEDIT AND SAVE IT *
048100*                            ONLY IF IT PASSES.  A REJECT       *
048200*                            ALREADY SUBMITTED TO REVBATCH IS   *
048300*                            NO LONGER CHANGED HERE.            *
048400*****************************************************************
048500 2500-APPLY-CORRECTION.
048600     MOVE 'N' TO WS-KEYED-SW
048700     IF (JCODEI OF REVJMENUI NOT = SPACES
048800         AND JCODEI OF REVJMENUI NOT = LOW-VALUES)
048900        OR (JCLASI OF REVJMENUI NOT = SPACES
049000         AND JCLASI OF REVJMENUI NOT = LOW-VALUES)
049100        OR (JEDATI OF REVJMENUI NOT = SPACES
049200         AND JEDATI OF REVJMENUI NOT = LOW-VALUES)
049300        OR (JSRCI OF REVJMENUI NOT = SPACES
049400         AND JSRCI OF REVJMENUI NOT = LOW-VALUES)
049500         SET CORRECTION-KEYED TO TRUE
049600     END-IF
049700
049800     MOVE CA-BROWSE-KEY TO REVRJC-KEY
049900
050000     EXEC CICS READ
050100         FILE('RVREJC')
050200         INTO(REVRJC-RECORD)
050300         RIDFLD(REVRJC-KEY)
050400         KEYLENGTH(LENGTH OF REVRJC-KEY)
050500         UPDATE
050600         RESP(WS-RESP)
050700     END-EXEC
050800
050900     IF WS-RESP NOT = DFHRESP(NORMAL)
051000         MOVE 'N' TO CA-SHOWN-SW
051100         MOVE 'RVREJC READ FAILED - CONTACT APPLICATIONS' TO
051200             JMSGO OF REVJMENUO
051300         GO TO 2500-EXIT
051400     END-IF
051500
051510     IF REVRJC-CORRECTED
051520         MOVE REVRJC-CORRECTION TO WS-BEFORE-IMAGE
051530     ELSE
051540         MOVE REVRJC-ORIGINAL TO WS-BEFORE-IMAGE
051550     END-IF
051560     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
051570
051580     PERFORM 2550-APPLY-KEYED-FIELDS THRU 2550-EXIT
051590
051600     PERFORM 2800-SHOW-REJECT THRU 2800-EXIT
051700
051800     IF REVRJC-SUBMITTED
051900         EXEC CICS UNLOCK
052000             FILE('RVREJC')
052100         END-EXEC
052200         MOVE 'ALREADY SUBMITTED TO REVBATCH - NO LONGER CHANGED'
052300             TO JMSGO OF REVJMENUO
052400         GO TO 2500-EXIT
052500     END-IF
052600
052700     IF NOT CORRECTION-KEYED
052800         EXEC CICS UNLOCK
052900             FILE('RVREJC')
053000         END-EXEC
053100         MOVE 'NOTHING CHANGED - KEY THE FIELDS TO BE CORRECTED'
053200             TO JMSGO OF REVJMENUO
053300         GO TO 2500-EXIT
053400     END-IF
053500
054500     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
054600         EXEC CICS UNLOCK
054700             FILE('RVREJC')
054800         END-EXEC
054900         MOVE 'NOTHING CHANGED - KEY THE FIELDS TO BE CORRECTED'
055000             TO JMSGO OF REVJMENUO
055100         GO TO 2500-EXIT
055200     END-IF
055300
055400     PERFORM 2600-EDIT-CORRECTION THRU 2600-EXIT
055500
055600     IF NOT REVEDIT-PASS
055700         EXEC CICS UNLOCK
055800             FILE('RVREJC')
055900         END-EXEC
056000         PERFORM 2850-SHOW-ATTEMPT THRU 2850-EXIT
056100         GO TO 2500-EXIT
056200     END-IF
056300
056400     MOVE WS-AFTER-IMAGE TO REVRJC-CORRECTION
056500     SET REVRJC-CORRECTED TO TRUE
056600     MOVE WS-USERID TO REVRJC-CORRECTED-BY
056700
056800     EXEC CICS ASKTIME
056900         ABSTIME(WS-ABS-TIME)
057000     END-EXEC
057100
057200     EXEC CICS FORMATTIME
057300         ABSTIME(WS-ABS-TIME)
057400         YYYYMMDD(REVRJC-CORRECTED-DATE)
057500         TIME(REVRJC-CORRECTED-TIME)
057600     END-EXEC
057700
057800     EXEC CICS REWRITE
057900         FILE('RVREJC')
058000         FROM(REVRJC-RECORD)
058100         RESP(WS-RESP)
058200     END-EXEC
058300
058400     IF WS-RESP = DFHRESP(NORMAL)
058500         PERFORM 2700-WRITE-CORRECTION-LOG THRU 2700-EXIT
058600         PERFORM 2800-SHOW-REJECT THRU 2800-EXIT
058700         MOVE 'CORRECTION SAVED FOR THE NEXT RUN - PF8 NEXT'
058800             TO JMSGO OF REVJMENUO
058900     ELSE
059000         MOVE 'RVREJC REWRITE FAILED - CONTACT APPLICATIONS' TO
059100             JMSGO OF REVJMENUO
059200     END-IF.
059300
059400 2500-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*    2550-APPLY-KEYED-FIELDS - LAY EACH CORRECTION FIELD THE    *
059900*                              OPERATOR KEYED OVER              *
060000*                              WS-AFTER-IMAGE.  TAKEN BEFORE    *
060010*                              2800-SHOW-REJECT, WHICH CLEARS   *
060020*                              THE MAP THE KEYED FIELDS ARE IN  *
060100*****************************************************************
060200 2550-APPLY-KEYED-FIELDS.
060300     IF JCODEI OF REVJMENUI NOT = SPACES
060400        AND JCODEI OF REVJMENUI NOT = LOW-VALUES
060500         MOVE JCODEI OF REVJMENUI TO WS-AFT-CODE
060600     END-IF
060700
060800     IF JCLASI OF REVJMENUI NOT = SPACES
060900        AND JCLASI OF REVJMENUI NOT = LOW-VALUES
061000         MOVE JCLASI OF REVJMENUI TO WS-AFT-CLASS
061100     END-IF
061200
061300     IF JEDATI OF REVJMENUI NOT = SPACES
061400        AND JEDATI OF REVJMENUI NOT = LOW-VALUES
061500         MOVE JEDATI OF REVJMENUI TO WS-AFT-DATE
061600     END-IF
061700
061800     IF JSRCI OF REVJMENUI NOT = SPACES
061900        AND JSRCI OF REVJMENUI NOT = LOW-VALUES
062000         MOVE JSRCI OF REVJMENUI TO WS-AFT-SOURCE
062100     END-IF.
062200
062300 2550-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700*    2600-EDIT-CORRECTION - LOAD THE RVPCLS CLASS TABLE AND CALL*
062800*                           REVEDIT ON THE CORRECTED FIELDS,    *
062900*                           DATED TODAY.  REVBATCH EDITS THE    *
063000*                           RECORD AGAIN ON ITS OWN RUN DATE    *
063100*                           WHEN IT IS SUBMITTED.               *
063200*****************************************************************
063300 2600-EDIT-CORRECTION.
063400     EXEC CICS ASKTIME
063500         ABSTIME(WS-ABS-TIME)
063600     END-EXEC
063700
063800     EXEC CICS FORMATTIME
063900         ABSTIME(WS-ABS-TIME)
064000         YYYYMMDD(WS-TODAY)
064100     END-EXEC
064200
064300     PERFORM 2650-LOAD-CLASS-TABLE THRU 2650-EXIT
064400
064500     IF CLASS-TABLE-FAILED
064600         SET REVEDIT-TABLE-ERROR TO TRUE
064700         GO TO 2600-EXIT
064800     END-IF
064900
065000     MOVE WS-AFT-CODE   TO REVEDIT-CODE
065100     MOVE WS-AFT-CLASS  TO REVEDIT-PROD-CLASS
065200     MOVE WS-AFT-DATE   TO REVEDIT-EFF-DATE
065300     MOVE WS-AFT-SOURCE TO REVEDIT-SOURCE
065400     MOVE WS-TODAY-N    TO REVEDIT-AS-OF-DATE
065500
065600     CALL 'REVEDIT' USING REVEDIT-PARMS.
065700
065800 2600-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*    2650-LOAD-CLASS-TABLE - BROWSE RVPCLS FROM THE START AND   *
066300*                            FILL THE REVEDIT CLASS TABLE THE   *
066400*                            WAY REVPCLD DOES FOR THE BATCH     *
066500*                            RUN.  AN EMPTY FILE OR ONE TOO     *
066600*                            LARGE FOR THE TABLE FAILS THE LOAD.*
066700*****************************************************************
066800 2650-LOAD-CLASS-TABLE.
066900     SET CLASS-TABLE-LOADED TO TRUE
067000     MOVE 0 TO REVEDIT-CLASS-COUNT
067100     MOVE LOW-VALUES TO REVPCL-KEY
067200
067300     EXEC CICS STARTBR
067400         FILE('RVPCLS')
067500         RIDFLD(REVPCL-KEY)
067600         KEYLENGTH(LENGTH OF REVPCL-KEY)
067700         GTEQ
067800         RESP(WS-RESP)
067900     END-EXEC
068000
068100     IF WS-RESP NOT = DFHRESP(NORMAL)
068200         SET CLASS-TABLE-FAILED TO TRUE
068300         GO TO 2650-EXIT
068400     END-IF
068500
068600     EXEC CICS READNEXT
068700         FILE('RVPCLS')
068800         INTO(REVPCL-RECORD)
068900         RIDFLD(REVPCL-KEY)
069000         KEYLENGTH(LENGTH OF REVPCL-KEY)
069100         RESP(WS-RESP)
069200     END-EXEC
069300
069400     PERFORM 2660-LOAD-ONE-CLASS THRU 2660-EXIT
069500         UNTIL WS-RESP NOT = DFHRESP(NORMAL)
069600            OR CLASS-TABLE-FAILED
069700
069800     EXEC CICS ENDBR
069900         FILE('RVPCLS')
070000     END-EXEC
070100
070200     IF REVEDIT-CLASS-COUNT = 0
070300         SET CLASS-TABLE-FAILED TO TRUE
070400     END-IF.
070500
070600 2650-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000*    2660-LOAD-ONE-CLASS - ADD THE CLASS JUST READ TO THE TABLE *
071100*                          AND READ THE NEXT                    *
071200*****************************************************************
071300 2660-LOAD-ONE-CLASS.
071400     IF REVEDIT-CLASS-COUNT NOT < WS-CLASS-MAX
071500         SET CLASS-TABLE-FAILED TO TRUE
071600         GO TO 2660-EXIT
071700     END-IF
071800
071900     ADD 1 TO REVEDIT-CLASS-COUNT
072000     MOVE REVPCL-CLASS
072100         TO REVEDIT-TBL-CLASS(REVEDIT-CLASS-COUNT)
072200     MOVE REVPCL-ACTIVE-FROM
072300         TO REVEDIT-TBL-FROM(REVEDIT-CLASS-COUNT)
072400     MOVE REVPCL-ACTIVE-TO
072500         TO REVEDIT-TBL-TO(REVEDIT-CLASS-COUNT)
072600     MOVE REVPCL-MIN-CODE-LEN
072700         TO REVEDIT-TBL-MIN-LEN(REVEDIT-CLASS-COUNT)
072800
072900     EXEC CICS READNEXT
073000         FILE('RVPCLS')
073100         INTO(REVPCL-RECORD)
073200         RIDFLD(REVPCL-KEY)
073300         KEYLENGTH(LENGTH OF REVPCL-KEY)
073400         RESP(WS-RESP)
073500     END-EXEC.
073600
073700 2660-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*    2700-WRITE-CORRECTION-LOG - APPEND THE CORRECTION JUST     *
074200*                                SAVED TO THE RJCL LOG TD QUEUE *
074300*                                - WHO, WHEN, WHICH REJECT, AND *
074400*                                ITS FIELDS BEFORE AND AFTER -  *
074500*                                THE SAME WAY RVCM LOGS RVPCLS  *
074600*                                CHANGES TO PCLL.  CALLED ONLY  *
074700*                                WHEN THE REWRITE SUCCEEDED.    *
074800*****************************************************************
074900 2700-WRITE-CORRECTION-LOG.
075000     MOVE WS-USERID              TO REVRJL-OPERATOR
075100     MOVE REVRJC-CORRECTED-DATE  TO REVRJL-DATE
075200     MOVE REVRJC-CORRECTED-TIME  TO REVRJL-TIME
075300     MOVE REVRJC-KEY             TO REVRJL-REJECT-KEY
075400     MOVE WS-BEFORE-IMAGE        TO REVRJL-BEFORE-IMAGE
075500     MOVE WS-AFTER-IMAGE         TO REVRJL-AFTER-IMAGE
075600     MOVE WS-ABS-TIME            TO REVRJL-ABSTIME
075700
075800     EXEC CICS WRITEQ TD
075900         QUEUE('RJCL')
076000         FROM(REVRJL-RECORD)
076100         LENGTH(LENGTH OF REVRJL-RECORD)
076200     END-EXEC.
076300
076400 2700-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800*    2800-SHOW-REJECT - ECHO THE RVREJC RECORD INTO THE SCREEN  *
076900*                       FIELDS - THE FIELDS AS REJECTED, AND    *
077000*                       THE LAST CORRECTION AND WHO MADE IT     *
077100*                       WHEN THERE IS ONE                       *
077200*****************************************************************
077300 2800-SHOW-REJECT.
077400     SET CA-REJECT-SHOWN TO TRUE
077500     MOVE LOW-VALUES TO REVJMENUO
077600
077700     MOVE CA-SEL-REASON       TO JREASO OF REVJMENUO
077800     MOVE CA-SEL-DATE         TO JRDATEO OF REVJMENUO
077900     MOVE REVRJC-REJ-SEQ      TO WS-SEQ-EDIT
078000     MOVE WS-SEQ-EDIT         TO JRSEQO OF REVJMENUO
078100
078200     EVALUATE TRUE
078300         WHEN REVRJC-OPEN
078400             MOVE 'OPEN'      TO JSTATO OF REVJMENUO
078500         WHEN REVRJC-CORRECTED
078600             MOVE 'CORRECTED' TO JSTATO OF REVJMENUO
078700         WHEN OTHER
078800             MOVE 'SUBMITTED' TO JSTATO OF REVJMENUO
078900     END-EVALUATE
079000
079100     MOVE REVRJC-ORIG-CODE    TO JOCODEO OF REVJMENUO
079200     MOVE REVRJC-ORIG-CLASS   TO JOCLASO OF REVJMENUO
079300     MOVE REVRJC-ORIG-DATE    TO JODATEO OF REVJMENUO
079400     MOVE REVRJC-ORIG-SOURCE  TO JOSRCO OF REVJMENUO
079500
079600     IF REVRJC-OPEN
079700         GO TO 2800-EXIT
079800     END-IF
079900
080000     MOVE REVRJC-CORR-CODE    TO JCODEO OF REVJMENUO
080100     MOVE REVRJC-CORR-CLASS   TO JCLASO OF REVJMENUO
080200     MOVE REVRJC-CORR-DATE    TO JEDATO OF REVJMENUO
080300     MOVE REVRJC-CORR-SOURCE  TO JSRCO OF REVJMENUO
080400
080500     MOVE SPACES TO WS-BY-LINE
080600     STRING 'BY '                  DELIMITED BY SIZE
080700            REVRJC-CORRECTED-BY    DELIMITED BY SPACE
080800            ' ON '                 DELIMITED BY SIZE
080900            REVRJC-CORRECTED-DATE  DELIMITED BY SIZE
081000            ' AT '                 DELIMITED BY SIZE
081100            REVRJC-CORRECTED-TIME  DELIMITED BY SIZE
081200            INTO WS-BY-LINE
081300     END-STRING
081400     MOVE WS-BY-LINE          TO JBYO OF REVJMENUO.
081500
081600 2800-EXIT.
081700     EXIT.
081800
081900*****************************************************************
082000*    2850-SHOW-ATTEMPT - THE CORRECTION FAILED THE EDIT - LEAVE *
082100*                        WHAT WAS TRIED IN THE CORRECTION       *
082200*                        FIELDS SO IT CAN BE FIXED AND ENTERED  *
082300*                        AGAIN, AND SAY WHY                     *
082400*****************************************************************
082500 2850-SHOW-ATTEMPT.
082600     MOVE WS-AFT-CODE   TO JCODEO OF REVJMENUO
082700     MOVE WS-AFT-CLASS  TO JCLASO OF REVJMENUO
082800     MOVE WS-AFT-DATE   TO JEDATO OF REVJMENUO
082900     MOVE WS-AFT-SOURCE TO JSRCO OF REVJMENUO
083000
083100     IF REVEDIT-FAIL
083200         STRING 'CORRECTION STILL FAILS THE EDIT - REASON '
083300                    DELIMITED BY SIZE
083400                REVEDIT-REASON DELIMITED BY SIZE
083500                INTO JMSGO OF REVJMENUO
083600         END-STRING
083700     ELSE
083800         MOVE 'CLASS TABLE UNAVAILABLE - CONTACT APPLICATIONS'
083900             TO JMSGO OF REVJMENUO
084000     END-IF.
084100
084200 2850-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*    9000-SEND-MAP - DISPLAY THE CORRECTION SCREEN, INCLUDING   *
084700*                    THE RESULT OF THE LAST ACTION              *
084800*****************************************************************
084900 9000-SEND-MAP.
085000     EXEC CICS SEND
085100         MAP('REVJMENU')
085200         MAPSET('REVJMAP')
085300         FREEKB
085400         ERASE
085500     END-EXEC.
085600
085700 9000-EXIT.
085800     EXIT.
