000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVCLSM.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  ONLINE CICS TRANSACTION RVCM.  MAINTAINS THE     *
001000*             RVPCLS PRODUCT CLASS FILE (SEE REVPCLR) THAT THE *
001100*             BATCH FRONT-END EDIT (REVEDIT) CHECKS EVERY      *
001200*             CODEIN RECORD AGAINST, SO A NEW CLASS FROM THE   *
001300*             INVENTORY EXTRACT TEAM, A CLASS BEING RETIRED,   *
001400*             OR A CHANGE TO A CLASS'S MINIMUM CODE LENGTH IS  *
001500*             KEYED BY THE DESK SUPERVISOR INSTEAD OF WAITING  *
001600*             ON A PROGRAM INSTALL.  A CLASS IS RETIRED BY     *
001700*             SETTING ITS ACTIVE-TO DATE RATHER THAN BY        *
001800*             DELETING IT, SO ITS HISTORY STAYS ON THE FILE.   *
001900*             ONLY A USERID RECORDED ON RVAUTH WITH            *
002000*             SUPERVISOR AUTHORITY AND ACTIVE STATUS MAY USE   *
002100*             THIS TRANSACTION - THE SAME CHECK AS RVAM.       *
002200*             EVERY SUCCESSFUL MAINTENANCE ACTION IS APPENDED  *
002300*             TO THE PCLL MAINTENANCE LOG TD QUEUE (SEE        *
002400*             REVPCML) WITH BEFORE AND AFTER IMAGES OF THE     *
002500*             RECORD, PRINTED DAILY BY JOB REVPCRPT.           *
002600*             THE BATCH RUN READS RVPCLS ONCE AT START OF      *
002700*             RUN (SEE REVPCLD), SO A CHANGE MADE HERE TAKES   *
002800*             EFFECT FROM THE NEXT REVBATCH RUN.               *
002900*                                                               *
003000*   MODIFICATION HISTORY.                                       *
003100*   DATE       INIT  DESCRIPTION                                 *
003200*   ---------  ----  -------------------------------------------*
003300*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900
004000 01  WS-RESP                  PIC S9(8) COMP VALUE +0.
004100
004200 01  WS-SECURITY-WORK.
004300     05 WS-USERID              PIC X(08) VALUE SPACES.
004400     05 WS-AUTH-SW             PIC X(01) VALUE 'N'.
004500        88 USER-IS-SUPERVISOR       VALUE 'Y'.
004600
004700 01  WS-MAINT-LOG-WORK.
004800     05 WS-ABS-TIME            PIC S9(15) COMP-3 VALUE 0.
004900     05 WS-LOG-ACTION          PIC X(01) VALUE SPACE.
005000*    THE RECORD AS IT STOOD BEFORE AND AFTER THE ACTION -
005100*    SPACES WHEN THERE WAS NO RECORD (BEFORE AN ADD, AFTER A
005200*    DELETE).
005300     05 WS-BEFORE-IMAGE        PIC X(60) VALUE SPACES.
005400     05 WS-AFTER-IMAGE         PIC X(60) VALUE SPACES.
005500
005600 01  WS-EDIT-WORK.
005700     05 WS-EDIT-SW             PIC X(01) VALUE 'Y'.
005800        88 FIELDS-ARE-VALID         VALUE 'Y'.
005900        88 FIELDS-ARE-INVALID       VALUE 'N'.
006000     05 WS-TODAY               PIC X(08) VALUE SPACES.
006100     05 WS-DATE-X              PIC X(08) VALUE SPACES.
006200     05 WS-DATE-N REDEFINES WS-DATE-X
006300                               PIC 9(08).
006400     05 WS-MINL-X              PIC X(02) VALUE SPACES.
006500     05 WS-MINL-N REDEFINES WS-MINL-X
006600                               PIC 9(02).
006700
006800*    AN ACTIVE-TO OF ALL NINES LEAVES THE CLASS OPEN-ENDED;
006900*    A NEW CLASS WITH NO MINIMUM KEYED TAKES THE ORIGINAL
007000*    FOUR-CHARACTER RULE.
007100 01  WS-OPEN-END-DATE         PIC 9(08) VALUE 99999999.
007200 01  WS-DEFAULT-MIN-LEN       PIC 9(02) VALUE 4.
007300 01  WS-LONGEST-CODE          PIC 9(02) VALUE 20.
007400
007500     COPY REVAUTR.
007600     COPY REVPCLR.
007700     COPY REVPCML.
007800     COPY REVDPARM.
007900     COPY REVCMAP.
008000
008100 LINKAGE SECTION.
008200 01  DFHCOMMAREA.
008300     05 CA-IN-PROGRESS        PIC X(01).
008400
008500 PROCEDURE DIVISION.
008600*****************************************************************
008700*    0000-MAINLINE - CONFIRM THE CALLER IS AN ACTIVE            *
008800*                    SUPERVISOR ON RVAUTH, THEN EITHER PUT UP   *
008900*                    THE MAINTENANCE SCREEN (FIRST ENTRY) OR    *
009000*                    ACT ON WHAT THE SUPERVISOR KEYED           *
009100*****************************************************************
009200 0000-MAINLINE.
009300     EXEC CICS ASSIGN
009400         USERID(WS-USERID)
009500     END-EXEC
009600
009700     PERFORM 0100-CHECK-SUPERVISOR THRU 0100-EXIT
009800
009900     IF NOT USER-IS-SUPERVISOR
010000         PERFORM 0200-REJECT-UNAUTHORIZED THRU 0200-EXIT
010100     ELSE
010200         IF EIBCALEN = 0
010300             PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
010400         ELSE
010500             PERFORM 2000-HANDLE-REQUEST THRU 2000-EXIT
010600         END-IF
010700
010800         PERFORM 9000-SEND-MAP THRU 9000-EXIT
010900
011000         EXEC CICS RETURN
011100             TRANSID('RVCM')
011200             COMMAREA(CA-IN-PROGRESS)
011300             LENGTH(LENGTH OF CA-IN-PROGRESS)
011400         END-EXEC
011500     END-IF.
011600
011700*****************************************************************
011800*    0100-CHECK-SUPERVISOR - READ THE CALLER'S OWN RVAUTH       *
011900*                            RECORD.  ONLY AN ACTIVE            *
012000*                            SUPERVISOR MAY MAINTAIN RVPCLS.    *
012100*****************************************************************
012200 0100-CHECK-SUPERVISOR.
012300     MOVE 'N' TO WS-AUTH-SW
012400     MOVE WS-USERID TO REVAUT-USERID
012500
012600     EXEC CICS READ
012700         FILE('RVAUTH')
012800         INTO(REVAUT-RECORD)
012900         RIDFLD(REVAUT-KEY)
013000         KEYLENGTH(LENGTH OF REVAUT-KEY)
013100         RESP(WS-RESP)
013200     END-EXEC
013300
013400     IF WS-RESP = DFHRESP(NORMAL)
013500         IF REVAUT-SUPERVISOR AND REVAUT-ACTIVE
013600             SET USER-IS-SUPERVISOR TO TRUE
013700         END-IF
013800     END-IF.
013900
014000 0100-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400*    0200-REJECT-UNAUTHORIZED - TELL THE OPERATOR THEY ARE NOT  *
014500*                               PERMITTED TO MAINTAIN RVPCLS    *
014600*                               AND END THE TRANSACTION         *
014700*****************************************************************
014800 0200-REJECT-UNAUTHORIZED.
014900     MOVE LOW-VALUES TO REVCMENUO
015000     MOVE 'NOT AUTHORIZED TO USE TRANSACTION RVCM' TO
015100         CMSGO OF REVCMENUO
015200
015300     EXEC CICS SEND
015400         MAP('REVCMENU')
015500         MAPSET('REVCMAP')
015600         FREEKB
015700         ERASE
015800     END-EXEC
015900
016000     EXEC CICS RETURN END-EXEC.
016100
016200 0200-EXIT.
016300     EXIT.
016400
016500*****************************************************************
016600*    1000-INITIAL-ENTRY - FRESH START OF THE TRANSACTION -      *
016700*                         CLEAR THE SCREEN AND PROMPT FOR A     *
016800*                         FUNCTION AND PRODUCT CLASS            *
016900*****************************************************************
017000 1000-INITIAL-ENTRY.
017100     MOVE LOW-VALUES TO REVCMENUO
017200     MOVE 'ENTER FUNCTION (A/C/D/I) AND PROD CLASS - PF3 TO END'
017300         TO CMSGO OF REVCMENUO.
017400
017500 1000-EXIT.
017600     EXIT.
017700
017800*****************************************************************
017900*    2000-HANDLE-REQUEST - READ WHATEVER THE SUPERVISOR KEYED   *
018000*                          AND ACT ON THE AID KEY PRESSED       *
018100*****************************************************************
018200 2000-HANDLE-REQUEST.
018300     EXEC CICS RECEIVE
018400         MAP('REVCMENU')
018500         MAPSET('REVCMAP')
018600         RESP(WS-RESP)
018700     END-EXEC
018800
018900     IF WS-RESP = DFHRESP(MAPFAIL)
019000         MOVE SPACES TO CFUNCI OF REVCMENUI
019100         MOVE SPACES TO CCLASSI OF REVCMENUI
019200         MOVE SPACES TO CDESCI OF REVCMENUI
019300         MOVE SPACES TO CFROMI OF REVCMENUI
019400         MOVE SPACES TO CTOI OF REVCMENUI
019500         MOVE SPACES TO CMINLI OF REVCMENUI
019600     END-IF
019700
019800     EVALUATE TRUE
019900         WHEN EIBAID = DFHPF3
020000             PERFORM 2100-END-MAINTENANCE THRU 2100-EXIT
020100         WHEN OTHER
020200             PERFORM 2200-APPLY-FUNCTION THRU 2200-EXIT
020300     END-EVALUATE.
020400
020500 2000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*    2100-END-MAINTENANCE - PF3 - SEND A GOODBYE SCREEN AND DO  *
021000*                           NOT RESTART THE TRANSACTION         *
021100*****************************************************************
021200 2100-END-MAINTENANCE.
021300     MOVE LOW-VALUES TO REVCMENUO
021400     MOVE 'PRODUCT CLASS MAINTENANCE ENDED' TO
021500         CMSGO OF REVCMENUO
021600
021700     EXEC CICS SEND
021800         MAP('REVCMENU')
021900         MAPSET('REVCMAP')
022000         FREEKB
022100         ERASE
022200     END-EXEC
022300
022400     EXEC CICS RETURN END-EXEC.
022500
022600 2100-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*    2200-APPLY-FUNCTION - VALIDATE THE FUNCTION CODE AND THE   *
023100*                          PRODUCT CLASS, THEN APPLY THE        *
023200*                          REQUESTED CHANGE TO RVPCLS           *
023300*****************************************************************
023400 2200-APPLY-FUNCTION.
023500     MOVE SPACES TO CMSGO OF REVCMENUO
023600
023700     IF CCLASSI OF REVCMENUI = SPACES OR
023800        CCLASSI OF REVCMENUI = LOW-VALUES OR
023900        CCLASSI OF REVCMENUI(1:1) = SPACE
024000         MOVE 'PLEASE ENTER THE PRODUCT CLASS TO MAINTAIN' TO
024100             CMSGO OF REVCMENUO
024200         GO TO 2200-EXIT
024300     END-IF
024400
024500     EVALUATE CFUNCI OF REVCMENUI
024600         WHEN 'A'
024700             PERFORM 2300-ADD-CLASS THRU 2300-EXIT
024800         WHEN 'C'
024900             PERFORM 2400-CHANGE-CLASS THRU 2400-EXIT
025000         WHEN 'D'
025100             PERFORM 2500-DELETE-CLASS THRU 2500-EXIT
025200         WHEN 'I'
025300             PERFORM 2600-INQUIRE-CLASS THRU 2600-EXIT
025400         WHEN OTHER
025500             MOVE 'FUNCTION MUST BE A, C, D, OR I' TO
025600                 CMSGO OF REVCMENUO
025700     END-EVALUATE.
025800
025900 2200-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*    2300-ADD-CLASS - WRITE A NEW RVPCLS RECORD.  THE           *
026400*                     DESCRIPTION IS REQUIRED; A BLANK          *
026500*                     ACTIVE-FROM MEANS TODAY, A BLANK          *
026600*                     ACTIVE-TO LEAVES THE CLASS OPEN, AND A    *
026700*                     BLANK MINIMUM LENGTH TAKES THE ORIGINAL   *
026800*                     FOUR-CHARACTER RULE                       *
026900*****************************************************************
027000 2300-ADD-CLASS.
027100     EXEC CICS ASKTIME
027200         ABSTIME(WS-ABS-TIME)
027300     END-EXEC
027400
027500     EXEC CICS FORMATTIME
027600         ABSTIME(WS-ABS-TIME)
027700         YYYYMMDD(WS-TODAY)
027800     END-EXEC
027900
028000     MOVE SPACES TO REVPCL-RECORD
028100     MOVE CCLASSI OF REVCMENUI TO REVPCL-CLASS
028200     MOVE WS-TODAY             TO REVPCL-ACTIVE-FROM
028300     MOVE WS-OPEN-END-DATE     TO REVPCL-ACTIVE-TO
028400     MOVE WS-DEFAULT-MIN-LEN   TO REVPCL-MIN-CODE-LEN
028500
028600     PERFORM 2800-APPLY-KEYED-FIELDS THRU 2800-EXIT
028700
028800     IF FIELDS-ARE-INVALID
028900         GO TO 2300-EXIT
029000     END-IF
029100
029200     IF REVPCL-DESCRIPTION = SPACES
029300         MOVE 'PLEASE ENTER A DESCRIPTION FOR THE NEW CLASS' TO
029400             CMSGO OF REVCMENUO
029500         GO TO 2300-EXIT
029600     END-IF
029700
029800     EXEC CICS WRITE
029900         FILE('RVPCLS')
030000         FROM(REVPCL-RECORD)
030100         RIDFLD(REVPCL-KEY)
030200         KEYLENGTH(LENGTH OF REVPCL-KEY)
030300         RESP(WS-RESP)
030400     END-EXEC
030500
030600     EVALUATE WS-RESP
030700         WHEN DFHRESP(NORMAL)
030800             MOVE 'PRODUCT CLASS ADDED TO RVPCLS' TO
030900                 CMSGO OF REVCMENUO
031000             MOVE 'A' TO WS-LOG-ACTION
031100             MOVE SPACES TO WS-BEFORE-IMAGE
031200             MOVE REVPCL-RECORD TO WS-AFTER-IMAGE
031300             PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
031400             PERFORM 2900-SHOW-CLASS THRU 2900-EXIT
031500         WHEN DFHRESP(DUPREC)
031600             MOVE 'CLASS IS ALREADY ON RVPCLS - USE C TO CHANGE'
031700                 TO CMSGO OF REVCMENUO
031800         WHEN OTHER
031900             MOVE 'RVPCLS WRITE FAILED - CONTACT APPLICATIONS' TO
032000                 CMSGO OF REVCMENUO
032100     END-EVALUATE.
032200
032300 2300-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*    2400-CHANGE-CLASS - READ THE CLASS FOR UPDATE, LAY THE     *
032800*                        FIELDS KEYED OVER IT (A BLANK FIELD    *
032900*                        KEEPS ITS CURRENT VALUE) AND REWRITE.  *
033000*                        A CLASS IS RETIRED HERE BY KEYING AN   *
033100*                        ACTIVE-TO DATE.                        *
033200*****************************************************************
033300 2400-CHANGE-CLASS.
033400     MOVE CCLASSI OF REVCMENUI TO REVPCL-CLASS
033500
033600     EXEC CICS READ
033700         FILE('RVPCLS')
033800         INTO(REVPCL-RECORD)
033900         RIDFLD(REVPCL-KEY)
034000         KEYLENGTH(LENGTH OF REVPCL-KEY)
034100         UPDATE
034200         RESP(WS-RESP)
034300     END-EXEC
034400
034500     IF WS-RESP = DFHRESP(NOTFND)
034600         MOVE 'CLASS IS NOT ON RVPCLS - USE A TO ADD IT' TO
034700             CMSGO OF REVCMENUO
034800         GO TO 2400-EXIT
034900     END-IF
035000
035100     IF WS-RESP NOT = DFHRESP(NORMAL)
035200         MOVE 'RVPCLS READ FAILED - CONTACT APPLICATIONS' TO
035300             CMSGO OF REVCMENUO
035400         GO TO 2400-EXIT
035500     END-IF
035600
035700     MOVE REVPCL-RECORD TO WS-BEFORE-IMAGE
035800
035900     PERFORM 2800-APPLY-KEYED-FIELDS THRU 2800-EXIT
036000
036100     IF FIELDS-ARE-VALID
036200        AND REVPCL-RECORD = WS-BEFORE-IMAGE
036300         MOVE 'NOTHING CHANGED - KEY THE FIELDS TO BE CHANGED'
036400             TO CMSGO OF REVCMENUO
036500         SET FIELDS-ARE-INVALID TO TRUE
036600     END-IF
036700
036800     IF FIELDS-ARE-INVALID
036900         EXEC CICS UNLOCK
037000             FILE('RVPCLS')
037100         END-EXEC
037200         GO TO 2400-EXIT
037300     END-IF
037400
037500     EXEC CICS REWRITE
037600         FILE('RVPCLS')
037700         FROM(REVPCL-RECORD)
037800         RESP(WS-RESP)
037900     END-EXEC
038000
038100     IF WS-RESP = DFHRESP(NORMAL)
038200         MOVE 'PRODUCT CLASS CHANGED ON RVPCLS' TO
038300             CMSGO OF REVCMENUO
038400         MOVE 'C' TO WS-LOG-ACTION
038500         MOVE REVPCL-RECORD TO WS-AFTER-IMAGE
038600         PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
038700         PERFORM 2900-SHOW-CLASS THRU 2900-EXIT
038800     ELSE
038900         MOVE 'RVPCLS REWRITE FAILED - CONTACT APPLICATIONS' TO
039000             CMSGO OF REVCMENUO
039100     END-IF.
039200
039300 2400-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*    2500-DELETE-CLASS - REMOVE THE CLASS FROM RVPCLS.  THE     *
039800*                        RECORD IS READ FIRST SO THE            *
039900*                        MAINTENANCE LOG CAN CARRY THE IMAGE    *
040000*                        OF WHAT WAS REMOVED.  FROM THE NEXT    *
040100*                        RUN ON, EVERY CODEIN RECORD OF THE     *
040200*                        CLASS REJECTS CLAS.                    *
040300*****************************************************************
040400 2500-DELETE-CLASS.
040500     MOVE CCLASSI OF REVCMENUI TO REVPCL-CLASS
040600
040700     MOVE SPACES TO WS-BEFORE-IMAGE
040800     EXEC CICS READ
040900         FILE('RVPCLS')
041000         INTO(REVPCL-RECORD)
041100         RIDFLD(REVPCL-KEY)
041200         KEYLENGTH(LENGTH OF REVPCL-KEY)
041300         RESP(WS-RESP)
041400     END-EXEC
041500     IF WS-RESP = DFHRESP(NORMAL)
041600         MOVE REVPCL-RECORD TO WS-BEFORE-IMAGE
041700     END-IF
041800     MOVE CCLASSI OF REVCMENUI TO REVPCL-CLASS
041900
042000     EXEC CICS DELETE
042100         FILE('RVPCLS')
042200         RIDFLD(REVPCL-KEY)
042300         KEYLENGTH(LENGTH OF REVPCL-KEY)
042400         RESP(WS-RESP)
042500     END-EXEC
042600
042700     EVALUATE WS-RESP
042800         WHEN DFHRESP(NORMAL)
042900             MOVE 'PRODUCT CLASS REMOVED FROM RVPCLS' TO
043000                 CMSGO OF REVCMENUO
043100             MOVE 'D' TO WS-LOG-ACTION
043200             MOVE SPACES TO WS-AFTER-IMAGE
043300             PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
043400         WHEN DFHRESP(NOTFND)
043500             MOVE 'CLASS IS NOT ON RVPCLS' TO
043600                 CMSGO OF REVCMENUO
043700         WHEN OTHER
043800             MOVE 'RVPCLS DELETE FAILED - CONTACT APPLICATIONS'
043900                 TO CMSGO OF REVCMENUO
044000     END-EVALUATE.
044100
044200 2500-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*    2600-INQUIRE-CLASS - DISPLAY THE CLASS'S RVPCLS RECORD     *
044700*****************************************************************
044800 2600-INQUIRE-CLASS.
044900     MOVE CCLASSI OF REVCMENUI TO REVPCL-CLASS
045000
045100     EXEC CICS READ
045200         FILE('RVPCLS')
045300         INTO(REVPCL-RECORD)
045400         RIDFLD(REVPCL-KEY)
045500         KEYLENGTH(LENGTH OF REVPCL-KEY)
045600         RESP(WS-RESP)
045700     END-EXEC
045800
045900     IF WS-RESP = DFHRESP(NORMAL)
046000         PERFORM 2900-SHOW-CLASS THRU 2900-EXIT
046100         MOVE 'DISPLAYED - DATES YYYYMMDD, TO 99999999 = OPEN'
046200             TO CMSGO OF REVCMENUO
046300     ELSE
046400         MOVE 'CLASS IS NOT ON RVPCLS' TO
046500             CMSGO OF REVCMENUO
046600     END-IF.
046700
046800 2600-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*    2700-WRITE-MAINT-LOG - APPEND THE ACTION JUST TAKEN TO     *
047300*                           THE PCLL MAINTENANCE LOG TD QUEUE - *
047400*                           WHO, WHEN, WHAT, AND THE RECORD     *
047500*                           BEFORE AND AFTER - THE SAME WAY     *
047600*                           RVAM LOGS RVAUTH CHANGES TO AUTL.   *
047700*                           CALLED ONLY WHEN THE FILE ACTION    *
047800*                           SUCCEEDED - THE LOG RECORDS WHAT    *
047900*                           CHANGED, NOT WHAT WAS ATTEMPTED.    *
048000*****************************************************************
048100 2700-WRITE-MAINT-LOG.
048200     EXEC CICS ASKTIME
048300         ABSTIME(WS-ABS-TIME)
048400     END-EXEC
048500
048600     EXEC CICS FORMATTIME
048700         ABSTIME(WS-ABS-TIME)
048800         YYYYMMDD(REVPCM-DATE)
048900         TIME(REVPCM-TIME)
049000     END-EXEC
049100
049200     MOVE WS-USERID            TO REVPCM-SUPERVISOR
049300     MOVE WS-LOG-ACTION        TO REVPCM-ACTION
049400     MOVE CCLASSI OF REVCMENUI TO REVPCM-TARGET-CLASS
049500     MOVE WS-BEFORE-IMAGE      TO REVPCM-BEFORE-IMAGE
049600     MOVE WS-AFTER-IMAGE       TO REVPCM-AFTER-IMAGE
049700     MOVE WS-ABS-TIME          TO REVPCM-ABSTIME
049800
049900     EXEC CICS WRITEQ TD
050000         QUEUE('PCLL')
050100         FROM(REVPCM-RECORD)
050200         LENGTH(LENGTH OF REVPCM-RECORD)
050300     END-EXEC.
050400
050500 2700-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    2800-APPLY-KEYED-FIELDS - EDIT EACH FIELD THE SUPERVISOR   *
051000*                              KEYED AND LAY IT OVER            *
051100*                              REVPCL-RECORD.  A BLANK FIELD    *
051200*                              LEAVES THE RECORD'S VALUE AS IT  *
051300*                              IS.  DATES MUST BE REAL          *
051400*                              YYYYMMDD DATES (CHECKED THROUGH  *
051500*                              THE CALLABLE REVDATE) - ACTIVE-  *
051600*                              TO MAY ALSO BE 99999999 - AND    *
051700*                              THE MINIMUM LENGTH 1 THRU 20.    *
051800*                              THE FIRST BAD FIELD NAMES THE    *
051900*                              MESSAGE.                         *
052000*****************************************************************
052100 2800-APPLY-KEYED-FIELDS.
052200     SET FIELDS-ARE-VALID TO TRUE
052300
052400     IF CDESCI OF REVCMENUI NOT = SPACES
052500        AND CDESCI OF REVCMENUI NOT = LOW-VALUES
052600         MOVE CDESCI OF REVCMENUI TO REVPCL-DESCRIPTION
052700     END-IF
052800
052900     IF CFROMI OF REVCMENUI NOT = SPACES
053000        AND CFROMI OF REVCMENUI NOT = LOW-VALUES
053100         MOVE CFROMI OF REVCMENUI TO WS-DATE-X
053200         PERFORM 2850-EDIT-ONE-DATE THRU 2850-EXIT
053300         IF FIELDS-ARE-INVALID
053400             MOVE 'ACTIVE-FROM MUST BE A VALID DATE, YYYYMMDD'
053500                 TO CMSGO OF REVCMENUO
053600             GO TO 2800-EXIT
053700         END-IF
053800         MOVE WS-DATE-N TO REVPCL-ACTIVE-FROM
053900     END-IF
054000
054100     IF CTOI OF REVCMENUI NOT = SPACES
054200        AND CTOI OF REVCMENUI NOT = LOW-VALUES
054300         MOVE CTOI OF REVCMENUI TO WS-DATE-X
054400         IF WS-DATE-X NOT = WS-OPEN-END-DATE
054500             PERFORM 2850-EDIT-ONE-DATE THRU 2850-EXIT
054600         END-IF
054700         IF FIELDS-ARE-INVALID
054800             MOVE 'ACTIVE-TO MUST BE A VALID DATE OR 99999999'
054900                 TO CMSGO OF REVCMENUO
055000             GO TO 2800-EXIT
055100         END-IF
055200         MOVE WS-DATE-N TO REVPCL-ACTIVE-TO
055300     END-IF
055400
055500     IF CMINLI OF REVCMENUI NOT = SPACES
055600        AND CMINLI OF REVCMENUI NOT = LOW-VALUES
055700         MOVE CMINLI OF REVCMENUI TO WS-MINL-X
055800*        A SINGLE DIGIT KEYED IN THE FIRST POSITION IS TAKEN
055900*        AS THAT DIGIT
056000         IF WS-MINL-X(2:1) = SPACE OR
056100            WS-MINL-X(2:1) = LOW-VALUE
056200             MOVE WS-MINL-X(1:1) TO WS-MINL-X(2:1)
056300             MOVE '0' TO WS-MINL-X(1:1)
056400         END-IF
056500         IF WS-MINL-X NOT NUMERIC
056600            OR WS-MINL-N = 0
056700            OR WS-MINL-N > WS-LONGEST-CODE
056800             SET FIELDS-ARE-INVALID TO TRUE
056900             MOVE 'MINIMUM CODE LENGTH MUST BE 01 THRU 20' TO
057000                 CMSGO OF REVCMENUO
057100             GO TO 2800-EXIT
057200         END-IF
057300         MOVE WS-MINL-N TO REVPCL-MIN-CODE-LEN
057400     END-IF
057500
057600     IF REVPCL-ACTIVE-FROM > REVPCL-ACTIVE-TO
057700         SET FIELDS-ARE-INVALID TO TRUE
057800         MOVE 'ACTIVE-FROM MAY NOT BE AFTER ACTIVE-TO' TO
057900             CMSGO OF REVCMENUO
058000     END-IF.
058100
058200 2800-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*    2850-EDIT-ONE-DATE - WS-DATE-X MUST BE NUMERIC AND A REAL  *
058700*                         CALENDAR DATE                         *
058800*****************************************************************
058900 2850-EDIT-ONE-DATE.
059000     IF WS-DATE-X NOT NUMERIC
059100         SET FIELDS-ARE-INVALID TO TRUE
059200         GO TO 2850-EXIT
059300     END-IF
059400
059500     SET REVDATE-DATE-TO-ABS TO TRUE
059600     MOVE WS-DATE-N TO REVDATE-DATE
059700     CALL 'REVDATE' USING REVDATE-PARMS
059800
059900     IF NOT REVDATE-SUCCESS
060000         SET FIELDS-ARE-INVALID TO TRUE
060100     END-IF.
060200
060300 2850-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    2900-SHOW-CLASS - ECHO THE RVPCLS RECORD INTO THE SCREEN   *
060800*                      FIELDS                                   *
060900*****************************************************************
061000 2900-SHOW-CLASS.
061100     MOVE REVPCL-CLASS        TO CCLASSO OF REVCMENUO
061200     MOVE REVPCL-DESCRIPTION  TO CDESCO OF REVCMENUO
061300     MOVE REVPCL-ACTIVE-FROM  TO CFROMO OF REVCMENUO
061400     MOVE REVPCL-ACTIVE-TO    TO CTOO OF REVCMENUO
061500     MOVE REVPCL-MIN-CODE-LEN TO CMINLO OF REVCMENUO.
061600
061700 2900-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*    9000-SEND-MAP - DISPLAY THE MAINTENANCE SCREEN, INCLUDING  *
062200*                    THE RESULT OF THE LAST FUNCTION APPLIED    *
062300*****************************************************************
062400 9000-SEND-MAP.
062500     MOVE 'Y' TO CA-IN-PROGRESS
062600
062700     EXEC CICS SEND
062800         MAP('REVCMENU')
062900         MAPSET('REVCMAP')
063000         FREEKB
063100         ERASE
063200     END-EXEC.
063300
063400 9000-EXIT.
063500     EXIT.
