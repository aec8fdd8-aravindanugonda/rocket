002296*                    DASHBOARD-ALERT SWITCH (AUTHORITY FIELD,   *
002297*                    Y/N) ON THE $CONTROL RECORD.  BOTH ARE     *
002298*                    LOGGED TO AUTL LIKE EVERY OTHER ACTION.    *
002303*   2026-10-15  DO   DUAL CONTROL.  ADD (A), REINSTATE (R) AND  *
002308*                    THE NEW AUTHORITY UPGRADE (P, OPERATOR TO  *
002313*                    SUPERVISOR) NO LONGER CHANGE RVAUTH - THEY *
002318*                    ARE HELD ON THE RVAPND PENDING-CHANGE FILE *
002323*                    (SEE REVAPCR) UNTIL A SECOND, DIFFERENT    *
002328*                    SUPERVISOR APPROVES (Y) OR DECLINES (N)    *
002333*                    THEM.  A REQUEST OLDER THAN THE RVAPND     *
002338*                    $CONTROL EXPIRY PERIOD CANNOT BE APPROVED  *
002343*                    AND IS CLEARED AS EXPIRED.  AUTL NOW       *
002348*                    CARRIES THE REQUESTER OF EVERY HELD,       *
002353*                    APPROVED, DECLINED OR EXPIRED CHANGE.      *
002358*                    SUSPEND (S), DELETE (D), U AND T STAY      *
002363*                    IMMEDIATE.  I ALSO SHOWS ANY REQUEST       *
002368*                    PENDING FOR THE USERID.                    *
002370*   2026-10-15  DO   AN APPROVED ADD OR REINSTATE NOW STAMPS    *
002372*                    REVAUT-ACTIVE-SINCE WITH TODAY'S DATE (AN  *
002374*                    ADD ALSO ZEROES REVAUT-LAST-USED) SO THE   *
002376*                    DORMANCY CLOCK FOR REVRCERT AND REVDSUSP   *
002378*                    STARTS AFRESH.                             *
002380*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
003470*    DELETE).
003480     05 WS-BEFORE-IMAGE        PIC X(20) VALUE SPACES.
003490     05 WS-AFTER-IMAGE         PIC X(20) VALUE SPACES.
003492*    FOR A CHANGE THAT WENT THROUGH RVAPND - THE SUPERVISOR WHO
003494*    ASKED FOR IT AND WHAT WAS ASKED (A/R/P).  SPACES FOR THE
003496*    IMMEDIATE FUNCTIONS.
003498     05 WS-LOG-REQUESTER       PIC X(08) VALUE SPACES.
003500     05 WS-LOG-REQ-ACTION      PIC X(01) VALUE SPACE.
003502
003504 01  WS-PENDING-WORK.
003506     05 WS-PND-RESP            PIC S9(8) COMP VALUE +0.
003508     05 WS-EXPIRY-HOURS        PIC 9(03) VALUE 48.
003510     05 WS-EXPIRY-MS           PIC S9(15) COMP-3 VALUE 0.
003512     05 WS-NOW-ABSTIME         PIC S9(15) COMP-3 VALUE 0.
003514     05 WS-REQ-ACTION          PIC X(01) VALUE SPACE.
003516*    THE RVAUTH RECORD BEFORE THE CHANGE ASKED FOR, AND AS IT
003518*    WILL STAND ONCE THE CHANGE IS APPROVED.
003520     05 WS-REQ-BEFORE-IMAGE    PIC X(20) VALUE SPACES.
003522     05 WS-PROPOSED-IMAGE      PIC X(20) VALUE SPACES.
003524     05 WS-EXPIRED-SW          PIC X(01) VALUE 'N'.
003526        88 REQUEST-HAS-EXPIRED      VALUE 'Y'.
003528     05 WS-APPLIED-SW          PIC X(01) VALUE 'N'.
003530        88 REQUEST-APPLIED          VALUE 'Y'.
003531*    TODAY AS YYYYMMDD, FOR REVAUT-ACTIVE-SINCE ON AN APPROVED
003532*    ADD OR REINSTATE.
003533     05 WS-TODAY-X             PIC X(08) VALUE SPACES.
003534     05 WS-TODAY-N REDEFINES WS-TODAY-X
003535                               PIC 9(08).
003536
003537 01  WS-LOCKOUT-WORK.
003538     05 WS-LCK-RESP            PIC S9(8) COMP VALUE +0.
003539     05 WS-THRESH-X            PIC X(03) VALUE SPACES.
003540     05 WS-THRESH-N REDEFINES WS-THRESH-X
003542                               PIC 9(03).
003544
003600     COPY REVAUTR.
003605     COPY REVLCKR.
003610     COPY REVAMLR.
003630     COPY REVAPCR.
003700     COPY REVAMAP.
003800
003900 LINKAGE SECTION.
012700*****************************************************************
012800 1000-INITIAL-ENTRY.
012900     MOVE LOW-VALUES TO REVAMENUO
012950     MOVE
013000         'ENTER FUNCTION A/D/S/R/P/Y/N/I/U/T, USERID - PF3 TO END'
013100         TO AMSGO OF REVAMENUO.
013200
013300 1000-EXIT.
018800*                          SUPERVISOR MAY NOT DELETE OR         *
018900*                          SUSPEND THEIR OWN USERID - THAT      *
019000*                          WOULD LOCK THE LAST KEY IN THE DOOR. *
019020*                          ADD, REINSTATE AND UPGRADE ARE ONLY  *
019040*                          HELD HERE FOR A SECOND SUPERVISOR TO *
019060*                          APPROVE (Y) OR DECLINE (N).          *
019100*****************************************************************
019200 2200-APPLY-FUNCTION.
019300     MOVE LOW-VALUES TO DAUTHO OF REVAMENUO
019400     MOVE LOW-VALUES TO DSTATO OF REVAMENUO
019420     MOVE LOW-VALUES TO DPACTO OF REVAMENUO
019440     MOVE LOW-VALUES TO DPREQO OF REVAMENUO
019500     MOVE SPACES TO AMSGO OF REVAMENUO
019520     MOVE SPACES TO WS-LOG-REQUESTER
019540     MOVE SPACE  TO WS-LOG-REQ-ACTION
019600
019700     IF AUSERI OF REVAMENUI = SPACES OR
019750        AUSERI OF REVAMENUI = LOW-VALUES
020700         GO TO 2200-EXIT
020800     END-IF
020900
020910     IF (AFUNCI OF REVAMENUI = 'A' OR 'R' OR 'P' OR 'Y' OR 'N'
020920                                 OR 'I')
020930        AND AUSERI OF REVAMENUI = '$CONTROL'
020940         MOVE '$CONTROL IS RESERVED - IT IS NOT A USERID' TO
020950             AMSGO OF REVAMENUO
020960         GO TO 2200-EXIT
020970     END-IF
020980
020990
021000     EVALUATE AFUNCI OF REVAMENUI
021100         WHEN 'A'
021200             PERFORM 2300-ADD-OPERATOR THRU 2300-EXIT
021600             PERFORM 2500-CHANGE-STATUS THRU 2500-EXIT
021700         WHEN 'R'
021800             PERFORM 2500-CHANGE-STATUS THRU 2500-EXIT
021810         WHEN 'P'
021820             PERFORM 2560-REQUEST-UPGRADE THRU 2560-EXIT
021830         WHEN 'Y'
021840             PERFORM 3100-APPROVE-REQUEST THRU 3100-EXIT
021850         WHEN 'N'
021860             PERFORM 3200-DECLINE-REQUEST THRU 3200-EXIT
021900         WHEN 'I'
022000             PERFORM 2600-INQUIRE-OPERATOR THRU 2600-EXIT
022010         WHEN 'U'
022030         WHEN 'T'
022040             PERFORM 2900-SET-LOCK-CONTROL THRU 2900-EXIT
022100         WHEN OTHER
022200             MOVE 'FUNCTION MUST BE A/D/S/R/P/Y/N/I/U/T'
022300                 TO AMSGO OF REVAMENUO
022400     END-EVALUATE.
022500
022600 2200-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*    2300-ADD-OPERATOR - ASK FOR A NEW ACTIVE RVAUTH RECORD FOR *
023100*                        THE USERID KEYED.  AUTHORITY DEFAULTS  *
023150*                        TO OPERATOR UNLESS 'S' WAS KEYED.  THE *
023200*                        RECORD IS HELD ON RVAPND AND ONLY      *
023250*                        WRITTEN TO RVAUTH ON APPROVAL.         *
023300*****************************************************************
023400 2300-ADD-OPERATOR.
023500     IF AAUTHI OF REVAMENUI NOT = 'S' AND
023700        AAUTHI OF REVAMENUI NOT = LOW-VALUES
023800         MOVE 'AUTHORITY MUST BE S (SUPERVISOR) OR O (OPERATOR)'
023900             TO AMSGO OF REVAMENUO
023902         GO TO 2300-EXIT
023904     END-IF
023906
023908     MOVE AUSERI OF REVAMENUI TO REVAUT-USERID
023910
023912     EXEC CICS READ
023914         FILE('RVAUTH')
023916         INTO(REVAUT-RECORD)
023918         RIDFLD(REVAUT-KEY)
023920         KEYLENGTH(LENGTH OF REVAUT-KEY)
023922         RESP(WS-RESP)
023924     END-EXEC
023926
023928     IF WS-RESP = DFHRESP(NORMAL)
023930         MOVE 'USERID IS ALREADY ON RVAUTH - USE I TO VIEW IT'
023932             TO AMSGO OF REVAMENUO
023934         GO TO 2300-EXIT
023936     END-IF
023938
023940     IF WS-RESP NOT = DFHRESP(NOTFND)
023942         MOVE 'RVAUTH READ FAILED - CONTACT APPLICATIONS' TO
023944             AMSGO OF REVAMENUO
024000         GO TO 2300-EXIT
024100     END-IF
024200
024900     END-IF
025000     SET REVAUT-ACTIVE TO TRUE
025100
025200     MOVE 'A'           TO WS-REQ-ACTION
025300     MOVE SPACES        TO WS-REQ-BEFORE-IMAGE
025400     MOVE REVAUT-RECORD TO WS-PROPOSED-IMAGE
025500     PERFORM 3000-HOLD-FOR-APPROVAL THRU 3000-EXIT.
027100
027200 2300-EXIT.
027300     EXIT.
030400*    2500-CHANGE-STATUS - SUSPEND (FUNCTION S) OR REINSTATE     *
030500*                         (FUNCTION R) THE USERID KEYED BY      *
030600*                         READING ITS RECORD FOR UPDATE AND     *
030620*                         REWRITING THE STATUS BYTE IN PLACE.   *
030640*                         A SUSPENSION IS AN EMERGENCY ACTION   *
030660*                         AND STAYS IMMEDIATE; A REINSTATE IS   *
030680*                         HELD FOR APPROVAL (SEE 2550).         *
030800*****************************************************************
030900 2500-CHANGE-STATUS.
030910     IF AFUNCI OF REVAMENUI = 'R'
030920         PERFORM 2550-REQUEST-REINSTATE THRU 2550-EXIT
030930         GO TO 2500-EXIT
030940     END-IF
030950
031000     MOVE AUSERI OF REVAMENUI TO REVAUT-USERID
031100
031200     EXEC CICS READ
033200
033250     MOVE REVAUT-RECORD TO WS-BEFORE-IMAGE
033260
033360     SET REVAUT-SUSPENDED TO TRUE
033800
033900     EXEC CICS REWRITE
034000         FILE('RVAUTH')
034300     END-EXEC
034400
034500     IF WS-RESP = DFHRESP(NORMAL)
034600         MOVE 'OPERATOR SUSPENDED ON RVAUTH' TO
034700             AMSGO OF REVAMENUO
034800         MOVE 'S' TO WS-LOG-ACTION
035210         MOVE REVAUT-RECORD TO WS-AFTER-IMAGE
035220         PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
035300     ELSE
035900     EXIT.
036000
036100*****************************************************************
036101*    2550-REQUEST-REINSTATE - FUNCTION R - ASK FOR A SUSPENDED  *
036102*                             USERID TO BE MADE ACTIVE AGAIN.   *
036103*                             RVAUTH IS ONLY READ HERE; THE     *
036104*                             CHANGE IS HELD ON RVAPND.         *
036105*****************************************************************
036106 2550-REQUEST-REINSTATE.
036107     MOVE AUSERI OF REVAMENUI TO REVAUT-USERID
036108
036109     EXEC CICS READ
036110         FILE('RVAUTH')
036111         INTO(REVAUT-RECORD)
036112         RIDFLD(REVAUT-KEY)
036113         KEYLENGTH(LENGTH OF REVAUT-KEY)
036114         RESP(WS-RESP)
036115     END-EXEC
036116
036117     IF WS-RESP = DFHRESP(NOTFND)
036118         MOVE 'USERID IS NOT ON RVAUTH' TO
036119             AMSGO OF REVAMENUO
036120         GO TO 2550-EXIT
036121     END-IF
036122
036123     IF WS-RESP NOT = DFHRESP(NORMAL)
036124         MOVE 'RVAUTH READ FAILED - CONTACT APPLICATIONS' TO
036125             AMSGO OF REVAMENUO
036126         GO TO 2550-EXIT
036127     END-IF
036128
036129     IF REVAUT-ACTIVE
036130         MOVE 'OPERATOR IS ALREADY ACTIVE ON RVAUTH' TO
036131             AMSGO OF REVAMENUO
036132         GO TO 2550-EXIT
036133     END-IF
036134
036135     MOVE REVAUT-RECORD TO WS-REQ-BEFORE-IMAGE
036136     SET REVAUT-ACTIVE TO TRUE
036137     MOVE REVAUT-RECORD TO WS-PROPOSED-IMAGE
036138     MOVE 'R'           TO WS-REQ-ACTION
036139     PERFORM 3000-HOLD-FOR-APPROVAL THRU 3000-EXIT.
036140
036141 2550-EXIT.
036142     EXIT.
036143
036144*****************************************************************
036145*    2560-REQUEST-UPGRADE - FUNCTION P - ASK FOR AN OPERATOR    *
036146*                           TO BE GIVEN SUPERVISOR AUTHORITY.   *
036147*                           THE STATUS BYTE IS LEFT AS IT IS.   *
036148*                           HELD ON RVAPND LIKE AN ADD.         *
036149*****************************************************************
036150 2560-REQUEST-UPGRADE.
036151     MOVE AUSERI OF REVAMENUI TO REVAUT-USERID
036152
036153     EXEC CICS READ
036154         FILE('RVAUTH')
036155         INTO(REVAUT-RECORD)
036156         RIDFLD(REVAUT-KEY)
036157         KEYLENGTH(LENGTH OF REVAUT-KEY)
036158         RESP(WS-RESP)
036159     END-EXEC
036160
036161     IF WS-RESP = DFHRESP(NOTFND)
036162         MOVE 'USERID IS NOT ON RVAUTH' TO
036163             AMSGO OF REVAMENUO
036164         GO TO 2560-EXIT
036165     END-IF
036166
036167     IF WS-RESP NOT = DFHRESP(NORMAL)
036168         MOVE 'RVAUTH READ FAILED - CONTACT APPLICATIONS' TO
036169             AMSGO OF REVAMENUO
036170         GO TO 2560-EXIT
036171     END-IF
036172
036173     IF REVAUT-SUPERVISOR
036174         MOVE 'USERID ALREADY HAS SUPERVISOR AUTHORITY' TO
036175             AMSGO OF REVAMENUO
036176         GO TO 2560-EXIT
036177     END-IF
036178
036179     MOVE REVAUT-RECORD TO WS-REQ-BEFORE-IMAGE
036180     SET REVAUT-SUPERVISOR TO TRUE
036181     MOVE REVAUT-RECORD TO WS-PROPOSED-IMAGE
036182     MOVE 'P'           TO WS-REQ-ACTION
036183     PERFORM 3000-HOLD-FOR-APPROVAL THRU 3000-EXIT.
036184
036185 2560-EXIT.
036186     EXIT.
036187
036188*****************************************************************
036200*    2600-INQUIRE-OPERATOR - DISPLAY THE AUTHORITY AND STATUS   *
036300*                            BYTES OF THE USERID'S RVAUTH       *
036350*                            RECORD, AND ANY CHANGE HELD ON     *
036400*                            RVAPND FOR IT WITH THE SUPERVISOR  *
036450*                            WHO ASKED FOR IT                   *
036500*****************************************************************
036600 2600-INQUIRE-OPERATOR.
036700     MOVE AUSERI OF REVAMENUI TO REVAUT-USERID
037400         RESP(WS-RESP)
037500     END-EXEC
037600
037610     PERFORM 3300-READ-PENDING THRU 3300-EXIT
037620     IF WS-PND-RESP = DFHRESP(NORMAL)
037630         MOVE REVAPC-ACTION    TO DPACTO OF REVAMENUO
037640         MOVE REVAPC-REQUESTER TO DPREQO OF REVAMENUO
037650     END-IF
037660
037700     IF WS-RESP = DFHRESP(NORMAL)
037800         MOVE REVAUT-AUTHORITY TO DAUTHO OF REVAMENUO
037900         MOVE REVAUT-STATUS    TO DSTATO OF REVAMENUO
038000         MOVE 'DISPLAYED - AUTH S=SUPV O=OPER, STAT A=ACTV S=SUSP'
038100             TO AMSGO OF REVAMENUO
038200     ELSE
038220         IF WS-PND-RESP = DFHRESP(NORMAL)
038240             MOVE 'USERID IS NOT ON RVAUTH - AN ADD IS PENDING'
038260                 TO AMSGO OF REVAMENUO
038280         ELSE
038300             MOVE 'USERID IS NOT ON RVAUTH' TO
038320                 AMSGO OF REVAMENUO
038340         END-IF
038500     END-IF.
038600
038700 2600-EXIT.
038832*                           INVOCATION TO AUDT.  CALLED ONLY    *
038834*                           WHEN THE FILE ACTION SUCCEEDED -    *
038836*                           THE LOG RECORDS WHAT CHANGED, NOT   *
038837*                           WHAT WAS ATTEMPTED.  AN EXPIRY IS   *
038838*                           A SYSTEM ACTION AND IS LOGGED UNDER *
038839*                           '*SYSTEM*', NOT THE CALLER.         *
038840*****************************************************************
038842 2700-WRITE-MAINT-LOG.
038844     EXEC CICS ASKTIME
038858         TIME(REVAML-TIME)
038860     END-EXEC
038862
038863     IF WS-LOG-ACTION = 'X'
038864         SET REVAML-SYSTEM-ACTION TO TRUE
038865     ELSE
038866         MOVE WS-USERID        TO REVAML-SUPERVISOR
038867     END-IF
038868     MOVE WS-LOG-ACTION        TO REVAML-ACTION
038869     MOVE AUSERI OF REVAMENUI  TO REVAML-TARGET-USERID
038870     MOVE WS-BEFORE-IMAGE      TO REVAML-BEFORE-IMAGE
038872     MOVE WS-AFTER-IMAGE       TO REVAML-AFTER-IMAGE
038874     MOVE WS-ABS-TIME          TO REVAML-ABSTIME
038875     MOVE WS-LOG-REQUESTER     TO REVAML-REQUESTER
038876     MOVE WS-LOG-REQ-ACTION    TO REVAML-REQ-ACTION
038877
038878     EXEC CICS WRITEQ TD
038880         QUEUE('AUTL')
038882         FROM(REVAML-RECORD)
039078 2900-EXIT.
039079     EXIT.
039081
039100*****************************************************************
039110*    3000-HOLD-FOR-APPROVAL - WRITE THE CHANGE ASKED FOR (ADD,  *
039120*                             REINSTATE OR UPGRADE) TO RVAPND   *
039130*                             INSTEAD OF APPLYING IT, AND LOG   *
039140*                             IT TO AUTL AS REQUESTED.  ONLY    *
039150*                             ONE REQUEST MAY BE HELD PER       *
039160*                             USERID; ONE PAST ITS EXPIRY IS    *
039170*                             CLEARED FIRST AND DOES NOT BLOCK  *
039180*                             THE NEW ONE.                      *
039190*****************************************************************
039200 3000-HOLD-FOR-APPROVAL.
039210     PERFORM 3050-GET-EXPIRY-HOURS THRU 3050-EXIT
039220     PERFORM 3300-READ-PENDING THRU 3300-EXIT
039230
039240     IF WS-PND-RESP = DFHRESP(NORMAL)
039250         PERFORM 3350-CHECK-EXPIRY THRU 3350-EXIT
039260         IF NOT REQUEST-HAS-EXPIRED
039270             MOVE 'REQUEST ALREADY PENDING - USE I TO VIEW IT'
039280                 TO AMSGO OF REVAMENUO
039290             GO TO 3000-EXIT
039300         END-IF
039310         PERFORM 3400-EXPIRE-REQUEST THRU 3400-EXIT
039320         IF WS-PND-RESP NOT = DFHRESP(NORMAL)
039330             GO TO 3000-EXIT
039340         END-IF
039350     ELSE
039360         IF WS-PND-RESP NOT = DFHRESP(NOTFND)
039370             MOVE 'RVAPND READ FAILED - CONTACT APPLICATIONS' TO
039380                 AMSGO OF REVAMENUO
039390             GO TO 3000-EXIT
039400         END-IF
039410     END-IF
039420
039430     EXEC CICS ASKTIME
039440         ABSTIME(WS-NOW-ABSTIME)
039450     END-EXEC
039460
039470     MOVE WS-PROPOSED-IMAGE TO REVAUT-RECORD
039480     MOVE SPACES TO REVAPC-RECORD
039490     MOVE AUSERI OF REVAMENUI  TO REVAPC-USERID
039500     MOVE WS-REQ-ACTION        TO REVAPC-ACTION
039510     MOVE REVAUT-AUTHORITY     TO REVAPC-NEW-AUTH
039520     MOVE WS-USERID            TO REVAPC-REQUESTER
039530     MOVE WS-NOW-ABSTIME       TO REVAPC-REQ-ABSTIME
039540     MOVE WS-REQ-BEFORE-IMAGE  TO REVAPC-BEFORE-IMAGE
039550
039560     EXEC CICS FORMATTIME
039570         ABSTIME(WS-NOW-ABSTIME)
039580         YYYYMMDD(REVAPC-REQ-DATE)
039590         TIME(REVAPC-REQ-TIME)
039600     END-EXEC
039610
039620     EXEC CICS WRITE
039630         FILE('RVAPND')
039640         FROM(REVAPC-RECORD)
039650         RIDFLD(REVAPC-KEY)
039660         KEYLENGTH(LENGTH OF REVAPC-KEY)
039670         RESP(WS-PND-RESP)
039680     END-EXEC
039690
039700     IF WS-PND-RESP = DFHRESP(NORMAL)
039710         MOVE 'REQUEST HELD - A SECOND SUPERVISOR MUST APPROVE IT'
039720             TO AMSGO OF REVAMENUO
039730         MOVE 'Q'                 TO WS-LOG-ACTION
039740         MOVE WS-USERID           TO WS-LOG-REQUESTER
039750         MOVE WS-REQ-ACTION       TO WS-LOG-REQ-ACTION
039760         MOVE WS-REQ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
039770         MOVE WS-PROPOSED-IMAGE   TO WS-AFTER-IMAGE
039780         PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
039790     ELSE
039800         MOVE 'RVAPND WRITE FAILED - CONTACT APPLICATIONS' TO
039810             AMSGO OF REVAMENUO
039820     END-IF.
039830
039840 3000-EXIT.
039850     EXIT.
039860
039870*****************************************************************
039880*    3050-GET-EXPIRY-HOURS - READ THE RVAPND $CONTROL RECORD    *
039890*                            FOR THE HOURS A REQUEST STAYS      *
039900*                            OPEN.  NO RECORD, OR ZERO, MEANS   *
039910*                            THE STANDARD 48.  MUST BE DONE     *
039920*                            BEFORE THE REQUEST ITSELF IS READ  *
039930*                            - BOTH USE REVAPC-RECORD.          *
039940*****************************************************************
039950 3050-GET-EXPIRY-HOURS.
039960     MOVE 48 TO WS-EXPIRY-HOURS
039970     MOVE '$CONTROL' TO REVAPC-USERID
039980
039990     EXEC CICS READ
040000         FILE('RVAPND')
040010         INTO(REVAPC-RECORD)
040020         RIDFLD(REVAPC-KEY)
040030         KEYLENGTH(LENGTH OF REVAPC-KEY)
040040         RESP(WS-PND-RESP)
040050     END-EXEC
040060
040070     IF WS-PND-RESP = DFHRESP(NORMAL)
040080        AND REVAPC-EXPIRY-HOURS NUMERIC
040090        AND REVAPC-EXPIRY-HOURS > 0
040100         MOVE REVAPC-EXPIRY-HOURS TO WS-EXPIRY-HOURS
040110     END-IF
040120
040130     COMPUTE WS-EXPIRY-MS = WS-EXPIRY-HOURS * 3600000.
040140
040150 3050-EXIT.
040160     EXIT.
040170
040180*****************************************************************
040190*    3100-APPROVE-REQUEST - FUNCTION Y - APPLY THE CHANGE HELD  *
040200*                           FOR THE USERID TO RVAUTH, CLEAR IT  *
040210*                           FROM RVAPND, AND LOG IT UNDER THE   *
040220*                           APPROVER WITH THE REQUESTER BESIDE  *
040230*                           IT.  THE APPROVER MUST NOT BE THE   *
040240*                           SUPERVISOR WHO ASKED FOR IT, AND    *
040250*                           AN EXPIRED REQUEST IS CLEARED, NOT  *
040260*                           APPLIED.                            *
040270*****************************************************************
040280 3100-APPROVE-REQUEST.
040290     PERFORM 3050-GET-EXPIRY-HOURS THRU 3050-EXIT
040300     PERFORM 3300-READ-PENDING THRU 3300-EXIT
040310
040320     IF WS-PND-RESP = DFHRESP(NOTFND)
040330         MOVE 'NO REQUEST IS PENDING FOR THAT USERID' TO
040340             AMSGO OF REVAMENUO
040350         GO TO 3100-EXIT
040360     END-IF
040370
040380     IF WS-PND-RESP NOT = DFHRESP(NORMAL)
040390         MOVE 'RVAPND READ FAILED - CONTACT APPLICATIONS' TO
040400             AMSGO OF REVAMENUO
040410         GO TO 3100-EXIT
040420     END-IF
040430
040440     IF REVAPC-REQUESTER = WS-USERID
040450         MOVE 'A DIFFERENT SUPERVISOR MUST APPROVE YOUR REQUEST'
040460             TO AMSGO OF REVAMENUO
040470         GO TO 3100-EXIT
040480     END-IF
040490
040500     PERFORM 3350-CHECK-EXPIRY THRU 3350-EXIT
040510     IF REQUEST-HAS-EXPIRED
040520         PERFORM 3400-EXPIRE-REQUEST THRU 3400-EXIT
040530         IF WS-PND-RESP = DFHRESP(NORMAL)
040540             MOVE 'REQUEST EXPIRED - CLEARED, RVAUTH UNCHANGED'
040550                 TO AMSGO OF REVAMENUO
040560         END-IF
040570         GO TO 3100-EXIT
040580     END-IF
040590
040600     MOVE 'N' TO WS-APPLIED-SW
040602     EXEC CICS FORMATTIME
040604         ABSTIME(WS-NOW-ABSTIME)
040606         YYYYMMDD(WS-TODAY-X)
040608     END-EXEC
040610     IF REVAPC-ADD
040620         PERFORM 3150-APPLY-ADD THRU 3150-EXIT
040630     ELSE
040640         PERFORM 3160-APPLY-CHANGE THRU 3160-EXIT
040650     END-IF
040660
040670     IF NOT REQUEST-APPLIED
040680         GO TO 3100-EXIT
040690     END-IF
040700
040710     EVALUATE TRUE
040720         WHEN REVAPC-ADD
040730             MOVE 'APPROVED - OPERATOR ADDED TO RVAUTH' TO
040740                 AMSGO OF REVAMENUO
040750         WHEN REVAPC-REINSTATE
040760             MOVE 'APPROVED - OPERATOR REINSTATED ON RVAUTH' TO
040770                 AMSGO OF REVAMENUO
040780         WHEN OTHER
040790             MOVE 'APPROVED - SUPERVISOR AUTHORITY GIVEN'
040800                 TO AMSGO OF REVAMENUO
040810     END-EVALUATE
040820
040830     MOVE REVAPC-ACTION    TO WS-LOG-ACTION
040840     MOVE REVAPC-REQUESTER TO WS-LOG-REQUESTER
040850     MOVE REVAPC-ACTION    TO WS-LOG-REQ-ACTION
040860     PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
040870
040880     PERFORM 3450-DELETE-PENDING THRU 3450-EXIT
040890     IF WS-PND-RESP NOT = DFHRESP(NORMAL)
040900         MOVE 'APPLIED, RVAPND NOT CLEARED - CONTACT APPLICATIONS'
040910             TO AMSGO OF REVAMENUO
040920     END-IF.
040930
040940 3100-EXIT.
040950     EXIT.
040960
040970*****************************************************************
040980*    3150-APPLY-ADD - WRITE THE NEW ACTIVE RVAUTH RECORD WITH   *
040990*                     THE AUTHORITY HELD ON THE REQUEST         *
041000*****************************************************************
041010 3150-APPLY-ADD.
041020     MOVE SPACES TO REVAUT-RECORD
041030     MOVE REVAPC-USERID   TO REVAUT-USERID
041040     MOVE REVAPC-NEW-AUTH TO REVAUT-AUTHORITY
041050     SET REVAUT-ACTIVE TO TRUE
041052     MOVE ZERO            TO REVAUT-LAST-USED
041054     MOVE WS-TODAY-N      TO REVAUT-ACTIVE-SINCE
041060
041070     EXEC CICS WRITE
041080         FILE('RVAUTH')
041090         FROM(REVAUT-RECORD)
041100         RIDFLD(REVAUT-KEY)
041110         KEYLENGTH(LENGTH OF REVAUT-KEY)
041120         RESP(WS-RESP)
041130     END-EXEC
041140
041150     EVALUATE WS-RESP
041160         WHEN DFHRESP(NORMAL)
041170             SET REQUEST-APPLIED TO TRUE
041180             MOVE SPACES        TO WS-BEFORE-IMAGE
041190             MOVE REVAUT-RECORD TO WS-AFTER-IMAGE
041200         WHEN DFHRESP(DUPREC)
041210             MOVE 'USERID ALREADY ON RVAUTH - DECLINE IT (N)'
041220                 TO AMSGO OF REVAMENUO
041230         WHEN OTHER
041240             MOVE 'RVAUTH WRITE FAILED - CONTACT APPLICATIONS' TO
041250                 AMSGO OF REVAMENUO
041260     END-EVALUATE.
041270
041280 3150-EXIT.
041290     EXIT.
041300
041310*****************************************************************
041320*    3160-APPLY-CHANGE - REINSTATE (SET ACTIVE) OR UPGRADE (SET *
041330*                        SUPERVISOR) THE USERID'S RVAUTH RECORD *
041340*                        BY READING IT FOR UPDATE AND           *
041350*                        REWRITING IT IN PLACE                  *
041360*****************************************************************
041370 3160-APPLY-CHANGE.
041380     MOVE REVAPC-USERID TO REVAUT-USERID
041390
041400     EXEC CICS READ
041410         FILE('RVAUTH')
041420         INTO(REVAUT-RECORD)
041430         RIDFLD(REVAUT-KEY)
041440         KEYLENGTH(LENGTH OF REVAUT-KEY)
041450         UPDATE
041460         RESP(WS-RESP)
041470     END-EXEC
041480
041490     IF WS-RESP = DFHRESP(NOTFND)
041500         MOVE 'USERID NO LONGER ON RVAUTH - DECLINE IT (N)'
041510             TO AMSGO OF REVAMENUO
041520         GO TO 3160-EXIT
041530     END-IF
041540
041550     IF WS-RESP NOT = DFHRESP(NORMAL)
041560         MOVE 'RVAUTH READ FAILED - CONTACT APPLICATIONS' TO
041570             AMSGO OF REVAMENUO
041580         GO TO 3160-EXIT
041590     END-IF
041600
041610     MOVE REVAUT-RECORD TO WS-BEFORE-IMAGE
041620
041630     IF REVAPC-REINSTATE
041640         SET REVAUT-ACTIVE TO TRUE
041645         MOVE WS-TODAY-N TO REVAUT-ACTIVE-SINCE
041650     ELSE
041660         SET REVAUT-SUPERVISOR TO TRUE
041670     END-IF
041680
041690     EXEC CICS REWRITE
041700         FILE('RVAUTH')
041710         FROM(REVAUT-RECORD)
041720         RESP(WS-RESP)
041730     END-EXEC
041740
041750     IF WS-RESP = DFHRESP(NORMAL)
041760         SET REQUEST-APPLIED TO TRUE
041770         MOVE REVAUT-RECORD TO WS-AFTER-IMAGE
041780     ELSE
041790         MOVE 'RVAUTH REWRITE FAILED - CONTACT APPLICATIONS' TO
041800             AMSGO OF REVAMENUO
041810     END-IF.
041820
041830 3160-EXIT.
041840     EXIT.
041850
041860*****************************************************************
041870*    3200-DECLINE-REQUEST - FUNCTION N - CLEAR THE CHANGE HELD  *
041880*                           FOR THE USERID WITHOUT APPLYING IT  *
041890*                           AND LOG THE DECLINE.  AS WITH AN    *
041900*                           APPROVAL, A DIFFERENT SUPERVISOR    *
041910*                           FROM THE ONE WHO ASKED MUST DO IT.  *
041920*****************************************************************
041930 3200-DECLINE-REQUEST.
041940     PERFORM 3050-GET-EXPIRY-HOURS THRU 3050-EXIT
041950     PERFORM 3300-READ-PENDING THRU 3300-EXIT
041960
041970     IF WS-PND-RESP = DFHRESP(NOTFND)
041980         MOVE 'NO REQUEST IS PENDING FOR THAT USERID' TO
041990             AMSGO OF REVAMENUO
042000         GO TO 3200-EXIT
042010     END-IF
042020
042030     IF WS-PND-RESP NOT = DFHRESP(NORMAL)
042040         MOVE 'RVAPND READ FAILED - CONTACT APPLICATIONS' TO
042050             AMSGO OF REVAMENUO
042060         GO TO 3200-EXIT
042070     END-IF
042080
042090     IF REVAPC-REQUESTER = WS-USERID
042100         MOVE 'A DIFFERENT SUPERVISOR MUST DECLINE YOUR REQUEST'
042110             TO AMSGO OF REVAMENUO
042120         GO TO 3200-EXIT
042130     END-IF
042140
042150     PERFORM 3350-CHECK-EXPIRY THRU 3350-EXIT
042160     IF REQUEST-HAS-EXPIRED
042170         PERFORM 3400-EXPIRE-REQUEST THRU 3400-EXIT
042180         IF WS-PND-RESP = DFHRESP(NORMAL)
042190             MOVE 'REQUEST EXPIRED - CLEARED, RVAUTH UNCHANGED'
042200                 TO AMSGO OF REVAMENUO
042210         END-IF
042220         GO TO 3200-EXIT
042230     END-IF
042240
042250     PERFORM 3450-DELETE-PENDING THRU 3450-EXIT
042260
042270     IF WS-PND-RESP = DFHRESP(NORMAL)
042280         MOVE 'REQUEST DECLINED - RVAUTH UNCHANGED' TO
042290             AMSGO OF REVAMENUO
042300         MOVE 'N'                 TO WS-LOG-ACTION
042310         MOVE REVAPC-REQUESTER    TO WS-LOG-REQUESTER
042320         MOVE REVAPC-ACTION       TO WS-LOG-REQ-ACTION
042330         MOVE REVAPC-BEFORE-IMAGE TO WS-BEFORE-IMAGE
042340         MOVE SPACES              TO WS-AFTER-IMAGE
042350         PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
042360     ELSE
042370         MOVE 'RVAPND DELETE FAILED - CONTACT APPLICATIONS' TO
042380             AMSGO OF REVAMENUO
042390     END-IF.
042400
042410 3200-EXIT.
042420     EXIT.
042430
042440*****************************************************************
042450*    3300-READ-PENDING - READ THE RVAPND REQUEST, IF ANY, FOR   *
042460*                        THE USERID KEYED                       *
042470*****************************************************************
042480 3300-READ-PENDING.
042490     MOVE AUSERI OF REVAMENUI TO REVAPC-USERID
042500
042510     EXEC CICS READ
042520         FILE('RVAPND')
042530         INTO(REVAPC-RECORD)
042540         RIDFLD(REVAPC-KEY)
042550         KEYLENGTH(LENGTH OF REVAPC-KEY)
042560         RESP(WS-PND-RESP)
042570     END-EXEC.
042580
042590 3300-EXIT.
042600     EXIT.
042610
042620*****************************************************************
042630*    3350-CHECK-EXPIRY - A REQUEST OLDER THAN THE EXPIRY PERIOD *
042640*                        (3050) CAN NO LONGER BE APPROVED       *
042650*****************************************************************
042660 3350-CHECK-EXPIRY.
042670     MOVE 'N' TO WS-EXPIRED-SW
042680
042690     EXEC CICS ASKTIME
042700         ABSTIME(WS-NOW-ABSTIME)
042710     END-EXEC
042720
042730     IF WS-NOW-ABSTIME - REVAPC-REQ-ABSTIME > WS-EXPIRY-MS
042740         SET REQUEST-HAS-EXPIRED TO TRUE
042750     END-IF.
042760
042770 3350-EXIT.
042780     EXIT.
042790
042800*****************************************************************
042810*    3400-EXPIRE-REQUEST - CLEAR AN EXPIRED REQUEST FROM RVAPND *
042820*                          AND LOG IT TO AUTL AS EXPIRED, THE   *
042830*                          SAME AS THE DAILY REVAPEXP JOB DOES  *
042840*                          FOR ONES NOBODY COMES BACK TO        *
042850*****************************************************************
042860 3400-EXPIRE-REQUEST.
042870     PERFORM 3450-DELETE-PENDING THRU 3450-EXIT
042880
042890     IF WS-PND-RESP = DFHRESP(NORMAL)
042900         MOVE 'X'                 TO WS-LOG-ACTION
042910         MOVE REVAPC-REQUESTER    TO WS-LOG-REQUESTER
042920         MOVE REVAPC-ACTION       TO WS-LOG-REQ-ACTION
042930         MOVE REVAPC-BEFORE-IMAGE TO WS-BEFORE-IMAGE
042940         MOVE SPACES              TO WS-AFTER-IMAGE
042950         PERFORM 2700-WRITE-MAINT-LOG THRU 2700-EXIT
042960     ELSE
042970         MOVE 'RVAPND DELETE FAILED - CONTACT APPLICATIONS' TO
042980             AMSGO OF REVAMENUO
042990     END-IF.
043000
043010 3400-EXIT.
043020     EXIT.
043030
043040*****************************************************************
043050*    3450-DELETE-PENDING - REMOVE THE USERID'S RVAPND REQUEST   *
043060*****************************************************************
043070 3450-DELETE-PENDING.
043080     MOVE AUSERI OF REVAMENUI TO REVAPC-USERID
043090
043100     EXEC CICS DELETE
043110         FILE('RVAPND')
043120         RIDFLD(REVAPC-KEY)
043130         KEYLENGTH(LENGTH OF REVAPC-KEY)
043140         RESP(WS-PND-RESP)
043150     END-EXEC.
043160
043170 3450-EXIT.
043180     EXIT.
043200*****************************************************************
043300*    9000-SEND-MAP - DISPLAY THE MAINTENANCE SCREEN, INCLUDING  *
043400*                    THE RESULT OF THE LAST FUNCTION APPLIED    *
043500*****************************************************************
043600 9000-SEND-MAP.
043700     MOVE 'Y' TO CA-IN-PROGRESS
043800
043900     EXEC CICS SEND
044000         MAP('REVAMENU')
044100         MAPSET('REVAMAP')
044200         FREEKB
044300         ERASE
044400     END-EXEC.
044500
044600 9000-EXIT.
044700     EXIT.
