000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVLUSED.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PURPOSE.  DAILY LAST-USED FEED FOR RVAUTH.  RVAUTH SAYS    *
001000*             WHO MAY USE RVRS BUT NOT WHEN THEY LAST DID, SO  *
001100*             THIS PROGRAM READS THE DAY'S AUDIT OFFLOAD       *
001200*             GENERATION CUT BY REVAOFFL, SORTS THE OK         *
001300*             RECORDS BY USER ID, AND ON EACH USER'S CONTROL   *
001400*             BREAK RAISES REVAUT-LAST-USED TO THE LATEST DATE *
001500*             THAT USER REVERSED A CODE.  A USER ID ON THE LOG *
001600*             BUT NO LONGER ON RVAUTH IS LISTED AND SKIPPED.   *
001700*             A SECOND SWEEP OF RVAUTH THEN STAMPS ANY RECORD  *
001800*             THAT HAS NO DORMANCY DATES YET (ONE FROM BEFORE  *
001900*             THE DATES WERE CARRIED, OR SEEDED BY REVAUTDF)   *
002000*             AS ACTIVE SINCE THE BUSINESS DATE WITH NO USE ON *
002100*             RECORD, SO ITS DORMANCY CLOCK STARTS TONIGHT     *
002200*             RATHER THAN AT SOME UNKNOWN DATE.  THE BUSINESS  *
002300*             DATE IS THE OFFLOAD HEADER DATE, OR TODAY IF THE *
002400*             FILE CARRIES NO HEADER.  THE OFFLOAD TRAILER     *
002500*             COUNT IS CHECKED THE SAME WAY REVSECR CHECKS IT. *
002600*             COUNTS GO TO SYSOUT.                             *
002700*                                                               *
002800*   MODIFICATION HISTORY.                                       *
002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------  ----  -------------------------------------------*
003100*   2026-10-15  DO   ORIGINAL PROGRAM.                          *
003110*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
003120*                    END EVENT TO THE SHARED JOBEVT FILE        *
003130*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
003140*                    CODE, KEY COUNTS, AND THE OFFLOAD TRAILER  *
003150*                    VERDICT - FOR THE REVOPSUM MORNING         *
003160*                    SUMMARY.                                   *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-Z.
003700 OBJECT-COMPUTER. IBM-Z.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AUDIT-LOG-FILE  ASSIGN TO AUDTIN
004100                            ORGANIZATION IS SEQUENTIAL.
004200
004300     SELECT AUTH-FILE       ASSIGN TO RVAUTH
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS REVAUT-KEY
004700         FILE STATUS IS WS-AUTH-STATUS.
004800
004900     SELECT SORT-FILE       ASSIGN TO SORTWK.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDIT-LOG-FILE
005400     RECORDING MODE IS F.
005500     COPY REVAUDR.
005600
005700 FD  AUTH-FILE
005800     RECORDING MODE IS F.
005900     COPY REVAUTR.
006000
006100 SD  SORT-FILE.
006200 01  SORT-RECORD.
006300     05 SRT-USERID                PIC X(08).
006400     05 SRT-DATE                  PIC X(08).
006500
006600 WORKING-STORAGE SECTION.
006700
006800 01  WS-SWITCHES.
006900     05 WS-EOF-SW                 PIC X(01) VALUE 'N'.
007000        88 END-OF-AUDIT-LOG             VALUE 'Y'.
007100     05 WS-TRAILER-SW             PIC X(01) VALUE 'N'.
007200        88 TRAILER-FOUND                VALUE 'Y'.
007300     05 WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
007400        88 END-OF-SORTED-USERS          VALUE 'Y'.
007500     05 WS-AUTH-EOF-SW            PIC X(01) VALUE 'N'.
007600        88 END-OF-RVAUTH                VALUE 'Y'.
007700     05 WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
007800        88 AUTH-ACTION-OK               VALUE '00' '02'.
007900     05 WS-CHANGED-SW             PIC X(01) VALUE 'N'.
008000        88 RECORD-CHANGED               VALUE 'Y'.
008100
008200 01  WS-COUNTERS.
008300     05 WS-RECORDS-READ           PIC 9(07) COMP VALUE 0.
008400     05 WS-OK-RELEASED            PIC 9(07) COMP VALUE 0.
008500     05 WS-BAD-DATES              PIC 9(07) COMP VALUE 0.
008600     05 WS-USERS-SEEN             PIC 9(07) COMP VALUE 0.
008700     05 WS-USERS-UPDATED          PIC 9(07) COMP VALUE 0.
008800     05 WS-USERS-NOT-ON-FILE      PIC 9(07) COMP VALUE 0.
008900     05 WS-AUTH-READ              PIC 9(07) COMP VALUE 0.
009000     05 WS-AUTH-STAMPED           PIC 9(07) COMP VALUE 0.
009100
009200 01  WS-DATE-WORK.
009300     05 WS-TODAY                  PIC 9(08) VALUE ZEROES.
009400*    THE DATE STAMPED AS ACTIVE-SINCE ON AN UNDATED RECORD -
009500*    THE OFFLOAD HEADER DATE WHEN THERE IS ONE, ELSE TODAY.
009600     05 WS-BUSINESS-DATE          PIC 9(08) VALUE ZEROES.
009700     05 WS-CURR-USERID            PIC X(08) VALUE SPACES.
009800*    LATEST OK DATE SEEN FOR THE CURRENT SORTED USER.
009900     05 WS-CURR-LAST-X            PIC X(08) VALUE SPACES.
010000     05 WS-CURR-LAST-N REDEFINES WS-CURR-LAST-X
010100                                  PIC 9(08).
010200     05 WS-AUDIT-DATE-X           PIC X(08) VALUE SPACES.
010300     05 WS-AUDIT-DATE-N REDEFINES WS-AUDIT-DATE-X
010400                                  PIC 9(08).
010500
010600     COPY REVACTR.
010650     COPY REVJPARM.
010700
010800 PROCEDURE DIVISION.
010900*****************************************************************
011000*    0000-MAINLINE - POST THE DAY'S LAST-USED DATES THROUGH THE *
011100*                    SORT, THEN STAMP ANY UNDATED RVAUTH        *
011200*                    RECORD, THEN TIE OUT THE TRAILER           *
011300*****************************************************************
011400 0000-MAINLINE.
011420     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
011440
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600
011700     IF NOT AUTH-ACTION-OK
011800         MOVE 8 TO RETURN-CODE
011850         PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
011900         GOBACK
012000     END-IF
012100
012200     SORT SORT-FILE
012300         ON ASCENDING KEY SRT-USERID
012400         INPUT PROCEDURE IS 5000-FEED-OK-RECORDS THRU 5999-EXIT
012500         OUTPUT PROCEDURE IS 4000-POST-LAST-USED THRU 4999-EXIT
012600
012700     PERFORM 3000-STAMP-UNDATED THRU 3000-EXIT
012800
012900     PERFORM 9000-TERMINATE THRU 9000-EXIT
013000
013100     PERFORM 8000-CHECK-TRAILER THRU 8000-EXIT
013200
013220     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
013240
013300     GOBACK.
013400
013500*****************************************************************
013600*    1000-INITIALIZE - TODAY IS THE BUSINESS DATE UNTIL THE     *
013700*                      OFFLOAD HEADER SAYS OTHERWISE; OPEN      *
013800*                      RVAUTH FOR UPDATE                        *
013900*****************************************************************
014000 1000-INITIALIZE.
014100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014200     MOVE WS-TODAY TO WS-BUSINESS-DATE
014300
014400     OPEN I-O AUTH-FILE
014500     IF NOT AUTH-ACTION-OK
014600         DISPLAY 'REVLUSED: RVAUTH OPEN FAILED, STATUS '
014700             WS-AUTH-STATUS
014800     END-IF.
014900
015000 1000-EXIT.
015100     EXIT.
015200
015300*****************************************************************
015400*    2100-GET-NEXT-RECORD - READ THE AUDIT LOG, SET THE EOF     *
015500*                           SWITCH AT END.  THE HEADER GIVES    *
015600*                           THE BUSINESS DATE AND IS PASSED     *
015700*                           OVER; THE TRAILER ENDS THE DATA.    *
015800*****************************************************************
015900 2100-GET-NEXT-RECORD.
016000     READ AUDIT-LOG-FILE
016100         AT END
016200             SET END-OF-AUDIT-LOG TO TRUE
016300             GO TO 2100-EXIT
016400     END-READ
016500
016600     IF REVAUD-TERMID = 'HDR*'
016700         MOVE REVAUD-RECORD TO REVACT-HEADER
016800         IF REVACT-HDR-DATE NUMERIC
016900            AND REVACT-HDR-DATE > 0
017000             MOVE REVACT-HDR-DATE TO WS-BUSINESS-DATE
017100         END-IF
017200         GO TO 2100-GET-NEXT-RECORD
017300     END-IF
017400
017500     IF REVAUD-TERMID = 'TRL*'
017600         MOVE REVAUD-RECORD TO REVACT-TRAILER
017700         SET TRAILER-FOUND TO TRUE
017800         SET END-OF-AUDIT-LOG TO TRUE
017900         GO TO 2100-EXIT
018000     END-IF
018100
018200     ADD 1 TO WS-RECORDS-READ.
018300
018400 2100-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*    3000-STAMP-UNDATED - SWEEP RVAUTH FRONT TO BACK AND GIVE   *
018900*                         EVERY RECORD STILL WITHOUT DORMANCY   *
019000*                         DATES ITS STARTING VALUES             *
019100*****************************************************************
019200 3000-STAMP-UNDATED.
019300     MOVE LOW-VALUES TO REVAUT-KEY
019400     START AUTH-FILE KEY NOT < REVAUT-KEY
019500         INVALID KEY
019600             SET END-OF-RVAUTH TO TRUE
019700     END-START
019800
019900     IF NOT END-OF-RVAUTH
020000         PERFORM 3200-READ-RVAUTH THRU 3200-EXIT
020100     END-IF
020200
020300     PERFORM 3100-STAMP-ONE-RECORD THRU 3100-EXIT
020400         UNTIL END-OF-RVAUTH.
020500
020600 3000-EXIT.
020700     EXIT.
020800
020900*****************************************************************
021000*    3100-STAMP-ONE-RECORD - A LAST-USED DATE THAT IS NOT       *
021100*                            NUMERIC BECOMES ZERO (NEVER USED); *
021200*                            AN ACTIVE-SINCE DATE THAT IS NOT   *
021300*                            NUMERIC BECOMES THE BUSINESS DATE. *
021400*                            REWRITE ONLY WHAT CHANGED.         *
021500*****************************************************************
021600 3100-STAMP-ONE-RECORD.
021700     ADD 1 TO WS-AUTH-READ
021800     PERFORM 6000-SET-MISSING-DATES THRU 6000-EXIT
021900
022000     IF RECORD-CHANGED
022100         REWRITE REVAUT-RECORD
022200         IF AUTH-ACTION-OK
022300             ADD 1 TO WS-AUTH-STAMPED
022400         ELSE
022500             DISPLAY 'REVLUSED: REWRITE FAILED, STATUS '
022600                 WS-AUTH-STATUS ' - ' REVAUT-USERID
022700                 ' NOT STAMPED'
022800             MOVE 4 TO RETURN-CODE
022900         END-IF
023000     END-IF
023100
023200     PERFORM 3200-READ-RVAUTH THRU 3200-EXIT.
023300
023400 3100-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800*    3200-READ-RVAUTH - READ THE NEXT RVAUTH RECORD IN KEY      *
023900*                       SEQUENCE, SET EOF AT END                *
024000*****************************************************************
024100 3200-READ-RVAUTH.
024200     READ AUTH-FILE NEXT
024300         AT END
024400             SET END-OF-RVAUTH TO TRUE
024500     END-READ.
024600
024700 3200-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*    4000-POST-LAST-USED - SORT OUTPUT PROCEDURE - ONE RVAUTH   *
025200*                          UPDATE PER USER ON THE SORTED        *
025300*                          CONTROL BREAK                        *
025400*****************************************************************
025500 4000-POST-LAST-USED.
025600     MOVE SPACES TO WS-CURR-USERID
025700     MOVE ZEROES TO WS-CURR-LAST-N
025800
025900     PERFORM 4200-RETURN-ONE-USE THRU 4200-EXIT
026000         UNTIL END-OF-SORTED-USERS
026100
026200     IF WS-CURR-USERID NOT = SPACES
026300         PERFORM 4100-POST-ONE-USER THRU 4100-EXIT
026400     END-IF
026500
026600*    THE RANGE ENDS AT 4999-EXIT - STEPPING OFF THE END OF
026700*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE POSTING
026800*    PARAGRAPHS A SECOND TIME.
026900     GO TO 4999-EXIT.
027000
027100*****************************************************************
027200*    4100-POST-ONE-USER - RAISE THE FINISHED USER'S LAST-USED   *
027300*                         DATE ON RVAUTH.  A LATER DATE ALREADY *
027400*                         ON FILE (A RERUN OF AN OLDER DAY) IS  *
027500*                         LEFT ALONE.                           *
027600*****************************************************************
027700 4100-POST-ONE-USER.
027800     ADD 1 TO WS-USERS-SEEN
027900     MOVE WS-CURR-USERID TO REVAUT-USERID
028000
028100     READ AUTH-FILE
028200         INVALID KEY
028300             ADD 1 TO WS-USERS-NOT-ON-FILE
028400             DISPLAY 'REVLUSED: ' WS-CURR-USERID
028500                 ' USED RVRS BUT IS NOT ON RVAUTH - SKIPPED'
028600             GO TO 4100-EXIT
028700     END-READ
028800
028900     IF NOT AUTH-ACTION-OK
029000         DISPLAY 'REVLUSED: READ FAILED, STATUS '
029100             WS-AUTH-STATUS ' - ' WS-CURR-USERID ' NOT POSTED'
029200         MOVE 4 TO RETURN-CODE
029300         GO TO 4100-EXIT
029400     END-IF
029500
029600     PERFORM 6000-SET-MISSING-DATES THRU 6000-EXIT
029700
029800     IF WS-CURR-LAST-N > REVAUT-LAST-USED
029900         MOVE WS-CURR-LAST-N TO REVAUT-LAST-USED
030000         SET RECORD-CHANGED TO TRUE
030100     END-IF
030200
030300     IF NOT RECORD-CHANGED
030400         GO TO 4100-EXIT
030500     END-IF
030600
030700     REWRITE REVAUT-RECORD
030800     IF AUTH-ACTION-OK
030900         ADD 1 TO WS-USERS-UPDATED
031000     ELSE
031100         DISPLAY 'REVLUSED: REWRITE FAILED, STATUS '
031200             WS-AUTH-STATUS ' - ' WS-CURR-USERID ' NOT POSTED'
031300         MOVE 4 TO RETURN-CODE
031400     END-IF.
031500
031600 4100-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000*    4200-RETURN-ONE-USE - TAKE THE NEXT SORTED OK RECORD.  A   *
032100*                          CHANGE OF USER ID POSTS THE FINISHED *
032200*                          USER AND STARTS THE NEXT; OTHERWISE  *
032300*                          KEEP THE LATEST DATE SEEN.           *
032400*****************************************************************
032500 4200-RETURN-ONE-USE.
032600     RETURN SORT-FILE
032700         AT END
032800             SET END-OF-SORTED-USERS TO TRUE
032900             GO TO 4200-EXIT
033000     END-RETURN
033100
033200     IF SRT-USERID NOT = WS-CURR-USERID
033300         IF WS-CURR-USERID NOT = SPACES
033400             PERFORM 4100-POST-ONE-USER THRU 4100-EXIT
033500         END-IF
033600         MOVE SRT-USERID TO WS-CURR-USERID
033700         MOVE ZEROES TO WS-CURR-LAST-N
033800     END-IF
033900
034000     IF SRT-DATE > WS-CURR-LAST-X
034100         MOVE SRT-DATE TO WS-CURR-LAST-X
034200     END-IF.
034300
034400 4200-EXIT.
034500     EXIT.
034600
034700 4999-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*    5000-FEED-OK-RECORDS - SORT INPUT PROCEDURE - EVERY OK     *
035200*                           RECORD WITH A USER ID AND A VALID   *
035300*                           DATE RELEASES THE TWO TO THE SORT.  *
035400*                           NOTAUTH AND REJECTED ATTEMPTS ARE   *
035500*                           NOT USE AND ARE PASSED OVER.        *
035600*****************************************************************
035700 5000-FEED-OK-RECORDS.
035800     OPEN INPUT AUDIT-LOG-FILE
035900     MOVE 'N' TO WS-EOF-SW
036000     PERFORM 2100-GET-NEXT-RECORD THRU 2100-EXIT
036100
036200     PERFORM 5100-RELEASE-ONE-USE THRU 5100-EXIT
036300         UNTIL END-OF-AUDIT-LOG
036400
036500     CLOSE AUDIT-LOG-FILE
036600
036700*    THE RANGE ENDS AT 5999-EXIT - STEPPING OFF THE END OF
036800*    THIS PARAGRAPH WOULD WALK STRAIGHT INTO THE RELEASE
036900*    PARAGRAPH A SECOND TIME.
037000     GO TO 5999-EXIT.
037100
037200 5100-RELEASE-ONE-USE.
037300     IF REVAUD-OK
037400        AND REVAUD-USERID NOT = SPACES
037500         MOVE REVAUD-DATE TO WS-AUDIT-DATE-X
037600         IF WS-AUDIT-DATE-N NUMERIC
037700             MOVE REVAUD-USERID TO SRT-USERID
037800             MOVE REVAUD-DATE   TO SRT-DATE
037900             RELEASE SORT-RECORD
038000             ADD 1 TO WS-OK-RELEASED
038100         ELSE
038200             ADD 1 TO WS-BAD-DATES
038300         END-IF
038400     END-IF
038500
038600     PERFORM 2100-GET-NEXT-RECORD THRU 2100-EXIT.
038700
038800 5100-EXIT.
038900     EXIT.
039000
039100 5999-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500*    6000-SET-MISSING-DATES - GIVE A RECORD WITHOUT DORMANCY    *
039600*                             DATES ITS STARTING VALUES AND SET *
039700*                             THE CHANGED SWITCH IF IT NEEDED   *
039800*                             THEM                              *
039900*****************************************************************
040000 6000-SET-MISSING-DATES.
040100     MOVE 'N' TO WS-CHANGED-SW
040200
040300     IF REVAUT-LAST-USED NOT NUMERIC
040400         MOVE ZERO TO REVAUT-LAST-USED
040500         SET RECORD-CHANGED TO TRUE
040600     END-IF
040700
040800     IF REVAUT-ACTIVE-SINCE NOT NUMERIC
040900         MOVE WS-BUSINESS-DATE TO REVAUT-ACTIVE-SINCE
041000         SET RECORD-CHANGED TO TRUE
041100     END-IF.
041200
041300 6000-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*    8000-CHECK-TRAILER - TIE THE OFFLOAD TRAILER COUNT BACK    *
041800*                        TO THE RECORDS READ.  A MISMATCH MEANS *
041900*                        A SHORT OR DOUBLED GENERATION AND      *
042000*                        FAILS THE JOB; A FILE WITH NO TRAILER  *
042100*                        IS LEFT ALONE.                         *
042200*****************************************************************
042300 8000-CHECK-TRAILER.
042400     IF TRAILER-FOUND
042500        AND REVACT-TRL-COUNT NOT = WS-RECORDS-READ
042600         DISPLAY 'REVLUSED: OFFLOAD TRAILER SAYS '
042700             REVACT-TRL-COUNT ' RECORDS BUT ' WS-RECORDS-READ
042800             ' WERE READ - GENERATION SUSPECT'
042900         MOVE 8 TO RETURN-CODE
043000     END-IF.
043100
043200 8000-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*    9000-TERMINATE - CLOSE RVAUTH AND PRINT THE COUNTS         *
043700*****************************************************************
043800 9000-TERMINATE.
043900     CLOSE AUTH-FILE
044000
044100     DISPLAY 'REVLUSED: BUSINESS DATE      = ' WS-BUSINESS-DATE
044200     DISPLAY 'REVLUSED: AUDIT RECORDS READ = ' WS-RECORDS-READ
044300     DISPLAY 'REVLUSED: OK USES POSTED     = ' WS-OK-RELEASED
044400     DISPLAY 'REVLUSED: OK USES BAD DATE   = ' WS-BAD-DATES
044500     DISPLAY 'REVLUSED: USERS SEEN         = ' WS-USERS-SEEN
044600     DISPLAY 'REVLUSED: USERS UPDATED      = ' WS-USERS-UPDATED
044700     DISPLAY 'REVLUSED: USERS NOT ON FILE  = '
044800         WS-USERS-NOT-ON-FILE
044900     DISPLAY 'REVLUSED: RVAUTH RECORDS     = ' WS-AUTH-READ
045000     DISPLAY 'REVLUSED: RVAUTH STAMPED     = ' WS-AUTH-STAMPED.
045100
045200 9000-EXIT.
045300     EXIT.
045310
045320*****************************************************************
045330*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
045340*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
045350*****************************************************************
045360 9800-LOG-JOB-START.
045370     SET REVJEVW-JOB-START TO TRUE
045380     MOVE 'REVLUSED' TO REVJEVW-JOB-NAME
045390     CALL 'REVJEVW' USING REVJEVW-PARMS.
045400
045410 9800-EXIT.
045420     EXIT.
045430
045440*****************************************************************
045450*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE, KEY *
045460*                       COUNTS, AND THE TRAILER VERDICT WHEN    *
045470*                       THE INPUT CARRIED A TRAILER             *
045480*****************************************************************
045490 9810-LOG-JOB-END.
045500     SET REVJEVW-JOB-END TO TRUE
045510     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
045520     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
045530     MOVE WS-RECORDS-READ TO REVJEVW-COUNT(1)
045540     MOVE 'UPDATED' TO REVJEVW-COUNT-NAME(2)
045550     MOVE WS-USERS-UPDATED TO REVJEVW-COUNT(2)
045560     MOVE 'STAMPED' TO REVJEVW-COUNT-NAME(3)
045570     MOVE WS-AUTH-STAMPED TO REVJEVW-COUNT(3)
045580
045590     IF TRAILER-FOUND
045600         MOVE 'TRAILER' TO REVJEVW-COUNT-NAME(4)
045610         MOVE REVACT-TRL-COUNT TO REVJEVW-COUNT(4)
045620         IF REVACT-TRL-COUNT = WS-RECORDS-READ
045630             SET REVJEVW-IN-BALANCE TO TRUE
045640         ELSE
045650             SET REVJEVW-OUT-OF-BALANCE TO TRUE
045660         END-IF
045670     END-IF
045680
045690     CALL 'REVJEVW' USING REVJEVW-PARMS.
045700
045710 9810-EXIT.
045720     EXIT.
