002354*                    SO A RESTART REWRITES INSTEAD OF           *
002355*                    DUPLICATING, AND THE PENDED COUNT RIDES    *
002356*                    ON THE CHECKPOINT.                         *
002357*   2026-10-15  DO   ADDED REVERSAL MODE S ON THE PARM CARD -   *
002358*                    REVLINK'S SEGMENT-PRESERVING REVERSAL, SO  *
002359*                    A CODE LIKE 'GR-04417-B' GOES TO THE       *
002360*                    LOADER AS 'RG-71440-B' WITH ITS SEGMENTS   *
002361*                    STILL IN ORDER.  THE MODE RIDES ON THE     *
002362*                    CODEOUT HEADER, CHECKPOINT, RVBHIST AND    *
002363*                    RUNREG LIKE C AND W ALREADY DO.            *
002364*   2026-10-15  DO   THE FRONT-END EDIT'S PRODUCT CLASSES NOW   *
002365*                    COME FROM THE RVPCLS FILE, LOADED ONCE AT  *
002366*                    START OF RUN THROUGH REVPCLD AND EDITED AS *
002367*                    OF THE RUN DATE.  A FILE THAT CANNOT BE    *
002368*                    LOADED ABORTS THE RUN RC=8 BEFORE ANY      *
002369*                    OUTPUT IS OPENED.                          *
002370*   2026-10-15  DO   REJECTS CORRECTED ONLINE ON TRANSACTION    *
002371*                    RVRJ ARE READ FROM THE OPTIONAL CORRIN     *
002372*                    FILE (WRITTEN BY REVRJEX) AFTER THE LAST   *
002373*                    CODEIN RECORD AND GO THROUGH THE SAME      *
002374*                    EDIT, REVERSAL AND PEND CHECKS.  ON        *
002375*                    CODEOUT EACH CARRIES THE DISTRIBUTION      *
002376*                    CENTER KEYED ON THE CORRECTION, SO THE     *
002377*                    PRODUCT GOES ON UNDER THAT CENTER'S KEY    *
002378*                    FROM THEN ON.  A RESTART SKIPS ACROSS      *
002379*                    BOTH FILES.                                *
002380*   2026-10-15  DO   MORE THAN ONE RUN PER DAY.  A FRESH RUN    *
002381*                    NOW TAKES A RUN CYCLE WITHIN THE DATE - 01 *
002382*                    FOR THE NIGHTLY RUN, THE NEXT CYCLE NOT    *
002383*                    YET ON RUNREG FOR A LATE EXTRACT RUN       *
002384*                    OFF-CYCLE THE SAME DAY - AND CARRIES IT ON *
002385*                    THE CODEOUT HEADER, RUNREG, RVBHIST AND    *
002386*                    THE CHECKPOINT, SO AN OFF-CYCLE RUN NO     *
002387*                    LONGER OVERWRITES THE NIGHTLY RUN'S        *
002388*                    REGISTER, HISTORY OR VERIFICATION.  PARM   *
002389*                    CARD COLS 15-16 NAME A CYCLE TO RERUN IN   *
002390*                    PLACE.  A RESTART RESUMES THE CHECKPOINTED *
002391*                    DATE AND CYCLE.                            *
002392*   2026-10-15  DO   EVERY RUN NOW LOGS A START EVENT AND AN    *
002393*                    END EVENT TO THE SHARED JOBEVT FILE        *
002394*                    THROUGH REVJEVW (SEE REVJPARM) - RETURN    *
002395*                    CODE AND KEY COUNTS - FOR THE REVOPSUM     *
002396*                    MORNING SUMMARY.                           *
002397*   2026-10-15  DO   SOURCE CHECK AGAINST THE NEW SRCREG        *
002398*                    REGISTRY.  A CENSUS PASS OVER CODEIN       *
002399*                    BEFORE THE RUN FLAGS EXPECTED CENTERS      *
002400*                    MISSING ON CYCLE 01, UNREGISTERED SOURCES, *
002401*                    AND VOLUME OUTSIDE THE REGISTERED RANGE OR *
002402*                    FAR OFF THE TRAILING AVERAGE FROM SRCSTAT; *
002403*                    THE REJECT RATE IS CHECKED AT THE END.     *
002404*                    FLAGS END THE RUN RC 4 AND ARE LISTED ON   *
002405*                    EDITRPT.  ONE SRCSTAT RECORD PER CENTER    *
002406*                    PER RUN.  RESTCTL CARRIES THE EXTRACT      *
002407*                    REJECT COUNT (RECORD NOW 241 BYTES).       *
002317*                                                               *
002303*****************************************************************
002400 ENVIRONMENT DIVISION.
002900 FILE-CONTROL.
003000     SELECT CODE-IN-FILE ASSIGN TO CODEIN
003100         ORGANIZATION IS SEQUENTIAL.
003110
003120     SELECT OPTIONAL CORR-IN-FILE ASSIGN TO CORRIN
003130         ORGANIZATION IS SEQUENTIAL
003140         FILE STATUS IS WS-CORR-STATUS.
003200
003300     SELECT CODE-OUT-FILE ASSIGN TO CODEOUT
003400         ORGANIZATION IS RELATIVE
003492     SELECT OPTIONAL PARM-FILE ASSIGN TO SYSIN
003494         ORGANIZATION IS SEQUENTIAL
003496         FILE STATUS IS WS-PARM-STATUS.
003497
003498     SELECT SRC-REG-FILE ASSIGN TO SRCREG
003499         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003501         RECORD KEY IS REVSRG-KEY
003502         FILE STATUS IS WS-SREG-STATUS.
003503
003504     SELECT SRC-STAT-FILE ASSIGN TO SRCSTAT
003505         ORGANIZATION IS INDEXED
003506         ACCESS MODE IS DYNAMIC
003507         RECORD KEY IS REVSST-KEY
003508         FILE STATUS IS WS-SSTA-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004000     LABEL RECORDS ARE STANDARD.
004100     COPY REVCINR.
004300
004310 FD  CORR-IN-FILE
004320     RECORDING MODE IS F
004330     LABEL RECORDS ARE STANDARD.
004340 01  CORR-IN-RECORD              PIC X(33).
004350
004400 FD  CODE-OUT-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004802 FD  RUN-REG-FILE
004804     RECORDING MODE IS F.
004806     COPY REVRRGR.
004808
004810 FD  SRC-REG-FILE
004812     RECORDING MODE IS F.
004814     COPY REVSRGR.
004816
004818 FD  SRC-STAT-FILE
004820     RECORDING MODE IS F.
004822     COPY REVSSTR.
004850
004860 FD  RESTART-FILE
004870     RECORDING MODE IS F
004904        10 RESTART-SRC-ID        PIC X(03).
004905        10 RESTART-SRC-WRITTEN   PIC 9(09).
004906        10 RESTART-SRC-HASH      PIC 9(13).
004907     05 RESTART-RUN-DATE         PIC 9(08).
004908     05 RESTART-RUN-CYCLE        PIC 9(02).
004909     05 RESTART-EXTRACT-REJECTS  PIC 9(09).
004894
004895 FD  PARM-FILE
004896     RECORDING MODE IS F
005358     05 WS-RUN-MODE           PIC X(01) VALUE 'C'.
005359        88 RUN-MODE-CHARS           VALUE 'C'.
005360        88 RUN-MODE-WORDS           VALUE 'W'.
005361        88 RUN-MODE-SEGMENTS        VALUE 'S'.
005361     05 WS-FRESH-SW           PIC X(01) VALUE 'N'.
005362        88 FORCING-FRESH-RUN        VALUE 'Y'.
005363     05 WS-ABORT-SW           PIC X(01) VALUE 'N'.
005368     05 WS-RREG-STATUS        PIC X(02) VALUE SPACES.
005369        88 RREG-FILE-OPEN-OK        VALUE '00'.
005370        88 RREG-DUPLICATE-KEY       VALUE '22'.
005371     05 WS-CYCLE-FREE-SW      PIC X(01) VALUE 'N'.
005372        88 CYCLE-IS-FREE            VALUE 'Y'.
005371     05 WS-CORR-STATUS        PIC X(02) VALUE SPACES.
005372        88 CORR-FILE-OPEN-OK        VALUES '00' '05'.
005373     05 WS-CORR-AVAIL-SW      PIC X(01) VALUE 'N'.
005374        88 CORR-FILE-AVAILABLE      VALUE 'Y'.
005375*    CODEIN IS READ TO ITS END FIRST, THEN CORRIN - THE INPUT
005376*    IS ONE STREAM AS FAR AS THE COUNTS AND CHECKPOINTS GO.
005377     05 WS-INPUT-PHASE-SW     PIC X(01) VALUE 'E'.
005378        88 READING-EXTRACT          VALUE 'E'.
005379        88 READING-CORRECTIONS      VALUE 'C'.
005380     05 WS-SREG-STATUS        PIC X(02) VALUE SPACES.
005381        88 SREG-FILE-OPEN-OK        VALUE '00'.
005382     05 WS-SREG-EOF-SW        PIC X(01) VALUE 'N'.
005383        88 END-OF-REGISTRY          VALUE 'Y'.
005384     05 WS-SREG-AVAIL-SW      PIC X(01) VALUE 'N'.
005385        88 REGISTRY-AVAILABLE       VALUE 'Y'.
005386     05 WS-SSTA-STATUS        PIC X(02) VALUE SPACES.
005387        88 SSTA-FILE-OPEN-OK        VALUE '00'.
005388        88 SSTA-DUPLICATE-KEY       VALUE '22'.
005389     05 WS-SSTA-EOF-SW        PIC X(01) VALUE 'N'.
005390        88 END-OF-SOURCE-STATS      VALUE 'Y'.
005391     05 WS-CENSUS-EOF-SW      PIC X(01) VALUE 'N'.
005392        88 END-OF-CENSUS            VALUE 'Y'.
005393     05 WS-SOURCE-WARN-SW     PIC X(01) VALUE 'N'.
005394        88 SOURCE-CHECK-FLAGGED     VALUE 'Y'.
005363
005500 01  WS-COUNTERS.
005600     05 WS-RECS-READ          PIC 9(09) COMP VALUE 0.
005708     05 WS-REJ-DATE-COUNT     PIC 9(09) COMP VALUE 0.
005709     05 WS-REJ-SRC-COUNT      PIC 9(09) COMP VALUE 0.
005711     05 WS-RECS-PENDED        PIC 9(09) COMP VALUE 0.
005712     05 WS-CORR-READ          PIC 9(09) COMP VALUE 0.
005713*    REJECTS WRITTEN BEFORE THE RUN MOVED ON FROM CODEIN TO
005714*    CORRIN - THE ONES CHARGED TO A DISTRIBUTION CENTER.
005715     05 WS-EXTRACT-REJECTS    PIC 9(09) COMP VALUE 0.
005710     05 WS-RESTART-COUNT      PIC 9(09) COMP VALUE 0.
005720     05 WS-SKIP-IDX           PIC 9(09) COMP VALUE 0.
005730     05 WS-CHECKPOINT-INTERVAL PIC 9(09) COMP VALUE 1000.
005750     05 WS-CHECKPOINT-QUOT    PIC 9(09) COMP VALUE 0.
005760
005770*    RUN-CONTROL PARAMETER CARD READ FROM SYSIN.
005775*    COL 01     REVERSAL MODE - C, W, S, OR BLANK (DEFAULT C)
005780*    COL 03-11  CHECKPOINT INTERVAL - 9 DIGITS, OR BLANK
005785*               (DEFAULT 1000); MUST BE GREATER THAN ZERO
005790*    COL 13     F = FORCE A FRESH RUN, CLEARING ANY STALE
005795*               RESTCTL CHECKPOINT; BLANK OR N = HONOR IT
005796*    COL 15-16  RUN CYCLE TO RERUN - 01-99, OR BLANK (DEFAULT
005797*               THE NEXT CYCLE NOT YET ON RUNREG FOR TODAY)
005800 01  WS-PARM-CARD.
005805     05 WS-PARM-MODE          PIC X(01).
005810     05 FILLER                PIC X(01).
005825                              PIC 9(09).
005830     05 FILLER                PIC X(01).
005835     05 WS-PARM-FRESH         PIC X(01).
005836     05 FILLER                PIC X(01).
005837     05 WS-PARM-CYCLE         PIC X(02).
005838     05 WS-PARM-CYCLE-N REDEFINES WS-PARM-CYCLE
005839                              PIC 9(02).
005840     05 FILLER                PIC X(64).
005850
005860 01  WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
005861 01  WS-RUN-CYCLE             PIC 9(02) VALUE ZEROES.
005861
005871*    ONE ENTRY PER DISTRIBUTION CENTER SEEN IN THE RUN - ITS
005872*    RECORDS-WRITTEN COUNT AND RUNNING HASH, FEEDING THE PER-
005888        10 WS-SRC-WRITTEN     PIC 9(09) COMP.
005889        10 WS-SRC-HASH        PIC 9(13).
005891
005860*    SOURCE CHECK - ONE ENTRY PER DISTRIBUTION CENTER ON THE
005861*    SRCREG REGISTRY (SEE REVSRGR), IN KEY ORDER, THEN ONE PER
005862*    UNREGISTERED SOURCE ID FOUND ON CODEIN.  TONIGHT'S COUNTS
005863*    COME FROM A PASS OVER CODEIN BEFORE THE RUN PROPER (1300),
005864*    THE TRAILING AVERAGES FROM SRCSTAT (1410), AND THE REJECTS
005865*    FROM CODEREJ AT THE END (3300).  CORRIN IS NOT PART OF ANY
005866*    CENTER'S VOLUME.
005867 01  WS-CENSUS-TABLE.
005868     05 WS-CEN-MAX            PIC 9(02) COMP VALUE 20.
005869     05 WS-CEN-COUNT          PIC 9(02) COMP VALUE 0.
005870     05 WS-CEN-IDX            PIC 9(02) COMP VALUE 0.
005871     05 WS-CEN-SUB            PIC 9(02) COMP VALUE 0.
005872     05 WS-CEN-FLAGGED        PIC 9(02) COMP VALUE 0.
005873     05 WS-CEN-LOOKUP         PIC X(03) VALUE SPACES.
005874     05 WS-CEN-FOUND-SW       PIC X(01) VALUE 'N'.
005875        88 CENSUS-ENTRY-FOUND      VALUE 'Y'.
005876     05 WS-CEN-OVERFLOW       PIC 9(09) COMP VALUE 0.
005877     05 WS-CEN-BLANK          PIC 9(09) COMP VALUE 0.
005878     05 WS-CEN-ENTRY          OCCURS 20 TIMES.
005879        10 WS-CEN-SOURCE      PIC X(03).
005880        10 WS-CEN-NAME        PIC X(30).
005881        10 WS-CEN-REG-SW      PIC X(01).
005882           88 CEN-REGISTERED       VALUE 'Y'.
005883           88 CEN-UNREGISTERED     VALUE 'N'.
005884        10 WS-CEN-NIGHTLY-SW  PIC X(01).
005885           88 CEN-EXPECTED-NIGHTLY VALUE 'Y'.
005886        10 WS-CEN-VOL-MIN     PIC 9(09).
005887        10 WS-CEN-VOL-MAX     PIC 9(09).
005888        10 WS-CEN-VOLUME      PIC 9(09) COMP.
005889        10 WS-CEN-REJECTED    PIC 9(09) COMP.
005890        10 WS-CEN-REJ-CODE    PIC 9(09) COMP.
005891        10 WS-CEN-REJ-CLASS   PIC 9(09) COMP.
005892        10 WS-CEN-REJ-DATE    PIC 9(09) COMP.
005893        10 WS-CEN-REJ-PCT     PIC 9(03)V99.
005894        10 WS-CEN-TRL-NIGHTS  PIC 9(03) COMP.
005895        10 WS-CEN-TRL-LAST    PIC 9(08).
005896        10 WS-CEN-TRL-VOLUME  PIC 9(11) COMP.
005897        10 WS-CEN-TRL-REJECTED PIC 9(11) COMP.
005898        10 WS-CEN-AVG-VOLUME  PIC 9(09).
005899        10 WS-CEN-AVG-REJ-PCT PIC 9(03)V99.
005900        10 WS-CEN-MISSING-SW  PIC X(01).
005901           88 CEN-MISSING          VALUE 'M'.
005902        10 WS-CEN-RANGE-SW    PIC X(01).
005903           88 CEN-BELOW-RANGE      VALUE 'L'.
005904           88 CEN-ABOVE-RANGE      VALUE 'H'.
005905        10 WS-CEN-TREND-SW    PIC X(01).
005906           88 CEN-LOW-VS-AVERAGE   VALUE 'L'.
005907           88 CEN-HIGH-VS-AVERAGE  VALUE 'H'.
005908        10 WS-CEN-REJECT-SW   PIC X(01).
005909           88 CEN-REJECT-RATE-HIGH VALUE 'H'.
005910
005911*    HOW FAR OFF ITS TRAILING AVERAGE A CENTER MAY RUN BEFORE
005912*    IT IS FLAGGED.  THE AVERAGES COVER THE NIGHTS THE CENTER
005913*    SENT ANYTHING IN THE WS-TRL-DAYS DAYS BEFORE THE RUN DATE,
005914*    AND ARE NOT JUDGED AT ALL ON FEWER THAN WS-TRL-MIN-NIGHTS.
005915*    VOLUME  - BELOW WS-VOL-LOW-PCT OR ABOVE WS-VOL-HIGH-PCT
005916*              PERCENT OF THE AVERAGE NIGHT
005917*    REJECTS - REJECT PERCENTAGE OVER WS-REJ-FACTOR TIMES THE
005918*              AVERAGE AND AT LEAST WS-REJ-MARGIN POINTS ABOVE
005919*              IT, SO A CENTER THAT NORMALLY REJECTS NOTHING IS
005920*              NOT FLAGGED FOR A HANDFUL
005921 01  WS-SOURCE-CHECK-LIMITS.
005922     05 WS-TRL-DAYS           PIC 9(03) COMP VALUE 28.
005923     05 WS-TRL-MIN-NIGHTS     PIC 9(03) COMP VALUE 5.
005924     05 WS-VOL-LOW-PCT        PIC 9(03) COMP VALUE 50.
005925     05 WS-VOL-HIGH-PCT       PIC 9(03) COMP VALUE 200.
005926     05 WS-REJ-FACTOR         PIC 9(02) COMP VALUE 2.
005927     05 WS-REJ-MARGIN         PIC 9(03)V99 VALUE 1.00.
005928
005929 01  WS-SOURCE-CHECK-WORK.
005930     05 WS-TRL-FROM-DATE      PIC 9(08) VALUE ZEROES.
005931     05 WS-FIND-PTR           PIC 9(02) COMP VALUE 0.
005932     05 WS-FIND-TEXT          PIC X(40) VALUE SPACES.
005933     05 WS-EDIT-PCT           PIC ZZ9.99.
005934     05 WS-EDIT-AVG-PCT       PIC ZZ9.99.
005859
005863 01  WS-EDIT-HEADING-1.
005864     05 FILLER                PIC X(20) VALUE SPACES.
005865     05 FILLER                PIC X(40)
005872     05 WSE-LABEL             PIC X(38) VALUE SPACES.
005873     05 WSE-COUNT             PIC ZZZ,ZZZ,ZZ9.
005874     05 FILLER                PIC X(74) VALUE SPACES.
005875
005876 01  WS-SOURCE-HEADING.
005877     05 FILLER                PIC X(10) VALUE SPACES.
005878     05 FILLER                PIC X(33)
005879          VALUE 'SOURCE CHECK AGAINST SRCREG - RUN'.
005880     05 FILLER                PIC X(01) VALUE SPACES.
005881     05 WSS-HDG-DATE          PIC 9(08).
005882     05 FILLER                PIC X(07) VALUE ' CYCLE '.
005883     05 WSS-HDG-CYCLE         PIC 9(02).
005884     05 FILLER                PIC X(72) VALUE SPACES.
005885
005886 01  WS-SOURCE-HEADS.
005887     05 FILLER                PIC X(01) VALUE SPACES.
005888     05 FILLER                PIC X(05) VALUE 'SRC'.
005889     05 FILLER                PIC X(31) VALUE 'CENTER'.
005890     05 FILLER                PIC X(03) VALUE 'NTL'.
005891     05 FILLER                PIC X(12) VALUE '    TONIGHT'.
005892     05 FILLER                PIC X(12) VALUE '  TRAIL AVG'.
005893     05 FILLER                PIC X(04) VALUE 'NTS'.
005894     05 FILLER                PIC X(12) VALUE '    REJECTS'.
005895     05 FILLER                PIC X(07) VALUE '  REJ%'.
005896     05 FILLER                PIC X(07) VALUE '  AVG%'.
005897     05 FILLER                PIC X(39) VALUE ' FINDINGS'.
005898
005899 01  WS-SOURCE-LINE.
005900     05 FILLER                PIC X(01) VALUE SPACES.
005901     05 WSS-SOURCE            PIC X(03).
005902     05 FILLER                PIC X(02) VALUE SPACES.
005903     05 WSS-NAME              PIC X(30).
005904     05 FILLER                PIC X(01) VALUE SPACES.
005905     05 WSS-NIGHTLY           PIC X(01).
005906     05 FILLER                PIC X(02) VALUE SPACES.
005907     05 WSS-VOLUME            PIC ZZZ,ZZZ,ZZ9.
005908     05 FILLER                PIC X(01) VALUE SPACES.
005909     05 WSS-AVG-VOLUME        PIC ZZZ,ZZZ,ZZ9.
005910     05 FILLER                PIC X(01) VALUE SPACES.
005911     05 WSS-NIGHTS            PIC ZZ9.
005912     05 FILLER                PIC X(01) VALUE SPACES.
005913     05 WSS-REJECTED          PIC ZZZ,ZZZ,ZZ9.
005914     05 FILLER                PIC X(01) VALUE SPACES.
005915     05 WSS-REJ-PCT           PIC ZZ9.99.
005916     05 FILLER                PIC X(01) VALUE SPACES.
005917     05 WSS-AVG-REJ-PCT       PIC ZZ9.99.
005918     05 FILLER                PIC X(02) VALUE SPACES.
005919     05 WSS-FINDINGS          PIC X(38).
005920
005921 01  WS-SOURCE-NOTE-LINE.
005922     05 FILLER                PIC X(10) VALUE SPACES.
005923     05 WSN-TEXT              PIC X(80).
005924     05 FILLER                PIC X(43) VALUE SPACES.
005876
005880     COPY REVCTLR.
005890     COPY REVHPARM.
005892     COPY REVEPARM.
006100
006150     COPY REVLPARM.
006160     COPY REVDPARM.
006170     COPY REVJPARM.
006200
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006720     PERFORM 9800-LOG-JOB-START THRU 9800-EXIT
006740
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006900
006910     IF PARM-CARD-INVALID OR RUN-ABORTED
007300         PERFORM 3000-TERMINATE THRU 3000-EXIT
007310     END-IF
007400
007420     PERFORM 9810-LOG-JOB-END THRU 9810-EXIT
007440
007500     GOBACK.
007600
007700*****************************************************************
008070     PERFORM 1020-ECHO-RUN-OPTIONS THRU 1020-EXIT
008080
008100     OPEN INPUT  CODE-IN-FILE
008102     OPEN INPUT  CORR-IN-FILE
008104     IF CORR-FILE-OPEN-OK
008106         SET CORR-FILE-AVAILABLE TO TRUE
008108     END-IF
008110
008120     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT
008125
008126     IF RUN-ABORTED
008127         CLOSE CODE-IN-FILE
008128         CLOSE CORR-IN-FILE
008128         CLOSE RESTART-FILE
008129         GO TO 1000-EXIT
008131     END-IF
008132
008133     PERFORM 1090-LOAD-PRODUCT-CLASSES THRU 1090-EXIT
008134
008135     IF RUN-ABORTED
008136         CLOSE CODE-IN-FILE
008137         CLOSE CORR-IN-FILE
008137         CLOSE RESTART-FILE
008138         GO TO 1000-EXIT
008139     END-IF
008140
008141     PERFORM 1300-TAKE-SOURCE-CENSUS THRU 1300-EXIT
008140
008141     IF NOT RESTARTING-RUN
008142         PERFORM 1065-ASSIGN-RUN-CYCLE THRU 1065-EXIT
008143     END-IF
008144
008145     IF RUN-ABORTED
008146         CLOSE CODE-IN-FILE
008147         CLOSE CORR-IN-FILE
008148         CLOSE RESTART-FILE
008149         GO TO 1000-EXIT
008150     END-IF
008140
008135     PERFORM 1050-OPEN-CODE-OUT-FILE THRU 1050-EXIT
008136
008137     PERFORM 1055-OPEN-CODE-REJ-FILE THRU 1055-EXIT
008150         MOVE RESTART-HASH-TOTAL TO REVHASH-TOTAL
008152         PERFORM 1075-RESTORE-SOURCES THRU 1075-EXIT
008160         PERFORM 1200-SKIP-PROCESSED-RECORDS THRU 1200-EXIT
008162         IF READING-CORRECTIONS
008164             MOVE RESTART-EXTRACT-REJECTS TO WS-EXTRACT-REJECTS
008166         END-IF
008170     ELSE
008180         PERFORM 1060-WRITE-HEADER THRU 1060-EXIT
008190     END-IF
008200
008210     MOVE WS-RUN-DATE TO REVEDIT-AS-OF-DATE
008230     DISPLAY 'REVBATCH: RUN DATE            = ' WS-RUN-DATE
008250     DISPLAY 'REVBATCH: RUN CYCLE           = ' WS-RUN-CYCLE
008260
008270     PERFORM 1400-CHECK-SOURCES THRU 1400-EXIT
008300
008400     PERFORM 2100-READ-CODE-IN THRU 2100-EXIT.
008500
008737             CONTINUE
008739         WHEN 'C'
008740         WHEN 'W'
008741         WHEN 'S'
008742             MOVE WS-PARM-MODE TO WS-RUN-MODE
008743         WHEN OTHER
008744             DISPLAY 'REVBATCH: INVALID REVERSAL MODE ON PARM '
008776             DISPLAY 'REVBATCH: INVALID FORCE-FRESH FLAG ON '
008778                 'PARM CARD - ' WS-PARM-FRESH
008779             SET PARM-CARD-INVALID TO TRUE
008780     END-EVALUATE
008781
008782     IF WS-PARM-CYCLE NOT = SPACES
008783         IF WS-PARM-CYCLE-N NUMERIC
008784            AND WS-PARM-CYCLE-N > 0
008785             CONTINUE
008786         ELSE
008787             DISPLAY 'REVBATCH: INVALID RUN CYCLE ON PARM CARD '
008788                 '- ' WS-PARM-CYCLE
008789             SET PARM-CARD-INVALID TO TRUE
008790         END-IF
008791     END-IF.
008782
008783 1010-EXIT.
008785     EXIT.
008975 1058-EXIT.
008977     EXIT.
008979
008980*****************************************************************
008981*    1065-ASSIGN-RUN-CYCLE - FRESH RUN - TAKE TODAY'S DATE AND   *
008982*                            THE RUN CYCLE WITHIN IT.  THE       *
008983*                            NIGHTLY RUN IS CYCLE 01; A LATE     *
008984*                            EXTRACT RUN OFF-CYCLE THE SAME DAY  *
008985*                            TAKES THE NEXT CYCLE NOT YET ON     *
008986*                            THE RUNREG REGISTER, SO IT NEVER    *
008987*                            OVERWRITES AN EARLIER RUN'S         *
008988*                            REGISTER, HISTORY OR VERIFICATION.  *
008989*                            A RUN THAT NEVER COMPLETED LEFT NO  *
008990*                            REGISTER RECORD, SO ITS FRESH RERUN *
008991*                            GETS THE SAME CYCLE BACK.  A CYCLE  *
008992*                            ON THE PARM CARD RERUNS THAT CYCLE  *
008993*                            DELIBERATELY, REPLACING IT.         *
008994*****************************************************************
008995 1065-ASSIGN-RUN-CYCLE.
008996     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008997
008998     IF WS-PARM-CYCLE NOT = SPACES
008999         MOVE WS-PARM-CYCLE-N TO WS-RUN-CYCLE
009000     ELSE
009001         PERFORM 1066-FIND-NEXT-CYCLE THRU 1066-EXIT
009002     END-IF.
009003
009004 1065-EXIT.
009005     EXIT.
009006
009007*****************************************************************
009008*    1066-FIND-NEXT-CYCLE - PROBE RUNREG FOR TODAY'S CYCLES IN   *
009009*                           TURN UNTIL ONE IS NOT ON FILE.  NO   *
009010*                           REGISTER YET MEANS CYCLE 01.  ALL 99 *
009011*                           TAKEN ABORTS THE RUN.                *
009012*****************************************************************
009013 1066-FIND-NEXT-CYCLE.
009014     MOVE 1 TO WS-RUN-CYCLE
009015     OPEN INPUT RUN-REG-FILE
009016
009017     IF NOT RREG-FILE-OPEN-OK
009018         GO TO 1066-EXIT
009019     END-IF
009020
009021     MOVE 0 TO WS-RUN-CYCLE
009022     MOVE 'N' TO WS-CYCLE-FREE-SW
009023     PERFORM 1067-PROBE-ONE-CYCLE THRU 1067-EXIT
009024         UNTIL CYCLE-IS-FREE OR RUN-ABORTED
009025
009026     CLOSE RUN-REG-FILE.
009027
009028 1066-EXIT.
009029     EXIT.
009030
009031 1067-PROBE-ONE-CYCLE.
009032     IF WS-RUN-CYCLE = 99
009033         DISPLAY 'REVBATCH: ALL 99 RUN CYCLES FOR ' WS-RUN-DATE
009034             ' ARE ALREADY ON RUNREG - RUN ABORTED'
009035         SET RUN-ABORTED TO TRUE
009036         GO TO 1067-EXIT
009037     END-IF
009038
009039     ADD 1 TO WS-RUN-CYCLE
009040     MOVE WS-RUN-DATE  TO REVRRG-RUN-DATE
009041     MOVE WS-RUN-CYCLE TO REVRRG-RUN-CYCLE
009042     READ RUN-REG-FILE
009043         INVALID KEY
009044             SET CYCLE-IS-FREE TO TRUE
009045     END-READ.
009046
009047 1067-EXIT.
009048     EXIT.
009049
008881*****************************************************************
008882*    1070-RECOVER-RUN-DATE - RESTARTED RUN - THE RUN DATE THAT  *
008883*                            KEYS THE BATCH HISTORY RECORDS IS  *
008885*                            TODAY'S.  IT IS SITTING IN THE     *
008886*                            CODEOUT CONTROL HEADER THE         *
008887*                            ORIGINAL RUN WROTE AT RECORD 1.    *
008888*                            THE CHECKPOINT CARRIES THE DATE    *
008889*                            AND RUN CYCLE TOO, AND IS TAKEN    *
008890*                            FIRST; A HEADER WITH NO CYCLE IS   *
008891*                            CYCLE 01.                          *
008888*****************************************************************
008889 1070-RECOVER-RUN-DATE.
008890     IF RESTART-RUN-DATE > 0
008891         MOVE RESTART-RUN-DATE  TO WS-RUN-DATE
008892         MOVE RESTART-RUN-CYCLE TO WS-RUN-CYCLE
008893         GO TO 1070-EXIT
008894     END-IF
008895
008896     MOVE 1 TO WS-RUN-CYCLE
008890     MOVE 1 TO WS-OUT-RRN
008891     READ CODE-OUT-FILE
008892         INVALID KEY
008897     MOVE CODE-OUT-RECORD TO REVCTL-HEADER
008898     IF REVCTL-HEADER-ID
008899         MOVE REVCTL-HDR-DATE TO WS-RUN-DATE
008900         IF REVCTL-HDR-CYCLE NUMERIC
008901            AND REVCTL-HDR-CYCLE > 0
008902             MOVE REVCTL-HDR-CYCLE TO WS-RUN-CYCLE
008903         END-IF
008901     ELSE
008902         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008903     END-IF.
008855*                        ONE TO KEEP.                           *
008857*****************************************************************
008858 1060-WRITE-HEADER.
008861     MOVE WS-RUN-DATE TO REVCTL-HDR-DATE
008862     MOVE WS-RUN-CYCLE TO REVCTL-HDR-CYCLE
008862     MOVE 'CODEIN'   TO REVCTL-HDR-SOURCE
008862     MOVE WS-RUN-MODE TO REVCTL-HDR-MODE
008863
008875 1060-EXIT.
008876     EXIT.
008877
008878*****************************************************************
008879*    1090-LOAD-PRODUCT-CLASSES - LOAD THE RVPCLS PRODUCT CLASS   *
008880*                                FILE INTO THE REVEDIT CLASS     *
008881*                                TABLE.  WITHOUT IT EVERY RECORD *
008882*                                WOULD REJECT CLAS, SO A FILE    *
008883*                                THAT WILL NOT LOAD ABORTS THE   *
008884*                                RUN INSTEAD                     *
008885*****************************************************************
008886 1090-LOAD-PRODUCT-CLASSES.
008887     CALL 'REVPCLD' USING REVEDIT-PARMS
008888
008889     IF REVEDIT-TABLE-ERROR
008890         DISPLAY 'REVBATCH: PRODUCT CLASS FILE RVPCLS COULD NOT '
008891             'BE LOADED - RUN ABORTED'
008892         SET RUN-ABORTED TO TRUE
008893         GO TO 1090-EXIT
008894     END-IF
008895
008896     DISPLAY 'REVBATCH: PRODUCT CLASSES LOADED = '
008897         REVEDIT-CLASS-COUNT.
008898
008899 1090-EXIT.
008900     EXIT.
008901
008879*****************************************************************
008880*    1100-CHECK-FOR-RESTART - LOOK FOR A RESTART CONTROL RECORD  *
008881*                             LEFT BY AN EARLIER, INCOMPLETE     *
009119     MOVE SPACE TO RESTART-MODE
009121     MOVE 0 TO RESTART-SRC-COUNT
009122     MOVE 0 TO RESTART-SRC-OVERFLOW
009123     MOVE 0 TO RESTART-RUN-DATE
009124     MOVE 0 TO RESTART-RUN-CYCLE
009125     MOVE 0 TO RESTART-EXTRACT-REJECTS
009123
009124     PERFORM 1145-ZERO-ONE-SRC-SLOT THRU 1145-EXIT
009125         VARYING WS-SRC-IDX FROM 1 BY 1
009080     EXIT.
009090
009100 1210-SKIP-ONE-RECORD.
009110*    THROUGH 2100 SO A CHECKPOINT TAKEN PART-WAY THROUGH THE
009120*    CORRECTIONS SKIPS ALL OF CODEIN AND ON INTO CORRIN.
009130     PERFORM 2100-READ-CODE-IN THRU 2100-EXIT.
009170
009180 1210-EXIT.
009190     EXIT.
009191
009192*****************************************************************
009193*    1300-TAKE-SOURCE-CENSUS - BEFORE ANYTHING IS REVERSED,     *
009194*                              LOAD THE SRCREG REGISTRY AND     *
009195*                              COUNT TONIGHT'S CODEIN RECORDS   *
009196*                              BY SOURCE ID IN ONE PASS OVER    *
009197*                              THE WHOLE EXTRACT, THEN REOPEN   *
009198*                              CODEIN FOR THE RUN PROPER.  A    *
009199*                              RESTARTED RUN COUNTS THE WHOLE   *
009200*                              FILE AGAIN - THE CENSUS IS       *
009201*                              ABOUT WHAT ARRIVED, NOT WHAT IS  *
009202*                              LEFT TO DO.                      *
009203*****************************************************************
009204 1300-TAKE-SOURCE-CENSUS.
009205     PERFORM 1310-LOAD-REGISTRY THRU 1310-EXIT
009206
009207     PERFORM 1320-COUNT-ONE-EXTRACT-REC THRU 1320-EXIT
009208         UNTIL END-OF-CENSUS
009209
009210     CLOSE CODE-IN-FILE
009211     OPEN INPUT CODE-IN-FILE
009212
009213     DISPLAY 'REVBATCH: SOURCES TO CHECK    = ' WS-CEN-COUNT
009214
009215     IF WS-CEN-BLANK > 0
009216         DISPLAY 'REVBATCH: CODEIN RECORDS WITH NO SOURCE ID = '
009217             WS-CEN-BLANK
009218     END-IF
009219
009220     IF WS-CEN-OVERFLOW > 0
009221         DISPLAY 'REVBATCH: SOURCE CHECK TABLE FULL - CODEIN '
009222             'RECORDS NOT CHECKED = ' WS-CEN-OVERFLOW
009223         SET SOURCE-CHECK-FLAGGED TO TRUE
009224     END-IF.
009225
009226 1300-EXIT.
009227     EXIT.
009228
009229*****************************************************************
009230*    1310-LOAD-REGISTRY - ONE TABLE ENTRY PER REGISTERED CENTER,*
009231*                         IN KEY ORDER.  A REGISTRY THAT WILL   *
009232*                         NOT OPEN DOES NOT STOP THE RUN - THE  *
009233*                         CODES STILL GO OUT - BUT NO CENTER    *
009234*                         CAN BE CALLED MISSING OR UNREGISTERED *
009235*                         AND THE RUN ENDS RC 4.                *
009236*****************************************************************
009237 1310-LOAD-REGISTRY.
009238     OPEN INPUT SRC-REG-FILE
009239
009240     IF NOT SREG-FILE-OPEN-OK
009241         DISPLAY 'REVBATCH: SOURCE REGISTRY SRCREG NOT '
009242             'AVAILABLE, FILE STATUS ' WS-SREG-STATUS
009243         DISPLAY 'REVBATCH: MISSING AND UNREGISTERED SOURCES '
009244             'NOT CHECKED'
009245         SET SOURCE-CHECK-FLAGGED TO TRUE
009246         GO TO 1310-EXIT
009247     END-IF
009248
009249     SET REGISTRY-AVAILABLE TO TRUE
009250
009251     PERFORM 1315-LOAD-ONE-REGISTRY-ROW THRU 1315-EXIT
009252         UNTIL END-OF-REGISTRY
009253
009254     CLOSE SRC-REG-FILE
009255
009256     DISPLAY 'REVBATCH: SOURCES REGISTERED  = ' WS-CEN-COUNT.
009257
009258 1310-EXIT.
009259     EXIT.
009260
009261 1315-LOAD-ONE-REGISTRY-ROW.
009262     READ SRC-REG-FILE NEXT
009263         AT END
009264             SET END-OF-REGISTRY TO TRUE
009265             GO TO 1315-EXIT
009266     END-READ
009267
009268     IF WS-CEN-COUNT NOT < WS-CEN-MAX
009269         DISPLAY 'REVBATCH: MORE THAN ' WS-CEN-MAX
009270             ' SOURCES REGISTERED - ' REVSRG-SOURCE
009271             ' NOT CHECKED - ENLARGE THE SOURCE CHECK TABLE'
009272         SET SOURCE-CHECK-FLAGGED TO TRUE
009273         GO TO 1315-EXIT
009274     END-IF
009275
009276     ADD 1 TO WS-CEN-COUNT
009277     MOVE WS-CEN-COUNT TO WS-CEN-IDX
009278     PERFORM 1345-CLEAR-CENSUS-ENTRY THRU 1345-EXIT
009279
009280     MOVE REVSRG-SOURCE     TO WS-CEN-SOURCE(WS-CEN-IDX)
009281     MOVE REVSRG-NAME       TO WS-CEN-NAME(WS-CEN-IDX)
009282     MOVE 'Y'               TO WS-CEN-REG-SW(WS-CEN-IDX)
009283     MOVE REVSRG-NIGHTLY-SW TO WS-CEN-NIGHTLY-SW(WS-CEN-IDX)
009284     IF REVSRG-VOLUME-MIN NUMERIC
009285         MOVE REVSRG-VOLUME-MIN TO WS-CEN-VOL-MIN(WS-CEN-IDX)
009286     END-IF
009287     IF REVSRG-VOLUME-MAX NUMERIC
009288         MOVE REVSRG-VOLUME-MAX TO WS-CEN-VOL-MAX(WS-CEN-IDX)
009289     END-IF.
009290
009291 1315-EXIT.
009292     EXIT.
009293
009294*****************************************************************
009295*    1320-COUNT-ONE-EXTRACT-REC - CENSUS PASS - COUNT ONE CODEIN*
009296*                                 RECORD AGAINST ITS SOURCE.  A *
009297*                                 SOURCE NOT ON THE REGISTRY    *
009298*                                 GETS ITS OWN ENTRY.  A BLANK  *
009299*                                 SOURCE ID IS COUNTED APART -  *
009300*                                 THE EDIT REJECTS IT SRC.      *
009301*****************************************************************
009302 1320-COUNT-ONE-EXTRACT-REC.
009303     READ CODE-IN-FILE
009304         AT END
009305             SET END-OF-CENSUS TO TRUE
009306             GO TO 1320-EXIT
009307     END-READ
009308
009309     IF CI-SOURCE = SPACES
009310         ADD 1 TO WS-CEN-BLANK
009311         GO TO 1320-EXIT
009312     END-IF
009313
009314     MOVE CI-SOURCE TO WS-CEN-LOOKUP
009315     PERFORM 1330-FIND-CENSUS-ENTRY THRU 1330-EXIT
009316
009317     IF NOT CENSUS-ENTRY-FOUND
009318         PERFORM 1340-ADD-CENSUS-ENTRY THRU 1340-EXIT
009319     END-IF
009320
009321     IF CENSUS-ENTRY-FOUND
009322         ADD 1 TO WS-CEN-VOLUME(WS-CEN-IDX)
009323     END-IF.
009324
009325 1320-EXIT.
009326     EXIT.
009327
009328*****************************************************************
009329*    1330-FIND-CENSUS-ENTRY - LOOK UP WS-CEN-LOOKUP IN THE      *
009330*                             SOURCE CHECK TABLE; WS-CEN-IDX    *
009331*                             POINTS AT THE ENTRY WHEN FOUND    *
009332*****************************************************************
009333 1330-FIND-CENSUS-ENTRY.
009334     MOVE 'N' TO WS-CEN-FOUND-SW
009335
009336     PERFORM 1335-CHECK-ONE-ENTRY THRU 1335-EXIT
009337         VARYING WS-CEN-SUB FROM 1 BY 1
009338         UNTIL WS-CEN-SUB > WS-CEN-COUNT
009339            OR CENSUS-ENTRY-FOUND.
009340
009341 1330-EXIT.
009342     EXIT.
009343
009344 1335-CHECK-ONE-ENTRY.
009345     IF WS-CEN-SOURCE(WS-CEN-SUB) = WS-CEN-LOOKUP
009346         SET CENSUS-ENTRY-FOUND TO TRUE
009347         MOVE WS-CEN-SUB TO WS-CEN-IDX
009348     END-IF.
009349
009350 1335-EXIT.
009351     EXIT.
009352
009353*****************************************************************
009354*    1340-ADD-CENSUS-ENTRY - NEW ENTRY FOR A SOURCE ID THAT IS  *
009355*                            NOT ON THE REGISTRY.  A FULL TABLE *
009356*                            COUNTS THE RECORD AS NOT CHECKED   *
009357*                            AND LEAVES CENSUS-ENTRY-FOUND OFF  *
009358*****************************************************************
009359 1340-ADD-CENSUS-ENTRY.
009360     IF WS-CEN-COUNT NOT < WS-CEN-MAX
009361         ADD 1 TO WS-CEN-OVERFLOW
009362         GO TO 1340-EXIT
009363     END-IF
009364
009365     ADD 1 TO WS-CEN-COUNT
009366     MOVE WS-CEN-COUNT TO WS-CEN-IDX
009367     PERFORM 1345-CLEAR-CENSUS-ENTRY THRU 1345-EXIT
009368
009369     MOVE WS-CEN-LOOKUP TO WS-CEN-SOURCE(WS-CEN-IDX)
009370     IF REGISTRY-AVAILABLE
009371         MOVE 'N' TO WS-CEN-REG-SW(WS-CEN-IDX)
009372     END-IF
009373     SET CENSUS-ENTRY-FOUND TO TRUE.
009374
009375 1340-EXIT.
009376     EXIT.
009377
009378 1345-CLEAR-CENSUS-ENTRY.
009379     MOVE SPACES TO WS-CEN-SOURCE(WS-CEN-IDX)
009380     MOVE SPACES TO WS-CEN-NAME(WS-CEN-IDX)
009381     MOVE SPACE  TO WS-CEN-REG-SW(WS-CEN-IDX)
009382     MOVE 'N'    TO WS-CEN-NIGHTLY-SW(WS-CEN-IDX)
009383     MOVE 0 TO WS-CEN-VOL-MIN(WS-CEN-IDX)
009384     MOVE 0 TO WS-CEN-VOL-MAX(WS-CEN-IDX)
009385     MOVE 0 TO WS-CEN-VOLUME(WS-CEN-IDX)
009386     MOVE 0 TO WS-CEN-REJECTED(WS-CEN-IDX)
009387     MOVE 0 TO WS-CEN-REJ-CODE(WS-CEN-IDX)
009388     MOVE 0 TO WS-CEN-REJ-CLASS(WS-CEN-IDX)
009389     MOVE 0 TO WS-CEN-REJ-DATE(WS-CEN-IDX)
009390     MOVE 0 TO WS-CEN-REJ-PCT(WS-CEN-IDX)
009391     MOVE 0 TO WS-CEN-TRL-NIGHTS(WS-CEN-IDX)
009392     MOVE 0 TO WS-CEN-TRL-LAST(WS-CEN-IDX)
009393     MOVE 0 TO WS-CEN-TRL-VOLUME(WS-CEN-IDX)
009394     MOVE 0 TO WS-CEN-TRL-REJECTED(WS-CEN-IDX)
009395     MOVE 0 TO WS-CEN-AVG-VOLUME(WS-CEN-IDX)
009396     MOVE 0 TO WS-CEN-AVG-REJ-PCT(WS-CEN-IDX)
009397     MOVE SPACE TO WS-CEN-MISSING-SW(WS-CEN-IDX)
009398     MOVE SPACE TO WS-CEN-RANGE-SW(WS-CEN-IDX)
009399     MOVE SPACE TO WS-CEN-TREND-SW(WS-CEN-IDX)
009400     MOVE SPACE TO WS-CEN-REJECT-SW(WS-CEN-IDX).
009401
009402 1345-EXIT.
009403     EXIT.
009404
009405*****************************************************************
009406*    1400-CHECK-SOURCES - TONIGHT'S COUNTS AGAINST THE REGISTRY *
009407*                         AND EACH CENTER'S TRAILING AVERAGE,   *
009408*                         BEFORE THE FIRST RECORD IS REVERSED.  *
009409*                         A FLAG IS A WARNING - THE RUN GOES ON *
009410*                         AND ENDS RC 4 - SO ONE LATE CENTER    *
009411*                         NEVER HOLDS BACK THE OTHERS' CODES.   *
009412*                         ONLY THE NIGHTLY RUN (CYCLE 01) CAN   *
009413*                         CALL A CENTER MISSING; AN OFF-CYCLE   *
009414*                         RUN CARRIES ONLY THE LATE EXTRACT.    *
009415*                         THE REJECT PERCENTAGE IS CHECKED AT   *
009416*                         THE END, ONCE THE EDIT HAS RUN (SEE   *
009417*                         3300-TALLY-SOURCE-REJECTS).           *
009418*****************************************************************
009419 1400-CHECK-SOURCES.
009420     PERFORM 1410-LOAD-TRAILING-HISTORY THRU 1410-EXIT
009421
009422     PERFORM 1420-CHECK-ONE-SOURCE THRU 1420-EXIT
009423         VARYING WS-CEN-IDX FROM 1 BY 1
009424         UNTIL WS-CEN-IDX > WS-CEN-COUNT.
009425
009426 1400-EXIT.
009427     EXIT.
009428
009429*****************************************************************
009430*    1410-LOAD-TRAILING-HISTORY - ADD UP EACH CENTER'S SRCSTAT  *
009431*                                 RECORDS FOR THE WS-TRL-DAYS   *
009432*                                 DAYS BEFORE THE RUN DATE -    *
009433*                                 VOLUME, EXTRACT REJECTS, AND  *
009434*                                 THE NIGHTS IT SENT ANYTHING   *
009435*                                 (A SECOND CYCLE THE SAME      *
009436*                                 NIGHT ADDS TO THAT NIGHT).    *
009437*                                 NO SRCSTAT YET MEANS NO       *
009438*                                 HISTORY - THE AVERAGES ARE    *
009439*                                 SIMPLY NOT JUDGED.            *
009440*****************************************************************
009441 1410-LOAD-TRAILING-HISTORY.
009442     SET REVDATE-DATE-TO-ABS TO TRUE
009443     MOVE WS-RUN-DATE TO REVDATE-DATE
009444     CALL 'REVDATE' USING REVDATE-PARMS
009445
009446     IF NOT REVDATE-SUCCESS
009447         GO TO 1410-EXIT
009448     END-IF
009449
009450     COMPUTE REVDATE-ABSTIME =
009451         REVDATE-ABSTIME - WS-TRL-DAYS * 86400000
009452     SET REVDATE-ABS-TO-DATE TO TRUE
009453     CALL 'REVDATE' USING REVDATE-PARMS
009454
009455     IF NOT REVDATE-SUCCESS
009456         GO TO 1410-EXIT
009457     END-IF
009458
009459     MOVE REVDATE-DATE TO WS-TRL-FROM-DATE
009460
009461     OPEN INPUT SRC-STAT-FILE
009462
009463     IF NOT SSTA-FILE-OPEN-OK
009464         DISPLAY 'REVBATCH: NO SRCSTAT SOURCE HISTORY YET - '
009465             'TRAILING AVERAGES NOT CHECKED'
009466         GO TO 1410-EXIT
009467     END-IF
009468
009469     MOVE WS-TRL-FROM-DATE TO REVSST-RUN-DATE
009470     MOVE 0 TO REVSST-RUN-CYCLE
009471     MOVE LOW-VALUES TO REVSST-SOURCE
009472     START SRC-STAT-FILE KEY NOT < REVSST-KEY
009473         INVALID KEY
009474             SET END-OF-SOURCE-STATS TO TRUE
009475     END-START
009476
009477     IF NOT END-OF-SOURCE-STATS
009478         PERFORM 1418-READ-SOURCE-STAT THRU 1418-EXIT
009479     END-IF
009480
009481     PERFORM 1415-TAKE-ONE-HISTORY-ROW THRU 1415-EXIT
009482         UNTIL END-OF-SOURCE-STATS
009483
009484     CLOSE SRC-STAT-FILE.
009485
009486 1410-EXIT.
009487     EXIT.
009488
009489 1415-TAKE-ONE-HISTORY-ROW.
009490     IF REVSST-VOLUME > 0
009491         MOVE REVSST-SOURCE TO WS-CEN-LOOKUP
009492         PERFORM 1330-FIND-CENSUS-ENTRY THRU 1330-EXIT
009493         IF CENSUS-ENTRY-FOUND
009494             PERFORM 1416-ADD-HISTORY-ROW THRU 1416-EXIT
009495         END-IF
009496     END-IF
009497
009498     PERFORM 1418-READ-SOURCE-STAT THRU 1418-EXIT.
009499
009500 1415-EXIT.
009501     EXIT.
009502
009503 1416-ADD-HISTORY-ROW.
009504     ADD REVSST-VOLUME   TO WS-CEN-TRL-VOLUME(WS-CEN-IDX)
009505     ADD REVSST-REJECTED TO WS-CEN-TRL-REJECTED(WS-CEN-IDX)
009506
009507     IF REVSST-RUN-DATE NOT = WS-CEN-TRL-LAST(WS-CEN-IDX)
009508         ADD 1 TO WS-CEN-TRL-NIGHTS(WS-CEN-IDX)
009509         MOVE REVSST-RUN-DATE TO WS-CEN-TRL-LAST(WS-CEN-IDX)
009510     END-IF.
009511
009512 1416-EXIT.
009513     EXIT.
009514
009515*****************************************************************
009516*    1418-READ-SOURCE-STAT - NEXT SRCSTAT RECORD.  THE WINDOW   *
009517*                            ENDS AT THE RUN DATE - TONIGHT'S   *
009518*                            OWN EARLIER CYCLES ARE NOT PART    *
009519*                            OF THE AVERAGE                     *
009520*****************************************************************
009521 1418-READ-SOURCE-STAT.
009522     READ SRC-STAT-FILE NEXT
009523         AT END
009524             SET END-OF-SOURCE-STATS TO TRUE
009525             GO TO 1418-EXIT
009526     END-READ
009527
009528     IF REVSST-RUN-DATE NOT < WS-RUN-DATE
009529         SET END-OF-SOURCE-STATS TO TRUE
009530     END-IF.
009531
009532 1418-EXIT.
009533     EXIT.
009534
009535*****************************************************************
009536*    1420-CHECK-ONE-SOURCE - WORK OUT ONE CENTER'S TRAILING     *
009537*                            AVERAGES AND FLAG IT IF IT IS NOT  *
009538*                            REGISTERED, IS EXPECTED NIGHTLY    *
009539*                            BUT SENT NOTHING, OR SENT A VOLUME *
009540*                            OUTSIDE ITS REGISTERED RANGE OR    *
009541*                            FAR OFF ITS AVERAGE NIGHT          *
009542*****************************************************************
009543 1420-CHECK-ONE-SOURCE.
009544     IF WS-CEN-TRL-NIGHTS(WS-CEN-IDX) > 0
009545         COMPUTE WS-CEN-AVG-VOLUME(WS-CEN-IDX) ROUNDED =
009546             WS-CEN-TRL-VOLUME(WS-CEN-IDX)
009547             / WS-CEN-TRL-NIGHTS(WS-CEN-IDX)
009548         COMPUTE WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) ROUNDED =
009549             WS-CEN-TRL-REJECTED(WS-CEN-IDX) * 100
009550             / WS-CEN-TRL-VOLUME(WS-CEN-IDX)
009551     END-IF
009552
009553     IF CEN-UNREGISTERED(WS-CEN-IDX)
009554         DISPLAY 'REVBATCH: SOURCE ' WS-CEN-SOURCE(WS-CEN-IDX)
009555             ' IS NOT ON THE SRCREG REGISTRY - RECORDS = '
009556             WS-CEN-VOLUME(WS-CEN-IDX)
009557         SET SOURCE-CHECK-FLAGGED TO TRUE
009558     END-IF
009559
009560     IF WS-CEN-VOLUME(WS-CEN-IDX) = 0
009561         IF WS-RUN-CYCLE = 1
009562            AND CEN-EXPECTED-NIGHTLY(WS-CEN-IDX)
009563             SET CEN-MISSING(WS-CEN-IDX) TO TRUE
009564             DISPLAY 'REVBATCH: NO EXTRACT FROM EXPECTED SOURCE '
009565                 WS-CEN-SOURCE(WS-CEN-IDX) ' '
009566                 WS-CEN-NAME(WS-CEN-IDX)
009567             SET SOURCE-CHECK-FLAGGED TO TRUE
009568         END-IF
009569         GO TO 1420-EXIT
009570     END-IF
009571
009572     IF WS-CEN-VOL-MIN(WS-CEN-IDX) > 0
009573        AND WS-CEN-VOLUME(WS-CEN-IDX) < WS-CEN-VOL-MIN(WS-CEN-IDX)
009574         SET CEN-BELOW-RANGE(WS-CEN-IDX) TO TRUE
009575     END-IF
009576
009577     IF WS-CEN-VOL-MAX(WS-CEN-IDX) > 0
009578        AND WS-CEN-VOLUME(WS-CEN-IDX) > WS-CEN-VOL-MAX(WS-CEN-IDX)
009579         SET CEN-ABOVE-RANGE(WS-CEN-IDX) TO TRUE
009580     END-IF
009581
009582     IF WS-CEN-TRL-NIGHTS(WS-CEN-IDX) NOT < WS-TRL-MIN-NIGHTS
009583         IF WS-CEN-VOLUME(WS-CEN-IDX) * 100 <
009584            WS-CEN-AVG-VOLUME(WS-CEN-IDX) * WS-VOL-LOW-PCT
009585             SET CEN-LOW-VS-AVERAGE(WS-CEN-IDX) TO TRUE
009586         END-IF
009587         IF WS-CEN-VOLUME(WS-CEN-IDX) * 100 >
009588            WS-CEN-AVG-VOLUME(WS-CEN-IDX) * WS-VOL-HIGH-PCT
009589             SET CEN-HIGH-VS-AVERAGE(WS-CEN-IDX) TO TRUE
009590         END-IF
009591     END-IF
009592
009593     IF WS-CEN-RANGE-SW(WS-CEN-IDX) NOT = SPACE
009594        OR WS-CEN-TREND-SW(WS-CEN-IDX) NOT = SPACE
009595         DISPLAY 'REVBATCH: SOURCE ' WS-CEN-SOURCE(WS-CEN-IDX)
009596             ' VOLUME ' WS-CEN-VOLUME(WS-CEN-IDX)
009597             ' IS OFF - RANGE ' WS-CEN-VOL-MIN(WS-CEN-IDX)
009598             '-' WS-CEN-VOL-MAX(WS-CEN-IDX)
009599             ' AVERAGE ' WS-CEN-AVG-VOLUME(WS-CEN-IDX)
009600         SET SOURCE-CHECK-FLAGGED TO TRUE
009601     END-IF.
009602
009603 1420-EXIT.
009604     EXIT.
009200
009210*****************************************************************
009220*    2000-PROCESS-ONE-RECORD - EDIT THE RECORD JUST READ; A      *
010000     EXIT.
010100
010200*****************************************************************
010300*    2100-READ-CODE-IN - READ NEXT INPUT CODE, SET EOF SWITCH.  *
010310*                        AT THE END OF CODEIN THE RUN MOVES ON  *
010320*                        TO THE CORRECTED REJECTS ON CORRIN;    *
010330*                        EOF IS SET ONLY WHEN BOTH ARE DONE.    *
010400*****************************************************************
010500 2100-READ-CODE-IN.
010510     IF READING-CORRECTIONS
010520         PERFORM 2110-READ-CORRECTION THRU 2110-EXIT
010530         GO TO 2100-EXIT
010540     END-IF
010550
010600     READ CODE-IN-FILE
010700         AT END
010750             MOVE WS-RECS-REJECTED TO WS-EXTRACT-REJECTS
010800             SET READING-CORRECTIONS TO TRUE
010810             PERFORM 2110-READ-CORRECTION THRU 2110-EXIT
010900         NOT AT END
011000             ADD 1 TO WS-RECS-READ
011100     END-READ.
011200
011300 2100-EXIT.
011400     EXIT.
011402
011404*****************************************************************
011406*    2110-READ-CORRECTION - NEXT CORRECTED REJECT FROM CORRIN,  *
011408*                           LAID INTO THE CODEIN RECORD AREA SO *
011410*                           THE EDIT, REVERSAL AND WRITE        *
011412*                           PARAGRAPHS TREAT IT LIKE ANY OTHER  *
011414*                           INPUT RECORD.  NO CORRIN DATA SET   *
011416*                           SIMPLY MEANS NO CORRECTIONS TONIGHT *
011418*****************************************************************
011420 2110-READ-CORRECTION.
011422     IF NOT CORR-FILE-AVAILABLE
011424         MOVE 'Y' TO WS-EOF-SW
011426         GO TO 2110-EXIT
011428     END-IF
011430
011432     READ CORR-IN-FILE INTO CODE-IN-RECORD
011434         AT END
011436             MOVE 'Y' TO WS-EOF-SW
011438         NOT AT END
011440             ADD 1 TO WS-RECS-READ
011442             ADD 1 TO WS-CORR-READ
011444     END-READ.
011446
011448 2110-EXIT.
011450     EXIT.
011410
011420*****************************************************************
011430*    2150-EDIT-CODE-IN - RUN THE RECORD JUST READ THROUGH THE   *
011890*                       DOWNSTREAM LEGACY LOADER                *
011900*****************************************************************
012000 2200-REVERSE-CODE.
012100     EVALUATE TRUE
012105         WHEN RUN-MODE-WORDS
012110             SET REVLINK-REVERSE-WORDS TO TRUE
012115         WHEN RUN-MODE-SEGMENTS
012117             SET REVLINK-REVERSE-SEGMENTS TO TRUE
012120         WHEN OTHER
012130             SET REVLINK-REVERSE-CHARS TO TRUE
012140     END-EVALUATE
012200     MOVE SPACES TO REVLINK-WORDIN
012300     MOVE CI-CODE TO REVLINK-WORDIN
012400
015332*                               PASS-THROUGH FIELDS, THE MODE,   *
015334*                               AND THE RECORD'S POSITION IN     *
015336*                               THE RUN.  A RESTARTED RUN (OR A  *
015338*                               RERUN OF THE SAME CYCLE) FINDS   *
015340*                               THE KEY ALREADY PRESENT AND      *
015342*                               REWRITES IT IN PLACE.            *
015344*****************************************************************
015346 2350-WRITE-BATCH-HISTORY.
015348     MOVE CO-CODE        TO REVBHS-CODE
015350     MOVE WS-RUN-DATE    TO REVBHS-RUN-DATE
015351     MOVE WS-RUN-CYCLE   TO REVBHS-RUN-CYCLE
015352     MOVE CI-CODE        TO REVBHS-ORIG-CODE
015354     MOVE CI-PROD-CLASS  TO REVBHS-PROD-CLASS
015356     MOVE CI-EFF-DATE    TO REVBHS-EFF-DATE
015498     MOVE WS-RUN-MODE TO RESTART-MODE
015499     MOVE WS-SRC-COUNT TO RESTART-SRC-COUNT
015501     MOVE WS-SRC-OVERFLOW TO RESTART-SRC-OVERFLOW
015502     MOVE WS-RUN-DATE TO RESTART-RUN-DATE
015503     MOVE WS-RUN-CYCLE TO RESTART-RUN-CYCLE
015504     MOVE WS-EXTRACT-REJECTS TO RESTART-EXTRACT-REJECTS
015502
015503     PERFORM 2550-SAVE-ONE-SOURCE THRU 2550-EXIT
015504         VARYING WS-SRC-IDX FROM 1 BY 1
015800*****************************************************************
015900 3000-TERMINATE.
015910     PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT
015912
015914     PERFORM 3300-TALLY-SOURCE-REJECTS THRU 3300-EXIT
015920
015930     PERFORM 3500-WRITE-EDIT-REPORT THRU 3500-EXIT
015935
015936     PERFORM 3600-POST-RUN-REGISTER THRU 3600-EXIT
015937
015938     PERFORM 3700-POST-SOURCE-STATS THRU 3700-EXIT
015940
016000     CLOSE CODE-IN-FILE
016005     CLOSE CORR-IN-FILE
016010     CLOSE CODE-OUT-FILE
016015     CLOSE CODE-REJ-FILE
016016     CLOSE BATCH-HIST-FILE
016100
016200     DISPLAY 'REVBATCH: RECORDS READ     = ' WS-RECS-READ
016300     DISPLAY 'REVBATCH: RECORDS WRITTEN  = ' WS-RECS-WRITTEN
016302     DISPLAY 'REVBATCH: CORRECTIONS READ = ' WS-CORR-READ
016305     DISPLAY 'REVBATCH: RECORDS REJECTED = ' WS-RECS-REJECTED
016307     DISPLAY 'REVBATCH: RECORDS PENDED   = ' WS-RECS-PENDED
016310     DISPLAY 'REVBATCH: HASH TOTAL       = ' REVCTL-TRL-HASH
016380         DISPLAY 'REVBATCH: SOURCE TABLE FULL - RECORDS WITH '
016382             'NO TRS TRAILER = ' WS-SRC-OVERFLOW
016384         MOVE 4 TO RETURN-CODE
016386     END-IF
016388
016390     IF SOURCE-CHECK-FLAGGED
016392         DISPLAY 'REVBATCH: SOURCE CHECK FLAGGED - SEE EDITRPT'
016394         MOVE 4 TO RETURN-CODE
016396     END-IF.
016400
016500 3000-EXIT.
016600     EXIT.
016660
016670 3200-EXIT.
016680     EXIT.
016681
016682*****************************************************************
016683*    3300-TALLY-SOURCE-REJECTS - CHARGE EACH CODEIN REJECT TO   *
016684*                                ITS CENTER BY READING BACK THE *
016685*                                CODEREJ SLOTS WRITTEN BEFORE   *
016686*                                THE RUN MOVED ON TO CORRIN - A *
016687*                                CORRECTION THAT REJECTS AGAIN  *
016688*                                IS NOT THE CENTER'S.  READING  *
016689*                                THE FILE RATHER THAN COUNTING  *
016690*                                AS THE RUN GOES KEEPS THE      *
016691*                                TALLY WHOLE ACROSS A RESTART.  *
016692*                                THEN CHECK EACH CENTER'S       *
016693*                                REJECT PERCENTAGE AGAINST ITS  *
016694*                                TRAILING AVERAGE.              *
016695*****************************************************************
016696 3300-TALLY-SOURCE-REJECTS.
016697     PERFORM 3310-TALLY-ONE-REJECT THRU 3310-EXIT
016698         VARYING WS-REJ-RRN FROM 1 BY 1
016699         UNTIL WS-REJ-RRN > WS-EXTRACT-REJECTS
016700
016701     PERFORM 3320-CHECK-ONE-REJECT-RATE THRU 3320-EXIT
016702         VARYING WS-CEN-IDX FROM 1 BY 1
016703         UNTIL WS-CEN-IDX > WS-CEN-COUNT.
016704
016705 3300-EXIT.
016706     EXIT.
016707
016708 3310-TALLY-ONE-REJECT.
016709     READ CODE-REJ-FILE
016710         INVALID KEY
016711             GO TO 3310-EXIT
016712     END-READ
016713
016714     MOVE CRJ-SOURCE TO WS-CEN-LOOKUP
016715     PERFORM 1330-FIND-CENSUS-ENTRY THRU 1330-EXIT
016716
016717     IF NOT CENSUS-ENTRY-FOUND
016718         GO TO 3310-EXIT
016719     END-IF
016720
016721     ADD 1 TO WS-CEN-REJECTED(WS-CEN-IDX)
016722
016723     EVALUATE TRUE
016724         WHEN CRJ-BAD-CODE
016725             ADD 1 TO WS-CEN-REJ-CODE(WS-CEN-IDX)
016726         WHEN CRJ-BAD-CLASS
016727             ADD 1 TO WS-CEN-REJ-CLASS(WS-CEN-IDX)
016728         WHEN CRJ-BAD-DATE
016729             ADD 1 TO WS-CEN-REJ-DATE(WS-CEN-IDX)
016730     END-EVALUATE.
016731
016732 3310-EXIT.
016733     EXIT.
016734
016735 3320-CHECK-ONE-REJECT-RATE.
016736     IF WS-CEN-VOLUME(WS-CEN-IDX) = 0
016737         GO TO 3320-EXIT
016738     END-IF
016739
016740     COMPUTE WS-CEN-REJ-PCT(WS-CEN-IDX) ROUNDED =
016741         WS-CEN-REJECTED(WS-CEN-IDX) * 100
016742         / WS-CEN-VOLUME(WS-CEN-IDX)
016743
016744     IF WS-CEN-TRL-NIGHTS(WS-CEN-IDX) < WS-TRL-MIN-NIGHTS
016745         GO TO 3320-EXIT
016746     END-IF
016747
016748     IF WS-CEN-REJ-PCT(WS-CEN-IDX) >
016749        WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) * WS-REJ-FACTOR
016750        AND WS-CEN-REJ-PCT(WS-CEN-IDX) -
016751        WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) NOT < WS-REJ-MARGIN
016752         SET CEN-REJECT-RATE-HIGH(WS-CEN-IDX) TO TRUE
016753         MOVE WS-CEN-REJ-PCT(WS-CEN-IDX) TO WS-EDIT-PCT
016754         MOVE WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) TO WS-EDIT-AVG-PCT
016755         DISPLAY 'REVBATCH: SOURCE ' WS-CEN-SOURCE(WS-CEN-IDX)
016756             ' REJECTED ' WS-EDIT-PCT ' PCT AGAINST AN AVERAGE '
016757             'OF ' WS-EDIT-AVG-PCT
016758         SET SOURCE-CHECK-FLAGGED TO TRUE
016759     END-IF.
016760
016761 3320-EXIT.
016762     EXIT.
016700
016710*****************************************************************
016720*    3100-WRITE-TRAILER - WRITE ONE PER-SOURCE TRS TRAILER PER   *
017012     MOVE SPACES TO EDIT-REPORT-LINE
017014     WRITE EDIT-REPORT-LINE
017016
017018     MOVE 'RECORDS READ (CODEIN AND CORRIN):' TO WSE-LABEL
017020     MOVE WS-RECS-READ TO WSE-COUNT
017022     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017023
017024     MOVE '  OF WHICH CORRECTIONS (CORRIN):' TO WSE-LABEL
017025     MOVE WS-CORR-READ TO WSE-COUNT
017026     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017027
017026     MOVE 'PASSED TO REVERSAL:' TO WSE-LABEL
017028     COMPUTE WSE-COUNT = WS-RECS-WRITTEN + WS-RECS-PENDED
017030     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017071     MOVE WS-REJ-SRC-COUNT TO WSE-COUNT
017073     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017075
017076     PERFORM 3550-WRITE-SOURCE-CHECK THRU 3550-EXIT
017077
017072     CLOSE EDIT-REPORT-FILE.
017074
017076 3500-EXIT.
017078     EXIT.
017079
017080*****************************************************************
017081*    3550-WRITE-SOURCE-CHECK - ONE LINE PER CENTER ON THE       *
017082*                              SOURCE CHECK TABLE - TONIGHT'S   *
017083*                              VOLUME AND REJECTS BESIDE ITS    *
017084*                              TRAILING AVERAGES, AND WHAT THE  *
017085*                              CHECK FOUND                      *
017086*****************************************************************
017087 3550-WRITE-SOURCE-CHECK.
017088     MOVE SPACES TO EDIT-REPORT-LINE
017089     WRITE EDIT-REPORT-LINE
017090
017091     MOVE WS-RUN-DATE  TO WSS-HDG-DATE
017092     MOVE WS-RUN-CYCLE TO WSS-HDG-CYCLE
017093     WRITE EDIT-REPORT-LINE FROM WS-SOURCE-HEADING
017094     MOVE SPACES TO EDIT-REPORT-LINE
017095     WRITE EDIT-REPORT-LINE
017096
017097     IF NOT REGISTRY-AVAILABLE
017098         MOVE 'SRCREG NOT AVAILABLE - MISSING AND UNREGISTERED '
017099             TO WSN-TEXT
017100         MOVE 'SOURCES WERE NOT CHECKED' TO WSN-TEXT(49:)
017101         WRITE EDIT-REPORT-LINE FROM WS-SOURCE-NOTE-LINE
017102     END-IF
017103
017104     WRITE EDIT-REPORT-LINE FROM WS-SOURCE-HEADS
017105
017106     PERFORM 3555-PRINT-ONE-SOURCE THRU 3555-EXIT
017107         VARYING WS-CEN-IDX FROM 1 BY 1
017108         UNTIL WS-CEN-IDX > WS-CEN-COUNT
017109
017110     MOVE SPACES TO EDIT-REPORT-LINE
017111     WRITE EDIT-REPORT-LINE
017112
017113     MOVE 'SOURCES FLAGGED:' TO WSE-LABEL
017114     MOVE WS-CEN-FLAGGED TO WSE-COUNT
017115     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017116
017117     MOVE 'CODEIN RECORDS WITH NO SOURCE ID:' TO WSE-LABEL
017118     MOVE WS-CEN-BLANK TO WSE-COUNT
017119     WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017120
017121     IF WS-CEN-OVERFLOW > 0
017122         MOVE 'CODEIN RECORDS NOT CHECKED (TABLE):'
017123             TO WSE-LABEL
017124         MOVE WS-CEN-OVERFLOW TO WSE-COUNT
017125         WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
017126     END-IF.
017127
017128 3550-EXIT.
017129     EXIT.
017130
017131 3555-PRINT-ONE-SOURCE.
017132     MOVE SPACES TO WS-FIND-TEXT
017133     MOVE 1 TO WS-FIND-PTR
017134
017135     IF CEN-MISSING(WS-CEN-IDX)
017136         STRING 'MISSING ' DELIMITED BY SIZE
017137             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017138     END-IF
017139     IF CEN-UNREGISTERED(WS-CEN-IDX)
017140         STRING 'UNREGISTERED ' DELIMITED BY SIZE
017141             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017142     END-IF
017143     IF CEN-BELOW-RANGE(WS-CEN-IDX)
017144         STRING 'BELOW MIN ' DELIMITED BY SIZE
017145             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017146     END-IF
017147     IF CEN-ABOVE-RANGE(WS-CEN-IDX)
017148         STRING 'ABOVE MAX ' DELIMITED BY SIZE
017149             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017150     END-IF
017151     IF CEN-LOW-VS-AVERAGE(WS-CEN-IDX)
017152         STRING 'LOW VS AVG ' DELIMITED BY SIZE
017153             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017154     END-IF
017155     IF CEN-HIGH-VS-AVERAGE(WS-CEN-IDX)
017156         STRING 'HIGH VS AVG ' DELIMITED BY SIZE
017157             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017158     END-IF
017159     IF CEN-REJECT-RATE-HIGH(WS-CEN-IDX)
017160         STRING 'REJECTS HIGH ' DELIMITED BY SIZE
017161             INTO WS-FIND-TEXT WITH POINTER WS-FIND-PTR
017162     END-IF
017163
017164     IF WS-FIND-TEXT NOT = SPACES
017165         ADD 1 TO WS-CEN-FLAGGED
017166     END-IF
017167
017168     MOVE WS-CEN-SOURCE(WS-CEN-IDX)      TO WSS-SOURCE
017169     MOVE WS-CEN-NAME(WS-CEN-IDX)        TO WSS-NAME
017170     MOVE WS-CEN-NIGHTLY-SW(WS-CEN-IDX)  TO WSS-NIGHTLY
017171     IF NOT CEN-REGISTERED(WS-CEN-IDX)
017172         MOVE SPACE TO WSS-NIGHTLY
017173     END-IF
017174     MOVE WS-CEN-VOLUME(WS-CEN-IDX)      TO WSS-VOLUME
017175     MOVE WS-CEN-AVG-VOLUME(WS-CEN-IDX)  TO WSS-AVG-VOLUME
017176     MOVE WS-CEN-TRL-NIGHTS(WS-CEN-IDX)  TO WSS-NIGHTS
017177     MOVE WS-CEN-REJECTED(WS-CEN-IDX)    TO WSS-REJECTED
017178     MOVE WS-CEN-REJ-PCT(WS-CEN-IDX)     TO WSS-REJ-PCT
017179     MOVE WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) TO WSS-AVG-REJ-PCT
017180     MOVE WS-FIND-TEXT                   TO WSS-FINDINGS
017181
017182     WRITE EDIT-REPORT-LINE FROM WS-SOURCE-LINE.
017183
017184 3555-EXIT.
017185     EXIT.
017080
017082*****************************************************************
017084*    3600-POST-RUN-REGISTER - THE RUN FINISHED CLEAN - PUT ITS   *
017090*                             RECORD GOES ON MARKED UNVERIFIED;  *
017092*                             REVCOCHK POSTS ITS PASS OR FAIL    *
017094*                             AGAINST IT ON RECEIPT.  A RERUN    *
017096*                             OF THE SAME RUN CYCLE FINDS THE    *
017098*                             KEY PRESENT AND REWRITES IT.  IF   *
017100*                             THE CLUSTER IS EMPTY IT IS LAID    *
017102*                             DOWN FIRST, LIKE CODEOUT.          *
017122
017123     MOVE SPACES TO REVRRG-RECORD
017124     MOVE WS-RUN-DATE      TO REVRRG-RUN-DATE
017125     MOVE WS-RUN-CYCLE     TO REVRRG-RUN-CYCLE
017126     MOVE WS-RUN-MODE      TO REVRRG-MODE
017128     MOVE WS-RECS-READ     TO REVRRG-RECS-READ
017130     MOVE WS-RECS-WRITTEN  TO REVRRG-RECS-WRITTEN
017170
017172 3600-EXIT.
017174     EXIT.
017175
017176*****************************************************************
017177*    3700-POST-SOURCE-STATS - LEAVE ONE SRCSTAT RECORD PER      *
017178*                             CENTER THAT SENT ANYTHING, AND    *
017179*                             ONE PER CENTER FLAGGED MISSING,   *
017180*                             FOR TOMORROW'S AVERAGES AND THE   *
017181*                             MONTHLY REVSRCSC SCORECARD.  A    *
017182*                             RERUN OF THE SAME RUN CYCLE       *
017183*                             FINDS ITS KEYS PRESENT AND        *
017184*                             REWRITES THEM.  IF THE CLUSTER    *
017185*                             IS EMPTY IT IS LAID DOWN FIRST,   *
017186*                             LIKE RUNREG.                      *
017187*****************************************************************
017188 3700-POST-SOURCE-STATS.
017189     OPEN I-O SRC-STAT-FILE
017190
017191     IF NOT SSTA-FILE-OPEN-OK
017192         OPEN OUTPUT SRC-STAT-FILE
017193         CLOSE SRC-STAT-FILE
017194         OPEN I-O SRC-STAT-FILE
017195     END-IF
017196
017197     PERFORM 3710-POST-ONE-SOURCE THRU 3710-EXIT
017198         VARYING WS-CEN-IDX FROM 1 BY 1
017199         UNTIL WS-CEN-IDX > WS-CEN-COUNT
017200
017201     CLOSE SRC-STAT-FILE.
017202
017203 3700-EXIT.
017204     EXIT.
017205
017206 3710-POST-ONE-SOURCE.
017207     IF WS-CEN-VOLUME(WS-CEN-IDX) = 0
017208        AND NOT CEN-MISSING(WS-CEN-IDX)
017209         GO TO 3710-EXIT
017210     END-IF
017211
017212     MOVE SPACES TO REVSST-RECORD
017213     MOVE WS-RUN-DATE  TO REVSST-RUN-DATE
017214     MOVE WS-RUN-CYCLE TO REVSST-RUN-CYCLE
017215     MOVE WS-CEN-SOURCE(WS-CEN-IDX)      TO REVSST-SOURCE
017216     MOVE WS-CEN-REG-SW(WS-CEN-IDX)      TO REVSST-REGISTERED-SW
017217     MOVE WS-CEN-NIGHTLY-SW(WS-CEN-IDX)  TO REVSST-NIGHTLY-SW
017218     MOVE WS-CEN-VOLUME(WS-CEN-IDX)      TO REVSST-VOLUME
017219     MOVE WS-CEN-REJECTED(WS-CEN-IDX)    TO REVSST-REJECTED
017220     MOVE WS-CEN-REJ-CODE(WS-CEN-IDX)    TO REVSST-REJ-CODE
017221     MOVE WS-CEN-REJ-CLASS(WS-CEN-IDX)   TO REVSST-REJ-CLASS
017222     MOVE WS-CEN-REJ-DATE(WS-CEN-IDX)    TO REVSST-REJ-DATE
017223     MOVE WS-CEN-REJ-PCT(WS-CEN-IDX)     TO REVSST-REJ-PCT
017224     MOVE WS-CEN-TRL-NIGHTS(WS-CEN-IDX)  TO REVSST-AVG-NIGHTS
017225     MOVE WS-CEN-AVG-VOLUME(WS-CEN-IDX)  TO REVSST-AVG-VOLUME
017226     MOVE WS-CEN-AVG-REJ-PCT(WS-CEN-IDX) TO REVSST-AVG-REJ-PCT
017227     MOVE WS-CEN-MISSING-SW(WS-CEN-IDX)  TO REVSST-MISSING-SW
017228     MOVE WS-CEN-RANGE-SW(WS-CEN-IDX)    TO REVSST-RANGE-SW
017229     MOVE WS-CEN-TREND-SW(WS-CEN-IDX)    TO REVSST-TREND-SW
017230     MOVE WS-CEN-REJECT-SW(WS-CEN-IDX)   TO REVSST-REJECT-SW
017231
017232     WRITE REVSST-RECORD
017233
017234     IF SSTA-DUPLICATE-KEY
017235         REWRITE REVSST-RECORD
017236     END-IF.
017237
017238 3710-EXIT.
017239     EXIT.
017184
017194*****************************************************************
017204*    9800-LOG-JOB-START - APPEND THIS RUN'S START EVENT TO THE  *
017214*                         SHARED JOB-EVENT FILE (SEE REVJPARM)  *
017224*****************************************************************
017234 9800-LOG-JOB-START.
017244     SET REVJEVW-JOB-START TO TRUE
017254     MOVE 'REVBATCH' TO REVJEVW-JOB-NAME
017264     CALL 'REVJEVW' USING REVJEVW-PARMS.
017274
017284 9800-EXIT.
017294     EXIT.
017304
017314*****************************************************************
017324*    9810-LOG-JOB-END - APPEND THE END EVENT - RETURN CODE AND  *
017334*                       KEY COUNTS                              *
017344*****************************************************************
017354 9810-LOG-JOB-END.
017364     SET REVJEVW-JOB-END TO TRUE
017374     MOVE RETURN-CODE TO REVJEVW-RETURN-CODE
017384     MOVE 'READ' TO REVJEVW-COUNT-NAME(1)
017394     MOVE WS-RECS-READ TO REVJEVW-COUNT(1)
017404     MOVE 'WRITTEN' TO REVJEVW-COUNT-NAME(2)
017414     MOVE WS-RECS-WRITTEN TO REVJEVW-COUNT(2)
017424     MOVE 'REJECTED' TO REVJEVW-COUNT-NAME(3)
017434     MOVE WS-RECS-REJECTED TO REVJEVW-COUNT(3)
017444     MOVE 'PENDED' TO REVJEVW-COUNT-NAME(4)
017454     MOVE WS-RECS-PENDED TO REVJEVW-COUNT(4)
017464     MOVE 'CORRIN' TO REVJEVW-COUNT-NAME(5)
017474     MOVE WS-CORR-READ TO REVJEVW-COUNT(5)
017484     MOVE 'CYCLE' TO REVJEVW-COUNT-NAME(6)
017494     MOVE WS-RUN-CYCLE TO REVJEVW-COUNT(6)
017504
017514     CALL 'REVJEVW' USING REVJEVW-PARMS.
017524
017534 9810-EXIT.
017544     EXIT.
