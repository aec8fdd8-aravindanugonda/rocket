001810*   2026-09-02  DO   ADDED THE SOURCE IDENTIFIER AND ITS SRC  *
001820*                    REASON, IN STEP WITH THE NEW CI-SOURCE    *
001830*                    FIELD ON THE EXTRACT (SEE REVCINR).       *
001840*   2026-10-15  DO   PRODUCT CLASSES NOW COME FROM THE RVPCLS  *
001850*                    FILE (SEE REVPCLR) - THE CALLER PASSES    *
001860*                    THE RUN DATE AND THE CLASS TABLE, LOADED  *
001870*                    ONCE PER RUN BY REVPCLD.  TABLE-ERROR IS  *
001880*                    REVPCLD'S ANSWER WHEN THE FILE CANNOT BE  *
001890*                    LOADED.                                   *
001900*                                                              *
002000****************************************************************
002100 01  REVEDIT-PARMS.
002900     05 REVEDIT-RETURN-CODE     PIC 9(02).
003000        88 REVEDIT-PASS              VALUE 0.
003100        88 REVEDIT-FAIL              VALUE 4.
003110        88 REVEDIT-TABLE-ERROR       VALUE 8.
003200*    THE RUN DATE THE CLASS ACTIVE-FROM/ACTIVE-TO WINDOWS ARE
003300*    TESTED AGAINST - REVBATCH'S RUN DATE, NOT TODAY'S CLOCK.
003400     05 REVEDIT-AS-OF-DATE      PIC 9(08).
003500*    THE RVPCLS CLASSES, IN CLASS ORDER, AS LOADED BY REVPCLD.
003600*    REVEDIT ONLY READS THE TABLE; IT IS FILLED ONCE PER RUN.
003700     05 REVEDIT-CLASS-COUNT     PIC 9(03).
003800     05 REVEDIT-CLASS-ENTRY     OCCURS 100 TIMES.
003900        10 REVEDIT-TBL-CLASS    PIC X(02).
004000        10 REVEDIT-TBL-FROM     PIC 9(08).
004100        10 REVEDIT-TBL-TO       PIC 9(08).
004200        10 REVEDIT-TBL-MIN-LEN  PIC 9(02).
