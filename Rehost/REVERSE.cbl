002951*                    AUTHORIZATION CLEARS THE RUN.  THE LOCK   *
002952*                    IS CLEARED THROUGH RVAM (FUNCTION U)      *
002953*                    WITHOUT TOUCHING THE RVAUTH RECORD.       *
002954*   2026-10-15  DO   RVMODE 'S' NOW ASKS REVLINK FOR A         *
002955*                    SEGMENT-PRESERVING REVERSAL ('GR-04417-B' *
002956*                    BECOMES 'RG-71440-B'), THE SAME MODE       *
002957*                    REVBATCH OFFERS ON ITS PARM CARD, SO       *
002958*                    ONLINE AND BATCH AGREE.  THE PALINDROME    *
002959*                    CHECK STAYS A CHARACTER COMPARISON, AS IN  *
002960*                    WORD MODE.                                 *
002961*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
020300*****************************************************************
020400*    2200-REVERSE-STRING - LINK TO REVLINK, THE SHARED CALLABLE *
020500*                          SUBROUTINE, TO DO THE ACTUAL         *
020600*                          CHARACTER-, WORD-ORDER OR SEGMENT     *
020700*                          REVERSAL DEPENDING ON RVMODE          *
020800*****************************************************************
020900 2200-REVERSE-STRING.
021000     MOVE WORDINI OF REVMENUI TO REVLINK-WORDIN
021100
021200     EVALUATE RVMODEI OF REVMENUI
021300         WHEN 'W'
021350             SET REVLINK-REVERSE-WORDS TO TRUE
021400         WHEN 'S'
021450             SET REVLINK-REVERSE-SEGMENTS TO TRUE
021500         WHEN OTHER
021550             SET REVLINK-REVERSE-CHARS TO TRUE
021600     END-EVALUATE
021700
021800     EXEC CICS LINK
021900         PROGRAM('REVLINK')
022300
022400     MOVE REVLINK-WORDOUT TO WORDOUTO OF REVMENUO
022410
022420     IF RVMODEI OF REVMENUI = 'W' OR 'S'
022430         PERFORM 2210-REVERSE-FOR-PALINDROME THRU 2210-EXIT
022440     ELSE
022450         MOVE REVLINK-WORDOUT TO WS-REVERSE-STRING
022740*                                  COMPARES AGAINST A CHARACTER  *
022750*                                  REVERSAL OF WORDINI, EVEN     *
022760*                                  WHEN THE OPERATOR ASKED FOR A *
022770*                                  WORD-ORDER OR SEGMENT         *
022775*                                  REVERSAL, SO IT               *
022780*                                  KEEPS ITS OWN MEANING        *
022790*                                  REGARDLESS OF RVMODE          *
022800*****************************************************************
