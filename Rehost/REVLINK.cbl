002708*                   BEFORE SPLITTING (2253/2254) AND REAPPLIES    *
002709*                   IT TO THE FRONT OF THE REVERSED STRING        *
002710*                   AFTERWARD (2255) SO IT IS NO LONGER LOST.     *
002711*   2026-10-15  DO   ADDED FUNCTION 'S' (2270-REVERSE-SEGMENTS) - *
002712*                    REVERSES THE CHARACTERS INSIDE EACH SEGMENT *
002713*                    OF A STRUCTURED CODE BUT LEAVES THE         *
002714*                    SEGMENTS AND THEIR DELIMITERS (HYPHEN,      *
002715*                    SLASH, PERIOD, SPACE) WHERE THEY ARE, SO    *
002716*                    'GR-04417-B' BECOMES 'RG-71440-B' INSTEAD   *
002717*                    OF 'B-71440-RG'.  THE FUNCTION IS ITS OWN   *
002718*                    INVERSE, SO APPLYING IT TWICE GIVES BACK    *
002719*                    THE ORIGINAL.                               *
002720*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003660     05 WS-LEAD-SPACES        PIC 9(02) VALUE 0.
003670     05 WS-LEAD-DONE-SW       PIC X(01) VALUE 'N'.
003680        88 LEAD-SPACES-DONE        VALUE 'Y'.
003690     05 WS-SEG-START          PIC 9(02) VALUE 0.
003691     05 WS-SEG-END            PIC 9(02) VALUE 0.
003692     05 WS-SEG-POS            PIC 9(02) VALUE 0.
003693     05 WS-SEG-CHAR           PIC X(01) VALUE SPACE.
003694        88 SEGMENT-DELIMITER       VALUES '-' '/' '.' SPACE.
003700
003800 01  WS-WORK-AREA.
003900     05 WS-STRING              PIC X(80) VALUE SPACES.
006700         MOVE REVLINK-WORDIN TO WS-STRING
006800         PERFORM 2100-CALCULATE-STRING-LENGTH THRU 2100-EXIT
006900
007000         EVALUATE TRUE
007010             WHEN REVLINK-REVERSE-WORDS
007100                 PERFORM 2250-REVERSE-WORD-ORDER THRU 2250-EXIT
007110             WHEN REVLINK-REVERSE-SEGMENTS
007120                 PERFORM 2270-REVERSE-SEGMENTS THRU 2270-EXIT
007200             WHEN OTHER
007300                 PERFORM 2260-REVERSE-CHARACTERS THRU 2260-EXIT
007400         END-EVALUATE
007500
007600         MOVE WS-REVERSE-STRING TO REVLINK-WORDOUT
007700     END-IF
016800
016900 2261-EXIT.
017000     EXIT.
017010
017020*****************************************************************
017030*    2270-REVERSE-SEGMENTS - REVERSE THE CHARACTERS INSIDE EACH *
017040*                            DELIMITER-SEPARATED SEGMENT OF THE *
017050*                            TRIMMED LENGTH OF REVLINK-WORDIN   *
017060*                            (WS-I, FROM 2100), LEAVING EVERY   *
017070*                            DELIMITER IN ITS ORIGINAL POSITION,*
017080*                            E.G. 'GR-04417-B' BECOMES          *
017090*                            'RG-71440-B'.  THE RESULT STARTS   *
017100*                            AS A COPY OF THE INPUT SO THE      *
017110*                            DELIMITERS ARE ALREADY IN PLACE;   *
017120*                            EACH SEGMENT IS THEN OVERLAID BY   *
017130*                            ITS OWN REVERSAL (2272) AS THE     *
017140*                            SCAN (2271) REACHES ITS END        *
017150*****************************************************************
017160 2270-REVERSE-SEGMENTS.
017170     MOVE WS-STRING TO WS-REVERSE-STRING
017180     MOVE WS-I TO WS-K
017190     MOVE 0 TO WS-SEG-START
017200
017210     PERFORM 2271-SCAN-ONE-SEGMENT-CHAR THRU 2271-EXIT
017220         VARYING WS-SCAN-POS FROM 1 BY 1
017230         UNTIL WS-SCAN-POS > WS-K
017240
017250     IF WS-SEG-START > 0
017260         MOVE WS-K TO WS-SEG-END
017270         PERFORM 2272-REVERSE-ONE-SEGMENT THRU 2272-EXIT
017280     END-IF.
017290
017300 2270-EXIT.
017310     EXIT.
017320
017330 2271-SCAN-ONE-SEGMENT-CHAR.
017340     MOVE WS-STRING(WS-SCAN-POS:1) TO WS-SEG-CHAR
017350
017360     IF SEGMENT-DELIMITER
017370         IF WS-SEG-START > 0
017380             COMPUTE WS-SEG-END = WS-SCAN-POS - 1
017390             PERFORM 2272-REVERSE-ONE-SEGMENT THRU 2272-EXIT
017400             MOVE 0 TO WS-SEG-START
017410         END-IF
017420     ELSE
017430         IF WS-SEG-START = 0
017440             MOVE WS-SCAN-POS TO WS-SEG-START
017450         END-IF
017460     END-IF.
017470
017480 2271-EXIT.
017490     EXIT.
017500
017510*****************************************************************
017520*    2272-REVERSE-ONE-SEGMENT - OVERLAY WS-SEG-START THRU        *
017530*                               WS-SEG-END OF THE RESULT WITH    *
017540*                               THE SAME SPAN OF THE INPUT READ  *
017550*                               BACKWARD                         *
017560*****************************************************************
017570 2272-REVERSE-ONE-SEGMENT.
017580     MOVE WS-SEG-END TO WS-J
017590
017600     PERFORM 2273-REVERSE-ONE-SEGMENT-CHAR THRU 2273-EXIT
017610         VARYING WS-SEG-POS FROM WS-SEG-START BY 1
017620         UNTIL WS-SEG-POS > WS-SEG-END.
017630
017640 2272-EXIT.
017650     EXIT.
017660
017670 2273-REVERSE-ONE-SEGMENT-CHAR.
017680     MOVE WS-STRING(WS-J:1) TO WS-REVERSE-STRING(WS-SEG-POS:1)
017690     SUBTRACT 1 FROM WS-J.
017700
017710 2273-EXIT.
017720     EXIT.
