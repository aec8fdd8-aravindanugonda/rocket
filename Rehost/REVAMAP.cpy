001000*   DATE       INIT  DESCRIPTION                               *
001100*   ---------  ----  -----------------------------------------*
001200*   2026-08-21  DO   ORIGINAL LAYOUT.                          *
001210*   2026-10-15  DO   ADDED DPACT AND DPREQ.                    *
001300*                                                              *
001400****************************************************************
001500 01  REVAMENUI.
004300     02 FILLER REDEFINES DSTATF.
004400        03 DSTATA        PIC X.
004500     02 DSTATI           PIC X(01).
004510     02 DPACTL           COMP PIC S9(4).
004520     02 DPACTF           PIC X.
004530     02 FILLER REDEFINES DPACTF.
004540        03 DPACTA        PIC X.
004550     02 DPACTI           PIC X(01).
004560     02 DPREQL           COMP PIC S9(4).
004570     02 DPREQF           PIC X.
004580     02 FILLER REDEFINES DPREQF.
004590        03 DPREQA        PIC X.
004595     02 DPREQI           PIC X(08).
004600     02 AMSGL            COMP PIC S9(4).
004700     02 AMSGF            PIC X.
004800     02 FILLER REDEFINES AMSGF.
006100     02 DAUTHO           PIC X(01).
006200     02 FILLER           PIC X(3).
006300     02 DSTATO           PIC X(01).
006310     02 FILLER           PIC X(3).
006320     02 DPACTO           PIC X(01).
006330     02 FILLER           PIC X(3).
006340     02 DPREQO           PIC X(08).
006400     02 FILLER           PIC X(3).
006500     02 AMSGO            PIC X(79).
