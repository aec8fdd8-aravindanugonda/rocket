001100*   DATE       INIT  DESCRIPTION                               *
001200*   ---------  ----  -----------------------------------------*
001300*   2026-08-09  DO   ORIGINAL LAYOUT.                          *
001310*   2026-10-15  DO   ADDED FUNCTION 'S' - REVERSE THE           *
001320*                    CHARACTERS INSIDE EACH DELIMITED SEGMENT, *
001330*                    LEAVING SEGMENTS AND DELIMITERS IN PLACE. *
001400*                                                              *
001500****************************************************************
001600 01  REVLINK-PARMS.
001700     05 REVLINK-FUNCTION        PIC X(01).
001800        88 REVLINK-REVERSE-CHARS     VALUE 'C'.
001900        88 REVLINK-REVERSE-WORDS     VALUE 'W'.
001950        88 REVLINK-REVERSE-SEGMENTS  VALUE 'S'.
002000     05 REVLINK-WORDIN          PIC X(80).
002100     05 REVLINK-WORDOUT         PIC X(80).
002200     05 REVLINK-RETURN-CODE     PIC 9(02).
