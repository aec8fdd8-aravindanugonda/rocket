000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVPCLR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE RVPCLS VSAM KSDS - THE    *
000500*              PRODUCT CLASSES THE INVENTORY EXTRACT MAY       *
000600*              CARRY, KEYED BY CLASS.  REPLACES THE SIX-CLASS  *
000700*              TABLE THAT WAS COMPILED INTO REVEDIT, SO A NEW  *
000800*              CLASS FROM THE EXTRACT TEAM NO LONGER NEEDS A   *
000900*              PROGRAM INSTALL.  EACH CLASS CARRIES:           *
001000*                ACTIVE-FROM / ACTIVE-TO - THE RUN DATES THE   *
001100*                  CLASS IS ACCEPTED ON, BOTH INCLUSIVE;       *
001200*                  99999999 IN ACTIVE-TO LEAVES IT OPEN        *
001300*                DESCRIPTION - FOR THE SCREEN AND REPORTS      *
001400*                MIN-CODE-LEN - THE FEWEST SIGNIFICANT         *
001500*                  CHARACTERS A PRODUCT CODE OF THIS CLASS     *
001600*                  MAY HAVE (1-20), IN PLACE OF THE SINGLE     *
001700*                  FOUR-CHARACTER RULE                         *
001800*              MAINTAINED ONLINE BY TRANSACTION RVCM (PROGRAM  *
001900*              REVCLSM), LOADED FOR THE BATCH EDIT BY REVPCLD. *
002000*              THE CLUSTER IS DEFINED AND SEEDED WITH THE SIX  *
002100*              ORIGINAL CLASSES BY THE ONE-TIME JOB REVPCLDF.  *
002200*                                                              *
002300*   MODIFICATION HISTORY                                      *
002400*   DATE       INIT  DESCRIPTION                               *
002500*   ---------  ----  -----------------------------------------*
002600*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
002700*                                                              *
002800****************************************************************
002900 01  REVPCL-RECORD.
003000     05 REVPCL-KEY.
003100        10 REVPCL-CLASS          PIC X(02).
003200     05 REVPCL-DESCRIPTION       PIC X(30).
003300     05 REVPCL-ACTIVE-FROM       PIC 9(08).
003400     05 REVPCL-ACTIVE-TO         PIC 9(08).
003500     05 REVPCL-MIN-CODE-LEN      PIC 9(02).
003600     05 FILLER                   PIC X(10).
