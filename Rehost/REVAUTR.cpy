001600*   DATE       INIT  DESCRIPTION                               *
001700*   ---------  ----  -----------------------------------------*
001800*   2026-08-21  DO   ORIGINAL LAYOUT.                          *
001805*   2026-10-15  DO   DORMANCY DATES IN THE RESERVED BYTES.     *
001810*                    REVAUT-LAST-USED IS THE LAST DATE THE     *
001815*                    USERID REVERSED A CODE ON RVRS (FED       *
001820*                    DAILY FROM THE AUDIT OFFLOAD BY           *
001825*                    REVLUSED); REVAUT-ACTIVE-SINCE IS THE     *
001830*                    DATE IT WAS ADDED OR LAST REINSTATED      *
001835*                    (SET BY RVAM ON APPROVAL).  DAYS DORMANT  *
001840*                    COUNT FROM THE LATER OF THE TWO - SEE     *
001845*                    REVRCERT (RECERTIFICATION REPORT) AND     *
001850*                    REVDSUSP (DORMANT SUSPENSION).  A RECORD  *
001855*                    FROM BEFORE THIS CHANGE CARRIES SPACES    *
001860*                    HERE, WHICH IS NOT NUMERIC; REVLUSED      *
001865*                    STAMPS IT THE FIRST NIGHT IT RUNS.  THE   *
001870*                    RECORD LENGTH IS UNCHANGED AT 20.         *
001900*                                                              *
002000****************************************************************
002100 01  REVAUT-RECORD.
002700     05 REVAUT-STATUS            PIC X(01).
002800        88 REVAUT-ACTIVE              VALUE 'A'.
002900        88 REVAUT-SUSPENDED           VALUE 'S'.
003000     05 REVAUT-LAST-USED         PIC 9(08) COMP-3.
003100     05 REVAUT-ACTIVE-SINCE      PIC 9(08) COMP-3.
