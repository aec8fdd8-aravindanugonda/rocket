000100****************************************************************
000200*                                                              *
000300*   COPYBOOK : REVAPCR                                        *
000400*   PURPOSE  : RECORD LAYOUT FOR THE RVAPND VSAM KSDS - RVAUTH *
000500*              CHANGES HELD FOR A SECOND SUPERVISOR.  AN ADD,  *
000600*              A REINSTATE OR AN AUTHORITY UPGRADE KEYED ON    *
000700*              RVAM (PROGRAM REVAUTM) IS NOT APPLIED TO        *
000800*              RVAUTH; IT IS WRITTEN HERE, KEYED BY THE TARGET *
000900*              USERID, WITH THE REQUESTING SUPERVISOR AND THE  *
001000*              TIME OF THE REQUEST.  A DIFFERENT ACTIVE        *
001100*              SUPERVISOR THEN APPROVES IT (FUNCTION Y), WHICH *
001200*              APPLIES IT, OR DECLINES IT (FUNCTION N); EITHER *
001300*              WAY THE RECORD IS DELETED.  ONE REQUEST MAY BE  *
001400*              OUTSTANDING PER USERID.  A REQUEST NOT ACTED ON *
001500*              WITHIN THE EXPIRY PERIOD CAN NO LONGER BE       *
001600*              APPROVED AND IS CLEARED, AND LOGGED TO AUTL AS  *
001700*              EXPIRED, BY RVAM WHEN IT NEXT MEETS IT OR BY    *
001800*              THE DAILY JOB REVAPEXP, WHICHEVER COMES FIRST.  *
001900*                                                              *
002000*              THE RECORD KEYED '$CONTROL' (A KEY NO SIGNED-   *
002100*              ON USERID CAN BE) CARRIES THE EXPIRY PERIOD IN  *
002200*              HOURS.  NO CONTROL RECORD, OR ZERO HOURS, MEANS *
002300*              THE STANDARD 48 HOURS.  SHARED BY REVAUTM       *
002400*              (MAINTAINER) AND REVAPEXP (EXPIRY).             *
002500*                                                              *
002600*              THE CLUSTER (KEYS(8 0), RECORDSIZE(80 80)) IS   *
002700*              DEFINED AND SEEDED, BEFORE THE FIRST ONLINE     *
002800*              USE, BY THE ONE-TIME JOB REVAPDEF.              *
002900*                                                              *
003000*   MODIFICATION HISTORY                                      *
003100*   DATE       INIT  DESCRIPTION                               *
003200*   ---------  ----  -----------------------------------------*
003300*   2026-10-15  DO   ORIGINAL LAYOUT.                          *
003400*                                                              *
003500****************************************************************
003600 01  REVAPC-RECORD.
003700     05 REVAPC-KEY.
003800        10 REVAPC-USERID         PIC X(08).
003900           88 REVAPC-CONTROL-KEY     VALUE '$CONTROL'.
004000     05 REVAPC-DATA.
004100*       THE CHANGE ASKED FOR - A ADD, R REINSTATE, P UPGRADE
004200*       TO SUPERVISOR AUTHORITY - AND, FOR AN ADD, THE
004300*       AUTHORITY THE NEW USERID IS TO HAVE.
004400        10 REVAPC-ACTION         PIC X(01).
004500           88 REVAPC-ADD             VALUE 'A'.
004600           88 REVAPC-REINSTATE       VALUE 'R'.
004700           88 REVAPC-UPGRADE         VALUE 'P'.
004800        10 REVAPC-NEW-AUTH       PIC X(01).
004900        10 REVAPC-REQUESTER      PIC X(08).
005000        10 REVAPC-REQ-DATE       PIC X(08).
005100        10 REVAPC-REQ-TIME       PIC X(06).
005200        10 REVAPC-REQ-ABSTIME    PIC S9(15) COMP-3.
005300*       THE RVAUTH RECORD AS IT STOOD WHEN THE REQUEST WAS
005400*       MADE - SPACES FOR AN ADD.
005500        10 REVAPC-BEFORE-IMAGE   PIC X(20).
005600        10 FILLER                PIC X(20).
005700     05 REVAPC-CONTROL REDEFINES REVAPC-DATA.
005800        10 REVAPC-EXPIRY-HOURS   PIC 9(03).
005900        10 FILLER                PIC X(69).
