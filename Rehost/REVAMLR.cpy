002240*                    REVLCKR) RATHER THAN RVAUTH; THEIR        *
002250*                    IMAGE FIELDS CARRY THE RVLOCK BYTES OR    *
002260*                    SPACES.                                   *
002270*   2026-10-15  DO   DUAL CONTROL OF ADD, REINSTATE AND        *
002271*                    AUTHORITY UPGRADE (SEE REVAPCR).  NEW     *
002272*                    ACTIONS Q (CHANGE REQUESTED AND HELD), N  *
002273*                    (REQUEST DECLINED), X (REQUEST EXPIRED)   *
002274*                    AND P (AUTHORITY UPGRADED).  APPENDED     *
002275*                    REVAML-REQUESTER AND REVAML-REQ-ACTION -  *
002276*                    ON Q, N AND X THE REQUESTING SUPERVISOR   *
002277*                    AND THE CHANGE ASKED FOR; ON AN A, R OR P *
002278*                    APPLIED ON APPROVAL, THE REQUESTER, WITH  *
002279*                    REVAML-SUPERVISOR THE APPROVER.  SPACES   *
002280*                    FOR THE SINGLE-CONTROL ACTIONS.  A SYSTEM *
002281*                    ACTION (AN EXPIRY) CARRIES '*SYSTEM*' AS  *
002282*                    THE SUPERVISOR.  THE AUTL RECORD IS NOW   *
002283*                    88 BYTES.                                 *
002300*                                                              *
002400****************************************************************
002500 01  REVAML-RECORD.
002600     05 REVAML-SUPERVISOR      PIC X(08).
002650        88 REVAML-SYSTEM-ACTION     VALUE '*SYSTEM*'.
002700     05 REVAML-DATE            PIC X(08).
002800     05 REVAML-TIME            PIC X(06).
002900     05 REVAML-ACTION          PIC X(01).
003300        88 REVAML-REINSTATE         VALUE 'R'.
003310        88 REVAML-UNLOCK            VALUE 'U'.
003320        88 REVAML-SET-CONTROL       VALUE 'T'.
003330        88 REVAML-UPGRADE           VALUE 'P'.
003340        88 REVAML-REQUESTED         VALUE 'Q'.
003350        88 REVAML-DECLINED          VALUE 'N'.
003360        88 REVAML-EXPIRED           VALUE 'X'.
003400     05 REVAML-TARGET-USERID   PIC X(08).
003500     05 REVAML-BEFORE-IMAGE.
003600        10 REVAML-BEF-USERID   PIC X(08).
004300        10 REVAML-AFT-STATUS   PIC X(01).
004400        10 FILLER              PIC X(10).
004500     05 REVAML-ABSTIME         PIC S9(15) COMP-3.
004600     05 REVAML-REQUESTER       PIC X(08).
004700     05 REVAML-REQ-ACTION      PIC X(01).
