*     * GN6196 * 09/27/26 JCTE PENDING DECEDENT RECORD
000010*----------------------------------------------------------------*
000020*         PENDING DECEDENT RECORD                                *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER TAXPAYER THE SSA DEATH MASTER FILE SAYS HAS  *
000050*    DIED.  'IMDMFMAT' STAGES THE RECORD (STATUS 'P') WHEN A     *
000060*    DEATH MASTER FILE ENTRY MATCHES A TAX ID ON THE CUSTOMER    *
000070*    CROSS-REFERENCE AND IS CONFIRMED BY NAME AND BIRTH DATE.    *
000080*    'IMDMFAPR' CARRIES OPERATIONS' DECISION: AN APPROVAL SETS   *
000090*    THE DECEDENT STATUS AND DATE OF DEATH ON EVERY ACCOUNT THE  *
000100*    TAXPAYER OWNS; A REJECTION IS KEPT SO THE SAME ENTRY IS NOT *
000110*    STAGED AGAIN.  AN ENTRY THE SSA DELETES BEFORE A DECISION   *
000120*    IS WITHDRAWN.  DATES OF DEATH AND BIRTH ARE CCYYMMDD; RUN   *
000130*    DATES ARE YYMMDD.                                           *
000140*----------------------------------------------------------------*
000150*               ** HISTORY OF REVISIONS **                      *
000160* DESCRIPTION                                           CHNGID  *
000170* ____________________________________________________ _______ *
000180* 09/27/26 JCTE NEW COPYBOOK - PENDING DECEDENT          GN6196 *
000190*                RECORD FROM DEATH MASTER FILE MATCHING         *
000200*----------------------------------------------------------------*
000300 01  PENDING-DECEDENT-RECORD.
000400     03  DCP-TAX-ID                  PIC X(11).
000500     03  DCP-STATUS                  PIC X.
000600         88  DCP-88-PENDING          VALUE 'P'.
000700         88  DCP-88-APPROVED         VALUE 'A'.
000800         88  DCP-88-REJECTED         VALUE 'R'.
000900         88  DCP-88-WITHDRAWN        VALUE 'W'.
001000     03  DCP-SOURCE                  PIC X(4).
001100         88  DCP-88-SSA-DMF          VALUE 'DMF '.
001200     03  DCP-PROOF-CODE              PIC X.
001300     03  DCP-DEATH-DATE              PIC 9(8).
001400     03  FILLER REDEFINES DCP-DEATH-DATE.
001500         05  DCP-DEATH-CCYY          PIC 9(4).
001600         05  FILLER REDEFINES DCP-DEATH-CCYY.
001700             07  DCP-DEATH-CC        PIC 99.
001800             07  DCP-DEATH-YY        PIC 99.
001900         05  DCP-DEATH-MM            PIC 99.
002000         05  DCP-DEATH-DD            PIC 99.
002100     03  DCP-BIRTH-DATE              PIC 9(8).
002200     03  DCP-DMF-NAME.
002300         05  DCP-LAST-NAME           PIC X(20).
002400         05  DCP-FIRST-NAME          PIC X(15).
002500         05  DCP-MIDDLE-NAME         PIC X(15).
002600     03  DCP-FIRST-ACCOUNT           PIC X(22).
002700     03  DCP-ACCOUNT-COUNT           PIC 9(3).
002800     03  DCP-STAGED-DATE             PIC 9(6).
002900     03  DCP-DECISION-DATE           PIC 9(6).
003000     03  DCP-DECISION-OPER           PIC X(5).
003100     03  FILLER                      PIC X(25).
