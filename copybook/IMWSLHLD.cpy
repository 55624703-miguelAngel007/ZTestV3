*     * GN6217 * 10/13/26 JCTE LEGAL-HOLD MASTER RECORD
000010*----------------------------------------------------------------*
000020*         LEGAL-HOLD (LITIGATION HOLD) MASTER RECORD             *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER HOLD, KEYED BY ACCOUNT OR TAX ID AND THE     *
000050*    LEGAL MATTER (CASE NUMBER) IT PRESERVES RECORDS FOR.  HOLDS *
000060*    ARE PLACED FROM THE LEGAL-ORDER MASTER (IMLGLORD) OR BY     *
000070*    COUNSEL CARD AND ARE MAINTAINED BY 'IMLGLHMT'.  A RELEASED  *
000080*    HOLD STAYS ON THE MASTER WITH ITS RELEASE DATE AS THE AUDIT *
000090*    TRAIL.  A BLANK RECORD CLASS HOLDS EVERY CLASS ON THE       *
000100*    RETENTION SCHEDULE (IMWSRTSC).                              *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 10/13/26 JCTE NEW COPYBOOK - LEGAL-HOLD MASTER        GN6217 *
000160*                RECORD                                         *
000170*----------------------------------------------------------------*
000200 01  LEGAL-HOLD-RECORD.
000300     03  LHR-KEY.
000400         05  LHR-KEY-TYPE            PIC X.
000500             88  LHR-88-ACCOUNT      VALUE 'A'.
000600             88  LHR-88-TAX-ID       VALUE 'T'.
000700         05  LHR-KEY-VALUE           PIC X(22).
000800         05  LHR-MATTER              PIC X(15).
000900     03  LHR-RECORD-CLASS            PIC X(4).
001000         88  LHR-88-ALL-CLASSES      VALUE SPACES.
001100     03  LHR-SOURCE                  PIC X.
001200         88  LHR-88-LEGAL-ORDER      VALUE 'O'.
001300         88  LHR-88-COUNSEL          VALUE 'C'.
001400     03  LHR-STATUS                  PIC X.
001500         88  LHR-88-ACTIVE           VALUE 'A'.
001600         88  LHR-88-RELEASED         VALUE 'R'.
001700     03  LHR-PLACED-DATE             PIC 9(6).
001800     03  LHR-RELEASED-DATE           PIC 9(6).
001900     03  LHR-OPER-ID                 PIC X(5).
002000     03  FILLER                      PIC X(19).
