*     * GN6199 * 09/30/26 JCTE CHARGE-OFF DISPUTE LOG RECORD
000010*----------------------------------------------------------------*
000020*         CHARGE-OFF CREDIT REPORTING DISPUTE LOG RECORD         *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER DISPUTE ACTION TAKEN BY IMCRADSP - O WHEN A  *
000050*    CONSUMER DISPUTE IS RECEIVED AND THE CHARGE-OFF IS FROZEN,  *
000060*    R WHEN THE INVESTIGATION IS COMPLETED.  THE DUE DATE IS THE *
000070*    RECEIVED DATE PLUS THE RESPONSE WINDOW; A RESOLUTION        *
000080*    CARRIES THE DAYS TAKEN AND WHETHER IT WAS INSIDE THE        *
000090*    WINDOW.  THE LOG IS KEPT PERMANENTLY FOR EXAMINERS.         *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 09/30/26 JCTE NEW COPYBOOK - CHARGE-OFF DISPUTE LOG    GN6199 *
000150*----------------------------------------------------------------*
000200 01  CRA-DISPUTE-LOG-RECORD.
000300     03  CDL-ACCOUNT                 PIC X(22).
000400     03  CDL-ACTION                  PIC X.
000500         88  CDL-88-OPENED           VALUE 'O'.
000600         88  CDL-88-RESOLVED         VALUE 'R'.
000700     03  CDL-REFERENCE               PIC X(15).
000800     03  CDL-RECEIVED-DATE           PIC X(6).
000900     03  CDL-DUE-DATE                PIC X(6).
001000     03  CDL-RESOLVED-DATE           PIC X(6).
001100     03  CDL-OUTCOME                 PIC X.
001200         88  CDL-88-VERIFIED         VALUE 'V'.
001300         88  CDL-88-MODIFIED         VALUE 'M'.
001400         88  CDL-88-DELETED          VALUE 'X'.
001500     03  CDL-DAYS-TAKEN              PIC 9(3).
001600     03  CDL-WINDOW-FLAG             PIC X.
001700         88  CDL-88-IN-WINDOW        VALUE 'Y'.
001800         88  CDL-88-LATE             VALUE 'N'.
001900     03  CDL-OPER-ID                 PIC X(5).
002000     03  CDL-LOG-DATE                PIC X(6).
002100     03  CDL-REMARKS                 PIC X(28).
