*     * GN6198 * 09/29/26 JCTE EMPLOYEE OPERATOR ROSTER RECORD
000010*----------------------------------------------------------------*
000020*         EMPLOYEE OPERATOR ROSTER RECORD                        *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER OPERATOR ID AND TAX ID, EXTRACTED FROM THE   *
000050*    PERSONNEL SYSTEM AND THE ANNUAL CONFLICT-OF-INTEREST        *
000060*    DISCLOSURES.  THE 'S' RECORD IS THE EMPLOYEE'S OWN AND      *
000070*    CARRIES THE REGULATION O INSIDER CLASS; AN 'R' RECORD IS A  *
000080*    DISCLOSED RELATIVE OR HOUSEHOLD MEMBER UNDER THE EMPLOYEE'S *
000090*    OPERATOR ID.  'IMINSSUR' MATCHES THE TAX IDS AGAINST THE    *
000100*    OWNERSHIP REGISTRY (IMWSOWNR) TO FIND ACCOUNTS EMPLOYEES    *
000110*    OWN OR SIGN ON.                                             *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 09/29/26 JCTE NEW COPYBOOK - EMPLOYEE OPERATOR         GN6198 *
000170*                ROSTER FOR INSIDER SURVEILLANCE                *
000180*----------------------------------------------------------------*
000200 01  EMPLOYEE-ROSTER-RECORD.
000300     03  EMR-OPER-ID                 PIC X(5).
000400     03  EMR-RELATION                PIC X.
000500         88  EMR-88-SELF             VALUE 'S'.
000600         88  EMR-88-RELATIVE         VALUE 'R'.
000700     03  EMR-TAX-ID                  PIC X(11).
000800     03  EMR-NAME                    PIC X(40).
000900     03  EMR-INSIDER-CLASS           PIC X.
001000         88  EMR-88-EMPLOYEE         VALUE 'E' ' '.
001100         88  EMR-88-EXEC-OFFICER     VALUE 'X'.
001200         88  EMR-88-DIRECTOR         VALUE 'D'.
001300         88  EMR-88-PRINCIPAL-SHR    VALUE 'P'.
001400     03  EMR-STATUS                  PIC X.
001500         88  EMR-88-ACTIVE           VALUE 'A'.
001600         88  EMR-88-TERMINATED       VALUE 'T'.
001700     03  FILLER                      PIC X(21).
