*     * GN6213 * 10/09/26 JCTE CUSTODIAL FEE BILLING RECORD
000010*----------------------------------------------------------------*
000020*         RETIREMENT PLAN CUSTODIAL FEE BILLING RECORD           *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER CUSTODIAL FEE BILLED TO A PLAN ACCOUNT, KEPT *
000050*    IN CONTROL KEY AND FEE YEAR ORDER BY IMCUSFEE, WHICH READS  *
000060*    IMCFBIVO AND WRITES IMCFBIVN.  AN INVOICED FEE STAYS OPEN   *
000070*    (CFI-88-OPEN) UNTIL PAYMENTS CLEAR CFI-OPEN-AMT, AND        *
000080*    CARRIES THE FOLLOW-UP NOTICES SENT; A FEE DEBITED FROM THE  *
000090*    PLAN OR THE OUTSIDE ACCOUNT IS WRITTEN ALREADY COLLECTED.   *
000100*    PAID AND DEBITED RECORDS ARE KEPT FOR THE FEE YEAR SO THE   *
000110*    ANNUAL RUN CANNOT BILL AN ACCOUNT TWICE, AND ARE DROPPED    *
000120*    ONCE THE PARAMETER FEE YEAR MOVES PAST THEM.                *
000130*----------------------------------------------------------------*
000140*               ** HISTORY OF REVISIONS **                      *
000150* DESCRIPTION                                           CHNGID  *
000160* ____________________________________________________ _______ *
000170* 10/09/26 JCTE NEW COPYBOOK - CUSTODIAL FEE BILLING     GN6213 *
000180*                RECORD                                         *
000190*----------------------------------------------------------------*
000300 01  CUSTODIAL-FEE-RECORD.
000400     03  CFI-CONTROL-KEY             PIC X(22).
000500     03  CFI-FEE-YEAR                PIC 9(4).
000600     03  CFI-STATUS                  PIC X.
000700         88  CFI-88-OPEN             VALUE 'O'.
000800         88  CFI-88-PAID             VALUE 'P'.
000900         88  CFI-88-DEBITED          VALUE 'D'.
001000     03  CFI-SOURCE                  PIC X.
001100         88  CFI-88-ANNUAL           VALUE 'A'.
001200         88  CFI-88-ON-DEMAND        VALUE 'D'.
001300     03  CFI-BILL-CODE               PIC X.
001400     03  CFI-PLAN-TYPE               PIC XX.
001500     03  CFI-BILL-DATE               PIC X(6).
001600     03  CFI-DUE-DATE                PIC X(6).
001700     03  CFI-FEE-AMT                 PIC S9(9)V99    COMP-3.
001800     03  CFI-OPEN-AMT                PIC S9(9)V99    COMP-3.
001900     03  CFI-NOTICES-SENT            PIC 9.
002000     03  CFI-LAST-NOTICE-DATE        PIC X(6).
002100     03  CFI-PAID-DATE               PIC X(6).
002200     03  FILLER                      PIC X(32).
