*     * GN6200 * 10/01/26 JCTE NEGATIVE-BALANCE COLLECTION QUEUE RECORD
000010*----------------------------------------------------------------*
000020*         NEGATIVE-BALANCE COLLECTION QUEUE RECORD               *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER OVERDRAWN DEPOSIT ACCOUNT IN COLLECTION,     *
000050*    KEPT IN CONTROL KEY ORDER BY IMCOLQUE, WHICH READS IMWSCOLO *
000060*    AND WRITES IMWSCOLN.  A RECORD IS OPENED WHEN THE ACCOUNT   *
000070*    HAS BEEN OVERDRAWN FOR THE PARM NUMBER OF DAYS, CARRIES THE *
000080*    LETTERS SENT AND ANY PROMISE TO PAY, AND IS DROPPED WHEN    *
000090*    THE ACCOUNT IS BROUGHT CURRENT OR CLOSED.  AT THE CHARGE-   *
000100*    OFF DAY THE ACCOUNT IS WRITTEN TO THE CHARGE-OFF INTAKE AND *
000110*    THE RECORD IS HELD AS TRANSFERRED UNTIL THE CHARGE-OFF      *
000120*    CLEARS THE BALANCE.                                         *
000130*----------------------------------------------------------------*
000140*               ** HISTORY OF REVISIONS **                      *
000150* DESCRIPTION                                           CHNGID  *
000160* ____________________________________________________ _______ *
000170* 10/01/26 JCTE NEW COPYBOOK - COLLECTION QUEUE RECORD   GN6200 *
000180*----------------------------------------------------------------*
000200 01  COLLECTION-QUEUE-RECORD.
000300     03  COL-CONTROL-KEY             PIC X(22).
000400     03  COL-STATUS                  PIC X.
000500         88  COL-88-OPEN             VALUE 'O'.
000600         88  COL-88-TRANSFERRED      VALUE 'T'.
000700     03  COL-OPEN-DATE               PIC X(6).
000800     03  COL-INTO-OD-DATE            PIC X(6).
000900     03  COL-DAYS-OD                 PIC 9(3).
001000     03  COL-OPEN-BAL                PIC S9(13)V99   COMP-3.
001100     03  COL-CURR-BAL                PIC S9(13)V99   COMP-3.
001200     03  COL-LAST-LETTER             PIC 9.
001300         88  COL-88-NO-LETTER        VALUE 0.
001400     03  COL-LAST-LETTER-DATE        PIC X(6).
001500     03  COL-PROMISE-DATE            PIC X(6).
001600     03  COL-PROMISE-AMT             PIC S9(9)V99    COMP-3.
001700     03  COL-PROMISE-OPER            PIC X(5).
001800     03  COL-PROMISES-BROKEN         PIC 9(2).
001900     03  COL-TRANSFER-DATE           PIC X(6).
002000     03  FILLER                      PIC X(14).
