*     * GN6215 * 10/11/26 JCTE MASTER BROWSE CONSUMER REQUEST AREA
000010*----------------------------------------------------------------*
000020*         IMMSTBRW MASTER BROWSE CONSUMER REQUEST AREA           *
000030*----------------------------------------------------------------*
000040*    PASSED BY THE MASTER BROWSE DRIVER IMMSTBRW TO EVERY        *
000050*    CONSUMER MODULE NAMED ON ITS CONTROL FILE, TOGETHER WITH    *
000060*    MASTER-AREA (IMAWKMST).  THE CONSUMER IS CALLED ONCE WITH   *
000070*    'I' TO OPEN ITS OUTPUTS, ONCE WITH 'P' FOR EVERY MASTER     *
000080*    RECORD THE DRIVER READS, AND ONCE WITH 'T' TO PRINT ITS     *
000090*    TOTALS AND CLOSE.  A CONSUMER THAT CANNOT CONTINUE SETS     *
000100*    BRC-RETURN-CODE TO 16 WITH A REASON IN BRC-MESSAGE; THE     *
000110*    DRIVER STOPS PASSING IT RECORDS AND CARRIES ON WITH THE     *
000120*    OTHERS.                                                     *
000130*----------------------------------------------------------------*
000140*               ** HISTORY OF REVISIONS **                      *
000150* DESCRIPTION                                           CHNGID  *
000160* ____________________________________________________ _______ *
000170* 10/11/26 JCTE NEW COPYBOOK - MASTER BROWSE CONSUMER   GN6215 *
000180*                REQUEST AREA                                   *
000190*----------------------------------------------------------------*
000300 01  BROWSE-CONSUMER-AREA.
000400     03  BRC-FUNCTION                PIC X.
000500         88  BRC-88-INITIALIZE       VALUE 'I'.
000600         88  BRC-88-PROCESS          VALUE 'P'.
000700         88  BRC-88-TERMINATE        VALUE 'T'.
000800     03  BRC-CONSUMER-ID             PIC X(8).
000900     03  BRC-RUN-DATE                PIC 9(6).
001000     03  BRC-RECORD-COUNT            PIC 9(9).
001100     03  BRC-RETURN-CODE             PIC 99.
001200         88  BRC-88-OK               VALUE 0.
001300         88  BRC-88-FAILED           VALUE 16.
001400     03  BRC-MESSAGE                 PIC X(40).
001500     03  FILLER                      PIC X(14).
