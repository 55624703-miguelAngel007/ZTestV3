*     * GN6217 * 10/13/26 JCTE RETENTION CHECK REQUEST AREA
000010*----------------------------------------------------------------*
000020*         IMRETCHK RETENTION CHECK REQUEST/RESPONSE AREA         *
000030*----------------------------------------------------------------*
000040*    PASSED TO 'IMRETCHK' BY EVERY PURGE.  'O' OPENS THE RUN'S   *
000050*    DESTRUCTION CERTIFICATE; 'C' ASKS WHETHER ONE RECORD OF A   *
000060*    CLASS, FOR AN ACCOUNT, WITH ITS TRIGGER DATE (YYMMDD), IS   *
000070*    PAST RETENTION AND FREE OF LEGAL HOLD; 'D' REPORTS THAT THE *
000080*    CALLER HAS DESTROYED IT; 'X' PRINTS THE CERTIFICATE.  A     *
000090*    RECORD IS DESTROYED ONLY ON A 'D' DISPOSITION.  AN          *
000100*    UNSCHEDULED CLASS OR A MISSING SCHEDULE ALWAYS ANSWERS      *
000110*    RETAIN.                                                     *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/13/26 JCTE NEW COPYBOOK - RETENTION CHECK REQUEST  GN6217 *
000170*                AREA                                           *
000180*----------------------------------------------------------------*
000200 01  RETENTION-REQUEST-AREA.
000300     03  RRQ-FUNCTION                PIC X.
000400         88  RRQ-88-OPEN             VALUE 'O'.
000500         88  RRQ-88-CHECK            VALUE 'C'.
000600         88  RRQ-88-DESTROYED        VALUE 'D'.
000700         88  RRQ-88-CLOSE            VALUE 'X'.
000800     03  RRQ-PROGRAM-ID              PIC X(8).
000900     03  RRQ-RECORD-CLASS            PIC X(4).
001000     03  RRQ-ACCOUNT                 PIC X(22).
001100     03  RRQ-TRIGGER-DATE            PIC 9(6).
001200     03  RRQ-EXPIRE-DATE             PIC 9(6).
001300     03  RRQ-DISPOSITION             PIC X.
001400         88  RRQ-88-RETAIN           VALUE 'R'.
001500         88  RRQ-88-DESTROY          VALUE 'D'.
001600         88  RRQ-88-HELD             VALUE 'H'.
001700     03  RRQ-HOLD-MATTER             PIC X(15).
001800     03  RRQ-RETURN-CODE             PIC 9.
001900         88  RRQ-88-OK               VALUE 0.
002000         88  RRQ-88-NOT-SCHEDULED    VALUE 4.
002100         88  RRQ-88-NO-SCHEDULE      VALUE 8.
