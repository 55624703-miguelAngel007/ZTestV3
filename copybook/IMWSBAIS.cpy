*     * GN6201 * 10/01/26 JCTE BAI2 BALANCE REPORTING SUBSCRIPTION
000010*----------------------------------------------------------------*
000020*         BAI2 BALANCE REPORTING SUBSCRIPTION RECORD             *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER COMMERCIAL CLIENT AND ACCOUNT TO BE REPORTED *
000050*    BY IMBAIGEN.  THE PRIOR-DAY AND INTRADAY FLAGS SAY WHICH    *
000060*    FILES CARRY THE ACCOUNT.  THE RECEIVER ID IS THE BAI2       *
000070*    RECEIVER NAMED ON THE CLIENT'S FILE AND DEFAULTS TO THE     *
000080*    CLIENT ID WHEN BLANK; IT IS TAKEN FROM THE CLIENT'S FIRST   *
000090*    SUBSCRIPTION IN ACCOUNT ORDER.                              *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/01/26 JCTE NEW COPYBOOK - BAI2 SUBSCRIPTION RECORD  GN6201 *
000150*----------------------------------------------------------------*
000200 01  BAI-SUBSCRIPTION-RECORD.
000300     03  BAS-CLIENT-ID               PIC X(6).
000400     03  BAS-ACCOUNT                 PIC X(22).
000500     03  BAS-PRIOR-DAY-FLAG          PIC X.
000600         88  BAS-88-PRIOR-DAY        VALUE 'Y'.
000700     03  BAS-INTRADAY-FLAG           PIC X.
000800         88  BAS-88-INTRADAY         VALUE 'Y'.
000900     03  BAS-RECEIVER-ID             PIC X(15).
001000     03  FILLER                      PIC X(35).
