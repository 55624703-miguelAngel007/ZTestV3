*     * GN6204 * 10/03/26 JCTE ACH DEBIT FILTER MASTER RECORD
000010*----------------------------------------------------------------*
000020*         ACH DEBIT FILTER MASTER RECORD                         *
000030*----------------------------------------------------------------*
000040*    ONE ACCOUNT CONTROL RECORD (COMPANY ID SPACES) PER ACCOUNT  *
000050*    UNDER ACH DEBIT FILTERING, CARRYING THE FILTER TYPE - BLOCK *
000060*    EVERY ACH DEBIT, OR ALLOW ONLY THE LISTED ORIGINATORS - AND *
000070*    WHAT BECOMES OF AN UNAUTHORIZED DEBIT: RETURNED THE SAME    *
000080*    NIGHT, OR HELD FOR THE CUSTOMER'S PAY/RETURN DECISION       *
000090*    THROUGH IMRTNDEC.  UNDER IT, ONE RECORD PER AUTHORIZED      *
000100*    ORIGINATOR COMPANY ID WITH AN OPTIONAL MAXIMUM AMOUNT PER   *
000110*    ITEM (ZERO = NO MAXIMUM). MAINTAINED AND APPLIED BY         *
000120*    IMACHFLT, WHICH READS IMWSACFL AND WRITES IMWSACFN.         *
000130*----------------------------------------------------------------*
000140*               ** HISTORY OF REVISIONS **                      *
000150* DESCRIPTION                                           CHNGID  *
000160* ____________________________________________________ _______ *
000170* 10/03/26 JCTE NEW COPYBOOK - ACH DEBIT FILTER MASTER   GN6204 *
000180*----------------------------------------------------------------*
000200 01  ACH-FILTER-RECORD.
000300     03  ACF-ACCOUNT                 PIC X(22).
000400     03  ACF-COMPANY-ID              PIC X(10).
000500         88  ACF-88-ACCOUNT-CONTROL  VALUE SPACES.
000600     03  ACF-FILTER-TYPE             PIC X.
000700         88  ACF-88-BLOCK-ALL        VALUE 'B'.
000800         88  ACF-88-FILTER-LIST      VALUE 'F'.
000900     03  ACF-UNAUTH-ACTION           PIC X.
001000         88  ACF-88-RETURN           VALUE 'R'.
001100         88  ACF-88-CUST-DECISION    VALUE 'D'.
001200     03  ACF-MAX-AMOUNT              PIC 9(9)V99.
001300     03  ACF-COMPANY-NAME            PIC X(16).
001400     03  ACF-DATE-ADDED              PIC 9(6).
001500     03  ACF-DATE-CHANGED            PIC 9(6).
001600     03  ACF-OPER-ID                 PIC X(5).
001700     03  FILLER                      PIC X(2).
