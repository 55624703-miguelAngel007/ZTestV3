*     * GN6212 * 10/08/26 JCTE RETIREMENT FORM IRS E-FILE RECORD
000010*----------------------------------------------------------------*
000020*         RETIREMENT PLAN FORM IRS ELECTRONIC-FILING RECORD      *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER 5498 OR 1099-R FORM, WRITTEN BY IMYERTAX     *
000050*    ('B' ORIGINAL) AND IMYERCOR ('C' CORRECTED).  THE FORMS ARE *
000060*    FILED PER PLAN ACCOUNT, SO THE ACCOUNT TRAVELS WITH THE TAX *
000070*    ID.  RIR-BOX-AMOUNT (N) IS FORM BOX N - ON THE 5498 BOX 1   *
000080*    IRA CONTRIBUTIONS, 2 ROLLOVERS, 3 ROTH CONVERSIONS, 4       *
000090*    RECHARACTERIZATIONS, 5 FAIR MARKET VALUE, 8 SEP, 9 SIMPLE   *
000100*    AND 10 ROTH CONTRIBUTIONS; ON THE 1099-R BOX 1 GROSS        *
000110*    DISTRIBUTION, 2 TAXABLE AMOUNT, 4 FEDERAL AND 14 STATE      *
000120*    WITHHOLDING, WITH THE BOX 7 DISTRIBUTION CODE IN            *
000130*    RIR-DIST-CODE.                                              *
000140*----------------------------------------------------------------*
000150*               ** HISTORY OF REVISIONS **                      *
000160* DESCRIPTION                                           CHNGID  *
000170* ____________________________________________________ _______ *
000180* 10/08/26 JCTE NEW COPYBOOK - 5498 AND 1099-R IRS      GN6212 *
000190*                ELECTRONIC-FILING RECORD                       *
000200*----------------------------------------------------------------*
000300 01  RET-IRS-RECORD.
000400     03  RIR-REC-TYPE                PIC X.
000500         88  RIR-88-ORIGINAL         VALUE 'B'.
000600         88  RIR-88-CORRECTED        VALUE 'C'.
000700     03  RIR-FORM-TYPE               PIC X(5).
000800         88  RIR-88-5498             VALUE '5498 '.
000900         88  RIR-88-1099R            VALUE '1099R'.
001000     03  RIR-TAX-YEAR                PIC 9(4).
001100     03  RIR-TAX-ID                  PIC X(11).
001200     03  RIR-ACCOUNT                 PIC X(22).
001300     03  RIR-DIST-CODE               PIC XX.
001400     03  RIR-BOX-AMOUNT              PIC 9(10)V99
001500                                     OCCURS 14 TIMES.
001600     03  FILLER                      PIC X(37).
