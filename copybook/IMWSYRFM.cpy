*     * GN6212 * 10/08/26 JCTE RETIREMENT FORM WORK AREA
000010*----------------------------------------------------------------*
000020*         RETIREMENT PLAN YEAR-END FORM WORK AREA                *
000030*----------------------------------------------------------------*
000040*    WORK AREA FOR THE 5498 AND 1099-R FORM COMPUTATION IN       *
000050*    COPYBOOK IMPDYRFM, SHARED BY IMYERTAX AND ITS CORRECTIONS   *
000060*    RUN IMYERCOR SO BOTH COMPUTE A PLAN ACCOUNT'S FORMS THE     *
000070*    SAME WAY.  THE BOX TABLE IS LOADED AT RUN TIME FROM         *
000080*    IMYERBOX (ONE YRF-BOX-CARD PER PLAN CODE) AND EACH FORM IS  *
000090*    CARRIED AS FOURTEEN AMOUNTS SUBSCRIPTED BY IRS BOX NUMBER.  *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/08/26 JCTE NEW COPYBOOK - 5498 AND 1099-R FORM     GN6212 *
000150*                WORK AREA AND BOX TABLE                        *
000160*----------------------------------------------------------------*
000200*    BOX TABLE CARD.  FORM '5' MAPS A CONTRIBUTION PLAN CODE TO  *
000300*    ITS 5498 BOX, FORM 'R' A DISTRIBUTION PLAN CODE TO ITS      *
000400*    1099-R BOX AND DISTRIBUTION CODE (YBC-TAXABLE 'Y' ALSO      *
000500*    ADDS A BOX 1 AMOUNT TO BOX 2A), AND FORM 'E' AN EARLY-      *
000600*    DISTRIBUTION REASON (WMS-PLN-TRLR-EARLY-DIST-RSN IN THE     *
000700*    FIRST BYTE OF YBC-PLAN-CODE) TO ITS DISTRIBUTION CODE.  BOX *
000800*    00 IS A KNOWN PLAN CODE THAT IS NOT REPORTED.               *
000900*----------------------------------------------------------------*
001000 01  YRF-BOX-CARD.
001100     03  YBC-FORM                    PIC X.
001200         88  YBC-88-5498             VALUE '5'.
001300         88  YBC-88-1099R            VALUE 'R'.
001400         88  YBC-88-EARLY-RSN        VALUE 'E'.
001500     03  YBC-PLAN-CODE               PIC XX.
001600     03  YBC-BOX                     PIC 99.
001700     03  YBC-DIST-CODE               PIC XX.
001800     03  YBC-TAXABLE                 PIC X.
001900     03  YBC-DESC                    PIC X(30).
002000     03  FILLER                      PIC X(42).
002100 01  YRF-BOX-MAX                     PIC S9(5)   COMP VALUE +300.
002200 01  YRF-BOX-COUNT                   PIC S9(5)   COMP VALUE 0.
002300 01  YRF-BOX-TABLE.
002400     03  YRF-BOX-ENTRY OCCURS 1 TO 300 TIMES
002500                       DEPENDING ON YRF-BOX-COUNT
002600                       INDEXED BY BXX.
002700         05  YRF-BOX-FORM            PIC X.
002800         05  YRF-BOX-PLAN-CODE       PIC XX.
002900         05  YRF-BOX-NO              PIC 99.
003000         05  YRF-BOX-DIST-CODE       PIC XX.
003100         05  YRF-BOX-TAXABLE         PIC X.
003200     EJECT
003300*----------------------------------------------------------------*
003400*    ONE PLAN ACCOUNT'S FORMS.  YRF-CTDT-YEAR SELECTS THE CTDT   *
003500*    BUCKETS ('0' CURRENT, '1' PRIOR) - TAX YEAR FOR THE 5498,   *
003600*    CALENDAR YEAR FOR THE 1099-R.                               *
003700*----------------------------------------------------------------*
003800 01  YRF-WORK-AREA.
003900     03  YRF-CTDT-YEAR               PIC X       VALUE '0'.
004000     03  YRF-SUB                     PIC S9(5)   COMP VALUE 0.
004100     03  YRF-BOX-SUB                 PIC S9(5)   COMP VALUE 0.
004200     03  YRF-BOX-NUM                 PIC S9(5)   COMP VALUE 0.
004300     03  YRF-REJECT-SW               PIC X       VALUE 'N'.
004400         88  YRF-88-REJECTED         VALUE 'Y'.
004500     03  YRF-FIND-FORM               PIC X       VALUE SPACE.
004600     03  YRF-FIND-CODE               PIC XX      VALUE SPACES.
004700     03  YRF-5498-SW                 PIC X       VALUE 'N'.
004800         88  YRF-88-5498             VALUE 'Y'.
004900     03  YRF-1099R-SW                PIC X       VALUE 'N'.
005000         88  YRF-88-1099R            VALUE 'Y'.
005100     03  YRF-DIST-CODE-SW            PIC X       VALUE 'N'.
005200         88  YRF-88-DIST-DEFAULTED   VALUE 'Y'.
005300     03  YRF-DIST-CODE               PIC XX      VALUE SPACES.
005400     03  YRF-UNMAPPED-CODE           PIC XX      VALUE SPACES.
005500     03  YRF-UNMAPPED-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
005600     03  YRF-NOT-RPTD-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
005700     03  YRF-5498-AMTS.
005800         05  YRF-5498-AMT            PIC S9(13)V99 COMP-3
005900                                     OCCURS 14 TIMES.
006000     03  YRF-1099R-AMTS.
006100         05  YRF-1099R-AMT           PIC S9(13)V99 COMP-3
006200                                     OCCURS 14 TIMES.
006300     EJECT
006400*----------------------------------------------------------------*
006500*    BOX CAPTIONS FOR THE PRINT IMAGES AND BALANCING TOTALS.     *
006600*----------------------------------------------------------------*
006700 01  YRF-5498-CAPTIONS.
006800     03  FILLER  PIC X(21)  VALUE 'IRA CONTRIBUTIONS    '.
006900     03  FILLER  PIC X(21)  VALUE 'ROLLOVER CONTRIB     '.
007000     03  FILLER  PIC X(21)  VALUE 'ROTH IRA CONVERSION  '.
007100     03  FILLER  PIC X(21)  VALUE 'RECHARACTERIZED      '.
007200     03  FILLER  PIC X(21)  VALUE 'FAIR MARKET VALUE    '.
007300     03  FILLER  PIC X(21)  VALUE 'LIFE INSURANCE COST  '.
007400     03  FILLER  PIC X(21)  VALUE 'BOX 7                '.
007500     03  FILLER  PIC X(21)  VALUE 'SEP CONTRIBUTIONS    '.
007600     03  FILLER  PIC X(21)  VALUE 'SIMPLE CONTRIBUTIONS '.
007700     03  FILLER  PIC X(21)  VALUE 'ROTH IRA CONTRIB     '.
007800     03  FILLER  PIC X(21)  VALUE 'BOX 11               '.
007900     03  FILLER  PIC X(21)  VALUE 'RMD AMOUNT           '.
008000     03  FILLER  PIC X(21)  VALUE 'POSTPONED CONTRIB    '.
008100     03  FILLER  PIC X(21)  VALUE 'REPAYMENTS           '.
008200 01  YRF-5498-CAPTION-R REDEFINES YRF-5498-CAPTIONS.
008300     03  YRF-5498-CAPTION            PIC X(21)   OCCURS 14 TIMES.
008400 01  YRF-1099R-CAPTIONS.
008500     03  FILLER  PIC X(21)  VALUE 'GROSS DISTRIBUTION   '.
008600     03  FILLER  PIC X(21)  VALUE 'TAXABLE AMOUNT       '.
008700     03  FILLER  PIC X(21)  VALUE 'CAPITAL GAIN         '.
008800     03  FILLER  PIC X(21)  VALUE 'FEDERAL TAX WITHHELD '.
008900     03  FILLER  PIC X(21)  VALUE 'EMPLOYEE CONTRIB     '.
009000     03  FILLER  PIC X(21)  VALUE 'NET UNREALIZED APPR  '.
009100     03  FILLER  PIC X(21)  VALUE 'BOX 7                '.
009200     03  FILLER  PIC X(21)  VALUE 'OTHER                '.
009300     03  FILLER  PIC X(21)  VALUE 'TOTAL EMPLOYEE CONTR '.
009400     03  FILLER  PIC X(21)  VALUE 'IRR ALLOCABLE        '.
009500     03  FILLER  PIC X(21)  VALUE 'BOX 11               '.
009600     03  FILLER  PIC X(21)  VALUE 'BOX 12               '.
009700     03  FILLER  PIC X(21)  VALUE 'BOX 13               '.
009800     03  FILLER  PIC X(21)  VALUE 'STATE TAX WITHHELD   '.
009900 01  YRF-1099R-CAPTION-R REDEFINES YRF-1099R-CAPTIONS.
010000     03  YRF-1099R-CAPTION           PIC X(21)   OCCURS 14 TIMES.
010100     EJECT
