*     * GN6224 * 10/15/26 JCTE YEAR-END ROLLOVER BUCKET WORK AREA
000010*----------------------------------------------------------------*
000020*         YEAR-END ROLLOVER BUCKET WORK AREA                     *
000030*----------------------------------------------------------------*
000040*    WORK AREA FOR COPYBOOK IMPDYEBK, SHARED BY IMYESNAP,        *
000050*    IMYEPRUF AND IMYEBKO SO ALL THREE SEE THE YEAR-END-         *
000060*    SENSITIVE MASTER FIELDS THE SAME WAY.  EACH BUCKET IS ONE   *
000070*    CURRENT-YEAR FIELD AND THE PRIOR-YEAR FIELD THE ROLLOVER    *
000080*    MOVES IT INTO.  A BUCKET BELONGS TO THE BASE RECORD (B) OR  *
000090*    TO THE SAVINGS (S), OVERDRAFT ACCRUAL (O), LOAN (L), DUAL-  *
000100*    YEAR TAX (D) OR PLAN (P) TRAILER, AND IS ONLY CAPTURED OR   *
000110*    RESTORED WHEN THAT TRAILER IS ON THE ACCOUNT.  YEB-NM-ZERO  *
000120*    IS 'Y' WHEN THE ROLLOVER ZEROES THE CURRENT-YEAR FIELD; THE *
000130*    PLAN VALUES ARE CARRIED FORWARD INSTEAD.                    *
000140*----------------------------------------------------------------*
000150*               ** HISTORY OF REVISIONS **                      *
000160* DESCRIPTION                                           CHNGID  *
000170* ____________________________________________________ _______ *
000180* 10/15/26 JCTE NEW COPYBOOK - YEAR-END BUCKET AREA     GN6224 *
000190*----------------------------------------------------------------*
000200 01  YEB-BUCKET-MAX                  PIC S9(3)   COMP VALUE +34.
000300 01  YEB-WORK-AREA.
000400     03  YEB-SUB                     PIC S9(3)   COMP VALUE 0.
000500     03  YEB-TRAILERS.
000600         05  YEB-SAV-TRLR            PIC X       VALUE 'N'.
000700             88  YEB-88-SAV          VALUE 'Y'.
000800         05  YEB-OD-TRLR             PIC X       VALUE 'N'.
000900             88  YEB-88-OD           VALUE 'Y'.
001000         05  YEB-LOAN-TRLR           PIC X       VALUE 'N'.
001100             88  YEB-88-LOAN         VALUE 'Y'.
001200         05  YEB-DUAL-TRLR           PIC X       VALUE 'N'.
001300             88  YEB-88-DUAL         VALUE 'Y'.
001400         05  YEB-PLAN-TRLR           PIC X       VALUE 'N'.
001500             88  YEB-88-PLAN         VALUE 'Y'.
001600*    TRAILERS IN THE CAPTURE THAT ARE NO LONGER ON THE ACCOUNT,
001700*    SET BY YEB-RESTORE; THOSE BUCKETS ARE LEFT AS THEY ARE.
001800     03  YEB-MISSING-SW              PIC X       VALUE 'N'.
001900         88  YEB-88-TRLR-MISSING     VALUE 'Y'.
002000     03  YEB-BUCKET OCCURS 34 TIMES.
002100         05  YEB-CUR                 PIC S9(13)V99   COMP-3.
002200         05  YEB-PRV                 PIC S9(13)V99   COMP-3.
002300     03  YEB-PLN-XRF-YTD-REM         PIC X(32).
002400     EJECT
002500*----------------------------------------------------------------*
002600*    BUCKET NAMES - TRAILER GROUP, ZEROED-AT-ROLLOVER FLAG AND   *
002700*    REPORT NAME, IN BUCKET ORDER.                               *
002800*----------------------------------------------------------------*
002900 01  YEB-NAME-AREA.
003000     03  FILLER  PIC X(22) VALUE 'BYSERVICE CHG ACCUM   '.
003100     03  FILLER  PIC X(22) VALUE 'BYIOD INTEREST PAID   '.
003200     03  FILLER  PIC X(22) VALUE 'BYIOD FEDERAL TAX     '.
003300     03  FILLER  PIC X(22) VALUE 'BYIOD STATE TAX       '.
003400     03  FILLER  PIC X(22) VALUE 'BYIOD LOCAL TAX       '.
003500     03  FILLER  PIC X(22) VALUE 'BYIOD INTEREST 1042   '.
003600     03  FILLER  PIC X(22) VALUE 'BYSTMT OD CHARGED     '.
003700     03  FILLER  PIC X(22) VALUE 'BYSTMT NSF CHARGED    '.
003800     03  FILLER  PIC X(22) VALUE 'BYOD REGE OPT-INS     '.
003900     03  FILLER  PIC X(22) VALUE 'SYSAV INTEREST PAID   '.
004000     03  FILLER  PIC X(22) VALUE 'SYSAV FEDERAL TAX     '.
004100     03  FILLER  PIC X(22) VALUE 'SYSAV STATE TAX       '.
004200     03  FILLER  PIC X(22) VALUE 'SYSAV LOCAL TAX       '.
004300     03  FILLER  PIC X(22) VALUE 'SYSAV INTEREST 1042   '.
004400     03  FILLER  PIC X(22) VALUE 'SYCMA MGMT FEES       '.
004500     03  FILLER  PIC X(22) VALUE 'OYOD INTEREST CHARGED '.
004600     03  FILLER  PIC X(22) VALUE 'LYLOAN INTEREST       '.
004700     03  FILLER  PIC X(22) VALUE 'LYLOAN INSURANCE 1    '.
004800     03  FILLER  PIC X(22) VALUE 'LYLOAN INSURANCE 2    '.
004900     03  FILLER  PIC X(22) VALUE 'LYLOAN FEES           '.
005000     03  FILLER  PIC X(22) VALUE 'LYFINANCE CHARGE      '.
005100     03  FILLER  PIC X(22) VALUE 'LYLOAN EXTENSIONS     '.
005200     03  FILLER  PIC X(22) VALUE 'LYLOAN EXT MONTHS     '.
005300     03  FILLER  PIC X(22) VALUE 'DYDUAL IOD INTEREST   '.
005400     03  FILLER  PIC X(22) VALUE 'DYDUAL IOD FEDERAL    '.
005500     03  FILLER  PIC X(22) VALUE 'DYDUAL IOD STATE      '.
005600     03  FILLER  PIC X(22) VALUE 'DYDUAL IOD LOCAL      '.
005700     03  FILLER  PIC X(22) VALUE 'DYDUAL SAV INTEREST   '.
005800     03  FILLER  PIC X(22) VALUE 'DYDUAL SAV FEDERAL    '.
005900     03  FILLER  PIC X(22) VALUE 'DYDUAL SAV STATE      '.
006000     03  FILLER  PIC X(22) VALUE 'DYDUAL SAV LOCAL      '.
006100     03  FILLER  PIC X(22) VALUE 'PNPLAN FAIR MKT VALUE '.
006200     03  FILLER  PIC X(22) VALUE 'PNPLAN YR-END ACCRUAL '.
006300     03  FILLER  PIC X(22) VALUE 'PNPLAN BEGIN BALANCE  '.
006400 01  FILLER REDEFINES YEB-NAME-AREA.
006500     03  YEB-NAME-ENTRY OCCURS 34 TIMES.
006600         05  YEB-NM-GROUP            PIC X.
006700         05  YEB-NM-ZERO             PIC X.
006800         05  YEB-NM-TEXT             PIC X(20).
