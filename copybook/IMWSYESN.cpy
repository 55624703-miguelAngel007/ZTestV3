*     * GN6224 * 10/15/26 JCTE YEAR-END ROLLOVER SNAPSHOT RECORD
000010*----------------------------------------------------------------*
000020*         YEAR-END ROLLOVER SNAPSHOT RECORD                      *
000030*----------------------------------------------------------------*
000040*    KEYED SNAPSHOT (IMYESNAP) OF EVERY YEAR-END-SENSITIVE FIELD *
000050*    OF EVERY ACCOUNT, TAKEN BY IMYESNAP JUST BEFORE THE YEAR-   *
000060*    END ROLLOVER, PROVED AFTER IT BY IMYEPRUF AND RESTORED BY   *
000070*    IMYEBKO WHEN THE ROLLOVER HAS TO BE UNDONE.  THE FIELDS ARE *
000080*    CARRIED AS CURRENT/PRIOR-YEAR PAIRS IN THE BUCKET ORDER OF  *
000090*    IMWSYEBK.  THE LAST RECORD (KEY HIGH-VALUES, TYPE 'C')      *
000100*    HOLDS THE ACCOUNT COUNT AND THE CONTROL TOTAL OF EACH       *
000110*    BUCKET.                                                     *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/15/26 JCTE NEW COPYBOOK - YEAR-END ROLLOVER        GN6224 *
000170*                SNAPSHOT RECORD                                *
000180*----------------------------------------------------------------*
000200 01  YE-SNAPSHOT-RECORD.
000300     03  YES-CONTROL-KEY             PIC X(22).
000400     03  YES-RECORD-TYPE             PIC X.
000500         88  YES-88-ACCOUNT          VALUE 'A'.
000600         88  YES-88-CONTROL          VALUE 'C'.
000700     03  YES-SNAP-DATE               PIC X(6).
000800     03  YES-TAX-YEAR                PIC 9(4).
000900     03  YES-ACCOUNT-DATA.
001000         05  YES-ACCT-TYPE           PIC XXX.
001100         05  YES-TRAILERS.
001200             07  YES-SAV-TRLR        PIC X.
001300             07  YES-OD-TRLR         PIC X.
001400             07  YES-LOAN-TRLR       PIC X.
001500             07  YES-DUAL-TRLR       PIC X.
001600             07  YES-PLAN-TRLR       PIC X.
001700         05  YES-BUCKET OCCURS 34 TIMES.
001800             07  YES-CUR             PIC S9(13)V99   COMP-3.
001900             07  YES-PRV             PIC S9(13)V99   COMP-3.
002000         05  YES-PLN-XRF-YTD-REM     PIC X(32).
002100         05  FILLER                  PIC X(83).
002200     03  YES-CONTROL-DATA REDEFINES YES-ACCOUNT-DATA.
002300         05  YES-CTL-ACCOUNTS        PIC 9(9).
002400         05  YES-CTL-BUCKET OCCURS 34 TIMES.
002500             07  YES-CTL-CUR         PIC S9(15)V99   COMP-3.
002600             07  YES-CTL-PRV         PIC S9(15)V99   COMP-3.
002700         05  FILLER                  PIC X(46).
