*     * GN6195 * 09/26/26 JCTE NCOA CHANGE-OF-ADDRESS EXCHANGE RECORD
000010*----------------------------------------------------------------*
000020*         NCOA CHANGE-OF-ADDRESS EXCHANGE RECORD                 *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER MAILING ADDRESS SENT TO THE POSTAL CHANGE-   *
000050*    OF-ADDRESS SERVICE, IN THE VENDOR'S FIXED 320-BYTE FORMAT.  *
000060*    'IMNCOEXT' FILLS THE CLIENT KEY AND THE ADDRESS AS WE HOLD  *
000070*    IT - FROM AN IMNAME OCCURRENCE (SOURCE 'N') OR THE MASTER   *
000080*    NAME AND ADDRESS TRAILER (SOURCE 'M').  THE VENDOR RETURNS  *
000090*    THE SAME RECORD WITH THE RESULT AREA FILLED, AND 'IMNCOAPL' *
000100*    APPLIES IT.  RETURN CODE 'A ' IS A CHANGE-OF-ADDRESS MATCH  *
000110*    WITH A NEW ADDRESS; '19' IS A MATCH WHERE THE CUSTOMER      *
000120*    MOVED AND LEFT NO FORWARDING ADDRESS.  THE MOVE DATE IS     *
000130*    CCYYMM.                                                     *
000140*----------------------------------------------------------------*
000150*               ** HISTORY OF REVISIONS **                      *
000160* DESCRIPTION                                           CHNGID  *
000170* ____________________________________________________ _______ *
000180* 09/26/26 JCTE NEW COPYBOOK - NCOA CHANGE-OF-ADDRESS   GN6195 *
000190*                EXCHANGE RECORD                                *
000200*----------------------------------------------------------------*
000300 01  NCOA-EXCHANGE-RECORD.
000400     03  NCA-CLIENT-KEY.
000500         05  NCA-SOURCE              PIC X.
000600             88  NCA-88-IMNAME       VALUE 'N'.
000700             88  NCA-88-MASTER       VALUE 'M'.
000800         05  NCA-ACCOUNT             PIC X(22).
000900         05  NCA-USE-CODE            PIC XX.
001000         05  NCA-ADDR-NO             PIC 9.
001100     03  NCA-NAME                    PIC X(40).
001200     03  NCA-ADDRESS.
001300         05  NCA-ADDR-LINE-1         PIC X(40).
001400         05  NCA-ADDR-LINE-2         PIC X(40).
001500         05  NCA-CITY                PIC X(28).
001600         05  NCA-STATE               PIC XX.
001700         05  NCA-ZIP5                PIC X(5).
001800         05  NCA-ZIP4                PIC X(4).
001900     03  NCA-RESULT.
002000         05  NCA-RETURN-CODE         PIC XX.
002100             88  NCA-88-NEW-ADDRESS  VALUE 'A '.
002200             88  NCA-88-NO-FORWARD   VALUE '19'.
002300         05  NCA-MOVE-TYPE           PIC X.
002400             88  NCA-88-INDIVIDUAL   VALUE 'I'.
002500             88  NCA-88-FAMILY       VALUE 'F'.
002600             88  NCA-88-BUSINESS     VALUE 'B'.
002700         05  NCA-MOVE-KIND           PIC X.
002800             88  NCA-88-PERMANENT    VALUE 'P'.
002900             88  NCA-88-TEMPORARY    VALUE 'T'.
003000         05  NCA-MOVE-DATE           PIC 9(6).
003100         05  NCA-NEW-ADDRESS.
003200             07  NCA-NEW-LINE-1      PIC X(40).
003300             07  NCA-NEW-LINE-2      PIC X(40).
003400             07  NCA-NEW-CITY        PIC X(28).
003500             07  NCA-NEW-STATE       PIC XX.
003600             07  NCA-NEW-ZIP5        PIC X(5).
003700             07  NCA-NEW-ZIP4        PIC X(4).
003800     03  FILLER                      PIC X(6).
