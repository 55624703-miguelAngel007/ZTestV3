*     * GN6199 * 09/30/26 JCTE CONSUMER REPORTING FURNISHING RECORD
000010*----------------------------------------------------------------*
000020*         CONSUMER REPORTING AGENCY FURNISHING RECORD            *
000030*----------------------------------------------------------------*
000040*    MONTHLY DEPOSIT CHARGE-OFF FURNISHING FILE FOR THE CONSUMER *
000050*    REPORTING AGENCY, BUILT BY IMCRAFUR FROM THE CHARGE-OFF     *
000060*    MASTER (IMWSCHGO).  ONE HEADER, ONE DETAIL PER ACCOUNT      *
000070*    HOLDER PER ACTION, AND ONE TRAILER.  ACTIONS - A NEW        *
000080*    CHARGE-OFF, P PAID IN FULL, C CORRECTION AFTER A DISPUTE, D *
000090*    DELETE AFTER A DISPUTE.                                     *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 09/30/26 JCTE NEW COPYBOOK - CONSUMER REPORTING        GN6199 *
000150*                FURNISHING RECORD                              *
000160*----------------------------------------------------------------*
000200 01  CRA-FURNISH-RECORD.
000300     03  CRF-RECORD-TYPE             PIC X.
000400         88  CRF-88-HEADER           VALUE 'H'.
000500         88  CRF-88-DETAIL           VALUE 'D'.
000600         88  CRF-88-TRAILER          VALUE 'T'.
000700     03  CRF-INSTITUTION-ID          PIC X(10).
000800     03  CRF-DETAIL-DATA.
000900         05  CRF-ACTION              PIC X.
001000             88  CRF-88-NEW-CHARGE-OFF   VALUE 'A'.
001100             88  CRF-88-PAID-IN-FULL     VALUE 'P'.
001200             88  CRF-88-CORRECTION       VALUE 'C'.
001300             88  CRF-88-DELETE           VALUE 'D'.
001400         05  CRF-ACCOUNT             PIC X(22).
001500         05  CRF-CLOSURE-REASON      PIC X.
001600         05  CRF-CHARGE-OFF-DATE     PIC X(6).
001700         05  CRF-CHARGE-OFF-AMT      PIC 9(11)V99.
001800         05  CRF-PAID-DATE           PIC X(6).
001900         05  CRF-PAID-AMT            PIC 9(11)V99.
002000         05  CRF-PARTY-SEQ           PIC 9(3).
002100         05  CRF-PARTY-ROLE          PIC X.
002200         05  CRF-NAME                PIC X(40).
002300         05  CRF-TAX-ID              PIC X(11).
002400         05  CRF-BIRTH-DATE          PIC X(8).
002500         05  CRF-ADDR-LINE-1         PIC X(40).
002600         05  CRF-ADDR-LINE-2         PIC X(40).
002700         05  CRF-CITY                PIC X(28).
002800         05  CRF-STATE               PIC XX.
002900         05  CRF-ZIP                 PIC X(10).
003000         05  FILLER                  PIC X(44).
003100     03  CRF-HEADER-DATA REDEFINES CRF-DETAIL-DATA.
003200         05  CRF-HDR-FILE-DATE       PIC X(6).
003300         05  CRF-HDR-PERIOD          PIC X(4).
003400         05  FILLER                  PIC X(279).
003500     03  CRF-TRAILER-DATA REDEFINES CRF-DETAIL-DATA.
003600         05  CRF-TRL-DETAIL-COUNT    PIC 9(7).
003700         05  CRF-TRL-ACCOUNT-COUNT   PIC 9(7).
003800         05  CRF-TRL-AMOUNT-TOTAL    PIC 9(13)V99.
003900         05  FILLER                  PIC X(260).
