*     * GN6191 * 09/22/26 JCTE PROMOTIONAL RATE BOOK RECORD
000010*----------------------------------------------------------------*
000020*         PROMOTIONAL AND STEP-RATE BOOK RECORD                  *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER ACCOUNT THAT HAS CARRIED A SPECIAL RATE      *
000050*    (WMS-NB-SS-RT-IND), IN MASTER ORDER.  'IMPROMEX' OPENS IT   *
000060*    WHEN A PROMOTION IS FIRST SEEN, ACCRUES THE BALANCE-DAYS    *
000070*    AND THE INCREMENTAL INTEREST OF WMS-NB-SS-RT-ADJ EACH       *
000080*    NIGHT, RECORDS THE REG DD NOTICE DATE, AND AT THE STOP DATE *
000090*    SAVES THE BALANCE SO POST-EXPIRY RETENTION CAN BE MEASURED. *
000100*    AN EXPIRED RECORD IS DROPPED ONE YEAR AFTER ITS STOP DATE.  *
000110*    ALL DATES ARE CCYYMMDD.                                     *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 09/22/26 JCTE NEW COPYBOOK - PROMOTIONAL RATE BOOK    GN6191 *
000170*----------------------------------------------------------------*
000200 01  PROMO-BOOK-RECORD.
000300     03  PBK-ACCOUNT                 PIC X(22).
000400     03  PBK-STATUS                  PIC X.
000500         88  PBK-88-ACTIVE           VALUE 'A'.
000600         88  PBK-88-EXPIRED          VALUE 'E'.
000700     03  PBK-RT-IND                  PIC X.
000800     03  PBK-START-DATE              PIC 9(8).
000900     03  PBK-STOP-DATE               PIC 9(8).
001000     03  PBK-RATE-ADJ                PIC S9V9(8)      COMP-3.
001100     03  PBK-PROMO-RATE-PTR          PIC S999         COMP-3.
001200     03  PBK-STD-RATE-PTR            PIC S999         COMP-3.
001300     03  PBK-NOTICE-DATE             PIC 9(8).
001400     03  PBK-ACCRUED-THRU            PIC 9(8).
001500     03  PBK-BAL-DAYS                PIC S9(15)V99    COMP-3.
001600     03  PBK-DAYS                    PIC S9(5)        COMP-3.
001700     03  PBK-INCR-INTEREST           PIC S9(9)V9(6)   COMP-3.
001800     03  PBK-EXPIRY-BAL              PIC S9(13)V99    COMP-3.
001900     03  PBK-CURR-BAL                PIC S9(13)V99    COMP-3.
002000     03  PBK-CLOSED-SW               PIC X.
002100         88  PBK-88-CLOSED           VALUE 'Y'.
002200     03  FILLER                      PIC X(18).
