*     * GN6202 * 10/02/26 JCTE LOCKBOX REMITTANCE DETAIL RECORD
000010*----------------------------------------------------------------*
000020*         LOCKBOX ELECTRONIC REMITTANCE DETAIL RECORD            *
000030*----------------------------------------------------------------*
000040*    THE CUSTOMER REMITTANCE DETAIL FILE (IMLBXREM) WRITTEN BY   *
000050*    IMLBXINT IN PLACE OF THE FAXED REMITTANCE LIST.  ONE FILE   *
000060*    PER LOCKBOX CUSTOMER, IN LOCKBOX ORDER - A FILE HEADER (H), *
000070*    THEN FOR EACH POSTED BATCH A BATCH RECORD (B) AND ONE       *
000080*    DETAIL PER REMITTANCE (D), AND A FILE TRAILER (T) WITH THE  *
000090*    CUSTOMER'S BATCH AND ITEM COUNTS AND TOTAL.  ONLY BATCHES   *
000100*    THAT PROVED AND POSTED ARE REPORTED.                        *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 10/02/26 JCTE NEW COPYBOOK - LOCKBOX REMITTANCE        GN6202 *
000160*                DETAIL RECORD                                  *
000170*----------------------------------------------------------------*
000200 01  LOCKBOX-REMITTANCE-RECORD.
000300     03  RMT-REC-TYPE                PIC X.
000400         88  RMT-88-FILE-HEADER      VALUE 'H'.
000500         88  RMT-88-BATCH            VALUE 'B'.
000600         88  RMT-88-DETAIL           VALUE 'D'.
000700         88  RMT-88-FILE-TRAILER     VALUE 'T'.
000800     03  RMT-LOCKBOX-NO              PIC X(7).
000900     03  RMT-BATCH-NO                PIC 9(4).
001000     03  RMT-ITEM-SEQ                PIC 9(5).
001100     03  RMT-DETAIL-DATA.
001200         05  RMT-PAYER-NAME          PIC X(25).
001300         05  RMT-INVOICE-NO          PIC X(15).
001400         05  RMT-CHECK-NO            PIC 9(10).
001500         05  RMT-CHECK-AMT           PIC 9(9)V99.
001600         05  FILLER                  PIC X(22).
001700     03  RMT-HEADER-DATA REDEFINES RMT-DETAIL-DATA.
001800         05  RMT-ACCOUNT             PIC X(22).
001900         05  RMT-CREATE-DATE         PIC 9(6).
002000         05  FILLER                  PIC X(55).
002100     03  RMT-BATCH-DATA REDEFINES RMT-DETAIL-DATA.
002200         05  RMT-DEPOSIT-DATE        PIC 9(6).
002300         05  RMT-BATCH-ITEMS         PIC 9(5).
002400         05  RMT-BATCH-TOTAL         PIC 9(11)V99.
002500         05  FILLER                  PIC X(59).
002600     03  RMT-TRAILER-DATA REDEFINES RMT-DETAIL-DATA.
002700         05  RMT-FILE-BATCHES        PIC 9(5).
002800         05  RMT-FILE-ITEMS          PIC 9(7).
002900         05  RMT-FILE-TOTAL          PIC 9(13)V99.
003000         05  FILLER                  PIC X(56).
