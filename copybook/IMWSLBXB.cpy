*     * GN6202 * 10/02/26 JCTE LOCKBOX PROCESSOR BATCH RECORD
000010*----------------------------------------------------------------*
000020*         LOCKBOX PROCESSOR BATCH RECORD                         *
000030*----------------------------------------------------------------*
000040*    THE LOCKBOX PROCESSOR'S DAILY BATCH FILE (IMLBXBAT) AS READ *
000050*    BY IMLBXINT.  EACH BATCH IS ONE HEADER, CARRYING THE        *
000060*    LOCKBOX, THE DEPOSIT ACCOUNT AND THE PROCESSOR'S ITEM COUNT *
000070*    AND TOTAL, FOLLOWED BY ONE DETAIL PER REMITTANCE (PAYER,    *
000080*    INVOICE, CHECK NUMBER AND CHECK AMOUNT).  A BATCH THAT DOES *
000090*    NOT PROVE IS WRITTEN BACK IN THIS LAYOUT TO THE HOLD FILE.  *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/02/26 JCTE NEW COPYBOOK - LOCKBOX PROCESSOR BATCH   GN6202 *
000150*                RECORD                                         *
000160*----------------------------------------------------------------*
000200 01  LOCKBOX-BATCH-RECORD.
000300     03  LBX-REC-TYPE                PIC X.
000400         88  LBX-88-HEADER           VALUE 'H'.
000500         88  LBX-88-DETAIL           VALUE 'D'.
000600     03  LBX-LOCKBOX-NO              PIC X(7).
000700     03  LBX-BATCH-NO                PIC 9(4).
000800     03  LBX-DETAIL-DATA.
000900         05  LBX-PAYER-NAME          PIC X(25).
001000         05  LBX-INVOICE-NO          PIC X(15).
001100         05  LBX-CHECK-NO            PIC 9(10).
001200         05  LBX-CHECK-AMT           PIC 9(9)V99.
001300         05  FILLER                  PIC X(7).
001400     03  LBX-HEADER-DATA REDEFINES LBX-DETAIL-DATA.
001500         05  LBX-ACCOUNT             PIC X(22).
001600         05  LBX-DEPOSIT-DATE        PIC 9(6).
001700         05  LBX-BATCH-ITEMS         PIC 9(5).
001800         05  LBX-BATCH-TOTAL         PIC 9(11)V99.
001900         05  FILLER                  PIC X(22).
