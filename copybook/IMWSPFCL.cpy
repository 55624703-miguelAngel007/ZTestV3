*     * GN6206 * 10/04/26 JCTE PUBLIC FUNDS PLEDGED COLLATERAL RECORD
000010*----------------------------------------------------------------*
000020*         PUBLIC FUNDS PLEDGED COLLATERAL RECORD                 *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER SECURITY PLEDGED TO SECURE THE DEPOSITS OF A *
000050*    PUBLIC UNIT, KEYED BY THE DEPOSITOR'S TAX ID (AS IMINSAGG   *
000060*    BUILDS IT) AND THE SECURITY ID.  THE COLLATERAL VALUE IS    *
000070*    THE MARKET VALUE LESS THE HAIRCUT PERCENT.  THE PLEDGEE IS  *
000080*    THE PUBLIC UNIT OR THE TRUSTEE HOLDING THE PLEDGE FOR IT.   *
000090*    MAINTAINED UNDER EDIT BY IMPFCMON, WHICH READS IMWSPFCL AND *
000100*    WRITES IMWSPFCN.                                            *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 10/04/26 JCTE NEW COPYBOOK - PUBLIC FUNDS PLEDGED      GN6206 *
000160*                COLLATERAL                                     *
000170*----------------------------------------------------------------*
000200 01  PLEDGED-COLLATERAL-RECORD.
000300     03  PCL-TAX-ID                  PIC X(11).
000400     03  PCL-SECURITY-ID             PIC X(12).
000500     03  PCL-SECURITY-DESC           PIC X(20).
000600     03  PCL-PAR-AMOUNT              PIC 9(11)V99.
000700     03  PCL-MARKET-VALUE            PIC 9(11)V99.
000800     03  PCL-HAIRCUT-PCT             PIC 9(2)V99.
000900     03  PCL-PLEDGEE                 PIC X(20).
001000     03  PCL-DATE-PLEDGED            PIC 9(6).
001100     03  PCL-VALUE-DATE              PIC 9(6).
001200     03  PCL-OPER-ID                 PIC X(5).
001300     03  FILLER                      PIC X(10).
