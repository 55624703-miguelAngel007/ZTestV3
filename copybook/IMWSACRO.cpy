*     * GN6204 * 10/03/26 JCTE OUTBOUND ACH RETURN ENTRY
000010*----------------------------------------------------------------*
000020*         OUTBOUND ACH RETURN ENTRY                              *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER RECEIVED ACH ENTRY THIS BANK RETURNS TO THE  *
000050*    ORIGINATING BANK, BUILT FROM THE POSTING-STREAM ITEM WITH   *
000060*    THE NACHA RETURN REASON CODE.  WRITTEN BY IMACHFLT FOR      *
000070*    DEBITS THE ACCOUNT'S FILTER RETURNS OUTRIGHT AND BY         *
000080*    IMRTNDEC FOR FILTERED DEBITS THE CUSTOMER DECIDED TO        *
000090*    RETURN; THE ACH RETURN-ENTRY BUILD PICKS UP BOTH FILES.     *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/03/26 JCTE NEW COPYBOOK - OUTBOUND ACH RETURN ENTRY GN6204 *
000150*----------------------------------------------------------------*
000200 01  ACH-RETURN-OUT-RECORD.
000300     03  ARO-ACCOUNT                 PIC X(22).
000400     03  ARO-COMPANY-ID              PIC X(10).
000500     03  ARO-COMPANY-NAME            PIC X(16).
000600     03  ARO-ENTRY-DESC              PIC X(10).
000700     03  ARO-ORIG-TRACE              PIC 9(15).
000800     03  ARO-RETURN-REASON           PIC X(3).
000900     03  ARO-AMOUNT                  PIC 9(11)V99.
001000     03  ARO-ENTRY-DATE              PIC X(6).
001100     03  ARO-RETURN-DATE             PIC 9(6).
001200     03  ARO-RETURNED-BY             PIC X(8).
001300     03  FILLER                      PIC X(11).
