*     * GN6181 * 09/10/26 JCTE SUSPICIOUS-ACTIVITY ALERT RECORD
000010*----------------------------------------------------------------*
000020*         SUSPICIOUS-ACTIVITY ALERT INTAKE RECORD                *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER ALERT RAISED BY A BSA MONITOR - IMKITDET     *
000050*    (KITING SUSPECTS), IMCTRAGG (NEAR-THRESHOLD CASH PATTERNS)  *
000060*    AND IMWLSCRN (WATCH-LIST MATCHES).  EACH MONITOR WRITES ITS *
000070*    OWN ALERT FILE AND THE FILES ARE CONCATENATED AS THE INTAKE *
000080*    TO 'IMSARCAS', WHICH MERGES THE ALERTS INTO ONE CASE PER    *
000090*    TAXPAYER.  A BLANK TAX ID IS RESOLVED FROM THE ACCOUNT      *
000100*    THROUGH THE CUSTOMER CROSS-REFERENCE (IMWSCXRF).            *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 09/10/26 JCTE NEW COPYBOOK - SUSPICIOUS-ACTIVITY       GN6181 *
000160*                ALERT INTAKE RECORD                            *
000170*----------------------------------------------------------------*
000200 01  SAR-ALERT-RECORD.
000300     03  SAL-SOURCE-PGM              PIC X(8).
000400     03  SAL-ALERT-TYPE              PIC X(4).
000500         88  SAL-88-KITING           VALUE 'KITE'.
000600         88  SAL-88-CASH-PATTERN     VALUE 'CTRP'.
000700         88  SAL-88-WATCH-LIST       VALUE 'WL01'.
000800     03  SAL-ALERT-DATE              PIC 9(6).
000900     03  SAL-TAX-ID                  PIC X(11).
001000     03  SAL-ACCOUNT                 PIC X(22).
001100     03  SAL-AMOUNT                  PIC S9(13)V99 COMP-3.
001200     03  SAL-RANK                    PIC 9.
001300     03  SAL-SUBJECT-NAME            PIC X(30).
001400     03  FILLER                      PIC X(10).
