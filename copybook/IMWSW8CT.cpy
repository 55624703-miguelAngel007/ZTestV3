*     * GN6187 * 09/18/26 JCTE FOREIGN STATUS CERTIFICATION TRACKING
000010*----------------------------------------------------------------*
000020*         FOREIGN STATUS (W-8BEN) CERTIFICATION TRACKING RECORD  *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER TAXPAYER, KEYED BY THE TAX ID AS BUILT FROM  *
000050*    WMS-TAX-NO-PREFIX, WMS-TAX-NO AND WMS-TAX-NO-SUFFIX.        *
000060*    'IMW8RCRT' ADDS AND REFRESHES IT FROM CERTIFICATES          *
000070*    RECEIVED, SOLICITS RENEWAL AHEAD OF W8C-EXPIRY-DATE (THE    *
000080*    LAST DAY OF THE THIRD CALENDAR YEAR AFTER SIGNING) AND      *
000090*    RECORDS THE LAPSE WHEN THE ACCOUNTS ARE SWITCHED TO         *
000100*    UNCERTIFIED TREATMENT.  THE CERTIFIED VALUES OF WMS-NRA-    *
000110*    CERT-NAME1/2 ARE SAVED AT LAPSE SO A LATER RECERTIFICATION  *
000120*    RESTORES THEM.                                              *
000130*----------------------------------------------------------------*
000140*               ** HISTORY OF REVISIONS **                      *
000150* DESCRIPTION                                           CHNGID  *
000160* ____________________________________________________ _______ *
000170* 09/18/26 JCTE NEW COPYBOOK - W-8BEN CERTIFICATION    GN6187 *
000180*                TRACKING RECORD                                *
000190*----------------------------------------------------------------*
000200 01  W8-CERT-TRACK-RECORD.
000300     03  W8C-TAX-ID                  PIC X(11).
000400     03  W8C-FORM-TYPE               PIC X(6).
000500     03  W8C-SIGNED-DATE             PIC 9(8).
000600     03  W8C-EXPIRY-DATE             PIC 9(8).
000700     03  W8C-EXPIRY-DATE-R REDEFINES W8C-EXPIRY-DATE.
000800         05  W8C-EXPIRY-CC           PIC 99.
000900         05  W8C-EXPIRY-YYMMDD       PIC 9(6).
001000     03  W8C-CERT-COUNTRY            PIC XX.
001100     03  W8C-STATUS                  PIC X.
001200         88  W8C-88-CERTIFIED        VALUE 'C'.
001300         88  W8C-88-SOLICITED        VALUE 'S'.
001400         88  W8C-88-LAPSED           VALUE 'L'.
001500     03  W8C-SOLICIT-DATE            PIC 9(6).
001600     03  W8C-LAPSE-DATE              PIC 9(6).
001700     03  W8C-RECEIVED-DATE           PIC 9(6).
001800     03  W8C-PRIOR-CERT-NAME1        PIC X.
001900     03  W8C-PRIOR-CERT-NAME2        PIC X.
002000     03  FILLER                      PIC X(24).
