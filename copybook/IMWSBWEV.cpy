*     * GN6186 * 09/17/26 JCTE BACKUP-WITHHOLDING EVENT RECORD
000010*----------------------------------------------------------------*
000020*         BACKUP-WITHHOLDING LIFECYCLE EVENT RECORD              *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER STEP IN AN ACCOUNT'S B-NOTICE AND BACKUP-    *
000050*    WITHHOLDING LIFECYCLE, APPENDED BY 'IMBNOTIC' AS EACH STEP  *
000060*    IS TAKEN - NOTICE ISSUED, CERTIFICATION RECEIVED,           *
000070*    WITHHOLDING STARTED OR LIFTED, ACCOUNT RELISTED OR CLOSED.  *
000080*    THE LOG IS NEVER REWRITTEN, SO IT IS THE AUDIT TRAIL FOR    *
000090*    THE WMS-BKUP-WTHLD-FLAG SETTINGS AND 'IMYETAX' READS IT TO  *
000100*    REPORT EACH TAX ID'S BACKUP WITHHOLDING FOR THE YEAR.       *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 09/17/26 JCTE NEW COPYBOOK - BACKUP-WITHHOLDING       GN6186 *
000160*                LIFECYCLE EVENT RECORD                         *
000170*----------------------------------------------------------------*
000200 01  BKUP-WTHLD-EVENT-RECORD.
000300     03  BWE-ACCOUNT                 PIC X(22).
000400     03  BWE-TAX-ID                  PIC X(11).
000500     03  BWE-EVENT                   PIC XX.
000600         88  BWE-88-FIRST-NOTICE     VALUE 'N1'.
000700         88  BWE-88-SECOND-NOTICE    VALUE 'N2'.
000800         88  BWE-88-CERTIFIED        VALUE 'CR'.
000900         88  BWE-88-WTHLD-STARTED    VALUE 'BW'.
001000         88  BWE-88-WTHLD-LIFTED     VALUE 'BL'.
001100         88  BWE-88-RELISTED         VALUE 'RL'.
001200         88  BWE-88-ACCOUNT-CLOSED   VALUE 'XC'.
001300     03  BWE-EVENT-DATE              PIC 9(6).
001400     03  BWE-CP2100-DATE             PIC 9(6).
001500     03  BWE-NOTICE-COUNT            PIC 9.
001600     03  FILLER                      PIC X(32).
