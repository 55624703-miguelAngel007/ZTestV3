*     * GN6203 * 10/02/26 JCTE ACH ORIGINATOR PROFILE RECORD
000010*----------------------------------------------------------------*
000020*         ACH ORIGINATOR PROFILE RECORD                          *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER ACH COMPANY ID A BUSINESS CUSTOMER           *
000050*    ORIGINATES UNDER, CARRYING THE SETTLEMENT ACCOUNT, THE      *
000060*    APPROVED DAILY AND SETTLEMENT-WINDOW EXPOSURE LIMITS, THE   *
000070*    PRE-FUNDING METHOD, THE EXPOSURE USED SO FAR TODAY AND IN   *
000080*    THE CURRENT WINDOW, AND THE MONTH-TO-DATE ENTRY AND RETURN  *
000090*    COUNTS FOR RETURN-RATE MONITORING.  IMACHORG, IMACHRTN AND  *
000100*    IMACHRRT EACH READ IMWSACHO AND WRITE IMWSACHN, SO THEY RUN *
000110*    IN SEQUENCE WITH THE USUAL GENERATION ROLL BETWEEN THEM.    *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/02/26 JCTE NEW COPYBOOK - ACH ORIGINATOR PROFILE    GN6203 *
000170*----------------------------------------------------------------*
000200 01  ACH-ORIGINATOR-RECORD.
000300     03  ACO-COMPANY-ID              PIC X(10).
000400     03  ACO-ACCOUNT                 PIC X(22).
000500     03  ACO-COMPANY-NAME            PIC X(16).
000600     03  ACO-STATUS                  PIC X.
000700         88  ACO-88-ACTIVE           VALUE 'A'.
000800         88  ACO-88-SUSPENDED        VALUE 'S'.
000900     03  ACO-PREFUND-METHOD          PIC X.
001000         88  ACO-88-PREFUND-DEBIT    VALUE 'D'.
001100         88  ACO-88-PREFUND-HOLD     VALUE 'H'.
001200         88  ACO-88-NOT-PREFUNDED    VALUE ' ' 'N'.
001300     03  ACO-DAILY-LIMIT             PIC 9(11)V99.
001400     03  ACO-WINDOW-LIMIT            PIC 9(11)V99.
001500     03  ACO-EXPOSURE-DATE           PIC 9(6).
001600     03  ACO-DAY-EXPOSURE            PIC 9(11)V99.
001700     03  ACO-WINDOW-NO               PIC 9.
001800     03  ACO-WINDOW-EXPOSURE         PIC 9(11)V99.
001900     03  ACO-MTD-DEBIT-ENTRIES       PIC 9(7).
002000     03  ACO-MTD-CREDIT-ENTRIES      PIC 9(7).
002100     03  ACO-MTD-UNAUTH-RTNS         PIC 9(5).
002200     03  ACO-MTD-ADMIN-RTNS          PIC 9(5).
002300     03  ACO-MTD-TOTAL-RTNS          PIC 9(5).
002400     03  ACO-DATE-ADDED              PIC 9(6).
002500     03  FILLER                      PIC X(6).
