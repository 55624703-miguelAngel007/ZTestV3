*     * GN6218 * 10/14/26 JCTE CUSTOMER DISCLOSURE PACKAGE RECORD
000010*----------------------------------------------------------------*
000020*         CUSTOMER DATA DISCLOSURE PACKAGE RECORD                *
000030*----------------------------------------------------------------*
000040*    ONE RECORD OF THE INDEXED DISCLOSURE PACKAGE 'IMDSCPKG'     *
000050*    ASSEMBLES FOR A PRIVACY REQUEST, SUBPOENA OR ESTATE         *
000060*    INQUIRY.  KEYED BY REQUEST ID, ACCOUNT, SECTION AND         *
000070*    SEQUENCE, SO ONE REQUEST READS BACK AS ITS HEADER ('00',    *
000080*    ACCOUNT SPACES) FOLLOWED BY EVERY ACCOUNT'S SECTIONS IN     *
000090*    ORDER.  MASTER, NAME/ADDRESS, HEADER AND SNAPSHOT SECTIONS  *
000100*    HAVE THEIR OWN VIEWS; THE OTHER SECTIONS CARRY THE SOURCE   *
000110*    RECORD IMAGE UNCHANGED EXCEPT FOR REDACTION.                *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/14/26 JCTE NEW COPYBOOK - CUSTOMER DISCLOSURE      GN6218 *
000170*                PACKAGE RECORD                                 *
000180*----------------------------------------------------------------*
000200 01  DISCLOSURE-PACKAGE-RECORD.
000300     03  DPK-KEY.
000400         05  DPK-REQUEST-ID          PIC X(8).
000500         05  DPK-ACCOUNT             PIC X(22).
000600         05  DPK-SECTION             PIC XX.
000700             88  DPK-88-HEADER       VALUE '00'.
000800             88  DPK-88-MASTER       VALUE 'MS'.
000900             88  DPK-88-NAME-ADDR    VALUE 'NA'.
001000             88  DPK-88-ALPHA        VALUE 'AL'.
001100             88  DPK-88-OWNERSHIP    VALUE 'OW'.
001200             88  DPK-88-HOLD         VALUE 'HD'.
001300             88  DPK-88-STOP         VALUE 'SP'.
001400             88  DPK-88-LEGAL-ORDER  VALUE 'LO'.
001500             88  DPK-88-LEGAL-HOLD   VALUE 'LH'.
001600             88  DPK-88-SNAPSHOT     VALUE 'SS'.
001700             88  DPK-88-TRANSACTION  VALUE 'TX'.
001800         05  DPK-SEQ                 PIC 9(5).
001900     03  DPK-REDACTED-SW             PIC X.
002000         88  DPK-88-REDACTED         VALUE 'Y'.
002100     03  DPK-DATA                    PIC X(200).
002200     03  DPK-HEADER-DATA REDEFINES DPK-DATA.
002300         05  DPH-TAX-ID              PIC X(11).
002400         05  DPH-DATE-FROM           PIC X(6).
002500         05  DPH-DATE-TO             PIC X(6).
002600         05  DPH-REDACT              PIC X.
002700         05  DPH-PURPOSE             PIC X.
002800         05  DPH-REQUESTER           PIC X(30).
002900         05  DPH-OPER-ID             PIC X(5).
003000         05  DPH-RUN-DATE            PIC 9(6).
003100         05  DPH-RUN-TIME            PIC 9(6).
003200         05  DPH-ACCOUNT-COUNT       PIC 9(3).
003300         05  DPH-ACCOUNTS-OMITTED    PIC 9(3).
003400         05  DPH-ITEM-COUNT          PIC 9(7).
003500         05  FILLER                  PIC X(115).
003600     03  DPK-MASTER-DATA REDEFINES DPK-DATA.
003700         05  DPM-RELATION            PIC X.
003800             88  DPM-88-PRIMARY      VALUE 'P'.
003900             88  DPM-88-XREF         VALUE 'X'.
004000             88  DPM-88-REGISTRY     VALUE 'R'.
004100         05  DPM-FOUND-SW            PIC X.
004200             88  DPM-88-FOUND        VALUE 'Y'.
004300         05  DPM-STATUS              PIC XX.
004400         05  DPM-ACCT-TYPE           PIC XXX.
004500         05  DPM-BRANCH              PIC X(5).
004600         05  DPM-OFFICER             PIC X(5).
004700         05  DPM-SHORT-NAME          PIC X(13).
004800         05  DPM-TAX-CODE            PIC X.
004900         05  DPM-TAX-NUMBER          PIC X(11).
005000         05  DPM-BIRTHDATE           PIC X(8).
005100         05  DPM-DATE-OPENED         PIC X(6).
005200         05  DPM-DATE-CLOSED         PIC X(8).
005300         05  DPM-ZIP                 PIC X(10).
005400         05  DPM-CURR-BAL            PIC S9(13)V99 COMP-3.
005500         05  DPM-HOLD-AMT            PIC S9(13)V99 COMP-3.
005600         05  DPM-DORMANT             PIC X.
005700         05  DPM-DCD-STATUS          PIC X.
005800         05  FILLER                  PIC X(108).
005900     03  DPK-NAME-ADDR-DATA REDEFINES DPK-DATA.
006000         05  DPN-ADDR-SET            PIC 9.
006100         05  DPN-LINE-NO             PIC 9.
006200         05  DPN-LINE-TYPE           PIC X.
006300         05  DPN-COUNTRY             PIC XX.
006400         05  DPN-TEXT                PIC X(40).
006500         05  DPN-RETURNED-MAIL       PIC X.
006600         05  FILLER                  PIC X(154).
006700     03  DPK-SNAPSHOT-DATA REDEFINES DPK-DATA.
006800         05  DPS-CYCLE-DATE          PIC 9(6).
006900         05  DPS-LINE-SEQ            PIC 9(4).
007000         05  DPS-IMAGE               PIC X(133).
007100         05  FILLER                  PIC X(57).
007200     03  FILLER                      PIC X(12).
