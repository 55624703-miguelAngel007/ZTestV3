*     * GN6203 * 10/02/26 JCTE NACHA ORIGINATION FILE RECORD
000010*----------------------------------------------------------------*
000020*         NACHA ORIGINATION FILE RECORD                          *
000030*----------------------------------------------------------------*
000040*    ONE 94-BYTE RECORD OF A NACHA-FORMAT ACH FILE, WITH A VIEW  *
000050*    FOR EACH RECORD TYPE - FILE HEADER (1), COMPANY/BATCH       *
000060*    HEADER (5), ENTRY DETAIL (6), ADDENDA (7), BATCH CONTROL    *
000070*    (8) AND FILE CONTROL (9).  USED FOR THE ORIGINATION FILES   *
000080*    BUSINESS CUSTOMERS SEND IN AND FOR THE OUTBOUND FILE BUILT  *
000090*    FROM THEIR ACCEPTED BATCHES.                                *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/02/26 JCTE NEW COPYBOOK - NACHA FILE RECORD         GN6203 *
000150*----------------------------------------------------------------*
000200 01  NACHA-RECORD.
000300     03  NCH-RECORD-TYPE             PIC X.
000400         88  NCH-88-FILE-HEADER      VALUE '1'.
000500         88  NCH-88-BATCH-HEADER     VALUE '5'.
000600         88  NCH-88-ENTRY            VALUE '6'.
000700         88  NCH-88-ADDENDA          VALUE '7'.
000800         88  NCH-88-BATCH-CONTROL    VALUE '8'.
000900         88  NCH-88-FILE-CONTROL     VALUE '9'.
001000     03  NCH-DATA                    PIC X(93).
001100     03  NFH-FILE-HEADER REDEFINES NCH-DATA.
001200         05  NFH-PRIORITY            PIC 99.
001300         05  NFH-DESTINATION         PIC X(10).
001400         05  NFH-ORIGIN              PIC X(10).
001500         05  NFH-CREATE-DATE         PIC 9(6).
001600         05  NFH-CREATE-TIME         PIC 9(4).
001700         05  NFH-ID-MODIFIER         PIC X.
001800         05  NFH-RECORD-SIZE         PIC 9(3).
001900         05  NFH-BLOCKING            PIC 99.
002000         05  NFH-FORMAT              PIC X.
002100         05  NFH-DEST-NAME           PIC X(23).
002200         05  NFH-ORIGIN-NAME         PIC X(23).
002300         05  NFH-REFERENCE           PIC X(8).
002400     03  NBH-BATCH-HEADER REDEFINES NCH-DATA.
002500         05  NBH-SERVICE-CLASS       PIC 9(3).
002600         05  NBH-COMPANY-NAME        PIC X(16).
002700         05  NBH-DISCRETIONARY       PIC X(20).
002800         05  NBH-COMPANY-ID          PIC X(10).
002900         05  NBH-SEC-CODE            PIC X(3).
003000             88  NBH-88-SEC-VALID    VALUE 'PPD' 'CCD' 'CTX' 'WEB'
003100                                           'TEL'.
003200         05  NBH-ENTRY-DESC          PIC X(10).
003300         05  NBH-DESC-DATE           PIC X(6).
003400         05  NBH-EFFECTIVE-DATE      PIC 9(6).
003500         05  NBH-SETTLE-DATE         PIC X(3).
003600         05  NBH-ORIG-STATUS         PIC X.
003700         05  NBH-ODFI-ID             PIC X(8).
003800         05  NBH-BATCH-NO            PIC 9(7).
003900     03  NED-ENTRY-DETAIL REDEFINES NCH-DATA.
004000         05  NED-TRAN-CODE           PIC 99.
004100             88  NED-88-CREDIT       VALUE 22 23 32 33.
004200             88  NED-88-DEBIT        VALUE 27 28 37 38.
004300             88  NED-88-PRENOTE      VALUE 23 28 33 38.
004400         05  NED-RDFI-ID             PIC 9(8).
004500         05  NED-CHECK-DIGIT         PIC 9.
004600         05  NED-DFI-ACCOUNT         PIC X(17).
004700         05  NED-AMOUNT              PIC 9(8)V99.
004800         05  NED-INDIV-ID            PIC X(15).
004900         05  NED-INDIV-NAME          PIC X(22).
005000         05  NED-DISCRETIONARY       PIC XX.
005100         05  NED-ADDENDA-IND         PIC 9.
005200         05  NED-TRACE.
005300             07  NED-TRACE-ODFI      PIC X(8).
005400             07  NED-TRACE-SEQ       PIC 9(7).
005500     03  NAD-ADDENDA REDEFINES NCH-DATA.
005600         05  NAD-TYPE-CODE           PIC XX.
005700         05  NAD-PAYMENT-INFO        PIC X(80).
005800         05  NAD-SEQ-NO              PIC 9(4).
005900         05  NAD-ENTRY-SEQ           PIC 9(7).
006000     03  NBC-BATCH-CONTROL REDEFINES NCH-DATA.
006100         05  NBC-SERVICE-CLASS       PIC 9(3).
006200         05  NBC-ENTRY-COUNT         PIC 9(6).
006300         05  NBC-ENTRY-HASH          PIC 9(10).
006400         05  NBC-TOTAL-DEBITS        PIC 9(10)V99.
006500         05  NBC-TOTAL-CREDITS       PIC 9(10)V99.
006600         05  NBC-COMPANY-ID          PIC X(10).
006700         05  NBC-MAC                 PIC X(19).
006800         05  FILLER                  PIC X(6).
006900         05  NBC-ODFI-ID             PIC X(8).
007000         05  NBC-BATCH-NO            PIC 9(7).
007100     03  NFC-FILE-CONTROL REDEFINES NCH-DATA.
007200         05  NFC-BATCH-COUNT         PIC 9(6).
007300         05  NFC-BLOCK-COUNT         PIC 9(6).
007400         05  NFC-ENTRY-COUNT         PIC 9(8).
007500         05  NFC-ENTRY-HASH          PIC 9(10).
007600         05  NFC-TOTAL-DEBITS        PIC 9(10)V99.
007700         05  NFC-TOTAL-CREDITS       PIC 9(10)V99.
007800         05  FILLER                  PIC X(39).
