*     * GN6218 * 10/14/26 JCTE CUSTOMER DATA DISCLOSURE PACKAGE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMDSCPKG.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/14/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMDSCPKG ASSEMBLES EVERYTHING THE BANK HOLDS ON ONE PERSON  *
000900*    FOR A PRIVACY REQUEST, A SUBPOENA OR AN ESTATE ATTORNEY.    *
001000*    EACH REQUEST CARD GIVES A REQUEST ID, THE TAX ID, THE       *
001100*    REQUESTER AND PURPOSE, A POSTING-DATE RANGE AND A REDACTION *
001200*    OPTION.  EVERY ACCOUNT THE TAX ID TOUCHES IS FOUND THROUGH  *
001300*    THE CUSTOMER CROSS-REFERENCE (IMWSCXRF) AND THE             *
001400*    RELATIONSHIP REGISTRY (IMWSOWNR), AND FOR EACH ONE THE      *
001500*    MASTER DATA, IMNAME ADDRESSES, ALPHA ENTRIES, OWNERSHIP     *
001600*    ROLES, HOLD, STOP, LEGAL-ORDER AND LEGAL-HOLD RECORDS,      *
001700*    STATEMENT SNAPSHOTS (IMSTMARC) AND ARCHIVED TRANSACTIONS    *
001800*    (IMWSTHAR) IN THE DATE RANGE ARE WRITTEN TO THE INDEXED     *
001900*    DISCLOSURE PACKAGE (IMWSDPKG) UNDER THE REQUEST ID.         *
002000*----------------------------------------------------------------*
002100*    REDACTION - WHEN REQUESTED, DATA IDENTIFYING ANY OTHER      *
002200*    PARTY IS MASKED: A CO-OWNER'S NAME AND TAX ID ON THE        *
002300*    REGISTRY, THE PRIMARY OWNER'S SHORT NAME, TAX ID AND BIRTH  *
002400*    DATE ON AN ACCOUNT THE SUBJECT DOES NOT OWN, AND EVERY      *
002500*    IMNAME NAME LINE OR ALPHA ENTRY NOT KNOWN TO BE THE         *
002600*    SUBJECT'S OWN NAME.  ADDRESSES AND MONETARY DATA ARE NOT    *
002700*    MASKED.                                                     *
002800*----------------------------------------------------------------*
002900*    EVERY REQUEST - PACKAGED OR REJECTED - IS LOGGED WITH ITS   *
003000*    REQUESTER AND PURPOSE TO THE DISCLOSURE LOG.  A REJECTED    *
003100*    CARD OR A REQUEST THAT REACHED THE ACCOUNT LIMIT SETS       *
003200*    RETURN CODE 4; A PACKAGE WRITE FAILURE SETS RETURN CODE 8.  *
003300*----------------------------------------------------------------*
003400*               ** HISTORY OF REVISIONS **                      *
003500* DESCRIPTION                                           CHNGID  *
003600* ____________________________________________________ _______ *
003700* 10/14/26 JCTE NEW PROGRAM - CUSTOMER DATA DISCLOSURE   GN6218 *
003800*                PACKAGE BY TAX ID                              *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT    DIVISION.
004100 INPUT-OUTPUT   SECTION.
004200 FILE-CONTROL.
004300     SELECT DSC-REQUEST-FILE  ASSIGN TO "IMDSCRQS"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CXR-FILE-STATUS.
004800     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-OWN-FILE-STATUS.
005100     SELECT OPTIONAL ALT-NAME-ADDR-FILE ASSIGN TO "IMNAME"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-NAM-FILE-STATUS.
005400     SELECT OPTIONAL ALPHA-FILE ASSIGN TO "IMALPHA"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ALP-FILE-STATUS.
005700     SELECT OPTIONAL HOLD-DETAIL-FILE ASSIGN TO "IMHOLDDT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-HLD-FILE-STATUS.
006000     SELECT OPTIONAL STOP-DETAIL-FILE ASSIGN TO "IMWSSTPD"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STP-FILE-STATUS.
006300     SELECT OPTIONAL ORDER-FILE ASSIGN TO "IMLGLOUT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-ORD-FILE-STATUS.
006600     SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "IMLGHLDO"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-LGH-FILE-STATUS.
006900     SELECT OPTIONAL SNAPSHOT-ARCHIVE ASSIGN TO "IMSTMARO"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-SNP-FILE-STATUS.
007200     SELECT TRAN-HIST-ARCHIVE ASSIGN TO "IMTHARCV"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS THA-KEY.
007600     SELECT DISCLOSURE-PACKAGE ASSIGN TO "IMDSCPAK"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS DPK-KEY
008000         FILE STATUS IS WS-PKG-FILE-STATUS.
008100     SELECT OPTIONAL DISCLOSURE-LOG ASSIGN TO "IMDSCLOG"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-LOG-FILE-STATUS.
008400     SELECT DSC-RPT           ASSIGN TO "IMDSCRPT"
008500         ORGANIZATION IS SEQUENTIAL.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  DSC-REQUEST-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  DSC-REQUEST-RECORD.
009100     03  DRQ-REQUEST-ID              PIC X(8).
009200     03  DRQ-TAX-ID                  PIC X(11).
009300     03  DRQ-DATE-FROM               PIC X(6).
009400     03  DRQ-DATE-FROM-9 REDEFINES DRQ-DATE-FROM
009500                                     PIC 9(6).
009600     03  DRQ-DATE-TO                 PIC X(6).
009700     03  DRQ-DATE-TO-9 REDEFINES DRQ-DATE-TO
009800                                     PIC 9(6).
009900     03  DRQ-REDACT                  PIC X.
010000         88  DRQ-88-REDACT           VALUE 'Y'.
010100         88  DRQ-88-VALID-REDACT     VALUE 'Y' 'N' ' '.
010200     03  DRQ-PURPOSE                 PIC X.
010300         88  DRQ-88-PRIVACY          VALUE 'P'.
010400         88  DRQ-88-SUBPOENA         VALUE 'S'.
010500         88  DRQ-88-ESTATE           VALUE 'E'.
010600         88  DRQ-88-OTHER            VALUE 'O'.
010700     03  DRQ-REQUESTER               PIC X(30).
010800     03  DRQ-OPER-ID                 PIC X(5).
010900     03  FILLER                      PIC X(12).
011000 FD  CUST-XREF-FILE.
011100     COPY IMWSCXRF.
011200 FD  REGISTRY-FILE.
011300     COPY IMWSOWNR.
011400 FD  ALT-NAME-ADDR-FILE.
011500     COPY IMNAME.
011600 FD  ALPHA-FILE
011700     RECORD CONTAINS 95 CHARACTERS.
011800 01  ALPHA-RECORD.
011900     03  ALP-KEY.
012000         05  ALP-BANK                PIC XX.
012100         05  ALP-KEY1                PIC X(16).
012200         05  ALP-KEY2                PIC S9(3)   COMP-3.
012300         05  FILLER                  PIC X(3).
012400     03  ALP-NAME                    PIC X(20).
012500     03  ALP-ADDRESS                 PIC X(20).
012600     03  ALP-ACCOUNT                 PIC X(32).
012700 FD  HOLD-DETAIL-FILE.
012800     COPY IMWSHLDD.
012900 FD  STOP-DETAIL-FILE.
013000     COPY IMWSSTPD.
013100 FD  ORDER-FILE
013200     RECORD CONTAINS 100 CHARACTERS.
013300 01  ORDER-RECORD.
013400     03  LGO-ACCOUNT                 PIC X(22).
013500     03  FILLER                      PIC X(78).
013600 FD  LEGAL-HOLD-FILE.
013700     COPY IMWSLHLD.
013800 FD  SNAPSHOT-ARCHIVE
013900     RECORD CONTAINS 165 CHARACTERS.
014000 01  SNAPSHOT-RECORD.
014100     03  SNP-ACCOUNT                 PIC X(22).
014200     03  SNP-CYCLE-DATE              PIC 9(6).
014300     03  SNP-LINE-SEQ                PIC 9(4).
014400     03  SNP-IMAGE                   PIC X(133).
014500 FD  TRAN-HIST-ARCHIVE.
014600     COPY IMWSTHAR.
014700 FD  DISCLOSURE-PACKAGE.
014800     COPY IMWSDPKG.
014900 FD  DISCLOSURE-LOG
015000     RECORD CONTAINS 130 CHARACTERS.
015100 01  DISCLOSURE-LOG-RECORD.
015200     03  DLG-RUN-DATE                PIC 9(6).
015300     03  DLG-RUN-TIME                PIC 9(6).
015400     03  DLG-REQUEST-ID              PIC X(8).
015500     03  DLG-TAX-ID                  PIC X(11).
015600     03  DLG-PURPOSE                 PIC X.
015700     03  DLG-REQUESTER               PIC X(30).
015800     03  DLG-OPER-ID                 PIC X(5).
015900     03  DLG-REDACT                  PIC X.
016000     03  DLG-DATE-FROM               PIC X(6).
016100     03  DLG-DATE-TO                 PIC X(6).
016200     03  DLG-ACCOUNT-COUNT           PIC 9(3).
016300     03  DLG-ITEM-COUNT              PIC 9(7).
016400     03  DLG-STATUS                  PIC X.
016500         88  DLG-88-PACKAGED         VALUE 'C'.
016600         88  DLG-88-PARTIAL          VALUE 'P'.
016700         88  DLG-88-REJECTED         VALUE 'R'.
016800     03  DLG-REASON                  PIC X(30).
016900     03  FILLER                      PIC X(9).
017000 FD  DSC-RPT
017100     RECORD CONTAINS 133 CHARACTERS.
017200 01  DSC-RPT-LINE                    PIC X(133).
017300 WORKING-STORAGE SECTION.
017400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMDSCPKG'.
017500 77  WS-CXR-FILE-STATUS              PIC X(2)    VALUE SPACES.
017600     88  WS-88-CXR-NOT-FOUND         VALUE '05' '35'.
017700 77  WS-OWN-FILE-STATUS              PIC X(2)    VALUE SPACES.
017800     88  WS-88-OWN-NOT-FOUND         VALUE '05' '35'.
017900 77  WS-NAM-FILE-STATUS              PIC X(2)    VALUE SPACES.
018000     88  WS-88-NAM-NOT-FOUND         VALUE '05' '35'.
018100 77  WS-ALP-FILE-STATUS              PIC X(2)    VALUE SPACES.
018200     88  WS-88-ALP-NOT-FOUND         VALUE '05' '35'.
018300 77  WS-HLD-FILE-STATUS              PIC X(2)    VALUE SPACES.
018400     88  WS-88-HLD-NOT-FOUND         VALUE '05' '35'.
018500 77  WS-STP-FILE-STATUS              PIC X(2)    VALUE SPACES.
018600     88  WS-88-STP-NOT-FOUND         VALUE '05' '35'.
018700 77  WS-ORD-FILE-STATUS              PIC X(2)    VALUE SPACES.
018800     88  WS-88-ORD-NOT-FOUND         VALUE '05' '35'.
018900 77  WS-LGH-FILE-STATUS              PIC X(2)    VALUE SPACES.
019000     88  WS-88-LGH-NOT-FOUND         VALUE '05' '35'.
019100 77  WS-SNP-FILE-STATUS              PIC X(2)    VALUE SPACES.
019200     88  WS-88-SNP-NOT-FOUND         VALUE '05' '35'.
019300 77  WS-PKG-FILE-STATUS              PIC X(2)    VALUE SPACES.
019400     88  WS-88-PKG-NOT-FOUND         VALUE '35'.
019500 77  WS-LOG-FILE-STATUS              PIC X(2)    VALUE SPACES.
019600     88  WS-88-LOG-NOT-FOUND         VALUE '05' '35'.
019700 77  WS-ACT-MAX                      PIC S9(5)   COMP VALUE +200.
019800 77  WS-NAME-MAX                     PIC S9(5)   COMP VALUE +20.
019900 77  WS-SUB                          PIC S9(5)   COMP VALUE 0.
020000 77  WS-ACT-SUB                      PIC S9(5)   COMP VALUE 0.
020100 77  WS-ADDR-SUB                     PIC S9(5)   COMP VALUE 0.
020200 77  WS-LINE-SUB                     PIC S9(5)   COMP VALUE 0.
020300 77  WS-ITEM-SEQ                     PIC 9(5)    VALUE 0.
020350 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
020400 01  WS-SWITCHES.
020500     03  WS-REQ-EOF-SW               PIC X(1)    VALUE 'N'.
020600         88  WS-88-REQ-EOF           VALUE 'Y'.
020700     03  WS-EOF-SW                   PIC X(1)    VALUE 'N'.
020800         88  WS-88-EOF               VALUE 'Y'.
020900     03  WS-ARCH-DONE-SW             PIC X(1)    VALUE 'N'.
021000         88  WS-88-ARCH-DONE         VALUE 'Y'.
021100     03  WS-DUP-REQUEST-SW           PIC X(1)    VALUE 'N'.
021200         88  WS-88-DUP-REQUEST       VALUE 'Y'.
021300     03  WS-SUBJECT-NAME-SW          PIC X(1)    VALUE 'N'.
021400         88  WS-88-SUBJECT-NAME      VALUE 'Y'.
021500     03  WS-FIRST-NAME-SW            PIC X(1)    VALUE 'N'.
021600         88  WS-88-FIRST-NAME-SEEN   VALUE 'Y'.
021700 01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
021800 01  WS-DATE-FROM                    PIC 9(6)    VALUE 0.
021900 01  WS-DATE-TO                      PIC 9(6)    VALUE 0.
022000 01  WS-NAME-WORK                    PIC X(40)   VALUE SPACES.
022100 01  WS-REDACT-NAME                  PIC X(40)   VALUE
022200     'REDACTED - OTHER PARTY'.
022225 01  WS-REDACT-SHORT-NAME            PIC X(13)   VALUE
022250     'REDACTED'.
022300 01  WS-REDACT-TAX-ID                PIC X(11)   VALUE ALL '*'.
022400 01  WS-REDACT-DATE                  PIC X(8)    VALUE ALL '*'.
022500 01  WS-RUN-DATE                     PIC 9(6)    VALUE 0.
022600 01  WS-RUN-TIME-HHMMSSHH            PIC 9(8)    VALUE 0.
022700 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-HHMMSSHH.
022800     03  WS-RUN-TIME                 PIC 9(6).
022900     03  FILLER                      PIC 99.
023000 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
023100     EJECT
023200*----------------------------------------------------------------*
023300*    ACCOUNTS THE TAX ID TOUCHES, WITH THE SUBJECT'S RELATION TO *
023400*    EACH, AND THE NAMES KNOWN TO BE THE SUBJECT'S OWN.          *
023500*----------------------------------------------------------------*
023600 01  WS-ACT-COUNT                    PIC S9(5)   COMP VALUE 0.
023700 01  WS-ACCOUNT-TABLE.
023800     03  WS-ACT-ENTRY OCCURS 200 TIMES
023900                      INDEXED BY ACX.
024000         05  WS-ACT-ACCOUNT          PIC X(22).
024100         05  WS-ACT-RELATION         PIC X.
024200             88  WS-88-ACT-PRIMARY   VALUE 'P'.
024300             88  WS-88-ACT-XREF      VALUE 'X'.
024400             88  WS-88-ACT-REGISTRY  VALUE 'R'.
024500         05  WS-ACT-FOUND-SW         PIC X.
024600             88  WS-88-ACT-ON-MASTER VALUE 'Y'.
024700 01  WS-NAME-COUNT                   PIC S9(5)   COMP VALUE 0.
024800 01  WS-SUBJECT-NAME-TABLE.
024900     03  WS-SUBJ-NAME OCCURS 20 TIMES
025000                      INDEXED BY SNX PIC X(40).
025100     EJECT
025200 01  WS-REQUEST-COUNTS.
025300     03  WS-REQ-OMITTED              PIC 9(3)    VALUE 0.
025400     03  WS-REQ-ITEMS                PIC 9(7)    COMP VALUE 0.
025500     03  WS-REQ-REDACTED             PIC 9(7)    COMP VALUE 0.
025600     03  WS-CNT-MS                   PIC 9(5)    COMP VALUE 0.
025700     03  WS-CNT-NA                   PIC 9(5)    COMP VALUE 0.
025800     03  WS-CNT-AL                   PIC 9(5)    COMP VALUE 0.
025900     03  WS-CNT-OW                   PIC 9(5)    COMP VALUE 0.
026000     03  WS-CNT-HD                   PIC 9(5)    COMP VALUE 0.
026100     03  WS-CNT-SP                   PIC 9(5)    COMP VALUE 0.
026200     03  WS-CNT-LO                   PIC 9(5)    COMP VALUE 0.
026300     03  WS-CNT-LH                   PIC 9(5)    COMP VALUE 0.
026400     03  WS-CNT-SS                   PIC 9(5)    COMP VALUE 0.
026500     03  WS-CNT-TX                   PIC 9(5)    COMP VALUE 0.
026600 01  WS-TOTALS.
026700     03  WS-TOT-REQUESTS             PIC 9(7)    COMP VALUE 0.
026800     03  WS-TOT-PACKAGED             PIC 9(7)    COMP VALUE 0.
026900     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
027000     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
027100     03  WS-TOT-ITEMS                PIC 9(7)    COMP VALUE 0.
027200     03  WS-TOT-REDACTED             PIC 9(7)    COMP VALUE 0.
027300     03  WS-TOT-WRITE-ERRORS         PIC 9(7)    COMP VALUE 0.
027400     EJECT
027500 01  WS-REPORT-TITLE.
027600     03  FILLER                      PIC X(48)   VALUE
027700         'IMDSCPKG - CUSTOMER DATA DISCLOSURE PACKAGE     '.
027800 01  WS-REQUEST-LINE.
027900     03  FILLER                      PIC X(2)    VALUE SPACES.
028000     03  FILLER                      PIC X(8)    VALUE 'REQUEST '.
028100     03  REQ-REQUEST-ID              PIC X(8).
028200     03  FILLER                      PIC X(9)    VALUE
028300         '  TAX ID '.
028400     03  REQ-TAX-ID                  PIC X(11).
028500     03  FILLER                      PIC X(2)    VALUE SPACES.
028600     03  REQ-PURPOSE                 PIC X(8).
028700     03  FILLER                      PIC X(2)    VALUE SPACES.
028800     03  REQ-REQUESTER               PIC X(30).
028900     03  FILLER                      PIC X(8)    VALUE '  OPER  '.
029000     03  REQ-OPER-ID                 PIC X(5).
029100     03  FILLER                      PIC X(9)    VALUE
029200         '  RANGE  '.
029300     03  REQ-DATE-FROM               PIC X(6).
029400     03  FILLER                      PIC X(1)    VALUE '-'.
029500     03  REQ-DATE-TO                 PIC X(6).
029600     03  FILLER                      PIC X(2)    VALUE SPACES.
029700     03  REQ-REDACT                  PIC X(8).
029800     03  FILLER                      PIC X(8)    VALUE SPACES.
029900 01  WS-REJECT-LINE.
030000     03  FILLER                      PIC X(6)    VALUE SPACES.
030100     03  FILLER                      PIC X(11)   VALUE
030200         'REJECTED - '.
030300     03  REJ-REASON                  PIC X(30).
030400     03  FILLER                      PIC X(86)   VALUE SPACES.
030500 01  WS-ACCOUNT-LINE.
030600     03  FILLER                      PIC X(6)    VALUE SPACES.
030700     03  ACL-ACCOUNT                 PIC X(22).
030800     03  FILLER                      PIC X(2)    VALUE SPACES.
030900     03  ACL-RELATION                PIC X(16).
031000     03  FILLER                      PIC X(2)    VALUE SPACES.
031100     03  ACL-MASTER                  PIC X(14).
031200     03  FILLER                      PIC X(71)   VALUE SPACES.
031300 01  WS-SECTION-LINE.
031400     03  FILLER                      PIC X(6)    VALUE SPACES.
031500     03  FILLER                      PIC X(3)    VALUE 'MS '.
031600     03  SEC-MS                      PIC ZZZZ9.
031700     03  FILLER                      PIC X(5)    VALUE '  NA '.
031800     03  SEC-NA                      PIC ZZZZ9.
031900     03  FILLER                      PIC X(5)    VALUE '  AL '.
032000     03  SEC-AL                      PIC ZZZZ9.
032100     03  FILLER                      PIC X(5)    VALUE '  OW '.
032200     03  SEC-OW                      PIC ZZZZ9.
032300     03  FILLER                      PIC X(5)    VALUE '  HD '.
032400     03  SEC-HD                      PIC ZZZZ9.
032500     03  FILLER                      PIC X(5)    VALUE '  SP '.
032600     03  SEC-SP                      PIC ZZZZ9.
032700     03  FILLER                      PIC X(5)    VALUE '  LO '.
032800     03  SEC-LO                      PIC ZZZZ9.
032900     03  FILLER                      PIC X(5)    VALUE '  LH '.
033000     03  SEC-LH                      PIC ZZZZ9.
033100     03  FILLER                      PIC X(5)    VALUE '  SS '.
033200     03  SEC-SS                      PIC ZZZZ9.
033300     03  FILLER                      PIC X(5)    VALUE '  TX '.
033400     03  SEC-TX                      PIC ZZZZ9.
033500     03  FILLER                      PIC X(27)   VALUE SPACES.
033600 01  WS-ITEMS-LINE.
033700     03  FILLER                      PIC X(6)    VALUE SPACES.
033800     03  FILLER                      PIC X(16)   VALUE
033900         'ITEMS PACKAGED  '.
034000     03  ITL-ITEMS                   PIC Z,ZZZ,ZZ9.
034100     03  FILLER                      PIC X(18)   VALUE
034200         '   ITEMS REDACTED '.
034300     03  ITL-REDACTED                PIC Z,ZZZ,ZZ9.
034400     03  FILLER                      PIC X(20)   VALUE
034500         '   ACCOUNTS OMITTED '.
034600     03  ITL-OMITTED                 PIC ZZ9.
034700     03  FILLER                      PIC X(52)   VALUE SPACES.
034800 01  WS-SUMMARY-LINE.
034900     03  FILLER                      PIC X(4)    VALUE SPACES.
035000     03  SUM-LIT                     PIC X(34).
035100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
035200     03  FILLER                      PIC X(88)   VALUE SPACES.
035300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
035400     EJECT
035500 LINKAGE SECTION.
035600     COPY SIWSCNTL.
035700     EJECT
035800     COPY IMAWKMST.
035900     EJECT
036000     COPY IMWSENVO.
036100     EJECT
036200 PROCEDURE DIVISION.
036300*----------------------------------------------------------------*
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
036600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
036700         UNTIL WS-88-REQ-EOF.
036800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
036900     GOBACK.
037000     EJECT
037100*----------------------------------------------------------------*
037200*    1000-INITIALIZE - THE PACKAGE IS KEPT ACROSS RUNS, SO IT IS *
037300*    OPENED I-O AND ONLY CREATED WHEN IT DOES NOT YET EXIST; THE *
037400*    LOG IS EXTENDED THE SAME WAY.                               *
037500*----------------------------------------------------------------*
037600 1000-INITIALIZE.
037700     ACCEPT WS-RUN-DATE FROM DATE.
037800     ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.
037900     OPEN INPUT DSC-REQUEST-FILE.
038000     OPEN INPUT TRAN-HIST-ARCHIVE.
038100     OPEN I-O   DISCLOSURE-PACKAGE.
038200     IF  WS-88-PKG-NOT-FOUND
038300         OPEN OUTPUT DISCLOSURE-PACKAGE
038400         CLOSE DISCLOSURE-PACKAGE
038500         OPEN I-O DISCLOSURE-PACKAGE.
038600     OPEN EXTEND DISCLOSURE-LOG.
038700     IF  WS-88-LOG-NOT-FOUND
038800         OPEN OUTPUT DISCLOSURE-LOG.
038900     OPEN OUTPUT DSC-RPT.
039000     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
039100     MOVE SPACES TO DSC-RPT-LINE.
039200     MOVE WS-REPORT-TITLE TO DSC-RPT-LINE.
039300     WRITE DSC-RPT-LINE.
039400     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
039500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
039600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
039700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
039800     MOVE 'I' TO I-O-CONTROL-ACCESS.
039900     MOVE -1  TO I-O-SEND-CODE.
040000     CALL 'IMACTM' USING I-O-CONTROL-AREA
040100                         MASTER-AREA
040200                         SI-ENVIRONMENT-AREA.
040300 1000-EXIT. EXIT.
040400     EJECT
040500*----------------------------------------------------------------*
040600*    2000-PROCESS-REQUEST - EDIT THE CARD, FIND THE ACCOUNTS,    *
040700*    GATHER EVERY SECTION, THEN WRITE THE HEADER AND THE LOG.    *
040800*----------------------------------------------------------------*
040900 2000-PROCESS-REQUEST.
041000     READ DSC-REQUEST-FILE
041100         AT END MOVE 'Y' TO WS-REQ-EOF-SW
041200                GO TO 2000-EXIT.
041300     ADD 1 TO WS-TOT-REQUESTS.
041400     PERFORM 2100-PRINT-REQUEST THRU 2100-EXIT.
041500     PERFORM 2200-EDIT-REQUEST THRU 2200-EXIT.
041600     IF  WS-REJECT-REASON NOT EQUAL SPACES
041700         PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
041800         GO TO 2000-EXIT.
041900     MOVE ZERO TO WS-ACT-COUNT WS-NAME-COUNT WS-ITEM-SEQ
042000                  WS-REQ-OMITTED WS-REQ-ITEMS WS-REQ-REDACTED
042100                  WS-CNT-MS WS-CNT-NA WS-CNT-AL WS-CNT-OW
042200                  WS-CNT-HD WS-CNT-SP WS-CNT-LO WS-CNT-LH
042300                  WS-CNT-SS WS-CNT-TX.
042400     PERFORM 3000-FIND-ACCOUNTS THRU 3000-EXIT.
042500     PERFORM 4000-ONE-ACCOUNT THRU 4000-EXIT
042600         VARYING WS-ACT-SUB FROM 1 BY 1
042700         UNTIL WS-ACT-SUB GREATER THAN WS-ACT-COUNT.
042800     PERFORM 5000-SWEEP-NAMES THRU 5000-EXIT.
042900     PERFORM 5100-SWEEP-ALPHA THRU 5100-EXIT.
043000     PERFORM 5200-SWEEP-REGISTRY THRU 5200-EXIT.
043100     PERFORM 5300-SWEEP-HOLDS THRU 5300-EXIT.
043200     PERFORM 5400-SWEEP-STOPS THRU 5400-EXIT.
043300     PERFORM 5500-SWEEP-ORDERS THRU 5500-EXIT.
043400     PERFORM 5600-SWEEP-LEGAL-HOLDS THRU 5600-EXIT.
043500     PERFORM 5700-SWEEP-SNAPSHOTS THRU 5700-EXIT.
043600     PERFORM 6000-WRITE-HEADER THRU 6000-EXIT.
043700     PERFORM 6100-PRINT-RESULTS THRU 6100-EXIT.
043800     PERFORM 6200-LOG-DISCLOSURE THRU 6200-EXIT.
043900     ADD 1 TO WS-TOT-PACKAGED.
044000     ADD WS-ACT-COUNT    TO WS-TOT-ACCOUNTS.
044100     ADD WS-REQ-ITEMS    TO WS-TOT-ITEMS.
044200     ADD WS-REQ-REDACTED TO WS-TOT-REDACTED.
044300 2000-EXIT. EXIT.
044400     EJECT
044500 2100-PRINT-REQUEST.
044600     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
044700     MOVE DRQ-REQUEST-ID TO REQ-REQUEST-ID.
044800     MOVE WS-REDACT-TAX-ID TO REQ-TAX-ID.
044900     MOVE DRQ-TAX-ID (7:4) TO REQ-TAX-ID (8:4).
045000     MOVE 'OTHER   ' TO REQ-PURPOSE.
045100     IF  DRQ-88-PRIVACY
045200         MOVE 'PRIVACY ' TO REQ-PURPOSE.
045300     IF  DRQ-88-SUBPOENA
045400         MOVE 'SUBPOENA' TO REQ-PURPOSE.
045500     IF  DRQ-88-ESTATE
045600         MOVE 'ESTATE  ' TO REQ-PURPOSE.
045700     MOVE DRQ-REQUESTER  TO REQ-REQUESTER.
045800     MOVE DRQ-OPER-ID    TO REQ-OPER-ID.
045900     MOVE DRQ-DATE-FROM  TO REQ-DATE-FROM.
046000     MOVE DRQ-DATE-TO    TO REQ-DATE-TO.
046100     MOVE SPACES TO REQ-REDACT.
046200     IF  DRQ-88-REDACT
046300         MOVE 'REDACTED' TO REQ-REDACT.
046400     MOVE SPACES TO DSC-RPT-LINE.
046500     MOVE WS-REQUEST-LINE TO DSC-RPT-LINE.
046600     WRITE DSC-RPT-LINE.
046700 2100-EXIT. EXIT.
046800     EJECT
046900*----------------------------------------------------------------*
047000*    2200-EDIT-REQUEST - A BLANK DATE MEANS NO LIMIT ON THAT     *
047100*    END OF THE RANGE, AS ON THE IMTRNRTV RESEARCH CARD.         *
047200*----------------------------------------------------------------*
047300 2200-EDIT-REQUEST.
047400     MOVE SPACES TO WS-REJECT-REASON.
047500     IF  DRQ-REQUEST-ID EQUAL SPACES
047600         MOVE 'NO REQUEST ID' TO WS-REJECT-REASON
047700         GO TO 2200-EXIT.
047800     IF  DRQ-TAX-ID EQUAL SPACES
047900     OR  DRQ-TAX-ID EQUAL ZEROS
048000         MOVE 'NO TAX ID' TO WS-REJECT-REASON
048100         GO TO 2200-EXIT.
048200     IF  DRQ-REQUESTER EQUAL SPACES
048300         MOVE 'NO REQUESTER' TO WS-REJECT-REASON
048400         GO TO 2200-EXIT.
048500     IF  NOT DRQ-88-PRIVACY AND NOT DRQ-88-SUBPOENA
048600     AND NOT DRQ-88-ESTATE  AND NOT DRQ-88-OTHER
048700         MOVE 'PURPOSE CODE NOT P, S, E OR O' TO WS-REJECT-REASON
048800         GO TO 2200-EXIT.
048900     IF  NOT DRQ-88-VALID-REDACT
049000         MOVE 'REDACTION OPTION NOT Y OR N' TO WS-REJECT-REASON
049100         GO TO 2200-EXIT.
049200     MOVE ZERO   TO WS-DATE-FROM.
049300     MOVE 999999 TO WS-DATE-TO.
049400     IF  DRQ-DATE-FROM NOT EQUAL SPACES
049500         IF  DRQ-DATE-FROM-9 NOT NUMERIC
049600             MOVE 'FROM DATE NOT NUMERIC' TO WS-REJECT-REASON
049700             GO TO 2200-EXIT
049800         ELSE
049900             MOVE DRQ-DATE-FROM-9 TO WS-DATE-FROM.
050000     IF  DRQ-DATE-TO NOT EQUAL SPACES
050100         IF  DRQ-DATE-TO-9 NOT NUMERIC
050200             MOVE 'TO DATE NOT NUMERIC' TO WS-REJECT-REASON
050300             GO TO 2200-EXIT
050400         ELSE
050500             MOVE DRQ-DATE-TO-9 TO WS-DATE-TO.
050600     IF  WS-DATE-FROM GREATER THAN WS-DATE-TO
050700         MOVE 'FROM DATE AFTER TO DATE' TO WS-REJECT-REASON
050800         GO TO 2200-EXIT.
050900     MOVE 'Y' TO WS-DUP-REQUEST-SW.
051000     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
051100     MOVE DRQ-REQUEST-ID TO DPK-REQUEST-ID.
051200     MOVE '00'           TO DPK-SECTION.
051300     MOVE ZERO           TO DPK-SEQ.
051400     READ DISCLOSURE-PACKAGE
051500         INVALID KEY MOVE 'N' TO WS-DUP-REQUEST-SW.
051600     IF  WS-88-DUP-REQUEST
051700         MOVE 'REQUEST ID ALREADY PACKAGED' TO WS-REJECT-REASON.
051800 2200-EXIT. EXIT.
051900     EJECT
052000 2900-REJECT-REQUEST.
052100     ADD 1 TO WS-TOT-REJECTED.
052200     IF  WS-RUN-RC LESS THAN 4
052300         MOVE 4 TO WS-RUN-RC.
052400     MOVE WS-REJECT-REASON TO REJ-REASON.
052500     MOVE SPACES TO DSC-RPT-LINE.
052600     MOVE WS-REJECT-LINE TO DSC-RPT-LINE.
052700     WRITE DSC-RPT-LINE.
052800     MOVE ZERO TO WS-ACT-COUNT WS-REQ-ITEMS WS-REQ-OMITTED.
052900     PERFORM 6200-LOG-DISCLOSURE THRU 6200-EXIT.
053000 2900-EXIT. EXIT.
053100     EJECT
053200*----------------------------------------------------------------*
053300*    3000-FIND-ACCOUNTS - EVERY ACCOUNT UNDER THE TAX ID ON THE  *
053400*    CROSS-REFERENCE (CURRENT OR DROPPED), THEN EVERY ACCOUNT    *
053500*    WHERE THE REGISTRY NAMES THE TAX ID IN ANY ROLE.  THE       *
053600*    REGISTRY'S NAMES FOR THE TAX ID ARE THE SUBJECT'S NAMES.    *
053700*----------------------------------------------------------------*
053800 3000-FIND-ACCOUNTS.
053900     MOVE 'N' TO WS-EOF-SW.
054000     OPEN INPUT CUST-XREF-FILE.
054100     IF  WS-88-CXR-NOT-FOUND
054200         MOVE 'Y' TO WS-EOF-SW.
054300     PERFORM 3100-ONE-XREF THRU 3100-EXIT
054400         UNTIL WS-88-EOF.
054500     CLOSE CUST-XREF-FILE.
054600     MOVE 'N' TO WS-EOF-SW.
054700     OPEN INPUT REGISTRY-FILE.
054800     IF  WS-88-OWN-NOT-FOUND
054900         MOVE 'Y' TO WS-EOF-SW.
055000     PERFORM 3200-ONE-PARTY THRU 3200-EXIT
055100         UNTIL WS-88-EOF.
055200     CLOSE REGISTRY-FILE.
055300 3000-EXIT. EXIT.
055400 3100-ONE-XREF.
055500     READ CUST-XREF-FILE
055600         AT END MOVE 'Y' TO WS-EOF-SW
055700                GO TO 3100-EXIT.
055800     IF  CXR-TAX-ID NOT EQUAL DRQ-TAX-ID
055900         GO TO 3100-EXIT.
056000     MOVE CXR-CONTROL-KEY TO WS-NAME-WORK.
056100     PERFORM 3300-ADD-ACCOUNT THRU 3300-EXIT.
056200     IF  WS-ACT-SUB GREATER THAN ZERO
056300         SET ACX TO WS-ACT-SUB
056400         MOVE 'X' TO WS-ACT-RELATION (ACX).
056500 3100-EXIT. EXIT.
056600 3200-ONE-PARTY.
056700     READ REGISTRY-FILE
056800         AT END MOVE 'Y' TO WS-EOF-SW
056900                GO TO 3200-EXIT.
057000     IF  OWR-TAX-ID NOT EQUAL DRQ-TAX-ID
057100         GO TO 3200-EXIT.
057200     MOVE OWR-PARTY-NAME TO WS-NAME-WORK.
057300     PERFORM 3400-ADD-SUBJECT-NAME THRU 3400-EXIT.
057400     MOVE OWR-ACCOUNT TO WS-NAME-WORK.
057500     PERFORM 3300-ADD-ACCOUNT THRU 3300-EXIT.
057600     IF  WS-ACT-SUB GREATER THAN ZERO
057700         SET ACX TO WS-ACT-SUB
057800         IF  WS-ACT-RELATION (ACX) EQUAL SPACE
057900             MOVE 'R' TO WS-ACT-RELATION (ACX).
058000 3200-EXIT. EXIT.
058100     EJECT
058200*----------------------------------------------------------------*
058300*    3300-ADD-ACCOUNT - THE ACCOUNT IN WS-NAME-WORK (1:22) JOINS *
058400*    THE TABLE ONCE; WS-ACT-SUB RETURNS ITS ENTRY, OR ZERO WHEN  *
058500*    THE TABLE IS FULL AND THE ACCOUNT IS OMITTED.               *
058600*----------------------------------------------------------------*
058700 3300-ADD-ACCOUNT.
058800     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
058900     IF  WS-ACT-SUB GREATER THAN ZERO
059000         GO TO 3300-EXIT.
059100     IF  WS-ACT-COUNT NOT LESS THAN WS-ACT-MAX
059200         ADD 1 TO WS-REQ-OMITTED
059300         GO TO 3300-EXIT.
059400     ADD 1 TO WS-ACT-COUNT.
059500     SET ACX TO WS-ACT-COUNT.
059600     MOVE WS-NAME-WORK (1:22) TO WS-ACT-ACCOUNT (ACX).
059700     MOVE SPACE TO WS-ACT-RELATION (ACX).
059800     MOVE 'N'   TO WS-ACT-FOUND-SW (ACX).
059900     MOVE WS-ACT-COUNT TO WS-ACT-SUB.
060000 3300-EXIT. EXIT.
060100 3400-ADD-SUBJECT-NAME.
060200     IF  WS-NAME-WORK EQUAL SPACES
060300         GO TO 3400-EXIT.
060400     PERFORM 7100-CHECK-SUBJECT-NAME THRU 7100-EXIT.
060500     IF  WS-88-SUBJECT-NAME
060600         GO TO 3400-EXIT.
060700     IF  WS-NAME-COUNT NOT LESS THAN WS-NAME-MAX
060800         GO TO 3400-EXIT.
060900     ADD 1 TO WS-NAME-COUNT.
061000     SET SNX TO WS-NAME-COUNT.
061100     MOVE WS-NAME-WORK TO WS-SUBJ-NAME (SNX).
061200 3400-EXIT. EXIT.
061300     EJECT
061400*----------------------------------------------------------------*
061500*    4000-ONE-ACCOUNT - THE MASTER THROUGH IMACTM AND THE        *
061600*    ARCHIVED TRANSACTIONS IN THE DATE RANGE.  THE SUBJECT IS    *
061700*    THE PRIMARY OWNER WHEN THE MASTER CARRIES THE TAX ID.       *
061800*----------------------------------------------------------------*
061900 4000-ONE-ACCOUNT.
062000     SET ACX TO WS-ACT-SUB.
062100     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
062200     MOVE WS-ACT-ACCOUNT (ACX) TO DPK-ACCOUNT.
062300     MOVE 'MS' TO DPK-SECTION.
062400     MOVE 'N'  TO DPM-FOUND-SW.
062500     MOVE ZERO TO DPM-CURR-BAL DPM-HOLD-AMT.
062600     MOVE SPACES TO WMS-CONTROL-KEY.
062700     MOVE WS-ACT-ACCOUNT (ACX) TO WMS-CONTROL-KEY.
062800     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
062900     MOVE -1     TO I-O-SEND-CODE.
063000     CALL 'IMACTM' USING I-O-CONTROL-AREA
063100                         MASTER-AREA
063200                         SI-ENVIRONMENT-AREA.
063300     IF  I-O-88-NORMAL-RET
063400         PERFORM 4100-MASTER-DATA THRU 4100-EXIT.
063500     MOVE WS-ACT-RELATION (ACX) TO DPM-RELATION.
063600     IF  DRQ-88-REDACT
063700     AND DPM-88-FOUND
063800     AND NOT WS-88-ACT-PRIMARY (ACX)
063900         MOVE WS-REDACT-SHORT-NAME TO DPM-SHORT-NAME
064000         MOVE WS-REDACT-TAX-ID TO DPM-TAX-NUMBER
064100         MOVE WS-REDACT-DATE   TO DPM-BIRTHDATE
064200         MOVE 'Y' TO DPK-REDACTED-SW.
064300     ADD 1 TO WS-CNT-MS.
064400     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
064500     MOVE 'N' TO WS-ARCH-DONE-SW.
064600     MOVE WS-ACT-ACCOUNT (ACX) TO THA-ACCOUNT.
064700     MOVE WS-DATE-FROM         TO THA-POST-DATE.
064800     MOVE ZERO                 TO THA-SEQ.
064900     START TRAN-HIST-ARCHIVE KEY NOT LESS THAN THA-KEY
065000         INVALID KEY MOVE 'Y' TO WS-ARCH-DONE-SW.
065100     PERFORM 4200-ONE-TRANSACTION THRU 4200-EXIT
065200         UNTIL WS-88-ARCH-DONE.
065300 4000-EXIT. EXIT.
065400 4100-MASTER-DATA.
065500     MOVE 'Y' TO WS-ACT-FOUND-SW (ACX).
065600     MOVE 'Y' TO DPM-FOUND-SW.
065700     MOVE SPACES TO WS-TAX-ID-WORK.
065800     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
065900         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
066000     IF  WS-TAX-ID-WORK EQUAL DRQ-TAX-ID
066100         MOVE 'P' TO WS-ACT-RELATION (ACX).
066200     MOVE WMS-STATUS         TO DPM-STATUS.
066300     MOVE WMS-ACCT-TYPE      TO DPM-ACCT-TYPE.
066400     MOVE WMS-BRANCH5        TO DPM-BRANCH.
066500     MOVE WMS-OFFICER        TO DPM-OFFICER.
066600     MOVE WMS-SHORT-NAME     TO DPM-SHORT-NAME.
066700     MOVE WMS-TAX-CODE       TO DPM-TAX-CODE.
066800     MOVE WS-TAX-ID-WORK     TO DPM-TAX-NUMBER.
066900     MOVE WMS-BIRTHDATE      TO DPM-BIRTHDATE.
067000     MOVE WMS-DATE-OPENED    TO DPM-DATE-OPENED.
067100     MOVE WMS-DATE-CLOSED    TO DPM-DATE-CLOSED.
067200     MOVE WMS-ZIP-SAVE       TO DPM-ZIP.
067300     MOVE WMS-CURR-BAL       TO DPM-CURR-BAL.
067400     MOVE WMS-HOLD-AMT       TO DPM-HOLD-AMT.
067500     MOVE WMS-DORMANT        TO DPM-DORMANT.
067600     MOVE WMS-DCD-STATUS     TO DPM-DCD-STATUS.
067700 4100-EXIT. EXIT.
067800 4200-ONE-TRANSACTION.
067900     READ TRAN-HIST-ARCHIVE NEXT RECORD
068000         AT END MOVE 'Y' TO WS-ARCH-DONE-SW
068100                GO TO 4200-EXIT.
068200     IF  THA-ACCOUNT NOT EQUAL WS-ACT-ACCOUNT (ACX)
068300     OR  THA-POST-DATE GREATER THAN WS-DATE-TO
068400         MOVE 'Y' TO WS-ARCH-DONE-SW
068500         GO TO 4200-EXIT.
068600     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
068700     MOVE THA-ACCOUNT TO DPK-ACCOUNT.
068800     MOVE 'TX' TO DPK-SECTION.
068900     MOVE TRAN-HIST-ARCHIVE-RECORD TO DPK-DATA.
069000     ADD 1 TO WS-CNT-TX.
069100     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
069200 4200-EXIT. EXIT.
069300     EJECT
069400*----------------------------------------------------------------*
069500*    5000-SWEEP-NAMES - ONE PACKAGE RECORD PER NON-BLANK IMNAME  *
069600*    LINE.  ON AN ACCOUNT THE SUBJECT OWNS, THE FIRST NAME LINE  *
069700*    IS THE SUBJECT'S AND JOINS THE SUBJECT'S NAMES FOR THE      *
069800*    ALPHA SWEEP THAT FOLLOWS.                                   *
069900*----------------------------------------------------------------*
070000 5000-SWEEP-NAMES.
070100     MOVE 'N' TO WS-EOF-SW.
070200     OPEN INPUT ALT-NAME-ADDR-FILE.
070300     IF  WS-88-NAM-NOT-FOUND
070400         MOVE 'Y' TO WS-EOF-SW.
070500     PERFORM 5010-ONE-NAME-RECORD THRU 5010-EXIT
070600         UNTIL WS-88-EOF.
070700     CLOSE ALT-NAME-ADDR-FILE.
070800 5000-EXIT. EXIT.
070900 5010-ONE-NAME-RECORD.
071000     READ ALT-NAME-ADDR-FILE
071100         AT END MOVE 'Y' TO WS-EOF-SW
071200                GO TO 5010-EXIT.
071300     MOVE IMN-CONTROL-KEY (1:22) TO WS-NAME-WORK.
071400     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
071500     IF  WS-ACT-SUB EQUAL ZERO
071600         GO TO 5010-EXIT.
071700     SET ACX TO WS-ACT-SUB.
071800     MOVE 'N' TO WS-FIRST-NAME-SW.
071900     PERFORM 5020-ONE-ADDRESS THRU 5020-EXIT
072000         VARYING WS-ADDR-SUB FROM 1 BY 1
072100         UNTIL WS-ADDR-SUB GREATER THAN IMN-NBR-ADDRS
072200            OR WS-ADDR-SUB GREATER THAN 9.
072300 5010-EXIT. EXIT.
072400 5020-ONE-ADDRESS.
072500     PERFORM 5030-ONE-LINE THRU 5030-EXIT
072600         VARYING WS-LINE-SUB FROM 1 BY 1
072700         UNTIL WS-LINE-SUB GREATER THAN
072800               IMN-LN-NO-LINES (WS-ADDR-SUB)
072900            OR WS-LINE-SUB GREATER THAN 6.
073000 5020-EXIT. EXIT.
073100 5030-ONE-LINE.
073200     IF  IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB) EQUAL SPACES
073300         GO TO 5030-EXIT.
073400     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
073500     MOVE WS-ACT-ACCOUNT (ACX) TO DPK-ACCOUNT.
073600     MOVE 'NA' TO DPK-SECTION.
073700     MOVE WS-ADDR-SUB TO DPN-ADDR-SET.
073800     MOVE WS-LINE-SUB TO DPN-LINE-NO.
073900     MOVE IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB)
074000         TO DPN-LINE-TYPE.
074100     MOVE IMN-LN-COUNTRY (WS-ADDR-SUB) TO DPN-COUNTRY.
074200     MOVE IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB)
074300         TO DPN-TEXT.
074400     MOVE IMN-RM-FLAG (WS-ADDR-SUB) TO DPN-RETURNED-MAIL.
074500     IF  IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB) NOT EQUAL '1'
074600         GO TO 5040-WRITE-LINE.
074700     MOVE DPN-TEXT TO WS-NAME-WORK.
074800     IF  WS-88-ACT-PRIMARY (ACX)
074900     AND NOT WS-88-FIRST-NAME-SEEN
075000         PERFORM 3400-ADD-SUBJECT-NAME THRU 3400-EXIT.
075100     MOVE 'Y' TO WS-FIRST-NAME-SW.
075200     IF  NOT DRQ-88-REDACT
075300         GO TO 5040-WRITE-LINE.
075400     PERFORM 7100-CHECK-SUBJECT-NAME THRU 7100-EXIT.
075500     IF  NOT WS-88-SUBJECT-NAME
075600         MOVE WS-REDACT-NAME TO DPN-TEXT
075700         MOVE 'Y' TO DPK-REDACTED-SW.
075800 5040-WRITE-LINE.
075900     ADD 1 TO WS-CNT-NA.
076000     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
076100 5030-EXIT. EXIT.
076200     EJECT
076300 5100-SWEEP-ALPHA.
076400     MOVE 'N' TO WS-EOF-SW.
076500     OPEN INPUT ALPHA-FILE.
076600     IF  WS-88-ALP-NOT-FOUND
076700         MOVE 'Y' TO WS-EOF-SW.
076800     PERFORM 5110-ONE-ALPHA THRU 5110-EXIT
076900         UNTIL WS-88-EOF.
077000     CLOSE ALPHA-FILE.
077100 5100-EXIT. EXIT.
077200 5110-ONE-ALPHA.
077300     READ ALPHA-FILE
077400         AT END MOVE 'Y' TO WS-EOF-SW
077500                GO TO 5110-EXIT.
077600     MOVE ALP-ACCOUNT (1:22) TO WS-NAME-WORK.
077700     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
077800     IF  WS-ACT-SUB EQUAL ZERO
077900         GO TO 5110-EXIT.
078000     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
078100     IF  DRQ-88-REDACT
078200         MOVE ALP-NAME TO WS-NAME-WORK
078300         PERFORM 7100-CHECK-SUBJECT-NAME THRU 7100-EXIT
078400         IF  NOT WS-88-SUBJECT-NAME
078500             MOVE WS-REDACT-NAME TO ALP-NAME
078600             MOVE 'Y' TO DPK-REDACTED-SW.
078700     MOVE ALP-ACCOUNT (1:22) TO DPK-ACCOUNT.
078800     MOVE 'AL' TO DPK-SECTION.
078900     MOVE ALPHA-RECORD TO DPK-DATA.
079000     ADD 1 TO WS-CNT-AL.
079100     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
079200 5110-EXIT. EXIT.
079300     EJECT
079400*----------------------------------------------------------------*
079500*    5200-SWEEP-REGISTRY - EVERY PARTY ON THE ACCOUNTS, SO THE   *
079600*    PACKAGE SHOWS THE SUBJECT'S ROLE AMONG THE OTHERS.  WITH    *
079700*    REDACTION THE OTHER PARTIES KEEP THEIR ROLES AND DATES      *
079800*    BUT LOSE THEIR NAMES AND TAX IDS.                           *
079900*----------------------------------------------------------------*
080000 5200-SWEEP-REGISTRY.
080100     MOVE 'N' TO WS-EOF-SW.
080200     OPEN INPUT REGISTRY-FILE.
080300     IF  WS-88-OWN-NOT-FOUND
080400         MOVE 'Y' TO WS-EOF-SW.
080500     PERFORM 5210-ONE-PARTY THRU 5210-EXIT
080600         UNTIL WS-88-EOF.
080700     CLOSE REGISTRY-FILE.
080800 5200-EXIT. EXIT.
080900 5210-ONE-PARTY.
081000     READ REGISTRY-FILE
081100         AT END MOVE 'Y' TO WS-EOF-SW
081200                GO TO 5210-EXIT.
081300     MOVE OWR-ACCOUNT TO WS-NAME-WORK.
081400     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
081500     IF  WS-ACT-SUB EQUAL ZERO
081600         GO TO 5210-EXIT.
081700     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
081800     IF  DRQ-88-REDACT
081900     AND OWR-TAX-ID NOT EQUAL DRQ-TAX-ID
082000         MOVE WS-REDACT-NAME   TO OWR-PARTY-NAME
082100         MOVE WS-REDACT-TAX-ID TO OWR-TAX-ID
082200         MOVE 'Y' TO DPK-REDACTED-SW.
082300     MOVE OWR-ACCOUNT TO DPK-ACCOUNT.
082400     MOVE 'OW' TO DPK-SECTION.
082500     MOVE OWNER-REGISTRY-RECORD TO DPK-DATA.
082600     ADD 1 TO WS-CNT-OW.
082700     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
082800 5210-EXIT. EXIT.
082900     EJECT
083000 5300-SWEEP-HOLDS.
083100     MOVE 'N' TO WS-EOF-SW.
083200     OPEN INPUT HOLD-DETAIL-FILE.
083300     IF  WS-88-HLD-NOT-FOUND
083400         MOVE 'Y' TO WS-EOF-SW.
083500     PERFORM 5310-ONE-HOLD THRU 5310-EXIT
083600         UNTIL WS-88-EOF.
083700     CLOSE HOLD-DETAIL-FILE.
083800 5300-EXIT. EXIT.
083900 5310-ONE-HOLD.
084000     READ HOLD-DETAIL-FILE
084100         AT END MOVE 'Y' TO WS-EOF-SW
084200                GO TO 5310-EXIT.
084300     MOVE HLD-ACCOUNT TO WS-NAME-WORK.
084400     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
084500     IF  WS-ACT-SUB EQUAL ZERO
084600         GO TO 5310-EXIT.
084700     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
084800     MOVE HLD-ACCOUNT TO DPK-ACCOUNT.
084900     MOVE 'HD' TO DPK-SECTION.
085000     MOVE HOLD-DETAIL-RECORD TO DPK-DATA.
085100     ADD 1 TO WS-CNT-HD.
085200     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
085300 5310-EXIT. EXIT.
085400 5400-SWEEP-STOPS.
085500     MOVE 'N' TO WS-EOF-SW.
085600     OPEN INPUT STOP-DETAIL-FILE.
085700     IF  WS-88-STP-NOT-FOUND
085800         MOVE 'Y' TO WS-EOF-SW.
085900     PERFORM 5410-ONE-STOP THRU 5410-EXIT
086000         UNTIL WS-88-EOF.
086100     CLOSE STOP-DETAIL-FILE.
086200 5400-EXIT. EXIT.
086300 5410-ONE-STOP.
086400     READ STOP-DETAIL-FILE
086500         AT END MOVE 'Y' TO WS-EOF-SW
086600                GO TO 5410-EXIT.
086700     MOVE STP-ACCOUNT TO WS-NAME-WORK.
086800     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
086900     IF  WS-ACT-SUB EQUAL ZERO
087000         GO TO 5410-EXIT.
087100     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
087200     MOVE STP-ACCOUNT TO DPK-ACCOUNT.
087300     MOVE 'SP' TO DPK-SECTION.
087400     MOVE STOP-DETAIL-RECORD TO DPK-DATA.
087500     ADD 1 TO WS-CNT-SP.
087600     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
087700 5410-EXIT. EXIT.
087800     EJECT
087900 5500-SWEEP-ORDERS.
088000     MOVE 'N' TO WS-EOF-SW.
088100     OPEN INPUT ORDER-FILE.
088200     IF  WS-88-ORD-NOT-FOUND
088300         MOVE 'Y' TO WS-EOF-SW.
088400     PERFORM 5510-ONE-ORDER THRU 5510-EXIT
088500         UNTIL WS-88-EOF.
088600     CLOSE ORDER-FILE.
088700 5500-EXIT. EXIT.
088800 5510-ONE-ORDER.
088900     READ ORDER-FILE
089000         AT END MOVE 'Y' TO WS-EOF-SW
089100                GO TO 5510-EXIT.
089200     MOVE LGO-ACCOUNT TO WS-NAME-WORK.
089300     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
089400     IF  WS-ACT-SUB EQUAL ZERO
089500         GO TO 5510-EXIT.
089600     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
089700     MOVE LGO-ACCOUNT TO DPK-ACCOUNT.
089800     MOVE 'LO' TO DPK-SECTION.
089900     MOVE ORDER-RECORD TO DPK-DATA.
090000     ADD 1 TO WS-CNT-LO.
090100     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
090200 5510-EXIT. EXIT.
090300     EJECT
090400*----------------------------------------------------------------*
090500*    5600-SWEEP-LEGAL-HOLDS - HOLDS ON ANY OF THE ACCOUNTS, AND  *
090600*    HOLDS PLACED ON THE TAX ID ITSELF, WHICH ARE FILED UNDER    *
090700*    THE REQUEST WITH A BLANK ACCOUNT.                           *
090800*----------------------------------------------------------------*
090900 5600-SWEEP-LEGAL-HOLDS.
091000     MOVE 'N' TO WS-EOF-SW.
091100     OPEN INPUT LEGAL-HOLD-FILE.
091200     IF  WS-88-LGH-NOT-FOUND
091300         MOVE 'Y' TO WS-EOF-SW.
091400     PERFORM 5610-ONE-LEGAL-HOLD THRU 5610-EXIT
091500         UNTIL WS-88-EOF.
091600     CLOSE LEGAL-HOLD-FILE.
091700 5600-EXIT. EXIT.
091800 5610-ONE-LEGAL-HOLD.
091900     READ LEGAL-HOLD-FILE
092000         AT END MOVE 'Y' TO WS-EOF-SW
092100                GO TO 5610-EXIT.
092200     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
092300     IF  LHR-88-TAX-ID
092400         IF  LHR-KEY-VALUE (1:11) NOT EQUAL DRQ-TAX-ID
092500             GO TO 5610-EXIT
092600         ELSE
092700             GO TO 5620-WRITE-HOLD.
092800     MOVE LHR-KEY-VALUE TO WS-NAME-WORK.
092900     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
093000     IF  WS-ACT-SUB EQUAL ZERO
093100         GO TO 5610-EXIT.
093200     MOVE LHR-KEY-VALUE TO DPK-ACCOUNT.
093300 5620-WRITE-HOLD.
093400     MOVE 'LH' TO DPK-SECTION.
093500     MOVE LEGAL-HOLD-RECORD TO DPK-DATA.
093600     ADD 1 TO WS-CNT-LH.
093700     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
093800 5610-EXIT. EXIT.
093900     EJECT
094000 5700-SWEEP-SNAPSHOTS.
094100     MOVE 'N' TO WS-EOF-SW.
094200     OPEN INPUT SNAPSHOT-ARCHIVE.
094300     IF  WS-88-SNP-NOT-FOUND
094400         MOVE 'Y' TO WS-EOF-SW.
094500     PERFORM 5710-ONE-SNAPSHOT THRU 5710-EXIT
094600         UNTIL WS-88-EOF.
094700     CLOSE SNAPSHOT-ARCHIVE.
094800 5700-EXIT. EXIT.
094900 5710-ONE-SNAPSHOT.
095000     READ SNAPSHOT-ARCHIVE
095100         AT END MOVE 'Y' TO WS-EOF-SW
095200                GO TO 5710-EXIT.
095300     IF  SNP-CYCLE-DATE LESS THAN WS-DATE-FROM
095400     OR  SNP-CYCLE-DATE GREATER THAN WS-DATE-TO
095500         GO TO 5710-EXIT.
095600     MOVE SNP-ACCOUNT TO WS-NAME-WORK.
095700     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
095800     IF  WS-ACT-SUB EQUAL ZERO
095900         GO TO 5710-EXIT.
096000     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
096100     MOVE SNP-ACCOUNT    TO DPK-ACCOUNT.
096200     MOVE 'SS' TO DPK-SECTION.
096300     MOVE SNP-CYCLE-DATE TO DPS-CYCLE-DATE.
096400     MOVE SNP-LINE-SEQ   TO DPS-LINE-SEQ.
096500     MOVE SNP-IMAGE      TO DPS-IMAGE.
096600     ADD 1 TO WS-CNT-SS.
096700     PERFORM 8000-WRITE-PACKAGE THRU 8000-EXIT.
096800 5710-EXIT. EXIT.
096900     EJECT
097000*----------------------------------------------------------------*
097100*    6000-WRITE-HEADER - THE REQUEST'S HEADER, WRITTEN LAST SO   *
097200*    IT CARRIES THE FINAL COUNTS.  ITS PRESENCE IS ALSO WHAT     *
097300*    STOPS THE SAME REQUEST ID FROM BEING PACKAGED TWICE.        *
097400*----------------------------------------------------------------*
097500 6000-WRITE-HEADER.
097600     MOVE SPACES TO DISCLOSURE-PACKAGE-RECORD.
097700     MOVE DRQ-REQUEST-ID TO DPK-REQUEST-ID.
097800     MOVE '00'           TO DPK-SECTION.
097900     MOVE ZERO           TO DPK-SEQ.
098000     MOVE DRQ-TAX-ID     TO DPH-TAX-ID.
098100     MOVE DRQ-DATE-FROM  TO DPH-DATE-FROM.
098200     MOVE DRQ-DATE-TO    TO DPH-DATE-TO.
098300     MOVE DRQ-REDACT     TO DPH-REDACT.
098400     MOVE DRQ-PURPOSE    TO DPH-PURPOSE.
098500     MOVE DRQ-REQUESTER  TO DPH-REQUESTER.
098600     MOVE DRQ-OPER-ID    TO DPH-OPER-ID.
098700     MOVE WS-RUN-DATE    TO DPH-RUN-DATE.
098800     MOVE WS-RUN-TIME    TO DPH-RUN-TIME.
098900     MOVE WS-ACT-COUNT   TO DPH-ACCOUNT-COUNT.
099000     MOVE WS-REQ-OMITTED TO DPH-ACCOUNTS-OMITTED.
099100     MOVE WS-REQ-ITEMS   TO DPH-ITEM-COUNT.
099200     WRITE DISCLOSURE-PACKAGE-RECORD
099300         INVALID KEY ADD 1 TO WS-TOT-WRITE-ERRORS
099400                     MOVE 8 TO WS-RUN-RC.
099500 6000-EXIT. EXIT.
099600     EJECT
099700 6100-PRINT-RESULTS.
099800     PERFORM 6110-PRINT-ACCOUNT THRU 6110-EXIT
099900         VARYING WS-ACT-SUB FROM 1 BY 1
100000         UNTIL WS-ACT-SUB GREATER THAN WS-ACT-COUNT.
100100     MOVE WS-CNT-MS TO SEC-MS.
100200     MOVE WS-CNT-NA TO SEC-NA.
100300     MOVE WS-CNT-AL TO SEC-AL.
100400     MOVE WS-CNT-OW TO SEC-OW.
100500     MOVE WS-CNT-HD TO SEC-HD.
100600     MOVE WS-CNT-SP TO SEC-SP.
100700     MOVE WS-CNT-LO TO SEC-LO.
100800     MOVE WS-CNT-LH TO SEC-LH.
100900     MOVE WS-CNT-SS TO SEC-SS.
101000     MOVE WS-CNT-TX TO SEC-TX.
101100     MOVE SPACES TO DSC-RPT-LINE.
101200     MOVE WS-SECTION-LINE TO DSC-RPT-LINE.
101300     WRITE DSC-RPT-LINE.
101400     MOVE WS-REQ-ITEMS    TO ITL-ITEMS.
101500     MOVE WS-REQ-REDACTED TO ITL-REDACTED.
101600     MOVE WS-REQ-OMITTED  TO ITL-OMITTED.
101700     MOVE SPACES TO DSC-RPT-LINE.
101800     MOVE WS-ITEMS-LINE TO DSC-RPT-LINE.
101900     WRITE DSC-RPT-LINE.
102000     IF  WS-REQ-OMITTED GREATER THAN ZERO
102100     AND WS-RUN-RC LESS THAN 4
102200         MOVE 4 TO WS-RUN-RC.
102300 6100-EXIT. EXIT.
102400 6110-PRINT-ACCOUNT.
102500     SET ACX TO WS-ACT-SUB.
102600     MOVE WS-ACT-ACCOUNT (ACX) TO ACL-ACCOUNT.
102700     MOVE 'REGISTRY PARTY  ' TO ACL-RELATION.
102800     IF  WS-88-ACT-PRIMARY (ACX)
102900         MOVE 'PRIMARY OWNER   ' TO ACL-RELATION.
103000     IF  WS-88-ACT-XREF (ACX)
103100         MOVE 'CROSS-REFERENCE ' TO ACL-RELATION.
103200     MOVE 'NOT ON MASTER ' TO ACL-MASTER.
103300     IF  WS-88-ACT-ON-MASTER (ACX)
103400         MOVE 'ON MASTER     ' TO ACL-MASTER.
103500     MOVE SPACES TO DSC-RPT-LINE.
103600     MOVE WS-ACCOUNT-LINE TO DSC-RPT-LINE.
103700     WRITE DSC-RPT-LINE.
103800 6110-EXIT. EXIT.
103900     EJECT
104000 6200-LOG-DISCLOSURE.
104100     MOVE SPACES TO DISCLOSURE-LOG-RECORD.
104200     MOVE WS-RUN-DATE    TO DLG-RUN-DATE.
104300     MOVE WS-RUN-TIME    TO DLG-RUN-TIME.
104400     MOVE DRQ-REQUEST-ID TO DLG-REQUEST-ID.
104500     MOVE DRQ-TAX-ID     TO DLG-TAX-ID.
104600     MOVE DRQ-PURPOSE    TO DLG-PURPOSE.
104700     MOVE DRQ-REQUESTER  TO DLG-REQUESTER.
104800     MOVE DRQ-OPER-ID    TO DLG-OPER-ID.
104900     MOVE DRQ-REDACT     TO DLG-REDACT.
105000     MOVE DRQ-DATE-FROM  TO DLG-DATE-FROM.
105100     MOVE DRQ-DATE-TO    TO DLG-DATE-TO.
105200     MOVE WS-ACT-COUNT   TO DLG-ACCOUNT-COUNT.
105300     MOVE WS-REQ-ITEMS   TO DLG-ITEM-COUNT.
105400     MOVE WS-REJECT-REASON TO DLG-REASON.
105500     MOVE 'C' TO DLG-STATUS.
105600     IF  WS-REQ-OMITTED GREATER THAN ZERO
105700         MOVE 'P' TO DLG-STATUS
105800         MOVE 'ACCOUNT LIMIT REACHED' TO DLG-REASON.
105900     IF  WS-REJECT-REASON NOT EQUAL SPACES
106000         MOVE 'R' TO DLG-STATUS.
106100     WRITE DISCLOSURE-LOG-RECORD.
106200 6200-EXIT. EXIT.
106300     EJECT
106400*----------------------------------------------------------------*
106500*    7000-FIND-ACCOUNT - WS-ACT-SUB RETURNS THE TABLE ENTRY FOR  *
106600*    THE ACCOUNT IN WS-NAME-WORK (1:22), OR ZERO.                *
106700*----------------------------------------------------------------*
106800 7000-FIND-ACCOUNT.
106900     MOVE ZERO TO WS-ACT-SUB.
107000     PERFORM 7010-SCAN-ACCOUNT THRU 7010-EXIT
107100         VARYING WS-SUB FROM 1 BY 1
107200         UNTIL WS-SUB GREATER THAN WS-ACT-COUNT
107300            OR WS-ACT-SUB GREATER THAN ZERO.
107400 7000-EXIT. EXIT.
107500 7010-SCAN-ACCOUNT.
107600     SET ACX TO WS-SUB.
107700     IF  WS-ACT-ACCOUNT (ACX) EQUAL WS-NAME-WORK (1:22)
107800         MOVE WS-SUB TO WS-ACT-SUB.
107900 7010-EXIT. EXIT.
108000*----------------------------------------------------------------*
108100*    7100-CHECK-SUBJECT-NAME - IS THE NAME IN WS-NAME-WORK ONE   *
108200*    OF THE SUBJECT'S?  A 20-BYTE ALPHA NAME MATCHES ON ITS      *
108300*    LENGTH SINCE THE REST OF WS-NAME-WORK IS THEN SPACES.       *
108400*----------------------------------------------------------------*
108500 7100-CHECK-SUBJECT-NAME.
108600     MOVE 'N' TO WS-SUBJECT-NAME-SW.
108700     PERFORM 7110-SCAN-NAME THRU 7110-EXIT
108800         VARYING SNX FROM 1 BY 1
108900         UNTIL SNX GREATER THAN WS-NAME-COUNT
109000            OR WS-88-SUBJECT-NAME.
109100 7100-EXIT. EXIT.
109200 7110-SCAN-NAME.
109300     IF  WS-SUBJ-NAME (SNX) EQUAL WS-NAME-WORK
109400         MOVE 'Y' TO WS-SUBJECT-NAME-SW.
109500     IF  WS-NAME-WORK (21:20) EQUAL SPACES
109600     AND WS-SUBJ-NAME (SNX) (1:20) EQUAL WS-NAME-WORK (1:20)
109700         MOVE 'Y' TO WS-SUBJECT-NAME-SW.
109800 7110-EXIT. EXIT.
109900     EJECT
110000*----------------------------------------------------------------*
110100*    8000-WRITE-PACKAGE - FILE ONE ITEM UNDER THE REQUEST WITH   *
110200*    THE NEXT SEQUENCE NUMBER.  THE CALLER HAS SET THE ACCOUNT,  *
110300*    SECTION, DATA AND REDACTION FLAG.                           *
110400*----------------------------------------------------------------*
110500 8000-WRITE-PACKAGE.
110600     ADD 1 TO WS-ITEM-SEQ.
110700     MOVE DRQ-REQUEST-ID TO DPK-REQUEST-ID.
110800     MOVE WS-ITEM-SEQ    TO DPK-SEQ.
110900     IF  DPK-REDACTED-SW NOT EQUAL 'Y'
111000         MOVE 'N' TO DPK-REDACTED-SW.
111100     IF  DPK-88-REDACTED
111200         ADD 1 TO WS-REQ-REDACTED.
111300     ADD 1 TO WS-REQ-ITEMS.
111400     WRITE DISCLOSURE-PACKAGE-RECORD
111500         INVALID KEY ADD 1 TO WS-TOT-WRITE-ERRORS
111600                     MOVE 8 TO WS-RUN-RC.
111700 8000-EXIT. EXIT.
111800     EJECT
111900*----------------------------------------------------------------*
112000*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
112100*----------------------------------------------------------------*
112200 9000-TERMINATE.
112300     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
112400     MOVE 'DISCLOSURE REQUESTS READ          ' TO SUM-LIT.
112500     MOVE WS-TOT-REQUESTS TO SUM-COUNT.
112600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112700     MOVE 'REQUESTS PACKAGED                 ' TO SUM-LIT.
112800     MOVE WS-TOT-PACKAGED TO SUM-COUNT.
112900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113000     MOVE 'REQUESTS REJECTED                 ' TO SUM-LIT.
113100     MOVE WS-TOT-REJECTED TO SUM-COUNT.
113200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113300     MOVE 'ACCOUNTS DISCLOSED                ' TO SUM-LIT.
113400     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
113500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113600     MOVE 'PACKAGE ITEMS WRITTEN             ' TO SUM-LIT.
113700     MOVE WS-TOT-ITEMS TO SUM-COUNT.
113800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113900     MOVE 'ITEMS REDACTED                    ' TO SUM-LIT.
114000     MOVE WS-TOT-REDACTED TO SUM-COUNT.
114100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114200     MOVE 'PACKAGE WRITE FAILURES            ' TO SUM-LIT.
114300     MOVE WS-TOT-WRITE-ERRORS TO SUM-COUNT.
114400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
114600     MOVE -1   TO I-O-SEND-CODE.
114700     CALL 'IMACTM' USING I-O-CONTROL-AREA
114800                         MASTER-AREA
114900                         SI-ENVIRONMENT-AREA.
115000     CLOSE DSC-REQUEST-FILE.
115100     CLOSE TRAN-HIST-ARCHIVE.
115200     CLOSE DISCLOSURE-PACKAGE.
115300     CLOSE DISCLOSURE-LOG.
115400     CLOSE DSC-RPT.
115450     MOVE WS-RUN-RC TO RETURN-CODE.
115500 9000-EXIT. EXIT.
115600 9100-PRINT-SUMMARY.
115700     MOVE SPACES TO DSC-RPT-LINE.
115800     MOVE WS-SUMMARY-LINE TO DSC-RPT-LINE.
115900     WRITE DSC-RPT-LINE.
116000 9100-EXIT. EXIT.
