*     * GN6213 * 10/09/26 JCTE CUSTODIAL FEE BILLING AND COLLECTION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCUSFEE.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/09/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCUSFEE BILLS AND COLLECTS THE RETIREMENT PLAN CUSTODIAL   *
000900*    FEE, REPLACING THE MAIL-MERGE.  THE MASTER IS BROWSED FOR   *
001000*    UPDATE AND MATCHED TO THE FEE BILLING FILE (IMWSCFBI), READ *
001100*    FROM IMCFBIVO AND WRITTEN FORWARD TO IMCFBIVN.  ON THE      *
001200*    ANNUAL RUN (PARAMETER CARD) EVERY PLAN ACCOUNT NOT ALREADY  *
001300*    BILLED FOR THE FEE YEAR IS BILLED; ON ANY RUN A REQUEST     *
001400*    CARD (IMCFBREQ) BILLS ITS ACCOUNT ON DEMAND, WITH AN        *
001500*    OPTIONAL FEE AMOUNT AND BILL CODE OF ITS OWN.               *
001600*----------------------------------------------------------------*
001700*    THE FEE IS PRICED FROM THE PLAN FEE TABLE (IMCFBTAB) BY     *
001800*    WMS-PLN-TRLR-TYPE, OR ITS ** DEFAULT ENTRY: A FLAT FEE PLUS *
001900*    A RATE ON THE BALANCE, HELD BETWEEN THE TABLE MINIMUM AND   *
002000*    MAXIMUM, AND WAIVED AT OR ABOVE THE TABLE WAIVER BALANCE OR *
002100*    WHEN WMS-WAIVE-FEE IS Y.  WMS-PLN-TRLR-FEE-BILL-CODE        *
002200*    DECIDES HOW IT IS COLLECTED - I (OR BLANK) INVOICES THE     *
002300*    CUSTOMER, P DEBITS THE PLAN ACCOUNT, O DEBITS THE           *
002400*    DESIGNATED OUTSIDE ACCOUNT (WMS-TARGET-CONTROL) AND N       *
002500*    EXEMPTS THE ACCOUNT.  A DEBIT THAT CANNOT BE TAKEN (PLAN    *
002600*    BALANCE SHORT, NO OUTSIDE ACCOUNT) IS INVOICED INSTEAD.     *
002700*    DEBITS GO TO THEIR OWN TRAN-FILE STREAM (IMCFBFEE) WHICH    *
002800*    THE JCL CONCATENATES INTO THE FEE GOVERNOR INTAKE           *
002900*    (IMFGVIN).                                                  *
003000*----------------------------------------------------------------*
003100*    COLLECTIONS - A DEBITED FEE IS COLLECTED WHEN BILLED;       *
003200*    PAYMENT CARDS (IMCFBPAY) ARE APPLIED TO THE ACCOUNT'S OPEN  *
003300*    INVOICES OLDEST FIRST.  EITHER WAY THE AMOUNT POSTS TO      *
003400*    WMS-PLN-TRLR-FEE-COLL-MTD/YTD/LTD AND THE LAST PAYMENT, THE *
003500*    MONTH AND YEAR COUNTERS ROLLING WHEN THE LAST FEE-PAID DATE *
003600*    IS IN AN EARLIER MONTH OR YEAR, AND WMS-PLN-TRLR-FEES-DUE   *
003700*    IS RESET TO THE INVOICES STILL OPEN WITH THE LATEST DUE     *
003800*    DATE IN WMS-PLN-TRLR-BILLING-DUE-DATE.  A PAYMENT LEFT OVER *
003900*    IS LISTED FOR REFUND.                                       *
004000*----------------------------------------------------------------*
004100*    FOLLOW-UP - AN INVOICE PAST DUE GETS FOLLOW-UP NOTICE 1, 2, *
004200*    ... EVERY PARAMETER NOTICE-DAYS PAST THE DUE DATE UP TO THE *
004300*    PARAMETER MAXIMUM; A SKIPPED NIGHT SENDS ONLY THE HIGHEST   *
004400*    NOTICE DUE.  INVOICES AND NOTICES GO TO THE NOTICE EXTRACT  *
004500*    (IMCFBNTC) FOR THE STATEMENT VENDOR.  THE REPORT LISTS THE  *
004600*    DAY'S BILLING AND COLLECTION ACTIVITY AND THEN EVERY        *
004700*    DELINQUENT FEE BY PLAN CODE WITH PLAN CODE TOTALS.  THE FEE *
004800*    STREAM AND THE NOTICE EXTRACT ARE MANIFESTED THROUGH        *
004900*    IMMANFST.                                                   *
005000*----------------------------------------------------------------*
005100*----------------------------------------------------------------*
005200*               ** HISTORY OF REVISIONS **                      *
005300* DESCRIPTION                                           CHNGID  *
005400* ____________________________________________________ _______ *
005500* 10/09/26 JCTE NEW PROGRAM - CUSTODIAL FEE BILLING,     GN6213 *
005600*                COLLECTION AND DELINQUENT FOLLOW-UP            *
005700*----------------------------------------------------------------*
005800 ENVIRONMENT    DIVISION.
005900 INPUT-OUTPUT   SECTION.
006000 FILE-CONTROL.
006100     SELECT CFB-PARM-FILE     ASSIGN TO "IMCFBPRM"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT FEE-TABLE-FILE    ASSIGN TO "IMCFBTAB"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "IMCFBPAY"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-PAY-FILE-STATUS.
006800     SELECT OPTIONAL REQUEST-FILE ASSIGN TO "IMCFBREQ"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-REQ-FILE-STATUS.
007100     SELECT OPTIONAL CFB-BILL-IN ASSIGN TO "IMCFBIVO"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-BILL-FILE-STATUS.
007400     SELECT CFB-BILL-OUT      ASSIGN TO "IMCFBIVN"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT CFB-FEE-OUT       ASSIGN TO "IMCFBFEE"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT CFB-NOTICE-EXT    ASSIGN TO "IMCFBNTC"
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT CFB-RPT           ASSIGN TO "IMCFBRPT"
008100         ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CFB-PARM-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  CFB-PARM-RECORD.
008700     03  CFP-RUN-DATE                PIC 9(6).
008800     03  CFP-ANNUAL-RUN              PIC X.
008900     03  CFP-FEE-YEAR                PIC 9(4).
009000     03  CFP-DUE-DAYS                PIC 9(3).
009100     03  CFP-NOTICE-DAYS             PIC 9(3).
009200     03  CFP-MAX-NOTICES             PIC 9.
009300     03  CFP-FEE-TRAN-CODE           PIC XX.
009400     03  FILLER                      PIC X(60).
009500*----------------------------------------------------------------*
009600*    THE PLAN FEE TABLE - ONE CARD PER PLAN TYPE, ** FOR THE     *
009700*    DEFAULT. A ZERO MAXIMUM OR WAIVER BALANCE MEANS NONE.       *
009800*----------------------------------------------------------------*
009900 FD  FEE-TABLE-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  FEE-TABLE-CARD.
010200     03  CFT-PLAN-TYPE               PIC XX.
010300     03  CFT-FLAT-FEE                PIC 9(5)V99.
010400     03  CFT-BAL-RATE                PIC 9V9(5).
010500     03  CFT-MIN-FEE                 PIC 9(5)V99.
010600     03  CFT-MAX-FEE                 PIC 9(5)V99.
010700     03  CFT-WAIVE-BAL               PIC 9(11)V99.
010800     03  CFT-DESC                    PIC X(20).
010900     03  FILLER                      PIC X(18).
011000 FD  PAYMENT-FILE
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  PAYMENT-CARD.
011300     03  CFY-ACCOUNT                 PIC X(22).
011400     03  CFY-AMOUNT                  PIC 9(9)V99.
011500     03  CFY-PAY-DATE                PIC 9(6).
011600     03  CFY-REFERENCE               PIC X(10).
011700     03  FILLER                      PIC X(31).
011800 FD  REQUEST-FILE
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  REQUEST-CARD.
012100     03  CFR-ACCOUNT                 PIC X(22).
012200     03  CFR-FEE-AMT                 PIC 9(5)V99.
012300     03  CFR-BILL-CODE               PIC X.
012400     03  CFR-OPER-ID                 PIC X(5).
012500     03  FILLER                      PIC X(45).
012600 FD  CFB-BILL-IN
012700     RECORD CONTAINS 100 CHARACTERS.
012800 01  CFB-BILL-IN-REC                 PIC X(100).
012900 FD  CFB-BILL-OUT
013000     RECORD CONTAINS 100 CHARACTERS.
013100 01  CFB-BILL-OUT-REC                PIC X(100).
013200 FD  CFB-FEE-OUT.
013300     COPY IMWSTRAN.
013400 FD  CFB-NOTICE-EXT
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  CFB-NOTICE-RECORD.
013700     03  CFN-ACCOUNT                 PIC X(22).
013800     03  CFN-NOTICE-TYPE             PIC X.
013900         88  CFN-88-INVOICE          VALUE 'I'.
014000     03  CFN-PLAN-TYPE               PIC XX.
014100     03  CFN-FEE-YEAR                PIC 9(4).
014200     03  CFN-FEE-AMT                 PIC 9(9)V99.
014300     03  CFN-OPEN-AMT                PIC 9(9)V99.
014400     03  CFN-DUE-DATE                PIC X(6).
014500     03  CFN-DAYS-PAST-DUE           PIC 9(3).
014600     03  CFN-NOTICE-DATE             PIC 9(6).
014700     03  FILLER                      PIC X(14).
014800 FD  CFB-RPT
014900     RECORD CONTAINS 133 CHARACTERS.
015000 01  CFB-RPT-LINE                    PIC X(133).
015100 WORKING-STORAGE SECTION.
015200 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCUSFEE'.
015300 77  WS-FEE-MAX                      PIC S9(5)   COMP VALUE +50.
015400 77  WS-PAY-MAX                      PIC S9(5)   COMP VALUE +2000.
015500 77  WS-REQ-MAX                      PIC S9(5)   COMP VALUE +2000.
015600 77  WS-DLQ-MAX                      PIC S9(5)   COMP VALUE +3000.
015700 77  WS-PAY-FILE-STATUS              PIC X(2)    VALUE SPACES.
015800     88  WS-88-PAY-NOT-FOUND         VALUE '05' '35'.
015900 77  WS-REQ-FILE-STATUS              PIC X(2)    VALUE SPACES.
016000     88  WS-88-REQ-NOT-FOUND         VALUE '05' '35'.
016100 77  WS-BILL-FILE-STATUS             PIC X(2)    VALUE SPACES.
016200     88  WS-88-BILL-NOT-FOUND        VALUE '05' '35'.
016300     EJECT
016400     COPY SIWSDTAR.
016500     EJECT
016600     COPY IMWSMNRQ.
016700     EJECT
016800 01  WS-BILL-HOLD                    PIC X(100)  VALUE SPACES.
016900     COPY IMWSCFBI.
017000     EJECT
017100 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
017200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
017300     03  WS-RUN-YR                   PIC 99.
017400     03  WS-RUN-MO                   PIC 99.
017500     03  WS-RUN-DA                   PIC 99.
017600 01  WS-RUN-CENT                     PIC XX      VALUE SPACES.
017700 01  WS-RUN-CCYY                     PIC 9(4)    VALUE 0.
017800 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
017900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
018000     03  WS-WORK-YR                  PIC 99.
018100     03  WS-WORK-MO                  PIC 99.
018200     03  WS-WORK-DA                  PIC 99.
018300 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
018400 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
018500 01  WS-ADD-YYMMDD                   PIC X(6)    VALUE SPACES.
018600 01  WS-LATEST-DUE                   PIC X(6)    VALUE SPACES.
018700 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
018800     EJECT
018900 01  WS-SWITCHES.
019000     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
019100         88  WS-88-END-OF-FILE       VALUE 'Y'.
019200     03  WS-BILL-EOF-SW              PIC X(1)    VALUE 'N'.
019300         88  WS-88-BILL-EOF          VALUE 'Y'.
019400     03  WS-TABLE-EOF-SW             PIC X(1)    VALUE 'N'.
019500         88  WS-88-TABLE-EOF         VALUE 'Y'.
019600     03  WS-PAY-EOF-SW               PIC X(1)    VALUE 'N'.
019700         88  WS-88-PAY-EOF           VALUE 'Y'.
019800     03  WS-REQ-EOF-SW               PIC X(1)    VALUE 'N'.
019900         88  WS-88-REQ-EOF           VALUE 'Y'.
020000     03  WS-ANNUAL-SW                PIC X(1)    VALUE 'N'.
020100         88  WS-88-ANNUAL            VALUE 'Y'.
020200     03  WS-REWRITE-SW               PIC X(1)    VALUE 'N'.
020300         88  WS-88-REWRITE           VALUE 'Y'.
020400     03  WS-YEAR-BILLED-SW           PIC X(1)    VALUE 'N'.
020500         88  WS-88-YEAR-BILLED       VALUE 'Y'.
020600     03  WS-TYPE-FOUND-SW            PIC X(1)    VALUE 'N'.
020700         88  WS-88-TYPE-FOUND        VALUE 'Y'.
020800 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
020900 01  WS-FEE-COUNT                    PIC S9(5)   COMP VALUE 0.
020925 01  WS-FEE-SUB                      PIC S9(5)   COMP VALUE 0.
020950 01  WS-FIND-PLAN-TYPE               PIC XX      VALUE SPACES.
021000 01  WS-PAY-COUNT                    PIC S9(5)   COMP VALUE 0.
021100 01  WS-REQ-COUNT                    PIC S9(5)   COMP VALUE 0.
021200 01  WS-DLQ-COUNT                    PIC S9(5)   COMP VALUE 0.
021300 01  WS-TYPE-ACCTS                   PIC S9(5)   COMP VALUE 0.
021400 01  WS-FEE-YEAR                     PIC 9(4)    VALUE 0.
021500 01  WS-DUE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
021600 01  WS-NOTICE-DAYS                  PIC S9(5)   COMP-3 VALUE 0.
021700 01  WS-MAX-NOTICES                  PIC 9       VALUE 0.
021800 01  WS-NOTICE-DUE                   PIC S9(5)   COMP-3 VALUE 0.
021900 01  WS-DAYS-PAST                    PIC S9(5)   COMP-3 VALUE 0.
022000 01  WS-DAYS-WORK                    PIC S9(5)   COMP-3 VALUE 0.
022100 01  WS-FEE-TRAN-CODE                PIC XX      VALUE '17'.
022200 01  WS-BILL-KEY                     PIC X(22)   VALUE SPACES.
022300 01  WS-BILL-CODE                    PIC X       VALUE SPACE.
022400 01  WS-BILL-SOURCE                  PIC X       VALUE SPACE.
022500 01  WS-REQ-FEE-AMT                  PIC S9(5)V99 COMP-3 VALUE 0.
022600 01  WS-DEBIT-KEY                    PIC X(22)   VALUE SPACES.
022700 01  WS-FEE-AMT                      PIC S9(9)V99 COMP-3 VALUE 0.
022800 01  WS-PAY-REMAIN                   PIC S9(9)V99 COMP-3 VALUE 0.
022900 01  WS-APPLY-AMT                    PIC S9(9)V99 COMP-3 VALUE 0.
023000 01  WS-COLLECT-AMT                  PIC S9(9)V99 COMP-3 VALUE 0.
023100 01  WS-OPEN-TOTAL                   PIC S9(13)V99 COMP-3 VALUE 0.
023200 01  WS-TYPE-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
023300 01  WS-LAST-TYPE                    PIC XX      VALUE SPACES.
023400 01  WS-NEXT-TYPE                    PIC XX      VALUE SPACES.
023500 01  WS-ACTION-LIT                   PIC X(40)   VALUE SPACES.
023600 01  WS-NOTICE-LIT.
023700     03  FILLER                      PIC X(17)   VALUE
023800         'FOLLOW-UP NOTICE '.
023900     03  WNL-NUMBER                  PIC 9.
024000     03  FILLER                      PIC X(5)    VALUE ' SENT'.
024100     EJECT
024200*----------------------------------------------------------------*
024300*    THE PLAN FEE TABLE IN CORE.                                 *
024400*----------------------------------------------------------------*
024500 01  WS-FEE-TABLE.
024600     03  WS-FEE-ENTRY OCCURS 50 TIMES
024700                      INDEXED BY FTX.
024800         05  WS-FEE-PLAN-TYPE        PIC XX.
024900         05  WS-FEE-FLAT             PIC S9(5)V99 COMP-3.
025000         05  WS-FEE-RATE             PIC S9V9(5)  COMP-3.
025100         05  WS-FEE-MINIMUM          PIC S9(5)V99 COMP-3.
025200         05  WS-FEE-MAXIMUM          PIC S9(5)V99 COMP-3.
025300         05  WS-FEE-WAIVE-BAL        PIC S9(11)V99 COMP-3.
025400     EJECT
025500*----------------------------------------------------------------*
025600*    PAYMENT AND ON-DEMAND REQUEST CARDS, APPLIED AS EACH        *
025700*    ACCOUNT IS REACHED.                                         *
025800*----------------------------------------------------------------*
025900 01  WS-PAYMENT-TABLE.
026000     03  WS-PAY-ENTRY OCCURS 2000 TIMES
026100                      INDEXED BY PYX.
026200         05  WS-PAY-ACCOUNT          PIC X(22).
026300         05  WS-PAY-AMOUNT           PIC S9(9)V99 COMP-3.
026400         05  WS-PAY-USED             PIC X.
026500 01  WS-REQUEST-TABLE.
026600     03  WS-REQ-ENTRY OCCURS 2000 TIMES
026700                      INDEXED BY RQX.
026800         05  WS-REQ-ACCOUNT          PIC X(22).
026900         05  WS-REQ-AMOUNT           PIC S9(5)V99 COMP-3.
027000         05  WS-REQ-BILL-CODE        PIC X.
027100         05  WS-REQ-USED             PIC X.
027200     EJECT
027300*----------------------------------------------------------------*
027400*    DELINQUENT FEES FOR THE PLAN CODE REPORT.                   *
027500*----------------------------------------------------------------*
027600 01  WS-DELINQUENT-TABLE.
027700     03  WS-DLQ-ENTRY OCCURS 3000 TIMES
027800                      INDEXED BY DQX.
027900         05  WS-DLQ-ACCOUNT          PIC X(22).
028000         05  WS-DLQ-PLAN-TYPE        PIC XX.
028100         05  WS-DLQ-FEE-YEAR         PIC 9(4).
028200         05  WS-DLQ-DUE-DATE         PIC X(8).
028300         05  WS-DLQ-DAYS             PIC S9(5)   COMP-3.
028400         05  WS-DLQ-NOTICES          PIC 9.
028500         05  WS-DLQ-OPEN-AMT         PIC S9(9)V99 COMP-3.
028600     EJECT
028700 01  WS-TOTALS.
028800     03  WS-TOT-FEE-CARDS            PIC 9(7)    COMP VALUE 0.
028900     03  WS-TOT-FEE-REJECTS          PIC 9(7)    COMP VALUE 0.
029000     03  WS-TOT-PAY-CARDS            PIC 9(7)    COMP VALUE 0.
029100     03  WS-TOT-REQ-CARDS            PIC 9(7)    COMP VALUE 0.
029200     03  WS-TOT-CARDS-REJECTED       PIC 9(7)    COMP VALUE 0.
029300     03  WS-TOT-ACCTS-READ           PIC 9(7)    COMP VALUE 0.
029400     03  WS-TOT-PLAN-ACCTS           PIC 9(7)    COMP VALUE 0.
029500     03  WS-TOT-BILLED-ANNUAL        PIC 9(7)    COMP VALUE 0.
029600     03  WS-TOT-BILLED-DEMAND        PIC 9(7)    COMP VALUE 0.
029700     03  WS-TOT-INVOICED             PIC 9(7)    COMP VALUE 0.
029800     03  WS-TOT-DEBIT-PLAN           PIC 9(7)    COMP VALUE 0.
029900     03  WS-TOT-DEBIT-OUTSIDE        PIC 9(7)    COMP VALUE 0.
030000     03  WS-TOT-DEBIT-FALLBACK       PIC 9(7)    COMP VALUE 0.
030100     03  WS-TOT-WAIVED               PIC 9(7)    COMP VALUE 0.
030200     03  WS-TOT-EXEMPT               PIC 9(7)    COMP VALUE 0.
030300     03  WS-TOT-NOT-PRICED           PIC 9(7)    COMP VALUE 0.
030400     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
030500     03  WS-TOT-PAYMENTS             PIC 9(7)    COMP VALUE 0.
030600     03  WS-TOT-PAID-IN-FULL         PIC 9(7)    COMP VALUE 0.
030700     03  WS-TOT-UNAPPLIED            PIC 9(7)    COMP VALUE 0.
030800     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
030900     03  WS-TOT-FOLLOW-UPS           PIC 9(7)    COMP VALUE 0.
031000     03  WS-TOT-DELINQUENT           PIC 9(7)    COMP VALUE 0.
031100     03  WS-TOT-DLQ-OVERFLOW         PIC 9(7)    COMP VALUE 0.
031200     03  WS-TOT-DROPPED              PIC 9(7)    COMP VALUE 0.
031300     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
031400     03  WS-TOT-BILL-RECS            PIC 9(7)    COMP VALUE 0.
031500     03  WS-TOT-REWRITES             PIC 9(7)    COMP VALUE 0.
031600     03  WS-TOT-POSTINGS             PIC 9(7)    COMP VALUE 0.
031700     03  WS-TOT-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
031800     03  WS-TOT-BILLED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
031900     03  WS-TOT-INVOICED-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
032000     03  WS-TOT-COLLECTED-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
032100     03  WS-TOT-PAYMENT-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
032200     03  WS-TOT-UNAPPLIED-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
032300     03  WS-TOT-DELINQUENT-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
032400     03  WS-TOT-NOTICE-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
032500     EJECT
032600 01  WS-REPORT-TITLE.
032700     03  FILLER                      PIC X(48)   VALUE
032800         'IMCUSFEE - CUSTODIAL FEE BILLING AND COLLECTION '.
032900     03  FILLER                      PIC X(9)    VALUE
033000         'RUN DATE '.
033100     03  TTL-RUN-DATE                PIC X(8).
033200     03  FILLER                      PIC X(68)   VALUE SPACES.
033300 01  WS-SECTION-TITLE.
033400     03  FILLER                      PIC X(4)    VALUE SPACES.
033500     03  SEC-TITLE                   PIC X(60).
033600     03  FILLER                      PIC X(69)   VALUE SPACES.
033700 01  WS-PARM-LINE.
033800     03  FILLER                      PIC X(4)    VALUE SPACES.
033900     03  PRM-LIT                     PIC X(34).
034000     03  PRM-VALUE                   PIC X(10).
034100     03  FILLER                      PIC X(85)   VALUE SPACES.
034200 01  WS-DETAIL-HEAD.
034300     03  FILLER                      PIC X(4)    VALUE SPACES.
034400     03  FILLER                      PIC X(50)   VALUE
034500         'ACCOUNT                 PLAN  YEAR         AMOUNT '.
034600     03  FILLER                      PIC X(50)   VALUE
034700         '  OPEN BALANCE  ACTION                            '.
034800     03  FILLER                      PIC X(29)   VALUE SPACES.
034900 01  WS-DETAIL-LINE.
035000     03  FILLER                      PIC X(4)    VALUE SPACES.
035100     03  DTL-ACCOUNT                 PIC X(22).
035200     03  FILLER                      PIC X(2)    VALUE SPACES.
035300     03  DTL-PLAN-TYPE               PIC XX.
035400     03  FILLER                      PIC X(4)    VALUE SPACES.
035500     03  DTL-FEE-YEAR                PIC X(4).
035600     03  FILLER                      PIC X(2)    VALUE SPACES.
035700     03  DTL-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
035800     03  FILLER                      PIC X(2)    VALUE SPACES.
035900     03  DTL-OPEN-AMT                PIC ZZ,ZZZ,ZZ9.99.
036000     03  FILLER                      PIC X(2)    VALUE SPACES.
036100     03  DTL-ACTION                  PIC X(40).
036200     03  FILLER                      PIC X(23)   VALUE SPACES.
036300 01  WS-DLQ-HEAD.
036400     03  FILLER                      PIC X(4)    VALUE SPACES.
036500     03  FILLER                      PIC X(50)   VALUE
036600         'ACCOUNT                 PLAN  YEAR  DUE DATE   DAY'.
036700     03  FILLER                      PIC X(50)   VALUE
036800         'S NTC   OPEN AMOUNT                               '.
036900     03  FILLER                      PIC X(29)   VALUE SPACES.
037000 01  WS-DLQ-LINE.
037100     03  FILLER                      PIC X(4)    VALUE SPACES.
037200     03  DLL-ACCOUNT                 PIC X(22).
037300     03  FILLER                      PIC X(2)    VALUE SPACES.
037400     03  DLL-PLAN-TYPE               PIC XX.
037500     03  FILLER                      PIC X(4)    VALUE SPACES.
037600     03  DLL-FEE-YEAR                PIC 9(4).
037700     03  FILLER                      PIC X(2)    VALUE SPACES.
037800     03  DLL-DUE-DATE                PIC X(8).
037900     03  FILLER                      PIC X(2)    VALUE SPACES.
038000     03  DLL-DAYS                    PIC ZZZZ9.
038100     03  FILLER                      PIC X(2)    VALUE SPACES.
038200     03  DLL-NOTICES                 PIC 9.
038300     03  FILLER                      PIC X(2)    VALUE SPACES.
038400     03  DLL-OPEN-AMT                PIC ZZ,ZZZ,ZZ9.99.
038500     03  FILLER                      PIC X(60)   VALUE SPACES.
038600 01  WS-DLQ-TOTAL-LINE.
038700     03  FILLER                      PIC X(4)    VALUE SPACES.
038800     03  DLT-LIT                     PIC X(56).
038900     03  DLT-OPEN-AMT                PIC ZZ,ZZZ,ZZ9.99.
039000     03  FILLER                      PIC X(60)   VALUE SPACES.
039100 01  WS-COUNT-EDIT                   PIC ZZ,ZZ9.
039200 01  WS-SUMMARY-LINE.
039300     03  FILLER                      PIC X(4)    VALUE SPACES.
039400     03  SUM-LIT                     PIC X(34).
039500     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
039600     03  FILLER                      PIC X(84)   VALUE SPACES.
039700 01  WS-SUMMARY-AMT-LINE.
039800     03  FILLER                      PIC X(4)    VALUE SPACES.
039900     03  SUMA-LIT                    PIC X(34).
040000     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
040100     03  FILLER                      PIC X(79)   VALUE SPACES.
040200 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
040300     EJECT
040400 LINKAGE SECTION.
040500     COPY SIWSCNTL.
040600     EJECT
040700     COPY IMAWKMST.
040800     EJECT
040900     COPY IMWSENVO.
041000     EJECT
041100 PROCEDURE DIVISION.
041200*----------------------------------------------------------------*
041300 0000-MAINLINE.
041400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
041500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
041600         UNTIL WS-88-END-OF-FILE.
041700     MOVE HIGH-VALUES TO WMS-CONTROL-KEY.
041800     PERFORM 2100-DROP-GONE       THRU 2100-EXIT
041900         UNTIL WS-88-BILL-EOF.
042000     PERFORM 8000-PRINT-REJECTS   THRU 8000-EXIT.
042100     PERFORM 8200-PRINT-DELINQUENT THRU 8200-EXIT.
042200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
042300     GOBACK.
042400     EJECT
042500*----------------------------------------------------------------*
042600*    1000-INITIALIZE - PARAMETER CARD DEFAULTS ARE THE RUN YEAR  *
042700*    AS THE FEE YEAR, INVOICES DUE IN 30 DAYS, A FOLLOW-UP       *
042800*    NOTICE EVERY 30 DAYS PAST DUE UP TO 3 NOTICES AND TRAN CODE *
042900*    17 FOR THE DEBITS.  THE FEE TABLE, PAYMENT AND REQUEST      *
043000*    CARDS ARE LOADED AND THE MASTER IS OPENED FOR UPDATE.       *
043100*----------------------------------------------------------------*
043200 1000-INITIALIZE.
043300     OPEN INPUT CFB-PARM-FILE.
043400     READ CFB-PARM-FILE
043500         AT END MOVE SPACES TO CFB-PARM-RECORD.
043600     CLOSE CFB-PARM-FILE.
043700     IF  CFP-RUN-DATE NUMERIC
043800     AND CFP-RUN-DATE GREATER THAN ZERO
043900         MOVE CFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
044000     ELSE
044100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
044200     IF  WS-RUN-YR LESS THAN 50
044300         MOVE '20' TO WS-RUN-CENT
044400         COMPUTE WS-RUN-CCYY = 2000 + WS-RUN-YR
044500     ELSE
044600         MOVE '19' TO WS-RUN-CENT
044700         COMPUTE WS-RUN-CCYY = 1900 + WS-RUN-YR.
044800     MOVE WS-RUN-CCYY TO WS-FEE-YEAR.
044900     IF  CFP-FEE-YEAR NUMERIC
045000     AND CFP-FEE-YEAR GREATER THAN ZERO
045100         MOVE CFP-FEE-YEAR TO WS-FEE-YEAR.
045200     IF  CFP-ANNUAL-RUN EQUAL 'Y'
045300         MOVE 'Y' TO WS-ANNUAL-SW.
045400     MOVE 30 TO WS-DUE-DAYS.
045500     IF  CFP-DUE-DAYS NUMERIC
045600     AND CFP-DUE-DAYS GREATER THAN ZERO
045700         MOVE CFP-DUE-DAYS TO WS-DUE-DAYS.
045800     MOVE 30 TO WS-NOTICE-DAYS.
045900     IF  CFP-NOTICE-DAYS NUMERIC
046000     AND CFP-NOTICE-DAYS GREATER THAN ZERO
046100         MOVE CFP-NOTICE-DAYS TO WS-NOTICE-DAYS.
046200     MOVE 3 TO WS-MAX-NOTICES.
046300     IF  CFP-MAX-NOTICES NUMERIC
046400         MOVE CFP-MAX-NOTICES TO WS-MAX-NOTICES.
046500     IF  CFP-FEE-TRAN-CODE NOT EQUAL SPACES
046600     AND CFP-FEE-TRAN-CODE NOT EQUAL LOW-VALUES
046700         MOVE CFP-FEE-TRAN-CODE TO WS-FEE-TRAN-CODE.
046800     OPEN INPUT  CFB-BILL-IN.
046900     IF  WS-88-BILL-NOT-FOUND
047000         MOVE 'Y' TO WS-BILL-EOF-SW
047100         MOVE HIGH-VALUES TO WS-BILL-KEY
047200     ELSE
047300         PERFORM 2150-READ-BILL THRU 2150-EXIT.
047400     OPEN OUTPUT CFB-BILL-OUT.
047500     OPEN OUTPUT CFB-FEE-OUT.
047600     OPEN OUTPUT CFB-NOTICE-EXT.
047700     OPEN OUTPUT CFB-RPT.
047800     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
047900     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
048000     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
048100     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
048200     MOVE SPACES TO CFB-RPT-LINE.
048300     MOVE WS-REPORT-TITLE TO CFB-RPT-LINE.
048400     WRITE CFB-RPT-LINE.
048500     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
048600     MOVE 'ANNUAL BILLING RUN                ' TO PRM-LIT.
048700     MOVE 'NO' TO PRM-VALUE.
048800     IF  WS-88-ANNUAL
048900         MOVE 'YES' TO PRM-VALUE.
049000     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
049100     MOVE 'FEE YEAR                          ' TO PRM-LIT.
049200     MOVE WS-FEE-YEAR TO PRM-VALUE.
049300     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
049400     MOVE 'INVOICE DUE DAYS                  ' TO PRM-LIT.
049500     MOVE WS-DUE-DAYS TO WS-COUNT-EDIT.
049600     MOVE WS-COUNT-EDIT TO PRM-VALUE.
049700     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
049800     MOVE 'DAYS BETWEEN FOLLOW-UP NOTICES    ' TO PRM-LIT.
049900     MOVE WS-NOTICE-DAYS TO WS-COUNT-EDIT.
050000     MOVE WS-COUNT-EDIT TO PRM-VALUE.
050100     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
050200     MOVE 'MAXIMUM FOLLOW-UP NOTICES         ' TO PRM-LIT.
050300     MOVE WS-MAX-NOTICES TO PRM-VALUE.
050400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
050500     MOVE 'FEE DEBIT TRAN CODE               ' TO PRM-LIT.
050600     MOVE WS-FEE-TRAN-CODE TO PRM-VALUE.
050700     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
050800     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
050900     MOVE 'SECTION 1 - BILLING AND COLLECTION ACTIVITY'
051000         TO SEC-TITLE.
051100     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
051200     MOVE SPACES TO CFB-RPT-LINE.
051300     MOVE WS-DETAIL-HEAD TO CFB-RPT-LINE.
051400     WRITE CFB-RPT-LINE.
051500     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
051600     OPEN INPUT FEE-TABLE-FILE.
051700     PERFORM 1100-LOAD-FEE-CARD THRU 1100-EXIT
051800         UNTIL WS-88-TABLE-EOF.
051900     CLOSE FEE-TABLE-FILE.
052000     OPEN INPUT PAYMENT-FILE.
052100     IF  WS-88-PAY-NOT-FOUND
052200         MOVE 'Y' TO WS-PAY-EOF-SW.
052300     PERFORM 1200-LOAD-PAYMENT THRU 1200-EXIT
052400         UNTIL WS-88-PAY-EOF.
052500     IF  NOT WS-88-PAY-NOT-FOUND
052600         CLOSE PAYMENT-FILE.
052700     OPEN INPUT REQUEST-FILE.
052800     IF  WS-88-REQ-NOT-FOUND
052900         MOVE 'Y' TO WS-REQ-EOF-SW.
053000     PERFORM 1300-LOAD-REQUEST THRU 1300-EXIT
053100         UNTIL WS-88-REQ-EOF.
053200     IF  NOT WS-88-REQ-NOT-FOUND
053300         CLOSE REQUEST-FILE.
053400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
053500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
053600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
053700     MOVE 'U' TO I-O-CONTROL-ACCESS.
053800     MOVE -1  TO I-O-SEND-CODE.
053900     CALL 'IMACTM' USING I-O-CONTROL-AREA
054000                         MASTER-AREA
054100                         SI-ENVIRONMENT-AREA.
054200     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
054300 1000-EXIT. EXIT.
054400     EJECT
054500 1100-LOAD-FEE-CARD.
054600     READ FEE-TABLE-FILE
054700         AT END MOVE 'Y' TO WS-TABLE-EOF-SW
054800                GO TO 1100-EXIT.
054900     ADD 1 TO WS-TOT-FEE-CARDS.
055000     IF  CFT-PLAN-TYPE EQUAL SPACES
055100     OR  CFT-FLAT-FEE NOT NUMERIC
055200     OR  CFT-BAL-RATE NOT NUMERIC
055300     OR  CFT-MIN-FEE NOT NUMERIC
055400     OR  CFT-MAX-FEE NOT NUMERIC
055500     OR  CFT-WAIVE-BAL NOT NUMERIC
055600     OR  WS-FEE-COUNT NOT LESS THAN WS-FEE-MAX
055700         ADD 1 TO WS-TOT-FEE-REJECTS
055800         GO TO 1100-EXIT.
055900     ADD 1 TO WS-FEE-COUNT.
056000     SET FTX TO WS-FEE-COUNT.
056100     MOVE CFT-PLAN-TYPE  TO WS-FEE-PLAN-TYPE (FTX).
056200     MOVE CFT-FLAT-FEE   TO WS-FEE-FLAT (FTX).
056300     MOVE CFT-BAL-RATE   TO WS-FEE-RATE (FTX).
056400     MOVE CFT-MIN-FEE    TO WS-FEE-MINIMUM (FTX).
056500     MOVE CFT-MAX-FEE    TO WS-FEE-MAXIMUM (FTX).
056600     MOVE CFT-WAIVE-BAL  TO WS-FEE-WAIVE-BAL (FTX).
056700 1100-EXIT. EXIT.
056800 1200-LOAD-PAYMENT.
056900     READ PAYMENT-FILE
057000         AT END MOVE 'Y' TO WS-PAY-EOF-SW
057100                GO TO 1200-EXIT.
057200     ADD 1 TO WS-TOT-PAY-CARDS.
057300     IF  CFY-AMOUNT NOT NUMERIC
057400     OR  CFY-AMOUNT EQUAL ZERO
057500     OR  WS-PAY-COUNT NOT LESS THAN WS-PAY-MAX
057600         ADD 1 TO WS-TOT-CARDS-REJECTED
057700         MOVE CFY-ACCOUNT TO DTL-ACCOUNT
057800         MOVE SPACES      TO DTL-PLAN-TYPE DTL-FEE-YEAR
057900         MOVE ZERO        TO DTL-AMOUNT DTL-OPEN-AMT
058000         MOVE 'PAYMENT REJECTED - BAD AMOUNT OR FULL'
058100             TO WS-ACTION-LIT
058200         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
058300         GO TO 1200-EXIT.
058400     ADD 1 TO WS-PAY-COUNT.
058500     SET PYX TO WS-PAY-COUNT.
058600     MOVE CFY-ACCOUNT    TO WS-PAY-ACCOUNT (PYX).
058700     MOVE CFY-AMOUNT     TO WS-PAY-AMOUNT (PYX).
058800     MOVE 'N'            TO WS-PAY-USED (PYX).
058900 1200-EXIT. EXIT.
059000 1300-LOAD-REQUEST.
059100     READ REQUEST-FILE
059200         AT END MOVE 'Y' TO WS-REQ-EOF-SW
059300                GO TO 1300-EXIT.
059400     ADD 1 TO WS-TOT-REQ-CARDS.
059500     IF  WS-REQ-COUNT NOT LESS THAN WS-REQ-MAX
059600         ADD 1 TO WS-TOT-CARDS-REJECTED
059700         MOVE CFR-ACCOUNT TO DTL-ACCOUNT
059800         MOVE SPACES      TO DTL-PLAN-TYPE DTL-FEE-YEAR
059900         MOVE ZERO        TO DTL-AMOUNT DTL-OPEN-AMT
060000         MOVE 'REQUEST CARD REJECTED - TABLE FULL'
060100             TO WS-ACTION-LIT
060200         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
060300         GO TO 1300-EXIT.
060400     ADD 1 TO WS-REQ-COUNT.
060500     SET RQX TO WS-REQ-COUNT.
060600     MOVE CFR-ACCOUNT    TO WS-REQ-ACCOUNT (RQX).
060700     MOVE CFR-BILL-CODE  TO WS-REQ-BILL-CODE (RQX).
060800     MOVE 'N'            TO WS-REQ-USED (RQX).
060900     IF  CFR-FEE-AMT NUMERIC
061000         MOVE CFR-FEE-AMT TO WS-REQ-AMOUNT (RQX)
061100     ELSE
061200         MOVE ZERO TO WS-REQ-AMOUNT (RQX).
061300 1300-EXIT. EXIT.
061400     EJECT
061500*----------------------------------------------------------------*
061600*    2000-PROCESS-ACCOUNT - MATCH ONE MASTER RECORD TO THE FEE   *
061700*    BILLING FILE.  BILLING RECORDS FOR ACCOUNTS NO LONGER ON    *
061800*    THE MASTER, OR NO LONGER PLAN ACCOUNTS, ARE DROPPED AS THE  *
061900*    BROWSE PASSES THEM.  THE ACCOUNT'S PAYMENTS ARE TOTALLED    *
062000*    FIRST AND APPLIED TO ITS OPEN INVOICES IN FEE YEAR ORDER;   *
062100*    THEN THE ANNUAL AND ON-DEMAND BILLING IS DONE AND THE       *
062200*    MASTER FEE FIELDS ARE BROUGHT INTO LINE.                    *
062300*----------------------------------------------------------------*
062400 2000-PROCESS-ACCOUNT.
062500     ADD 1 TO WS-TOT-ACCTS-READ.
062600     PERFORM 2100-DROP-GONE THRU 2100-EXIT
062700         UNTIL WS-BILL-KEY NOT LESS THAN WMS-CONTROL-KEY.
062800     IF  WMS-PLN-TRLR-TYPE EQUAL SPACES
062900     OR  WMS-PLN-TRLR-TYPE EQUAL LOW-VALUES
063000         PERFORM 2100-DROP-GONE THRU 2100-EXIT
063100             UNTIL WS-BILL-KEY NOT EQUAL WMS-CONTROL-KEY
063200         GO TO 2000-NEXT.
063300     ADD 1 TO WS-TOT-PLAN-ACCTS.
063400     MOVE 'N'    TO WS-REWRITE-SW.
063500     MOVE 'N'    TO WS-YEAR-BILLED-SW.
063600     MOVE ZERO   TO WS-OPEN-TOTAL.
063700     MOVE ZERO   TO WS-PAY-REMAIN.
063800     MOVE SPACES TO WS-LATEST-DUE.
063900     PERFORM 2050-CLEAN-FEE-FIELDS THRU 2050-EXIT.
064000     PERFORM 2200-TOTAL-PAYMENTS THRU 2200-EXIT
064100         VARYING WS-SUB FROM 1 BY 1
064200         UNTIL WS-SUB GREATER THAN WS-PAY-COUNT.
064300     PERFORM 2300-BILL-RECORD THRU 2300-EXIT
064400         UNTIL WS-BILL-KEY NOT EQUAL WMS-CONTROL-KEY.
064500     IF  WS-PAY-REMAIN GREATER THAN ZERO
064600         ADD 1 TO WS-TOT-UNAPPLIED
064700         ADD WS-PAY-REMAIN TO WS-TOT-UNAPPLIED-AMT
064800         MOVE SPACES TO DTL-FEE-YEAR
064900         MOVE WS-PAY-REMAIN TO DTL-AMOUNT
065000         MOVE ZERO TO DTL-OPEN-AMT
065100         MOVE 'PAYMENT NOT APPLIED - REFUND DUE' TO WS-ACTION-LIT
065200         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT.
065300     IF  WS-88-ANNUAL
065400     AND NOT WS-88-YEAR-BILLED
065500         MOVE 'A'   TO WS-BILL-SOURCE
065600         MOVE SPACE TO WS-BILL-CODE
065700         MOVE ZERO  TO WS-REQ-FEE-AMT
065800         PERFORM 2500-BILL-FEE THRU 2500-EXIT.
065900     PERFORM 2250-FIND-REQUEST THRU 2250-EXIT
066000         VARYING WS-SUB FROM 1 BY 1
066100         UNTIL WS-SUB GREATER THAN WS-REQ-COUNT.
066200     IF  WMS-PLN-TRLR-FEES-DUE NOT EQUAL WS-OPEN-TOTAL
066300         MOVE WS-OPEN-TOTAL TO WMS-PLN-TRLR-FEES-DUE
066400         MOVE 'Y' TO WS-REWRITE-SW.
066500     IF  WS-LATEST-DUE NOT EQUAL SPACES
066600     AND WS-LATEST-DUE NOT EQUAL WMS-PLN-TRLR-FEE-BILL-DUE-DATE
066700         PERFORM 2060-SET-DUE-DATE THRU 2060-EXIT.
066800     IF  WS-88-REWRITE
066900         PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
067000 2000-NEXT.
067100     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
067200 2000-EXIT. EXIT.
067300     EJECT
067400*----------------------------------------------------------------*
067500*    2050-CLEAN-FEE-FIELDS - A PLAN TRAILER SET UP BEFORE FEES   *
067600*    WERE BILLED FROM THE MASTER MAY CARRY NO VALID FEE          *
067700*    COUNTERS.                                                   *
067800*----------------------------------------------------------------*
067900 2050-CLEAN-FEE-FIELDS.
068000     IF  WMS-PLN-TRLR-FEES-DUE NOT NUMERIC
068100         MOVE ZERO TO WMS-PLN-TRLR-FEES-DUE
068200         MOVE 'Y' TO WS-REWRITE-SW.
068300     IF  WMS-PLN-TRLR-FEE-COLL-MTD NOT NUMERIC
068400         MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-MTD
068500         MOVE 'Y' TO WS-REWRITE-SW.
068600     IF  WMS-PLN-TRLR-FEE-COLL-LST-PYMT NOT NUMERIC
068700         MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-LST-PYMT
068800         MOVE 'Y' TO WS-REWRITE-SW.
068900     IF  WMS-PLN-TRLR-FEE-COLL-YTD NOT NUMERIC
069000         MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-YTD
069100         MOVE 'Y' TO WS-REWRITE-SW.
069200     IF  WMS-PLN-TRLR-FEE-COLL-PREV-YTD NOT NUMERIC
069300         MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-PREV-YTD
069400         MOVE 'Y' TO WS-REWRITE-SW.
069500     IF  WMS-PLN-TRLR-FEE-COLL-LTD NOT NUMERIC
069600         MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-LTD
069700         MOVE 'Y' TO WS-REWRITE-SW.
069800 2050-EXIT. EXIT.
069900 2060-SET-DUE-DATE.
070000     MOVE WS-LATEST-DUE TO WMS-PLN-TRLR-FEE-BILL-DUE-DATE.
070100     MOVE '20' TO WMS-PLN-TRLR-FBDD-CENT.
070200     IF  WS-LATEST-DUE (1:2) NOT LESS THAN '50'
070300         MOVE '19' TO WMS-PLN-TRLR-FBDD-CENT.
070400     MOVE 'Y' TO WS-REWRITE-SW.
070500 2060-EXIT. EXIT.
070600     EJECT
070700 2100-DROP-GONE.
070800     IF  WS-88-BILL-EOF
070900         GO TO 2100-EXIT.
071000     ADD 1 TO WS-TOT-DROPPED.
071100     MOVE WS-BILL-HOLD TO CUSTODIAL-FEE-RECORD.
071200     MOVE CFI-CONTROL-KEY TO DTL-ACCOUNT.
071300     MOVE CFI-PLAN-TYPE   TO DTL-PLAN-TYPE.
071400     MOVE CFI-FEE-YEAR    TO DTL-FEE-YEAR.
071500     MOVE CFI-FEE-AMT     TO DTL-AMOUNT.
071600     MOVE CFI-OPEN-AMT    TO DTL-OPEN-AMT.
071700     MOVE 'NOT A PLAN ACCOUNT ON MASTER - DROPPED'
071800         TO WS-ACTION-LIT.
071900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
072000     PERFORM 2150-READ-BILL THRU 2150-EXIT.
072100 2100-EXIT. EXIT.
072200 2150-READ-BILL.
072300     READ CFB-BILL-IN INTO WS-BILL-HOLD
072400         AT END MOVE 'Y' TO WS-BILL-EOF-SW
072500                MOVE HIGH-VALUES TO WS-BILL-KEY
072600                GO TO 2150-EXIT.
072700     MOVE WS-BILL-HOLD (1:22) TO WS-BILL-KEY.
072800 2150-EXIT. EXIT.
072900     EJECT
073000 2200-TOTAL-PAYMENTS.
073100     SET PYX TO WS-SUB.
073200     IF  WS-PAY-ACCOUNT (PYX) NOT EQUAL WMS-CONTROL-KEY
073300     OR  WS-PAY-USED (PYX) NOT EQUAL 'N'
073400         GO TO 2200-EXIT.
073500     MOVE 'Y' TO WS-PAY-USED (PYX).
073600     ADD 1 TO WS-TOT-PAYMENTS.
073700     ADD WS-PAY-AMOUNT (PYX) TO WS-PAY-REMAIN.
073800     ADD WS-PAY-AMOUNT (PYX) TO WS-TOT-PAYMENT-AMT.
073900 2200-EXIT. EXIT.
074000 2250-FIND-REQUEST.
074100     SET RQX TO WS-SUB.
074200     IF  WS-REQ-ACCOUNT (RQX) NOT EQUAL WMS-CONTROL-KEY
074300     OR  WS-REQ-USED (RQX) NOT EQUAL 'N'
074400         GO TO 2250-EXIT.
074500     MOVE 'Y' TO WS-REQ-USED (RQX).
074600     MOVE 'D' TO WS-BILL-SOURCE.
074700     MOVE WS-REQ-BILL-CODE (RQX) TO WS-BILL-CODE.
074800     MOVE WS-REQ-AMOUNT (RQX)    TO WS-REQ-FEE-AMT.
074900     PERFORM 2500-BILL-FEE THRU 2500-EXIT.
075000 2250-EXIT. EXIT.
075100     EJECT
075200*----------------------------------------------------------------*
075300*    2300-BILL-RECORD - ONE BILLING RECORD OF THE CURRENT        *
075400*    ACCOUNT. PAYMENTS GO AGAINST AN OPEN INVOICE FIRST; ONE     *
075500*    STILL OPEN AND PAST DUE IS FOLLOWED UP AND LISTED AS        *
075600*    DELINQUENT.  A PAID OR DEBITED RECORD FROM BEFORE THE FEE   *
075700*    YEAR IS PURGED.                                             *
075800*----------------------------------------------------------------*
075900 2300-BILL-RECORD.
076000     MOVE WS-BILL-HOLD TO CUSTODIAL-FEE-RECORD.
076100     IF  CFI-FEE-YEAR EQUAL WS-FEE-YEAR
076200         MOVE 'Y' TO WS-YEAR-BILLED-SW.
076300     IF  NOT CFI-88-OPEN
076400         IF  CFI-FEE-YEAR LESS THAN WS-FEE-YEAR
076500             ADD 1 TO WS-TOT-PURGED
076600             GO TO 2300-NEXT
076700         ELSE
076800             GO TO 2300-WRITE.
076900     IF  WS-PAY-REMAIN GREATER THAN ZERO
077000         PERFORM 2350-APPLY-PAYMENT THRU 2350-EXIT.
077100     IF  NOT CFI-88-OPEN
077200         GO TO 2300-WRITE.
077300     ADD CFI-OPEN-AMT TO WS-OPEN-TOTAL.
077400     IF  CFI-DUE-DATE GREATER THAN WS-LATEST-DUE
077500     OR  WS-LATEST-DUE EQUAL SPACES
077600         MOVE CFI-DUE-DATE TO WS-LATEST-DUE.
077700     PERFORM 2400-FOLLOW-UP THRU 2400-EXIT.
077800 2300-WRITE.
077900     PERFORM 2800-WRITE-BILL THRU 2800-EXIT.
078000 2300-NEXT.
078100     PERFORM 2150-READ-BILL THRU 2150-EXIT.
078200 2300-EXIT. EXIT.
078300 2350-APPLY-PAYMENT.
078400     MOVE WS-PAY-REMAIN TO WS-APPLY-AMT.
078500     IF  WS-APPLY-AMT GREATER THAN CFI-OPEN-AMT
078600         MOVE CFI-OPEN-AMT TO WS-APPLY-AMT.
078700     SUBTRACT WS-APPLY-AMT FROM WS-PAY-REMAIN.
078800     SUBTRACT WS-APPLY-AMT FROM CFI-OPEN-AMT.
078900     MOVE WS-APPLY-AMT TO WS-COLLECT-AMT.
079000     PERFORM 2600-COLLECT THRU 2600-EXIT.
079100     MOVE 'PAYMENT APPLIED - BALANCE STILL OPEN' TO WS-ACTION-LIT.
079200     IF  CFI-OPEN-AMT NOT GREATER THAN ZERO
079300         MOVE 'P' TO CFI-STATUS
079400         MOVE WS-RUN-DATE-YYMMDD TO CFI-PAID-DATE
079500         ADD 1 TO WS-TOT-PAID-IN-FULL
079600         MOVE 'PAYMENT APPLIED - PAID IN FULL' TO WS-ACTION-LIT.
079700     MOVE CFI-FEE-YEAR TO DTL-FEE-YEAR.
079800     MOVE WS-APPLY-AMT TO DTL-AMOUNT.
079900     MOVE CFI-OPEN-AMT TO DTL-OPEN-AMT.
080000     PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT.
080100 2350-EXIT. EXIT.
080200     EJECT
080300*----------------------------------------------------------------*
080400*    2400-FOLLOW-UP - AN OPEN INVOICE PAST ITS DUE DATE.         *
080500*    FOLLOW-UP NOTICE N IS DUE N TIMES THE NOTICE DAYS PAST THE  *
080600*    DUE DATE, UP TO THE MAXIMUM; ONLY A NOTICE HIGHER THAN THE  *
080700*    LAST ONE SENT GOES OUT.                                     *
080800*----------------------------------------------------------------*
080900 2400-FOLLOW-UP.
081000     IF  CFI-DUE-DATE NOT NUMERIC
081100         GO TO 2400-EXIT.
081200     MOVE CFI-DUE-DATE       TO WS-LOW-DATE.
081300     MOVE WS-RUN-DATE-YYMMDD TO WS-HIGH-DATE.
081400     PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT.
081500     MOVE RET-DAYS TO WS-DAYS-PAST.
081600     IF  WS-DAYS-PAST NOT GREATER THAN ZERO
081700         GO TO 2400-EXIT.
081800     IF  WS-DAYS-PAST GREATER THAN 999
081900         MOVE 999 TO WS-DAYS-PAST.
082000     DIVIDE WS-NOTICE-DAYS INTO WS-DAYS-PAST
082100         GIVING WS-NOTICE-DUE.
082200     IF  WS-NOTICE-DUE GREATER THAN WS-MAX-NOTICES
082300         MOVE WS-MAX-NOTICES TO WS-NOTICE-DUE.
082400     IF  WS-NOTICE-DUE GREATER THAN CFI-NOTICES-SENT
082500         MOVE WS-NOTICE-DUE      TO CFI-NOTICES-SENT
082600         MOVE WS-RUN-DATE-YYMMDD TO CFI-LAST-NOTICE-DATE
082700         MOVE WS-NOTICE-DUE      TO WNL-NUMBER
082800         MOVE WNL-NUMBER         TO CFN-NOTICE-TYPE
082900         PERFORM 2450-WRITE-NOTICE THRU 2450-EXIT
083000         ADD 1 TO WS-TOT-FOLLOW-UPS
083100         MOVE CFI-FEE-YEAR TO DTL-FEE-YEAR
083200         MOVE CFI-FEE-AMT  TO DTL-AMOUNT
083300         MOVE CFI-OPEN-AMT TO DTL-OPEN-AMT
083400         MOVE WS-NOTICE-LIT TO WS-ACTION-LIT
083500         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT.
083600     ADD 1 TO WS-TOT-DELINQUENT.
083700     ADD CFI-OPEN-AMT TO WS-TOT-DELINQUENT-AMT.
083800     IF  WS-DLQ-COUNT NOT LESS THAN WS-DLQ-MAX
083900         ADD 1 TO WS-TOT-DLQ-OVERFLOW
084000         GO TO 2400-EXIT.
084100     ADD 1 TO WS-DLQ-COUNT.
084200     SET DQX TO WS-DLQ-COUNT.
084300     MOVE WMS-CONTROL-KEY    TO WS-DLQ-ACCOUNT (DQX).
084400     MOVE WMS-PLN-TRLR-TYPE  TO WS-DLQ-PLAN-TYPE (DQX).
084500     MOVE CFI-FEE-YEAR       TO WS-DLQ-FEE-YEAR (DQX).
084600     MOVE WS-DAYS-PAST       TO WS-DLQ-DAYS (DQX).
084700     MOVE CFI-NOTICES-SENT   TO WS-DLQ-NOTICES (DQX).
084800     MOVE CFI-OPEN-AMT       TO WS-DLQ-OPEN-AMT (DQX).
084900     MOVE CFI-DUE-DATE       TO WS-WORK-DATE-YYMMDD.
085000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
085100     MOVE WS-EDIT-DATE       TO WS-DLQ-DUE-DATE (DQX).
085200 2400-EXIT. EXIT.
085300 2450-WRITE-NOTICE.
085400     MOVE WMS-CONTROL-KEY    TO CFN-ACCOUNT.
085500     MOVE WMS-PLN-TRLR-TYPE  TO CFN-PLAN-TYPE.
085600     MOVE CFI-FEE-YEAR       TO CFN-FEE-YEAR.
085700     MOVE CFI-FEE-AMT        TO CFN-FEE-AMT.
085800     MOVE CFI-OPEN-AMT       TO CFN-OPEN-AMT.
085900     MOVE CFI-DUE-DATE       TO CFN-DUE-DATE.
086000     MOVE ZERO               TO CFN-DAYS-PAST-DUE.
086100     IF  NOT CFN-88-INVOICE
086200         MOVE WS-DAYS-PAST   TO CFN-DAYS-PAST-DUE.
086300     MOVE WS-RUN-DATE-YYMMDD TO CFN-NOTICE-DATE.
086400     MOVE SPACES TO CFB-NOTICE-RECORD (67:14).
086500     WRITE CFB-NOTICE-RECORD.
086600     ADD 1 TO WS-TOT-NOTICES.
086700     ADD CFI-OPEN-AMT TO WS-TOT-NOTICE-AMT.
086800 2450-EXIT. EXIT.
086900     EJECT
087000*----------------------------------------------------------------*
087100*    2500-BILL-FEE - BILL ONE CUSTODIAL FEE TO THE CURRENT       *
087200*    ACCOUNT. THE BILL CODE IS THE REQUEST CARD'S WHEN IT HAS    *
087300*    ONE, ELSE THE ACCOUNT'S; THE FEE IS THE REQUEST CARD'S      *
087400*    AMOUNT WHEN IT HAS ONE, ELSE THE FEE TABLE PRICE.           *
087500*----------------------------------------------------------------*
087600 2500-BILL-FEE.
087700     MOVE SPACES TO DTL-FEE-YEAR.
087800     MOVE ZERO   TO DTL-AMOUNT DTL-OPEN-AMT.
087900     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
088000     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
088100     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
088200         ADD 1 TO WS-TOT-CLOSED
088300         MOVE 'ACCOUNT CLOSED - NOT BILLED' TO WS-ACTION-LIT
088400         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT
088500         GO TO 2500-EXIT.
088600     IF  WS-BILL-CODE EQUAL SPACE OR LOW-VALUE
088700         MOVE WMS-PLN-TRLR-FEE-BILL-CODE TO WS-BILL-CODE.
088800     IF  WS-BILL-CODE EQUAL 'N'
088900         ADD 1 TO WS-TOT-EXEMPT
089000         MOVE 'FEE EXEMPT - NOT BILLED' TO WS-ACTION-LIT
089100         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT
089200         GO TO 2500-EXIT.
089300     IF  WS-REQ-FEE-AMT GREATER THAN ZERO
089400         MOVE WS-REQ-FEE-AMT TO WS-FEE-AMT
089500     ELSE
089600         PERFORM 2510-PRICE-FEE THRU 2510-EXIT.
089700     IF  WS-FEE-AMT NOT GREATER THAN ZERO
089800         GO TO 2500-EXIT.
089900     MOVE SPACES             TO CUSTODIAL-FEE-RECORD.
090000     MOVE WMS-CONTROL-KEY    TO CFI-CONTROL-KEY.
090100     MOVE WS-FEE-YEAR        TO CFI-FEE-YEAR.
090200     MOVE WS-BILL-SOURCE     TO CFI-SOURCE.
090300     MOVE WS-BILL-CODE       TO CFI-BILL-CODE.
090400     MOVE WMS-PLN-TRLR-TYPE  TO CFI-PLAN-TYPE.
090500     MOVE WS-RUN-DATE-YYMMDD TO CFI-BILL-DATE.
090600     MOVE WS-FEE-AMT         TO CFI-FEE-AMT.
090700     MOVE ZERO               TO CFI-NOTICES-SENT.
090800     ADD WS-FEE-AMT TO WS-TOT-BILLED-AMT.
090900     IF  CFI-88-ANNUAL
091000         ADD 1 TO WS-TOT-BILLED-ANNUAL
091100     ELSE
091200         ADD 1 TO WS-TOT-BILLED-DEMAND.
091300     MOVE SPACES TO WS-DEBIT-KEY.
091400     MOVE SPACES TO WS-ACTION-LIT.
091500     IF  WS-BILL-CODE EQUAL 'P'
091600         IF  WMS-CURR-BAL NOT LESS THAN WS-FEE-AMT
091700             MOVE WMS-CONTROL-KEY TO WS-DEBIT-KEY
091800             ADD 1 TO WS-TOT-DEBIT-PLAN
091900             MOVE 'FEE DEBITED FROM PLAN ACCOUNT' TO WS-ACTION-LIT
092000         ELSE
092100             ADD 1 TO WS-TOT-DEBIT-FALLBACK
092200             MOVE 'PLAN BALANCE SHORT - INVOICED'
092300                 TO WS-ACTION-LIT.
092400     IF  WS-BILL-CODE EQUAL 'O'
092500         IF  WMS-TARGET-CONTROL NOT EQUAL SPACES
092600         AND WMS-TARGET-CONTROL NOT EQUAL LOW-VALUES
092700             MOVE WMS-TARGET-CONTROL TO WS-DEBIT-KEY
092800             ADD 1 TO WS-TOT-DEBIT-OUTSIDE
092900             MOVE 'FEE DEBITED FROM OUTSIDE ACCOUNT'
093000                 TO WS-ACTION-LIT
093100         ELSE
093200             ADD 1 TO WS-TOT-DEBIT-FALLBACK
093300             MOVE 'NO OUTSIDE ACCOUNT - INVOICED'
093400                 TO WS-ACTION-LIT.
093500     IF  WS-BILL-CODE NOT EQUAL 'I'
093600     AND WS-BILL-CODE NOT EQUAL 'P'
093700     AND WS-BILL-CODE NOT EQUAL 'O'
093800     AND WS-BILL-CODE NOT EQUAL SPACE
093900     AND WS-BILL-CODE NOT EQUAL LOW-VALUE
094000         MOVE SPACES TO WS-ACTION-LIT
094100         STRING 'BILL CODE ' WS-BILL-CODE ' UNKNOWN - INVOICED'
094200             DELIMITED BY SIZE INTO WS-ACTION-LIT.
094300     IF  WS-DEBIT-KEY NOT EQUAL SPACES
094400         PERFORM 2520-DEBIT-FEE THRU 2520-EXIT
094500     ELSE
094600         PERFORM 2530-INVOICE-FEE THRU 2530-EXIT.
094700     MOVE CFI-FEE-YEAR TO DTL-FEE-YEAR.
094800     MOVE CFI-FEE-AMT  TO DTL-AMOUNT.
094900     MOVE CFI-OPEN-AMT TO DTL-OPEN-AMT.
095000     PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT.
095100     MOVE 'Y' TO WS-YEAR-BILLED-SW.
095200     PERFORM 2800-WRITE-BILL THRU 2800-EXIT.
095300 2500-EXIT. EXIT.
095400     EJECT
095500*----------------------------------------------------------------*
095600*    2510-PRICE-FEE - THE ACCOUNT'S PLAN TYPE ENTRY, ELSE THE ** *
095700*    ENTRY.  A FEE OF ZERO (NO ENTRY, WAIVED) IS LISTED AND NOT  *
095800*    BILLED.                                                     *
095900*----------------------------------------------------------------*
096000 2510-PRICE-FEE.
096100     MOVE ZERO TO WS-FEE-AMT.
096200     MOVE 'N' TO WS-TYPE-FOUND-SW.
096300     MOVE WMS-PLN-TRLR-TYPE TO WS-FIND-PLAN-TYPE.
096400     PERFORM 2515-SCAN-FEE THRU 2515-EXIT
096500         VARYING WS-FEE-SUB FROM 1 BY 1
096600         UNTIL WS-FEE-SUB GREATER THAN WS-FEE-COUNT
096700            OR WS-88-TYPE-FOUND.
096800     IF  NOT WS-88-TYPE-FOUND
096900         MOVE '**' TO WS-FIND-PLAN-TYPE
097000         PERFORM 2515-SCAN-FEE THRU 2515-EXIT
097100             VARYING WS-FEE-SUB FROM 1 BY 1
097200             UNTIL WS-FEE-SUB GREATER THAN WS-FEE-COUNT
097300                OR WS-88-TYPE-FOUND.
098000     IF  NOT WS-88-TYPE-FOUND
098100         ADD 1 TO WS-TOT-NOT-PRICED
098200         MOVE 'NO FEE TABLE ENTRY - NOT BILLED' TO WS-ACTION-LIT
098300         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT
098400         GO TO 2510-EXIT.
098500     IF  WMS-WAIVE-FEE EQUAL 'Y'
098600     OR  (WS-FEE-WAIVE-BAL (FTX) GREATER THAN ZERO
098700     AND  WMS-CURR-BAL NOT LESS THAN WS-FEE-WAIVE-BAL (FTX))
098800         ADD 1 TO WS-TOT-WAIVED
098900         MOVE 'FEE WAIVED - NOT BILLED' TO WS-ACTION-LIT
099000         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT
099100         GO TO 2510-EXIT.
099200     COMPUTE WS-FEE-AMT ROUNDED = WS-FEE-FLAT (FTX)
099300                 + WMS-CURR-BAL * WS-FEE-RATE (FTX).
099400     IF  WS-FEE-AMT LESS THAN WS-FEE-MINIMUM (FTX)
099500         MOVE WS-FEE-MINIMUM (FTX) TO WS-FEE-AMT.
099600     IF  WS-FEE-MAXIMUM (FTX) GREATER THAN ZERO
099700     AND WS-FEE-AMT GREATER THAN WS-FEE-MAXIMUM (FTX)
099800         MOVE WS-FEE-MAXIMUM (FTX) TO WS-FEE-AMT.
099900     IF  WS-FEE-AMT NOT GREATER THAN ZERO
100000         ADD 1 TO WS-TOT-NOT-PRICED
100100         MOVE 'FEE PRICES TO ZERO - NOT BILLED' TO WS-ACTION-LIT
100200         PERFORM 7700-ACCOUNT-DETAIL THRU 7700-EXIT.
100300 2510-EXIT. EXIT.
100310 2515-SCAN-FEE.
100320     SET FTX TO WS-FEE-SUB.
100330     IF  WS-FEE-PLAN-TYPE (FTX) EQUAL WS-FIND-PLAN-TYPE
100340         MOVE 'Y' TO WS-TYPE-FOUND-SW.
100350 2515-EXIT. EXIT.
100400     EJECT
100500 2520-DEBIT-FEE.
100600     MOVE LOW-VALUES TO TRAN-FILE.
100700     MOVE WS-DEBIT-KEY TO TR-KEY.
100800     MOVE WS-FEE-TRAN-CODE TO TR-TRAN-CODE.
100900     MOVE WS-FEE-AMT TO TR-AMOUNT.
101000     MOVE ZERO TO TR-NO-AMT.
101100     MOVE 'CF' TO TR-SOURCE.
101200     MOVE ZERO TO TR-BATCH.
101300     ADD 1 TO WS-TOT-POSTINGS.
101400     MOVE WS-TOT-POSTINGS TO TR-SEQ.
101500     MOVE '4' TO TR-TRAN-TYPE.
101600     MOVE SPACES TO TR-SOURCE-MISC1.
101700     MOVE 'CUSTODIAL FEE' TO TR-SOURCE-MISC1.
101800     ADD TR-AMOUNT TO WS-TOT-POSTED-AMT.
101900     WRITE TRAN-FILE.
102000     MOVE 'D'                TO CFI-STATUS.
102100     MOVE WS-RUN-DATE-YYMMDD TO CFI-DUE-DATE.
102200     MOVE WS-RUN-DATE-YYMMDD TO CFI-PAID-DATE.
102300     MOVE ZERO               TO CFI-OPEN-AMT.
102400     MOVE WS-FEE-AMT         TO WS-COLLECT-AMT.
102500     PERFORM 2600-COLLECT THRU 2600-EXIT.
102600 2520-EXIT. EXIT.
102700 2530-INVOICE-FEE.
102800     ADD 1 TO WS-TOT-INVOICED.
102900     ADD WS-FEE-AMT TO WS-TOT-INVOICED-AMT.
103000     MOVE WS-RUN-DATE-YYMMDD TO WS-LOW-DATE.
103100     MOVE WS-DUE-DAYS        TO WS-DAYS-WORK.
103200     PERFORM 2960-ADD-DAYS THRU 2960-EXIT.
103300     MOVE 'O'                TO CFI-STATUS.
103400     MOVE WS-ADD-YYMMDD      TO CFI-DUE-DATE.
103500     MOVE WS-FEE-AMT         TO CFI-OPEN-AMT.
103600     ADD CFI-OPEN-AMT TO WS-OPEN-TOTAL.
103700     IF  CFI-DUE-DATE GREATER THAN WS-LATEST-DUE
103800     OR  WS-LATEST-DUE EQUAL SPACES
103900         MOVE CFI-DUE-DATE TO WS-LATEST-DUE.
104000     MOVE 'I' TO CFN-NOTICE-TYPE.
104100     PERFORM 2450-WRITE-NOTICE THRU 2450-EXIT.
104200     IF  WS-ACTION-LIT EQUAL SPACES
104300         MOVE WS-ADD-YYMMDD TO WS-WORK-DATE-YYMMDD
104400         PERFORM 7900-EDIT-DATE THRU 7900-EXIT
104500         STRING 'INVOICED - DUE ' WS-EDIT-DATE
104600             DELIMITED BY SIZE INTO WS-ACTION-LIT.
104700 2530-EXIT. EXIT.
104800     EJECT
104900*----------------------------------------------------------------*
105000*    2600-COLLECT - POST WS-COLLECT-AMT TO THE FEE COLLECTION    *
105100*    COUNTERS.  THE MONTH-TO-DATE COUNTER STARTS OVER WHEN THE   *
105200*    LAST FEE PAYMENT WAS IN AN EARLIER MONTH, AND THE           *
105300*    YEAR-TO-DATE COUNTER MOVES TO PRIOR YEAR WHEN IT WAS IN AN  *
105400*    EARLIER YEAR.                                               *
105500*----------------------------------------------------------------*
105600 2600-COLLECT.
105700     IF  WMS-PLN-TRLR-FPD-CENT NUMERIC
105800     AND WMS-PLN-TRLR-FPD-YR NUMERIC
105900     AND WMS-PLN-TRLR-FPD-MO NUMERIC
106000         IF  WMS-PLN-TRLR-FPD-CENT NOT EQUAL WS-RUN-CENT
106100         OR  WMS-PLN-TRLR-FPD-YR NOT EQUAL WS-RUN-YR
106200             MOVE WMS-PLN-TRLR-FEE-COLL-YTD
106300                 TO WMS-PLN-TRLR-FEE-COLL-PREV-YTD
106400             MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-YTD
106500             MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-MTD
106600         ELSE
106700         IF  WMS-PLN-TRLR-FPD-MO NOT EQUAL WS-RUN-MO
106800             MOVE ZERO TO WMS-PLN-TRLR-FEE-COLL-MTD.
106900     ADD WS-COLLECT-AMT TO WMS-PLN-TRLR-FEE-COLL-MTD.
107000     ADD WS-COLLECT-AMT TO WMS-PLN-TRLR-FEE-COLL-YTD.
107100     ADD WS-COLLECT-AMT TO WMS-PLN-TRLR-FEE-COLL-LTD.
107200     MOVE WS-COLLECT-AMT TO WMS-PLN-TRLR-FEE-COLL-LST-PYMT.
107300     MOVE WS-RUN-CENT TO WMS-PLN-TRLR-FPD-CENT.
107400     MOVE WS-RUN-DATE-YYMMDD TO WMS-PLN-TRLR-FEE-PAID-DATE.
107500     ADD WS-COLLECT-AMT TO WS-TOT-COLLECTED-AMT.
107600     MOVE 'Y' TO WS-REWRITE-SW.
107700 2600-EXIT. EXIT.
107800     EJECT
107900 2700-REWRITE-MASTER.
108000     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
108100     MOVE -1   TO I-O-SEND-CODE.
108200     CALL 'IMACTM' USING I-O-CONTROL-AREA
108300                         MASTER-AREA
108400                         SI-ENVIRONMENT-AREA.
108500     ADD 1 TO WS-TOT-REWRITES.
108600 2700-EXIT. EXIT.
108700 2800-WRITE-BILL.
108800     MOVE CUSTODIAL-FEE-RECORD TO CFB-BILL-OUT-REC.
108900     WRITE CFB-BILL-OUT-REC.
109000     ADD 1 TO WS-TOT-BILL-RECS.
109100 2800-EXIT. EXIT.
109200     EJECT
109300 2900-READ-MASTER.
109400     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
109500     MOVE -1   TO I-O-SEND-CODE.
109600     CALL 'IMACTM' USING I-O-CONTROL-AREA
109700                         MASTER-AREA
109800                         SI-ENVIRONMENT-AREA.
109900     IF  I-O-88-END-OF-FILE
110000         MOVE 'Y' TO WS-END-OF-FILE-SW.
110100 2900-EXIT. EXIT.
110200 2950-DAYS-BETWEEN.
110300     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
110400     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
110500     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
110600     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
110700     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
110800     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
110900     CALL 'SIDIF1' USING DATE-AREA.
111000 2950-EXIT. EXIT.
111100 2960-ADD-DAYS.
111200     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
111300     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
111400     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
111500     MOVE WS-DAYS-WORK       TO RET-DAYS.
111600     CALL 'SIFDAT1' USING DATE-AREA.
111700     MOVE DT-H-YR TO WS-ADD-YYMMDD (1:2).
111800     MOVE DT-H-MO TO WS-ADD-YYMMDD (3:2).
111900     MOVE DT-H-DA TO WS-ADD-YYMMDD (5:2).
112000 2960-EXIT. EXIT.
112100     EJECT
112200*----------------------------------------------------------------*
112300*    8000-PRINT-REJECTS - PAYMENT AND REQUEST CARDS WHOSE        *
112400*    ACCOUNT WAS NOT A PLAN ACCOUNT ON THE MASTER.               *
112500*----------------------------------------------------------------*
112600 8000-PRINT-REJECTS.
112700     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
112800     MOVE 'SECTION 2 - CARDS NOT MATCHED TO A PLAN ACCOUNT'
112900         TO SEC-TITLE.
113000     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
113100     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
113200     PERFORM 8100-PAY-REJECT THRU 8100-EXIT
113300         VARYING WS-SUB FROM 1 BY 1
113400         UNTIL WS-SUB GREATER THAN WS-PAY-COUNT.
113500     PERFORM 8150-REQ-REJECT THRU 8150-EXIT
113600         VARYING WS-SUB FROM 1 BY 1
113700         UNTIL WS-SUB GREATER THAN WS-REQ-COUNT.
113800 8000-EXIT. EXIT.
113900 8100-PAY-REJECT.
114000     SET PYX TO WS-SUB.
114100     IF  WS-PAY-USED (PYX) EQUAL 'Y'
114200         GO TO 8100-EXIT.
114300     ADD 1 TO WS-TOT-CARDS-REJECTED.
114400     MOVE WS-PAY-ACCOUNT (PYX) TO DTL-ACCOUNT.
114500     MOVE SPACES TO DTL-PLAN-TYPE DTL-FEE-YEAR.
114600     MOVE WS-PAY-AMOUNT (PYX) TO DTL-AMOUNT.
114700     MOVE ZERO TO DTL-OPEN-AMT.
114800     MOVE 'PAYMENT - NOT A PLAN ACCOUNT' TO WS-ACTION-LIT.
114900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
115000 8100-EXIT. EXIT.
115100 8150-REQ-REJECT.
115200     SET RQX TO WS-SUB.
115300     IF  WS-REQ-USED (RQX) EQUAL 'Y'
115400         GO TO 8150-EXIT.
115500     ADD 1 TO WS-TOT-CARDS-REJECTED.
115600     MOVE WS-REQ-ACCOUNT (RQX) TO DTL-ACCOUNT.
115700     MOVE SPACES TO DTL-PLAN-TYPE DTL-FEE-YEAR.
115800     MOVE WS-REQ-AMOUNT (RQX) TO DTL-AMOUNT.
115900     MOVE ZERO TO DTL-OPEN-AMT.
116000     MOVE 'BILLING REQUEST - NOT A PLAN ACCOUNT' TO WS-ACTION-LIT.
116100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
116200 8150-EXIT. EXIT.
116300     EJECT
116400*----------------------------------------------------------------*
116500*    8200-PRINT-DELINQUENT - THE DELINQUENT FEES GROUPED BY PLAN *
116600*    CODE IN PLAN CODE ORDER, EACH PLAN CODE FOLLOWED BY ITS     *
116700*    ACCOUNT COUNT AND OPEN AMOUNT.  EACH PASS FINDS THE NEXT    *
116800*    HIGHER PLAN CODE IN THE TABLE AND LISTS ITS ENTRIES.        *
116900*----------------------------------------------------------------*
117000 8200-PRINT-DELINQUENT.
117100     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
117200     MOVE 'SECTION 3 - DELINQUENT CUSTODIAL FEES BY PLAN CODE'
117300         TO SEC-TITLE.
117400     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
117500     MOVE SPACES TO CFB-RPT-LINE.
117600     MOVE WS-DLQ-HEAD TO CFB-RPT-LINE.
117700     WRITE CFB-RPT-LINE.
117800     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
117900     MOVE LOW-VALUES TO WS-LAST-TYPE.
118000     PERFORM 8210-ONE-PLAN-CODE THRU 8210-EXIT
118100         UNTIL WS-LAST-TYPE EQUAL HIGH-VALUES.
118200 8200-EXIT. EXIT.
118300 8210-ONE-PLAN-CODE.
118400     MOVE HIGH-VALUES TO WS-NEXT-TYPE.
118500     PERFORM 8220-FIND-NEXT-TYPE THRU 8220-EXIT
118600         VARYING WS-SUB FROM 1 BY 1
118700         UNTIL WS-SUB GREATER THAN WS-DLQ-COUNT.
118800     MOVE WS-NEXT-TYPE TO WS-LAST-TYPE.
118900     IF  WS-LAST-TYPE EQUAL HIGH-VALUES
119000         GO TO 8210-EXIT.
119100     MOVE ZERO TO WS-TYPE-ACCTS.
119200     MOVE ZERO TO WS-TYPE-AMT.
119300     PERFORM 8230-DLQ-LINE THRU 8230-EXIT
119400         VARYING WS-SUB FROM 1 BY 1
119500         UNTIL WS-SUB GREATER THAN WS-DLQ-COUNT.
119600     MOVE WS-TYPE-ACCTS TO WS-COUNT-EDIT.
119700     MOVE SPACES TO DLT-LIT.
119800     STRING 'PLAN CODE ' WS-LAST-TYPE ' TOTAL - ' WS-COUNT-EDIT
119900            ' DELINQUENT FEES' DELIMITED BY SIZE INTO DLT-LIT.
120000     MOVE WS-TYPE-AMT TO DLT-OPEN-AMT.
120100     MOVE SPACES TO CFB-RPT-LINE.
120200     MOVE WS-DLQ-TOTAL-LINE TO CFB-RPT-LINE.
120300     WRITE CFB-RPT-LINE.
120400     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
120500 8210-EXIT. EXIT.
120600 8220-FIND-NEXT-TYPE.
120700     SET DQX TO WS-SUB.
120800     IF  WS-DLQ-PLAN-TYPE (DQX) GREATER THAN WS-LAST-TYPE
120900     AND WS-DLQ-PLAN-TYPE (DQX) LESS THAN WS-NEXT-TYPE
121000         MOVE WS-DLQ-PLAN-TYPE (DQX) TO WS-NEXT-TYPE.
121100 8220-EXIT. EXIT.
121200 8230-DLQ-LINE.
121300     SET DQX TO WS-SUB.
121400     IF  WS-DLQ-PLAN-TYPE (DQX) NOT EQUAL WS-LAST-TYPE
121500         GO TO 8230-EXIT.
121600     ADD 1 TO WS-TYPE-ACCTS.
121700     ADD WS-DLQ-OPEN-AMT (DQX) TO WS-TYPE-AMT.
121800     MOVE WS-DLQ-ACCOUNT (DQX)   TO DLL-ACCOUNT.
121900     MOVE WS-DLQ-PLAN-TYPE (DQX) TO DLL-PLAN-TYPE.
122000     MOVE WS-DLQ-FEE-YEAR (DQX)  TO DLL-FEE-YEAR.
122100     MOVE WS-DLQ-DUE-DATE (DQX)  TO DLL-DUE-DATE.
122200     MOVE WS-DLQ-DAYS (DQX)      TO DLL-DAYS.
122300     MOVE WS-DLQ-NOTICES (DQX)   TO DLL-NOTICES.
122400     MOVE WS-DLQ-OPEN-AMT (DQX)  TO DLL-OPEN-AMT.
122500     MOVE SPACES TO CFB-RPT-LINE.
122600     MOVE WS-DLQ-LINE TO CFB-RPT-LINE.
122700     WRITE CFB-RPT-LINE.
122800 8230-EXIT. EXIT.
122900     EJECT
123000 7100-PRINT-SECTION.
123100     MOVE SPACES TO CFB-RPT-LINE.
123200     MOVE WS-SECTION-TITLE TO CFB-RPT-LINE.
123300     WRITE CFB-RPT-LINE.
123400 7100-EXIT. EXIT.
123500 7200-PRINT-PARM.
123600     MOVE SPACES TO CFB-RPT-LINE.
123700     MOVE WS-PARM-LINE TO CFB-RPT-LINE.
123800     WRITE CFB-RPT-LINE.
123900 7200-EXIT. EXIT.
124000 7700-ACCOUNT-DETAIL.
124100     MOVE WMS-CONTROL-KEY   TO DTL-ACCOUNT.
124200     MOVE WMS-PLN-TRLR-TYPE TO DTL-PLAN-TYPE.
124300     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
124400 7700-EXIT. EXIT.
124500 7800-PRINT-DETAIL.
124600     MOVE WS-ACTION-LIT TO DTL-ACTION.
124700     MOVE SPACES TO CFB-RPT-LINE.
124800     MOVE WS-DETAIL-LINE TO CFB-RPT-LINE.
124900     WRITE CFB-RPT-LINE.
125000 7800-EXIT. EXIT.
125100 7900-EDIT-DATE.
125200     MOVE SPACES TO WS-EDIT-DATE.
125300     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
125400         DELIMITED BY SIZE INTO WS-EDIT-DATE.
125500 7900-EXIT. EXIT.
125600     EJECT
125700*----------------------------------------------------------------*
125800*    9000-TERMINATE - SUMMARY.  FEES BILLED EQUAL FEES INVOICED  *
125900*    PLUS FEES DEBITED; COLLECTIONS ARE THE DEBITED FEES PLUS    *
126000*    THE PAYMENTS APPLIED.  THE FEE STREAM AND NOTICE EXTRACT    *
126100*    ARE MANIFESTED.                                             *
126200*----------------------------------------------------------------*
126300 9000-TERMINATE.
126400     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
126500     MOVE 'FEE TABLE CARDS READ              ' TO SUM-LIT.
126600     MOVE WS-TOT-FEE-CARDS TO SUM-COUNT.
126700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
126800     MOVE 'FEE TABLE CARDS REJECTED          ' TO SUM-LIT.
126900     MOVE WS-TOT-FEE-REJECTS TO SUM-COUNT.
127000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
127100     MOVE 'PAYMENT CARDS READ                ' TO SUM-LIT.
127200     MOVE WS-TOT-PAY-CARDS TO SUM-COUNT.
127300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
127400     MOVE 'BILLING REQUEST CARDS READ        ' TO SUM-LIT.
127500     MOVE WS-TOT-REQ-CARDS TO SUM-COUNT.
127600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
127700     MOVE 'CARDS REJECTED OR NOT MATCHED     ' TO SUM-LIT.
127800     MOVE WS-TOT-CARDS-REJECTED TO SUM-COUNT.
127900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
128000     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
128100     MOVE WS-TOT-ACCTS-READ TO SUM-COUNT.
128200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
128300     MOVE 'PLAN ACCOUNTS                     ' TO SUM-LIT.
128400     MOVE WS-TOT-PLAN-ACCTS TO SUM-COUNT.
128500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
128600     MOVE 'FEES BILLED - ANNUAL              ' TO SUM-LIT.
128700     MOVE WS-TOT-BILLED-ANNUAL TO SUM-COUNT.
128800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
128900     MOVE 'FEES BILLED - ON DEMAND           ' TO SUM-LIT.
129000     MOVE WS-TOT-BILLED-DEMAND TO SUM-COUNT.
129100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
129200     MOVE 'FEES INVOICED                     ' TO SUM-LIT.
129300     MOVE WS-TOT-INVOICED TO SUM-COUNT.
129400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
129500     MOVE 'FEES DEBITED FROM PLAN            ' TO SUM-LIT.
129600     MOVE WS-TOT-DEBIT-PLAN TO SUM-COUNT.
129700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
129800     MOVE 'FEES DEBITED FROM OUTSIDE ACCOUNT ' TO SUM-LIT.
129900     MOVE WS-TOT-DEBIT-OUTSIDE TO SUM-COUNT.
130000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
130100     MOVE 'DEBITS NOT POSSIBLE - INVOICED    ' TO SUM-LIT.
130200     MOVE WS-TOT-DEBIT-FALLBACK TO SUM-COUNT.
130300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
130400     MOVE 'FEES WAIVED                       ' TO SUM-LIT.
130500     MOVE WS-TOT-WAIVED TO SUM-COUNT.
130600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
130700     MOVE 'ACCOUNTS FEE EXEMPT               ' TO SUM-LIT.
130800     MOVE WS-TOT-EXEMPT TO SUM-COUNT.
130900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
131000     MOVE 'NOT PRICED - NO TABLE OR ZERO FEE ' TO SUM-LIT.
131100     MOVE WS-TOT-NOT-PRICED TO SUM-COUNT.
131200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
131300     MOVE 'CLOSED ACCOUNTS NOT BILLED        ' TO SUM-LIT.
131400     MOVE WS-TOT-CLOSED TO SUM-COUNT.
131500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
131600     MOVE 'PAYMENTS MATCHED                  ' TO SUM-LIT.
131700     MOVE WS-TOT-PAYMENTS TO SUM-COUNT.
131800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
131900     MOVE 'INVOICES PAID IN FULL             ' TO SUM-LIT.
132000     MOVE WS-TOT-PAID-IN-FULL TO SUM-COUNT.
132100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
132200     MOVE 'PAYMENTS NOT APPLIED - REFUND DUE ' TO SUM-LIT.
132300     MOVE WS-TOT-UNAPPLIED TO SUM-COUNT.
132400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
132500     MOVE 'FOLLOW-UP NOTICES SENT            ' TO SUM-LIT.
132600     MOVE WS-TOT-FOLLOW-UPS TO SUM-COUNT.
132700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
132800     MOVE 'NOTICE EXTRACT RECORDS            ' TO SUM-LIT.
132900     MOVE WS-TOT-NOTICES TO SUM-COUNT.
133000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
133100     MOVE 'DELINQUENT FEES                   ' TO SUM-LIT.
133200     MOVE WS-TOT-DELINQUENT TO SUM-COUNT.
133300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
133400     MOVE 'DELINQUENT LIST FULL - NOT LISTED ' TO SUM-LIT.
133500     MOVE WS-TOT-DLQ-OVERFLOW TO SUM-COUNT.
133600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
133700     MOVE 'BILLING RECORDS DROPPED           ' TO SUM-LIT.
133800     MOVE WS-TOT-DROPPED TO SUM-COUNT.
133900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
134000     MOVE 'CLOSED PRIOR-YEAR RECORDS PURGED  ' TO SUM-LIT.
134100     MOVE WS-TOT-PURGED TO SUM-COUNT.
134200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
134300     MOVE 'BILLING RECORDS WRITTEN           ' TO SUM-LIT.
134400     MOVE WS-TOT-BILL-RECS TO SUM-COUNT.
134500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
134600     MOVE 'MASTER RECORDS REWRITTEN          ' TO SUM-LIT.
134700     MOVE WS-TOT-REWRITES TO SUM-COUNT.
134800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
134900     WRITE CFB-RPT-LINE FROM WS-BLANK-LINE.
135000     MOVE 'FEES BILLED                       ' TO SUMA-LIT.
135100     MOVE WS-TOT-BILLED-AMT TO SUMA-AMT.
135200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
135300     MOVE 'FEES INVOICED                     ' TO SUMA-LIT.
135400     MOVE WS-TOT-INVOICED-AMT TO SUMA-AMT.
135500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
135600     MOVE 'FEES DEBITED TO FEE STREAM        ' TO SUMA-LIT.
135700     MOVE WS-TOT-POSTED-AMT TO SUMA-AMT.
135800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
135900     MOVE 'PAYMENTS RECEIVED                 ' TO SUMA-LIT.
136000     MOVE WS-TOT-PAYMENT-AMT TO SUMA-AMT.
136100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
136200     MOVE 'PAYMENTS NOT APPLIED              ' TO SUMA-LIT.
136300     MOVE WS-TOT-UNAPPLIED-AMT TO SUMA-AMT.
136400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
136500     MOVE 'FEES COLLECTED                    ' TO SUMA-LIT.
136600     MOVE WS-TOT-COLLECTED-AMT TO SUMA-AMT.
136700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
136800     MOVE 'DELINQUENT FEES OPEN              ' TO SUMA-LIT.
136900     MOVE WS-TOT-DELINQUENT-AMT TO SUMA-AMT.
137000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
137100     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
137200     MOVE -1   TO I-O-SEND-CODE.
137300     CALL 'IMACTM' USING I-O-CONTROL-AREA
137400                         MASTER-AREA
137500                         SI-ENVIRONMENT-AREA.
137600     MOVE 'W' TO MRQ-FUNCTION.
137700     MOVE 'IMCFBFEE' TO MRQ-FILE-ID.
137800     MOVE WS-TOT-POSTINGS TO MRQ-RECORD-COUNT.
137900     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
138000     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
138100     MOVE 'W' TO MRQ-FUNCTION.
138200     MOVE 'IMCFBNTC' TO MRQ-FILE-ID.
138300     MOVE WS-TOT-NOTICES TO MRQ-RECORD-COUNT.
138400     MOVE WS-TOT-NOTICE-AMT TO MRQ-AMOUNT-HASH.
138500     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
138600     IF  NOT WS-88-BILL-NOT-FOUND
138700         CLOSE CFB-BILL-IN.
138800     CLOSE CFB-BILL-OUT.
138900     CLOSE CFB-FEE-OUT.
139000     CLOSE CFB-NOTICE-EXT.
139100     CLOSE CFB-RPT.
139200 9000-EXIT. EXIT.
139300 9100-PRINT-SUMMARY.
139400     MOVE SPACES TO CFB-RPT-LINE.
139500     MOVE WS-SUMMARY-LINE TO CFB-RPT-LINE.
139600     WRITE CFB-RPT-LINE.
139700 9100-EXIT. EXIT.
139800 9200-PRINT-AMOUNT.
139900     MOVE SPACES TO CFB-RPT-LINE.
140000     MOVE WS-SUMMARY-AMT-LINE TO CFB-RPT-LINE.
140100     WRITE CFB-RPT-LINE.
140200 9200-EXIT. EXIT.
