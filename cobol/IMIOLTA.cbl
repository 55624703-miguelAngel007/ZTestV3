*     * GN6207 * 10/05/26 JCTE MONTHLY IOLTA INTEREST REMITTANCE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMIOLTA.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/05/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMIOLTA IS THE MONTHLY IOLTA RUN.  INTEREST ON AN ATTORNEY  *
000900*    TRUST ACCOUNT (WMS-TRUST-CODE ONE OF THE IOLTA CODES ON THE *
001000*    PARAMETER CARD) BELONGS TO THE STATE BAR FOUNDATION, NOT    *
001100*    THE ATTORNEY.  IT RUNS AT MONTH-END BEFORE THE              *
001200*    MONTH-TO-DATE AGGREGATES ARE RESET AND COMPUTES EACH TRUST  *
001300*    ACCOUNT'S INTEREST AT THE PROGRAM'S COMPARABILITY RATE ON   *
001400*    THE MONTH'S AGGREGATE COLLECTED BALANCE                     *
001500*    (WMS-MTD-AGGR-COLL), OVER THE DAY BASIS ON THE PARAMETER    *
001600*    CARD.                                                       *
001700*----------------------------------------------------------------*
001800*    WHEN THE PROGRAM RULES LET THE BANK NET SERVICE CHARGES,    *
001900*    THE MONTH'S ACCUMULATED SERVICE CHARGE                      *
002000*    (WMS-MTD-ACCUM-SERV-CHG) IS TAKEN FROM THE INTEREST, NO     *
002100*    MORE THAN THE PER-ACCOUNT CAP ON THE PARAMETER CARD AND     *
002200*    NEVER MORE THAN THE INTEREST ITSELF.  ANY CHARGE NOT NETTED *
002300*    STAYS WITH THE ATTORNEY AND IS NOTED ON THE REPORT.         *
002400*----------------------------------------------------------------*
002500*    THE NET INTEREST IS SWEPT TO THE FOUNDATION'S ACCOUNT AS    *
002600*    ONE CREDIT THROUGH TRAN-FILE (IMIOLTRN) AND BOOKED TO GL    *
002700*    (IMIOLGLX) - DR IOLTAINT FOR THE GROSS INTEREST, CR         *
002800*    IOLTAFEE FOR THE CHARGES NETTED AND CR IOLTACLR FOR THE     *
002900*    NET; THE POSTING OF THE CREDIT OFFSETS IOLTACLR.  NOTHING   *
003000*    IS CREDITED TO THE ATTORNEY, AND IMYETAX LEAVES THESE       *
003100*    ACCOUNTS OFF THE 1099-INT.                                  *
003200*----------------------------------------------------------------*
003300*    THE FOUNDATION'S REMITTANCE FILE (IMIOLRMT) CARRIES A       *
003400*    HEADER, ONE DETAIL PER TRUST ACCOUNT AND A TRAILER; IT AND  *
003500*    THE CREDIT ARE MANIFESTED THROUGH IMMANFST.  THE REMITTANCE *
003600*    REPORT (IMIOLATY) GIVES EACH ATTORNEY, BY TAX ID, THE       *
003700*    INTEREST EARNED ON EACH OF ITS TRUST ACCOUNTS, THE CHARGES  *
003800*    NETTED AND THE AMOUNT REMITTED.  A MISSING RATE OR A        *
003900*    FOUNDATION ACCOUNT NOT OPEN ON THE MASTER STOPS THE RUN     *
004000*    WITH RETURN CODE 16 AND NOTHING IS SWEPT.                   *
004100*----------------------------------------------------------------*
004200*----------------------------------------------------------------*
004300*               ** HISTORY OF REVISIONS **                      *
004400* DESCRIPTION                                           CHNGID  *
004500* ____________________________________________________ _______ *
004600* 10/05/26 JCTE NEW PROGRAM - MONTHLY IOLTA INTEREST     GN6207 *
004700*                REMITTANCE TO THE STATE BAR FOUNDATION         *
004800*----------------------------------------------------------------*
004900 ENVIRONMENT    DIVISION.
005000 INPUT-OUTPUT   SECTION.
005100 FILE-CONTROL.
005200     SELECT IOP-PARM-FILE     ASSIGN TO "IMIOLPRM"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT IOLTA-SORT-FILE   ASSIGN TO "IMIOLSRT".
005500     SELECT REMITTANCE-FILE   ASSIGN TO "IMIOLRMT"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT TRAN-POSTING-OUT  ASSIGN TO "IMIOLTRN"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT IOL-GL-EXTRACT    ASSIGN TO "IMIOLGLX"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT ATTORNEY-RPT      ASSIGN TO "IMIOLATY"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT IOL-RPT           ASSIGN TO "IMIOLRPT"
006400         ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  IOP-PARM-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  IOP-PARM-RECORD.
007000     03  IOP-PERIOD-END              PIC 9(6).
007100     03  IOP-COMP-RATE               PIC 9(2)V9(4).
007200     03  IOP-DAY-BASIS               PIC 9(3).
007300     03  IOP-IOLTA-CODES             PIC X(5).
007400     03  IOP-FOUNDATION-ACCT         PIC X(22).
007500     03  IOP-FOUNDATION-NAME         PIC X(24).
007600     03  IOP-NET-FEES-SW             PIC X.
007700         88  IOP-88-NET-FEES         VALUE 'Y'.
007800     03  IOP-FEE-CAP                 PIC 9(5)V99.
007900     03  IOP-CREDIT-TRAN-CODE        PIC XX.
008000     03  FILLER                      PIC X(4).
008100 SD  IOLTA-SORT-FILE.
008200 01  IOLTA-SORT-RECORD.
008300     03  SRT-TAX-ID                  PIC X(11).
008400     03  SRT-ACCOUNT                 PIC X(22).
008500     03  SRT-NAME                    PIC X(40).
008600     03  SRT-AVG-BAL                 PIC S9(13)V99 COMP-3.
008700     03  SRT-DAYS                    PIC S9(3)   COMP-3.
008800     03  SRT-GROSS-INT               PIC S9(11)V99 COMP-3.
008900     03  SRT-FEES-NETTED             PIC S9(11)V99 COMP-3.
009000     03  SRT-FEES-LEFT               PIC S9(11)V99 COMP-3.
009100     03  SRT-NET-INT                 PIC S9(11)V99 COMP-3.
009200     03  SRT-CLOSED-SW               PIC X.
009300 FD  REMITTANCE-FILE
009400     RECORD CONTAINS 120 CHARACTERS.
009500 01  REMITTANCE-RECORD.
009600     03  RMT-REC-TYPE                PIC X.
009700         88  RMT-88-HEADER           VALUE 'H'.
009800         88  RMT-88-DETAIL           VALUE 'D'.
009900         88  RMT-88-TRAILER          VALUE 'T'.
010000     03  RMT-HEADER-DATA.
010100         05  RMH-FOUNDATION-ACCT     PIC X(22).
010200         05  RMH-FOUNDATION-NAME     PIC X(24).
010300         05  RMH-PERIOD-END          PIC 9(6).
010400         05  RMH-COMP-RATE           PIC 9(2)V9(4).
010500         05  RMH-DAY-BASIS           PIC 9(3).
010600         05  RMH-PROGRAM-ID          PIC X(8).
010700         05  FILLER                  PIC X(50).
010800     03  RMT-DETAIL-DATA REDEFINES RMT-HEADER-DATA.
010900         05  RMD-ACCOUNT             PIC X(22).
011000         05  RMD-TAX-ID              PIC X(11).
011100         05  RMD-NAME                PIC X(30).
011200         05  RMD-AVG-BAL             PIC 9(11)V99.
011300         05  RMD-DAYS                PIC 9(3).
011400         05  RMD-GROSS-INT           PIC 9(9)V99.
011500         05  RMD-FEES-NETTED         PIC 9(7)V99.
011600         05  RMD-NET-INT             PIC 9(9)V99.
011700         05  FILLER                  PIC X(9).
011800     03  RMT-TRAILER-DATA REDEFINES RMT-HEADER-DATA.
011900         05  RMT-ACCT-COUNT          PIC 9(7).
012000         05  RMT-GROSS-INT           PIC 9(13)V99.
012100         05  RMT-FEES-NETTED         PIC 9(11)V99.
012200         05  RMT-NET-INT             PIC 9(13)V99.
012300         05  FILLER                  PIC X(69).
012400 FD  TRAN-POSTING-OUT.
012500     COPY IMWSTRAN.
012600 FD  IOL-GL-EXTRACT.
012700     COPY IMWSGLTS.
012800 FD  ATTORNEY-RPT
012900     RECORD CONTAINS 133 CHARACTERS.
013000 01  ATTORNEY-RPT-LINE               PIC X(133).
013100 FD  IOL-RPT
013200     RECORD CONTAINS 133 CHARACTERS.
013300 01  IOL-RPT-LINE                    PIC X(133).
013400 WORKING-STORAGE SECTION.
013500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMIOLTA'.
013600 01  WS-PERIOD-END-YYMMDD            PIC 9(6)    VALUE 0.
013700 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013800 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
013900     03  WS-WORK-YR                  PIC 99.
014000     03  WS-WORK-MO                  PIC 99.
014100     03  WS-WORK-DA                  PIC 99.
014200 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014300 01  WS-PARAMETERS.
014400     03  WS-COMP-RATE                PIC S9(2)V9(4) COMP-3
014500                                     VALUE 0.
014600     03  WS-DAY-BASIS                PIC S9(3)   COMP-3 VALUE 365.
014700     03  WS-RATE-DIVISOR             PIC S9(7)   COMP-3 VALUE 0.
014800     03  WS-IOLTA-CODES              PIC X(5)    VALUE 'I'.
014900     03  WS-FOUNDATION-ACCT          PIC X(22)   VALUE SPACES.
015000     03  WS-FOUNDATION-NAME          PIC X(24)   VALUE
015100         'STATE BAR FOUNDATION'.
015200     03  WS-FEE-CAP                  PIC S9(5)V99 COMP-3 VALUE 0.
015300     03  WS-CREDIT-TRAN-CODE         PIC XX      VALUE '27'.
015400 01  WS-SWITCHES.
015500     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
015600         88  WS-88-MASTER-EOF        VALUE 'Y'.
015700     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
015800         88  WS-88-SORT-EOF          VALUE 'Y'.
015900     03  WS-IOLTA-SW                 PIC X(1)    VALUE 'N'.
016000         88  WS-88-IOLTA             VALUE 'Y'.
016100     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
016200         88  WS-88-PARM-ERROR        VALUE 'Y'.
016300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
016400 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
016500 01  WS-PREV-TAX-ID                  PIC X(11)   VALUE SPACES.
016600 01  WS-GROSS-INT                    PIC S9(11)V99 COMP-3 VALUE 0.
016700 01  WS-FEES-DUE                     PIC S9(11)V99 COMP-3 VALUE 0.
016800 01  WS-FEES-NETTED                  PIC S9(11)V99 COMP-3 VALUE 0.
016900 01  WS-NET-INT                      PIC S9(11)V99 COMP-3 VALUE 0.
017000 01  WS-ATY-ACCT-CNT                 PIC S9(5)   COMP VALUE 0.
017100 01  WS-ATY-GROSS                    PIC S9(13)V99 COMP-3 VALUE 0.
017200 01  WS-ATY-FEES                     PIC S9(13)V99 COMP-3 VALUE 0.
017300 01  WS-ATY-NET                      PIC S9(13)V99 COMP-3 VALUE 0.
017400 01  WS-RATE-EDIT                    PIC Z9.9999.
017500 01  WS-BASIS-EDIT                   PIC ZZ9.
017600     EJECT
017700 01  WS-TOTALS.
017800     03  WS-TOT-ACCTS-READ           PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-TRUST-ACCTS          PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-NO-INTEREST          PIC 9(7)    COMP VALUE 0.
018100     03  WS-TOT-FEES-LEFT-CNT        PIC 9(7)    COMP VALUE 0.
018200     03  WS-TOT-ATTORNEYS            PIC 9(7)    COMP VALUE 0.
018300     03  WS-TOT-REMIT-RECS           PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-POSTINGS             PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-GROSS-INT            PIC S9(13)V99 COMP-3 VALUE 0.
018600     03  WS-TOT-FEES-NETTED          PIC S9(13)V99 COMP-3 VALUE 0.
018700     03  WS-TOT-FEES-LEFT            PIC S9(13)V99 COMP-3 VALUE 0.
018800     03  WS-TOT-NET-INT              PIC S9(13)V99 COMP-3 VALUE 0.
018900     03  WS-TOT-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
019000     EJECT
019100 01  WS-REPORT-TITLE.
019200     03  FILLER                      PIC X(48)   VALUE
019300         'IMIOLTA  - IOLTA INTEREST REMITTANCE            '.
019400     03  FILLER                      PIC X(9)    VALUE
019500         'PERIOD   '.
019600     03  TTL-PERIOD-END              PIC X(8).
019700     03  FILLER                      PIC X(68)   VALUE SPACES.
019800 01  WS-SECTION-LINE.
019900     03  FILLER                      PIC X(4)    VALUE SPACES.
020000     03  SEC-TITLE                   PIC X(40).
020100     03  FILLER                      PIC X(89)   VALUE SPACES.
020200 01  WS-PARM-LINE.
020300     03  FILLER                      PIC X(4)    VALUE SPACES.
020400     03  PRM-LIT                     PIC X(34).
020500     03  PRM-VALUE                   PIC X(50).
020600     03  FILLER                      PIC X(45)   VALUE SPACES.
020700 01  WS-DETAIL-HEAD.
020800     03  FILLER                      PIC X(4)    VALUE SPACES.
020900     03  FILLER                      PIC X(50)   VALUE
021000         'TAX ID      ACCOUNT                ATTORNEY       '.
021100     03  FILLER                      PIC X(50)   VALUE
021200         '      AVG COLL BALANCE     GROSS INT       FEES  N'.
021300     03  FILLER                      PIC X(29)   VALUE
021400         'ET REMITTED NOTE             '.
021500 01  WS-DETAIL-LINE.
021600     03  FILLER                      PIC X(4)    VALUE SPACES.
021700     03  DTL-TAX-ID                  PIC X(11).
021800     03  FILLER                      PIC X(1)    VALUE SPACES.
021900     03  DTL-ACCOUNT                 PIC X(22).
022000     03  FILLER                      PIC X(1)    VALUE SPACES.
022100     03  DTL-NAME                    PIC X(20).
022200     03  FILLER                      PIC X(1)    VALUE SPACES.
022300     03  DTL-AVG-BAL                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
022400     03  DTL-GROSS-INT               PIC ZZ,ZZZ,ZZ9.99.
022500     03  FILLER                      PIC X(1)    VALUE SPACES.
022600     03  DTL-FEES-NETTED             PIC ZZZ,ZZ9.99.
022700     03  FILLER                      PIC X(1)    VALUE SPACES.
022800     03  DTL-NET-INT                 PIC ZZ,ZZZ,ZZ9.99.
022900     03  FILLER                      PIC X(1)    VALUE SPACES.
023000     03  DTL-NOTE                    PIC X(17).
023100 01  WS-SUMMARY-LINE.
023200     03  FILLER                      PIC X(4)    VALUE SPACES.
023300     03  SUM-LIT                     PIC X(34).
023400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
023500     03  FILLER                      PIC X(88)   VALUE SPACES.
023600 01  WS-SUMMARY-AMT-LINE.
023700     03  FILLER                      PIC X(4)    VALUE SPACES.
023800     03  SUMA-LIT                    PIC X(34).
023900     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
024000     03  FILLER                      PIC X(79)   VALUE SPACES.
024100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
024200     EJECT
024300*----------------------------------------------------------------*
024400*    THE ATTORNEY REMITTANCE REPORT LINES.                       *
024500*----------------------------------------------------------------*
024600 01  WS-ATY-TITLE.
024700     03  FILLER                      PIC X(4)    VALUE SPACES.
024800     03  FILLER                      PIC X(42)   VALUE
024900         'IOLTA INTEREST REMITTANCE - PERIOD ENDING '.
025000     03  ATT-PERIOD-END              PIC X(8).
025100     03  FILLER                      PIC X(79)   VALUE SPACES.
025200 01  WS-ATY-TEXT-LINE.
025300     03  FILLER                      PIC X(4)    VALUE SPACES.
025400     03  ATX-TEXT                    PIC X(80).
025500     03  FILLER                      PIC X(49)   VALUE SPACES.
025600 01  WS-ATY-HEAD.
025700     03  FILLER                      PIC X(4)    VALUE SPACES.
025800     03  FILLER                      PIC X(50)   VALUE
025900         'ACCOUNT                 AVG COLL BALANCE DAYS GROS'.
026000     03  FILLER                      PIC X(50)   VALUE
026100         'S INTEREST  FEES NETTED  NET REMITTED             '.
026200     03  FILLER                      PIC X(29)   VALUE SPACES.
026300 01  WS-ATY-LINE.
026400     03  FILLER                      PIC X(4)    VALUE SPACES.
026500     03  ATY-ACCOUNT                 PIC X(22).
026600     03  FILLER                      PIC X(2)    VALUE SPACES.
026700     03  ATY-AVG-BAL                 PIC Z,ZZZ,ZZZ,ZZ9.99.
026800     03  FILLER                      PIC X(2)    VALUE SPACES.
026900     03  ATY-DAYS                    PIC ZZ9.
027000     03  FILLER                      PIC X(2)    VALUE SPACES.
027100     03  ATY-GROSS-INT               PIC ZZ,ZZZ,ZZ9.99.
027200     03  FILLER                      PIC X(3)    VALUE SPACES.
027300     03  ATY-FEES-NETTED             PIC ZZZ,ZZ9.99.
027400     03  FILLER                      PIC X(1)    VALUE SPACES.
027500     03  ATY-NET-INT                 PIC ZZ,ZZZ,ZZ9.99.
027600     03  FILLER                      PIC X(42)   VALUE SPACES.
027700     EJECT
027800     COPY IMWSMNRQ.
027900     EJECT
028000 LINKAGE SECTION.
028100     COPY SIWSCNTL.
028200     EJECT
028300     COPY IMAWKMST.
028400     EJECT
028500     COPY IMWSENVO.
028600     EJECT
028700 PROCEDURE DIVISION.
028800*----------------------------------------------------------------*
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
029100     IF  WS-88-PARM-ERROR
029200         GO TO 0000-FINISH.
029300     MOVE 'IOLTA TRUST ACCOUNTS' TO SEC-TITLE.
029400     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
029500     MOVE SPACES TO IOL-RPT-LINE.
029600     MOVE WS-DETAIL-HEAD TO IOL-RPT-LINE.
029700     WRITE IOL-RPT-LINE.
029800     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
029900     SORT IOLTA-SORT-FILE
030000         ON ASCENDING KEY SRT-TAX-ID SRT-ACCOUNT
030100         INPUT PROCEDURE IS 2000-SELECT-TRUST
030200         OUTPUT PROCEDURE IS 3000-REMIT-INTEREST.
030300     PERFORM 4000-SWEEP-NET       THRU 4000-EXIT.
030400 0000-FINISH.
030500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030600     IF  WS-88-PARM-ERROR
030700         MOVE 16 TO RETURN-CODE.
030800     GOBACK.
030900     EJECT
031000*----------------------------------------------------------------*
031100*    1000-INITIALIZE - PARAMETER CARD, FILE OPENS AND THE        *
031200*    FOUNDATION ACCOUNT.  THE PERIOD IS THE MONTH ENDING ON THE  *
031300*    PARAMETER DATE (TODAY WHEN NONE IS GIVEN).  A RATE OF ZERO, *
031400*    OR A FOUNDATION ACCOUNT MISSING OR NOT OPEN ON THE MASTER,  *
031500*    IS A PARAMETER ERROR.                                       *
031600*----------------------------------------------------------------*
031700 1000-INITIALIZE.
031800     OPEN INPUT IOP-PARM-FILE.
031900     READ IOP-PARM-FILE
032000         AT END MOVE SPACES TO IOP-PARM-RECORD.
032100     CLOSE IOP-PARM-FILE.
032200     IF  IOP-PERIOD-END NUMERIC
032300     AND IOP-PERIOD-END GREATER THAN ZERO
032400         MOVE IOP-PERIOD-END TO WS-PERIOD-END-YYMMDD
032500     ELSE
032600         ACCEPT WS-PERIOD-END-YYMMDD FROM DATE.
032700     IF  IOP-COMP-RATE NUMERIC
032800         MOVE IOP-COMP-RATE TO WS-COMP-RATE.
032900     IF  IOP-DAY-BASIS NUMERIC
033000     AND IOP-DAY-BASIS GREATER THAN ZERO
033100         MOVE IOP-DAY-BASIS TO WS-DAY-BASIS.
033200     COMPUTE WS-RATE-DIVISOR = WS-DAY-BASIS * 100.
033300     IF  IOP-IOLTA-CODES NOT EQUAL SPACES
033400     AND IOP-IOLTA-CODES NOT EQUAL LOW-VALUES
033500         MOVE IOP-IOLTA-CODES TO WS-IOLTA-CODES.
033600     MOVE IOP-FOUNDATION-ACCT TO WS-FOUNDATION-ACCT.
033700     IF  IOP-FOUNDATION-NAME NOT EQUAL SPACES
033800         MOVE IOP-FOUNDATION-NAME TO WS-FOUNDATION-NAME.
033900     IF  IOP-FEE-CAP NUMERIC
034000         MOVE IOP-FEE-CAP TO WS-FEE-CAP.
034100     IF  IOP-CREDIT-TRAN-CODE NOT EQUAL SPACES
034200         MOVE IOP-CREDIT-TRAN-CODE TO WS-CREDIT-TRAN-CODE.
034300     OPEN OUTPUT REMITTANCE-FILE.
034400     OPEN OUTPUT TRAN-POSTING-OUT.
034500     OPEN OUTPUT IOL-GL-EXTRACT.
034600     OPEN OUTPUT ATTORNEY-RPT.
034700     OPEN OUTPUT IOL-RPT.
034800     MOVE WS-PERIOD-END-YYMMDD TO WS-WORK-DATE-YYMMDD.
034900     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
035000     MOVE WS-EDIT-DATE TO TTL-PERIOD-END.
035100     MOVE WS-EDIT-DATE TO ATT-PERIOD-END.
035200     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
035300     MOVE SPACES TO IOL-RPT-LINE.
035400     MOVE WS-REPORT-TITLE TO IOL-RPT-LINE.
035500     WRITE IOL-RPT-LINE.
035600     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
035700     MOVE 'COMPARABILITY RATE (PERCENT)      ' TO PRM-LIT.
035800     MOVE WS-COMP-RATE TO WS-RATE-EDIT.
035900     MOVE WS-RATE-EDIT TO PRM-VALUE.
036000     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
036100     MOVE 'DAY BASIS                         ' TO PRM-LIT.
036200     MOVE WS-DAY-BASIS TO WS-BASIS-EDIT.
036300     MOVE WS-BASIS-EDIT TO PRM-VALUE.
036400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
036500     MOVE 'SERVICE CHARGES NETTED            ' TO PRM-LIT.
036600     MOVE 'NO' TO PRM-VALUE.
036700     IF  IOP-88-NET-FEES
036800         MOVE 'YES' TO PRM-VALUE.
036900     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037000     MOVE 'FOUNDATION ACCOUNT                ' TO PRM-LIT.
037100     MOVE SPACES TO PRM-VALUE.
037200     STRING WS-FOUNDATION-ACCT ' ' WS-FOUNDATION-NAME
037300         DELIMITED BY SIZE INTO PRM-VALUE.
037400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
037600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
037700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
037800     MOVE 'I' TO I-O-CONTROL-ACCESS.
037900     MOVE -1  TO I-O-SEND-CODE.
038000     CALL 'IMACTM' USING I-O-CONTROL-AREA
038100                         MASTER-AREA
038200                         SI-ENVIRONMENT-AREA.
038300     IF  WS-COMP-RATE NOT GREATER THAN ZERO
038400         MOVE 'PARAMETER ERROR - NO COMPARABILITY RATE'
038500             TO SEC-TITLE
038600         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
038700         MOVE 'Y' TO WS-PARM-ERROR-SW.
038800     PERFORM 1100-CHECK-FOUNDATION THRU 1100-EXIT.
038900     IF  WS-88-PARM-ERROR
039000         GO TO 1000-EXIT.
039100     MOVE SPACES TO REMITTANCE-RECORD.
039200     MOVE 'H'                  TO RMT-REC-TYPE.
039300     MOVE WS-FOUNDATION-ACCT   TO RMH-FOUNDATION-ACCT.
039400     MOVE WS-FOUNDATION-NAME   TO RMH-FOUNDATION-NAME.
039500     MOVE WS-PERIOD-END-YYMMDD TO RMH-PERIOD-END.
039600     MOVE WS-COMP-RATE         TO RMH-COMP-RATE.
039700     MOVE WS-DAY-BASIS         TO RMH-DAY-BASIS.
039800     MOVE WS-PROGRAM-ID        TO RMH-PROGRAM-ID.
039900     WRITE REMITTANCE-RECORD.
040000     ADD 1 TO WS-TOT-REMIT-RECS.
040100 1000-EXIT. EXIT.
040200 1100-CHECK-FOUNDATION.
040300     IF  WS-FOUNDATION-ACCT EQUAL SPACES
040400         GO TO 1100-ERROR.
040500     MOVE SPACES TO WMS-CONTROL-KEY.
040600     MOVE WS-FOUNDATION-ACCT TO WMS-CONTROL-KEY.
040700     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
040800     MOVE -1     TO I-O-SEND-CODE.
040900     CALL 'IMACTM' USING I-O-CONTROL-AREA
041000                         MASTER-AREA
041100                         SI-ENVIRONMENT-AREA.
041200     IF  NOT I-O-88-NORMAL-RET
041300         GO TO 1100-ERROR.
041400     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
041500     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
041600     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
041700         GO TO 1100-ERROR.
041800     GO TO 1100-EXIT.
041900 1100-ERROR.
042000     MOVE 'PARAMETER ERROR - FOUNDATION ACCOUNT' TO SEC-TITLE.
042100     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
042200     MOVE 'Y' TO WS-PARM-ERROR-SW.
042300 1100-EXIT. EXIT.
042400     EJECT
042500*----------------------------------------------------------------*
042600*    2000-SELECT-TRUST - SORT INPUT PROCEDURE.  THE MASTER IS    *
042700*    BROWSED AND EVERY IOLTA TRUST ACCOUNT WITH A COLLECTED      *
042800*    AGGREGATE FOR THE MONTH HAS ITS INTEREST AND NETTED CHARGES *
042900*    COMPUTED AND IS RELEASED BY TAX ID.  AN ACCOUNT CLOSED      *
043000*    DURING THE MONTH STILL REMITS WHAT IT EARNED.               *
043025*    THE FOUNDATION ACCOUNT WAS READ BY KEY DURING THE PARAMETER *
043050*    CHECK, SO THE BROWSE IS STARTED AGAIN FROM THE LOW KEY.     *
043100*----------------------------------------------------------------*
043200 2000-SELECT-TRUST.
043210     MOVE LOW-VALUES TO WMS-CONTROL-KEY.
043220     MOVE 'T'  TO I-O-CONTROL-OPERATOR.
043230     MOVE -1   TO I-O-SEND-CODE.
043240     CALL 'IMACTM' USING I-O-CONTROL-AREA
043250                         MASTER-AREA
043260                         SI-ENVIRONMENT-AREA.
043270     IF  I-O-88-END-OF-FILE OR I-O-88-NOT-FOUND
043280         MOVE 'Y' TO WS-MASTER-EOF-SW.
043300     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
043400         UNTIL WS-88-MASTER-EOF.
043500 2000-EXIT. EXIT.
043600 2100-READ-ACCOUNT.
043700     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
043800     MOVE -1   TO I-O-SEND-CODE.
043900     CALL 'IMACTM' USING I-O-CONTROL-AREA
044000                         MASTER-AREA
044100                         SI-ENVIRONMENT-AREA.
044200     IF  I-O-88-END-OF-FILE
044300         MOVE 'Y' TO WS-MASTER-EOF-SW
044400         GO TO 2100-EXIT.
044500     ADD 1 TO WS-TOT-ACCTS-READ.
044600     MOVE 'N' TO WS-IOLTA-SW.
044700     PERFORM 2150-TEST-IOLTA THRU 2150-EXIT
044800         VARYING WS-SUB FROM 1 BY 1
044900         UNTIL WS-SUB GREATER THAN 5
045000            OR WS-88-IOLTA.
045100     IF  NOT WS-88-IOLTA
045200         GO TO 2100-EXIT.
045300     ADD 1 TO WS-TOT-TRUST-ACCTS.
045400     MOVE SPACES TO IOLTA-SORT-RECORD.
045500     MOVE SPACES TO WS-TAX-ID-WORK.
045600     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
045700         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
045800     MOVE WS-TAX-ID-WORK      TO SRT-TAX-ID.
045900     MOVE WMS-CONTROL-KEY     TO SRT-ACCOUNT.
046000     MOVE WMS-NAME-ADDRESS (1) TO SRT-NAME.
046100     MOVE 'N' TO SRT-CLOSED-SW.
046200     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
046300     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
046400     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
046500         MOVE 'Y' TO SRT-CLOSED-SW.
046600     MOVE ZERO TO SRT-AVG-BAL SRT-DAYS.
046700     MOVE ZERO TO WS-GROSS-INT WS-FEES-DUE WS-FEES-NETTED.
046800     IF  WMS-MTD-AGGR-DAYS GREATER THAN ZERO
046900         MOVE WMS-MTD-AGGR-DAYS TO SRT-DAYS
047000         COMPUTE SRT-AVG-BAL ROUNDED =
047100             WMS-MTD-AGGR-COLL / WMS-MTD-AGGR-DAYS.
047200     IF  WMS-MTD-AGGR-COLL GREATER THAN ZERO
047300         COMPUTE WS-GROSS-INT ROUNDED =
047400             WMS-MTD-AGGR-COLL * WS-COMP-RATE
047500                 / WS-RATE-DIVISOR.
047600     IF  WMS-MTD-ACCUM-SERV-CHG GREATER THAN ZERO
047700         MOVE WMS-MTD-ACCUM-SERV-CHG TO WS-FEES-DUE.
047800     IF  IOP-88-NET-FEES
047900         PERFORM 2200-NET-FEES THRU 2200-EXIT.
048000     MOVE WS-GROSS-INT   TO SRT-GROSS-INT.
048100     MOVE WS-FEES-NETTED TO SRT-FEES-NETTED.
048200     COMPUTE SRT-FEES-LEFT = WS-FEES-DUE - WS-FEES-NETTED.
048300     COMPUTE SRT-NET-INT = WS-GROSS-INT - WS-FEES-NETTED.
048400     IF  SRT-CLOSED-SW EQUAL 'Y'
048500     AND WS-GROSS-INT NOT GREATER THAN ZERO
048600         GO TO 2100-EXIT.
048700     RELEASE IOLTA-SORT-RECORD.
048800 2100-EXIT. EXIT.
048900 2150-TEST-IOLTA.
049000     IF  WS-IOLTA-CODES (WS-SUB:1) NOT EQUAL SPACE
049100     AND WS-IOLTA-CODES (WS-SUB:1) EQUAL WMS-TRUST-CODE
049200         MOVE 'Y' TO WS-IOLTA-SW.
049300 2150-EXIT. EXIT.
049400*----------------------------------------------------------------*
049500*    2200-NET-FEES - THE CHARGE NETTED IS THE MONTH'S SERVICE    *
049600*    CHARGE, CAPPED BY THE PARAMETER CARD (ZERO IS NO CAP) AND   *
049700*    BY THE INTEREST EARNED.                                     *
049800*----------------------------------------------------------------*
049900 2200-NET-FEES.
050000     MOVE WS-FEES-DUE TO WS-FEES-NETTED.
050100     IF  WS-FEE-CAP GREATER THAN ZERO
050200     AND WS-FEES-NETTED GREATER THAN WS-FEE-CAP
050300         MOVE WS-FEE-CAP TO WS-FEES-NETTED.
050400     IF  WS-FEES-NETTED GREATER THAN WS-GROSS-INT
050500         MOVE WS-GROSS-INT TO WS-FEES-NETTED.
050600 2200-EXIT. EXIT.
050700     EJECT
050800*----------------------------------------------------------------*
050900*    3000-REMIT-INTEREST - SORT OUTPUT PROCEDURE.  EACH TRUST    *
051000*    ACCOUNT GOES TO THE REMITTANCE FILE AND THE CONTROL REPORT, *
051100*    AND THE ATTORNEY'S REMITTANCE REPORT IS BUILT ONE TAX ID AT *
051200*    A TIME.                                                     *
051300*----------------------------------------------------------------*
051400 3000-REMIT-INTEREST.
051500     MOVE 'N' TO WS-SORT-EOF-SW.
051600     MOVE HIGH-VALUES TO WS-PREV-TAX-ID.
051700     PERFORM 3100-RETURN-TRUST THRU 3100-EXIT
051800         UNTIL WS-88-SORT-EOF.
051900     IF  WS-PREV-TAX-ID NOT EQUAL HIGH-VALUES
052000         PERFORM 3400-ATTORNEY-TOTAL THRU 3400-EXIT.
052100 3000-EXIT. EXIT.
052200 3100-RETURN-TRUST.
052300     RETURN IOLTA-SORT-FILE
052400         AT END MOVE 'Y' TO WS-SORT-EOF-SW
052500                GO TO 3100-EXIT.
052600     IF  SRT-TAX-ID NOT EQUAL WS-PREV-TAX-ID
052700         IF  WS-PREV-TAX-ID NOT EQUAL HIGH-VALUES
052800             PERFORM 3400-ATTORNEY-TOTAL THRU 3400-EXIT
052900             PERFORM 3300-ATTORNEY-HEADING THRU 3300-EXIT
053000         ELSE
053100             PERFORM 3300-ATTORNEY-HEADING THRU 3300-EXIT.
053200     ADD SRT-GROSS-INT   TO WS-TOT-GROSS-INT WS-ATY-GROSS.
053300     ADD SRT-FEES-NETTED TO WS-TOT-FEES-NETTED WS-ATY-FEES.
053400     ADD SRT-FEES-LEFT   TO WS-TOT-FEES-LEFT.
053500     ADD SRT-NET-INT     TO WS-TOT-NET-INT WS-ATY-NET.
053600     ADD 1 TO WS-ATY-ACCT-CNT.
053700     MOVE SPACES TO REMITTANCE-RECORD.
053800     MOVE 'D'             TO RMT-REC-TYPE.
053900     MOVE SRT-ACCOUNT     TO RMD-ACCOUNT.
054000     MOVE SRT-TAX-ID      TO RMD-TAX-ID.
054100     MOVE SRT-NAME        TO RMD-NAME.
054200     MOVE ZERO            TO RMD-AVG-BAL.
054300     IF  SRT-AVG-BAL GREATER THAN ZERO
054400         MOVE SRT-AVG-BAL TO RMD-AVG-BAL.
054500     MOVE SRT-DAYS        TO RMD-DAYS.
054600     MOVE SRT-GROSS-INT   TO RMD-GROSS-INT.
054700     MOVE SRT-FEES-NETTED TO RMD-FEES-NETTED.
054800     MOVE SRT-NET-INT     TO RMD-NET-INT.
054900     WRITE REMITTANCE-RECORD.
055000     ADD 1 TO WS-TOT-REMIT-RECS.
055100     MOVE SPACES TO WS-DETAIL-LINE.
055200     MOVE SRT-TAX-ID      TO DTL-TAX-ID.
055300     MOVE SRT-ACCOUNT     TO DTL-ACCOUNT.
055400     MOVE SRT-NAME        TO DTL-NAME.
055500     MOVE SRT-AVG-BAL     TO DTL-AVG-BAL.
055600     MOVE SRT-GROSS-INT   TO DTL-GROSS-INT.
055700     MOVE SRT-FEES-NETTED TO DTL-FEES-NETTED.
055800     MOVE SRT-NET-INT     TO DTL-NET-INT.
055900     IF  SRT-GROSS-INT NOT GREATER THAN ZERO
056000         ADD 1 TO WS-TOT-NO-INTEREST
056100         MOVE 'NO INTEREST' TO DTL-NOTE.
056200     IF  SRT-FEES-LEFT GREATER THAN ZERO
056300         ADD 1 TO WS-TOT-FEES-LEFT-CNT
056400         MOVE 'CHARGE NOT NETTED' TO DTL-NOTE.
056500     IF  SRT-CLOSED-SW EQUAL 'Y'
056600         MOVE 'CLOSED IN MONTH' TO DTL-NOTE.
056700     MOVE SPACES TO IOL-RPT-LINE.
056800     MOVE WS-DETAIL-LINE TO IOL-RPT-LINE.
056900     WRITE IOL-RPT-LINE.
057000     MOVE SPACES TO WS-ATY-LINE.
057100     MOVE SRT-ACCOUNT     TO ATY-ACCOUNT.
057200     MOVE ZERO            TO ATY-AVG-BAL.
057300     IF  SRT-AVG-BAL GREATER THAN ZERO
057400         MOVE SRT-AVG-BAL TO ATY-AVG-BAL.
057500     MOVE SRT-DAYS        TO ATY-DAYS.
057600     MOVE SRT-GROSS-INT   TO ATY-GROSS-INT.
057700     MOVE SRT-FEES-NETTED TO ATY-FEES-NETTED.
057800     MOVE SRT-NET-INT     TO ATY-NET-INT.
057900     MOVE SPACES TO ATTORNEY-RPT-LINE.
058000     MOVE WS-ATY-LINE TO ATTORNEY-RPT-LINE.
058100     WRITE ATTORNEY-RPT-LINE.
058200 3100-EXIT. EXIT.
058300     EJECT
058400*----------------------------------------------------------------*
058500*    3300-ATTORNEY-HEADING - START OF A TAX ID ON THE ATTORNEY   *
058600*    REMITTANCE REPORT: PERIOD, ATTORNEY NAME FROM THE FIRST     *
058700*    TRUST ACCOUNT, TAX ID AND THE FOUNDATION RECEIVING THE      *
058800*    INTEREST.                                                   *
058900*----------------------------------------------------------------*
059000 3300-ATTORNEY-HEADING.
059100     ADD 1 TO WS-TOT-ATTORNEYS.
059200     MOVE SRT-TAX-ID TO WS-PREV-TAX-ID.
059300     MOVE ZERO TO WS-ATY-ACCT-CNT WS-ATY-GROSS WS-ATY-FEES
059400                  WS-ATY-NET.
059500     WRITE ATTORNEY-RPT-LINE FROM WS-BLANK-LINE.
059600     MOVE SPACES TO ATTORNEY-RPT-LINE.
059700     MOVE WS-ATY-TITLE TO ATTORNEY-RPT-LINE.
059800     WRITE ATTORNEY-RPT-LINE.
059900     WRITE ATTORNEY-RPT-LINE FROM WS-BLANK-LINE.
060000     MOVE SRT-NAME TO ATX-TEXT.
060100     PERFORM 3500-ATTORNEY-TEXT THRU 3500-EXIT.
060200     MOVE SPACES TO ATX-TEXT.
060300     STRING 'TAX ID ' SRT-TAX-ID
060400         DELIMITED BY SIZE INTO ATX-TEXT.
060500     PERFORM 3500-ATTORNEY-TEXT THRU 3500-EXIT.
060600     MOVE SPACES TO ATX-TEXT.
060700     STRING 'INTEREST ON THESE IOLTA ACCOUNTS IS REMITTED TO '
060800            WS-FOUNDATION-NAME
060900         DELIMITED BY SIZE INTO ATX-TEXT.
061000     PERFORM 3500-ATTORNEY-TEXT THRU 3500-EXIT.
061100     WRITE ATTORNEY-RPT-LINE FROM WS-BLANK-LINE.
061200     MOVE SPACES TO ATTORNEY-RPT-LINE.
061300     MOVE WS-ATY-HEAD TO ATTORNEY-RPT-LINE.
061400     WRITE ATTORNEY-RPT-LINE.
061500 3300-EXIT. EXIT.
061600 3400-ATTORNEY-TOTAL.
061700     MOVE SPACES TO WS-ATY-LINE.
061800     MOVE 'TOTAL REMITTED' TO ATY-ACCOUNT.
061900     MOVE WS-ATY-GROSS TO ATY-GROSS-INT.
062000     MOVE WS-ATY-FEES  TO ATY-FEES-NETTED.
062100     MOVE WS-ATY-NET   TO ATY-NET-INT.
062200     MOVE SPACES TO ATTORNEY-RPT-LINE.
062300     MOVE WS-ATY-LINE TO ATTORNEY-RPT-LINE.
062400     WRITE ATTORNEY-RPT-LINE.
062500 3400-EXIT. EXIT.
062600 3500-ATTORNEY-TEXT.
062700     MOVE SPACES TO ATTORNEY-RPT-LINE.
062800     MOVE WS-ATY-TEXT-LINE TO ATTORNEY-RPT-LINE.
062900     WRITE ATTORNEY-RPT-LINE.
063000 3500-EXIT. EXIT.
063100     EJECT
063200*----------------------------------------------------------------*
063300*    4000-SWEEP-NET - THE REMITTANCE TRAILER, THE ONE CREDIT OF  *
063400*    THE NET INTEREST TO THE FOUNDATION'S ACCOUNT AND THE GL     *
063500*    ENTRY FOR THE MONTH.                                        *
063600*----------------------------------------------------------------*
063700 4000-SWEEP-NET.
063800     MOVE SPACES TO REMITTANCE-RECORD.
063900     MOVE 'T'                TO RMT-REC-TYPE.
064000     COMPUTE RMT-ACCT-COUNT = WS-TOT-REMIT-RECS - 1.
064100     MOVE WS-TOT-GROSS-INT   TO RMT-GROSS-INT.
064200     MOVE WS-TOT-FEES-NETTED TO RMT-FEES-NETTED.
064300     MOVE WS-TOT-NET-INT     TO RMT-NET-INT.
064400     WRITE REMITTANCE-RECORD.
064500     ADD 1 TO WS-TOT-REMIT-RECS.
064600     IF  WS-TOT-GROSS-INT NOT GREATER THAN ZERO
064700         GO TO 4000-EXIT.
064800     IF  WS-TOT-NET-INT GREATER THAN ZERO
064900         PERFORM 4100-WRITE-POSTING THRU 4100-EXIT.
065000     MOVE SPACES TO GL-EXTRACT-RECORD.
065100     MOVE ZERO TO GL-REC-LENGTH GL-REC-LNGTH GL-CURR-NO.
065200     MOVE 'IM'         TO GL-APPL-ID.
065300     MOVE 'IOLTAREM'   TO GL-APPL-GL-KEY.
065400     MOVE WS-FOUNDATION-ACCT TO GL-ORIG-ACCT.
065500     MOVE 'IOLTAINT'   TO GL-RECAP-CODE (1).
065600     MOVE WS-TOT-GROSS-INT TO GL-RECAP-AMT (1).
065700     MOVE 'IOLTACLR'   TO GL-RECAP-CODE (2).
065800     COMPUTE GL-RECAP-AMT (2) = ZERO - WS-TOT-NET-INT.
065900     MOVE 'IOLTAFEE'   TO GL-RECAP-CODE (3).
066000     COMPUTE GL-RECAP-AMT (3) = ZERO - WS-TOT-FEES-NETTED.
066100     WRITE GL-EXTRACT-RECORD.
066200 4000-EXIT. EXIT.
066300 4100-WRITE-POSTING.
066400     MOVE LOW-VALUES TO TRAN-FILE.
066500     MOVE WS-FOUNDATION-ACCT TO TR-KEY.
066600     MOVE ZERO TO TR-NO-AMT.
066700     MOVE 'IO' TO TR-SOURCE.
066800     MOVE ZERO TO TR-BATCH.
066900     ADD 1 TO WS-TOT-POSTINGS.
067000     MOVE WS-TOT-POSTINGS TO TR-SEQ.
067100     MOVE SPACES TO TR-SOURCE-MISC1.
067200     MOVE WS-TOT-NET-INT TO TR-AMOUNT.
067300     MOVE WS-CREDIT-TRAN-CODE TO TR-TRAN-CODE.
067400     MOVE '2' TO TR-TRAN-TYPE.
067500     MOVE 'IOLTA INTEREST REMIT' TO TR-SOURCE-MISC1.
067600     ADD TR-AMOUNT TO WS-TOT-POSTED-AMT.
067700     WRITE TRAN-FILE.
067800 4100-EXIT. EXIT.
067900     EJECT
068000 7100-PRINT-SECTION.
068100     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
068200     MOVE SPACES TO IOL-RPT-LINE.
068300     MOVE WS-SECTION-LINE TO IOL-RPT-LINE.
068400     WRITE IOL-RPT-LINE.
068500     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
068600 7100-EXIT. EXIT.
068700 7200-PRINT-PARM.
068800     MOVE SPACES TO IOL-RPT-LINE.
068900     MOVE WS-PARM-LINE TO IOL-RPT-LINE.
069000     WRITE IOL-RPT-LINE.
069100 7200-EXIT. EXIT.
069200 7900-EDIT-DATE.
069300     MOVE SPACES TO WS-EDIT-DATE.
069400     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
069500         DELIMITED BY SIZE INTO WS-EDIT-DATE.
069600 7900-EXIT. EXIT.
069700     EJECT
069800*----------------------------------------------------------------*
069900*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS AND CLOSES.      *
070000*----------------------------------------------------------------*
070100 9000-TERMINATE.
070200     WRITE IOL-RPT-LINE FROM WS-BLANK-LINE.
070300     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
070400     MOVE WS-TOT-ACCTS-READ TO SUM-COUNT.
070500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070600     MOVE 'IOLTA TRUST ACCOUNTS              ' TO SUM-LIT.
070700     MOVE WS-TOT-TRUST-ACCTS TO SUM-COUNT.
070800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070900     MOVE 'TRUST ACCOUNTS EARNING NO INTEREST' TO SUM-LIT.
071000     MOVE WS-TOT-NO-INTEREST TO SUM-COUNT.
071100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071200     MOVE 'CHARGES NOT FULLY NETTED          ' TO SUM-LIT.
071300     MOVE WS-TOT-FEES-LEFT-CNT TO SUM-COUNT.
071400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071500     MOVE 'ATTORNEYS REPORTED                ' TO SUM-LIT.
071600     MOVE WS-TOT-ATTORNEYS TO SUM-COUNT.
071700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071800     MOVE 'REMITTANCE RECORDS WRITTEN        ' TO SUM-LIT.
071900     MOVE WS-TOT-REMIT-RECS TO SUM-COUNT.
072000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072100     MOVE 'FOUNDATION CREDITS WRITTEN        ' TO SUM-LIT.
072200     MOVE WS-TOT-POSTINGS TO SUM-COUNT.
072300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072400     MOVE 'GROSS IOLTA INTEREST              ' TO SUMA-LIT.
072500     MOVE WS-TOT-GROSS-INT TO SUMA-AMT.
072600     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
072700     MOVE 'SERVICE CHARGES NETTED            ' TO SUMA-LIT.
072800     MOVE WS-TOT-FEES-NETTED TO SUMA-AMT.
072900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
073000     MOVE 'SERVICE CHARGES LEFT TO ATTORNEYS ' TO SUMA-LIT.
073100     MOVE WS-TOT-FEES-LEFT TO SUMA-AMT.
073200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
073300     MOVE 'NET INTEREST REMITTED             ' TO SUMA-LIT.
073400     MOVE WS-TOT-NET-INT TO SUMA-AMT.
073500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
073600     IF  WS-88-PARM-ERROR
073700         GO TO 9000-CLOSE.
073800     MOVE 'W' TO MRQ-FUNCTION.
073900     MOVE 'IMIOLRMT' TO MRQ-FILE-ID.
074000     MOVE WS-TOT-REMIT-RECS TO MRQ-RECORD-COUNT.
074100     MOVE WS-TOT-NET-INT TO MRQ-AMOUNT-HASH.
074200     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
074300     MOVE 'W' TO MRQ-FUNCTION.
074400     MOVE 'IMIOLTRN' TO MRQ-FILE-ID.
074500     MOVE WS-TOT-POSTINGS TO MRQ-RECORD-COUNT.
074600     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
074700     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
074800 9000-CLOSE.
074900     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
075000     MOVE -1   TO I-O-SEND-CODE.
075100     CALL 'IMACTM' USING I-O-CONTROL-AREA
075200                         MASTER-AREA
075300                         SI-ENVIRONMENT-AREA.
075400     CLOSE REMITTANCE-FILE.
075500     CLOSE TRAN-POSTING-OUT.
075600     CLOSE IOL-GL-EXTRACT.
075700     CLOSE ATTORNEY-RPT.
075800     CLOSE IOL-RPT.
075900 9000-EXIT. EXIT.
076000 9100-PRINT-SUMMARY.
076100     MOVE SPACES TO IOL-RPT-LINE.
076200     MOVE WS-SUMMARY-LINE TO IOL-RPT-LINE.
076300     WRITE IOL-RPT-LINE.
076400 9100-EXIT. EXIT.
076500 9200-PRINT-AMOUNT.
076600     MOVE SPACES TO IOL-RPT-LINE.
076700     MOVE WS-SUMMARY-AMT-LINE TO IOL-RPT-LINE.
076800     WRITE IOL-RPT-LINE.
076900 9200-EXIT. EXIT.
