*     * GN6204 * 10/03/26 JCTE ACH DEBIT FILTER AND BLOCK
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMACHFLT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/03/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMACHFLT KEEPS THE ACH DEBIT FILTER MASTER (IMWSACFL IN,    *
000900*    IMWSACFN OUT) AND APPLIES IT IN THE POSTING EDIT.  AN       *
001000*    ACCOUNT UNDER FILTERING CARRIES AN ACCOUNT CONTROL RECORD   *
001100*    THAT EITHER BLOCKS EVERY ACH DEBIT OR ALLOWS ONLY THE       *
001200*    ORIGINATOR COMPANY IDS LISTED UNDER IT, EACH WITH AN        *
001300*    OPTIONAL MAXIMUM AMOUNT PER ITEM.  MAINTENANCE CARDS        *
001400*    (IMACFMNT) ARE APPLIED UNDER EDIT AND THE FULL MASTER IS    *
001450*    PRINTED AS THE PROOF.  A FILTER MASTER LARGER THAN THE      *
001500*    TABLE STOPS THE RUN WITH RETURN CODE 16 - NOTHING IS        *
001550*    WRITTEN OR SCREENED AGAINST A PARTIAL MASTER.               *
001600*----------------------------------------------------------------*
001700*    THE NIGHT'S TRAN-FILE IS THEN SCREENED.  AN ACH DEBIT TO A  *
001800*    FILTERED ACCOUNT FROM AN ORIGINATOR NOT LISTED, OR OVER THE *
001900*    ORIGINATOR'S MAXIMUM, OR TO A BLOCKED ACCOUNT, IS HELD OUT  *
002000*    OF POSTING.  ACCORDING TO THE ACCOUNT'S OPTION IT IS        *
002100*    RETURNED THE SAME NIGHT WITH THE UNAUTHORIZED-DEBIT REASON  *
002200*    ON THE PARAMETER CARD (IMACFRTN), OR TAGGED 'AF1' AND SENT  *
002300*    TO IMRTNDEC (IMACFDEC, CONCATENATED INTO IMNSFRTN) WITH A   *
002400*    DECISION REQUEST TO THE CUSTOMER (IMACFCUS).  ALL OTHER     *
002500*    ITEMS PASS TO IMWSTRNO UNCHANGED.  AN 'AF1' ITEM THE        *
002600*    CUSTOMER ELECTED TO PAY COMES BACK THROUGH THE REPOST AND   *
002700*    IS PASSED WITHOUT BEING SCREENED AGAIN.                     *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 10/03/26 JCTE NEW PROGRAM - ACH DEBIT FILTER MASTER    GN6204 *
003300*                MAINTENANCE AND POSTING-EDIT SCREEN            *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT AFP-PARM-FILE     ASSIGN TO "IMACFPRM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL ACF-MASTER-IN ASSIGN TO "IMWSACFL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ACF-FILE-STATUS.
004300     SELECT OPTIONAL ACF-MAINT-FILE ASSIGN TO "IMACFMNT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-MNT-FILE-STATUS.
004600     SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "IMWSTRAN"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-TRN-FILE-STATUS.
004900     SELECT ACF-MASTER-OUT    ASSIGN TO "IMWSACFN"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT ACF-SORT-FILE     ASSIGN TO "IMACFSRT".
005200     SELECT TRAN-CLEAN-OUT    ASSIGN TO "IMWSTRNO"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT ACH-RETURN-OUT    ASSIGN TO "IMACFRTN"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT DECISION-ITEM-OUT ASSIGN TO "IMACFDEC"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT CUST-REQUEST-OUT  ASSIGN TO "IMACFCUS"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT ACF-RPT           ASSIGN TO "IMACFRPT"
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  AFP-PARM-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  AFP-PARM-RECORD.
006700     03  AFP-RUN-DATE                PIC 9(6).
006800     03  AFP-RETURN-REASON           PIC X(3).
006900     03  FILLER                      PIC X(71).
007000 FD  ACF-MASTER-IN.
007100     COPY IMWSACFL.
007200 FD  ACF-MAINT-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  ACF-MAINT-RECORD.
007500     03  AFM-FUNCTION                PIC X.
007600         88  AFM-88-ACCOUNT-ADD      VALUE 'A'.
007700         88  AFM-88-ACCOUNT-REMOVE   VALUE 'X'.
007800         88  AFM-88-ORIG-ADD         VALUE 'O'.
007900         88  AFM-88-ORIG-DELETE      VALUE 'D'.
008000     03  AFM-ACCOUNT                 PIC X(22).
008100     03  AFM-COMPANY-ID              PIC X(10).
008200     03  AFM-FILTER-TYPE             PIC X.
008300         88  AFM-88-VALID-TYPE       VALUE 'B' 'F'.
008400     03  AFM-UNAUTH-ACTION           PIC X.
008500         88  AFM-88-VALID-ACTION     VALUE 'R' 'D'.
008600     03  AFM-MAX-AMOUNT              PIC 9(9)V99.
008700     03  AFM-MAX-AMOUNT-X REDEFINES AFM-MAX-AMOUNT
008800                                     PIC X(11).
008900     03  AFM-COMPANY-NAME            PIC X(16).
009000     03  AFM-OPER-ID                 PIC X(5).
009100     03  FILLER                      PIC X(13).
009200 FD  TRANSACTION-FILE.
009300     COPY IMWSTRAN.
009400 FD  ACF-MASTER-OUT
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  ACF-MASTER-OUT-REC              PIC X(80).
009700 SD  ACF-SORT-FILE.
009800 01  ACF-SORT-RECORD.
009900     03  SRT-ACCOUNT                 PIC X(22).
010000     03  SRT-COMPANY-ID              PIC X(10).
010100     03  FILLER                      PIC X(48).
010200 FD  TRAN-CLEAN-OUT
010300     RECORD CONTAINS 3103 CHARACTERS.
010400 01  TRAN-CLEAN-OUT-RECORD           PIC X(3103).
010500 FD  ACH-RETURN-OUT.
010600     COPY IMWSACRO.
010700 FD  DECISION-ITEM-OUT
010800     RECORD CONTAINS 3103 CHARACTERS.
010900 01  DECISION-ITEM-RECORD            PIC X(3103).
011000 FD  CUST-REQUEST-OUT
011100     RECORD CONTAINS 120 CHARACTERS.
011200 01  CUST-REQUEST-RECORD.
011300     03  ADR-ACCOUNT                 PIC X(22).
011400     03  ADR-TRACE                   PIC 9(7).
011500     03  ADR-COMPANY-ID              PIC X(10).
011600     03  ADR-COMPANY-NAME            PIC X(16).
011700     03  ADR-ENTRY-DESC              PIC X(10).
011800     03  ADR-AMOUNT                  PIC 9(11)V99.
011900     03  ADR-ENTRY-DATE              PIC X(6).
012000     03  ADR-REASON                  PIC X(24).
012100     03  ADR-RUN-DATE                PIC 9(6).
012200     03  FILLER                      PIC X(6).
012300 FD  ACF-RPT
012400     RECORD CONTAINS 133 CHARACTERS.
012500 01  ACF-RPT-LINE                    PIC X(133).
012600 WORKING-STORAGE SECTION.
012700 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMACHFLT'.
012800 77  WS-FILTER-REJ-RESN              PIC X(3)    VALUE 'AF1'.
012900 77  WS-ACF-MAX                      PIC S9(5)   COMP VALUE +5000.
013000 77  WS-ACF-FILE-STATUS              PIC X(2)    VALUE SPACES.
013100     88  WS-88-ACF-NOT-FOUND         VALUE '05' '35'.
013200 77  WS-MNT-FILE-STATUS              PIC X(2)    VALUE SPACES.
013300     88  WS-88-MNT-NOT-FOUND         VALUE '05' '35'.
013400 77  WS-TRN-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500     88  WS-88-TRN-NOT-FOUND         VALUE '05' '35'.
013600 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
013700 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013800 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
013900     03  WS-WORK-YR                  PIC 99.
014000     03  WS-WORK-MO                  PIC 99.
014100     03  WS-WORK-DA                  PIC 99.
014200 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014300 01  WS-RETURN-REASON                PIC X(3)    VALUE 'R29'.
014400 01  WS-SWITCHES.
014500     03  WS-ACF-EOF-SW               PIC X(1)    VALUE 'N'.
014600         88  WS-88-ACF-EOF           VALUE 'Y'.
014700     03  WS-MNT-EOF-SW               PIC X(1)    VALUE 'N'.
014800         88  WS-88-MNT-EOF           VALUE 'Y'.
014900     03  WS-TRAN-EOF-SW              PIC X(1)    VALUE 'N'.
015000         88  WS-88-TRAN-EOF          VALUE 'Y'.
015100     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
015200         88  WS-88-SORT-EOF          VALUE 'Y'.
015300     03  WS-ENTRY-FOUND-SW           PIC X(1)    VALUE 'N'.
015400         88  WS-88-ENTRY-FOUND       VALUE 'Y'.
015425     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
015450         88  WS-88-TABLE-FULL        VALUE 'Y'.
015500 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
015600 01  WS-ACF-SUB                      PIC S9(5)   COMP VALUE 0.
015700 01  WS-ACF-COUNT                    PIC S9(5)   COMP VALUE 0.
015800 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
015900 01  WS-SEARCH-COMPANY-ID            PIC X(10)   VALUE SPACES.
016000 01  WS-UNAUTH-ACTION                PIC X       VALUE SPACE.
016100 01  WS-UNAUTH-REASON                PIC X(24)   VALUE SPACES.
016200     EJECT
016300*----------------------------------------------------------------*
016400*    THE FILTER MASTER, HELD FOR THE RUN.  THE ENTRY LAYOUT IS   *
016500*    IMWSACFL FIELD FOR FIELD WITH AN ENTRY STATUS IN PLACE OF   *
016600*    THE FILLER ('A' ACTIVE, 'D' DELETED BY MAINTENANCE).        *
016700*----------------------------------------------------------------*
016800 01  WS-ACF-TABLE.
016900     03  WS-ACF-ENTRY OCCURS 5000 TIMES
017000                      INDEXED BY AFX.
017100         05  WS-ACF-ACCOUNT          PIC X(22).
017200         05  WS-ACF-COMPANY-ID       PIC X(10).
017300         05  WS-ACF-FILTER-TYPE      PIC X.
017400         05  WS-ACF-UNAUTH-ACTION    PIC X.
017500         05  WS-ACF-MAX-AMOUNT       PIC 9(9)V99.
017600         05  WS-ACF-COMPANY-NAME     PIC X(16).
017700         05  WS-ACF-DATE-ADDED       PIC 9(6).
017800         05  WS-ACF-DATE-CHANGED     PIC 9(6).
017900         05  WS-ACF-OPER-ID          PIC X(5).
018000         05  WS-ACF-STATUS           PIC X.
018100         05  FILLER                  PIC X.
018200     EJECT
018300 01  WS-TOTALS.
018400     03  WS-TOT-RECORDS-IN           PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-RECORDS-OUT          PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-ACCOUNTS-OUT         PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-MAINT-APPLIED        PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-MAINT-REJECTED       PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-ITEMS-READ           PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-ACH-DEBITS           PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-FILTERED-ACCT        PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-AUTHORIZED           PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-CUST-PAID            PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-RETURNED             PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-SENT-DECISION        PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-PASSED               PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-RETURNED-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
019800     03  WS-TOT-DECISION-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
019900     EJECT
020000 01  WS-REPORT-TITLE.
020100     03  FILLER                      PIC X(48)   VALUE
020200         'IMACHFLT - ACH DEBIT FILTER PROOF AND SCREEN    '.
020300     03  FILLER                      PIC X(9)    VALUE
020400         'RUN DATE '.
020500     03  TTL-RUN-DATE                PIC X(8).
020600     03  FILLER                      PIC X(68)   VALUE SPACES.
020700 01  WS-SECTION-LINE.
020800     03  FILLER                      PIC X(4)    VALUE SPACES.
020900     03  SEC-TITLE                   PIC X(40).
021000     03  FILLER                      PIC X(89)   VALUE SPACES.
021100 01  WS-MASTER-HEAD.
021200     03  FILLER                      PIC X(4)    VALUE SPACES.
021300     03  FILLER                      PIC X(50)   VALUE
021400         'ACCOUNT                 COMPANY ID  COMPANY NAME  '.
021500     03  FILLER                      PIC X(50)   VALUE
021600         '    FILTER  UNAUTH         MAXIMUM  OPER   DISPOSI'.
021700     03  FILLER                      PIC X(29)   VALUE
021800         'TION                         '.
021900 01  WS-DETAIL-LINE.
022000     03  FILLER                      PIC X(4)    VALUE SPACES.
022100     03  DTL-ACCOUNT                 PIC X(22).
022200     03  FILLER                      PIC X(2)    VALUE SPACES.
022300     03  DTL-COMPANY-ID              PIC X(10).
022400     03  FILLER                      PIC X(2)    VALUE SPACES.
022500     03  DTL-COMPANY-NAME            PIC X(16).
022600     03  FILLER                      PIC X(2)    VALUE SPACES.
022700     03  DTL-FILTER-TYPE             PIC X(6).
022800     03  FILLER                      PIC X(2)    VALUE SPACES.
022900     03  DTL-UNAUTH-ACTION           PIC X(6).
023000     03  FILLER                      PIC X(2)    VALUE SPACES.
023100     03  DTL-MAX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99
023200                                     BLANK WHEN ZERO.
023300     03  FILLER                      PIC X(2)    VALUE SPACES.
023400     03  DTL-OPER-ID                 PIC X(5).
023500     03  FILLER                      PIC X(2)    VALUE SPACES.
023600     03  DTL-DISPOSITION             PIC X(30).
023700     03  FILLER                      PIC X(6)    VALUE SPACES.
023800 01  WS-FILTER-HEAD.
023900     03  FILLER                      PIC X(4)    VALUE SPACES.
024000     03  FILLER                      PIC X(50)   VALUE
024100         'ACCOUNT                 COMPANY ID  COMPANY NAME  '.
024200     03  FILLER                      PIC X(50)   VALUE
024300         '    TRACE NUMBER            AMOUNT  DISPOSITION   '.
024400     03  FILLER                      PIC X(29)   VALUE SPACES.
024500 01  WS-FILTER-LINE.
024600     03  FILLER                      PIC X(4)    VALUE SPACES.
024700     03  FLT-ACCOUNT                 PIC X(22).
024800     03  FILLER                      PIC X(2)    VALUE SPACES.
024900     03  FLT-COMPANY-ID              PIC X(10).
025000     03  FILLER                      PIC X(2)    VALUE SPACES.
025100     03  FLT-COMPANY-NAME            PIC X(16).
025200     03  FILLER                      PIC X(2)    VALUE SPACES.
025300     03  FLT-TRACE                   PIC 9(15).
025400     03  FILLER                      PIC X(2)    VALUE SPACES.
025500     03  FLT-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
025600     03  FILLER                      PIC X(2)    VALUE SPACES.
025700     03  FLT-DISPOSITION             PIC X(42).
025800     03  FILLER                      PIC X(1)    VALUE SPACES.
025900 01  WS-SUMMARY-LINE.
026000     03  FILLER                      PIC X(4)    VALUE SPACES.
026100     03  SUM-LIT                     PIC X(34).
026200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
026300     03  FILLER                      PIC X(88)   VALUE SPACES.
026400 01  WS-SUMMARY-AMT-LINE.
026500     03  FILLER                      PIC X(4)    VALUE SPACES.
026600     03  SUMA-LIT                    PIC X(34).
026700     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
026800     03  FILLER                      PIC X(79)   VALUE SPACES.
026900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027000     EJECT
027100 LINKAGE SECTION.
027200     COPY SIWSCNTL.
027300     EJECT
027400     COPY IMAWKMST.
027500     EJECT
027600     COPY IMWSENVO.
027700     EJECT
027800 PROCEDURE DIVISION.
027900*----------------------------------------------------------------*
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028200     PERFORM 1200-LOAD-MASTER     THRU 1200-EXIT
028300         UNTIL WS-88-ACF-EOF.
028325     IF  WS-88-TABLE-FULL
028350         GO TO 0000-FINISH.
028400     MOVE 'MAINTENANCE APPLIED' TO SEC-TITLE.
028500     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
028600     PERFORM 2000-PROCESS-MAINT   THRU 2000-EXIT
028700         UNTIL WS-88-MNT-EOF.
028800     MOVE 'FILTER MASTER AFTER MAINTENANCE' TO SEC-TITLE.
028900     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
029000     SORT ACF-SORT-FILE
029100         ON ASCENDING KEY SRT-ACCOUNT SRT-COMPANY-ID
029200         INPUT PROCEDURE IS 3000-RELEASE-MASTER
029300         OUTPUT PROCEDURE IS 3500-PROOF-MASTER.
029400     MOVE 'ACH DEBITS HELD OUT OF POSTING' TO SEC-TITLE.
029500     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
029600     MOVE SPACES TO ACF-RPT-LINE.
029700     MOVE WS-FILTER-HEAD TO ACF-RPT-LINE.
029800     WRITE ACF-RPT-LINE.
029900     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
030000     PERFORM 4000-SCREEN-POSTINGS THRU 4000-EXIT
030100         UNTIL WS-88-TRAN-EOF.
030150 0000-FINISH.
030200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030225     IF  WS-88-TABLE-FULL
030250         MOVE 16 TO RETURN-CODE.
030300     GOBACK.
030400     EJECT
030500 1000-INITIALIZE.
030600     OPEN INPUT AFP-PARM-FILE.
030700     READ AFP-PARM-FILE
030800         AT END MOVE SPACES TO AFP-PARM-RECORD.
030900     CLOSE AFP-PARM-FILE.
031000     IF  AFP-RUN-DATE NUMERIC
031100     AND AFP-RUN-DATE GREATER THAN ZERO
031200         MOVE AFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
031300     ELSE
031400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
031500     IF  AFP-RETURN-REASON NOT EQUAL SPACES
031600         MOVE AFP-RETURN-REASON TO WS-RETURN-REASON.
031700     OPEN INPUT  ACF-MASTER-IN.
031800     IF  WS-88-ACF-NOT-FOUND
031900         MOVE 'Y' TO WS-ACF-EOF-SW.
032000     OPEN INPUT  ACF-MAINT-FILE.
032100     IF  WS-88-MNT-NOT-FOUND
032200         MOVE 'Y' TO WS-MNT-EOF-SW.
032300     OPEN INPUT  TRANSACTION-FILE.
032400     IF  WS-88-TRN-NOT-FOUND
032500         MOVE 'Y' TO WS-TRAN-EOF-SW.
032600     OPEN OUTPUT TRAN-CLEAN-OUT.
032700     OPEN OUTPUT ACH-RETURN-OUT.
032800     OPEN OUTPUT DECISION-ITEM-OUT.
032900     OPEN OUTPUT CUST-REQUEST-OUT.
033000     OPEN OUTPUT ACF-RPT.
033100     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
033200     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
033300     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
033400     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
033500     MOVE SPACES TO ACF-RPT-LINE.
033600     MOVE WS-REPORT-TITLE TO ACF-RPT-LINE.
033700     WRITE ACF-RPT-LINE.
033800     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
033900     MOVE SPACES TO ACF-RPT-LINE.
034000     MOVE WS-MASTER-HEAD TO ACF-RPT-LINE.
034100     WRITE ACF-RPT-LINE.
034200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
034300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
034400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
034500     MOVE 'I' TO I-O-CONTROL-ACCESS.
034600     MOVE -1  TO I-O-SEND-CODE.
034700     CALL 'IMACTM' USING I-O-CONTROL-AREA
034800                         MASTER-AREA
034900                         SI-ENVIRONMENT-AREA.
035000 1000-EXIT. EXIT.
035100 1200-LOAD-MASTER.
035200     READ ACF-MASTER-IN
035300         AT END MOVE 'Y' TO WS-ACF-EOF-SW
035400                GO TO 1200-EXIT.
035500     IF  WS-ACF-COUNT NOT LESS THAN WS-ACF-MAX
035525         MOVE 'FILTER MASTER EXCEEDS TABLE - STOPPED' TO SEC-TITLE
035550         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
035575         MOVE 'Y' TO WS-TABLE-FULL-SW
035600         MOVE 'Y' TO WS-ACF-EOF-SW
035625         GO TO 1200-EXIT.
035700     ADD 1 TO WS-ACF-COUNT.
035800     ADD 1 TO WS-TOT-RECORDS-IN.
035900     SET AFX TO WS-ACF-COUNT.
036000     MOVE ACF-ACCOUNT       TO WS-ACF-ACCOUNT (AFX).
036100     MOVE ACF-COMPANY-ID    TO WS-ACF-COMPANY-ID (AFX).
036200     MOVE ACF-FILTER-TYPE   TO WS-ACF-FILTER-TYPE (AFX).
036300     MOVE ACF-UNAUTH-ACTION TO WS-ACF-UNAUTH-ACTION (AFX).
036400     MOVE ACF-MAX-AMOUNT    TO WS-ACF-MAX-AMOUNT (AFX).
036500     MOVE ACF-COMPANY-NAME  TO WS-ACF-COMPANY-NAME (AFX).
036600     MOVE ACF-DATE-ADDED    TO WS-ACF-DATE-ADDED (AFX).
036700     MOVE ACF-DATE-CHANGED  TO WS-ACF-DATE-CHANGED (AFX).
036800     MOVE ACF-OPER-ID       TO WS-ACF-OPER-ID (AFX).
036900     MOVE 'A'               TO WS-ACF-STATUS (AFX).
037000 1200-EXIT. EXIT.
037100     EJECT
037200*----------------------------------------------------------------*
037300*    2000-PROCESS-MAINT - ONE MAINTENANCE CARD UNDER EDIT.  'A'  *
037400*    ADDS OR CHANGES THE ACCOUNT CONTROL RECORD (THE ACCOUNT     *
037500*    MUST BE OPEN ON THE MASTER), 'X' TAKES THE ACCOUNT OFF      *
037600*    FILTERING WITH ALL ITS ORIGINATORS, 'O' ADDS OR CHANGES AN  *
037700*    AUTHORIZED ORIGINATOR UNDER AN ACCOUNT ALREADY FILTERED,    *
037800*    AND 'D' DELETES ONE.  EVERY CARD MUST CARRY THE OPERATOR    *
037900*    ID.                                                         *
038000*----------------------------------------------------------------*
038100 2000-PROCESS-MAINT.
038200     READ ACF-MAINT-FILE
038300         AT END MOVE 'Y' TO WS-MNT-EOF-SW
038400                GO TO 2000-EXIT.
038500     MOVE SPACES TO WS-DETAIL-LINE.
038600     MOVE AFM-ACCOUNT       TO DTL-ACCOUNT.
038700     MOVE AFM-COMPANY-ID    TO DTL-COMPANY-ID.
038800     MOVE AFM-COMPANY-NAME  TO DTL-COMPANY-NAME.
038900     MOVE AFM-FILTER-TYPE   TO DTL-FILTER-TYPE.
039000     MOVE AFM-UNAUTH-ACTION TO DTL-UNAUTH-ACTION.
039100     MOVE AFM-OPER-ID       TO DTL-OPER-ID.
039200     MOVE ZERO TO DTL-MAX-AMOUNT.
039300     IF  AFM-MAX-AMOUNT-X EQUAL SPACES
039400         MOVE ZERO TO AFM-MAX-AMOUNT.
039500     IF  AFM-MAX-AMOUNT NUMERIC
039600         MOVE AFM-MAX-AMOUNT TO DTL-MAX-AMOUNT.
039700     IF  AFM-OPER-ID EQUAL SPACES
039800         MOVE 'REJECTED - NO OPERATOR ID' TO DTL-DISPOSITION
039900         GO TO 2000-REJECT.
040000     IF  AFM-ACCOUNT EQUAL SPACES
040100         MOVE 'REJECTED - NO ACCOUNT' TO DTL-DISPOSITION
040200         GO TO 2000-REJECT.
040300     MOVE AFM-ACCOUNT TO WS-SEARCH-ACCOUNT.
040400     MOVE SPACES      TO WS-SEARCH-COMPANY-ID.
040500     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
040600     IF  AFM-88-ACCOUNT-ADD
040700         PERFORM 2100-ACCOUNT-ADD THRU 2100-EXIT
040800     ELSE
040900     IF  AFM-88-ACCOUNT-REMOVE
041000         PERFORM 2200-ACCOUNT-REMOVE THRU 2200-EXIT
041100     ELSE
041200     IF  AFM-88-ORIG-ADD
041300         PERFORM 2300-ORIG-ADD THRU 2300-EXIT
041400     ELSE
041500     IF  AFM-88-ORIG-DELETE
041600         PERFORM 2400-ORIG-DELETE THRU 2400-EXIT
041700     ELSE
041800         MOVE 'REJECTED - BAD FUNCTION' TO DTL-DISPOSITION.
041900     IF  DTL-DISPOSITION (1:8) EQUAL 'REJECTED'
042000         GO TO 2000-REJECT.
042100     ADD 1 TO WS-TOT-MAINT-APPLIED.
042200     GO TO 2000-PRINT.
042300 2000-REJECT.
042400     ADD 1 TO WS-TOT-MAINT-REJECTED.
042500 2000-PRINT.
042600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
042700 2000-EXIT. EXIT.
042800     EJECT
042900 2100-ACCOUNT-ADD.
043000     IF  NOT AFM-88-VALID-TYPE
043100         MOVE 'REJECTED - BAD FILTER TYPE' TO DTL-DISPOSITION
043200         GO TO 2100-EXIT.
043300     IF  NOT AFM-88-VALID-ACTION
043400         MOVE 'REJECTED - BAD UNAUTH ACTION' TO DTL-DISPOSITION
043500         GO TO 2100-EXIT.
043600     MOVE SPACES TO WMS-CONTROL-KEY.
043700     MOVE AFM-ACCOUNT TO WMS-CONTROL-KEY.
043800     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
043900     MOVE -1     TO I-O-SEND-CODE.
044000     CALL 'IMACTM' USING I-O-CONTROL-AREA
044100                         MASTER-AREA
044200                         SI-ENVIRONMENT-AREA.
044300     IF  NOT I-O-88-NORMAL-RET
044400         MOVE 'REJECTED - NOT ON MASTER' TO DTL-DISPOSITION
044500         GO TO 2100-EXIT.
044600     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
044700     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
044800     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
044900         MOVE 'REJECTED - ACCOUNT CLOSED' TO DTL-DISPOSITION
045000         GO TO 2100-EXIT.
045100     MOVE 'ACCOUNT FILTER CHANGED' TO DTL-DISPOSITION.
045200     IF  NOT WS-88-ENTRY-FOUND
045300         PERFORM 2800-NEW-ENTRY THRU 2800-EXIT
045400         IF  NOT WS-88-ENTRY-FOUND
045500             MOVE 'REJECTED - TABLE FULL' TO DTL-DISPOSITION
045600             GO TO 2100-EXIT
045700         ELSE
045800             MOVE 'ACCOUNT FILTER ADDED' TO DTL-DISPOSITION.
045900     SET AFX TO WS-ACF-SUB.
046000     MOVE AFM-FILTER-TYPE    TO WS-ACF-FILTER-TYPE (AFX).
046100     MOVE AFM-UNAUTH-ACTION  TO WS-ACF-UNAUTH-ACTION (AFX).
046200     MOVE ZERO               TO WS-ACF-MAX-AMOUNT (AFX).
046300     MOVE AFM-COMPANY-NAME   TO WS-ACF-COMPANY-NAME (AFX).
046400     MOVE WS-RUN-DATE-YYMMDD TO WS-ACF-DATE-CHANGED (AFX).
046500     MOVE AFM-OPER-ID        TO WS-ACF-OPER-ID (AFX).
046600 2100-EXIT. EXIT.
046700 2200-ACCOUNT-REMOVE.
046800     IF  NOT WS-88-ENTRY-FOUND
046900         MOVE 'REJECTED - NOT FILTERED' TO DTL-DISPOSITION
047000         GO TO 2200-EXIT.
047100     PERFORM 2210-DROP-ACCOUNT THRU 2210-EXIT
047200         VARYING WS-SUB FROM 1 BY 1
047300         UNTIL WS-SUB GREATER THAN WS-ACF-COUNT.
047400     MOVE 'ACCOUNT FILTER REMOVED' TO DTL-DISPOSITION.
047500 2200-EXIT. EXIT.
047600 2210-DROP-ACCOUNT.
047700     SET AFX TO WS-SUB.
047800     IF  WS-ACF-ACCOUNT (AFX) EQUAL AFM-ACCOUNT
047900         MOVE 'D' TO WS-ACF-STATUS (AFX).
048000 2210-EXIT. EXIT.
048100 2300-ORIG-ADD.
048200     IF  NOT WS-88-ENTRY-FOUND
048300         MOVE 'REJECTED - NOT FILTERED' TO DTL-DISPOSITION
048400         GO TO 2300-EXIT.
048500     IF  AFM-COMPANY-ID EQUAL SPACES
048600         MOVE 'REJECTED - NO COMPANY ID' TO DTL-DISPOSITION
048700         GO TO 2300-EXIT.
048800     IF  AFM-MAX-AMOUNT NOT NUMERIC
048900         MOVE 'REJECTED - BAD MAXIMUM AMOUNT' TO DTL-DISPOSITION
049000         GO TO 2300-EXIT.
049100     MOVE AFM-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
049200     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
049300     MOVE 'ORIGINATOR CHANGED' TO DTL-DISPOSITION.
049400     IF  NOT WS-88-ENTRY-FOUND
049500         PERFORM 2800-NEW-ENTRY THRU 2800-EXIT
049600         IF  NOT WS-88-ENTRY-FOUND
049700             MOVE 'REJECTED - TABLE FULL' TO DTL-DISPOSITION
049800             GO TO 2300-EXIT
049900         ELSE
050000             MOVE 'ORIGINATOR AUTHORIZED' TO DTL-DISPOSITION.
050100     SET AFX TO WS-ACF-SUB.
050200     MOVE SPACES             TO WS-ACF-FILTER-TYPE (AFX).
050300     MOVE SPACES             TO WS-ACF-UNAUTH-ACTION (AFX).
050400     MOVE AFM-MAX-AMOUNT     TO WS-ACF-MAX-AMOUNT (AFX).
050500     MOVE AFM-COMPANY-NAME   TO WS-ACF-COMPANY-NAME (AFX).
050600     MOVE WS-RUN-DATE-YYMMDD TO WS-ACF-DATE-CHANGED (AFX).
050700     MOVE AFM-OPER-ID        TO WS-ACF-OPER-ID (AFX).
050800 2300-EXIT. EXIT.
050900 2400-ORIG-DELETE.
051000     MOVE AFM-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
051100     IF  AFM-COMPANY-ID EQUAL SPACES
051200         MOVE 'REJECTED - NO COMPANY ID' TO DTL-DISPOSITION
051300         GO TO 2400-EXIT.
051400     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
051500     IF  NOT WS-88-ENTRY-FOUND
051600         MOVE 'REJECTED - NO SUCH ORIGINATOR' TO DTL-DISPOSITION
051700         GO TO 2400-EXIT.
051800     SET AFX TO WS-ACF-SUB.
051900     MOVE 'D' TO WS-ACF-STATUS (AFX).
052000     MOVE 'ORIGINATOR DELETED' TO DTL-DISPOSITION.
052100 2400-EXIT. EXIT.
052200     EJECT
052300*----------------------------------------------------------------*
052400*    2800-NEW-ENTRY - TAKE THE NEXT TABLE SLOT FOR THE KEY BEING *
052500*    ADDED.  THE FOUND SWITCH IS LEFT OFF WHEN THE TABLE IS      *
052600*    FULL.                                                       *
052700*----------------------------------------------------------------*
052800 2800-NEW-ENTRY.
052900     IF  WS-ACF-COUNT NOT LESS THAN WS-ACF-MAX
053000         MOVE 'N' TO WS-ENTRY-FOUND-SW
053100         GO TO 2800-EXIT.
053200     ADD 1 TO WS-ACF-COUNT.
053300     MOVE WS-ACF-COUNT TO WS-ACF-SUB.
053400     SET AFX TO WS-ACF-SUB.
053500     MOVE SPACES               TO WS-ACF-ENTRY (AFX).
053600     MOVE WS-SEARCH-ACCOUNT    TO WS-ACF-ACCOUNT (AFX).
053700     MOVE WS-SEARCH-COMPANY-ID TO WS-ACF-COMPANY-ID (AFX).
053800     MOVE ZERO                 TO WS-ACF-MAX-AMOUNT (AFX).
053900     MOVE WS-RUN-DATE-YYMMDD   TO WS-ACF-DATE-ADDED (AFX).
054000     MOVE WS-RUN-DATE-YYMMDD   TO WS-ACF-DATE-CHANGED (AFX).
054100     MOVE 'A'                  TO WS-ACF-STATUS (AFX).
054200     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
054300 2800-EXIT. EXIT.
054400*----------------------------------------------------------------*
054500*    2900-FIND-ENTRY - THE ACTIVE ENTRY FOR WS-SEARCH-ACCOUNT    *
054600*    AND WS-SEARCH-COMPANY-ID (COMPANY ID SPACES FINDS THE       *
054700*    ACCOUNT CONTROL RECORD).                                    *
054800*----------------------------------------------------------------*
054900 2900-FIND-ENTRY.
055000     MOVE 'N'  TO WS-ENTRY-FOUND-SW.
055100     MOVE ZERO TO WS-ACF-SUB.
055200     PERFORM 2910-SCAN-ENTRY THRU 2910-EXIT
055300         VARYING WS-SUB FROM 1 BY 1
055400         UNTIL WS-SUB GREATER THAN WS-ACF-COUNT
055500            OR WS-88-ENTRY-FOUND.
055600 2900-EXIT. EXIT.
055700 2910-SCAN-ENTRY.
055800     SET AFX TO WS-SUB.
055900     IF  WS-ACF-ACCOUNT (AFX) EQUAL WS-SEARCH-ACCOUNT
056000     AND WS-ACF-COMPANY-ID (AFX) EQUAL WS-SEARCH-COMPANY-ID
056100     AND WS-ACF-STATUS (AFX) EQUAL 'A'
056200         MOVE 'Y' TO WS-ENTRY-FOUND-SW
056300         MOVE WS-SUB TO WS-ACF-SUB.
056400 2910-EXIT. EXIT.
056500     EJECT
056600*----------------------------------------------------------------*
056700*    3000-RELEASE-MASTER - SORT INPUT PROCEDURE.  EVERY ACTIVE   *
056800*    ENTRY IS RELEASED IN THE IMWSACFL LAYOUT SO THE NEW MASTER  *
056900*    COMES OUT IN ACCOUNT AND COMPANY ID ORDER, EACH ACCOUNT     *
057000*    CONTROL RECORD AHEAD OF ITS ORIGINATORS.                    *
057100*----------------------------------------------------------------*
057200 3000-RELEASE-MASTER.
057300     PERFORM 3100-RELEASE-ENTRY THRU 3100-EXIT
057400         VARYING WS-SUB FROM 1 BY 1
057500         UNTIL WS-SUB GREATER THAN WS-ACF-COUNT.
057600 3000-EXIT. EXIT.
057700 3100-RELEASE-ENTRY.
057800     SET AFX TO WS-SUB.
057900     IF  WS-ACF-STATUS (AFX) NOT EQUAL 'A'
058000         GO TO 3100-EXIT.
058100     MOVE SPACES TO ACH-FILTER-RECORD.
058200     MOVE WS-ACF-ACCOUNT (AFX)       TO ACF-ACCOUNT.
058300     MOVE WS-ACF-COMPANY-ID (AFX)    TO ACF-COMPANY-ID.
058400     MOVE WS-ACF-FILTER-TYPE (AFX)   TO ACF-FILTER-TYPE.
058500     MOVE WS-ACF-UNAUTH-ACTION (AFX) TO ACF-UNAUTH-ACTION.
058600     MOVE WS-ACF-MAX-AMOUNT (AFX)    TO ACF-MAX-AMOUNT.
058700     MOVE WS-ACF-COMPANY-NAME (AFX)  TO ACF-COMPANY-NAME.
058800     MOVE WS-ACF-DATE-ADDED (AFX)    TO ACF-DATE-ADDED.
058900     MOVE WS-ACF-DATE-CHANGED (AFX)  TO ACF-DATE-CHANGED.
059000     MOVE WS-ACF-OPER-ID (AFX)       TO ACF-OPER-ID.
059100     MOVE ACH-FILTER-RECORD TO ACF-SORT-RECORD.
059200     RELEASE ACF-SORT-RECORD.
059300 3100-EXIT. EXIT.
059400     EJECT
059500*----------------------------------------------------------------*
059600*    3500-PROOF-MASTER - SORT OUTPUT PROCEDURE.  EACH RECORD IS  *
059700*    WRITTEN TO THE NEW MASTER AND PRINTED ON THE PROOF, SO THE  *
059800*    PROOF IS THE MASTER AS WRITTEN.                             *
059900*----------------------------------------------------------------*
060000 3500-PROOF-MASTER.
060100     OPEN OUTPUT ACF-MASTER-OUT.
060200     MOVE 'N' TO WS-SORT-EOF-SW.
060300     PERFORM 3600-RETURN-MASTER THRU 3600-EXIT
060400         UNTIL WS-88-SORT-EOF.
060500     CLOSE ACF-MASTER-OUT.
060600 3500-EXIT. EXIT.
060700 3600-RETURN-MASTER.
060800     RETURN ACF-SORT-FILE INTO ACH-FILTER-RECORD
060900         AT END MOVE 'Y' TO WS-SORT-EOF-SW
061000                GO TO 3600-EXIT.
061100     MOVE ACH-FILTER-RECORD TO ACF-MASTER-OUT-REC.
061200     WRITE ACF-MASTER-OUT-REC.
061300     ADD 1 TO WS-TOT-RECORDS-OUT.
061400     MOVE SPACES TO WS-DETAIL-LINE.
061500     MOVE ACF-ACCOUNT      TO DTL-ACCOUNT.
061600     MOVE ACF-COMPANY-ID   TO DTL-COMPANY-ID.
061700     MOVE ACF-COMPANY-NAME TO DTL-COMPANY-NAME.
061800     MOVE ACF-MAX-AMOUNT   TO DTL-MAX-AMOUNT.
061900     MOVE ACF-OPER-ID      TO DTL-OPER-ID.
062000     MOVE 'AUTHORIZED ORIGINATOR' TO DTL-DISPOSITION.
062100     IF  NOT ACF-88-ACCOUNT-CONTROL
062200         GO TO 3600-PRINT.
062300     ADD 1 TO WS-TOT-ACCOUNTS-OUT.
062400     MOVE 'ACCOUNT CONTROL' TO DTL-DISPOSITION.
062500     MOVE 'LIST'   TO DTL-FILTER-TYPE.
062600     IF  ACF-88-BLOCK-ALL
062700         MOVE 'BLOCK' TO DTL-FILTER-TYPE.
062800     MOVE 'RETURN' TO DTL-UNAUTH-ACTION.
062900     IF  ACF-88-CUST-DECISION
063000         MOVE 'DECIDE' TO DTL-UNAUTH-ACTION.
063100 3600-PRINT.
063200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
063300 3600-EXIT. EXIT.
063400     EJECT
063500*----------------------------------------------------------------*
063600*    4000-SCREEN-POSTINGS - EVERY ITEM PASSES TO IMWSTRNO EXCEPT *
063700*    AN UNAUTHORIZED ACH DEBIT (TR-CLASS '80' ACH TYPE 03 10 12  *
063800*    14, DEBIT OR CHECK SIDE) TO A FILTERED ACCOUNT.  THE        *
063900*    ORIGINATOR IS THE COMPANY ID CARRIED IN THE FIRST TEN       *
064000*    POSITIONS OF TR-ID.                                         *
064100*----------------------------------------------------------------*
064200 4000-SCREEN-POSTINGS.
064300     READ TRANSACTION-FILE
064400         AT END MOVE 'Y' TO WS-TRAN-EOF-SW
064500                GO TO 4000-EXIT.
064600     ADD 1 TO WS-TOT-ITEMS-READ.
064700     IF  TR-CLASS NOT EQUAL '80'
064800         GO TO 4000-PASS.
064900     IF  TR-80-TRAN-TYPE NOT EQUAL '03' AND '10' AND '12' AND '14'
065000         GO TO 4000-PASS.
065100     IF  NOT DDA-CHECK
065200     AND NOT DDA-DEBIT
065300         GO TO 4000-PASS.
065400     ADD 1 TO WS-TOT-ACH-DEBITS.
065500     IF  TR-REJ-RESN EQUAL WS-FILTER-REJ-RESN
065600         ADD 1 TO WS-TOT-CUST-PAID
065700         GO TO 4000-PASS.
065800     MOVE TR-KEY TO WS-SEARCH-ACCOUNT.
065900     MOVE SPACES TO WS-SEARCH-COMPANY-ID.
066000     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
066100     IF  NOT WS-88-ENTRY-FOUND
066200         GO TO 4000-PASS.
066300     ADD 1 TO WS-TOT-FILTERED-ACCT.
066400     SET AFX TO WS-ACF-SUB.
066500     MOVE WS-ACF-UNAUTH-ACTION (AFX) TO WS-UNAUTH-ACTION.
066600     IF  WS-ACF-FILTER-TYPE (AFX) EQUAL 'B'
066700         MOVE 'ALL ACH DEBITS BLOCKED' TO WS-UNAUTH-REASON
066800         GO TO 4000-UNAUTHORIZED.
066900     MOVE TR-ID (1:10) TO WS-SEARCH-COMPANY-ID.
067000     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
067100     IF  NOT WS-88-ENTRY-FOUND
067200         MOVE 'ORIGINATOR NOT LISTED' TO WS-UNAUTH-REASON
067300         GO TO 4000-UNAUTHORIZED.
067400     SET AFX TO WS-ACF-SUB.
067500     IF  WS-ACF-MAX-AMOUNT (AFX) GREATER THAN ZERO
067600     AND TR-AMOUNT GREATER THAN WS-ACF-MAX-AMOUNT (AFX)
067700         MOVE 'OVER ORIGINATOR MAXIMUM' TO WS-UNAUTH-REASON
067800         GO TO 4000-UNAUTHORIZED.
067900     ADD 1 TO WS-TOT-AUTHORIZED.
068000     GO TO 4000-PASS.
068100 4000-UNAUTHORIZED.
068200     MOVE SPACES TO WS-FILTER-LINE.
068300     IF  WS-UNAUTH-ACTION EQUAL 'D'
068400         PERFORM 4200-SEND-FOR-DECISION THRU 4200-EXIT
068500     ELSE
068600         PERFORM 4100-RETURN-ITEM THRU 4100-EXIT.
068700     MOVE TR-KEY        TO FLT-ACCOUNT.
068800     MOVE TR-ID (1:10)  TO FLT-COMPANY-ID.
068900     MOVE TR-COMP-NAME  TO FLT-COMPANY-NAME.
069000     MOVE TR-ACH-REF-NO TO FLT-TRACE.
069100     MOVE TR-AMOUNT     TO FLT-AMOUNT.
069200     MOVE SPACES TO ACF-RPT-LINE.
069300     MOVE WS-FILTER-LINE TO ACF-RPT-LINE.
069400     WRITE ACF-RPT-LINE.
069500     GO TO 4000-EXIT.
069600 4000-PASS.
069700     ADD 1 TO WS-TOT-PASSED.
069800     MOVE TRAN-FILE TO TRAN-CLEAN-OUT-RECORD.
069900     WRITE TRAN-CLEAN-OUT-RECORD.
070000 4000-EXIT. EXIT.
070100     EJECT
070200*----------------------------------------------------------------*
070300*    4100-RETURN-ITEM - THE ACCOUNT'S OPTION IS TO RETURN: THE   *
070400*    ITEM GOES BACK TO THE ORIGINATING BANK TONIGHT WITH THE     *
070500*    UNAUTHORIZED-DEBIT REASON AND IS NOT POSTED.                *
070600*----------------------------------------------------------------*
070700 4100-RETURN-ITEM.
070800     ADD 1 TO WS-TOT-RETURNED.
070900     ADD TR-AMOUNT TO WS-TOT-RETURNED-AMT.
071000     MOVE SPACES TO ACH-RETURN-OUT-RECORD.
071100     MOVE TR-KEY             TO ARO-ACCOUNT.
071200     MOVE TR-ID (1:10)       TO ARO-COMPANY-ID.
071300     MOVE TR-COMP-NAME       TO ARO-COMPANY-NAME.
071400     MOVE TR-ENTRY-DESC      TO ARO-ENTRY-DESC.
071500     MOVE TR-ACH-REF-NO      TO ARO-ORIG-TRACE.
071600     MOVE WS-RETURN-REASON   TO ARO-RETURN-REASON.
071700     MOVE TR-AMOUNT          TO ARO-AMOUNT.
071800     MOVE TR-ENTRY-DATE      TO ARO-ENTRY-DATE.
071900     MOVE WS-RUN-DATE-YYMMDD TO ARO-RETURN-DATE.
072000     MOVE WS-PROGRAM-ID      TO ARO-RETURNED-BY.
072100     WRITE ACH-RETURN-OUT-RECORD.
072200     MOVE SPACES TO FLT-DISPOSITION.
072300     STRING 'RETURNED ' WS-RETURN-REASON ' - ' WS-UNAUTH-REASON
072400         DELIMITED BY SIZE INTO FLT-DISPOSITION.
072500 4100-EXIT. EXIT.
072600*----------------------------------------------------------------*
072700*    4200-SEND-FOR-DECISION - THE ACCOUNT'S OPTION IS THE        *
072800*    CUSTOMER'S DECISION: THE ITEM IS TAGGED 'AF1' AND GOES TO   *
072900*    IMRTNDEC WITH THE NIGHT'S RETURN ITEMS, AND A DECISION      *
073000*    REQUEST KEYED BY ACCOUNT AND TRACE GOES TO THE CUSTOMER.    *
073100*----------------------------------------------------------------*
073200 4200-SEND-FOR-DECISION.
073300     ADD 1 TO WS-TOT-SENT-DECISION.
073400     ADD TR-AMOUNT TO WS-TOT-DECISION-AMT.
073500     MOVE SPACES TO CUST-REQUEST-RECORD.
073600     MOVE TR-KEY             TO ADR-ACCOUNT.
073700     MOVE TR-TRACE           TO ADR-TRACE.
073800     MOVE TR-ID (1:10)       TO ADR-COMPANY-ID.
073900     MOVE TR-COMP-NAME       TO ADR-COMPANY-NAME.
074000     MOVE TR-ENTRY-DESC      TO ADR-ENTRY-DESC.
074100     MOVE TR-AMOUNT          TO ADR-AMOUNT.
074200     MOVE TR-ENTRY-DATE      TO ADR-ENTRY-DATE.
074300     MOVE WS-UNAUTH-REASON   TO ADR-REASON.
074400     MOVE WS-RUN-DATE-YYMMDD TO ADR-RUN-DATE.
074500     WRITE CUST-REQUEST-RECORD.
074600     MOVE WS-FILTER-REJ-RESN TO TR-REJ-RESN.
074700     MOVE TRAN-FILE TO DECISION-ITEM-RECORD.
074800     WRITE DECISION-ITEM-RECORD.
074900     MOVE SPACES TO FLT-DISPOSITION.
075000     STRING 'CUST DECISION - ' WS-UNAUTH-REASON
075100         DELIMITED BY SIZE INTO FLT-DISPOSITION.
075200 4200-EXIT. EXIT.
075300     EJECT
075400 7000-PRINT-DETAIL.
075500     MOVE SPACES TO ACF-RPT-LINE.
075600     MOVE WS-DETAIL-LINE TO ACF-RPT-LINE.
075700     WRITE ACF-RPT-LINE.
075800 7000-EXIT. EXIT.
075900 7100-PRINT-SECTION.
076000     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
076100     MOVE SPACES TO ACF-RPT-LINE.
076200     MOVE WS-SECTION-LINE TO ACF-RPT-LINE.
076300     WRITE ACF-RPT-LINE.
076400     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
076500 7100-EXIT. EXIT.
076600 7900-EDIT-DATE.
076700     MOVE SPACES TO WS-EDIT-DATE.
076800     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
076900         DELIMITED BY SIZE INTO WS-EDIT-DATE.
077000 7900-EXIT. EXIT.
077100     EJECT
077200*----------------------------------------------------------------*
077300*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
077400*----------------------------------------------------------------*
077500 9000-TERMINATE.
077600     WRITE ACF-RPT-LINE FROM WS-BLANK-LINE.
077700     MOVE 'FILTER RECORDS CARRIED IN         ' TO SUM-LIT.
077800     MOVE WS-TOT-RECORDS-IN TO SUM-COUNT.
077900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078000     MOVE 'MAINTENANCE APPLIED               ' TO SUM-LIT.
078100     MOVE WS-TOT-MAINT-APPLIED TO SUM-COUNT.
078200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078300     MOVE 'MAINTENANCE REJECTED              ' TO SUM-LIT.
078400     MOVE WS-TOT-MAINT-REJECTED TO SUM-COUNT.
078500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078600     MOVE 'FILTER RECORDS WRITTEN            ' TO SUM-LIT.
078700     MOVE WS-TOT-RECORDS-OUT TO SUM-COUNT.
078800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078900     MOVE 'ACCOUNTS UNDER FILTERING          ' TO SUM-LIT.
079000     MOVE WS-TOT-ACCOUNTS-OUT TO SUM-COUNT.
079100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079200     MOVE 'POSTING ITEMS READ                ' TO SUM-LIT.
079300     MOVE WS-TOT-ITEMS-READ TO SUM-COUNT.
079400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079500     MOVE 'ACH DEBITS SCREENED               ' TO SUM-LIT.
079600     MOVE WS-TOT-ACH-DEBITS TO SUM-COUNT.
079700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079800     MOVE 'CUSTOMER-APPROVED REPOSTS PASSED  ' TO SUM-LIT.
079900     MOVE WS-TOT-CUST-PAID TO SUM-COUNT.
080000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080100     MOVE 'ACH DEBITS TO FILTERED ACCOUNTS   ' TO SUM-LIT.
080200     MOVE WS-TOT-FILTERED-ACCT TO SUM-COUNT.
080300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080400     MOVE 'AUTHORIZED BY FILTER              ' TO SUM-LIT.
080500     MOVE WS-TOT-AUTHORIZED TO SUM-COUNT.
080600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080700     MOVE 'UNAUTHORIZED - RETURNED           ' TO SUM-LIT.
080800     MOVE WS-TOT-RETURNED TO SUM-COUNT.
080900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081000     MOVE 'UNAUTHORIZED - CUSTOMER DECISION  ' TO SUM-LIT.
081100     MOVE WS-TOT-SENT-DECISION TO SUM-COUNT.
081200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081300     MOVE 'ITEMS PASSED TO POSTING           ' TO SUM-LIT.
081400     MOVE WS-TOT-PASSED TO SUM-COUNT.
081500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081600     MOVE 'AMOUNT RETURNED                   ' TO SUMA-LIT.
081700     MOVE WS-TOT-RETURNED-AMT TO SUMA-AMT.
081800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
081900     MOVE 'AMOUNT SENT FOR CUSTOMER DECISION ' TO SUMA-LIT.
082000     MOVE WS-TOT-DECISION-AMT TO SUMA-AMT.
082100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
082200     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
082300     MOVE -1   TO I-O-SEND-CODE.
082400     CALL 'IMACTM' USING I-O-CONTROL-AREA
082500                         MASTER-AREA
082600                         SI-ENVIRONMENT-AREA.
082700     CLOSE ACF-MASTER-IN.
082800     CLOSE ACF-MAINT-FILE.
082900     CLOSE TRANSACTION-FILE.
083000     CLOSE TRAN-CLEAN-OUT.
083100     CLOSE ACH-RETURN-OUT.
083200     CLOSE DECISION-ITEM-OUT.
083300     CLOSE CUST-REQUEST-OUT.
083400     CLOSE ACF-RPT.
083500 9000-EXIT. EXIT.
083600 9100-PRINT-SUMMARY.
083700     MOVE SPACES TO ACF-RPT-LINE.
083800     MOVE WS-SUMMARY-LINE TO ACF-RPT-LINE.
083900     WRITE ACF-RPT-LINE.
084000 9100-EXIT. EXIT.
084100 9200-PRINT-AMOUNT.
084200     MOVE SPACES TO ACF-RPT-LINE.
084300     MOVE WS-SUMMARY-AMT-LINE TO ACF-RPT-LINE.
084400     WRITE ACF-RPT-LINE.
084500 9200-EXIT. EXIT.
