*     * GN6193 * 09/24/26 JCTE ZERO-BALANCE ACCOUNT CLOSURE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMZBLCLS.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/24/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMZBLCLS IS THE MONTHLY CLOSURE RUN FOR ACCOUNTS THAT HAVE  *
000900*    SAT AT A ZERO BALANCE FOR YEARS, STILL DRAWING STATEMENTS,  *
001000*    CARD REISSUES AND FAILED STANDING ORDERS.  AN OPEN DEPOSIT  *
001100*    ACCOUNT AT ZERO WHOSE WMS-DAYS-ZERO-BAL HAS REACHED THE     *
001200*    WARNING AGE ON THE PARAMETER CARD (DEFAULT 180) GETS A      *
001300*    CLOSURE WARNING NOTICE EXTRACT RECORD AND A RECORD ON THE   *
001400*    WARNING BOOK CARRYING ITS CLOSE DATE, THE WARNING DATE PLUS *
001500*    THE NOTICE DAYS (DEFAULT 30). A WARNED ACCOUNT STILL AT     *
001600*    ZERO ON OR AFTER ITS CLOSE DATE IS CLOSED - WMS-DATE-CLOSED *
001700*    AND WMS-REASON-CLOSED (PARAMETER, DEFAULT 'ZB') ARE STAMPED *
001800*    AND JOURNALED (IMWSFMJR) - UNLESS WMS-CLS-OVRRIDE IS SET,   *
001900*    WHICH HOLDS THE ACCOUNT OPEN AND REPORTS IT.  AN ACCOUNT    *
002000*    THAT TAKES A BALANCE AGAIN DROPS OFF THE BOOK.  CLOSURE     *
002100*    UNWINDS WHAT HANGS OFF THE ACCOUNT: A LIVE DEBIT CARD GOES  *
002200*    OUT AS A BLOCK RECORD IN THE IMDCSYNC CARD FILE LAYOUT,     *
002300*    ACTIVE STOPS ON IMWSSTPD ARE REVOKED ON A NEW GENERATION OF *
002400*    THE STOP FILE, AND ACTIVE HOLDS (IMWSHLDD), STANDING ORDERS *
002500*    TO OR FROM THE ACCOUNT AND AN E-STATEMENT ENROLLMENT ARE    *
002600*    UNWOUND BY RELEASE, CANCEL AND PAPER- PREFERENCE            *
002700*    MAINTENANCE RECORDS FOR IMHLDPRC, IMSTORDR AND IMESTMT, SO  *
002800*    EACH SUBSYSTEM APPLIES THEM UNDER ITS OWN EDIT.  THE        *
002900*    REPORT, SORTED BY ACCOUNT, LISTS THE WARNINGS, THE LAPSED   *
003000*    WARNINGS, THE OVERRIDES AND EACH CLOSED ACCOUNT WITH        *
003100*    EVERYTHING UNWOUND FOR IT.                                  *
003200*----------------------------------------------------------------*
003300*               ** HISTORY OF REVISIONS **                      *
003400* DESCRIPTION                                           CHNGID  *
003500* ____________________________________________________ _______ *
003600* 09/24/26 JCTE NEW PROGRAM - ZERO-BALANCE CLOSURE       GN6193 *
003700*                WARNING, CLOSE AND LINKED-ITEM UNWIND          *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT    DIVISION.
004000 INPUT-OUTPUT   SECTION.
004100 FILE-CONTROL.
004200     SELECT ZBC-PARM-FILE     ASSIGN TO "IMZBCPRM"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL ZBC-BOOK-IN ASSIGN TO "IMZBCBKI"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-BOOK-FILE-STATUS.
004700     SELECT ZBC-BOOK-OUT      ASSIGN TO "IMZBCBKO"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT ZBC-NOTICE-EXT    ASSIGN TO "IMZBCNTC"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMZBCJRN"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CARD-BLOCK-FILE   ASSIGN TO "IMZBCDCB"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL STOP-DETAIL-FILE ASSIGN TO "IMWSSTPD"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-STP-FILE-STATUS.
005800     SELECT STOP-DETAIL-OUT   ASSIGN TO "IMZBCSTO"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT OPTIONAL HOLD-DETAIL-IN ASSIGN TO "IMHOLDDT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-HLD-FILE-STATUS.
006300     SELECT HOLD-MAINT-OUT    ASSIGN TO "IMZBCHMT"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT OPTIONAL ORDER-FILE-IN ASSIGN TO "IMSTOIN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-STO-FILE-STATUS.
006800     SELECT ORDER-MAINT-OUT   ASSIGN TO "IMZBCOMT"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT OPTIONAL PREF-FILE-IN ASSIGN TO "IMESTIN"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-PRF-FILE-STATUS.
007300     SELECT PREF-MAINT-OUT    ASSIGN TO "IMZBCEMT"
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT SORT-FILE         ASSIGN TO "IMZBCSRT".
007600     SELECT ZBC-CLOSE-RPT     ASSIGN TO "IMZBCRPT"
007700         ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ZBC-PARM-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  ZBC-PARM-RECORD.
008300     03  ZBP-RUN-DATE                PIC 9(6).
008400     03  ZBP-WARN-AGE                PIC 9(3).
008500     03  ZBP-NOTICE-DAYS             PIC 9(3).
008600     03  ZBP-REASON-CLOSED           PIC XX.
008700     03  FILLER                      PIC X(66).
008800 FD  ZBC-BOOK-IN
008900     RECORD CONTAINS 60 CHARACTERS.
009000 01  ZBC-BOOK-IN-RECORD.
009100     03  ZBB-ACCOUNT                 PIC X(22).
009200     03  ZBB-WARN-DATE               PIC 9(8).
009300     03  ZBB-CLOSE-DATE              PIC 9(8).
009400     03  ZBB-DAYS-AT-WARNING         PIC 9(3).
009500     03  FILLER                      PIC X(19).
009600 FD  ZBC-BOOK-OUT
009700     RECORD CONTAINS 60 CHARACTERS.
009800 01  ZBC-BOOK-OUT-RECORD             PIC X(60).
009900 FD  ZBC-NOTICE-EXT
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  ZBC-NOTICE-RECORD.
010200     03  ZBN-ACCOUNT                 PIC X(22).
010300     03  ZBN-OFFICER                 PIC X(5).
010400     03  ZBN-NOTICE-DATE             PIC 9(8).
010500     03  ZBN-CLOSE-DATE              PIC 9(8).
010600     03  ZBN-DAYS-ZERO-BAL           PIC 9(3).
010700     03  FILLER                      PIC X(34).
010800 FD  FM-JOURNAL-OUT.
010900     COPY IMWSFMJR.
011000 FD  CARD-BLOCK-FILE
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  CARD-OUT-RECORD.
011300     03  CDO-RECORD-TYPE             PIC X.
011400         88  CDO-88-REISSUE          VALUE 'R'.
011500         88  CDO-88-BLOCK            VALUE 'B'.
011600     03  CDO-ACCOUNT                 PIC X(22).
011700     03  CDO-CARD-NUMBER             PIC X(14).
011800     03  CDO-EXP-DATE                PIC X(6).
011900     03  CDO-REASON                  PIC X(12).
012000     03  FILLER                      PIC X(25).
012100 FD  STOP-DETAIL-FILE.
012200     COPY IMWSSTPD.
012300 FD  STOP-DETAIL-OUT
012400     RECORD CONTAINS 77 CHARACTERS.
012500 01  STOP-DETAIL-OUT-RECORD          PIC X(77).
012600 FD  HOLD-DETAIL-IN.
012700     COPY IMWSHLDD.
012800 FD  HOLD-MAINT-OUT
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  HOLD-MAINT-RECORD.
013100     03  HMT-FUNCTION                PIC X.
013200         88  HMT-88-PLACE            VALUE 'P'.
013300         88  HMT-88-RELEASE          VALUE 'R'.
013400     03  HMT-ACCOUNT                 PIC X(22).
013500     03  HMT-SEQ-NO                  PIC 9(7).
013600     03  HMT-AMOUNT                  PIC 9(9)V99.
013700     03  HMT-REASON-CODE             PIC XX.
013800     03  HMT-EXPIRES                 PIC 9(6).
013900     03  HMT-OPER-ID                 PIC X(5).
014000     03  FILLER                      PIC X(26).
014100 FD  ORDER-FILE-IN
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  ORDER-RECORD-IN.
014400     03  STO-ACCOUNT                 PIC X(22).
014500     03  STO-TARGET-ACCT             PIC X(22).
014600     03  STO-TRAN-CODE               PIC XX.
014700     03  STO-AMOUNT                  PIC S9(13)V99 COMP-3.
014800     03  STO-FREQUENCY               PIC X.
014900     03  STO-DAY                     PIC 99.
015000     03  STO-NEXT-DATE               PIC 9(6).
015100     03  STO-END-DATE                PIC 9(6).
015200     03  STO-OCCURS-REM              PIC S999    COMP-3.
015300     03  STO-STATUS                  PIC X.
015400         88  STO-88-ACTIVE           VALUE 'A'.
015500     03  FILLER                      PIC X(8).
015600 FD  ORDER-MAINT-OUT
015700     RECORD CONTAINS 80 CHARACTERS.
015800 01  ORDER-MAINT-RECORD.
015900     03  OMT-FUNCTION                PIC X.
016000         88  OMT-88-ADD              VALUE 'A'.
016100         88  OMT-88-CANCEL           VALUE 'C'.
016200     03  OMT-ACCOUNT                 PIC X(22).
016300     03  OMT-TARGET-ACCT             PIC X(22).
016400     03  OMT-TRAN-CODE               PIC XX.
016500     03  OMT-AMOUNT                  PIC 9(11)V99.
016600     03  OMT-FREQUENCY               PIC X.
016700     03  OMT-DAY                     PIC 99.
016800     03  OMT-START-DATE              PIC 9(6).
016900     03  OMT-END-DATE                PIC 9(6).
017000     03  OMT-OCCURS                  PIC 999.
017100     03  FILLER                      PIC X(2).
017200 FD  PREF-FILE-IN
017300     RECORD CONTAINS 40 CHARACTERS.
017400 01  PREF-RECORD-IN.
017500     03  PRF-ACCOUNT                 PIC X(22).
017600     03  PRF-CHANNEL                 PIC X.
017700         88  PRF-88-PAPER            VALUE 'P'.
017800         88  PRF-88-ELECTRONIC       VALUE 'E'.
017900         88  PRF-88-BOTH             VALUE 'B'.
018000     03  PRF-CONSENT-DATE            PIC 9(6).
018100     03  FILLER                      PIC X(11).
018200 FD  PREF-MAINT-OUT
018300     RECORD CONTAINS 80 CHARACTERS.
018400 01  PREF-MAINT-RECORD.
018500     03  PMT-ACCOUNT                 PIC X(22).
018600     03  PMT-CHANNEL                 PIC X.
018700     03  PMT-CONSENT-DATE            PIC 9(6).
018800     03  PMT-OPER-ID                 PIC X(5).
018900     03  FILLER                      PIC X(46).
019000 SD  SORT-FILE.
019100 01  SORT-RECORD.
019200     03  SRT-SECTION                 PIC X.
019300     03  SRT-ACCOUNT                 PIC X(22).
019400     03  SRT-ITEM                    PIC 9.
019500     03  SRT-TEXT                    PIC X(80).
019600 FD  ZBC-CLOSE-RPT
019700     RECORD CONTAINS 133 CHARACTERS.
019800 01  ZBC-CLOSE-RPT-LINE              PIC X(133).
019900 WORKING-STORAGE SECTION.
020000 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMZBLCLS'.
020100 77  WS-SYSTEM-OPER                  PIC X(5)    VALUE 'SYSTM'.
020200 77  WS-BOOK-FILE-STATUS             PIC X(2)    VALUE SPACES.
020300 77  WS-STP-FILE-STATUS              PIC X(2)    VALUE SPACES.
020400 77  WS-HLD-FILE-STATUS              PIC X(2)    VALUE SPACES.
020500 77  WS-STO-FILE-STATUS              PIC X(2)    VALUE SPACES.
020600 77  WS-PRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
020700     EJECT
020800     COPY SIWSDTAR.
020900     EJECT
021000 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
021100 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
021200     03  WS-RUN-CC                   PIC 99.
021300     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
021400     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
021500         05  WS-RUN-YR               PIC 99.
021600         05  WS-RUN-MO               PIC 99.
021700         05  WS-RUN-DA               PIC 99.
021800 01  WS-CLOSE-DATE-8                 PIC 9(8)    VALUE 0.
021900 01  WS-CLOSE-DATE-8-R REDEFINES WS-CLOSE-DATE-8.
022000     03  WS-CLS-CC                   PIC 99.
022100     03  WS-CLS-YR                   PIC 99.
022200     03  WS-CLS-MO                   PIC 99.
022300     03  WS-CLS-DA                   PIC 99.
022400 01  WS-BOOK-KEY                     PIC X(22)   VALUE LOW-VALUES.
022500 01  WS-SWITCHES.
022600     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
022700         88  WS-88-END-OF-FILE       VALUE 'Y'.
022800     03  WS-BOOK-EOF-SW              PIC X(1)    VALUE 'N'.
022900         88  WS-88-BOOK-EOF          VALUE 'Y'.
023000     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
023100         88  WS-88-INPUT-EOF         VALUE 'Y'.
023200     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
023300         88  WS-88-SORT-EOF          VALUE 'Y'.
023400     03  WS-HAVE-BOOK-SW             PIC X(1)    VALUE 'N'.
023500         88  WS-88-HAVE-BOOK         VALUE 'Y'.
023600     03  WS-CLOSED-FOUND-SW          PIC X(1)    VALUE 'N'.
023700         88  WS-88-CLOSED-FOUND      VALUE 'Y'.
023800     03  WS-HLD-SECTION              PIC X(1)    VALUE SPACE.
023900     03  WS-HLD-ACCOUNT              PIC X(22)   VALUE SPACES.
024000 01  WS-WARN-AGE                     PIC S9(3)   COMP-3 VALUE 0.
024100 01  WS-NOTICE-DAYS                  PIC S9(3)   COMP-3 VALUE 0.
024200 01  WS-REASON-CLOSED                PIC XX      VALUE SPACES.
024300 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
024400 01  WS-SORT-SECTION                 PIC X       VALUE SPACE.
024500 01  WS-SORT-ACCOUNT                 PIC X(22)   VALUE SPACES.
024600 01  WS-SORT-ITEM                    PIC 9       VALUE 0.
024700 01  WS-ITEM-TEXT                    PIC X(80)   VALUE SPACES.
024800 01  WS-DAYS-EDIT                    PIC ZZ9.
024900 01  WS-SEQ-EDIT                     PIC Z(6)9.
025000 01  WS-SERIAL-LOW-EDIT              PIC Z(9)9.
025100 01  WS-SERIAL-HIGH-EDIT             PIC Z(9)9.
025200 01  WS-AMOUNT-EDIT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
025300     EJECT
025400*----------------------------------------------------------------*
025500*    ACCOUNTS CLOSED THIS RUN, IN MASTER ORDER, FOR THE LINKED-  *
025600*    ITEM PASSES.                                                *
025700*----------------------------------------------------------------*
025800 77  WS-CLOSED-MAX                   PIC S9(5)   COMP VALUE +5000.
025900 01  WS-CLOSED-COUNT                 PIC S9(5)   COMP VALUE 0.
026000 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
026100 01  WS-CLOSED-TABLE.
026200     03  WS-CLOSED-ACCOUNT           PIC X(22)
026300                                     OCCURS 5000 TIMES.
026400     EJECT
026500 01  WS-DATE-EDIT.
026600     03  WS-DTE-MM                   PIC XX.
026700     03  FILLER                      PIC X       VALUE '/'.
026800     03  WS-DTE-DD                   PIC XX.
026900     03  FILLER                      PIC X       VALUE '/'.
027000     03  WS-DTE-CCYY                 PIC X(4).
027100 01  WS-DATE-EDIT-IN                 PIC 9(8)    VALUE 0.
027200 01  WS-DATE-EDIT-IN-R REDEFINES WS-DATE-EDIT-IN.
027300     03  WS-DEI-CCYY                 PIC X(4).
027400     03  WS-DEI-MM                   PIC XX.
027500     03  WS-DEI-DD                   PIC XX.
027600     EJECT
027700 01  WS-TOTALS.
027800     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
027900     03  WS-TOT-AT-ZERO              PIC 9(7)    COMP VALUE 0.
028000     03  WS-TOT-WARNED               PIC 9(7)    COMP VALUE 0.
028100     03  WS-TOT-LAPSED               PIC 9(7)    COMP VALUE 0.
028200     03  WS-TOT-OVERRIDE             PIC 9(7)    COMP VALUE 0.
028300     03  WS-TOT-PENDING              PIC 9(7)    COMP VALUE 0.
028400     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
028500     03  WS-TOT-CLOSED-OVERFLOW      PIC 9(7)    COMP VALUE 0.
028600     03  WS-TOT-CARDS                PIC 9(7)    COMP VALUE 0.
028700     03  WS-TOT-STOPS                PIC 9(7)    COMP VALUE 0.
028800     03  WS-TOT-HOLDS                PIC 9(7)    COMP VALUE 0.
028900     03  WS-TOT-ORDERS               PIC 9(7)    COMP VALUE 0.
029000     03  WS-TOT-ESTMTS               PIC 9(7)    COMP VALUE 0.
029100     EJECT
029200 01  WS-REPORT-TITLE.
029300     03  FILLER                      PIC X(48)   VALUE
029400         'IMZBLCLS - ZERO-BALANCE ACCOUNT CLOSURE         '.
029500     03  FILLER                      PIC X(9)    VALUE
029600         'RUN DATE '.
029700     03  TTL-MO                      PIC 99.
029800     03  FILLER                      PIC X       VALUE '/'.
029900     03  TTL-DA                      PIC 99.
030000     03  FILLER                      PIC X       VALUE '/'.
030100     03  TTL-YR                      PIC 99.
030200     03  FILLER                      PIC X(68)   VALUE SPACES.
030300 01  WS-SECTION-LINE.
030400     03  FILLER                      PIC X(4)    VALUE SPACES.
030500     03  SEC-LIT                     PIC X(50).
030600     03  FILLER                      PIC X(79)   VALUE SPACES.
030700 01  WS-HEADING-1.
030800     03  FILLER                      PIC X(4)    VALUE SPACES.
030900     03  FILLER                      PIC X(50)   VALUE
031000         'ACCOUNT                 ACTION                    '.
031100     03  FILLER                      PIC X(50)   VALUE SPACES.
031200     03  FILLER                      PIC X(29)   VALUE SPACES.
031300 01  WS-DETAIL-LINE.
031400     03  FILLER                      PIC X(4)    VALUE SPACES.
031500     03  DTL-ACCOUNT                 PIC X(22).
031600     03  FILLER                      PIC X(2)    VALUE SPACES.
031700     03  DTL-TEXT                    PIC X(80).
031800     03  FILLER                      PIC X(25)   VALUE SPACES.
031900 01  WS-SUMMARY-LINE.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  SUM-LIT                     PIC X(34).
032200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
032300     03  FILLER                      PIC X(88)   VALUE SPACES.
032400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
032500     EJECT
032600 LINKAGE SECTION.
032700     COPY SIWSCNTL.
032800     EJECT
032900     COPY IMAWKMST.
033000     EJECT
033100     COPY IMWSENVO.
033200     EJECT
033300 PROCEDURE DIVISION.
033400*----------------------------------------------------------------*
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
033700     SORT SORT-FILE
033800         ASCENDING KEY SRT-SECTION SRT-ACCOUNT SRT-ITEM
033900         INPUT PROCEDURE IS 2000-PROCESS-ACCOUNTS
034000         OUTPUT PROCEDURE IS 8000-PRINT-REPORT.
034100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
034200     GOBACK.
034300     EJECT
034400 1000-INITIALIZE.
034500     OPEN INPUT ZBC-PARM-FILE.
034600     READ ZBC-PARM-FILE
034700         AT END MOVE ZERO TO ZBP-RUN-DATE
034800                MOVE SPACES TO ZBP-REASON-CLOSED.
034900     CLOSE ZBC-PARM-FILE.
035000     IF  ZBP-RUN-DATE NUMERIC
035100     AND ZBP-RUN-DATE GREATER THAN ZERO
035200         MOVE ZBP-RUN-DATE TO WS-RUN-DATE-YYMMDD
035300     ELSE
035400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
035500     IF  WS-RUN-YR LESS THAN 50
035600         MOVE 20 TO WS-RUN-CC
035700     ELSE
035800         MOVE 19 TO WS-RUN-CC.
035900     IF  ZBP-WARN-AGE NUMERIC
036000     AND ZBP-WARN-AGE GREATER THAN ZERO
036100         MOVE ZBP-WARN-AGE TO WS-WARN-AGE
036200     ELSE
036300         MOVE 180 TO WS-WARN-AGE.
036400     IF  ZBP-NOTICE-DAYS NUMERIC
036500     AND ZBP-NOTICE-DAYS GREATER THAN ZERO
036600         MOVE ZBP-NOTICE-DAYS TO WS-NOTICE-DAYS
036700     ELSE
036800         MOVE 30 TO WS-NOTICE-DAYS.
036900     IF  ZBP-REASON-CLOSED EQUAL SPACES OR LOW-VALUES
037000         MOVE 'ZB' TO WS-REASON-CLOSED
037100     ELSE
037200         MOVE ZBP-REASON-CLOSED TO WS-REASON-CLOSED.
037300     MOVE WS-RUN-MO TO DT-L-MO9.
037400     MOVE WS-RUN-DA TO DT-L-DA9.
037500     MOVE WS-RUN-YR TO DT-L-YR9.
037600     MOVE WS-NOTICE-DAYS TO RET-DAYS.
037700     CALL 'SIFDAT1' USING DATE-AREA.
037800     MOVE DT-H-YR9 TO WS-CLS-YR.
037900     MOVE DT-H-MO9 TO WS-CLS-MO.
038000     MOVE DT-H-DA9 TO WS-CLS-DA.
038100     IF  WS-CLS-YR LESS THAN 50
038200         MOVE 20 TO WS-CLS-CC
038300     ELSE
038400         MOVE 19 TO WS-CLS-CC.
038500     OPEN INPUT ZBC-BOOK-IN.
038600     IF  WS-BOOK-FILE-STATUS EQUAL '05' OR '35'
038700         MOVE 'Y' TO WS-BOOK-EOF-SW
038800         MOVE HIGH-VALUES TO WS-BOOK-KEY
038900     ELSE
039000         PERFORM 2150-READ-BOOK THRU 2150-EXIT.
039100     OPEN OUTPUT ZBC-BOOK-OUT.
039200     OPEN OUTPUT ZBC-NOTICE-EXT.
039300     OPEN OUTPUT FM-JOURNAL-OUT.
039400     OPEN OUTPUT CARD-BLOCK-FILE.
039500     OPEN OUTPUT ZBC-CLOSE-RPT.
039600     MOVE WS-RUN-MO TO TTL-MO.
039700     MOVE WS-RUN-DA TO TTL-DA.
039800     MOVE WS-RUN-YR TO TTL-YR.
039900     WRITE ZBC-CLOSE-RPT-LINE FROM WS-BLANK-LINE.
040000     MOVE SPACES TO ZBC-CLOSE-RPT-LINE.
040100     MOVE WS-REPORT-TITLE TO ZBC-CLOSE-RPT-LINE.
040200     WRITE ZBC-CLOSE-RPT-LINE.
040300     MOVE SPACES TO SI-ENVIRONMENT-AREA.
040400     MOVE '1' TO SI-ENVIRONMENT-VSAM.
040500     MOVE 'O' TO I-O-CONTROL-OPERATOR.
040600     MOVE 'U' TO I-O-CONTROL-ACCESS.
040700     MOVE -1  TO I-O-SEND-CODE.
040800     CALL 'IMACTM' USING I-O-CONTROL-AREA
040900                         MASTER-AREA
041000                         SI-ENVIRONMENT-AREA.
041100 1000-EXIT. EXIT.
041200     EJECT
041300*----------------------------------------------------------------*
041400*    2000-PROCESS-ACCOUNTS - THE INPUT SIDE OF THE SORT.  THE    *
041500*    MASTER IS BROWSED AGAINST THE WARNING BOOK, THEN THE ITEMS  *
041600*    LINKED TO THE ACCOUNTS CLOSED ARE UNWOUND.                  *
041700*----------------------------------------------------------------*
041800 2000-PROCESS-ACCOUNTS.
041900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
042000     PERFORM 2200-ONE-ACCOUNT THRU 2200-EXIT
042100         UNTIL WS-88-END-OF-FILE.
042200     PERFORM 2250-UNMATCHED-BOOK THRU 2250-EXIT
042300         UNTIL WS-88-BOOK-EOF.
042400     PERFORM 3000-UNWIND-STOPS  THRU 3000-EXIT.
042500     PERFORM 3200-UNWIND-HOLDS  THRU 3200-EXIT.
042600     PERFORM 3400-UNWIND-ORDERS THRU 3400-EXIT.
042700     PERFORM 3600-UNWIND-ESTMTS THRU 3600-EXIT.
042800 2000-EXIT. EXIT.
042900 2100-READ-MASTER.
043000     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
043100     MOVE -1   TO I-O-SEND-CODE.
043200     CALL 'IMACTM' USING I-O-CONTROL-AREA
043300                         MASTER-AREA
043400                         SI-ENVIRONMENT-AREA.
043500     IF  I-O-88-END-OF-FILE
043600         MOVE 'Y' TO WS-END-OF-FILE-SW.
043700 2100-EXIT. EXIT.
043800 2150-READ-BOOK.
043900     READ ZBC-BOOK-IN
044000         AT END MOVE 'Y' TO WS-BOOK-EOF-SW
044100                MOVE HIGH-VALUES TO WS-BOOK-KEY
044200                GO TO 2150-EXIT.
044300     MOVE ZBB-ACCOUNT TO WS-BOOK-KEY.
044400 2150-EXIT. EXIT.
044500*----------------------------------------------------------------*
044600*    2200-ONE-ACCOUNT - AN OPEN DEPOSIT ACCOUNT AT ZERO PAST THE *
044700*    WARNING AGE IS WARNED, OR CLOSED ONCE ITS WARNING HAS RUN   *
044800*    ITS NOTICE PERIOD.  A WARNED ACCOUNT WITH A BALANCE AGAIN   *
044900*    DROPS OFF THE BOOK.                                         *
045000*----------------------------------------------------------------*
045100 2200-ONE-ACCOUNT.
045200     ADD 1 TO WS-TOT-SCANNED.
045300     PERFORM 2250-UNMATCHED-BOOK THRU 2250-EXIT
045400         UNTIL WS-BOOK-KEY NOT LESS THAN WMS-CONTROL-KEY.
045500     MOVE 'N' TO WS-HAVE-BOOK-SW.
045600     IF  WS-BOOK-KEY EQUAL WMS-CONTROL-KEY
045700         MOVE 'Y' TO WS-HAVE-BOOK-SW.
045800     IF  WMS-LOAN-TRLR EQUAL '1'
046000         GO TO 2200-DONE.
046100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
046200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
046300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
046400         GO TO 2200-DONE.
046500     IF  WMS-CURR-BAL NOT EQUAL ZERO
046600     OR  WMS-DAYS-ZERO-BAL LESS THAN WS-WARN-AGE
046700         IF  WS-88-HAVE-BOOK
046800             ADD 1 TO WS-TOT-LAPSED
046900             MOVE SPACES TO WS-ITEM-TEXT
047000             STRING 'WARNING LAPSED - ACCOUNT NO LONGER AT '
047100                    'ZERO BALANCE'
047200                 DELIMITED BY SIZE INTO WS-ITEM-TEXT
047300             MOVE '2' TO WS-SORT-SECTION
047400             MOVE WMS-CONTROL-KEY TO WS-SORT-ACCOUNT
047500             MOVE 0 TO WS-SORT-ITEM
047600             PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT
047700             GO TO 2200-DONE
047800         ELSE
047900             GO TO 2200-DONE.
048000     ADD 1 TO WS-TOT-AT-ZERO.
048100     MOVE WMS-DAYS-ZERO-BAL TO WS-DAYS-EDIT.
048200     IF  WMS-CLS-OVRRIDE NOT EQUAL SPACE
048300     AND WMS-CLS-OVRRIDE NOT EQUAL LOW-VALUE
048400     AND WMS-CLS-OVRRIDE NOT EQUAL 'N'
048500     AND WMS-CLS-OVRRIDE NOT EQUAL '0'
048600         ADD 1 TO WS-TOT-OVERRIDE
048700         MOVE SPACES TO WS-ITEM-TEXT
048800         STRING 'HELD OPEN BY CLOSE OVERRIDE - ZERO BALANCE '
048900                WS-DAYS-EDIT ' DAYS'
049000             DELIMITED BY SIZE INTO WS-ITEM-TEXT
049100         MOVE '3' TO WS-SORT-SECTION
049200         MOVE WMS-CONTROL-KEY TO WS-SORT-ACCOUNT
049300         MOVE 0 TO WS-SORT-ITEM
049400         PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT
049500         IF  WS-88-HAVE-BOOK
049600             MOVE ZBC-BOOK-IN-RECORD TO ZBC-BOOK-OUT-RECORD
049700             WRITE ZBC-BOOK-OUT-RECORD
049800             GO TO 2200-DONE
049900         ELSE
050000             GO TO 2200-DONE.
050100     IF  NOT WS-88-HAVE-BOOK
050200         PERFORM 2300-WARN THRU 2300-EXIT
050300         GO TO 2200-DONE.
050400     IF  ZBB-CLOSE-DATE GREATER THAN WS-RUN-DATE-8
050500         ADD 1 TO WS-TOT-PENDING
050600         MOVE ZBC-BOOK-IN-RECORD TO ZBC-BOOK-OUT-RECORD
050700         WRITE ZBC-BOOK-OUT-RECORD
050800         GO TO 2200-DONE.
050900     PERFORM 2400-CLOSE THRU 2400-EXIT.
051000 2200-DONE.
051100     IF  WS-88-HAVE-BOOK
051200         PERFORM 2150-READ-BOOK THRU 2150-EXIT.
051300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
051400 2200-EXIT. EXIT.
051500*----------------------------------------------------------------*
051600*    2250-UNMATCHED-BOOK - A WARNED ACCOUNT NO LONGER ON THE     *
051700*    MASTER DROPS OFF THE BOOK.                                  *
051800*----------------------------------------------------------------*
051900 2250-UNMATCHED-BOOK.
052000     PERFORM 2150-READ-BOOK THRU 2150-EXIT.
052100 2250-EXIT. EXIT.
052200 2300-WARN.
052300     ADD 1 TO WS-TOT-WARNED.
052400     MOVE SPACES TO ZBC-BOOK-IN-RECORD.
052500     MOVE WMS-CONTROL-KEY   TO ZBB-ACCOUNT.
052600     MOVE WS-RUN-DATE-8     TO ZBB-WARN-DATE.
052700     MOVE WS-CLOSE-DATE-8   TO ZBB-CLOSE-DATE.
052800     MOVE WMS-DAYS-ZERO-BAL TO ZBB-DAYS-AT-WARNING.
052900     MOVE ZBC-BOOK-IN-RECORD TO ZBC-BOOK-OUT-RECORD.
053000     WRITE ZBC-BOOK-OUT-RECORD.
053100     MOVE SPACES TO ZBC-NOTICE-RECORD.
053200     MOVE WMS-CONTROL-KEY   TO ZBN-ACCOUNT.
053300     MOVE WMS-OFFICER       TO ZBN-OFFICER.
053400     MOVE WS-RUN-DATE-8     TO ZBN-NOTICE-DATE.
053500     MOVE WS-CLOSE-DATE-8   TO ZBN-CLOSE-DATE.
053600     MOVE WMS-DAYS-ZERO-BAL TO ZBN-DAYS-ZERO-BAL.
053700     WRITE ZBC-NOTICE-RECORD.
053800     MOVE WS-CLOSE-DATE-8 TO WS-DATE-EDIT-IN.
053900     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
054000     MOVE SPACES TO WS-ITEM-TEXT.
054100     STRING 'CLOSURE WARNING SENT - ZERO BALANCE '
054200            WS-DAYS-EDIT ' DAYS, CLOSES ' WS-DATE-EDIT
054300         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
054400     MOVE '1' TO WS-SORT-SECTION.
054500     MOVE WMS-CONTROL-KEY TO WS-SORT-ACCOUNT.
054600     MOVE 0 TO WS-SORT-ITEM.
054700     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
054800 2300-EXIT. EXIT.
054900     EJECT
055000*----------------------------------------------------------------*
055100*    2400-CLOSE - STAMP THE CLOSE DATE AND REASON, JOURNAL THEM, *
055150*    BLOCK A LIVE DEBIT CARD AND REMEMBER THE ACCOUNT FOR THE    *
055200*    LINKED-ITEM PASSES.  THE WARNING IS DONE WITH.  WHEN THE    *
055250*    UNWIND TABLE IS FULL THE ACCOUNT STAYS OPEN AND ITS WARNING *
055300*    IS CARRIED FORWARD, SO IT CLOSES ON THE NEXT RUN.           *
055500 2400-CLOSE.
055505     IF  WS-CLOSED-COUNT NOT LESS THAN WS-CLOSED-MAX
055510         ADD 1 TO WS-TOT-CLOSED-OVERFLOW
055515         MOVE ZBC-BOOK-IN-RECORD TO ZBC-BOOK-OUT-RECORD
055520         WRITE ZBC-BOOK-OUT-RECORD
055525         MOVE SPACES TO WS-ITEM-TEXT
055530         STRING 'HELD OPEN - UNWIND TABLE FULL, CLOSES NEXT RUN'
055535             DELIMITED BY SIZE INTO WS-ITEM-TEXT
055540         MOVE '3' TO WS-SORT-SECTION
055545         MOVE WMS-CONTROL-KEY TO WS-SORT-ACCOUNT
055550         MOVE 0 TO WS-SORT-ITEM
055555         PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT
055560         GO TO 2400-EXIT.
055600     ADD 1 TO WS-TOT-CLOSED.
055700     MOVE SPACES TO FM-JOURNAL-RECORD.
055800     MOVE WMS-CONTROL-KEY    TO FMJ-ACCOUNT.
055900     MOVE 'DTCLOSED'         TO FMJ-FIELD-ID.
056000     MOVE WMS-DATE-CLOSED    TO FMJ-BEFORE-IMAGE.
056100     MOVE WS-RUN-DATE-8      TO FMJ-AFTER-IMAGE.
056200     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
056300     MOVE 'RSNCLOSD'         TO FMJ-FIELD-ID.
056400     MOVE WMS-REASON-CLOSED  TO FMJ-BEFORE-IMAGE.
056500     MOVE WS-REASON-CLOSED   TO FMJ-AFTER-IMAGE.
056600     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
056700     MOVE WS-RUN-DATE-8    TO WMS-DATE-CLOSED.
056800     MOVE WS-REASON-CLOSED TO WMS-REASON-CLOSED.
056900     MOVE SPACES TO WS-ITEM-TEXT.
057000     STRING 'ACCOUNT CLOSED - ZERO BALANCE '
057100            WS-DAYS-EDIT ' DAYS, REASON ' WS-REASON-CLOSED
057200         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
057300     MOVE '4' TO WS-SORT-SECTION.
057400     MOVE WMS-CONTROL-KEY TO WS-SORT-ACCOUNT.
057500     MOVE 0 TO WS-SORT-ITEM.
057600     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
057700     IF  WMS-DC-TRLR EQUAL '1'
057800     AND WMS-DC-CARD-NUMBER NOT EQUAL SPACES
057900     AND WMS-DC-CARD-STATUS NOT EQUAL 'B'
058000         PERFORM 2500-BLOCK-CARD THRU 2500-EXIT.
058100     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
058200     MOVE -1   TO I-O-SEND-CODE.
058300     CALL 'IMACTM' USING I-O-CONTROL-AREA
058400                         MASTER-AREA
058500                         SI-ENVIRONMENT-AREA.
058600     ADD 1 TO WS-CLOSED-COUNT.
058700     MOVE WMS-CONTROL-KEY TO WS-CLOSED-ACCOUNT (WS-CLOSED-COUNT).
059100 2400-EXIT. EXIT.
059200 2450-WRITE-JOURNAL.
059300     MOVE WS-SYSTEM-OPER     TO FMJ-OPER-ID.
059400     MOVE WS-RUN-DATE-YYMMDD TO FMJ-MAINT-DATE.
059500     MOVE ZERO               TO FMJ-MAINT-TIME.
059600     WRITE FM-JOURNAL-RECORD.
059700 2450-EXIT. EXIT.
059800*----------------------------------------------------------------*
059900*    2500-BLOCK-CARD - THE BLOCK GOES TO THE CARD SYSTEM IN THE  *
060000*    IMDCSYNC LAYOUT AND THE TRAILER IS MARKED BLOCKED, SO THE   *
060100*    DAILY SYNC DOES NOT SEND IT AGAIN.                          *
060200*----------------------------------------------------------------*
060300 2500-BLOCK-CARD.
060400     ADD 1 TO WS-TOT-CARDS.
060500     MOVE SPACES TO CARD-OUT-RECORD.
060600     MOVE 'B' TO CDO-RECORD-TYPE.
060700     MOVE WMS-CONTROL-KEY    TO CDO-ACCOUNT.
060800     MOVE WMS-DC-CARD-NUMBER TO CDO-CARD-NUMBER.
060900     MOVE WMS-DC-EXP-DATE    TO CDO-EXP-DATE.
061000     MOVE 'ACCT CLOSED ' TO CDO-REASON.
061100     WRITE CARD-OUT-RECORD.
061200     MOVE 'B' TO WMS-DC-CARD-STATUS.
061300     MOVE WS-RUN-MO TO WMS-DC-DSC-MO.
061400     MOVE WS-RUN-DA TO WMS-DC-DSC-DA.
061500     MOVE WS-RUN-CC TO WMS-DC-DSC-CC.
061600     MOVE WS-RUN-YR TO WMS-DC-DSC-YR.
061700     MOVE SPACES TO WS-ITEM-TEXT.
061800     STRING 'DEBIT CARD ' WMS-DC-CARD-NUMBER
061900            ' BLOCK SENT TO CARD SYSTEM'
062000         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
062100     MOVE 1 TO WS-SORT-ITEM.
062200     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
062300 2500-EXIT. EXIT.
062400     EJECT
062500*----------------------------------------------------------------*
062600*    3000-UNWIND-STOPS - THE STOP FILE IS COPIED TO ITS NEW      *
062700*    GENERATION WITH EVERY ACTIVE STOP ON A CLOSED ACCOUNT       *
062800*    REVOKED.                                                    *
062900*----------------------------------------------------------------*
063000 3000-UNWIND-STOPS.
063100     MOVE 'N' TO WS-INPUT-EOF-SW.
063200     OPEN INPUT  STOP-DETAIL-FILE.
063300     OPEN OUTPUT STOP-DETAIL-OUT.
063400     IF  WS-STP-FILE-STATUS EQUAL '05' OR '35'
063500         MOVE 'Y' TO WS-INPUT-EOF-SW.
063600     PERFORM 3100-ONE-STOP THRU 3100-EXIT
063700         UNTIL WS-88-INPUT-EOF.
063800     CLOSE STOP-DETAIL-FILE.
063900     CLOSE STOP-DETAIL-OUT.
064000 3000-EXIT. EXIT.
064100 3100-ONE-STOP.
064200     READ STOP-DETAIL-FILE
064300         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
064400                GO TO 3100-EXIT.
064500     IF  NOT STP-88-ACTIVE
064600     OR  WS-CLOSED-COUNT EQUAL ZERO
064700         GO TO 3100-WRITE.
064800     MOVE STP-ACCOUNT TO WS-SEARCH-ACCOUNT.
064900     PERFORM 7100-FIND-CLOSED THRU 7100-EXIT.
065000     IF  NOT WS-88-CLOSED-FOUND
065100         GO TO 3100-WRITE.
065200     ADD 1 TO WS-TOT-STOPS.
065300     MOVE 'R' TO STP-STATUS.
065400     MOVE STP-SEQ-NO      TO WS-SEQ-EDIT.
065500     MOVE STP-SERIAL-LOW  TO WS-SERIAL-LOW-EDIT.
065600     MOVE STP-SERIAL-HIGH TO WS-SERIAL-HIGH-EDIT.
065700     MOVE SPACES TO WS-ITEM-TEXT.
065800     STRING 'STOP PAYMENT ' WS-SEQ-EDIT ' SERIALS '
065900            WS-SERIAL-LOW-EDIT ' - ' WS-SERIAL-HIGH-EDIT
066000            ' REVOKED'
066100         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
066200     MOVE '4' TO WS-SORT-SECTION.
066300     MOVE STP-ACCOUNT TO WS-SORT-ACCOUNT.
066400     MOVE 2 TO WS-SORT-ITEM.
066500     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
066600 3100-WRITE.
066700     WRITE STOP-DETAIL-OUT-RECORD FROM STOP-DETAIL-RECORD.
066800 3100-EXIT. EXIT.
066900     EJECT
067000*----------------------------------------------------------------*
067100*    3200-UNWIND-HOLDS - A RELEASE CARD FOR IMHLDPRC FOR EVERY   *
067200*    ACTIVE HOLD ON A CLOSED ACCOUNT.                            *
067300*----------------------------------------------------------------*
067400 3200-UNWIND-HOLDS.
067500     MOVE 'N' TO WS-INPUT-EOF-SW.
067600     OPEN INPUT  HOLD-DETAIL-IN.
067700     OPEN OUTPUT HOLD-MAINT-OUT.
067800     IF  WS-HLD-FILE-STATUS EQUAL '05' OR '35'
067900     OR  WS-CLOSED-COUNT EQUAL ZERO
068000         MOVE 'Y' TO WS-INPUT-EOF-SW.
068100     PERFORM 3300-ONE-HOLD THRU 3300-EXIT
068200         UNTIL WS-88-INPUT-EOF.
068300     CLOSE HOLD-DETAIL-IN.
068400     CLOSE HOLD-MAINT-OUT.
068500 3200-EXIT. EXIT.
068600 3300-ONE-HOLD.
068700     READ HOLD-DETAIL-IN
068800         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
068900                GO TO 3300-EXIT.
069000     IF  NOT HLD-88-ACTIVE
069100         GO TO 3300-EXIT.
069200     MOVE HLD-ACCOUNT TO WS-SEARCH-ACCOUNT.
069300     PERFORM 7100-FIND-CLOSED THRU 7100-EXIT.
069400     IF  NOT WS-88-CLOSED-FOUND
069500         GO TO 3300-EXIT.
069600     ADD 1 TO WS-TOT-HOLDS.
069700     MOVE SPACES TO HOLD-MAINT-RECORD.
069800     MOVE 'R'             TO HMT-FUNCTION.
069900     MOVE HLD-ACCOUNT     TO HMT-ACCOUNT.
070000     MOVE HLD-SEQ-NO      TO HMT-SEQ-NO.
070100     MOVE HLD-AMOUNT      TO HMT-AMOUNT.
070200     MOVE HLD-REASON-CODE TO HMT-REASON-CODE.
070300     MOVE ZERO            TO HMT-EXPIRES.
070400     MOVE WS-SYSTEM-OPER  TO HMT-OPER-ID.
070500     WRITE HOLD-MAINT-RECORD.
070600     MOVE HLD-SEQ-NO TO WS-SEQ-EDIT.
070700     MOVE HLD-AMOUNT TO WS-AMOUNT-EDIT.
070800     MOVE SPACES TO WS-ITEM-TEXT.
070900     STRING 'HOLD ' WS-SEQ-EDIT ' REASON ' HLD-REASON-CODE
071000            ' AMOUNT ' WS-AMOUNT-EDIT ' RELEASED'
071100         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
071200     MOVE '4' TO WS-SORT-SECTION.
071300     MOVE HLD-ACCOUNT TO WS-SORT-ACCOUNT.
071400     MOVE 3 TO WS-SORT-ITEM.
071500     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
071600 3300-EXIT. EXIT.
071700     EJECT
071800*----------------------------------------------------------------*
071900*    3400-UNWIND-ORDERS - A CANCEL CARD FOR IMSTORDR FOR EVERY   *
072000*    ACTIVE STANDING ORDER DRAWN ON OR PAYING INTO A CLOSED      *
072100*    ACCOUNT.                                                    *
072200*----------------------------------------------------------------*
072300 3400-UNWIND-ORDERS.
072400     MOVE 'N' TO WS-INPUT-EOF-SW.
072500     OPEN INPUT  ORDER-FILE-IN.
072600     OPEN OUTPUT ORDER-MAINT-OUT.
072700     IF  WS-STO-FILE-STATUS EQUAL '05' OR '35'
072800     OR  WS-CLOSED-COUNT EQUAL ZERO
072900         MOVE 'Y' TO WS-INPUT-EOF-SW.
073000     PERFORM 3500-ONE-ORDER THRU 3500-EXIT
073100         UNTIL WS-88-INPUT-EOF.
073200     CLOSE ORDER-FILE-IN.
073300     CLOSE ORDER-MAINT-OUT.
073400 3400-EXIT. EXIT.
073500 3500-ONE-ORDER.
073600     READ ORDER-FILE-IN
073700         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
073800                GO TO 3500-EXIT.
073900     IF  NOT STO-88-ACTIVE
074000         GO TO 3500-EXIT.
074100     MOVE STO-ACCOUNT TO WS-SEARCH-ACCOUNT.
074200     PERFORM 7100-FIND-CLOSED THRU 7100-EXIT.
074300     IF  WS-88-CLOSED-FOUND
074400         MOVE STO-ACCOUNT TO WS-SORT-ACCOUNT
074500         MOVE SPACES TO WS-ITEM-TEXT
074600         STRING 'STANDING ORDER TO ' STO-TARGET-ACCT
074700                ' CANCELLED'
074800             DELIMITED BY SIZE INTO WS-ITEM-TEXT
074900     ELSE
075000         MOVE STO-TARGET-ACCT TO WS-SEARCH-ACCOUNT
075100         PERFORM 7100-FIND-CLOSED THRU 7100-EXIT
075200         IF  NOT WS-88-CLOSED-FOUND
075300             GO TO 3500-EXIT
075400         ELSE
075500             MOVE STO-TARGET-ACCT TO WS-SORT-ACCOUNT
075600             MOVE SPACES TO WS-ITEM-TEXT
075700             STRING 'STANDING ORDER FROM ' STO-ACCOUNT
075800                    ' CANCELLED'
075900                 DELIMITED BY SIZE INTO WS-ITEM-TEXT.
076000     ADD 1 TO WS-TOT-ORDERS.
076100     MOVE SPACES TO ORDER-MAINT-RECORD.
076200     MOVE 'C'             TO OMT-FUNCTION.
076300     MOVE STO-ACCOUNT     TO OMT-ACCOUNT.
076400     MOVE STO-TARGET-ACCT TO OMT-TARGET-ACCT.
076500     MOVE STO-TRAN-CODE   TO OMT-TRAN-CODE.
076600     MOVE ZERO TO OMT-AMOUNT OMT-DAY OMT-START-DATE
076700                  OMT-END-DATE OMT-OCCURS.
076800     WRITE ORDER-MAINT-RECORD.
076900     MOVE '4' TO WS-SORT-SECTION.
077000     MOVE 4 TO WS-SORT-ITEM.
077100     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
077200 3500-EXIT. EXIT.
077300     EJECT
077400*----------------------------------------------------------------*
077500*    3600-UNWIND-ESTMTS - A CLOSED ACCOUNT ENROLLED FOR          *
077600*    ELECTRONIC STATEMENTS IS TAKEN BACK TO PAPER THROUGH AN     *
077700*    IMESTMT PREFERENCE RECORD, SO THE CLOSING STATEMENT GOES TO *
077800*    THE MAILING ADDRESS AND NO FURTHER VENDOR EXTRACT IS CUT.   *
077900*----------------------------------------------------------------*
078000 3600-UNWIND-ESTMTS.
078100     MOVE 'N' TO WS-INPUT-EOF-SW.
078200     OPEN INPUT  PREF-FILE-IN.
078300     OPEN OUTPUT PREF-MAINT-OUT.
078400     IF  WS-PRF-FILE-STATUS EQUAL '05' OR '35'
078500     OR  WS-CLOSED-COUNT EQUAL ZERO
078600         MOVE 'Y' TO WS-INPUT-EOF-SW.
078700     PERFORM 3700-ONE-PREF THRU 3700-EXIT
078800         UNTIL WS-88-INPUT-EOF.
078900     CLOSE PREF-FILE-IN.
079000     CLOSE PREF-MAINT-OUT.
079100 3600-EXIT. EXIT.
079200 3700-ONE-PREF.
079300     READ PREF-FILE-IN
079400         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
079500                GO TO 3700-EXIT.
079600     IF  NOT PRF-88-ELECTRONIC
079700     AND NOT PRF-88-BOTH
079800         GO TO 3700-EXIT.
079900     MOVE PRF-ACCOUNT TO WS-SEARCH-ACCOUNT.
080000     PERFORM 7100-FIND-CLOSED THRU 7100-EXIT.
080100     IF  NOT WS-88-CLOSED-FOUND
080200         GO TO 3700-EXIT.
080300     ADD 1 TO WS-TOT-ESTMTS.
080400     MOVE SPACES TO PREF-MAINT-RECORD.
080500     MOVE PRF-ACCOUNT    TO PMT-ACCOUNT.
080600     MOVE 'P'            TO PMT-CHANNEL.
080700     MOVE ZERO           TO PMT-CONSENT-DATE.
080800     MOVE WS-SYSTEM-OPER TO PMT-OPER-ID.
080900     WRITE PREF-MAINT-RECORD.
081000     MOVE SPACES TO WS-ITEM-TEXT.
081100     STRING 'E-STATEMENT ENROLLMENT (CHANNEL ' PRF-CHANNEL
081200            ') WITHDRAWN - PAPER'
081300         DELIMITED BY SIZE INTO WS-ITEM-TEXT.
081400     MOVE '4' TO WS-SORT-SECTION.
081500     MOVE PRF-ACCOUNT TO WS-SORT-ACCOUNT.
081600     MOVE 5 TO WS-SORT-ITEM.
081700     PERFORM 7000-RELEASE-ITEM THRU 7000-EXIT.
081800 3700-EXIT. EXIT.
081900     EJECT
082000 7000-RELEASE-ITEM.
082100     MOVE WS-SORT-SECTION TO SRT-SECTION.
082200     MOVE WS-SORT-ACCOUNT TO SRT-ACCOUNT.
082300     MOVE WS-SORT-ITEM    TO SRT-ITEM.
082400     MOVE WS-ITEM-TEXT    TO SRT-TEXT.
082500     RELEASE SORT-RECORD.
082600 7000-EXIT. EXIT.
082700 7100-FIND-CLOSED.
082800     MOVE 'N' TO WS-CLOSED-FOUND-SW.
082900     PERFORM 7110-TEST-CLOSED THRU 7110-EXIT
083000         VARYING WS-SUB FROM 1 BY 1
083100         UNTIL WS-SUB GREATER THAN WS-CLOSED-COUNT
083200            OR WS-88-CLOSED-FOUND.
083300 7100-EXIT. EXIT.
083400 7110-TEST-CLOSED.
083500     IF  WS-CLOSED-ACCOUNT (WS-SUB) EQUAL WS-SEARCH-ACCOUNT
083600         MOVE 'Y' TO WS-CLOSED-FOUND-SW.
083700 7110-EXIT. EXIT.
083800     EJECT
083900*----------------------------------------------------------------*
084000*    8000-PRINT-REPORT - THE RETURN SIDE OF THE SORT: WARNINGS,  *
084100*    LAPSED WARNINGS, OVERRIDES, THEN EACH CLOSED ACCOUNT        *
084200*    FOLLOWED BY WHAT WAS UNWOUND FOR IT.                        *
084300*----------------------------------------------------------------*
084400 8000-PRINT-REPORT.
084500     PERFORM 8100-ONE-SORTED THRU 8100-EXIT
084600         UNTIL WS-88-SORT-EOF.
084700 8000-EXIT. EXIT.
084800 8100-ONE-SORTED.
084900     RETURN SORT-FILE
085000         AT END MOVE 'Y' TO WS-SORT-EOF-SW
085100                GO TO 8100-EXIT.
085200     IF  SRT-SECTION NOT EQUAL WS-HLD-SECTION
085300         MOVE SRT-SECTION TO WS-HLD-SECTION
085400         MOVE SPACES TO WS-HLD-ACCOUNT
085500         PERFORM 8200-SECTION-HEADING THRU 8200-EXIT.
085600     IF  SRT-ACCOUNT EQUAL WS-HLD-ACCOUNT
085700         MOVE SPACES TO DTL-ACCOUNT
085800     ELSE
085900         MOVE SRT-ACCOUNT TO WS-HLD-ACCOUNT
086000         MOVE SRT-ACCOUNT TO DTL-ACCOUNT.
086100     MOVE SRT-TEXT TO DTL-TEXT.
086200     MOVE SPACES TO ZBC-CLOSE-RPT-LINE.
086300     MOVE WS-DETAIL-LINE TO ZBC-CLOSE-RPT-LINE.
086400     WRITE ZBC-CLOSE-RPT-LINE.
086500 8100-EXIT. EXIT.
086600 8200-SECTION-HEADING.
086700     IF  SRT-SECTION EQUAL '1'
086800         MOVE 'CLOSURE WARNINGS SENT' TO SEC-LIT
086900     ELSE
087000     IF  SRT-SECTION EQUAL '2'
087100         MOVE 'CLOSURE WARNINGS LAPSED' TO SEC-LIT
087200     ELSE
087300     IF  SRT-SECTION EQUAL '3'
087400         MOVE 'ACCOUNTS HELD OPEN BY CLOSE OVERRIDE' TO SEC-LIT
087500     ELSE
087600         MOVE 'ACCOUNTS CLOSED AND ITEMS UNWOUND' TO SEC-LIT.
087700     WRITE ZBC-CLOSE-RPT-LINE FROM WS-BLANK-LINE.
087800     MOVE SPACES TO ZBC-CLOSE-RPT-LINE.
087900     MOVE WS-SECTION-LINE TO ZBC-CLOSE-RPT-LINE.
088000     WRITE ZBC-CLOSE-RPT-LINE.
088100     MOVE SPACES TO ZBC-CLOSE-RPT-LINE.
088200     MOVE WS-HEADING-1 TO ZBC-CLOSE-RPT-LINE.
088300     WRITE ZBC-CLOSE-RPT-LINE.
088400 8200-EXIT. EXIT.
088500 8900-EDIT-DATE.
088600     MOVE WS-DEI-MM   TO WS-DTE-MM.
088700     MOVE WS-DEI-DD   TO WS-DTE-DD.
088800     MOVE WS-DEI-CCYY TO WS-DTE-CCYY.
088900 8900-EXIT. EXIT.
089000     EJECT
089100*----------------------------------------------------------------*
089200*    9000-TERMINATE - SUMMARY AND CLOSES.                        *
089300*----------------------------------------------------------------*
089400 9000-TERMINATE.
089500     WRITE ZBC-CLOSE-RPT-LINE FROM WS-BLANK-LINE.
089600     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
089700     MOVE WS-TOT-SCANNED TO SUM-COUNT.
089800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
089900     MOVE 'AT ZERO PAST THE WARNING AGE      ' TO SUM-LIT.
090000     MOVE WS-TOT-AT-ZERO TO SUM-COUNT.
090100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090200     MOVE 'CLOSURE WARNINGS SENT             ' TO SUM-LIT.
090300     MOVE WS-TOT-WARNED TO SUM-COUNT.
090400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090500     MOVE 'WARNINGS STILL IN NOTICE PERIOD   ' TO SUM-LIT.
090600     MOVE WS-TOT-PENDING TO SUM-COUNT.
090700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090800     MOVE 'WARNINGS LAPSED                   ' TO SUM-LIT.
090900     MOVE WS-TOT-LAPSED TO SUM-COUNT.
091000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091100     MOVE 'HELD OPEN BY CLOSE OVERRIDE       ' TO SUM-LIT.
091200     MOVE WS-TOT-OVERRIDE TO SUM-COUNT.
091300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091400     MOVE 'ACCOUNTS CLOSED                   ' TO SUM-LIT.
091500     MOVE WS-TOT-CLOSED TO SUM-COUNT.
091600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091700     MOVE 'CLOSES DEFERRED - UNWIND TABLE    ' TO SUM-LIT.
091800     MOVE WS-TOT-CLOSED-OVERFLOW TO SUM-COUNT.
091900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092000     MOVE 'DEBIT CARDS BLOCKED               ' TO SUM-LIT.
092100     MOVE WS-TOT-CARDS TO SUM-COUNT.
092200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092300     MOVE 'STOP PAYMENTS REVOKED             ' TO SUM-LIT.
092400     MOVE WS-TOT-STOPS TO SUM-COUNT.
092500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092600     MOVE 'HOLDS RELEASED                    ' TO SUM-LIT.
092700     MOVE WS-TOT-HOLDS TO SUM-COUNT.
092800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092900     MOVE 'STANDING ORDERS CANCELLED         ' TO SUM-LIT.
093000     MOVE WS-TOT-ORDERS TO SUM-COUNT.
093100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
093200     MOVE 'E-STATEMENT ENROLLMENTS WITHDRAWN ' TO SUM-LIT.
093300     MOVE WS-TOT-ESTMTS TO SUM-COUNT.
093400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
093500     MOVE 'E' TO I-O-CONTROL-OPERATOR.
093600     MOVE -1  TO I-O-SEND-CODE.
093700     CALL 'IMACTM' USING I-O-CONTROL-AREA
093800                         MASTER-AREA
093900                         SI-ENVIRONMENT-AREA.
094000     CLOSE ZBC-BOOK-IN.
094100     CLOSE ZBC-BOOK-OUT.
094200     CLOSE ZBC-NOTICE-EXT.
094300     CLOSE FM-JOURNAL-OUT.
094400     CLOSE CARD-BLOCK-FILE.
094500     CLOSE ZBC-CLOSE-RPT.
094525     IF  WS-TOT-CLOSED-OVERFLOW GREATER THAN ZERO
094550         MOVE 4 TO RETURN-CODE.
094600 9000-EXIT. EXIT.
094700 9100-PRINT-SUMMARY.
094800     MOVE SPACES TO ZBC-CLOSE-RPT-LINE.
094900     MOVE WS-SUMMARY-LINE TO ZBC-CLOSE-RPT-LINE.
095000     WRITE ZBC-CLOSE-RPT-LINE.
095100 9100-EXIT. EXIT.
