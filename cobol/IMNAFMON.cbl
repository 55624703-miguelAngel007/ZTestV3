*     * GN6194 * 09/25/26 JCTE NEW-ACCOUNT EARLY-LIFE FRAUD MONITOR
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMNAFMON.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/25/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMNAFMON WATCHES DEPOSIT ACCOUNTS IN THEIR FIRST WEEKS.  AN *
000900*    ACCOUNT IS IN THE WINDOW WHEN WMS-DATE-OPENED IS WITHIN THE *
001000*    PARM WINDOW DAYS OF THE RUN DATE, OR WHEN IT STILL CARRIES  *
001100*    THE EFA NEW-ACCOUNT FLAG (WMS-EFA-NEW-ACCT-FLAG 'Y').  THE  *
001200*    POSTED TRANSACTION ARCHIVE (IMWSTHAR) IS MATCHED AGAINST    *
001300*    THE MASTER BROWSE AND EACH WINDOW ACCOUNT IS TESTED FOR -   *
001400*      U  NEVER FUNDED PAST THE FUNDING GRACE DAYS               *
001500*      L  FUNDED BELOW WMS-OPENING-DEPOSIT PAST THE GRACE DAYS   *
001600*      R  OPENED THROUGH A REMOTE CHANNEL (WMS-OPENING-METHOD)   *
001700*      W  A CREDIT LARGELY WITHDRAWN AGAIN WITHIN THE RAPID DAYS *
001800*      C  SHARES A STATEMENT ADDRESS OR HOME PHONE WITH AT LEAST *
001900*         THE CLUSTER MINIMUM OF WINDOW ACCOUNTS (SORT IMNAFSRT) *
002000*    EVERY FLAGGED ACCOUNT IS WRITTEN TO THE EXCEPTION WORK FILE *
002100*    (IMTAGT) FOR THE IMEXWQUE WORKQUEUE UNDER THE CODE OF ITS   *
002200*    RECOMMENDED RESTRICTION - NA01 HOLD ALL FUNDS, NA02 BLOCK   *
002300*    OUTBOUND TRANSFERS, NA03 EXTENDED DEPOSIT HOLDS, NA04       *
002400*    IDENTITY VERIFICATION - SO THE ROUTE TABLE SENDS EACH TO    *
002500*    ITS UNIT.  THE WORKQUEUE DROPS AN ITEM ALREADY QUEUED UNDER *
002600*    THE SAME CODE, SO A DAILY RE-FLAG ONLY RAISES A NEW ITEM    *
002700*    WHEN THE RECOMMENDATION CHANGES.                            *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 09/25/26 JCTE NEW PROGRAM - NEW-ACCOUNT EARLY-LIFE     GN6194 *
003300*                FRAUD MONITORING                               *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT NAF-PARM-FILE     ASSIGN TO "IMNAFPRM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CLUSTER-SORT-FILE ASSIGN TO "IMNAFSRT".
004300     SELECT OPTIONAL NAF-EXCEPTION-FILE ASSIGN TO "IMTAGT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-EXC-FILE-STATUS.
004600     SELECT NAF-MONITOR-RPT   ASSIGN TO "IMNAFRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  NAF-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  NAF-PARM-RECORD.
005300     03  NAP-RUN-DATE                PIC 9(6).
005400     03  NAP-WINDOW-DAYS             PIC 9(3).
005500     03  NAP-GRACE-DAYS              PIC 9(3).
005600     03  NAP-RAPID-DAYS              PIC 9(3).
005700     03  NAP-RAPID-PCT               PIC 9(3).
005800     03  NAP-RAPID-MIN-AMT           PIC 9(9).
005900     03  NAP-CLUSTER-MIN             PIC 9(2).
006000     03  NAP-REMOTE-METHODS          PIC X(10).
006100     03  FILLER                      PIC X(41).
006200 FD  TRAN-ARCHIVE-FILE.
006300     COPY IMWSTHAR.
006400 SD  CLUSTER-SORT-FILE.
006500 01  CLUSTER-SORT-RECORD.
006600     03  CLS-KEY.
006700         05  CLS-KEY-TYPE            PIC X.
006800         05  CLS-KEY-TEXT            PIC X(320).
006900     03  CLS-ACCOUNT                 PIC X(22).
007000 FD  NAF-EXCEPTION-FILE.
007100     COPY IMWSEXWK.
007200 FD  NAF-MONITOR-RPT
007300     RECORD CONTAINS 133 CHARACTERS.
007400 01  NAF-MONITOR-RPT-LINE            PIC X(133).
007500 WORKING-STORAGE SECTION.
007600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMNAFMON'.
007700 77  WS-CND-MAX                      PIC S9(5)   COMP VALUE +5000.
007800 77  WS-CRD-MAX                      PIC S9(3)   COMP VALUE +20.
007900 77  WS-GRP-MAX                      PIC S9(3)   COMP VALUE +20.
008000 77  WS-EXC-FILE-STATUS              PIC X(2)    VALUE SPACES.
008100     88  WS-88-EXC-NOT-FOUND         VALUE '35'.
008200     EJECT
008300     COPY SIWSDTAR.
008400     EJECT
008500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
008600 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
008700     03  WS-RUN-YR                   PIC 99.
008800     03  WS-RUN-MO                   PIC 99.
008900     03  WS-RUN-DA                   PIC 99.
009000 01  WS-OPEN-DATE-YYMMDD             PIC 9(6)    VALUE 0.
009100 01  WS-OPEN-DATE REDEFINES WS-OPEN-DATE-YYMMDD.
009200     03  WS-OPEN-YR                  PIC 99.
009300     03  WS-OPEN-MO                  PIC 99.
009400     03  WS-OPEN-DA                  PIC 99.
009500 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
009600 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
009700     EJECT
009800 01  WS-SWITCHES.
009900     03  WS-ARC-EOF-SW               PIC X(1)    VALUE 'N'.
010000         88  WS-88-ARC-EOF           VALUE 'Y'.
010100     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
010200         88  WS-88-MASTER-EOF        VALUE 'Y'.
010300     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010400         88  WS-88-SORT-EOF          VALUE 'Y'.
010500     03  WS-WINDOW-SW                PIC X(1)    VALUE 'N'.
010600         88  WS-88-IN-WINDOW         VALUE 'Y'.
010700     03  WS-RAPID-SW                 PIC X(1)    VALUE 'N'.
010800         88  WS-88-RAPID             VALUE 'Y'.
010900     03  WS-GROUP-SW                 PIC X(1)    VALUE 'N'.
011000         88  WS-88-GROUP-FLAGGED     VALUE 'Y'.
011100 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011200 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
011300 01  WS-KEY-POS                      PIC S9(3)   COMP VALUE 0.
011400 01  WS-CND-COUNT                    PIC S9(5)   COMP VALUE 0.
011500 01  WS-CRD-COUNT                    PIC S9(3)   COMP VALUE 0.
011600 01  WS-GRP-COUNT                    PIC S9(5)   COMP VALUE 0.
011700 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
011800 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
011900 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
012000 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
012100 01  WS-FLAG-COUNT                   PIC S9(3)   COMP VALUE 0.
012200 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
012300 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
012400 01  WS-HLD-CLUSTER-KEY              PIC X(321)  VALUE SPACES.
012500 01  WS-AGE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
012600 01  WS-ITEM-DAY                     PIC S9(5)   COMP-3 VALUE 0.
012700 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
012800 01  WS-CREDIT-AMT                   PIC S9(13)V99 COMP-3 VALUE 0.
012900 01  WS-RAPID-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
013000 01  WS-RAPID-MIN                    PIC S9(13)V99 COMP-3 VALUE 0.
013100 01  WS-EX-CODE                      PIC X(4)    VALUE SPACES.
013200 01  WS-RESTRICTION                  PIC X(30)   VALUE SPACES.
013300     EJECT
013400*----------------------------------------------------------------*
013500*    RECOMMENDED RESTRICTIONS BY WORKQUEUE CODE, MOST SEVERE     *
013600*    FIRST.                                                      *
013700*----------------------------------------------------------------*
013800 01  WS-RESTRICTION-NAMES.
013900     03  FILLER                      PIC X(34)   VALUE
014000         'NA01HOLD ALL FUNDS                '.
014100     03  FILLER                      PIC X(34)   VALUE
014200         'NA02BLOCK OUTBOUND TRANSFERS      '.
014300     03  FILLER                      PIC X(34)   VALUE
014400         'NA03EXTENDED DEPOSIT HOLDS        '.
014500     03  FILLER                      PIC X(34)   VALUE
014600         'NA04IDENTITY VERIFICATION         '.
014700 01  WS-RESTRICTION-TABLE REDEFINES WS-RESTRICTION-NAMES.
014800     03  WS-RST-ENTRY OCCURS 4 TIMES.
014900         05  WS-RST-CODE             PIC X(4).
015000         05  WS-RST-NAME             PIC X(30).
015100 01  WS-RST-SUB                      PIC S9(3)   COMP VALUE 0.
015200     EJECT
015300*----------------------------------------------------------------*
015400*    CREDITS OF THE CURRENT ACCOUNT STILL OPEN TO THE RAPID      *
015500*    WITHDRAWAL TEST - DAY IS DAYS SINCE OPENING.                *
015600*----------------------------------------------------------------*
015700 01  WS-CREDIT-TABLE.
015800     03  WS-CRD-ENTRY OCCURS 20 TIMES
015900                      INDEXED BY CRX.
016000         05  WS-CRD-DAY              PIC S9(5)   COMP-3.
016100         05  WS-CRD-AMOUNT           PIC S9(13)V99 COMP-3.
016200         05  WS-CRD-OUT              PIC S9(13)V99 COMP-3.
016300     EJECT
016400*----------------------------------------------------------------*
016500*    WINDOW ACCOUNTS IN MASTER KEY ORDER.                        *
016600*----------------------------------------------------------------*
016700 01  WS-CANDIDATE-TABLE.
016800     03  WS-CND-ENTRY OCCURS 5000 TIMES
016900                      INDEXED BY CNX.
017000         05  WS-CND-ACCOUNT          PIC X(22).
017100         05  WS-CND-BRANCH           PIC X(5).
017200         05  WS-CND-OPENED           PIC 9(6).
017300         05  WS-CND-METHOD           PIC X.
017400         05  WS-CND-CREDITS          PIC S9(13)V99 COMP-3.
017500         05  WS-CND-OPEN-DEP         PIC S9(13)V99 COMP-3.
017600         05  WS-CND-RAPID-AMT        PIC S9(13)V99 COMP-3.
017700         05  WS-CND-FLAGS.
017800             07  WS-CND-UNFUNDED     PIC X.
017900             07  WS-CND-UNDERFUNDED  PIC X.
018000             07  WS-CND-REMOTE       PIC X.
018100             07  WS-CND-RAPID        PIC X.
018200             07  WS-CND-CLUSTER      PIC X.
018300 01  WS-GROUP-TABLE.
018400     03  WS-GRP-HIT OCCURS 20 TIMES  PIC S9(5)   COMP.
018500     EJECT
018600 01  WS-TOTALS.
018700     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-ARCHIVE              PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-WINDOW               PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-NOT-TABLED           PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-KEYS                 PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-UNFUNDED             PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-UNDERFUNDED          PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-REMOTE               PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-RAPID                PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-CLUSTER              PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-FLAGGED              PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-RST OCCURS 4 TIMES   PIC 9(7)    COMP.
019900     EJECT
020000 01  WS-REPORT-TITLE.
020100     03  FILLER                      PIC X(48)   VALUE
020200         'IMNAFMON - NEW-ACCOUNT EARLY-LIFE FRAUD MONITOR '.
020300     03  FILLER                      PIC X(9)    VALUE
020400         'RUN DATE '.
020500     03  TTL-RUN-DATE                PIC X(8).
020600     03  FILLER                      PIC X(68)   VALUE SPACES.
020700 01  WS-HEADING-LINE.
020800     03  FILLER                      PIC X(4)    VALUE SPACES.
020900     03  FILLER                      PIC X(50)   VALUE
021000         'BRNCH  ACCOUNT                 OPENED   M       CR'.
021100     03  FILLER                      PIC X(50)   VALUE
021200         'EDITS    OPENING DEPOSIT  FLAGS  RECOMMENDED RESTR'.
021300     03  FILLER                      PIC X(29)   VALUE
021400         'ICTION                       '.
021500 01  WS-DETAIL-LINE.
021600     03  FILLER                      PIC X(4)    VALUE SPACES.
021700     03  DTL-BRANCH                  PIC X(5).
021800     03  FILLER                      PIC X(2)    VALUE SPACES.
021900     03  DTL-ACCOUNT                 PIC X(22).
022000     03  FILLER                      PIC X(2)    VALUE SPACES.
022100     03  DTL-OPENED                  PIC X(8).
022200     03  FILLER                      PIC X(1)    VALUE SPACES.
022300     03  DTL-METHOD                  PIC X.
022400     03  FILLER                      PIC X(1)    VALUE SPACES.
022500     03  DTL-CREDITS                 PIC Z,ZZZ,ZZZ,ZZ9.99.
022600     03  FILLER                      PIC X(2)    VALUE SPACES.
022700     03  DTL-OPEN-DEP                PIC Z,ZZZ,ZZZ,ZZ9.99.
022800     03  FILLER                      PIC X(2)    VALUE SPACES.
022900     03  DTL-FLAGS                   PIC X(5).
023000     03  FILLER                      PIC X(2)    VALUE SPACES.
023100     03  DTL-RESTRICTION             PIC X(30).
023200     03  FILLER                      PIC X(14)   VALUE SPACES.
023300 01  WS-SUMMARY-LINE.
023400     03  FILLER                      PIC X(4)    VALUE SPACES.
023500     03  SUM-LIT                     PIC X(34).
023600     03  SUM-COUNT                   PIC ZZZ,ZZ9.
023700     03  FILLER                      PIC X(88)   VALUE SPACES.
023800 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023900     EJECT
024000 LINKAGE SECTION.
024100     COPY SIWSCNTL.
024200     EJECT
024300     COPY IMAWKMST.
024400     EJECT
024500     COPY IMWSENVO.
024600     EJECT
024700 PROCEDURE DIVISION.
024800*----------------------------------------------------------------*
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
025100     SORT CLUSTER-SORT-FILE
025200         ASCENDING KEY CLS-KEY CLS-ACCOUNT
025300         INPUT PROCEDURE IS 2000-SCAN-MASTER
025400         OUTPUT PROCEDURE IS 4000-FIND-CLUSTERS.
025500     PERFORM 5000-RAISE-FLAGS     THRU 5000-EXIT
025600         VARYING WS-SUB FROM 1 BY 1
025700         UNTIL WS-SUB GREATER THAN WS-CND-COUNT.
025800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025900     GOBACK.
026000     EJECT
026100 1000-INITIALIZE.
026200     OPEN INPUT NAF-PARM-FILE.
026300     READ NAF-PARM-FILE
026400         AT END MOVE SPACES TO NAF-PARM-RECORD.
026500     CLOSE NAF-PARM-FILE.
026600     IF  NAP-RUN-DATE NUMERIC
026700     AND NAP-RUN-DATE GREATER THAN ZERO
026800         MOVE NAP-RUN-DATE TO WS-RUN-DATE-YYMMDD
026900     ELSE
027000         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
027100     IF  NAP-WINDOW-DAYS NOT NUMERIC
027200     OR  NAP-WINDOW-DAYS EQUAL ZERO
027300         MOVE 60 TO NAP-WINDOW-DAYS.
027400     IF  NAP-GRACE-DAYS NOT NUMERIC
027500         MOVE 10 TO NAP-GRACE-DAYS.
027600     IF  NAP-RAPID-DAYS NOT NUMERIC
027700     OR  NAP-RAPID-DAYS EQUAL ZERO
027800         MOVE 5 TO NAP-RAPID-DAYS.
027900     IF  NAP-RAPID-PCT NOT NUMERIC
028000     OR  NAP-RAPID-PCT EQUAL ZERO
028100         MOVE 80 TO NAP-RAPID-PCT.
028200     IF  NAP-RAPID-MIN-AMT NOT NUMERIC
028300         MOVE ZERO TO NAP-RAPID-MIN-AMT.
028400     MOVE NAP-RAPID-MIN-AMT TO WS-RAPID-MIN.
028500     IF  NAP-CLUSTER-MIN NOT NUMERIC
028600     OR  NAP-CLUSTER-MIN LESS THAN 2
028700         MOVE 3 TO NAP-CLUSTER-MIN.
028800     IF  NAP-CLUSTER-MIN GREATER THAN WS-GRP-MAX
028900         MOVE WS-GRP-MAX TO NAP-CLUSTER-MIN.
029000     IF  NAP-REMOTE-METHODS EQUAL SPACES
029100     OR  NAP-REMOTE-METHODS EQUAL LOW-VALUES
029200         MOVE 'EIMT' TO NAP-REMOTE-METHODS.
029300     MOVE ZERO TO WS-TOT-RST (1) WS-TOT-RST (2)
029400                  WS-TOT-RST (3) WS-TOT-RST (4).
029500     OPEN INPUT  TRAN-ARCHIVE-FILE.
029600     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
029700     OPEN EXTEND NAF-EXCEPTION-FILE.
029800     IF  WS-88-EXC-NOT-FOUND
029900         OPEN OUTPUT NAF-EXCEPTION-FILE
030000     END-IF.
030100     OPEN OUTPUT NAF-MONITOR-RPT.
030200     MOVE SPACES TO TTL-RUN-DATE.
030300     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
030400         DELIMITED BY SIZE INTO TTL-RUN-DATE.
030500     WRITE NAF-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
030600     MOVE SPACES TO NAF-MONITOR-RPT-LINE.
030700     MOVE WS-REPORT-TITLE TO NAF-MONITOR-RPT-LINE.
030800     WRITE NAF-MONITOR-RPT-LINE.
030900     WRITE NAF-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
031000     MOVE SPACES TO NAF-MONITOR-RPT-LINE.
031100     MOVE WS-HEADING-LINE TO NAF-MONITOR-RPT-LINE.
031200     WRITE NAF-MONITOR-RPT-LINE.
031300     WRITE NAF-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
031400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
031500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
031600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
031700     MOVE 'I' TO I-O-CONTROL-ACCESS.
031800     MOVE -1  TO I-O-SEND-CODE.
031900     CALL 'IMACTM' USING I-O-CONTROL-AREA
032000                         MASTER-AREA
032100                         SI-ENVIRONMENT-AREA.
032200 1000-EXIT. EXIT.
032300     EJECT
032400*----------------------------------------------------------------*
032500*    2000-SCAN-MASTER - SORT INPUT PROCEDURE.  EVERY OPEN        *
032600*    DEPOSIT ACCOUNT IN THE WINDOW IS TESTED AGAINST ITS ARCHIVE *
032700*    ITEMS, TABLED, AND RELEASES ITS ADDRESS AND PHONE KEYS.     *
032800*----------------------------------------------------------------*
032900 2000-SCAN-MASTER.
033000     PERFORM 2100-PROCESS-ACCOUNT THRU 2100-EXIT
033100         UNTIL WS-88-MASTER-EOF.
033200 2000-EXIT. EXIT.
033300 2100-PROCESS-ACCOUNT.
033400     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
033500     MOVE -1   TO I-O-SEND-CODE.
033600     CALL 'IMACTM' USING I-O-CONTROL-AREA
033700                         MASTER-AREA
033800                         SI-ENVIRONMENT-AREA.
033900     IF  I-O-88-END-OF-FILE
034000         MOVE 'Y' TO WS-MASTER-EOF-SW
034100         GO TO 2100-EXIT.
034200     ADD 1 TO WS-TOT-ACCOUNTS.
034300     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
034400     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
034500         UNTIL WS-88-ARC-EOF
034600            OR THA-ACCOUNT NOT LESS THAN WS-ACCOUNT.
034700     PERFORM 2200-TEST-WINDOW THRU 2200-EXIT.
034800     IF  NOT WS-88-IN-WINDOW
034900         PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
035000             UNTIL WS-88-ARC-EOF
035100                OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT
035200         GO TO 2100-EXIT.
035300     ADD 1 TO WS-TOT-WINDOW.
035400     MOVE ZERO TO WS-CREDIT-AMT WS-RAPID-AMT WS-CRD-COUNT.
035500     MOVE 'N' TO WS-RAPID-SW.
035600     PERFORM 2300-ACCUMULATE THRU 2300-EXIT
035700         UNTIL WS-88-ARC-EOF
035800            OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT.
035900     IF  WS-CND-COUNT NOT LESS THAN WS-CND-MAX
036000         ADD 1 TO WS-TOT-NOT-TABLED
036100         GO TO 2100-EXIT.
036200     ADD 1 TO WS-CND-COUNT.
036300     SET CNX TO WS-CND-COUNT.
036400     MOVE WS-ACCOUNT          TO WS-CND-ACCOUNT (CNX).
036500     MOVE WMS-BRANCH5         TO WS-CND-BRANCH (CNX).
036600     MOVE WS-OPEN-DATE-YYMMDD TO WS-CND-OPENED (CNX).
036700     MOVE WMS-OPENING-METHOD  TO WS-CND-METHOD (CNX).
036800     MOVE WS-CREDIT-AMT       TO WS-CND-CREDITS (CNX).
036900     MOVE WMS-OPENING-DEPOSIT TO WS-CND-OPEN-DEP (CNX).
037000     MOVE WS-RAPID-AMT        TO WS-CND-RAPID-AMT (CNX).
037100     MOVE SPACES              TO WS-CND-FLAGS (CNX).
037200     PERFORM 2400-TEST-FUNDING THRU 2400-EXIT.
037300     IF  WMS-OPENING-METHOD NOT EQUAL SPACE
037400     AND WMS-OPENING-METHOD NOT EQUAL LOW-VALUE
037500         PERFORM 2410-TEST-REMOTE THRU 2410-EXIT
037600             VARYING WS-LINE-SUB FROM 1 BY 1
037700             UNTIL WS-LINE-SUB GREATER THAN 10.
037800     IF  WS-88-RAPID
037900         MOVE 'W' TO WS-CND-RAPID (CNX)
038000         ADD 1 TO WS-TOT-RAPID.
038100     PERFORM 2500-RELEASE-KEYS THRU 2500-EXIT.
038200 2100-EXIT. EXIT.
038300     EJECT
038400*----------------------------------------------------------------*
038500*    2200-TEST-WINDOW - OPEN DEPOSIT ACCOUNTS WITH A USABLE      *
038600*    OPENING DATE, OPENED WITHIN THE WINDOW OR STILL FLAGGED NEW *
038700*    FOR FUNDS AVAILABILITY.                                     *
038800*----------------------------------------------------------------*
038900 2200-TEST-WINDOW.
039000     MOVE 'N' TO WS-WINDOW-SW.
039100     IF  WMS-LOAN-TRLR EQUAL '1'
039300         GO TO 2200-EXIT.
039400     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
039500     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
039600     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
039700         GO TO 2200-EXIT.
039800     IF  WMS-DATE-OPENED NOT NUMERIC
039900     OR  WMS-DATE-OPENED EQUAL ZEROS
040000         GO TO 2200-EXIT.
040100     MOVE WMS-OPENED-YR TO WS-OPEN-DATE-YYMMDD (1:2).
040200     MOVE WMS-OPENED-MO TO WS-OPEN-DATE-YYMMDD (3:2).
040300     MOVE WMS-OPENED-DA TO WS-OPEN-DATE-YYMMDD (5:2).
040400     MOVE WS-OPEN-DATE-YYMMDD TO WS-LOW-DATE.
040500     MOVE WS-RUN-DATE-YYMMDD  TO WS-HIGH-DATE.
040600     PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT.
040700     MOVE RET-DAYS TO WS-AGE-DAYS.
040800     IF  WS-AGE-DAYS LESS THAN ZERO
040900         GO TO 2200-EXIT.
041000     IF  WS-AGE-DAYS NOT GREATER THAN NAP-WINDOW-DAYS
041100     OR  WMS-EFA-NEW-ACCT-FLAG EQUAL 'Y'
041200         MOVE 'Y' TO WS-WINDOW-SW.
041300 2200-EXIT. EXIT.
041400     EJECT
041500*----------------------------------------------------------------*
041600*    2300-ACCUMULATE - CREDITS SINCE OPENING ARE TOTALLED FOR    *
041700*    THE FUNDING TEST.  A CREDIT OF AT LEAST THE RAPID MINIMUM   *
041800*    IS TABLED; EACH DEBIT IS CHARGED AGAINST EVERY TABLED       *
041900*    CREDIT IT FOLLOWS WITHIN THE RAPID DAYS, AND A CREDIT WHOSE *
042000*    DEBITS REACH THE RAPID PERCENT OF IT IS A RAPID SEQUENCE.   *
042100*----------------------------------------------------------------*
042200 2300-ACCUMULATE.
042300     IF  THA-POST-DATE LESS THAN WS-OPEN-DATE-YYMMDD
042400         GO TO 2300-NEXT.
042500     MOVE THA-AMOUNT TO WS-ITEM-AMT.
042600     IF  WS-ITEM-AMT LESS THAN ZERO
042700         COMPUTE WS-ITEM-AMT = ZERO - WS-ITEM-AMT.
042800     IF  WS-ITEM-AMT EQUAL ZERO
042900         GO TO 2300-NEXT.
043000     MOVE WS-OPEN-DATE-YYMMDD TO WS-LOW-DATE.
043100     MOVE THA-POST-DATE       TO WS-HIGH-DATE.
043200     PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT.
043300     MOVE RET-DAYS TO WS-ITEM-DAY.
043400     IF  THA-TRAN-CODE (1:1) EQUAL '1'
043500         PERFORM 2310-CHARGE-DEBIT THRU 2310-EXIT
043600             VARYING WS-SUB FROM 1 BY 1
043700             UNTIL WS-SUB GREATER THAN WS-CRD-COUNT
043800         GO TO 2300-NEXT.
043900     ADD WS-ITEM-AMT TO WS-CREDIT-AMT.
044000     IF  WS-ITEM-AMT LESS THAN WS-RAPID-MIN
044100     OR  WS-CRD-COUNT NOT LESS THAN WS-CRD-MAX
044200         GO TO 2300-NEXT.
044300     ADD 1 TO WS-CRD-COUNT.
044400     SET CRX TO WS-CRD-COUNT.
044500     MOVE WS-ITEM-DAY TO WS-CRD-DAY (CRX).
044600     MOVE WS-ITEM-AMT TO WS-CRD-AMOUNT (CRX).
044700     MOVE ZERO        TO WS-CRD-OUT (CRX).
044800 2300-NEXT.
044900     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
045000 2300-EXIT. EXIT.
045100 2310-CHARGE-DEBIT.
045200     SET CRX TO WS-SUB.
045300     IF  WS-ITEM-DAY LESS THAN WS-CRD-DAY (CRX)
045400     OR  WS-ITEM-DAY GREATER THAN
045500             WS-CRD-DAY (CRX) + NAP-RAPID-DAYS
045600         GO TO 2310-EXIT.
045700     ADD WS-ITEM-AMT TO WS-CRD-OUT (CRX).
045800     IF  WS-CRD-OUT (CRX) * 100 LESS THAN
045900             WS-CRD-AMOUNT (CRX) * NAP-RAPID-PCT
046000         GO TO 2310-EXIT.
046100     MOVE 'Y' TO WS-RAPID-SW.
046200     IF  WS-CRD-AMOUNT (CRX) GREATER THAN WS-RAPID-AMT
046300         MOVE WS-CRD-AMOUNT (CRX) TO WS-RAPID-AMT.
046400 2310-EXIT. EXIT.
046500     EJECT
046600*----------------------------------------------------------------*
046700*    2400-TEST-FUNDING - ONLY ONCE THE GRACE DAYS HAVE PASSED.   *
046800*    NO CREDIT AND NO BALANCE IS NEVER FUNDED; CREDITS SHORT OF  *
046900*    THE OPENING DEPOSIT ON THE APPLICATION IS UNDERFUNDED.      *
047000*----------------------------------------------------------------*
047100 2400-TEST-FUNDING.
047200     IF  WS-AGE-DAYS NOT GREATER THAN NAP-GRACE-DAYS
047300         GO TO 2400-EXIT.
047400     IF  WS-CREDIT-AMT EQUAL ZERO
047500     AND WMS-CURR-BAL NOT GREATER THAN ZERO
047600         MOVE 'U' TO WS-CND-UNFUNDED (CNX)
047700         ADD 1 TO WS-TOT-UNFUNDED
047800         GO TO 2400-EXIT.
047900     IF  WMS-OPENING-DEPOSIT GREATER THAN ZERO
048000     AND WS-CREDIT-AMT LESS THAN WMS-OPENING-DEPOSIT
048100         MOVE 'L' TO WS-CND-UNDERFUNDED (CNX)
048200         ADD 1 TO WS-TOT-UNDERFUNDED.
048300 2400-EXIT. EXIT.
048400 2410-TEST-REMOTE.
048500     IF  NAP-REMOTE-METHODS (WS-LINE-SUB:1)
048600             EQUAL WMS-OPENING-METHOD
048700     AND WS-CND-REMOTE (CNX) EQUAL SPACE
048800         MOVE 'R' TO WS-CND-REMOTE (CNX)
048900         ADD 1 TO WS-TOT-REMOTE.
049000 2410-EXIT. EXIT.
049100     EJECT
049200*----------------------------------------------------------------*
049300*    2500-RELEASE-KEYS - THE STATEMENT ADDRESS ('A') WITHOUT ITS *
049400*    NAME LINES (TYPE '1') SO DIFFERENT NAMES AT ONE ADDRESS     *
049500*    FALL TOGETHER, AND THE HOME PHONE ('P').                    *
049600*----------------------------------------------------------------*
049700 2500-RELEASE-KEYS.
049800     MOVE SPACES TO CLUSTER-SORT-RECORD.
049900     MOVE 'A'    TO CLS-KEY-TYPE.
050000     MOVE 1      TO WS-KEY-POS.
050100     PERFORM 2510-ONE-LINE THRU 2510-EXIT
050200         VARYING WS-LINE-SUB FROM 1 BY 1
050300         UNTIL WS-LINE-SUB GREATER THAN 8.
050400     IF  CLS-KEY-TEXT NOT EQUAL SPACES
050500         MOVE WS-ACCOUNT TO CLS-ACCOUNT
050600         PERFORM 2590-RELEASE-KEY THRU 2590-EXIT.
050700     IF  WMS-HOME-PHONE-NO EQUAL SPACES
050800     OR  WMS-HOME-PHONE-NO EQUAL ZEROS
050900     OR  WMS-HOME-PHONE-NO EQUAL LOW-VALUES
051000         GO TO 2500-EXIT.
051100     MOVE SPACES             TO CLUSTER-SORT-RECORD.
051200     MOVE 'P'                TO CLS-KEY-TYPE.
051300     MOVE WMS-HOME-AREA-CODE TO CLS-KEY-TEXT (1:3).
051400     MOVE WMS-HOME-PHONE-NO  TO CLS-KEY-TEXT (4:7).
051500     MOVE WS-ACCOUNT         TO CLS-ACCOUNT.
051600     PERFORM 2590-RELEASE-KEY THRU 2590-EXIT.
051700 2500-EXIT. EXIT.
051800 2510-ONE-LINE.
051900     IF  WMS-NAME-ADDR-TYPE (WS-LINE-SUB) EQUAL '1'
052000     OR  WMS-NAME-ADDRESS (WS-LINE-SUB) EQUAL SPACES
052100     OR  WMS-NAME-ADDRESS (WS-LINE-SUB) EQUAL LOW-VALUES
052200         GO TO 2510-EXIT.
052300     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB)
052400         TO CLS-KEY-TEXT (WS-KEY-POS:40).
052500     ADD 40 TO WS-KEY-POS.
052600 2510-EXIT. EXIT.
052700 2590-RELEASE-KEY.
052800     ADD 1 TO WS-TOT-KEYS.
052900     RELEASE CLUSTER-SORT-RECORD.
053000 2590-EXIT. EXIT.
053100 2900-READ-ARCHIVE.
053200     READ TRAN-ARCHIVE-FILE
053300         AT END MOVE 'Y' TO WS-ARC-EOF-SW
053400                GO TO 2900-EXIT.
053500     ADD 1 TO WS-TOT-ARCHIVE.
053600 2900-EXIT. EXIT.
053700 2950-DAYS-BETWEEN.
053800     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
053900     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
054000     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
054100     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
054200     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
054300     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
054400     CALL 'SIDIF1' USING DATE-AREA.
054500 2950-EXIT. EXIT.
054600     EJECT
054700*----------------------------------------------------------------*
054800*    4000-FIND-CLUSTERS - SORT OUTPUT PROCEDURE.  THE FIRST      *
054900*    ACCOUNTS OF A KEY ARE HELD UNTIL THE GROUP REACHES THE      *
055000*    CLUSTER MINIMUM; THEN THEY AND EVERY LATER ACCOUNT OF THE   *
055100*    KEY ARE FLAGGED.                                            *
055200*----------------------------------------------------------------*
055300 4000-FIND-CLUSTERS.
055400     MOVE SPACES TO WS-HLD-CLUSTER-KEY.
055500     MOVE ZERO   TO WS-GRP-COUNT.
055600     PERFORM 4100-ONE-KEY THRU 4100-EXIT
055700         UNTIL WS-88-SORT-EOF.
055800 4000-EXIT. EXIT.
055900 4100-ONE-KEY.
056000     RETURN CLUSTER-SORT-FILE
056100         AT END MOVE 'Y' TO WS-SORT-EOF-SW
056200                GO TO 4100-EXIT.
056300     IF  CLS-KEY NOT EQUAL WS-HLD-CLUSTER-KEY
056400         MOVE CLS-KEY TO WS-HLD-CLUSTER-KEY
056500         MOVE ZERO    TO WS-GRP-COUNT
056600         MOVE 'N'     TO WS-GROUP-SW.
056700     MOVE CLS-ACCOUNT TO WS-SEARCH-ACCOUNT.
056800     PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
056900     IF  WS-HIT EQUAL ZERO
057000         GO TO 4100-EXIT.
057100     ADD 1 TO WS-GRP-COUNT.
057200     IF  WS-88-GROUP-FLAGGED
057300         PERFORM 4300-FLAG-MEMBER THRU 4300-EXIT
057400         GO TO 4100-EXIT.
057500     MOVE WS-HIT TO WS-GRP-HIT (WS-GRP-COUNT).
057600     IF  WS-GRP-COUNT LESS THAN NAP-CLUSTER-MIN
057700         GO TO 4100-EXIT.
057800     MOVE 'Y' TO WS-GROUP-SW.
057900     PERFORM 4200-FLAG-HELD THRU 4200-EXIT
058000         VARYING WS-SUB FROM 1 BY 1
058100         UNTIL WS-SUB GREATER THAN WS-GRP-COUNT.
058200 4100-EXIT. EXIT.
058300 4200-FLAG-HELD.
058400     MOVE WS-GRP-HIT (WS-SUB) TO WS-HIT.
058500     PERFORM 4300-FLAG-MEMBER THRU 4300-EXIT.
058600 4200-EXIT. EXIT.
058700 4300-FLAG-MEMBER.
058800     SET CNX TO WS-HIT.
058900     IF  WS-CND-CLUSTER (CNX) EQUAL SPACE
059000         MOVE 'C' TO WS-CND-CLUSTER (CNX)
059100         ADD 1 TO WS-TOT-CLUSTER.
059200 4300-EXIT. EXIT.
059300*----------------------------------------------------------------*
059400*    4500-FIND-ACCOUNT - BINARY SEARCH OF THE CANDIDATE TABLE,   *
059500*    WHICH IS IN MASTER KEY ORDER.  WS-HIT IS ZERO IF ABSENT.    *
059600*----------------------------------------------------------------*
059700 4500-FIND-ACCOUNT.
059800     MOVE ZERO TO WS-HIT.
059900     MOVE 1 TO WS-LOW.
060000     MOVE WS-CND-COUNT TO WS-HIGH.
060100     PERFORM 4510-HALVE THRU 4510-EXIT
060200         UNTIL WS-LOW GREATER THAN WS-HIGH
060300            OR WS-HIT GREATER THAN ZERO.
060400 4500-EXIT. EXIT.
060500 4510-HALVE.
060600     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
060700     IF  WS-CND-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
060800         MOVE WS-MID TO WS-HIT
060900         GO TO 4510-EXIT.
061000     IF  WS-CND-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
061100         COMPUTE WS-LOW = WS-MID + 1
061200     ELSE
061300         COMPUTE WS-HIGH = WS-MID - 1.
061400 4510-EXIT. EXIT.
061500     EJECT
061600*----------------------------------------------------------------*
061700*    5000-RAISE-FLAGS - ONE WORKQUEUE ITEM PER FLAGGED ACCOUNT   *
061800*    UNDER ITS MOST SEVERE RECOMMENDATION -                      *
061900*      NA01  A RAPID DEPOSIT-WITHDRAWAL, OR A CLUSTER ACCOUNT    *
062000*            ALSO SHORT OF ITS FUNDING                           *
062100*      NA02  ANY OTHER CLUSTER ACCOUNT                           *
062200*      NA03  NEVER FUNDED OR UNDERFUNDED                         *
062300*      NA04  REMOTE OPENING ALONE                                *
062400*----------------------------------------------------------------*
062500 5000-RAISE-FLAGS.
062600     SET CNX TO WS-SUB.
062700     IF  WS-CND-FLAGS (CNX) EQUAL SPACES
062800         GO TO 5000-EXIT.
062900     IF  WS-CND-RAPID (CNX) NOT EQUAL SPACE
063000         MOVE 1 TO WS-RST-SUB
063100     ELSE
063200     IF  WS-CND-CLUSTER (CNX) NOT EQUAL SPACE
063300         IF  WS-CND-UNFUNDED (CNX) NOT EQUAL SPACE
063400         OR  WS-CND-UNDERFUNDED (CNX) NOT EQUAL SPACE
063500             MOVE 1 TO WS-RST-SUB
063600         ELSE
063700             MOVE 2 TO WS-RST-SUB
063800     ELSE
063900     IF  WS-CND-UNFUNDED (CNX) NOT EQUAL SPACE
064000     OR  WS-CND-UNDERFUNDED (CNX) NOT EQUAL SPACE
064100         MOVE 3 TO WS-RST-SUB
064200     ELSE
064300         MOVE 4 TO WS-RST-SUB.
064400     MOVE WS-RST-CODE (WS-RST-SUB) TO WS-EX-CODE.
064500     MOVE WS-RST-NAME (WS-RST-SUB) TO WS-RESTRICTION.
064600     ADD 1 TO WS-TOT-FLAGGED.
064700     ADD 1 TO WS-TOT-RST (WS-RST-SUB).
064800     MOVE ZERO TO WS-FLAG-COUNT.
064900     INSPECT WS-CND-FLAGS (CNX) TALLYING WS-FLAG-COUNT
065000         FOR ALL 'U' ALL 'L' ALL 'R' ALL 'W' ALL 'C'.
065100     MOVE LOW-VALUES TO EXCEPTION-AREA.
065200     MOVE WS-CND-ACCOUNT (CNX) TO IMEX-KEY.
065300     MOVE '02'                 TO IMEX-REC-NO.
065400     MOVE WS-EX-CODE           TO IMEX-EX-CODE.
065500     MOVE ZERO                 TO IMEX-SEQUENCE.
065600     MOVE WS-CND-CREDITS (CNX) TO EX02-BAL.
065700     MOVE WS-FLAG-COUNT        TO EX02-SEQ-NO.
065800     MOVE 'N'                  TO EX02-SRC-FLAG.
065900     MOVE SPACES               TO EX02-SRC-INFO.
066000     STRING WS-RESTRICTION ' ' WS-CND-FLAGS (CNX)
066100         DELIMITED BY SIZE INTO EX02-SRC-INFO.
066200     WRITE EXCEPTION-AREA.
066300     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
066400 5000-EXIT. EXIT.
066500     EJECT
066600 7000-PRINT-DETAIL.
066700     MOVE WS-CND-BRANCH (CNX)   TO DTL-BRANCH.
066800     MOVE WS-CND-ACCOUNT (CNX)  TO DTL-ACCOUNT.
066900     MOVE WS-CND-OPENED (CNX)   TO WS-OPEN-DATE-YYMMDD.
067000     MOVE SPACES TO DTL-OPENED.
067100     STRING WS-OPEN-MO '/' WS-OPEN-DA '/' WS-OPEN-YR
067200         DELIMITED BY SIZE INTO DTL-OPENED.
067300     MOVE WS-CND-METHOD (CNX)   TO DTL-METHOD.
067400     MOVE WS-CND-CREDITS (CNX)  TO DTL-CREDITS.
067500     MOVE WS-CND-OPEN-DEP (CNX) TO DTL-OPEN-DEP.
067600     MOVE WS-CND-FLAGS (CNX)    TO DTL-FLAGS.
067700     MOVE WS-RESTRICTION        TO DTL-RESTRICTION.
067800     MOVE SPACES TO NAF-MONITOR-RPT-LINE.
067900     MOVE WS-DETAIL-LINE TO NAF-MONITOR-RPT-LINE.
068000     WRITE NAF-MONITOR-RPT-LINE.
068100 7000-EXIT. EXIT.
068200     EJECT
068300*----------------------------------------------------------------*
068400*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
068500*----------------------------------------------------------------*
068600 9000-TERMINATE.
068700     WRITE NAF-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
068800     MOVE 'ACCOUNTS ON MASTER                ' TO SUM-LIT.
068900     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
069000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
069100     MOVE 'ARCHIVE ITEMS READ                ' TO SUM-LIT.
069200     MOVE WS-TOT-ARCHIVE TO SUM-COUNT.
069300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
069400     MOVE 'ACCOUNTS IN NEW-ACCOUNT WINDOW    ' TO SUM-LIT.
069500     MOVE WS-TOT-WINDOW TO SUM-COUNT.
069600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
069700     MOVE '  NOT TESTED - TABLE FULL         ' TO SUM-LIT.
069800     MOVE WS-TOT-NOT-TABLED TO SUM-COUNT.
069900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070000     MOVE 'ADDRESS AND PHONE KEYS SORTED     ' TO SUM-LIT.
070100     MOVE WS-TOT-KEYS TO SUM-COUNT.
070200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070300     MOVE 'NEVER FUNDED (U)                  ' TO SUM-LIT.
070400     MOVE WS-TOT-UNFUNDED TO SUM-COUNT.
070500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070600     MOVE 'UNDER OPENING DEPOSIT (L)         ' TO SUM-LIT.
070700     MOVE WS-TOT-UNDERFUNDED TO SUM-COUNT.
070800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070900     MOVE 'REMOTE OPENING (R)                ' TO SUM-LIT.
071000     MOVE WS-TOT-REMOTE TO SUM-COUNT.
071100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071200     MOVE 'RAPID DEPOSIT-WITHDRAWAL (W)      ' TO SUM-LIT.
071300     MOVE WS-TOT-RAPID TO SUM-COUNT.
071400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071500     MOVE 'SHARED ADDRESS OR PHONE (C)       ' TO SUM-LIT.
071600     MOVE WS-TOT-CLUSTER TO SUM-COUNT.
071700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071800     MOVE 'ACCOUNTS SENT TO WORKQUEUE        ' TO SUM-LIT.
071900     MOVE WS-TOT-FLAGGED TO SUM-COUNT.
072000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072100     PERFORM 9200-PRINT-RESTRICTION THRU 9200-EXIT
072200         VARYING WS-RST-SUB FROM 1 BY 1
072300         UNTIL WS-RST-SUB GREATER THAN 4.
072400     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
072500     MOVE -1   TO I-O-SEND-CODE.
072600     CALL 'IMACTM' USING I-O-CONTROL-AREA
072700                         MASTER-AREA
072800                         SI-ENVIRONMENT-AREA.
072900     CLOSE TRAN-ARCHIVE-FILE.
073000     CLOSE NAF-EXCEPTION-FILE.
073100     CLOSE NAF-MONITOR-RPT.
073200 9000-EXIT. EXIT.
073300 9100-PRINT-SUMMARY.
073400     MOVE SPACES TO NAF-MONITOR-RPT-LINE.
073500     MOVE WS-SUMMARY-LINE TO NAF-MONITOR-RPT-LINE.
073600     WRITE NAF-MONITOR-RPT-LINE.
073700 9100-EXIT. EXIT.
073800 9200-PRINT-RESTRICTION.
073900     MOVE SPACES TO SUM-LIT.
074000     STRING '  ' WS-RST-NAME (WS-RST-SUB)
074100         DELIMITED BY SIZE INTO SUM-LIT.
074200     MOVE WS-TOT-RST (WS-RST-SUB) TO SUM-COUNT.
074300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074400 9200-EXIT. EXIT.
