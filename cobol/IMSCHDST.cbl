*     * GN6211 * 10/07/26 JCTE SCHEDULED DISTRIBUTION ENGINE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMSCHDST.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/07/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMSCHDST IS THE NIGHTLY SCHEDULED RETIREMENT DISTRIBUTION   *
000900*    ENGINE. THE MASTER IS BROWSED AND EVERY PLAN ACCOUNT        *
001000*    CARRYING A DISTRIBUTION SCHEDULE                            *
001100*    (WMS-PLN-TRLR-SCHED-DISTRIB) WHOSE NEXT PAYMENT DATE,       *
001200*    ROLLED OFF A WEEKEND OR BANK HOLIDAY THROUGH IMDTROLL, HAS  *
001300*    ARRIVED IS PAID, SO MONTHLY AND ANNUAL PAYMENTS NO LONGER   *
001400*    DEPEND ON THE RETIREMENT DESK KEYING TRANSACTIONS.          *
001500*----------------------------------------------------------------*
001600*    SCHEDULE CODES - WMS-PLN-TRLR-SC-DIST-FREQ IS 1 MONTHLY, 2  *
001700*    QUARTERLY, 3 SEMI-ANNUAL AND 4 ANNUAL.                      *
001800*    WMS-PLN-TRLR-SC-DIST-CD IS T TRANSFER TO                    *
001900*    WMS-TARGET-CONTROL, A ACH (IMACHDSB) OR C CHECK (IMCHKDSB). *
002000*    A SCHEDULE CODE (WMS-PLN-TRLR-SC-DIST-SCHED-CD) OF RM IS A  *
002100*    REQUIRED MINIMUM DISTRIBUTION SCHEDULE.  A SCHEDULE WITH AN *
002200*    ORIGINAL COUNT RUNS UNTIL ITS REMAINING COUNT REACHES ZERO; *
002300*    ONE WITH AN EXPIRATION DATE STOPS AFTER THAT DATE.          *
002400*----------------------------------------------------------------*
002500*    THE GROSS PAYMENT IS WMS-PLN-TRLR-SC-DIST-PAY-AMT.  ON AN   *
002600*    RM SCHEDULE THE FIRST PAYMENT OF EACH YEAR RECOMPUTES IT AS *
002700*    WMS-PLN-TRLR-MIN-DIST-AMT SPREAD EVENLY OVER THE PAYMENTS   *
002800*    LEFT IN THAT YEAR AND STORES IT BACK ON THE SCHEDULE.       *
002900*    WITHHOLDING IS PRICED FROM THE ELECTION MASTER KEPT BY      *
003000*    IMWHELEC (IMSDSELC) THE SAME WAY IMWHELEC PRICES            *
003100*    DISTRIBUTION INTAKE, THE DEFAULT RATE ON THE PARAMETER CARD *
003200*    APPLYING WHEN NO ELECTION IS ON FILE, AND GOES TO THE       *
003300*    WITHHOLDING EXTRACT (IMSDSWHX, THE IMWHEEXT LAYOUT).        *
003400*----------------------------------------------------------------*
003500*    THE GROSS IS DEBITED TO THE PLAN ACCOUNT THROUGH TRAN-FILE  *
003600*    (IMSDSTRN).  THE NET IS CREDITED TO THE TRANSFER TARGET ON  *
003700*    THE SAME FILE, OR WRITTEN TO THE ACH OR CHECK PAYOUT STREAM *
003800*    (IMSDSACH AND IMSDSCHK, THE IMADBPAY AND IMCDBPAY LAYOUT)   *
003900*    FOR IMACHDSB OR IMCHKDSB TO DISBURSE.  THE NEXT PAYMENT     *
004000*    DATE IS ADVANCED ONE PERIOD ON THE SCHEDULE DAY             *
004100*    (WMS-PLN-TRLR-SC-C-DAY1 WHEN GIVEN), THE REMAINING COUNT    *
004200*    DROPS BY ONE, THE LAST DISTRIBUTION DATE IS STAMPED AND THE *
004300*    MASTER REWRITTEN.  A SCHEDULE THAT CANNOT BE PAID IS LISTED *
004400*    AND LEFT DUE FOR THE NEXT RUN.  EVERY OUTPUT FILE IS        *
004500*    MANIFESTED THROUGH IMMANFST.                                *
004525*    AN ELECTION FILE TOO LARGE FOR THE TABLE STOPS THE RUN      *
004550*    BEFORE ANY ACCOUNT IS PAID, WITH RETURN CODE 16.            *
004600*----------------------------------------------------------------*
004700*----------------------------------------------------------------*
004800*               ** HISTORY OF REVISIONS **                      *
004900* DESCRIPTION                                           CHNGID  *
005000* ____________________________________________________ _______ *
005100* 10/07/26 JCTE NEW PROGRAM - NIGHTLY SCHEDULED          GN6211 *
005200*                RETIREMENT DISTRIBUTION ENGINE WITH HOLIDAY    *
005300*                ROLL, ELECTED WITHHOLDING AND TRANSFER, ACH OR *
005400*                CHECK ROUTING                                  *
005500*----------------------------------------------------------------*
005600 ENVIRONMENT    DIVISION.
005700 INPUT-OUTPUT   SECTION.
005800 FILE-CONTROL.
005900     SELECT SDP-PARM-FILE     ASSIGN TO "IMSDSPRM"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT OPTIONAL ELECTION-FILE ASSIGN TO "IMSDSELC"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-ELC-FILE-STATUS.
006400     SELECT SDS-TRAN-OUT      ASSIGN TO "IMSDSTRN"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT ACH-PAYOUT-FILE   ASSIGN TO "IMSDSACH"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT CHECK-PAYOUT-FILE ASSIGN TO "IMSDSCHK"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT WTHLD-EXTRACT     ASSIGN TO "IMSDSWHX"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT SDS-RPT           ASSIGN TO "IMSDSRPT"
007300         ORGANIZATION IS SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SDP-PARM-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  SDP-PARM-RECORD.
007900     03  SDP-RUN-DATE                PIC 9(6).
008000     03  SDP-DEFAULT-RATE            PIC 9V9999.
008100     03  SDP-DEBIT-TRAN-CODE         PIC XX.
008200     03  SDP-CREDIT-TRAN-CODE        PIC XX.
008300     03  SDP-ROLL-RULE               PIC X.
008400     03  FILLER                      PIC X(64).
008500*----------------------------------------------------------------*
008600*    THE WITHHOLDING ELECTION MASTER AS IMWHELEC CARRIES IT      *
008700*    FORWARD - ACTIVE ELECTIONS ONLY.                            *
008800*----------------------------------------------------------------*
008900 FD  ELECTION-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  ELECTION-RECORD.
009200     03  ELC-ACCOUNT                 PIC X(22).
009300     03  ELC-TYPE                    PIC X.
009400     03  ELC-BASIS                   PIC X.
009500     03  ELC-RATE                    PIC S9V9999 COMP-3.
009600     03  ELC-AMOUNT                  PIC S9(11)V99 COMP-3.
009700     03  ELC-EFF-DATE                PIC 9(6).
009800     03  ELC-OPER-ID                 PIC X(5).
009900     03  ELC-MAINT-DATE              PIC 9(6).
010000     03  FILLER                      PIC X(29).
010100 FD  SDS-TRAN-OUT.
010200     COPY IMWSTRAN.
010300*----------------------------------------------------------------*
010400*    THE PAYOUT STREAM RECORD READ BY IMACHDSB (IMADBPAY) AND    *
010500*    IMCHKDSB (IMCDBPAY).                                        *
010600*----------------------------------------------------------------*
010700 FD  ACH-PAYOUT-FILE
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  ACH-PAYOUT-RECORD.
011000     03  APY-ACCOUNT                 PIC X(22).
011100     03  APY-AMOUNT                  PIC 9(11)V99.
011200     03  FILLER                      PIC X(45).
011300 FD  CHECK-PAYOUT-FILE
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  CHECK-PAYOUT-RECORD.
011600     03  CPY-ACCOUNT                 PIC X(22).
011700     03  CPY-AMOUNT                  PIC 9(11)V99.
011800     03  FILLER                      PIC X(45).
011900 FD  WTHLD-EXTRACT
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  WTHLD-EXTRACT-RECORD.
012200     03  WHX-ACCOUNT                 PIC X(22).
012300     03  WHX-GROSS-AMOUNT            PIC 9(11)V99.
012400     03  WHX-WTHLD-AMOUNT            PIC 9(11)V99.
012500     03  WHX-ELECTION-TYPE           PIC X.
012600     03  WHX-ELECTION-BASIS          PIC X.
012700     03  WHX-EFF-DATE                PIC 9(6).
012800     03  FILLER                      PIC X(24).
012900 FD  SDS-RPT
013000     RECORD CONTAINS 133 CHARACTERS.
013100 01  SDS-RPT-LINE                    PIC X(133).
013200 WORKING-STORAGE SECTION.
013300 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMSCHDST'.
013400 77  WS-ELC-MAX                      PIC S9(5)   COMP VALUE +5000.
013500 77  WS-ELC-FILE-STATUS              PIC X(2)    VALUE SPACES.
013600     EJECT
013700     COPY IMWSMNRQ.
013800     EJECT
013900     COPY IMWSDTRL.
014000     EJECT
014100 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
014200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
014300     03  WS-RUN-YR                   PIC 99.
014400     03  WS-RUN-MO                   PIC 99.
014500     03  WS-RUN-DA                   PIC 99.
014600 01  WS-RUN-CCYYMMDD                 PIC 9(8)    VALUE 0.
014700 01  WS-RUN-CENT                     PIC XX      VALUE SPACES.
014800 01  WS-DUE-CCYYMMDD                 PIC 9(8)    VALUE 0.
014900 01  WS-DUE-YYMMDD                   PIC 9(6)    VALUE 0.
015000 01  WS-NEXT-DATE.
015100     03  WS-NEXT-CCYY                PIC 9(4).
015200     03  WS-NEXT-MO                  PIC 99.
015300     03  WS-NEXT-DA                  PIC 99.
015400 01  WS-NEXT-YYMMDD                  PIC 9(6)    VALUE 0.
015500 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
015600 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
015700     03  WS-WORK-YR                  PIC 99.
015800     03  WS-WORK-MO                  PIC 99.
015900     03  WS-WORK-DA                  PIC 99.
016000 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
016100     EJECT
016200 01  WS-SWITCHES.
016300     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
016400         88  WS-88-MASTER-EOF        VALUE 'Y'.
016500     03  WS-ELC-EOF-SW               PIC X(1)    VALUE 'N'.
016600         88  WS-88-ELC-EOF           VALUE 'Y'.
016700     03  WS-ELC-FOUND-SW             PIC X(1)    VALUE 'N'.
016800         88  WS-88-ELC-FOUND         VALUE 'Y'.
016825     03  WS-ELC-TABLE-FULL-SW        PIC X(1)    VALUE 'N'.
016850         88  WS-88-ELC-TABLE-FULL    VALUE 'Y'.
016900 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017000 01  WS-ELC-COUNT                    PIC S9(5)   COMP VALUE 0.
017100 01  WS-DEFAULT-RATE                 PIC S9V9999 COMP-3 VALUE 0.
017200 01  WS-DEBIT-TRAN-CODE              PIC XX      VALUE '17'.
017300 01  WS-CREDIT-TRAN-CODE             PIC XX      VALUE '27'.
017400 01  WS-ROLL-RULE                    PIC X       VALUE 'F'.
017500 01  WS-STEP-MONTHS                  PIC S9(3)   COMP-3 VALUE 0.
017600 01  WS-PAYMENTS-LEFT                PIC S9(3)   COMP-3 VALUE 0.
017700 01  WS-SCHED-DAY                    PIC 99      VALUE 0.
017800 01  WS-MONTH-DAYS                   PIC 99      VALUE 0.
017900 01  WS-LEAP-WORK                    PIC S9(5)   COMP-3 VALUE 0.
018000 01  WS-LEAP-REM                     PIC S9(3)   COMP-3 VALUE 0.
018100 01  WS-GROSS-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
018200 01  WS-WTHLD-WORK                   PIC S9(13)V99 COMP-3 VALUE 0.
018300 01  WS-NET-AMT                      PIC S9(13)V99 COMP-3 VALUE 0.
018400 01  WS-LAST-DIST-YEAR               PIC X(4)    VALUE SPACES.
018500 01  WS-DUE-YEAR                     PIC X(4)    VALUE SPACES.
018600 01  WS-METHOD-LIT                   PIC X(5)    VALUE SPACES.
018700 01  WS-NOTE                         PIC X(26)   VALUE SPACES.
018800 01  WS-DAYS-IN-MONTH-VALUES.
018900     03  FILLER                      PIC X(24)   VALUE
019000         '312831303130313130313031'.
019100 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
019200     03  WS-DIM                      PIC 99      OCCURS 12 TIMES.
019300     EJECT
019400*----------------------------------------------------------------*
019500*    THE WITHHOLDING ELECTION MASTER IN CORE.                    *
019600*----------------------------------------------------------------*
019700 01  WS-ELECTION-TABLE.
019800     03  WS-ELC-ENTRY OCCURS 5000 TIMES
019900                      INDEXED BY ELX.
020000         05  WS-ELC-ACCOUNT          PIC X(22).
020100         05  WS-ELC-TYPE             PIC X.
020200         05  WS-ELC-BASIS            PIC X.
020300         05  WS-ELC-RATE             PIC S9V9999 COMP-3.
020400         05  WS-ELC-AMOUNT           PIC S9(11)V99 COMP-3.
020500         05  WS-ELC-EFF-DATE         PIC 9(6).
020600     EJECT
020700 01  WS-TOTALS.
020800     03  WS-TOT-ELECTIONS            PIC 9(7)    COMP VALUE 0.
020900     03  WS-TOT-NOT-TABLED           PIC 9(7)    COMP VALUE 0.
021000     03  WS-TOT-ACCTS-READ           PIC 9(7)    COMP VALUE 0.
021100     03  WS-TOT-SCHEDULES            PIC 9(7)    COMP VALUE 0.
021200     03  WS-TOT-ENDED                PIC 9(7)    COMP VALUE 0.
021300     03  WS-TOT-NOT-DUE              PIC 9(7)    COMP VALUE 0.
021400     03  WS-TOT-DUE                  PIC 9(7)    COMP VALUE 0.
021500     03  WS-TOT-ROLLED               PIC 9(7)    COMP VALUE 0.
021600     03  WS-TOT-BAD-SCHEDULE         PIC 9(7)    COMP VALUE 0.
021700     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
021800     03  WS-TOT-NO-FUNDS             PIC 9(7)    COMP VALUE 0.
021900     03  WS-TOT-RMD-RECOMPUTED       PIC 9(7)    COMP VALUE 0.
022000     03  WS-TOT-DEFAULTED            PIC 9(7)    COMP VALUE 0.
022100     03  WS-TOT-PAID                 PIC 9(7)    COMP VALUE 0.
022200     03  WS-TOT-TRANSFERS            PIC 9(7)    COMP VALUE 0.
022300     03  WS-TOT-ACH                  PIC 9(7)    COMP VALUE 0.
022400     03  WS-TOT-CHECKS               PIC 9(7)    COMP VALUE 0.
022500     03  WS-TOT-COMPLETED            PIC 9(7)    COMP VALUE 0.
022600     03  WS-TOT-POSTINGS             PIC 9(7)    COMP VALUE 0.
022700     03  WS-TOT-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
022800     03  WS-TOT-GROSS-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
022900     03  WS-TOT-WTHLD-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
023000     03  WS-TOT-NET-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
023100     03  WS-TOT-ACH-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
023200     03  WS-TOT-CHECK-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
023300     EJECT
023400 01  WS-REPORT-TITLE.
023500     03  FILLER                      PIC X(48)   VALUE
023600         'IMSCHDST - SCHEDULED DISTRIBUTION REGISTER      '.
023700     03  FILLER                      PIC X(9)    VALUE
023800         'RUN DATE '.
023900     03  TTL-RUN-DATE                PIC X(8).
024000     03  FILLER                      PIC X(68)   VALUE SPACES.
024100 01  WS-SECTION-LINE.
024200     03  FILLER                      PIC X(4)    VALUE SPACES.
024300     03  SEC-TITLE                   PIC X(40).
024400     03  FILLER                      PIC X(89)   VALUE SPACES.
024500 01  WS-PARM-LINE.
024600     03  FILLER                      PIC X(4)    VALUE SPACES.
024700     03  PRM-LIT                     PIC X(34).
024800     03  PRM-VALUE                   PIC X(10).
024900     03  FILLER                      PIC X(85)   VALUE SPACES.
025000 01  WS-RATE-EDIT                    PIC 9.9999.
025100 01  WS-DETAIL-HEAD.
025200     03  FILLER                      PIC X(4)    VALUE SPACES.
025300     03  FILLER                      PIC X(50)   VALUE
025400         'ACCOUNT                 PAY DATE          GROSS   '.
025500     03  FILLER                      PIC X(50)   VALUE
025600         '    WITHHELD            NET  METH   NEXT PAY   LEF'.
025700     03  FILLER                      PIC X(29)   VALUE
025800         'T  NOTE                      '.
025900 01  WS-DETAIL-LINE.
026000     03  FILLER                      PIC X(4)    VALUE SPACES.
026100     03  DTL-ACCOUNT                 PIC X(22).
026200     03  FILLER                      PIC X(2)    VALUE SPACES.
026300     03  DTL-PAY-DATE                PIC X(8).
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  DTL-GROSS                   PIC ZZ,ZZZ,ZZ9.99.
026600     03  FILLER                      PIC X(2)    VALUE SPACES.
026700     03  DTL-WTHLD                   PIC ZZ,ZZZ,ZZ9.99.
026800     03  FILLER                      PIC X(2)    VALUE SPACES.
026900     03  DTL-NET                     PIC ZZ,ZZZ,ZZ9.99.
027000     03  FILLER                      PIC X(2)    VALUE SPACES.
027100     03  DTL-METHOD                  PIC X(5).
027200     03  FILLER                      PIC X(2)    VALUE SPACES.
027300     03  DTL-NEXT-DATE               PIC X(8).
027400     03  FILLER                      PIC X(2)    VALUE SPACES.
027500     03  DTL-LEFT                    PIC ZZZZ9.
027600     03  FILLER                      PIC X(2)    VALUE SPACES.
027700     03  DTL-NOTE                    PIC X(26).
027800 01  WS-SUMMARY-LINE.
027900     03  FILLER                      PIC X(4)    VALUE SPACES.
028000     03  SUM-LIT                     PIC X(34).
028100     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
028200     03  FILLER                      PIC X(84)   VALUE SPACES.
028300 01  WS-SUMMARY-AMT-LINE.
028400     03  FILLER                      PIC X(4)    VALUE SPACES.
028500     03  SUMA-LIT                    PIC X(34).
028600     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
028700     03  FILLER                      PIC X(79)   VALUE SPACES.
028800 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
028900     EJECT
029000 LINKAGE SECTION.
029100     COPY SIWSCNTL.
029200     EJECT
029300     COPY IMAWKMST.
029400     EJECT
029500     COPY IMWSENVO.
029600     EJECT
029700 PROCEDURE DIVISION.
029800*----------------------------------------------------------------*
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
030100     PERFORM 1100-LOAD-ELECTION   THRU 1100-EXIT
030200         UNTIL WS-88-ELC-EOF.
030225     IF  WS-88-ELC-TABLE-FULL
030250         GO TO 0000-FINISH.
030300     MOVE 'SCHEDULED DISTRIBUTIONS' TO SEC-TITLE.
030400     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
030500     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
030600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
030700         UNTIL WS-88-MASTER-EOF.
030800 0000-FINISH.
030850     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030900     GOBACK.
031000     EJECT
031100*----------------------------------------------------------------*
031200*    1000-INITIALIZE - PARAMETER CARD DEFAULTS ARE A 10 PERCENT  *
031300*    WITHHOLDING RATE WHEN NO ELECTION IS ON FILE, TRAN CODES 17 *
031400*    AND 27 AND HOLIDAYS ROLLED FORWARD TO THE NEXT BUSINESS     *
031500*    DAY.                                                        *
031600*----------------------------------------------------------------*
031700 1000-INITIALIZE.
031800     OPEN INPUT SDP-PARM-FILE.
031900     READ SDP-PARM-FILE
032000         AT END MOVE SPACES TO SDP-PARM-RECORD.
032100     CLOSE SDP-PARM-FILE.
032200     IF  SDP-RUN-DATE NUMERIC
032300     AND SDP-RUN-DATE GREATER THAN ZERO
032400         MOVE SDP-RUN-DATE TO WS-RUN-DATE-YYMMDD
032500     ELSE
032600         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
032700     IF  WS-RUN-YR LESS THAN 50
032800         MOVE '20' TO WS-RUN-CENT
032900         COMPUTE WS-RUN-CCYYMMDD = 20000000 + WS-RUN-DATE-YYMMDD
033000     ELSE
033100         MOVE '19' TO WS-RUN-CENT
033200         COMPUTE WS-RUN-CCYYMMDD = 19000000 + WS-RUN-DATE-YYMMDD.
033300     MOVE 0.1000 TO WS-DEFAULT-RATE.
033400     IF  SDP-DEFAULT-RATE NUMERIC
033500     AND SDP-DEFAULT-RATE GREATER THAN ZERO
033600         MOVE SDP-DEFAULT-RATE TO WS-DEFAULT-RATE.
033700     IF  SDP-DEBIT-TRAN-CODE NOT EQUAL SPACES
033800     AND SDP-DEBIT-TRAN-CODE NOT EQUAL LOW-VALUES
033900         MOVE SDP-DEBIT-TRAN-CODE TO WS-DEBIT-TRAN-CODE.
034000     IF  SDP-CREDIT-TRAN-CODE NOT EQUAL SPACES
034100     AND SDP-CREDIT-TRAN-CODE NOT EQUAL LOW-VALUES
034200         MOVE SDP-CREDIT-TRAN-CODE TO WS-CREDIT-TRAN-CODE.
034300     IF  SDP-ROLL-RULE EQUAL 'F' OR 'B'
034400         MOVE SDP-ROLL-RULE TO WS-ROLL-RULE.
034500     OPEN INPUT  ELECTION-FILE.
034600     IF  WS-ELC-FILE-STATUS EQUAL '05' OR '35'
034700         MOVE 'Y' TO WS-ELC-EOF-SW.
034800     OPEN OUTPUT SDS-TRAN-OUT.
034900     OPEN OUTPUT ACH-PAYOUT-FILE.
035000     OPEN OUTPUT CHECK-PAYOUT-FILE.
035100     OPEN OUTPUT WTHLD-EXTRACT.
035200     OPEN OUTPUT SDS-RPT.
035300     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
035400     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
035500     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
035600     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
035700     MOVE SPACES TO SDS-RPT-LINE.
035800     MOVE WS-REPORT-TITLE TO SDS-RPT-LINE.
035900     WRITE SDS-RPT-LINE.
036000     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
036100     MOVE 'DEFAULT WITHHOLDING RATE          ' TO PRM-LIT.
036200     MOVE WS-DEFAULT-RATE TO WS-RATE-EDIT.
036300     MOVE WS-RATE-EDIT TO PRM-VALUE.
036400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
036500     MOVE 'DEBIT / CREDIT TRAN CODES         ' TO PRM-LIT.
036600     MOVE SPACES TO PRM-VALUE.
036700     STRING WS-DEBIT-TRAN-CODE ' / ' WS-CREDIT-TRAN-CODE
036800         DELIMITED BY SIZE INTO PRM-VALUE.
036900     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037000     MOVE 'HOLIDAY ROLL                      ' TO PRM-LIT.
037100     MOVE 'FORWARD' TO PRM-VALUE.
037200     IF  WS-ROLL-RULE EQUAL 'B'
037300         MOVE 'BACK' TO PRM-VALUE.
037400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
037600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
037700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
037800     MOVE 'U' TO I-O-CONTROL-ACCESS.
037900     MOVE -1  TO I-O-SEND-CODE.
038000     CALL 'IMACTM' USING I-O-CONTROL-AREA
038100                         MASTER-AREA
038200                         SI-ENVIRONMENT-AREA.
038300 1000-EXIT. EXIT.
038400     EJECT
038500 1100-LOAD-ELECTION.
038600     READ ELECTION-FILE
038700         AT END MOVE 'Y' TO WS-ELC-EOF-SW
038800                GO TO 1100-EXIT.
038900     ADD 1 TO WS-TOT-ELECTIONS.
039000     IF  WS-ELC-COUNT NOT LESS THAN WS-ELC-MAX
039100         ADD 1 TO WS-TOT-NOT-TABLED
039125         MOVE 'ELECTION FILE EXCEEDS TABLE - STOPPED'
039150             TO SEC-TITLE
039175         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
039200         MOVE 'Y' TO WS-ELC-TABLE-FULL-SW
039225         MOVE 'Y' TO WS-ELC-EOF-SW
039250         GO TO 1100-EXIT.
039300     ADD 1 TO WS-ELC-COUNT.
039400     SET ELX TO WS-ELC-COUNT.
039500     MOVE ELC-ACCOUNT    TO WS-ELC-ACCOUNT (ELX).
039600     MOVE ELC-TYPE       TO WS-ELC-TYPE (ELX).
039700     MOVE ELC-BASIS      TO WS-ELC-BASIS (ELX).
039800     MOVE ELC-RATE       TO WS-ELC-RATE (ELX).
039900     MOVE ELC-AMOUNT     TO WS-ELC-AMOUNT (ELX).
040000     MOVE ELC-EFF-DATE   TO WS-ELC-EFF-DATE (ELX).
040100 1100-EXIT. EXIT.
040200     EJECT
040300*----------------------------------------------------------------*
040400*    2000-PROCESS-ACCOUNT - A PLAN ACCOUNT WITH A SCHEDULE THAT  *
040500*    HAS NOT RUN OUT IS DUE WHEN ITS NEXT PAYMENT DATE, ROLLED   *
040600*    TO A BUSINESS DAY, IS ON OR BEFORE THE RUN DATE.            *
040700*----------------------------------------------------------------*
040800 2000-PROCESS-ACCOUNT.
040900     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
041000     MOVE -1   TO I-O-SEND-CODE.
041100     CALL 'IMACTM' USING I-O-CONTROL-AREA
041200                         MASTER-AREA
041300                         SI-ENVIRONMENT-AREA.
041400     IF  I-O-88-END-OF-FILE
041500         MOVE 'Y' TO WS-MASTER-EOF-SW
041600         GO TO 2000-EXIT.
041700     ADD 1 TO WS-TOT-ACCTS-READ.
041800     IF  WMS-PLN-TRLR-TYPE EQUAL SPACES
041900     OR  WMS-PLN-TRLR-TYPE EQUAL LOW-VALUES
042000         GO TO 2000-EXIT.
042100     IF  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL SPACE
042200     OR  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL LOW-VALUE
042300     OR  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL '0'
042400         GO TO 2000-EXIT.
042500     ADD 1 TO WS-TOT-SCHEDULES.
042600     IF  WMS-PLN-TRLR-SC-ORIG-CNT NUMERIC
042700     AND WMS-PLN-TRLR-SC-REM-CNT NUMERIC
042800     AND WMS-PLN-TRLR-SC-ORIG-CNT GREATER THAN ZERO
042900     AND WMS-PLN-TRLR-SC-REM-CNT NOT GREATER THAN ZERO
043000         ADD 1 TO WS-TOT-ENDED
043100         GO TO 2000-EXIT.
043200     MOVE ZERO TO WS-GROSS-AMT WS-WTHLD-WORK WS-NET-AMT.
043300     MOVE SPACES TO WS-METHOD-LIT.
043400     MOVE ZERO TO WS-DUE-YYMMDD WS-NEXT-YYMMDD.
043500     IF  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL '1'
043600         MOVE 1  TO WS-STEP-MONTHS
043700     ELSE
043800     IF  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL '2'
043900         MOVE 3  TO WS-STEP-MONTHS
044000     ELSE
044100     IF  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL '3'
044200         MOVE 6  TO WS-STEP-MONTHS
044300     ELSE
044400     IF  WMS-PLN-TRLR-SC-DIST-FREQ EQUAL '4'
044500         MOVE 12 TO WS-STEP-MONTHS
044600     ELSE
044700         MOVE 'NOT PAID - BAD FREQUENCY' TO WS-NOTE
044800         GO TO 2000-BAD-SCHEDULE.
044900     IF  WMS-PLN-TRLR-SC-DATE-NXT-PAY NOT NUMERIC
045000     OR  WMS-PLN-TRLR-SC-DNP-YEAR EQUAL ZERO
045100         MOVE 'NOT PAID - NO NEXT DATE' TO WS-NOTE
045200         GO TO 2000-BAD-SCHEDULE.
045300     IF  WMS-PLN-TRLR-SC-EXPIRE-DATE NUMERIC
045400     AND WMS-PLN-TRLR-SC-EXP-YEAR GREATER THAN ZERO
045500     AND WMS-PLN-TRLR-SC-DATE-NXT-PAY
045600             GREATER THAN WMS-PLN-TRLR-SC-EXPIRE-DATE
045700         ADD 1 TO WS-TOT-ENDED
045800         GO TO 2000-EXIT.
045900     MOVE WMS-PLN-TRLR-SC-DNP-DATE TO DTR-DATE-IN.
046000     MOVE 'Y' TO DTR-DATE-FORMAT.
046100     MOVE WS-ROLL-RULE TO DTR-ROLL-RULE.
046200     MOVE SPACES TO DTR-CALENDAR-ID.
046300     CALL 'IMDTROLL' USING DATE-ROLL-AREA.
046400     IF  NOT DTR-88-OK
046500         MOVE 'NOT PAID - BAD NEXT DATE' TO WS-NOTE
046600         GO TO 2000-BAD-SCHEDULE.
046700     MOVE DTR-DATE-OUT TO WS-DUE-YYMMDD.
046800     MOVE WMS-PLN-TRLR-SC-DNP-CENT TO WS-DUE-CCYYMMDD (1:2).
046900     MOVE DTR-DATE-OUT TO WS-DUE-CCYYMMDD (3:6).
047000     IF  WS-DUE-CCYYMMDD GREATER THAN WS-RUN-CCYYMMDD
047100         ADD 1 TO WS-TOT-NOT-DUE
047200         GO TO 2000-EXIT.
047300     ADD 1 TO WS-TOT-DUE.
047400     IF  DTR-DAYS-MOVED NOT EQUAL ZERO
047500         ADD 1 TO WS-TOT-ROLLED.
047600     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
047700     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
047800     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
047900         ADD 1 TO WS-TOT-CLOSED
048000         MOVE 'NOT PAID - ACCOUNT CLOSED' TO WS-NOTE
048100         GO TO 2000-PRINT.
048200     PERFORM 3000-PRICE-PAYMENT THRU 3000-EXIT.
048300     IF  WS-NOTE NOT EQUAL SPACES
048400         GO TO 2000-PRINT.
048500     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'T'
048600     AND (WMS-TARGET-CONTROL EQUAL SPACES
048700      OR  WMS-TARGET-CONTROL EQUAL LOW-VALUES)
048800         MOVE 'TRAN'  TO WS-METHOD-LIT
048900         MOVE 'NOT PAID - NO TARGET ACCT' TO WS-NOTE
049000         GO TO 2000-BAD-SCHEDULE.
049100     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'T'
049200         MOVE 'TRAN'  TO WS-METHOD-LIT
049300     ELSE
049400     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'A'
049500         MOVE 'ACH'   TO WS-METHOD-LIT
049600     ELSE
049700     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'C'
049800         MOVE 'CHECK' TO WS-METHOD-LIT
049900     ELSE
050000         MOVE 'NOT PAID - BAD PAY METHOD' TO WS-NOTE
050100         GO TO 2000-BAD-SCHEDULE.
050200     PERFORM 4000-PAY-DISTRIBUTION THRU 4000-EXIT.
050300     PERFORM 5000-ADVANCE-SCHEDULE THRU 5000-EXIT.
050400     GO TO 2000-PRINT.
050500 2000-BAD-SCHEDULE.
050600     ADD 1 TO WS-TOT-BAD-SCHEDULE.
050700 2000-PRINT.
050800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
050900 2000-EXIT. EXIT.
051000     EJECT
051100*----------------------------------------------------------------*
051200*    3000-PRICE-PAYMENT - THE GROSS, RECOMPUTED FIRST ON AN RM   *
051300*    SCHEDULE WHEN THIS IS THE FIRST PAYMENT OF THE YEAR, AND    *
051400*    THE WITHHOLDING FROM THE ELECTION ON FILE.  WS-NOTE IS SET  *
051500*    WHEN THE PAYMENT CANNOT BE MADE.                            *
051600*----------------------------------------------------------------*
051700 3000-PRICE-PAYMENT.
051800     MOVE SPACES TO WS-NOTE.
051900     IF  WMS-PLN-TRLR-SC-DIST-SCHED-CD EQUAL 'RM'
052000         PERFORM 3100-RMD-AMOUNT THRU 3100-EXIT
052100         IF  WS-NOTE NOT EQUAL SPACES
052200             GO TO 3000-EXIT.
052300     MOVE WMS-PLN-TRLR-SC-DIST-PAY-AMT TO WS-GROSS-AMT.
052400     IF  WS-GROSS-AMT NOT GREATER THAN ZERO
052500         ADD 1 TO WS-TOT-BAD-SCHEDULE
052600         MOVE 'NOT PAID - NO PAY AMOUNT' TO WS-NOTE
052700         GO TO 3000-EXIT.
052800     IF  WS-GROSS-AMT GREATER THAN WMS-CURR-BAL
052900         ADD 1 TO WS-TOT-NO-FUNDS
053000         MOVE 'NOT PAID - BALANCE SHORT' TO WS-NOTE
053100         GO TO 3000-EXIT.
053200     MOVE 'N' TO WS-ELC-FOUND-SW.
053300     PERFORM 3200-SCAN-ELECTION THRU 3200-EXIT
053400         VARYING WS-SUB FROM 1 BY 1
053500         UNTIL WS-SUB GREATER THAN WS-ELC-COUNT
053600            OR WS-88-ELC-FOUND.
053700     MOVE SPACES           TO WTHLD-EXTRACT-RECORD.
053800     MOVE WMS-CONTROL-KEY  TO WHX-ACCOUNT.
053900     MOVE WS-GROSS-AMT     TO WHX-GROSS-AMOUNT.
054000     IF  NOT WS-88-ELC-FOUND
054100         ADD 1 TO WS-TOT-DEFAULTED
054200         COMPUTE WS-WTHLD-WORK ROUNDED =
054300             WS-GROSS-AMT * WS-DEFAULT-RATE
054400         MOVE 'D' TO WHX-ELECTION-TYPE
054500         MOVE 'R' TO WHX-ELECTION-BASIS
054600         MOVE ZERO TO WHX-EFF-DATE
054700     ELSE
054800         PERFORM 3300-PRICE-ELECTION THRU 3300-EXIT.
054900     IF  WS-WTHLD-WORK GREATER THAN WS-GROSS-AMT
055000         MOVE WS-GROSS-AMT TO WS-WTHLD-WORK.
055100     MOVE WS-WTHLD-WORK TO WHX-WTHLD-AMOUNT.
055200     COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-WTHLD-WORK.
055300 3000-EXIT. EXIT.
055400*----------------------------------------------------------------*
055500*    3100-RMD-AMOUNT - THE YEAR'S MINIMUM DISTRIBUTION SPREAD    *
055600*    OVER THE PAYMENTS LEFT IN THE YEAR OF THE PAYMENT NOW DUE,  *
055700*    COUNTING IT.  A SCHEDULE ALREADY PAID THIS YEAR KEEPS ITS   *
055800*    AMOUNT.                                                     *
055900*----------------------------------------------------------------*
056000 3100-RMD-AMOUNT.
056100     MOVE WMS-PLN-TRLR-LST-DIST-CN TO WS-LAST-DIST-YEAR (1:2).
056200     MOVE WMS-PLN-TRLR-LST-DIST-YY TO WS-LAST-DIST-YEAR (3:2).
056300     MOVE WMS-PLN-TRLR-SC-DNP-YEAR TO WS-DUE-YEAR.
056400     IF  WS-LAST-DIST-YEAR EQUAL WS-DUE-YEAR
056500     AND WMS-PLN-TRLR-SC-DIST-PAY-AMT GREATER THAN ZERO
056600         GO TO 3100-EXIT.
056700     IF  WMS-PLN-TRLR-MIN-DIST-AMT NOT NUMERIC
056800     OR  WMS-PLN-TRLR-MIN-DIST-AMT NOT GREATER THAN ZERO
056900         ADD 1 TO WS-TOT-BAD-SCHEDULE
057000         MOVE 'NOT PAID - NO RMD AMOUNT' TO WS-NOTE
057100         GO TO 3100-EXIT.
057200     MOVE WMS-PLN-TRLR-SC-DNP-MO TO WS-NEXT-MO.
057300     COMPUTE WS-PAYMENTS-LEFT =
057400         (12 - WS-NEXT-MO) / WS-STEP-MONTHS + 1.
057500     COMPUTE WMS-PLN-TRLR-SC-DIST-PAY-AMT ROUNDED =
057600         WMS-PLN-TRLR-MIN-DIST-AMT / WS-PAYMENTS-LEFT.
057700     ADD 1 TO WS-TOT-RMD-RECOMPUTED.
057800 3100-EXIT. EXIT.
057900 3200-SCAN-ELECTION.
058000     SET ELX TO WS-SUB.
058100     IF  WS-ELC-ACCOUNT (ELX) EQUAL WMS-CONTROL-KEY
058200         MOVE 'Y' TO WS-ELC-FOUND-SW.
058300 3200-EXIT. EXIT.
058400 3300-PRICE-ELECTION.
058500     MOVE WS-ELC-TYPE (ELX)     TO WHX-ELECTION-TYPE.
058600     MOVE WS-ELC-BASIS (ELX)    TO WHX-ELECTION-BASIS.
058700     MOVE WS-ELC-EFF-DATE (ELX) TO WHX-EFF-DATE.
058800     IF  WS-ELC-BASIS (ELX) EQUAL 'N'
058900         MOVE ZERO TO WS-WTHLD-WORK
059000     ELSE
059100     IF  WS-ELC-BASIS (ELX) EQUAL 'A'
059200         MOVE WS-ELC-AMOUNT (ELX) TO WS-WTHLD-WORK
059300     ELSE
059400         COMPUTE WS-WTHLD-WORK ROUNDED =
059500             WS-GROSS-AMT * WS-ELC-RATE (ELX).
059600 3300-EXIT. EXIT.
059700     EJECT
059800*----------------------------------------------------------------*
059900*    4000-PAY-DISTRIBUTION - DEBIT THE GROSS TO THE PLAN         *
060000*    ACCOUNT, ROUTE THE NET AND EXTRACT THE WITHHOLDING.         *
060100*----------------------------------------------------------------*
060200 4000-PAY-DISTRIBUTION.
060300     ADD 1 TO WS-TOT-PAID.
060400     ADD WS-GROSS-AMT  TO WS-TOT-GROSS-AMT.
060500     ADD WS-WTHLD-WORK TO WS-TOT-WTHLD-AMT.
060600     ADD WS-NET-AMT    TO WS-TOT-NET-AMT.
060700     PERFORM 4100-WRITE-POSTING THRU 4100-EXIT.
060800     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'T'
060900         ADD 1 TO WS-TOT-TRANSFERS
061000         PERFORM 4200-TRANSFER-CREDIT THRU 4200-EXIT
061100     ELSE
061200     IF  WMS-PLN-TRLR-SC-DIST-CD EQUAL 'A'
061300         ADD 1 TO WS-TOT-ACH
061400         ADD WS-NET-AMT TO WS-TOT-ACH-AMT
061500         MOVE SPACES          TO ACH-PAYOUT-RECORD
061600         MOVE WMS-CONTROL-KEY TO APY-ACCOUNT
061700         MOVE WS-NET-AMT      TO APY-AMOUNT
061800         WRITE ACH-PAYOUT-RECORD
061900     ELSE
062000         ADD 1 TO WS-TOT-CHECKS
062100         ADD WS-NET-AMT TO WS-TOT-CHECK-AMT
062200         MOVE SPACES          TO CHECK-PAYOUT-RECORD
062300         MOVE WMS-CONTROL-KEY TO CPY-ACCOUNT
062400         MOVE WS-NET-AMT      TO CPY-AMOUNT
062500         WRITE CHECK-PAYOUT-RECORD.
062600     WRITE WTHLD-EXTRACT-RECORD.
062700 4000-EXIT. EXIT.
062800*----------------------------------------------------------------*
062900*    4100-WRITE-POSTING - THE GROSS DEBIT TO THE PLAN ACCOUNT.   *
063000*----------------------------------------------------------------*
063100 4100-WRITE-POSTING.
063200     MOVE LOW-VALUES TO TRAN-FILE.
063300     MOVE WMS-CONTROL-KEY TO TR-KEY.
063400     MOVE WS-DEBIT-TRAN-CODE TO TR-TRAN-CODE.
063500     MOVE WS-GROSS-AMT TO TR-AMOUNT.
063600     MOVE ZERO TO TR-NO-AMT.
063700     MOVE 'SD' TO TR-SOURCE.
063800     MOVE ZERO TO TR-BATCH.
063900     ADD 1 TO WS-TOT-POSTINGS.
064000     MOVE WS-TOT-POSTINGS TO TR-SEQ.
064100     MOVE '4' TO TR-TRAN-TYPE.
064200     MOVE SPACES TO TR-SOURCE-MISC1.
064300     MOVE 'SCHEDULED DISTRIBUTION' TO TR-SOURCE-MISC1.
064400     ADD TR-AMOUNT TO WS-TOT-POSTED-AMT.
064500     WRITE TRAN-FILE.
064600 4100-EXIT. EXIT.
064700*----------------------------------------------------------------*
064800*    4200-TRANSFER-CREDIT - THE NET TO THE ACCOUNT'S STANDING    *
064900*    TRANSFER TARGET.                                            *
065000*----------------------------------------------------------------*
065100 4200-TRANSFER-CREDIT.
065200     MOVE LOW-VALUES TO TRAN-FILE.
065300     MOVE WMS-TARGET-CONTROL TO TR-KEY.
065400     MOVE WS-CREDIT-TRAN-CODE TO TR-TRAN-CODE.
065500     MOVE WS-NET-AMT TO TR-AMOUNT.
065600     MOVE ZERO TO TR-NO-AMT.
065700     MOVE 'SD' TO TR-SOURCE.
065800     MOVE ZERO TO TR-BATCH.
065900     ADD 1 TO WS-TOT-POSTINGS.
066000     MOVE WS-TOT-POSTINGS TO TR-SEQ.
066100     MOVE '2' TO TR-TRAN-TYPE.
066200     MOVE SPACES TO TR-SOURCE-MISC1.
066300     MOVE 'SCHEDULED DISTRIBUTION' TO TR-SOURCE-MISC1.
066400     ADD TR-AMOUNT TO WS-TOT-POSTED-AMT.
066500     WRITE TRAN-FILE.
066600 4200-EXIT. EXIT.
066700     EJECT
066800*----------------------------------------------------------------*
066900*    5000-ADVANCE-SCHEDULE - THE NEXT PAYMENT DATE MOVES ONE     *
067000*    PERIOD ON THE SCHEDULE DAY, HELD TO THE LAST DAY OF A SHORT *
067100*    MONTH.  THE NOMINAL DATE IS KEPT, NOT THE ROLLED ONE, SO A  *
067200*    HOLIDAY DOES NOT SHIFT LATER PAYMENTS.                      *
067300*----------------------------------------------------------------*
067400 5000-ADVANCE-SCHEDULE.
067500     MOVE WMS-PLN-TRLR-SC-DNP-YEAR TO WS-NEXT-CCYY.
067600     MOVE WMS-PLN-TRLR-SC-DNP-MO   TO WS-NEXT-MO.
067700     MOVE WMS-PLN-TRLR-SC-DNP-DA   TO WS-SCHED-DAY.
067800     IF  WMS-PLN-TRLR-SC-C-DAY1 NUMERIC
067900     AND WMS-PLN-TRLR-SC-C-DAY1 GREATER THAN '00'
068000     AND WMS-PLN-TRLR-SC-C-DAY1 NOT GREATER THAN '31'
068100         MOVE WMS-PLN-TRLR-SC-C-DAY1 TO WS-SCHED-DAY.
068200     ADD WS-STEP-MONTHS TO WS-NEXT-MO.
068300     IF  WS-NEXT-MO GREATER THAN 12
068400         SUBTRACT 12 FROM WS-NEXT-MO
068500         ADD 1 TO WS-NEXT-CCYY.
068600     MOVE WS-DIM (WS-NEXT-MO) TO WS-MONTH-DAYS.
068700     IF  WS-NEXT-MO EQUAL 2
068800         DIVIDE WS-NEXT-CCYY BY 4 GIVING WS-LEAP-WORK
068900             REMAINDER WS-LEAP-REM
069000         IF  WS-LEAP-REM EQUAL ZERO
069100             MOVE 29 TO WS-MONTH-DAYS.
069200     MOVE WS-SCHED-DAY TO WS-NEXT-DA.
069300     IF  WS-NEXT-DA GREATER THAN WS-MONTH-DAYS
069400         MOVE WS-MONTH-DAYS TO WS-NEXT-DA.
069500     MOVE WS-NEXT-DATE TO WMS-PLN-TRLR-SC-DATE-NXT-PAY.
069600     MOVE WMS-PLN-TRLR-SC-DNP-DATE TO WS-NEXT-YYMMDD.
069700     MOVE WS-RUN-CENT TO WMS-PLN-TRLR-LST-DIST-CN.
069800     MOVE WS-RUN-DATE-YYMMDD TO WMS-PLN-TRLR-LAST-DIST-DATE.
069900     IF  WMS-PLN-TRLR-SC-ORIG-CNT NUMERIC
070000     AND WMS-PLN-TRLR-SC-REM-CNT NUMERIC
070100     AND WMS-PLN-TRLR-SC-ORIG-CNT GREATER THAN ZERO
070200         SUBTRACT 1 FROM WMS-PLN-TRLR-SC-REM-CNT
070300         IF  WMS-PLN-TRLR-SC-REM-CNT NOT GREATER THAN ZERO
070400             ADD 1 TO WS-TOT-COMPLETED
070500             MOVE 'PAID - FINAL PAYMENT' TO WS-NOTE.
070600     IF  WS-NOTE EQUAL SPACES
070700     AND WMS-PLN-TRLR-SC-EXPIRE-DATE NUMERIC
070800     AND WMS-PLN-TRLR-SC-EXP-YEAR GREATER THAN ZERO
070900     AND WMS-PLN-TRLR-SC-DATE-NXT-PAY
071000             GREATER THAN WMS-PLN-TRLR-SC-EXPIRE-DATE
071100         ADD 1 TO WS-TOT-COMPLETED
071200         MOVE 'PAID - FINAL PAYMENT' TO WS-NOTE.
071300     IF  WS-NOTE EQUAL SPACES
071400         MOVE 'PAID' TO WS-NOTE.
071500     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
071600     MOVE -1   TO I-O-SEND-CODE.
071700     CALL 'IMACTM' USING I-O-CONTROL-AREA
071800                         MASTER-AREA
071900                         SI-ENVIRONMENT-AREA.
072000 5000-EXIT. EXIT.
072100     EJECT
072200*----------------------------------------------------------------*
072300*    7000-PRINT-DETAIL - ONE SCHEDULE DUE, PAID OR NOT, WITH THE *
072400*    ROLLED PAYMENT DATE AND, WHEN PAID, THE NEW NEXT PAYMENT    *
072500*    DATE.                                                       *
072600*----------------------------------------------------------------*
072700 7000-PRINT-DETAIL.
072800     MOVE SPACES TO WS-DETAIL-LINE.
072900     MOVE WMS-CONTROL-KEY TO DTL-ACCOUNT.
073000     MOVE SPACES TO WS-EDIT-DATE.
073100     MOVE WS-DUE-YYMMDD TO WS-WORK-DATE-YYMMDD.
073200     IF  WS-WORK-DATE-YYMMDD GREATER THAN ZERO
073300         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
073400     MOVE WS-EDIT-DATE TO DTL-PAY-DATE.
073500     MOVE WS-GROSS-AMT TO DTL-GROSS.
073600     MOVE WS-WTHLD-WORK TO DTL-WTHLD.
073700     MOVE WS-NET-AMT TO DTL-NET.
073800     MOVE WS-METHOD-LIT TO DTL-METHOD.
073900     MOVE SPACES TO WS-EDIT-DATE.
074000     MOVE WS-NEXT-YYMMDD TO WS-WORK-DATE-YYMMDD.
074100     IF  WS-WORK-DATE-YYMMDD GREATER THAN ZERO
074200         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
074300     MOVE WS-EDIT-DATE TO DTL-NEXT-DATE.
074400     MOVE ZERO TO DTL-LEFT.
074500     IF  WMS-PLN-TRLR-SC-REM-CNT NUMERIC
074600         MOVE WMS-PLN-TRLR-SC-REM-CNT TO DTL-LEFT.
074700     MOVE WS-NOTE TO DTL-NOTE.
074800     MOVE SPACES TO SDS-RPT-LINE.
074900     MOVE WS-DETAIL-LINE TO SDS-RPT-LINE.
075000     WRITE SDS-RPT-LINE.
075100 7000-EXIT. EXIT.
075200 7100-PRINT-SECTION.
075300     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
075400     MOVE SPACES TO SDS-RPT-LINE.
075500     MOVE WS-SECTION-LINE TO SDS-RPT-LINE.
075600     WRITE SDS-RPT-LINE.
075700     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
075800 7100-EXIT. EXIT.
075900 7150-PRINT-DETAIL-HEAD.
076000     MOVE SPACES TO SDS-RPT-LINE.
076100     MOVE WS-DETAIL-HEAD TO SDS-RPT-LINE.
076200     WRITE SDS-RPT-LINE.
076300     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
076400 7150-EXIT. EXIT.
076500 7200-PRINT-PARM.
076600     MOVE SPACES TO SDS-RPT-LINE.
076700     MOVE WS-PARM-LINE TO SDS-RPT-LINE.
076800     WRITE SDS-RPT-LINE.
076900 7200-EXIT. EXIT.
077000 7900-EDIT-DATE.
077100     MOVE SPACES TO WS-EDIT-DATE.
077200     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
077300         DELIMITED BY SIZE INTO WS-EDIT-DATE.
077400 7900-EXIT. EXIT.
077500     EJECT
077600*----------------------------------------------------------------*
077700*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS AND CLOSES.      *
077800*----------------------------------------------------------------*
077900 9000-TERMINATE.
078000     WRITE SDS-RPT-LINE FROM WS-BLANK-LINE.
078100     MOVE 'WITHHOLDING ELECTIONS LOADED      ' TO SUM-LIT.
078200     MOVE WS-TOT-ELECTIONS TO SUM-COUNT.
078300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078400     MOVE 'ELECTIONS NOT TABLED - TABLE FULL ' TO SUM-LIT.
078500     MOVE WS-TOT-NOT-TABLED TO SUM-COUNT.
078600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078700     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
078800     MOVE WS-TOT-ACCTS-READ TO SUM-COUNT.
078900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079000     MOVE 'DISTRIBUTION SCHEDULES            ' TO SUM-LIT.
079100     MOVE WS-TOT-SCHEDULES TO SUM-COUNT.
079200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079300     MOVE 'SCHEDULES RUN OUT                 ' TO SUM-LIT.
079400     MOVE WS-TOT-ENDED TO SUM-COUNT.
079500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079600     MOVE 'SCHEDULES NOT YET DUE             ' TO SUM-LIT.
079700     MOVE WS-TOT-NOT-DUE TO SUM-COUNT.
079800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079900     MOVE 'SCHEDULES DUE                     ' TO SUM-LIT.
080000     MOVE WS-TOT-DUE TO SUM-COUNT.
080100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080200     MOVE 'DUE DATES ROLLED OFF A HOLIDAY    ' TO SUM-LIT.
080300     MOVE WS-TOT-ROLLED TO SUM-COUNT.
080400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080500     MOVE 'NOT PAID - SCHEDULE IN ERROR      ' TO SUM-LIT.
080600     MOVE WS-TOT-BAD-SCHEDULE TO SUM-COUNT.
080700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080800     MOVE 'NOT PAID - ACCOUNT CLOSED         ' TO SUM-LIT.
080900     MOVE WS-TOT-CLOSED TO SUM-COUNT.
081000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081100     MOVE 'NOT PAID - BALANCE SHORT          ' TO SUM-LIT.
081200     MOVE WS-TOT-NO-FUNDS TO SUM-COUNT.
081300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081400     MOVE 'RMD AMOUNTS RECOMPUTED            ' TO SUM-LIT.
081500     MOVE WS-TOT-RMD-RECOMPUTED TO SUM-COUNT.
081600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081700     MOVE 'WITHHELD AT THE DEFAULT RATE      ' TO SUM-LIT.
081800     MOVE WS-TOT-DEFAULTED TO SUM-COUNT.
081900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082000     MOVE 'DISTRIBUTIONS PAID                ' TO SUM-LIT.
082100     MOVE WS-TOT-PAID TO SUM-COUNT.
082200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082300     MOVE '  BY TRANSFER                     ' TO SUM-LIT.
082400     MOVE WS-TOT-TRANSFERS TO SUM-COUNT.
082500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082600     MOVE '  BY ACH                          ' TO SUM-LIT.
082700     MOVE WS-TOT-ACH TO SUM-COUNT.
082800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082900     MOVE '  BY CHECK                        ' TO SUM-LIT.
083000     MOVE WS-TOT-CHECKS TO SUM-COUNT.
083100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083200     MOVE 'SCHEDULES COMPLETED               ' TO SUM-LIT.
083300     MOVE WS-TOT-COMPLETED TO SUM-COUNT.
083400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083500     MOVE 'POSTINGS WRITTEN                  ' TO SUM-LIT.
083600     MOVE WS-TOT-POSTINGS TO SUM-COUNT.
083700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083800     MOVE 'GROSS DISTRIBUTED                 ' TO SUMA-LIT.
083900     MOVE WS-TOT-GROSS-AMT TO SUMA-AMT.
084000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
084100     MOVE 'WITHHELD                          ' TO SUMA-LIT.
084200     MOVE WS-TOT-WTHLD-AMT TO SUMA-AMT.
084300     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
084400     MOVE 'NET PAID                          ' TO SUMA-LIT.
084500     MOVE WS-TOT-NET-AMT TO SUMA-AMT.
084600     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
084700     MOVE 'W' TO MRQ-FUNCTION.
084800     MOVE 'IMSDSTRN' TO MRQ-FILE-ID.
084900     MOVE WS-TOT-POSTINGS TO MRQ-RECORD-COUNT.
085000     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
085100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
085200     MOVE 'W' TO MRQ-FUNCTION.
085300     MOVE 'IMSDSACH' TO MRQ-FILE-ID.
085400     MOVE WS-TOT-ACH TO MRQ-RECORD-COUNT.
085500     MOVE WS-TOT-ACH-AMT TO MRQ-AMOUNT-HASH.
085600     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
085700     MOVE 'W' TO MRQ-FUNCTION.
085800     MOVE 'IMSDSCHK' TO MRQ-FILE-ID.
085900     MOVE WS-TOT-CHECKS TO MRQ-RECORD-COUNT.
086000     MOVE WS-TOT-CHECK-AMT TO MRQ-AMOUNT-HASH.
086100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
086200     MOVE 'W' TO MRQ-FUNCTION.
086300     MOVE 'IMSDSWHX' TO MRQ-FILE-ID.
086400     MOVE WS-TOT-PAID TO MRQ-RECORD-COUNT.
086500     MOVE WS-TOT-WTHLD-AMT TO MRQ-AMOUNT-HASH.
086600     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
086700     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
086800     MOVE -1   TO I-O-SEND-CODE.
086900     CALL 'IMACTM' USING I-O-CONTROL-AREA
087000                         MASTER-AREA
087100                         SI-ENVIRONMENT-AREA.
087200     CLOSE ELECTION-FILE.
087300     CLOSE SDS-TRAN-OUT.
087400     CLOSE ACH-PAYOUT-FILE.
087500     CLOSE CHECK-PAYOUT-FILE.
087600     CLOSE WTHLD-EXTRACT.
087700     CLOSE SDS-RPT.
087725     IF  WS-88-ELC-TABLE-FULL
087750         MOVE 16 TO RETURN-CODE.
087800 9000-EXIT. EXIT.
087900 9100-PRINT-SUMMARY.
088000     MOVE SPACES TO SDS-RPT-LINE.
088100     MOVE WS-SUMMARY-LINE TO SDS-RPT-LINE.
088200     WRITE SDS-RPT-LINE.
088300 9100-EXIT. EXIT.
088400 9200-PRINT-AMOUNT.
088500     MOVE SPACES TO SDS-RPT-LINE.
088600     MOVE WS-SUMMARY-AMT-LINE TO SDS-RPT-LINE.
088700     WRITE SDS-RPT-LINE.
088800 9200-EXIT. EXIT.
