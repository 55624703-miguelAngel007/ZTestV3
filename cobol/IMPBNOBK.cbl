*     * GN6185 * 09/16/26 JCTE PASSBOOK NO-BOOK ITEMS AND PRINT UPDATE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMPBNOBK.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/16/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMPBNOBK KEEPS THE PASSBOOK SAVINGS ACCOUNTS                *
000900*    (WMS-PASSBOOK-ACCT '1') IN STEP WITH THE TELLER PASSBOOK    *
001000*    PRINTER.  EVERY ITEM ON THE TRANSACTION ARCHIVE (IMWSTHAR)  *
001100*    POSTED AFTER WMS-PASSBOOK-DATE - ATM, ACH, INTEREST AND     *
001200*    ANYTHING ELSE POSTED WITHOUT THE BOOK - IS WRITTEN TO THE   *
001300*    NO-BOOK FILE WITH ITS RUNNING PASSBOOK BALANCE, READY FOR   *
001400*    THE PRINTER TO WRITE UP WHEN THE CUSTOMER NEXT COMES IN.    *
001500*    PRINT CONFIRMATIONS FROM THE TELLER SYSTEM ROLL             *
001600*    WMS-PASSBOOK-BALANCE AND WMS-PASSBOOK-DATE FORWARD TO THE   *
001700*    LAST ITEM PRINTED, PROVIDED THE BALANCE PRINTED AGREES WITH *
001800*    THE ARCHIVE; A CONFIRMATION THAT DOES NOT AGREE IS REJECTED *
001900*    AND THE PASSBOOK LEFT AS IT WAS.  EVERY PASSBOOK ACCOUNT    *
002000*    WHOSE PASSBOOK BALANCE PLUS UNPRINTED ITEMS DOES NOT EQUAL  *
002100*    THE LEDGER BALANCE IS REPORTED.                             *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 09/16/26 JCTE NEW PROGRAM - PASSBOOK NO-BOOK ITEM      GN6185 *
002700*                ACCUMULATION AND PRINT UPDATE                  *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT PBK-PARM-FILE     ASSIGN TO "IMPBKPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT OPTIONAL PBK-CONFIRM-FILE ASSIGN TO "IMPBKCNF"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CNF-FILE-STATUS.
003700     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PBK-NOBOOK-FILE   ASSIGN TO "IMPBKNBK"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PBK-UPDATE-RPT    ASSIGN TO "IMPBKRPT"
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PBK-PARM-FILE
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  PBK-PARM-RECORD.
004800     03  PBP-RUN-DATE                PIC 9(6).
004900     03  FILLER                      PIC X(74).
005000 FD  PBK-CONFIRM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  PBK-CONFIRM-RECORD.
005300     03  PBC-ACCOUNT                 PIC X(22).
005400     03  PBC-THROUGH-DATE            PIC 9(6).
005500     03  PBC-PRINTED-BALANCE         PIC S9(13)V99
005600                                     SIGN LEADING SEPARATE.
005700     03  PBC-TELLER                  PIC X(6).
005800     03  FILLER                      PIC X(30).
005900 FD  TRAN-ARCHIVE-FILE.
006000     COPY IMWSTHAR.
006100 FD  PBK-NOBOOK-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  PBK-NOBOOK-RECORD.
006400     03  NBK-ACCOUNT                 PIC X(22).
006500     03  NBK-POST-DATE               PIC 9(6).
006600     03  NBK-SEQ                     PIC 9(7).
006700     03  NBK-TRAN-CODE               PIC XX.
006800     03  NBK-DR-CR                   PIC X.
006900     03  NBK-AMOUNT                  PIC 9(13)V99.
007000     03  NBK-BALANCE                 PIC S9(13)V99
007100                                     SIGN LEADING SEPARATE.
007200     03  FILLER                      PIC X(11).
007300 FD  PBK-UPDATE-RPT
007400     RECORD CONTAINS 133 CHARACTERS.
007500 01  PBK-UPDATE-RPT-LINE             PIC X(133).
007600 WORKING-STORAGE SECTION.
007700 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMPBNOBK'.
007800 77  WS-CNF-MAX                      PIC S9(5)   COMP VALUE +3000.
007900 77  WS-ITM-MAX                      PIC S9(5)   COMP VALUE +500.
008000 77  WS-CNF-FILE-STATUS              PIC X(2)    VALUE SPACES.
008100     EJECT
008200 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
008300 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
008400     03  WS-RUN-YR                   PIC 99.
008500     03  WS-RUN-MO                   PIC 99.
008600     03  WS-RUN-DA                   PIC 99.
008700 01  WS-SWITCHES.
008800     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
008900         88  WS-88-END-OF-FILE       VALUE 'Y'.
009000     03  WS-THA-EOF-SW               PIC X(1)    VALUE 'N'.
009100         88  WS-88-THA-EOF           VALUE 'Y'.
009200     03  WS-CNF-EOF-SW               PIC X(1)    VALUE 'N'.
009300         88  WS-88-CNF-EOF           VALUE 'Y'.
009400     03  WS-ITEM-OVERFLOW-SW         PIC X(1)    VALUE 'N'.
009500         88  WS-88-ITEM-OVERFLOW     VALUE 'Y'.
009600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
009700 01  WS-CNF-SUB                      PIC S9(5)   COMP VALUE 0.
009800 01  WS-CNF-COUNT                    PIC S9(5)   COMP VALUE 0.
009900 01  WS-ITM-COUNT                    PIC S9(5)   COMP VALUE 0.
010000 01  WS-PRINTED-THRU                 PIC S9(5)   COMP VALUE 0.
010100 01  WS-FIRST-ITEM                   PIC S9(5)   COMP VALUE 0.
010200 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
010300*----------------------------------------------------------------*
010400*    DATES ARE COMPARED AS CCYYMMDD.  THE ARCHIVE AND CONFIRM    *
010500*    DATES ARE YYMMDD AND ARE WINDOWED AT 50.                    *
010600*----------------------------------------------------------------*
010700 01  WS-PB-CCYYMMDD                  PIC X(8)    VALUE SPACES.
010800 01  WS-WORK-CCYYMMDD.
010900     03  WS-WRK-CC                   PIC 99.
011000     03  WS-WRK-YYMMDD               PIC 9(6).
011100     03  FILLER REDEFINES WS-WRK-YYMMDD.
011200         05  WS-WRK-YY               PIC 99.
011300         05  FILLER                  PIC 9(4).
011400 01  WS-THRU-CCYYMMDD                PIC X(8)    VALUE SPACES.
011500 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
011600 01  WS-NET-UNPRINTED                PIC S9(13)V99 COMP-3 VALUE 0.
011700 01  WS-NET-PRINTED                  PIC S9(13)V99 COMP-3 VALUE 0.
011800 01  WS-EXPECTED-BAL                 PIC S9(13)V99 COMP-3 VALUE 0.
011900 01  WS-RUNNING-BAL                  PIC S9(13)V99 COMP-3 VALUE 0.
012000 01  WS-DIFFERENCE                   PIC S9(13)V99 COMP-3 VALUE 0.
012100     EJECT
012200*----------------------------------------------------------------*
012300*    PRINT CONFIRMATIONS FROM THE TELLER SYSTEM, AND THE ITEMS   *
012400*    POSTED TO THE CURRENT ACCOUNT SINCE ITS PASSBOOK DATE.      *
012500*----------------------------------------------------------------*
012600 01  WS-CONFIRM-TABLE.
012700     03  WS-CNF-ENTRY OCCURS 3000 TIMES
012800                      INDEXED BY CFX.
012900         05  WS-CNF-ACCOUNT          PIC X(22).
013000         05  WS-CNF-THRU-DATE        PIC 9(6).
013100         05  WS-CNF-BALANCE          PIC S9(13)V99 COMP-3.
013200         05  WS-CNF-TELLER           PIC X(6).
013300         05  WS-CNF-USED-SW          PIC X.
013400             88  WS-88-CNF-USED      VALUE 'Y'.
013500 01  WS-ITEM-TABLE.
013600     03  WS-ITM-ENTRY OCCURS 500 TIMES
013700                      INDEXED BY ITX.
013800         05  WS-ITM-CCYYMMDD         PIC X(8).
013900         05  WS-ITM-POST-DATE        PIC 9(6).
014000         05  WS-ITM-SEQ              PIC 9(7).
014100         05  WS-ITM-TRAN-CODE        PIC XX.
014200         05  WS-ITM-DR-CR            PIC X.
014300             88  WS-88-ITM-DEBIT     VALUE 'D'.
014400         05  WS-ITM-AMOUNT           PIC S9(13)V99 COMP-3.
014500     EJECT
014600 01  WS-TOTALS.
014700     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
014800     03  WS-TOT-PASSBOOK             PIC 9(7)    COMP VALUE 0.
014900     03  WS-TOT-WITH-ITEMS           PIC 9(7)    COMP VALUE 0.
015000     03  WS-TOT-ITEMS-OUT            PIC 9(7)    COMP VALUE 0.
015100     03  WS-TOT-CONFIRMS             PIC 9(7)    COMP VALUE 0.
015200     03  WS-TOT-ROLLED               PIC 9(7)    COMP VALUE 0.
015300     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
015400     03  WS-TOT-UNMATCHED            PIC 9(7)    COMP VALUE 0.
015500     03  WS-TOT-OUT-OF-BAL           PIC 9(7)    COMP VALUE 0.
015600     03  WS-TOT-ITEM-OVERFLOW        PIC 9(7)    COMP VALUE 0.
015700     03  WS-TOT-CNF-OVERFLOW         PIC 9(7)    COMP VALUE 0.
015800     EJECT
015900 01  WS-REPORT-TITLE.
016000     03  FILLER                      PIC X(48)   VALUE
016100         'IMPBNOBK - PASSBOOK NO-BOOK AND PRINT UPDATE    '.
016200     03  FILLER                      PIC X(9)    VALUE
016300         'RUN DATE '.
016400     03  TTL-MO                      PIC 99.
016500     03  FILLER                      PIC X       VALUE '/'.
016600     03  TTL-DA                      PIC 99.
016700     03  FILLER                      PIC X       VALUE '/'.
016800     03  TTL-YR                      PIC 99.
016900     03  FILLER                      PIC X(68)   VALUE SPACES.
017000 01  WS-HEADING-1.
017100     03  FILLER                      PIC X(4)    VALUE SPACES.
017200     03  FILLER                      PIC X(50)   VALUE
017300         'ACCOUNT                 CONDITION                 '.
017400     03  FILLER                      PIC X(50)   VALUE
017500         '  PASSBOOK BAL       ITEMS NET  LEDGER/PRINTED    '.
017600     03  FILLER                      PIC X(29)   VALUE
017700         '  DIFFERENCE PB DATE         '.
017800 01  WS-DETAIL-LINE.
017900     03  FILLER                      PIC X(4)    VALUE SPACES.
018000     03  DTL-ACCOUNT                 PIC X(22).
018100     03  FILLER                      PIC X(2)    VALUE SPACES.
018200     03  DTL-CONDITION               PIC X(24).
018300     03  FILLER                      PIC X(1)    VALUE SPACES.
018400     03  DTL-PB-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
018500     03  FILLER                      PIC X(1)    VALUE SPACES.
018600     03  DTL-ITEMS-NET               PIC ZZZ,ZZZ,ZZ9.99-.
018700     03  FILLER                      PIC X(1)    VALUE SPACES.
018800     03  DTL-COMPARE-BAL             PIC ZZZ,ZZZ,ZZ9.99-.
018900     03  FILLER                      PIC X(1)    VALUE SPACES.
019000     03  DTL-DIFFERENCE              PIC ZZZ,ZZZ,ZZ9.99-.
019100     03  FILLER                      PIC X(1)    VALUE SPACES.
019200     03  DTL-PB-DATE                 PIC X(8).
019300     03  FILLER                      PIC X(8)    VALUE SPACES.
019400 01  WS-SUMMARY-LINE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  SUM-LIT                     PIC X(34).
019700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
019800     03  FILLER                      PIC X(88)   VALUE SPACES.
019900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
020000     EJECT
020100 LINKAGE SECTION.
020200     COPY SIWSCNTL.
020300     EJECT
020400     COPY IMAWKMST.
020500     EJECT
020600     COPY IMWSENVO.
020700     EJECT
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------*
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021200     PERFORM 1100-LOAD-CONFIRM    THRU 1100-EXIT
021300         UNTIL WS-88-CNF-EOF.
021400     PERFORM 2900-READ-ARCHIVE    THRU 2900-EXIT.
021500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
021600         UNTIL WS-88-END-OF-FILE.
021700     PERFORM 8000-UNMATCHED       THRU 8000-EXIT
021800         VARYING WS-CNF-SUB FROM 1 BY 1
021900         UNTIL WS-CNF-SUB GREATER THAN WS-CNF-COUNT.
022000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022100     GOBACK.
022200     EJECT
022300 1000-INITIALIZE.
022400     OPEN INPUT PBK-PARM-FILE.
022500     READ PBK-PARM-FILE
022600         AT END MOVE ZERO TO PBP-RUN-DATE.
022700     CLOSE PBK-PARM-FILE.
022800     IF  PBP-RUN-DATE NUMERIC
022900     AND PBP-RUN-DATE GREATER THAN ZERO
023000         MOVE PBP-RUN-DATE TO WS-RUN-DATE-YYMMDD
023100     ELSE
023200         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023300     OPEN INPUT PBK-CONFIRM-FILE.
023400     IF  WS-CNF-FILE-STATUS EQUAL '05' OR '35'
023500         MOVE 'Y' TO WS-CNF-EOF-SW.
023600     OPEN INPUT  TRAN-ARCHIVE-FILE.
023700     OPEN OUTPUT PBK-NOBOOK-FILE.
023800     OPEN OUTPUT PBK-UPDATE-RPT.
023900     MOVE WS-RUN-MO TO TTL-MO.
024000     MOVE WS-RUN-DA TO TTL-DA.
024100     MOVE WS-RUN-YR TO TTL-YR.
024200     WRITE PBK-UPDATE-RPT-LINE FROM WS-BLANK-LINE.
024300     MOVE SPACES TO PBK-UPDATE-RPT-LINE.
024400     MOVE WS-REPORT-TITLE TO PBK-UPDATE-RPT-LINE.
024500     WRITE PBK-UPDATE-RPT-LINE.
024600     WRITE PBK-UPDATE-RPT-LINE FROM WS-BLANK-LINE.
024700     MOVE SPACES TO PBK-UPDATE-RPT-LINE.
024800     MOVE WS-HEADING-1 TO PBK-UPDATE-RPT-LINE.
024900     WRITE PBK-UPDATE-RPT-LINE.
025000     WRITE PBK-UPDATE-RPT-LINE FROM WS-BLANK-LINE.
025100     MOVE SPACES TO SI-ENVIRONMENT-AREA.
025200     MOVE '1' TO SI-ENVIRONMENT-VSAM.
025300     MOVE 'O' TO I-O-CONTROL-OPERATOR.
025400     MOVE 'U' TO I-O-CONTROL-ACCESS.
025500     MOVE -1  TO I-O-SEND-CODE.
025600     CALL 'IMACTM' USING I-O-CONTROL-AREA
025700                         MASTER-AREA
025800                         SI-ENVIRONMENT-AREA.
025900 1000-EXIT. EXIT.
026000 1100-LOAD-CONFIRM.
026100     READ PBK-CONFIRM-FILE
026200         AT END MOVE 'Y' TO WS-CNF-EOF-SW
026300                GO TO 1100-EXIT.
026400     ADD 1 TO WS-TOT-CONFIRMS.
026500     IF  WS-CNF-COUNT NOT LESS THAN WS-CNF-MAX
026600         ADD 1 TO WS-TOT-CNF-OVERFLOW
026700         GO TO 1100-EXIT.
026800     ADD 1 TO WS-CNF-COUNT.
026900     SET CFX TO WS-CNF-COUNT.
027000     MOVE PBC-ACCOUNT         TO WS-CNF-ACCOUNT (CFX).
027100     MOVE PBC-THROUGH-DATE    TO WS-CNF-THRU-DATE (CFX).
027200     MOVE PBC-PRINTED-BALANCE TO WS-CNF-BALANCE (CFX).
027300     MOVE PBC-TELLER          TO WS-CNF-TELLER (CFX).
027400     MOVE 'N'                 TO WS-CNF-USED-SW (CFX).
027500 1100-EXIT. EXIT.
027600     EJECT
027700*----------------------------------------------------------------*
027800*    2000-PROCESS-ACCOUNT - ONE MASTER ACCOUNT.  THE ARCHIVE IS  *
027900*    IN ACCOUNT ORDER AND IS MATCHED AGAINST THE BROWSE.         *
028000*----------------------------------------------------------------*
028100 2000-PROCESS-ACCOUNT.
028200     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
028300     MOVE -1   TO I-O-SEND-CODE.
028400     CALL 'IMACTM' USING I-O-CONTROL-AREA
028500                         MASTER-AREA
028600                         SI-ENVIRONMENT-AREA.
028700     IF  I-O-88-END-OF-FILE
028800         MOVE 'Y' TO WS-END-OF-FILE-SW
028900         GO TO 2000-EXIT.
029000     ADD 1 TO WS-TOT-ACCOUNTS.
029100     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
029200     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
029300         UNTIL WS-88-THA-EOF
029400            OR THA-ACCOUNT NOT LESS THAN WS-ACCOUNT.
029500     IF  WMS-PASSBOOK-ACCT NOT EQUAL '1'
029600         GO TO 2000-EXIT.
029700     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
029800     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
029900     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
030000         GO TO 2000-EXIT.
030100     ADD 1 TO WS-TOT-PASSBOOK.
030200     MOVE WMS-PASSBOOK-DATE TO WS-PB-CCYYMMDD.
030300     IF  WS-PB-CCYYMMDD EQUAL LOW-VALUES
030400         MOVE SPACES TO WS-PB-CCYYMMDD.
030500     MOVE ZERO TO WS-ITM-COUNT WS-NET-UNPRINTED WS-PRINTED-THRU.
030600     MOVE 'N'  TO WS-ITEM-OVERFLOW-SW.
030700     PERFORM 2100-GATHER-ITEM THRU 2100-EXIT
030800         UNTIL WS-88-THA-EOF
030900            OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT.
031000     IF  WS-88-ITEM-OVERFLOW
031100         ADD 1 TO WS-TOT-ITEM-OVERFLOW
031200         MOVE 'NO-BOOK ITEMS TRUNCATED ' TO DTL-CONDITION
031300         MOVE WMS-PASSBOOK-BALANCE TO DTL-PB-BALANCE
031400         MOVE WS-NET-UNPRINTED     TO DTL-ITEMS-NET
031500         MOVE WMS-CURR-BAL         TO DTL-COMPARE-BAL
031600         MOVE ZERO                 TO DTL-DIFFERENCE
031700         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
031800     PERFORM 2300-PROVE-BALANCE THRU 2300-EXIT.
031900     PERFORM 2400-FIND-CONFIRM THRU 2400-EXIT.
032000     IF  WS-CNF-SUB GREATER THAN ZERO
032100         PERFORM 2500-APPLY-CONFIRM THRU 2500-EXIT.
032200     IF  WS-PRINTED-THRU LESS THAN WS-ITM-COUNT
032300         ADD 1 TO WS-TOT-WITH-ITEMS
032400         MOVE WMS-PASSBOOK-BALANCE TO WS-RUNNING-BAL
032500         COMPUTE WS-FIRST-ITEM = WS-PRINTED-THRU + 1
032600         PERFORM 2600-WRITE-NOBOOK THRU 2600-EXIT
032700             VARYING WS-SUB FROM WS-FIRST-ITEM BY 1
032800             UNTIL WS-SUB GREATER THAN WS-ITM-COUNT.
032900 2000-EXIT. EXIT.
033000     EJECT
033100*----------------------------------------------------------------*
033200*    2100-GATHER-ITEM - AN ARCHIVED ITEM POSTED AFTER THE        *
033300*    PASSBOOK DATE IS UNPRINTED.  A 1X TRAN CODE IS A DEBIT.     *
033400*----------------------------------------------------------------*
033500 2100-GATHER-ITEM.
033600     MOVE THA-POST-DATE TO WS-WRK-YYMMDD.
033700     PERFORM 2800-WINDOW-CENTURY THRU 2800-EXIT.
033800     IF  WS-WORK-CCYYMMDD NOT GREATER THAN WS-PB-CCYYMMDD
033900         GO TO 2100-NEXT.
034000     MOVE THA-AMOUNT TO WS-ITEM-AMT.
034100     IF  THA-TRAN-CODE (1:1) EQUAL '1'
034200         SUBTRACT WS-ITEM-AMT FROM WS-NET-UNPRINTED
034300     ELSE
034400         ADD WS-ITEM-AMT TO WS-NET-UNPRINTED.
034500     IF  WS-ITM-COUNT NOT LESS THAN WS-ITM-MAX
034600         MOVE 'Y' TO WS-ITEM-OVERFLOW-SW
034700         GO TO 2100-NEXT.
034800     ADD 1 TO WS-ITM-COUNT.
034900     SET ITX TO WS-ITM-COUNT.
035000     MOVE WS-WORK-CCYYMMDD TO WS-ITM-CCYYMMDD (ITX).
035100     MOVE THA-POST-DATE    TO WS-ITM-POST-DATE (ITX).
035200     MOVE THA-SEQ          TO WS-ITM-SEQ (ITX).
035300     MOVE THA-TRAN-CODE    TO WS-ITM-TRAN-CODE (ITX).
035400     MOVE WS-ITEM-AMT      TO WS-ITM-AMOUNT (ITX).
035500     IF  THA-TRAN-CODE (1:1) EQUAL '1'
035600         MOVE 'D' TO WS-ITM-DR-CR (ITX)
035700     ELSE
035800         MOVE 'C' TO WS-ITM-DR-CR (ITX).
035900 2100-NEXT.
036000     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
036100 2100-EXIT. EXIT.
036200*----------------------------------------------------------------*
036300*    2300-PROVE-BALANCE - PASSBOOK BALANCE PLUS UNPRINTED ITEMS  *
036400*    MUST EQUAL THE LEDGER BALANCE.                              *
036500*----------------------------------------------------------------*
036600 2300-PROVE-BALANCE.
036700     COMPUTE WS-EXPECTED-BAL = WMS-PASSBOOK-BALANCE
036800                             + WS-NET-UNPRINTED.
036900     IF  WS-EXPECTED-BAL EQUAL WMS-CURR-BAL
037000         GO TO 2300-EXIT.
037100     ADD 1 TO WS-TOT-OUT-OF-BAL.
037200     COMPUTE WS-DIFFERENCE = WMS-CURR-BAL - WS-EXPECTED-BAL.
037300     MOVE 'PASSBOOK OUT OF BALANCE ' TO DTL-CONDITION.
037400     MOVE WMS-PASSBOOK-BALANCE TO DTL-PB-BALANCE.
037500     MOVE WS-NET-UNPRINTED     TO DTL-ITEMS-NET.
037600     MOVE WMS-CURR-BAL         TO DTL-COMPARE-BAL.
037700     MOVE WS-DIFFERENCE        TO DTL-DIFFERENCE.
037800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
037900 2300-EXIT. EXIT.
038000 2400-FIND-CONFIRM.
038100     MOVE ZERO TO WS-CNF-SUB.
038200     PERFORM 2410-SCAN-CONFIRM THRU 2410-EXIT
038300         VARYING WS-SUB FROM 1 BY 1
038400         UNTIL WS-SUB GREATER THAN WS-CNF-COUNT.
038500 2400-EXIT. EXIT.
038600*    THE LAST UNUSED CONFIRMATION FOR THE ACCOUNT IS THE ONE
038700*    THAT COUNTS - AN EARLIER PRINT IS SUPERSEDED BY A LATER ONE.
038800 2410-SCAN-CONFIRM.
038900     SET CFX TO WS-SUB.
039000     IF  WS-CNF-ACCOUNT (CFX) NOT EQUAL WS-ACCOUNT
039100         GO TO 2410-EXIT.
039200     IF  WS-CNF-SUB GREATER THAN ZERO
039300         SET CFX TO WS-CNF-SUB
039400         MOVE 'Y' TO WS-CNF-USED-SW (CFX).
039500     MOVE WS-SUB TO WS-CNF-SUB.
039600 2410-EXIT. EXIT.
039700     EJECT
039800*----------------------------------------------------------------*
039900*    2500-APPLY-CONFIRM - ROLL THE PASSBOOK FORWARD THROUGH THE  *
040000*    PRINT DATE WHEN THE PRINTED BALANCE AGREES WITH THE ITEMS.  *
040100*----------------------------------------------------------------*
040200 2500-APPLY-CONFIRM.
040300     SET CFX TO WS-CNF-SUB.
040400     MOVE 'Y' TO WS-CNF-USED-SW (CFX).
040500     MOVE WS-CNF-THRU-DATE (CFX) TO WS-WRK-YYMMDD.
040600     PERFORM 2800-WINDOW-CENTURY THRU 2800-EXIT.
040700     MOVE WS-WORK-CCYYMMDD TO WS-THRU-CCYYMMDD.
040800     MOVE ZERO TO WS-NET-PRINTED.
040900     PERFORM 2510-PRINTED-ITEM THRU 2510-EXIT
041000         VARYING WS-SUB FROM 1 BY 1
041100         UNTIL WS-SUB GREATER THAN WS-ITM-COUNT.
041200     COMPUTE WS-EXPECTED-BAL = WMS-PASSBOOK-BALANCE
041300                             + WS-NET-PRINTED.
041400     IF  WS-EXPECTED-BAL NOT EQUAL WS-CNF-BALANCE (CFX)
041500     OR  WS-THRU-CCYYMMDD NOT GREATER THAN WS-PB-CCYYMMDD
041600         ADD 1 TO WS-TOT-REJECTED
041700         MOVE ZERO TO WS-PRINTED-THRU
041800         COMPUTE WS-DIFFERENCE = WS-CNF-BALANCE (CFX)
041900                               - WS-EXPECTED-BAL
042000         MOVE 'PRINT REJECTED - NO ROLL' TO DTL-CONDITION
042100         MOVE WMS-PASSBOOK-BALANCE  TO DTL-PB-BALANCE
042200         MOVE WS-NET-PRINTED        TO DTL-ITEMS-NET
042300         MOVE WS-CNF-BALANCE (CFX)  TO DTL-COMPARE-BAL
042400         MOVE WS-DIFFERENCE         TO DTL-DIFFERENCE
042500         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
042600         GO TO 2500-EXIT.
042700     MOVE WS-EXPECTED-BAL  TO WMS-PASSBOOK-BALANCE.
042800     MOVE WS-THRU-CCYYMMDD TO WMS-PASSBOOK-DATE.
042900     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
043000     MOVE -1   TO I-O-SEND-CODE.
043100     CALL 'IMACTM' USING I-O-CONTROL-AREA
043200                         MASTER-AREA
043300                         SI-ENVIRONMENT-AREA.
043400     ADD 1 TO WS-TOT-ROLLED.
043500     MOVE 'PASSBOOK ROLLED FORWARD ' TO DTL-CONDITION.
043600     MOVE WMS-PASSBOOK-BALANCE  TO DTL-PB-BALANCE.
043700     MOVE WS-NET-PRINTED        TO DTL-ITEMS-NET.
043800     MOVE WS-CNF-BALANCE (CFX)  TO DTL-COMPARE-BAL.
043900     MOVE ZERO                  TO DTL-DIFFERENCE.
044000     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
044100 2500-EXIT. EXIT.
044200 2510-PRINTED-ITEM.
044300     SET ITX TO WS-SUB.
044400     IF  WS-ITM-CCYYMMDD (ITX) GREATER THAN WS-THRU-CCYYMMDD
044500         GO TO 2510-EXIT.
044600     MOVE WS-SUB TO WS-PRINTED-THRU.
044700     IF  WS-88-ITM-DEBIT (ITX)
044800         SUBTRACT WS-ITM-AMOUNT (ITX) FROM WS-NET-PRINTED
044900     ELSE
045000         ADD WS-ITM-AMOUNT (ITX) TO WS-NET-PRINTED.
045100 2510-EXIT. EXIT.
045200*----------------------------------------------------------------*
045300*    2600-WRITE-NOBOOK - ONE UNPRINTED ITEM FOR THE PRINTER,     *
045400*    CARRYING THE PASSBOOK BALANCE AFTER IT.                     *
045500*----------------------------------------------------------------*
045600 2600-WRITE-NOBOOK.
045700     SET ITX TO WS-SUB.
045800     IF  WS-88-ITM-DEBIT (ITX)
045900         SUBTRACT WS-ITM-AMOUNT (ITX) FROM WS-RUNNING-BAL
046000     ELSE
046100         ADD WS-ITM-AMOUNT (ITX) TO WS-RUNNING-BAL.
046200     MOVE SPACES TO PBK-NOBOOK-RECORD.
046300     MOVE WS-ACCOUNT              TO NBK-ACCOUNT.
046400     MOVE WS-ITM-POST-DATE (ITX)  TO NBK-POST-DATE.
046500     MOVE WS-ITM-SEQ (ITX)        TO NBK-SEQ.
046600     MOVE WS-ITM-TRAN-CODE (ITX)  TO NBK-TRAN-CODE.
046700     MOVE WS-ITM-DR-CR (ITX)      TO NBK-DR-CR.
046800     MOVE WS-ITM-AMOUNT (ITX)     TO NBK-AMOUNT.
046900     MOVE WS-RUNNING-BAL          TO NBK-BALANCE.
047000     WRITE PBK-NOBOOK-RECORD.
047100     ADD 1 TO WS-TOT-ITEMS-OUT.
047200 2600-EXIT. EXIT.
047300 2800-WINDOW-CENTURY.
047400     IF  WS-WRK-YY LESS THAN 50
047500         MOVE 20 TO WS-WRK-CC
047600     ELSE
047700         MOVE 19 TO WS-WRK-CC.
047800 2800-EXIT. EXIT.
047900 2900-READ-ARCHIVE.
048000     READ TRAN-ARCHIVE-FILE
048100         AT END MOVE 'Y' TO WS-THA-EOF-SW.
048200 2900-EXIT. EXIT.
048300     EJECT
048400 7000-PRINT-DETAIL.
048500     MOVE WS-ACCOUNT     TO DTL-ACCOUNT.
048600     MOVE WS-PB-CCYYMMDD TO DTL-PB-DATE.
048700     MOVE SPACES TO PBK-UPDATE-RPT-LINE.
048800     MOVE WS-DETAIL-LINE TO PBK-UPDATE-RPT-LINE.
048900     WRITE PBK-UPDATE-RPT-LINE.
049000 7000-EXIT. EXIT.
049100*----------------------------------------------------------------*
049200*    8000-UNMATCHED - A CONFIRMATION FOR AN ACCOUNT THAT IS NOT  *
049300*    AN OPEN PASSBOOK ACCOUNT ON THE MASTER.                     *
049400*----------------------------------------------------------------*
049500 8000-UNMATCHED.
049600     SET CFX TO WS-CNF-SUB.
049700     IF  WS-88-CNF-USED (CFX)
049800         GO TO 8000-EXIT.
049900     ADD 1 TO WS-TOT-UNMATCHED.
050000     MOVE WS-CNF-ACCOUNT (CFX) TO WS-ACCOUNT.
050100     MOVE SPACES TO WS-PB-CCYYMMDD.
050200     MOVE 'CONFIRM - NOT PASSBOOK  ' TO DTL-CONDITION.
050300     MOVE ZERO                 TO DTL-PB-BALANCE
050400                                  DTL-ITEMS-NET
050500                                  DTL-DIFFERENCE.
050600     MOVE WS-CNF-BALANCE (CFX) TO DTL-COMPARE-BAL.
050700     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
050800 8000-EXIT. EXIT.
050900     EJECT
051000*----------------------------------------------------------------*
051100*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
051200*----------------------------------------------------------------*
051300 9000-TERMINATE.
051400     WRITE PBK-UPDATE-RPT-LINE FROM WS-BLANK-LINE.
051500     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
051600     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
051700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051800     MOVE 'OPEN PASSBOOK ACCOUNTS            ' TO SUM-LIT.
051900     MOVE WS-TOT-PASSBOOK TO SUM-COUNT.
052000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052100     MOVE 'ACCOUNTS WITH NO-BOOK ITEMS       ' TO SUM-LIT.
052200     MOVE WS-TOT-WITH-ITEMS TO SUM-COUNT.
052300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052400     MOVE 'NO-BOOK ITEMS WRITTEN             ' TO SUM-LIT.
052500     MOVE WS-TOT-ITEMS-OUT TO SUM-COUNT.
052600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052700     MOVE 'PRINT CONFIRMATIONS READ          ' TO SUM-LIT.
052800     MOVE WS-TOT-CONFIRMS TO SUM-COUNT.
052900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053000     MOVE 'PASSBOOKS ROLLED FORWARD          ' TO SUM-LIT.
053100     MOVE WS-TOT-ROLLED TO SUM-COUNT.
053200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053300     MOVE 'CONFIRMATIONS REJECTED            ' TO SUM-LIT.
053400     MOVE WS-TOT-REJECTED TO SUM-COUNT.
053500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053600     MOVE 'CONFIRMATIONS NOT MATCHED         ' TO SUM-LIT.
053700     MOVE WS-TOT-UNMATCHED TO SUM-COUNT.
053800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053900     MOVE 'CONFIRMATIONS DROPPED - TABLE FULL' TO SUM-LIT.
054000     MOVE WS-TOT-CNF-OVERFLOW TO SUM-COUNT.
054100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054200     MOVE 'PASSBOOKS OUT OF BALANCE          ' TO SUM-LIT.
054300     MOVE WS-TOT-OUT-OF-BAL TO SUM-COUNT.
054400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054500     MOVE 'ACCOUNTS WITH NO-BOOK TRUNCATED   ' TO SUM-LIT.
054600     MOVE WS-TOT-ITEM-OVERFLOW TO SUM-COUNT.
054700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054800     MOVE 'E' TO I-O-CONTROL-OPERATOR.
054900     MOVE -1  TO I-O-SEND-CODE.
055000     CALL 'IMACTM' USING I-O-CONTROL-AREA
055100                         MASTER-AREA
055200                         SI-ENVIRONMENT-AREA.
055300     CLOSE PBK-CONFIRM-FILE.
055400     CLOSE TRAN-ARCHIVE-FILE.
055500     CLOSE PBK-NOBOOK-FILE.
055600     CLOSE PBK-UPDATE-RPT.
055700 9000-EXIT. EXIT.
055800 9100-PRINT-SUMMARY.
055900     MOVE SPACES TO PBK-UPDATE-RPT-LINE.
056000     MOVE WS-SUMMARY-LINE TO PBK-UPDATE-RPT-LINE.
056100     WRITE PBK-UPDATE-RPT-LINE.
056200 9100-EXIT. EXIT.
