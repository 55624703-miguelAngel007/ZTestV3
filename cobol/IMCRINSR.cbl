*     * GN6178 * 09/07/26 JCTE CREDIT INSURANCE CARRIER REMITTANCE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCRINSR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/07/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCRINSR IS THE MONTH-END CREDIT LIFE / DISABILITY PREMIUM  *
000900*    REMITTANCE.  EACH LOAN COVERAGE (WMS-LOAN-INSUR1 AND        *
001000*    WMS-LOAN-INSUR2) IS RELEASED TO THE SORT WITH ITS CARRIER,  *
001100*    THE PREMIUM BILLED THIS MONTH AND THE PART COLLECTED        *
001200*    (BILLED LESS THE UNPAID INSURANCE STILL IN OTHER CHARGES).  *
001300*    A LOAN PAID OFF OR CHARGED OFF THIS MONTH ALSO GETS AN      *
001400*    UNEARNED-PREMIUM REFUND - THE MONTH'S PREMIUM PRO-RATED FOR *
001500*    THE DAYS AFTER THE PAYOFF OR CHARGE-OFF.  THE RETURN SIDE   *
001600*    BREAKS BY CARRIER: A BORDEREAU SECTION LISTS EVERY COVERED  *
001700*    LOAN AND ONE REMITTANCE RECORD CARRIES THE CARRIER'S        *
001800*    BILLED, COLLECTED, REFUND AND NET PAYABLE, SO THE PAYABLE   *
001900*    AND OUR PREMIUM INCOME COME FROM THE SAME FIGURES.  THE     *
001920*    COVERAGE'S MONTH-TO-DATE ACCRUAL (WMS-LOAN-MTD-INS1/2-ACCR) *
001940*    AND YEAR-TO-DATE PREMIUM (WMS-LOAN-YTD-INS1/2) ARE CARRIED  *
001960*    INTO THE CARRIER TOTALS SO THE REMITTANCE CAN BE PROVED     *
001980*    AGAINST THE ACCRUAL AND THE YEAR.                           *
002000*----------------------------------------------------------------*
002100*               ** HISTORY OF REVISIONS **                      *
002200* DESCRIPTION                                           CHNGID  *
002300* ____________________________________________________ _______ *
002400* 09/07/26 JCTE NEW PROGRAM - CREDIT INSURANCE PREMIUM   GN6178 *
002500*                REMITTANCE AND BORDEREAU BY CARRIER            *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT    DIVISION.
002800 INPUT-OUTPUT   SECTION.
002900 FILE-CONTROL.
003000     SELECT CIN-PARM-FILE     ASSIGN TO "IMCINPRM"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT SORT-FILE         ASSIGN TO "IMCINSRT".
003300     SELECT CIN-REMIT-OUT     ASSIGN TO "IMCINREM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CIN-BORDEREAU     ASSIGN TO "IMCINBDX"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CIN-REGISTER-RPT  ASSIGN TO "IMCINRPT"
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CIN-PARM-FILE
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  CIN-PARM-RECORD.
004400     03  CIP-MONTH-END-DATE          PIC 9(6).
004500     03  FILLER                      PIC X(74).
004600 SD  SORT-FILE.
004700 01  SORT-RECORD.
004800     03  SRT-CARRIER                 PIC XXX.
004900     03  SRT-ACCOUNT                 PIC X(22).
005000     03  SRT-COVERAGE                PIC 9.
005100     03  SRT-RATE                    PIC S9V9(8) COMP-3.
005200     03  SRT-BILLED                  PIC S9(13)V99 COMP-3.
005300     03  SRT-COLLECTED               PIC S9(13)V99 COMP-3.
005400     03  SRT-REFUND                  PIC S9(13)V99 COMP-3.
005500     03  SRT-REASON                  PIC X.
005525     03  SRT-MTD-ACCR                PIC S9(13)V99 COMP-3.
005550     03  SRT-YTD-PREMIUM             PIC S9(13)V99 COMP-3.
005600 FD  CIN-REMIT-OUT
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  CIN-REMIT-RECORD.
005900     03  CRM-CARRIER                 PIC XXX.
006000     03  CRM-MONTH-END-DATE          PIC 9(6).
006100     03  CRM-LOAN-COUNT              PIC 9(7).
006200     03  CRM-BILLED                  PIC S9(13)V99 COMP-3.
006300     03  CRM-COLLECTED               PIC S9(13)V99 COMP-3.
006400     03  CRM-REFUNDS                 PIC S9(13)V99 COMP-3.
006500     03  CRM-NET-PAYABLE             PIC S9(13)V99 COMP-3.
006550     03  CRM-MTD-ACCR                PIC S9(13)V99 COMP-3.
006600     03  CRM-YTD-PREMIUM             PIC S9(13)V99 COMP-3.
006650     03  FILLER                      PIC X(16).
006700 FD  CIN-BORDEREAU
006800     RECORD CONTAINS 133 CHARACTERS.
006900 01  CIN-BORDEREAU-LINE              PIC X(133).
007000 FD  CIN-REGISTER-RPT
007100     RECORD CONTAINS 133 CHARACTERS.
007200 01  CIN-REGISTER-RPT-LINE           PIC X(133).
007300 WORKING-STORAGE SECTION.
007400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCRINSR'.
007500     EJECT
007600 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
007700 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
007800     03  WS-RUN-YR                   PIC 99.
007900     03  WS-RUN-MO                   PIC 99.
008000     03  WS-RUN-DA                   PIC 99.
008100     EJECT
008200 01  WS-SWITCHES.
008300     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
008400         88  WS-88-END-OF-FILE       VALUE 'Y'.
008500     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
008600         88  WS-88-SORT-EOF          VALUE 'Y'.
008700     03  WS-GROUP-OPEN-SW            PIC X(1)    VALUE 'N'.
008800         88  WS-88-GROUP-OPEN        VALUE 'Y'.
008900 01  WS-CUR-CARRIER                  PIC XXX     VALUE SPACES.
009000 01  WS-EVENT-DAY                    PIC 99      VALUE 0.
009100 01  WS-EVENT-CODE                   PIC X       VALUE SPACE.
009200 01  WS-UNPAID-INS                   PIC S9(13)V99 COMP-3 VALUE 0.
009300 01  WS-BILLED                       PIC S9(13)V99 COMP-3 VALUE 0.
009400 01  WS-COLLECTED                    PIC S9(13)V99 COMP-3 VALUE 0.
009500 01  WS-REFUND                       PIC S9(13)V99 COMP-3 VALUE 0.
009525 01  WS-MTD-ACCR                     PIC S9(13)V99 COMP-3 VALUE 0.
009550 01  WS-YTD-PREMIUM                  PIC S9(13)V99 COMP-3 VALUE 0.
009600 01  WS-CARRIER                      PIC XXX     VALUE SPACES.
009700 01  WS-RATE                         PIC S9V9(8) COMP-3 VALUE 0.
009800 01  WS-COVERAGE                     PIC 9       VALUE 0.
009900     EJECT
010000 01  WS-CARRIER-TOTALS.
010100     03  WS-CAR-COUNT                PIC 9(7)    COMP VALUE 0.
010200     03  WS-CAR-BILLED               PIC S9(13)V99 COMP-3 VALUE 0.
010300     03  WS-CAR-COLLECTED            PIC S9(13)V99 COMP-3 VALUE 0.
010400     03  WS-CAR-REFUNDS              PIC S9(13)V99 COMP-3 VALUE 0.
010425     03  WS-CAR-MTD-ACCR             PIC S9(13)V99 COMP-3 VALUE 0.
010450     03  WS-CAR-YTD-PREMIUM          PIC S9(13)V99 COMP-3 VALUE 0.
010500 01  WS-TOTALS.
010600     03  WS-TOT-LOANS                PIC 9(7)    COMP VALUE 0.
010700     03  WS-TOT-COVERAGES            PIC 9(7)    COMP VALUE 0.
010800     03  WS-TOT-REFUNDS              PIC 9(7)    COMP VALUE 0.
010900     03  WS-TOT-CARRIERS             PIC 9(7)    COMP VALUE 0.
011000     03  WS-TOT-BILLED               PIC S9(13)V99 COMP-3 VALUE 0.
011100     03  WS-TOT-COLLECTED            PIC S9(13)V99 COMP-3 VALUE 0.
011200     03  WS-TOT-REFUND-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
011225     03  WS-TOT-MTD-ACCR             PIC S9(13)V99 COMP-3 VALUE 0.
011250     03  WS-TOT-YTD-PREMIUM          PIC S9(13)V99 COMP-3 VALUE 0.
011300     EJECT
011400 01  WS-REPORT-TITLE.
011500     03  FILLER                      PIC X(48)   VALUE
011600         'IMCRINSR - CREDIT INSURANCE REMITTANCE REGISTER '.
011700 01  WS-BDX-TITLE.
011800     03  FILLER                      PIC X(30)   VALUE
011900         'CREDIT INSURANCE BORDEREAU -  '.
012000     03  BDX-CARRIER                 PIC XXX.
012100     03  FILLER                      PIC X(14)   VALUE
012200         '  MONTH ENDED '.
012300     03  BDX-MONTH-END-MO            PIC 99.
012400     03  FILLER                      PIC X       VALUE '/'.
012500     03  BDX-MONTH-END-DA            PIC 99.
012600     03  FILLER                      PIC X       VALUE '/'.
012700     03  BDX-MONTH-END-YR            PIC 99.
012800     03  FILLER                      PIC X(78)   VALUE SPACES.
012900 01  WS-DETAIL-LINE.
013000     03  FILLER                      PIC X(4)    VALUE SPACES.
013100     03  DTL-ACCOUNT                 PIC X(22).
013200     03  FILLER                      PIC X(2)    VALUE SPACES.
013300     03  DTL-COVERAGE                PIC 9.
013400     03  FILLER                      PIC X(2)    VALUE SPACES.
013500     03  DTL-RATE                    PIC 9.9(8).
013600     03  FILLER                      PIC X(2)    VALUE SPACES.
013700     03  DTL-BILLED                  PIC ZZZ,ZZZ,ZZ9.99.
013800     03  FILLER                      PIC X(2)    VALUE SPACES.
013900     03  DTL-COLLECTED               PIC ZZZ,ZZZ,ZZ9.99.
014000     03  FILLER                      PIC X(2)    VALUE SPACES.
014100     03  DTL-REFUND                  PIC ZZZ,ZZZ,ZZ9.99.
014200     03  FILLER                      PIC X(2)    VALUE SPACES.
014300     03  DTL-REASON                  PIC X(12).
014400     03  FILLER                      PIC X(30)   VALUE SPACES.
014500 01  WS-CARRIER-LINE.
014600     03  FILLER                      PIC X(4)    VALUE SPACES.
014700     03  CRL-LIT                     PIC X(10)   VALUE
014800         'CARRIER   '.
014900     03  CRL-CARRIER                 PIC XXX.
015000     03  FILLER                      PIC X(2)    VALUE SPACES.
015100     03  CRL-COUNT                   PIC ZZZ,ZZ9.
015200     03  FILLER                      PIC X(2)    VALUE SPACES.
015300     03  CRL-BILLED                  PIC ZZZ,ZZZ,ZZ9.99.
015400     03  FILLER                      PIC X(2)    VALUE SPACES.
015500     03  CRL-COLLECTED               PIC ZZZ,ZZZ,ZZ9.99.
015600     03  FILLER                      PIC X(2)    VALUE SPACES.
015700     03  CRL-REFUNDS                 PIC ZZZ,ZZZ,ZZ9.99.
015800     03  FILLER                      PIC X(2)    VALUE SPACES.
015900     03  CRL-NET                     PIC ZZZ,ZZZ,ZZ9.99-.
015925     03  FILLER                      PIC X(2)    VALUE SPACES.
015950     03  CRL-MTD-ACCR                PIC ZZZ,ZZZ,ZZ9.99-.
015975     03  FILLER                      PIC X(2)    VALUE SPACES.
016000     03  CRL-YTD-PREMIUM             PIC ZZZ,ZZZ,ZZ9.99-.
016025     03  FILLER                      PIC X(8)    VALUE SPACES.
016100 01  WS-SUMMARY-LINE.
016200     03  FILLER                      PIC X(4)    VALUE SPACES.
016300     03  SUM-LIT                     PIC X(34).
016400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
016500     03  FILLER                      PIC X(88)   VALUE SPACES.
016600 01  WS-AMOUNT-LINE.
016700     03  FILLER                      PIC X(4)    VALUE SPACES.
016800     03  AMT-LIT                     PIC X(34).
016900     03  AMT-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017000     03  FILLER                      PIC X(76)   VALUE SPACES.
017100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
017200     EJECT
017300 LINKAGE SECTION.
017400     COPY SIWSCNTL.
017500     EJECT
017600     COPY IMAWKMST.
017700     EJECT
017800     COPY IMWSENVO.
017900     EJECT
018000 PROCEDURE DIVISION.
018100*----------------------------------------------------------------*
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
018400     SORT SORT-FILE
018500         ASCENDING KEY SRT-CARRIER SRT-ACCOUNT SRT-COVERAGE
018600         INPUT PROCEDURE IS 2000-RELEASE-COVERAGES
018700         OUTPUT PROCEDURE IS 3000-BUILD-REMITTANCE.
018800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
018900     GOBACK.
019000     EJECT
019100 1000-INITIALIZE.
019200     OPEN INPUT CIN-PARM-FILE.
019300     READ CIN-PARM-FILE
019400         AT END MOVE ZERO TO CIP-MONTH-END-DATE.
019500     CLOSE CIN-PARM-FILE.
019600     IF  CIP-MONTH-END-DATE NUMERIC
019700     AND CIP-MONTH-END-DATE GREATER THAN ZERO
019800         MOVE CIP-MONTH-END-DATE TO WS-RUN-DATE-YYMMDD
019900     ELSE
020000         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
020100     OPEN OUTPUT CIN-REMIT-OUT.
020200     OPEN OUTPUT CIN-BORDEREAU.
020300     OPEN OUTPUT CIN-REGISTER-RPT.
020400     WRITE CIN-REGISTER-RPT-LINE FROM WS-BLANK-LINE.
020500     MOVE SPACES TO CIN-REGISTER-RPT-LINE.
020600     MOVE WS-REPORT-TITLE TO CIN-REGISTER-RPT-LINE.
020700     WRITE CIN-REGISTER-RPT-LINE.
020800     WRITE CIN-REGISTER-RPT-LINE FROM WS-BLANK-LINE.
020900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
021000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
021100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
021200     MOVE 'I' TO I-O-CONTROL-ACCESS.
021300     MOVE -1  TO I-O-SEND-CODE.
021400     CALL 'IMACTM' USING I-O-CONTROL-AREA
021500                         MASTER-AREA
021600                         SI-ENVIRONMENT-AREA.
021700 1000-EXIT. EXIT.
021800     EJECT
021900*----------------------------------------------------------------*
022000*    2000-RELEASE-COVERAGES - BROWSE THE MASTER AND RELEASE ONE  *
022100*    SORT RECORD PER ACTIVE CREDIT-INSURANCE COVERAGE.           *
022200*----------------------------------------------------------------*
022300 2000-RELEASE-COVERAGES.
022400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022500     PERFORM 2200-ONE-LOAN THRU 2200-EXIT
022600         UNTIL WS-88-END-OF-FILE.
022700 2000-EXIT. EXIT.
022800 2100-READ-MASTER.
022900     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
023000     MOVE -1   TO I-O-SEND-CODE.
023100     CALL 'IMACTM' USING I-O-CONTROL-AREA
023200                         MASTER-AREA
023300                         SI-ENVIRONMENT-AREA.
023400     IF  I-O-88-END-OF-FILE
023500         MOVE 'Y' TO WS-END-OF-FILE-SW.
023600 2100-EXIT. EXIT.
023700     EJECT
023800 2200-ONE-LOAN.
023900     IF  WMS-LOAN-TRLR NOT EQUAL '1'
024000         GO TO 2200-NEXT.
024100     IF  WMS-INSUR1-CO EQUAL SPACES
024200     AND WMS-INSUR2-CO EQUAL SPACES
024300         GO TO 2200-NEXT.
024400     ADD 1 TO WS-TOT-LOANS.
024500     PERFORM 2300-PAYOFF-EVENT THRU 2300-EXIT.
024600     IF  WMS-INSUR1-CO NOT EQUAL SPACES
024700     AND WMS-INSUR1 NOT EQUAL SPACE
024800         MOVE 1                 TO WS-COVERAGE
024900         MOVE WMS-INSUR1-CO     TO WS-CARRIER
025000         MOVE WMS-INSUR1-RATE   TO WS-RATE
025100         MOVE WMS-BILLED-INS1   TO WS-BILLED
025200         MOVE WMS-INS1          TO WS-UNPAID-INS
025225         MOVE WMS-LOAN-MTD-INS1-ACCR TO WS-MTD-ACCR
025250         MOVE WMS-LOAN-YTD-INS1 TO WS-YTD-PREMIUM
025300         PERFORM 2400-RELEASE-ONE THRU 2400-EXIT.
025400     IF  WMS-INSUR2-CO NOT EQUAL SPACES
025500     AND WMS-INSUR2 NOT EQUAL SPACE
025600         MOVE 2                 TO WS-COVERAGE
025700         MOVE WMS-INSUR2-CO     TO WS-CARRIER
025800         MOVE WMS-INSUR2-RATE   TO WS-RATE
025900         MOVE WMS-BILLED-INS2   TO WS-BILLED
026000         MOVE WMS-INS2          TO WS-UNPAID-INS
026025         MOVE WMS-LOAN-MTD-INS2-ACCR TO WS-MTD-ACCR
026050         MOVE WMS-LOAN-YTD-INS2 TO WS-YTD-PREMIUM
026100         PERFORM 2400-RELEASE-ONE THRU 2400-EXIT.
026200 2200-NEXT.
026300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
026400 2200-EXIT. EXIT.
026500*----------------------------------------------------------------*
026600*    2300-PAYOFF-EVENT - A LOAN CLOSED OR CHARGED OFF INSIDE THE *
026700*    MONTH BEING REMITTED CARRIES THE DAY OF THE EVENT; THE DAYS *
026800*    AFTER IT ARE UNEARNED.                                      *
026900*----------------------------------------------------------------*
027000 2300-PAYOFF-EVENT.
027100     MOVE ZERO  TO WS-EVENT-DAY.
027200     MOVE SPACE TO WS-EVENT-CODE.
027300     IF  WMS-LOAN-CLOSED-MO EQUAL WS-RUN-MO
027400     AND WMS-LOAN-CLOSED-YR EQUAL WS-RUN-YR
027500     AND WMS-LOAN-CLOSED-DA NUMERIC
027600         MOVE WMS-LOAN-CLOSED-DA TO WS-EVENT-DAY
027700         MOVE 'P' TO WS-EVENT-CODE
027800         GO TO 2300-EXIT.
027900     IF  WMS-LOAN-CHG-OFF-MO EQUAL WS-RUN-MO
028000     AND WMS-LOAN-CHG-OFF-YR EQUAL WS-RUN-YR
028100     AND WMS-LOAN-CHG-OFF-DA NUMERIC
028200         MOVE WMS-LOAN-CHG-OFF-DA TO WS-EVENT-DAY
028300         MOVE 'C' TO WS-EVENT-CODE.
028400 2300-EXIT. EXIT.
028500 2400-RELEASE-ONE.
028600     IF  WS-BILLED LESS THAN ZERO
028700         MOVE ZERO TO WS-BILLED.
028800     COMPUTE WS-COLLECTED = WS-BILLED - WS-UNPAID-INS.
028900     IF  WS-COLLECTED LESS THAN ZERO
029000         MOVE ZERO TO WS-COLLECTED.
029100     IF  WS-COLLECTED GREATER THAN WS-BILLED
029200         MOVE WS-BILLED TO WS-COLLECTED.
029300     MOVE ZERO TO WS-REFUND.
029400     IF  WS-EVENT-CODE NOT EQUAL SPACE
029500     AND WS-EVENT-DAY LESS THAN WS-RUN-DA
029600     AND WS-RUN-DA GREATER THAN ZERO
029700         COMPUTE WS-REFUND ROUNDED = WS-BILLED
029800             * (WS-RUN-DA - WS-EVENT-DAY) / WS-RUN-DA.
029900     IF  WS-BILLED EQUAL ZERO
030000     AND WS-REFUND EQUAL ZERO
030025     AND WS-MTD-ACCR EQUAL ZERO
030050     AND WS-YTD-PREMIUM EQUAL ZERO
030100         GO TO 2400-EXIT.
030200     ADD 1 TO WS-TOT-COVERAGES.
030300     IF  WS-REFUND GREATER THAN ZERO
030400         ADD 1 TO WS-TOT-REFUNDS.
030500     MOVE WS-CARRIER        TO SRT-CARRIER.
030600     MOVE WMS-CONTROL-KEY   TO SRT-ACCOUNT.
030700     MOVE WS-COVERAGE       TO SRT-COVERAGE.
030800     MOVE WS-RATE           TO SRT-RATE.
030900     MOVE WS-BILLED         TO SRT-BILLED.
031000     MOVE WS-COLLECTED      TO SRT-COLLECTED.
031100     MOVE WS-REFUND         TO SRT-REFUND.
031125     MOVE WS-MTD-ACCR       TO SRT-MTD-ACCR.
031150     MOVE WS-YTD-PREMIUM    TO SRT-YTD-PREMIUM.
031200     IF  WS-REFUND GREATER THAN ZERO
031300         MOVE WS-EVENT-CODE TO SRT-REASON
031400     ELSE
031500         MOVE SPACE         TO SRT-REASON.
031600     RELEASE SORT-RECORD.
031700 2400-EXIT. EXIT.
031800     EJECT
031900*----------------------------------------------------------------*
032000*    3000-BUILD-REMITTANCE - THE RETURN SIDE OF THE SORT.  EACH  *
032100*    CARRIER BREAK CLOSES THE PRIOR CARRIER'S BORDEREAU AND      *
032200*    WRITES ITS REMITTANCE RECORD.                               *
032300*----------------------------------------------------------------*
032400 3000-BUILD-REMITTANCE.
032500     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
032600         UNTIL WS-88-SORT-EOF.
032700     IF  WS-88-GROUP-OPEN
032800         PERFORM 3300-CLOSE-CARRIER THRU 3300-EXIT.
032900 3000-EXIT. EXIT.
033000 3100-ONE-SORTED.
033100     RETURN SORT-FILE
033200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
033300                GO TO 3100-EXIT.
033400     IF  NOT WS-88-GROUP-OPEN
033500     OR  SRT-CARRIER NOT EQUAL WS-CUR-CARRIER
033600         PERFORM 3200-CARRIER-BREAK THRU 3200-EXIT.
033700     ADD 1             TO WS-CAR-COUNT.
033800     ADD SRT-BILLED    TO WS-CAR-BILLED.
033900     ADD SRT-COLLECTED TO WS-CAR-COLLECTED.
034000     ADD SRT-REFUND    TO WS-CAR-REFUNDS.
034025     ADD SRT-MTD-ACCR  TO WS-CAR-MTD-ACCR.
034050     ADD SRT-YTD-PREMIUM TO WS-CAR-YTD-PREMIUM.
034100     MOVE SRT-ACCOUNT   TO DTL-ACCOUNT.
034200     MOVE SRT-COVERAGE  TO DTL-COVERAGE.
034300     MOVE SRT-RATE      TO DTL-RATE.
034400     MOVE SRT-BILLED    TO DTL-BILLED.
034500     MOVE SRT-COLLECTED TO DTL-COLLECTED.
034600     MOVE SRT-REFUND    TO DTL-REFUND.
034700     IF  SRT-REASON EQUAL 'P'
034800         MOVE 'PAID OFF    ' TO DTL-REASON
034900     ELSE
035000     IF  SRT-REASON EQUAL 'C'
035100         MOVE 'CHARGED OFF ' TO DTL-REASON
035200     ELSE
035300         MOVE SPACES TO DTL-REASON.
035400     MOVE SPACES TO CIN-BORDEREAU-LINE.
035500     MOVE WS-DETAIL-LINE TO CIN-BORDEREAU-LINE.
035600     WRITE CIN-BORDEREAU-LINE.
035700 3100-EXIT. EXIT.
035800 3200-CARRIER-BREAK.
035900     IF  WS-88-GROUP-OPEN
036000         PERFORM 3300-CLOSE-CARRIER THRU 3300-EXIT.
036100     MOVE 'Y' TO WS-GROUP-OPEN-SW.
036200     MOVE SRT-CARRIER TO WS-CUR-CARRIER.
036300     MOVE ZERO TO WS-CAR-COUNT WS-CAR-BILLED
036400                  WS-CAR-COLLECTED WS-CAR-REFUNDS
036450                  WS-CAR-MTD-ACCR WS-CAR-YTD-PREMIUM.
036500     MOVE SRT-CARRIER TO BDX-CARRIER.
036600     MOVE WS-RUN-MO   TO BDX-MONTH-END-MO.
036700     MOVE WS-RUN-DA   TO BDX-MONTH-END-DA.
036800     MOVE WS-RUN-YR   TO BDX-MONTH-END-YR.
036900     WRITE CIN-BORDEREAU-LINE FROM WS-BLANK-LINE.
037000     MOVE SPACES TO CIN-BORDEREAU-LINE.
037100     MOVE WS-BDX-TITLE TO CIN-BORDEREAU-LINE.
037200     WRITE CIN-BORDEREAU-LINE.
037300     WRITE CIN-BORDEREAU-LINE FROM WS-BLANK-LINE.
037400 3200-EXIT. EXIT.
037500*----------------------------------------------------------------*
037600*    3300-CLOSE-CARRIER - NET PAYABLE IS WHAT WAS COLLECTED FOR  *
037700*    THE CARRIER LESS THE UNEARNED PREMIUM IT OWES BACK.         *
037800*----------------------------------------------------------------*
037900 3300-CLOSE-CARRIER.
038000     ADD 1 TO WS-TOT-CARRIERS.
038100     ADD WS-CAR-BILLED    TO WS-TOT-BILLED.
038200     ADD WS-CAR-COLLECTED TO WS-TOT-COLLECTED.
038300     ADD WS-CAR-REFUNDS   TO WS-TOT-REFUND-AMT.
038325     ADD WS-CAR-MTD-ACCR  TO WS-TOT-MTD-ACCR.
038350     ADD WS-CAR-YTD-PREMIUM TO WS-TOT-YTD-PREMIUM.
038400     MOVE SPACES TO CIN-REMIT-RECORD.
038500     MOVE WS-CUR-CARRIER     TO CRM-CARRIER.
038600     MOVE WS-RUN-DATE-YYMMDD TO CRM-MONTH-END-DATE.
038700     MOVE WS-CAR-COUNT       TO CRM-LOAN-COUNT.
038800     MOVE WS-CAR-BILLED      TO CRM-BILLED.
038900     MOVE WS-CAR-COLLECTED   TO CRM-COLLECTED.
039000     MOVE WS-CAR-REFUNDS     TO CRM-REFUNDS.
039025     MOVE WS-CAR-MTD-ACCR    TO CRM-MTD-ACCR.
039050     MOVE WS-CAR-YTD-PREMIUM TO CRM-YTD-PREMIUM.
039100     COMPUTE CRM-NET-PAYABLE = WS-CAR-COLLECTED - WS-CAR-REFUNDS.
039200     WRITE CIN-REMIT-RECORD.
039300     MOVE WS-CUR-CARRIER     TO CRL-CARRIER.
039400     MOVE WS-CAR-COUNT       TO CRL-COUNT.
039500     MOVE WS-CAR-BILLED      TO CRL-BILLED.
039600     MOVE WS-CAR-COLLECTED   TO CRL-COLLECTED.
039700     MOVE WS-CAR-REFUNDS     TO CRL-REFUNDS.
039800     MOVE CRM-NET-PAYABLE    TO CRL-NET.
039825     MOVE WS-CAR-MTD-ACCR    TO CRL-MTD-ACCR.
039850     MOVE WS-CAR-YTD-PREMIUM TO CRL-YTD-PREMIUM.
039900     WRITE CIN-BORDEREAU-LINE FROM WS-BLANK-LINE.
040000     MOVE SPACES TO CIN-BORDEREAU-LINE.
040100     MOVE WS-CARRIER-LINE TO CIN-BORDEREAU-LINE.
040200     WRITE CIN-BORDEREAU-LINE.
040300     MOVE SPACES TO CIN-REGISTER-RPT-LINE.
040400     MOVE WS-CARRIER-LINE TO CIN-REGISTER-RPT-LINE.
040500     WRITE CIN-REGISTER-RPT-LINE.
040600 3300-EXIT. EXIT.
040700     EJECT
040800*----------------------------------------------------------------*
040900*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
041000*----------------------------------------------------------------*
041100 9000-TERMINATE.
041200     WRITE CIN-REGISTER-RPT-LINE FROM WS-BLANK-LINE.
041300     MOVE 'INSURED LOANS SCANNED             ' TO SUM-LIT.
041400     MOVE WS-TOT-LOANS TO SUM-COUNT.
041500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
041600     MOVE 'COVERAGES REMITTED                ' TO SUM-LIT.
041700     MOVE WS-TOT-COVERAGES TO SUM-COUNT.
041800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
041900     MOVE 'UNEARNED-PREMIUM REFUNDS          ' TO SUM-LIT.
042000     MOVE WS-TOT-REFUNDS TO SUM-COUNT.
042100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042200     MOVE 'CARRIERS REMITTED                 ' TO SUM-LIT.
042300     MOVE WS-TOT-CARRIERS TO SUM-COUNT.
042400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042500     MOVE 'PREMIUM BILLED                    ' TO AMT-LIT.
042600     MOVE WS-TOT-BILLED TO AMT-VALUE.
042700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
042800     MOVE 'PREMIUM COLLECTED                 ' TO AMT-LIT.
042900     MOVE WS-TOT-COLLECTED TO AMT-VALUE.
043000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
043100     MOVE 'UNEARNED PREMIUM REFUNDED         ' TO AMT-LIT.
043200     MOVE WS-TOT-REFUND-AMT TO AMT-VALUE.
043300     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
043400     MOVE 'PREMIUM INCOME (BILLED - REFUNDS) ' TO AMT-LIT.
043500     COMPUTE AMT-VALUE = WS-TOT-BILLED - WS-TOT-REFUND-AMT.
043600     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
043700     MOVE 'CARRIER PAYABLE (COLL - REFUNDS)  ' TO AMT-LIT.
043800     COMPUTE AMT-VALUE = WS-TOT-COLLECTED - WS-TOT-REFUND-AMT.
043900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
043910     MOVE 'PREMIUM ACCRUED MONTH TO DATE     ' TO AMT-LIT.
043920     MOVE WS-TOT-MTD-ACCR TO AMT-VALUE.
043930     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
043940     MOVE 'PREMIUM YEAR TO DATE              ' TO AMT-LIT.
043950     MOVE WS-TOT-YTD-PREMIUM TO AMT-VALUE.
043960     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
044000     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
044100     MOVE -1   TO I-O-SEND-CODE.
044200     CALL 'IMACTM' USING I-O-CONTROL-AREA
044300                         MASTER-AREA
044400                         SI-ENVIRONMENT-AREA.
044500     CLOSE CIN-REMIT-OUT.
044600     CLOSE CIN-BORDEREAU.
044700     CLOSE CIN-REGISTER-RPT.
044800 9000-EXIT. EXIT.
044900 9100-PRINT-SUMMARY.
045000     MOVE SPACES TO CIN-REGISTER-RPT-LINE.
045100     MOVE WS-SUMMARY-LINE TO CIN-REGISTER-RPT-LINE.
045200     WRITE CIN-REGISTER-RPT-LINE.
045300 9100-EXIT. EXIT.
045400 9200-PRINT-AMOUNT.
045500     MOVE SPACES TO CIN-REGISTER-RPT-LINE.
045600     MOVE WS-AMOUNT-LINE TO CIN-REGISTER-RPT-LINE.
045700     WRITE CIN-REGISTER-RPT-LINE.
045800 9200-EXIT. EXIT.
