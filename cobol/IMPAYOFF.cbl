*     * GN6179 * 09/08/26 JCTE LOAN PAYOFF QUOTES AND QUOTE LOG
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMPAYOFF.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/08/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMPAYOFF PRODUCES LOAN PAYOFF QUOTES FROM BRANCH REQUEST    *
000900*    CARDS.  THE REQUESTED GOOD-THROUGH DATE IS ROLLED TO A      *
001000*    BUSINESS DAY THROUGH 'IMDTROLL'; THE PAYOFF IS PRINCIPAL    *
001100*    PLUS ACCRUED INTEREST CARRIED FORWARD TO THE GOOD-THROUGH   *
001200*    DATE AT THE DAILY RATE, PLUS BILLED FEES AND BILLED         *
001300*    INSURANCE, AND THE PER DIEM IS QUOTED FOR FUNDS THAT ARRIVE *
001400*    LATE. THE PAYOFF LETTER TEXT IS RENDERED THROUGH 'IMTXTRND' *
001500*    IN THE CUSTOMER'S LANGUAGE WITH A FIGURES RECORD FOR THE    *
001600*    LETTER PRINT.  EVERY QUOTE IS KEPT ON THE CARRIED-FORWARD   *
001700*    QUOTE LOG, AND THE DAY'S POSTED PAYOFF TRANSACTIONS ARE     *
001800*    MATCHED BACK TO THE ACCOUNT'S OPEN QUOTE - A PAYMENT SHORT  *
001900*    OF THE QUOTE PLUS PER DIEM FOR ANY LATE DAYS IS FLAGGED.    *
001925*    QUOTES BEYOND THE QUOTE TABLE ARE COPIED TO THE NEW LOG     *
001950*    AS THEY STAND, UNMATCHED, AND SET RETURN CODE 4.            *
002000*----------------------------------------------------------------*
002100*               ** HISTORY OF REVISIONS **                      *
002200* DESCRIPTION                                           CHNGID  *
002300* ____________________________________________________ _______ *
002400* 09/08/26 JCTE NEW PROGRAM - PAYOFF QUOTE UTILITY WITH  GN6179 *
002500*                QUOTE LOG AND PAYOFF MATCHING                  *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT    DIVISION.
002800 INPUT-OUTPUT   SECTION.
002900 FILE-CONTROL.
003000     SELECT PAY-PARM-FILE     ASSIGN TO "IMPAYPRM"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT PAY-REQUEST-FILE  ASSIGN TO "IMPAYREQ"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT OPTIONAL QUOTE-LOG-IN ASSIGN TO "IMPAYLGI"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-LOG-FILE-STATUS.
003700     SELECT OPTIONAL POSTED-TRAN-FILE ASSIGN TO "IMPAYPST"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PST-FILE-STATUS.
004000     SELECT QUOTE-LOG-OUT     ASSIGN TO "IMPAYLGO"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PAYOFF-LETTER-EXT ASSIGN TO "IMPAYLTR"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PAY-QUOTE-RPT     ASSIGN TO "IMPAYRPT"
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PAY-PARM-FILE
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  PAY-PARM-RECORD.
005100     03  PQP-RUN-DATE                PIC 9(6).
005200     03  PQP-PAYOFF-TRAN-CODE        PIC XX.
005300     03  PQP-LOG-RETAIN-DAYS         PIC 9(3).
005400     03  FILLER                      PIC X(69).
005500 FD  PAY-REQUEST-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  PAY-REQUEST-RECORD.
005800     03  PRQ-ACCOUNT                 PIC X(22).
005900     03  PRQ-GOOD-THRU-DATE          PIC 9(6).
006000     03  PRQ-BRANCH                  PIC X(5).
006100     03  PRQ-REQUESTED-BY            PIC X(20).
006200     03  FILLER                      PIC X(27).
006300 FD  QUOTE-LOG-IN
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  QUOTE-LOG-RECORD.
006600     03  QLG-QUOTE-NO                PIC 9(7).
006700     03  QLG-ACCOUNT                 PIC X(22).
006800     03  QLG-QUOTE-DATE              PIC 9(6).
006900     03  QLG-GOOD-THRU               PIC 9(6).
007000     03  QLG-PAYOFF-AMT              PIC S9(13)V99 COMP-3.
007100     03  QLG-PER-DIEM                PIC S9(7)V99 COMP-3.
007200     03  QLG-STATUS                  PIC X.
007300         88  QLG-88-OPEN             VALUE 'O'.
007400         88  QLG-88-MATCHED          VALUE 'M'.
007500         88  QLG-88-SHORT            VALUE 'S'.
007600     03  QLG-PAID-AMT                PIC S9(13)V99 COMP-3.
007700     03  QLG-PAID-DATE               PIC 9(6).
007800     03  FILLER                      PIC X(11).
007900 FD  POSTED-TRAN-FILE.
008000     COPY IMWSTRAN.
008100 FD  QUOTE-LOG-OUT
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  QUOTE-LOG-RECORD-OUT            PIC X(80).
008400 FD  PAYOFF-LETTER-EXT
008500     RECORD CONTAINS 120 CHARACTERS.
008600 01  PAYOFF-LETTER-RECORD.
008700     03  PLT-ACCOUNT                 PIC X(22).
008800     03  PLT-QUOTE-NO                PIC 9(7).
008900     03  PLT-REC-TYPE                PIC X.
009000         88  PLT-88-FIGURES          VALUE 'F'.
009100         88  PLT-88-TEXT             VALUE 'T'.
009200     03  PLT-LINE-SEQ                PIC 99.
009300     03  PLT-TEXT-LINE               PIC X(70).
009400     03  PLT-FIGURES REDEFINES PLT-TEXT-LINE.
009500         05  PLT-PAYOFF-AMT          PIC S9(13)V99 COMP-3.
009600         05  PLT-PER-DIEM            PIC S9(7)V99 COMP-3.
009700         05  PLT-GOOD-THRU           PIC 9(6).
009800         05  PLT-PRINCIPAL           PIC S9(13)V99 COMP-3.
009900         05  PLT-INTEREST            PIC S9(13)V99 COMP-3.
010000         05  PLT-FEES                PIC S9(13)V99 COMP-3.
010100         05  PLT-INSURANCE           PIC S9(13)V99 COMP-3.
010200         05  FILLER                  PIC X(19).
010300     03  FILLER                      PIC X(18).
010400 FD  PAY-QUOTE-RPT
010500     RECORD CONTAINS 133 CHARACTERS.
010600 01  PAY-QUOTE-RPT-LINE              PIC X(133).
010700 WORKING-STORAGE SECTION.
010800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMPAYOFF'.
010900 77  WS-LETTER-TEXT-ID               PIC X(8)    VALUE 'PAYOFFLT'.
011000 77  WS-QTE-MAX                      PIC S9(5)   COMP VALUE +5000.
011100 77  WS-LOG-FILE-STATUS              PIC X(2)    VALUE SPACES.
011200 77  WS-PST-FILE-STATUS              PIC X(2)    VALUE SPACES.
011300     EJECT
011400     COPY SIWSDTAR.
011500     EJECT
011600     COPY IMWSDTRL.
011700     EJECT
011800     COPY IMWSTXRQ.
011900     EJECT
012000 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
012100 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
012200     03  WS-RUN-YR                   PIC 99.
012300     03  WS-RUN-MO                   PIC 99.
012400     03  WS-RUN-DA                   PIC 99.
012500 01  WS-GOOD-THRU-YYMMDD             PIC 9(6)    VALUE 0.
012600     EJECT
012700 01  WS-SWITCHES.
012800     03  WS-LOG-EOF-SW               PIC X(1)    VALUE 'N'.
012900         88  WS-88-LOG-EOF           VALUE 'Y'.
013000     03  WS-REQ-EOF-SW               PIC X(1)    VALUE 'N'.
013100         88  WS-88-REQ-EOF           VALUE 'Y'.
013200     03  WS-PST-EOF-SW               PIC X(1)    VALUE 'N'.
013300         88  WS-88-PST-EOF           VALUE 'Y'.
013400     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
013500         88  WS-88-MASTER-FOUND      VALUE 'Y'.
013600     03  WS-QUOTE-FOUND-SW           PIC X(1)    VALUE 'N'.
013700         88  WS-88-QUOTE-FOUND       VALUE 'Y'.
013800 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
013900 01  WS-QTE-SUB                      PIC S9(5)   COMP VALUE 0.
014000 01  WS-QTE-COUNT                    PIC S9(5)   COMP VALUE 0.
014100 01  WS-LAST-QUOTE-NO                PIC 9(7)    VALUE 0.
014200 01  WS-DAYS-TO-GOOD-THRU            PIC S9(5)   COMP-3 VALUE 0.
014300 01  WS-DAYS-LATE                    PIC S9(5)   COMP-3 VALUE 0.
014400 01  WS-LOG-AGE                      PIC S9(5)   COMP-3 VALUE 0.
014500 01  WS-PER-DIEM                     PIC S9(7)V99 COMP-3 VALUE 0.
014600 01  WS-INTEREST                     PIC S9(13)V99 COMP-3 VALUE 0.
014700 01  WS-INSURANCE                    PIC S9(13)V99 COMP-3 VALUE 0.
014800 01  WS-PAYOFF-AMT                   PIC S9(13)V99 COMP-3 VALUE 0.
014900 01  WS-AMOUNT-DUE                   PIC S9(13)V99 COMP-3 VALUE 0.
015000 01  WS-SHORT-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
015100 01  WS-ACTION-LIT                   PIC X(26)   VALUE SPACES.
015200     EJECT
015300 01  WS-QUOTE-TABLE.
015400     03  WS-QTE-ENTRY OCCURS 5000 TIMES
015500                      INDEXED BY QTX.
015600         05  WS-QTE-QUOTE-NO         PIC 9(7).
015700         05  WS-QTE-ACCOUNT          PIC X(22).
015800         05  WS-QTE-QUOTE-DATE       PIC 9(6).
015900         05  WS-QTE-GOOD-THRU        PIC 9(6).
016000         05  WS-QTE-PAYOFF-AMT       PIC S9(13)V99 COMP-3.
016100         05  WS-QTE-PER-DIEM         PIC S9(7)V99 COMP-3.
016200         05  WS-QTE-STATUS           PIC X.
016300         05  WS-QTE-PAID-AMT         PIC S9(13)V99 COMP-3.
016400         05  WS-QTE-PAID-DATE        PIC 9(6).
016500     EJECT
016600 01  WS-TOTALS.
016700     03  WS-TOT-LOG-IN               PIC 9(7)    COMP VALUE 0.
016800     03  WS-TOT-REQUESTS             PIC 9(7)    COMP VALUE 0.
016900     03  WS-TOT-QUOTED               PIC 9(7)    COMP VALUE 0.
017000     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
017100     03  WS-TOT-LETTERS              PIC 9(7)    COMP VALUE 0.
017200     03  WS-TOT-MATCHED              PIC 9(7)    COMP VALUE 0.
017300     03  WS-TOT-SHORT                PIC 9(7)    COMP VALUE 0.
017400     03  WS-TOT-UNMATCHED            PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
017550     03  WS-TOT-LOG-PASSED           PIC 9(7)    COMP VALUE 0.
017600     EJECT
017700 01  WS-REPORT-TITLE.
017800     03  FILLER                      PIC X(48)   VALUE
017900         'IMPAYOFF - LOAN PAYOFF QUOTE REGISTER           '.
018000 01  WS-DETAIL-LINE.
018100     03  FILLER                      PIC X(4)    VALUE SPACES.
018200     03  DTL-QUOTE-NO                PIC ZZZZZZ9.
018300     03  FILLER                      PIC X(2)    VALUE SPACES.
018400     03  DTL-ACCOUNT                 PIC X(22).
018500     03  FILLER                      PIC X(2)    VALUE SPACES.
018600     03  DTL-GOOD-THRU               PIC 9(6).
018700     03  FILLER                      PIC X(2)    VALUE SPACES.
018800     03  DTL-PAYOFF-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99.
018900     03  FILLER                      PIC X(2)    VALUE SPACES.
019000     03  DTL-PER-DIEM                PIC ZZZ,ZZ9.99.
019100     03  FILLER                      PIC X(2)    VALUE SPACES.
019200     03  DTL-OTHER-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
019300     03  FILLER                      PIC X(2)    VALUE SPACES.
019400     03  DTL-ACTION                  PIC X(26).
019500     03  FILLER                      PIC X(7)    VALUE SPACES.
019600 01  WS-SUMMARY-LINE.
019700     03  FILLER                      PIC X(4)    VALUE SPACES.
019800     03  SUM-LIT                     PIC X(34).
019900     03  SUM-COUNT                   PIC ZZZ,ZZ9.
020000     03  FILLER                      PIC X(88)   VALUE SPACES.
020100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
020200     EJECT
020300 LINKAGE SECTION.
020400     COPY SIWSCNTL.
020500     EJECT
020600     COPY IMAWKMST.
020700     EJECT
020800     COPY IMWSENVO.
020900     EJECT
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------*
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021400     PERFORM 1200-LOAD-QUOTE-LOG  THRU 1200-EXIT
021500         UNTIL WS-88-LOG-EOF.
021600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
021700         UNTIL WS-88-REQ-EOF.
021800     PERFORM 3000-MATCH-PAYOFF    THRU 3000-EXIT
021900         UNTIL WS-88-PST-EOF.
022000     PERFORM 8000-WRITE-QUOTE-LOG THRU 8000-EXIT.
022100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022200     GOBACK.
022300     EJECT
022400 1000-INITIALIZE.
022500     OPEN INPUT PAY-PARM-FILE.
022600     READ PAY-PARM-FILE
022700         AT END MOVE ZERO TO PQP-RUN-DATE.
022800     CLOSE PAY-PARM-FILE.
022900     IF  PQP-RUN-DATE NUMERIC
023000     AND PQP-RUN-DATE GREATER THAN ZERO
023100         MOVE PQP-RUN-DATE TO WS-RUN-DATE-YYMMDD
023200     ELSE
023300         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023400     IF  PQP-LOG-RETAIN-DAYS NOT NUMERIC
023500     OR  PQP-LOG-RETAIN-DAYS EQUAL ZERO
023600         MOVE 90 TO PQP-LOG-RETAIN-DAYS.
023700     OPEN INPUT QUOTE-LOG-IN.
023800     IF  WS-LOG-FILE-STATUS EQUAL '05' OR '35'
023900         MOVE 'Y' TO WS-LOG-EOF-SW.
024000     OPEN INPUT PAY-REQUEST-FILE.
024100     OPEN INPUT POSTED-TRAN-FILE.
024200     IF  WS-PST-FILE-STATUS EQUAL '05' OR '35'
024300         MOVE 'Y' TO WS-PST-EOF-SW.
024400     OPEN OUTPUT QUOTE-LOG-OUT.
024500     OPEN OUTPUT PAYOFF-LETTER-EXT.
024600     OPEN OUTPUT PAY-QUOTE-RPT.
024700     WRITE PAY-QUOTE-RPT-LINE FROM WS-BLANK-LINE.
024800     MOVE SPACES TO PAY-QUOTE-RPT-LINE.
024900     MOVE WS-REPORT-TITLE TO PAY-QUOTE-RPT-LINE.
025000     WRITE PAY-QUOTE-RPT-LINE.
025100     WRITE PAY-QUOTE-RPT-LINE FROM WS-BLANK-LINE.
025200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
025300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
025400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
025500     MOVE 'I' TO I-O-CONTROL-ACCESS.
025600     MOVE -1  TO I-O-SEND-CODE.
025700     CALL 'IMACTM' USING I-O-CONTROL-AREA
025800                         MASTER-AREA
025900                         SI-ENVIRONMENT-AREA.
026000 1000-EXIT. EXIT.
026100     EJECT
026200 1200-LOAD-QUOTE-LOG.
026300     READ QUOTE-LOG-IN
026400         AT END MOVE 'Y' TO WS-LOG-EOF-SW
026500                GO TO 1200-EXIT.
026525     IF  QLG-QUOTE-NO GREATER THAN WS-LAST-QUOTE-NO
026550         MOVE QLG-QUOTE-NO TO WS-LAST-QUOTE-NO.
026600     IF  WS-QTE-COUNT NOT LESS THAN WS-QTE-MAX
026625         ADD 1 TO WS-TOT-LOG-PASSED
026725         MOVE QUOTE-LOG-RECORD TO QUOTE-LOG-RECORD-OUT
026750         WRITE QUOTE-LOG-RECORD-OUT
026775         GO TO 1200-EXIT.
026800     ADD 1 TO WS-QTE-COUNT.
026900     ADD 1 TO WS-TOT-LOG-IN.
027000     SET QTX TO WS-QTE-COUNT.
027100     MOVE QLG-QUOTE-NO       TO WS-QTE-QUOTE-NO (QTX).
027200     MOVE QLG-ACCOUNT        TO WS-QTE-ACCOUNT (QTX).
027300     MOVE QLG-QUOTE-DATE     TO WS-QTE-QUOTE-DATE (QTX).
027400     MOVE QLG-GOOD-THRU      TO WS-QTE-GOOD-THRU (QTX).
027500     MOVE QLG-PAYOFF-AMT     TO WS-QTE-PAYOFF-AMT (QTX).
027600     MOVE QLG-PER-DIEM       TO WS-QTE-PER-DIEM (QTX).
027700     MOVE QLG-STATUS         TO WS-QTE-STATUS (QTX).
027800     MOVE QLG-PAID-AMT       TO WS-QTE-PAID-AMT (QTX).
027900     MOVE QLG-PAID-DATE      TO WS-QTE-PAID-DATE (QTX).
028200 1200-EXIT. EXIT.
028300     EJECT
028400*----------------------------------------------------------------*
028500*    2000-PROCESS-REQUEST - ONE QUOTE PER REQUEST CARD.          *
028600*----------------------------------------------------------------*
028700 2000-PROCESS-REQUEST.
028800     READ PAY-REQUEST-FILE
028900         AT END MOVE 'Y' TO WS-REQ-EOF-SW
029000                GO TO 2000-EXIT.
029100     ADD 1 TO WS-TOT-REQUESTS.
029200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029300     MOVE ZERO TO WS-PAYOFF-AMT WS-PER-DIEM.
029400     MOVE PRQ-GOOD-THRU-DATE TO WS-GOOD-THRU-YYMMDD.
029500     IF  NOT WS-88-MASTER-FOUND
029600         MOVE 'REJECTED - NOT ON MASTER  ' TO WS-ACTION-LIT
029700         GO TO 2000-REJECT.
029800     IF  WMS-LOAN-TRLR NOT EQUAL '1'
029900         MOVE 'REJECTED - NOT A LOAN     ' TO WS-ACTION-LIT
030000         GO TO 2000-REJECT.
030100     IF  PRQ-GOOD-THRU-DATE NOT NUMERIC
030200     OR  PRQ-GOOD-THRU-DATE LESS THAN WS-RUN-DATE-YYMMDD
030300         MOVE 'REJECTED - GOOD-THRU DATE ' TO WS-ACTION-LIT
030400         GO TO 2000-REJECT.
030500     IF  WS-QTE-COUNT NOT LESS THAN WS-QTE-MAX
030600         MOVE 'REJECTED - QUOTE LOG FULL ' TO WS-ACTION-LIT
030700         GO TO 2000-REJECT.
030800     PERFORM 2200-ROLL-GOOD-THRU THRU 2200-EXIT.
030900     PERFORM 2300-COMPUTE-PAYOFF THRU 2300-EXIT.
031000     ADD 1 TO WS-TOT-QUOTED.
031100     ADD 1 TO WS-LAST-QUOTE-NO.
031200     ADD 1 TO WS-QTE-COUNT.
031300     SET QTX TO WS-QTE-COUNT.
031400     MOVE WS-LAST-QUOTE-NO    TO WS-QTE-QUOTE-NO (QTX).
031500     MOVE PRQ-ACCOUNT         TO WS-QTE-ACCOUNT (QTX).
031600     MOVE WS-RUN-DATE-YYMMDD  TO WS-QTE-QUOTE-DATE (QTX).
031700     MOVE WS-GOOD-THRU-YYMMDD TO WS-QTE-GOOD-THRU (QTX).
031800     MOVE WS-PAYOFF-AMT       TO WS-QTE-PAYOFF-AMT (QTX).
031900     MOVE WS-PER-DIEM         TO WS-QTE-PER-DIEM (QTX).
032000     MOVE 'O'                 TO WS-QTE-STATUS (QTX).
032100     MOVE ZERO                TO WS-QTE-PAID-AMT (QTX)
032200                                 WS-QTE-PAID-DATE (QTX).
032300     PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
032400     MOVE WS-LAST-QUOTE-NO TO DTL-QUOTE-NO.
032500     MOVE ZERO TO DTL-OTHER-AMT.
032600     MOVE 'PAYOFF QUOTED             ' TO WS-ACTION-LIT.
032700     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
032800     GO TO 2000-EXIT.
032900 2000-REJECT.
033000     ADD 1 TO WS-TOT-REJECTED.
033100     MOVE ZERO TO DTL-QUOTE-NO DTL-OTHER-AMT.
033200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
033300 2000-EXIT. EXIT.
033400 2100-READ-MASTER.
033500     MOVE 'N' TO WS-MASTER-FOUND-SW.
033600     MOVE SPACES TO WMS-CONTROL-KEY.
033700     MOVE PRQ-ACCOUNT TO WMS-CONTROL-KEY.
033800     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
033900     MOVE -1     TO I-O-SEND-CODE.
034000     CALL 'IMACTM' USING I-O-CONTROL-AREA
034100                         MASTER-AREA
034200                         SI-ENVIRONMENT-AREA.
034300     IF  I-O-88-NORMAL-RET
034400         MOVE 'Y' TO WS-MASTER-FOUND-SW.
034500 2100-EXIT. EXIT.
034600     EJECT
034700*----------------------------------------------------------------*
034800*    2200-ROLL-GOOD-THRU - A GOOD-THROUGH DATE ON A WEEKEND OR   *
034900*    HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY.             *
035000*----------------------------------------------------------------*
035100 2200-ROLL-GOOD-THRU.
035200     MOVE WS-GOOD-THRU-YYMMDD (3:2) TO DTR-DATE-IN (1:2).
035300     MOVE WS-GOOD-THRU-YYMMDD (5:2) TO DTR-DATE-IN (3:2).
035400     MOVE WS-GOOD-THRU-YYMMDD (1:2) TO DTR-DATE-IN (5:2).
035500     MOVE 'M' TO DTR-DATE-FORMAT.
035600     MOVE 'F' TO DTR-ROLL-RULE.
035700     MOVE SPACES TO DTR-CALENDAR-ID.
035800     CALL 'IMDTROLL' USING DATE-ROLL-AREA.
035900     MOVE DTR-DATE-OUT (5:2) TO WS-GOOD-THRU-YYMMDD (1:2).
036000     MOVE DTR-DATE-OUT (1:2) TO WS-GOOD-THRU-YYMMDD (3:2).
036100     MOVE DTR-DATE-OUT (3:2) TO WS-GOOD-THRU-YYMMDD (5:2).
036200 2200-EXIT. EXIT.
036300*----------------------------------------------------------------*
036400*    2300-COMPUTE-PAYOFF - PER DIEM IS THE PRINCIPAL AT THE      *
036500*    DAILY RATE; INTEREST RUNS FROM TODAY'S ACCRUAL TO THE       *
036600*    GOOD-THROUGH DATE.                                          *
036700*----------------------------------------------------------------*
036800 2300-COMPUTE-PAYOFF.
036900     MOVE WS-RUN-MO TO DT-L-MO.
037000     MOVE WS-RUN-DA TO DT-L-DA.
037100     MOVE WS-RUN-YR TO DT-L-YR.
037200     MOVE WS-GOOD-THRU-YYMMDD (3:2) TO DT-H-MO.
037300     MOVE WS-GOOD-THRU-YYMMDD (5:2) TO DT-H-DA.
037400     MOVE WS-GOOD-THRU-YYMMDD (1:2) TO DT-H-YR.
037500     CALL 'SIDIF1' USING DATE-AREA.
037600     MOVE RET-DAYS TO WS-DAYS-TO-GOOD-THRU.
037700     IF  WS-DAYS-TO-GOOD-THRU LESS THAN ZERO
037800         MOVE ZERO TO WS-DAYS-TO-GOOD-THRU.
037900     COMPUTE WS-PER-DIEM ROUNDED = WMS-PRIN-BAL * WMS-DAILY-RATE.
038000     COMPUTE WS-INTEREST ROUNDED = WMS-LOAN-ACCR-INT
038100                       + WS-PER-DIEM * WS-DAYS-TO-GOOD-THRU.
038200     COMPUTE WS-INSURANCE = WMS-BILLED-INS1 + WMS-BILLED-INS2.
038300     COMPUTE WS-PAYOFF-AMT = WMS-PRIN-BAL + WS-INTEREST
038400                           + WMS-BILLED-FEES + WS-INSURANCE.
038500 2300-EXIT. EXIT.
038600     EJECT
038700*----------------------------------------------------------------*
038800*    2400-WRITE-LETTER - THE FIGURES RECORD FIRST, THEN THE      *
038900*    LETTER TEXT IN THE CUSTOMER'S LANGUAGE.                     *
039000*----------------------------------------------------------------*
039100 2400-WRITE-LETTER.
039200     MOVE SPACES TO PAYOFF-LETTER-RECORD.
039300     MOVE PRQ-ACCOUNT         TO PLT-ACCOUNT.
039400     MOVE WS-LAST-QUOTE-NO    TO PLT-QUOTE-NO.
039500     MOVE 'F'                 TO PLT-REC-TYPE.
039600     MOVE ZERO                TO PLT-LINE-SEQ.
039700     MOVE WS-PAYOFF-AMT       TO PLT-PAYOFF-AMT.
039800     MOVE WS-PER-DIEM         TO PLT-PER-DIEM.
039900     MOVE WS-GOOD-THRU-YYMMDD TO PLT-GOOD-THRU.
040000     MOVE WMS-PRIN-BAL        TO PLT-PRINCIPAL.
040100     MOVE WS-INTEREST         TO PLT-INTEREST.
040200     MOVE WMS-BILLED-FEES     TO PLT-FEES.
040300     MOVE WS-INSURANCE        TO PLT-INSURANCE.
040400     WRITE PAYOFF-LETTER-RECORD.
040500     MOVE WS-LETTER-TEXT-ID TO TXR-TEXT-ID.
040600     MOVE WMS-CUST-LANGUAGE TO TXR-LANG-CODE.
040700     CALL 'IMTXTRND' USING TEXT-RENDER-AREA.
040800     IF  TXR-88-NOT-FOUND
040900         GO TO 2400-EXIT.
041000     ADD 1 TO WS-TOT-LETTERS.
041100     PERFORM 2410-ONE-LETTER-LINE THRU 2410-EXIT
041200         VARYING WS-SUB FROM 1 BY 1
041300         UNTIL WS-SUB GREATER THAN TXR-LINE-COUNT.
041400 2400-EXIT. EXIT.
041500 2410-ONE-LETTER-LINE.
041600     MOVE SPACES TO PAYOFF-LETTER-RECORD.
041700     MOVE PRQ-ACCOUNT      TO PLT-ACCOUNT.
041800     MOVE WS-LAST-QUOTE-NO TO PLT-QUOTE-NO.
041900     MOVE 'T'              TO PLT-REC-TYPE.
042000     MOVE WS-SUB           TO PLT-LINE-SEQ.
042100     MOVE TXR-TEXT-LINE (WS-SUB) TO PLT-TEXT-LINE.
042200     WRITE PAYOFF-LETTER-RECORD.
042300 2410-EXIT. EXIT.
042400     EJECT
042500*----------------------------------------------------------------*
042600*    3000-MATCH-PAYOFF - A POSTED PAYOFF TRANSACTION CLOSES THE  *
042700*    ACCOUNT'S NEWEST OPEN QUOTE.  PAID AFTER THE GOOD-THROUGH   *
042800*    DATE, THE AMOUNT DUE GROWS BY THE PER DIEM FOR EACH LATE    *
042900*    DAY.                                                        *
043000*----------------------------------------------------------------*
043100 3000-MATCH-PAYOFF.
043200     READ POSTED-TRAN-FILE
043300         AT END MOVE 'Y' TO WS-PST-EOF-SW
043400                GO TO 3000-EXIT.
043500     IF  TR-TRAN-CODE NOT EQUAL PQP-PAYOFF-TRAN-CODE
043600         GO TO 3000-EXIT.
043700     MOVE 'N'  TO WS-QUOTE-FOUND-SW.
043800     MOVE ZERO TO WS-QTE-SUB.
043900     PERFORM 3100-SCAN-QUOTE THRU 3100-EXIT
044000         VARYING WS-SUB FROM 1 BY 1
044100         UNTIL WS-SUB GREATER THAN WS-QTE-COUNT.
044200     IF  NOT WS-88-QUOTE-FOUND
044300         ADD 1 TO WS-TOT-UNMATCHED
044400         GO TO 3000-EXIT.
044500     SET QTX TO WS-QTE-SUB.
044600     MOVE WS-QTE-GOOD-THRU (QTX) (3:2) TO DT-L-MO.
044700     MOVE WS-QTE-GOOD-THRU (QTX) (5:2) TO DT-L-DA.
044800     MOVE WS-QTE-GOOD-THRU (QTX) (1:2) TO DT-L-YR.
044900     MOVE WS-RUN-MO TO DT-H-MO.
045000     MOVE WS-RUN-DA TO DT-H-DA.
045100     MOVE WS-RUN-YR TO DT-H-YR.
045200     CALL 'SIDIF1' USING DATE-AREA.
045300     MOVE RET-DAYS TO WS-DAYS-LATE.
045400     IF  WS-DAYS-LATE LESS THAN ZERO
045500         MOVE ZERO TO WS-DAYS-LATE.
045600     COMPUTE WS-AMOUNT-DUE = WS-QTE-PAYOFF-AMT (QTX)
045700                           + WS-QTE-PER-DIEM (QTX) * WS-DAYS-LATE.
045800     MOVE TR-AMOUNT          TO WS-QTE-PAID-AMT (QTX).
045900     MOVE WS-RUN-DATE-YYMMDD TO WS-QTE-PAID-DATE (QTX).
046000     IF  TR-AMOUNT LESS THAN WS-AMOUNT-DUE
046100         ADD 1 TO WS-TOT-SHORT
046200         MOVE 'S' TO WS-QTE-STATUS (QTX)
046300         COMPUTE WS-SHORT-AMT = WS-AMOUNT-DUE - TR-AMOUNT
046400         MOVE WS-SHORT-AMT TO DTL-OTHER-AMT
046500         MOVE 'SHORT PAYOFF - REVIEW     ' TO WS-ACTION-LIT
046600     ELSE
046700         ADD 1 TO WS-TOT-MATCHED
046800         MOVE 'M' TO WS-QTE-STATUS (QTX)
046900         MOVE TR-AMOUNT TO DTL-OTHER-AMT
047000         MOVE 'PAYOFF RECEIVED - MATCHED ' TO WS-ACTION-LIT.
047100     MOVE WS-QTE-QUOTE-NO (QTX)   TO DTL-QUOTE-NO.
047200     MOVE WS-QTE-ACCOUNT (QTX)    TO PRQ-ACCOUNT.
047300     MOVE WS-QTE-GOOD-THRU (QTX)  TO WS-GOOD-THRU-YYMMDD.
047400     MOVE WS-AMOUNT-DUE           TO WS-PAYOFF-AMT.
047500     MOVE WS-QTE-PER-DIEM (QTX)   TO WS-PER-DIEM.
047600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
047700 3000-EXIT. EXIT.
047800 3100-SCAN-QUOTE.
047900     SET QTX TO WS-SUB.
048000     IF  WS-QTE-ACCOUNT (QTX) EQUAL TR-KEY
048100     AND WS-QTE-STATUS (QTX) EQUAL 'O'
048200         MOVE 'Y' TO WS-QUOTE-FOUND-SW
048300         MOVE WS-SUB TO WS-QTE-SUB.
048400 3100-EXIT. EXIT.
048500     EJECT
048600 7000-PRINT-DETAIL.
048700     MOVE PRQ-ACCOUNT         TO DTL-ACCOUNT.
048800     MOVE WS-GOOD-THRU-YYMMDD TO DTL-GOOD-THRU.
048900     MOVE WS-PAYOFF-AMT       TO DTL-PAYOFF-AMT.
049000     MOVE WS-PER-DIEM         TO DTL-PER-DIEM.
049100     MOVE WS-ACTION-LIT       TO DTL-ACTION.
049200     MOVE SPACES TO PAY-QUOTE-RPT-LINE.
049300     MOVE WS-DETAIL-LINE TO PAY-QUOTE-RPT-LINE.
049400     WRITE PAY-QUOTE-RPT-LINE.
049500 7000-EXIT. EXIT.
049600     EJECT
049700*----------------------------------------------------------------*
049800*    8000-WRITE-QUOTE-LOG - EVERY QUOTE CARRIES FORWARD UNTIL    *
049900*    ITS GOOD-THROUGH DATE IS OLDER THAN THE RETENTION DAYS.     *
050000*----------------------------------------------------------------*
050100 8000-WRITE-QUOTE-LOG.
050200     MOVE WS-RUN-MO TO DT-H-MO.
050300     MOVE WS-RUN-DA TO DT-H-DA.
050400     MOVE WS-RUN-YR TO DT-H-YR.
050500     PERFORM 8100-ONE-QUOTE THRU 8100-EXIT
050600         VARYING WS-SUB FROM 1 BY 1
050700         UNTIL WS-SUB GREATER THAN WS-QTE-COUNT.
050800 8000-EXIT. EXIT.
050900 8100-ONE-QUOTE.
051000     SET QTX TO WS-SUB.
051100     MOVE WS-QTE-GOOD-THRU (QTX) (3:2) TO DT-L-MO.
051200     MOVE WS-QTE-GOOD-THRU (QTX) (5:2) TO DT-L-DA.
051300     MOVE WS-QTE-GOOD-THRU (QTX) (1:2) TO DT-L-YR.
051400     CALL 'SIDIF1' USING DATE-AREA.
051500     MOVE RET-DAYS TO WS-LOG-AGE.
051600     IF  WS-LOG-AGE GREATER THAN PQP-LOG-RETAIN-DAYS
051700         ADD 1 TO WS-TOT-PURGED
051800         GO TO 8100-EXIT.
051900     MOVE SPACES TO QUOTE-LOG-RECORD.
052000     MOVE WS-QTE-QUOTE-NO (QTX)   TO QLG-QUOTE-NO.
052100     MOVE WS-QTE-ACCOUNT (QTX)    TO QLG-ACCOUNT.
052200     MOVE WS-QTE-QUOTE-DATE (QTX) TO QLG-QUOTE-DATE.
052300     MOVE WS-QTE-GOOD-THRU (QTX)  TO QLG-GOOD-THRU.
052400     MOVE WS-QTE-PAYOFF-AMT (QTX) TO QLG-PAYOFF-AMT.
052500     MOVE WS-QTE-PER-DIEM (QTX)   TO QLG-PER-DIEM.
052600     MOVE WS-QTE-STATUS (QTX)     TO QLG-STATUS.
052700     MOVE WS-QTE-PAID-AMT (QTX)   TO QLG-PAID-AMT.
052800     MOVE WS-QTE-PAID-DATE (QTX)  TO QLG-PAID-DATE.
052900     MOVE QUOTE-LOG-RECORD TO QUOTE-LOG-RECORD-OUT.
053000     WRITE QUOTE-LOG-RECORD-OUT.
053100 8100-EXIT. EXIT.
053200     EJECT
053300*----------------------------------------------------------------*
053400*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
053500*----------------------------------------------------------------*
053600 9000-TERMINATE.
053700     WRITE PAY-QUOTE-RPT-LINE FROM WS-BLANK-LINE.
053800     MOVE 'QUOTES CARRIED IN                 ' TO SUM-LIT.
053900     MOVE WS-TOT-LOG-IN TO SUM-COUNT.
054000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054100     MOVE 'QUOTE REQUESTS READ               ' TO SUM-LIT.
054200     MOVE WS-TOT-REQUESTS TO SUM-COUNT.
054300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054400     MOVE 'PAYOFFS QUOTED                    ' TO SUM-LIT.
054500     MOVE WS-TOT-QUOTED TO SUM-COUNT.
054600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054700     MOVE 'REQUESTS REJECTED                 ' TO SUM-LIT.
054800     MOVE WS-TOT-REJECTED TO SUM-COUNT.
054900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
055000     MOVE 'PAYOFF LETTERS RENDERED           ' TO SUM-LIT.
055100     MOVE WS-TOT-LETTERS TO SUM-COUNT.
055200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
055300     MOVE 'PAYOFFS MATCHED TO QUOTE          ' TO SUM-LIT.
055400     MOVE WS-TOT-MATCHED TO SUM-COUNT.
055500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
055600     MOVE 'SHORT PAYOFFS FLAGGED             ' TO SUM-LIT.
055700     MOVE WS-TOT-SHORT TO SUM-COUNT.
055800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
055900     MOVE 'PAYOFFS WITH NO OPEN QUOTE        ' TO SUM-LIT.
056000     MOVE WS-TOT-UNMATCHED TO SUM-COUNT.
056100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056200     MOVE 'QUOTES PURGED FROM LOG            ' TO SUM-LIT.
056300     MOVE WS-TOT-PURGED TO SUM-COUNT.
056400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056410     MOVE 'QUOTES COPIED FORWARD - TABLE FULL' TO SUM-LIT.
056420     MOVE WS-TOT-LOG-PASSED TO SUM-COUNT.
056430     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056440     IF  WS-TOT-LOG-PASSED GREATER THAN ZERO
056450         MOVE 4 TO RETURN-CODE.
056500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
056600     MOVE -1   TO I-O-SEND-CODE.
056700     CALL 'IMACTM' USING I-O-CONTROL-AREA
056800                         MASTER-AREA
056900                         SI-ENVIRONMENT-AREA.
057000     CLOSE QUOTE-LOG-IN.
057100     CLOSE PAY-REQUEST-FILE.
057200     CLOSE POSTED-TRAN-FILE.
057300     CLOSE QUOTE-LOG-OUT.
057400     CLOSE PAYOFF-LETTER-EXT.
057500     CLOSE PAY-QUOTE-RPT.
057600 9000-EXIT. EXIT.
057700 9100-PRINT-SUMMARY.
057800     MOVE SPACES TO PAY-QUOTE-RPT-LINE.
057900     MOVE WS-SUMMARY-LINE TO PAY-QUOTE-RPT-LINE.
058000     WRITE PAY-QUOTE-RPT-LINE.
058100 9100-EXIT. EXIT.
