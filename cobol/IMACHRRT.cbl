*     * GN6203 * 10/02/26 JCTE ACH ORIGINATOR RETURN RATES
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMACHRRT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/02/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMACHRRT IS THE MONTH-END RETURN RATE REPORT FOR OUR ACH    *
000900*    ORIGINATORS.  FOR EACH ORIGINATOR ON THE PROFILE (IMWSACHO) *
001000*    THE MONTH'S UNAUTHORIZED, ADMINISTRATIVE AND TOTAL RETURNS  *
001100*    OF DEBIT ENTRIES (COUNTED BY IMACHRTN) ARE TAKEN AS A       *
001200*    PERCENT OF THE DEBIT ENTRIES ORIGINATED (COUNTED BY         *
001300*    IMACHORG) AND SET AGAINST THE NETWORK THRESHOLDS.  THE      *
001400*    THRESHOLDS DEFAULT TO 0.50, 3.00 AND 15.00 PERCENT AND MAY  *
001500*    BE OVERRIDDEN ON THE PARM.  AN ORIGINATOR OVER ANY          *
001600*    THRESHOLD IS FLAGGED FOR REVIEW.  WITH NO DEBIT ENTRIES IN  *
001700*    THE MONTH THE RATES ARE SHOWN AS ZERO.                      *
001800*----------------------------------------------------------------*
001900*    THE PROFILE IS WRITTEN BACK (IMWSACHN) WITH THE             *
002000*    MONTH-TO-DATE ENTRY AND RETURN COUNTS CLEARED FOR THE NEW   *
002100*    MONTH.                                                      *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 10/02/26 JCTE NEW PROGRAM - MONTHLY ORIGINATOR RETURN  GN6203 *
002700*                RATES AGAINST NETWORK THRESHOLDS               *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT ARR-PARM-FILE     ASSIGN TO "IMARRPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT OPTIONAL ORIG-PROFILE-IN ASSIGN TO "IMWSACHO"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-ORG-FILE-STATUS.
003700     SELECT ORIG-PROFILE-OUT  ASSIGN TO "IMWSACHN"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT ARR-RPT           ASSIGN TO "IMARRRPT"
004000         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ARR-PARM-FILE
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  ARR-PARM-RECORD.
004600     03  ARR-RUN-DATE                PIC 9(6).
004700     03  ARR-UNAUTH-PCT              PIC 99V99.
004800     03  ARR-ADMIN-PCT               PIC 99V99.
004900     03  ARR-TOTAL-PCT               PIC 99V99.
005000     03  FILLER                      PIC X(62).
005100 FD  ORIG-PROFILE-IN.
005200     COPY IMWSACHO.
005300 FD  ORIG-PROFILE-OUT
005400     RECORD CONTAINS 150 CHARACTERS.
005500 01  ORIG-PROFILE-OUT-REC            PIC X(150).
005600 FD  ARR-RPT
005700     RECORD CONTAINS 133 CHARACTERS.
005800 01  ARR-RPT-LINE                    PIC X(133).
005900 WORKING-STORAGE SECTION.
006000 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMACHRRT'.
006100 77  WS-ORG-FILE-STATUS              PIC X(2)    VALUE SPACES.
006200     88  WS-88-ORG-NOT-FOUND         VALUE '05' '35'.
006300 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
006400 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
006500 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
006600     03  WS-WORK-YR                  PIC 99.
006700     03  WS-WORK-MO                  PIC 99.
006800     03  WS-WORK-DA                  PIC 99.
006900 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
007000 01  WS-SWITCHES.
007100     03  WS-ORG-EOF-SW               PIC X(1)    VALUE 'N'.
007200         88  WS-88-ORG-EOF           VALUE 'Y'.
007300     03  WS-FLAGGED-SW               PIC X(1)    VALUE 'N'.
007400         88  WS-88-FLAGGED           VALUE 'Y'.
007500 01  WS-THRESHOLDS.
007600     03  WS-UNAUTH-PCT               PIC 99V99   VALUE 00.50.
007700     03  WS-ADMIN-PCT                PIC 99V99   VALUE 03.00.
007800     03  WS-TOTAL-PCT                PIC 99V99   VALUE 15.00.
007900 01  WS-RATES.
008000     03  WS-UNAUTH-RATE              PIC 9(5)V99 VALUE 0.
008100     03  WS-ADMIN-RATE               PIC 9(5)V99 VALUE 0.
008200     03  WS-TOTAL-RATE               PIC 9(5)V99 VALUE 0.
008300     EJECT
008400 01  WS-TOTALS.
008500     03  WS-TOT-ORIGINATORS          PIC 9(7)    COMP VALUE 0.
008600     03  WS-TOT-FLAGGED              PIC 9(7)    COMP VALUE 0.
008700     03  WS-TOT-OVER-UNAUTH          PIC 9(7)    COMP VALUE 0.
008800     03  WS-TOT-OVER-ADMIN           PIC 9(7)    COMP VALUE 0.
008900     03  WS-TOT-OVER-TOTAL           PIC 9(7)    COMP VALUE 0.
009000     03  WS-TOT-DEBIT-ENTRIES        PIC 9(9)    COMP VALUE 0.
009100     03  WS-TOT-RETURNS              PIC 9(9)    COMP VALUE 0.
009200     EJECT
009300 01  WS-REPORT-TITLE.
009400     03  FILLER                      PIC X(48)   VALUE
009500         'IMACHRRT - ACH ORIGINATOR RETURN RATES          '.
009600     03  FILLER                      PIC X(9)    VALUE
009700         'RUN DATE '.
009800     03  TTL-RUN-DATE                PIC X(8).
009900     03  FILLER                      PIC X(68)   VALUE SPACES.
010000 01  WS-THRESHOLD-LINE.
010100     03  FILLER                      PIC X(4)    VALUE SPACES.
010200     03  FILLER                      PIC X(30)   VALUE
010300         'NETWORK THRESHOLDS - UNAUTH'.
010400     03  THL-UNAUTH                  PIC Z9.99.
010500     03  FILLER                      PIC X(10)   VALUE
010600         '%   ADMIN'.
010700     03  THL-ADMIN                   PIC Z9.99.
010800     03  FILLER                      PIC X(10)   VALUE
010900         '%   TOTAL'.
011000     03  THL-TOTAL                   PIC Z9.99.
011100     03  FILLER                      PIC X(64)   VALUE '%'.
011200 01  WS-COLUMN-HEAD-1.
011300     03  FILLER                      PIC X(4)    VALUE SPACES.
011400     03  FILLER                      PIC X(50)   VALUE SPACES.
011500     03  FILLER                      PIC X(50)   VALUE
011600         '             UNAUTHORIZED  ADMINISTRATIVE    ALL R'.
011700     03  FILLER                      PIC X(29)   VALUE
011800         'ETURNS  OVER THRESHOLD       '.
011900 01  WS-COLUMN-HEAD-2.
012000     03  FILLER                      PIC X(4)    VALUE SPACES.
012100     03  FILLER                      PIC X(50)   VALUE
012200         'COMPANY ID  NAME              ACCOUNT             '.
012300     03  FILLER                      PIC X(50)   VALUE
012400         '     DEBITS   COUNT  RATE%   COUNT  RATE%   COUNT '.
012500     03  FILLER                      PIC X(29)   VALUE
012600         ' RATE%  UNAUTH ADMIN  TOTAL  '.
012700 01  WS-DETAIL-LINE.
012800     03  FILLER                      PIC X(4)    VALUE SPACES.
012900     03  DTL-COMPANY-ID              PIC X(10).
013000     03  FILLER                      PIC X(2)    VALUE SPACES.
013100     03  DTL-COMPANY-NAME            PIC X(16).
013200     03  FILLER                      PIC X(2)    VALUE SPACES.
013300     03  DTL-ACCOUNT                 PIC X(22).
013400     03  FILLER                      PIC X(2)    VALUE SPACES.
013500     03  DTL-DEBIT-ENTRIES           PIC ZZZ,ZZ9.
013600     03  FILLER                      PIC X(2)    VALUE SPACES.
013700     03  DTL-UNAUTH-COUNT            PIC ZZ,ZZ9.
013800     03  FILLER                      PIC X(1)    VALUE SPACES.
013900     03  DTL-UNAUTH-RATE             PIC ZZ9.99.
014000     03  FILLER                      PIC X(2)    VALUE SPACES.
014100     03  DTL-ADMIN-COUNT             PIC ZZ,ZZ9.
014200     03  FILLER                      PIC X(1)    VALUE SPACES.
014300     03  DTL-ADMIN-RATE              PIC ZZ9.99.
014400     03  FILLER                      PIC X(2)    VALUE SPACES.
014500     03  DTL-TOTAL-COUNT             PIC ZZ,ZZ9.
014600     03  FILLER                      PIC X(1)    VALUE SPACES.
014700     03  DTL-TOTAL-RATE              PIC ZZ9.99.
014800     03  FILLER                      PIC X(2)    VALUE SPACES.
014900     03  DTL-FLAG-UNAUTH             PIC X(6).
015000     03  FILLER                      PIC X(1)    VALUE SPACES.
015100     03  DTL-FLAG-ADMIN              PIC X(5).
015200     03  FILLER                      PIC X(2)    VALUE SPACES.
015300     03  DTL-FLAG-TOTAL              PIC X(5).
015400     03  FILLER                      PIC X(2)    VALUE SPACES.
015500 01  WS-SUMMARY-LINE.
015600     03  FILLER                      PIC X(4)    VALUE SPACES.
015700     03  SUM-LIT                     PIC X(34).
015800     03  SUM-COUNT                   PIC ZZZ,ZZ9.
015900     03  FILLER                      PIC X(88)   VALUE SPACES.
016000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
016100     EJECT
016200 PROCEDURE DIVISION.
016300*----------------------------------------------------------------*
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
016600     PERFORM 2000-ONE-ORIGINATOR  THRU 2000-EXIT
016700         UNTIL WS-88-ORG-EOF.
016800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
016900     GOBACK.
017000     EJECT
017100 1000-INITIALIZE.
017200     OPEN INPUT ARR-PARM-FILE.
017300     READ ARR-PARM-FILE
017400         AT END MOVE SPACES TO ARR-PARM-RECORD.
017500     CLOSE ARR-PARM-FILE.
017600     IF  ARR-RUN-DATE NUMERIC
017700     AND ARR-RUN-DATE GREATER THAN ZERO
017800         MOVE ARR-RUN-DATE TO WS-RUN-DATE-YYMMDD
017900     ELSE
018000         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
018100     IF  ARR-UNAUTH-PCT NUMERIC
018200     AND ARR-UNAUTH-PCT GREATER THAN ZERO
018300         MOVE ARR-UNAUTH-PCT TO WS-UNAUTH-PCT.
018400     IF  ARR-ADMIN-PCT NUMERIC
018500     AND ARR-ADMIN-PCT GREATER THAN ZERO
018600         MOVE ARR-ADMIN-PCT TO WS-ADMIN-PCT.
018700     IF  ARR-TOTAL-PCT NUMERIC
018800     AND ARR-TOTAL-PCT GREATER THAN ZERO
018900         MOVE ARR-TOTAL-PCT TO WS-TOTAL-PCT.
019000     OPEN INPUT  ORIG-PROFILE-IN.
019100     IF  WS-88-ORG-NOT-FOUND
019200         MOVE 'Y' TO WS-ORG-EOF-SW.
019300     OPEN OUTPUT ORIG-PROFILE-OUT.
019400     OPEN OUTPUT ARR-RPT.
019500     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
019600     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
019700     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
019800     WRITE ARR-RPT-LINE FROM WS-BLANK-LINE.
019900     MOVE SPACES TO ARR-RPT-LINE.
020000     MOVE WS-REPORT-TITLE TO ARR-RPT-LINE.
020100     WRITE ARR-RPT-LINE.
020200     WRITE ARR-RPT-LINE FROM WS-BLANK-LINE.
020300     MOVE WS-UNAUTH-PCT TO THL-UNAUTH.
020400     MOVE WS-ADMIN-PCT  TO THL-ADMIN.
020500     MOVE WS-TOTAL-PCT  TO THL-TOTAL.
020600     MOVE SPACES TO ARR-RPT-LINE.
020700     MOVE WS-THRESHOLD-LINE TO ARR-RPT-LINE.
020800     WRITE ARR-RPT-LINE.
020900     WRITE ARR-RPT-LINE FROM WS-BLANK-LINE.
021000     MOVE SPACES TO ARR-RPT-LINE.
021100     MOVE WS-COLUMN-HEAD-1 TO ARR-RPT-LINE.
021200     WRITE ARR-RPT-LINE.
021300     MOVE SPACES TO ARR-RPT-LINE.
021400     MOVE WS-COLUMN-HEAD-2 TO ARR-RPT-LINE.
021500     WRITE ARR-RPT-LINE.
021600     WRITE ARR-RPT-LINE FROM WS-BLANK-LINE.
021700 1000-EXIT. EXIT.
021800     EJECT
021900*----------------------------------------------------------------*
022000*    2000-ONE-ORIGINATOR - RATES FOR ONE ORIGINATOR, THEN THE    *
022100*    PROFILE RECORD GOES FORWARD WITH ITS MONTH-TO-DATE COUNTS   *
022200*    CLEARED.                                                    *
022300*----------------------------------------------------------------*
022400 2000-ONE-ORIGINATOR.
022500     READ ORIG-PROFILE-IN
022600         AT END MOVE 'Y' TO WS-ORG-EOF-SW
022700                GO TO 2000-EXIT.
022800     ADD 1 TO WS-TOT-ORIGINATORS.
022900     ADD ACO-MTD-DEBIT-ENTRIES TO WS-TOT-DEBIT-ENTRIES.
023000     ADD ACO-MTD-TOTAL-RTNS    TO WS-TOT-RETURNS.
023100     MOVE ZERO TO WS-UNAUTH-RATE WS-ADMIN-RATE WS-TOTAL-RATE.
023200     IF  ACO-MTD-DEBIT-ENTRIES GREATER THAN ZERO
023300         COMPUTE WS-UNAUTH-RATE ROUNDED =
023400             ACO-MTD-UNAUTH-RTNS * 100 / ACO-MTD-DEBIT-ENTRIES
023500         COMPUTE WS-ADMIN-RATE ROUNDED =
023600             ACO-MTD-ADMIN-RTNS * 100 / ACO-MTD-DEBIT-ENTRIES
023700         COMPUTE WS-TOTAL-RATE ROUNDED =
023800             ACO-MTD-TOTAL-RTNS * 100 / ACO-MTD-DEBIT-ENTRIES.
023900     MOVE 'N' TO WS-FLAGGED-SW.
024000     MOVE SPACES TO DTL-FLAG-UNAUTH DTL-FLAG-ADMIN DTL-FLAG-TOTAL.
024100     IF  WS-UNAUTH-RATE GREATER THAN WS-UNAUTH-PCT
024200         MOVE ' OVER' TO DTL-FLAG-UNAUTH
024300         MOVE 'Y' TO WS-FLAGGED-SW
024400         ADD 1 TO WS-TOT-OVER-UNAUTH.
024500     IF  WS-ADMIN-RATE GREATER THAN WS-ADMIN-PCT
024600         MOVE 'OVER' TO DTL-FLAG-ADMIN
024700         MOVE 'Y' TO WS-FLAGGED-SW
024800         ADD 1 TO WS-TOT-OVER-ADMIN.
024900     IF  WS-TOTAL-RATE GREATER THAN WS-TOTAL-PCT
025000         MOVE 'OVER' TO DTL-FLAG-TOTAL
025100         MOVE 'Y' TO WS-FLAGGED-SW
025200         ADD 1 TO WS-TOT-OVER-TOTAL.
025300     IF  WS-88-FLAGGED
025400         ADD 1 TO WS-TOT-FLAGGED.
025500     PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT.
025600     MOVE ZERO TO ACO-MTD-DEBIT-ENTRIES
025700                  ACO-MTD-CREDIT-ENTRIES
025800                  ACO-MTD-UNAUTH-RTNS
025900                  ACO-MTD-ADMIN-RTNS
026000                  ACO-MTD-TOTAL-RTNS.
026100     WRITE ORIG-PROFILE-OUT-REC FROM ACH-ORIGINATOR-RECORD.
026200 2000-EXIT. EXIT.
026300     EJECT
026400 7900-EDIT-DATE.
026500     MOVE SPACES TO WS-EDIT-DATE.
026600     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
026700         DELIMITED BY SIZE INTO WS-EDIT-DATE.
026800 7900-EXIT. EXIT.
026900 8500-PRINT-DETAIL.
027000     MOVE ACO-COMPANY-ID         TO DTL-COMPANY-ID.
027100     MOVE ACO-COMPANY-NAME       TO DTL-COMPANY-NAME.
027200     MOVE ACO-ACCOUNT            TO DTL-ACCOUNT.
027300     MOVE ACO-MTD-DEBIT-ENTRIES  TO DTL-DEBIT-ENTRIES.
027400     MOVE ACO-MTD-UNAUTH-RTNS    TO DTL-UNAUTH-COUNT.
027500     MOVE WS-UNAUTH-RATE         TO DTL-UNAUTH-RATE.
027600     MOVE ACO-MTD-ADMIN-RTNS     TO DTL-ADMIN-COUNT.
027700     MOVE WS-ADMIN-RATE          TO DTL-ADMIN-RATE.
027800     MOVE ACO-MTD-TOTAL-RTNS     TO DTL-TOTAL-COUNT.
027900     MOVE WS-TOTAL-RATE          TO DTL-TOTAL-RATE.
028000     IF  WS-UNAUTH-RATE GREATER THAN 999.99
028100         MOVE 999.99 TO DTL-UNAUTH-RATE.
028200     IF  WS-ADMIN-RATE GREATER THAN 999.99
028300         MOVE 999.99 TO DTL-ADMIN-RATE.
028400     IF  WS-TOTAL-RATE GREATER THAN 999.99
028500         MOVE 999.99 TO DTL-TOTAL-RATE.
028600     MOVE SPACES TO ARR-RPT-LINE.
028700     MOVE WS-DETAIL-LINE TO ARR-RPT-LINE.
028800     WRITE ARR-RPT-LINE.
028900 8500-EXIT. EXIT.
029000     EJECT
029100 9000-TERMINATE.
029200     WRITE ARR-RPT-LINE FROM WS-BLANK-LINE.
029300     MOVE 'ORIGINATORS REVIEWED              ' TO SUM-LIT.
029400     MOVE WS-TOT-ORIGINATORS TO SUM-COUNT.
029500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029600     MOVE 'DEBIT ENTRIES ORIGINATED          ' TO SUM-LIT.
029700     MOVE WS-TOT-DEBIT-ENTRIES TO SUM-COUNT.
029800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029900     MOVE 'DEBIT ENTRIES RETURNED            ' TO SUM-LIT.
030000     MOVE WS-TOT-RETURNS TO SUM-COUNT.
030100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030200     MOVE 'OVER UNAUTHORIZED THRESHOLD       ' TO SUM-LIT.
030300     MOVE WS-TOT-OVER-UNAUTH TO SUM-COUNT.
030400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030500     MOVE 'OVER ADMINISTRATIVE THRESHOLD     ' TO SUM-LIT.
030600     MOVE WS-TOT-OVER-ADMIN TO SUM-COUNT.
030700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030800     MOVE 'OVER TOTAL RETURN THRESHOLD       ' TO SUM-LIT.
030900     MOVE WS-TOT-OVER-TOTAL TO SUM-COUNT.
031000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
031100     MOVE 'ORIGINATORS FLAGGED FOR REVIEW    ' TO SUM-LIT.
031200     MOVE WS-TOT-FLAGGED TO SUM-COUNT.
031300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
031400     CLOSE ORIG-PROFILE-IN.
031500     CLOSE ORIG-PROFILE-OUT.
031600     CLOSE ARR-RPT.
031700 9000-EXIT. EXIT.
031800 9100-PRINT-SUMMARY.
031900     MOVE SPACES TO ARR-RPT-LINE.
032000     MOVE WS-SUMMARY-LINE TO ARR-RPT-LINE.
032100     WRITE ARR-RPT-LINE.
032200 9100-EXIT. EXIT.
