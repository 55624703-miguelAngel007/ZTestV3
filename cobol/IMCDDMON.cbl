*     * GN6180 * 09/09/26 JCTE CDD PROFILE VERSUS ACTUAL ACTIVITY
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCDDMON.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/09/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCDDMON COMPARES THE CUSTOMER DUE-DILIGENCE PROFILE TAKEN  *
000900*    AT ACCOUNT OPENING - WMS-ML-LEVEL-OF-ACTIVITY,              *
001000*    WMS-ML-TYPE-OF-ACTIVITY1/2, WMS-ML-SOURCE-OF-FUNDS AND      *
001100*    WMS-ML-PURPOSE-OF-ACTIVITY - WITH WHAT THE ACCOUNT ACTUALLY *
001200*    DID IN THE MONTH.  THE POSTED TRANSACTION ARCHIVE           *
001300*    (IMWSTHAR) IS MATCHED AGAINST THE MASTER BROWSE AND ROLLED  *
001400*    INTO VOLUME AND MIX BY CHANNEL - CASH FROM THE              *
001500*    TRANSACTION-CODE ATTRIBUTE TABLE, WIRE, ACH AND CHECK FROM  *
001600*    THE PROFILE CARDS.  VOLUME OVER THE DECLARED LEVEL, A       *
001700*    MATERIAL CHANNEL THE CUSTOMER NEVER DECLARED, OR ACTIVITY   *
001800*    WITH NO PROFILE AT ALL IS RAISED AS A 'CD01' PROFILE        *
001900*    DEVIATION ON THE EXCEPTION WORK FILE (IMTAGT) FOR THE       *
002000*    IMEXWQUE WORKQUEUE.  HIGH-RISK CUSTOMERS - BY SOURCE OF     *
002100*    FUNDS OR PURPOSE ON THE PROFILE CARDS - CARRY A             *
002200*    PERIODIC-REVIEW TICKLER AT THE WMS-REVIEW-FREQ INTERVAL,    *
002300*    UPDATED FROM REVIEW-COMPLETED CARDS, AND REVIEWS DUE ARE    *
002400*    EXTRACTED.                                                  *
002425*    A TICKLER FILE LARGER THAN THE TICKLER TABLE STOPS THE RUN  *
002450*    WITH RETURN CODE 16 BEFORE ANYTHING IS WRITTEN.             *
002500*----------------------------------------------------------------*
002600*               ** HISTORY OF REVISIONS **                      *
002700* DESCRIPTION                                           CHNGID  *
002800* ____________________________________________________ _______ *
002900* 09/09/26 JCTE NEW PROGRAM - CDD PROFILE MONITORING AND GN6180 *
003000*                HIGH-RISK REVIEW TICKLER                       *
003100*----------------------------------------------------------------*
003200 ENVIRONMENT    DIVISION.
003300 INPUT-OUTPUT   SECTION.
003400 FILE-CONTROL.
003500     SELECT CDD-PARM-FILE     ASSIGN TO "IMCDDPRM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CDD-PROFILE-FILE  ASSIGN TO "IMCDDPRF"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL TCA-TABLE-IN ASSIGN TO "IMTCAOUT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-TCA-FILE-STATUS.
004200     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL REVIEW-TKL-IN ASSIGN TO "IMCDDTKI"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-TKL-FILE-STATUS.
004700     SELECT OPTIONAL REVIEW-DONE-FILE ASSIGN TO "IMCDDREV"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-REV-FILE-STATUS.
005000     SELECT REVIEW-TKL-OUT    ASSIGN TO "IMCDDTKO"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT REVIEW-DUE-EXT    ASSIGN TO "IMCDDDUE"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT OPTIONAL CDD-EXCEPTION-FILE ASSIGN TO "IMTAGT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EXC-FILE-STATUS.
005700     SELECT CDD-MONITOR-RPT   ASSIGN TO "IMCDDRPT"
005800         ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CDD-PARM-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  CDD-PARM-RECORD.
006400     03  CDP-RUN-DATE                PIC 9(6).
006500     03  CDP-PERIOD-FROM             PIC 9(6).
006600     03  CDP-PERIOD-TO               PIC 9(6).
006700     03  CDP-VOLUME-TOL-PCT          PIC 9(3).
006800     03  CDP-MIX-PCT                 PIC 9(3).
006900     03  CDP-MIX-MIN-AMT             PIC 9(9).
007000     03  CDP-TICKLER-LEAD-DAYS       PIC 9(3).
007100     03  FILLER                      PIC X(44).
007200 FD  CDD-PROFILE-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  CDD-PROFILE-RECORD.
007500     03  CPF-CARD-TYPE               PIC X.
007600         88  CPF-88-LEVEL            VALUE 'L'.
007700         88  CPF-88-ACTIVITY-TYPE    VALUE 'T'.
007800         88  CPF-88-SOURCE-CHANNEL   VALUE 'S'.
007900         88  CPF-88-TRAN-CHANNEL     VALUE 'X'.
008000         88  CPF-88-RISK-FUNDS       VALUE 'R'.
008100         88  CPF-88-RISK-PURPOSE     VALUE 'U'.
008200     03  CPF-CODE                    PIC X(3).
008300     03  CPF-CHANNEL                 PIC X.
008400     03  CPF-MAX-AMOUNT              PIC 9(11).
008500     03  CPF-MAX-ITEMS               PIC 9(5).
008600     03  FILLER                      PIC X(59).
008700 FD  TCA-TABLE-IN.
008800     COPY IMWSTCAT.
008900 FD  TRAN-ARCHIVE-FILE.
009000     COPY IMWSTHAR.
009100 FD  REVIEW-TKL-IN
009200     RECORD CONTAINS 60 CHARACTERS.
009300 01  REVIEW-TKL-RECORD.
009400     03  RTK-ACCOUNT                 PIC X(22).
009500     03  RTK-REVIEW-FREQ             PIC X.
009600     03  RTK-LAST-REVIEW             PIC 9(6).
009700     03  RTK-NEXT-DUE                PIC 9(6).
009800     03  RTK-ADDED-DATE              PIC 9(6).
009900     03  FILLER                      PIC X(19).
010000 FD  REVIEW-DONE-FILE
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  REVIEW-DONE-RECORD.
010300     03  RVD-ACCOUNT                 PIC X(22).
010400     03  RVD-REVIEW-DATE             PIC 9(6).
010500     03  RVD-REVIEWER                PIC X(8).
010600     03  FILLER                      PIC X(44).
010700 FD  REVIEW-TKL-OUT
010800     RECORD CONTAINS 60 CHARACTERS.
010900 01  REVIEW-TKL-RECORD-OUT           PIC X(60).
011000 FD  REVIEW-DUE-EXT
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  REVIEW-DUE-RECORD.
011300     03  RDU-ACCOUNT                 PIC X(22).
011400     03  RDU-BRANCH                  PIC X(5).
011500     03  RDU-REVIEW-FREQ             PIC X.
011600     03  RDU-LAST-REVIEW             PIC 9(6).
011700     03  RDU-NEXT-DUE                PIC 9(6).
011800     03  RDU-OVERDUE-FLAG            PIC X.
011900         88  RDU-88-OVERDUE          VALUE 'Y'.
012000     03  RDU-DEVIATION-FLAG          PIC X.
012100         88  RDU-88-DEVIATION        VALUE 'Y'.
012200     03  FILLER                      PIC X(38).
012300 FD  CDD-EXCEPTION-FILE.
012400     COPY IMWSEXWK.
012500 FD  CDD-MONITOR-RPT
012600     RECORD CONTAINS 133 CHARACTERS.
012700 01  CDD-MONITOR-RPT-LINE            PIC X(133).
012800 WORKING-STORAGE SECTION.
012900 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCDDMON'.
013000 77  WS-CDD-EX-CODE                  PIC X(4)    VALUE 'CD01'.
013100 77  WS-TCA-MAX                      PIC S9(3)   COMP VALUE +200.
013200 77  WS-PRF-MAX                      PIC S9(3)   COMP VALUE +200.
013300 77  WS-TKL-MAX                      PIC S9(5)   COMP VALUE +9000.
013400 77  WS-TCA-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500 77  WS-TKL-FILE-STATUS              PIC X(2)    VALUE SPACES.
013600 77  WS-REV-FILE-STATUS              PIC X(2)    VALUE SPACES.
013700 77  WS-EXC-FILE-STATUS              PIC X(2)    VALUE SPACES.
013800     88  WS-88-EXC-NOT-FOUND         VALUE '35'.
013900     EJECT
014000     COPY SIWSDTAR.
014100     EJECT
014200 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
014300 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
014400     03  WS-RUN-YR                   PIC 99.
014500     03  WS-RUN-MO                   PIC 99.
014600     03  WS-RUN-DA                   PIC 99.
014700 01  WS-DUE-DATE-YYMMDD              PIC 9(6)    VALUE 0.
014800 01  WS-DUE-DATE REDEFINES WS-DUE-DATE-YYMMDD.
014900     03  WS-DUE-YR                   PIC 99.
015000     03  WS-DUE-MO                   PIC 99.
015100     03  WS-DUE-DA                   PIC 99.
015200 01  WS-LEAD-DATE-YYMMDD             PIC 9(6)    VALUE 0.
015300     EJECT
015400 01  WS-SWITCHES.
015500     03  WS-PRF-EOF-SW               PIC X(1)    VALUE 'N'.
015600         88  WS-88-PRF-EOF           VALUE 'Y'.
015700     03  WS-TCA-EOF-SW               PIC X(1)    VALUE 'N'.
015800         88  WS-88-TCA-EOF           VALUE 'Y'.
015900     03  WS-TKL-EOF-SW               PIC X(1)    VALUE 'N'.
016000         88  WS-88-TKL-EOF           VALUE 'Y'.
016100     03  WS-REV-EOF-SW               PIC X(1)    VALUE 'N'.
016200         88  WS-88-REV-EOF           VALUE 'Y'.
016300     03  WS-ARC-EOF-SW               PIC X(1)    VALUE 'N'.
016400         88  WS-88-ARC-EOF           VALUE 'Y'.
016500     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
016600         88  WS-88-MASTER-EOF        VALUE 'Y'.
016700     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
016800         88  WS-88-FOUND             VALUE 'Y'.
016900     03  WS-HIGH-RISK-SW             PIC X(1)    VALUE 'N'.
017000         88  WS-88-HIGH-RISK         VALUE 'Y'.
017100     03  WS-DEVIATION-SW             PIC X(1)    VALUE 'N'.
017200         88  WS-88-DEVIATION         VALUE 'Y'.
017225     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
017250         88  WS-88-ABORT             VALUE 'Y'.
017300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017400 01  WS-CAT-SUB                      PIC S9(3)   COMP VALUE 0.
017500 01  WS-TCA-LOADED                   PIC S9(3)   COMP VALUE 0.
017600 01  WS-PRF-LOADED                   PIC S9(3)   COMP VALUE 0.
017700 01  WS-TKL-COUNT                    PIC S9(5)   COMP VALUE 0.
017800 01  WS-TKL-SUB                      PIC S9(5)   COMP VALUE 0.
017900 01  WS-MONTHS                       PIC S9(3)   COMP VALUE 0.
018000 01  WS-MONTH-WORK                   PIC S9(5)   COMP VALUE 0.
018100 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
018200 01  WS-CHANNEL                      PIC X       VALUE SPACE.
018300 01  WS-DECLARED-1                   PIC X       VALUE SPACE.
018400 01  WS-DECLARED-2                   PIC X       VALUE SPACE.
018500 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
018600 01  WS-TOTAL-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
018700 01  WS-TOTAL-ITEMS                  PIC S9(7)   COMP-3 VALUE 0.
018800 01  WS-LIMIT-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
018900 01  WS-LIMIT-ITEMS                  PIC S9(7)   COMP-3 VALUE 0.
019000 01  WS-DEVIATION-LIT                PIC X(30)   VALUE SPACES.
019100     EJECT
019200*----------------------------------------------------------------*
019300*    CHANNEL ACCUMULATORS - C CASH, W WIRE, A ACH, K CHECK, O    *
019400*    EVERYTHING ELSE.                                            *
019500*----------------------------------------------------------------*
019600 01  WS-CHANNEL-NAMES.
019700     03  FILLER                      PIC X(6)    VALUE 'CCASH '.
019800     03  FILLER                      PIC X(6)    VALUE 'WWIRE '.
019900     03  FILLER                      PIC X(6)    VALUE 'AACH  '.
020000     03  FILLER                      PIC X(6)    VALUE 'KCHECK'.
020100     03  FILLER                      PIC X(6)    VALUE 'OOTHER'.
020200 01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
020300     03  WS-CHN-ENTRY OCCURS 5 TIMES.
020400         05  WS-CHN-CODE             PIC X.
020500         05  WS-CHN-NAME             PIC X(5).
020600 01  WS-CHANNEL-ACCUM.
020700     03  WS-CHA-ENTRY OCCURS 5 TIMES.
020800         05  WS-CHA-AMOUNT           PIC S9(13)V99 COMP-3.
020900         05  WS-CHA-ITEMS            PIC S9(7)   COMP-3.
021000     EJECT
021100 01  WS-TCA-CASH-TABLE.
021200     03  WS-CASH-CODE OCCURS 200 TIMES PIC XX.
021300 01  WS-PROFILE-TABLE.
021400     03  WS-PRF-ENTRY OCCURS 200 TIMES
021500                      INDEXED BY PFX.
021600         05  WS-PRF-TYPE             PIC X.
021700         05  WS-PRF-CODE             PIC X(3).
021800         05  WS-PRF-CHANNEL          PIC X.
021900         05  WS-PRF-MAX-AMOUNT       PIC 9(11).
022000         05  WS-PRF-MAX-ITEMS        PIC 9(5).
022100     EJECT
022200 01  WS-TICKLER-TABLE.
022300     03  WS-TKL-ENTRY OCCURS 9000 TIMES
022400                      INDEXED BY TKX.
022500         05  WS-TKL-ACCOUNT          PIC X(22).
022600         05  WS-TKL-FREQ             PIC X.
022700         05  WS-TKL-LAST-REVIEW      PIC 9(6).
022800         05  WS-TKL-NEXT-DUE         PIC 9(6).
022900         05  WS-TKL-ADDED            PIC 9(6).
023000         05  WS-TKL-ACTIVE           PIC X.
023100     EJECT
023200 01  WS-TOTALS.
023300     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
023400     03  WS-TOT-ACTIVE               PIC 9(7)    COMP VALUE 0.
023500     03  WS-TOT-ARCHIVE              PIC 9(7)    COMP VALUE 0.
023600     03  WS-TOT-DEVIATIONS           PIC 9(7)    COMP VALUE 0.
023700     03  WS-TOT-NO-PROFILE           PIC 9(7)    COMP VALUE 0.
023800     03  WS-TOT-OVER-VOLUME          PIC 9(7)    COMP VALUE 0.
023900     03  WS-TOT-UNDECLARED           PIC 9(7)    COMP VALUE 0.
024000     03  WS-TOT-HIGH-RISK            PIC 9(7)    COMP VALUE 0.
024100     03  WS-TOT-REVIEWS-DONE         PIC 9(7)    COMP VALUE 0.
024200     03  WS-TOT-REVIEWS-DUE          PIC 9(7)    COMP VALUE 0.
024300     03  WS-TOT-OVERDUE              PIC 9(7)    COMP VALUE 0.
024400     EJECT
024500 01  WS-REPORT-TITLE.
024600     03  FILLER                      PIC X(48)   VALUE
024700         'IMCDDMON - CDD PROFILE VERSUS ACTUAL ACTIVITY   '.
024800 01  WS-DETAIL-LINE.
024900     03  FILLER                      PIC X(4)    VALUE SPACES.
025000     03  DTL-BRANCH                  PIC X(5).
025100     03  FILLER                      PIC X(2)    VALUE SPACES.
025200     03  DTL-ACCOUNT                 PIC X(22).
025300     03  FILLER                      PIC X(2)    VALUE SPACES.
025400     03  DTL-LEVEL                   PIC X.
025500     03  FILLER                      PIC X(1)    VALUE SPACES.
025600     03  DTL-TYPE1                   PIC X.
025700     03  DTL-TYPE2                   PIC X.
025800     03  FILLER                      PIC X(2)    VALUE SPACES.
025900     03  DTL-ITEMS                   PIC ZZZ,ZZ9.
026000     03  FILLER                      PIC X(2)    VALUE SPACES.
026100     03  DTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
026200     03  FILLER                      PIC X(2)    VALUE SPACES.
026300     03  DTL-LIMIT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  DTL-ACTION                  PIC X(30).
026600     03  FILLER                      PIC X(17)   VALUE SPACES.
026700 01  WS-SUMMARY-LINE.
026800     03  FILLER                      PIC X(4)    VALUE SPACES.
026900     03  SUM-LIT                     PIC X(34).
027000     03  SUM-COUNT                   PIC ZZZ,ZZ9.
027100     03  FILLER                      PIC X(88)   VALUE SPACES.
027110 01  WS-ABORT-LINE.
027120     03  FILLER                      PIC X(4)    VALUE SPACES.
027130     03  FILLER                      PIC X(50)   VALUE
027140         'REVIEW TICKLER FILE EXCEEDS THE TABLE - RUN STOPPE'.
027150     03  FILLER                      PIC X(50)   VALUE
027160         'D, NO TICKLER OR EXCEPTION WRITTEN                '.
027170     03  FILLER                      PIC X(29)   VALUE SPACES.
027200 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027300     EJECT
027400 LINKAGE SECTION.
027500     COPY SIWSCNTL.
027600     EJECT
027700     COPY IMAWKMST.
027800     EJECT
027900     COPY IMWSENVO.
028000     EJECT
028100 PROCEDURE DIVISION.
028200*----------------------------------------------------------------*
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028425     IF  WS-88-ABORT
028450         GOBACK.
028500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
028600         UNTIL WS-88-MASTER-EOF.
028700     PERFORM 8000-WRITE-TICKLER   THRU 8000-EXIT.
028800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
028900     GOBACK.
029000     EJECT
029100 1000-INITIALIZE.
029200     OPEN INPUT CDD-PARM-FILE.
029300     READ CDD-PARM-FILE
029400         AT END MOVE ZERO TO CDP-RUN-DATE CDP-PERIOD-FROM
029500                             CDP-PERIOD-TO.
029600     CLOSE CDD-PARM-FILE.
029700     IF  CDP-RUN-DATE NUMERIC
029800     AND CDP-RUN-DATE GREATER THAN ZERO
029900         MOVE CDP-RUN-DATE TO WS-RUN-DATE-YYMMDD
030000     ELSE
030100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
030200     IF  CDP-PERIOD-FROM NOT NUMERIC
030300     OR  CDP-PERIOD-FROM EQUAL ZERO
030400         MOVE WS-RUN-DATE-YYMMDD TO CDP-PERIOD-FROM
030500         MOVE '01' TO CDP-PERIOD-FROM (5:2).
030600     IF  CDP-PERIOD-TO NOT NUMERIC
030700     OR  CDP-PERIOD-TO EQUAL ZERO
030800         MOVE WS-RUN-DATE-YYMMDD TO CDP-PERIOD-TO.
030900     IF  CDP-VOLUME-TOL-PCT NOT NUMERIC
031000         MOVE ZERO TO CDP-VOLUME-TOL-PCT.
031100     IF  CDP-MIX-PCT NOT NUMERIC
031200     OR  CDP-MIX-PCT EQUAL ZERO
031300         MOVE 20 TO CDP-MIX-PCT.
031400     IF  CDP-MIX-MIN-AMT NOT NUMERIC
031500         MOVE ZERO TO CDP-MIX-MIN-AMT.
031600     IF  CDP-TICKLER-LEAD-DAYS NOT NUMERIC
031700         MOVE ZERO TO CDP-TICKLER-LEAD-DAYS.
031800     MOVE WS-RUN-MO TO DT-L-MO.
031900     MOVE WS-RUN-DA TO DT-L-DA.
032000     MOVE WS-RUN-YR TO DT-L-YR.
032100     MOVE CDP-TICKLER-LEAD-DAYS TO RET-DAYS.
032200     CALL 'SIFDAT1' USING DATE-AREA.
032300     MOVE DT-H-YR TO WS-LEAD-DATE-YYMMDD (1:2).
032400     MOVE DT-H-MO TO WS-LEAD-DATE-YYMMDD (3:2).
032500     MOVE DT-H-DA TO WS-LEAD-DATE-YYMMDD (5:2).
032600     OPEN INPUT CDD-PROFILE-FILE.
032700     PERFORM 1100-LOAD-PROFILE THRU 1100-EXIT
032800         UNTIL WS-88-PRF-EOF.
032900     CLOSE CDD-PROFILE-FILE.
033000     OPEN INPUT TCA-TABLE-IN.
033100     IF  WS-TCA-FILE-STATUS EQUAL '05' OR '35'
033200         MOVE 'Y' TO WS-TCA-EOF-SW.
033300     PERFORM 1200-LOAD-TCA-CODES THRU 1200-EXIT
033400         UNTIL WS-88-TCA-EOF.
033500     CLOSE TCA-TABLE-IN.
033600     OPEN INPUT REVIEW-TKL-IN.
033700     IF  WS-TKL-FILE-STATUS EQUAL '05' OR '35'
033800         MOVE 'Y' TO WS-TKL-EOF-SW.
033900     PERFORM 1300-LOAD-TICKLER THRU 1300-EXIT
034000         UNTIL WS-88-TKL-EOF.
034100     CLOSE REVIEW-TKL-IN.
034110     IF  WS-88-ABORT
034120         OPEN OUTPUT CDD-MONITOR-RPT
034130         MOVE SPACES TO CDD-MONITOR-RPT-LINE
034140         MOVE WS-ABORT-LINE TO CDD-MONITOR-RPT-LINE
034150         WRITE CDD-MONITOR-RPT-LINE
034160         CLOSE CDD-MONITOR-RPT
034170         MOVE 16 TO RETURN-CODE
034180         GO TO 1000-EXIT.
034200     OPEN INPUT REVIEW-DONE-FILE.
034300     IF  WS-REV-FILE-STATUS EQUAL '05' OR '35'
034400         MOVE 'Y' TO WS-REV-EOF-SW.
034500     PERFORM 1400-APPLY-REVIEW THRU 1400-EXIT
034600         UNTIL WS-88-REV-EOF.
034700     CLOSE REVIEW-DONE-FILE.
034800     OPEN INPUT  TRAN-ARCHIVE-FILE.
034900     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
035000     OPEN OUTPUT REVIEW-TKL-OUT.
035100     OPEN OUTPUT REVIEW-DUE-EXT.
035200     OPEN EXTEND CDD-EXCEPTION-FILE.
035300     IF  WS-88-EXC-NOT-FOUND
035400         OPEN OUTPUT CDD-EXCEPTION-FILE
035500     END-IF.
035600     OPEN OUTPUT CDD-MONITOR-RPT.
035700     WRITE CDD-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
035800     MOVE SPACES TO CDD-MONITOR-RPT-LINE.
035900     MOVE WS-REPORT-TITLE TO CDD-MONITOR-RPT-LINE.
036000     WRITE CDD-MONITOR-RPT-LINE.
036100     WRITE CDD-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
036200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
036300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
036400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
036500     MOVE 'I' TO I-O-CONTROL-ACCESS.
036600     MOVE -1  TO I-O-SEND-CODE.
036700     CALL 'IMACTM' USING I-O-CONTROL-AREA
036800                         MASTER-AREA
036900                         SI-ENVIRONMENT-AREA.
037000 1000-EXIT. EXIT.
037100     EJECT
037200 1100-LOAD-PROFILE.
037300     READ CDD-PROFILE-FILE
037400         AT END MOVE 'Y' TO WS-PRF-EOF-SW
037500                GO TO 1100-EXIT.
037600     IF  WS-PRF-LOADED NOT LESS THAN WS-PRF-MAX
037700         GO TO 1100-EXIT.
037800     IF  CPF-MAX-AMOUNT NOT NUMERIC
037900         MOVE ZERO TO CPF-MAX-AMOUNT.
038000     IF  CPF-MAX-ITEMS NOT NUMERIC
038100         MOVE ZERO TO CPF-MAX-ITEMS.
038200     ADD 1 TO WS-PRF-LOADED.
038300     SET PFX TO WS-PRF-LOADED.
038400     MOVE CPF-CARD-TYPE  TO WS-PRF-TYPE (PFX).
038500     MOVE CPF-CODE       TO WS-PRF-CODE (PFX).
038600     MOVE CPF-CHANNEL    TO WS-PRF-CHANNEL (PFX).
038700     MOVE CPF-MAX-AMOUNT TO WS-PRF-MAX-AMOUNT (PFX).
038800     MOVE CPF-MAX-ITEMS  TO WS-PRF-MAX-ITEMS (PFX).
038900 1100-EXIT. EXIT.
039000 1200-LOAD-TCA-CODES.
039100     READ TCA-TABLE-IN
039200         AT END MOVE 'Y' TO WS-TCA-EOF-SW
039300                GO TO 1200-EXIT.
039400     IF  NOT TCA-88-CASH
039500         GO TO 1200-EXIT.
039600     IF  WS-TCA-LOADED NOT LESS THAN WS-TCA-MAX
039700         GO TO 1200-EXIT.
039800     ADD 1 TO WS-TCA-LOADED.
039900     MOVE TCA-TRAN-CODE TO WS-CASH-CODE (WS-TCA-LOADED).
040000 1200-EXIT. EXIT.
040100 1300-LOAD-TICKLER.
040200     READ REVIEW-TKL-IN
040300         AT END MOVE 'Y' TO WS-TKL-EOF-SW
040400                GO TO 1300-EXIT.
040500     IF  WS-TKL-COUNT NOT LESS THAN WS-TKL-MAX
040550         MOVE 'Y' TO WS-ABORT-SW
040600         MOVE 'Y' TO WS-TKL-EOF-SW
040650         GO TO 1300-EXIT.
040700     ADD 1 TO WS-TKL-COUNT.
040800     SET TKX TO WS-TKL-COUNT.
040900     MOVE RTK-ACCOUNT     TO WS-TKL-ACCOUNT (TKX).
041000     MOVE RTK-REVIEW-FREQ TO WS-TKL-FREQ (TKX).
041100     MOVE RTK-LAST-REVIEW TO WS-TKL-LAST-REVIEW (TKX).
041200     MOVE RTK-NEXT-DUE    TO WS-TKL-NEXT-DUE (TKX).
041300     MOVE RTK-ADDED-DATE  TO WS-TKL-ADDED (TKX).
041400     MOVE 'N'             TO WS-TKL-ACTIVE (TKX).
041500 1300-EXIT. EXIT.
041600*----------------------------------------------------------------*
041700*    1400-APPLY-REVIEW - A COMPLETED REVIEW RESETS THE LAST      *
041800*    REVIEW DATE; THE NEXT DUE DATE IS SET WHEN THE ACCOUNT IS   *
041900*    PASSED ON THE MASTER AND ITS FREQUENCY IS KNOWN.            *
042000*----------------------------------------------------------------*
042100 1400-APPLY-REVIEW.
042200     READ REVIEW-DONE-FILE
042300         AT END MOVE 'Y' TO WS-REV-EOF-SW
042400                GO TO 1400-EXIT.
042500     IF  RVD-REVIEW-DATE NOT NUMERIC
042600         GO TO 1400-EXIT.
042700     MOVE RVD-ACCOUNT TO WS-ACCOUNT.
042800     PERFORM 2700-FIND-TICKLER THRU 2700-EXIT.
042900     IF  NOT WS-88-FOUND
043000         GO TO 1400-EXIT.
043100     SET TKX TO WS-TKL-SUB.
043200     MOVE RVD-REVIEW-DATE TO WS-TKL-LAST-REVIEW (TKX).
043300     ADD 1 TO WS-TOT-REVIEWS-DONE.
043400 1400-EXIT. EXIT.
043500     EJECT
043600*----------------------------------------------------------------*
043700*    2000-PROCESS-ACCOUNT - ONE MASTER ACCOUNT.  THE ARCHIVE IS  *
043800*    IN ACCOUNT ORDER AND IS MATCHED AGAINST THE BROWSE.         *
043900*----------------------------------------------------------------*
044000 2000-PROCESS-ACCOUNT.
044100     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
044200     MOVE -1   TO I-O-SEND-CODE.
044300     CALL 'IMACTM' USING I-O-CONTROL-AREA
044400                         MASTER-AREA
044500                         SI-ENVIRONMENT-AREA.
044600     IF  I-O-88-END-OF-FILE
044700         MOVE 'Y' TO WS-MASTER-EOF-SW
044800         GO TO 2000-EXIT.
044900     ADD 1 TO WS-TOT-ACCOUNTS.
045000     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
045100     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
045200         UNTIL WS-88-ARC-EOF
045300            OR THA-ACCOUNT NOT LESS THAN WS-ACCOUNT.
045400     MOVE ZERO TO WS-TOTAL-AMT WS-TOTAL-ITEMS.
045500     PERFORM 2010-CLEAR-CHANNEL THRU 2010-EXIT
045600         VARYING WS-CAT-SUB FROM 1 BY 1
045700         UNTIL WS-CAT-SUB GREATER THAN 5.
045800     PERFORM 2100-ACCUMULATE THRU 2100-EXIT
045900         UNTIL WS-88-ARC-EOF
046000            OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT.
046100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
046200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
046300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
046400         GO TO 2000-EXIT.
046500     MOVE 'N' TO WS-DEVIATION-SW.
046600     IF  WS-TOTAL-ITEMS GREATER THAN ZERO
046700         ADD 1 TO WS-TOT-ACTIVE
046800         PERFORM 2300-TEST-PROFILE THRU 2300-EXIT.
046900     PERFORM 2500-TEST-HIGH-RISK THRU 2500-EXIT.
047000     IF  WS-88-HIGH-RISK
047100         PERFORM 2600-TICKLER THRU 2600-EXIT.
047200 2000-EXIT. EXIT.
047300 2010-CLEAR-CHANNEL.
047400     MOVE ZERO TO WS-CHA-AMOUNT (WS-CAT-SUB)
047500                  WS-CHA-ITEMS (WS-CAT-SUB).
047600 2010-EXIT. EXIT.
047700     EJECT
047800*----------------------------------------------------------------*
047900*    2100-ACCUMULATE - ROLL ONE ARCHIVED ITEM IN THE PERIOD INTO *
048000*    VOLUME AND ITS CHANNEL.  CASH COMES FROM THE ATTRIBUTE      *
048100*    TABLE; A TRAN-CODE CARD BEATS A SOURCE CARD.                *
048200*----------------------------------------------------------------*
048300 2100-ACCUMULATE.
048400     IF  THA-POST-DATE LESS THAN CDP-PERIOD-FROM
048500     OR  THA-POST-DATE GREATER THAN CDP-PERIOD-TO
048600         GO TO 2100-NEXT.
048700     MOVE THA-AMOUNT TO WS-ITEM-AMT.
048800     IF  WS-ITEM-AMT LESS THAN ZERO
048900         COMPUTE WS-ITEM-AMT = ZERO - WS-ITEM-AMT.
049000     MOVE 'O' TO WS-CHANNEL.
049100     PERFORM 2110-TEST-CASH THRU 2110-EXIT
049200         VARYING WS-SUB FROM 1 BY 1
049300         UNTIL WS-SUB GREATER THAN WS-TCA-LOADED
049400            OR WS-CHANNEL EQUAL 'C'.
049500     IF  WS-CHANNEL EQUAL 'O'
049600         PERFORM 2120-TEST-TRAN-CARD THRU 2120-EXIT
049700             VARYING WS-SUB FROM 1 BY 1
049800             UNTIL WS-SUB GREATER THAN WS-PRF-LOADED
049900                OR WS-CHANNEL NOT EQUAL 'O'.
050000     IF  WS-CHANNEL EQUAL 'O'
050100         PERFORM 2130-TEST-SOURCE-CARD THRU 2130-EXIT
050200             VARYING WS-SUB FROM 1 BY 1
050300             UNTIL WS-SUB GREATER THAN WS-PRF-LOADED
050400                OR WS-CHANNEL NOT EQUAL 'O'.
050500     PERFORM 2140-FIND-CHANNEL THRU 2140-EXIT
050600         VARYING WS-CAT-SUB FROM 1 BY 1
050700         UNTIL WS-CAT-SUB GREATER THAN 4
050800            OR WS-CHN-CODE (WS-CAT-SUB) EQUAL WS-CHANNEL.
050900     ADD WS-ITEM-AMT TO WS-CHA-AMOUNT (WS-CAT-SUB) WS-TOTAL-AMT.
051000     ADD 1 TO WS-CHA-ITEMS (WS-CAT-SUB) WS-TOTAL-ITEMS.
051100 2100-NEXT.
051200     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
051300 2100-EXIT. EXIT.
051400 2110-TEST-CASH.
051500     IF  WS-CASH-CODE (WS-SUB) EQUAL THA-TRAN-CODE
051600         MOVE 'C' TO WS-CHANNEL.
051700 2110-EXIT. EXIT.
051800 2120-TEST-TRAN-CARD.
051900     SET PFX TO WS-SUB.
052000     IF  WS-PRF-TYPE (PFX) EQUAL 'X'
052100     AND WS-PRF-CODE (PFX) (1:2) EQUAL THA-TRAN-CODE
052200         MOVE WS-PRF-CHANNEL (PFX) TO WS-CHANNEL.
052300 2120-EXIT. EXIT.
052400 2130-TEST-SOURCE-CARD.
052500     SET PFX TO WS-SUB.
052600     IF  WS-PRF-TYPE (PFX) EQUAL 'S'
052700     AND WS-PRF-CODE (PFX) (1:2) EQUAL THA-SOURCE
052800         MOVE WS-PRF-CHANNEL (PFX) TO WS-CHANNEL.
052900 2130-EXIT. EXIT.
053000 2140-FIND-CHANNEL.
053100     CONTINUE.
053200 2140-EXIT. EXIT.
053300     EJECT
053400*----------------------------------------------------------------*
053500*    2300-TEST-PROFILE - NO DECLARED LEVEL, VOLUME OVER THE      *
053600*    LEVEL PLUS TOLERANCE, OR A MATERIAL UNDECLARED CHANNEL.     *
053700*----------------------------------------------------------------*
053800 2300-TEST-PROFILE.
053900     MOVE 'N' TO WS-FOUND-SW.
054000     MOVE ZERO TO WS-LIMIT-AMT WS-LIMIT-ITEMS.
054100     PERFORM 2310-FIND-LEVEL THRU 2310-EXIT
054200         VARYING WS-SUB FROM 1 BY 1
054300         UNTIL WS-SUB GREATER THAN WS-PRF-LOADED
054400            OR WS-88-FOUND.
054500     IF  NOT WS-88-FOUND
054600         ADD 1 TO WS-TOT-NO-PROFILE
054700         MOVE 'NO DECLARED ACTIVITY PROFILE  ' TO WS-DEVIATION-LIT
054800         PERFORM 2400-RAISE-DEVIATION THRU 2400-EXIT
054900         GO TO 2300-EXIT.
055000     IF  WS-LIMIT-AMT GREATER THAN ZERO
055100     AND WS-TOTAL-AMT * 100 GREATER THAN
055200             WS-LIMIT-AMT * (100 + CDP-VOLUME-TOL-PCT)
055300         ADD 1 TO WS-TOT-OVER-VOLUME
055400         MOVE 'VOLUME OVER DECLARED LEVEL    ' TO WS-DEVIATION-LIT
055500         PERFORM 2400-RAISE-DEVIATION THRU 2400-EXIT
055600         GO TO 2300-EXIT.
055700     IF  WS-LIMIT-ITEMS GREATER THAN ZERO
055800     AND WS-TOTAL-ITEMS * 100 GREATER THAN
055900             WS-LIMIT-ITEMS * (100 + CDP-VOLUME-TOL-PCT)
056000         ADD 1 TO WS-TOT-OVER-VOLUME
056100         MOVE 'ITEM COUNT OVER DECLARED LEVEL' TO WS-DEVIATION-LIT
056200         PERFORM 2400-RAISE-DEVIATION THRU 2400-EXIT
056300         GO TO 2300-EXIT.
056400     MOVE SPACE TO WS-DECLARED-1 WS-DECLARED-2.
056500     PERFORM 2320-MAP-TYPES THRU 2320-EXIT
056600         VARYING WS-SUB FROM 1 BY 1
056700         UNTIL WS-SUB GREATER THAN WS-PRF-LOADED.
056800     PERFORM 2330-TEST-CHANNEL THRU 2330-EXIT
056900         VARYING WS-CAT-SUB FROM 1 BY 1
057000         UNTIL WS-CAT-SUB GREATER THAN 4
057100            OR WS-88-DEVIATION.
057200 2300-EXIT. EXIT.
057300 2310-FIND-LEVEL.
057400     SET PFX TO WS-SUB.
057500     IF  WS-PRF-TYPE (PFX) EQUAL 'L'
057600     AND WS-PRF-CODE (PFX) (1:1) EQUAL WMS-ML-LEVEL-OF-ACTIVITY
057700     AND WMS-ML-LEVEL-OF-ACTIVITY NOT EQUAL SPACE
057800         MOVE 'Y' TO WS-FOUND-SW
057900         MOVE WS-PRF-MAX-AMOUNT (PFX) TO WS-LIMIT-AMT
058000         MOVE WS-PRF-MAX-ITEMS (PFX) TO WS-LIMIT-ITEMS.
058100 2310-EXIT. EXIT.
058200 2320-MAP-TYPES.
058300     SET PFX TO WS-SUB.
058400     IF  WS-PRF-TYPE (PFX) NOT EQUAL 'T'
058500         GO TO 2320-EXIT.
058600     IF  WS-PRF-CODE (PFX) (1:1) EQUAL WMS-ML-TYPE-OF-ACTIVITY1
058700     AND WMS-ML-TYPE-OF-ACTIVITY1 NOT EQUAL SPACE
058800         MOVE WS-PRF-CHANNEL (PFX) TO WS-DECLARED-1.
058900     IF  WS-PRF-CODE (PFX) (1:1) EQUAL WMS-ML-TYPE-OF-ACTIVITY2
059000     AND WMS-ML-TYPE-OF-ACTIVITY2 NOT EQUAL SPACE
059100         MOVE WS-PRF-CHANNEL (PFX) TO WS-DECLARED-2.
059200 2320-EXIT. EXIT.
059300 2330-TEST-CHANNEL.
059400     IF  WS-CHN-CODE (WS-CAT-SUB) EQUAL WS-DECLARED-1
059500     OR  WS-CHN-CODE (WS-CAT-SUB) EQUAL WS-DECLARED-2
059600         GO TO 2330-EXIT.
059700     IF  WS-CHA-AMOUNT (WS-CAT-SUB) LESS THAN CDP-MIX-MIN-AMT
059800     OR  WS-CHA-AMOUNT (WS-CAT-SUB) EQUAL ZERO
059900         GO TO 2330-EXIT.
060000     IF  WS-CHA-AMOUNT (WS-CAT-SUB) * 100 LESS THAN
060100             WS-TOTAL-AMT * CDP-MIX-PCT
060200         GO TO 2330-EXIT.
060300     ADD 1 TO WS-TOT-UNDECLARED.
060400     MOVE SPACES TO WS-DEVIATION-LIT.
060500     STRING 'UNDECLARED ' WS-CHN-NAME (WS-CAT-SUB) ' ACTIVITY'
060600         DELIMITED BY SIZE INTO WS-DEVIATION-LIT.
060700     PERFORM 2400-RAISE-DEVIATION THRU 2400-EXIT.
060800 2330-EXIT. EXIT.
060900     EJECT
061000*----------------------------------------------------------------*
061100*    2400-RAISE-DEVIATION - 'CD01' TO THE EXCEPTION WORK FILE    *
061200*    FOR THE WORKQUEUE, AND THE ACCOUNT ON THE REPORT.           *
061300*----------------------------------------------------------------*
061400 2400-RAISE-DEVIATION.
061500     MOVE 'Y' TO WS-DEVIATION-SW.
061600     ADD 1 TO WS-TOT-DEVIATIONS.
061700     MOVE LOW-VALUES TO EXCEPTION-AREA.
061800     MOVE WS-ACCOUNT     TO IMEX-KEY.
061900     MOVE '01'           TO IMEX-REC-NO.
062000     MOVE WS-CDD-EX-CODE TO IMEX-EX-CODE.
062100     MOVE ZERO           TO IMEX-SEQUENCE.
062200     MOVE WS-TOTAL-AMT   TO EX01-AMT.
062300     MOVE WS-TOTAL-ITEMS TO EX01-NUMBER.
062400     WRITE EXCEPTION-AREA.
062500     MOVE WS-DEVIATION-LIT TO DTL-ACTION.
062600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
062700 2400-EXIT. EXIT.
062800*----------------------------------------------------------------*
062900*    2500-TEST-HIGH-RISK - SOURCE OF FUNDS OR PURPOSE LISTED AS  *
063000*    HIGH RISK ON THE PROFILE CARDS.                             *
063100*----------------------------------------------------------------*
063200 2500-TEST-HIGH-RISK.
063300     MOVE 'N' TO WS-HIGH-RISK-SW.
063400     PERFORM 2510-TEST-RISK-CARD THRU 2510-EXIT
063500         VARYING WS-SUB FROM 1 BY 1
063600         UNTIL WS-SUB GREATER THAN WS-PRF-LOADED
063700            OR WS-88-HIGH-RISK.
063800     IF  WS-88-HIGH-RISK
063900         ADD 1 TO WS-TOT-HIGH-RISK.
064000 2500-EXIT. EXIT.
064100 2510-TEST-RISK-CARD.
064200     SET PFX TO WS-SUB.
064300     IF  WS-PRF-TYPE (PFX) EQUAL 'R'
064400     AND WS-PRF-CODE (PFX) EQUAL WMS-ML-SOURCE-OF-FUNDS
064500     AND WMS-ML-SOURCE-OF-FUNDS NOT EQUAL SPACES
064600         MOVE 'Y' TO WS-HIGH-RISK-SW.
064700     IF  WS-PRF-TYPE (PFX) EQUAL 'U'
064800     AND WS-PRF-CODE (PFX) (1:2) EQUAL WMS-ML-PURPOSE-OF-ACTIVITY
064900     AND WMS-ML-PURPOSE-OF-ACTIVITY NOT EQUAL SPACES
065000         MOVE 'Y' TO WS-HIGH-RISK-SW.
065100 2510-EXIT. EXIT.
065200     EJECT
065300*----------------------------------------------------------------*
065400*    2600-TICKLER - A HIGH-RISK ACCOUNT WITH NO TICKLER IS DUE   *
065500*    NOW; OTHERWISE THE NEXT REVIEW IS THE LAST REVIEW PLUS THE  *
065600*    WMS-REVIEW-FREQ INTERVAL (M, Q, S, ELSE ANNUAL).            *
065700*----------------------------------------------------------------*
065800 2600-TICKLER.
065900     PERFORM 2700-FIND-TICKLER THRU 2700-EXIT.
066000     IF  NOT WS-88-FOUND
066100         IF  WS-TKL-COUNT NOT LESS THAN WS-TKL-MAX
066200             GO TO 2600-EXIT
066300         ELSE
066400             ADD 1 TO WS-TKL-COUNT
066500             MOVE WS-TKL-COUNT TO WS-TKL-SUB
066600             SET TKX TO WS-TKL-SUB
066700             MOVE WS-ACCOUNT TO WS-TKL-ACCOUNT (TKX)
066800             MOVE ZERO TO WS-TKL-LAST-REVIEW (TKX)
066900             MOVE WS-RUN-DATE-YYMMDD TO WS-TKL-ADDED (TKX).
067000     SET TKX TO WS-TKL-SUB.
067100     MOVE 'Y' TO WS-TKL-ACTIVE (TKX).
067200     MOVE WMS-REVIEW-FREQ TO WS-TKL-FREQ (TKX).
067300     IF  WS-TKL-LAST-REVIEW (TKX) EQUAL ZERO
067400         MOVE WS-RUN-DATE-YYMMDD TO WS-TKL-NEXT-DUE (TKX)
067500     ELSE
067600         PERFORM 2610-NEXT-DUE THRU 2610-EXIT.
067700     IF  WS-TKL-NEXT-DUE (TKX) GREATER THAN WS-LEAD-DATE-YYMMDD
067800     AND NOT WS-88-DEVIATION
067900         GO TO 2600-EXIT.
068000     ADD 1 TO WS-TOT-REVIEWS-DUE.
068100     MOVE SPACES TO REVIEW-DUE-RECORD.
068200     MOVE WS-ACCOUNT               TO RDU-ACCOUNT.
068300     MOVE WMS-BRANCH5              TO RDU-BRANCH.
068400     MOVE WS-TKL-FREQ (TKX)        TO RDU-REVIEW-FREQ.
068500     MOVE WS-TKL-LAST-REVIEW (TKX) TO RDU-LAST-REVIEW.
068600     MOVE WS-TKL-NEXT-DUE (TKX)    TO RDU-NEXT-DUE.
068700     MOVE 'N' TO RDU-OVERDUE-FLAG.
068800     IF  WS-TKL-NEXT-DUE (TKX) LESS THAN WS-RUN-DATE-YYMMDD
068900         MOVE 'Y' TO RDU-OVERDUE-FLAG
069000         ADD 1 TO WS-TOT-OVERDUE.
069100     MOVE WS-DEVIATION-SW TO RDU-DEVIATION-FLAG.
069200     WRITE REVIEW-DUE-RECORD.
069300     MOVE ZERO TO WS-TOTAL-AMT WS-TOTAL-ITEMS WS-LIMIT-AMT.
069400     IF  RDU-88-OVERDUE
069500         MOVE 'HIGH-RISK REVIEW OVERDUE      ' TO DTL-ACTION
069600     ELSE
069700         MOVE 'HIGH-RISK REVIEW DUE          ' TO DTL-ACTION.
069800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
069900 2600-EXIT. EXIT.
070000 2610-NEXT-DUE.
070100     IF  WS-TKL-FREQ (TKX) EQUAL 'M'
070200         MOVE 1 TO WS-MONTHS
070300     ELSE
070400     IF  WS-TKL-FREQ (TKX) EQUAL 'Q'
070500         MOVE 3 TO WS-MONTHS
070600     ELSE
070700     IF  WS-TKL-FREQ (TKX) EQUAL 'S'
070800         MOVE 6 TO WS-MONTHS
070900     ELSE
071000         MOVE 12 TO WS-MONTHS.
071100     MOVE WS-TKL-LAST-REVIEW (TKX) TO WS-DUE-DATE-YYMMDD.
071200     COMPUTE WS-MONTH-WORK = WS-DUE-MO + WS-MONTHS - 1.
071300     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-SUB
071400         REMAINDER WS-MONTH-WORK.
071500     ADD 1 TO WS-MONTH-WORK.
071600     MOVE WS-MONTH-WORK TO WS-DUE-MO.
071700     ADD WS-SUB TO WS-DUE-YR.
071800     IF  WS-DUE-DA GREATER THAN 28
071900         MOVE 28 TO WS-DUE-DA.
072000     MOVE WS-DUE-DATE-YYMMDD TO WS-TKL-NEXT-DUE (TKX).
072100 2610-EXIT. EXIT.
072200 2700-FIND-TICKLER.
072300     MOVE 'N' TO WS-FOUND-SW.
072400     MOVE ZERO TO WS-TKL-SUB.
072500     PERFORM 2710-SCAN-TICKLER THRU 2710-EXIT
072600         VARYING WS-SUB FROM 1 BY 1
072700         UNTIL WS-SUB GREATER THAN WS-TKL-COUNT
072800            OR WS-88-FOUND.
072900 2700-EXIT. EXIT.
073000 2710-SCAN-TICKLER.
073100     SET TKX TO WS-SUB.
073200     IF  WS-TKL-ACCOUNT (TKX) EQUAL WS-ACCOUNT
073300         MOVE 'Y' TO WS-FOUND-SW
073400         MOVE WS-SUB TO WS-TKL-SUB.
073500 2710-EXIT. EXIT.
073600 2900-READ-ARCHIVE.
073700     READ TRAN-ARCHIVE-FILE
073800         AT END MOVE 'Y' TO WS-ARC-EOF-SW
073900                GO TO 2900-EXIT.
074000     ADD 1 TO WS-TOT-ARCHIVE.
074100 2900-EXIT. EXIT.
074200     EJECT
074300 7000-PRINT-DETAIL.
074400     MOVE WMS-BRANCH5              TO DTL-BRANCH.
074500     MOVE WS-ACCOUNT               TO DTL-ACCOUNT.
074600     MOVE WMS-ML-LEVEL-OF-ACTIVITY TO DTL-LEVEL.
074700     MOVE WMS-ML-TYPE-OF-ACTIVITY1 TO DTL-TYPE1.
074800     MOVE WMS-ML-TYPE-OF-ACTIVITY2 TO DTL-TYPE2.
074900     MOVE WS-TOTAL-ITEMS           TO DTL-ITEMS.
075000     MOVE WS-TOTAL-AMT             TO DTL-AMOUNT.
075100     MOVE WS-LIMIT-AMT             TO DTL-LIMIT.
075200     MOVE SPACES TO CDD-MONITOR-RPT-LINE.
075300     MOVE WS-DETAIL-LINE TO CDD-MONITOR-RPT-LINE.
075400     WRITE CDD-MONITOR-RPT-LINE.
075500 7000-EXIT. EXIT.
075600     EJECT
075700*----------------------------------------------------------------*
075800*    8000-WRITE-TICKLER - ONLY ACCOUNTS STILL OPEN AND HIGH RISK *
075900*    THIS RUN CARRY FORWARD.                                     *
076000*----------------------------------------------------------------*
076100 8000-WRITE-TICKLER.
076200     PERFORM 8100-ONE-TICKLER THRU 8100-EXIT
076300         VARYING WS-SUB FROM 1 BY 1
076400         UNTIL WS-SUB GREATER THAN WS-TKL-COUNT.
076500 8000-EXIT. EXIT.
076600 8100-ONE-TICKLER.
076700     SET TKX TO WS-SUB.
076800     IF  WS-TKL-ACTIVE (TKX) NOT EQUAL 'Y'
076900         GO TO 8100-EXIT.
077000     MOVE SPACES TO REVIEW-TKL-RECORD.
077100     MOVE WS-TKL-ACCOUNT (TKX)     TO RTK-ACCOUNT.
077200     MOVE WS-TKL-FREQ (TKX)        TO RTK-REVIEW-FREQ.
077300     MOVE WS-TKL-LAST-REVIEW (TKX) TO RTK-LAST-REVIEW.
077400     MOVE WS-TKL-NEXT-DUE (TKX)    TO RTK-NEXT-DUE.
077500     MOVE WS-TKL-ADDED (TKX)       TO RTK-ADDED-DATE.
077600     MOVE REVIEW-TKL-RECORD TO REVIEW-TKL-RECORD-OUT.
077700     WRITE REVIEW-TKL-RECORD-OUT.
077800 8100-EXIT. EXIT.
077900     EJECT
078000*----------------------------------------------------------------*
078100*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
078200*----------------------------------------------------------------*
078300 9000-TERMINATE.
078400     WRITE CDD-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
078500     MOVE 'ACCOUNTS ON MASTER                ' TO SUM-LIT.
078600     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
078700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078800     MOVE 'ARCHIVE ITEMS READ                ' TO SUM-LIT.
078900     MOVE WS-TOT-ARCHIVE TO SUM-COUNT.
079000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079100     MOVE 'ACCOUNTS WITH PERIOD ACTIVITY     ' TO SUM-LIT.
079200     MOVE WS-TOT-ACTIVE TO SUM-COUNT.
079300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079400     MOVE 'PROFILE DEVIATIONS RAISED         ' TO SUM-LIT.
079500     MOVE WS-TOT-DEVIATIONS TO SUM-COUNT.
079600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079700     MOVE '  NO DECLARED PROFILE             ' TO SUM-LIT.
079800     MOVE WS-TOT-NO-PROFILE TO SUM-COUNT.
079900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080000     MOVE '  OVER DECLARED LEVEL             ' TO SUM-LIT.
080100     MOVE WS-TOT-OVER-VOLUME TO SUM-COUNT.
080200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080300     MOVE '  UNDECLARED CHANNEL              ' TO SUM-LIT.
080400     MOVE WS-TOT-UNDECLARED TO SUM-COUNT.
080500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080600     MOVE 'HIGH-RISK ACCOUNTS                ' TO SUM-LIT.
080700     MOVE WS-TOT-HIGH-RISK TO SUM-COUNT.
080800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080900     MOVE 'REVIEWS COMPLETED APPLIED         ' TO SUM-LIT.
081000     MOVE WS-TOT-REVIEWS-DONE TO SUM-COUNT.
081100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081200     MOVE 'REVIEWS DUE EXTRACTED             ' TO SUM-LIT.
081300     MOVE WS-TOT-REVIEWS-DUE TO SUM-COUNT.
081400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081500     MOVE 'REVIEWS OVERDUE                   ' TO SUM-LIT.
081600     MOVE WS-TOT-OVERDUE TO SUM-COUNT.
081700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081800     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
081900     MOVE -1   TO I-O-SEND-CODE.
082000     CALL 'IMACTM' USING I-O-CONTROL-AREA
082100                         MASTER-AREA
082200                         SI-ENVIRONMENT-AREA.
082300     CLOSE TRAN-ARCHIVE-FILE.
082400     CLOSE REVIEW-TKL-OUT.
082500     CLOSE REVIEW-DUE-EXT.
082600     CLOSE CDD-EXCEPTION-FILE.
082700     CLOSE CDD-MONITOR-RPT.
082800 9000-EXIT. EXIT.
082900 9100-PRINT-SUMMARY.
083000     MOVE SPACES TO CDD-MONITOR-RPT-LINE.
083100     MOVE WS-SUMMARY-LINE TO CDD-MONITOR-RPT-LINE.
083200     WRITE CDD-MONITOR-RPT-LINE.
083300 9100-EXIT. EXIT.
