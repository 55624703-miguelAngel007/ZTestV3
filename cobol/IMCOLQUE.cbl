*     * GN6200 * 10/01/26 JCTE NEGATIVE-BALANCE COLLECTIONS QUEUE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCOLQUE.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/01/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCOLQUE IS THE DAILY NEGATIVE-BALANCE COLLECTIONS RUN.     *
000900*    THE MASTER IS BROWSED IN CONTROL KEY ORDER AND MATCHED TO   *
001000*    THE COLLECTION QUEUE (IMWSCOLQ), READ FROM IMWSCOLO AND     *
001100*    WRITTEN FORWARD TO IMWSCOLN.  AN OPEN DEPOSIT ACCOUNT       *
001200*    OVERDRAWN FOR THE PARM OPEN-DAYS IS OPENED ON THE QUEUE.    *
001300*    DAYS OVERDRAWN RUN FROM WMS-DATE-INTO-OD TO THE RUN DATE,   *
001400*    OR ARE WMS-OD-CONSEC-DAYS WHEN THE DATE IS MISSING.         *
001500*    COLLECTION LETTERS 1, 2 AND 3 GO TO THE LETTER EXTRACT      *
001600*    (IMCOLLTR) AS THE ACCOUNT CROSSES EACH PARM LETTER DAY      *
001700*    COUNT; A SKIPPED NIGHT SENDS ONLY THE HIGHEST LETTER DUE.   *
001800*----------------------------------------------------------------*
001900*    PROMISE-TO-PAY CARDS (IMCOLPTP) HOLD BACK LETTERS UNTIL THE *
002000*    PROMISED DATE; A PROMISE STILL UNPAID AFTER ITS DATE IS     *
002100*    COUNTED AS BROKEN AND THE LETTERS RESUME.  A PROMISE DOES   *
002200*    NOT DEFER THE CHARGE-OFF.  AT THE PARM CHARGE-OFF DAY COUNT *
002300*    THE ACCOUNT IS WRITTEN TO ITS OWN INTAKE STREAM (IMCOLCHG,  *
002400*    IN THE IMCHGINT LAYOUT) WHICH THE JCL CONCATENATES INTO THE *
002500*    IMCHGREC CHARGE-OFF INTAKE, AND THE QUEUE RECORD IS HELD AS *
002600*    TRANSFERRED UNTIL THE BALANCE CLEARS.  AN ACCOUNT BROUGHT   *
002700*    CURRENT OR CLOSED LEAVES THE QUEUE.  THE REPORT LISTS THE   *
002800*    DAY'S ACTIVITY AND EVERY ACCOUNT DUE TO CHARGE OFF WITHIN   *
002900*    THE PARM LOOK-AHEAD DAYS.                                   *
003000*----------------------------------------------------------------*
003100*               ** HISTORY OF REVISIONS **                      *
003200* DESCRIPTION                                           CHNGID  *
003300* ____________________________________________________ _______ *
003400* 10/01/26 JCTE NEW PROGRAM - NEGATIVE-BALANCE          GN6200 *
003500*                COLLECTIONS QUEUE AND CHARGE-OFF FEED          *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT    DIVISION.
003800 INPUT-OUTPUT   SECTION.
003900 FILE-CONTROL.
004000     SELECT COL-PARM-FILE     ASSIGN TO "IMCOLPRM"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL COL-QUEUE-IN ASSIGN TO "IMWSCOLO"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-QUEUE-FILE-STATUS.
004500     SELECT COL-QUEUE-OUT     ASSIGN TO "IMWSCOLN"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL COL-PROMISE-FILE ASSIGN TO "IMCOLPTP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-PTP-FILE-STATUS.
005000     SELECT COL-LETTER-EXT    ASSIGN TO "IMCOLLTR"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT COL-CHGOFF-OUT    ASSIGN TO "IMCOLCHG"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT COL-QUEUE-RPT     ASSIGN TO "IMCOLRPT"
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  COL-PARM-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  COL-PARM-RECORD.
006100     03  CQP-RUN-DATE                PIC 9(6).
006200     03  CQP-OPEN-DAYS               PIC 9(3).
006300     03  CQP-LETTER-DAYS             PIC 9(3)    OCCURS 3 TIMES.
006400     03  CQP-CHGOFF-DAYS             PIC 9(3).
006500     03  CQP-LOOKAHEAD-DAYS          PIC 9(3).
006600     03  FILLER                      PIC X(56).
006700 FD  COL-QUEUE-IN.
006800     COPY IMWSCOLQ.
006900 FD  COL-QUEUE-OUT
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  COL-QUEUE-OUT-REC               PIC X(100).
007200 FD  COL-PROMISE-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  COL-PROMISE-CARD.
007500     03  CPC-ACCOUNT                 PIC X(22).
007600     03  CPC-PROMISE-DATE            PIC 9(6).
007700     03  CPC-PROMISE-AMT             PIC 9(9)V99.
007800     03  CPC-OPER-ID                 PIC X(5).
007900     03  FILLER                      PIC X(36).
008000 FD  COL-LETTER-EXT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  COL-LETTER-RECORD.
008300     03  CLT-ACCOUNT                 PIC X(22).
008400     03  CLT-LETTER-NUMBER           PIC 9.
008500     03  CLT-DAYS-OD                 PIC 9(3).
008600     03  CLT-OD-AMT                  PIC S9(13)V99 COMP-3.
008700     03  CLT-INTO-OD-DATE            PIC X(6).
008800     03  CLT-CHGOFF-DATE             PIC X(6).
008900     03  CLT-LETTER-DATE             PIC 9(6).
009000     03  FILLER                      PIC X(28).
009100 FD  COL-CHGOFF-OUT
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  COL-CHGOFF-RECORD.
009400     03  CCI-CONTROL-KEY             PIC X(22).
009500     03  CCI-CHARGE-OFF-DATE         PIC X(6).
009600     03  FILLER                      PIC X(52).
009700 FD  COL-QUEUE-RPT
009800     RECORD CONTAINS 133 CHARACTERS.
009900 01  COL-QUEUE-RPT-LINE              PIC X(133).
010000 WORKING-STORAGE SECTION.
010100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCOLQUE'.
010200 77  WS-PTP-MAX                      PIC S9(5)   COMP VALUE +2000.
010300 77  WS-DUE-MAX                      PIC S9(5)   COMP VALUE +3000.
010400 77  WS-QUEUE-FILE-STATUS            PIC X(2)    VALUE SPACES.
010500     88  WS-88-QUEUE-NOT-FOUND       VALUE '05' '35'.
010600 77  WS-PTP-FILE-STATUS              PIC X(2)    VALUE SPACES.
010700     88  WS-88-PTP-NOT-FOUND         VALUE '05' '35'.
010800     EJECT
010900     COPY SIWSDTAR.
011000     EJECT
011100 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
011200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
011300     03  WS-RUN-YR                   PIC 99.
011400     03  WS-RUN-MO                   PIC 99.
011500     03  WS-RUN-DA                   PIC 99.
011600 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
011700 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
011800     03  WS-WORK-YR                  PIC 99.
011900     03  WS-WORK-MO                  PIC 99.
012000     03  WS-WORK-DA                  PIC 99.
012100 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
012200 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
012300 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
012400 01  WS-INTO-OD-YYMMDD               PIC X(6)    VALUE SPACES.
012500 01  WS-CHGOFF-YYMMDD                PIC X(6)    VALUE SPACES.
012600     EJECT
012700 01  WS-SWITCHES.
012800     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
012900         88  WS-88-END-OF-FILE       VALUE 'Y'.
013000     03  WS-QUEUE-EOF-SW             PIC X(1)    VALUE 'N'.
013100         88  WS-88-QUEUE-EOF         VALUE 'Y'.
013200     03  WS-PTP-EOF-SW               PIC X(1)    VALUE 'N'.
013300         88  WS-88-PTP-EOF           VALUE 'Y'.
013400     03  WS-HAVE-QUEUE-SW            PIC X(1)    VALUE 'N'.
013500         88  WS-88-HAVE-QUEUE        VALUE 'Y'.
013600     03  WS-OVERDRAWN-SW             PIC X(1)    VALUE 'N'.
013700         88  WS-88-OVERDRAWN         VALUE 'Y'.
013800     03  WS-PROMISE-LIVE-SW          PIC X(1)    VALUE 'N'.
013900         88  WS-88-PROMISE-LIVE      VALUE 'Y'.
014000 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
014100 01  WS-LTR                          PIC S9(3)   COMP VALUE 0.
014200 01  WS-LETTER-DUE                   PIC S9(3)   COMP VALUE 0.
014300 01  WS-PTP-COUNT                    PIC S9(5)   COMP VALUE 0.
014400 01  WS-DUE-COUNT                    PIC S9(5)   COMP VALUE 0.
014500 01  WS-OPEN-DAYS                    PIC S9(5)   COMP-3 VALUE 0.
014600 01  WS-CHGOFF-DAYS                  PIC S9(5)   COMP-3 VALUE 0.
014700 01  WS-LOOKAHEAD-DAYS               PIC S9(5)   COMP-3 VALUE 0.
014800 01  WS-OD-DAYS                      PIC S9(5)   COMP-3 VALUE 0.
014900 01  WS-DAYS-LEFT                    PIC S9(5)   COMP-3 VALUE 0.
015000 01  WS-OD-AMT                       PIC S9(13)V99 COMP-3 VALUE 0.
015100 01  WS-QUEUE-KEY                    PIC X(22)   VALUE SPACES.
015200 01  WS-LETTER-DAYS-TABLE.
015300     03  WS-LETTER-DAYS              PIC S9(5)   COMP-3
015400                                     OCCURS 3 TIMES.
015500 01  WS-LETTER-LITS.
015600     03  FILLER                      PIC X(36)   VALUE
015700         'COLLECTION LETTER 1 SENT            '.
015800     03  FILLER                      PIC X(36)   VALUE
015900         'COLLECTION LETTER 2 SENT            '.
016000     03  FILLER                      PIC X(36)   VALUE
016100         'COLLECTION LETTER 3 SENT            '.
016200 01  FILLER REDEFINES WS-LETTER-LITS.
016300     03  WS-LETTER-LIT               PIC X(36)   OCCURS 3 TIMES.
016400     EJECT
016500*----------------------------------------------------------------*
016600*    PROMISE-TO-PAY CARDS, APPLIED AS EACH ACCOUNT IS REACHED.   *
016700*----------------------------------------------------------------*
016800 01  WS-PROMISE-TABLE.
016900     03  WS-PTP-ENTRY OCCURS 2000 TIMES
017000                      INDEXED BY PTX.
017100         05  WS-PTP-ACCOUNT          PIC X(22).
017200         05  WS-PTP-DATE             PIC 9(6).
017300         05  WS-PTP-AMT              PIC 9(9)V99.
017400         05  WS-PTP-OPER             PIC X(5).
017500         05  WS-PTP-USED             PIC X.
017600     EJECT
017700*----------------------------------------------------------------*
017800*    ACCOUNTS DUE TO CHARGE OFF WITHIN THE LOOK-AHEAD DAYS.      *
017900*----------------------------------------------------------------*
018000 01  WS-DUE-TABLE.
018100     03  WS-DUE-ENTRY OCCURS 3000 TIMES
018200                      INDEXED BY DUX.
018300         05  WS-DUE-ACCOUNT          PIC X(22).
018400         05  WS-DUE-DAYS-OD          PIC S9(5)   COMP-3.
018500         05  WS-DUE-OD-AMT           PIC S9(13)V99 COMP-3.
018600         05  WS-DUE-CHGOFF-DATE      PIC X(8).
018700         05  WS-DUE-LAST-LETTER      PIC 9.
018800         05  WS-DUE-PROMISE-DATE     PIC X(8).
018900     EJECT
019000 01  WS-TOTALS.
019100     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-OPENED               PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-CURED                PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-RELEASED             PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-LETTER               PIC 9(7)    COMP VALUE 0
019600                                     OCCURS 3 TIMES.
019700     03  WS-TOT-LETTER-HELD          PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-PROMISES             PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-PROMISE-REJECT       PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-BROKEN               PIC 9(7)    COMP VALUE 0.
020100     03  WS-TOT-TRANSFERRED          PIC 9(7)    COMP VALUE 0.
020200     03  WS-TOT-AWAITING             PIC 9(7)    COMP VALUE 0.
020300     03  WS-TOT-DUE-OVERFLOW         PIC 9(7)    COMP VALUE 0.
020400     03  WS-TOT-QUEUED               PIC 9(7)    COMP VALUE 0.
020500     EJECT
020600 01  WS-REPORT-TITLE.
020700     03  FILLER                      PIC X(48)   VALUE
020800         'IMCOLQUE - NEGATIVE-BALANCE COLLECTIONS QUEUE   '.
020900     03  FILLER                      PIC X(9)    VALUE
021000         'RUN DATE '.
021100     03  TTL-RUN-DATE                PIC X(8).
021200     03  FILLER                      PIC X(68)   VALUE SPACES.
021300 01  WS-SECTION-TITLE.
021400     03  FILLER                      PIC X(4)    VALUE SPACES.
021500     03  SEC-TITLE                   PIC X(60).
021600     03  FILLER                      PIC X(69)   VALUE SPACES.
021700 01  WS-DETAIL-HEAD.
021800     03  FILLER                      PIC X(4)    VALUE SPACES.
021900     03  FILLER                      PIC X(50)   VALUE
022000         'ACCOUNT                 DAYS OD         OD AMOUNT '.
022100     03  FILLER                      PIC X(50)   VALUE
022200         ' ACTION                                           '.
022300     03  FILLER                      PIC X(29)   VALUE SPACES.
022400 01  WS-DETAIL-LINE.
022500     03  FILLER                      PIC X(4)    VALUE SPACES.
022600     03  DTL-ACCOUNT                 PIC X(22).
022700     03  FILLER                      PIC X(2)    VALUE SPACES.
022800     03  DTL-DAYS                    PIC ZZZZZZ9.
022900     03  FILLER                      PIC X(2)    VALUE SPACES.
023000     03  DTL-OD-AMT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
023100     03  FILLER                      PIC X(2)    VALUE SPACES.
023200     03  DTL-ACTION                  PIC X(36).
023300     03  FILLER                      PIC X(42)   VALUE SPACES.
023400 01  WS-DUE-HEAD.
023500     03  FILLER                      PIC X(4)    VALUE SPACES.
023600     03  FILLER                      PIC X(50)   VALUE
023700         'ACCOUNT                 DAYS OD         OD AMOUNT '.
023800     03  FILLER                      PIC X(50)   VALUE
023900         ' CHG-OFF DATE LETTER   PROMISED                   '.
024000     03  FILLER                      PIC X(29)   VALUE SPACES.
024100 01  WS-DUE-LINE.
024200     03  FILLER                      PIC X(4)    VALUE SPACES.
024300     03  DUL-ACCOUNT                 PIC X(22).
024400     03  FILLER                      PIC X(2)    VALUE SPACES.
024500     03  DUL-DAYS                    PIC ZZZZZZ9.
024600     03  FILLER                      PIC X(2)    VALUE SPACES.
024700     03  DUL-OD-AMT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
024800     03  FILLER                      PIC X(2)    VALUE SPACES.
024900     03  DUL-CHGOFF-DATE             PIC X(8).
025000     03  FILLER                      PIC X(6)    VALUE SPACES.
025100     03  DUL-LAST-LETTER             PIC 9.
025200     03  FILLER                      PIC X(7)    VALUE SPACES.
025300     03  DUL-PROMISE-DATE            PIC X(8).
025400     03  FILLER                      PIC X(48)   VALUE SPACES.
025500 01  WS-SUMMARY-LINE.
025600     03  FILLER                      PIC X(4)    VALUE SPACES.
025700     03  SUM-LIT                     PIC X(34).
025800     03  SUM-COUNT                   PIC ZZZ,ZZ9.
025900     03  FILLER                      PIC X(88)   VALUE SPACES.
026000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
026100     EJECT
026200 LINKAGE SECTION.
026300     COPY SIWSCNTL.
026400     EJECT
026500     COPY IMAWKMST.
026600     EJECT
026700     COPY IMWSENVO.
026800     EJECT
026900 PROCEDURE DIVISION.
027000*----------------------------------------------------------------*
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
027300     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
027400         UNTIL WS-88-END-OF-FILE.
027500     MOVE HIGH-VALUES TO WMS-CONTROL-KEY.
027600     PERFORM 2200-DROP-GONE       THRU 2200-EXIT
027700         UNTIL WS-88-QUEUE-EOF.
027800     PERFORM 8000-PRINT-DUE       THRU 8000-EXIT.
027900     PERFORM 8500-PRINT-REJECTS   THRU 8500-EXIT.
028000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
028100     GOBACK.
028200     EJECT
028300 1000-INITIALIZE.
028400     OPEN INPUT COL-PARM-FILE.
028500     READ COL-PARM-FILE
028600         AT END MOVE SPACES TO COL-PARM-RECORD.
028700     CLOSE COL-PARM-FILE.
028800     IF  CQP-RUN-DATE NUMERIC
028900     AND CQP-RUN-DATE GREATER THAN ZERO
029000         MOVE CQP-RUN-DATE TO WS-RUN-DATE-YYMMDD
029100     ELSE
029200         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
029300     PERFORM 1100-SET-DAY-COUNTS THRU 1100-EXIT.
029400     OPEN INPUT  COL-QUEUE-IN.
029500     IF  WS-88-QUEUE-NOT-FOUND
029600         MOVE 'Y' TO WS-QUEUE-EOF-SW
029700         MOVE HIGH-VALUES TO WS-QUEUE-KEY
029800     ELSE
029900         PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
030000     PERFORM 1200-LOAD-PROMISES THRU 1200-EXIT.
030100     OPEN OUTPUT COL-QUEUE-OUT.
030200     OPEN OUTPUT COL-LETTER-EXT.
030300     OPEN OUTPUT COL-CHGOFF-OUT.
030400     OPEN OUTPUT COL-QUEUE-RPT.
030500     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
030600     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
030700     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
030800     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
030900     MOVE SPACES TO COL-QUEUE-RPT-LINE.
031000     MOVE WS-REPORT-TITLE TO COL-QUEUE-RPT-LINE.
031100     WRITE COL-QUEUE-RPT-LINE.
031200     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
031300     MOVE 'SECTION 1 - COLLECTION ACTIVITY' TO SEC-TITLE.
031400     MOVE SPACES TO COL-QUEUE-RPT-LINE.
031500     MOVE WS-SECTION-TITLE TO COL-QUEUE-RPT-LINE.
031600     WRITE COL-QUEUE-RPT-LINE.
031700     MOVE SPACES TO COL-QUEUE-RPT-LINE.
031800     MOVE WS-DETAIL-HEAD TO COL-QUEUE-RPT-LINE.
031900     WRITE COL-QUEUE-RPT-LINE.
032000     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
032100     MOVE SPACES TO SI-ENVIRONMENT-AREA.
032200     MOVE '1' TO SI-ENVIRONMENT-VSAM.
032300     MOVE 'O' TO I-O-CONTROL-OPERATOR.
032400     MOVE 'I' TO I-O-CONTROL-ACCESS.
032500     MOVE -1  TO I-O-SEND-CODE.
032600     CALL 'IMACTM' USING I-O-CONTROL-AREA
032700                         MASTER-AREA
032800                         SI-ENVIRONMENT-AREA.
032900     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
033000 1000-EXIT. EXIT.
033100     EJECT
033200*----------------------------------------------------------------*
033300*    1100-SET-DAY-COUNTS - PARM DAY COUNTS, DEFAULTING TO OPEN   *
033400*    AT 5 DAYS, LETTERS AT 10/30/45 AND CHARGE-OFF AT 60 DAYS    *
033500*    WITH A 7-DAY LOOK-AHEAD.  A ZERO LETTER DAY COUNT ON A      *
033600*    PUNCHED CARD TURNS THAT LETTER OFF.                         *
033700*----------------------------------------------------------------*
033800 1100-SET-DAY-COUNTS.
033900     MOVE 5  TO WS-OPEN-DAYS.
034000     MOVE 10 TO WS-LETTER-DAYS (1).
034100     MOVE 30 TO WS-LETTER-DAYS (2).
034200     MOVE 45 TO WS-LETTER-DAYS (3).
034300     MOVE 60 TO WS-CHGOFF-DAYS.
034400     MOVE 7  TO WS-LOOKAHEAD-DAYS.
034500     IF  CQP-OPEN-DAYS NUMERIC
034600     AND CQP-OPEN-DAYS GREATER THAN ZERO
034700         MOVE CQP-OPEN-DAYS TO WS-OPEN-DAYS.
034800     IF  CQP-CHGOFF-DAYS NUMERIC
034900     AND CQP-CHGOFF-DAYS GREATER THAN ZERO
035000         MOVE CQP-CHGOFF-DAYS TO WS-CHGOFF-DAYS.
035100     IF  CQP-LOOKAHEAD-DAYS NUMERIC
035200     AND CQP-LOOKAHEAD-DAYS GREATER THAN ZERO
035300         MOVE CQP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS.
035400     PERFORM 1110-LETTER-DAYS THRU 1110-EXIT
035500         VARYING WS-LTR FROM 1 BY 1
035600         UNTIL WS-LTR GREATER THAN 3.
035700 1100-EXIT. EXIT.
035800 1110-LETTER-DAYS.
035900     IF  CQP-LETTER-DAYS (WS-LTR) NUMERIC
036000         MOVE CQP-LETTER-DAYS (WS-LTR) TO WS-LETTER-DAYS (WS-LTR).
036100 1110-EXIT. EXIT.
036200     EJECT
036300 1200-LOAD-PROMISES.
036400     OPEN INPUT COL-PROMISE-FILE.
036500     IF  WS-88-PTP-NOT-FOUND
036600         GO TO 1200-EXIT.
036700     PERFORM 1210-READ-PROMISE THRU 1210-EXIT
036800         UNTIL WS-88-PTP-EOF.
036900     CLOSE COL-PROMISE-FILE.
037000 1200-EXIT. EXIT.
037100 1210-READ-PROMISE.
037200     READ COL-PROMISE-FILE
037300         AT END MOVE 'Y' TO WS-PTP-EOF-SW
037400                GO TO 1210-EXIT.
037500     IF  WS-PTP-COUNT NOT LESS THAN WS-PTP-MAX
037600         ADD 1 TO WS-TOT-PROMISE-REJECT
037700         GO TO 1210-EXIT.
037800     ADD 1 TO WS-PTP-COUNT.
037900     SET PTX TO WS-PTP-COUNT.
038000     MOVE CPC-ACCOUNT      TO WS-PTP-ACCOUNT (PTX).
038100     MOVE CPC-OPER-ID      TO WS-PTP-OPER (PTX).
038200     MOVE 'N'              TO WS-PTP-USED (PTX).
038300     IF  CPC-PROMISE-DATE NUMERIC
038400         MOVE CPC-PROMISE-DATE TO WS-PTP-DATE (PTX)
038500     ELSE
038600         MOVE ZERO TO WS-PTP-DATE (PTX).
038700     IF  CPC-PROMISE-AMT NUMERIC
038800         MOVE CPC-PROMISE-AMT TO WS-PTP-AMT (PTX)
038900     ELSE
039000         MOVE ZERO TO WS-PTP-AMT (PTX).
039100 1210-EXIT. EXIT.
039200     EJECT
039300*----------------------------------------------------------------*
039400*    2000-PROCESS-ACCOUNT - MATCH ONE MASTER RECORD TO THE QUEUE.*
039500*    QUEUE RECORDS FOR ACCOUNTS NO LONGER ON THE MASTER ARE      *
039600*    DROPPED AS THE BROWSE PASSES THEM.                          *
039700*----------------------------------------------------------------*
039800 2000-PROCESS-ACCOUNT.
039900     PERFORM 2200-DROP-GONE THRU 2200-EXIT
040000         UNTIL WS-QUEUE-KEY NOT LESS THAN WMS-CONTROL-KEY.
040100     MOVE 'N' TO WS-HAVE-QUEUE-SW.
040200     IF  WS-QUEUE-KEY EQUAL WMS-CONTROL-KEY
040300         MOVE 'Y' TO WS-HAVE-QUEUE-SW.
040400     PERFORM 2300-TEST-OVERDRAWN THRU 2300-EXIT.
040500     IF  WS-88-HAVE-QUEUE
040600         PERFORM 2400-EXISTING THRU 2400-EXIT
040700         PERFORM 2100-READ-QUEUE THRU 2100-EXIT
040800     ELSE
040900         PERFORM 2500-NEW-COLLECTION THRU 2500-EXIT.
041000     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
041100 2000-EXIT. EXIT.
041200     EJECT
041300 2100-READ-QUEUE.
041400     READ COL-QUEUE-IN
041500         AT END MOVE 'Y' TO WS-QUEUE-EOF-SW
041600                MOVE HIGH-VALUES TO WS-QUEUE-KEY
041700                GO TO 2100-EXIT.
041800     MOVE COL-CONTROL-KEY TO WS-QUEUE-KEY.
041900 2100-EXIT. EXIT.
042000 2200-DROP-GONE.
042100     IF  WS-88-QUEUE-EOF
042200         GO TO 2200-EXIT.
042300     ADD 1 TO WS-TOT-RELEASED.
042400     MOVE COL-CONTROL-KEY TO DTL-ACCOUNT.
042500     MOVE COL-DAYS-OD     TO DTL-DAYS.
042600     COMPUTE WS-OD-AMT = ZERO - COL-CURR-BAL.
042700     MOVE WS-OD-AMT       TO DTL-OD-AMT.
042800     MOVE 'ACCOUNT OFF MASTER - DROPPED' TO DTL-ACTION.
042900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
043000     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
043100 2200-EXIT. EXIT.
043200     EJECT
043300*----------------------------------------------------------------*
043400*    2300-TEST-OVERDRAWN - AN OPEN DEPOSIT ACCOUNT WITH A        *
043500*    NEGATIVE BALANCE THAT HAS NOT ALREADY BEEN CHARGED OFF.     *
043600*----------------------------------------------------------------*
043700 2300-TEST-OVERDRAWN.
043800     MOVE 'N'  TO WS-OVERDRAWN-SW.
043900     MOVE ZERO TO WS-OD-DAYS WS-OD-AMT.
044000     MOVE SPACES TO WS-INTO-OD-YYMMDD.
044100     IF  WMS-CURR-BAL NOT LESS THAN ZERO
044200         GO TO 2300-EXIT.
044300     IF  WMS-LOAN-TRLR EQUAL '1'
044500         GO TO 2300-EXIT.
044600     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
044700     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
044800     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
044900         GO TO 2300-EXIT.
045000     IF  WMS-CHARGE-OFF-CODE NOT EQUAL SPACE
045100     AND WMS-CHARGE-OFF-CODE NOT EQUAL LOW-VALUE
045200         GO TO 2300-EXIT.
045300     MOVE 'Y' TO WS-OVERDRAWN-SW.
045400     COMPUTE WS-OD-AMT = ZERO - WMS-CURR-BAL.
045500     IF  WMS-DATE-INTO-OD NUMERIC
045600     AND WMS-DATE-INTO-OD NOT EQUAL ZEROS
045700         MOVE WMS-INTO-OD-YR TO WS-INTO-OD-YYMMDD (1:2)
045800         MOVE WMS-INTO-OD-MO TO WS-INTO-OD-YYMMDD (3:2)
045900         MOVE WMS-INTO-OD-DA TO WS-INTO-OD-YYMMDD (5:2)
046000         MOVE WS-INTO-OD-YYMMDD  TO WS-LOW-DATE
046100         MOVE WS-RUN-DATE-YYMMDD TO WS-HIGH-DATE
046200         PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT
046300         MOVE RET-DAYS TO WS-OD-DAYS
046400     ELSE
046500         MOVE WMS-OD-CONSEC-DAYS TO WS-OD-DAYS.
046600     IF  WS-OD-DAYS LESS THAN ZERO
046700         MOVE ZERO TO WS-OD-DAYS.
046800     IF  WS-OD-DAYS GREATER THAN 999
046900         MOVE 999 TO WS-OD-DAYS.
047000 2300-EXIT. EXIT.
047100     EJECT
047200*----------------------------------------------------------------*
047300*    2400-EXISTING - AN ACCOUNT ALREADY ON THE QUEUE.  ONE NO    *
047400*    LONGER OVERDRAWN LEAVES IT; ONE TRANSFERRED TO CHARGE-OFF   *
047500*    WAITS UNCHANGED FOR THE CHARGE-OFF TO POST.                 *
047600*----------------------------------------------------------------*
047700 2400-EXISTING.
047800     MOVE COL-CONTROL-KEY TO DTL-ACCOUNT.
047900     MOVE WS-OD-DAYS      TO DTL-DAYS.
048000     MOVE WS-OD-AMT       TO DTL-OD-AMT.
048100     IF  NOT WS-88-OVERDRAWN
048200         IF  COL-88-TRANSFERRED
048300             ADD 1 TO WS-TOT-RELEASED
048400             MOVE 'CHARGE-OFF POSTED - RELEASED' TO DTL-ACTION
048500             PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
048600             GO TO 2400-EXIT
048700         ELSE
048800             ADD 1 TO WS-TOT-CURED
048900             MOVE 'BROUGHT CURRENT - COLLECTION CLOSED'
049000                 TO DTL-ACTION
049100             PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
049200             GO TO 2400-EXIT.
049300     IF  COL-88-TRANSFERRED
049400         ADD 1 TO WS-TOT-AWAITING
049500         MOVE WS-OD-DAYS TO COL-DAYS-OD
049600         MOVE WMS-CURR-BAL TO COL-CURR-BAL
049700         PERFORM 2800-WRITE-QUEUE THRU 2800-EXIT
049800         GO TO 2400-EXIT.
049900     ADD 1 TO WS-TOT-CARRIED.
050000     PERFORM 2600-WORK-COLLECTION THRU 2600-EXIT.
050100 2400-EXIT. EXIT.
050200     EJECT
050300 2500-NEW-COLLECTION.
050400     IF  NOT WS-88-OVERDRAWN
050500     OR  WS-OD-DAYS LESS THAN WS-OPEN-DAYS
050600         GO TO 2500-EXIT.
050700     MOVE SPACES TO COLLECTION-QUEUE-RECORD.
050800     MOVE WMS-CONTROL-KEY    TO COL-CONTROL-KEY.
050900     MOVE 'O'                TO COL-STATUS.
051000     MOVE WS-RUN-DATE-YYMMDD TO COL-OPEN-DATE.
051100     MOVE WS-INTO-OD-YYMMDD  TO COL-INTO-OD-DATE.
051200     MOVE WMS-CURR-BAL       TO COL-OPEN-BAL.
051300     MOVE ZERO               TO COL-LAST-LETTER
051400                                COL-PROMISE-AMT
051500                                COL-PROMISES-BROKEN.
051600     ADD 1 TO WS-TOT-OPENED.
051700     MOVE COL-CONTROL-KEY TO DTL-ACCOUNT.
051800     MOVE WS-OD-DAYS      TO DTL-DAYS.
051900     MOVE WS-OD-AMT       TO DTL-OD-AMT.
052000     MOVE 'COLLECTION OPENED' TO DTL-ACTION.
052100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
052200     PERFORM 2600-WORK-COLLECTION THRU 2600-EXIT.
052300 2500-EXIT. EXIT.
052400     EJECT
052500*----------------------------------------------------------------*
052600*    2600-WORK-COLLECTION - APPLY PROMISE CARDS, CHECK A LAPSED  *
052700*    PROMISE, THEN EITHER TRANSFER TO CHARGE-OFF OR SEND THE     *
052800*    LETTER DUE, AND LIST THE ACCOUNT IF IT CHARGES OFF WITHIN   *
052900*    THE LOOK-AHEAD DAYS.                                        *
053000*----------------------------------------------------------------*
053100 2600-WORK-COLLECTION.
053200     MOVE WS-OD-DAYS   TO COL-DAYS-OD.
053300     MOVE WMS-CURR-BAL TO COL-CURR-BAL.
053400     PERFORM 2610-APPLY-PROMISE THRU 2610-EXIT
053500         VARYING WS-SUB FROM 1 BY 1
053600         UNTIL WS-SUB GREATER THAN WS-PTP-COUNT.
053700     MOVE 'N' TO WS-PROMISE-LIVE-SW.
053800     IF  COL-PROMISE-DATE NUMERIC
053900         IF  COL-PROMISE-DATE NOT LESS THAN WS-RUN-DATE-YYMMDD
054000             MOVE 'Y' TO WS-PROMISE-LIVE-SW
054100         ELSE
054200             PERFORM 2640-BREAK-PROMISE THRU 2640-EXIT.
054300     IF  WS-OD-DAYS NOT LESS THAN WS-CHGOFF-DAYS
054400         PERFORM 2700-TRANSFER THRU 2700-EXIT
054500         PERFORM 2800-WRITE-QUEUE THRU 2800-EXIT
054600         GO TO 2600-EXIT.
054700     PERFORM 2620-LETTER THRU 2620-EXIT.
054800     COMPUTE WS-DAYS-LEFT = WS-CHGOFF-DAYS - WS-OD-DAYS.
054900     IF  WS-DAYS-LEFT NOT GREATER THAN WS-LOOKAHEAD-DAYS
055000         PERFORM 2650-ADD-DUE THRU 2650-EXIT.
055100     PERFORM 2800-WRITE-QUEUE THRU 2800-EXIT.
055200 2600-EXIT. EXIT.
055300 2610-APPLY-PROMISE.
055400     SET PTX TO WS-SUB.
055500     IF  WS-PTP-ACCOUNT (PTX) NOT EQUAL COL-CONTROL-KEY
055600     OR  WS-PTP-USED (PTX) NOT EQUAL 'N'
055700         GO TO 2610-EXIT.
055800     IF  WS-PTP-DATE (PTX) NOT GREATER THAN WS-RUN-DATE-YYMMDD
055900     OR  WS-PTP-OPER (PTX) EQUAL SPACES
056000         MOVE 'R' TO WS-PTP-USED (PTX)
056100         GO TO 2610-EXIT.
056200     MOVE 'Y' TO WS-PTP-USED (PTX).
056300     ADD 1 TO WS-TOT-PROMISES.
056400     MOVE WS-PTP-DATE (PTX) TO COL-PROMISE-DATE.
056500     MOVE WS-PTP-AMT (PTX)  TO COL-PROMISE-AMT.
056600     MOVE WS-PTP-OPER (PTX) TO COL-PROMISE-OPER.
056700     MOVE WS-PTP-DATE (PTX) TO WS-WORK-DATE-YYMMDD.
056800     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
056900     MOVE SPACES TO DTL-ACTION.
057000     STRING 'PROMISE TO PAY TAKEN FOR ' WS-EDIT-DATE
057100         DELIMITED BY SIZE INTO DTL-ACTION.
057200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
057300 2610-EXIT. EXIT.
057400     EJECT
057500 2620-LETTER.
057600     MOVE ZERO TO WS-LETTER-DUE.
057700     PERFORM 2630-TEST-LETTER THRU 2630-EXIT
057800         VARYING WS-LTR FROM 1 BY 1
057900         UNTIL WS-LTR GREATER THAN 3.
058000     IF  WS-LETTER-DUE NOT GREATER THAN COL-LAST-LETTER
058100         GO TO 2620-EXIT.
058200     IF  WS-88-PROMISE-LIVE
058300         ADD 1 TO WS-TOT-LETTER-HELD
058400         MOVE 'LETTER HELD - PROMISE TO PAY' TO DTL-ACTION
058500         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
058600         GO TO 2620-EXIT.
058700     MOVE WS-RUN-DATE-YYMMDD TO WS-LOW-DATE.
058800     COMPUTE WS-DAYS-LEFT = WS-CHGOFF-DAYS - WS-OD-DAYS.
058900     PERFORM 2960-ADD-DAYS THRU 2960-EXIT.
059000     MOVE SPACES TO COL-LETTER-RECORD.
059100     MOVE COL-CONTROL-KEY    TO CLT-ACCOUNT.
059200     MOVE WS-LETTER-DUE      TO CLT-LETTER-NUMBER.
059300     MOVE WS-OD-DAYS         TO CLT-DAYS-OD.
059400     MOVE WS-OD-AMT          TO CLT-OD-AMT.
059500     MOVE COL-INTO-OD-DATE   TO CLT-INTO-OD-DATE.
059600     MOVE WS-CHGOFF-YYMMDD   TO CLT-CHGOFF-DATE.
059700     MOVE WS-RUN-DATE-YYMMDD TO CLT-LETTER-DATE.
059800     WRITE COL-LETTER-RECORD.
059900     ADD 1 TO WS-TOT-LETTER (WS-LETTER-DUE).
060000     MOVE WS-LETTER-DUE      TO COL-LAST-LETTER.
060100     MOVE WS-RUN-DATE-YYMMDD TO COL-LAST-LETTER-DATE.
060200     MOVE WS-LETTER-LIT (WS-LETTER-DUE) TO DTL-ACTION.
060300     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
060400 2620-EXIT. EXIT.
060500 2630-TEST-LETTER.
060600     IF  WS-LETTER-DAYS (WS-LTR) GREATER THAN ZERO
060700     AND WS-OD-DAYS NOT LESS THAN WS-LETTER-DAYS (WS-LTR)
060800         MOVE WS-LTR TO WS-LETTER-DUE.
060900 2630-EXIT. EXIT.
061000*----------------------------------------------------------------*
061100*    2640-BREAK-PROMISE - THE PROMISED DATE HAS PASSED WITH THE  *
061200*    ACCOUNT STILL OVERDRAWN.  LETTERS RESUME TODAY.             *
061300*----------------------------------------------------------------*
061400 2640-BREAK-PROMISE.
061500     ADD 1 TO WS-TOT-BROKEN.
061600     IF  COL-PROMISES-BROKEN LESS THAN 99
061700         ADD 1 TO COL-PROMISES-BROKEN.
061800     MOVE SPACES TO COL-PROMISE-DATE COL-PROMISE-OPER.
061900     MOVE ZERO   TO COL-PROMISE-AMT.
062000     MOVE 'PROMISE TO PAY BROKEN' TO DTL-ACTION.
062100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
062200 2640-EXIT. EXIT.
062300     EJECT
062400 2650-ADD-DUE.
062500     IF  WS-DUE-COUNT NOT LESS THAN WS-DUE-MAX
062600         ADD 1 TO WS-TOT-DUE-OVERFLOW
062700         GO TO 2650-EXIT.
062800     ADD 1 TO WS-DUE-COUNT.
062900     SET DUX TO WS-DUE-COUNT.
063000     MOVE COL-CONTROL-KEY TO WS-DUE-ACCOUNT (DUX).
063100     MOVE WS-OD-DAYS      TO WS-DUE-DAYS-OD (DUX).
063200     MOVE WS-OD-AMT       TO WS-DUE-OD-AMT (DUX).
063300     MOVE COL-LAST-LETTER TO WS-DUE-LAST-LETTER (DUX).
063400     MOVE WS-RUN-DATE-YYMMDD TO WS-LOW-DATE.
063500     PERFORM 2960-ADD-DAYS THRU 2960-EXIT.
063600     MOVE WS-CHGOFF-YYMMDD TO WS-WORK-DATE-YYMMDD.
063700     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
063800     MOVE WS-EDIT-DATE TO WS-DUE-CHGOFF-DATE (DUX).
063900     MOVE SPACES TO WS-DUE-PROMISE-DATE (DUX).
064000     IF  WS-88-PROMISE-LIVE
064100         MOVE COL-PROMISE-DATE TO WS-WORK-DATE-YYMMDD
064200         PERFORM 7900-EDIT-DATE THRU 7900-EXIT
064300         MOVE WS-EDIT-DATE TO WS-DUE-PROMISE-DATE (DUX).
064400 2650-EXIT. EXIT.
064500     EJECT
064600*----------------------------------------------------------------*
064700*    2700-TRANSFER - THE CHARGE-OFF DAY IS REACHED.  THE ACCOUNT *
064800*    GOES TO THE CHARGE-OFF INTAKE DATED TODAY.                  *
064900*----------------------------------------------------------------*
065000 2700-TRANSFER.
065100     MOVE SPACES TO COL-CHGOFF-RECORD.
065200     MOVE COL-CONTROL-KEY    TO CCI-CONTROL-KEY.
065300     MOVE WS-RUN-DATE-YYMMDD TO CCI-CHARGE-OFF-DATE.
065400     WRITE COL-CHGOFF-RECORD.
065500     ADD 1 TO WS-TOT-TRANSFERRED.
065600     MOVE 'T'                TO COL-STATUS.
065700     MOVE WS-RUN-DATE-YYMMDD TO COL-TRANSFER-DATE.
065800     MOVE 'WRITTEN TO CHARGE-OFF INTAKE' TO DTL-ACTION.
065900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
066000 2700-EXIT. EXIT.
066100 2800-WRITE-QUEUE.
066200     MOVE COLLECTION-QUEUE-RECORD TO COL-QUEUE-OUT-REC.
066300     WRITE COL-QUEUE-OUT-REC.
066400     ADD 1 TO WS-TOT-QUEUED.
066500 2800-EXIT. EXIT.
066600     EJECT
066700 2900-READ-MASTER.
066800     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
066900     MOVE -1   TO I-O-SEND-CODE.
067000     CALL 'IMACTM' USING I-O-CONTROL-AREA
067100                         MASTER-AREA
067200                         SI-ENVIRONMENT-AREA.
067300     IF  I-O-88-END-OF-FILE
067400         MOVE 'Y' TO WS-END-OF-FILE-SW.
067500 2900-EXIT. EXIT.
067600 2950-DAYS-BETWEEN.
067700     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
067800     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
067900     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
068000     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
068100     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
068200     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
068300     CALL 'SIDIF1' USING DATE-AREA.
068400 2950-EXIT. EXIT.
068500*----------------------------------------------------------------*
068600*    2960-ADD-DAYS - WS-LOW-DATE PLUS THE DAYS LEFT TO CHARGE-   *
068700*    OFF GIVES THE PROJECTED CHARGE-OFF DATE IN WS-CHGOFF-YYMMDD.*
068800*----------------------------------------------------------------*
068900 2960-ADD-DAYS.
069000     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
069100     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
069200     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
069300     MOVE WS-DAYS-LEFT       TO RET-DAYS.
069400     CALL 'SIFDAT1' USING DATE-AREA.
069500     MOVE DT-H-YR TO WS-CHGOFF-YYMMDD (1:2).
069600     MOVE DT-H-MO TO WS-CHGOFF-YYMMDD (3:2).
069700     MOVE DT-H-DA TO WS-CHGOFF-YYMMDD (5:2).
069800 2960-EXIT. EXIT.
069900     EJECT
070000*----------------------------------------------------------------*
070100*    8000-PRINT-DUE - SECTION 2, ACCOUNTS THAT CHARGE OFF WITHIN *
070200*    THE LOOK-AHEAD DAYS UNLESS BROUGHT CURRENT.                 *
070300*----------------------------------------------------------------*
070400 8000-PRINT-DUE.
070500     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
070600     MOVE 'SECTION 2 - DUE TO CHARGE OFF IN THE LOOK-AHEAD DAYS'
070700         TO SEC-TITLE.
070800     MOVE SPACES TO COL-QUEUE-RPT-LINE.
070900     MOVE WS-SECTION-TITLE TO COL-QUEUE-RPT-LINE.
071000     WRITE COL-QUEUE-RPT-LINE.
071100     MOVE SPACES TO COL-QUEUE-RPT-LINE.
071200     MOVE WS-DUE-HEAD TO COL-QUEUE-RPT-LINE.
071300     WRITE COL-QUEUE-RPT-LINE.
071400     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
071500     PERFORM 8100-DUE-LINE THRU 8100-EXIT
071600         VARYING WS-SUB FROM 1 BY 1
071700         UNTIL WS-SUB GREATER THAN WS-DUE-COUNT.
071800 8000-EXIT. EXIT.
071900 8100-DUE-LINE.
072000     SET DUX TO WS-SUB.
072100     MOVE WS-DUE-ACCOUNT (DUX)      TO DUL-ACCOUNT.
072200     MOVE WS-DUE-DAYS-OD (DUX)      TO DUL-DAYS.
072300     MOVE WS-DUE-OD-AMT (DUX)       TO DUL-OD-AMT.
072400     MOVE WS-DUE-CHGOFF-DATE (DUX)  TO DUL-CHGOFF-DATE.
072500     MOVE WS-DUE-LAST-LETTER (DUX)  TO DUL-LAST-LETTER.
072600     MOVE WS-DUE-PROMISE-DATE (DUX) TO DUL-PROMISE-DATE.
072700     MOVE SPACES TO COL-QUEUE-RPT-LINE.
072800     MOVE WS-DUE-LINE TO COL-QUEUE-RPT-LINE.
072900     WRITE COL-QUEUE-RPT-LINE.
073000 8100-EXIT. EXIT.
073100     EJECT
073200*----------------------------------------------------------------*
073300*    8500-PRINT-REJECTS - SECTION 3, PROMISE CARDS NOT TAKEN.    *
073400*----------------------------------------------------------------*
073500 8500-PRINT-REJECTS.
073600     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
073700     MOVE 'SECTION 3 - PROMISE-TO-PAY CARDS REJECTED'
073800         TO SEC-TITLE.
073900     MOVE SPACES TO COL-QUEUE-RPT-LINE.
074000     MOVE WS-SECTION-TITLE TO COL-QUEUE-RPT-LINE.
074100     WRITE COL-QUEUE-RPT-LINE.
074200     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
074300     PERFORM 8600-REJECT-LINE THRU 8600-EXIT
074400         VARYING WS-SUB FROM 1 BY 1
074500         UNTIL WS-SUB GREATER THAN WS-PTP-COUNT.
074600 8500-EXIT. EXIT.
074700 8600-REJECT-LINE.
074800     SET PTX TO WS-SUB.
074900     IF  WS-PTP-USED (PTX) EQUAL 'Y'
075000         GO TO 8600-EXIT.
075100     ADD 1 TO WS-TOT-PROMISE-REJECT.
075200     MOVE WS-PTP-ACCOUNT (PTX) TO DTL-ACCOUNT.
075300     MOVE ZERO TO DTL-DAYS DTL-OD-AMT.
075400     IF  WS-PTP-USED (PTX) EQUAL 'R'
075500         MOVE 'NO OPERATOR OR DATE NOT IN FUTURE' TO DTL-ACTION
075600     ELSE
075700         MOVE 'NO OPEN COLLECTION FOR ACCOUNT' TO DTL-ACTION.
075800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
075900 8600-EXIT. EXIT.
076000     EJECT
076100 7800-PRINT-DETAIL.
076200     MOVE SPACES TO COL-QUEUE-RPT-LINE.
076300     MOVE WS-DETAIL-LINE TO COL-QUEUE-RPT-LINE.
076400     WRITE COL-QUEUE-RPT-LINE.
076500 7800-EXIT. EXIT.
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
077600     WRITE COL-QUEUE-RPT-LINE FROM WS-BLANK-LINE.
077700     MOVE 'COLLECTIONS OPENED                ' TO SUM-LIT.
077800     MOVE WS-TOT-OPENED TO SUM-COUNT.
077900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078000     MOVE 'COLLECTIONS CARRIED               ' TO SUM-LIT.
078100     MOVE WS-TOT-CARRIED TO SUM-COUNT.
078200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078300     MOVE 'BROUGHT CURRENT - CLOSED          ' TO SUM-LIT.
078400     MOVE WS-TOT-CURED TO SUM-COUNT.
078500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078600     MOVE 'RELEASED FROM QUEUE               ' TO SUM-LIT.
078700     MOVE WS-TOT-RELEASED TO SUM-COUNT.
078800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078900     MOVE 'LETTER 1 SENT                     ' TO SUM-LIT.
079000     MOVE WS-TOT-LETTER (1) TO SUM-COUNT.
079100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079200     MOVE 'LETTER 2 SENT                     ' TO SUM-LIT.
079300     MOVE WS-TOT-LETTER (2) TO SUM-COUNT.
079400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079500     MOVE 'LETTER 3 SENT                     ' TO SUM-LIT.
079600     MOVE WS-TOT-LETTER (3) TO SUM-COUNT.
079700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079800     MOVE 'LETTERS HELD - PROMISE TO PAY     ' TO SUM-LIT.
079900     MOVE WS-TOT-LETTER-HELD TO SUM-COUNT.
080000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080100     MOVE 'PROMISES TO PAY TAKEN             ' TO SUM-LIT.
080200     MOVE WS-TOT-PROMISES TO SUM-COUNT.
080300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080400     MOVE 'PROMISE CARDS REJECTED            ' TO SUM-LIT.
080500     MOVE WS-TOT-PROMISE-REJECT TO SUM-COUNT.
080600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080700     MOVE 'PROMISES BROKEN                   ' TO SUM-LIT.
080800     MOVE WS-TOT-BROKEN TO SUM-COUNT.
080900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081000     MOVE 'WRITTEN TO CHARGE-OFF INTAKE      ' TO SUM-LIT.
081100     MOVE WS-TOT-TRANSFERRED TO SUM-COUNT.
081200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081300     MOVE 'AWAITING CHARGE-OFF POSTING       ' TO SUM-LIT.
081400     MOVE WS-TOT-AWAITING TO SUM-COUNT.
081500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081600     MOVE 'DUE WITHIN LOOK-AHEAD DAYS        ' TO SUM-LIT.
081700     MOVE WS-DUE-COUNT TO SUM-COUNT.
081800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081900     MOVE 'DUE LIST PAST TABLE - NOT LISTED  ' TO SUM-LIT.
082000     MOVE WS-TOT-DUE-OVERFLOW TO SUM-COUNT.
082100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082200     MOVE 'QUEUE RECORDS WRITTEN             ' TO SUM-LIT.
082300     MOVE WS-TOT-QUEUED TO SUM-COUNT.
082400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
082600     MOVE -1   TO I-O-SEND-CODE.
082700     CALL 'IMACTM' USING I-O-CONTROL-AREA
082800                         MASTER-AREA
082900                         SI-ENVIRONMENT-AREA.
083000     IF  NOT WS-88-QUEUE-NOT-FOUND
083100         CLOSE COL-QUEUE-IN.
083200     CLOSE COL-QUEUE-OUT.
083300     CLOSE COL-LETTER-EXT.
083400     CLOSE COL-CHGOFF-OUT.
083500     CLOSE COL-QUEUE-RPT.
083600 9000-EXIT. EXIT.
083700 9100-PRINT-SUMMARY.
083800     MOVE SPACES TO COL-QUEUE-RPT-LINE.
083900     MOVE WS-SUMMARY-LINE TO COL-QUEUE-RPT-LINE.
084000     WRITE COL-QUEUE-RPT-LINE.
084100 9100-EXIT. EXIT.
