*     * GN6197 * 09/28/26 JCTE ELDER FINANCIAL EXPLOITATION MONITOR
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMEFEMON.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/28/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMEFEMON RUNS NIGHTLY AGAINST THE OPEN DEPOSIT ACCOUNTS OF  *
000900*    CUSTOMERS AT OR OVER THE PARM MINIMUM AGE (FROM             *
001000*    WMS-BIRTHDATE) AND LOOKS FOR THE EXPLOITATION PATTERN - A   *
001100*    NEW POWER OF ATTORNEY OR SIGNER, A CHANGED ADDRESS OR       *
001200*    PHONE, THEN LARGE MONEY GOING OUT.  PARTY EVENTS COME FROM  *
001300*    THE OWNERSHIP REGISTRY (IMOWNOUT, ACTIVE ROLES P, S AND J   *
001400*    BY EFFECTIVE DATE) AND CONTACT EVENTS FROM THE PERMANENT    *
001500*    MAINTENANCE JOURNAL (IMFMJHST, ADDRESS AND PHONE FIELD      *
001600*    IDS); EVENTS INSIDE THE PARM EVENT DAYS ARE SORTED          *
001700*    (IMEFESRT) INTO MASTER KEY ORDER.  THE POSTED TRANSACTION   *
001800*    ARCHIVE (IMWSTHAR) GIVES THE ACCOUNT'S OWN BASELINE -       *
001900*    DEBITS IN THE HISTORY DAYS BEFORE THE EVENT WINDOW - AND    *
002000*    THE RECENT DEBITS INSIDE IT.  EACH FINDING SCORES POINTS -  *
002100*      P  30  POWER OF ATTORNEY ADDED                            *
002200*      S  20  SIGNER OR JOINT OWNER ADDED                        *
002300*      A  20  ADDRESS CHANGED                                    *
002400*      T  15  PHONE CHANGED                                      *
002500*      L  20  DEBIT OF THE LARGE MULTIPLE OF THE AVERAGE DEBIT   *
002600*      W  15  A LARGE DEBIT WAS AN OUTGOING WIRE                 *
002700*      V  10  RECENT DEBITS OVER THE LARGE MULTIPLE OF THE       *
002800*             OUTFLOW THE BASELINE EXPECTS FOR THE WINDOW        *
002900*      Q  15  A LARGE DEBIT FOLLOWED A PARTY OR CONTACT EVENT    *
003000*             WITHIN THE PARM FOLLOW DAYS                        *
003100*    ONLY AN ACCOUNT WITH BOTH AN EVENT AND A LARGE DEBIT IS     *
003200*    SCORED.  AT THE PARM SCORE MINIMUM A CASE IS WRITTEN TO THE *
003300*    EXCEPTION WORK FILE (IMTAGT) FOR THE IMEXWQUE WORKQUEUE,    *
003400*    AND A RECOMMENDED HOLD CARD (IMEFEHMT, IMHLDMNT LAYOUT) FOR *
003500*    THE CURRENT BALANCE UNDER THE ELDER-EXPLOITATION REASON     *
003600*    CODE IS STAGED WITHOUT AN OPERATOR - IMHLDPRC REFUSES IT    *
003700*    UNTIL THE REVIEWER WHO CONFIRMS THE HOLD STAMPS THEIR ID,   *
003800*    SO NO FUNDS ARE FROZEN WITHOUT A PERSON DECIDING TO.  THE   *
003900*    WORKQUEUE DROPS AN ITEM ALREADY QUEUED UNDER THE SAME CODE, *
004000*    SO A CASE RE-SCORED ON LATER NIGHTS IS NOT DUPLICATED.      *
004100*----------------------------------------------------------------*
004200*               ** HISTORY OF REVISIONS **                      *
004300* DESCRIPTION                                           CHNGID  *
004400* ____________________________________________________ _______ *
004500* 09/28/26 JCTE NEW PROGRAM - ELDER FINANCIAL            GN6197 *
004600*                EXPLOITATION MONITOR                           *
004700*----------------------------------------------------------------*
004800 ENVIRONMENT    DIVISION.
004900 INPUT-OUTPUT   SECTION.
005000 FILE-CONTROL.
005100     SELECT EFE-PARM-FILE     ASSIGN TO "IMEFEPRM"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-REG-FILE-STATUS.
005600     SELECT OPTIONAL FM-HISTORY-FILE ASSIGN TO "IMFMJHST"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-HIST-FILE-STATUS.
005900     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT EVENT-SORT-FILE   ASSIGN TO "IMEFESRT".
006200     SELECT OPTIONAL EFE-EXCEPTION-FILE ASSIGN TO "IMTAGT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-EXC-FILE-STATUS.
006500     SELECT HOLD-MAINT-OUT    ASSIGN TO "IMEFEHMT"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT EFE-MONITOR-RPT   ASSIGN TO "IMEFERPT"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  EFE-PARM-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  EFE-PARM-RECORD.
007400     03  EFP-RUN-DATE                PIC 9(6).
007500     03  EFP-MIN-AGE                 PIC 9(3).
007600     03  EFP-EVENT-DAYS              PIC 9(3).
007700     03  EFP-FOLLOW-DAYS             PIC 9(3).
007800     03  EFP-HISTORY-DAYS            PIC 9(3).
007900     03  EFP-LARGE-MULT              PIC 9(2).
008000     03  EFP-LARGE-MIN-AMT           PIC 9(7).
008100     03  EFP-SCORE-MIN               PIC 9(3).
008200     03  EFP-EX-CODE                 PIC X(4).
008300     03  EFP-HOLD-REASON             PIC XX.
008400     03  EFP-HOLD-DAYS               PIC 9(3).
008500     03  EFP-WIRE-CODES              PIC X(10).
008600     03  FILLER                      PIC X(31).
008700 FD  REGISTRY-FILE.
008800     COPY IMWSOWNR.
008900 FD  FM-HISTORY-FILE.
009000     COPY IMWSFMJR.
009100 FD  TRAN-ARCHIVE-FILE.
009200     COPY IMWSTHAR.
009300 SD  EVENT-SORT-FILE.
009400 01  EVENT-SORT-RECORD.
009500     03  EVS-ACCOUNT                 PIC X(22).
009600     03  EVS-DATE                    PIC 9(6).
009700     03  EVS-TYPE                    PIC X.
009800 FD  EFE-EXCEPTION-FILE.
009900     COPY IMWSEXWK.
010000 FD  HOLD-MAINT-OUT
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  HOLD-MAINT-RECORD.
010300     03  HMT-FUNCTION                PIC X.
010400         88  HMT-88-PLACE            VALUE 'P'.
010500         88  HMT-88-RELEASE          VALUE 'R'.
010600     03  HMT-ACCOUNT                 PIC X(22).
010700     03  HMT-SEQ-NO                  PIC 9(7).
010800     03  HMT-AMOUNT                  PIC 9(9)V99.
010900     03  HMT-REASON-CODE             PIC XX.
011000     03  HMT-EXPIRES                 PIC 9(6).
011100     03  HMT-OPER-ID                 PIC X(5).
011200     03  FILLER                      PIC X(26).
011300 FD  EFE-MONITOR-RPT
011400     RECORD CONTAINS 133 CHARACTERS.
011500 01  EFE-MONITOR-RPT-LINE            PIC X(133).
011600 WORKING-STORAGE SECTION.
011700 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMEFEMON'.
011800 77  WS-EVT-MAX                      PIC S9(3)   COMP VALUE +20.
011900 77  WS-DEB-MAX                      PIC S9(3)   COMP VALUE +100.
012000 77  WS-FLG-MAX                      PIC S9(3)   COMP VALUE +8.
012100 77  WS-REG-FILE-STATUS              PIC X(2)    VALUE SPACES.
012200     88  WS-88-REG-NOT-FOUND         VALUE '05' '35'.
012300 77  WS-HIST-FILE-STATUS             PIC X(2)    VALUE SPACES.
012400     88  WS-88-HIST-NOT-FOUND        VALUE '05' '35'.
012500 77  WS-EXC-FILE-STATUS              PIC X(2)    VALUE SPACES.
012600     88  WS-88-EXC-NOT-FOUND         VALUE '35'.
012700     EJECT
012800     COPY SIWSDTAR.
012900     EJECT
013000 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
013100 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013200     03  WS-RUN-YR                   PIC 99.
013300     03  WS-RUN-MO                   PIC 99.
013400     03  WS-RUN-DA                   PIC 99.
013500 01  WS-RUN-CCYY                     PIC 9(4)    VALUE 0.
013600 01  WS-BIRTH-CCYY                   PIC 9(4)    VALUE 0.
013700 01  WS-EXPIRE-YYMMDD                PIC 9(6)    VALUE 0.
013800 01  WS-EVENT-DATE                   PIC 9(6)    VALUE 0.
013900 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
014000 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
014100     EJECT
014200 01  WS-SWITCHES.
014300     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
014400         88  WS-88-INPUT-EOF         VALUE 'Y'.
014500     03  WS-ARC-EOF-SW               PIC X(1)    VALUE 'N'.
014600         88  WS-88-ARC-EOF           VALUE 'Y'.
014700     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
014800         88  WS-88-MASTER-EOF        VALUE 'Y'.
014900     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
015000         88  WS-88-SORT-EOF          VALUE 'Y'.
015100     03  WS-ELIGIBLE-SW              PIC X(1)    VALUE 'N'.
015200         88  WS-88-ELIGIBLE          VALUE 'Y'.
015300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
015400 01  WS-EVT-SUB                      PIC S9(3)   COMP VALUE 0.
015500 01  WS-FLG-SUB                      PIC S9(3)   COMP VALUE 0.
015600 01  WS-EVT-COUNT                    PIC S9(3)   COMP VALUE 0.
015700 01  WS-DEB-COUNT                    PIC S9(3)   COMP VALUE 0.
015800 01  WS-HIST-COUNT                   PIC S9(7)   COMP VALUE 0.
015900 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
016000 01  WS-AGE                          PIC S9(3)   COMP-3 VALUE 0.
016100 01  WS-SCORE                        PIC S9(3)   COMP-3 VALUE 0.
016200 01  WS-DAYS-AGO                     PIC S9(5)   COMP-3 VALUE 0.
016300 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
016400 01  WS-HIST-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
016500 01  WS-RECENT-AMT                   PIC S9(13)V99 COMP-3 VALUE 0.
016600 01  WS-EXPECTED-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
016700 01  WS-LARGE-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
016800 01  WS-LARGE-MIN                    PIC S9(13)V99 COMP-3 VALUE 0.
016900 01  WS-HOLD-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
017000 01  WS-MAX-HOLD-AMT                 PIC S9(13)V99 COMP-3
017100                                     VALUE +999999999.99.
017200 01  WS-ACTION                       PIC X(20)   VALUE SPACES.
017300 01  WS-FLAGS                        PIC X(8)    VALUE SPACES.
017400 01  WS-FLAG-TABLE REDEFINES WS-FLAGS.
017500     03  WS-FLAG OCCURS 8 TIMES      PIC X.
017600 01  WS-SCORE-EDIT                   PIC 999.
017700 01  WS-HOLD-DAYS-EDIT               PIC 999.
017800     EJECT
017900*----------------------------------------------------------------*
018000*    SCORING FINDINGS - FLAG LETTER, POINTS AND NAME.  THE FLAG  *
018100*    STRING ON THE CASE AND THE REPORT IS IN THIS ORDER.         *
018200*----------------------------------------------------------------*
018300 01  WS-FINDING-NAMES.
018400     03  FILLER                      PIC X(34)   VALUE
018500         'P030POWER OF ATTORNEY ADDED       '.
018600     03  FILLER                      PIC X(34)   VALUE
018700         'S020SIGNER OR JOINT OWNER ADDED   '.
018800     03  FILLER                      PIC X(34)   VALUE
018900         'A020ADDRESS CHANGED               '.
019000     03  FILLER                      PIC X(34)   VALUE
019100         'T015PHONE CHANGED                 '.
019200     03  FILLER                      PIC X(34)   VALUE
019300         'L020LARGE DEBIT                   '.
019400     03  FILLER                      PIC X(34)   VALUE
019500         'W015LARGE OUTGOING WIRE           '.
019600     03  FILLER                      PIC X(34)   VALUE
019700         'V010OUTFLOW ABOVE OWN HISTORY     '.
019800     03  FILLER                      PIC X(34)   VALUE
019900         'Q015LARGE DEBIT FOLLOWED EVENT    '.
020000 01  WS-FINDING-TABLE REDEFINES WS-FINDING-NAMES.
020100     03  WS-FND-ENTRY OCCURS 8 TIMES.
020200         05  WS-FND-FLAG             PIC X.
020300         05  WS-FND-POINTS           PIC 9(3).
020400         05  WS-FND-NAME             PIC X(30).
020500     EJECT
020600*----------------------------------------------------------------*
020700*    EVENTS AND RECENT DEBITS OF THE CURRENT ACCOUNT - DAYS ARE  *
020800*    DAYS BEFORE THE RUN DATE.                                   *
020900*----------------------------------------------------------------*
021000 01  WS-EVENT-TABLE.
021100     03  WS-EVT-ENTRY OCCURS 20 TIMES
021200                      INDEXED BY EVX.
021300         05  WS-EVT-TYPE             PIC X.
021400         05  WS-EVT-DAYS-AGO         PIC S9(5)   COMP-3.
021500 01  WS-DEBIT-TABLE.
021600     03  WS-DEB-ENTRY OCCURS 100 TIMES
021700                      INDEXED BY DBX.
021800         05  WS-DEB-DAYS-AGO         PIC S9(5)   COMP-3.
021900         05  WS-DEB-AMOUNT           PIC S9(13)V99 COMP-3.
022000         05  WS-DEB-WIRE             PIC X.
022100     EJECT
022200 01  WS-TOTALS.
022300     03  WS-TOT-REG-READ             PIC 9(7)    COMP VALUE 0.
022400     03  WS-TOT-JRNL-READ            PIC 9(7)    COMP VALUE 0.
022500     03  WS-TOT-EVENTS               PIC 9(7)    COMP VALUE 0.
022600     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
022700     03  WS-TOT-ARCHIVE              PIC 9(7)    COMP VALUE 0.
022800     03  WS-TOT-ELDER                PIC 9(7)    COMP VALUE 0.
022900     03  WS-TOT-WITH-EVENTS          PIC 9(7)    COMP VALUE 0.
023000     03  WS-TOT-SCORED               PIC 9(7)    COMP VALUE 0.
023100     03  WS-TOT-CASES                PIC 9(7)    COMP VALUE 0.
023200     03  WS-TOT-HOLD-CARDS           PIC 9(7)    COMP VALUE 0.
023300     03  WS-TOT-FLG OCCURS 8 TIMES   PIC 9(7)    COMP.
023400     EJECT
023500 01  WS-REPORT-TITLE.
023600     03  FILLER                      PIC X(48)   VALUE
023700         'IMEFEMON - ELDER FINANCIAL EXPLOITATION MONITOR '.
023800     03  FILLER                      PIC X(9)    VALUE
023900         'RUN DATE '.
024000     03  TTL-RUN-DATE                PIC X(8).
024100     03  FILLER                      PIC X(68)   VALUE SPACES.
024200 01  WS-HEADING-LINE.
024300     03  FILLER                      PIC X(4)    VALUE SPACES.
024400     03  FILLER                      PIC X(50)   VALUE
024500         'BRNCH  ACCOUNT                 AGE  SCR  FLAGS    '.
024600     03  FILLER                      PIC X(50)   VALUE
024700         '    RECENT DEBITS          EXPECTED       HOLD AMO'.
024800     03  FILLER                      PIC X(29)   VALUE
024900         'UNT  ACTION                  '.
025000 01  WS-DETAIL-LINE.
025100     03  FILLER                      PIC X(4)    VALUE SPACES.
025200     03  DTL-BRANCH                  PIC X(5).
025300     03  FILLER                      PIC X(2)    VALUE SPACES.
025400     03  DTL-ACCOUNT                 PIC X(22).
025500     03  FILLER                      PIC X(2)    VALUE SPACES.
025600     03  DTL-AGE                     PIC ZZ9.
025700     03  FILLER                      PIC X(2)    VALUE SPACES.
025800     03  DTL-SCORE                   PIC ZZ9.
025900     03  FILLER                      PIC X(2)    VALUE SPACES.
026000     03  DTL-FLAGS                   PIC X(8).
026100     03  FILLER                      PIC X(2)    VALUE SPACES.
026200     03  DTL-RECENT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
026300     03  FILLER                      PIC X(2)    VALUE SPACES.
026400     03  DTL-EXPECTED                PIC Z,ZZZ,ZZZ,ZZ9.99.
026500     03  FILLER                      PIC X(2)    VALUE SPACES.
026600     03  DTL-HOLD-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99.
026700     03  FILLER                      PIC X(2)    VALUE SPACES.
026800     03  DTL-ACTION                  PIC X(20).
026900     03  FILLER                      PIC X(4)    VALUE SPACES.
027000 01  WS-SUMMARY-LINE.
027100     03  FILLER                      PIC X(4)    VALUE SPACES.
027200     03  SUM-LIT                     PIC X(34).
027300     03  SUM-COUNT                   PIC ZZZ,ZZ9.
027400     03  FILLER                      PIC X(88)   VALUE SPACES.
027500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027600     EJECT
027700 LINKAGE SECTION.
027800     COPY SIWSCNTL.
027900     EJECT
028000     COPY IMAWKMST.
028100     EJECT
028200     COPY IMWSENVO.
028300     EJECT
028400 PROCEDURE DIVISION.
028500*----------------------------------------------------------------*
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028800     SORT EVENT-SORT-FILE
028900         ASCENDING KEY EVS-ACCOUNT EVS-DATE
029000         INPUT PROCEDURE IS 2000-SELECT-EVENTS
029100         OUTPUT PROCEDURE IS 3000-SCAN-MASTER.
029200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
029300     GOBACK.
029400     EJECT
029500 1000-INITIALIZE.
029600     OPEN INPUT EFE-PARM-FILE.
029700     READ EFE-PARM-FILE
029800         AT END MOVE SPACES TO EFE-PARM-RECORD.
029900     CLOSE EFE-PARM-FILE.
030000     IF  EFP-RUN-DATE NUMERIC
030100     AND EFP-RUN-DATE GREATER THAN ZERO
030200         MOVE EFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
030300     ELSE
030400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
030500     IF  WS-RUN-YR LESS THAN BASE-YEAR
030600         COMPUTE WS-RUN-CCYY = 2000 + WS-RUN-YR
030700     ELSE
030800         COMPUTE WS-RUN-CCYY = 1900 + WS-RUN-YR.
030900     IF  EFP-MIN-AGE NOT NUMERIC
031000     OR  EFP-MIN-AGE EQUAL ZERO
031100         MOVE 65 TO EFP-MIN-AGE.
031200     IF  EFP-EVENT-DAYS NOT NUMERIC
031300     OR  EFP-EVENT-DAYS EQUAL ZERO
031400         MOVE 45 TO EFP-EVENT-DAYS.
031500     IF  EFP-FOLLOW-DAYS NOT NUMERIC
031600     OR  EFP-FOLLOW-DAYS EQUAL ZERO
031700         MOVE 30 TO EFP-FOLLOW-DAYS.
031800     IF  EFP-HISTORY-DAYS NOT NUMERIC
031900     OR  EFP-HISTORY-DAYS EQUAL ZERO
032000         MOVE 180 TO EFP-HISTORY-DAYS.
032100     IF  EFP-LARGE-MULT NOT NUMERIC
032200     OR  EFP-LARGE-MULT EQUAL ZERO
032300         MOVE 3 TO EFP-LARGE-MULT.
032400     IF  EFP-LARGE-MIN-AMT NOT NUMERIC
032500     OR  EFP-LARGE-MIN-AMT EQUAL ZERO
032600         MOVE 1000 TO EFP-LARGE-MIN-AMT.
032700     MOVE EFP-LARGE-MIN-AMT TO WS-LARGE-MIN.
032800     IF  EFP-SCORE-MIN NOT NUMERIC
032900     OR  EFP-SCORE-MIN EQUAL ZERO
033000         MOVE 60 TO EFP-SCORE-MIN.
033100     IF  EFP-EX-CODE EQUAL SPACES
033200     OR  EFP-EX-CODE EQUAL LOW-VALUES
033300         MOVE 'EF01' TO EFP-EX-CODE.
033400     IF  EFP-HOLD-REASON EQUAL SPACES
033500     OR  EFP-HOLD-REASON EQUAL LOW-VALUES
033600         MOVE 'EF' TO EFP-HOLD-REASON.
033700     IF  EFP-HOLD-DAYS NOT NUMERIC
033800     OR  EFP-HOLD-DAYS EQUAL ZERO
033900         MOVE 10 TO EFP-HOLD-DAYS.
034000     IF  EFP-WIRE-CODES EQUAL SPACES
034100     OR  EFP-WIRE-CODES EQUAL LOW-VALUES
034200         MOVE '15' TO EFP-WIRE-CODES.
034300     MOVE EFP-HOLD-DAYS TO WS-HOLD-DAYS-EDIT.
034400     MOVE WS-RUN-MO TO DT-L-MO.
034500     MOVE WS-RUN-DA TO DT-L-DA.
034600     MOVE WS-RUN-YR TO DT-L-YR.
034700     MOVE EFP-HOLD-DAYS TO RET-DAYS.
034800     CALL 'SIFDAT1' USING DATE-AREA.
034900     MOVE DT-H-YR TO WS-EXPIRE-YYMMDD (1:2).
035000     MOVE DT-H-MO TO WS-EXPIRE-YYMMDD (3:2).
035100     MOVE DT-H-DA TO WS-EXPIRE-YYMMDD (5:2).
035200     MOVE ZERO TO WS-TOT-FLG (1) WS-TOT-FLG (2) WS-TOT-FLG (3)
035300                  WS-TOT-FLG (4) WS-TOT-FLG (5) WS-TOT-FLG (6)
035400                  WS-TOT-FLG (7) WS-TOT-FLG (8).
035500     OPEN INPUT  TRAN-ARCHIVE-FILE.
035600     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
035700     OPEN EXTEND EFE-EXCEPTION-FILE.
035800     IF  WS-88-EXC-NOT-FOUND
035900         OPEN OUTPUT EFE-EXCEPTION-FILE
036000     END-IF.
036100     OPEN OUTPUT HOLD-MAINT-OUT.
036200     OPEN OUTPUT EFE-MONITOR-RPT.
036300     MOVE SPACES TO TTL-RUN-DATE.
036400     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
036500         DELIMITED BY SIZE INTO TTL-RUN-DATE.
036600     WRITE EFE-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
036700     MOVE SPACES TO EFE-MONITOR-RPT-LINE.
036800     MOVE WS-REPORT-TITLE TO EFE-MONITOR-RPT-LINE.
036900     WRITE EFE-MONITOR-RPT-LINE.
037000     WRITE EFE-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
037100     MOVE SPACES TO EFE-MONITOR-RPT-LINE.
037200     MOVE WS-HEADING-LINE TO EFE-MONITOR-RPT-LINE.
037300     WRITE EFE-MONITOR-RPT-LINE.
037400     WRITE EFE-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
037500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
037600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
037700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
037800     MOVE 'I' TO I-O-CONTROL-ACCESS.
037900     MOVE -1  TO I-O-SEND-CODE.
038000     CALL 'IMACTM' USING I-O-CONTROL-AREA
038100                         MASTER-AREA
038200                         SI-ENVIRONMENT-AREA.
038300 1000-EXIT. EXIT.
038400     EJECT
038500*----------------------------------------------------------------*
038600*    2000-SELECT-EVENTS - SORT INPUT PROCEDURE.  PARTY ADDITIONS *
038700*    FROM THE REGISTRY AND CONTACT CHANGES FROM THE JOURNAL      *
038800*    HISTORY THAT FALL WITHIN THE EVENT DAYS ARE RELEASED.       *
038900*----------------------------------------------------------------*
039000 2000-SELECT-EVENTS.
039100     MOVE 'N' TO WS-INPUT-EOF-SW.
039200     OPEN INPUT REGISTRY-FILE.
039300     IF  WS-88-REG-NOT-FOUND
039400         MOVE 'Y' TO WS-INPUT-EOF-SW.
039500     PERFORM 2100-ONE-PARTY THRU 2100-EXIT
039600         UNTIL WS-88-INPUT-EOF.
039700     CLOSE REGISTRY-FILE.
039800     MOVE 'N' TO WS-INPUT-EOF-SW.
039900     OPEN INPUT FM-HISTORY-FILE.
040000     IF  WS-88-HIST-NOT-FOUND
040100         MOVE 'Y' TO WS-INPUT-EOF-SW.
040200     PERFORM 2200-ONE-MAINT THRU 2200-EXIT
040300         UNTIL WS-88-INPUT-EOF.
040400     CLOSE FM-HISTORY-FILE.
040500 2000-EXIT. EXIT.
040600 2100-ONE-PARTY.
040700     READ REGISTRY-FILE
040800         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
040900                GO TO 2100-EXIT.
041000     ADD 1 TO WS-TOT-REG-READ.
041100     IF  NOT OWR-88-ACTIVE
041200         GO TO 2100-EXIT.
041300     IF  NOT OWR-88-POA
041400     AND NOT OWR-88-SIGNER
041500     AND NOT OWR-88-JOINT-OWNER
041600         GO TO 2100-EXIT.
041700     IF  OWR-EFF-FROM NOT NUMERIC
041800     OR  OWR-EFF-FROM EQUAL ZERO
041900         GO TO 2100-EXIT.
042000     MOVE OWR-EFF-FROM TO WS-EVENT-DATE.
042100     PERFORM 2800-TEST-EVENT-DATE THRU 2800-EXIT.
042200     IF  WS-DAYS-AGO LESS THAN ZERO
042300     OR  WS-DAYS-AGO GREATER THAN EFP-EVENT-DAYS
042400         GO TO 2100-EXIT.
042500     MOVE SPACES        TO EVENT-SORT-RECORD.
042600     MOVE OWR-ACCOUNT   TO EVS-ACCOUNT.
042700     MOVE WS-EVENT-DATE TO EVS-DATE.
042800     IF  OWR-88-POA
042900         MOVE 'P' TO EVS-TYPE
043000     ELSE
043100         MOVE 'S' TO EVS-TYPE.
043200     PERFORM 2890-RELEASE-EVENT THRU 2890-EXIT.
043300 2100-EXIT. EXIT.
043400 2200-ONE-MAINT.
043500     READ FM-HISTORY-FILE
043600         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
043700                GO TO 2200-EXIT.
043800     ADD 1 TO WS-TOT-JRNL-READ.
043900     IF  NOT FMJ-88-ADDRESS-CHANGE
044000     AND NOT FMJ-88-PHONE-CHANGE
044100         GO TO 2200-EXIT.
044200     IF  FMJ-MAINT-DATE (1:6) NOT NUMERIC
044300         GO TO 2200-EXIT.
044400     MOVE FMJ-MAINT-DATE (1:6) TO WS-EVENT-DATE.
044500     PERFORM 2800-TEST-EVENT-DATE THRU 2800-EXIT.
044600     IF  WS-DAYS-AGO LESS THAN ZERO
044700     OR  WS-DAYS-AGO GREATER THAN EFP-EVENT-DAYS
044800         GO TO 2200-EXIT.
044900     MOVE SPACES        TO EVENT-SORT-RECORD.
045000     MOVE FMJ-ACCOUNT   TO EVS-ACCOUNT.
045100     MOVE WS-EVENT-DATE TO EVS-DATE.
045200     IF  FMJ-88-ADDRESS-CHANGE
045300         MOVE 'A' TO EVS-TYPE
045400     ELSE
045500         MOVE 'T' TO EVS-TYPE.
045600     PERFORM 2890-RELEASE-EVENT THRU 2890-EXIT.
045700 2200-EXIT. EXIT.
045800 2800-TEST-EVENT-DATE.
045900     MOVE WS-EVENT-DATE      TO WS-LOW-DATE.
046000     MOVE WS-RUN-DATE-YYMMDD TO WS-HIGH-DATE.
046100     PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT.
046200     MOVE RET-DAYS TO WS-DAYS-AGO.
046300 2800-EXIT. EXIT.
046400 2890-RELEASE-EVENT.
046500     ADD 1 TO WS-TOT-EVENTS.
046600     RELEASE EVENT-SORT-RECORD.
046700 2890-EXIT. EXIT.
046800 2900-READ-ARCHIVE.
046900     READ TRAN-ARCHIVE-FILE
047000         AT END MOVE 'Y' TO WS-ARC-EOF-SW
047100                GO TO 2900-EXIT.
047200     ADD 1 TO WS-TOT-ARCHIVE.
047300 2900-EXIT. EXIT.
047400 2950-DAYS-BETWEEN.
047500     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
047600     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
047700     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
047800     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
047900     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
048000     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
048100     CALL 'SIDIF1' USING DATE-AREA.
048200 2950-EXIT. EXIT.
048300     EJECT
048400*----------------------------------------------------------------*
048500*    3000-SCAN-MASTER - SORT OUTPUT PROCEDURE.  THE MASTER       *
048600*    BROWSE, THE SORTED EVENTS AND THE ARCHIVE ARE ALL IN        *
048700*    ACCOUNT ORDER AND ARE MATCHED IN ONE PASS.                  *
048800*----------------------------------------------------------------*
048900 3000-SCAN-MASTER.
049000     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
049100     PERFORM 3100-PROCESS-ACCOUNT THRU 3100-EXIT
049200         UNTIL WS-88-MASTER-EOF.
049300 3000-EXIT. EXIT.
049400 3100-PROCESS-ACCOUNT.
049500     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
049600     MOVE -1   TO I-O-SEND-CODE.
049700     CALL 'IMACTM' USING I-O-CONTROL-AREA
049800                         MASTER-AREA
049900                         SI-ENVIRONMENT-AREA.
050000     IF  I-O-88-END-OF-FILE
050100         MOVE 'Y' TO WS-MASTER-EOF-SW
050200         GO TO 3100-EXIT.
050300     ADD 1 TO WS-TOT-ACCOUNTS.
050400     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
050500     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
050600         UNTIL WS-88-ARC-EOF
050700            OR THA-ACCOUNT NOT LESS THAN WS-ACCOUNT.
050800     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT
050900         UNTIL WS-88-SORT-EOF
051000            OR EVS-ACCOUNT NOT LESS THAN WS-ACCOUNT.
051100     MOVE ZERO TO WS-EVT-COUNT.
051200     PERFORM 3200-TABLE-EVENT THRU 3200-EXIT
051300         UNTIL WS-88-SORT-EOF
051400            OR EVS-ACCOUNT NOT EQUAL WS-ACCOUNT.
051500     PERFORM 3300-TEST-CUSTOMER THRU 3300-EXIT.
051600     IF  NOT WS-88-ELIGIBLE
051700     OR  WS-EVT-COUNT EQUAL ZERO
051800         PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
051900             UNTIL WS-88-ARC-EOF
052000                OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT
052100         GO TO 3100-EXIT.
052200     ADD 1 TO WS-TOT-WITH-EVENTS.
052300     MOVE ZERO TO WS-DEB-COUNT WS-HIST-COUNT
052400                  WS-HIST-AMT WS-RECENT-AMT.
052500     PERFORM 3400-ACCUMULATE THRU 3400-EXIT
052600         UNTIL WS-88-ARC-EOF
052700            OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT.
052800     PERFORM 3500-SCORE THRU 3500-EXIT.
052900 3100-EXIT. EXIT.
053000 3200-TABLE-EVENT.
053100     IF  WS-EVT-COUNT LESS THAN WS-EVT-MAX
053200         ADD 1 TO WS-EVT-COUNT
053300         SET EVX TO WS-EVT-COUNT
053400         MOVE EVS-TYPE TO WS-EVT-TYPE (EVX)
053500         MOVE EVS-DATE TO WS-EVENT-DATE
053600         PERFORM 2800-TEST-EVENT-DATE THRU 2800-EXIT
053700         MOVE WS-DAYS-AGO TO WS-EVT-DAYS-AGO (EVX).
053800     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
053900 3200-EXIT. EXIT.
054000     EJECT
054100*----------------------------------------------------------------*
054200*    3300-TEST-CUSTOMER - OPEN DEPOSIT ACCOUNTS WHOSE CUSTOMER   *
054300*    HAS A USABLE BIRTH DATE AND HAS REACHED THE MINIMUM AGE BY  *
054400*    THE RUN DATE.                                               *
054500*----------------------------------------------------------------*
054600 3300-TEST-CUSTOMER.
054700     MOVE 'N' TO WS-ELIGIBLE-SW.
054800     IF  WMS-LOAN-TRLR EQUAL '1'
055000         GO TO 3300-EXIT.
055100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
055200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
055300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
055400         GO TO 3300-EXIT.
055500     IF  WMS-BIRTHDATE NOT NUMERIC
055600     OR  WMS-BIRTHDATE EQUAL ZEROS
055700         GO TO 3300-EXIT.
055800     MOVE WMS-BIRTH-YEAR TO WS-BIRTH-CCYY.
055900     COMPUTE WS-AGE = WS-RUN-CCYY - WS-BIRTH-CCYY.
056000     IF  WMS-BIRTH-MO GREATER THAN WS-RUN-MO
056100         SUBTRACT 1 FROM WS-AGE
056200     ELSE
056300     IF  WMS-BIRTH-MO EQUAL WS-RUN-MO
056400     AND WMS-BIRTH-DA GREATER THAN WS-RUN-DA
056500         SUBTRACT 1 FROM WS-AGE.
056600     IF  WS-AGE LESS THAN EFP-MIN-AGE
056700         GO TO 3300-EXIT.
056800     ADD 1 TO WS-TOT-ELDER.
056900     MOVE 'Y' TO WS-ELIGIBLE-SW.
057000 3300-EXIT. EXIT.
057100     EJECT
057200*----------------------------------------------------------------*
057300*    3400-ACCUMULATE - DEBITS INSIDE THE EVENT DAYS ARE TABLED   *
057400*    AS RECENT; DEBITS IN THE HISTORY DAYS BEFORE THAT BUILD THE *
057500*    ACCOUNT'S OWN BASELINE.  CREDITS ARE NOT SCORED.            *
057600*----------------------------------------------------------------*
057700 3400-ACCUMULATE.
057800     IF  THA-TRAN-CODE (1:1) NOT EQUAL '1'
057900         GO TO 3400-NEXT.
058000     MOVE THA-AMOUNT TO WS-ITEM-AMT.
058100     IF  WS-ITEM-AMT LESS THAN ZERO
058200         COMPUTE WS-ITEM-AMT = ZERO - WS-ITEM-AMT.
058300     IF  WS-ITEM-AMT EQUAL ZERO
058400         GO TO 3400-NEXT.
058500     MOVE THA-POST-DATE TO WS-EVENT-DATE.
058600     PERFORM 2800-TEST-EVENT-DATE THRU 2800-EXIT.
058700     IF  WS-DAYS-AGO LESS THAN ZERO
058800         GO TO 3400-NEXT.
058900     IF  WS-DAYS-AGO GREATER THAN
059000             EFP-EVENT-DAYS + EFP-HISTORY-DAYS
059100         GO TO 3400-NEXT.
059200     IF  WS-DAYS-AGO GREATER THAN EFP-EVENT-DAYS
059300         ADD 1 TO WS-HIST-COUNT
059400         ADD WS-ITEM-AMT TO WS-HIST-AMT
059500         GO TO 3400-NEXT.
059600     ADD WS-ITEM-AMT TO WS-RECENT-AMT.
059700     IF  WS-DEB-COUNT NOT LESS THAN WS-DEB-MAX
059800         GO TO 3400-NEXT.
059900     ADD 1 TO WS-DEB-COUNT.
060000     SET DBX TO WS-DEB-COUNT.
060100     MOVE WS-DAYS-AGO TO WS-DEB-DAYS-AGO (DBX).
060200     MOVE WS-ITEM-AMT TO WS-DEB-AMOUNT (DBX).
060300     MOVE 'N'         TO WS-DEB-WIRE (DBX).
060400     PERFORM 3410-TEST-WIRE THRU 3410-EXIT
060500         VARYING WS-SUB FROM 1 BY 2
060600         UNTIL WS-SUB GREATER THAN 9.
060700 3400-NEXT.
060800     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
060900 3400-EXIT. EXIT.
061000 3410-TEST-WIRE.
061100     IF  EFP-WIRE-CODES (WS-SUB:2) NOT EQUAL SPACES
061200     AND EFP-WIRE-CODES (WS-SUB:2) EQUAL THA-TRAN-CODE
061300         MOVE 'Y' TO WS-DEB-WIRE (DBX).
061400 3410-EXIT. EXIT.
061500     EJECT
061600*----------------------------------------------------------------*
061700*    3500-SCORE - A DEBIT IS LARGE AT THE PARM MINIMUM AMOUNT    *
061800*    AND THE LARGE MULTIPLE OF THE BASELINE AVERAGE DEBIT.  THE  *
061900*    EXPECTED OUTFLOW IS THE BASELINE DEBITS PRORATED TO THE     *
062000*    EVENT DAYS.  WITHOUT A LARGE DEBIT THERE IS NO PATTERN AND  *
062100*    NO SCORE.                                                   *
062200*----------------------------------------------------------------*
062300 3500-SCORE.
062400     MOVE SPACES TO WS-FLAGS.
062500     PERFORM 3510-FLAG-EVENT THRU 3510-EXIT
062600         VARYING WS-EVT-SUB FROM 1 BY 1
062700         UNTIL WS-EVT-SUB GREATER THAN WS-EVT-COUNT.
062800     MOVE WS-LARGE-MIN TO WS-LARGE-AMT.
062900     IF  WS-HIST-COUNT GREATER THAN ZERO
063000     AND WS-HIST-AMT * EFP-LARGE-MULT / WS-HIST-COUNT
063100             GREATER THAN WS-LARGE-AMT
063200         COMPUTE WS-LARGE-AMT ROUNDED =
063300             WS-HIST-AMT * EFP-LARGE-MULT / WS-HIST-COUNT.
063400     COMPUTE WS-EXPECTED-AMT ROUNDED =
063500         WS-HIST-AMT * EFP-EVENT-DAYS / EFP-HISTORY-DAYS.
063600     PERFORM 3520-TEST-DEBIT THRU 3520-EXIT
063700         VARYING WS-SUB FROM 1 BY 1
063800         UNTIL WS-SUB GREATER THAN WS-DEB-COUNT.
063900     IF  WS-FLAG (5) EQUAL SPACE
064000         GO TO 3500-EXIT.
064100     IF  WS-RECENT-AMT GREATER THAN
064200             WS-EXPECTED-AMT * EFP-LARGE-MULT
064300         MOVE 'V' TO WS-FLAG (7).
064400     ADD 1 TO WS-TOT-SCORED.
064500     MOVE ZERO TO WS-SCORE.
064600     PERFORM 3540-ADD-POINTS THRU 3540-EXIT
064700         VARYING WS-FLG-SUB FROM 1 BY 1
064800         UNTIL WS-FLG-SUB GREATER THAN WS-FLG-MAX.
064900     MOVE ZERO TO WS-HOLD-AMT.
065000     IF  WS-SCORE LESS THAN EFP-SCORE-MIN
065100         MOVE 'BELOW SCORE MINIMUM ' TO WS-ACTION
065200         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
065300         GO TO 3500-EXIT.
065400     PERFORM 5000-RAISE-CASE THRU 5000-EXIT.
065500 3500-EXIT. EXIT.
065600 3510-FLAG-EVENT.
065700     SET EVX TO WS-EVT-SUB.
065800     PERFORM 3530-SET-FLAG THRU 3530-EXIT
065900         VARYING WS-FLG-SUB FROM 1 BY 1
066000         UNTIL WS-FLG-SUB GREATER THAN 4.
066100 3510-EXIT. EXIT.
066200 3520-TEST-DEBIT.
066300     SET DBX TO WS-SUB.
066400     IF  WS-DEB-AMOUNT (DBX) LESS THAN WS-LARGE-AMT
066500         GO TO 3520-EXIT.
066600     MOVE 'L' TO WS-FLAG (5).
066700     IF  WS-DEB-WIRE (DBX) EQUAL 'Y'
066800         MOVE 'W' TO WS-FLAG (6).
066900     PERFORM 3550-TEST-SEQUENCE THRU 3550-EXIT
067000         VARYING WS-EVT-SUB FROM 1 BY 1
067100         UNTIL WS-EVT-SUB GREATER THAN WS-EVT-COUNT.
067200 3520-EXIT. EXIT.
067300 3530-SET-FLAG.
067400     IF  WS-EVT-TYPE (EVX) EQUAL WS-FND-FLAG (WS-FLG-SUB)
067500         MOVE WS-FND-FLAG (WS-FLG-SUB) TO WS-FLAG (WS-FLG-SUB).
067600 3530-EXIT. EXIT.
067700 3540-ADD-POINTS.
067800     IF  WS-FLAG (WS-FLG-SUB) NOT EQUAL SPACE
067900         ADD WS-FND-POINTS (WS-FLG-SUB) TO WS-SCORE
068000         ADD 1 TO WS-TOT-FLG (WS-FLG-SUB).
068100 3540-EXIT. EXIT.
068200 3550-TEST-SEQUENCE.
068300     SET EVX TO WS-EVT-SUB.
068400     IF  WS-DEB-DAYS-AGO (DBX) NOT GREATER THAN
068500             WS-EVT-DAYS-AGO (EVX)
068600     AND WS-EVT-DAYS-AGO (EVX) - WS-DEB-DAYS-AGO (DBX)
068700             NOT GREATER THAN EFP-FOLLOW-DAYS
068800         MOVE 'Q' TO WS-FLAG (8).
068900 3550-EXIT. EXIT.
069000 3900-RETURN-EVENT.
069100     RETURN EVENT-SORT-FILE
069200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
069300                MOVE HIGH-VALUES TO EVS-ACCOUNT.
069400 3900-EXIT. EXIT.
069500     EJECT
069600*----------------------------------------------------------------*
069700*    5000-RAISE-CASE - ONE WORKQUEUE CASE CARRYING THE SCORE,    *
069800*    THE FLAGS AND THE RECOMMENDED HOLD, AND A HOLD CARD FOR THE *
069900*    CURRENT BALANCE LEFT FOR THE REVIEWER TO STAMP.  AN ACCOUNT *
070000*    WITH NOTHING TO HOLD GETS THE CASE ALONE.                   *
070100*----------------------------------------------------------------*
070200 5000-RAISE-CASE.
070300     ADD 1 TO WS-TOT-CASES.
070400     MOVE WS-SCORE TO WS-SCORE-EDIT.
070500     MOVE LOW-VALUES TO EXCEPTION-AREA.
070600     MOVE WS-ACCOUNT          TO IMEX-KEY.
070700     MOVE '02'                TO IMEX-REC-NO.
070800     MOVE EFP-EX-CODE         TO IMEX-EX-CODE.
070900     MOVE ZERO                TO IMEX-SEQUENCE.
071000     MOVE WS-RECENT-AMT       TO EX02-BAL.
071100     MOVE WS-SCORE            TO EX02-SEQ-NO.
071200     MOVE 'N'                 TO EX02-SRC-FLAG.
071300     MOVE SPACES              TO EX02-SRC-INFO.
071400     STRING 'SCORE ' WS-SCORE-EDIT ' FLAGS ' WS-FLAGS
071500            ' HOLD ' EFP-HOLD-REASON ' ' WS-HOLD-DAYS-EDIT ' DAYS'
071600         DELIMITED BY SIZE INTO EX02-SRC-INFO.
071700     WRITE EXCEPTION-AREA.
071800     IF  WMS-CURR-BAL NOT GREATER THAN ZERO
071900         MOVE 'CASE - NO BALANCE   ' TO WS-ACTION
072000         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
072100         GO TO 5000-EXIT.
072200     MOVE WMS-CURR-BAL TO WS-HOLD-AMT.
072300     IF  WS-HOLD-AMT GREATER THAN WS-MAX-HOLD-AMT
072400         MOVE WS-MAX-HOLD-AMT TO WS-HOLD-AMT.
072500     MOVE SPACES TO HOLD-MAINT-RECORD.
072600     MOVE 'P'                 TO HMT-FUNCTION.
072700     MOVE WS-ACCOUNT          TO HMT-ACCOUNT.
072800     MOVE ZERO                TO HMT-SEQ-NO.
072900     MOVE WS-HOLD-AMT         TO HMT-AMOUNT.
073000     MOVE EFP-HOLD-REASON     TO HMT-REASON-CODE.
073100     MOVE WS-EXPIRE-YYMMDD    TO HMT-EXPIRES.
073200     MOVE SPACES              TO HMT-OPER-ID.
073300     WRITE HOLD-MAINT-RECORD.
073400     ADD 1 TO WS-TOT-HOLD-CARDS.
073500     MOVE 'CASE - HOLD STAGED  ' TO WS-ACTION.
073600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
073700 5000-EXIT. EXIT.
073800     EJECT
073900 7000-PRINT-DETAIL.
074000     MOVE WMS-BRANCH5     TO DTL-BRANCH.
074100     MOVE WS-ACCOUNT      TO DTL-ACCOUNT.
074200     MOVE WS-AGE          TO DTL-AGE.
074300     MOVE WS-SCORE        TO DTL-SCORE.
074400     MOVE WS-FLAGS        TO DTL-FLAGS.
074500     MOVE WS-RECENT-AMT   TO DTL-RECENT.
074600     MOVE WS-EXPECTED-AMT TO DTL-EXPECTED.
074700     MOVE WS-HOLD-AMT     TO DTL-HOLD-AMT.
074800     MOVE WS-ACTION       TO DTL-ACTION.
074900     MOVE SPACES TO EFE-MONITOR-RPT-LINE.
075000     MOVE WS-DETAIL-LINE TO EFE-MONITOR-RPT-LINE.
075100     WRITE EFE-MONITOR-RPT-LINE.
075200 7000-EXIT. EXIT.
075300     EJECT
075400*----------------------------------------------------------------*
075500*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
075600*----------------------------------------------------------------*
075700 9000-TERMINATE.
075800     WRITE EFE-MONITOR-RPT-LINE FROM WS-BLANK-LINE.
075900     MOVE 'REGISTRY PARTIES READ             ' TO SUM-LIT.
076000     MOVE WS-TOT-REG-READ TO SUM-COUNT.
076100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076200     MOVE 'JOURNAL HISTORY ENTRIES READ      ' TO SUM-LIT.
076300     MOVE WS-TOT-JRNL-READ TO SUM-COUNT.
076400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076500     MOVE 'PARTY AND CONTACT EVENTS SORTED   ' TO SUM-LIT.
076600     MOVE WS-TOT-EVENTS TO SUM-COUNT.
076700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076800     MOVE 'ACCOUNTS ON MASTER                ' TO SUM-LIT.
076900     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
077000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077100     MOVE 'ARCHIVE ITEMS READ                ' TO SUM-LIT.
077200     MOVE WS-TOT-ARCHIVE TO SUM-COUNT.
077300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077400     MOVE 'OPEN ACCOUNTS AT MINIMUM AGE      ' TO SUM-LIT.
077500     MOVE WS-TOT-ELDER TO SUM-COUNT.
077600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077700     MOVE '  WITH PARTY OR CONTACT EVENTS    ' TO SUM-LIT.
077800     MOVE WS-TOT-WITH-EVENTS TO SUM-COUNT.
077900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078000     MOVE '  SCORED - EVENT AND LARGE DEBIT  ' TO SUM-LIT.
078100     MOVE WS-TOT-SCORED TO SUM-COUNT.
078200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078300     PERFORM 9200-PRINT-FINDING THRU 9200-EXIT
078400         VARYING WS-FLG-SUB FROM 1 BY 1
078500         UNTIL WS-FLG-SUB GREATER THAN WS-FLG-MAX.
078600     MOVE 'CASES SENT TO WORKQUEUE           ' TO SUM-LIT.
078700     MOVE WS-TOT-CASES TO SUM-COUNT.
078800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078900     MOVE 'RECOMMENDED HOLD CARDS STAGED     ' TO SUM-LIT.
079000     MOVE WS-TOT-HOLD-CARDS TO SUM-COUNT.
079100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079200     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
079300     MOVE -1   TO I-O-SEND-CODE.
079400     CALL 'IMACTM' USING I-O-CONTROL-AREA
079500                         MASTER-AREA
079600                         SI-ENVIRONMENT-AREA.
079700     CLOSE TRAN-ARCHIVE-FILE.
079800     CLOSE EFE-EXCEPTION-FILE.
079900     CLOSE HOLD-MAINT-OUT.
080000     CLOSE EFE-MONITOR-RPT.
080100 9000-EXIT. EXIT.
080200 9100-PRINT-SUMMARY.
080300     MOVE SPACES TO EFE-MONITOR-RPT-LINE.
080400     MOVE WS-SUMMARY-LINE TO EFE-MONITOR-RPT-LINE.
080500     WRITE EFE-MONITOR-RPT-LINE.
080600 9100-EXIT. EXIT.
080700 9200-PRINT-FINDING.
080800     MOVE SPACES TO SUM-LIT.
080900     STRING '    ' WS-FND-FLAG (WS-FLG-SUB) ' '
081000            WS-FND-NAME (WS-FLG-SUB)
081100         DELIMITED BY SIZE INTO SUM-LIT.
081200     MOVE WS-TOT-FLG (WS-FLG-SUB) TO SUM-COUNT.
081300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081400 9200-EXIT. EXIT.
