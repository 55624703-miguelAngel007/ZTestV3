*     * GN6183 * 09/14/26 JCTE CALL REPORT SCHEDULE RC-E DEPOSIT EXTRACT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMRCEDEP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/14/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMRCEDEP BUILDS THE QUARTER-END CALL REPORT DEPOSIT         *
000900*    SCHEDULE (RC-E).  A MASTER BROWSE CLASSIFIES EVERY OPEN     *
001000*    DEPOSIT ACCOUNT: TRANSACTION, SAVINGS OR TIME FROM          *
001100*    WMS-ACCT-TYPE (CLASS CARDS, ELSE A TERM ON WMS-BRT-TERM-LMT *
001200*    OR WMS-MMDA-INDICATOR), DEPOSITOR AS                        *
001300*    INDIVIDUALS/PARTNERSHIPS/CORPORATIONS, U.S. GOVERNMENT OR   *
001400*    STATES AND POLITICAL SUBDIVISIONS FROM WMS-TAX-CODE (CLASS  *
001500*    CARDS, ELSE IPC), AND IRA/KEOGH FROM THE PLAN TRAILER.      *
001600*    TIME DEPOSITS ARE BUCKETED BY SIZE AND BY REMAINING         *
001700*    MATURITY FROM WMS-EXPIRATION-DATE; AN OVERDRAWN BALANCE IS  *
001800*    TAKEN OUT OF DEPOSITS AND REPORTED AS A LOAN.  THE          *
001900*    QUARTERLY AVERAGE FOR EACH LINE COMES FROM THE ADB          *
002000*    SNAPSHOTS ON THE BALANCE HISTORY (IMBALHST) DATED WITHIN    *
002100*    THE QUARTER.  OUTPUT IS THE SCHEDULE-FORMAT REPORT AND A    *
002200*    LINE-ITEM EXTRACT FINANCE KEYS FROM.                        *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/14/26 JCTE NEW PROGRAM - CALL REPORT RC-E DEPOSIT   GN6183 *
002800*                CLASSIFICATION REPORT AND EXTRACT              *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT RCE-PARM-FILE     ASSIGN TO "IMRCEPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL RCE-CLASS-FILE ASSIGN TO "IMRCECLS"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CLS-FILE-STATUS.
003800     SELECT OPTIONAL BAL-HIST-FILE ASSIGN TO "IMBALHST"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-BHI-FILE-STATUS.
004100     SELECT RCE-EXTRACT-OUT   ASSIGN TO "IMRCEEXT"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT RCE-SCHEDULE-RPT  ASSIGN TO "IMRCERPT"
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RCE-PARM-FILE
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  RCE-PARM-RECORD.
005000     03  RCP-QUARTER-END-DATE        PIC 9(6).
005100     03  RCP-SMALL-TIME-LIMIT        PIC 9(9).
005200     03  RCP-LARGE-TIME-LIMIT        PIC 9(9).
005300     03  FILLER                      PIC X(56).
005400 FD  RCE-CLASS-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  RCE-CLASS-RECORD.
005700     03  RCC-CARD-TYPE               PIC X.
005800         88  RCC-88-ACCT-TYPE        VALUE 'T'.
005900         88  RCC-88-TAX-CODE         VALUE 'X'.
006000     03  RCC-CODE                    PIC X(3).
006100     03  RCC-CLASS                   PIC X.
006200     03  FILLER                      PIC X(75).
006300 FD  BAL-HIST-FILE.
006400     COPY IMBALHST.
006500 FD  RCE-EXTRACT-OUT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RCE-EXTRACT-RECORD.
006800     03  REX-SCHEDULE                PIC X(3).
006900     03  REX-QUARTER-END-DATE        PIC 9(6).
007000     03  REX-LINE-ID                 PIC X(6).
007100     03  REX-ACCOUNT-COUNT           PIC 9(7).
007200     03  REX-QE-AMOUNT               PIC 9(13)V99.
007300     03  REX-AVG-AMOUNT              PIC 9(13)V99.
007400     03  REX-QE-THOUSANDS            PIC 9(10).
007500     03  REX-AVG-THOUSANDS           PIC 9(10).
007600     03  FILLER                      PIC X(8).
007700 FD  RCE-SCHEDULE-RPT
007800     RECORD CONTAINS 133 CHARACTERS.
007900 01  RCE-SCHEDULE-RPT-LINE           PIC X(133).
008000 WORKING-STORAGE SECTION.
008100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMRCEDEP'.
008200 77  WS-CLS-MAX                      PIC S9(5)   COMP VALUE +500.
008300 77  WS-LINE-MAX                     PIC S9(3)   COMP VALUE +23.
008400 77  WS-CLS-FILE-STATUS              PIC X(2)    VALUE SPACES.
008500 77  WS-BHI-FILE-STATUS              PIC X(2)    VALUE SPACES.
008600     EJECT
008700     COPY SIWSDTAR.
008800     EJECT
008900 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009000 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009100     03  WS-RUN-YR                   PIC 99.
009200     03  WS-RUN-MO                   PIC 99.
009300     03  WS-RUN-DA                   PIC 99.
009400 01  WS-QTR-START-CCYYMMDD.
009500     03  WS-QTS-CC                   PIC 99.
009600     03  WS-QTS-YY                   PIC 99.
009700     03  WS-QTS-MM                   PIC 99.
009800     03  WS-QTS-DD                   PIC 99.
009900 01  WS-QTR-END-CCYYMMDD.
010000     03  WS-QTE-CC                   PIC 99.
010100     03  WS-QTE-YY                   PIC 99.
010200     03  WS-QTE-MM                   PIC 99.
010300     03  WS-QTE-DD                   PIC 99.
010400     EJECT
010500 01  WS-SWITCHES.
010600     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
010700         88  WS-88-END-OF-FILE       VALUE 'Y'.
010800     03  WS-CLS-EOF-SW               PIC X(1)    VALUE 'N'.
010900         88  WS-88-CLS-EOF           VALUE 'Y'.
011000     03  WS-BHI-EOF-SW               PIC X(1)    VALUE 'N'.
011100         88  WS-88-BHI-EOF           VALUE 'Y'.
011200     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
011300         88  WS-88-FOUND             VALUE 'Y'.
011400     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
011500         88  WS-88-MASTER-FOUND      VALUE 'Y'.
011600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011700 01  WS-ENT-SUB                      PIC S9(3)   COMP VALUE 0.
011800 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
011900 01  WS-HIT-SUB                      PIC S9(3)   COMP VALUE 0.
012000 01  WS-CLS-COUNT                    PIC S9(5)   COMP VALUE 0.
012100 01  WS-DEP-CLASS                    PIC X       VALUE SPACE.
012200     88  WS-88-TRANSACTION           VALUE 'T'.
012300     88  WS-88-SAVINGS               VALUE 'S'.
012400     88  WS-88-TIME                  VALUE 'D'.
012500 01  WS-DEPOSITOR                    PIC X       VALUE SPACE.
012600     88  WS-88-US-GOVT               VALUE 'U'.
012700     88  WS-88-STATE-POLITICAL       VALUE 'S'.
012800 01  WS-CLASS-BAL                    PIC S9(13)V99 COMP-3 VALUE 0.
012900 01  WS-ADB-SUM                      PIC S9(15)V99 COMP-3 VALUE 0.
013000 01  WS-ADB-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
013100 01  WS-ADB-AVG                      PIC S9(13)V99 COMP-3 VALUE 0.
013200 01  WS-SNAP-DATE                    PIC X(8)    VALUE SPACES.
013300 01  WS-BUCKET                       PIC S9(3)   COMP VALUE 0.
013400 01  WS-THOUSANDS                    PIC S9(13)  COMP-3 VALUE 0.
013500 01  WS-CODE-KEY                     PIC X(4)    VALUE SPACES.
013600     EJECT
013700 01  WS-CLASS-TABLE.
013800     03  WS-CLS-ENTRY OCCURS 500 TIMES
013900                      INDEXED BY CLX.
014000         05  WS-CLS-KEY              PIC X(4).
014100         05  WS-CLS-CLASS            PIC X.
014200     EJECT
014300*----------------------------------------------------------------*
014400*    SCHEDULE LINE ITEMS.  LINES 1-3 COLUMN A ARE TRANSACTION    *
014500*    ACCOUNTS AND COLUMN C NONTRANSACTION; THE M LINES ARE THE   *
014600*    MEMORANDA.  THE ORDER HERE IS THE ORDER OF THE REPORT.      *
014700*----------------------------------------------------------------*
014800 01  WS-LINE-VALUES.
014900     03  FILLER PIC X(46) VALUE
015000         '1    AINDIVIDUALS, PARTNERSHIPS, CORPORATIONS '.
015100     03  FILLER PIC X(46) VALUE
015200         '2    AU.S. GOVERNMENT                         '.
015300     03  FILLER PIC X(46) VALUE
015400         '3    ASTATES AND POLITICAL SUBDIVISIONS       '.
015500     03  FILLER PIC X(46) VALUE
015600         '7    ATOTAL TRANSACTION ACCOUNTS              '.
015700     03  FILLER PIC X(46) VALUE
015800         '1    CINDIVIDUALS, PARTNERSHIPS, CORPORATIONS '.
015900     03  FILLER PIC X(46) VALUE
016000         '2    CU.S. GOVERNMENT                         '.
016100     03  FILLER PIC X(46) VALUE
016200         '3    CSTATES AND POLITICAL SUBDIVISIONS       '.
016300     03  FILLER PIC X(46) VALUE
016400         '7    CTOTAL NONTRANSACTION ACCOUNTS           '.
016500     03  FILLER PIC X(46) VALUE
016600         'M1A   IRA AND KEOGH PLAN ACCOUNTS             '.
016700     03  FILLER PIC X(46) VALUE
016800         'M2A1  MONEY MARKET DEPOSIT ACCOUNTS           '.
016900     03  FILLER PIC X(46) VALUE
017000         'M2A2  OTHER SAVINGS DEPOSITS                  '.
017100     03  FILLER PIC X(46) VALUE
017200         'M2B   TIME DEPOSITS UNDER SMALL LIMIT         '.
017300     03  FILLER PIC X(46) VALUE
017400         'M2C   TIME DEPOSITS SMALL TO LARGE LIMIT      '.
017500     03  FILLER PIC X(46) VALUE
017600         'M2D   TIME DEPOSITS OVER LARGE LIMIT          '.
017700     03  FILLER PIC X(46) VALUE
017800         'M3A1  TIME TO LARGE LIMIT - 3 MONTHS OR LESS  '.
017900     03  FILLER PIC X(46) VALUE
018000         'M3A2  TIME TO LARGE LIMIT - OVER 3 TO 12 MOS  '.
018100     03  FILLER PIC X(46) VALUE
018200         'M3A3  TIME TO LARGE LIMIT - OVER 1 TO 3 YRS   '.
018300     03  FILLER PIC X(46) VALUE
018400         'M3A4  TIME TO LARGE LIMIT - OVER 3 YEARS      '.
018500     03  FILLER PIC X(46) VALUE
018600         'M4A1  TIME OVER LARGE LIMIT - 3 MOS OR LESS   '.
018700     03  FILLER PIC X(46) VALUE
018800         'M4A2  TIME OVER LARGE LIMIT - OVER 3-12 MOS   '.
018900     03  FILLER PIC X(46) VALUE
019000         'M4A3  TIME OVER LARGE LIMIT - OVER 1 TO 3 YRS '.
019100     03  FILLER PIC X(46) VALUE
019200         'M4A4  TIME OVER LARGE LIMIT - OVER 3 YEARS    '.
019300     03  FILLER PIC X(46) VALUE
019400         'RC-C  OVERDRAWN DEPOSITS RECLASSED TO LOANS   '.
019500 01  WS-LINE-TABLE REDEFINES WS-LINE-VALUES.
019600     03  WS-LIN-ENTRY OCCURS 23 TIMES.
019700         05  WS-LIN-ID               PIC X(6).
019800         05  WS-LIN-DESC             PIC X(40).
019900 01  WS-LINE-TOTALS.
020000     03  WS-LTO-ENTRY OCCURS 23 TIMES.
020100         05  WS-LTO-COUNT            PIC 9(7)    COMP.
020200         05  WS-LTO-QE-BAL           PIC S9(15)V99 COMP-3.
020300         05  WS-LTO-AVG-BAL          PIC S9(15)V99 COMP-3.
020400 01  WS-HIT-TABLE.
020500     03  WS-HIT-COUNT                PIC S9(3)   COMP VALUE 0.
020600     03  WS-HIT-LINE OCCURS 6 TIMES  PIC S9(3)   COMP.
020700     EJECT
020800 01  WS-TOTALS.
020900     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
021000     03  WS-TOT-DEPOSITS             PIC 9(7)    COMP VALUE 0.
021100     03  WS-TOT-OVERDRAWN            PIC 9(7)    COMP VALUE 0.
021200     03  WS-TOT-NO-MATURITY          PIC 9(7)    COMP VALUE 0.
021300     03  WS-TOT-ADB-RECORDS          PIC 9(7)    COMP VALUE 0.
021400     03  WS-TOT-ADB-APPLIED          PIC 9(7)    COMP VALUE 0.
021500     EJECT
021600 01  WS-REPORT-TITLE.
021700     03  FILLER                      PIC X(48)   VALUE
021800         'IMRCEDEP - SCHEDULE RC-E DEPOSIT LIABILITIES    '.
021900     03  FILLER                      PIC X(14)   VALUE
022000         'QUARTER ENDED '.
022100     03  TTL-MO                      PIC 99.
022200     03  FILLER                      PIC X       VALUE '/'.
022300     03  TTL-DA                      PIC 99.
022400     03  FILLER                      PIC X       VALUE '/'.
022500     03  TTL-YR                      PIC 99.
022600     03  FILLER                      PIC X(63)   VALUE SPACES.
022700 01  WS-COLUMN-HEADING.
022800     03  FILLER                      PIC X(4)    VALUE SPACES.
022900     03  FILLER                      PIC X(50)   VALUE
023000         'LINE   DESCRIPTION                              AC'.
023100     03  FILLER                      PIC X(50)   VALUE
023200         'COUNTS    QUARTER-END BALANCE    QUARTERLY AVERAGE'.
023300     03  FILLER                      PIC X(29)   VALUE
023400         '   $000 (QE)                 '.
023500 01  WS-DETAIL-LINE.
023600     03  FILLER                      PIC X(4)    VALUE SPACES.
023700     03  DTL-LINE-ID                 PIC X(6).
023800     03  FILLER                      PIC X(1)    VALUE SPACES.
023900     03  DTL-DESC                    PIC X(40).
024000     03  FILLER                      PIC X(2)    VALUE SPACES.
024100     03  DTL-COUNT                   PIC Z,ZZZ,ZZ9.
024200     03  FILLER                      PIC X(2)    VALUE SPACES.
024300     03  DTL-QE-BAL                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024400     03  FILLER                      PIC X(2)    VALUE SPACES.
024500     03  DTL-AVG-BAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024600     03  FILLER                      PIC X(2)    VALUE SPACES.
024700     03  DTL-THOUSANDS               PIC ZZZ,ZZZ,ZZ9-.
024800     03  FILLER                      PIC X(15)   VALUE SPACES.
024900 01  WS-SUMMARY-LINE.
025000     03  FILLER                      PIC X(4)    VALUE SPACES.
025100     03  SUM-LIT                     PIC X(34).
025200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
025300     03  FILLER                      PIC X(88)   VALUE SPACES.
025400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
025500     EJECT
025600 LINKAGE SECTION.
025700     COPY SIWSCNTL.
025800     EJECT
025900     COPY IMAWKMST.
026000     EJECT
026100     COPY IMWSENVO.
026200     EJECT
026300 PROCEDURE DIVISION.
026400*----------------------------------------------------------------*
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026700     PERFORM 1100-LOAD-CLASS      THRU 1100-EXIT
026800         UNTIL WS-88-CLS-EOF.
026900     PERFORM 2000-CLASSIFY-MASTER THRU 2000-EXIT
027000         UNTIL WS-88-END-OF-FILE.
027100     PERFORM 3000-APPLY-ADB       THRU 3000-EXIT
027200         UNTIL WS-88-BHI-EOF.
027300     PERFORM 4000-PRINT-SCHEDULE  THRU 4000-EXIT.
027400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
027500     GOBACK.
027600     EJECT
027700*----------------------------------------------------------------*
027800*    1000-INITIALIZE - THE QUARTER RUNS FROM THE FIRST OF THE    *
027900*    MONTH TWO MONTHS BEFORE THE QUARTER-END DATE.               *
028000*----------------------------------------------------------------*
028100 1000-INITIALIZE.
028200     OPEN INPUT RCE-PARM-FILE.
028300     READ RCE-PARM-FILE
028400         AT END MOVE ZERO TO RCP-QUARTER-END-DATE.
028500     CLOSE RCE-PARM-FILE.
028600     IF  RCP-QUARTER-END-DATE NUMERIC
028700     AND RCP-QUARTER-END-DATE GREATER THAN ZERO
028800         MOVE RCP-QUARTER-END-DATE TO WS-RUN-DATE-YYMMDD
028900     ELSE
029000         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
029100     IF  RCP-SMALL-TIME-LIMIT NOT NUMERIC
029200     OR  RCP-SMALL-TIME-LIMIT EQUAL ZERO
029300         MOVE 100000 TO RCP-SMALL-TIME-LIMIT.
029400     IF  RCP-LARGE-TIME-LIMIT NOT NUMERIC
029500     OR  RCP-LARGE-TIME-LIMIT EQUAL ZERO
029600         MOVE 250000 TO RCP-LARGE-TIME-LIMIT.
029700     IF  WS-RUN-YR LESS THAN 50
029800         MOVE 20 TO WS-QTE-CC
029900     ELSE
030000         MOVE 19 TO WS-QTE-CC.
030100     MOVE WS-RUN-YR TO WS-QTE-YY.
030200     MOVE WS-RUN-MO TO WS-QTE-MM.
030300     MOVE WS-RUN-DA TO WS-QTE-DD.
030400     MOVE WS-QTR-END-CCYYMMDD TO WS-QTR-START-CCYYMMDD.
030500     MOVE 01 TO WS-QTS-DD.
030600     IF  WS-QTE-MM GREATER THAN 2
030700         SUBTRACT 2 FROM WS-QTS-MM
030800     ELSE
030900         ADD 10 TO WS-QTS-MM
031000         IF  WS-QTS-YY EQUAL ZERO
031100             MOVE 99 TO WS-QTS-YY
031200             SUBTRACT 1 FROM WS-QTS-CC
031300         ELSE
031400             SUBTRACT 1 FROM WS-QTS-YY.
031500     PERFORM 1010-CLEAR-LINE THRU 1010-EXIT
031600         VARYING WS-LINE-SUB FROM 1 BY 1
031700         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-MAX.
031800     OPEN INPUT RCE-CLASS-FILE.
031900     IF  WS-CLS-FILE-STATUS EQUAL '05' OR '35'
032000         MOVE 'Y' TO WS-CLS-EOF-SW.
032100     OPEN INPUT BAL-HIST-FILE.
032200     IF  WS-BHI-FILE-STATUS EQUAL '05' OR '35'
032300         MOVE 'Y' TO WS-BHI-EOF-SW.
032400     OPEN OUTPUT RCE-EXTRACT-OUT.
032500     OPEN OUTPUT RCE-SCHEDULE-RPT.
032600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
032700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
032800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
032900     MOVE 'I' TO I-O-CONTROL-ACCESS.
033000     MOVE -1  TO I-O-SEND-CODE.
033100     CALL 'IMACTM' USING I-O-CONTROL-AREA
033200                         MASTER-AREA
033300                         SI-ENVIRONMENT-AREA.
033400 1000-EXIT. EXIT.
033500 1010-CLEAR-LINE.
033600     MOVE ZERO TO WS-LTO-COUNT (WS-LINE-SUB)
033700                  WS-LTO-QE-BAL (WS-LINE-SUB)
033800                  WS-LTO-AVG-BAL (WS-LINE-SUB).
033900 1010-EXIT. EXIT.
034000*----------------------------------------------------------------*
034100*    1100-LOAD-CLASS - 'T' CARDS GIVE AN ACCOUNT TYPE ITS        *
034200*    DEPOSIT CLASS (T TRANSACTION, S SAVINGS, D TIME); 'X' CARDS *
034300*    GIVE A TAX CODE ITS DEPOSITOR (I IPC, U U.S. GOVERNMENT,    *
034400*    S STATES AND POLITICAL SUBDIVISIONS).                       *
034500*----------------------------------------------------------------*
034600 1100-LOAD-CLASS.
034700     READ RCE-CLASS-FILE
034800         AT END MOVE 'Y' TO WS-CLS-EOF-SW
034900                GO TO 1100-EXIT.
035000     IF  NOT RCC-88-ACCT-TYPE
035100     AND NOT RCC-88-TAX-CODE
035200         GO TO 1100-EXIT.
035300     IF  WS-CLS-COUNT NOT LESS THAN WS-CLS-MAX
035400         GO TO 1100-EXIT.
035500     ADD 1 TO WS-CLS-COUNT.
035600     SET CLX TO WS-CLS-COUNT.
035700     MOVE RCC-CARD-TYPE TO WS-CLS-KEY (CLX) (1:1).
035800     MOVE RCC-CODE      TO WS-CLS-KEY (CLX) (2:3).
035900     MOVE RCC-CLASS     TO WS-CLS-CLASS (CLX).
036000 1100-EXIT. EXIT.
036100     EJECT
036200*----------------------------------------------------------------*
036300*    2000-CLASSIFY-MASTER - QUARTER-END BALANCES BY LINE.        *
036400*----------------------------------------------------------------*
036500 2000-CLASSIFY-MASTER.
036600     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
036700     MOVE -1   TO I-O-SEND-CODE.
036800     CALL 'IMACTM' USING I-O-CONTROL-AREA
036900                         MASTER-AREA
037000                         SI-ENVIRONMENT-AREA.
037100     IF  I-O-88-END-OF-FILE
037200         MOVE 'Y' TO WS-END-OF-FILE-SW
037300         GO TO 2000-EXIT.
037400     ADD 1 TO WS-TOT-ACCOUNTS.
037500     IF  WMS-LOAN-TRLR EQUAL '1'
037700         GO TO 2000-EXIT.
037800     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
037900     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
038000     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
038100         GO TO 2000-EXIT.
038200     ADD 1 TO WS-TOT-DEPOSITS.
038300     MOVE WMS-CURR-BAL TO WS-CLASS-BAL.
038400     IF  WS-CLASS-BAL LESS THAN ZERO
038500         ADD 1 TO WS-TOT-OVERDRAWN.
038600     PERFORM 2500-CLASSIFY THRU 2500-EXIT.
038700     PERFORM 2010-POST-QE THRU 2010-EXIT
038800         VARYING WS-HIT-SUB FROM 1 BY 1
038900         UNTIL WS-HIT-SUB GREATER THAN WS-HIT-COUNT.
039000 2000-EXIT. EXIT.
039100 2010-POST-QE.
039200     MOVE WS-HIT-LINE (WS-HIT-SUB) TO WS-LINE-SUB.
039300     ADD 1 TO WS-LTO-COUNT (WS-LINE-SUB).
039400     IF  WS-LINE-SUB EQUAL WS-LINE-MAX
039500         SUBTRACT WS-CLASS-BAL FROM WS-LTO-QE-BAL (WS-LINE-SUB)
039600     ELSE
039700         ADD WS-CLASS-BAL TO WS-LTO-QE-BAL (WS-LINE-SUB).
039800 2010-EXIT. EXIT.
039900     EJECT
040000*----------------------------------------------------------------*
040100*    2500-CLASSIFY - THE SCHEDULE LINES WS-CLASS-BAL BELONGS TO  *
040200*    FOR THE ACCOUNT NOW IN MASTER-AREA.  A NEGATIVE BALANCE IS  *
040300*    A LOAN AND TOUCHES NO DEPOSIT LINE.                         *
040400*----------------------------------------------------------------*
040500 2500-CLASSIFY.
040600     MOVE ZERO TO WS-HIT-COUNT.
040700     IF  WS-CLASS-BAL LESS THAN ZERO
040800         MOVE WS-LINE-MAX TO WS-LINE-SUB
040900         PERFORM 2590-ADD-HIT THRU 2590-EXIT
041000         GO TO 2500-EXIT.
041100     MOVE 'T' TO WS-CODE-KEY (1:1).
041200     MOVE WMS-ACCT-TYPE TO WS-CODE-KEY (2:3).
041300     PERFORM 2600-FIND-CLASS THRU 2600-EXIT.
041400     IF  WS-88-FOUND
041500         MOVE WS-CLS-CLASS (CLX) TO WS-DEP-CLASS
041600     ELSE
041700     IF  WMS-BRT-TERM-LMT GREATER THAN ZERO
041800         MOVE 'D' TO WS-DEP-CLASS
041900     ELSE
042000     IF  WMS-MMDA-INDICATOR EQUAL '1' OR '2' OR '3'
042100         MOVE 'S' TO WS-DEP-CLASS
042200     ELSE
042300         MOVE 'T' TO WS-DEP-CLASS.
042400     MOVE 'X' TO WS-CODE-KEY (1:1).
042500     MOVE SPACES TO WS-CODE-KEY (2:3).
042600     MOVE WMS-TAX-CODE TO WS-CODE-KEY (2:1).
042700     PERFORM 2600-FIND-CLASS THRU 2600-EXIT.
042800     IF  WS-88-FOUND
042900         MOVE WS-CLS-CLASS (CLX) TO WS-DEPOSITOR
043000     ELSE
043100         MOVE 'I' TO WS-DEPOSITOR.
043200     IF  WS-88-US-GOVT
043300         MOVE 2 TO WS-LINE-SUB
043400     ELSE
043500     IF  WS-88-STATE-POLITICAL
043600         MOVE 3 TO WS-LINE-SUB
043700     ELSE
043800         MOVE 1 TO WS-LINE-SUB.
043900     IF  NOT WS-88-TRANSACTION
044000         ADD 4 TO WS-LINE-SUB.
044100     PERFORM 2590-ADD-HIT THRU 2590-EXIT.
044200     IF  WMS-PLAN-TRLR EQUAL '1'
044300         MOVE 9 TO WS-LINE-SUB
044400         PERFORM 2590-ADD-HIT THRU 2590-EXIT.
044500     IF  WS-88-SAVINGS
044600         IF  WMS-MMDA-INDICATOR EQUAL '1' OR '2' OR '3'
044700             MOVE 10 TO WS-LINE-SUB
044800             PERFORM 2590-ADD-HIT THRU 2590-EXIT
044900         ELSE
045000             MOVE 11 TO WS-LINE-SUB
045100             PERFORM 2590-ADD-HIT THRU 2590-EXIT.
045200     IF  WS-88-TIME
045300         PERFORM 2700-TIME-BUCKETS THRU 2700-EXIT.
045400 2500-EXIT. EXIT.
045500 2590-ADD-HIT.
045600     ADD 1 TO WS-HIT-COUNT.
045700     MOVE WS-LINE-SUB TO WS-HIT-LINE (WS-HIT-COUNT).
045800 2590-EXIT. EXIT.
045900 2600-FIND-CLASS.
046000     MOVE 'N' TO WS-FOUND-SW.
046100     PERFORM 2610-SCAN-CLASS THRU 2610-EXIT
046200         VARYING WS-SUB FROM 1 BY 1
046300         UNTIL WS-SUB GREATER THAN WS-CLS-COUNT
046400            OR WS-88-FOUND.
046500 2600-EXIT. EXIT.
046600 2610-SCAN-CLASS.
046700     SET CLX TO WS-SUB.
046800     IF  WS-CLS-KEY (CLX) EQUAL WS-CODE-KEY
046900         MOVE 'Y' TO WS-FOUND-SW.
047000 2610-EXIT. EXIT.
047100*----------------------------------------------------------------*
047200*    2700-TIME-BUCKETS - SIZE FROM THE BALANCE, REMAINING        *
047300*    MATURITY FROM THE QUARTER END TO WMS-EXPIRATION-DATE.  A    *
047400*    MATURED OR UNDATED DEPOSIT FALLS IN THE SHORTEST BUCKET.    *
047500*----------------------------------------------------------------*
047600 2700-TIME-BUCKETS.
047700     IF  WS-CLASS-BAL LESS THAN RCP-SMALL-TIME-LIMIT
047800         MOVE 12 TO WS-LINE-SUB
047900     ELSE
048000     IF  WS-CLASS-BAL NOT GREATER THAN RCP-LARGE-TIME-LIMIT
048100         MOVE 13 TO WS-LINE-SUB
048200     ELSE
048300         MOVE 14 TO WS-LINE-SUB.
048400     PERFORM 2590-ADD-HIT THRU 2590-EXIT.
048500     MOVE 1 TO WS-BUCKET.
048600     IF  WMS-EXPIRATION-DATE (1) NOT NUMERIC
048700     OR  WMS-EXPIRATION-DATE (1) EQUAL ZEROS
048800         ADD 1 TO WS-TOT-NO-MATURITY
048900         GO TO 2700-SET-LINE.
049000     MOVE WS-RUN-MO         TO DT-L-MO9.
049100     MOVE WS-RUN-DA         TO DT-L-DA9.
049200     MOVE WS-RUN-YR         TO DT-L-YR9.
049300     MOVE WMS-EXPIRATION-MO (1) TO DT-H-MO.
049400     MOVE WMS-EXPIRATION-DA (1) TO DT-H-DA.
049500     MOVE WMS-EXPIRATION-YR (1) TO DT-H-YR.
049600     CALL 'SIDIF1' USING DATE-AREA.
049700     IF  RET-DAYS GREATER THAN 1095
049800         MOVE 4 TO WS-BUCKET
049900     ELSE
050000     IF  RET-DAYS GREATER THAN 365
050100         MOVE 3 TO WS-BUCKET
050200     ELSE
050300     IF  RET-DAYS GREATER THAN 92
050400         MOVE 2 TO WS-BUCKET.
050500 2700-SET-LINE.
050600     IF  WS-CLASS-BAL GREATER THAN RCP-LARGE-TIME-LIMIT
050700         COMPUTE WS-LINE-SUB = 18 + WS-BUCKET
050800     ELSE
050900         COMPUTE WS-LINE-SUB = 14 + WS-BUCKET.
051000     PERFORM 2590-ADD-HIT THRU 2590-EXIT.
051100 2700-EXIT. EXIT.
051200     EJECT
051300*----------------------------------------------------------------*
051400*    3000-APPLY-ADB - THE QUARTER'S AVERAGE FOR ONE ACCOUNT IS   *
051500*    THE SUM OF THE DAILY BALANCES IN ITS SNAPSHOTS DATED WITHIN *
051600*    THE QUARTER OVER THE DAYS THEY COVER.  IT IS CLASSIFIED     *
051700*    AGAINST THE ACCOUNT'S QUARTER-END CLASS THROUGH A KEYED     *
051800*    READ.                                                       *
051900*----------------------------------------------------------------*
052000 3000-APPLY-ADB.
052100     READ BAL-HIST-FILE
052200         AT END MOVE 'Y' TO WS-BHI-EOF-SW
052300                GO TO 3000-EXIT.
052400     IF  NOT BH-ADB
052500         GO TO 3000-EXIT.
052600     ADD 1 TO WS-TOT-ADB-RECORDS.
052700     MOVE ZERO TO WS-ADB-SUM WS-ADB-DAYS.
052800     PERFORM 3100-QUARTER-SNAPSHOT THRU 3100-EXIT
052900         VARYING WS-ENT-SUB FROM 1 BY 1
053000         UNTIL WS-ENT-SUB GREATER THAN BH-ENTRIES
053100            OR WS-ENT-SUB GREATER THAN 60.
053200     IF  WS-ADB-DAYS NOT GREATER THAN ZERO
053300         GO TO 3000-EXIT.
053400     COMPUTE WS-ADB-AVG ROUNDED = WS-ADB-SUM / WS-ADB-DAYS.
053500     MOVE 'N' TO WS-MASTER-FOUND-SW.
053600     MOVE SPACES TO WMS-CONTROL-KEY.
053700     MOVE BH-CONTROLS TO WMS-CONTROL-KEY.
053800     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
053900     MOVE -1     TO I-O-SEND-CODE.
054000     CALL 'IMACTM' USING I-O-CONTROL-AREA
054100                         MASTER-AREA
054200                         SI-ENVIRONMENT-AREA.
054300     IF  NOT I-O-88-NORMAL-RET
054400         GO TO 3000-EXIT.
054500     IF  WMS-LOAN-TRLR EQUAL '1'
054700         GO TO 3000-EXIT.
054800     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
054900     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
055000     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
055100         GO TO 3000-EXIT.
055200     ADD 1 TO WS-TOT-ADB-APPLIED.
055300     MOVE WS-ADB-AVG TO WS-CLASS-BAL.
055400     PERFORM 2500-CLASSIFY THRU 2500-EXIT.
055500     PERFORM 3200-POST-AVG THRU 3200-EXIT
055600         VARYING WS-HIT-SUB FROM 1 BY 1
055700         UNTIL WS-HIT-SUB GREATER THAN WS-HIT-COUNT.
055800 3000-EXIT. EXIT.
055900 3100-QUARTER-SNAPSHOT.
056000     MOVE BHD-ADB-DATE (WS-ENT-SUB) TO WS-SNAP-DATE.
056100     IF  WS-SNAP-DATE LESS THAN WS-QTR-START-CCYYMMDD
056200     OR  WS-SNAP-DATE GREATER THAN WS-QTR-END-CCYYMMDD
056300         GO TO 3100-EXIT.
056400     ADD BHD-ADB-SUM-BAL (WS-ENT-SUB)     TO WS-ADB-SUM.
056500     ADD BHD-ADB-PERIOD-DAYS (WS-ENT-SUB) TO WS-ADB-DAYS.
056600 3100-EXIT. EXIT.
056700 3200-POST-AVG.
056800     MOVE WS-HIT-LINE (WS-HIT-SUB) TO WS-LINE-SUB.
056900     IF  WS-LINE-SUB EQUAL WS-LINE-MAX
057000         SUBTRACT WS-CLASS-BAL FROM WS-LTO-AVG-BAL (WS-LINE-SUB)
057100     ELSE
057200         ADD WS-CLASS-BAL TO WS-LTO-AVG-BAL (WS-LINE-SUB).
057300 3200-EXIT. EXIT.
057400     EJECT
057500*----------------------------------------------------------------*
057600*    4000-PRINT-SCHEDULE - COLUMN TOTALS (LINE 7), THEN ONE      *
057700*    REPORT LINE AND ONE EXTRACT RECORD PER SCHEDULE LINE.       *
057800*----------------------------------------------------------------*
057900 4000-PRINT-SCHEDULE.
058000     PERFORM 4100-COLUMN-TOTAL THRU 4100-EXIT
058100         VARYING WS-LINE-SUB FROM 1 BY 1
058200         UNTIL WS-LINE-SUB GREATER THAN 3.
058300     MOVE WS-RUN-MO TO TTL-MO.
058400     MOVE WS-RUN-DA TO TTL-DA.
058500     MOVE WS-RUN-YR TO TTL-YR.
058600     WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
058700     MOVE SPACES TO RCE-SCHEDULE-RPT-LINE.
058800     MOVE WS-REPORT-TITLE TO RCE-SCHEDULE-RPT-LINE.
058900     WRITE RCE-SCHEDULE-RPT-LINE.
059000     WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
059100     MOVE SPACES TO RCE-SCHEDULE-RPT-LINE.
059200     MOVE WS-COLUMN-HEADING TO RCE-SCHEDULE-RPT-LINE.
059300     WRITE RCE-SCHEDULE-RPT-LINE.
059400     WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
059500     PERFORM 4200-ONE-LINE THRU 4200-EXIT
059600         VARYING WS-LINE-SUB FROM 1 BY 1
059700         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-MAX.
059800 4000-EXIT. EXIT.
059900 4100-COLUMN-TOTAL.
060000     ADD WS-LTO-COUNT (WS-LINE-SUB)   TO WS-LTO-COUNT (4).
060100     ADD WS-LTO-QE-BAL (WS-LINE-SUB)  TO WS-LTO-QE-BAL (4).
060200     ADD WS-LTO-AVG-BAL (WS-LINE-SUB) TO WS-LTO-AVG-BAL (4).
060300     COMPUTE WS-SUB = WS-LINE-SUB + 4.
060400     ADD WS-LTO-COUNT (WS-SUB)        TO WS-LTO-COUNT (8).
060500     ADD WS-LTO-QE-BAL (WS-SUB)       TO WS-LTO-QE-BAL (8).
060600     ADD WS-LTO-AVG-BAL (WS-SUB)      TO WS-LTO-AVG-BAL (8).
060700 4100-EXIT. EXIT.
060800 4200-ONE-LINE.
060900     IF  WS-LINE-SUB EQUAL 9 OR WS-LINE-SUB EQUAL WS-LINE-MAX
061000         WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
061100     COMPUTE WS-THOUSANDS ROUNDED =
061200             WS-LTO-QE-BAL (WS-LINE-SUB) / 1000.
061300     MOVE WS-LIN-ID (WS-LINE-SUB)      TO DTL-LINE-ID.
061400     MOVE WS-LIN-DESC (WS-LINE-SUB)    TO DTL-DESC.
061500     MOVE WS-LTO-COUNT (WS-LINE-SUB)   TO DTL-COUNT.
061600     MOVE WS-LTO-QE-BAL (WS-LINE-SUB)  TO DTL-QE-BAL.
061700     MOVE WS-LTO-AVG-BAL (WS-LINE-SUB) TO DTL-AVG-BAL.
061800     MOVE WS-THOUSANDS                 TO DTL-THOUSANDS.
061900     MOVE SPACES TO RCE-SCHEDULE-RPT-LINE.
062000     MOVE WS-DETAIL-LINE TO RCE-SCHEDULE-RPT-LINE.
062100     WRITE RCE-SCHEDULE-RPT-LINE.
062200     IF  WS-LINE-SUB EQUAL 4
062300         WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
062400     MOVE SPACES TO RCE-EXTRACT-RECORD.
062500     MOVE 'RCE'                        TO REX-SCHEDULE.
062600     MOVE WS-RUN-DATE-YYMMDD           TO REX-QUARTER-END-DATE.
062700     MOVE WS-LIN-ID (WS-LINE-SUB)      TO REX-LINE-ID.
062800     MOVE WS-LTO-COUNT (WS-LINE-SUB)   TO REX-ACCOUNT-COUNT.
062900     MOVE WS-LTO-QE-BAL (WS-LINE-SUB)  TO REX-QE-AMOUNT.
063000     MOVE WS-LTO-AVG-BAL (WS-LINE-SUB) TO REX-AVG-AMOUNT.
063100     MOVE WS-THOUSANDS                 TO REX-QE-THOUSANDS.
063200     COMPUTE REX-AVG-THOUSANDS ROUNDED =
063300             WS-LTO-AVG-BAL (WS-LINE-SUB) / 1000.
063400     WRITE RCE-EXTRACT-RECORD.
063500 4200-EXIT. EXIT.
063600     EJECT
063700*----------------------------------------------------------------*
063800*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
063900*----------------------------------------------------------------*
064000 9000-TERMINATE.
064100     WRITE RCE-SCHEDULE-RPT-LINE FROM WS-BLANK-LINE.
064200     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
064300     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
064400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064500     MOVE 'OPEN DEPOSIT ACCOUNTS CLASSIFIED  ' TO SUM-LIT.
064600     MOVE WS-TOT-DEPOSITS TO SUM-COUNT.
064700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064800     MOVE 'OVERDRAWN - RECLASSIFIED TO LOANS ' TO SUM-LIT.
064900     MOVE WS-TOT-OVERDRAWN TO SUM-COUNT.
065000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065100     MOVE 'TIME DEPOSITS WITH NO MATURITY    ' TO SUM-LIT.
065200     MOVE WS-TOT-NO-MATURITY TO SUM-COUNT.
065300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065400     MOVE 'ADB HISTORY RECORDS READ          ' TO SUM-LIT.
065500     MOVE WS-TOT-ADB-RECORDS TO SUM-COUNT.
065600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065700     MOVE 'ADB AVERAGES APPLIED              ' TO SUM-LIT.
065800     MOVE WS-TOT-ADB-APPLIED TO SUM-COUNT.
065900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066000     MOVE 'E' TO I-O-CONTROL-OPERATOR.
066100     MOVE -1  TO I-O-SEND-CODE.
066200     CALL 'IMACTM' USING I-O-CONTROL-AREA
066300                         MASTER-AREA
066400                         SI-ENVIRONMENT-AREA.
066500     CLOSE RCE-CLASS-FILE.
066600     CLOSE BAL-HIST-FILE.
066700     CLOSE RCE-EXTRACT-OUT.
066800     CLOSE RCE-SCHEDULE-RPT.
066900 9000-EXIT. EXIT.
067000 9100-PRINT-SUMMARY.
067100     MOVE SPACES TO RCE-SCHEDULE-RPT-LINE.
067200     MOVE WS-SUMMARY-LINE TO RCE-SCHEDULE-RPT-LINE.
067300     WRITE RCE-SCHEDULE-RPT-LINE.
067400 9100-EXIT. EXIT.
