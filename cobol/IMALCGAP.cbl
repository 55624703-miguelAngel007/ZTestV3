*     * GN6184 * 09/15/26 JCTE ALCO DEPOSIT REPRICING GAP AND LADDER
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMALCGAP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMALCGAP IS THE MONTH-END DEPOSIT REPRICING REPORT FOR THE  *
000900*    ASSET/LIABILITY COMMITTEE.  A MASTER BROWSE LADDERS EVERY   *
001000*    OPEN TERM DEPOSIT (WMS-BRT-TERM-LMT) BY DAYS TO             *
001100*    WMS-EXPIRATION-DATE INTO EIGHT MATURITY BUCKETS, WITH THE   *
001200*    BALANCE-WEIGHTED AVERAGE OF WMS-RATE1-ANNUAL IN EACH.       *
001300*    NON-MATURITY DEPOSITS ARE CLASSED BY HOW THEIR RATE RESETS: *
001400*    PRIME-ADJUSTED (WMS-PRIME-ADJ-CODE), TIERED THROUGH A RATE  *
001500*    POINTER (WMS-INT-RATE-PTR, WMS-IOD-RATE-PTR,                *
001600*    WMS-SAV-TIER-PTR) OR FIXED.  WEIGHTED-AVERAGE COST OF FUNDS *
001700*    IS REPORTED BY REGION (WMS-REGION) AND PRODUCT              *
001800*    (WMS-ACCT-TYPE).  THE LADDER IS WRITTEN FORWARD AS NEXT     *
001900*    MONTH'S PRIOR LADDER, AND THIS MONTH'S IS COMPARED WITH     *
002000*    LAST MONTH'S BY PRODUCT AND CLASS TO SHOW THE ACTUAL        *
002100*    RUN-OFF, AND FOR TERM PRODUCTS WHAT WAS SCHEDULED TO        *
002200*    MATURE.                                                     *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/15/26 JCTE NEW PROGRAM - ALCO DEPOSIT REPRICING GAP GN6184 *
002800*                MATURITY LADDER, COST OF FUNDS AND RUN-OFF     *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT ALC-PARM-FILE     ASSIGN TO "IMALCPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL ALC-LADDER-IN ASSIGN TO "IMALCLDI"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-LDI-FILE-STATUS.
003800     SELECT ALC-LADDER-OUT    ASSIGN TO "IMALCLDO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ALC-GAP-RPT       ASSIGN TO "IMALCRPT"
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ALC-PARM-FILE
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  ALC-PARM-RECORD.
004700     03  ALP-MONTH-END-DATE          PIC 9(6).
004800     03  FILLER                      PIC X(74).
004900 FD  ALC-LADDER-IN
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  ALC-LADDER-RECORD.
005200     03  LAD-MONTH-END-DATE          PIC 9(6).
005300     03  LAD-PRODUCT                 PIC XXX.
005400     03  LAD-CLASS                   PIC X.
005500         88  LAD-88-TERM             VALUE 'T'.
005600     03  LAD-BUCKET                  PIC 99.
005700     03  LAD-COUNT                   PIC 9(7).
005800     03  LAD-BALANCE                 PIC S9(13)V99 COMP-3.
005900     03  LAD-RATE-WEIGHT             PIC S9(13)V9(8) COMP-3.
006000     03  FILLER                      PIC X(42).
006100 FD  ALC-LADDER-OUT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  ALC-LADDER-RECORD-OUT           PIC X(80).
006400 FD  ALC-GAP-RPT
006500     RECORD CONTAINS 133 CHARACTERS.
006600 01  ALC-GAP-RPT-LINE                PIC X(133).
006700 WORKING-STORAGE SECTION.
006800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMALCGAP'.
006900 77  WS-PRD-MAX                      PIC S9(5)   COMP VALUE +400.
007000 77  WS-RGN-MAX                      PIC S9(5)   COMP VALUE +2000.
007100 77  WS-LDI-FILE-STATUS              PIC X(2)    VALUE SPACES.
007200     EJECT
007300     COPY SIWSDTAR.
007400     EJECT
007500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
007600 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
007700     03  WS-RUN-YR                   PIC 99.
007800     03  WS-RUN-MO                   PIC 99.
007900     03  WS-RUN-DA                   PIC 99.
008000     EJECT
008100 01  WS-SWITCHES.
008200     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
008300         88  WS-88-END-OF-FILE       VALUE 'Y'.
008400     03  WS-LDI-EOF-SW               PIC X(1)    VALUE 'N'.
008500         88  WS-88-LDI-EOF           VALUE 'Y'.
008600     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
008700         88  WS-88-FOUND             VALUE 'Y'.
008800 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
008900 01  WS-POS                          PIC S9(5)   COMP VALUE 0.
009000 01  WS-BKT                          PIC S9(3)   COMP VALUE 0.
009050 01  WS-CLR-BKT                      PIC S9(3)   COMP VALUE 0.
009100 01  WS-PRD-COUNT                    PIC S9(5)   COMP VALUE 0.
009200 01  WS-RGN-COUNT                    PIC S9(5)   COMP VALUE 0.
009300 01  WS-PRD-SUB                      PIC S9(5)   COMP VALUE 0.
009400 01  WS-RGN-SUB                      PIC S9(5)   COMP VALUE 0.
009500 01  WS-PRD-KEY                      PIC X(4)    VALUE SPACES.
009600 01  WS-RGN-KEY                      PIC X(6)    VALUE SPACES.
009700 01  WS-CLASS                        PIC X       VALUE SPACE.
009800     88  WS-88-TERM                  VALUE 'T'.
009900 01  WS-BALANCE                      PIC S9(13)V99 COMP-3 VALUE 0.
010000 01  WS-WEIGHT                       PIC S9(13)V9(8) COMP-3
010100                                                 VALUE 0.
010200 01  WS-RATE-PCT                     PIC S9(3)V9(4) COMP-3
010300                                                 VALUE 0.
010400 01  WS-CHANGE                       PIC S9(13)V99 COMP-3 VALUE 0.
010500 01  WS-RUNOFF-PCT                   PIC S9(5)V99 COMP-3 VALUE 0.
010600     EJECT
010700*----------------------------------------------------------------*
010800*    MATURITY BUCKETS - UPPER LIMIT IN DAYS.  BUCKET 9 HOLDS THE *
010900*    NON-MATURITY CLASSES.                                       *
011000*----------------------------------------------------------------*
011100 01  WS-BUCKET-VALUES.
011200     03  FILLER PIC X(17) VALUE '00030  0 -  30 DY'.
011300     03  FILLER PIC X(17) VALUE '00090 31 -  90 DY'.
011400     03  FILLER PIC X(17) VALUE '00180 91 - 180 DY'.
011500     03  FILLER PIC X(17) VALUE '00365181 - 365 DY'.
011600     03  FILLER PIC X(17) VALUE '00730  1 -   2 YR'.
011700     03  FILLER PIC X(17) VALUE '01095  2 -   3 YR'.
011800     03  FILLER PIC X(17) VALUE '01825  3 -   5 YR'.
011900     03  FILLER PIC X(17) VALUE '99999 OVER  5 YR '.
012000     03  FILLER PIC X(17) VALUE '99999 NO MATURITY'.
012100 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
012200     03  WS-BKT-ENTRY OCCURS 9 TIMES.
012300         05  WS-BKT-LIMIT            PIC 9(5).
012400         05  WS-BKT-LABEL            PIC X(12).
012500 01  WS-CLASS-NAMES.
012600     03  FILLER PIC X(13) VALUE 'TTERM        '.
012700     03  FILLER PIC X(13) VALUE 'PPRIME-ADJ   '.
012800     03  FILLER PIC X(13) VALUE 'RTIER POINTER'.
012900     03  FILLER PIC X(13) VALUE 'FFIXED       '.
013000 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
013100     03  WS-CLN-ENTRY OCCURS 4 TIMES.
013200         05  WS-CLN-CODE             PIC X.
013300         05  WS-CLN-NAME             PIC X(12).
013400     EJECT
013500*----------------------------------------------------------------*
013600*    PRODUCT/CLASS LADDER, KEPT IN KEY ORDER AS ENTRIES ARE      *
013700*    ADDED, WITH LAST MONTH'S FIGURES FROM THE PRIOR LADDER.     *
013800*----------------------------------------------------------------*
013900 01  WS-PRODUCT-TABLE.
014000     03  WS-PRD-ENTRY OCCURS 400 TIMES
014100                      INDEXED BY PRX.
014200         05  WS-PRD-KEY-AREA.
014300             07  WS-PRD-PRODUCT      PIC XXX.
014400             07  WS-PRD-CLASS        PIC X.
014500         05  WS-PRD-PRIOR-BAL        PIC S9(13)V99 COMP-3.
014600         05  WS-PRD-PRIOR-MATURING   PIC S9(13)V99 COMP-3.
014700         05  WS-PRD-BUCKET OCCURS 9 TIMES.
014800             07  WS-PRD-ACCOUNTS     PIC S9(7)   COMP-3.
014900             07  WS-PRD-BALANCE      PIC S9(13)V99 COMP-3.
015000             07  WS-PRD-WEIGHT       PIC S9(13)V9(8) COMP-3.
015100 01  WS-REGION-TABLE.
015200     03  WS-RGN-ENTRY OCCURS 2000 TIMES
015300                      INDEXED BY RGX.
015400         05  WS-RGN-KEY-AREA.
015500             07  WS-RGN-REGION       PIC XXX.
015600             07  WS-RGN-PRODUCT      PIC XXX.
015700         05  WS-RGN-ACCOUNTS         PIC S9(7)   COMP-3.
015800         05  WS-RGN-BALANCE          PIC S9(13)V99 COMP-3.
015900         05  WS-RGN-WEIGHT           PIC S9(13)V9(8) COMP-3.
016000 01  WS-ACCUM.
016100     03  WS-ACC-COUNT                PIC S9(7)   COMP-3 VALUE 0.
016200     03  WS-ACC-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
016300     03  WS-ACC-WEIGHT               PIC S9(13)V9(8) COMP-3
016400                                                 VALUE 0.
016500 01  WS-HOLD-REGION                  PIC XXX     VALUE SPACES.
016600 01  WS-REGION-ACCUM.
016700     03  WS-RAC-COUNT                PIC S9(7)   COMP-3 VALUE 0.
016800     03  WS-RAC-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
016900     03  WS-RAC-WEIGHT               PIC S9(13)V9(8) COMP-3
017000                                                 VALUE 0.
017100     EJECT
017200 01  WS-TOTALS.
017300     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
017400     03  WS-TOT-DEPOSITS             PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-TERM                 PIC 9(7)    COMP VALUE 0.
017600     03  WS-TOT-PRIME                PIC 9(7)    COMP VALUE 0.
017700     03  WS-TOT-TIER                 PIC 9(7)    COMP VALUE 0.
017800     03  WS-TOT-FIXED                PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-PRIOR-RECS           PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-LADDER-OUT           PIC 9(7)    COMP VALUE 0.
018100     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
018200     EJECT
018300 01  WS-REPORT-TITLE.
018400     03  FILLER                      PIC X(48)   VALUE
018500         'IMALCGAP - ALCO DEPOSIT REPRICING AND LADDER    '.
018600     03  FILLER                      PIC X(12)   VALUE
018700         'MONTH ENDED '.
018800     03  TTL-MO                      PIC 99.
018900     03  FILLER                      PIC X       VALUE '/'.
019000     03  TTL-DA                      PIC 99.
019100     03  FILLER                      PIC X       VALUE '/'.
019200     03  TTL-YR                      PIC 99.
019300     03  FILLER                      PIC X(65)   VALUE SPACES.
019400 01  WS-SECTION-TITLE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  SEC-TITLE                   PIC X(60).
019700     03  FILLER                      PIC X(69)   VALUE SPACES.
019800 01  WS-DETAIL-LINE.
019900     03  FILLER                      PIC X(4)    VALUE SPACES.
020000     03  DTL-KEY1                    PIC X(5).
020100     03  FILLER                      PIC X(1)    VALUE SPACES.
020200     03  DTL-KEY2                    PIC X(12).
020300     03  FILLER                      PIC X(2)    VALUE SPACES.
020400     03  DTL-KEY3                    PIC X(12).
020500     03  FILLER                      PIC X(2)    VALUE SPACES.
020600     03  DTL-COUNT                   PIC Z,ZZZ,ZZ9.
020700     03  FILLER                      PIC X(2)    VALUE SPACES.
020800     03  DTL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
020900     03  FILLER                      PIC X(2)    VALUE SPACES.
021000     03  DTL-RATE                    PIC ZZ9.9999.
021100     03  FILLER                      PIC X(1)    VALUE '%'.
021200     03  FILLER                      PIC X(54)   VALUE SPACES.
021300 01  WS-RUNOFF-LINE.
021400     03  FILLER                      PIC X(4)    VALUE SPACES.
021500     03  RUN-PRODUCT                 PIC XXX.
021600     03  FILLER                      PIC X(2)    VALUE SPACES.
021700     03  RUN-CLASS                   PIC X(12).
021800     03  FILLER                      PIC X(2)    VALUE SPACES.
021900     03  RUN-PRIOR                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022000     03  FILLER                      PIC X(2)    VALUE SPACES.
022100     03  RUN-MATURING                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022200     03  FILLER                      PIC X(2)    VALUE SPACES.
022300     03  RUN-CURRENT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022400     03  FILLER                      PIC X(2)    VALUE SPACES.
022500     03  RUN-CHANGE                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022600     03  FILLER                      PIC X(2)    VALUE SPACES.
022700     03  RUN-PCT                     PIC ZZZZ9.99-.
022800     03  FILLER                      PIC X(1)    VALUE '%'.
022900     03  FILLER                      PIC X(15)   VALUE SPACES.
023000 01  WS-RUNOFF-HEADING.
023100     03  FILLER                      PIC X(4)    VALUE SPACES.
023200     03  FILLER                      PIC X(50)   VALUE
023300         'PRD  CLASS                  PRIOR MONTH    SCHED M'.
023400     03  FILLER                      PIC X(50)   VALUE
023500         'ATURING       CURRENT MONTH    INCREASE/RUN-OFF  '.
023600     03  FILLER                      PIC X(29)   VALUE
023700         '  PCT                        '.
023800 01  WS-SUMMARY-LINE.
023900     03  FILLER                      PIC X(4)    VALUE SPACES.
024000     03  SUM-LIT                     PIC X(34).
024100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
024200     03  FILLER                      PIC X(88)   VALUE SPACES.
024300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
024400     EJECT
024500 LINKAGE SECTION.
024600     COPY SIWSCNTL.
024700     EJECT
024800     COPY IMAWKMST.
024900     EJECT
025000     COPY IMWSENVO.
025100     EJECT
025200 PROCEDURE DIVISION.
025300*----------------------------------------------------------------*
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
025600     PERFORM 1100-LOAD-PRIOR      THRU 1100-EXIT
025700         UNTIL WS-88-LDI-EOF.
025800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
025900         UNTIL WS-88-END-OF-FILE.
026000     PERFORM 4000-PRINT-LADDER    THRU 4000-EXIT.
026100     PERFORM 5000-PRINT-COST      THRU 5000-EXIT.
026200     PERFORM 6000-PRINT-RUNOFF    THRU 6000-EXIT.
026300     PERFORM 8000-WRITE-LADDER    THRU 8000-EXIT.
026400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
026500     GOBACK.
026600     EJECT
026700 1000-INITIALIZE.
026800     OPEN INPUT ALC-PARM-FILE.
026900     READ ALC-PARM-FILE
027000         AT END MOVE ZERO TO ALP-MONTH-END-DATE.
027100     CLOSE ALC-PARM-FILE.
027200     IF  ALP-MONTH-END-DATE NUMERIC
027300     AND ALP-MONTH-END-DATE GREATER THAN ZERO
027400         MOVE ALP-MONTH-END-DATE TO WS-RUN-DATE-YYMMDD
027500     ELSE
027600         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
027700     OPEN INPUT ALC-LADDER-IN.
027800     IF  WS-LDI-FILE-STATUS EQUAL '05' OR '35'
027900         MOVE 'Y' TO WS-LDI-EOF-SW.
028000     OPEN OUTPUT ALC-LADDER-OUT.
028100     OPEN OUTPUT ALC-GAP-RPT.
028200     MOVE WS-RUN-MO TO TTL-MO.
028300     MOVE WS-RUN-DA TO TTL-DA.
028400     MOVE WS-RUN-YR TO TTL-YR.
028500     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
028600     MOVE SPACES TO ALC-GAP-RPT-LINE.
028700     MOVE WS-REPORT-TITLE TO ALC-GAP-RPT-LINE.
028800     WRITE ALC-GAP-RPT-LINE.
028900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
029000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
029100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
029200     MOVE 'I' TO I-O-CONTROL-ACCESS.
029300     MOVE -1  TO I-O-SEND-CODE.
029400     CALL 'IMACTM' USING I-O-CONTROL-AREA
029500                         MASTER-AREA
029600                         SI-ENVIRONMENT-AREA.
029700 1000-EXIT. EXIT.
029800*----------------------------------------------------------------*
029900*    1100-LOAD-PRIOR - LAST MONTH'S LADDER SETS EACH PRODUCT AND *
030000*    CLASS'S PRIOR BALANCE AND WHAT WAS DUE IN THE FIRST BUCKET. *
030100*----------------------------------------------------------------*
030200 1100-LOAD-PRIOR.
030300     READ ALC-LADDER-IN
030400         AT END MOVE 'Y' TO WS-LDI-EOF-SW
030500                GO TO 1100-EXIT.
030600     ADD 1 TO WS-TOT-PRIOR-RECS.
030700     MOVE LAD-PRODUCT TO WS-PRD-KEY (1:3).
030800     MOVE LAD-CLASS   TO WS-PRD-KEY (4:1).
030900     PERFORM 2800-FIND-PRODUCT THRU 2800-EXIT.
031000     IF  WS-PRD-SUB EQUAL ZERO
031100         GO TO 1100-EXIT.
031200     SET PRX TO WS-PRD-SUB.
031300     ADD LAD-BALANCE TO WS-PRD-PRIOR-BAL (PRX).
031400     IF  LAD-BUCKET EQUAL 1
031500         ADD LAD-BALANCE TO WS-PRD-PRIOR-MATURING (PRX).
031600 1100-EXIT. EXIT.
031700     EJECT
031800*----------------------------------------------------------------*
031900*    2000-PROCESS-ACCOUNT - ONE OPEN DEPOSIT ACCOUNT INTO ITS    *
032000*    PRODUCT/CLASS BUCKET AND ITS REGION/PRODUCT COST ENTRY.     *
032100*----------------------------------------------------------------*
032200 2000-PROCESS-ACCOUNT.
032300     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
032400     MOVE -1   TO I-O-SEND-CODE.
032500     CALL 'IMACTM' USING I-O-CONTROL-AREA
032600                         MASTER-AREA
032700                         SI-ENVIRONMENT-AREA.
032800     IF  I-O-88-END-OF-FILE
032900         MOVE 'Y' TO WS-END-OF-FILE-SW
033000         GO TO 2000-EXIT.
033100     ADD 1 TO WS-TOT-ACCOUNTS.
033200     IF  WMS-LOAN-TRLR EQUAL '1'
033400         GO TO 2000-EXIT.
033500     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
033600     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
033700     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
033800         GO TO 2000-EXIT.
033900     IF  WMS-CURR-BAL NOT GREATER THAN ZERO
034000         GO TO 2000-EXIT.
034100     ADD 1 TO WS-TOT-DEPOSITS.
034200     MOVE WMS-CURR-BAL TO WS-BALANCE.
034300     COMPUTE WS-WEIGHT = WMS-CURR-BAL * WMS-RATE1-ANNUAL.
034400     PERFORM 2100-CLASSIFY THRU 2100-EXIT.
034500     MOVE WMS-ACCT-TYPE TO WS-PRD-KEY (1:3).
034600     MOVE WS-CLASS      TO WS-PRD-KEY (4:1).
034700     PERFORM 2800-FIND-PRODUCT THRU 2800-EXIT.
034800     IF  WS-PRD-SUB GREATER THAN ZERO
034900         SET PRX TO WS-PRD-SUB
035000         ADD 1          TO WS-PRD-ACCOUNTS (PRX, WS-BKT)
035100         ADD WS-BALANCE TO WS-PRD-BALANCE (PRX, WS-BKT)
035200         ADD WS-WEIGHT  TO WS-PRD-WEIGHT (PRX, WS-BKT).
035300     MOVE WMS-REGION    TO WS-RGN-KEY (1:3).
035400     MOVE WMS-ACCT-TYPE TO WS-RGN-KEY (4:3).
035500     PERFORM 2900-FIND-REGION THRU 2900-EXIT.
035600     IF  WS-RGN-SUB GREATER THAN ZERO
035700         SET RGX TO WS-RGN-SUB
035800         ADD 1          TO WS-RGN-ACCOUNTS (RGX)
035900         ADD WS-BALANCE TO WS-RGN-BALANCE (RGX)
036000         ADD WS-WEIGHT  TO WS-RGN-WEIGHT (RGX).
036100 2000-EXIT. EXIT.
036200*----------------------------------------------------------------*
036300*    2100-CLASSIFY - A TERM DEPOSIT GOES TO ITS MATURITY BUCKET; *
036400*    ANYTHING ELSE TO BUCKET 9 UNDER ITS RATE-RESET CLASS.       *
036500*----------------------------------------------------------------*
036600 2100-CLASSIFY.
036700     MOVE 9 TO WS-BKT.
036800     IF  WMS-BRT-TERM-LMT GREATER THAN ZERO
036900         MOVE 'T' TO WS-CLASS
037000         ADD 1 TO WS-TOT-TERM
037100         PERFORM 2200-MATURITY-BUCKET THRU 2200-EXIT
037200     ELSE
037300     IF  WMS-PRIME-ADJ-CODE NOT EQUAL SPACE
037400     AND WMS-PRIME-ADJ-CODE NOT EQUAL LOW-VALUE
037500     AND WMS-PRIME-ADJ-CODE NOT EQUAL '0'
037600         MOVE 'P' TO WS-CLASS
037700         ADD 1 TO WS-TOT-PRIME
037800     ELSE
037900     IF  WMS-INT-RATE-PTR GREATER THAN ZERO
038000     OR  WMS-IOD-RATE-PTR GREATER THAN ZERO
038100     OR  WMS-SAV-TIER-PTR GREATER THAN ZERO
038200         MOVE 'R' TO WS-CLASS
038300         ADD 1 TO WS-TOT-TIER
038400     ELSE
038500         MOVE 'F' TO WS-CLASS
038600         ADD 1 TO WS-TOT-FIXED.
038700 2100-EXIT. EXIT.
038800 2200-MATURITY-BUCKET.
038900     MOVE 1 TO WS-BKT.
039000     IF  WMS-EXPIRATION-DATE (1) EQUAL SPACES
039100         GO TO 2200-EXIT.
039200     MOVE WS-RUN-MO             TO DT-L-MO9.
039300     MOVE WS-RUN-DA             TO DT-L-DA9.
039400     MOVE WS-RUN-YR             TO DT-L-YR9.
039500     MOVE WMS-EXPIRATION-MO (1) TO DT-H-MO.
039600     MOVE WMS-EXPIRATION-DA (1) TO DT-H-DA.
039700     MOVE WMS-EXPIRATION-YR (1) TO DT-H-YR.
039800     CALL 'SIDIF1' USING DATE-AREA.
039900     PERFORM 2210-NEXT-BUCKET THRU 2210-EXIT
040000         UNTIL WS-BKT EQUAL 8
040100            OR RET-DAYS NOT GREATER THAN WS-BKT-LIMIT (WS-BKT).
040200 2200-EXIT. EXIT.
040300 2210-NEXT-BUCKET.
040400     ADD 1 TO WS-BKT.
040500 2210-EXIT. EXIT.
040600     EJECT
040700*----------------------------------------------------------------*
040800*    2800-FIND-PRODUCT - LOCATE WS-PRD-KEY, ADDING IT IN KEY     *
040900*    ORDER IF NEW.  WS-PRD-SUB IS ZERO WHEN THE TABLE IS FULL.   *
041000*----------------------------------------------------------------*
041100 2800-FIND-PRODUCT.
041200     MOVE ZERO TO WS-PRD-SUB WS-POS.
041300     PERFORM 2810-SCAN-PRODUCT THRU 2810-EXIT
041400         VARYING WS-SUB FROM 1 BY 1
041500         UNTIL WS-SUB GREATER THAN WS-PRD-COUNT
041600            OR WS-PRD-SUB GREATER THAN ZERO
041700            OR WS-POS GREATER THAN ZERO.
041800     IF  WS-PRD-SUB GREATER THAN ZERO
041900         GO TO 2800-EXIT.
042000     IF  WS-PRD-COUNT NOT LESS THAN WS-PRD-MAX
042100         ADD 1 TO WS-TOT-OVERFLOW
042200         GO TO 2800-EXIT.
042300     IF  WS-POS EQUAL ZERO
042400         COMPUTE WS-POS = WS-PRD-COUNT + 1
042500     ELSE
042600         PERFORM 2820-SHIFT-PRODUCT THRU 2820-EXIT
042700             VARYING WS-SUB FROM WS-PRD-COUNT BY -1
042800             UNTIL WS-SUB LESS THAN WS-POS.
042900     ADD 1 TO WS-PRD-COUNT.
043000     SET PRX TO WS-POS.
043100     MOVE WS-PRD-KEY TO WS-PRD-KEY-AREA (PRX).
043200     MOVE ZERO TO WS-PRD-PRIOR-BAL (PRX)
043300                  WS-PRD-PRIOR-MATURING (PRX).
043400     PERFORM 2830-CLEAR-BUCKET THRU 2830-EXIT
043500         VARYING WS-CLR-BKT FROM 1 BY 1
043600         UNTIL WS-CLR-BKT GREATER THAN 9.
043700     MOVE WS-POS TO WS-PRD-SUB.
043800 2800-EXIT. EXIT.
043900 2810-SCAN-PRODUCT.
044000     SET PRX TO WS-SUB.
044100     IF  WS-PRD-KEY-AREA (PRX) EQUAL WS-PRD-KEY
044200         MOVE WS-SUB TO WS-PRD-SUB
044300     ELSE
044400     IF  WS-PRD-KEY-AREA (PRX) GREATER THAN WS-PRD-KEY
044500         MOVE WS-SUB TO WS-POS.
044600 2810-EXIT. EXIT.
044700 2820-SHIFT-PRODUCT.
044800     SET PRX TO WS-SUB.
044900     MOVE WS-PRD-ENTRY (PRX) TO WS-PRD-ENTRY (PRX + 1).
045000 2820-EXIT. EXIT.
045100 2830-CLEAR-BUCKET.
045200     MOVE ZERO TO WS-PRD-ACCOUNTS (PRX, WS-CLR-BKT)
045300                  WS-PRD-BALANCE (PRX, WS-CLR-BKT)
045400                  WS-PRD-WEIGHT (PRX, WS-CLR-BKT).
045500 2830-EXIT. EXIT.
045600*----------------------------------------------------------------*
045700*    2900-FIND-REGION - THE SAME FOR THE REGION/PRODUCT TABLE.   *
045800*----------------------------------------------------------------*
045900 2900-FIND-REGION.
046000     MOVE ZERO TO WS-RGN-SUB WS-POS.
046100     PERFORM 2910-SCAN-REGION THRU 2910-EXIT
046200         VARYING WS-SUB FROM 1 BY 1
046300         UNTIL WS-SUB GREATER THAN WS-RGN-COUNT
046400            OR WS-RGN-SUB GREATER THAN ZERO
046500            OR WS-POS GREATER THAN ZERO.
046600     IF  WS-RGN-SUB GREATER THAN ZERO
046700         GO TO 2900-EXIT.
046800     IF  WS-RGN-COUNT NOT LESS THAN WS-RGN-MAX
046900         ADD 1 TO WS-TOT-OVERFLOW
047000         GO TO 2900-EXIT.
047100     IF  WS-POS EQUAL ZERO
047200         COMPUTE WS-POS = WS-RGN-COUNT + 1
047300     ELSE
047400         PERFORM 2920-SHIFT-REGION THRU 2920-EXIT
047500             VARYING WS-SUB FROM WS-RGN-COUNT BY -1
047600             UNTIL WS-SUB LESS THAN WS-POS.
047700     ADD 1 TO WS-RGN-COUNT.
047800     SET RGX TO WS-POS.
047900     MOVE WS-RGN-KEY TO WS-RGN-KEY-AREA (RGX).
048000     MOVE ZERO TO WS-RGN-ACCOUNTS (RGX)
048100                  WS-RGN-BALANCE (RGX)
048200                  WS-RGN-WEIGHT (RGX).
048300     MOVE WS-POS TO WS-RGN-SUB.
048400 2900-EXIT. EXIT.
048500 2910-SCAN-REGION.
048600     SET RGX TO WS-SUB.
048700     IF  WS-RGN-KEY-AREA (RGX) EQUAL WS-RGN-KEY
048800         MOVE WS-SUB TO WS-RGN-SUB
048900     ELSE
049000     IF  WS-RGN-KEY-AREA (RGX) GREATER THAN WS-RGN-KEY
049100         MOVE WS-SUB TO WS-POS.
049200 2910-EXIT. EXIT.
049300 2920-SHIFT-REGION.
049400     SET RGX TO WS-SUB.
049500     MOVE WS-RGN-ENTRY (RGX) TO WS-RGN-ENTRY (RGX + 1).
049600 2920-EXIT. EXIT.
049700     EJECT
049800*----------------------------------------------------------------*
049900*    4000-PRINT-LADDER - TERM PRODUCTS BY MATURITY BUCKET, THEN  *
050000*    THE NON-MATURITY PRODUCTS BY RATE-RESET CLASS.              *
050100*----------------------------------------------------------------*
050200 4000-PRINT-LADDER.
050300     MOVE 'TERM DEPOSIT MATURITY LADDER BY PRODUCT'
050400         TO SEC-TITLE.
050500     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
050600     PERFORM 4100-TERM-PRODUCT THRU 4100-EXIT
050700         VARYING WS-PRD-SUB FROM 1 BY 1
050800         UNTIL WS-PRD-SUB GREATER THAN WS-PRD-COUNT.
050900     MOVE 'NON-MATURITY DEPOSITS BY RATE-RESET CLASS'
051000         TO SEC-TITLE.
051100     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
051200     PERFORM 4200-NON-MATURITY THRU 4200-EXIT
051300         VARYING WS-PRD-SUB FROM 1 BY 1
051400         UNTIL WS-PRD-SUB GREATER THAN WS-PRD-COUNT.
051500 4000-EXIT. EXIT.
051600 4100-TERM-PRODUCT.
051700     SET PRX TO WS-PRD-SUB.
051800     IF  WS-PRD-CLASS (PRX) NOT EQUAL 'T'
051900         GO TO 4100-EXIT.
052000     MOVE ZERO TO WS-ACC-COUNT WS-ACC-BALANCE WS-ACC-WEIGHT.
052100     PERFORM 4110-ONE-BUCKET THRU 4110-EXIT
052200         VARYING WS-BKT FROM 1 BY 1
052300         UNTIL WS-BKT GREATER THAN 8.
052400     IF  WS-ACC-COUNT EQUAL ZERO
052500         GO TO 4100-EXIT.
052600     MOVE WS-PRD-PRODUCT (PRX) TO DTL-KEY1.
052700     MOVE 'TOTAL'              TO DTL-KEY2.
052800     MOVE SPACES               TO DTL-KEY3.
052900     PERFORM 7000-PRINT-ACCUM THRU 7000-EXIT.
053000     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
053100 4100-EXIT. EXIT.
053200 4110-ONE-BUCKET.
053300     IF  WS-PRD-ACCOUNTS (PRX, WS-BKT) EQUAL ZERO
053400         GO TO 4110-EXIT.
053500     ADD WS-PRD-ACCOUNTS (PRX, WS-BKT)   TO WS-ACC-COUNT.
053600     ADD WS-PRD-BALANCE (PRX, WS-BKT) TO WS-ACC-BALANCE.
053700     ADD WS-PRD-WEIGHT (PRX, WS-BKT)  TO WS-ACC-WEIGHT.
053800     MOVE WS-PRD-PRODUCT (PRX)    TO DTL-KEY1.
053900     MOVE WS-BKT-LABEL (WS-BKT)   TO DTL-KEY2.
054000     MOVE SPACES                  TO DTL-KEY3.
054100     MOVE WS-PRD-ACCOUNTS (PRX, WS-BKT)   TO DTL-COUNT.
054200     MOVE WS-PRD-BALANCE (PRX, WS-BKT) TO DTL-BALANCE.
054300     MOVE ZERO TO WS-RATE-PCT.
054400     IF  WS-PRD-BALANCE (PRX, WS-BKT) NOT EQUAL ZERO
054500         COMPUTE WS-RATE-PCT ROUNDED =
054600                 WS-PRD-WEIGHT (PRX, WS-BKT) * 100
054700               / WS-PRD-BALANCE (PRX, WS-BKT).
054800     MOVE WS-RATE-PCT TO DTL-RATE.
054900     PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT.
055000 4110-EXIT. EXIT.
055100 4200-NON-MATURITY.
055200     SET PRX TO WS-PRD-SUB.
055300     IF  WS-PRD-CLASS (PRX) EQUAL 'T'
055400     OR  WS-PRD-ACCOUNTS (PRX, 9) EQUAL ZERO
055500         GO TO 4200-EXIT.
055600     MOVE WS-PRD-ACCOUNTS (PRX, 9)   TO WS-ACC-COUNT.
055700     MOVE WS-PRD-BALANCE (PRX, 9) TO WS-ACC-BALANCE.
055800     MOVE WS-PRD-WEIGHT (PRX, 9)  TO WS-ACC-WEIGHT.
055900     MOVE WS-PRD-PRODUCT (PRX)    TO DTL-KEY1.
056000     PERFORM 7300-CLASS-NAME THRU 7300-EXIT.
056100     MOVE SPACES TO DTL-KEY3.
056200     PERFORM 7000-PRINT-ACCUM THRU 7000-EXIT.
056300 4200-EXIT. EXIT.
056400     EJECT
056500*----------------------------------------------------------------*
056600*    5000-PRINT-COST - WEIGHTED-AVERAGE COST OF FUNDS BY REGION  *
056700*    AND PRODUCT, WITH A TOTAL FOR EACH REGION.                  *
056800*----------------------------------------------------------------*
056900 5000-PRINT-COST.
057000     MOVE 'WEIGHTED-AVERAGE COST OF FUNDS BY REGION AND PRODUCT'
057100         TO SEC-TITLE.
057200     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
057300     MOVE ZERO TO WS-RAC-COUNT WS-RAC-BALANCE WS-RAC-WEIGHT.
057400     IF  WS-RGN-COUNT GREATER THAN ZERO
057500         MOVE WS-RGN-REGION (1) TO WS-HOLD-REGION.
057600     PERFORM 5100-ONE-REGION-PRODUCT THRU 5100-EXIT
057700         VARYING WS-RGN-SUB FROM 1 BY 1
057800         UNTIL WS-RGN-SUB GREATER THAN WS-RGN-COUNT.
057900     IF  WS-RGN-COUNT GREATER THAN ZERO
058000         PERFORM 5200-REGION-TOTAL THRU 5200-EXIT.
058100 5000-EXIT. EXIT.
058200 5100-ONE-REGION-PRODUCT.
058300     SET RGX TO WS-RGN-SUB.
058400     IF  WS-RGN-REGION (RGX) NOT EQUAL WS-HOLD-REGION
058500         PERFORM 5200-REGION-TOTAL THRU 5200-EXIT
058600         MOVE WS-RGN-REGION (RGX) TO WS-HOLD-REGION.
058700     MOVE WS-RGN-ACCOUNTS (RGX) TO WS-ACC-COUNT.
058800     MOVE WS-RGN-BALANCE (RGX)  TO WS-ACC-BALANCE.
058900     MOVE WS-RGN-WEIGHT (RGX)   TO WS-ACC-WEIGHT.
059000     ADD WS-ACC-COUNT   TO WS-RAC-COUNT.
059100     ADD WS-ACC-BALANCE TO WS-RAC-BALANCE.
059200     ADD WS-ACC-WEIGHT  TO WS-RAC-WEIGHT.
059300     MOVE WS-RGN-REGION (RGX)  TO DTL-KEY1.
059400     MOVE WS-RGN-PRODUCT (RGX) TO DTL-KEY2.
059500     MOVE SPACES               TO DTL-KEY3.
059600     PERFORM 7000-PRINT-ACCUM THRU 7000-EXIT.
059700 5100-EXIT. EXIT.
059800 5200-REGION-TOTAL.
059900     MOVE WS-RAC-COUNT   TO WS-ACC-COUNT.
060000     MOVE WS-RAC-BALANCE TO WS-ACC-BALANCE.
060100     MOVE WS-RAC-WEIGHT  TO WS-ACC-WEIGHT.
060200     MOVE WS-HOLD-REGION TO DTL-KEY1.
060300     MOVE 'ALL PRODUCTS' TO DTL-KEY2.
060400     MOVE SPACES         TO DTL-KEY3.
060500     PERFORM 7000-PRINT-ACCUM THRU 7000-EXIT.
060600     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
060700     MOVE ZERO TO WS-RAC-COUNT WS-RAC-BALANCE WS-RAC-WEIGHT.
060800 5200-EXIT. EXIT.
060900     EJECT
061000*----------------------------------------------------------------*
061100*    6000-PRINT-RUNOFF - THIS MONTH AGAINST LAST MONTH'S LADDER. *
061200*    A NEGATIVE CHANGE IS RUN-OFF; FOR TERM PRODUCTS THE AMOUNT  *
061300*    LAST MONTH SCHEDULED TO MATURE IS SHOWN BESIDE IT.          *
061400*----------------------------------------------------------------*
061500 6000-PRINT-RUNOFF.
061600     MOVE 'MONTH-OVER-MONTH RUN-OFF BY PRODUCT AND CLASS'
061700         TO SEC-TITLE.
061800     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
061900     MOVE SPACES TO ALC-GAP-RPT-LINE.
062000     MOVE WS-RUNOFF-HEADING TO ALC-GAP-RPT-LINE.
062100     WRITE ALC-GAP-RPT-LINE.
062200     PERFORM 6100-ONE-PRODUCT THRU 6100-EXIT
062300         VARYING WS-PRD-SUB FROM 1 BY 1
062400         UNTIL WS-PRD-SUB GREATER THAN WS-PRD-COUNT.
062500 6000-EXIT. EXIT.
062600 6100-ONE-PRODUCT.
062700     SET PRX TO WS-PRD-SUB.
062800     MOVE ZERO TO WS-ACC-BALANCE.
062900     PERFORM 6110-SUM-BUCKET THRU 6110-EXIT
063000         VARYING WS-BKT FROM 1 BY 1
063100         UNTIL WS-BKT GREATER THAN 9.
063200     COMPUTE WS-CHANGE = WS-ACC-BALANCE - WS-PRD-PRIOR-BAL (PRX).
063300     MOVE ZERO TO WS-RUNOFF-PCT.
063400     IF  WS-PRD-PRIOR-BAL (PRX) NOT EQUAL ZERO
063500         COMPUTE WS-RUNOFF-PCT ROUNDED =
063600                 WS-CHANGE * 100 / WS-PRD-PRIOR-BAL (PRX).
063700     MOVE WS-PRD-PRODUCT (PRX) TO RUN-PRODUCT.
063800     MOVE WS-PRD-CLASS (PRX) TO WS-CLASS.
063900     MOVE SPACES TO DTL-KEY2.
064000     PERFORM 7310-CLASS-SCAN THRU 7310-EXIT
064100         VARYING WS-SUB FROM 1 BY 1
064200         UNTIL WS-SUB GREATER THAN 4.
064300     MOVE DTL-KEY2 TO RUN-CLASS.
064400     MOVE WS-PRD-PRIOR-BAL (PRX)      TO RUN-PRIOR.
064500     MOVE WS-PRD-PRIOR-MATURING (PRX) TO RUN-MATURING.
064600     MOVE WS-ACC-BALANCE              TO RUN-CURRENT.
064700     MOVE WS-CHANGE                   TO RUN-CHANGE.
064800     MOVE WS-RUNOFF-PCT               TO RUN-PCT.
064900     MOVE SPACES TO ALC-GAP-RPT-LINE.
065000     MOVE WS-RUNOFF-LINE TO ALC-GAP-RPT-LINE.
065100     WRITE ALC-GAP-RPT-LINE.
065200 6100-EXIT. EXIT.
065300 6110-SUM-BUCKET.
065400     ADD WS-PRD-BALANCE (PRX, WS-BKT) TO WS-ACC-BALANCE.
065500 6110-EXIT. EXIT.
065600     EJECT
065700 7000-PRINT-ACCUM.
065800     MOVE WS-ACC-COUNT   TO DTL-COUNT.
065900     MOVE WS-ACC-BALANCE TO DTL-BALANCE.
066000     MOVE ZERO TO WS-RATE-PCT.
066100     IF  WS-ACC-BALANCE NOT EQUAL ZERO
066200         COMPUTE WS-RATE-PCT ROUNDED =
066300                 WS-ACC-WEIGHT * 100 / WS-ACC-BALANCE.
066400     MOVE WS-RATE-PCT TO DTL-RATE.
066500     PERFORM 7200-PRINT-DETAIL THRU 7200-EXIT.
066600 7000-EXIT. EXIT.
066700 7100-PRINT-SECTION.
066800     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
066900     MOVE SPACES TO ALC-GAP-RPT-LINE.
067000     MOVE WS-SECTION-TITLE TO ALC-GAP-RPT-LINE.
067100     WRITE ALC-GAP-RPT-LINE.
067200     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
067300 7100-EXIT. EXIT.
067400 7200-PRINT-DETAIL.
067500     MOVE SPACES TO ALC-GAP-RPT-LINE.
067600     MOVE WS-DETAIL-LINE TO ALC-GAP-RPT-LINE.
067700     WRITE ALC-GAP-RPT-LINE.
067800 7200-EXIT. EXIT.
067900 7300-CLASS-NAME.
068000     MOVE WS-PRD-CLASS (PRX) TO WS-CLASS.
068100     MOVE SPACES TO DTL-KEY2.
068200     PERFORM 7310-CLASS-SCAN THRU 7310-EXIT
068300         VARYING WS-SUB FROM 1 BY 1
068400         UNTIL WS-SUB GREATER THAN 4.
068500 7300-EXIT. EXIT.
068600 7310-CLASS-SCAN.
068700     IF  WS-CLN-CODE (WS-SUB) EQUAL WS-CLASS
068800         MOVE WS-CLN-NAME (WS-SUB) TO DTL-KEY2.
068900 7310-EXIT. EXIT.
069000     EJECT
069100*----------------------------------------------------------------*
069200*    8000-WRITE-LADDER - THIS MONTH'S LADDER, ONE RECORD PER     *
069300*    PRODUCT, CLASS AND OCCUPIED BUCKET, FOR NEXT MONTH'S RUN.   *
069400*----------------------------------------------------------------*
069500 8000-WRITE-LADDER.
069600     PERFORM 8100-ONE-PRODUCT THRU 8100-EXIT
069700         VARYING WS-PRD-SUB FROM 1 BY 1
069800         UNTIL WS-PRD-SUB GREATER THAN WS-PRD-COUNT.
069900 8000-EXIT. EXIT.
070000 8100-ONE-PRODUCT.
070100     SET PRX TO WS-PRD-SUB.
070200     PERFORM 8110-ONE-BUCKET THRU 8110-EXIT
070300         VARYING WS-BKT FROM 1 BY 1
070400         UNTIL WS-BKT GREATER THAN 9.
070500 8100-EXIT. EXIT.
070600 8110-ONE-BUCKET.
070700     IF  WS-PRD-ACCOUNTS (PRX, WS-BKT) EQUAL ZERO
070800         GO TO 8110-EXIT.
070900     MOVE SPACES TO ALC-LADDER-RECORD.
071000     MOVE WS-RUN-DATE-YYMMDD           TO LAD-MONTH-END-DATE.
071100     MOVE WS-PRD-PRODUCT (PRX)         TO LAD-PRODUCT.
071200     MOVE WS-PRD-CLASS (PRX)           TO LAD-CLASS.
071300     MOVE WS-BKT                       TO LAD-BUCKET.
071400     MOVE WS-PRD-ACCOUNTS (PRX, WS-BKT)   TO LAD-COUNT.
071500     MOVE WS-PRD-BALANCE (PRX, WS-BKT) TO LAD-BALANCE.
071600     MOVE WS-PRD-WEIGHT (PRX, WS-BKT)  TO LAD-RATE-WEIGHT.
071700     MOVE ALC-LADDER-RECORD TO ALC-LADDER-RECORD-OUT.
071800     WRITE ALC-LADDER-RECORD-OUT.
071900     ADD 1 TO WS-TOT-LADDER-OUT.
072000 8110-EXIT. EXIT.
072100     EJECT
072200*----------------------------------------------------------------*
072300*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
072400*----------------------------------------------------------------*
072500 9000-TERMINATE.
072600     WRITE ALC-GAP-RPT-LINE FROM WS-BLANK-LINE.
072700     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
072800     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
072900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073000     MOVE 'OPEN DEPOSITS WITH A BALANCE      ' TO SUM-LIT.
073100     MOVE WS-TOT-DEPOSITS TO SUM-COUNT.
073200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073300     MOVE 'TERM DEPOSITS LADDERED            ' TO SUM-LIT.
073400     MOVE WS-TOT-TERM TO SUM-COUNT.
073500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073600     MOVE 'PRIME-ADJUSTED NON-MATURITY       ' TO SUM-LIT.
073700     MOVE WS-TOT-PRIME TO SUM-COUNT.
073800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073900     MOVE 'TIER-POINTER NON-MATURITY         ' TO SUM-LIT.
074000     MOVE WS-TOT-TIER TO SUM-COUNT.
074100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074200     MOVE 'FIXED-RATE NON-MATURITY           ' TO SUM-LIT.
074300     MOVE WS-TOT-FIXED TO SUM-COUNT.
074400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074500     MOVE 'PRIOR LADDER RECORDS READ         ' TO SUM-LIT.
074600     MOVE WS-TOT-PRIOR-RECS TO SUM-COUNT.
074700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074800     MOVE 'LADDER RECORDS WRITTEN            ' TO SUM-LIT.
074900     MOVE WS-TOT-LADDER-OUT TO SUM-COUNT.
075000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075100     MOVE 'ENTRIES DROPPED - TABLE FULL      ' TO SUM-LIT.
075200     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
075300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075400     MOVE 'E' TO I-O-CONTROL-OPERATOR.
075500     MOVE -1  TO I-O-SEND-CODE.
075600     CALL 'IMACTM' USING I-O-CONTROL-AREA
075700                         MASTER-AREA
075800                         SI-ENVIRONMENT-AREA.
075900     CLOSE ALC-LADDER-IN.
076000     CLOSE ALC-LADDER-OUT.
076100     CLOSE ALC-GAP-RPT.
076200 9000-EXIT. EXIT.
076300 9100-PRINT-SUMMARY.
076400     MOVE SPACES TO ALC-GAP-RPT-LINE.
076500     MOVE WS-SUMMARY-LINE TO ALC-GAP-RPT-LINE.
076600     WRITE ALC-GAP-RPT-LINE.
076700 9100-EXIT. EXIT.
