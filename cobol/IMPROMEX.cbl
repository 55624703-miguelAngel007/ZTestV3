*     * GN6191 * 09/22/26 JCTE PROMOTIONAL RATE EXPIRATION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMPROMEX.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/22/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMPROMEX IS THE NIGHTLY PROMOTIONAL AND STEP-RATE           *
000900*    EXPIRATION RUN.  AN ACCOUNT ON A SPECIAL RATE CARRIES       *
001000*    WMS-NB-SS-RT-IND, THE RATE ADJUSTMENT WMS-NB-SS-RT-ADJ AND  *
001100*    THE START AND STOP DATES WMS-NB-SS-RT-START-DT AND          *
001200*    WMS-NB-SS-RT-STOP-DT (MMDDCCYY, AS THE OTHER NB-AREA        *
001300*    DATES).  A PROMOTION STOPPING WITHIN THE NOTICE DAYS ON THE *
001400*    PARAMETER CARD (DEFAULT 30, THE REG DD ADVANCE-NOTICE       *
001500*    PERIOD) GETS ONE CHANGE-IN-TERMS NOTICE EXTRACT RECORD      *
001600*    CARRYING THE PROMOTIONAL AND STANDARD RATE POINTERS.  ON    *
001700*    THE STOP DATE THE ACCOUNT IS REVERTED TO ITS PRODUCT'S      *
001800*    STANDARD RATE POINTER (PFF-IOD-RATE-PTR ON IMPRODFL), THE   *
001900*    SPECIAL RATE IS CLEARED AND THE CHANGE JOURNALED (IMWSFMJR) *
002000*    FOR IMFMJRNL.  THE PROMOTION BOOK (IMWSPRBK) IS MATCHED     *
002100*    AGAINST THE MASTER EACH NIGHT TO ACCRUE THE BALANCE-DAYS    *
002200*    AND THE INCREMENTAL INTEREST THE PROMOTION COSTS.  ON THE   *
002300*    FIRST OF THE MONTH, OR ON REQUEST, THE PROMO-BOOK REPORT    *
002400*    LISTS THE ACCOUNTS ON PROMOTION WITH AVERAGE BALANCE AND    *
002500*    INCREMENTAL INTEREST, AND THE PROMOTIONS EXPIRED IN THE     *
002600*    LAST YEAR WITH THEIR RETENTION - AN ACCOUNT IS RETAINED     *
002700*    WHEN IT IS STILL OPEN WITH AT LEAST THE PARAMETER PERCENT   *
002800*    (DEFAULT 50) OF ITS BALANCE AT THE STOP DATE.               *
002900*----------------------------------------------------------------*
003000*               ** HISTORY OF REVISIONS **                      *
003100* DESCRIPTION                                           CHNGID  *
003200* ____________________________________________________ _______ *
003300* 09/22/26 JCTE NEW PROGRAM - PROMOTIONAL AND STEP-RATE  GN6191 *
003400*                EXPIRATION, REG DD NOTICE AND PROMO BOOK       *
003500*----------------------------------------------------------------*
003600 ENVIRONMENT    DIVISION.
003700 INPUT-OUTPUT   SECTION.
003800 FILE-CONTROL.
003900     SELECT PMX-PARM-FILE     ASSIGN TO "IMPMXPRM"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL PMX-BOOK-IN ASSIGN TO "IMPMXBKI"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-BOOK-FILE-STATUS.
004400     SELECT PMX-BOOK-OUT      ASSIGN TO "IMPMXBKO"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PRODUCT-FILE      ASSIGN TO "IMPRODFL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PF-KEY.
005000     SELECT PMX-NOTICE-EXT    ASSIGN TO "IMPMXNTC"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMPMXJRN"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT SORT-FILE         ASSIGN TO "IMPMXSRT".
005500     SELECT PMX-PROMO-RPT     ASSIGN TO "IMPMXRPT"
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PMX-PARM-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  PMX-PARM-RECORD.
006200     03  PMP-RUN-DATE                PIC 9(6).
006300     03  PMP-NOTICE-DAYS             PIC 9(3).
006400     03  PMP-RETAIN-PCT              PIC 9(3).
006500     03  PMP-BOOK-SW                 PIC X.
006600         88  PMP-88-BOOK             VALUE 'Y'.
006700     03  FILLER                      PIC X(67).
006800 FD  PMX-BOOK-IN
006900     RECORD CONTAINS 120 CHARACTERS.
007000 01  PMX-BOOK-IN-RECORD              PIC X(120).
007100 FD  PMX-BOOK-OUT
007200     RECORD CONTAINS 120 CHARACTERS.
007300 01  PMX-BOOK-OUT-RECORD             PIC X(120).
007400 FD  PRODUCT-FILE.
007500     COPY IMPRODFL.
007600 FD  PMX-NOTICE-EXT
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  PMX-NOTICE-RECORD.
007900     03  PMN-ACCOUNT                 PIC X(22).
008000     03  PMN-OFFICER                 PIC X(5).
008100     03  PMN-CHANGE-DATE             PIC 9(8).
008200     03  PMN-NOTICE-DATE             PIC 9(8).
008300     03  PMN-PROMO-RATE-PTR          PIC S999     COMP-3.
008400     03  PMN-RATE-ADJ                PIC S9V9(8)  COMP-3.
008500     03  PMN-STD-RATE-PTR            PIC S999     COMP-3.
008600     03  FILLER                      PIC X(28).
008700 FD  FM-JOURNAL-OUT.
008800     COPY IMWSFMJR.
008900 SD  SORT-FILE.
009000 01  SORT-RECORD.
009100     03  SRT-STATUS                  PIC X.
009200     03  SRT-ACCOUNT                 PIC X(22).
009300     03  SRT-BOOK-DATA               PIC X(120).
009400 FD  PMX-PROMO-RPT
009500     RECORD CONTAINS 133 CHARACTERS.
009600 01  PMX-PROMO-RPT-LINE              PIC X(133).
009700 WORKING-STORAGE SECTION.
009800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMPROMEX'.
009900 77  WS-SYSTEM-OPER                  PIC X(5)    VALUE 'SYSTM'.
010000 77  WS-BOOK-FILE-STATUS             PIC X(2)    VALUE SPACES.
010100     EJECT
010200     COPY SIWSDTAR.
010300     EJECT
010400     COPY IMWSPRBK.
010500     EJECT
010600 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
010700 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
010800     03  WS-RUN-CC                   PIC 99.
010900     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
011000     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
011100         05  WS-RUN-YR               PIC 99.
011200         05  WS-RUN-MO               PIC 99.
011300         05  WS-RUN-DA               PIC 99.
011400 01  WS-HORIZON-8                    PIC 9(8)    VALUE 0.
011500 01  WS-HORIZON-8-R REDEFINES WS-HORIZON-8.
011600     03  WS-HOR-CC                   PIC 99.
011700     03  WS-HOR-YR                   PIC 99.
011800     03  WS-HOR-MO                   PIC 99.
011900     03  WS-HOR-DA                   PIC 99.
012000 01  WS-PURGE-CUTOFF                 PIC 9(8)    VALUE 0.
012100 01  WS-ACCRUE-TO                    PIC 9(8)    VALUE 0.
012200 01  WS-BOOK-KEY                     PIC X(22)   VALUE LOW-VALUES.
012300 01  WS-SWITCHES.
012400     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
012500         88  WS-88-END-OF-FILE       VALUE 'Y'.
012600     03  WS-BOOK-EOF-SW              PIC X(1)    VALUE 'N'.
012700         88  WS-88-BOOK-EOF          VALUE 'Y'.
012800     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
012900         88  WS-88-SORT-EOF          VALUE 'Y'.
013000     03  WS-BOOK-RUN-SW              PIC X(1)    VALUE 'N'.
013100         88  WS-88-BOOK-RUN          VALUE 'Y'.
013200     03  WS-HAVE-BOOK-SW             PIC X(1)    VALUE 'N'.
013300         88  WS-88-HAVE-BOOK         VALUE 'Y'.
013400     03  WS-MASTER-CHANGED-SW        PIC X(1)    VALUE 'N'.
013500         88  WS-88-MASTER-CHANGED    VALUE 'Y'.
013600     03  WS-PRODUCT-FOUND-SW         PIC X(1)    VALUE 'N'.
013700         88  WS-88-PRODUCT-FOUND     VALUE 'Y'.
013800     03  WS-DATE-VALID-SW            PIC X(1)    VALUE 'N'.
013900         88  WS-88-DATE-VALID        VALUE 'Y'.
014000     03  WS-DAILY-HDG-SW             PIC X(1)    VALUE 'N'.
014100         88  WS-88-DAILY-HDG         VALUE 'Y'.
014200     03  WS-HLD-STATUS               PIC X(1)    VALUE SPACE.
014300 01  WS-NOTICE-DAYS                  PIC S9(3)   COMP-3 VALUE 0.
014400 01  WS-RETAIN-PCT                   PIC S9(3)   COMP-3 VALUE 0.
014500 01  WS-ACCRUE-DAYS                  PIC S9(5)   COMP-3 VALUE 0.
014600 01  WS-AVG-BAL                      PIC S9(13)V99 COMP-3 VALUE 0.
014700 01  WS-RETAIN-FLOOR                 PIC S9(13)V99 COMP-3 VALUE 0.
014800 01  WS-OLD-RATE-PTR                 PIC S999    COMP-3 VALUE 0.
014900 01  WS-STD-RATE-PTR                 PIC S999    COMP-3 VALUE 0.
015000     EJECT
015100*----------------------------------------------------------------*
015200*    THE NB-AREA DATE UNDER EDIT (MMDDCCYY) AND ITS CCYYMMDD     *
015300*    FORM.  A BLANK CENTURY IS WINDOWED ON THE YEAR.             *
015400*----------------------------------------------------------------*
015500 01  WS-NB-DATE.
015600     03  WS-NBD-MM                   PIC XX.
015700     03  WS-NBD-DD                   PIC XX.
015800     03  WS-NBD-CC                   PIC XX.
015900     03  WS-NBD-YY                   PIC XX.
016000 01  WS-EDIT-8                       PIC 9(8)    VALUE 0.
016100 01  WS-EDIT-8-R REDEFINES WS-EDIT-8.
016200     03  WS-ED8-CC                   PIC XX.
016300     03  WS-ED8-YY                   PIC XX.
016400     03  WS-ED8-MM                   PIC XX.
016500     03  WS-ED8-DD                   PIC XX.
016600 01  WS-START-8                      PIC 9(8)    VALUE 0.
016700 01  WS-STOP-8                       PIC 9(8)    VALUE 0.
016800 01  WS-DATE-EDIT.
016900     03  WS-DTE-MM                   PIC XX.
017000     03  FILLER                      PIC X       VALUE '/'.
017100     03  WS-DTE-DD                   PIC XX.
017200     03  FILLER                      PIC X       VALUE '/'.
017300     03  WS-DTE-CCYY                 PIC X(4).
017400 01  WS-DATE-EDIT-IN                 PIC 9(8)    VALUE 0.
017500 01  WS-DATE-EDIT-IN-R REDEFINES WS-DATE-EDIT-IN.
017600     03  WS-DEI-CCYY                 PIC X(4).
017700     03  WS-DEI-MM                   PIC XX.
017800     03  WS-DEI-DD                   PIC XX.
017900 01  WS-ADJ-EDIT                     PIC -9.99999999.
018000     EJECT
018100 01  WS-TOTALS.
018200     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
018300     03  WS-TOT-ON-PROMO             PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-OPENED               PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-REVERTED             PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-ENDED-OFF            PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-NO-PRODUCT           PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-BAD-DATE             PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-BOOK-ACTIVE          PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-BOOK-EXPIRED         PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-BOOK-RETAINED        PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-AVG-BAL              PIC S9(15)V99 COMP-3 VALUE 0.
019500     03  WS-TOT-ACT-INTEREST         PIC S9(11)V99 COMP-3 VALUE 0.
019600     03  WS-TOT-EXP-INTEREST         PIC S9(11)V99 COMP-3 VALUE 0.
019700     03  WS-TOT-RETAIN-PCT           PIC S9(3)V99 COMP-3 VALUE 0.
019800     EJECT
019900 01  WS-REPORT-TITLE.
020000     03  FILLER                      PIC X(48)   VALUE
020100         'IMPROMEX - PROMOTIONAL RATE EXPIRATION          '.
020200     03  FILLER                      PIC X(9)    VALUE
020300         'RUN DATE '.
020400     03  TTL-MO                      PIC 99.
020500     03  FILLER                      PIC X       VALUE '/'.
020600     03  TTL-DA                      PIC 99.
020700     03  FILLER                      PIC X       VALUE '/'.
020800     03  TTL-YR                      PIC 99.
020900     03  FILLER                      PIC X(68)   VALUE SPACES.
021000 01  WS-SECTION-LINE.
021100     03  FILLER                      PIC X(4)    VALUE SPACES.
021200     03  SEC-LIT                     PIC X(50).
021300     03  FILLER                      PIC X(79)   VALUE SPACES.
021400 01  WS-HEADING-1.
021500     03  FILLER                      PIC X(4)    VALUE SPACES.
021600     03  FILLER                      PIC X(50)   VALUE
021700         'ACCOUNT                 STOP DATE      RATE ADJ   '.
021800     03  FILLER                      PIC X(50)   VALUE
021900         'OLD  NEW  ACTION                                  '.
022000     03  FILLER                      PIC X(29)   VALUE SPACES.
022100 01  WS-HEADING-2.
022200     03  FILLER                      PIC X(4)    VALUE SPACES.
022300     03  FILLER                      PIC X(50)   VALUE
022400         'ACCOUNT                 STOP DATE      RATE ADJ   '.
022500     03  FILLER                      PIC X(50)   VALUE
022600         '   AVG BALANCE    INCR INTEREST      BAL AT STOP  '.
022700     03  FILLER                      PIC X(29)   VALUE
022800         '    CURRENT BAL  RET         '.
022900 01  WS-ACTION-LINE.
023000     03  FILLER                      PIC X(4)    VALUE SPACES.
023100     03  ACT-ACCOUNT                 PIC X(22).
023200     03  FILLER                      PIC X(2)    VALUE SPACES.
023300     03  ACT-STOP-DATE               PIC X(10).
023400     03  FILLER                      PIC X(2)    VALUE SPACES.
023500     03  ACT-RATE-ADJ                PIC X(11).
023600     03  FILLER                      PIC X(3)    VALUE SPACES.
023700     03  ACT-OLD-PTR                 PIC ZZ9.
023800     03  ACT-OLD-BLANK REDEFINES ACT-OLD-PTR
023900                                     PIC X(3).
024000     03  FILLER                      PIC X(2)    VALUE SPACES.
024100     03  ACT-NEW-PTR                 PIC ZZ9.
024200     03  ACT-NEW-BLANK REDEFINES ACT-NEW-PTR
024300                                     PIC X(3).
024400     03  FILLER                      PIC X(2)    VALUE SPACES.
024500     03  ACT-ACTION                  PIC X(30).
024600     03  FILLER                      PIC X(39)   VALUE SPACES.
024700 01  WS-BOOK-LINE.
024800     03  FILLER                      PIC X(4)    VALUE SPACES.
024900     03  BKL-ACCOUNT                 PIC X(22).
025000     03  FILLER                      PIC X(2)    VALUE SPACES.
025100     03  BKL-STOP-DATE               PIC X(10).
025200     03  FILLER                      PIC X(2)    VALUE SPACES.
025300     03  BKL-RATE-ADJ                PIC X(11).
025400     03  FILLER                      PIC X(2)    VALUE SPACES.
025500     03  BKL-AVG-BAL                 PIC ZZZ,ZZZ,ZZ9.99-.
025600     03  FILLER                      PIC X(2)    VALUE SPACES.
025700     03  BKL-INCR-INTEREST           PIC ZZZ,ZZZ,ZZ9.99-.
025800     03  FILLER                      PIC X(2)    VALUE SPACES.
025900     03  BKL-EXPIRY-BAL              PIC ZZZ,ZZZ,ZZ9.99-.
026000     03  BKL-EXPIRY-BLANK REDEFINES BKL-EXPIRY-BAL
026100                                     PIC X(15).
026200     03  FILLER                      PIC X(2)    VALUE SPACES.
026300     03  BKL-CURR-BAL                PIC ZZZ,ZZZ,ZZ9.99-.
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  BKL-RETAINED                PIC X(3).
026600     03  FILLER                      PIC X(9)    VALUE SPACES.
026700 01  WS-SUMMARY-LINE.
026800     03  FILLER                      PIC X(4)    VALUE SPACES.
026900     03  SUM-LIT                     PIC X(34).
027000     03  SUM-COUNT                   PIC ZZZ,ZZ9.
027100     03  FILLER                      PIC X(88)   VALUE SPACES.
027200 01  WS-SUMMARY-AMT-LINE.
027300     03  FILLER                      PIC X(4)    VALUE SPACES.
027400     03  SMA-LIT                     PIC X(34).
027500     03  SMA-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027600     03  FILLER                      PIC X(76)   VALUE SPACES.
027700 01  WS-SUMMARY-PCT-LINE.
027800     03  FILLER                      PIC X(4)    VALUE SPACES.
027900     03  SMP-LIT                     PIC X(34).
028000     03  SMP-PERCENT                 PIC ZZ9.99.
028100     03  FILLER                      PIC X(89)   VALUE SPACES.
028200 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
028300     EJECT
028400 LINKAGE SECTION.
028500     COPY SIWSCNTL.
028600     EJECT
028700     COPY IMAWKMST.
028800     EJECT
028900     COPY IMWSENVO.
029000     EJECT
029100 PROCEDURE DIVISION.
029200*----------------------------------------------------------------*
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
029500     IF  WS-88-BOOK-RUN
029600         SORT SORT-FILE
029700             ASCENDING KEY SRT-STATUS SRT-ACCOUNT
029800             INPUT PROCEDURE IS 2000-PROCESS-ACCOUNTS
029900             OUTPUT PROCEDURE IS 3000-PRINT-BOOK
030000     ELSE
030100         PERFORM 2000-PROCESS-ACCOUNTS THRU 2000-EXIT.
030200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030300     GOBACK.
030400     EJECT
030500 1000-INITIALIZE.
030600     OPEN INPUT PMX-PARM-FILE.
030700     READ PMX-PARM-FILE
030800         AT END MOVE ZERO TO PMP-RUN-DATE.
030900     CLOSE PMX-PARM-FILE.
031000     IF  PMP-RUN-DATE NUMERIC
031100     AND PMP-RUN-DATE GREATER THAN ZERO
031200         MOVE PMP-RUN-DATE TO WS-RUN-DATE-YYMMDD
031300     ELSE
031400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
031500     IF  WS-RUN-YR LESS THAN 50
031600         MOVE 20 TO WS-RUN-CC
031700     ELSE
031800         MOVE 19 TO WS-RUN-CC.
031900     IF  PMP-NOTICE-DAYS NUMERIC
032000     AND PMP-NOTICE-DAYS GREATER THAN ZERO
032100         MOVE PMP-NOTICE-DAYS TO WS-NOTICE-DAYS
032200     ELSE
032300         MOVE 30 TO WS-NOTICE-DAYS.
032400     IF  PMP-RETAIN-PCT NUMERIC
032500     AND PMP-RETAIN-PCT GREATER THAN ZERO
032600         MOVE PMP-RETAIN-PCT TO WS-RETAIN-PCT
032700     ELSE
032800         MOVE 50 TO WS-RETAIN-PCT.
032900     IF  PMP-88-BOOK
033000     OR  WS-RUN-DA EQUAL 1
033100         MOVE 'Y' TO WS-BOOK-RUN-SW.
033200     MOVE WS-RUN-MO TO DT-L-MO9.
033300     MOVE WS-RUN-DA TO DT-L-DA9.
033400     MOVE WS-RUN-YR TO DT-L-YR9.
033500     MOVE WS-NOTICE-DAYS TO RET-DAYS.
033600     CALL 'SIFDAT1' USING DATE-AREA.
033700     MOVE DT-H-YR9 TO WS-HOR-YR.
033800     MOVE DT-H-MO9 TO WS-HOR-MO.
033900     MOVE DT-H-DA9 TO WS-HOR-DA.
034000     IF  WS-HOR-YR LESS THAN 50
034100         MOVE 20 TO WS-HOR-CC
034200     ELSE
034300         MOVE 19 TO WS-HOR-CC.
034400     SUBTRACT 10000 FROM WS-RUN-DATE-8 GIVING WS-PURGE-CUTOFF.
034500     OPEN INPUT PMX-BOOK-IN.
034600     IF  WS-BOOK-FILE-STATUS EQUAL '05' OR '35'
034700         MOVE 'Y' TO WS-BOOK-EOF-SW
034800         MOVE HIGH-VALUES TO WS-BOOK-KEY
034900     ELSE
035000         PERFORM 2150-READ-BOOK THRU 2150-EXIT.
035100     OPEN OUTPUT PMX-BOOK-OUT.
035200     OPEN INPUT  PRODUCT-FILE.
035300     OPEN OUTPUT PMX-NOTICE-EXT.
035400     OPEN OUTPUT FM-JOURNAL-OUT.
035500     OPEN OUTPUT PMX-PROMO-RPT.
035600     MOVE WS-RUN-MO TO TTL-MO.
035700     MOVE WS-RUN-DA TO TTL-DA.
035800     MOVE WS-RUN-YR TO TTL-YR.
035900     WRITE PMX-PROMO-RPT-LINE FROM WS-BLANK-LINE.
036000     MOVE SPACES TO PMX-PROMO-RPT-LINE.
036100     MOVE WS-REPORT-TITLE TO PMX-PROMO-RPT-LINE.
036200     WRITE PMX-PROMO-RPT-LINE.
036300     MOVE SPACES TO SI-ENVIRONMENT-AREA.
036400     MOVE '1' TO SI-ENVIRONMENT-VSAM.
036500     MOVE 'O' TO I-O-CONTROL-OPERATOR.
036600     MOVE 'U' TO I-O-CONTROL-ACCESS.
036700     MOVE -1  TO I-O-SEND-CODE.
036800     CALL 'IMACTM' USING I-O-CONTROL-AREA
036900                         MASTER-AREA
037000                         SI-ENVIRONMENT-AREA.
037100 1000-EXIT. EXIT.
037200     EJECT
037300*----------------------------------------------------------------*
037400*    2000-PROCESS-ACCOUNTS - BROWSE THE MASTER, MATCHING THE     *
037500*    PROMOTION BOOK BY ACCOUNT.  A BOOK RECORD WHOSE ACCOUNT IS  *
037600*    NO LONGER ON THE MASTER IS CARRIED AS CLOSED.  ON A PROMO-  *
037700*    BOOK RUN THIS IS THE INPUT SIDE OF THE SORT.                *
037800*----------------------------------------------------------------*
037900 2000-PROCESS-ACCOUNTS.
038000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
038100     PERFORM 2200-ONE-ACCOUNT THRU 2200-EXIT
038200         UNTIL WS-88-END-OF-FILE.
038300     PERFORM 2250-UNMATCHED-BOOK THRU 2250-EXIT
038400         UNTIL WS-88-BOOK-EOF.
038500 2000-EXIT. EXIT.
038600 2100-READ-MASTER.
038700     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
038800     MOVE -1   TO I-O-SEND-CODE.
038900     CALL 'IMACTM' USING I-O-CONTROL-AREA
039000                         MASTER-AREA
039100                         SI-ENVIRONMENT-AREA.
039200     IF  I-O-88-END-OF-FILE
039300         MOVE 'Y' TO WS-END-OF-FILE-SW.
039400 2100-EXIT. EXIT.
039500 2150-READ-BOOK.
039600     READ PMX-BOOK-IN
039700         AT END MOVE 'Y' TO WS-BOOK-EOF-SW
039800                MOVE HIGH-VALUES TO WS-BOOK-KEY
039900                GO TO 2150-EXIT.
040000     MOVE PMX-BOOK-IN-RECORD (1:22) TO WS-BOOK-KEY.
040100 2150-EXIT. EXIT.
040200 2200-ONE-ACCOUNT.
040300     ADD 1 TO WS-TOT-SCANNED.
040400     PERFORM 2250-UNMATCHED-BOOK THRU 2250-EXIT
040500         UNTIL WS-BOOK-KEY NOT LESS THAN WMS-CONTROL-KEY.
040600     MOVE 'N' TO WS-HAVE-BOOK-SW.
040700     IF  WS-BOOK-KEY EQUAL WMS-CONTROL-KEY
040800         MOVE PMX-BOOK-IN-RECORD TO PROMO-BOOK-RECORD
040900         MOVE 'Y' TO WS-HAVE-BOOK-SW
041000         PERFORM 2150-READ-BOOK THRU 2150-EXIT.
041100     IF  WMS-LOAN-TRLR EQUAL '1'
041300         GO TO 2200-NEXT.
041400     MOVE 'N' TO WS-MASTER-CHANGED-SW.
041500     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
041600     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
041700     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
041800         IF  WS-88-HAVE-BOOK
041900             MOVE 'Y' TO PBK-CLOSED-SW
042000             GO TO 2200-BOOK
042100         ELSE
042200             GO TO 2200-NEXT.
042300     IF  WMS-NB-SS-RT-IND NOT EQUAL SPACE
042400     AND WMS-NB-SS-RT-IND NOT EQUAL LOW-VALUE
042500         ADD 1 TO WS-TOT-ON-PROMO
042600         PERFORM 2400-PROMO-ACCOUNT THRU 2400-EXIT
042700         GO TO 2200-BOOK.
042800     IF  WS-88-HAVE-BOOK
042900     AND PBK-88-ACTIVE
043000         PERFORM 2650-ENDED-OFF-CYCLE THRU 2650-EXIT.
043100 2200-BOOK.
043200     IF  WS-88-HAVE-BOOK
043300     AND PBK-88-ACTIVE
043400     AND PBK-88-CLOSED
043500         PERFORM 2650-ENDED-OFF-CYCLE THRU 2650-EXIT.
043600     IF  WS-88-HAVE-BOOK
043700         IF  PBK-88-CLOSED
043800             MOVE ZERO TO PBK-CURR-BAL
043900         ELSE
044000             MOVE WMS-CURR-BAL TO PBK-CURR-BAL.
044100     IF  WS-88-HAVE-BOOK
044200         PERFORM 3500-KEEP-BOOK THRU 3500-EXIT.
044300     IF  WS-88-MASTER-CHANGED
044400         MOVE 'W'  TO I-O-CONTROL-OPERATOR
044500         MOVE -1   TO I-O-SEND-CODE
044600         CALL 'IMACTM' USING I-O-CONTROL-AREA
044700                             MASTER-AREA
044800                             SI-ENVIRONMENT-AREA.
044900 2200-NEXT.
045000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
045100 2200-EXIT. EXIT.
045200 2250-UNMATCHED-BOOK.
045300     MOVE PMX-BOOK-IN-RECORD TO PROMO-BOOK-RECORD.
045400     MOVE 'Y' TO PBK-CLOSED-SW.
045500     IF  PBK-88-ACTIVE
045600         MOVE 'E' TO PBK-STATUS
045700         MOVE PBK-CURR-BAL TO PBK-EXPIRY-BAL.
045800     MOVE ZERO TO PBK-CURR-BAL.
045900     PERFORM 3500-KEEP-BOOK THRU 3500-EXIT.
046000     PERFORM 2150-READ-BOOK THRU 2150-EXIT.
046100 2250-EXIT. EXIT.
046200     EJECT
046300*----------------------------------------------------------------*
046400*    2400-PROMO-ACCOUNT - AN ACCOUNT ON A SPECIAL RATE.  A NEW   *
046500*    PROMOTION (NO BOOK RECORD, OR A NEW START DATE) OPENS A     *
046600*    BOOK RECORD; A MOVED STOP DATE RE-ARMS THE NOTICE.  THE     *
046700*    NIGHT'S INCREMENTAL INTEREST IS ACCRUED, THEN THE ACCOUNT   *
046800*    IS REVERTED AT ITS STOP DATE OR NOTICED AHEAD OF IT.        *
046900*----------------------------------------------------------------*
047000 2400-PROMO-ACCOUNT.
047100     MOVE WMS-NB-SS-RT-STOP-DT TO WS-NB-DATE.
047200     PERFORM 2900-EDIT-NB-DATE THRU 2900-EXIT.
047300     IF  NOT WS-88-DATE-VALID
047400         ADD 1 TO WS-TOT-BAD-DATE
047500         MOVE WMS-NB-SS-RT-STOP-DT TO ACT-STOP-DATE
047600         MOVE WMS-NB-SS-RT-ADJ TO WS-ADJ-EDIT
047700         MOVE WS-ADJ-EDIT TO ACT-RATE-ADJ
047800         MOVE SPACES TO ACT-OLD-BLANK ACT-NEW-BLANK
047900         MOVE 'STOP DATE INVALID' TO ACT-ACTION
048000         PERFORM 7000-PRINT-ACTION THRU 7000-EXIT
048100         GO TO 2400-EXIT.
048200     MOVE WS-EDIT-8 TO WS-STOP-8.
048300     MOVE WMS-NB-SS-RT-START-DT TO WS-NB-DATE.
048400     PERFORM 2900-EDIT-NB-DATE THRU 2900-EXIT.
048500     IF  WS-88-DATE-VALID
048600         MOVE WS-EDIT-8 TO WS-START-8
048700     ELSE
048800         MOVE ZERO TO WS-START-8.
048900     IF  NOT WS-88-HAVE-BOOK
049000     OR  PBK-88-EXPIRED
049100     OR  PBK-START-DATE NOT EQUAL WS-START-8
049200         PERFORM 2450-OPEN-BOOK THRU 2450-EXIT.
049300     IF  PBK-STOP-DATE NOT EQUAL WS-STOP-8
049400         MOVE WS-STOP-8 TO PBK-STOP-DATE
049500         MOVE ZERO TO PBK-NOTICE-DATE.
049600     MOVE WMS-NB-SS-RT-IND TO PBK-RT-IND.
049700     MOVE WMS-NB-SS-RT-ADJ TO PBK-RATE-ADJ.
049800     MOVE WMS-IOD-RATE-PTR TO PBK-PROMO-RATE-PTR.
049900     MOVE 'N' TO PBK-CLOSED-SW.
050000     PERFORM 2500-ACCRUE THRU 2500-EXIT.
050100     IF  WS-STOP-8 NOT GREATER THAN WS-RUN-DATE-8
050200         PERFORM 2600-REVERT THRU 2600-EXIT
050300         GO TO 2400-EXIT.
050400     IF  PBK-NOTICE-DATE EQUAL ZERO
050500     AND WS-STOP-8 NOT GREATER THAN WS-HORIZON-8
050600         PERFORM 2700-SEND-NOTICE THRU 2700-EXIT.
050700 2400-EXIT. EXIT.
050800 2450-OPEN-BOOK.
050900     ADD 1 TO WS-TOT-OPENED.
051000     MOVE 'Y' TO WS-HAVE-BOOK-SW.
051100     MOVE SPACES TO PROMO-BOOK-RECORD.
051200     MOVE WMS-CONTROL-KEY TO PBK-ACCOUNT.
051300     MOVE 'A' TO PBK-STATUS.
051400     MOVE WS-START-8 TO PBK-START-DATE.
051500     MOVE WS-STOP-8  TO PBK-STOP-DATE.
051600     MOVE ZERO TO PBK-RATE-ADJ
051700                  PBK-PROMO-RATE-PTR
051800                  PBK-STD-RATE-PTR
051900                  PBK-NOTICE-DATE
052000                  PBK-ACCRUED-THRU
052100                  PBK-BAL-DAYS
052200                  PBK-DAYS
052300                  PBK-INCR-INTEREST
052400                  PBK-EXPIRY-BAL
052500                  PBK-CURR-BAL.
052600     MOVE 'N' TO PBK-CLOSED-SW.
052700 2450-EXIT. EXIT.
052800*----------------------------------------------------------------*
052900*    2500-ACCRUE - BALANCE-DAYS AND INCREMENTAL INTEREST (THE    *
053000*    BALANCE AT THE RATE ADJUSTMENT, ACTUAL/365) FROM THE LAST   *
053100*    NIGHT ACCRUED THROUGH TONIGHT, OR THROUGH THE STOP DATE IF  *
053200*    EARLIER.  A NEW BOOK RECORD ACCRUES ONE DAY.                *
053300*----------------------------------------------------------------*
053400 2500-ACCRUE.
053500     MOVE WS-RUN-DATE-8 TO WS-ACCRUE-TO.
053600     IF  WS-STOP-8 LESS THAN WS-ACCRUE-TO
053700         MOVE WS-STOP-8 TO WS-ACCRUE-TO.
053800     IF  PBK-ACCRUED-THRU EQUAL ZERO
053900         MOVE 1 TO WS-ACCRUE-DAYS
054000     ELSE
054100         IF  PBK-ACCRUED-THRU NOT LESS THAN WS-ACCRUE-TO
054200             GO TO 2500-EXIT
054300         ELSE
054400             MOVE PBK-ACCRUED-THRU (5:2) TO DT-L-MO
054500             MOVE PBK-ACCRUED-THRU (7:2) TO DT-L-DA
054600             MOVE PBK-ACCRUED-THRU (3:2) TO DT-L-YR
054700             MOVE WS-ACCRUE-TO (5:2) TO DT-H-MO
054800             MOVE WS-ACCRUE-TO (7:2) TO DT-H-DA
054900             MOVE WS-ACCRUE-TO (3:2) TO DT-H-YR
055000             CALL 'SIDIF1' USING DATE-AREA
055100             MOVE RET-DAYS TO WS-ACCRUE-DAYS.
055200     MOVE WS-ACCRUE-TO TO PBK-ACCRUED-THRU.
055300     IF  WS-ACCRUE-DAYS NOT GREATER THAN ZERO
055400         GO TO 2500-EXIT.
055500     ADD WS-ACCRUE-DAYS TO PBK-DAYS.
055600     COMPUTE PBK-BAL-DAYS = PBK-BAL-DAYS
055700                          + WMS-CURR-BAL * WS-ACCRUE-DAYS.
055800     IF  WMS-CURR-BAL GREATER THAN ZERO
055900         COMPUTE PBK-INCR-INTEREST ROUNDED = PBK-INCR-INTEREST
056000             + WMS-CURR-BAL * WMS-NB-SS-RT-ADJ * WS-ACCRUE-DAYS
056100               / 365.
056200 2500-EXIT. EXIT.
056300     EJECT
056400*----------------------------------------------------------------*
056500*    2600-REVERT - THE STOP DATE HAS ARRIVED.  THE PRODUCT'S     *
056600*    STANDARD RATE POINTER REPLACES THE PROMOTIONAL ONE AND THE  *
056700*    SPECIAL RATE IS CLEARED.  WITH NO PRODUCT RECORD THE        *
056800*    ACCOUNT IS LEFT ON ITS PROMOTION AND REPORTED.              *
056900*----------------------------------------------------------------*
057000 2600-REVERT.
057100     MOVE WMS-IOD-RATE-PTR TO WS-OLD-RATE-PTR.
057200     PERFORM 2800-READ-PRODUCT THRU 2800-EXIT.
057300     IF  NOT WS-88-PRODUCT-FOUND
057400         MOVE 'NO PRODUCT - NOT REVERTED' TO ACT-ACTION
057500         PERFORM 2950-ACTION-DETAIL THRU 2950-EXIT
057600         GO TO 2600-EXIT.
057700     ADD 1 TO WS-TOT-REVERTED.
057800     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
057900     MOVE SPACES TO FM-JOURNAL-RECORD.
058000     MOVE WMS-CONTROL-KEY    TO FMJ-ACCOUNT.
058100     MOVE 'IODRTPTR'         TO FMJ-FIELD-ID.
058200     MOVE WMS-NB-SS-RT-ADJ   TO WS-ADJ-EDIT.
058300     MOVE WS-OLD-RATE-PTR    TO ACT-OLD-PTR.
058400     MOVE WS-STD-RATE-PTR    TO ACT-NEW-PTR.
058500     STRING 'PTR ' ACT-OLD-PTR ' SS-RT ' WMS-NB-SS-RT-IND
058600            ' ADJ ' WS-ADJ-EDIT
058700         DELIMITED BY SIZE INTO FMJ-BEFORE-IMAGE.
058800     STRING 'PTR ' ACT-NEW-PTR ' PROMOTION EXPIRED'
058900         DELIMITED BY SIZE INTO FMJ-AFTER-IMAGE.
059000     MOVE WS-SYSTEM-OPER     TO FMJ-OPER-ID.
059100     MOVE WS-RUN-DATE-YYMMDD TO FMJ-MAINT-DATE.
059200     MOVE ZERO               TO FMJ-MAINT-TIME.
059300     WRITE FM-JOURNAL-RECORD.
059400     MOVE 'REVERTED TO STANDARD RATE' TO ACT-ACTION.
059500     PERFORM 2950-ACTION-DETAIL THRU 2950-EXIT.
059600     MOVE WS-STD-RATE-PTR TO WMS-IOD-RATE-PTR.
059700     MOVE SPACE TO WMS-NB-SS-RT-IND.
059800     MOVE ZERO  TO WMS-NB-SS-RT-ADJ.
059900     MOVE 'E' TO PBK-STATUS.
060000     MOVE WS-STD-RATE-PTR TO PBK-STD-RATE-PTR.
060100     MOVE WMS-CURR-BAL TO PBK-EXPIRY-BAL.
060200 2600-EXIT. EXIT.
060300*----------------------------------------------------------------*
060400*    2650-ENDED-OFF-CYCLE - THE SPECIAL RATE WAS TAKEN OFF BY    *
060500*    MAINTENANCE, OR THE ACCOUNT CLOSED, BEFORE THE STOP DATE.   *
060600*    THE BOOK RECORD IS EXPIRED AS IT STANDS.                    *
060700*----------------------------------------------------------------*
060800 2650-ENDED-OFF-CYCLE.
060900     ADD 1 TO WS-TOT-ENDED-OFF.
061000     MOVE 'E' TO PBK-STATUS.
061100     MOVE PBK-CURR-BAL TO PBK-EXPIRY-BAL.
061200     IF  NOT PBK-88-CLOSED
061300         MOVE WMS-IOD-RATE-PTR TO PBK-STD-RATE-PTR
061400         MOVE WMS-CURR-BAL TO PBK-EXPIRY-BAL.
061500 2650-EXIT. EXIT.
061600 2700-SEND-NOTICE.
061700     MOVE WMS-IOD-RATE-PTR TO WS-OLD-RATE-PTR.
061800     PERFORM 2800-READ-PRODUCT THRU 2800-EXIT.
061900     IF  NOT WS-88-PRODUCT-FOUND
062000         MOVE 'NO PRODUCT - NOTICE HELD' TO ACT-ACTION
062100         PERFORM 2950-ACTION-DETAIL THRU 2950-EXIT
062200         GO TO 2700-EXIT.
062300     ADD 1 TO WS-TOT-NOTICES.
062400     MOVE SPACES TO PMX-NOTICE-RECORD.
062500     MOVE WMS-CONTROL-KEY    TO PMN-ACCOUNT.
062600     MOVE WMS-OFFICER        TO PMN-OFFICER.
062700     MOVE WS-STOP-8          TO PMN-CHANGE-DATE.
062800     MOVE WS-RUN-DATE-8      TO PMN-NOTICE-DATE.
062900     MOVE WS-OLD-RATE-PTR    TO PMN-PROMO-RATE-PTR.
063000     MOVE WMS-NB-SS-RT-ADJ   TO PMN-RATE-ADJ.
063100     MOVE WS-STD-RATE-PTR    TO PMN-STD-RATE-PTR.
063200     WRITE PMX-NOTICE-RECORD.
063300     MOVE WS-RUN-DATE-8 TO PBK-NOTICE-DATE.
063400     MOVE WS-STD-RATE-PTR TO PBK-STD-RATE-PTR.
063500     MOVE 'REG DD ADVANCE NOTICE SENT' TO ACT-ACTION.
063600     PERFORM 2950-ACTION-DETAIL THRU 2950-EXIT.
063700 2700-EXIT. EXIT.
063800 2800-READ-PRODUCT.
063900     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
064000     MOVE SPACES TO PF-KEY.
064100     MOVE WMS-CONTROL-1 TO PF-CTL1.
064200     MOVE WMS-CONTROL-2 TO PF-CTL2.
064300     MOVE WMS-CONTROL-3 TO PF-CTL3.
064400     MOVE WMS-ACCT-TYPE TO PF-TYPE.
064500     READ PRODUCT-FILE
064600         INVALID KEY ADD 1 TO WS-TOT-NO-PRODUCT
064700                     GO TO 2800-EXIT.
064800     MOVE 'Y' TO WS-PRODUCT-FOUND-SW.
064900     MOVE PFF-IOD-RATE-PTR TO WS-STD-RATE-PTR.
065000 2800-EXIT. EXIT.
065100*----------------------------------------------------------------*
065200*    2900-EDIT-NB-DATE - MMDDCCYY IN WS-NB-DATE TO CCYYMMDD IN   *
065300*    WS-EDIT-8.                                                  *
065400*----------------------------------------------------------------*
065500 2900-EDIT-NB-DATE.
065600     MOVE 'N' TO WS-DATE-VALID-SW.
065700     IF  WS-NB-DATE EQUAL SPACES OR LOW-VALUES OR ZEROS
065800         GO TO 2900-EXIT.
065900     IF  WS-NBD-MM NOT NUMERIC
066000     OR  WS-NBD-DD NOT NUMERIC
066100     OR  WS-NBD-YY NOT NUMERIC
066200         GO TO 2900-EXIT.
066300     IF  WS-NBD-MM LESS THAN '01' OR GREATER THAN '12'
066400     OR  WS-NBD-DD LESS THAN '01' OR GREATER THAN '31'
066500         GO TO 2900-EXIT.
066600     MOVE WS-NBD-MM TO WS-ED8-MM.
066700     MOVE WS-NBD-DD TO WS-ED8-DD.
066800     MOVE WS-NBD-YY TO WS-ED8-YY.
066900     IF  WS-NBD-CC NUMERIC
067000         MOVE WS-NBD-CC TO WS-ED8-CC
067100     ELSE
067200         IF  WS-NBD-YY LESS THAN '50'
067300             MOVE '20' TO WS-ED8-CC
067400         ELSE
067500             MOVE '19' TO WS-ED8-CC.
067600     MOVE 'Y' TO WS-DATE-VALID-SW.
067700 2900-EXIT. EXIT.
067800 2950-ACTION-DETAIL.
067900     MOVE WS-STOP-8 TO WS-DATE-EDIT-IN.
068000     PERFORM 2990-EDIT-DATE THRU 2990-EXIT.
068100     MOVE WS-DATE-EDIT TO ACT-STOP-DATE.
068200     MOVE WMS-NB-SS-RT-ADJ TO WS-ADJ-EDIT.
068300     MOVE WS-ADJ-EDIT TO ACT-RATE-ADJ.
068400     MOVE WS-OLD-RATE-PTR TO ACT-OLD-PTR.
068500     IF  WS-88-PRODUCT-FOUND
068600         MOVE WS-STD-RATE-PTR TO ACT-NEW-PTR
068700     ELSE
068800         MOVE SPACES TO ACT-NEW-BLANK.
068900     PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
069000 2950-EXIT. EXIT.
069100 2990-EDIT-DATE.
069200     MOVE WS-DEI-MM   TO WS-DTE-MM.
069300     MOVE WS-DEI-DD   TO WS-DTE-DD.
069400     MOVE WS-DEI-CCYY TO WS-DTE-CCYY.
069500 2990-EXIT. EXIT.
069600     EJECT
069700*----------------------------------------------------------------*
069800*    3000-PRINT-BOOK - THE RETURN SIDE OF THE SORT: THE ACTIVE   *
069900*    PROMOTIONS, THEN THOSE EXPIRED IN THE LAST YEAR WITH THEIR  *
070000*    RETENTION.                                                  *
070100*----------------------------------------------------------------*
070200 3000-PRINT-BOOK.
070300     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
070400         UNTIL WS-88-SORT-EOF.
070500 3000-EXIT. EXIT.
070600 3100-ONE-SORTED.
070700     RETURN SORT-FILE
070800         AT END MOVE 'Y' TO WS-SORT-EOF-SW
070900                GO TO 3100-EXIT.
071000     MOVE SRT-BOOK-DATA TO PROMO-BOOK-RECORD.
071100     IF  SRT-STATUS NOT EQUAL WS-HLD-STATUS
071200         MOVE SRT-STATUS TO WS-HLD-STATUS
071300         PERFORM 3200-BOOK-HEADING THRU 3200-EXIT.
071400     IF  PBK-DAYS GREATER THAN ZERO
071500         COMPUTE WS-AVG-BAL ROUNDED = PBK-BAL-DAYS / PBK-DAYS
071600     ELSE
071700         MOVE PBK-CURR-BAL TO WS-AVG-BAL.
071800     MOVE PBK-ACCOUNT TO BKL-ACCOUNT.
071900     MOVE PBK-STOP-DATE TO WS-DATE-EDIT-IN.
072000     PERFORM 2990-EDIT-DATE THRU 2990-EXIT.
072100     MOVE WS-DATE-EDIT TO BKL-STOP-DATE.
072200     MOVE PBK-RATE-ADJ TO WS-ADJ-EDIT.
072300     MOVE WS-ADJ-EDIT TO BKL-RATE-ADJ.
072400     MOVE WS-AVG-BAL TO BKL-AVG-BAL.
072500     MOVE PBK-INCR-INTEREST TO BKL-INCR-INTEREST.
072600     MOVE PBK-CURR-BAL TO BKL-CURR-BAL.
072700     IF  PBK-88-ACTIVE
072800         ADD 1 TO WS-TOT-BOOK-ACTIVE
072900         ADD WS-AVG-BAL TO WS-TOT-AVG-BAL
073000         ADD PBK-INCR-INTEREST TO WS-TOT-ACT-INTEREST
073100         MOVE SPACES TO BKL-EXPIRY-BLANK
073200         MOVE SPACES TO BKL-RETAINED
073300         GO TO 3100-PRINT.
073400     ADD 1 TO WS-TOT-BOOK-EXPIRED.
073500     ADD PBK-INCR-INTEREST TO WS-TOT-EXP-INTEREST.
073600     MOVE PBK-EXPIRY-BAL TO BKL-EXPIRY-BAL.
073700     COMPUTE WS-RETAIN-FLOOR ROUNDED =
073800         PBK-EXPIRY-BAL * WS-RETAIN-PCT / 100.
073900     MOVE 'NO ' TO BKL-RETAINED.
074000     IF  NOT PBK-88-CLOSED
074100     AND PBK-CURR-BAL NOT LESS THAN WS-RETAIN-FLOOR
074200         ADD 1 TO WS-TOT-BOOK-RETAINED
074300         MOVE 'YES' TO BKL-RETAINED.
074400 3100-PRINT.
074500     MOVE SPACES TO PMX-PROMO-RPT-LINE.
074600     MOVE WS-BOOK-LINE TO PMX-PROMO-RPT-LINE.
074700     WRITE PMX-PROMO-RPT-LINE.
074800 3100-EXIT. EXIT.
074900 3200-BOOK-HEADING.
075000     WRITE PMX-PROMO-RPT-LINE FROM WS-BLANK-LINE.
075100     IF  PBK-88-ACTIVE
075200         MOVE 'PROMO BOOK - ACCOUNTS ON PROMOTION' TO SEC-LIT
075300     ELSE
075400         MOVE 'PROMO BOOK - EXPIRED IN LAST YEAR, RETENTION'
075500             TO SEC-LIT.
075600     MOVE SPACES TO PMX-PROMO-RPT-LINE.
075700     MOVE WS-SECTION-LINE TO PMX-PROMO-RPT-LINE.
075800     WRITE PMX-PROMO-RPT-LINE.
075900     MOVE SPACES TO PMX-PROMO-RPT-LINE.
076000     MOVE WS-HEADING-2 TO PMX-PROMO-RPT-LINE.
076100     WRITE PMX-PROMO-RPT-LINE.
076200 3200-EXIT. EXIT.
076300     EJECT
076400*----------------------------------------------------------------*
076500*    3500-KEEP-BOOK - CARRY THE BOOK RECORD FORWARD UNLESS IT    *
076600*    EXPIRED MORE THAN A YEAR AGO; ON A PROMO-BOOK RUN RELEASE   *
076700*    IT TO THE SORT.                                             *
076800*----------------------------------------------------------------*
076900 3500-KEEP-BOOK.
077000     IF  PBK-88-EXPIRED
077100     AND PBK-STOP-DATE LESS THAN WS-PURGE-CUTOFF
077200         ADD 1 TO WS-TOT-PURGED
077300         GO TO 3500-EXIT.
077400     WRITE PMX-BOOK-OUT-RECORD FROM PROMO-BOOK-RECORD.
077500     IF  WS-88-BOOK-RUN
077600         MOVE PBK-STATUS        TO SRT-STATUS
077700         MOVE PBK-ACCOUNT       TO SRT-ACCOUNT
077800         MOVE PROMO-BOOK-RECORD TO SRT-BOOK-DATA
077900         RELEASE SORT-RECORD.
078000 3500-EXIT. EXIT.
078100     EJECT
078200*----------------------------------------------------------------*
078300*    7000-PRINT-ACTION - ONE LINE PER NOTICE, REVERSION OR       *
078400*    EXCEPTION.                                                  *
078500*----------------------------------------------------------------*
078600 7000-PRINT-ACTION.
078700     IF  NOT WS-88-DAILY-HDG
078800         MOVE 'Y' TO WS-DAILY-HDG-SW
078900         WRITE PMX-PROMO-RPT-LINE FROM WS-BLANK-LINE
079000         MOVE 'PROMOTION NOTICES AND REVERSIONS' TO SEC-LIT
079100         MOVE SPACES TO PMX-PROMO-RPT-LINE
079200         MOVE WS-SECTION-LINE TO PMX-PROMO-RPT-LINE
079300         WRITE PMX-PROMO-RPT-LINE
079400         MOVE SPACES TO PMX-PROMO-RPT-LINE
079500         MOVE WS-HEADING-1 TO PMX-PROMO-RPT-LINE
079600         WRITE PMX-PROMO-RPT-LINE.
079700     MOVE WMS-CONTROL-KEY TO ACT-ACCOUNT.
079800     MOVE SPACES TO PMX-PROMO-RPT-LINE.
079900     MOVE WS-ACTION-LINE TO PMX-PROMO-RPT-LINE.
080000     WRITE PMX-PROMO-RPT-LINE.
080100 7000-EXIT. EXIT.
080200     EJECT
080300*----------------------------------------------------------------*
080400*    9000-TERMINATE - SUMMARY AND CLOSES.                        *
080500*----------------------------------------------------------------*
080600 9000-TERMINATE.
080700     WRITE PMX-PROMO-RPT-LINE FROM WS-BLANK-LINE.
080800     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
080900     MOVE WS-TOT-SCANNED TO SUM-COUNT.
081000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081100     MOVE 'ACCOUNTS ON SPECIAL RATE          ' TO SUM-LIT.
081200     MOVE WS-TOT-ON-PROMO TO SUM-COUNT.
081300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081400     MOVE 'NEW PROMOTIONS BOOKED             ' TO SUM-LIT.
081500     MOVE WS-TOT-OPENED TO SUM-COUNT.
081600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081700     MOVE 'REG DD NOTICES SENT               ' TO SUM-LIT.
081800     MOVE WS-TOT-NOTICES TO SUM-COUNT.
081900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082000     MOVE 'REVERTED TO STANDARD RATE         ' TO SUM-LIT.
082100     MOVE WS-TOT-REVERTED TO SUM-COUNT.
082200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082300     MOVE 'ENDED BEFORE STOP DATE            ' TO SUM-LIT.
082400     MOVE WS-TOT-ENDED-OFF TO SUM-COUNT.
082500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082600     MOVE 'NO PRODUCT RECORD                 ' TO SUM-LIT.
082700     MOVE WS-TOT-NO-PRODUCT TO SUM-COUNT.
082800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082900     MOVE 'INVALID STOP DATES                ' TO SUM-LIT.
083000     MOVE WS-TOT-BAD-DATE TO SUM-COUNT.
083100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083200     MOVE 'BOOK RECORDS DROPPED              ' TO SUM-LIT.
083300     MOVE WS-TOT-PURGED TO SUM-COUNT.
083400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083500     IF  WS-88-BOOK-RUN
083600         PERFORM 9300-BOOK-SUMMARY THRU 9300-EXIT.
083700     MOVE 'E' TO I-O-CONTROL-OPERATOR.
083800     MOVE -1  TO I-O-SEND-CODE.
083900     CALL 'IMACTM' USING I-O-CONTROL-AREA
084000                         MASTER-AREA
084100                         SI-ENVIRONMENT-AREA.
084200     CLOSE PMX-BOOK-IN.
084300     CLOSE PMX-BOOK-OUT.
084400     CLOSE PRODUCT-FILE.
084500     CLOSE PMX-NOTICE-EXT.
084600     CLOSE FM-JOURNAL-OUT.
084700     CLOSE PMX-PROMO-RPT.
084800 9000-EXIT. EXIT.
084900 9100-PRINT-SUMMARY.
085000     MOVE SPACES TO PMX-PROMO-RPT-LINE.
085100     MOVE WS-SUMMARY-LINE TO PMX-PROMO-RPT-LINE.
085200     WRITE PMX-PROMO-RPT-LINE.
085300 9100-EXIT. EXIT.
085400 9200-PRINT-AMOUNT.
085500     MOVE SPACES TO PMX-PROMO-RPT-LINE.
085600     MOVE WS-SUMMARY-AMT-LINE TO PMX-PROMO-RPT-LINE.
085700     WRITE PMX-PROMO-RPT-LINE.
085800 9200-EXIT. EXIT.
085900 9300-BOOK-SUMMARY.
086000     WRITE PMX-PROMO-RPT-LINE FROM WS-BLANK-LINE.
086100     MOVE 'ACCOUNTS ON PROMOTION             ' TO SUM-LIT.
086200     MOVE WS-TOT-BOOK-ACTIVE TO SUM-COUNT.
086300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
086400     MOVE ZERO TO SMA-AMOUNT.
086500     IF  WS-TOT-BOOK-ACTIVE GREATER THAN ZERO
086600         COMPUTE SMA-AMOUNT ROUNDED =
086700             WS-TOT-AVG-BAL / WS-TOT-BOOK-ACTIVE.
086800     MOVE 'AVERAGE BALANCE ON PROMOTION      ' TO SMA-LIT.
086900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
087000     MOVE 'TOTAL AVERAGE BALANCES            ' TO SMA-LIT.
087100     MOVE WS-TOT-AVG-BAL TO SMA-AMOUNT.
087200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
087300     MOVE 'INCREMENTAL INTEREST - ACTIVE     ' TO SMA-LIT.
087400     MOVE WS-TOT-ACT-INTEREST TO SMA-AMOUNT.
087500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
087600     MOVE 'INCREMENTAL INTEREST - EXPIRED    ' TO SMA-LIT.
087700     MOVE WS-TOT-EXP-INTEREST TO SMA-AMOUNT.
087800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
087900     MOVE 'PROMOTIONS EXPIRED IN LAST YEAR   ' TO SUM-LIT.
088000     MOVE WS-TOT-BOOK-EXPIRED TO SUM-COUNT.
088100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088200     MOVE 'RETAINED AFTER EXPIRY             ' TO SUM-LIT.
088300     MOVE WS-TOT-BOOK-RETAINED TO SUM-COUNT.
088400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088500     MOVE ZERO TO WS-TOT-RETAIN-PCT.
088600     IF  WS-TOT-BOOK-EXPIRED GREATER THAN ZERO
088700         COMPUTE WS-TOT-RETAIN-PCT ROUNDED =
088800             WS-TOT-BOOK-RETAINED * 100 / WS-TOT-BOOK-EXPIRED.
088900     MOVE 'POST-EXPIRY RETENTION PERCENT     ' TO SMP-LIT.
089000     MOVE WS-TOT-RETAIN-PCT TO SMP-PERCENT.
089100     MOVE SPACES TO PMX-PROMO-RPT-LINE.
089200     MOVE WS-SUMMARY-PCT-LINE TO PMX-PROMO-RPT-LINE.
089300     WRITE PMX-PROMO-RPT-LINE.
089400 9300-EXIT. EXIT.
