*     * GN6186 * 09/17/26 JCTE CP2100 B-NOTICE AND BACKUP WITHHOLDING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMBNOTIC.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/17/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMBNOTIC RUNS THE IRS CP2100 B-NOTICE AND                   *
000900*    BACKUP-WITHHOLDING LIFECYCLE.  WHEN A CP2100 LIST OF        *
001000*    NAME/TIN MISMATCHES IS PRESENT EACH ENTRY IS MATCHED TO ITS *
001100*    ACCOUNTS THROUGH THE CUSTOMER CROSS-REFERENCE (IMWSCXRF) -  *
001200*    ONLY THE ACCOUNT THE IRS NAMED WHEN THE ENTRY CARRIES ONE - *
001300*    AND THE FIRST B-NOTICE (WITH THE SUBSTITUTE W-9) OR, FOR AN *
001400*    ACCOUNT NOTICED WITHIN THE REPEAT WINDOW, THE SECOND        *
001500*    B-NOTICE (SSA OR IRS VALIDATION REQUIRED) IS ISSUED THROUGH *
001600*    THE NOTICE EXTRACT WITH A RESPONSE DEADLINE COUNTED IN      *
001700*    BUSINESS DAYS.  EVERY RUN THEN AGES THE OPEN CASES: A       *
001800*    CERTIFICATION RECORDED ON THE MASTER (WMS-TIN-CERTIFICATION *
001900*    CHANGED, OR A CORRECTED TAX NUMBER) CLOSES THE CASE AND     *
002000*    LIFTS WITHHOLDING ALREADY STARTED; A NOTICE PAST ITS        *
002100*    DEADLINE WITHOUT ONE SETS WMS-BKUP-WTHLD-FLAG.  EACH STEP   *
002200*    IS APPENDED TO THE BACKUP-WITHHOLDING EVENT LOG (IMWSBWEV)  *
002300*    FOR IMYETAX.  A CASE FILE OR CP2100 LIST LARGER THAN ITS    *
002325*    TABLE STOPS THE RUN BEFORE THE MASTER OR ANY OUTPUT IS      *
002350*    TOUCHED.  A NEW CASE THAT WILL NOT FIT STOPS THE MATCH      *
002360*    BEFORE ANY CASE IS AGED OR THE CASE FILE WRITTEN.  EITHER   *
002370*    SETS RETURN CODE 16.                                        *
002400*----------------------------------------------------------------*
002500*               ** HISTORY OF REVISIONS **                      *
002600* DESCRIPTION                                           CHNGID  *
002700* ____________________________________________________ _______ *
002800* 09/17/26 JCTE NEW PROGRAM - CP2100 B-NOTICE INTAKE     GN6186 *
002900*                AND BACKUP-WITHHOLDING LIFECYCLE               *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT    DIVISION.
003200 INPUT-OUTPUT   SECTION.
003300 FILE-CONTROL.
003400     SELECT BNT-PARM-FILE     ASSIGN TO "IMBNTPRM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT OPTIONAL CP2100-FILE ASSIGN TO "IMBNTCP2"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CPE-FILE-STATUS.
003900     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-XRF-FILE-STATUS.
004200     SELECT OPTIONAL BNT-CASE-IN ASSIGN TO "IMBNTCSI"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CAS-FILE-STATUS.
004500     SELECT BNT-CASE-OUT      ASSIGN TO "IMBNTCSO"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT BNT-NOTICE-EXT    ASSIGN TO "IMBNTNTC"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL BKUP-EVENT-FILE ASSIGN TO "IMBNTEVT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-EVT-FILE-STATUS.
005200     SELECT BNT-ACTIVITY-RPT  ASSIGN TO "IMBNTRPT"
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BNT-PARM-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  BNT-PARM-RECORD.
005900     03  BNP-RUN-DATE                PIC 9(6).
006000     03  BNP-RESPONSE-DAYS           PIC 9(3).
006100     03  BNP-REPEAT-YEARS            PIC 9.
006200     03  BNP-CALENDAR-ID             PIC X(3).
006300     03  FILLER                      PIC X(67).
006400 FD  CP2100-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  CP2100-RECORD.
006700     03  CPR-TIN                     PIC X(9).
006800     03  CPR-TIN-TYPE                PIC X.
006900     03  CPR-ACCOUNT                 PIC X(22).
007000     03  CPR-NAME                    PIC X(30).
007100     03  CPR-CP2100-DATE             PIC 9(6).
007200     03  FILLER                      PIC X(12).
007300 FD  CUST-XREF-FILE.
007400     COPY IMWSCXRF.
007500 FD  BNT-CASE-IN
007600     RECORD CONTAINS 100 CHARACTERS.
007700 01  BNT-CASE-RECORD.
007800     03  BNC-ACCOUNT                 PIC X(22).
007900     03  BNC-TAX-ID                  PIC X(11).
008000     03  BNC-STAGE                   PIC X.
008100         88  BNC-88-FIRST-OPEN       VALUE '1'.
008200         88  BNC-88-SECOND-OPEN      VALUE '2'.
008300         88  BNC-88-WITHHOLDING      VALUE 'W'.
008400         88  BNC-88-CLEARED          VALUE 'C'.
008500     03  BNC-NOTICE-COUNT            PIC 9.
008600     03  BNC-CP2100-DATE             PIC 9(6).
008700     03  BNC-FIRST-NOTICE-DATE       PIC 9(6).
008800     03  BNC-LAST-NOTICE-DATE        PIC 9(6).
008900     03  BNC-DEADLINE-DATE           PIC 9(6).
009000     03  BNC-WTHLD-START-DATE        PIC 9(6).
009100     03  BNC-WTHLD-LIFT-DATE         PIC 9(6).
009200     03  BNC-CERT-AT-NOTICE          PIC X.
009300     03  FILLER                      PIC X(28).
009400 FD  BNT-CASE-OUT
009500     RECORD CONTAINS 100 CHARACTERS.
009600 01  BNT-CASE-RECORD-OUT             PIC X(100).
009700 FD  BNT-NOTICE-EXT
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  BNT-NOTICE-RECORD.
010000     03  BNN-ACCOUNT                 PIC X(22).
010100     03  BNN-TAX-ID                  PIC X(11).
010200     03  BNN-NOTICE-TYPE             PIC X.
010300         88  BNN-88-FIRST-NOTICE     VALUE '1'.
010400         88  BNN-88-SECOND-NOTICE    VALUE '2'.
010500     03  BNN-ENCLOSURE               PIC X(4).
010600     03  BNN-NOTICE-DATE             PIC 9(6).
010700     03  BNN-RESPONSE-DATE           PIC 9(6).
010800     03  BNN-NAME                    PIC X(30).
010900 FD  BKUP-EVENT-FILE.
011000     COPY IMWSBWEV.
011100 FD  BNT-ACTIVITY-RPT
011200     RECORD CONTAINS 133 CHARACTERS.
011300 01  BNT-ACTIVITY-RPT-LINE           PIC X(133).
011400 WORKING-STORAGE SECTION.
011500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMBNOTIC'.
011600 77  WS-CAS-MAX                      PIC S9(5)   COMP VALUE +9000.
011700 77  WS-CPE-MAX                      PIC S9(5)   COMP VALUE +5000.
011800 77  WS-CPE-FILE-STATUS              PIC X(2)    VALUE SPACES.
011900 77  WS-XRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
012000 77  WS-CAS-FILE-STATUS              PIC X(2)    VALUE SPACES.
012100 77  WS-EVT-FILE-STATUS              PIC X(2)    VALUE SPACES.
012200     88  WS-88-EVT-NOT-FOUND         VALUE '35'.
012300     EJECT
012400     COPY SIWSDTAR.
012500     EJECT
012600     COPY IMWSDTRL.
012700     EJECT
012800 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
012900 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013000     03  WS-RUN-YR                   PIC 99.
013100     03  WS-RUN-MO                   PIC 99.
013200     03  WS-RUN-DA                   PIC 99.
013300 01  WS-SWITCHES.
013400     03  WS-CPE-EOF-SW               PIC X(1)    VALUE 'N'.
013500         88  WS-88-CPE-EOF           VALUE 'Y'.
013600     03  WS-XRF-EOF-SW               PIC X(1)    VALUE 'N'.
013700         88  WS-88-XRF-EOF           VALUE 'Y'.
013800     03  WS-CAS-EOF-SW               PIC X(1)    VALUE 'N'.
013900         88  WS-88-CAS-EOF           VALUE 'Y'.
014000     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
014100         88  WS-88-MASTER-FOUND      VALUE 'Y'.
014200     03  WS-CERTIFIED-SW             PIC X(1)    VALUE 'N'.
014300         88  WS-88-CERTIFIED         VALUE 'Y'.
014325     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
014350         88  WS-88-TABLE-FULL        VALUE 'Y'.
014400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
014500 01  WS-CAS-SUB                      PIC S9(5)   COMP VALUE 0.
014600 01  WS-CAS-COUNT                    PIC S9(5)   COMP VALUE 0.
014700 01  WS-CPE-SUB                      PIC S9(5)   COMP VALUE 0.
014800 01  WS-CPE-COUNT                    PIC S9(5)   COMP VALUE 0.
014900 01  WS-BUS-DATE                     PIC 9(6)    VALUE 0.
015000 01  WS-BUS-COUNT                    PIC S9(3)   COMP VALUE 0.
015100 01  WS-REPEAT-DAYS                  PIC S9(5)   COMP-3 VALUE 0.
015200 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
015300 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
015400 01  WS-NOTICE-TYPE                  PIC X       VALUE SPACE.
015500 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
015600 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
015700 01  WS-ACTION-LIT                   PIC X(34)   VALUE SPACES.
015800     EJECT
015900*----------------------------------------------------------------*
016000*    B-NOTICE CASES, ONE PER ACCOUNT, IN THE CASE-FILE LAYOUT.   *
016100*    A CLEARED CASE IS KEPT THROUGH THE REPEAT WINDOW SO A       *
016200*    SECOND LISTING DRAWS THE SECOND NOTICE.                     *
016300*----------------------------------------------------------------*
016400 01  WS-CASE-TABLE.
016500     03  WS-CAS-ENTRY OCCURS 9000 TIMES
016600                      INDEXED BY CSX.
016700         05  WS-CAS-ACCOUNT          PIC X(22).
016800         05  WS-CAS-TAX-ID           PIC X(11).
016900         05  WS-CAS-STAGE            PIC X.
017000             88  WS-88-CAS-FIRST     VALUE '1'.
017100             88  WS-88-CAS-SECOND    VALUE '2'.
017200             88  WS-88-CAS-WTHLD     VALUE 'W'.
017300             88  WS-88-CAS-CLEARED   VALUE 'C'.
017400         05  WS-CAS-NOTICE-COUNT     PIC 9.
017500         05  WS-CAS-CP2100-DATE      PIC 9(6).
017600         05  WS-CAS-FIRST-NOTICE     PIC 9(6).
017700         05  WS-CAS-LAST-NOTICE      PIC 9(6).
017800         05  WS-CAS-DEADLINE         PIC 9(6).
017900         05  WS-CAS-WTHLD-START      PIC 9(6).
018000         05  WS-CAS-WTHLD-LIFT       PIC 9(6).
018100         05  WS-CAS-CERT-AT-NOTICE   PIC X.
018200         05  FILLER                  PIC X(28).
018300 01  WS-CP2100-TABLE.
018400     03  WS-CPE-ENTRY OCCURS 5000 TIMES
018500                      INDEXED BY CPX.
018600         05  WS-CPE-TIN              PIC X(9).
018700         05  WS-CPE-ACCOUNT          PIC X(22).
018800         05  WS-CPE-NAME             PIC X(30).
018900         05  WS-CPE-DATE             PIC 9(6).
019000         05  WS-CPE-MATCHED-SW       PIC X.
019100             88  WS-88-CPE-MATCHED   VALUE 'Y'.
019200     EJECT
019300 01  WS-TOTALS.
019400     03  WS-TOT-CASES-IN             PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-CP2100               PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-CP-UNMATCHED         PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-FIRST-NOTICES        PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-SECOND-NOTICES       PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-RELISTED             PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-NOT-ON-FILE          PIC 9(7)    COMP VALUE 0.
020100     03  WS-TOT-CERTIFIED            PIC 9(7)    COMP VALUE 0.
020200     03  WS-TOT-WTHLD-STARTED        PIC 9(7)    COMP VALUE 0.
020300     03  WS-TOT-WTHLD-LIFTED         PIC 9(7)    COMP VALUE 0.
020400     03  WS-TOT-WTHLD-ACTIVE         PIC 9(7)    COMP VALUE 0.
020500     03  WS-TOT-FLAG-CLEARED         PIC 9(7)    COMP VALUE 0.
020600     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
020700     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
020800     03  WS-TOT-CASES-OUT            PIC 9(7)    COMP VALUE 0.
020900     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
021000     EJECT
021100 01  WS-REPORT-TITLE.
021200     03  FILLER                      PIC X(48)   VALUE
021300         'IMBNOTIC - B-NOTICE AND BACKUP WITHHOLDING      '.
021400     03  FILLER                      PIC X(9)    VALUE
021500         'RUN DATE '.
021600     03  TTL-MO                      PIC 99.
021700     03  FILLER                      PIC X       VALUE '/'.
021800     03  TTL-DA                      PIC 99.
021900     03  FILLER                      PIC X       VALUE '/'.
022000     03  TTL-YR                      PIC 99.
022100     03  FILLER                      PIC X(68)   VALUE SPACES.
022200 01  WS-HEADING-1.
022300     03  FILLER                      PIC X(4)    VALUE SPACES.
022400     03  FILLER                      PIC X(50)   VALUE
022500         'ACCOUNT                 TAX ID       ACTION       '.
022600     03  FILLER                      PIC X(50)   VALUE
022700         '                      NOTICE  DEADLN  CP2100   NO '.
022800     03  FILLER                      PIC X(29)   VALUE SPACES.
022900 01  WS-DETAIL-LINE.
023000     03  FILLER                      PIC X(4)    VALUE SPACES.
023100     03  DTL-ACCOUNT                 PIC X(22).
023200     03  FILLER                      PIC X(2)    VALUE SPACES.
023300     03  DTL-TAX-ID                  PIC X(11).
023400     03  FILLER                      PIC X(2)    VALUE SPACES.
023500     03  DTL-ACTION                  PIC X(34).
023600     03  FILLER                      PIC X(1)    VALUE SPACES.
023700     03  DTL-NOTICE-DATE             PIC 9(6).
023800     03  FILLER                      PIC X(2)    VALUE SPACES.
023900     03  DTL-DEADLINE                PIC 9(6).
024000     03  FILLER                      PIC X(2)    VALUE SPACES.
024100     03  DTL-CP2100-DATE             PIC 9(6).
024200     03  FILLER                      PIC X(3)    VALUE SPACES.
024300     03  DTL-NOTICE-COUNT            PIC 9.
024400     03  FILLER                      PIC X(31)   VALUE SPACES.
024500 01  WS-SUMMARY-LINE.
024600     03  FILLER                      PIC X(4)    VALUE SPACES.
024700     03  SUM-LIT                     PIC X(34).
024800     03  SUM-COUNT                   PIC ZZZ,ZZ9.
024900     03  FILLER                      PIC X(88)   VALUE SPACES.
024920 01  WS-ABORT-LINE.
024940     03  FILLER                      PIC X(4)    VALUE SPACES.
024960     03  ABT-TEXT                    PIC X(50).
024980     03  FILLER                      PIC X(79)   VALUE SPACES.
025000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
025100     EJECT
025200 LINKAGE SECTION.
025300     COPY SIWSCNTL.
025400     EJECT
025500     COPY IMAWKMST.
025600     EJECT
025700     COPY IMWSENVO.
025800     EJECT
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------------*
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026300     PERFORM 1100-LOAD-CASES      THRU 1100-EXIT
026400         UNTIL WS-88-CAS-EOF.
026500     IF  WS-88-TABLE-FULL
026525         GO TO 0000-FINISH.
026550     PERFORM 1200-LOAD-CP2100     THRU 1200-EXIT
026575         UNTIL WS-88-CPE-EOF.
026600     IF  WS-88-TABLE-FULL
026625         GO TO 0000-FINISH.
026700     IF  WS-CPE-COUNT GREATER THAN ZERO
026800         PERFORM 2000-MATCH-XREF  THRU 2000-EXIT
026900             UNTIL WS-88-XRF-EOF
027000         PERFORM 2950-UNMATCHED   THRU 2950-EXIT
027100             VARYING WS-CPE-SUB FROM 1 BY 1
027200             UNTIL WS-CPE-SUB GREATER THAN WS-CPE-COUNT.
027225     IF  WS-88-TABLE-FULL
027250         GO TO 0000-FINISH.
027300     PERFORM 3000-AGE-CASE        THRU 3000-EXIT
027400         VARYING WS-CAS-SUB FROM 1 BY 1
027500         UNTIL WS-CAS-SUB GREATER THAN WS-CAS-COUNT.
027600     PERFORM 8000-WRITE-CASE      THRU 8000-EXIT
027700         VARYING WS-CAS-SUB FROM 1 BY 1
027800         UNTIL WS-CAS-SUB GREATER THAN WS-CAS-COUNT.
027900 0000-FINISH.
027950     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
028000     GOBACK.
028100     EJECT
028200 1000-INITIALIZE.
028300     OPEN INPUT BNT-PARM-FILE.
028400     READ BNT-PARM-FILE
028500         AT END MOVE ZERO TO BNP-RUN-DATE.
028600     CLOSE BNT-PARM-FILE.
028700     IF  BNP-RUN-DATE NUMERIC
028800     AND BNP-RUN-DATE GREATER THAN ZERO
028900         MOVE BNP-RUN-DATE TO WS-RUN-DATE-YYMMDD
029000     ELSE
029100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
029200     IF  BNP-RESPONSE-DAYS NOT NUMERIC
029300     OR  BNP-RESPONSE-DAYS EQUAL ZERO
029400         MOVE 30 TO BNP-RESPONSE-DAYS.
029500     IF  BNP-REPEAT-YEARS NOT NUMERIC
029600     OR  BNP-REPEAT-YEARS EQUAL ZERO
029700         MOVE 3 TO BNP-REPEAT-YEARS.
029800     COMPUTE WS-REPEAT-DAYS = BNP-REPEAT-YEARS * 365 + 1.
029900     OPEN INPUT BNT-CASE-IN.
030000     IF  WS-CAS-FILE-STATUS EQUAL '05' OR '35'
030100         MOVE 'Y' TO WS-CAS-EOF-SW.
030200     OPEN INPUT CP2100-FILE.
030300     IF  WS-CPE-FILE-STATUS EQUAL '05' OR '35'
030400         MOVE 'Y' TO WS-CPE-EOF-SW.
030500     OPEN INPUT CUST-XREF-FILE.
030600     IF  WS-XRF-FILE-STATUS EQUAL '05' OR '35'
030700         MOVE 'Y' TO WS-XRF-EOF-SW.
030800     OPEN OUTPUT BNT-CASE-OUT.
030900     OPEN OUTPUT BNT-NOTICE-EXT.
031000     OPEN EXTEND BKUP-EVENT-FILE.
031100     IF  WS-88-EVT-NOT-FOUND
031200         OPEN OUTPUT BKUP-EVENT-FILE.
031300     OPEN OUTPUT BNT-ACTIVITY-RPT.
031400     MOVE WS-RUN-MO TO TTL-MO.
031500     MOVE WS-RUN-DA TO TTL-DA.
031600     MOVE WS-RUN-YR TO TTL-YR.
031700     WRITE BNT-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
031800     MOVE SPACES TO BNT-ACTIVITY-RPT-LINE.
031900     MOVE WS-REPORT-TITLE TO BNT-ACTIVITY-RPT-LINE.
032000     WRITE BNT-ACTIVITY-RPT-LINE.
032100     WRITE BNT-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
032200     MOVE SPACES TO BNT-ACTIVITY-RPT-LINE.
032300     MOVE WS-HEADING-1 TO BNT-ACTIVITY-RPT-LINE.
032400     WRITE BNT-ACTIVITY-RPT-LINE.
032500     WRITE BNT-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
032600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
032700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
032800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
032900     MOVE 'U' TO I-O-CONTROL-ACCESS.
033000     MOVE -1  TO I-O-SEND-CODE.
033100     CALL 'IMACTM' USING I-O-CONTROL-AREA
033200                         MASTER-AREA
033300                         SI-ENVIRONMENT-AREA.
033400 1000-EXIT. EXIT.
033500 1100-LOAD-CASES.
033600     READ BNT-CASE-IN
033700         AT END MOVE 'Y' TO WS-CAS-EOF-SW
033800                GO TO 1100-EXIT.
033900     ADD 1 TO WS-TOT-CASES-IN.
034000     IF  WS-CAS-COUNT NOT LESS THAN WS-CAS-MAX
034100         ADD 1 TO WS-TOT-OVERFLOW
034125         MOVE 'CASE FILE EXCEEDS TABLE - RUN STOPPED'
034150             TO ABT-TEXT
034175         PERFORM 7300-PRINT-ABORT THRU 7300-EXIT
034200         MOVE 'Y' TO WS-TABLE-FULL-SW
034225         MOVE 'Y' TO WS-CAS-EOF-SW
034250         GO TO 1100-EXIT.
034300     ADD 1 TO WS-CAS-COUNT.
034400     SET CSX TO WS-CAS-COUNT.
034500     MOVE BNT-CASE-RECORD TO WS-CAS-ENTRY (CSX).
034600 1100-EXIT. EXIT.
034700 1200-LOAD-CP2100.
034800     READ CP2100-FILE
034900         AT END MOVE 'Y' TO WS-CPE-EOF-SW
035000                GO TO 1200-EXIT.
035100     ADD 1 TO WS-TOT-CP2100.
035200     IF  WS-CPE-COUNT NOT LESS THAN WS-CPE-MAX
035300         ADD 1 TO WS-TOT-OVERFLOW
035325         MOVE 'CP2100 LIST EXCEEDS TABLE - RUN STOPPED'
035350             TO ABT-TEXT
035375         PERFORM 7300-PRINT-ABORT THRU 7300-EXIT
035400         MOVE 'Y' TO WS-TABLE-FULL-SW
035425         MOVE 'Y' TO WS-CPE-EOF-SW
035450         GO TO 1200-EXIT.
035500     ADD 1 TO WS-CPE-COUNT.
035600     SET CPX TO WS-CPE-COUNT.
035700     MOVE CPR-TIN          TO WS-CPE-TIN (CPX).
035800     MOVE CPR-ACCOUNT      TO WS-CPE-ACCOUNT (CPX).
035900     MOVE CPR-NAME         TO WS-CPE-NAME (CPX).
036000     MOVE CPR-CP2100-DATE  TO WS-CPE-DATE (CPX).
036100     IF  CPR-CP2100-DATE NOT NUMERIC
036200     OR  CPR-CP2100-DATE EQUAL ZERO
036300         MOVE WS-RUN-DATE-YYMMDD TO WS-CPE-DATE (CPX).
036400     MOVE 'N'              TO WS-CPE-MATCHED-SW (CPX).
036500 1200-EXIT. EXIT.
036600     EJECT
036700*----------------------------------------------------------------*
036800*    2000-MATCH-XREF - EACH ACTIVE CROSS-REFERENCE ENTRY WHOSE   *
036900*    TAX NUMBER IS ON THE CP2100 LIST IS A NOTICE CANDIDATE.     *
037000*----------------------------------------------------------------*
037100 2000-MATCH-XREF.
037200     READ CUST-XREF-FILE
037300         AT END MOVE 'Y' TO WS-XRF-EOF-SW
037400                GO TO 2000-EXIT.
037500     IF  NOT CXR-88-ACTIVE
037600         GO TO 2000-EXIT.
037700     PERFORM 2010-SCAN-CP2100 THRU 2010-EXIT
037800         VARYING WS-CPE-SUB FROM 1 BY 1
037900         UNTIL WS-CPE-SUB GREATER THAN WS-CPE-COUNT
037950            OR WS-88-TABLE-FULL.
038000 2000-EXIT. EXIT.
038100 2010-SCAN-CP2100.
038200     SET CPX TO WS-CPE-SUB.
038300     IF  WS-CPE-TIN (CPX) NOT EQUAL CXR-TAX-ID (2:9)
038400         GO TO 2010-EXIT.
038500     IF  WS-CPE-ACCOUNT (CPX) NOT EQUAL SPACES
038600     AND WS-CPE-ACCOUNT (CPX) NOT EQUAL CXR-CONTROL-KEY
038700         GO TO 2010-EXIT.
038800     MOVE 'Y' TO WS-CPE-MATCHED-SW (CPX).
038900     MOVE CXR-CONTROL-KEY TO WS-ACCOUNT.
039000     PERFORM 2100-NOTICE-ACCOUNT THRU 2100-EXIT.
039100 2010-EXIT. EXIT.
039200     EJECT
039300*----------------------------------------------------------------*
039400*    2100-NOTICE-ACCOUNT - ONE LISTED ACCOUNT.  A NEW CASE OR    *
039500*    ONE CLEARED OUTSIDE THE REPEAT WINDOW GETS THE FIRST        *
039600*    NOTICE; ONE CLEARED INSIDE IT GETS THE SECOND.  AN ACCOUNT  *
039700*    ALREADY NOTICED OR WITHHELD IS ONLY RECORDED AS RELISTED.   *
039800*----------------------------------------------------------------*
039900 2100-NOTICE-ACCOUNT.
040000     PERFORM 2800-FIND-CASE THRU 2800-EXIT.
040100     IF  WS-CAS-SUB GREATER THAN ZERO
040200         SET CSX TO WS-CAS-SUB
040300         IF  WS-CAS-CP2100-DATE (CSX) EQUAL WS-CPE-DATE (CPX)
040400             GO TO 2100-EXIT.
040500     PERFORM 2700-READ-MASTER THRU 2700-EXIT.
040600     IF  NOT WS-88-MASTER-FOUND
040700         ADD 1 TO WS-TOT-NOT-ON-FILE
040800         MOVE 'LISTED - NOT AN OPEN ACCOUNT      '
040900             TO WS-ACTION-LIT
041000         MOVE CXR-TAX-ID TO WS-TAX-ID-WORK
041100         MOVE ZERO TO DTL-NOTICE-DATE DTL-DEADLINE
041200                      DTL-NOTICE-COUNT
041300         MOVE WS-CPE-DATE (CPX) TO DTL-CP2100-DATE
041400         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
041500         GO TO 2100-EXIT.
041600     MOVE '1' TO WS-NOTICE-TYPE.
041700     IF  WS-CAS-SUB GREATER THAN ZERO
041800         IF  NOT WS-88-CAS-CLEARED (CSX)
041900             PERFORM 2200-RELISTED THRU 2200-EXIT
042000             GO TO 2100-EXIT
042100         ELSE
042200             MOVE WS-CAS-LAST-NOTICE (CSX) TO WS-LOW-DATE
042300             MOVE WS-RUN-DATE-YYMMDD       TO WS-HIGH-DATE
042400             PERFORM 2900-DAYS-BETWEEN THRU 2900-EXIT
042500             IF  RET-DAYS NOT GREATER THAN WS-REPEAT-DAYS
042600                 MOVE '2' TO WS-NOTICE-TYPE.
042700     IF  WS-CAS-SUB EQUAL ZERO
042800         IF  WS-CAS-COUNT NOT LESS THAN WS-CAS-MAX
042900             ADD 1 TO WS-TOT-OVERFLOW
042910             MOVE SPACES TO ABT-TEXT
042920             STRING 'CASE TABLE FULL AT ACCOUNT ' WS-ACCOUNT
042930                 DELIMITED BY SIZE INTO ABT-TEXT
042940             PERFORM 7300-PRINT-ABORT THRU 7300-EXIT
042950             MOVE 'Y' TO WS-TABLE-FULL-SW
042960             MOVE 'Y' TO WS-XRF-EOF-SW
043000             GO TO 2100-EXIT
043100         ELSE
043200             ADD 1 TO WS-CAS-COUNT
043300             MOVE WS-CAS-COUNT TO WS-CAS-SUB
043400             SET CSX TO WS-CAS-SUB
043500             MOVE SPACES TO WS-CAS-ENTRY (CSX)
043600             MOVE WS-ACCOUNT TO WS-CAS-ACCOUNT (CSX).
043700     PERFORM 2300-ISSUE-NOTICE THRU 2300-EXIT.
043800 2100-EXIT. EXIT.
043900 2200-RELISTED.
044000     ADD 1 TO WS-TOT-RELISTED.
044100     MOVE WS-CPE-DATE (CPX) TO WS-CAS-CP2100-DATE (CSX).
044200     MOVE 'RL' TO BWE-EVENT.
044300     PERFORM 7100-WRITE-EVENT THRU 7100-EXIT.
044400     IF  WS-88-CAS-WTHLD (CSX)
044500         MOVE 'RELISTED - ALREADY WITHHOLDING    '
044600             TO WS-ACTION-LIT
044700     ELSE
044800         MOVE 'RELISTED - NOTICE ALREADY OPEN    '
044900             TO WS-ACTION-LIT.
045000     PERFORM 7200-PRINT-CASE THRU 7200-EXIT.
045100 2200-EXIT. EXIT.
045200*----------------------------------------------------------------*
045300*    2300-ISSUE-NOTICE - THE FIRST NOTICE ENCLOSES THE           *
045400*    SUBSTITUTE W-9; THE SECOND REQUIRES SSA OR IRS VALIDATION.  *
045500*    THE RESPONSE DEADLINE IS COUNTED IN BUSINESS DAYS.          *
045600*----------------------------------------------------------------*
045700 2300-ISSUE-NOTICE.
045800     MOVE SPACES TO WS-TAX-ID-WORK.
045900     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
046000         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
046100     MOVE WS-TAX-ID-WORK        TO WS-CAS-TAX-ID (CSX).
046200     MOVE WS-NOTICE-TYPE        TO WS-CAS-STAGE (CSX)
046300                                   WS-CAS-NOTICE-COUNT (CSX).
046400     MOVE WS-CPE-DATE (CPX)     TO WS-CAS-CP2100-DATE (CSX).
046500     MOVE WS-RUN-DATE-YYMMDD    TO WS-CAS-LAST-NOTICE (CSX).
046600     IF  WS-NOTICE-TYPE EQUAL '1'
046700         MOVE WS-RUN-DATE-YYMMDD TO WS-CAS-FIRST-NOTICE (CSX).
046800     MOVE WS-RUN-DATE-YYMMDD    TO WS-BUS-DATE.
046900     MOVE BNP-RESPONSE-DAYS     TO WS-BUS-COUNT.
047000     PERFORM 2600-ADD-BUSINESS-DAYS THRU 2600-EXIT.
047100     MOVE WS-BUS-DATE           TO WS-CAS-DEADLINE (CSX).
047200     MOVE ZERO                  TO WS-CAS-WTHLD-START (CSX)
047300                                   WS-CAS-WTHLD-LIFT (CSX).
047400     MOVE WMS-TIN-CERTIFICATION TO WS-CAS-CERT-AT-NOTICE (CSX).
047500     MOVE SPACES TO BNT-NOTICE-RECORD.
047600     MOVE WS-ACCOUNT            TO BNN-ACCOUNT.
047700     MOVE WS-TAX-ID-WORK        TO BNN-TAX-ID.
047800     MOVE WS-NOTICE-TYPE        TO BNN-NOTICE-TYPE.
047900     MOVE WS-RUN-DATE-YYMMDD    TO BNN-NOTICE-DATE.
048000     MOVE WS-CAS-DEADLINE (CSX) TO BNN-RESPONSE-DATE.
048100     MOVE WS-CPE-NAME (CPX)     TO BNN-NAME.
048200     IF  WS-NOTICE-TYPE EQUAL '1'
048300         MOVE 'W9S ' TO BNN-ENCLOSURE
048400         MOVE 'N1'   TO BWE-EVENT
048500         ADD 1 TO WS-TOT-FIRST-NOTICES
048600         MOVE 'FIRST B-NOTICE - SUBSTITUTE W-9   '
048700             TO WS-ACTION-LIT
048800     ELSE
048900         MOVE 'SSA ' TO BNN-ENCLOSURE
049000         MOVE 'N2'   TO BWE-EVENT
049100         ADD 1 TO WS-TOT-SECOND-NOTICES
049200         MOVE 'SECOND B-NOTICE - SSA VALIDATION  '
049300             TO WS-ACTION-LIT.
049400     WRITE BNT-NOTICE-RECORD.
049500     PERFORM 7100-WRITE-EVENT THRU 7100-EXIT.
049600     PERFORM 7200-PRINT-CASE THRU 7200-EXIT.
049700 2300-EXIT. EXIT.
049800     EJECT
049900 2600-ADD-BUSINESS-DAYS.
050000     PERFORM 2610-NEXT-BUSINESS-DAY THRU 2610-EXIT
050100         WS-BUS-COUNT TIMES.
050200 2600-EXIT. EXIT.
050300 2610-NEXT-BUSINESS-DAY.
050400     MOVE WS-BUS-DATE (3:2) TO DT-L-MO.
050500     MOVE WS-BUS-DATE (5:2) TO DT-L-DA.
050600     MOVE WS-BUS-DATE (1:2) TO DT-L-YR.
050700     MOVE 1 TO RET-DAYS.
050800     CALL 'SIFDAT1' USING DATE-AREA.
050900     MOVE DT-H-YR TO DTR-DATE-IN (1:2).
051000     MOVE DT-H-MO TO DTR-DATE-IN (3:2).
051100     MOVE DT-H-DA TO DTR-DATE-IN (5:2).
051200     MOVE 'Y' TO DTR-DATE-FORMAT.
051300     MOVE 'F' TO DTR-ROLL-RULE.
051400     MOVE BNP-CALENDAR-ID TO DTR-CALENDAR-ID.
051500     CALL 'IMDTROLL' USING DATE-ROLL-AREA.
051600     MOVE DTR-DATE-OUT TO WS-BUS-DATE.
051700 2610-EXIT. EXIT.
051800 2700-READ-MASTER.
051900     MOVE 'N' TO WS-MASTER-FOUND-SW.
052000     MOVE SPACES TO WMS-CONTROL-KEY.
052100     MOVE WS-ACCOUNT TO WMS-CONTROL-KEY.
052200     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
052300     MOVE -1     TO I-O-SEND-CODE.
052400     CALL 'IMACTM' USING I-O-CONTROL-AREA
052500                         MASTER-AREA
052600                         SI-ENVIRONMENT-AREA.
052700     IF  NOT I-O-88-NORMAL-RET
052800         GO TO 2700-EXIT.
052900     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
053000     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
053100     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
053200         GO TO 2700-EXIT.
053300     MOVE 'Y' TO WS-MASTER-FOUND-SW.
053400 2700-EXIT. EXIT.
053500 2800-FIND-CASE.
053600     MOVE ZERO TO WS-CAS-SUB.
053700     PERFORM 2810-SCAN-CASE THRU 2810-EXIT
053800         VARYING WS-SUB FROM 1 BY 1
053900         UNTIL WS-SUB GREATER THAN WS-CAS-COUNT
054000            OR WS-CAS-SUB GREATER THAN ZERO.
054100 2800-EXIT. EXIT.
054200 2810-SCAN-CASE.
054300     SET CSX TO WS-SUB.
054400     IF  WS-CAS-ACCOUNT (CSX) EQUAL WS-ACCOUNT
054500         MOVE WS-SUB TO WS-CAS-SUB.
054600 2810-EXIT. EXIT.
054700 2900-DAYS-BETWEEN.
054800     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
054900     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
055000     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
055100     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
055200     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
055300     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
055400     CALL 'SIDIF1' USING DATE-AREA.
055500 2900-EXIT. EXIT.
055600     EJECT
055700*----------------------------------------------------------------*
055800*    2950-UNMATCHED - A CP2100 ENTRY NO ACTIVE CROSS-REFERENCE   *
055900*    ENTRY ANSWERED, FOR COMPLIANCE TO RESEARCH.                 *
056000*----------------------------------------------------------------*
056100 2950-UNMATCHED.
056200     SET CPX TO WS-CPE-SUB.
056300     IF  WS-88-CPE-MATCHED (CPX)
056400         GO TO 2950-EXIT.
056500     ADD 1 TO WS-TOT-CP-UNMATCHED.
056600     MOVE WS-CPE-ACCOUNT (CPX) TO WS-ACCOUNT.
056700     MOVE SPACES TO WS-TAX-ID-WORK.
056800     MOVE WS-CPE-TIN (CPX) TO WS-TAX-ID-WORK (2:9).
056900     MOVE 'CP2100 ENTRY - NO ACCOUNT MATCHED ' TO WS-ACTION-LIT.
057000     MOVE ZERO TO DTL-NOTICE-DATE DTL-DEADLINE DTL-NOTICE-COUNT.
057100     MOVE WS-CPE-DATE (CPX) TO DTL-CP2100-DATE.
057200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
057300 2950-EXIT. EXIT.
057400     EJECT
057500*----------------------------------------------------------------*
057600*    3000-AGE-CASE - AN OPEN CASE CLOSES ON CERTIFICATION,       *
057700*    LIFTING ANY WITHHOLDING, OR STARTS WITHHOLDING ONCE THE     *
057800*    RESPONSE DEADLINE HAS PASSED.                               *
057900*----------------------------------------------------------------*
058000 3000-AGE-CASE.
058100     SET CSX TO WS-CAS-SUB.
058200     IF  WS-88-CAS-CLEARED (CSX)
058300         GO TO 3000-EXIT.
058400     MOVE WS-CAS-ACCOUNT (CSX) TO WS-ACCOUNT.
058500     PERFORM 2700-READ-MASTER THRU 2700-EXIT.
058600     IF  NOT WS-88-MASTER-FOUND
058700         ADD 1 TO WS-TOT-CLOSED
058800         MOVE 'C'  TO WS-CAS-STAGE (CSX)
058900         MOVE 'XC' TO BWE-EVENT
059000         PERFORM 7100-WRITE-EVENT THRU 7100-EXIT
059100         MOVE 'ACCOUNT CLOSED - CASE CLEARED     '
059200             TO WS-ACTION-LIT
059300         PERFORM 7200-PRINT-CASE THRU 7200-EXIT
059400         GO TO 3000-EXIT.
059500     PERFORM 3100-TEST-CERTIFIED THRU 3100-EXIT.
059600     IF  WS-88-CERTIFIED
059700         PERFORM 3200-CERTIFIED THRU 3200-EXIT
059800         GO TO 3000-EXIT.
059900     IF  WS-88-CAS-WTHLD (CSX)
060000         ADD 1 TO WS-TOT-WTHLD-ACTIVE
060100         IF  WMS-BKUP-WTHLD-FLAG NOT GREATER THAN ZERO
060200             ADD 1 TO WS-TOT-FLAG-CLEARED
060300             MOVE 'FLAG OFF WITHOUT CERTIFICATION    '
060400                 TO WS-ACTION-LIT
060500             PERFORM 7200-PRINT-CASE THRU 7200-EXIT
060600             GO TO 3000-EXIT
060700         ELSE
060800             GO TO 3000-EXIT.
060900     MOVE WS-CAS-DEADLINE (CSX) TO WS-LOW-DATE.
061000     MOVE WS-RUN-DATE-YYMMDD    TO WS-HIGH-DATE.
061100     PERFORM 2900-DAYS-BETWEEN THRU 2900-EXIT.
061200     IF  RET-DAYS NOT GREATER THAN ZERO
061300         GO TO 3000-EXIT.
061400     MOVE '1' TO WMS-BKUP-WTHLD-FLAG.
061500     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
061600     MOVE -1   TO I-O-SEND-CODE.
061700     CALL 'IMACTM' USING I-O-CONTROL-AREA
061800                         MASTER-AREA
061900                         SI-ENVIRONMENT-AREA.
062000     ADD 1 TO WS-TOT-WTHLD-STARTED.
062100     MOVE 'W' TO WS-CAS-STAGE (CSX).
062200     MOVE WS-RUN-DATE-YYMMDD TO WS-CAS-WTHLD-START (CSX).
062300     MOVE ZERO TO WS-CAS-WTHLD-LIFT (CSX).
062400     MOVE 'BW' TO BWE-EVENT.
062500     PERFORM 7100-WRITE-EVENT THRU 7100-EXIT.
062600     MOVE 'NO RESPONSE - WITHHOLDING STARTED ' TO WS-ACTION-LIT.
062700     PERFORM 7200-PRINT-CASE THRU 7200-EXIT.
062800 3000-EXIT. EXIT.
062900*----------------------------------------------------------------*
063000*    3100-TEST-CERTIFIED - THE CERTIFICATION CODE HAS CHANGED    *
063100*    FROM ITS VALUE WHEN THE NOTICE WENT OUT, OR THE CUSTOMER    *
063200*    HAS SUPPLIED A CORRECTED TAX NUMBER.                        *
063300*----------------------------------------------------------------*
063400 3100-TEST-CERTIFIED.
063500     MOVE 'N' TO WS-CERTIFIED-SW.
063600     IF  WMS-TIN-CERTIFICATION NOT EQUAL
063700                          WS-CAS-CERT-AT-NOTICE (CSX)
063800     AND WMS-TIN-CERTIFICATION NOT EQUAL SPACE
063900     AND WMS-TIN-CERTIFICATION NOT EQUAL LOW-VALUE
064000     AND WMS-TIN-CERTIFICATION NOT EQUAL '0'
064100         MOVE 'Y' TO WS-CERTIFIED-SW
064200         GO TO 3100-EXIT.
064300     MOVE SPACES TO WS-TAX-ID-WORK.
064400     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
064500         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
064600     IF  WS-TAX-ID-WORK NOT EQUAL WS-CAS-TAX-ID (CSX)
064700     AND WS-TAX-ID-WORK NOT EQUAL SPACES
064800         MOVE 'Y' TO WS-CERTIFIED-SW.
064900 3100-EXIT. EXIT.
065000 3200-CERTIFIED.
065100     ADD 1 TO WS-TOT-CERTIFIED.
065200     IF  NOT WS-88-CAS-WTHLD (CSX)
065300         MOVE 'C'  TO WS-CAS-STAGE (CSX)
065400         MOVE 'CR' TO BWE-EVENT
065500         PERFORM 7100-WRITE-EVENT THRU 7100-EXIT
065600         MOVE 'CERTIFIED IN TIME - CASE CLEARED  '
065700             TO WS-ACTION-LIT
065800         PERFORM 7200-PRINT-CASE THRU 7200-EXIT
065900         GO TO 3200-EXIT.
066000     MOVE '0' TO WMS-BKUP-WTHLD-FLAG.
066100     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
066200     MOVE -1   TO I-O-SEND-CODE.
066300     CALL 'IMACTM' USING I-O-CONTROL-AREA
066400                         MASTER-AREA
066500                         SI-ENVIRONMENT-AREA.
066600     ADD 1 TO WS-TOT-WTHLD-LIFTED.
066700     MOVE 'C' TO WS-CAS-STAGE (CSX).
066800     MOVE WS-RUN-DATE-YYMMDD TO WS-CAS-WTHLD-LIFT (CSX).
066900     MOVE 'BL' TO BWE-EVENT.
067000     PERFORM 7100-WRITE-EVENT THRU 7100-EXIT.
067100     MOVE 'CERTIFIED - WITHHOLDING LIFTED    ' TO WS-ACTION-LIT.
067200     PERFORM 7200-PRINT-CASE THRU 7200-EXIT.
067300 3200-EXIT. EXIT.
067400     EJECT
067500 7000-PRINT-DETAIL.
067600     MOVE WS-ACCOUNT     TO DTL-ACCOUNT.
067700     MOVE WS-TAX-ID-WORK TO DTL-TAX-ID.
067800     MOVE WS-ACTION-LIT  TO DTL-ACTION.
067900     MOVE SPACES TO BNT-ACTIVITY-RPT-LINE.
068000     MOVE WS-DETAIL-LINE TO BNT-ACTIVITY-RPT-LINE.
068100     WRITE BNT-ACTIVITY-RPT-LINE.
068200 7000-EXIT. EXIT.
068300*----------------------------------------------------------------*
068400*    7100-WRITE-EVENT - APPEND ONE STEP FOR THE CURRENT CASE TO  *
068500*    THE BACKUP-WITHHOLDING EVENT LOG.  BWE-EVENT IS SET.        *
068600*----------------------------------------------------------------*
068700 7100-WRITE-EVENT.
068800     MOVE WS-CAS-ACCOUNT (CSX)      TO BWE-ACCOUNT.
068900     MOVE WS-CAS-TAX-ID (CSX)       TO BWE-TAX-ID.
069000     MOVE WS-RUN-DATE-YYMMDD        TO BWE-EVENT-DATE.
069100     MOVE WS-CAS-CP2100-DATE (CSX)  TO BWE-CP2100-DATE.
069200     MOVE WS-CAS-NOTICE-COUNT (CSX) TO BWE-NOTICE-COUNT.
069300     WRITE BKUP-WTHLD-EVENT-RECORD.
069400 7100-EXIT. EXIT.
069500 7200-PRINT-CASE.
069600     MOVE WS-CAS-TAX-ID (CSX)       TO WS-TAX-ID-WORK.
069700     MOVE WS-CAS-LAST-NOTICE (CSX)  TO DTL-NOTICE-DATE.
069800     MOVE WS-CAS-DEADLINE (CSX)     TO DTL-DEADLINE.
069900     MOVE WS-CAS-CP2100-DATE (CSX)  TO DTL-CP2100-DATE.
070000     MOVE WS-CAS-NOTICE-COUNT (CSX) TO DTL-NOTICE-COUNT.
070100     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
070200 7200-EXIT. EXIT.
070210 7300-PRINT-ABORT.
070220     MOVE SPACES TO BNT-ACTIVITY-RPT-LINE.
070230     MOVE WS-ABORT-LINE TO BNT-ACTIVITY-RPT-LINE.
070240     WRITE BNT-ACTIVITY-RPT-LINE.
070250 7300-EXIT. EXIT.
070300     EJECT
070400*----------------------------------------------------------------*
070500*    8000-WRITE-CASE - CARRY EVERY CASE FORWARD.  A CLEARED CASE *
070600*    IS DROPPED ONCE ITS LAST NOTICE IS OUTSIDE THE REPEAT       *
070700*    WINDOW - A NEW LISTING AFTER THAT IS A FIRST NOTICE AGAIN.  *
070800*----------------------------------------------------------------*
070900 8000-WRITE-CASE.
071000     SET CSX TO WS-CAS-SUB.
071100     IF  WS-88-CAS-CLEARED (CSX)
071200         MOVE WS-CAS-LAST-NOTICE (CSX) TO WS-LOW-DATE
071300         MOVE WS-RUN-DATE-YYMMDD       TO WS-HIGH-DATE
071400         PERFORM 2900-DAYS-BETWEEN THRU 2900-EXIT
071500         IF  RET-DAYS GREATER THAN WS-REPEAT-DAYS
071600             ADD 1 TO WS-TOT-PURGED
071700             GO TO 8000-EXIT.
071800     MOVE WS-CAS-ENTRY (CSX) TO BNT-CASE-RECORD-OUT.
071900     WRITE BNT-CASE-RECORD-OUT.
072000     ADD 1 TO WS-TOT-CASES-OUT.
072100 8000-EXIT. EXIT.
072200     EJECT
072300*----------------------------------------------------------------*
072400*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
072500*----------------------------------------------------------------*
072600 9000-TERMINATE.
072700     WRITE BNT-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
072800     MOVE 'CASES CARRIED IN                  ' TO SUM-LIT.
072900     MOVE WS-TOT-CASES-IN TO SUM-COUNT.
073000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073100     MOVE 'CP2100 ENTRIES READ               ' TO SUM-LIT.
073200     MOVE WS-TOT-CP2100 TO SUM-COUNT.
073300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073400     MOVE 'CP2100 ENTRIES NOT MATCHED        ' TO SUM-LIT.
073500     MOVE WS-TOT-CP-UNMATCHED TO SUM-COUNT.
073600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073700     MOVE 'LISTED ACCOUNTS NOT OPEN          ' TO SUM-LIT.
073800     MOVE WS-TOT-NOT-ON-FILE TO SUM-COUNT.
073900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074000     MOVE 'FIRST B-NOTICES ISSUED            ' TO SUM-LIT.
074100     MOVE WS-TOT-FIRST-NOTICES TO SUM-COUNT.
074200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074300     MOVE 'SECOND B-NOTICES ISSUED           ' TO SUM-LIT.
074400     MOVE WS-TOT-SECOND-NOTICES TO SUM-COUNT.
074500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074600     MOVE 'ACCOUNTS RELISTED                 ' TO SUM-LIT.
074700     MOVE WS-TOT-RELISTED TO SUM-COUNT.
074800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074900     MOVE 'CERTIFICATIONS RECEIVED           ' TO SUM-LIT.
075000     MOVE WS-TOT-CERTIFIED TO SUM-COUNT.
075100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075200     MOVE 'BACKUP WITHHOLDING STARTED        ' TO SUM-LIT.
075300     MOVE WS-TOT-WTHLD-STARTED TO SUM-COUNT.
075400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075500     MOVE 'BACKUP WITHHOLDING LIFTED         ' TO SUM-LIT.
075600     MOVE WS-TOT-WTHLD-LIFTED TO SUM-COUNT.
075700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075800     MOVE 'BACKUP WITHHOLDING CONTINUING     ' TO SUM-LIT.
075900     MOVE WS-TOT-WTHLD-ACTIVE TO SUM-COUNT.
076000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076100     MOVE 'FLAG OFF WITHOUT CERTIFICATION    ' TO SUM-LIT.
076200     MOVE WS-TOT-FLAG-CLEARED TO SUM-COUNT.
076300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076400     MOVE 'CASES CLEARED - ACCOUNT CLOSED    ' TO SUM-LIT.
076500     MOVE WS-TOT-CLOSED TO SUM-COUNT.
076600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076700     MOVE 'CLEARED CASES PURGED              ' TO SUM-LIT.
076800     MOVE WS-TOT-PURGED TO SUM-COUNT.
076900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077000     MOVE 'CASES CARRIED FORWARD             ' TO SUM-LIT.
077100     MOVE WS-TOT-CASES-OUT TO SUM-COUNT.
077200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077300     MOVE 'ENTRIES DROPPED - TABLE FULL      ' TO SUM-LIT.
077400     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
077500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077520     IF  WS-TOT-OVERFLOW GREATER THAN ZERO
077540         MOVE 'CASE OR CP2100 TABLE FULL - ENTRIES DROPPED'
077560             TO ABT-TEXT
077580         PERFORM 7300-PRINT-ABORT THRU 7300-EXIT.
077600     MOVE 'E' TO I-O-CONTROL-OPERATOR.
077700     MOVE -1  TO I-O-SEND-CODE.
077800     CALL 'IMACTM' USING I-O-CONTROL-AREA
077900                         MASTER-AREA
078000                         SI-ENVIRONMENT-AREA.
078100     CLOSE BNT-CASE-IN.
078200     CLOSE CP2100-FILE.
078300     CLOSE CUST-XREF-FILE.
078400     CLOSE BNT-CASE-OUT.
078500     CLOSE BNT-NOTICE-EXT.
078600     CLOSE BKUP-EVENT-FILE.
078700     CLOSE BNT-ACTIVITY-RPT.
078725     IF  WS-TOT-OVERFLOW GREATER THAN ZERO
078750         MOVE 16 TO RETURN-CODE.
078800 9000-EXIT. EXIT.
078900 9100-PRINT-SUMMARY.
079000     MOVE SPACES TO BNT-ACTIVITY-RPT-LINE.
079100     MOVE WS-SUMMARY-LINE TO BNT-ACTIVITY-RPT-LINE.
079200     WRITE BNT-ACTIVITY-RPT-LINE.
079300 9100-EXIT. EXIT.
