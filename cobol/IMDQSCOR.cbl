*     * GN6223 * 10/15/26 JCTE MASTER DATA QUALITY SCORECARD
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMDQSCOR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMDQSCOR IS THE MONTHLY MASTER DATA QUALITY SCORECARD.      *
000900*    EVERY ACCOUNT ON THE MASTER IS TESTED AGAINST THE RULES     *
001000*    ON THE RULE TABLE (IMDQSRUL) AND THE RESULTS ARE            *
001100*    ROLLED UP BY OWNING BRANCH (WMS-BRANCH5) AND BY OPENING     *
001200*    OFFICER (WMS-OFFICER-OPENED).  THE MASTER IS OPENED FOR     *
001300*    INQUIRY ONLY.                                               *
001400*----------------------------------------------------------------*
001500*    A RULE CARD NAMES THE FIELD BY CATALOG CODE, THE VALIDITY   *
001600*    TEST, THE SEVERITY (1 CRITICAL, 2 MAJOR, 3 MINOR), AN       *
001700*    OPTIONAL WEIGHT (DEFAULT 10/5/1 BY SEVERITY), THE PARTY THE *
001800*    RULE APPLIES TO (B BUSINESS TAX CODE 1/3, P PERSONAL TAX    *
001900*    CODE 2/4, BLANK ALL) AND UP TO FIVE ACCOUNT TYPES (NONE     *
002000*    MEANS ALL TYPES).  FIELD CATALOG -                          *
002100*      BDAT BIRTH DATE        TIN  TAX NUMBER                    *
002200*      TAXC TAX CODE          TINC TIN CERTIFICATION             *
002300*      HPHN HOME PHONE        BPHN BUSINESS PHONE                *
002400*      ZIP  ZIP CODE          SIC  SIC CODE                      *
002500*      NAIC NAICS CODE        TRCT CENSUS TRACT                  *
002600*      SMSA MSA CODE          STAT INFO STATE                    *
002700*      CNTY INFO COUNTY       OFCR OFFICER                       *
002800*      BROP BRANCH OPENED     OPOF OFFICER OPENED                *
002900*    THE INFORMATION TRAILER FIELDS (TRCT SMSA STAT CNTY) ARE    *
003000*    BLANK WHEN THE ACCOUNT HAS NO INFORMATION TRAILER.  TESTS - *
003100*      P  PRESENT - NOT SPACES, LOW-VALUES OR ZEROS              *
003200*      N  NUMERIC AND NOT ZERO                                   *
003300*      D  VALID MMDDCCYY DATE NOT AFTER THE RUN DATE             *
003400*      Z  FIVE-DIGIT ZIP NOT ZERO, NUMERIC PLUS-4 IF PRESENT     *
003500*      L  FIRST BYTE IS ONE OF THE VALUES ON THE CARD            *
003600*----------------------------------------------------------------*
003700*    AN ACCOUNT'S SCORE IS THE WEIGHT OF THE RULES IT PASSES AS  *
003800*    A PERCENT OF THE WEIGHT OF THE RULES THAT APPLY TO IT; THE  *
003900*    BRANCH AND OFFICER SCORES ARE THE SAME RATIO OVER ALL THEIR *
004000*    ACCOUNTS.  LAST MONTH'S SCORECARD IS READ FROM IMDQSHIN AND *
004100*    THIS MONTH'S IS WRITTEN TO IMDQSHOT, WHICH THE OPERATOR     *
004200*    RUNS FORWARD AS NEXT MONTH'S IMDQSHIN, SO EACH RULE, BRANCH *
004300*    AND OFFICER LINE SHOWS THE MONTH-OVER-MONTH CHANGE.         *
004400*----------------------------------------------------------------*
004500*    A FAILED RULE AT OR ABOVE THE PARM WORKQUEUE SEVERITY       *
004600*    (DEFAULT 1 - CRITICAL ONLY) IS WRITTEN TO THE EXCEPTION     *
004700*    WORK FILE (IMTAGT) UNDER THE RULE CODE, BRANCH-SOURCED SO   *
004800*    A ROUTE UNIT OF '*BRANCH' IN IMEXWQUE SENDS IT TO THE       *
004900*    OWNING BRANCH.  THE PARM LIMITS THE ITEMS RAISED PER RUN    *
005000*    (DEFAULT 5000).  CLOSED ACCOUNTS ARE SCORED BUT NOT QUEUED. *
005100*----------------------------------------------------------------*
005200*    NO USABLE RULES SETS RETURN CODE 8 AND NOTHING IS SCORED.   *
005300*    A REJECTED RULE CARD, A FULL TABLE OR THE WORKQUEUE LIMIT   *
005400*    SETS RETURN CODE 4.                                         *
005500*----------------------------------------------------------------*
005600*               ** HISTORY OF REVISIONS **                      *
005700* DESCRIPTION                                           CHNGID  *
005800* ____________________________________________________ _______ *
005900* 10/15/26 JCTE NEW PROGRAM - MASTER DATA QUALITY        GN6223 *
006000*                SCORECARD BY BRANCH AND OFFICER                *
006100*----------------------------------------------------------------*
006200 ENVIRONMENT    DIVISION.
006300 INPUT-OUTPUT   SECTION.
006400 FILE-CONTROL.
006500     SELECT DQS-PARM-FILE     ASSIGN TO "IMDQSPRM"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT DQS-RULE-FILE     ASSIGN TO "IMDQSRUL"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT OPTIONAL DQS-HIST-IN ASSIGN TO "IMDQSHIN"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-HIN-FILE-STATUS.
007200     SELECT DQS-HIST-OUT      ASSIGN TO "IMDQSHOT"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT OPTIONAL DQS-EXCEPTION-FILE ASSIGN TO "IMTAGT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-EXC-FILE-STATUS.
007700     SELECT DQS-REPORT        ASSIGN TO "IMDQSRPT"
007800         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  DQS-PARM-FILE
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  DQS-PARM-RECORD.
008400     03  DQP-RUN-DATE                PIC 9(6).
008500     03  DQP-WQ-SEVERITY             PIC 9.
008600     03  DQP-WQ-MAX                  PIC 9(5).
008700     03  FILLER                      PIC X(68).
008800 FD  DQS-RULE-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  DQS-RULE-RECORD.
009100     03  DQR-RULE-CODE               PIC X(4).
009200     03  DQR-FIELD                   PIC X(4).
009300     03  DQR-TEST                    PIC X.
009400     03  DQR-SEVERITY                PIC 9.
009500     03  DQR-WEIGHT                  PIC 99.
009600     03  DQR-PARTY                   PIC X.
009700     03  DQR-ACCT-TYPE               PIC X(3) OCCURS 5 TIMES.
009800     03  DQR-VALUES                  PIC X(10).
009900     03  DQR-DESC                    PIC X(30).
010000     03  FILLER                      PIC X(12).
010100 FD  DQS-HIST-IN
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  DQS-HIST-IN-RECORD.
010400     03  DQH-TYPE                    PIC X.
010500         88  DQH-88-RULE             VALUE 'R'.
010600         88  DQH-88-BRANCH           VALUE 'B'.
010700         88  DQH-88-OFFICER          VALUE 'O'.
010800     03  DQH-KEY                     PIC X(5).
010900     03  DQH-ACCOUNTS                PIC 9(7).
011000     03  DQH-DEFECT-ACCTS            PIC 9(7).
011100     03  DQH-SEV-1                   PIC 9(7).
011200     03  DQH-SEV-2                   PIC 9(7).
011300     03  DQH-SEV-3                   PIC 9(7).
011400     03  DQH-SCORE                   PIC 999V9.
011500     03  DQH-RUN-DATE                PIC 9(6).
011600     03  FILLER                      PIC X(29).
011700 FD  DQS-HIST-OUT
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  DQS-HIST-OUT-RECORD             PIC X(80).
012000 FD  DQS-EXCEPTION-FILE.
012100     COPY IMWSEXWK.
012200 FD  DQS-REPORT
012300     RECORD CONTAINS 133 CHARACTERS.
012400 01  DQS-REPORT-LINE                 PIC X(133).
012500 WORKING-STORAGE SECTION.
012600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMDQSCOR'.
012700 77  WS-RULE-MAX                     PIC S9(3)   COMP VALUE +50.
012800 77  WS-DIM-MAX                      PIC S9(5)   COMP VALUE +5000.
012900 77  WS-CAT-MAX                      PIC S9(3)   COMP VALUE +17.
013000*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
013100*    EVERY CALL TO IMACTM RESETS RETURN-CODE.
013200 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
013300 77  WS-HIN-FILE-STATUS              PIC X(2)    VALUE SPACES.
013400 77  WS-EXC-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500     88  WS-88-EXC-NOT-FOUND         VALUE '35'.
013600 01  WS-SWITCHES.
013700     03  WS-RULE-EOF-SW              PIC X(1)    VALUE 'N'.
013800         88  WS-88-RULE-EOF          VALUE 'Y'.
013900     03  WS-HIN-EOF-SW               PIC X(1)    VALUE 'N'.
014000         88  WS-88-HIN-EOF           VALUE 'Y'.
014100     03  WS-MST-EOF-SW               PIC X(1)    VALUE 'N'.
014200         88  WS-88-MST-EOF           VALUE 'Y'.
014300     03  WS-APPLIES-SW               PIC X(1)    VALUE 'N'.
014400         88  WS-88-APPLIES           VALUE 'Y'.
014500     03  WS-PASS-SW                  PIC X(1)    VALUE 'N'.
014600         88  WS-88-PASS              VALUE 'Y'.
014700     03  WS-SWAPPED-SW               PIC X(1)    VALUE 'N'.
014800         88  WS-88-SWAPPED           VALUE 'Y'.
014900     03  WS-DIM-FULL-SW              PIC X(1)    VALUE 'N'.
015000         88  WS-88-DIM-FULL          VALUE 'Y'.
015100     03  WS-WQ-FULL-SW               PIC X(1)    VALUE 'N'.
015200         88  WS-88-WQ-FULL           VALUE 'Y'.
015300     03  WS-CLOSED-SW                PIC X(1)    VALUE 'N'.
015400         88  WS-88-CLOSED            VALUE 'Y'.
015425     03  WS-LEAP-YEAR-SW             PIC X(1)    VALUE 'N'.
015450         88  WS-88-LEAP-YEAR         VALUE 'Y'.
015500 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
015600 01  WS-NEXT-SUB                     PIC S9(5)   COMP VALUE 0.
015700 01  WS-RULE-SUB                     PIC S9(3)   COMP VALUE 0.
015800 01  WS-CAT-SUB                      PIC S9(3)   COMP VALUE 0.
015900 01  WS-TYPE-SUB                     PIC S9(3)   COMP VALUE 0.
016000 01  WS-VAL-SUB                      PIC S9(3)   COMP VALUE 0.
016100 01  WS-DIM-SUB                      PIC S9(5)   COMP VALUE 0.
016200 01  WS-RULE-COUNT                   PIC S9(3)   COMP VALUE 0.
016300 01  WS-DIM-COUNT                    PIC S9(5)   COMP VALUE 0.
016400 01  WS-WQ-SEVERITY                  PIC S9(3)   COMP VALUE 0.
016500 01  WS-WQ-MAX                       PIC S9(5)   COMP VALUE 0.
016600 01  WS-DIM-KEY-WORK.
016700     03  WS-DKW-TYPE                 PIC X(1).
016800     03  WS-DKW-VALUE                PIC X(5).
016900 01  WS-PARTY                        PIC X(1)    VALUE SPACES.
017000 01  WS-FLD-VALUE                    PIC X(10)   VALUE SPACES.
017100 01  WS-FLD-LEN                      PIC S9(3)   COMP VALUE 0.
017200 01  WS-ACCT-DEFECT-SW               PIC X(1)    VALUE 'N'.
017300     88  WS-88-ACCT-DEFECT           VALUE 'Y'.
017400 01  WS-ACCT-APPL                    PIC S9(5)   COMP-3 VALUE 0.
017500 01  WS-ACCT-PASSED                  PIC S9(5)   COMP-3 VALUE 0.
017600 01  WS-ACCT-SEV                     PIC S9(5)   COMP-3
017700                                     OCCURS 3 TIMES.
017800 01  WS-SCORE                        PIC S999V9  COMP-3 VALUE 0.
017900 01  WS-SCORE-CHANGE                 PIC S999V9  COMP-3 VALUE 0.
018000 01  WS-COUNT-CHANGE                 PIC S9(7)   COMP-3 VALUE 0.
018100 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
018200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
018300     03  WS-RUN-YR                   PIC 99.
018400     03  WS-RUN-MO                   PIC 99.
018500     03  WS-RUN-DA                   PIC 99.
018600 01  WS-RUN-CCYYMMDD                 PIC 9(8)    VALUE 0.
018700 01  WS-RUN-CCYYMMDD-R REDEFINES WS-RUN-CCYYMMDD.
018800     03  WS-RUN-CC                   PIC 99.
018900     03  WS-RUN-YYMMDD               PIC 9(6).
019000*----------------------------------------------------------------*
019100*    DATE UNDER TEST (D), MMDDCCYY, AND ITS CCYYMMDD FORM.       *
019200*----------------------------------------------------------------*
019300 01  WS-TEST-DATE                    PIC X(8)    VALUE SPACES.
019400 01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
019500     03  WS-TD-MO                    PIC 99.
019600     03  WS-TD-DA                    PIC 99.
019700     03  WS-TD-CCYY                  PIC 9(4).
019800 01  WS-TEST-CCYYMMDD                PIC 9(8)    VALUE 0.
019900 01  WS-TEST-CCYYMMDD-R REDEFINES WS-TEST-CCYYMMDD.
020000     03  WS-TC-CCYY                  PIC 9(4).
020100     03  WS-TC-MO                    PIC 99.
020200     03  WS-TC-DA                    PIC 99.
020300 01  WS-DAYS-IN-MONTH-AREA           PIC X(24)   VALUE
020400     '312831303130313130313031'.
020500 01  FILLER REDEFINES WS-DAYS-IN-MONTH-AREA.
020600     03  WS-DAYS-IN-MONTH            PIC 99 OCCURS 12 TIMES.
020610 01  WS-MONTH-LEN                    PIC 99      VALUE 0.
020620 01  WS-LEAP-QUOT                    PIC S9(5)   COMP-3 VALUE 0.
020630 01  WS-LEAP-REM-4                   PIC S9(3)   COMP-3 VALUE 0.
020640 01  WS-LEAP-REM-100                 PIC S9(3)   COMP-3 VALUE 0.
020650 01  WS-LEAP-REM-400                 PIC S9(3)   COMP-3 VALUE 0.
020700     EJECT
020800     COPY SIWSCNTL.
020900     EJECT
021000     COPY IMAWKMST.
021100     EJECT
021200     COPY IMWSENVO.
021300     EJECT
021400*----------------------------------------------------------------*
021500*    FIELD CATALOG - RULE CARD FIELD CODE AND THE LENGTH OF THE  *
021600*    MASTER FIELD, IN THE ORDER 3100-GET-FIELD FETCHES THEM.     *
021700*----------------------------------------------------------------*
021800 01  WS-CATALOG-AREA.
021900     03  FILLER                      PIC X(6)    VALUE 'BDAT08'.
022000     03  FILLER                      PIC X(6)    VALUE 'TIN 09'.
022100     03  FILLER                      PIC X(6)    VALUE 'TAXC01'.
022200     03  FILLER                      PIC X(6)    VALUE 'TINC01'.
022300     03  FILLER                      PIC X(6)    VALUE 'HPHN10'.
022400     03  FILLER                      PIC X(6)    VALUE 'BPHN10'.
022500     03  FILLER                      PIC X(6)    VALUE 'ZIP 10'.
022600     03  FILLER                      PIC X(6)    VALUE 'SIC 05'.
022700     03  FILLER                      PIC X(6)    VALUE 'NAIC06'.
022800     03  FILLER                      PIC X(6)    VALUE 'TRCT10'.
022900     03  FILLER                      PIC X(6)    VALUE 'SMSA06'.
023000     03  FILLER                      PIC X(6)    VALUE 'STAT02'.
023100     03  FILLER                      PIC X(6)    VALUE 'CNTY03'.
023200     03  FILLER                      PIC X(6)    VALUE 'OFCR05'.
023300     03  FILLER                      PIC X(6)    VALUE 'BROP05'.
023400     03  FILLER                      PIC X(6)    VALUE 'OPOF05'.
023500     03  FILLER                      PIC X(6)    VALUE '    00'.
023600 01  FILLER REDEFINES WS-CATALOG-AREA.
023700     03  WS-CAT-ENTRY OCCURS 17 TIMES.
023800         05  WS-CAT-CODE             PIC X(4).
023900         05  WS-CAT-LEN              PIC 99.
024000 01  WS-DEFAULT-WEIGHT-AREA          PIC X(6)    VALUE '100501'.
024100 01  FILLER REDEFINES WS-DEFAULT-WEIGHT-AREA.
024200     03  WS-DEFAULT-WEIGHT           PIC 99 OCCURS 3 TIMES.
024300*----------------------------------------------------------------*
024400*    RULE TABLE WITH THIS MONTH'S AND LAST MONTH'S FAILURES.     *
024500*----------------------------------------------------------------*
024600 01  WS-RULE-TABLE.
024700     03  WS-RUL-ENTRY OCCURS 50 TIMES INDEXED BY RLX.
024800         05  WS-RUL-CODE             PIC X(4).
024900         05  WS-RUL-FIELD            PIC X(4).
025000         05  WS-RUL-CAT              PIC S9(3)   COMP.
025100         05  WS-RUL-TEST             PIC X(1).
025200         05  WS-RUL-SEVERITY         PIC 9(1).
025300         05  WS-RUL-WEIGHT           PIC S9(3)   COMP-3.
025400         05  WS-RUL-PARTY            PIC X(1).
025500         05  WS-RUL-ALL-TYPES        PIC X(1).
025600         05  WS-RUL-ACCT-TYPE        PIC X(3) OCCURS 5 TIMES.
025700         05  WS-RUL-VALUES           PIC X(10).
025800         05  WS-RUL-DESC             PIC X(30).
025900         05  WS-RUL-TESTED           PIC S9(7)   COMP-3.
026000         05  WS-RUL-FAILS            PIC S9(7)   COMP-3.
026100         05  WS-RUL-PRIOR-SW         PIC X(1).
026200         05  WS-RUL-PRIOR-FAILS      PIC S9(7)   COMP-3.
026300*----------------------------------------------------------------*
026400*    SCORECARD BY BRANCH ('1') AND OPENING OFFICER ('2'), SORTED *
026500*    BY TYPE AND KEY FOR PRINTING.                               *
026600*----------------------------------------------------------------*
026700 01  WS-DIMENSION-TABLE.
026800     03  WS-DIM-ENTRY OCCURS 5000 TIMES INDEXED BY DMX.
026900         05  WS-DIM-KEY.
027000             07  WS-DIM-TYPE         PIC X(1).
027100             07  WS-DIM-VALUE        PIC X(5).
027200         05  WS-DIM-ACCTS            PIC S9(7)   COMP-3.
027300         05  WS-DIM-DEFECT-ACCTS     PIC S9(7)   COMP-3.
027400         05  WS-DIM-SEV              PIC S9(7)   COMP-3
027500                                     OCCURS 3 TIMES.
027600         05  WS-DIM-APPL             PIC S9(11)  COMP-3.
027700         05  WS-DIM-PASSED           PIC S9(11)  COMP-3.
027800         05  WS-DIM-PRIOR-SW         PIC X(1).
027900         05  WS-DIM-PRIOR-SCORE      PIC S999V9  COMP-3.
028000         05  WS-DIM-PRIOR-ACCTS      PIC S9(7)   COMP-3.
028100 01  WS-DIM-HOLD                     PIC X(46).
028200 01  WS-DIM-TYPE-LIT-AREA            PIC X(16)   VALUE
028300     'BRANCH  OFFICER '.
028400 01  FILLER REDEFINES WS-DIM-TYPE-LIT-AREA.
028500     03  WS-DIM-TYPE-LIT             PIC X(8) OCCURS 2 TIMES.
028600 01  WS-DIM-LAST-TYPE                PIC X(1)    VALUE SPACES.
028700 01  WS-TOTALS.
028800     03  WS-TOT-RULE-CARDS           PIC 9(7)    COMP VALUE 0.
028900     03  WS-TOT-RULE-REJECTS         PIC 9(7)    COMP VALUE 0.
029000     03  WS-TOT-HIST-IN              PIC 9(7)    COMP VALUE 0.
029100     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
029200     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
029300     03  WS-TOT-DEFECT-ACCTS         PIC 9(7)    COMP VALUE 0.
029400     03  WS-TOT-DEFECTS              PIC 9(7)    COMP VALUE 0.
029500     03  WS-TOT-QUEUED               PIC 9(7)    COMP VALUE 0.
029600     03  WS-TOT-NOT-QUEUED           PIC 9(7)    COMP VALUE 0.
029700     03  WS-TOT-HIST-OUT             PIC 9(7)    COMP VALUE 0.
029800     03  WS-TOT-APPL                 PIC S9(11)  COMP-3 VALUE 0.
029900     03  WS-TOT-PASSED               PIC S9(11)  COMP-3 VALUE 0.
030000     EJECT
030100 01  WS-REPORT-TITLE.
030200     03  FILLER                      PIC X(52)   VALUE
030300         'IMDQSCOR - MASTER DATA QUALITY SCORECARD        RUN '.
030400     03  TTL-RUN-DATE                PIC X(8).
030500     03  FILLER                      PIC X(73)   VALUE SPACES.
030600 01  WS-SECTION-LINE.
030700     03  FILLER                      PIC X(3)    VALUE SPACES.
030800     03  SEC-TEXT                    PIC X(60).
030900     03  FILLER                      PIC X(70)   VALUE SPACES.
031000 01  WS-RULE-HEADING.
031100     03  FILLER                      PIC X(44)   VALUE
031200         '   RULE FIELD TEST SEV WGT DESCRIPTION'.
031300     03  FILLER                      PIC X(48)   VALUE
031400         '                  TESTED     FAILED  LAST MONTH'.
031500     03  FILLER                      PIC X(41)   VALUE
031600         '     CHANGE'.
031700 01  WS-RULE-LINE.
031800     03  FILLER                      PIC X(3)    VALUE SPACES.
031900     03  RLL-CODE                    PIC X(4).
032000     03  FILLER                      PIC X(1)    VALUE SPACES.
032100     03  RLL-FIELD                   PIC X(4).
032200     03  FILLER                      PIC X(3)    VALUE SPACES.
032300     03  RLL-TEST                    PIC X(1).
032400     03  FILLER                      PIC X(3)    VALUE SPACES.
032500     03  RLL-SEVERITY                PIC 9(1).
032600     03  FILLER                      PIC X(2)    VALUE SPACES.
032700     03  RLL-WEIGHT                  PIC Z9.
032800     03  FILLER                      PIC X(2)    VALUE SPACES.
032900     03  RLL-DESC                    PIC X(30).
033000     03  FILLER                      PIC X(3)    VALUE SPACES.
033100     03  RLL-TESTED                  PIC Z,ZZZ,ZZ9.
033200     03  FILLER                      PIC X(2)    VALUE SPACES.
033300     03  RLL-FAILS                   PIC Z,ZZZ,ZZ9.
033400     03  FILLER                      PIC X(3)    VALUE SPACES.
033500     03  RLL-PRIOR                   PIC Z,ZZZ,ZZ9.
033600     03  RLL-PRIOR-X REDEFINES RLL-PRIOR PIC X(9).
033700     03  FILLER                      PIC X(2)    VALUE SPACES.
033800     03  RLL-CHANGE                  PIC -Z,ZZZ,ZZ9.
033900     03  RLL-CHANGE-X REDEFINES RLL-CHANGE PIC X(10).
034000     03  FILLER                      PIC X(30)   VALUE SPACES.
034100 01  WS-DIM-HEADING.
034200     03  FILLER                      PIC X(44)   VALUE
034300         '   BY       KEY    ACCOUNTS  DEFECTIVE  CRIT'.
034400     03  FILLER                      PIC X(48)   VALUE
034500         'ICAL     MAJOR     MINOR  SCORE LAST MONTH  CHAN'.
034600     03  FILLER                      PIC X(41)   VALUE
034700         'GE LAST ACCTS'.
034800 01  WS-DIM-LINE.
034900     03  FILLER                      PIC X(3)    VALUE SPACES.
035000     03  DML-TYPE                    PIC X(8).
035100     03  FILLER                      PIC X(1)    VALUE SPACES.
035200     03  DML-KEY                     PIC X(5).
035300     03  FILLER                      PIC X(1)    VALUE SPACES.
035400     03  DML-ACCTS                   PIC Z,ZZZ,ZZ9.
035500     03  FILLER                      PIC X(2)    VALUE SPACES.
035600     03  DML-DEFECT                  PIC Z,ZZZ,ZZ9.
035700     03  FILLER                      PIC X(1)    VALUE SPACES.
035800     03  DML-SEV-1                   PIC Z,ZZZ,ZZ9.
035900     03  FILLER                      PIC X(1)    VALUE SPACES.
036000     03  DML-SEV-2                   PIC Z,ZZZ,ZZ9.
036100     03  FILLER                      PIC X(1)    VALUE SPACES.
036200     03  DML-SEV-3                   PIC Z,ZZZ,ZZ9.
036300     03  FILLER                      PIC X(2)    VALUE SPACES.
036400     03  DML-SCORE                   PIC ZZ9.9.
036500     03  DML-SCORE-X REDEFINES DML-SCORE PIC X(5).
036600     03  FILLER                      PIC X(6)    VALUE SPACES.
036700     03  DML-PRIOR                   PIC ZZ9.9.
036800     03  DML-PRIOR-X REDEFINES DML-PRIOR PIC X(5).
036900     03  FILLER                      PIC X(2)    VALUE SPACES.
037000     03  DML-CHANGE                  PIC +++9.9.
037100     03  DML-CHANGE-X REDEFINES DML-CHANGE PIC X(6).
037200     03  FILLER                      PIC X(2)    VALUE SPACES.
037300     03  DML-PRIOR-ACCTS             PIC Z,ZZZ,ZZ9.
037400     03  DML-PRIOR-ACCTS-X REDEFINES DML-PRIOR-ACCTS PIC X(9).
037500     03  FILLER                      PIC X(38)   VALUE SPACES.
037600 01  WS-MESSAGE-LINE.
037700     03  FILLER                      PIC X(4)    VALUE SPACES.
037800     03  MSG-TEXT                    PIC X(50).
037900     03  MSG-KEY                     PIC X(80).
038000 01  WS-SUMMARY-LINE.
038100     03  FILLER                      PIC X(4)    VALUE SPACES.
038200     03  SUM-LIT                     PIC X(34).
038300     03  SUM-COUNT                   PIC ZZZ,ZZ9.
038400     03  FILLER                      PIC X(88)   VALUE SPACES.
038500 01  WS-SCORE-LINE.
038600     03  FILLER                      PIC X(4)    VALUE SPACES.
038700     03  SCL-LIT                     PIC X(34).
038800     03  SCL-SCORE                   PIC ZZ9.9.
038900     03  FILLER                      PIC X(90)   VALUE SPACES.
039000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
039100*----------------------------------------------------------------*
039200*    HISTORY RECORD WRITTEN FOR NEXT MONTH'S TREND.              *
039300*----------------------------------------------------------------*
039400 01  WS-HIST-OUT.
039500     03  HSO-TYPE                    PIC X.
039600     03  HSO-KEY                     PIC X(5).
039700     03  HSO-ACCOUNTS                PIC 9(7).
039800     03  HSO-DEFECT-ACCTS            PIC 9(7).
039900     03  HSO-SEV-1                   PIC 9(7).
040000     03  HSO-SEV-2                   PIC 9(7).
040100     03  HSO-SEV-3                   PIC 9(7).
040200     03  HSO-SCORE                   PIC 999V9.
040300     03  HSO-RUN-DATE                PIC 9(6).
040400     03  FILLER                      PIC X(29).
040500     EJECT
040600 PROCEDURE DIVISION.
040700*----------------------------------------------------------------*
040800 0000-MAINLINE.
040900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
041000     PERFORM 1200-LOAD-RULE        THRU 1200-EXIT
041100         UNTIL WS-88-RULE-EOF.
041200     IF  WS-RULE-COUNT EQUAL ZERO
041300         MOVE 'NO USABLE RULES ON THE RULE TABLE' TO MSG-TEXT
041400         MOVE SPACES TO MSG-KEY
041500         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
041600         MOVE 8 TO WS-RUN-RC.
041700     PERFORM 1400-LOAD-HISTORY     THRU 1400-EXIT
041800         UNTIL WS-88-HIN-EOF.
041900     IF  WS-RUN-RC LESS THAN 8
042000         PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
042100             UNTIL WS-88-MST-EOF
042200         PERFORM 5000-PRINT-RULES      THRU 5000-EXIT
042300         PERFORM 6000-PRINT-SCORECARD  THRU 6000-EXIT
042400         PERFORM 7000-WRITE-HISTORY    THRU 7000-EXIT.
042500     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
042600     GOBACK.
042700     EJECT
042800*----------------------------------------------------------------*
042900*    1000-INITIALIZE - PARAMETER CARD, FILES AND THE MASTER      *
043000*    OPENED FOR INQUIRY ONLY.                                    *
043100*----------------------------------------------------------------*
043200 1000-INITIALIZE.
043300     OPEN INPUT DQS-PARM-FILE.
043400     READ DQS-PARM-FILE
043500         AT END MOVE SPACES TO DQS-PARM-RECORD.
043600     CLOSE DQS-PARM-FILE.
043700     IF  DQP-RUN-DATE NUMERIC
043800     AND DQP-RUN-DATE GREATER THAN ZERO
043900         MOVE DQP-RUN-DATE TO WS-RUN-DATE-YYMMDD
044000     ELSE
044100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
044200     MOVE WS-RUN-DATE-YYMMDD TO WS-RUN-YYMMDD.
044300     IF  WS-RUN-YR LESS THAN 50
044400         MOVE 20 TO WS-RUN-CC
044500     ELSE
044600         MOVE 19 TO WS-RUN-CC.
044700     MOVE 1 TO WS-WQ-SEVERITY.
044800     IF  DQP-WQ-SEVERITY NUMERIC
044900         IF  DQP-WQ-SEVERITY GREATER THAN ZERO
045000         AND DQP-WQ-SEVERITY LESS THAN 4
045100             MOVE DQP-WQ-SEVERITY TO WS-WQ-SEVERITY.
045200     MOVE 5000 TO WS-WQ-MAX.
045300     IF  DQP-WQ-MAX NUMERIC
045400         IF  DQP-WQ-MAX GREATER THAN ZERO
045500             MOVE DQP-WQ-MAX TO WS-WQ-MAX.
045600     OPEN INPUT  DQS-RULE-FILE.
045700     OPEN INPUT  DQS-HIST-IN.
045800     IF  WS-HIN-FILE-STATUS EQUAL '05' OR '35'
045900         MOVE 'Y' TO WS-HIN-EOF-SW.
046000     OPEN OUTPUT DQS-HIST-OUT.
046100     OPEN EXTEND DQS-EXCEPTION-FILE.
046200     IF  WS-88-EXC-NOT-FOUND
046300         OPEN OUTPUT DQS-EXCEPTION-FILE.
046400     OPEN OUTPUT DQS-REPORT.
046500     MOVE SPACES TO TTL-RUN-DATE.
046600     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
046700         DELIMITED BY SIZE INTO TTL-RUN-DATE.
046800     WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE.
046900     MOVE SPACES TO DQS-REPORT-LINE.
047000     MOVE WS-REPORT-TITLE TO DQS-REPORT-LINE.
047100     WRITE DQS-REPORT-LINE.
047200     WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE.
047300     MOVE SPACES TO SI-ENVIRONMENT-AREA.
047400     MOVE '1' TO SI-ENVIRONMENT-VSAM.
047500     MOVE 'O' TO I-O-CONTROL-OPERATOR.
047600     MOVE 'I' TO I-O-CONTROL-ACCESS.
047700     MOVE -1  TO I-O-SEND-CODE.
047800     CALL 'IMACTM' USING I-O-CONTROL-AREA
047900                         MASTER-AREA
048000                         SI-ENVIRONMENT-AREA.
048100 1000-EXIT. EXIT.
048200     EJECT
048300*----------------------------------------------------------------*
048400*    1200-LOAD-RULE - EDIT EACH RULE CARD.  A CARD WITH AN       *
048500*    UNKNOWN FIELD, TEST, SEVERITY OR PARTY, A DUPLICATE RULE    *
048600*    CODE, OR AN L TEST WITH NO VALUES IS REPORTED AND SKIPPED.  *
048700*----------------------------------------------------------------*
048800 1200-LOAD-RULE.
048900     READ DQS-RULE-FILE
049000         AT END MOVE 'Y' TO WS-RULE-EOF-SW
049100                GO TO 1200-EXIT.
049200     ADD 1 TO WS-TOT-RULE-CARDS.
049300     IF  DQR-RULE-CODE EQUAL SPACES
049400         MOVE 'RULE CARD WITH NO RULE CODE' TO MSG-TEXT
049500         GO TO 1290-REJECT.
049600     MOVE ZERO TO WS-CAT-SUB.
049700     PERFORM 1210-FIND-FIELD THRU 1210-EXIT
049800         VARYING WS-SUB FROM 1 BY 1
049900         UNTIL WS-SUB NOT LESS THAN WS-CAT-MAX
050000            OR WS-CAT-SUB GREATER THAN ZERO.
050100     IF  WS-CAT-SUB EQUAL ZERO
050200         MOVE 'RULE FIELD NOT IN THE FIELD CATALOG' TO MSG-TEXT
050300         GO TO 1290-REJECT.
050400     IF  DQR-TEST NOT EQUAL 'P' AND 'N' AND 'D' AND 'Z' AND 'L'
050500         MOVE 'RULE TEST IS NOT P, N, D, Z OR L' TO MSG-TEXT
050600         GO TO 1290-REJECT.
050700     IF  DQR-TEST EQUAL 'D'
050800     AND WS-CAT-LEN (WS-CAT-SUB) NOT EQUAL 8
050900         MOVE 'DATE TEST ON A FIELD THAT IS NOT A DATE'
051000             TO MSG-TEXT
051100         GO TO 1290-REJECT.
051200     IF  DQR-TEST EQUAL 'L'
051300     AND DQR-VALUES EQUAL SPACES
051400         MOVE 'LIST TEST WITH NO VALUES' TO MSG-TEXT
051500         GO TO 1290-REJECT.
051600     IF  DQR-SEVERITY NOT NUMERIC
051700     OR  DQR-SEVERITY LESS THAN 1
051800     OR  DQR-SEVERITY GREATER THAN 3
051900         MOVE 'RULE SEVERITY IS NOT 1, 2 OR 3' TO MSG-TEXT
052000         GO TO 1290-REJECT.
052100     IF  DQR-PARTY NOT EQUAL SPACE AND 'B' AND 'P'
052200         MOVE 'RULE PARTY IS NOT B, P OR BLANK' TO MSG-TEXT
052300         GO TO 1290-REJECT.
052400     MOVE ZERO TO WS-RULE-SUB.
052500     PERFORM 1220-FIND-RULE THRU 1220-EXIT
052600         VARYING WS-SUB FROM 1 BY 1
052700         UNTIL WS-SUB GREATER THAN WS-RULE-COUNT
052800            OR WS-RULE-SUB GREATER THAN ZERO.
052900     IF  WS-RULE-SUB GREATER THAN ZERO
053000         MOVE 'DUPLICATE RULE CODE' TO MSG-TEXT
053100         GO TO 1290-REJECT.
053200     IF  WS-RULE-COUNT NOT LESS THAN WS-RULE-MAX
053300         MOVE 'RULE TABLE FULL - RULE DROPPED' TO MSG-TEXT
053400         GO TO 1290-REJECT.
053500     ADD 1 TO WS-RULE-COUNT.
053600     SET RLX TO WS-RULE-COUNT.
053700     MOVE DQR-RULE-CODE    TO WS-RUL-CODE (RLX).
053800     MOVE DQR-FIELD        TO WS-RUL-FIELD (RLX).
053900     MOVE WS-CAT-SUB       TO WS-RUL-CAT (RLX).
054000     MOVE DQR-TEST         TO WS-RUL-TEST (RLX).
054100     MOVE DQR-SEVERITY     TO WS-RUL-SEVERITY (RLX).
054200     MOVE WS-DEFAULT-WEIGHT (DQR-SEVERITY) TO WS-RUL-WEIGHT (RLX).
054300     IF  DQR-WEIGHT NUMERIC
054400         IF  DQR-WEIGHT GREATER THAN ZERO
054500             MOVE DQR-WEIGHT TO WS-RUL-WEIGHT (RLX).
054600     MOVE DQR-PARTY        TO WS-RUL-PARTY (RLX).
054700     MOVE 'Y'              TO WS-RUL-ALL-TYPES (RLX).
054800     PERFORM 1230-COPY-TYPE THRU 1230-EXIT
054900         VARYING WS-TYPE-SUB FROM 1 BY 1
055000         UNTIL WS-TYPE-SUB GREATER THAN 5.
055100     MOVE DQR-VALUES       TO WS-RUL-VALUES (RLX).
055200     MOVE DQR-DESC         TO WS-RUL-DESC (RLX).
055300     MOVE ZERO             TO WS-RUL-TESTED (RLX)
055400                              WS-RUL-FAILS (RLX)
055500                              WS-RUL-PRIOR-FAILS (RLX).
055600     MOVE 'N'              TO WS-RUL-PRIOR-SW (RLX).
055700     GO TO 1200-EXIT.
055800 1290-REJECT.
055900     MOVE DQS-RULE-RECORD TO MSG-KEY.
056000     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
056100     ADD 1 TO WS-TOT-RULE-REJECTS.
056200     IF  WS-RUN-RC LESS THAN 4
056300         MOVE 4 TO WS-RUN-RC.
056400 1200-EXIT. EXIT.
056500 1210-FIND-FIELD.
056600     IF  WS-CAT-CODE (WS-SUB) EQUAL DQR-FIELD
056700         MOVE WS-SUB TO WS-CAT-SUB.
056800 1210-EXIT. EXIT.
056900 1220-FIND-RULE.
057000     SET RLX TO WS-SUB.
057100     IF  WS-RUL-CODE (RLX) EQUAL DQR-RULE-CODE
057200         MOVE WS-SUB TO WS-RULE-SUB.
057300 1220-EXIT. EXIT.
057400 1230-COPY-TYPE.
057500     MOVE DQR-ACCT-TYPE (WS-TYPE-SUB)
057600         TO WS-RUL-ACCT-TYPE (RLX, WS-TYPE-SUB).
057700     IF  DQR-ACCT-TYPE (WS-TYPE-SUB) NOT EQUAL SPACES
057800         MOVE 'N' TO WS-RUL-ALL-TYPES (RLX).
057900 1230-EXIT. EXIT.
058000     EJECT
058100*----------------------------------------------------------------*
058200*    1400-LOAD-HISTORY - LAST MONTH'S RULE FAILURES AND BRANCH   *
058300*    AND OFFICER SCORES.  A RULE NO LONGER ON THE TABLE IS       *
058400*    DROPPED; A BRANCH OR OFFICER WITH NO ACCOUNTS THIS MONTH IS *
058500*    STILL PRINTED SO ITS MOVE-OUT SHOWS.                        *
058600*----------------------------------------------------------------*
058700 1400-LOAD-HISTORY.
058800     READ DQS-HIST-IN
058900         AT END MOVE 'Y' TO WS-HIN-EOF-SW
059000                GO TO 1400-EXIT.
059100     ADD 1 TO WS-TOT-HIST-IN.
059200     IF  DQH-88-RULE
059300         GO TO 1450-PRIOR-RULE.
059400     IF  DQH-88-BRANCH
059500         MOVE '1' TO WS-DKW-TYPE
059600     ELSE
059700     IF  DQH-88-OFFICER
059800         MOVE '2' TO WS-DKW-TYPE
059900     ELSE
060000         GO TO 1400-EXIT.
060100     MOVE DQH-KEY TO WS-DKW-VALUE.
060200     PERFORM 8100-FIND-DIMENSION THRU 8100-EXIT.
060300     IF  WS-DIM-SUB EQUAL ZERO
060400         GO TO 1400-EXIT.
060500     SET DMX TO WS-DIM-SUB.
060600     MOVE 'Y'          TO WS-DIM-PRIOR-SW (DMX).
060700     MOVE DQH-SCORE    TO WS-DIM-PRIOR-SCORE (DMX).
060800     MOVE DQH-ACCOUNTS TO WS-DIM-PRIOR-ACCTS (DMX).
060900     GO TO 1400-EXIT.
061000 1450-PRIOR-RULE.
061100     MOVE ZERO TO WS-RULE-SUB.
061200     PERFORM 1460-FIND-PRIOR-RULE THRU 1460-EXIT
061300         VARYING WS-SUB FROM 1 BY 1
061400         UNTIL WS-SUB GREATER THAN WS-RULE-COUNT
061500            OR WS-RULE-SUB GREATER THAN ZERO.
061600     IF  WS-RULE-SUB EQUAL ZERO
061700         GO TO 1400-EXIT.
061800     SET RLX TO WS-RULE-SUB.
061900     MOVE 'Y'              TO WS-RUL-PRIOR-SW (RLX).
062000     MOVE DQH-DEFECT-ACCTS TO WS-RUL-PRIOR-FAILS (RLX).
062100 1400-EXIT. EXIT.
062200 1460-FIND-PRIOR-RULE.
062300     SET RLX TO WS-SUB.
062400     IF  WS-RUL-CODE (RLX) EQUAL DQH-KEY (1:4)
062500         MOVE WS-SUB TO WS-RULE-SUB.
062600 1460-EXIT. EXIT.
062700     EJECT
062800*----------------------------------------------------------------*
062900*    2000-PROCESS-ACCOUNT - BROWSE THE MASTER AND SCORE EACH     *
063000*    ACCOUNT AGAINST EVERY RULE THAT APPLIES TO IT.              *
063100*----------------------------------------------------------------*
063200 2000-PROCESS-ACCOUNT.
063300     MOVE 'R' TO I-O-CONTROL-OPERATOR.
063400     MOVE -1  TO I-O-SEND-CODE.
063500     CALL 'IMACTM' USING I-O-CONTROL-AREA
063600                         MASTER-AREA
063700                         SI-ENVIRONMENT-AREA.
063800     IF  I-O-88-END-OF-FILE
063900         MOVE 'Y' TO WS-MST-EOF-SW
064000         GO TO 2000-EXIT.
064100     IF  NOT I-O-88-NORMAL-RET
064200         MOVE 'Y' TO WS-MST-EOF-SW
064300         GO TO 2000-EXIT.
064400     ADD 1 TO WS-TOT-ACCOUNTS.
064500     MOVE 'N' TO WS-CLOSED-SW.
064600     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
064700     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
064800     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
064900         MOVE 'Y' TO WS-CLOSED-SW
065000         ADD 1 TO WS-TOT-CLOSED.
065100     MOVE SPACE TO WS-PARTY.
065200     IF  WMS-TAX-CODE EQUAL '1' OR '3'
065300         MOVE 'B' TO WS-PARTY.
065400     IF  WMS-TAX-CODE EQUAL '2' OR '4'
065500         MOVE 'P' TO WS-PARTY.
065600     MOVE 'N'  TO WS-ACCT-DEFECT-SW.
065700     MOVE ZERO TO WS-ACCT-APPL
065800                  WS-ACCT-PASSED
065900                  WS-ACCT-SEV (1)
066000                  WS-ACCT-SEV (2)
066100                  WS-ACCT-SEV (3).
066200     PERFORM 3000-APPLY-RULE THRU 3000-EXIT
066300         VARYING WS-RULE-SUB FROM 1 BY 1
066400         UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
066500     ADD WS-ACCT-APPL   TO WS-TOT-APPL.
066600     ADD WS-ACCT-PASSED TO WS-TOT-PASSED.
066700     IF  WS-88-ACCT-DEFECT
066800         ADD 1 TO WS-TOT-DEFECT-ACCTS.
066900     MOVE '1'         TO WS-DKW-TYPE.
067000     MOVE WMS-BRANCH5 TO WS-DKW-VALUE.
067100     IF  WS-DKW-VALUE EQUAL SPACES OR LOW-VALUES
067200         MOVE '*NONE' TO WS-DKW-VALUE.
067300     PERFORM 4000-ADD-DIMENSION THRU 4000-EXIT.
067400     MOVE '2'                TO WS-DKW-TYPE.
067500     MOVE WMS-OFFICER-OPENED TO WS-DKW-VALUE.
067600     IF  WS-DKW-VALUE EQUAL SPACES OR LOW-VALUES
067700         MOVE '*NONE' TO WS-DKW-VALUE.
067800     PERFORM 4000-ADD-DIMENSION THRU 4000-EXIT.
067900 2000-EXIT. EXIT.
068000     EJECT
068100*----------------------------------------------------------------*
068200*    3000-APPLY-RULE - TEST ONE RULE AGAINST THE ACCOUNT WHEN    *
068300*    ITS PARTY AND ACCOUNT TYPES APPLY.                          *
068400*----------------------------------------------------------------*
068500 3000-APPLY-RULE.
068600     SET RLX TO WS-RULE-SUB.
068700     IF  WS-RUL-PARTY (RLX) NOT EQUAL SPACE
068800     AND WS-RUL-PARTY (RLX) NOT EQUAL WS-PARTY
068900         GO TO 3000-EXIT.
069000     MOVE WS-RUL-ALL-TYPES (RLX) TO WS-APPLIES-SW.
069100     IF  NOT WS-88-APPLIES
069200         PERFORM 3010-MATCH-TYPE THRU 3010-EXIT
069300             VARYING WS-TYPE-SUB FROM 1 BY 1
069400             UNTIL WS-TYPE-SUB GREATER THAN 5
069500                OR WS-88-APPLIES.
069600     IF  NOT WS-88-APPLIES
069700         GO TO 3000-EXIT.
069800     ADD 1 TO WS-RUL-TESTED (RLX).
069900     ADD WS-RUL-WEIGHT (RLX) TO WS-ACCT-APPL.
070000     MOVE WS-RUL-CAT (RLX) TO WS-CAT-SUB.
070100     MOVE WS-CAT-LEN (WS-CAT-SUB) TO WS-FLD-LEN.
070200     PERFORM 3100-GET-FIELD THRU 3100-EXIT.
070300     MOVE 'N' TO WS-PASS-SW.
070400     IF  WS-RUL-TEST (RLX) EQUAL 'P'
070500         PERFORM 3210-TEST-PRESENT THRU 3210-EXIT.
070600     IF  WS-RUL-TEST (RLX) EQUAL 'N'
070700         PERFORM 3220-TEST-NUMERIC THRU 3220-EXIT.
070800     IF  WS-RUL-TEST (RLX) EQUAL 'D'
070900         PERFORM 3230-TEST-DATE THRU 3230-EXIT.
071000     IF  WS-RUL-TEST (RLX) EQUAL 'Z'
071100         PERFORM 3240-TEST-ZIP THRU 3240-EXIT.
071200     IF  WS-RUL-TEST (RLX) EQUAL 'L'
071300         PERFORM 3250-TEST-LIST THRU 3250-EXIT.
071400     IF  WS-88-PASS
071500         ADD WS-RUL-WEIGHT (RLX) TO WS-ACCT-PASSED
071600         GO TO 3000-EXIT.
071700     MOVE 'Y' TO WS-ACCT-DEFECT-SW.
071800     ADD 1 TO WS-RUL-FAILS (RLX).
071900     ADD 1 TO WS-TOT-DEFECTS.
072000     ADD 1 TO WS-ACCT-SEV (WS-RUL-SEVERITY (RLX)).
072100     IF  WS-88-CLOSED
072200         GO TO 3000-EXIT.
072300     IF  WS-RUL-SEVERITY (RLX) NOT GREATER THAN WS-WQ-SEVERITY
072400         PERFORM 3500-QUEUE-DEFECT THRU 3500-EXIT.
072500 3000-EXIT. EXIT.
072600 3010-MATCH-TYPE.
072700     IF  WS-RUL-ACCT-TYPE (RLX, WS-TYPE-SUB) NOT EQUAL SPACES
072800     AND WS-RUL-ACCT-TYPE (RLX, WS-TYPE-SUB) EQUAL WMS-ACCT-TYPE
072900         MOVE 'Y' TO WS-APPLIES-SW.
073000 3010-EXIT. EXIT.
073100     EJECT
073200*----------------------------------------------------------------*
073300*    3100-GET-FIELD - THE MASTER FIELD FOR CATALOG ENTRY         *
073400*    WS-CAT-SUB INTO WS-FLD-VALUE.                               *
073500*----------------------------------------------------------------*
073600 3100-GET-FIELD.
073700     MOVE SPACES TO WS-FLD-VALUE.
073800     IF  WS-CAT-SUB EQUAL 1
073900         MOVE WMS-BIRTHDATE TO WS-FLD-VALUE.
074000     IF  WS-CAT-SUB EQUAL 2
074100         MOVE WMS-TAX-NO TO WS-FLD-VALUE.
074200     IF  WS-CAT-SUB EQUAL 3
074300         MOVE WMS-TAX-CODE TO WS-FLD-VALUE.
074400     IF  WS-CAT-SUB EQUAL 4
074500         MOVE WMS-TIN-CERTIFICATION TO WS-FLD-VALUE.
074600     IF  WS-CAT-SUB EQUAL 5
074700         STRING WMS-HOME-AREA-CODE WMS-HOME-PHONE-NO
074800             DELIMITED BY SIZE INTO WS-FLD-VALUE.
074900     IF  WS-CAT-SUB EQUAL 6
075000         STRING WMS-BUS-AREA-CODE WMS-BUS-PHONE-NO
075100             DELIMITED BY SIZE INTO WS-FLD-VALUE.
075200     IF  WS-CAT-SUB EQUAL 7
075300         MOVE WMS-ZIP-SAVE TO WS-FLD-VALUE.
075400     IF  WS-CAT-SUB EQUAL 8
075500         MOVE WMS-SIC-CODE TO WS-FLD-VALUE.
075600     IF  WS-CAT-SUB EQUAL 9
075700         MOVE WMS-NAICS-CODE TO WS-FLD-VALUE.
075800     IF  WMS-INFO-TRLR NOT EQUAL '1'
075900         GO TO 3190-OTHER.
076000     IF  WS-CAT-SUB EQUAL 10
076100         MOVE WMS-INFO-CENSUS-TRACT TO WS-FLD-VALUE.
076200     IF  WS-CAT-SUB EQUAL 11
076300         MOVE WMS-INFO-SMSA TO WS-FLD-VALUE.
076400     IF  WS-CAT-SUB EQUAL 12
076500         MOVE WMS-INFO-STATE TO WS-FLD-VALUE.
076600     IF  WS-CAT-SUB EQUAL 13
076700         MOVE WMS-INFO-COUNTY TO WS-FLD-VALUE.
076800 3190-OTHER.
076900     IF  WS-CAT-SUB EQUAL 14
077000         MOVE WMS-OFFICER TO WS-FLD-VALUE.
077100     IF  WS-CAT-SUB EQUAL 15
077200         MOVE WMS-BRANCH-OPENED TO WS-FLD-VALUE.
077300     IF  WS-CAT-SUB EQUAL 16
077400         MOVE WMS-OFFICER-OPENED TO WS-FLD-VALUE.
077500 3100-EXIT. EXIT.
077600     EJECT
077700*----------------------------------------------------------------*
077800*    3200 - VALIDITY TESTS.  EACH SETS WS-PASS-SW TO 'Y' WHEN    *
077900*    THE FIELD PASSES.                                           *
078000*----------------------------------------------------------------*
078100 3210-TEST-PRESENT.
078200     IF  WS-FLD-VALUE (1:WS-FLD-LEN) EQUAL SPACES
078300     OR  WS-FLD-VALUE (1:WS-FLD-LEN) EQUAL LOW-VALUES
078400     OR  WS-FLD-VALUE (1:WS-FLD-LEN) EQUAL ZEROS
078500         GO TO 3210-EXIT.
078600     MOVE 'Y' TO WS-PASS-SW.
078700 3210-EXIT. EXIT.
078800 3220-TEST-NUMERIC.
078900     IF  WS-FLD-VALUE (1:WS-FLD-LEN) NOT NUMERIC
079000     OR  WS-FLD-VALUE (1:WS-FLD-LEN) EQUAL ZEROS
079100         GO TO 3220-EXIT.
079200     MOVE 'Y' TO WS-PASS-SW.
079300 3220-EXIT. EXIT.
079400 3230-TEST-DATE.
079500     MOVE WS-FLD-VALUE (1:8) TO WS-TEST-DATE.
079600     IF  WS-TEST-DATE NOT NUMERIC
079700         GO TO 3230-EXIT.
079800     IF  WS-TD-MO LESS THAN 1
079850     OR  WS-TD-MO GREATER THAN 12
079900     OR  WS-TD-DA LESS THAN 1
079950     OR  WS-TD-CCYY LESS THAN 1850
080000         GO TO 3230-EXIT.
080050     PERFORM 3235-MONTH-LENGTH THRU 3235-EXIT.
080100     IF  WS-TD-DA GREATER THAN WS-MONTH-LEN
080150         GO TO 3230-EXIT.
080400     MOVE WS-TD-CCYY TO WS-TC-CCYY.
080500     MOVE WS-TD-MO   TO WS-TC-MO.
080600     MOVE WS-TD-DA   TO WS-TC-DA.
080700     IF  WS-TEST-CCYYMMDD GREATER THAN WS-RUN-CCYYMMDD
080800         GO TO 3230-EXIT.
080900     MOVE 'Y' TO WS-PASS-SW.
081000 3230-EXIT. EXIT.
081005 3235-MONTH-LENGTH.
081010     MOVE WS-DAYS-IN-MONTH (WS-TD-MO) TO WS-MONTH-LEN.
081015     IF  WS-TD-MO NOT EQUAL 2
081020         GO TO 3235-EXIT.
081025     MOVE 'N' TO WS-LEAP-YEAR-SW.
081030     DIVIDE WS-TD-CCYY BY 4   GIVING WS-LEAP-QUOT
081035         REMAINDER WS-LEAP-REM-4.
081040     DIVIDE WS-TD-CCYY BY 100 GIVING WS-LEAP-QUOT
081045         REMAINDER WS-LEAP-REM-100.
081050     DIVIDE WS-TD-CCYY BY 400 GIVING WS-LEAP-QUOT
081055         REMAINDER WS-LEAP-REM-400.
081060     IF  WS-LEAP-REM-4 EQUAL ZERO
081065         IF  WS-LEAP-REM-100 NOT EQUAL ZERO
081070         OR  WS-LEAP-REM-400 EQUAL ZERO
081075             MOVE 'Y' TO WS-LEAP-YEAR-SW.
081080     IF  WS-88-LEAP-YEAR
081085         MOVE 29 TO WS-MONTH-LEN.
081090 3235-EXIT. EXIT.
081100 3240-TEST-ZIP.
081200     IF  WS-FLD-VALUE (1:5) NOT NUMERIC
081300     OR  WS-FLD-VALUE (1:5) EQUAL ZEROS
081400         GO TO 3240-EXIT.
081500     IF  WS-FLD-VALUE (7:4) NOT EQUAL SPACES
081600     AND WS-FLD-VALUE (7:4) NOT EQUAL LOW-VALUES
081700     AND WS-FLD-VALUE (7:4) NOT NUMERIC
081800         GO TO 3240-EXIT.
081900     MOVE 'Y' TO WS-PASS-SW.
082000 3240-EXIT. EXIT.
082100 3250-TEST-LIST.
082200     IF  WS-FLD-VALUE (1:1) EQUAL SPACE
082300         GO TO 3250-EXIT.
082400     PERFORM 3255-MATCH-VALUE THRU 3255-EXIT
082500         VARYING WS-VAL-SUB FROM 1 BY 1
082600         UNTIL WS-VAL-SUB GREATER THAN 10
082700            OR WS-88-PASS.
082800 3250-EXIT. EXIT.
082900 3255-MATCH-VALUE.
083000     IF  WS-RUL-VALUES (RLX) (WS-VAL-SUB:1) EQUAL
083100         WS-FLD-VALUE (1:1)
083200         MOVE 'Y' TO WS-PASS-SW.
083300 3255-EXIT. EXIT.
083400     EJECT
083500*----------------------------------------------------------------*
083600*    3500-QUEUE-DEFECT - A WORK ITEM UNDER THE RULE CODE FOR THE *
083700*    OWNING BRANCH, UP TO THE PARM LIMIT FOR THE RUN.            *
083800*----------------------------------------------------------------*
083900 3500-QUEUE-DEFECT.
084000     IF  WS-TOT-QUEUED NOT LESS THAN WS-WQ-MAX
084100         ADD 1 TO WS-TOT-NOT-QUEUED
084200         GO TO 3590-LIMIT.
084300     MOVE LOW-VALUES          TO EXCEPTION-AREA.
084400     MOVE WMS-CONTROL-KEY     TO IMEX-KEY.
084500     MOVE '02'                TO IMEX-REC-NO.
084600     MOVE WS-RUL-CODE (RLX)   TO IMEX-EX-CODE.
084700     MOVE ZERO                TO IMEX-SEQUENCE.
084800     MOVE WMS-CURR-BAL        TO EX02-BAL.
084900     MOVE WS-RUL-SEVERITY (RLX) TO EX02-SEQ-NO.
085000     MOVE 'B'                 TO EX02-SRC-FLAG.
085100     MOVE SPACES              TO EX02-SRC-INFO.
085200     STRING WMS-BRANCH5 ' ' WS-RUL-FIELD (RLX) ' '
085300            WS-RUL-DESC (RLX)
085400         DELIMITED BY SIZE INTO EX02-SRC-INFO.
085500     WRITE EXCEPTION-AREA.
085600     ADD 1 TO WS-TOT-QUEUED.
085700     GO TO 3500-EXIT.
085800 3590-LIMIT.
085900     IF  WS-88-WQ-FULL
086000         GO TO 3500-EXIT.
086100     MOVE 'Y' TO WS-WQ-FULL-SW.
086200     MOVE 'WORKQUEUE LIMIT REACHED - NO MORE ITEMS FROM'
086300         TO MSG-TEXT.
086400     MOVE WMS-CONTROL-KEY TO MSG-KEY.
086500     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
086600     IF  WS-RUN-RC LESS THAN 4
086700         MOVE 4 TO WS-RUN-RC.
086800 3500-EXIT. EXIT.
086900     EJECT
087000*----------------------------------------------------------------*
087100*    4000-ADD-DIMENSION - ADD THE ACCOUNT TO ITS BRANCH OR       *
087200*    OFFICER SCORECARD LINE.                                     *
087300*----------------------------------------------------------------*
087400 4000-ADD-DIMENSION.
087500     PERFORM 8100-FIND-DIMENSION THRU 8100-EXIT.
087600     IF  WS-DIM-SUB EQUAL ZERO
087700         GO TO 4000-EXIT.
087800     SET DMX TO WS-DIM-SUB.
087900     ADD 1 TO WS-DIM-ACCTS (DMX).
088000     IF  WS-88-ACCT-DEFECT
088100         ADD 1 TO WS-DIM-DEFECT-ACCTS (DMX).
088200     ADD WS-ACCT-SEV (1)  TO WS-DIM-SEV (DMX, 1).
088300     ADD WS-ACCT-SEV (2)  TO WS-DIM-SEV (DMX, 2).
088400     ADD WS-ACCT-SEV (3)  TO WS-DIM-SEV (DMX, 3).
088500     ADD WS-ACCT-APPL     TO WS-DIM-APPL (DMX).
088600     ADD WS-ACCT-PASSED   TO WS-DIM-PASSED (DMX).
088700 4000-EXIT. EXIT.
088800     EJECT
088900*----------------------------------------------------------------*
089000*    5000-PRINT-RULES - FAILURES BY RULE AGAINST LAST MONTH.     *
089100*----------------------------------------------------------------*
089200 5000-PRINT-RULES.
089300     MOVE 'DEFECTS BY RULE' TO SEC-TEXT.
089400     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
089500     MOVE SPACES TO DQS-REPORT-LINE.
089600     MOVE WS-RULE-HEADING TO DQS-REPORT-LINE.
089700     WRITE DQS-REPORT-LINE.
089800     WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE.
089900     PERFORM 5100-PRINT-RULE THRU 5100-EXIT
090000         VARYING WS-RULE-SUB FROM 1 BY 1
090100         UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
090200 5000-EXIT. EXIT.
090300 5100-PRINT-RULE.
090400     SET RLX TO WS-RULE-SUB.
090500     MOVE WS-RUL-CODE (RLX)     TO RLL-CODE.
090600     MOVE WS-RUL-FIELD (RLX)    TO RLL-FIELD.
090700     MOVE WS-RUL-TEST (RLX)     TO RLL-TEST.
090800     MOVE WS-RUL-SEVERITY (RLX) TO RLL-SEVERITY.
090900     MOVE WS-RUL-WEIGHT (RLX)   TO RLL-WEIGHT.
091000     MOVE WS-RUL-DESC (RLX)     TO RLL-DESC.
091100     MOVE WS-RUL-TESTED (RLX)   TO RLL-TESTED.
091200     MOVE WS-RUL-FAILS (RLX)    TO RLL-FAILS.
091300     IF  WS-RUL-PRIOR-SW (RLX) EQUAL 'Y'
091400         MOVE WS-RUL-PRIOR-FAILS (RLX) TO RLL-PRIOR
091500         COMPUTE WS-COUNT-CHANGE = WS-RUL-FAILS (RLX)
091600                                 - WS-RUL-PRIOR-FAILS (RLX)
091700         MOVE WS-COUNT-CHANGE TO RLL-CHANGE
091800     ELSE
091900         MOVE SPACES TO RLL-PRIOR-X
092000                        RLL-CHANGE-X.
092100     MOVE SPACES TO DQS-REPORT-LINE.
092200     MOVE WS-RULE-LINE TO DQS-REPORT-LINE.
092300     WRITE DQS-REPORT-LINE.
092400 5100-EXIT. EXIT.
092500     EJECT
092600*----------------------------------------------------------------*
092700*    6000-PRINT-SCORECARD - BRANCH AND OPENING OFFICER LINES,    *
092800*    SORTED BY SIMPLE EXCHANGE SORT ON TYPE AND KEY.             *
092900*----------------------------------------------------------------*
093000 6000-PRINT-SCORECARD.
093100     MOVE 'Y' TO WS-SWAPPED-SW.
093200     PERFORM 6100-ONE-PASS THRU 6100-EXIT
093300         UNTIL NOT WS-88-SWAPPED.
093400     MOVE 'SCORECARD BY BRANCH AND OPENING OFFICER' TO SEC-TEXT.
093500     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
093600     MOVE SPACES TO DQS-REPORT-LINE.
093700     MOVE WS-DIM-HEADING TO DQS-REPORT-LINE.
093800     WRITE DQS-REPORT-LINE.
093900     MOVE SPACES TO WS-DIM-LAST-TYPE.
094000     PERFORM 6300-PRINT-DIMENSION THRU 6300-EXIT
094100         VARYING WS-SUB FROM 1 BY 1
094200         UNTIL WS-SUB GREATER THAN WS-DIM-COUNT.
094300 6000-EXIT. EXIT.
094400 6100-ONE-PASS.
094500     MOVE 'N' TO WS-SWAPPED-SW.
094600     PERFORM 6200-COMPARE-PAIR THRU 6200-EXIT
094700         VARYING WS-SUB FROM 1 BY 1
094800         UNTIL WS-SUB NOT LESS THAN WS-DIM-COUNT.
094900 6100-EXIT. EXIT.
095000 6200-COMPARE-PAIR.
095100     ADD 1 TO WS-SUB GIVING WS-NEXT-SUB.
095200     IF  WS-DIM-KEY (WS-SUB) NOT GREATER THAN
095300         WS-DIM-KEY (WS-NEXT-SUB)
095400         GO TO 6200-EXIT.
095500     MOVE 'Y' TO WS-SWAPPED-SW.
095600     MOVE WS-DIM-ENTRY (WS-SUB)      TO WS-DIM-HOLD.
095700     MOVE WS-DIM-ENTRY (WS-NEXT-SUB) TO WS-DIM-ENTRY (WS-SUB).
095800     MOVE WS-DIM-HOLD TO WS-DIM-ENTRY (WS-NEXT-SUB).
095900 6200-EXIT. EXIT.
096000 6300-PRINT-DIMENSION.
096100     SET DMX TO WS-SUB.
096200     IF  WS-DIM-TYPE (DMX) NOT EQUAL WS-DIM-LAST-TYPE
096300         WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE
096400         MOVE WS-DIM-TYPE (DMX) TO WS-DIM-LAST-TYPE.
096500     MOVE WS-DIM-TYPE (DMX) TO WS-TYPE-SUB.
096600     MOVE WS-DIM-TYPE-LIT (WS-TYPE-SUB) TO DML-TYPE.
096700     MOVE WS-DIM-VALUE (DMX)         TO DML-KEY.
096800     MOVE WS-DIM-ACCTS (DMX)         TO DML-ACCTS.
096900     MOVE WS-DIM-DEFECT-ACCTS (DMX)  TO DML-DEFECT.
097000     MOVE WS-DIM-SEV (DMX, 1)        TO DML-SEV-1.
097100     MOVE WS-DIM-SEV (DMX, 2)        TO DML-SEV-2.
097200     MOVE WS-DIM-SEV (DMX, 3)        TO DML-SEV-3.
097300     PERFORM 8200-DIM-SCORE THRU 8200-EXIT.
097400     MOVE WS-SCORE TO DML-SCORE.
097500     IF  WS-DIM-PRIOR-SW (DMX) EQUAL 'Y'
097600         MOVE WS-DIM-PRIOR-SCORE (DMX) TO DML-PRIOR
097700         MOVE WS-DIM-PRIOR-ACCTS (DMX) TO DML-PRIOR-ACCTS
097800         COMPUTE WS-SCORE-CHANGE = WS-SCORE
097900                                 - WS-DIM-PRIOR-SCORE (DMX)
098000         MOVE WS-SCORE-CHANGE TO DML-CHANGE
098100     ELSE
098200         MOVE SPACES TO DML-PRIOR-X
098300                        DML-CHANGE-X
098400                        DML-PRIOR-ACCTS-X.
098500     IF  WS-DIM-ACCTS (DMX) EQUAL ZERO
098600         MOVE SPACES TO DML-SCORE-X
098700                        DML-CHANGE-X.
098800     MOVE SPACES TO DQS-REPORT-LINE.
098900     MOVE WS-DIM-LINE TO DQS-REPORT-LINE.
099000     WRITE DQS-REPORT-LINE.
099100 6300-EXIT. EXIT.
099200     EJECT
099300*----------------------------------------------------------------*
099400*    7000-WRITE-HISTORY - THIS MONTH'S RULE FAILURES AND THE     *
099500*    BRANCH AND OFFICER LINES THAT HAVE ACCOUNTS.                *
099600*----------------------------------------------------------------*
099700 7000-WRITE-HISTORY.
099800     PERFORM 7100-RULE-HISTORY THRU 7100-EXIT
099900         VARYING WS-RULE-SUB FROM 1 BY 1
100000         UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
100100     PERFORM 7200-DIM-HISTORY THRU 7200-EXIT
100200         VARYING WS-SUB FROM 1 BY 1
100300         UNTIL WS-SUB GREATER THAN WS-DIM-COUNT.
100400 7000-EXIT. EXIT.
100500 7100-RULE-HISTORY.
100600     SET RLX TO WS-RULE-SUB.
100700     MOVE SPACES               TO WS-HIST-OUT.
100800     MOVE 'R'                  TO HSO-TYPE.
100900     MOVE WS-RUL-CODE (RLX)    TO HSO-KEY.
101000     MOVE WS-RUL-TESTED (RLX)  TO HSO-ACCOUNTS.
101100     MOVE WS-RUL-FAILS (RLX)   TO HSO-DEFECT-ACCTS.
101200     MOVE ZERO                 TO HSO-SEV-1
101300                                  HSO-SEV-2
101400                                  HSO-SEV-3
101500                                  HSO-SCORE.
101600     IF  WS-RUL-SEVERITY (RLX) EQUAL 1
101700         MOVE WS-RUL-FAILS (RLX) TO HSO-SEV-1.
101800     IF  WS-RUL-SEVERITY (RLX) EQUAL 2
101900         MOVE WS-RUL-FAILS (RLX) TO HSO-SEV-2.
102000     IF  WS-RUL-SEVERITY (RLX) EQUAL 3
102100         MOVE WS-RUL-FAILS (RLX) TO HSO-SEV-3.
102200     MOVE WS-RUN-DATE-YYMMDD   TO HSO-RUN-DATE.
102300     WRITE DQS-HIST-OUT-RECORD FROM WS-HIST-OUT.
102400     ADD 1 TO WS-TOT-HIST-OUT.
102500 7100-EXIT. EXIT.
102600 7200-DIM-HISTORY.
102700     SET DMX TO WS-SUB.
102800     IF  WS-DIM-ACCTS (DMX) EQUAL ZERO
102900         GO TO 7200-EXIT.
103000     MOVE SPACES TO WS-HIST-OUT.
103100     IF  WS-DIM-TYPE (DMX) EQUAL '1'
103200         MOVE 'B' TO HSO-TYPE
103300     ELSE
103400         MOVE 'O' TO HSO-TYPE.
103500     MOVE WS-DIM-VALUE (DMX)        TO HSO-KEY.
103600     MOVE WS-DIM-ACCTS (DMX)        TO HSO-ACCOUNTS.
103700     MOVE WS-DIM-DEFECT-ACCTS (DMX) TO HSO-DEFECT-ACCTS.
103800     MOVE WS-DIM-SEV (DMX, 1)       TO HSO-SEV-1.
103900     MOVE WS-DIM-SEV (DMX, 2)       TO HSO-SEV-2.
104000     MOVE WS-DIM-SEV (DMX, 3)       TO HSO-SEV-3.
104100     PERFORM 8200-DIM-SCORE THRU 8200-EXIT.
104200     MOVE WS-SCORE                  TO HSO-SCORE.
104300     MOVE WS-RUN-DATE-YYMMDD        TO HSO-RUN-DATE.
104400     WRITE DQS-HIST-OUT-RECORD FROM WS-HIST-OUT.
104500     ADD 1 TO WS-TOT-HIST-OUT.
104600 7200-EXIT. EXIT.
104700     EJECT
104800*----------------------------------------------------------------*
104900*    8100-FIND-DIMENSION - LOCATE OR ADD WS-DIM-KEY-WORK.  WHEN  *
105000*    THE TABLE IS FULL THE NEW KEY IS REPORTED ONCE AND LEFT OUT.*
105100*----------------------------------------------------------------*
105200 8100-FIND-DIMENSION.
105300     MOVE ZERO TO WS-DIM-SUB.
105400     PERFORM 8110-SCAN-DIMENSION THRU 8110-EXIT
105500         VARYING WS-SUB FROM 1 BY 1
105600         UNTIL WS-SUB GREATER THAN WS-DIM-COUNT
105700            OR WS-DIM-SUB GREATER THAN ZERO.
105800     IF  WS-DIM-SUB GREATER THAN ZERO
105900         GO TO 8100-EXIT.
106000     IF  WS-DIM-COUNT NOT LESS THAN WS-DIM-MAX
106100         IF  NOT WS-88-DIM-FULL
106200             MOVE 'Y' TO WS-DIM-FULL-SW
106300             MOVE 'SCORECARD TABLE FULL - KEYS LEFT OUT FROM'
106400                 TO MSG-TEXT
106500             MOVE WS-DIM-KEY-WORK TO MSG-KEY
106600             PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
106700             IF  WS-RUN-RC LESS THAN 4
106800                 MOVE 4 TO WS-RUN-RC.
106900     IF  WS-DIM-COUNT NOT LESS THAN WS-DIM-MAX
107000         GO TO 8100-EXIT.
107100     ADD 1 TO WS-DIM-COUNT.
107200     SET DMX TO WS-DIM-COUNT.
107300     MOVE WS-DIM-KEY-WORK TO WS-DIM-KEY (DMX).
107400     MOVE ZERO TO WS-DIM-ACCTS (DMX)
107500                  WS-DIM-DEFECT-ACCTS (DMX)
107600                  WS-DIM-SEV (DMX, 1)
107700                  WS-DIM-SEV (DMX, 2)
107800                  WS-DIM-SEV (DMX, 3)
107900                  WS-DIM-APPL (DMX)
108000                  WS-DIM-PASSED (DMX)
108100                  WS-DIM-PRIOR-SCORE (DMX)
108200                  WS-DIM-PRIOR-ACCTS (DMX).
108300     MOVE 'N' TO WS-DIM-PRIOR-SW (DMX).
108400     MOVE WS-DIM-COUNT TO WS-DIM-SUB.
108500 8100-EXIT. EXIT.
108600 8110-SCAN-DIMENSION.
108700     SET DMX TO WS-SUB.
108800     IF  WS-DIM-KEY (DMX) EQUAL WS-DIM-KEY-WORK
108900         MOVE WS-SUB TO WS-DIM-SUB.
109000 8110-EXIT. EXIT.
109100*----------------------------------------------------------------*
109200*    8200-DIM-SCORE - PASSED WEIGHT AS A PERCENT OF APPLICABLE   *
109300*    WEIGHT FOR ENTRY DMX; 100 WHEN NO RULE APPLIED.             *
109400*----------------------------------------------------------------*
109500 8200-DIM-SCORE.
109600     MOVE 100 TO WS-SCORE.
109700     IF  WS-DIM-APPL (DMX) GREATER THAN ZERO
109800         COMPUTE WS-SCORE ROUNDED =
109900             WS-DIM-PASSED (DMX) * 100 / WS-DIM-APPL (DMX).
110000 8200-EXIT. EXIT.
110100     EJECT
110200*----------------------------------------------------------------*
110300*    9000-TERMINATE - RUN TOTALS AND CLOSE.                      *
110400*----------------------------------------------------------------*
110500 9000-TERMINATE.
110600     MOVE 'RUN TOTALS' TO SEC-TEXT.
110700     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
110800     MOVE 'RULE CARDS READ' TO SUM-LIT.
110900     MOVE WS-TOT-RULE-CARDS TO SUM-COUNT.
111000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111100     MOVE 'RULE CARDS REJECTED' TO SUM-LIT.
111200     MOVE WS-TOT-RULE-REJECTS TO SUM-COUNT.
111300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111400     MOVE 'RULES APPLIED' TO SUM-LIT.
111500     MOVE WS-RULE-COUNT TO SUM-COUNT.
111600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111700     MOVE 'LAST MONTH HISTORY RECORDS READ' TO SUM-LIT.
111800     MOVE WS-TOT-HIST-IN TO SUM-COUNT.
111900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112000     MOVE 'ACCOUNTS READ' TO SUM-LIT.
112100     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
112200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112300     MOVE 'CLOSED ACCOUNTS (NOT QUEUED)' TO SUM-LIT.
112400     MOVE WS-TOT-CLOSED TO SUM-COUNT.
112500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112600     MOVE 'ACCOUNTS WITH A DEFECT' TO SUM-LIT.
112700     MOVE WS-TOT-DEFECT-ACCTS TO SUM-COUNT.
112800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112900     MOVE 'DEFECTS FOUND' TO SUM-LIT.
113000     MOVE WS-TOT-DEFECTS TO SUM-COUNT.
113100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113200     MOVE 'WORK ITEMS SENT TO WORKQUEUE' TO SUM-LIT.
113300     MOVE WS-TOT-QUEUED TO SUM-COUNT.
113400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113500     MOVE 'WORK ITEMS OVER THE RUN LIMIT' TO SUM-LIT.
113600     MOVE WS-TOT-NOT-QUEUED TO SUM-COUNT.
113700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113800     MOVE 'HISTORY RECORDS WRITTEN' TO SUM-LIT.
113900     MOVE WS-TOT-HIST-OUT TO SUM-COUNT.
114000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114100     MOVE 100 TO WS-SCORE.
114200     IF  WS-TOT-APPL GREATER THAN ZERO
114300         COMPUTE WS-SCORE ROUNDED =
114400             WS-TOT-PASSED * 100 / WS-TOT-APPL.
114500     MOVE 'BANK-WIDE SCORE' TO SCL-LIT.
114600     MOVE WS-SCORE TO SCL-SCORE.
114700     MOVE SPACES TO DQS-REPORT-LINE.
114800     MOVE WS-SCORE-LINE TO DQS-REPORT-LINE.
114900     WRITE DQS-REPORT-LINE.
115000     MOVE 'E' TO I-O-CONTROL-OPERATOR.
115100     MOVE -1  TO I-O-SEND-CODE.
115200     CALL 'IMACTM' USING I-O-CONTROL-AREA
115300                         MASTER-AREA
115400                         SI-ENVIRONMENT-AREA.
115500     CLOSE DQS-RULE-FILE.
115600     CLOSE DQS-HIST-IN.
115700     CLOSE DQS-HIST-OUT.
115800     CLOSE DQS-EXCEPTION-FILE.
115900     CLOSE DQS-REPORT.
116000     MOVE WS-RUN-RC TO RETURN-CODE.
116100 9000-EXIT. EXIT.
116200     EJECT
116300 9100-PRINT-SUMMARY.
116400     MOVE SPACES TO DQS-REPORT-LINE.
116500     MOVE WS-SUMMARY-LINE TO DQS-REPORT-LINE.
116600     WRITE DQS-REPORT-LINE.
116700 9100-EXIT. EXIT.
116800 9200-PRINT-MESSAGE.
116900     MOVE SPACES TO DQS-REPORT-LINE.
117000     MOVE WS-MESSAGE-LINE TO DQS-REPORT-LINE.
117100     WRITE DQS-REPORT-LINE.
117200 9200-EXIT. EXIT.
117300 9300-PRINT-SECTION.
117400     WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE.
117500     MOVE SPACES TO DQS-REPORT-LINE.
117600     MOVE WS-SECTION-LINE TO DQS-REPORT-LINE.
117700     WRITE DQS-REPORT-LINE.
117800     WRITE DQS-REPORT-LINE FROM WS-BLANK-LINE.
117900 9300-EXIT. EXIT.
