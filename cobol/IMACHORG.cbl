*     * GN6203 * 10/02/26 JCTE CUSTOMER ACH ORIGINATION INTAKE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMACHORG.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/02/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMACHORG TAKES IN THE ACH FILES BUSINESS CUSTOMERS          *
000900*    ORIGINATE (IMACHCIN, NACHA FORMAT - IMWSNACH) IN PLACE OF   *
001000*    THE HAND REFORMAT.  EACH COMPANY BATCH IS EDITED - SEC      *
001100*    CODE, EFFECTIVE DATE, TRANSACTION CODES, RDFI ROUTING,      *
001200*    AMOUNTS - AND PROVED AGAINST ITS BATCH CONTROL.  THE        *
001300*    ORIGINATOR MUST BE ON THE ORIGINATOR PROFILE (IMWSACHO) AND *
001400*    ACTIVE, AND ITS SETTLEMENT ACCOUNT MUST BE OPEN WITH ACH    *
001500*    ORIGINATION SERVICE (WMS-NB-DC-ACH-ORIG).  THE BATCH IS     *
001600*    THEN CHECKED AGAINST THE ORIGINATOR'S APPROVED DAILY AND    *
001700*    SETTLEMENT-WINDOW EXPOSURE LIMITS.                          *
001800*----------------------------------------------------------------*
001900*    FOR A PRE-FUNDED ORIGINATOR THE BATCH'S CREDIT TOTAL MUST   *
002000*    BE AVAILABLE IN THE SETTLEMENT ACCOUNT, AND IS EITHER       *
002100*    DEBITED NOW (PRE-FUND METHOD 'D', TRAN-FILE FORMAT ON       *
002200*    IMACHOTR) OR HELD THROUGH THE EFFECTIVE DATE BY A HOLD CARD *
002300*    FOR IMHLDPRC (METHOD 'H', IMACHHMT) BEFORE THE BATCH IS     *
002400*    RELEASED.  ACCEPTED BATCHES ARE RENUMBERED, GIVEN OUR TRACE *
002500*    NUMBERS AND WRITTEN TO THE OUTBOUND NACHA FILE (IMACHCOT).  *
002600*    A BATCH THAT FAILS IS NOT SENT; IT IS LISTED WITH THE       *
002700*    REASON AND WRITTEN UNCHANGED TO IMACHREJ.                   *
002800*----------------------------------------------------------------*
002900*    THE PROFILE IS MAINTAINED HERE FROM OPERATOR CARDS          *
003000*    (IMACHOMT) - ADD/CHANGE, SUSPEND, REINSTATE, DELETE.  THE   *
003100*    RUN'S SETTLEMENT WINDOW COMES FROM THE PARM; THE EXPOSURE   *
003200*    USED IS CARRIED ON THE PROFILE AND STARTS OVER WITH A NEW   *
003300*    DAY OR WINDOW.  ENTRY COUNTS GO TO THE MONTH-TO-DATE TOTALS *
003400*    THAT IMACHRRT MEASURES RETURN RATES AGAINST.  A PROFILE     *
003425*    FILE LARGER THAN THE TABLE STOPS THE RUN WITH RETURN CODE   *
003450*    16 BEFORE ANY OUTPUT IS OPENED.                             *
003500*----------------------------------------------------------------*
003600*               ** HISTORY OF REVISIONS **                      *
003700* DESCRIPTION                                           CHNGID  *
003800* ____________________________________________________ _______ *
003900* 10/02/26 JCTE NEW PROGRAM - CUSTOMER ACH ORIGINATION  GN6203 *
004000*                INTAKE WITH EXPOSURE LIMITS AND PRE-FUNDING    *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT    DIVISION.
004300 INPUT-OUTPUT   SECTION.
004400 FILE-CONTROL.
004500     SELECT ACO-PARM-FILE     ASSIGN TO "IMACOPRM"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL ORIG-PROFILE-IN ASSIGN TO "IMWSACHO"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-ORG-FILE-STATUS.
005000     SELECT OPTIONAL ORIG-MAINT-FILE ASSIGN TO "IMACHOMT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-MNT-FILE-STATUS.
005300     SELECT OPTIONAL CUST-ACH-FILE ASSIGN TO "IMACHCIN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CIN-FILE-STATUS.
005600     SELECT ORIG-PROFILE-OUT  ASSIGN TO "IMWSACHN"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT NACHA-FILE-OUT    ASSIGN TO "IMACHCOT"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT ACH-REJECT-FILE   ASSIGN TO "IMACHREJ"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT PREFUND-TRAN-OUT  ASSIGN TO "IMACHOTR"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT HOLD-MAINT-OUT    ASSIGN TO "IMACHHMT"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT ACO-RPT           ASSIGN TO "IMACORPT"
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ACO-PARM-FILE
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  ACO-PARM-RECORD.
007300     03  ACP-RUN-DATE                PIC 9(6).
007400     03  ACP-WINDOW-NO               PIC 9.
007500     03  ACP-DESTINATION             PIC X(10).
007600     03  ACP-ORIGIN                  PIC X(10).
007700     03  ACP-ODFI-ID                 PIC X(8).
007800     03  ACP-PREFUND-TRAN-CODE       PIC XX.
007900     03  ACP-HOLD-REASON             PIC XX.
008000     03  ACP-ORIGIN-NAME             PIC X(23).
008100     03  FILLER                      PIC X(18).
008200 FD  ORIG-PROFILE-IN.
008300     COPY IMWSACHO.
008400 FD  ORIG-MAINT-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  ORIG-MAINT-RECORD.
008700     03  AOM-FUNCTION                PIC X.
008800         88  AOM-88-ADD-CHANGE       VALUE 'A'.
008900         88  AOM-88-SUSPEND          VALUE 'S'.
009000         88  AOM-88-REINSTATE        VALUE 'R'.
009100         88  AOM-88-DELETE           VALUE 'D'.
009200     03  AOM-COMPANY-ID              PIC X(10).
009300     03  AOM-ACCOUNT                 PIC X(22).
009400     03  AOM-COMPANY-NAME            PIC X(16).
009500     03  AOM-PREFUND-METHOD          PIC X.
009600         88  AOM-88-PREFUND-VALID    VALUE 'D' 'H' 'N' ' '.
009700     03  AOM-DAILY-LIMIT             PIC 9(9)V99.
009800     03  AOM-WINDOW-LIMIT            PIC 9(9)V99.
009900     03  AOM-OPER-ID                 PIC X(5).
010000     03  FILLER                      PIC X(3).
010100 FD  CUST-ACH-FILE
010200     RECORD CONTAINS 94 CHARACTERS.
010300 01  CUST-ACH-RECORD                 PIC X(94).
010400 FD  ORIG-PROFILE-OUT
010500     RECORD CONTAINS 150 CHARACTERS.
010600 01  ORIG-PROFILE-OUT-REC            PIC X(150).
010700 FD  NACHA-FILE-OUT
010800     RECORD CONTAINS 94 CHARACTERS.
010900 01  NACHA-OUT-RECORD                PIC X(94).
011000 FD  ACH-REJECT-FILE
011100     RECORD CONTAINS 94 CHARACTERS.
011200 01  ACH-REJECT-RECORD               PIC X(94).
011300 FD  PREFUND-TRAN-OUT.
011400     COPY IMWSTRAN.
011500 FD  HOLD-MAINT-OUT
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  HOLD-MAINT-RECORD.
011800     03  HMT-FUNCTION                PIC X.
011900     03  HMT-ACCOUNT                 PIC X(22).
012000     03  HMT-SEQ-NO                  PIC 9(7).
012100     03  HMT-AMOUNT                  PIC 9(9)V99.
012200     03  HMT-REASON-CODE             PIC XX.
012300     03  HMT-EXPIRES                 PIC 9(6).
012400     03  HMT-OPER-ID                 PIC X(5).
012500     03  FILLER                      PIC X(26).
012600 FD  ACO-RPT
012700     RECORD CONTAINS 133 CHARACTERS.
012800 01  ACO-RPT-LINE                    PIC X(133).
012900 WORKING-STORAGE SECTION.
013000 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMACHORG'.
013100 77  WS-ORG-MAX                      PIC S9(5)   COMP VALUE +2000.
013200 77  WS-ENT-MAX                      PIC S9(5)   COMP VALUE +5000.
013300 77  WS-SYSTEM-OPER                  PIC X(5)    VALUE 'SYSTM'.
013400 77  WS-ORG-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500     88  WS-88-ORG-NOT-FOUND         VALUE '05' '35'.
013600 77  WS-MNT-FILE-STATUS              PIC X(2)    VALUE SPACES.
013700     88  WS-88-MNT-NOT-FOUND         VALUE '05' '35'.
013800 77  WS-CIN-FILE-STATUS              PIC X(2)    VALUE SPACES.
013900     88  WS-88-CIN-NOT-FOUND         VALUE '05' '35'.
014000     EJECT
014100     COPY IMWSNACH.
014200     EJECT
014300     COPY IMWSMNRQ.
014400     EJECT
014500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
014600 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
014700 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
014800     03  WS-WORK-YR                  PIC 99.
014900     03  WS-WORK-MO                  PIC 99.
015000     03  WS-WORK-DA                  PIC 99.
015100 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
015200 01  WS-TIME-HHMMSSHH                PIC 9(8)    VALUE 0.
015300 01  WS-WINDOW-NO                    PIC 9       VALUE 1.
015400 01  WS-ID-MODIFIERS                 PIC X(9)
015500                                     VALUE 'ABCDEFGHI'.
015600 01  WS-PREFUND-TRAN-CODE            PIC XX      VALUE '17'.
015700 01  WS-HOLD-REASON-CODE             PIC XX      VALUE 'AC'.
015800     EJECT
015900 01  WS-SWITCHES.
016000     03  WS-ORG-EOF-SW               PIC X(1)    VALUE 'N'.
016100         88  WS-88-ORG-EOF           VALUE 'Y'.
016200     03  WS-MNT-EOF-SW               PIC X(1)    VALUE 'N'.
016300         88  WS-88-MNT-EOF           VALUE 'Y'.
016400     03  WS-CIN-EOF-SW               PIC X(1)    VALUE 'N'.
016500         88  WS-88-CIN-EOF           VALUE 'Y'.
016600     03  WS-BATCH-OPEN-SW            PIC X(1)    VALUE 'N'.
016700         88  WS-88-BATCH-OPEN        VALUE 'Y'.
016800     03  WS-CONTROL-SW               PIC X(1)    VALUE 'N'.
016900         88  WS-88-CONTROL-PRESENT   VALUE 'Y'.
017000     03  WS-OVERFLOW-SW              PIC X(1)    VALUE 'N'.
017100         88  WS-88-OVERFLOW          VALUE 'Y'.
017200     03  WS-ORG-FOUND-SW             PIC X(1)    VALUE 'N'.
017300         88  WS-88-ORG-FOUND         VALUE 'Y'.
017325     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
017350         88  WS-88-ABORT             VALUE 'Y'.
017400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017500 01  WS-ORG-SUB                      PIC S9(5)   COMP VALUE 0.
017600 01  WS-ORG-COUNT                    PIC S9(5)   COMP VALUE 0.
017700 01  WS-ENT-COUNT                    PIC S9(5)   COMP VALUE 0.
017800 01  WS-PAD-COUNT                    PIC S9(5)   COMP VALUE 0.
017900 01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
018000 01  WS-SEARCH-COMPANY-ID            PIC X(10)   VALUE SPACES.
018100 01  WS-AVAILABLE-BAL                PIC S9(13)V99 COMP-3 VALUE 0.
018200 01  WS-BATCH-EXPOSURE               PIC S9(13)V99 COMP-3 VALUE 0.
018300     EJECT
018400*----------------------------------------------------------------*
018500*    THE CUSTOMER BATCH IN HAND - ITS HEADER, ITS ENTRIES AND    *
018600*    ADDENDA AS SENT, WHAT THEY ADD UP TO, AND ITS CONTROL.      *
018700*----------------------------------------------------------------*
018800 01  WS-BATCH-HEADER                 PIC X(94)   VALUE SPACES.
018900 01  WS-BATCH-CONTROL                PIC X(94)   VALUE SPACES.
019000 01  WS-BATCH-FIELDS.
019100     03  WS-BAT-SERVICE-CLASS        PIC 9(3)    VALUE 0.
019200     03  WS-BAT-COMPANY-ID           PIC X(10)   VALUE SPACES.
019300     03  WS-BAT-SEC-CODE             PIC X(3)    VALUE SPACES.
019400     03  WS-BAT-EFFECTIVE-DATE       PIC X(6)    VALUE SPACES.
019500     03  WS-BAT-EFFECTIVE-9 REDEFINES WS-BAT-EFFECTIVE-DATE
019600                                     PIC 9(6).
019700     03  WS-BAT-CUST-BATCH-NO        PIC X(7)    VALUE SPACES.
019800     03  WS-BAT-RECORDS              PIC S9(7)   COMP-3 VALUE 0.
019900     03  WS-BAT-DEBIT-ENTRIES        PIC S9(7)   COMP-3 VALUE 0.
020000     03  WS-BAT-CREDIT-ENTRIES       PIC S9(7)   COMP-3 VALUE 0.
020100     03  WS-BAT-HASH                 PIC S9(11)  COMP-3 VALUE 0.
020200     03  WS-BAT-DEBITS               PIC S9(13)V99 COMP-3 VALUE 0.
020300     03  WS-BAT-CREDITS              PIC S9(13)V99 COMP-3 VALUE 0.
020400 01  WS-CONTROL-FIELDS.
020500     03  WS-CTL-ENTRY-COUNT          PIC X(6)    VALUE SPACES.
020600     03  WS-CTL-ENTRY-COUNT-9 REDEFINES WS-CTL-ENTRY-COUNT
020700                                     PIC 9(6).
020800     03  WS-CTL-ENTRY-HASH           PIC X(10)   VALUE SPACES.
020900     03  WS-CTL-ENTRY-HASH-9 REDEFINES WS-CTL-ENTRY-HASH
021000                                     PIC 9(10).
021100     03  WS-CTL-TOTAL-DEBITS         PIC X(12)   VALUE SPACES.
021200     03  WS-CTL-TOTAL-DEBITS-9 REDEFINES WS-CTL-TOTAL-DEBITS
021300                                     PIC 9(10)V99.
021400     03  WS-CTL-TOTAL-CREDITS        PIC X(12)   VALUE SPACES.
021500     03  WS-CTL-TOTAL-CREDITS-9 REDEFINES WS-CTL-TOTAL-CREDITS
021600                                     PIC 9(10)V99.
021700     03  WS-CTL-COMPANY-ID           PIC X(10)   VALUE SPACES.
021800 01  WS-HASH-WORK                    PIC S9(11)  COMP-3 VALUE 0.
021900 01  WS-HASH-10                      PIC 9(10)   VALUE 0.
022000 01  WS-ENTRY-TABLE.
022100     03  WS-ENT-RECORD OCCURS 5000 TIMES
022200                       INDEXED BY ENX
022300                                     PIC X(94).
022400     EJECT
022500*----------------------------------------------------------------*
022600*    THE ORIGINATOR PROFILE, HELD FOR THE RUN.  THE ENTRY LAYOUT *
022700*    IS IMWSACHO FIELD FOR FIELD.                                *
022800*----------------------------------------------------------------*
022900 01  WS-ORG-TABLE.
023000     03  WS-ORG-ENTRY OCCURS 2000 TIMES
023100                      INDEXED BY ORX.
023200         05  WS-ORG-COMPANY-ID       PIC X(10).
023300         05  WS-ORG-ACCOUNT          PIC X(22).
023400         05  WS-ORG-COMPANY-NAME     PIC X(16).
023500         05  WS-ORG-STATUS           PIC X.
023600         05  WS-ORG-PREFUND-METHOD   PIC X.
023700         05  WS-ORG-DAILY-LIMIT      PIC 9(11)V99.
023800         05  WS-ORG-WINDOW-LIMIT     PIC 9(11)V99.
023900         05  WS-ORG-EXPOSURE-DATE    PIC 9(6).
024000         05  WS-ORG-DAY-EXPOSURE     PIC 9(11)V99.
024100         05  WS-ORG-WINDOW-NO        PIC 9.
024200         05  WS-ORG-WINDOW-EXPOSURE  PIC 9(11)V99.
024300         05  WS-ORG-MTD-DEBIT-ENTRIES
024400                                     PIC 9(7).
024500         05  WS-ORG-MTD-CREDIT-ENTRIES
024600                                     PIC 9(7).
024700         05  WS-ORG-MTD-UNAUTH-RTNS  PIC 9(5).
024800         05  WS-ORG-MTD-ADMIN-RTNS   PIC 9(5).
024900         05  WS-ORG-MTD-TOTAL-RTNS   PIC 9(5).
025000         05  WS-ORG-DATE-ADDED       PIC 9(6).
025100         05  FILLER                  PIC X(6).
025200     EJECT
025300*----------------------------------------------------------------*
025400*    OUTBOUND FILE CONTROLS.                                     *
025500*----------------------------------------------------------------*
025600 01  WS-FILE-CONTROLS.
025700     03  WS-OUT-BATCHES              PIC S9(7)   COMP-3 VALUE 0.
025800     03  WS-OUT-RECORDS              PIC S9(7)   COMP-3 VALUE 0.
025900     03  WS-OUT-BLOCKS               PIC S9(7)   COMP-3 VALUE 0.
026000     03  WS-OUT-ENTRIES              PIC S9(7)   COMP-3 VALUE 0.
026100     03  WS-OUT-DETAILS              PIC S9(7)   COMP-3 VALUE 0.
026200     03  WS-OUT-HASH                 PIC S9(11)  COMP-3 VALUE 0.
026300     03  WS-OUT-DEBITS               PIC S9(13)V99 COMP-3 VALUE 0.
026400     03  WS-OUT-CREDITS              PIC S9(13)V99 COMP-3 VALUE 0.
026500     03  WS-TRACE-SEQ                PIC S9(7)   COMP-3 VALUE 0.
026600     03  WS-LAST-TRACE-SEQ           PIC 9(7)    VALUE 0.
026700     EJECT
026800 01  WS-TOTALS.
026900     03  WS-TOT-PROFILES             PIC 9(7)    COMP VALUE 0.
027000     03  WS-TOT-MAINT                PIC 9(7)    COMP VALUE 0.
027100     03  WS-TOT-MAINT-REJECTED       PIC 9(7)    COMP VALUE 0.
027200     03  WS-TOT-BATCHES              PIC 9(7)    COMP VALUE 0.
027300     03  WS-TOT-ACCEPTED             PIC 9(7)    COMP VALUE 0.
027400     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
027500     03  WS-TOT-STRAYS               PIC 9(7)    COMP VALUE 0.
027600     03  WS-TOT-PREFUND-DEBITS       PIC 9(7)    COMP VALUE 0.
027700     03  WS-TOT-HOLD-CARDS           PIC 9(7)    COMP VALUE 0.
027800     03  WS-TOT-PREFUND-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
027900     03  WS-TOT-HOLD-AMT             PIC S9(13)V99 COMP-3 VALUE 0.
028000     03  WS-TOT-REJECTED-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
028100     EJECT
028200 01  WS-REPORT-TITLE.
028300     03  FILLER                      PIC X(48)   VALUE
028400         'IMACHORG - CUSTOMER ACH ORIGINATION INTAKE      '.
028500     03  FILLER                      PIC X(9)    VALUE
028600         'RUN DATE '.
028700     03  TTL-RUN-DATE                PIC X(8).
028800     03  FILLER                      PIC X(9)    VALUE
028900         '  WINDOW '.
029000     03  TTL-WINDOW                  PIC 9.
029100     03  FILLER                      PIC X(58)   VALUE SPACES.
029200 01  WS-SECTION-TITLE.
029300     03  FILLER                      PIC X(4)    VALUE SPACES.
029400     03  SEC-TITLE                   PIC X(60).
029500     03  FILLER                      PIC X(69)   VALUE SPACES.
029600 01  WS-MAINT-HEAD.
029700     03  FILLER                      PIC X(4)    VALUE SPACES.
029800     03  FILLER                      PIC X(50)   VALUE
029900         'FN  COMPANY ID  ACCOUNT                 PREFUND   '.
030000     03  FILLER                      PIC X(50)   VALUE
030100         '   DAILY LIMIT    WINDOW LIMIT    ACTION          '.
030200     03  FILLER                      PIC X(29)   VALUE SPACES.
030300 01  WS-MAINT-LINE.
030400     03  FILLER                      PIC X(4)    VALUE SPACES.
030500     03  MNL-FUNCTION                PIC X.
030600     03  FILLER                      PIC X(3)    VALUE SPACES.
030700     03  MNL-COMPANY-ID              PIC X(10).
030800     03  FILLER                      PIC X(2)    VALUE SPACES.
030900     03  MNL-ACCOUNT                 PIC X(22).
031000     03  FILLER                      PIC X(2)    VALUE SPACES.
031100     03  MNL-PREFUND                 PIC X.
031200     03  FILLER                      PIC X(9)    VALUE SPACES.
031300     03  MNL-DAILY-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
031400     03  FILLER                      PIC X(2)    VALUE SPACES.
031500     03  MNL-WINDOW-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
031600     03  FILLER                      PIC X(4)    VALUE SPACES.
031700     03  MNL-ACTION                  PIC X(30).
031800     03  FILLER                      PIC X(15)   VALUE SPACES.
031900 01  WS-BATCH-HEAD.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  FILLER                      PIC X(50)   VALUE
032200         'COMPANY ID    BATCH  ACCOUNT                 SEC E'.
032300     03  FILLER                      PIC X(50)   VALUE
032400         'NTRIES      TOTAL DEBITS     TOTAL CREDITS  STATUS'.
032500     03  FILLER                      PIC X(29)   VALUE SPACES.
032600 01  WS-BATCH-LINE.
032700     03  FILLER                      PIC X(4)    VALUE SPACES.
032800     03  BTL-COMPANY-ID              PIC X(10).
032900     03  FILLER                      PIC X(2)    VALUE SPACES.
033000     03  BTL-BATCH-NO                PIC X(7).
033100     03  FILLER                      PIC X(2)    VALUE SPACES.
033200     03  BTL-ACCOUNT                 PIC X(22).
033300     03  FILLER                      PIC X(2)    VALUE SPACES.
033400     03  BTL-SEC-CODE                PIC X(3).
033500     03  FILLER                      PIC X(2)    VALUE SPACES.
033600     03  BTL-ENTRIES                 PIC ZZ,ZZ9.
033700     03  FILLER                      PIC X(2)    VALUE SPACES.
033800     03  BTL-DEBITS                  PIC Z,ZZZ,ZZZ,ZZ9.99.
033900     03  FILLER                      PIC X(2)    VALUE SPACES.
034000     03  BTL-CREDITS                 PIC Z,ZZZ,ZZZ,ZZ9.99.
034100     03  FILLER                      PIC X(2)    VALUE SPACES.
034200     03  BTL-STATUS                  PIC X(33).
034300     03  FILLER                      PIC X(2)    VALUE SPACES.
034400 01  WS-SUMMARY-LINE.
034500     03  FILLER                      PIC X(4)    VALUE SPACES.
034600     03  SUM-LIT                     PIC X(34).
034700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
034800     03  FILLER                      PIC X(88)   VALUE SPACES.
034900 01  WS-SUMMARY-AMT-LINE.
035000     03  FILLER                      PIC X(4)    VALUE SPACES.
035100     03  SUMA-LIT                    PIC X(34).
035200     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
035300     03  FILLER                      PIC X(79)   VALUE SPACES.
035310 01  WS-ABORT-LINE.
035320     03  FILLER                      PIC X(4)    VALUE SPACES.
035330     03  FILLER                      PIC X(50)   VALUE
035340         'ORIGINATOR PROFILE EXCEEDS THE TABLE - RUN STOPPED'.
035350     03  FILLER                      PIC X(50)   VALUE
035360         ', NO ACH FILE OR PROFILE WRITTEN                  '.
035370     03  FILLER                      PIC X(29)   VALUE SPACES.
035400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
035500     EJECT
035600 LINKAGE SECTION.
035700     COPY SIWSCNTL.
035800     EJECT
035900     COPY IMAWKMST.
036000     EJECT
036100     COPY IMWSENVO.
036200     EJECT
036300 PROCEDURE DIVISION.
036400*----------------------------------------------------------------*
036500 0000-MAINLINE.
036600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
036700     IF  WS-88-ABORT
036800         GOBACK.
036900     PERFORM 2000-PROCESS-MAINT   THRU 2000-EXIT
037000         UNTIL WS-88-MNT-EOF.
037100     PERFORM 2900-BATCH-HEADINGS  THRU 2900-EXIT.
037200     PERFORM 3000-ONE-RECORD      THRU 3000-EXIT
037300         UNTIL WS-88-CIN-EOF.
037400     IF  WS-88-BATCH-OPEN
037500         MOVE 'NO BATCH CONTROL RECORD' TO WS-REJECT-REASON
037600         PERFORM 3800-REJECT-BATCH THRU 3800-EXIT.
037700     PERFORM 6000-FILE-CONTROL    THRU 6000-EXIT.
037800     PERFORM 8000-WRITE-PROFILE   THRU 8000-EXIT
037900         VARYING WS-SUB FROM 1 BY 1
038000         UNTIL WS-SUB GREATER THAN WS-ORG-COUNT.
038100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
038200     GOBACK.
038300     EJECT
038400 1000-INITIALIZE.
038500     OPEN INPUT ACO-PARM-FILE.
038600     READ ACO-PARM-FILE
038700         AT END MOVE SPACES TO ACO-PARM-RECORD.
038800     CLOSE ACO-PARM-FILE.
038900     IF  ACP-RUN-DATE NUMERIC
039000     AND ACP-RUN-DATE GREATER THAN ZERO
039100         MOVE ACP-RUN-DATE TO WS-RUN-DATE-YYMMDD
039200     ELSE
039300         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
039400     IF  ACP-WINDOW-NO NUMERIC
039500     AND ACP-WINDOW-NO GREATER THAN ZERO
039600         MOVE ACP-WINDOW-NO TO WS-WINDOW-NO.
039700     IF  ACP-PREFUND-TRAN-CODE NOT EQUAL SPACES
039800         MOVE ACP-PREFUND-TRAN-CODE TO WS-PREFUND-TRAN-CODE.
039900     IF  ACP-HOLD-REASON NOT EQUAL SPACES
040000         MOVE ACP-HOLD-REASON TO WS-HOLD-REASON-CODE.
040100     ACCEPT WS-TIME-HHMMSSHH FROM TIME.
040200     OPEN INPUT  ORIG-PROFILE-IN.
040300     IF  WS-88-ORG-NOT-FOUND
040400         MOVE 'Y' TO WS-ORG-EOF-SW.
040405     PERFORM 1200-LOAD-PROFILE    THRU 1200-EXIT
040410         UNTIL WS-88-ORG-EOF.
040415     IF  WS-88-ABORT
040420         CLOSE ORIG-PROFILE-IN
040425         OPEN OUTPUT ACO-RPT
040430         MOVE SPACES TO ACO-RPT-LINE
040435         MOVE WS-ABORT-LINE TO ACO-RPT-LINE
040440         WRITE ACO-RPT-LINE
040445         CLOSE ACO-RPT
040450         MOVE 16 TO RETURN-CODE
040455         GO TO 1000-EXIT.
040500     OPEN INPUT  ORIG-MAINT-FILE.
040600     IF  WS-88-MNT-NOT-FOUND
040700         MOVE 'Y' TO WS-MNT-EOF-SW.
040800     OPEN INPUT  CUST-ACH-FILE.
040900     IF  WS-88-CIN-NOT-FOUND
041000         MOVE 'Y' TO WS-CIN-EOF-SW.
041100     OPEN OUTPUT ORIG-PROFILE-OUT.
041200     OPEN OUTPUT NACHA-FILE-OUT.
041300     OPEN OUTPUT ACH-REJECT-FILE.
041400     OPEN OUTPUT PREFUND-TRAN-OUT.
041500     OPEN OUTPUT HOLD-MAINT-OUT.
041600     OPEN OUTPUT ACO-RPT.
041700     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
041800     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
041900     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
042000     MOVE WS-WINDOW-NO TO TTL-WINDOW.
042100     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
042200     MOVE SPACES TO ACO-RPT-LINE.
042300     MOVE WS-REPORT-TITLE TO ACO-RPT-LINE.
042400     WRITE ACO-RPT-LINE.
042500     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
042600     MOVE 'SECTION 1 - ORIGINATOR PROFILE MAINTENANCE'
042700         TO SEC-TITLE.
042800     MOVE SPACES TO ACO-RPT-LINE.
042900     MOVE WS-SECTION-TITLE TO ACO-RPT-LINE.
043000     WRITE ACO-RPT-LINE.
043100     MOVE SPACES TO ACO-RPT-LINE.
043200     MOVE WS-MAINT-HEAD TO ACO-RPT-LINE.
043300     WRITE ACO-RPT-LINE.
043400     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
043500     PERFORM 1100-FILE-HEADER THRU 1100-EXIT.
043600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
043700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
043800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
043900     MOVE 'I' TO I-O-CONTROL-ACCESS.
044000     MOVE -1  TO I-O-SEND-CODE.
044100     CALL 'IMACTM' USING I-O-CONTROL-AREA
044200                         MASTER-AREA
044300                         SI-ENVIRONMENT-AREA.
044400 1000-EXIT. EXIT.
044500 1100-FILE-HEADER.
044600     MOVE SPACES TO NACHA-RECORD.
044700     MOVE '1'                TO NCH-RECORD-TYPE.
044800     MOVE 01                 TO NFH-PRIORITY.
044900     MOVE ACP-DESTINATION    TO NFH-DESTINATION.
045000     MOVE ACP-ORIGIN         TO NFH-ORIGIN.
045100     MOVE WS-RUN-DATE-YYMMDD TO NFH-CREATE-DATE.
045200     MOVE WS-TIME-HHMMSSHH (1:4) TO NFH-CREATE-TIME.
045300     MOVE WS-ID-MODIFIERS (WS-WINDOW-NO:1) TO NFH-ID-MODIFIER.
045400     MOVE 094                TO NFH-RECORD-SIZE.
045500     MOVE 10                 TO NFH-BLOCKING.
045600     MOVE '1'                TO NFH-FORMAT.
045700     MOVE ACP-ORIGIN-NAME    TO NFH-ORIGIN-NAME.
045800     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT.
045900 1100-EXIT. EXIT.
046000     EJECT
046100 1200-LOAD-PROFILE.
046200     READ ORIG-PROFILE-IN
046300         AT END MOVE 'Y' TO WS-ORG-EOF-SW
046400                GO TO 1200-EXIT.
046500     IF  WS-ORG-COUNT NOT LESS THAN WS-ORG-MAX
046550         MOVE 'Y' TO WS-ABORT-SW
046600         MOVE 'Y' TO WS-ORG-EOF-SW
046650         GO TO 1200-EXIT.
046700     ADD 1 TO WS-ORG-COUNT.
046800     ADD 1 TO WS-TOT-PROFILES.
046900     SET ORX TO WS-ORG-COUNT.
047000     MOVE ACH-ORIGINATOR-RECORD TO WS-ORG-ENTRY (ORX).
047100 1200-EXIT. EXIT.
047200     EJECT
047300*----------------------------------------------------------------*
047400*    2000-PROCESS-MAINT - PROFILE MAINTENANCE FROM OPERATOR      *
047500*    CARDS. AN ADD/CHANGE SETS THE ACCOUNT, NAME, PRE-FUND       *
047600*    METHOD AND BOTH LIMITS; A NEW ORIGINATOR STARTS WITH NO     *
047700*    EXPOSURE AND NO HISTORY. EVERY CARD MUST CARRY THE OPERATOR *
047800*    WHO APPROVED IT.                                            *
047900*----------------------------------------------------------------*
048000 2000-PROCESS-MAINT.
048100     READ ORIG-MAINT-FILE
048200         AT END MOVE 'Y' TO WS-MNT-EOF-SW
048300                GO TO 2000-EXIT.
048400     ADD 1 TO WS-TOT-MAINT.
048500     MOVE AOM-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
048600     PERFORM 8800-FIND-ORIGINATOR THRU 8800-EXIT.
048700     IF  AOM-OPER-ID EQUAL SPACES
048800         MOVE 'REJECTED - NO OPERATOR' TO MNL-ACTION
048900         GO TO 2000-REJECT.
049000     IF  AOM-88-ADD-CHANGE
049100         PERFORM 2100-ADD-CHANGE THRU 2100-EXIT
049200         GO TO 2000-PRINT.
049300     IF  NOT WS-88-ORG-FOUND
049400         MOVE 'REJECTED - NOT ON PROFILE' TO MNL-ACTION
049500         GO TO 2000-REJECT.
049600     SET ORX TO WS-ORG-SUB.
049700     IF  AOM-88-SUSPEND
049800         MOVE 'S' TO WS-ORG-STATUS (ORX)
049900         MOVE 'ORIGINATOR SUSPENDED' TO MNL-ACTION
050000         GO TO 2000-PRINT.
050100     IF  AOM-88-REINSTATE
050200         MOVE 'A' TO WS-ORG-STATUS (ORX)
050300         MOVE 'ORIGINATOR REINSTATED' TO MNL-ACTION
050400         GO TO 2000-PRINT.
050500     IF  AOM-88-DELETE
050600         MOVE 'X' TO WS-ORG-STATUS (ORX)
050700         MOVE 'ORIGINATOR DELETED' TO MNL-ACTION
050800         GO TO 2000-PRINT.
050900     MOVE 'REJECTED - BAD FUNCTION' TO MNL-ACTION.
051000 2000-REJECT.
051100     ADD 1 TO WS-TOT-MAINT-REJECTED.
051200 2000-PRINT.
051300     PERFORM 8400-PRINT-MAINT THRU 8400-EXIT.
051400 2000-EXIT. EXIT.
051500 2100-ADD-CHANGE.
051600     IF  AOM-COMPANY-ID EQUAL SPACES
051700     OR  AOM-ACCOUNT EQUAL SPACES
051800     OR  NOT AOM-88-PREFUND-VALID
051900     OR  AOM-DAILY-LIMIT NOT NUMERIC
052000     OR  AOM-WINDOW-LIMIT NOT NUMERIC
052100     OR  AOM-WINDOW-LIMIT GREATER THAN AOM-DAILY-LIMIT
052200         ADD 1 TO WS-TOT-MAINT-REJECTED
052300         MOVE 'REJECTED - FAILED EDIT' TO MNL-ACTION
052400         GO TO 2100-EXIT.
052500     IF  WS-88-ORG-FOUND
052600         SET ORX TO WS-ORG-SUB
052700         MOVE 'PROFILE CHANGED' TO MNL-ACTION
052800     ELSE
052900         IF  WS-ORG-COUNT NOT LESS THAN WS-ORG-MAX
053000             ADD 1 TO WS-TOT-MAINT-REJECTED
053100             MOVE 'REJECTED - PROFILE TABLE FULL' TO MNL-ACTION
053200             GO TO 2100-EXIT
053300         ELSE
053400             ADD 1 TO WS-ORG-COUNT
053500             SET ORX TO WS-ORG-COUNT
053600             MOVE SPACES TO WS-ORG-ENTRY (ORX)
053700             MOVE AOM-COMPANY-ID   TO WS-ORG-COMPANY-ID (ORX)
053800             MOVE ZERO TO WS-ORG-EXPOSURE-DATE (ORX)
053900                          WS-ORG-DAY-EXPOSURE (ORX)
054000                          WS-ORG-WINDOW-NO (ORX)
054100                          WS-ORG-WINDOW-EXPOSURE (ORX)
054200                          WS-ORG-MTD-DEBIT-ENTRIES (ORX)
054300                          WS-ORG-MTD-CREDIT-ENTRIES (ORX)
054400                          WS-ORG-MTD-UNAUTH-RTNS (ORX)
054500                          WS-ORG-MTD-ADMIN-RTNS (ORX)
054600                          WS-ORG-MTD-TOTAL-RTNS (ORX)
054700             MOVE WS-RUN-DATE-YYMMDD TO WS-ORG-DATE-ADDED (ORX)
054800             MOVE 'ORIGINATOR ADDED' TO MNL-ACTION.
054900     MOVE AOM-ACCOUNT        TO WS-ORG-ACCOUNT (ORX).
055000     MOVE AOM-COMPANY-NAME   TO WS-ORG-COMPANY-NAME (ORX).
055100     MOVE 'A'                TO WS-ORG-STATUS (ORX).
055200     MOVE AOM-PREFUND-METHOD TO WS-ORG-PREFUND-METHOD (ORX).
055300     MOVE AOM-DAILY-LIMIT    TO WS-ORG-DAILY-LIMIT (ORX).
055400     MOVE AOM-WINDOW-LIMIT   TO WS-ORG-WINDOW-LIMIT (ORX).
055500 2100-EXIT. EXIT.
055600     EJECT
055700 2900-BATCH-HEADINGS.
055800     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
055900     MOVE 'SECTION 2 - CUSTOMER BATCHES' TO SEC-TITLE.
056000     MOVE SPACES TO ACO-RPT-LINE.
056100     MOVE WS-SECTION-TITLE TO ACO-RPT-LINE.
056200     WRITE ACO-RPT-LINE.
056300     MOVE SPACES TO ACO-RPT-LINE.
056400     MOVE WS-BATCH-HEAD TO ACO-RPT-LINE.
056500     WRITE ACO-RPT-LINE.
056600     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
056700 2900-EXIT. EXIT.
056800     EJECT
056900*----------------------------------------------------------------*
057000*    3000-ONE-RECORD - ONE RECORD OF THE CUSTOMER FILE.  FILE    *
057100*    HEADER AND FILE CONTROL RECORDS ARE THE CUSTOMER'S AND ARE  *
057200*    DROPPED; THE OUTBOUND FILE GETS OUR OWN.  A BATCH IS        *
057300*    GATHERED FROM ITS '5' HEADER TO ITS '8' CONTROL AND SETTLED *
057400*    THERE.  A RECORD OUTSIDE ANY BATCH IS WRITTEN TO THE REJECT *
057500*    FILE.                                                       *
057600*----------------------------------------------------------------*
057700 3000-ONE-RECORD.
057800     READ CUST-ACH-FILE INTO NACHA-RECORD
057900         AT END MOVE 'Y' TO WS-CIN-EOF-SW
058000                GO TO 3000-EXIT.
058100     IF  NCH-88-FILE-HEADER
058200     OR  NCH-88-FILE-CONTROL
058300         GO TO 3000-EXIT.
058400     IF  NCH-88-BATCH-HEADER
058500         PERFORM 3050-START-BATCH THRU 3050-EXIT
058600         GO TO 3000-EXIT.
058700     IF  NOT WS-88-BATCH-OPEN
058800         ADD 1 TO WS-TOT-STRAYS
058900         WRITE ACH-REJECT-RECORD FROM NACHA-RECORD
059000         GO TO 3000-EXIT.
059100     IF  NCH-88-BATCH-CONTROL
059200         PERFORM 3150-END-BATCH THRU 3150-EXIT
059300         GO TO 3000-EXIT.
059400     PERFORM 3100-COLLECT-ENTRY THRU 3100-EXIT.
059500 3000-EXIT. EXIT.
059600 3050-START-BATCH.
059700     IF  WS-88-BATCH-OPEN
059800         MOVE NACHA-RECORD TO WS-BATCH-CONTROL
059900         MOVE 'NO BATCH CONTROL RECORD' TO WS-REJECT-REASON
060000         PERFORM 3800-REJECT-BATCH THRU 3800-EXIT
060100         MOVE WS-BATCH-CONTROL TO NACHA-RECORD.
060200     ADD 1 TO WS-TOT-BATCHES.
060300     MOVE 'Y'    TO WS-BATCH-OPEN-SW.
060400     MOVE 'N'    TO WS-CONTROL-SW WS-OVERFLOW-SW.
060500     MOVE SPACES TO WS-REJECT-REASON WS-BATCH-CONTROL.
060600     MOVE ZERO   TO WS-ENT-COUNT WS-BAT-RECORDS WS-BAT-HASH
060700                    WS-BAT-DEBIT-ENTRIES WS-BAT-CREDIT-ENTRIES
060800                    WS-BAT-DEBITS WS-BAT-CREDITS.
060900     MOVE NACHA-RECORD       TO WS-BATCH-HEADER.
061000     MOVE NBH-SERVICE-CLASS  TO WS-BAT-SERVICE-CLASS.
061100     MOVE NBH-COMPANY-ID     TO WS-BAT-COMPANY-ID.
061200     MOVE NBH-SEC-CODE       TO WS-BAT-SEC-CODE.
061300     MOVE NBH-EFFECTIVE-DATE TO WS-BAT-EFFECTIVE-DATE.
061400     MOVE NCH-DATA (87:7)    TO WS-BAT-CUST-BATCH-NO.
061500     IF  NOT NBH-88-SEC-VALID
061600         MOVE 'SEC CODE NOT ACCEPTED' TO WS-REJECT-REASON.
061700 3050-EXIT. EXIT.
061800     EJECT
061900*----------------------------------------------------------------*
062000*    3100-COLLECT-ENTRY - EDIT AND ADD UP ONE ENTRY OR ADDENDA,  *
062100*    AND HOLD IT FOR RELEASE.  THE FIRST FAILURE FOUND IS THE    *
062200*    BATCH'S REJECT REASON.  A BATCH TOO LARGE FOR THE TABLE IS  *
062300*    REJECTED; WHAT WAS HELD GOES TO THE REJECT FILE AT ONCE AND *
062400*    THE REST FOLLOWS.                                           *
062500*----------------------------------------------------------------*
062600 3100-COLLECT-ENTRY.
062700     ADD 1 TO WS-BAT-RECORDS.
062800     IF  NCH-88-ENTRY
062900         PERFORM 3110-EDIT-ENTRY THRU 3110-EXIT
063000     ELSE
063100         IF  NOT NCH-88-ADDENDA
063200         AND WS-REJECT-REASON EQUAL SPACES
063300             MOVE 'INVALID RECORD TYPE' TO WS-REJECT-REASON.
063400     IF  WS-88-OVERFLOW
063500         WRITE ACH-REJECT-RECORD FROM NACHA-RECORD
063600         GO TO 3100-EXIT.
063700     IF  WS-ENT-COUNT NOT LESS THAN WS-ENT-MAX
063800         MOVE 'Y' TO WS-OVERFLOW-SW
063900         MOVE 'BATCH TOO LARGE FOR TABLE' TO WS-REJECT-REASON
064000         PERFORM 3810-WRITE-REJECTS THRU 3810-EXIT
064100         WRITE ACH-REJECT-RECORD FROM NACHA-RECORD
064200         GO TO 3100-EXIT.
064300     ADD 1 TO WS-ENT-COUNT.
064400     SET ENX TO WS-ENT-COUNT.
064500     MOVE NACHA-RECORD TO WS-ENT-RECORD (ENX).
064600 3100-EXIT. EXIT.
064700 3110-EDIT-ENTRY.
064800     IF  NED-TRAN-CODE NOT NUMERIC
064900         IF  WS-REJECT-REASON EQUAL SPACES
065000             MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
065100             GO TO 3110-EXIT
065200         ELSE
065300             GO TO 3110-EXIT.
065400     IF  NOT NED-88-CREDIT
065500     AND NOT NED-88-DEBIT
065600     AND WS-REJECT-REASON EQUAL SPACES
065700         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON.
065800     IF  NED-RDFI-ID NOT NUMERIC
065900     OR  NED-CHECK-DIGIT NOT NUMERIC
066000         IF  WS-REJECT-REASON EQUAL SPACES
066100             MOVE 'INVALID RDFI ROUTING' TO WS-REJECT-REASON
066200             GO TO 3110-EXIT
066300         ELSE
066400             GO TO 3110-EXIT.
066500     ADD NED-RDFI-ID TO WS-BAT-HASH.
066600     IF  NED-AMOUNT NOT NUMERIC
066700         IF  WS-REJECT-REASON EQUAL SPACES
066800             MOVE 'INVALID ENTRY AMOUNT' TO WS-REJECT-REASON
066900             GO TO 3110-EXIT
067000         ELSE
067100             GO TO 3110-EXIT.
067200     IF  NED-88-PRENOTE
067300     AND NED-AMOUNT GREATER THAN ZERO
067400     AND WS-REJECT-REASON EQUAL SPACES
067500         MOVE 'PRENOTE CARRIES AN AMOUNT' TO WS-REJECT-REASON.
067600     IF  NED-88-DEBIT
067700         ADD NED-AMOUNT TO WS-BAT-DEBITS
067800         IF  NOT NED-88-PRENOTE
067900             ADD 1 TO WS-BAT-DEBIT-ENTRIES.
068000     IF  NED-88-CREDIT
068100         ADD NED-AMOUNT TO WS-BAT-CREDITS
068200         IF  NOT NED-88-PRENOTE
068300             ADD 1 TO WS-BAT-CREDIT-ENTRIES.
068400 3110-EXIT. EXIT.
068500     EJECT
068600*----------------------------------------------------------------*
068700*    3150-END-BATCH - THE BATCH CONTROL CLOSES THE BATCH.  IT IS *
068800*    PROVED AND CHECKED AND EITHER RELEASED OR REJECTED.         *
068900*----------------------------------------------------------------*
069000 3150-END-BATCH.
069100     MOVE NACHA-RECORD       TO WS-BATCH-CONTROL.
069200     MOVE 'Y'                TO WS-CONTROL-SW.
069300     MOVE NCH-DATA (4:6)     TO WS-CTL-ENTRY-COUNT.
069400     MOVE NCH-DATA (10:10)   TO WS-CTL-ENTRY-HASH.
069500     MOVE NCH-DATA (20:12)   TO WS-CTL-TOTAL-DEBITS.
069600     MOVE NCH-DATA (32:12)   TO WS-CTL-TOTAL-CREDITS.
069700     MOVE NBC-COMPANY-ID     TO WS-CTL-COMPANY-ID.
069800     PERFORM 3200-PROVE-BATCH THRU 3200-EXIT.
069900     IF  WS-REJECT-REASON EQUAL SPACES
070000         PERFORM 3300-CHECK-ORIGINATOR THRU 3300-EXIT.
070100     IF  WS-REJECT-REASON EQUAL SPACES
070200         PERFORM 3500-RELEASE-BATCH THRU 3500-EXIT
070300     ELSE
070400         PERFORM 3800-REJECT-BATCH THRU 3800-EXIT.
070500 3150-EXIT. EXIT.
070600 3200-PROVE-BATCH.
070700     IF  WS-REJECT-REASON NOT EQUAL SPACES
070800         GO TO 3200-EXIT.
070900     IF  WS-BAT-RECORDS EQUAL ZERO
071000         MOVE 'BATCH HAS NO ENTRIES' TO WS-REJECT-REASON
071100         GO TO 3200-EXIT.
071200     IF  WS-CTL-COMPANY-ID NOT EQUAL WS-BAT-COMPANY-ID
071300         MOVE 'CONTROL COMPANY ID MISMATCH' TO WS-REJECT-REASON
071400         GO TO 3200-EXIT.
071500     IF  WS-CTL-ENTRY-COUNT NOT NUMERIC
071600     OR  WS-CTL-ENTRY-COUNT-9 NOT EQUAL WS-BAT-RECORDS
071700         MOVE 'OUT OF BALANCE - ENTRY COUNT' TO WS-REJECT-REASON
071800         GO TO 3200-EXIT.
071900     MOVE WS-BAT-HASH TO WS-HASH-10.
072000     IF  WS-CTL-ENTRY-HASH NOT NUMERIC
072100     OR  WS-CTL-ENTRY-HASH-9 NOT EQUAL WS-HASH-10
072200         MOVE 'OUT OF BALANCE - ENTRY HASH' TO WS-REJECT-REASON
072300         GO TO 3200-EXIT.
072400     IF  WS-CTL-TOTAL-DEBITS NOT NUMERIC
072500     OR  WS-CTL-TOTAL-DEBITS-9 NOT EQUAL WS-BAT-DEBITS
072600         MOVE 'OUT OF BALANCE - DEBIT TOTAL' TO WS-REJECT-REASON
072700         GO TO 3200-EXIT.
072800     IF  WS-CTL-TOTAL-CREDITS NOT NUMERIC
072900     OR  WS-CTL-TOTAL-CREDITS-9 NOT EQUAL WS-BAT-CREDITS
073000         MOVE 'OUT OF BALANCE - CREDIT TOTAL' TO WS-REJECT-REASON
073100         GO TO 3200-EXIT.
073200     IF  WS-BAT-EFFECTIVE-DATE NOT NUMERIC
073300     OR  WS-BAT-EFFECTIVE-9 EQUAL ZERO
073400         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
073500         GO TO 3200-EXIT.
073600     IF  WS-BAT-EFFECTIVE-9 LESS THAN WS-RUN-DATE-YYMMDD
073700         MOVE 'EFFECTIVE DATE IN THE PAST' TO WS-REJECT-REASON.
073800 3200-EXIT. EXIT.
073900     EJECT
074000*----------------------------------------------------------------*
074100*    3300-CHECK-ORIGINATOR - THE COMPANY ID MUST BE AN ACTIVE    *
074200*    ORIGINATOR WHOSE SETTLEMENT ACCOUNT IS OPEN WITH ACH        *
074300*    ORIGINATION SERVICE.  THE BATCH MUST FIT IN WHAT IS LEFT OF *
074400*    THE DAILY AND WINDOW LIMITS, AND A PRE-FUNDED ORIGINATOR    *
074500*    MUST HAVE THE CREDIT TOTAL AVAILABLE.                       *
074600*----------------------------------------------------------------*
074700 3300-CHECK-ORIGINATOR.
074800     MOVE WS-BAT-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
074900     PERFORM 8800-FIND-ORIGINATOR THRU 8800-EXIT.
075000     IF  NOT WS-88-ORG-FOUND
075100         MOVE 'COMPANY ID NOT ON PROFILE' TO WS-REJECT-REASON
075200         GO TO 3300-EXIT.
075300     SET ORX TO WS-ORG-SUB.
075400     IF  WS-ORG-STATUS (ORX) NOT EQUAL 'A'
075500         MOVE 'ORIGINATOR NOT ACTIVE' TO WS-REJECT-REASON
075600         GO TO 3300-EXIT.
075700     MOVE SPACES TO WMS-CONTROL-KEY.
075800     MOVE WS-ORG-ACCOUNT (ORX) TO WMS-CONTROL-KEY.
075900     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
076000     MOVE -1     TO I-O-SEND-CODE.
076100     CALL 'IMACTM' USING I-O-CONTROL-AREA
076200                         MASTER-AREA
076300                         SI-ENVIRONMENT-AREA.
076400     IF  NOT I-O-88-NORMAL-RET
076500         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
076600         GO TO 3300-EXIT.
076700     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
076800     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
076900     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
077000         MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
077100         GO TO 3300-EXIT.
077200     IF  WMS-NB-DC-ACH-ORIG NOT EQUAL 'Y'
077300         MOVE 'NO ACH ORIGINATION SERVICE' TO WS-REJECT-REASON
077400         GO TO 3300-EXIT.
077500     IF  WS-ORG-EXPOSURE-DATE (ORX) NOT EQUAL WS-RUN-DATE-YYMMDD
077600         MOVE WS-RUN-DATE-YYMMDD TO WS-ORG-EXPOSURE-DATE (ORX)
077700         MOVE ZERO TO WS-ORG-DAY-EXPOSURE (ORX)
077800                      WS-ORG-WINDOW-EXPOSURE (ORX)
077900         MOVE WS-WINDOW-NO TO WS-ORG-WINDOW-NO (ORX).
078000     IF  WS-ORG-WINDOW-NO (ORX) NOT EQUAL WS-WINDOW-NO
078100         MOVE ZERO TO WS-ORG-WINDOW-EXPOSURE (ORX)
078200         MOVE WS-WINDOW-NO TO WS-ORG-WINDOW-NO (ORX).
078300     COMPUTE WS-BATCH-EXPOSURE = WS-BAT-DEBITS + WS-BAT-CREDITS.
078400     IF  WS-ORG-DAY-EXPOSURE (ORX) + WS-BATCH-EXPOSURE
078500             GREATER THAN WS-ORG-DAILY-LIMIT (ORX)
078600         MOVE 'OVER DAILY EXPOSURE LIMIT' TO WS-REJECT-REASON
078700         GO TO 3300-EXIT.
078800     IF  WS-ORG-WINDOW-EXPOSURE (ORX) + WS-BATCH-EXPOSURE
078900             GREATER THAN WS-ORG-WINDOW-LIMIT (ORX)
079000         MOVE 'OVER WINDOW EXPOSURE LIMIT' TO WS-REJECT-REASON
079100         GO TO 3300-EXIT.
079200     IF  WS-ORG-PREFUND-METHOD (ORX) NOT EQUAL 'D'
079300     AND WS-ORG-PREFUND-METHOD (ORX) NOT EQUAL 'H'
079400         GO TO 3300-EXIT.
079500     COMPUTE WS-AVAILABLE-BAL = WMS-CURR-BAL - WMS-HOLD-AMT.
079600     IF  WS-BAT-CREDITS GREATER THAN WS-AVAILABLE-BAL
079700         MOVE 'PRE-FUNDING NOT AVAILABLE' TO WS-REJECT-REASON.
079800 3300-EXIT. EXIT.
079900     EJECT
080000*----------------------------------------------------------------*
080100*    3500-RELEASE-BATCH - THE BATCH IS CHARGED TO THE EXPOSURE   *
080200*    AND THE MONTH-TO-DATE COUNTS, PRE-FUNDED, AND WRITTEN TO    *
080300*    THE OUTBOUND FILE UNDER OUR BATCH NUMBER AND TRACE NUMBERS. *
080400*----------------------------------------------------------------*
080500 3500-RELEASE-BATCH.
080600     ADD 1 TO WS-TOT-ACCEPTED.
080700     MOVE 'N' TO WS-BATCH-OPEN-SW.
080800     ADD WS-BATCH-EXPOSURE TO WS-ORG-DAY-EXPOSURE (ORX)
080900                              WS-ORG-WINDOW-EXPOSURE (ORX).
081000     ADD WS-BAT-DEBIT-ENTRIES  TO WS-ORG-MTD-DEBIT-ENTRIES (ORX).
081100     ADD WS-BAT-CREDIT-ENTRIES TO WS-ORG-MTD-CREDIT-ENTRIES (ORX).
081200     ADD 1 TO WS-OUT-BATCHES.
081300     MOVE 'ACCEPTED' TO BTL-STATUS.
081400     IF  WS-BAT-CREDITS GREATER THAN ZERO
081500         IF  WS-ORG-PREFUND-METHOD (ORX) EQUAL 'D'
081600             PERFORM 3600-PREFUND-DEBIT THRU 3600-EXIT
081700         ELSE
081800             IF  WS-ORG-PREFUND-METHOD (ORX) EQUAL 'H'
081900                 PERFORM 3650-PREFUND-HOLD THRU 3650-EXIT.
082000     MOVE WS-BATCH-HEADER    TO NACHA-RECORD.
082100     MOVE ACP-ODFI-ID        TO NBH-ODFI-ID.
082200     MOVE WS-OUT-BATCHES     TO NBH-BATCH-NO.
082300     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT.
082400     PERFORM 3510-RELEASE-ENTRY THRU 3510-EXIT
082500         VARYING WS-SUB FROM 1 BY 1
082600         UNTIL WS-SUB GREATER THAN WS-ENT-COUNT.
082700     MOVE SPACES TO NACHA-RECORD.
082800     MOVE '8'                   TO NCH-RECORD-TYPE.
082900     MOVE WS-BAT-SERVICE-CLASS  TO NBC-SERVICE-CLASS.
083000     MOVE WS-BAT-RECORDS        TO NBC-ENTRY-COUNT.
083100     MOVE WS-HASH-10            TO NBC-ENTRY-HASH.
083200     MOVE WS-BAT-DEBITS         TO NBC-TOTAL-DEBITS.
083300     MOVE WS-BAT-CREDITS        TO NBC-TOTAL-CREDITS.
083400     MOVE WS-BAT-COMPANY-ID     TO NBC-COMPANY-ID.
083500     MOVE ACP-ODFI-ID           TO NBC-ODFI-ID.
083600     MOVE WS-OUT-BATCHES        TO NBC-BATCH-NO.
083700     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT.
083800     ADD WS-BAT-RECORDS TO WS-OUT-DETAILS.
083900     ADD WS-BAT-HASH    TO WS-OUT-HASH.
084000     ADD WS-BAT-DEBITS  TO WS-OUT-DEBITS.
084100     ADD WS-BAT-CREDITS TO WS-OUT-CREDITS.
084200     PERFORM 8500-PRINT-BATCH THRU 8500-EXIT.
084300 3500-EXIT. EXIT.
084400 3510-RELEASE-ENTRY.
084500     SET ENX TO WS-SUB.
084600     MOVE WS-ENT-RECORD (ENX) TO NACHA-RECORD.
084700     IF  NCH-88-ENTRY
084800         ADD 1 TO WS-TRACE-SEQ WS-OUT-ENTRIES
084900         COMPUTE WS-LAST-TRACE-SEQ =
085000             WS-WINDOW-NO * 1000000 + WS-TRACE-SEQ
085100         MOVE ACP-ODFI-ID       TO NED-TRACE-ODFI
085200         MOVE WS-LAST-TRACE-SEQ TO NED-TRACE-SEQ
085300     ELSE
085400         MOVE WS-LAST-TRACE-SEQ TO NAD-ENTRY-SEQ.
085500     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT.
085600 3510-EXIT. EXIT.
085700     EJECT
085800 3600-PREFUND-DEBIT.
085900     ADD 1 TO WS-TOT-PREFUND-DEBITS.
086000     ADD WS-BAT-CREDITS TO WS-TOT-PREFUND-AMT.
086100     MOVE LOW-VALUES TO TRAN-FILE.
086200     MOVE WMS-CONTROL-1 TO TR-CTL1.
086300     MOVE WMS-CONTROL-2 TO TR-CTL2.
086400     MOVE WMS-CONTROL-3 TO TR-CTL3.
086500     MOVE WMS-CTL4-ACCT TO TR-CTL4-ACCT.
086600     MOVE WS-PREFUND-TRAN-CODE TO TR-TRAN-CODE.
086700     MOVE WS-BAT-CREDITS TO TR-AMOUNT.
086800     MOVE ZERO TO TR-NO-AMT.
086900     MOVE 'AO' TO TR-SOURCE.
087000     MOVE WS-OUT-BATCHES TO TR-BATCH.
087100     MOVE ZERO TO TR-SEQ.
087200     MOVE '4'  TO TR-TRAN-TYPE.
087300     MOVE SPACES TO TR-SOURCE-MISC1.
087400     STRING 'ACH PREFUND ' WS-BAT-COMPANY-ID
087500         DELIMITED BY SIZE INTO TR-SOURCE-MISC1.
087600     WRITE TRAN-FILE.
087700     MOVE 'ACCEPTED - PRE-FUND DEBITED' TO BTL-STATUS.
087800 3600-EXIT. EXIT.
087900 3650-PREFUND-HOLD.
088000     ADD 1 TO WS-TOT-HOLD-CARDS.
088100     ADD WS-BAT-CREDITS TO WS-TOT-HOLD-AMT.
088200     MOVE SPACES TO HOLD-MAINT-RECORD.
088300     MOVE 'P'                   TO HMT-FUNCTION.
088400     MOVE WS-ORG-ACCOUNT (ORX)  TO HMT-ACCOUNT.
088500     MOVE ZERO                  TO HMT-SEQ-NO.
088600     MOVE WS-BAT-CREDITS        TO HMT-AMOUNT.
088700     MOVE WS-HOLD-REASON-CODE   TO HMT-REASON-CODE.
088800     MOVE WS-BAT-EFFECTIVE-9    TO HMT-EXPIRES.
088900     MOVE WS-SYSTEM-OPER        TO HMT-OPER-ID.
089000     WRITE HOLD-MAINT-RECORD.
089100     MOVE 'ACCEPTED - PRE-FUND HOLD STAGED' TO BTL-STATUS.
089200 3650-EXIT. EXIT.
089300     EJECT
089400*----------------------------------------------------------------*
089500*    3800-REJECT-BATCH - THE BATCH GOES BACK UNCHANGED ON THE    *
089600*    REJECT FILE - HEADER, ENTRIES AND CONTROL IF ONE WAS READ - *
089700*    AND IS LISTED WITH ITS REASON.                              *
089800*----------------------------------------------------------------*
089900 3800-REJECT-BATCH.
090000     ADD 1 TO WS-TOT-REJECTED.
090100     ADD WS-BAT-DEBITS WS-BAT-CREDITS TO WS-TOT-REJECTED-AMT.
090200     MOVE 'N' TO WS-BATCH-OPEN-SW.
090300     IF  NOT WS-88-OVERFLOW
090400         PERFORM 3810-WRITE-REJECTS THRU 3810-EXIT.
090500     IF  WS-88-CONTROL-PRESENT
090600         WRITE ACH-REJECT-RECORD FROM WS-BATCH-CONTROL.
090700     MOVE WS-REJECT-REASON TO BTL-STATUS.
090800     MOVE WS-BAT-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
090900     PERFORM 8800-FIND-ORIGINATOR THRU 8800-EXIT.
091000     PERFORM 8500-PRINT-BATCH THRU 8500-EXIT.
091100 3800-EXIT. EXIT.
091200 3810-WRITE-REJECTS.
091300     WRITE ACH-REJECT-RECORD FROM WS-BATCH-HEADER.
091400     PERFORM 3820-REJECT-ENTRY THRU 3820-EXIT
091500         VARYING WS-SUB FROM 1 BY 1
091600         UNTIL WS-SUB GREATER THAN WS-ENT-COUNT.
091700 3810-EXIT. EXIT.
091800 3820-REJECT-ENTRY.
091900     SET ENX TO WS-SUB.
092000     WRITE ACH-REJECT-RECORD FROM WS-ENT-RECORD (ENX).
092100 3820-EXIT. EXIT.
092200     EJECT
092300*----------------------------------------------------------------*
092400*    5900-WRITE-OUTBOUND - EVERY OUTBOUND RECORD IS COUNTED FOR  *
092500*    THE BLOCK COUNT ON THE FILE CONTROL.                        *
092600*----------------------------------------------------------------*
092700 5900-WRITE-OUTBOUND.
092800     WRITE NACHA-OUT-RECORD FROM NACHA-RECORD.
092900     ADD 1 TO WS-OUT-RECORDS.
093000 5900-EXIT. EXIT.
093100*----------------------------------------------------------------*
093200*    6000-FILE-CONTROL - THE '9' FILE CONTROL, THEN ALL-NINES    *
093300*    FILLER RECORDS TO COMPLETE THE LAST BLOCK OF TEN.           *
093400*----------------------------------------------------------------*
093500 6000-FILE-CONTROL.
093600     COMPUTE WS-OUT-BLOCKS = (WS-OUT-RECORDS + 1 + 9) / 10.
093700     MOVE WS-OUT-HASH TO WS-HASH-10.
093800     MOVE SPACES TO NACHA-RECORD.
093900     MOVE '9'              TO NCH-RECORD-TYPE.
094000     MOVE WS-OUT-BATCHES   TO NFC-BATCH-COUNT.
094100     MOVE WS-OUT-BLOCKS    TO NFC-BLOCK-COUNT.
094200     MOVE WS-OUT-DETAILS   TO NFC-ENTRY-COUNT.
094300     MOVE WS-HASH-10       TO NFC-ENTRY-HASH.
094400     MOVE WS-OUT-DEBITS    TO NFC-TOTAL-DEBITS.
094500     MOVE WS-OUT-CREDITS   TO NFC-TOTAL-CREDITS.
094600     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT.
094700     COMPUTE WS-PAD-COUNT = WS-OUT-BLOCKS * 10 - WS-OUT-RECORDS.
094800     MOVE ALL '9' TO NACHA-RECORD.
094900     PERFORM 5900-WRITE-OUTBOUND THRU 5900-EXIT
095000         WS-PAD-COUNT TIMES.
095100 6000-EXIT. EXIT.
095200     EJECT
095300 7900-EDIT-DATE.
095400     MOVE SPACES TO WS-EDIT-DATE.
095500     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
095600         DELIMITED BY SIZE INTO WS-EDIT-DATE.
095700 7900-EXIT. EXIT.
095800     EJECT
095900 8000-WRITE-PROFILE.
096000     SET ORX TO WS-SUB.
096100     IF  WS-ORG-STATUS (ORX) EQUAL 'X'
096200         GO TO 8000-EXIT.
096300     WRITE ORIG-PROFILE-OUT-REC FROM WS-ORG-ENTRY (ORX).
096400 8000-EXIT. EXIT.
096500     EJECT
096600 8400-PRINT-MAINT.
096700     MOVE AOM-FUNCTION       TO MNL-FUNCTION.
096800     MOVE AOM-COMPANY-ID     TO MNL-COMPANY-ID.
096900     MOVE AOM-ACCOUNT        TO MNL-ACCOUNT.
097000     MOVE AOM-PREFUND-METHOD TO MNL-PREFUND.
097100     MOVE ZERO TO MNL-DAILY-LIMIT MNL-WINDOW-LIMIT.
097200     IF  AOM-DAILY-LIMIT NUMERIC
097300         MOVE AOM-DAILY-LIMIT TO MNL-DAILY-LIMIT.
097400     IF  AOM-WINDOW-LIMIT NUMERIC
097500         MOVE AOM-WINDOW-LIMIT TO MNL-WINDOW-LIMIT.
097600     MOVE SPACES TO ACO-RPT-LINE.
097700     MOVE WS-MAINT-LINE TO ACO-RPT-LINE.
097800     WRITE ACO-RPT-LINE.
097900 8400-EXIT. EXIT.
098000 8500-PRINT-BATCH.
098100     MOVE WS-BAT-COMPANY-ID    TO BTL-COMPANY-ID.
098200     MOVE WS-BAT-CUST-BATCH-NO TO BTL-BATCH-NO.
098300     MOVE SPACES               TO BTL-ACCOUNT.
098400     IF  WS-88-ORG-FOUND
098500         SET ORX TO WS-ORG-SUB
098600         MOVE WS-ORG-ACCOUNT (ORX) TO BTL-ACCOUNT.
098700     MOVE WS-BAT-SEC-CODE      TO BTL-SEC-CODE.
098800     MOVE WS-BAT-RECORDS       TO BTL-ENTRIES.
098900     MOVE WS-BAT-DEBITS        TO BTL-DEBITS.
099000     MOVE WS-BAT-CREDITS       TO BTL-CREDITS.
099100     MOVE SPACES TO ACO-RPT-LINE.
099200     MOVE WS-BATCH-LINE TO ACO-RPT-LINE.
099300     WRITE ACO-RPT-LINE.
099400 8500-EXIT. EXIT.
099500     EJECT
099600 8800-FIND-ORIGINATOR.
099700     MOVE 'N'  TO WS-ORG-FOUND-SW.
099800     MOVE ZERO TO WS-ORG-SUB.
099900     PERFORM 8810-SCAN-ORIGINATOR THRU 8810-EXIT
100000         VARYING WS-SUB FROM 1 BY 1
100100         UNTIL WS-SUB GREATER THAN WS-ORG-COUNT
100200            OR WS-88-ORG-FOUND.
100300 8800-EXIT. EXIT.
100400 8810-SCAN-ORIGINATOR.
100500     SET ORX TO WS-SUB.
100600     IF  WS-ORG-COMPANY-ID (ORX) EQUAL WS-SEARCH-COMPANY-ID
100700     AND WS-ORG-STATUS (ORX) NOT EQUAL 'X'
100800         MOVE 'Y' TO WS-ORG-FOUND-SW
100900         MOVE WS-SUB TO WS-ORG-SUB.
101000 8810-EXIT. EXIT.
101100     EJECT
101200*----------------------------------------------------------------*
101300*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS FOR THE OUTBOUND *
101400*    FILE AND THE PRE-FUNDING DEBITS, AND FILE CLOSES.           *
101500*----------------------------------------------------------------*
101600 9000-TERMINATE.
101700     WRITE ACO-RPT-LINE FROM WS-BLANK-LINE.
101800     MOVE 'ORIGINATOR PROFILES READ          ' TO SUM-LIT.
101900     MOVE WS-TOT-PROFILES TO SUM-COUNT.
102000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102100     MOVE 'MAINTENANCE CARDS                 ' TO SUM-LIT.
102200     MOVE WS-TOT-MAINT TO SUM-COUNT.
102300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102400     MOVE 'MAINTENANCE CARDS REJECTED        ' TO SUM-LIT.
102500     MOVE WS-TOT-MAINT-REJECTED TO SUM-COUNT.
102600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102700     MOVE 'CUSTOMER BATCHES READ             ' TO SUM-LIT.
102800     MOVE WS-TOT-BATCHES TO SUM-COUNT.
102900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103000     MOVE 'BATCHES ACCEPTED                  ' TO SUM-LIT.
103100     MOVE WS-TOT-ACCEPTED TO SUM-COUNT.
103200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103300     MOVE 'BATCHES REJECTED                  ' TO SUM-LIT.
103400     MOVE WS-TOT-REJECTED TO SUM-COUNT.
103500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103600     MOVE 'RECORDS OUTSIDE A BATCH - REJECTED' TO SUM-LIT.
103700     MOVE WS-TOT-STRAYS TO SUM-COUNT.
103800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103900     MOVE 'ENTRIES ORIGINATED                ' TO SUM-LIT.
104000     MOVE WS-OUT-ENTRIES TO SUM-COUNT.
104100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
104200     MOVE 'PRE-FUNDING DEBITS                ' TO SUM-LIT.
104300     MOVE WS-TOT-PREFUND-DEBITS TO SUM-COUNT.
104400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
104500     MOVE 'PRE-FUNDING HOLD CARDS            ' TO SUM-LIT.
104600     MOVE WS-TOT-HOLD-CARDS TO SUM-COUNT.
104700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
104800     MOVE 'TOTAL DEBITS ORIGINATED           ' TO SUMA-LIT.
104900     MOVE WS-OUT-DEBITS TO SUMA-AMT.
105000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
105100     MOVE 'TOTAL CREDITS ORIGINATED          ' TO SUMA-LIT.
105200     MOVE WS-OUT-CREDITS TO SUMA-AMT.
105300     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
105400     MOVE 'PRE-FUNDING DEBITED               ' TO SUMA-LIT.
105500     MOVE WS-TOT-PREFUND-AMT TO SUMA-AMT.
105600     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
105700     MOVE 'PRE-FUNDING HELD                  ' TO SUMA-LIT.
105800     MOVE WS-TOT-HOLD-AMT TO SUMA-AMT.
105900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
106000     MOVE 'TOTAL REJECTED                    ' TO SUMA-LIT.
106100     MOVE WS-TOT-REJECTED-AMT TO SUMA-AMT.
106200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
106300*    INTERCHANGE CONTROL - MANIFESTS FOR THE OUTBOUND ACH FILE
106400*    AND THE PRE-FUNDING DEBITS HANDED TO POSTING.
106500     MOVE 'W' TO MRQ-FUNCTION.
106600     MOVE 'IMACHCOT' TO MRQ-FILE-ID.
106700     MOVE WS-OUT-ENTRIES TO MRQ-RECORD-COUNT.
106800     COMPUTE MRQ-AMOUNT-HASH = WS-OUT-DEBITS + WS-OUT-CREDITS.
106900     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
107000     MOVE 'W' TO MRQ-FUNCTION.
107100     MOVE 'IMACHOTR' TO MRQ-FILE-ID.
107200     MOVE WS-TOT-PREFUND-DEBITS TO MRQ-RECORD-COUNT.
107300     MOVE WS-TOT-PREFUND-AMT TO MRQ-AMOUNT-HASH.
107400     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
107500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
107600     MOVE -1   TO I-O-SEND-CODE.
107700     CALL 'IMACTM' USING I-O-CONTROL-AREA
107800                         MASTER-AREA
107900                         SI-ENVIRONMENT-AREA.
108000     CLOSE ORIG-PROFILE-IN.
108100     CLOSE ORIG-MAINT-FILE.
108200     CLOSE CUST-ACH-FILE.
108300     CLOSE ORIG-PROFILE-OUT.
108400     CLOSE NACHA-FILE-OUT.
108500     CLOSE ACH-REJECT-FILE.
108600     CLOSE PREFUND-TRAN-OUT.
108700     CLOSE HOLD-MAINT-OUT.
108800     CLOSE ACO-RPT.
108900 9000-EXIT. EXIT.
109000 9100-PRINT-SUMMARY.
109100     MOVE SPACES TO ACO-RPT-LINE.
109200     MOVE WS-SUMMARY-LINE TO ACO-RPT-LINE.
109300     WRITE ACO-RPT-LINE.
109400 9100-EXIT. EXIT.
109500 9200-PRINT-AMOUNT.
109600     MOVE SPACES TO ACO-RPT-LINE.
109700     MOVE WS-SUMMARY-AMT-LINE TO ACO-RPT-LINE.
109800     WRITE ACO-RPT-LINE.
109900 9200-EXIT. EXIT.
