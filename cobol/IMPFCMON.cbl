*     * GN6206 * 10/04/26 JCTE PUBLIC FUNDS COLLATERAL MONITOR
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMPFCMON.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/04/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMPFCMON IS THE DAILY PUBLIC FUNDS COLLATERAL RUN.  IT      *
000900*    KEEPS THE PLEDGED COLLATERAL MASTER (IMWSPFCL IN, IMWSPFCN  *
001000*    OUT), ONE RECORD PER SECURITY PLEDGED FOR A PUBLIC          *
001100*    DEPOSITOR'S TAX ID.  MAINTENANCE CARDS (IMPFCMNT) ADD A     *
001200*    PLEDGE, CHANGE IT, REVALUE IT AT THE LATEST MARKET PRICE OR *
001300*    RELEASE IT, UNDER EDIT, AND THE FULL MASTER IS PRINTED AS   *
001400*    THE PROOF.                                                  *
001500*----------------------------------------------------------------*
001600*    A PUBLIC DEPOSITOR IS AN OPEN ACCOUNT WHOSE WMS-TAX-CODE OR *
001700*    WMS-PROF-CODE IS ONE OF THE PUBLIC UNIT CODES ON THE        *
001800*    PARAMETER CARD.  ITS DEPOSITS ARE GATHERED BY TAX ID AND    *
001900*    THE INSURED AND UNINSURED AMOUNTS ARE TAKEN FROM THE        *
002000*    IMINSAGG AGGREGATION (IMINSAGR).  THE UNINSURED AMOUNT MUST *
002100*    BE COVERED BY THE COLLATERAL VALUE OF THE TAX ID'S PLEDGES, *
002200*    THE MARKET VALUE LESS THE HAIRCUT.  A TAX ID MISSING FROM   *
002300*    THE AGGREGATION IS TREATED AS WHOLLY UNINSURED.  A          *
002400*    SHORTFALL IS SENT TO IMALRTE AS A CRITICAL MESSAGE FOR THE  *
002500*    OWNING AREA ON THE PARAMETER CARD.                          *
002600*----------------------------------------------------------------*
002700*    ON THE LAST DAY OF THE MONTH, OR WHEN THE PARAMETER CARD    *
002800*    ASKS FOR IT, A COLLATERAL STATEMENT IS WRITTEN FOR EACH     *
002900*    PUBLIC DEPOSITOR (IMPFCSTM) SHOWING ITS ACCOUNTS AND        *
003000*    BALANCES, THE INSURED AND UNINSURED PORTIONS AND THE        *
003100*    SECURITIES PLEDGED TO COVER THEM.                           *
003125*    A COLLATERAL MASTER LARGER THAN THE PLEDGE TABLE STOPS THE  *
003150*    RUN WITH RETURN CODE 16 BEFORE ANY MAINTENANCE IS APPLIED   *
003175*    OR THE NEW MASTER IS WRITTEN.                               *
003200*----------------------------------------------------------------*
003300*----------------------------------------------------------------*
003400*               ** HISTORY OF REVISIONS **                      *
003500* DESCRIPTION                                           CHNGID  *
003600* ____________________________________________________ _______ *
003700* 10/04/26 JCTE NEW PROGRAM - PUBLIC FUNDS COLLATERAL    GN6206 *
003800*                MONITOR, PLEDGE MAINTENANCE AND MONTH-END      *
003900*                DEPOSITOR STATEMENTS                           *
004000*----------------------------------------------------------------*
004100 ENVIRONMENT    DIVISION.
004200 INPUT-OUTPUT   SECTION.
004300 FILE-CONTROL.
004400     SELECT PFP-PARM-FILE     ASSIGN TO "IMPFCPRM"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT OPTIONAL PFC-MASTER-IN ASSIGN TO "IMWSPFCL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PFC-FILE-STATUS.
004900     SELECT OPTIONAL PFC-MAINT-FILE ASSIGN TO "IMPFCMNT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MNT-FILE-STATUS.
005200     SELECT OPTIONAL INS-AGGR-FILE ASSIGN TO "IMINSAGR"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AGG-FILE-STATUS.
005500     SELECT PFC-MASTER-OUT    ASSIGN TO "IMWSPFCN"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT PFC-SORT-FILE     ASSIGN TO "IMPFCSRT".
005800     SELECT PFC-STATEMENT     ASSIGN TO "IMPFCSTM"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PFC-RPT           ASSIGN TO "IMPFCRPT"
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PFP-PARM-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  PFP-PARM-RECORD.
006700     03  PFP-RUN-DATE                PIC 9(6).
006800     03  PFP-PUBLIC-TAX-CODES        PIC X(5).
006900     03  PFP-PUBLIC-PROF-CODES       PIC X(5).
007000     03  PFP-OWNING-AREA             PIC X(8).
007100     03  PFP-STATEMENT-SW            PIC X.
007200         88  PFP-88-FORCE-STATEMENTS VALUE 'Y'.
007300     03  FILLER                      PIC X(55).
007400 FD  PFC-MASTER-IN.
007500     COPY IMWSPFCL.
007600 FD  PFC-MAINT-FILE
007700     RECORD CONTAINS 120 CHARACTERS.
007800 01  PFC-MAINT-RECORD.
007900     03  PFM-FUNCTION                PIC X.
008000         88  PFM-88-ADD              VALUE 'A'.
008100         88  PFM-88-CHANGE           VALUE 'C'.
008200         88  PFM-88-REVALUE          VALUE 'V'.
008300         88  PFM-88-RELEASE          VALUE 'D'.
008400     03  PFM-TAX-ID                  PIC X(11).
008500     03  PFM-SECURITY-ID             PIC X(12).
008600     03  PFM-SECURITY-DESC           PIC X(20).
008700     03  PFM-PAR-AMOUNT              PIC 9(11)V99.
008800     03  PFM-PAR-AMOUNT-X REDEFINES PFM-PAR-AMOUNT
008900                                     PIC X(13).
009000     03  PFM-MARKET-VALUE            PIC 9(11)V99.
009100     03  PFM-MARKET-VALUE-X REDEFINES PFM-MARKET-VALUE
009200                                     PIC X(13).
009300     03  PFM-HAIRCUT-PCT             PIC 9(2)V99.
009400     03  PFM-HAIRCUT-PCT-X REDEFINES PFM-HAIRCUT-PCT
009500                                     PIC X(4).
009600     03  PFM-PLEDGEE                 PIC X(20).
009700     03  PFM-OPER-ID                 PIC X(5).
009800     03  FILLER                      PIC X(21).
009900 FD  INS-AGGR-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  INS-AGGR-RECORD.
010200     03  IAG-TAX-ID                  PIC X(11).
010300     03  IAG-TAX-CODE                PIC X.
010400     03  IAG-ACCT-COUNT              PIC S9(5)   COMP-3.
010500     03  IAG-TOTAL-BAL               PIC S9(15)V99 COMP-3.
010600     03  IAG-INSURED-AMT             PIC S9(15)V99 COMP-3.
010700     03  IAG-UNINSURED-AMT           PIC S9(15)V99 COMP-3.
010800     03  FILLER                      PIC X(38).
010900 FD  PFC-MASTER-OUT
011000     RECORD CONTAINS 120 CHARACTERS.
011100 01  PFC-MASTER-OUT-REC              PIC X(120).
011200 SD  PFC-SORT-FILE.
011300 01  PFC-SORT-RECORD.
011400     03  SRT-TAX-ID                  PIC X(11).
011500     03  SRT-SECURITY-ID             PIC X(12).
011600     03  FILLER                      PIC X(97).
011700 FD  PFC-STATEMENT
011800     RECORD CONTAINS 133 CHARACTERS.
011900 01  PFC-STATEMENT-LINE              PIC X(133).
012000 FD  PFC-RPT
012100     RECORD CONTAINS 133 CHARACTERS.
012200 01  PFC-RPT-LINE                    PIC X(133).
012300 WORKING-STORAGE SECTION.
012400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMPFCMON'.
012500 77  WS-SHORTFALL-MESS-NO            PIC 9(4)    VALUE 6206.
012600 77  WS-PFC-MAX                      PIC S9(5)   COMP VALUE +5000.
012700 77  WS-DEP-MAX                      PIC S9(5)   COMP VALUE +2000.
012800 77  WS-ACT-MAX                      PIC S9(5)   COMP
012900                                                 VALUE +10000.
013000 77  WS-PFC-FILE-STATUS              PIC X(2)    VALUE SPACES.
013100     88  WS-88-PFC-NOT-FOUND         VALUE '05' '35'.
013200 77  WS-MNT-FILE-STATUS              PIC X(2)    VALUE SPACES.
013300     88  WS-88-MNT-NOT-FOUND         VALUE '05' '35'.
013400 77  WS-AGG-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500     88  WS-88-AGG-NOT-FOUND         VALUE '05' '35'.
013600 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
013700 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013800     03  WS-RUN-YR                   PIC 99.
013900     03  WS-RUN-MO                   PIC 99.
014000     03  WS-RUN-DA                   PIC 99.
014100 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
014200 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
014300     03  WS-WORK-YR                  PIC 99.
014400     03  WS-WORK-MO                  PIC 99.
014500     03  WS-WORK-DA                  PIC 99.
014600 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014700 01  WS-MONTH-DAYS-LIST              PIC X(24)   VALUE
014800     '312831303130313130313031'.
014900 01  FILLER REDEFINES WS-MONTH-DAYS-LIST.
015000     03  WS-MONTH-DAYS               PIC 99      OCCURS 12 TIMES.
015100 01  WS-LAST-DAY                     PIC 99      VALUE 0.
015200 01  WS-LEAP-QUOT                    PIC 9(3)    VALUE 0.
015300 01  WS-LEAP-REM                     PIC 9       VALUE 0.
015400 01  WS-PUBLIC-TAX-CODES             PIC X(5)    VALUE 'G'.
015500 01  WS-PUBLIC-PROF-CODES            PIC X(5)    VALUE 'P'.
015600 01  WS-OWNING-AREA                  PIC X(8)    VALUE 'TREASURY'.
015700 01  WS-SWITCHES.
015800     03  WS-PFC-EOF-SW               PIC X(1)    VALUE 'N'.
015900         88  WS-88-PFC-EOF           VALUE 'Y'.
016000     03  WS-MNT-EOF-SW               PIC X(1)    VALUE 'N'.
016100         88  WS-88-MNT-EOF           VALUE 'Y'.
016200     03  WS-AGG-EOF-SW               PIC X(1)    VALUE 'N'.
016300         88  WS-88-AGG-EOF           VALUE 'Y'.
016400     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
016500         88  WS-88-SORT-EOF          VALUE 'Y'.
016600     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
016700         88  WS-88-MASTER-EOF        VALUE 'Y'.
016800     03  WS-ENTRY-FOUND-SW           PIC X(1)    VALUE 'N'.
016900         88  WS-88-ENTRY-FOUND       VALUE 'Y'.
017000     03  WS-DEP-FOUND-SW             PIC X(1)    VALUE 'N'.
017100         88  WS-88-DEP-FOUND         VALUE 'Y'.
017200     03  WS-PUBLIC-SW                PIC X(1)    VALUE 'N'.
017300         88  WS-88-PUBLIC            VALUE 'Y'.
017400     03  WS-MONTH-END-SW             PIC X(1)    VALUE 'N'.
017500         88  WS-88-MONTH-END         VALUE 'Y'.
017525     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
017550         88  WS-88-TABLE-FULL        VALUE 'Y'.
017600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017700 01  WS-LINE-SUB                     PIC S9(5)   COMP VALUE 0.
017800 01  WS-NAME-SUB                     PIC S9(5)   COMP VALUE 0.
017900 01  WS-PFC-SUB                      PIC S9(5)   COMP VALUE 0.
018000 01  WS-PFC-COUNT                    PIC S9(5)   COMP VALUE 0.
018100 01  WS-DEP-SUB                      PIC S9(5)   COMP VALUE 0.
018200 01  WS-DEP-COUNT                    PIC S9(5)   COMP VALUE 0.
018300 01  WS-ACT-COUNT                    PIC S9(5)   COMP VALUE 0.
018400 01  WS-SEARCH-TAX-ID                PIC X(11)   VALUE SPACES.
018500 01  WS-SEARCH-SECURITY-ID           PIC X(12)   VALUE SPACES.
018600 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
018700 01  WS-COLL-VALUE                   PIC S9(13)V99 COMP-3 VALUE 0.
018800 01  WS-DEP-COLLATERAL               PIC S9(15)V99 COMP-3 VALUE 0.
018900 01  WS-DEP-EXCESS                   PIC S9(15)V99 COMP-3 VALUE 0.
019000 01  WS-MSG-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
019100     EJECT
019200*----------------------------------------------------------------*
019300*    THE COLLATERAL MASTER, HELD FOR THE RUN.  THE ENTRY LAYOUT  *
019400*    IS IMWSPFCL FIELD FOR FIELD WITH AN ENTRY STATUS ('A'       *
019500*    ACTIVE, 'D' RELEASED BY MAINTENANCE) AND A SWITCH SET WHEN  *
019600*    THE PLEDGE IS MATCHED TO A PUBLIC DEPOSITOR.                *
019700*----------------------------------------------------------------*
019800 01  WS-PFC-TABLE.
019900     03  WS-PFC-ENTRY OCCURS 5000 TIMES
020000                      INDEXED BY PFX.
020100         05  WS-PFC-TAX-ID           PIC X(11).
020200         05  WS-PFC-SECURITY-ID      PIC X(12).
020300         05  WS-PFC-SECURITY-DESC    PIC X(20).
020400         05  WS-PFC-PAR-AMOUNT       PIC 9(11)V99.
020500         05  WS-PFC-MARKET-VALUE     PIC 9(11)V99.
020600         05  WS-PFC-HAIRCUT-PCT      PIC 9(2)V99.
020700         05  WS-PFC-PLEDGEE          PIC X(20).
020800         05  WS-PFC-DATE-PLEDGED     PIC 9(6).
020900         05  WS-PFC-VALUE-DATE       PIC 9(6).
021000         05  WS-PFC-OPER-ID          PIC X(5).
021100         05  WS-PFC-STATUS           PIC X.
021200         05  WS-PFC-MATCHED-SW       PIC X.
021300     EJECT
021400*----------------------------------------------------------------*
021500*    THE PUBLIC DEPOSITORS, ONE ENTRY PER TAX ID, WITH THE NAME  *
021600*    AND ADDRESS OF ITS FIRST ACCOUNT, AND THE PUBLIC ACCOUNTS   *
021700*    UNDER THEM FOR THE STATEMENTS.                              *
021800*----------------------------------------------------------------*
021900 01  WS-DEP-TABLE.
022000     03  WS-DEP-ENTRY OCCURS 2000 TIMES
022100                      INDEXED BY DPX.
022200         05  WS-DEP-TAX-ID           PIC X(11).
022300         05  WS-DEP-NAME-CNT         PIC S9(3)   COMP-3.
022400         05  WS-DEP-NAME-LINE        PIC X(40)   OCCURS 4 TIMES.
022500         05  WS-DEP-ACCT-CNT         PIC S9(5)   COMP-3.
022600         05  WS-DEP-BALANCE          PIC S9(15)V99 COMP-3.
022700         05  WS-DEP-AGG-SW           PIC X.
022800         05  WS-DEP-INSURED          PIC S9(15)V99 COMP-3.
022900         05  WS-DEP-UNINSURED        PIC S9(15)V99 COMP-3.
023000 01  WS-ACT-TABLE.
023100     03  WS-ACT-ENTRY OCCURS 10000 TIMES
023200                      INDEXED BY ACX.
023300         05  WS-ACT-DEP-SUB          PIC S9(5)   COMP.
023400         05  WS-ACT-ACCOUNT          PIC X(22).
023500         05  WS-ACT-BALANCE          PIC S9(13)V99 COMP-3.
023600     EJECT
023700 01  WS-TOTALS.
023800     03  WS-TOT-RECORDS-IN           PIC 9(7)    COMP VALUE 0.
023900     03  WS-TOT-RECORDS-OUT          PIC 9(7)    COMP VALUE 0.
024000     03  WS-TOT-MAINT-APPLIED        PIC 9(7)    COMP VALUE 0.
024100     03  WS-TOT-MAINT-REJECTED       PIC 9(7)    COMP VALUE 0.
024200     03  WS-TOT-ACCTS-READ           PIC 9(7)    COMP VALUE 0.
024300     03  WS-TOT-PUBLIC-ACCTS         PIC 9(7)    COMP VALUE 0.
024400     03  WS-TOT-DEPOSITORS           PIC 9(7)    COMP VALUE 0.
024500     03  WS-TOT-NOT-LISTED           PIC 9(7)    COMP VALUE 0.
024600     03  WS-TOT-NO-AGGREGATE         PIC 9(7)    COMP VALUE 0.
024700     03  WS-TOT-COVERED              PIC 9(7)    COMP VALUE 0.
024800     03  WS-TOT-SHORTFALL            PIC 9(7)    COMP VALUE 0.
024900     03  WS-TOT-ALERTS               PIC 9(7)    COMP VALUE 0.
025000     03  WS-TOT-ORPHANS              PIC 9(7)    COMP VALUE 0.
025100     03  WS-TOT-STATEMENTS           PIC 9(7)    COMP VALUE 0.
025200     03  WS-TOT-PUBLIC-BAL           PIC S9(15)V99 COMP-3 VALUE 0.
025300     03  WS-TOT-UNINSURED            PIC S9(15)V99 COMP-3 VALUE 0.
025400     03  WS-TOT-COLLATERAL           PIC S9(15)V99 COMP-3 VALUE 0.
025500     03  WS-TOT-SHORT-AMT            PIC S9(15)V99 COMP-3 VALUE 0.
025600     EJECT
025700 01  WS-REPORT-TITLE.
025800     03  FILLER                      PIC X(48)   VALUE
025900         'IMPFCMON - PUBLIC FUNDS COLLATERAL MONITOR      '.
026000     03  FILLER                      PIC X(9)    VALUE
026100         'RUN DATE '.
026200     03  TTL-RUN-DATE                PIC X(8).
026300     03  FILLER                      PIC X(68)   VALUE SPACES.
026400 01  WS-SECTION-LINE.
026500     03  FILLER                      PIC X(4)    VALUE SPACES.
026600     03  SEC-TITLE                   PIC X(40).
026700     03  FILLER                      PIC X(89)   VALUE SPACES.
026800 01  WS-MASTER-HEAD.
026900     03  FILLER                      PIC X(4)    VALUE SPACES.
027000     03  FILLER                      PIC X(50)   VALUE
027100         'TAX ID      SECURITY     DESCRIPTION          MARK'.
027200     03  FILLER                      PIC X(50)   VALUE
027300         'ET VALUE HAIRC   COLLAT VALUE  PLEDGEE            '.
027400     03  FILLER                      PIC X(29)   VALUE
027500         '  OPER  DISPOSITION          '.
027600 01  WS-DETAIL-LINE.
027700     03  FILLER                      PIC X(4)    VALUE SPACES.
027800     03  DTL-TAX-ID                  PIC X(11).
027900     03  FILLER                      PIC X(1)    VALUE SPACES.
028000     03  DTL-SECURITY-ID             PIC X(12).
028100     03  FILLER                      PIC X(1)    VALUE SPACES.
028200     03  DTL-SECURITY-DESC           PIC X(18).
028300     03  FILLER                      PIC X(1)    VALUE SPACES.
028400     03  DTL-MARKET-VALUE            PIC ZZ,ZZZ,ZZ9.99
028500                                     BLANK WHEN ZERO.
028600     03  FILLER                      PIC X(2)    VALUE SPACES.
028700     03  DTL-HAIRCUT-PCT             PIC Z9.99
028800                                     BLANK WHEN ZERO.
028900     03  FILLER                      PIC X(1)    VALUE SPACES.
029000     03  DTL-COLL-VALUE              PIC ZZZ,ZZZ,ZZ9.99
029100                                     BLANK WHEN ZERO.
029200     03  FILLER                      PIC X(2)    VALUE SPACES.
029300     03  DTL-PLEDGEE                 PIC X(20).
029400     03  FILLER                      PIC X(1)    VALUE SPACES.
029500     03  DTL-OPER-ID                 PIC X(5).
029600     03  FILLER                      PIC X(1)    VALUE SPACES.
029700     03  DTL-DISPOSITION             PIC X(21).
029800     03  FILLER                      PIC X(1)    VALUE SPACES.
029900 01  WS-COVERAGE-HEAD.
030000     03  FILLER                      PIC X(4)    VALUE SPACES.
030100     03  FILLER                      PIC X(50)   VALUE
030200         'TAX ID      DEPOSITOR                ACT        BA'.
030300     03  FILLER                      PIC X(50)   VALUE
030400         'LANCE        INSURED      UNINSURED     COLLATERAL'.
030500     03  FILLER                      PIC X(29)   VALUE
030600         '  EXCESS/SHORT   STATUS      '.
030700 01  WS-COVERAGE-LINE.
030800     03  FILLER                      PIC X(4)    VALUE SPACES.
030900     03  CVG-TAX-ID                  PIC X(11).
031000     03  FILLER                      PIC X(1)    VALUE SPACES.
031100     03  CVG-NAME                    PIC X(24).
031200     03  FILLER                      PIC X(1)    VALUE SPACES.
031300     03  CVG-ACCT-CNT                PIC ZZ9.
031400     03  FILLER                      PIC X(1)    VALUE SPACES.
031500     03  CVG-BALANCE                 PIC ZZZ,ZZZ,ZZ9.99.
031600     03  FILLER                      PIC X(1)    VALUE SPACES.
031700     03  CVG-INSURED                 PIC ZZZ,ZZZ,ZZ9.99.
031800     03  FILLER                      PIC X(1)    VALUE SPACES.
031900     03  CVG-UNINSURED               PIC ZZZ,ZZZ,ZZ9.99.
032000     03  FILLER                      PIC X(1)    VALUE SPACES.
032100     03  CVG-COLLATERAL              PIC ZZZ,ZZZ,ZZ9.99.
032200     03  FILLER                      PIC X(1)    VALUE SPACES.
032300     03  CVG-EXCESS                  PIC ZZZ,ZZZ,ZZ9.99-.
032400     03  FILLER                      PIC X(1)    VALUE SPACES.
032500     03  CVG-STATUS                  PIC X(12).
032600     03  FILLER                      PIC X(1)    VALUE SPACES.
032700 01  WS-SUMMARY-LINE.
032800     03  FILLER                      PIC X(4)    VALUE SPACES.
032900     03  SUM-LIT                     PIC X(34).
033000     03  SUM-COUNT                   PIC ZZZ,ZZ9.
033100     03  FILLER                      PIC X(88)   VALUE SPACES.
033200 01  WS-SUMMARY-AMT-LINE.
033300     03  FILLER                      PIC X(4)    VALUE SPACES.
033400     03  SUMA-LIT                    PIC X(34).
033500     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
033600     03  FILLER                      PIC X(79)   VALUE SPACES.
033610 01  WS-ABORT-LINE.
033620     03  FILLER                      PIC X(4)    VALUE SPACES.
033630     03  FILLER                      PIC X(50)   VALUE
033640         'PLEDGED COLLATERAL MASTER EXCEEDS THE TABLE - RUN '.
033650     03  FILLER                      PIC X(50)   VALUE
033660         'STOPPED, NO MASTER OR STATEMENT WRITTEN           '.
033670     03  FILLER                      PIC X(29)   VALUE SPACES.
033700 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
033800     EJECT
033900*----------------------------------------------------------------*
034000*    THE DEPOSITOR STATEMENT LINES.                              *
034100*----------------------------------------------------------------*
034200 01  WS-STM-TITLE.
034300     03  FILLER                      PIC X(4)    VALUE SPACES.
034400     03  FILLER                      PIC X(40)   VALUE
034500         'PUBLIC FUNDS COLLATERAL STATEMENT AS OF '.
034600     03  STT-AS-OF-DATE              PIC X(8).
034700     03  FILLER                      PIC X(81)   VALUE SPACES.
034800 01  WS-STM-TEXT-LINE.
034900     03  FILLER                      PIC X(4)    VALUE SPACES.
035000     03  STX-TEXT                    PIC X(40).
035100     03  FILLER                      PIC X(89)   VALUE SPACES.
035200 01  WS-STM-TAX-LINE.
035300     03  FILLER                      PIC X(4)    VALUE SPACES.
035400     03  FILLER                      PIC X(20)   VALUE
035500         'TAX ID              '.
035600     03  STX-TAX-ID                  PIC X(11).
035700     03  FILLER                      PIC X(98)   VALUE SPACES.
035800 01  WS-STM-ACCT-HEAD.
035900     03  FILLER                      PIC X(4)    VALUE SPACES.
036000     03  FILLER                      PIC X(50)   VALUE
036100         'ACCOUNT                          BALANCE          '.
036200     03  FILLER                      PIC X(50)   VALUE SPACES.
036300     03  FILLER                      PIC X(29)   VALUE SPACES.
036400 01  WS-STM-ACCT-LINE.
036500     03  FILLER                      PIC X(4)    VALUE SPACES.
036600     03  STA-ACCOUNT                 PIC X(22).
036700     03  FILLER                      PIC X(1)    VALUE SPACES.
036800     03  STA-BALANCE                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
036900     03  FILLER                      PIC X(89)   VALUE SPACES.
037000 01  WS-STM-SEC-HEAD.
037100     03  FILLER                      PIC X(4)    VALUE SPACES.
037200     03  FILLER                      PIC X(50)   VALUE
037300         'SECURITY      DESCRIPTION               PAR AMOUNT'.
037400     03  FILLER                      PIC X(50)   VALUE
037500         '    MARKET VALUE  HAIRCUT   COLLATERAL VALUE  VALU'.
037600     03  FILLER                      PIC X(29)   VALUE
037700         'ED                           '.
037800 01  WS-STM-SEC-LINE.
037900     03  FILLER                      PIC X(4)    VALUE SPACES.
038000     03  STS-SECURITY-ID             PIC X(12).
038100     03  FILLER                      PIC X(2)    VALUE SPACES.
038200     03  STS-SECURITY-DESC           PIC X(20).
038300     03  FILLER                      PIC X(1)    VALUE SPACES.
038400     03  STS-PAR-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
038500     03  FILLER                      PIC X(2)    VALUE SPACES.
038600     03  STS-MARKET-VALUE            PIC ZZ,ZZZ,ZZ9.99.
038700     03  FILLER                      PIC X(4)    VALUE SPACES.
038800     03  STS-HAIRCUT-PCT             PIC Z9.99.
038900     03  FILLER                      PIC X(6)    VALUE SPACES.
039000     03  STS-COLL-VALUE              PIC ZZ,ZZZ,ZZ9.99.
039100     03  FILLER                      PIC X(2)    VALUE SPACES.
039200     03  STS-VALUE-DATE              PIC X(8).
039300     03  FILLER                      PIC X(28)   VALUE SPACES.
039400 01  WS-STM-AMT-LINE.
039500     03  FILLER                      PIC X(4)    VALUE SPACES.
039600     03  STM-LIT                     PIC X(34).
039700     03  STM-AMT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
039800     03  FILLER                      PIC X(78)   VALUE SPACES.
039900     EJECT
040000     COPY SIWSMESS.
040100     EJECT
040200 LINKAGE SECTION.
040300     COPY SIWSCNTL.
040400     EJECT
040500     COPY IMAWKMST.
040600     EJECT
040700     COPY IMWSENVO.
040800     EJECT
040900 PROCEDURE DIVISION.
041000*----------------------------------------------------------------*
041100 0000-MAINLINE.
041200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
041300     PERFORM 1200-LOAD-MASTER     THRU 1200-EXIT
041400         UNTIL WS-88-PFC-EOF.
041425     IF  WS-88-TABLE-FULL
041450         GO TO 0000-FINISH.
041500     MOVE 'MAINTENANCE APPLIED' TO SEC-TITLE.
041600     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
041700     PERFORM 2000-PROCESS-MAINT   THRU 2000-EXIT
041800         UNTIL WS-88-MNT-EOF.
041900     MOVE 'COLLATERAL MASTER AFTER MAINTENANCE' TO SEC-TITLE.
042000     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
042100     SORT PFC-SORT-FILE
042200         ON ASCENDING KEY SRT-TAX-ID SRT-SECURITY-ID
042300         INPUT PROCEDURE IS 3000-RELEASE-MASTER
042400         OUTPUT PROCEDURE IS 3500-PROOF-MASTER.
042500     PERFORM 4000-PROCESS-ACCOUNT THRU 4000-EXIT
042600         UNTIL WS-88-MASTER-EOF.
042700     PERFORM 4500-LOAD-AGGREGATE  THRU 4500-EXIT
042800         UNTIL WS-88-AGG-EOF.
042900     MOVE 'PUBLIC DEPOSIT COLLATERAL COVERAGE' TO SEC-TITLE.
043000     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
043100     MOVE SPACES TO PFC-RPT-LINE.
043200     MOVE WS-COVERAGE-HEAD TO PFC-RPT-LINE.
043300     WRITE PFC-RPT-LINE.
043400     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
043500     PERFORM 5000-CHECK-COVERAGE  THRU 5000-EXIT
043600         VARYING WS-DEP-SUB FROM 1 BY 1
043700         UNTIL WS-DEP-SUB GREATER THAN WS-DEP-COUNT.
043800     MOVE 'COLLATERAL WITH NO PUBLIC DEPOSITS' TO SEC-TITLE.
043900     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
044000     MOVE SPACES TO PFC-RPT-LINE.
044100     MOVE WS-MASTER-HEAD TO PFC-RPT-LINE.
044200     WRITE PFC-RPT-LINE.
044300     PERFORM 5800-LIST-ORPHAN     THRU 5800-EXIT
044400         VARYING WS-PFC-SUB FROM 1 BY 1
044500         UNTIL WS-PFC-SUB GREATER THAN WS-PFC-COUNT.
044550 0000-FINISH.
044600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
044625     IF  WS-88-TABLE-FULL
044650         MOVE 16 TO RETURN-CODE.
044700     GOBACK.
044800     EJECT
044900*----------------------------------------------------------------*
045000*    1000-INITIALIZE - PARAMETER CARD, FILE OPENS AND THE        *
045100*    MONTH-END TEST.  STATEMENTS ARE WRITTEN WHEN THE RUN DATE   *
045200*    IS THE LAST DAY OF ITS MONTH OR THE PARAMETER CARD FORCES   *
045300*    THEM.                                                       *
045400*----------------------------------------------------------------*
045500 1000-INITIALIZE.
045600     OPEN INPUT PFP-PARM-FILE.
045700     READ PFP-PARM-FILE
045800         AT END MOVE SPACES TO PFP-PARM-RECORD.
045900     CLOSE PFP-PARM-FILE.
046000     IF  PFP-RUN-DATE NUMERIC
046100     AND PFP-RUN-DATE GREATER THAN ZERO
046200         MOVE PFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
046300     ELSE
046400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
046500     IF  PFP-PUBLIC-TAX-CODES NOT EQUAL SPACES
046600     AND PFP-PUBLIC-TAX-CODES NOT EQUAL LOW-VALUES
046700         MOVE PFP-PUBLIC-TAX-CODES TO WS-PUBLIC-TAX-CODES.
046800     IF  PFP-PUBLIC-PROF-CODES NOT EQUAL SPACES
046900     AND PFP-PUBLIC-PROF-CODES NOT EQUAL LOW-VALUES
047000         MOVE PFP-PUBLIC-PROF-CODES TO WS-PUBLIC-PROF-CODES.
047100     IF  PFP-OWNING-AREA NOT EQUAL SPACES
047200     AND PFP-OWNING-AREA NOT EQUAL LOW-VALUES
047300         MOVE PFP-OWNING-AREA TO WS-OWNING-AREA.
047400     MOVE 31 TO WS-LAST-DAY.
047500     IF  WS-RUN-MO GREATER THAN ZERO
047600     AND WS-RUN-MO LESS THAN 13
047700         MOVE WS-MONTH-DAYS (WS-RUN-MO) TO WS-LAST-DAY.
047800     DIVIDE WS-RUN-YR BY 4 GIVING WS-LEAP-QUOT
047900         REMAINDER WS-LEAP-REM.
048000     IF  WS-RUN-MO EQUAL 2
048100     AND WS-LEAP-REM EQUAL ZERO
048200         MOVE 29 TO WS-LAST-DAY.
048300     IF  WS-RUN-DA EQUAL WS-LAST-DAY
048400     OR  PFP-88-FORCE-STATEMENTS
048500         MOVE 'Y' TO WS-MONTH-END-SW.
048600     OPEN INPUT  PFC-MASTER-IN.
048700     IF  WS-88-PFC-NOT-FOUND
048800         MOVE 'Y' TO WS-PFC-EOF-SW.
048900     OPEN INPUT  PFC-MAINT-FILE.
049000     IF  WS-88-MNT-NOT-FOUND
049100         MOVE 'Y' TO WS-MNT-EOF-SW.
049200     OPEN INPUT  INS-AGGR-FILE.
049300     IF  WS-88-AGG-NOT-FOUND
049400         MOVE 'Y' TO WS-AGG-EOF-SW.
049500     OPEN OUTPUT PFC-STATEMENT.
049600     OPEN OUTPUT PFC-RPT.
049700     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
049800     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
049900     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
050000     MOVE WS-EDIT-DATE TO STT-AS-OF-DATE.
050100     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
050200     MOVE SPACES TO PFC-RPT-LINE.
050300     MOVE WS-REPORT-TITLE TO PFC-RPT-LINE.
050400     WRITE PFC-RPT-LINE.
050500     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
050600     MOVE SPACES TO PFC-RPT-LINE.
050700     MOVE WS-MASTER-HEAD TO PFC-RPT-LINE.
050800     WRITE PFC-RPT-LINE.
050900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
051000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
051100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
051200     MOVE 'I' TO I-O-CONTROL-ACCESS.
051300     MOVE -1  TO I-O-SEND-CODE.
051400     CALL 'IMACTM' USING I-O-CONTROL-AREA
051500                         MASTER-AREA
051600                         SI-ENVIRONMENT-AREA.
051700 1000-EXIT. EXIT.
051800 1200-LOAD-MASTER.
051900     READ PFC-MASTER-IN
052000         AT END MOVE 'Y' TO WS-PFC-EOF-SW
052100                GO TO 1200-EXIT.
052200     IF  WS-PFC-COUNT NOT LESS THAN WS-PFC-MAX
052225         MOVE SPACES TO PFC-RPT-LINE
052250         MOVE WS-ABORT-LINE TO PFC-RPT-LINE
052275         WRITE PFC-RPT-LINE
052300         MOVE 'Y' TO WS-TABLE-FULL-SW
052325         MOVE 'Y' TO WS-PFC-EOF-SW
052350         GO TO 1200-EXIT.
052400     ADD 1 TO WS-PFC-COUNT.
052500     ADD 1 TO WS-TOT-RECORDS-IN.
052600     SET PFX TO WS-PFC-COUNT.
052700     MOVE PCL-TAX-ID        TO WS-PFC-TAX-ID (PFX).
052800     MOVE PCL-SECURITY-ID   TO WS-PFC-SECURITY-ID (PFX).
052900     MOVE PCL-SECURITY-DESC TO WS-PFC-SECURITY-DESC (PFX).
053000     MOVE PCL-PAR-AMOUNT    TO WS-PFC-PAR-AMOUNT (PFX).
053100     MOVE PCL-MARKET-VALUE  TO WS-PFC-MARKET-VALUE (PFX).
053200     MOVE PCL-HAIRCUT-PCT   TO WS-PFC-HAIRCUT-PCT (PFX).
053300     MOVE PCL-PLEDGEE       TO WS-PFC-PLEDGEE (PFX).
053400     MOVE PCL-DATE-PLEDGED  TO WS-PFC-DATE-PLEDGED (PFX).
053500     MOVE PCL-VALUE-DATE    TO WS-PFC-VALUE-DATE (PFX).
053600     MOVE PCL-OPER-ID       TO WS-PFC-OPER-ID (PFX).
053700     MOVE 'A'               TO WS-PFC-STATUS (PFX).
053800     MOVE 'N'               TO WS-PFC-MATCHED-SW (PFX).
053900 1200-EXIT. EXIT.
054000     EJECT
054100*----------------------------------------------------------------*
054200*    2000-PROCESS-MAINT - ONE MAINTENANCE CARD UNDER EDIT.  'A'  *
054300*    ADDS A PLEDGE FOR A TAX ID AND SECURITY NOT YET PLEDGED,    *
054400*    'C' REPLACES THE DESCRIPTION, PAR, MARKET VALUE, HAIRCUT    *
054500*    AND PLEDGEE OF A PLEDGE, 'V' REVALUES IT AT A NEW MARKET    *
054600*    VALUE (AND HAIRCUT WHEN ONE IS GIVEN) AS OF THE RUN DATE,   *
054700*    AND 'D' RELEASES IT.  EVERY CARD MUST CARRY THE OPERATOR    *
054800*    ID.                                                         *
054900*----------------------------------------------------------------*
055000 2000-PROCESS-MAINT.
055100     READ PFC-MAINT-FILE
055200         AT END MOVE 'Y' TO WS-MNT-EOF-SW
055300                GO TO 2000-EXIT.
055400     MOVE SPACES TO WS-DETAIL-LINE.
055500     MOVE PFM-TAX-ID        TO DTL-TAX-ID.
055600     MOVE PFM-SECURITY-ID   TO DTL-SECURITY-ID.
055700     MOVE PFM-SECURITY-DESC TO DTL-SECURITY-DESC.
055800     MOVE PFM-PLEDGEE       TO DTL-PLEDGEE.
055900     MOVE PFM-OPER-ID       TO DTL-OPER-ID.
056000     MOVE ZERO TO DTL-MARKET-VALUE DTL-HAIRCUT-PCT DTL-COLL-VALUE.
056100     IF  PFM-PAR-AMOUNT-X EQUAL SPACES
056200         MOVE ZERO TO PFM-PAR-AMOUNT.
056300     IF  PFM-MARKET-VALUE NUMERIC
056400         MOVE PFM-MARKET-VALUE TO DTL-MARKET-VALUE.
056500     IF  PFM-HAIRCUT-PCT NUMERIC
056600         MOVE PFM-HAIRCUT-PCT TO DTL-HAIRCUT-PCT.
056700     IF  PFM-OPER-ID EQUAL SPACES
056800         MOVE 'REJECTED - NO OPER ID' TO DTL-DISPOSITION
056900         GO TO 2000-REJECT.
057000     IF  PFM-TAX-ID EQUAL SPACES
057100         MOVE 'REJECTED - NO TAX ID' TO DTL-DISPOSITION
057200         GO TO 2000-REJECT.
057300     IF  PFM-SECURITY-ID EQUAL SPACES
057400         MOVE 'REJECTED - NO SEC ID' TO DTL-DISPOSITION
057500         GO TO 2000-REJECT.
057600     MOVE PFM-TAX-ID      TO WS-SEARCH-TAX-ID.
057700     MOVE PFM-SECURITY-ID TO WS-SEARCH-SECURITY-ID.
057800     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
057900     IF  PFM-88-ADD
058000         PERFORM 2100-PLEDGE-ADD THRU 2100-EXIT
058100     ELSE
058200     IF  PFM-88-CHANGE
058300         PERFORM 2200-PLEDGE-CHANGE THRU 2200-EXIT
058400     ELSE
058500     IF  PFM-88-REVALUE
058600         PERFORM 2300-PLEDGE-REVALUE THRU 2300-EXIT
058700     ELSE
058800     IF  PFM-88-RELEASE
058900         PERFORM 2400-PLEDGE-RELEASE THRU 2400-EXIT
059000     ELSE
059100         MOVE 'REJECTED - FUNCTION' TO DTL-DISPOSITION.
059200     IF  DTL-DISPOSITION (1:8) EQUAL 'REJECTED'
059300         GO TO 2000-REJECT.
059400     ADD 1 TO WS-TOT-MAINT-APPLIED.
059500     GO TO 2000-PRINT.
059600 2000-REJECT.
059700     ADD 1 TO WS-TOT-MAINT-REJECTED.
059800 2000-PRINT.
059900     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
060000 2000-EXIT. EXIT.
060100     EJECT
060200 2100-PLEDGE-ADD.
060300     IF  WS-88-ENTRY-FOUND
060400         MOVE 'REJECTED - DUPLICATE' TO DTL-DISPOSITION
060500         GO TO 2100-EXIT.
060600     PERFORM 2800-EDIT-VALUES THRU 2800-EXIT.
060700     IF  DTL-DISPOSITION NOT EQUAL SPACES
060800         GO TO 2100-EXIT.
060900     IF  WS-PFC-COUNT NOT LESS THAN WS-PFC-MAX
061000         MOVE 'REJECTED - TABLE FULL' TO DTL-DISPOSITION
061100         GO TO 2100-EXIT.
061200     ADD 1 TO WS-PFC-COUNT.
061300     MOVE WS-PFC-COUNT TO WS-PFC-SUB.
061400     SET PFX TO WS-PFC-SUB.
061500     MOVE SPACES                TO WS-PFC-ENTRY (PFX).
061600     MOVE PFM-TAX-ID            TO WS-PFC-TAX-ID (PFX).
061700     MOVE PFM-SECURITY-ID       TO WS-PFC-SECURITY-ID (PFX).
061800     MOVE WS-RUN-DATE-YYMMDD    TO WS-PFC-DATE-PLEDGED (PFX).
061900     MOVE 'A'                   TO WS-PFC-STATUS (PFX).
062000     MOVE 'N'                   TO WS-PFC-MATCHED-SW (PFX).
062100     PERFORM 2850-MOVE-VALUES THRU 2850-EXIT.
062200     MOVE 'PLEDGE ADDED' TO DTL-DISPOSITION.
062300 2100-EXIT. EXIT.
062400 2200-PLEDGE-CHANGE.
062500     IF  NOT WS-88-ENTRY-FOUND
062600         MOVE 'REJECTED - NOT FOUND' TO DTL-DISPOSITION
062700         GO TO 2200-EXIT.
062800     PERFORM 2800-EDIT-VALUES THRU 2800-EXIT.
062900     IF  DTL-DISPOSITION NOT EQUAL SPACES
063000         GO TO 2200-EXIT.
063100     PERFORM 2850-MOVE-VALUES THRU 2850-EXIT.
063200     MOVE 'PLEDGE CHANGED' TO DTL-DISPOSITION.
063300 2200-EXIT. EXIT.
063400 2300-PLEDGE-REVALUE.
063500     IF  NOT WS-88-ENTRY-FOUND
063600         MOVE 'REJECTED - NOT FOUND' TO DTL-DISPOSITION
063700         GO TO 2300-EXIT.
063800     IF  PFM-MARKET-VALUE NOT NUMERIC
063900         MOVE 'REJECTED - BAD VALUE' TO DTL-DISPOSITION
064000         GO TO 2300-EXIT.
064100     IF  PFM-HAIRCUT-PCT-X EQUAL SPACES
064200         SET PFX TO WS-PFC-SUB
064300         MOVE WS-PFC-HAIRCUT-PCT (PFX) TO PFM-HAIRCUT-PCT.
064400     IF  PFM-HAIRCUT-PCT NOT NUMERIC
064500         MOVE 'REJECTED - BAD VALUE' TO DTL-DISPOSITION
064600         GO TO 2300-EXIT.
064700     IF  PFM-HAIRCUT-PCT NOT LESS THAN 99.99
064800         MOVE 'REJECTED - HAIRCUT' TO DTL-DISPOSITION
064900         GO TO 2300-EXIT.
065000     SET PFX TO WS-PFC-SUB.
065100     MOVE PFM-MARKET-VALUE   TO WS-PFC-MARKET-VALUE (PFX).
065200     MOVE PFM-HAIRCUT-PCT    TO WS-PFC-HAIRCUT-PCT (PFX).
065300     MOVE WS-RUN-DATE-YYMMDD TO WS-PFC-VALUE-DATE (PFX).
065400     MOVE PFM-OPER-ID        TO WS-PFC-OPER-ID (PFX).
065500     MOVE PFM-HAIRCUT-PCT    TO DTL-HAIRCUT-PCT.
065600     PERFORM 7050-COLLATERAL-VALUE THRU 7050-EXIT.
065700     MOVE WS-COLL-VALUE TO DTL-COLL-VALUE.
065800     MOVE 'PLEDGE REVALUED' TO DTL-DISPOSITION.
065900 2300-EXIT. EXIT.
066000 2400-PLEDGE-RELEASE.
066100     IF  NOT WS-88-ENTRY-FOUND
066200         MOVE 'REJECTED - NOT FOUND' TO DTL-DISPOSITION
066300         GO TO 2400-EXIT.
066400     SET PFX TO WS-PFC-SUB.
066500     MOVE 'D' TO WS-PFC-STATUS (PFX).
066600     MOVE 'PLEDGE RELEASED' TO DTL-DISPOSITION.
066700 2400-EXIT. EXIT.
066800     EJECT
066900*----------------------------------------------------------------*
067000*    2800-EDIT-VALUES - THE PAR AMOUNT AND MARKET VALUE MUST BE  *
067100*    NUMERIC, THE MARKET VALUE ABOVE ZERO, AND THE HAIRCUT       *
067200*    (BLANK IS NONE) UNDER 99.99 PERCENT.  DTL-DISPOSITION IS    *
067300*    LEFT AT SPACES WHEN THE CARD PASSES.                        *
067400*----------------------------------------------------------------*
067500 2800-EDIT-VALUES.
067600     IF  PFM-HAIRCUT-PCT-X EQUAL SPACES
067700         MOVE ZERO TO PFM-HAIRCUT-PCT.
067800     IF  PFM-PAR-AMOUNT NOT NUMERIC
067900     OR  PFM-MARKET-VALUE NOT NUMERIC
068000     OR  PFM-HAIRCUT-PCT NOT NUMERIC
068100         MOVE 'REJECTED - BAD VALUE' TO DTL-DISPOSITION
068200         GO TO 2800-EXIT.
068300     IF  PFM-MARKET-VALUE NOT GREATER THAN ZERO
068400         MOVE 'REJECTED - BAD VALUE' TO DTL-DISPOSITION
068500         GO TO 2800-EXIT.
068600     IF  PFM-HAIRCUT-PCT NOT LESS THAN 99.99
068700         MOVE 'REJECTED - HAIRCUT' TO DTL-DISPOSITION
068800         GO TO 2800-EXIT.
068900 2800-EXIT. EXIT.
069000 2850-MOVE-VALUES.
069100     SET PFX TO WS-PFC-SUB.
069200     MOVE PFM-SECURITY-DESC  TO WS-PFC-SECURITY-DESC (PFX).
069300     MOVE PFM-PAR-AMOUNT     TO WS-PFC-PAR-AMOUNT (PFX).
069400     MOVE PFM-MARKET-VALUE   TO WS-PFC-MARKET-VALUE (PFX).
069500     MOVE PFM-HAIRCUT-PCT    TO WS-PFC-HAIRCUT-PCT (PFX).
069600     MOVE PFM-PLEDGEE        TO WS-PFC-PLEDGEE (PFX).
069700     MOVE WS-RUN-DATE-YYMMDD TO WS-PFC-VALUE-DATE (PFX).
069800     MOVE PFM-OPER-ID        TO WS-PFC-OPER-ID (PFX).
069900     MOVE PFM-HAIRCUT-PCT    TO DTL-HAIRCUT-PCT.
070000     PERFORM 7050-COLLATERAL-VALUE THRU 7050-EXIT.
070100     MOVE WS-COLL-VALUE TO DTL-COLL-VALUE.
070200 2850-EXIT. EXIT.
070300*----------------------------------------------------------------*
070400*    2900-FIND-ENTRY - THE ACTIVE PLEDGE FOR WS-SEARCH-TAX-ID    *
070500*    AND WS-SEARCH-SECURITY-ID.                                  *
070600*----------------------------------------------------------------*
070700 2900-FIND-ENTRY.
070800     MOVE 'N'  TO WS-ENTRY-FOUND-SW.
070900     MOVE ZERO TO WS-PFC-SUB.
071000     PERFORM 2910-SCAN-ENTRY THRU 2910-EXIT
071100         VARYING WS-SUB FROM 1 BY 1
071200         UNTIL WS-SUB GREATER THAN WS-PFC-COUNT
071300            OR WS-88-ENTRY-FOUND.
071400 2900-EXIT. EXIT.
071500 2910-SCAN-ENTRY.
071600     SET PFX TO WS-SUB.
071700     IF  WS-PFC-TAX-ID (PFX) EQUAL WS-SEARCH-TAX-ID
071800     AND WS-PFC-SECURITY-ID (PFX) EQUAL WS-SEARCH-SECURITY-ID
071900     AND WS-PFC-STATUS (PFX) EQUAL 'A'
072000         MOVE 'Y' TO WS-ENTRY-FOUND-SW
072100         MOVE WS-SUB TO WS-PFC-SUB.
072200 2910-EXIT. EXIT.
072300     EJECT
072400*----------------------------------------------------------------*
072500*    3000-RELEASE-MASTER - SORT INPUT PROCEDURE.  EVERY ACTIVE   *
072600*    PLEDGE IS RELEASED IN THE IMWSPFCL LAYOUT SO THE NEW MASTER *
072700*    COMES OUT IN TAX ID AND SECURITY ORDER.                     *
072800*----------------------------------------------------------------*
072900 3000-RELEASE-MASTER.
073000     PERFORM 3100-RELEASE-ENTRY THRU 3100-EXIT
073100         VARYING WS-SUB FROM 1 BY 1
073200         UNTIL WS-SUB GREATER THAN WS-PFC-COUNT.
073300 3000-EXIT. EXIT.
073400 3100-RELEASE-ENTRY.
073500     SET PFX TO WS-SUB.
073600     IF  WS-PFC-STATUS (PFX) NOT EQUAL 'A'
073700         GO TO 3100-EXIT.
073800     MOVE SPACES TO PLEDGED-COLLATERAL-RECORD.
073900     MOVE WS-PFC-TAX-ID (PFX)        TO PCL-TAX-ID.
074000     MOVE WS-PFC-SECURITY-ID (PFX)   TO PCL-SECURITY-ID.
074100     MOVE WS-PFC-SECURITY-DESC (PFX) TO PCL-SECURITY-DESC.
074200     MOVE WS-PFC-PAR-AMOUNT (PFX)    TO PCL-PAR-AMOUNT.
074300     MOVE WS-PFC-MARKET-VALUE (PFX)  TO PCL-MARKET-VALUE.
074400     MOVE WS-PFC-HAIRCUT-PCT (PFX)   TO PCL-HAIRCUT-PCT.
074500     MOVE WS-PFC-PLEDGEE (PFX)       TO PCL-PLEDGEE.
074600     MOVE WS-PFC-DATE-PLEDGED (PFX)  TO PCL-DATE-PLEDGED.
074700     MOVE WS-PFC-VALUE-DATE (PFX)    TO PCL-VALUE-DATE.
074800     MOVE WS-PFC-OPER-ID (PFX)       TO PCL-OPER-ID.
074900     MOVE PLEDGED-COLLATERAL-RECORD TO PFC-SORT-RECORD.
075000     RELEASE PFC-SORT-RECORD.
075100 3100-EXIT. EXIT.
075200     EJECT
075300*----------------------------------------------------------------*
075400*    3500-PROOF-MASTER - SORT OUTPUT PROCEDURE.  EACH RECORD IS  *
075500*    WRITTEN TO THE NEW MASTER AND PRINTED ON THE PROOF, SO THE  *
075600*    PROOF IS THE MASTER AS WRITTEN.                             *
075700*----------------------------------------------------------------*
075800 3500-PROOF-MASTER.
075900     OPEN OUTPUT PFC-MASTER-OUT.
076000     MOVE 'N' TO WS-SORT-EOF-SW.
076100     PERFORM 3600-RETURN-MASTER THRU 3600-EXIT
076200         UNTIL WS-88-SORT-EOF.
076300     CLOSE PFC-MASTER-OUT.
076400 3500-EXIT. EXIT.
076500 3600-RETURN-MASTER.
076600     RETURN PFC-SORT-FILE INTO PLEDGED-COLLATERAL-RECORD
076700         AT END MOVE 'Y' TO WS-SORT-EOF-SW
076800                GO TO 3600-EXIT.
076900     MOVE PLEDGED-COLLATERAL-RECORD TO PFC-MASTER-OUT-REC.
077000     WRITE PFC-MASTER-OUT-REC.
077100     ADD 1 TO WS-TOT-RECORDS-OUT.
077200     PERFORM 7020-FORMAT-PLEDGE THRU 7020-EXIT.
077300     MOVE 'ON FILE' TO DTL-DISPOSITION.
077400     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
077500 3600-EXIT. EXIT.
077600     EJECT
077700*----------------------------------------------------------------*
077800*    4000-PROCESS-ACCOUNT - BROWSE THE MASTER.  AN OPEN ACCOUNT  *
077900*    WITH A PUBLIC UNIT TAX CODE OR PROFESSION CODE IS ADDED     *
078000*    UNDER ITS TAX ID; THE FIRST ACCOUNT OF A TAX ID GIVES THE   *
078100*    DEPOSITOR'S NAME AND ADDRESS.                               *
078200*----------------------------------------------------------------*
078300 4000-PROCESS-ACCOUNT.
078400     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
078500     MOVE -1   TO I-O-SEND-CODE.
078600     CALL 'IMACTM' USING I-O-CONTROL-AREA
078700                         MASTER-AREA
078800                         SI-ENVIRONMENT-AREA.
078900     IF  I-O-88-END-OF-FILE
079000         MOVE 'Y' TO WS-MASTER-EOF-SW
079100         GO TO 4000-EXIT.
079200     ADD 1 TO WS-TOT-ACCTS-READ.
079300     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
079400     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
079500     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
079600         GO TO 4000-EXIT.
079700     MOVE 'N' TO WS-PUBLIC-SW.
079800     PERFORM 4050-TEST-PUBLIC THRU 4050-EXIT
079900         VARYING WS-SUB FROM 1 BY 1
080000         UNTIL WS-SUB GREATER THAN 5
080100            OR WS-88-PUBLIC.
080200     IF  NOT WS-88-PUBLIC
080300         GO TO 4000-EXIT.
080400     ADD 1 TO WS-TOT-PUBLIC-ACCTS.
080500     MOVE SPACES TO WS-TAX-ID-WORK.
080600     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
080700         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
080800     PERFORM 4800-FIND-DEPOSITOR THRU 4800-EXIT.
080900     IF  NOT WS-88-DEP-FOUND
081000         PERFORM 4100-NEW-DEPOSITOR THRU 4100-EXIT.
081100     IF  NOT WS-88-DEP-FOUND
081200     OR  WS-ACT-COUNT NOT LESS THAN WS-ACT-MAX
081300         ADD 1 TO WS-TOT-NOT-LISTED
081400         GO TO 4000-EXIT.
081500     SET DPX TO WS-DEP-SUB.
081600     ADD 1            TO WS-DEP-ACCT-CNT (DPX).
081700     ADD WMS-CURR-BAL TO WS-DEP-BALANCE (DPX).
081800     ADD 1 TO WS-ACT-COUNT.
081900     SET ACX TO WS-ACT-COUNT.
082000     MOVE WS-DEP-SUB      TO WS-ACT-DEP-SUB (ACX).
082100     MOVE WMS-CONTROL-KEY TO WS-ACT-ACCOUNT (ACX).
082200     MOVE WMS-CURR-BAL    TO WS-ACT-BALANCE (ACX).
082300 4000-EXIT. EXIT.
082400 4050-TEST-PUBLIC.
082500     IF  WS-PUBLIC-TAX-CODES (WS-SUB:1) NOT EQUAL SPACE
082600     AND WS-PUBLIC-TAX-CODES (WS-SUB:1) EQUAL WMS-TAX-CODE
082700         MOVE 'Y' TO WS-PUBLIC-SW.
082800     IF  WS-PUBLIC-PROF-CODES (WS-SUB:1) NOT EQUAL SPACE
082900     AND WS-PUBLIC-PROF-CODES (WS-SUB:1) EQUAL WMS-PROF-CODE
083000         MOVE 'Y' TO WS-PUBLIC-SW.
083100 4050-EXIT. EXIT.
083200 4100-NEW-DEPOSITOR.
083300     IF  WS-DEP-COUNT NOT LESS THAN WS-DEP-MAX
083400         GO TO 4100-EXIT.
083500     ADD 1 TO WS-DEP-COUNT.
083600     MOVE WS-DEP-COUNT TO WS-DEP-SUB.
083700     SET DPX TO WS-DEP-SUB.
083800     MOVE SPACES         TO WS-DEP-ENTRY (DPX).
083900     MOVE WS-TAX-ID-WORK TO WS-DEP-TAX-ID (DPX).
084000     MOVE ZERO TO WS-DEP-NAME-CNT (DPX) WS-DEP-ACCT-CNT (DPX)
084100                  WS-DEP-BALANCE (DPX) WS-DEP-INSURED (DPX)
084200                  WS-DEP-UNINSURED (DPX).
084300     MOVE 'N'            TO WS-DEP-AGG-SW (DPX).
084400     PERFORM 4110-COPY-NAME-LINE THRU 4110-EXIT
084500         VARYING WS-LINE-SUB FROM 1 BY 1
084600         UNTIL WS-LINE-SUB GREATER THAN 8
084700            OR WS-DEP-NAME-CNT (DPX) NOT LESS THAN 4.
084800     MOVE 'Y' TO WS-DEP-FOUND-SW.
084900 4100-EXIT. EXIT.
085000 4110-COPY-NAME-LINE.
085100     IF  WMS-NAME-ADDRESS (WS-LINE-SUB) EQUAL SPACES
085200     OR  WMS-NAME-ADDRESS (WS-LINE-SUB) EQUAL LOW-VALUES
085300         GO TO 4110-EXIT.
085400     ADD 1 TO WS-DEP-NAME-CNT (DPX).
085500     MOVE WS-DEP-NAME-CNT (DPX) TO WS-NAME-SUB.
085600     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB)
085700                           TO WS-DEP-NAME-LINE (DPX WS-NAME-SUB).
085800 4110-EXIT. EXIT.
085900     EJECT
086000*----------------------------------------------------------------*
086100*    4500-LOAD-AGGREGATE - THE INSURED AND UNINSURED AMOUNTS     *
086200*    IMINSAGG COMPUTED ARE ADDED TO THE PUBLIC DEPOSITOR WITH    *
086300*    THE SAME TAX ID (ACROSS ALL ITS OWNERSHIP CATEGORIES).  TAX *
086400*    IDS THAT ARE NOT PUBLIC DEPOSITORS ARE PASSED BY.           *
086500*----------------------------------------------------------------*
086600 4500-LOAD-AGGREGATE.
086700     READ INS-AGGR-FILE
086800         AT END MOVE 'Y' TO WS-AGG-EOF-SW
086900                GO TO 4500-EXIT.
087000     MOVE IAG-TAX-ID TO WS-TAX-ID-WORK.
087100     PERFORM 4800-FIND-DEPOSITOR THRU 4800-EXIT.
087200     IF  NOT WS-88-DEP-FOUND
087300         GO TO 4500-EXIT.
087400     SET DPX TO WS-DEP-SUB.
087500     MOVE 'Y' TO WS-DEP-AGG-SW (DPX).
087600     ADD IAG-INSURED-AMT   TO WS-DEP-INSURED (DPX).
087700     ADD IAG-UNINSURED-AMT TO WS-DEP-UNINSURED (DPX).
087800 4500-EXIT. EXIT.
087900 4800-FIND-DEPOSITOR.
088000     MOVE 'N'  TO WS-DEP-FOUND-SW.
088100     MOVE ZERO TO WS-DEP-SUB.
088200     PERFORM 4810-SCAN-DEPOSITOR THRU 4810-EXIT
088300         VARYING WS-SUB FROM 1 BY 1
088400         UNTIL WS-SUB GREATER THAN WS-DEP-COUNT
088500            OR WS-88-DEP-FOUND.
088600 4800-EXIT. EXIT.
088700 4810-SCAN-DEPOSITOR.
088800     SET DPX TO WS-SUB.
088900     IF  WS-DEP-TAX-ID (DPX) EQUAL WS-TAX-ID-WORK
089000         MOVE 'Y' TO WS-DEP-FOUND-SW
089100         MOVE WS-SUB TO WS-DEP-SUB.
089200 4810-EXIT. EXIT.
089300     EJECT
089400*----------------------------------------------------------------*
089500*    5000-CHECK-COVERAGE - ONE PUBLIC DEPOSITOR.  THE COLLATERAL *
089600*    VALUE OF ITS PLEDGES IS SET AGAINST ITS UNINSURED AMOUNT    *
089700*    (ITS WHOLE PUBLIC BALANCE WHEN IMINSAGG HAS NO TOTAL FOR    *
089800*    THE TAX ID).  A SHORTFALL IS ALERTED; ON MONTH-END THE      *
089900*    DEPOSITOR'S STATEMENT IS WRITTEN.                           *
090000*----------------------------------------------------------------*
090100 5000-CHECK-COVERAGE.
090200     SET DPX TO WS-DEP-SUB.
090300     ADD 1 TO WS-TOT-DEPOSITORS.
090400     MOVE SPACES TO WS-COVERAGE-LINE.
090500     MOVE 'COVERED' TO CVG-STATUS.
090600     IF  WS-DEP-AGG-SW (DPX) NOT EQUAL 'Y'
090700         ADD 1 TO WS-TOT-NO-AGGREGATE
090800         MOVE ZERO TO WS-DEP-INSURED (DPX)
090900         MOVE WS-DEP-BALANCE (DPX) TO WS-DEP-UNINSURED (DPX)
091000         MOVE 'NO TIN TOTAL' TO CVG-STATUS.
091100     IF  WS-DEP-UNINSURED (DPX) LESS THAN ZERO
091200         MOVE ZERO TO WS-DEP-UNINSURED (DPX).
091300     MOVE WS-DEP-TAX-ID (DPX) TO WS-SEARCH-TAX-ID.
091400     MOVE ZERO TO WS-DEP-COLLATERAL.
091500     PERFORM 5100-SUM-COLLATERAL THRU 5100-EXIT
091600         VARYING WS-PFC-SUB FROM 1 BY 1
091700         UNTIL WS-PFC-SUB GREATER THAN WS-PFC-COUNT.
091800     COMPUTE WS-DEP-EXCESS =
091900         WS-DEP-COLLATERAL - WS-DEP-UNINSURED (DPX).
092000     ADD WS-DEP-BALANCE (DPX)   TO WS-TOT-PUBLIC-BAL.
092100     ADD WS-DEP-UNINSURED (DPX) TO WS-TOT-UNINSURED.
092200     ADD WS-DEP-COLLATERAL      TO WS-TOT-COLLATERAL.
092300     IF  WS-DEP-EXCESS LESS THAN ZERO
092400         MOVE 'SHORTFALL' TO CVG-STATUS
092500         ADD 1 TO WS-TOT-SHORTFALL
092600         SUBTRACT WS-DEP-EXCESS FROM WS-TOT-SHORT-AMT
092700         PERFORM 5200-SHORTFALL-ALERT THRU 5200-EXIT
092800     ELSE
092900         ADD 1 TO WS-TOT-COVERED.
093000     MOVE WS-DEP-TAX-ID (DPX)        TO CVG-TAX-ID.
093100     MOVE WS-DEP-NAME-LINE (DPX 1)   TO CVG-NAME.
093200     MOVE WS-DEP-ACCT-CNT (DPX)      TO CVG-ACCT-CNT.
093300     MOVE WS-DEP-BALANCE (DPX)       TO CVG-BALANCE.
093400     MOVE WS-DEP-INSURED (DPX)       TO CVG-INSURED.
093500     MOVE WS-DEP-UNINSURED (DPX)     TO CVG-UNINSURED.
093600     MOVE WS-DEP-COLLATERAL          TO CVG-COLLATERAL.
093700     MOVE WS-DEP-EXCESS              TO CVG-EXCESS.
093800     MOVE SPACES TO PFC-RPT-LINE.
093900     MOVE WS-COVERAGE-LINE TO PFC-RPT-LINE.
094000     WRITE PFC-RPT-LINE.
094100     IF  WS-88-MONTH-END
094200         PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
094300 5000-EXIT. EXIT.
094400 5100-SUM-COLLATERAL.
094500     SET PFX TO WS-PFC-SUB.
094600     IF  WS-PFC-STATUS (PFX) NOT EQUAL 'A'
094700     OR  WS-PFC-TAX-ID (PFX) NOT EQUAL WS-SEARCH-TAX-ID
094800         GO TO 5100-EXIT.
094900     MOVE 'Y' TO WS-PFC-MATCHED-SW (PFX).
095000     PERFORM 7050-COLLATERAL-VALUE THRU 7050-EXIT.
095100     ADD WS-COLL-VALUE TO WS-DEP-COLLATERAL.
095200 5100-EXIT. EXIT.
095300*----------------------------------------------------------------*
095400*    5200-SHORTFALL-ALERT - CRITICAL MESSAGE TO IMALRTE FOR THE  *
095500*    OWNING AREA, NAMING THE TAX ID, THE AMOUNT SHORT AND THE    *
095600*    DEPOSITOR.                                                  *
095700*----------------------------------------------------------------*
095800 5200-SHORTFALL-ALERT.
095900     ADD 1 TO WS-TOT-ALERTS.
096000     COMPUTE WS-MSG-AMOUNT = 0 - WS-DEP-EXCESS.
096100     MOVE SPACES TO SIMESS-AREA.
096200     MOVE WS-PROGRAM-ID        TO SIMESS-PROGRAM.
096300     MOVE WS-SHORTFALL-MESS-NO TO SIMESS-MESS-NO.
096400     STRING 'PUBLIC FUNDS UNDERCOLLATERALIZED TIN '
096500            WS-DEP-TAX-ID (DPX) ' SHORT ' WS-MSG-AMOUNT
096600            ' ' WS-DEP-NAME-LINE (DPX 1)
096700         DELIMITED BY SIZE INTO SIMESS-OPTIONAL-MESSAGE.
096800     MOVE 'C'            TO SIMESS-SEVERITY.
096900     MOVE WS-OWNING-AREA TO SIMESS-OWNING-AREA.
097000     CALL 'SIMESS' USING SIMESS-AREA.
097100 5200-EXIT. EXIT.
097200     EJECT
097300*----------------------------------------------------------------*
097400*    5800-LIST-ORPHAN - AN ACTIVE PLEDGE WHOSE TAX ID HAS NO     *
097500*    OPEN PUBLIC ACCOUNT IS LISTED FOR TREASURY TO RELEASE OR    *
097600*    CORRECT.                                                    *
097700*----------------------------------------------------------------*
097800 5800-LIST-ORPHAN.
097900     SET PFX TO WS-PFC-SUB.
098000     IF  WS-PFC-STATUS (PFX) NOT EQUAL 'A'
098100     OR  WS-PFC-MATCHED-SW (PFX) EQUAL 'Y'
098200         GO TO 5800-EXIT.
098300     ADD 1 TO WS-TOT-ORPHANS.
098400     MOVE SPACES TO PLEDGED-COLLATERAL-RECORD.
098500     MOVE WS-PFC-TAX-ID (PFX)        TO PCL-TAX-ID.
098600     MOVE WS-PFC-SECURITY-ID (PFX)   TO PCL-SECURITY-ID.
098700     MOVE WS-PFC-SECURITY-DESC (PFX) TO PCL-SECURITY-DESC.
098800     MOVE WS-PFC-MARKET-VALUE (PFX)  TO PCL-MARKET-VALUE.
098900     MOVE WS-PFC-HAIRCUT-PCT (PFX)   TO PCL-HAIRCUT-PCT.
099000     MOVE WS-PFC-PLEDGEE (PFX)       TO PCL-PLEDGEE.
099100     MOVE WS-PFC-OPER-ID (PFX)       TO PCL-OPER-ID.
099200     PERFORM 7020-FORMAT-PLEDGE THRU 7020-EXIT.
099300     MOVE 'NO PUBLIC DEPOSITS' TO DTL-DISPOSITION.
099400     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
099500 5800-EXIT. EXIT.
099600     EJECT
099700*----------------------------------------------------------------*
099800*    6000-WRITE-STATEMENT - THE MONTH-END COLLATERAL STATEMENT   *
099900*    FOR ONE PUBLIC DEPOSITOR: NAME AND ADDRESS, TAX ID, EACH    *
100000*    PUBLIC ACCOUNT WITH ITS BALANCE, THE INSURED AND UNINSURED  *
100100*    PORTIONS, EACH SECURITY PLEDGED AND THE COLLATERAL EXCESS   *
100200*    OR SHORTFALL.                                               *
100300*----------------------------------------------------------------*
100400 6000-WRITE-STATEMENT.
100500     ADD 1 TO WS-TOT-STATEMENTS.
100600     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
100700     MOVE SPACES TO PFC-STATEMENT-LINE.
100800     MOVE WS-STM-TITLE TO PFC-STATEMENT-LINE.
100900     WRITE PFC-STATEMENT-LINE.
101000     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
101100     PERFORM 6100-NAME-LINE THRU 6100-EXIT
101200         VARYING WS-NAME-SUB FROM 1 BY 1
101300         UNTIL WS-NAME-SUB GREATER THAN WS-DEP-NAME-CNT (DPX).
101400     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
101500     MOVE WS-DEP-TAX-ID (DPX) TO STX-TAX-ID.
101600     MOVE SPACES TO PFC-STATEMENT-LINE.
101700     MOVE WS-STM-TAX-LINE TO PFC-STATEMENT-LINE.
101800     WRITE PFC-STATEMENT-LINE.
101900     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
102000     MOVE SPACES TO PFC-STATEMENT-LINE.
102100     MOVE WS-STM-ACCT-HEAD TO PFC-STATEMENT-LINE.
102200     WRITE PFC-STATEMENT-LINE.
102300     PERFORM 6200-ACCOUNT-LINE THRU 6200-EXIT
102400         VARYING WS-SUB FROM 1 BY 1
102500         UNTIL WS-SUB GREATER THAN WS-ACT-COUNT.
102600     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
102700     MOVE 'TOTAL PUBLIC DEPOSITS             ' TO STM-LIT.
102800     MOVE WS-DEP-BALANCE (DPX) TO STM-AMT.
102900     PERFORM 6900-STATEMENT-AMOUNT THRU 6900-EXIT.
103000     MOVE 'INSURED PORTION                   ' TO STM-LIT.
103100     MOVE WS-DEP-INSURED (DPX) TO STM-AMT.
103200     PERFORM 6900-STATEMENT-AMOUNT THRU 6900-EXIT.
103300     MOVE 'UNINSURED PORTION                 ' TO STM-LIT.
103400     MOVE WS-DEP-UNINSURED (DPX) TO STM-AMT.
103500     PERFORM 6900-STATEMENT-AMOUNT THRU 6900-EXIT.
103600     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
103700     MOVE SPACES TO PFC-STATEMENT-LINE.
103800     MOVE WS-STM-SEC-HEAD TO PFC-STATEMENT-LINE.
103900     WRITE PFC-STATEMENT-LINE.
104000     PERFORM 6300-SECURITY-LINE THRU 6300-EXIT
104100         VARYING WS-PFC-SUB FROM 1 BY 1
104200         UNTIL WS-PFC-SUB GREATER THAN WS-PFC-COUNT.
104300     WRITE PFC-STATEMENT-LINE FROM WS-BLANK-LINE.
104400     MOVE 'TOTAL COLLATERAL VALUE            ' TO STM-LIT.
104500     MOVE WS-DEP-COLLATERAL TO STM-AMT.
104600     PERFORM 6900-STATEMENT-AMOUNT THRU 6900-EXIT.
104700     MOVE 'COLLATERAL EXCESS (SHORTFALL)     ' TO STM-LIT.
104800     MOVE WS-DEP-EXCESS TO STM-AMT.
104900     PERFORM 6900-STATEMENT-AMOUNT THRU 6900-EXIT.
105000 6000-EXIT. EXIT.
105100 6100-NAME-LINE.
105200     MOVE WS-DEP-NAME-LINE (DPX WS-NAME-SUB) TO STX-TEXT.
105300     MOVE SPACES TO PFC-STATEMENT-LINE.
105400     MOVE WS-STM-TEXT-LINE TO PFC-STATEMENT-LINE.
105500     WRITE PFC-STATEMENT-LINE.
105600 6100-EXIT. EXIT.
105700 6200-ACCOUNT-LINE.
105800     SET ACX TO WS-SUB.
105900     IF  WS-ACT-DEP-SUB (ACX) NOT EQUAL WS-DEP-SUB
106000         GO TO 6200-EXIT.
106100     MOVE WS-ACT-ACCOUNT (ACX) TO STA-ACCOUNT.
106200     MOVE WS-ACT-BALANCE (ACX) TO STA-BALANCE.
106300     MOVE SPACES TO PFC-STATEMENT-LINE.
106400     MOVE WS-STM-ACCT-LINE TO PFC-STATEMENT-LINE.
106500     WRITE PFC-STATEMENT-LINE.
106600 6200-EXIT. EXIT.
106700 6300-SECURITY-LINE.
106800     SET PFX TO WS-PFC-SUB.
106900     IF  WS-PFC-STATUS (PFX) NOT EQUAL 'A'
107000     OR  WS-PFC-TAX-ID (PFX) NOT EQUAL WS-DEP-TAX-ID (DPX)
107100         GO TO 6300-EXIT.
107200     PERFORM 7050-COLLATERAL-VALUE THRU 7050-EXIT.
107300     MOVE WS-PFC-SECURITY-ID (PFX)   TO STS-SECURITY-ID.
107400     MOVE WS-PFC-SECURITY-DESC (PFX) TO STS-SECURITY-DESC.
107500     MOVE WS-PFC-PAR-AMOUNT (PFX)    TO STS-PAR-AMOUNT.
107600     MOVE WS-PFC-MARKET-VALUE (PFX)  TO STS-MARKET-VALUE.
107700     MOVE WS-PFC-HAIRCUT-PCT (PFX)   TO STS-HAIRCUT-PCT.
107800     MOVE WS-COLL-VALUE              TO STS-COLL-VALUE.
107900     MOVE WS-PFC-VALUE-DATE (PFX)    TO WS-WORK-DATE-YYMMDD.
108000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
108100     MOVE WS-EDIT-DATE TO STS-VALUE-DATE.
108200     MOVE SPACES TO PFC-STATEMENT-LINE.
108300     MOVE WS-STM-SEC-LINE TO PFC-STATEMENT-LINE.
108400     WRITE PFC-STATEMENT-LINE.
108500 6300-EXIT. EXIT.
108600 6900-STATEMENT-AMOUNT.
108700     MOVE SPACES TO PFC-STATEMENT-LINE.
108800     MOVE WS-STM-AMT-LINE TO PFC-STATEMENT-LINE.
108900     WRITE PFC-STATEMENT-LINE.
109000 6900-EXIT. EXIT.
109100     EJECT
109200 7000-PRINT-DETAIL.
109300     MOVE SPACES TO PFC-RPT-LINE.
109400     MOVE WS-DETAIL-LINE TO PFC-RPT-LINE.
109500     WRITE PFC-RPT-LINE.
109600 7000-EXIT. EXIT.
109700*----------------------------------------------------------------*
109800*    7020-FORMAT-PLEDGE - THE DETAIL LINE FROM THE IMWSPFCL      *
109900*    RECORD AREA.                                                *
110000*----------------------------------------------------------------*
110100 7020-FORMAT-PLEDGE.
110200     MOVE SPACES TO WS-DETAIL-LINE.
110300     MOVE PCL-TAX-ID        TO DTL-TAX-ID.
110400     MOVE PCL-SECURITY-ID   TO DTL-SECURITY-ID.
110500     MOVE PCL-SECURITY-DESC TO DTL-SECURITY-DESC.
110600     MOVE PCL-MARKET-VALUE  TO DTL-MARKET-VALUE.
110700     MOVE PCL-HAIRCUT-PCT   TO DTL-HAIRCUT-PCT.
110800     COMPUTE WS-COLL-VALUE ROUNDED =
110900         PCL-MARKET-VALUE * (100 - PCL-HAIRCUT-PCT) / 100.
111000     MOVE WS-COLL-VALUE     TO DTL-COLL-VALUE.
111100     MOVE PCL-PLEDGEE       TO DTL-PLEDGEE.
111200     MOVE PCL-OPER-ID       TO DTL-OPER-ID.
111300 7020-EXIT. EXIT.
111400*----------------------------------------------------------------*
111500*    7050-COLLATERAL-VALUE - MARKET VALUE LESS THE HAIRCUT FOR   *
111600*    THE TABLE ENTRY AT PFX.                                     *
111700*----------------------------------------------------------------*
111800 7050-COLLATERAL-VALUE.
111900     COMPUTE WS-COLL-VALUE ROUNDED =
112000         WS-PFC-MARKET-VALUE (PFX)
112100             * (100 - WS-PFC-HAIRCUT-PCT (PFX)) / 100.
112200 7050-EXIT. EXIT.
112300 7100-PRINT-SECTION.
112400     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
112500     MOVE SPACES TO PFC-RPT-LINE.
112600     MOVE WS-SECTION-LINE TO PFC-RPT-LINE.
112700     WRITE PFC-RPT-LINE.
112800     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
112900 7100-EXIT. EXIT.
113000 7900-EDIT-DATE.
113100     MOVE SPACES TO WS-EDIT-DATE.
113200     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
113300         DELIMITED BY SIZE INTO WS-EDIT-DATE.
113400 7900-EXIT. EXIT.
113500     EJECT
113600*----------------------------------------------------------------*
113700*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
113800*----------------------------------------------------------------*
113900 9000-TERMINATE.
114000     WRITE PFC-RPT-LINE FROM WS-BLANK-LINE.
114100     MOVE 'PLEDGES CARRIED IN                ' TO SUM-LIT.
114200     MOVE WS-TOT-RECORDS-IN TO SUM-COUNT.
114300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114400     MOVE 'MAINTENANCE APPLIED               ' TO SUM-LIT.
114500     MOVE WS-TOT-MAINT-APPLIED TO SUM-COUNT.
114600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114700     MOVE 'MAINTENANCE REJECTED              ' TO SUM-LIT.
114800     MOVE WS-TOT-MAINT-REJECTED TO SUM-COUNT.
114900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115000     MOVE 'PLEDGES WRITTEN                   ' TO SUM-LIT.
115100     MOVE WS-TOT-RECORDS-OUT TO SUM-COUNT.
115200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115300     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
115400     MOVE WS-TOT-ACCTS-READ TO SUM-COUNT.
115500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115600     MOVE 'OPEN PUBLIC UNIT ACCOUNTS         ' TO SUM-LIT.
115700     MOVE WS-TOT-PUBLIC-ACCTS TO SUM-COUNT.
115800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115900     MOVE 'ACCOUNTS NOT LISTED - TABLE FULL  ' TO SUM-LIT.
116000     MOVE WS-TOT-NOT-LISTED TO SUM-COUNT.
116100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
116200     MOVE 'PUBLIC DEPOSITORS                 ' TO SUM-LIT.
116300     MOVE WS-TOT-DEPOSITORS TO SUM-COUNT.
116400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
116500     MOVE 'DEPOSITORS WITH NO TIN TOTAL      ' TO SUM-LIT.
116600     MOVE WS-TOT-NO-AGGREGATE TO SUM-COUNT.
116700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
116800     MOVE 'DEPOSITORS FULLY COLLATERALIZED   ' TO SUM-LIT.
116900     MOVE WS-TOT-COVERED TO SUM-COUNT.
117000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
117100     MOVE 'DEPOSITORS WITH A SHORTFALL       ' TO SUM-LIT.
117200     MOVE WS-TOT-SHORTFALL TO SUM-COUNT.
117300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
117400     MOVE 'CRITICAL ALERTS RAISED            ' TO SUM-LIT.
117500     MOVE WS-TOT-ALERTS TO SUM-COUNT.
117600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
117700     MOVE 'PLEDGES WITH NO PUBLIC DEPOSITS   ' TO SUM-LIT.
117800     MOVE WS-TOT-ORPHANS TO SUM-COUNT.
117900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
118000     MOVE 'DEPOSITOR STATEMENTS WRITTEN      ' TO SUM-LIT.
118100     MOVE WS-TOT-STATEMENTS TO SUM-COUNT.
118200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
118300     MOVE 'PUBLIC DEPOSIT BALANCES           ' TO SUMA-LIT.
118400     MOVE WS-TOT-PUBLIC-BAL TO SUMA-AMT.
118500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
118600     MOVE 'UNINSURED PUBLIC DEPOSITS         ' TO SUMA-LIT.
118700     MOVE WS-TOT-UNINSURED TO SUMA-AMT.
118800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
118900     MOVE 'COLLATERAL VALUE PLEDGED          ' TO SUMA-LIT.
119000     MOVE WS-TOT-COLLATERAL TO SUMA-AMT.
119100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
119200     MOVE 'TOTAL COLLATERAL SHORTFALL        ' TO SUMA-LIT.
119300     MOVE WS-TOT-SHORT-AMT TO SUMA-AMT.
119400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
119500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
119600     MOVE -1   TO I-O-SEND-CODE.
119700     CALL 'IMACTM' USING I-O-CONTROL-AREA
119800                         MASTER-AREA
119900                         SI-ENVIRONMENT-AREA.
120000     CLOSE PFC-MASTER-IN.
120100     CLOSE PFC-MAINT-FILE.
120200     CLOSE INS-AGGR-FILE.
120300     CLOSE PFC-STATEMENT.
120400     CLOSE PFC-RPT.
120500 9000-EXIT. EXIT.
120600 9100-PRINT-SUMMARY.
120700     MOVE SPACES TO PFC-RPT-LINE.
120800     MOVE WS-SUMMARY-LINE TO PFC-RPT-LINE.
120900     WRITE PFC-RPT-LINE.
121000 9100-EXIT. EXIT.
121100 9200-PRINT-AMOUNT.
121200     MOVE SPACES TO PFC-RPT-LINE.
121300     MOVE WS-SUMMARY-AMT-LINE TO PFC-RPT-LINE.
121400     WRITE PFC-RPT-LINE.
121500 9200-EXIT. EXIT.
