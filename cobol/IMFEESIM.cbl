*     * GN6222 * 10/15/26 JCTE FEE SCHEDULE IMPACT SIMULATION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMFEESIM.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMFEESIM SIMULATES A PROPOSED SERVICE-CHARGE FEE SCHEDULE   *
000900*    BEFORE IT IS ADOPTED.  THE CANDIDATE TABLE (IMFSMCND) IS    *
001000*    BUILT IN THE SAME MULTIPLE-PRICE FEE TABLE LAYOUT AS THE    *
001100*    LIVE TABLE (IMWSFEEM) AND EVERY ACCOUNT ON THE MASTER IS    *
001200*    REPRICED UNDER BOTH.  NOTHING IS UPDATED - THE MASTER IS    *
001300*    OPENED FOR INQUIRY AND THE ONLY OUTPUT IS THE REPORT        *
001400*    (IMFSMRPT).                                                 *
001500*----------------------------------------------------------------*
001600*    AN ACCOUNT IS PRICED FROM THE TABLE RECORD FOR ITS SC       *
001700*    REGION (WMS-SVC-CHRG-REGION) AND CHARGE TYPE (WMS-SC-TYPE). *
001800*    THE PARAMETER CARD (IMFSMPRM) NAMES THE FEE NUMBER THAT     *
001900*    PRICES EACH SERVICE-CHARGE ACTIVITY COUNTER ON THE MASTER - *
002000*    CHECKS, DEBITS, CREDITS, NSF, UNAVAILABLE AND OD ITEMS,     *
002100*    ACH, ATM, AUTOMATIC TRANSFERS, TRANSFERS, STOPS, HOLDS AND  *
002200*    MTD DEPOSITED ITEMS - AND THE MAINTENANCE FEE.  A BLANK FEE *
002300*    NUMBER LEAVES THAT COUNTER UNPRICED.                        *
002400*----------------------------------------------------------------*
002500*    ITEM FEES ARE PRICED THROUGH THE FEE'S TIERS AS GRADUATED   *
002600*    BANDS: WMF-TIER-CTR IS THE CUMULATIVE ITEM COUNT THAT ENDS  *
002700*    THE TIER AND WMF-TIER-AMT THE PRICE PER ITEM WITHIN IT.  A  *
002800*    TIER WITH NO COUNT IS OPEN-ENDED, AND ITEMS PAST THE LAST   *
002900*    TIER TAKE THE LAST TIER'S PRICE.  THE MAINTENANCE FEE IS    *
003000*    PRICED BY BALANCE: TIER 1 IS THE BASE FEE AND EACH LATER    *
003100*    TIER WHOSE COUNT (WHOLE DOLLARS) THE CYCLE'S AVERAGE        *
003200*    BALANCE REACHES REPLACES IT.                                *
003300*----------------------------------------------------------------*
003400*    THE LAST N CYCLES (FSP-CYCLES, DEFAULT 3) ARE PRICED.  EACH *
003500*    CYCLE'S BALANCE IS THE ACCOUNT'S AVERAGE DAILY BALANCE      *
003600*    SNAPSHOT ON THE BALANCE HISTORY FILE (IMBALHST, TYPE 'A'),  *
003700*    TAKEN NEWEST FIRST.  THE HISTORY FILE IS READ ALONGSIDE THE *
003800*    MASTER BROWSE, BOTH IN ACCOUNT KEY SEQUENCE.  AN ACCOUNT    *
003900*    WITH NO SNAPSHOTS IS PRICED FOR N CYCLES AT ITS CURRENT SC  *
004000*    AVERAGE BALANCE.  THE MASTER HOLDS ONE CYCLE OF ACTIVITY    *
004100*    COUNTS, SO EACH PRICED CYCLE CARRIES THE CURRENT COUNTS.    *
004200*----------------------------------------------------------------*
004300*    THE REPORT SHOWS INCREASES, DECREASES AND REVENUE BY        *
004400*    PRODUCT (WMS-ACCT-TYPE), BRANCH AND SC REGION, THE          *
004500*    DISTRIBUTION OF ACCOUNT CHANGES BY SIZE, THE TOTAL REVENUE  *
004600*    CHANGE, AND THE MOST AFFECTED ACCOUNTS (FSP-TOP-COUNT,      *
004700*    DEFAULT 50) GROUPED BY OFFICER FOR RELATIONSHIP FOLLOW-UP.  *
004800*----------------------------------------------------------------*
004900*    NO FEE NUMBERS ON THE CARD OR NO CANDIDATE RECORDS SETS     *
005000*    RETURN CODE 8 AND NOTHING IS PRICED.  A FULL SCHEDULE OR    *
005100*    BREAKDOWN TABLE SETS RETURN CODE 4.                         *
005200*----------------------------------------------------------------*
005300*               ** HISTORY OF REVISIONS **                      *
005400* DESCRIPTION                                           CHNGID  *
005500* ____________________________________________________ _______ *
005600* 10/15/26 JCTE NEW PROGRAM - PROPOSED FEE SCHEDULE      GN6222 *
005700*                IMPACT SIMULATION                              *
005800*----------------------------------------------------------------*
005900 ENVIRONMENT    DIVISION.
006000 INPUT-OUTPUT   SECTION.
006100 FILE-CONTROL.
006200     SELECT SIM-PARM-FILE     ASSIGN TO "IMFSMPRM"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT FEE-TABLE-FILE    ASSIGN TO "IMWSFEEM"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT CAND-TABLE-FILE   ASSIGN TO "IMFSMCND"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT OPTIONAL BAL-HIST-FILE ASSIGN TO "IMBALHST"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-BHI-FILE-STATUS.
007100     SELECT SIM-REPORT        ASSIGN TO "IMFSMRPT"
007200         ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  SIM-PARM-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  SIM-PARM-RECORD.
007800     03  FSP-CYCLES                  PIC 99.
007900     03  FSP-TOP-COUNT               PIC 999.
008000     03  FSP-CHG-TYPE                PIC X(3).
008100     03  FSP-FEE-NUMBER              PIC X(3) OCCURS 14 TIMES.
008200     03  FILLER                      PIC X(30).
008300 FD  FEE-TABLE-FILE
008400     RECORD CONTAINS 20819 CHARACTERS.
008500 01  FEE-TABLE-RECORD                PIC X(20819).
008600 FD  CAND-TABLE-FILE
008700     RECORD CONTAINS 20819 CHARACTERS.
008800 01  CAND-TABLE-RECORD               PIC X(20819).
008900 FD  BAL-HIST-FILE.
009000     COPY IMBALHST.
009100 FD  SIM-REPORT
009200     RECORD CONTAINS 133 CHARACTERS.
009300 01  SIM-REPORT-LINE                 PIC X(133).
009400 WORKING-STORAGE SECTION.
009500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMFEESIM'.
009600*    CYCLES PRICED AND ACCOUNTS RANKED WHEN THE CARD GIVES NONE.
009700 77  WS-DEFAULT-CYCLES               PIC S9(3)   COMP VALUE +3.
009800 77  WS-DEFAULT-TOP                  PIC S9(3)   COMP VALUE +50.
009900 77  WS-CYC-MAX                      PIC S9(3)   COMP VALUE +24.
010000 77  WS-TOP-MAX                      PIC S9(3)   COMP VALUE +200.
010100 77  WS-SCH-MAX                      PIC S9(5)   COMP VALUE +400.
010200 77  WS-DIM-MAX                      PIC S9(5)   COMP VALUE +2000.
010300 77  WS-MAP-MAX                      PIC S9(3)   COMP VALUE +14.
010400*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
010500*    EVERY CALL TO IMACTM RESETS RETURN-CODE.
010600 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
010700 77  WS-BHI-FILE-STATUS              PIC X(2)    VALUE SPACES.
010800 01  WS-SWITCHES.
010900     03  WS-FEE-EOF-SW               PIC X(1)    VALUE 'N'.
011000         88  WS-88-FEE-EOF           VALUE 'Y'.
011100     03  WS-CND-EOF-SW               PIC X(1)    VALUE 'N'.
011200         88  WS-88-CND-EOF           VALUE 'Y'.
011300     03  WS-BHI-EOF-SW               PIC X(1)    VALUE 'N'.
011400         88  WS-88-BHI-EOF           VALUE 'Y'.
011500     03  WS-MST-EOF-SW               PIC X(1)    VALUE 'N'.
011600         88  WS-88-MST-EOF           VALUE 'Y'.
011700     03  WS-ADB-FOUND-SW             PIC X(1)    VALUE 'N'.
011800         88  WS-88-ADB-FOUND         VALUE 'Y'.
011900     03  WS-SWAPPED-SW               PIC X(1)    VALUE 'N'.
012000         88  WS-88-SWAPPED           VALUE 'Y'.
012100     03  WS-SCH-FULL-SW              PIC X(1)    VALUE 'N'.
012200         88  WS-88-SCH-FULL          VALUE 'Y'.
012300     03  WS-DIM-FULL-SW              PIC X(1)    VALUE 'N'.
012400         88  WS-88-DIM-FULL          VALUE 'Y'.
012500 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
012600 01  WS-NEXT-SUB                     PIC S9(5)   COMP VALUE 0.
012700 01  WS-FEE-SUB                      PIC S9(5)   COMP VALUE 0.
012800 01  WS-MAP-SUB                      PIC S9(3)   COMP VALUE 0.
012900 01  WS-TIER-SUB                     PIC S9(3)   COMP VALUE 0.
013000 01  WS-CYC-SUB                      PIC S9(3)   COMP VALUE 0.
013100 01  WS-ENT-SUB                      PIC S9(5)   COMP VALUE 0.
013200 01  WS-SCH-SUB                      PIC S9(5)   COMP VALUE 0.
013300 01  WS-DIM-SUB                      PIC S9(5)   COMP VALUE 0.
013400 01  WS-TOP-SUB                      PIC S9(3)   COMP VALUE 0.
013500 01  WS-TOP-MIN-SUB                  PIC S9(3)   COMP VALUE 0.
013600 01  WS-BAND-SUB                     PIC S9(3)   COMP VALUE 0.
013700 01  WS-CYCLES                       PIC S9(3)   COMP VALUE 0.
013800 01  WS-TOP-LIMIT                    PIC S9(3)   COMP VALUE 0.
013900 01  WS-MAPPED-FEES                  PIC S9(3)   COMP VALUE 0.
014000 01  WS-SCH-COUNT                    PIC S9(5)   COMP VALUE 0.
014100 01  WS-CND-SCH-COUNT                PIC S9(5)   COMP VALUE 0.
014200 01  WS-DIM-COUNT                    PIC S9(5)   COMP VALUE 0.
014300 01  WS-TOP-COUNT                    PIC S9(3)   COMP VALUE 0.
014400 01  WS-CUR-SCH                      PIC S9(5)   COMP VALUE 0.
014500 01  WS-CND-SCH                      PIC S9(5)   COMP VALUE 0.
014600 01  WS-PRC-SCH                      PIC S9(5)   COMP VALUE 0.
014700 01  WS-CYC-COUNT                    PIC S9(3)   COMP VALUE 0.
014800 01  WS-SCH-KEY-WORK.
014900     03  WS-SKW-TABLE                PIC X(1).
015000     03  WS-SKW-REGION               PIC X(10).
015100     03  WS-SKW-CHG-TYPE             PIC X(3).
015200 01  WS-DIM-KEY-WORK.
015300     03  WS-DKW-TYPE                 PIC X(1).
015400     03  WS-DKW-VALUE                PIC X(10).
015500 01  WS-ITEM-COUNT                   PIC S9(9)   COMP-3 VALUE 0.
015600 01  WS-REMAIN                       PIC S9(9)   COMP-3 VALUE 0.
015700 01  WS-BAND                         PIC S9(9)   COMP-3 VALUE 0.
015800 01  WS-PRIOR-CTR                    PIC S9(9)   COMP-3 VALUE 0.
015900 01  WS-LAST-RATE                    PIC S9(13)V99 COMP-3 VALUE 0.
016000 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
016100 01  WS-CYCLE-ITEM-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
016200 01  WS-MAINT-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
016300 01  WS-PRICE-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
016400 01  WS-CUR-AMT                      PIC S9(13)V99 COMP-3 VALUE 0.
016500 01  WS-CND-AMT                      PIC S9(13)V99 COMP-3 VALUE 0.
016600 01  WS-CHANGE-AMT                   PIC S9(13)V99 COMP-3 VALUE 0.
016700 01  WS-ABS-CHANGE                   PIC S9(13)V99 COMP-3 VALUE 0.
016800 01  WS-MST-AVG-BAL                  PIC S9(13)V99 COMP-3 VALUE 0.
016900 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
017000 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
017100     03  WS-RUN-CC                   PIC 99.
017200     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
017300     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
017400         05  WS-RUN-YR               PIC 99.
017500         05  WS-RUN-MO               PIC 99.
017600         05  WS-RUN-DA               PIC 99.
017700     EJECT
017800     COPY IMWSFEEM.
017900     EJECT
018000     COPY SIWSCNTL.
018100     EJECT
018200     COPY IMAWKMST.
018300     EJECT
018400     COPY IMWSENVO.
018500     EJECT
018600*----------------------------------------------------------------*
018700*    ACTIVITY COUNTS FOR THE ACCOUNT, SLOT FOR SLOT WITH THE     *
018800*    FEE NUMBERS ON THE PARAMETER CARD.  SLOT 1 IS THE BALANCE-  *
018900*    PRICED MAINTENANCE FEE AND CARRIES NO COUNT.                *
019000*----------------------------------------------------------------*
019100 01  WS-ACTIVITY-TABLE.
019200     03  WS-ACT-COUNT                PIC S9(9)   COMP-3
019300                                     OCCURS 14 TIMES.
019400 01  WS-CYCLE-TABLE.
019500     03  WS-CYC-BAL                  PIC S9(13)V99 COMP-3
019600                                     OCCURS 24 TIMES.
019700*----------------------------------------------------------------*
019800*    ONE ENTRY PER FEE TABLE RECORD KEY - 'C' CURRENT OR 'N'     *
019900*    CANDIDATE, SC REGION AND CHARGE TYPE - HOLDING THE TIERS OF *
020000*    THE FEES NAMED ON THE PARAMETER CARD.                       *
020100*----------------------------------------------------------------*
020200 01  WS-SCHEDULE-TABLE.
020300     03  WS-SCH-ENTRY OCCURS 400 TIMES INDEXED BY SHX.
020400         05  WS-SCH-KEY.
020500             07  WS-SCH-TABLE        PIC X(1).
020600             07  WS-SCH-REGION       PIC X(10).
020700             07  WS-SCH-CHG-TYPE     PIC X(3).
020800         05  WS-SCH-FEE OCCURS 14 TIMES.
020900             07  WS-SCH-FEE-FOUND    PIC X(1).
021000             07  WS-SCH-TIER OCCURS 4 TIMES.
021100                 09  WS-SCH-TIER-CTR PIC S9(7)   COMP-3.
021200                 09  WS-SCH-TIER-AMT PIC S9(13)V99 COMP-3.
021300*----------------------------------------------------------------*
021400*    BREAKDOWN BY PRODUCT ('1'), BRANCH ('2') AND SC REGION      *
021500*    ('3'), SORTED BY TYPE AND KEY FOR PRINTING.                 *
021600*----------------------------------------------------------------*
021700 01  WS-DIMENSION-TABLE.
021800     03  WS-DIM-ENTRY OCCURS 2000 TIMES INDEXED BY DMX.
021900         05  WS-DIM-KEY.
022000             07  WS-DIM-TYPE         PIC X(1).
022100             07  WS-DIM-VALUE        PIC X(10).
022200         05  WS-DIM-ACCTS            PIC S9(7)   COMP-3.
022300         05  WS-DIM-UP               PIC S9(7)   COMP-3.
022400         05  WS-DIM-DOWN             PIC S9(7)   COMP-3.
022500         05  WS-DIM-SAME             PIC S9(7)   COMP-3.
022600         05  WS-DIM-CUR-AMT          PIC S9(13)V99 COMP-3.
022700         05  WS-DIM-CND-AMT          PIC S9(13)V99 COMP-3.
022800 01  WS-DIM-HOLD                     PIC X(51).
022900 01  WS-DIM-TYPE-LIT-AREA            PIC X(24)   VALUE
023000     'PRODUCT BRANCH  REGION  '.
023100 01  FILLER REDEFINES WS-DIM-TYPE-LIT-AREA.
023200     03  WS-DIM-TYPE-LIT             PIC X(8) OCCURS 3 TIMES.
023300 01  WS-DIM-LAST-TYPE                PIC X(1)    VALUE SPACES.
023400*----------------------------------------------------------------*
023500*    DISTRIBUTION OF THE ACCOUNT CHANGE OVER THE CYCLES PRICED.  *
023600*----------------------------------------------------------------*
023700 01  WS-BAND-LIT-AREA.
023800     03  FILLER                      PIC X(30)   VALUE
023900         'DECREASE OVER 25.00'.
024000     03  FILLER                      PIC X(30)   VALUE
024100         'DECREASE 10.01 TO 25.00'.
024200     03  FILLER                      PIC X(30)   VALUE
024300         'DECREASE 0.01 TO 10.00'.
024400     03  FILLER                      PIC X(30)   VALUE
024500         'NO CHANGE'.
024600     03  FILLER                      PIC X(30)   VALUE
024700         'INCREASE 0.01 TO 10.00'.
024800     03  FILLER                      PIC X(30)   VALUE
024900         'INCREASE 10.01 TO 25.00'.
025000     03  FILLER                      PIC X(30)   VALUE
025100         'INCREASE OVER 25.00'.
025200 01  FILLER REDEFINES WS-BAND-LIT-AREA.
025300     03  WS-BAND-LIT                 PIC X(30) OCCURS 7 TIMES.
025400 01  WS-BAND-TABLE.
025500     03  WS-BAND-ENTRY OCCURS 7 TIMES.
025600         05  WS-BAND-ACCTS           PIC S9(7)   COMP-3.
025700         05  WS-BAND-CHANGE          PIC S9(13)V99 COMP-3.
025800*----------------------------------------------------------------*
025900*    MOST AFFECTED ACCOUNTS BY SIZE OF CHANGE, PRINTED BY        *
026000*    OFFICER.                                                    *
026100*----------------------------------------------------------------*
026200 01  WS-TOP-TABLE.
026300     03  WS-TOP-ENTRY OCCURS 200 TIMES INDEXED BY TPX.
026400         05  WS-TOP-OFFICER          PIC X(5).
026500         05  WS-TOP-ACCOUNT          PIC X(22).
026600         05  WS-TOP-NAME             PIC X(13).
026700         05  WS-TOP-BRANCH           PIC X(5).
026800         05  WS-TOP-PRODUCT          PIC X(3).
026900         05  WS-TOP-REGION           PIC X(10).
027000         05  WS-TOP-CUR-AMT          PIC S9(13)V99 COMP-3.
027100         05  WS-TOP-CND-AMT          PIC S9(13)V99 COMP-3.
027200         05  WS-TOP-CHANGE           PIC S9(13)V99 COMP-3.
027300         05  WS-TOP-ABS-CHANGE       PIC S9(13)V99 COMP-3.
027400 01  WS-TOP-HOLD                     PIC X(90).
027500 01  WS-TOTALS.
027600     03  WS-TOT-CUR-RECORDS          PIC 9(7)    COMP VALUE 0.
027700     03  WS-TOT-CND-RECORDS          PIC 9(7)    COMP VALUE 0.
027800     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
027900     03  WS-TOT-NO-SC-TYPE           PIC 9(7)    COMP VALUE 0.
028000     03  WS-TOT-OTHER-CHG-TYPE       PIC 9(7)    COMP VALUE 0.
028100     03  WS-TOT-NOT-IN-CAND          PIC 9(7)    COMP VALUE 0.
028200     03  WS-TOT-NO-CURRENT           PIC 9(7)    COMP VALUE 0.
028300     03  WS-TOT-PRICED               PIC 9(7)    COMP VALUE 0.
028400     03  WS-TOT-MASTER-BAL           PIC 9(7)    COMP VALUE 0.
028500     03  WS-TOT-INCREASED            PIC 9(7)    COMP VALUE 0.
028600     03  WS-TOT-DECREASED            PIC 9(7)    COMP VALUE 0.
028700     03  WS-TOT-UNCHANGED            PIC 9(7)    COMP VALUE 0.
028800     03  WS-TOT-CUR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
028900     03  WS-TOT-CND-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
029000     03  WS-TOT-CHANGE               PIC S9(13)V99 COMP-3 VALUE 0.
029100     EJECT
029200 01  WS-REPORT-TITLE.
029300     03  FILLER                      PIC X(52)   VALUE
029400         'IMFEESIM - FEE SCHEDULE IMPACT SIMULATION       RUN '.
029500     03  TTL-RUN-DATE                PIC 9(8).
029600     03  FILLER                      PIC X(10)   VALUE
029700         '   CYCLES '.
029800     03  TTL-CYCLES                  PIC Z9.
029900     03  FILLER                      PIC X(61)   VALUE SPACES.
030000 01  WS-SECTION-LINE.
030100     03  FILLER                      PIC X(3)    VALUE SPACES.
030200     03  SEC-TEXT                    PIC X(60).
030300     03  FILLER                      PIC X(70)   VALUE SPACES.
030400 01  WS-DIM-HEADING.
030500     03  FILLER                      PIC X(44)   VALUE
030600         '   BY       KEY        ACCOUNTS  INCREASED'.
030700     03  FILLER                      PIC X(48)   VALUE
030800         'DECREASED  UNCHANGED   CURRENT REVENUE  PROPOSED'.
030900     03  FILLER                      PIC X(41)   VALUE
031000         ' REVENUE            CHANGE'.
031100 01  WS-DIM-LINE.
031200     03  FILLER                      PIC X(3)    VALUE SPACES.
031300     03  DML-TYPE                    PIC X(8).
031400     03  FILLER                      PIC X(1)    VALUE SPACES.
031500     03  DML-KEY                     PIC X(10).
031600     03  FILLER                      PIC X(2)    VALUE SPACES.
031700     03  DML-ACCTS                   PIC ZZZ,ZZ9.
031800     03  FILLER                      PIC X(4)    VALUE SPACES.
031900     03  DML-UP                      PIC ZZZ,ZZ9.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  DML-DOWN                    PIC ZZZ,ZZ9.
032200     03  FILLER                      PIC X(4)    VALUE SPACES.
032300     03  DML-SAME                    PIC ZZZ,ZZ9.
032400     03  FILLER                      PIC X(1)    VALUE SPACES.
032500     03  DML-CUR-AMT                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
032600     03  FILLER                      PIC X(1)    VALUE SPACES.
032700     03  DML-CND-AMT                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
032800     03  FILLER                      PIC X(1)    VALUE SPACES.
032900     03  DML-CHANGE                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
033000     03  FILLER                      PIC X(15)   VALUE SPACES.
033100 01  WS-BAND-HEADING.
033200     03  FILLER                      PIC X(44)   VALUE
033300         '   CHANGE PER ACCOUNT               ACCOUNTS'.
033400     03  FILLER                      PIC X(48)   VALUE
033500         '        TOTAL CHANGE'.
033600     03  FILLER                      PIC X(41)   VALUE SPACES.
033700 01  WS-BAND-LINE.
033800     03  FILLER                      PIC X(3)    VALUE SPACES.
033900     03  BDL-LIT                     PIC X(30).
034000     03  FILLER                      PIC X(4)    VALUE SPACES.
034100     03  BDL-ACCTS                   PIC ZZZ,ZZ9.
034200     03  FILLER                      PIC X(3)    VALUE SPACES.
034300     03  BDL-CHANGE                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
034400     03  FILLER                      PIC X(69)   VALUE SPACES.
034500 01  WS-TOP-HEADING.
034600     03  FILLER                      PIC X(44)   VALUE
034700         '   OFFICER ACCOUNT                NAME'.
034800     03  FILLER                      PIC X(48)   VALUE
034900         '    BRNCH PRD REGION          CURRENT      PROPO'.
035000     03  FILLER                      PIC X(41)   VALUE
035100         'SED            CHANGE'.
035200 01  WS-TOP-LINE.
035300     03  FILLER                      PIC X(3)    VALUE SPACES.
035400     03  TPL-OFFICER                 PIC X(5).
035500     03  FILLER                      PIC X(3)    VALUE SPACES.
035600     03  TPL-ACCOUNT                 PIC X(22).
035700     03  FILLER                      PIC X(1)    VALUE SPACES.
035800     03  TPL-NAME                    PIC X(13).
035900     03  FILLER                      PIC X(1)    VALUE SPACES.
036000     03  TPL-BRANCH                  PIC X(5).
036100     03  FILLER                      PIC X(1)    VALUE SPACES.
036200     03  TPL-PRODUCT                 PIC X(3).
036300     03  FILLER                      PIC X(1)    VALUE SPACES.
036400     03  TPL-REGION                  PIC X(10).
036500     03  TPL-CUR-AMT                 PIC ZZ,ZZZ,ZZ9.99.
036600     03  FILLER                      PIC X(1)    VALUE SPACES.
036700     03  TPL-CND-AMT                 PIC ZZ,ZZZ,ZZ9.99.
036800     03  FILLER                      PIC X(1)    VALUE SPACES.
036900     03  TPL-CHANGE                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
037000     03  FILLER                      PIC X(21)   VALUE SPACES.
037100 01  WS-MESSAGE-LINE.
037200     03  FILLER                      PIC X(4)    VALUE SPACES.
037300     03  MSG-TEXT                    PIC X(60).
037400     03  MSG-KEY                     PIC X(22).
037500     03  FILLER                      PIC X(47)   VALUE SPACES.
037600 01  WS-SUMMARY-LINE.
037700     03  FILLER                      PIC X(4)    VALUE SPACES.
037800     03  SUM-LIT                     PIC X(34).
037900     03  SUM-COUNT                   PIC ZZZ,ZZ9.
038000     03  FILLER                      PIC X(88)   VALUE SPACES.
038100 01  WS-AMOUNT-LINE.
038200     03  FILLER                      PIC X(4)    VALUE SPACES.
038300     03  AMT-LIT                     PIC X(34).
038400     03  AMT-VALUE                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
038500     03  FILLER                      PIC X(78)   VALUE SPACES.
038600 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
038700     EJECT
038800 PROCEDURE DIVISION.
038900*----------------------------------------------------------------*
039000 0000-MAINLINE.
039100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
039200     PERFORM 1200-LOAD-CURRENT     THRU 1200-EXIT
039300         UNTIL WS-88-FEE-EOF.
039400     PERFORM 1300-LOAD-CANDIDATE   THRU 1300-EXIT
039500         UNTIL WS-88-CND-EOF.
039600     PERFORM 1400-CHECK-SETUP      THRU 1400-EXIT.
039700     IF  WS-RUN-RC LESS THAN 8
039800         PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
039900             UNTIL WS-88-MST-EOF
040000         PERFORM 5000-PRINT-BREAKDOWN  THRU 5000-EXIT
040100         PERFORM 6000-PRINT-BANDS      THRU 6000-EXIT
040200         PERFORM 7000-PRINT-TOP        THRU 7000-EXIT.
040300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
040400     GOBACK.
040500     EJECT
040600*----------------------------------------------------------------*
040700*    1000-INITIALIZE - READ THE PARAMETER CARD, OPEN THE TABLES, *
040800*    THE BALANCE HISTORY AND THE MASTER FOR INQUIRY ONLY.        *
040900*----------------------------------------------------------------*
041000 1000-INITIALIZE.
041100     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
041200     IF  WS-RUN-YR LESS THAN 50
041300         MOVE 20 TO WS-RUN-CC
041400     ELSE
041500         MOVE 19 TO WS-RUN-CC.
041600     OPEN INPUT SIM-PARM-FILE.
041700     READ SIM-PARM-FILE
041800         AT END MOVE SPACES TO SIM-PARM-RECORD.
041900     CLOSE SIM-PARM-FILE.
042000     MOVE WS-DEFAULT-CYCLES TO WS-CYCLES.
042100     IF  FSP-CYCLES NUMERIC
042200         IF  FSP-CYCLES GREATER THAN ZERO
042300             MOVE FSP-CYCLES TO WS-CYCLES.
042400     IF  WS-CYCLES GREATER THAN WS-CYC-MAX
042500         MOVE WS-CYC-MAX TO WS-CYCLES.
042600     MOVE WS-DEFAULT-TOP TO WS-TOP-LIMIT.
042700     IF  FSP-TOP-COUNT NUMERIC
042800         IF  FSP-TOP-COUNT GREATER THAN ZERO
042900             MOVE FSP-TOP-COUNT TO WS-TOP-LIMIT.
043000     IF  WS-TOP-LIMIT GREATER THAN WS-TOP-MAX
043100         MOVE WS-TOP-MAX TO WS-TOP-LIMIT.
043200     PERFORM 1100-COUNT-MAPPED THRU 1100-EXIT
043300         VARYING WS-MAP-SUB FROM 1 BY 1
043400         UNTIL WS-MAP-SUB GREATER THAN WS-MAP-MAX.
043500     PERFORM 1050-CLEAR-BAND THRU 1050-EXIT
043600         VARYING WS-BAND-SUB FROM 1 BY 1
043700         UNTIL WS-BAND-SUB GREATER THAN 7.
043800     OPEN INPUT  FEE-TABLE-FILE.
043900     OPEN INPUT  CAND-TABLE-FILE.
044000     OPEN INPUT  BAL-HIST-FILE.
044100     OPEN OUTPUT SIM-REPORT.
044200     MOVE WS-RUN-DATE-8 TO TTL-RUN-DATE.
044300     MOVE WS-CYCLES     TO TTL-CYCLES.
044400     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
044500     MOVE SPACES TO SIM-REPORT-LINE.
044600     MOVE WS-REPORT-TITLE TO SIM-REPORT-LINE.
044700     WRITE SIM-REPORT-LINE.
044800     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
044900     PERFORM 2110-READ-BAL-HIST THRU 2110-EXIT.
045000     MOVE SPACES TO SI-ENVIRONMENT-AREA.
045100     MOVE '1' TO SI-ENVIRONMENT-VSAM.
045200     MOVE 'O' TO I-O-CONTROL-OPERATOR.
045300     MOVE 'I' TO I-O-CONTROL-ACCESS.
045400     MOVE -1  TO I-O-SEND-CODE.
045500     CALL 'IMACTM' USING I-O-CONTROL-AREA
045600                         MASTER-AREA
045700                         SI-ENVIRONMENT-AREA.
045800 1000-EXIT. EXIT.
045900 1050-CLEAR-BAND.
046000     MOVE ZERO TO WS-BAND-ACCTS (WS-BAND-SUB)
046100                  WS-BAND-CHANGE (WS-BAND-SUB).
046200 1050-EXIT. EXIT.
046300 1100-COUNT-MAPPED.
046400     IF  FSP-FEE-NUMBER (WS-MAP-SUB) NOT EQUAL SPACES
046500         ADD 1 TO WS-MAPPED-FEES.
046600 1100-EXIT. EXIT.
046700     EJECT
046800*----------------------------------------------------------------*
046900*    1200-LOAD-CURRENT / 1300-LOAD-CANDIDATE - KEEP THE TIERS OF *
047000*    THE MAPPED FEES FROM EACH TABLE RECORD, LIMITED TO THE      *
047100*    CHARGE TYPE ON THE CARD WHEN ONE IS GIVEN.                  *
047200*----------------------------------------------------------------*
047300 1200-LOAD-CURRENT.
047400     READ FEE-TABLE-FILE INTO MULTIPLE-PRICE-FEE-TABLE
047500         AT END MOVE 'Y' TO WS-FEE-EOF-SW
047600                GO TO 1200-EXIT.
047700     ADD 1 TO WS-TOT-CUR-RECORDS.
047800     MOVE 'C' TO WS-SKW-TABLE.
047900     PERFORM 1500-LOAD-SCHEDULE THRU 1500-EXIT.
048000 1200-EXIT. EXIT.
048100 1300-LOAD-CANDIDATE.
048200     READ CAND-TABLE-FILE INTO MULTIPLE-PRICE-FEE-TABLE
048300         AT END MOVE 'Y' TO WS-CND-EOF-SW
048400                GO TO 1300-EXIT.
048500     ADD 1 TO WS-TOT-CND-RECORDS.
048600     MOVE 'N' TO WS-SKW-TABLE.
048700     PERFORM 1500-LOAD-SCHEDULE THRU 1500-EXIT.
048800 1300-EXIT. EXIT.
048900*----------------------------------------------------------------*
049000*    1400-CHECK-SETUP - NOTHING CAN BE PRICED WITHOUT FEE        *
049100*    NUMBERS ON THE CARD OR WITHOUT A CANDIDATE TABLE.           *
049200*----------------------------------------------------------------*
049300 1400-CHECK-SETUP.
049400     IF  WS-MAPPED-FEES EQUAL ZERO
049500         MOVE 'NO FEE NUMBERS ON THE PARAMETER CARD' TO MSG-TEXT
049600         MOVE SPACES TO MSG-KEY
049700         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
049800         MOVE 8 TO WS-RUN-RC.
049900     IF  WS-CND-SCH-COUNT EQUAL ZERO
050000         MOVE 'NO CANDIDATE FEE TABLE RECORDS FOR THE CHARGE TYPE'
050100             TO MSG-TEXT
050200         MOVE FSP-CHG-TYPE TO MSG-KEY
050300         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
050400         MOVE 8 TO WS-RUN-RC.
050500 1400-EXIT. EXIT.
050600     EJECT
050700 1500-LOAD-SCHEDULE.
050800     IF  FSP-CHG-TYPE NOT EQUAL SPACES
050900     AND FSP-CHG-TYPE NOT EQUAL WMF-CHG-TYPE
051000         GO TO 1500-EXIT.
051100     MOVE WMF-SC-REGION TO WS-SKW-REGION.
051200     MOVE WMF-CHG-TYPE  TO WS-SKW-CHG-TYPE.
051300     PERFORM 8000-FIND-SCHEDULE THRU 8000-EXIT.
051400     IF  WS-SCH-SUB GREATER THAN ZERO
051500         GO TO 1590-LOAD-FEES.
051600     IF  WS-SCH-COUNT NOT LESS THAN WS-SCH-MAX
051700         IF  NOT WS-88-SCH-FULL
051800             MOVE 'Y' TO WS-SCH-FULL-SW
051900             MOVE 'FEE SCHEDULE TABLE FULL - RECORDS DROPPED FROM'
052000                 TO MSG-TEXT
052100             MOVE WS-SCH-KEY-WORK TO MSG-KEY
052200             PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
052300             IF  WS-RUN-RC LESS THAN 4
052400                 MOVE 4 TO WS-RUN-RC.
052500     IF  WS-SCH-COUNT NOT LESS THAN WS-SCH-MAX
052600         GO TO 1500-EXIT.
052700     ADD 1 TO WS-SCH-COUNT.
052800     SET SHX TO WS-SCH-COUNT.
052900     MOVE WS-SCH-KEY-WORK TO WS-SCH-KEY (SHX).
053000     PERFORM 1510-CLEAR-FEE THRU 1510-EXIT
053100         VARYING WS-MAP-SUB FROM 1 BY 1
053200         UNTIL WS-MAP-SUB GREATER THAN WS-MAP-MAX.
053300     IF  WS-SKW-TABLE EQUAL 'N'
053400         ADD 1 TO WS-CND-SCH-COUNT.
053500     MOVE WS-SCH-COUNT TO WS-SCH-SUB.
053600 1590-LOAD-FEES.
053700     SET SHX TO WS-SCH-SUB.
053800     PERFORM 1520-ONE-FEE THRU 1520-EXIT
053900         VARYING WS-FEE-SUB FROM 1 BY 1
054000         UNTIL WS-FEE-SUB GREATER THAN 200.
054100 1500-EXIT. EXIT.
054200 1510-CLEAR-FEE.
054300     MOVE 'N' TO WS-SCH-FEE-FOUND (SHX, WS-MAP-SUB).
054400     PERFORM 1515-CLEAR-TIER THRU 1515-EXIT
054500         VARYING WS-TIER-SUB FROM 1 BY 1
054600         UNTIL WS-TIER-SUB GREATER THAN 4.
054700 1510-EXIT. EXIT.
054800 1515-CLEAR-TIER.
054900     MOVE ZERO TO WS-SCH-TIER-CTR (SHX, WS-MAP-SUB, WS-TIER-SUB)
055000                  WS-SCH-TIER-AMT (SHX, WS-MAP-SUB, WS-TIER-SUB).
055100 1515-EXIT. EXIT.
055200 1520-ONE-FEE.
055300     IF  WMF-FEE-NUMBER (WS-FEE-SUB) EQUAL SPACES
055400         GO TO 1520-EXIT.
055500     PERFORM 1530-MATCH-MAP THRU 1530-EXIT
055600         VARYING WS-MAP-SUB FROM 1 BY 1
055700         UNTIL WS-MAP-SUB GREATER THAN WS-MAP-MAX.
055800 1520-EXIT. EXIT.
055900 1530-MATCH-MAP.
056000     IF  FSP-FEE-NUMBER (WS-MAP-SUB) EQUAL SPACES
056100         GO TO 1530-EXIT.
056200     IF  FSP-FEE-NUMBER (WS-MAP-SUB) NOT EQUAL
056300         WMF-FEE-NUMBER (WS-FEE-SUB)
056400         GO TO 1530-EXIT.
056500     MOVE 'Y' TO WS-SCH-FEE-FOUND (SHX, WS-MAP-SUB).
056600     MOVE WMF-TIERS (WS-FEE-SUB, 1)
056700         TO WS-SCH-TIER (SHX, WS-MAP-SUB, 1).
056800     MOVE WMF-TIERS (WS-FEE-SUB, 2)
056900         TO WS-SCH-TIER (SHX, WS-MAP-SUB, 2).
057000     MOVE WMF-TIERS (WS-FEE-SUB, 3)
057100         TO WS-SCH-TIER (SHX, WS-MAP-SUB, 3).
057200     MOVE WMF-TIERS (WS-FEE-SUB, 4)
057300         TO WS-SCH-TIER (SHX, WS-MAP-SUB, 4).
057400 1530-EXIT. EXIT.
057500     EJECT
057600*----------------------------------------------------------------*
057700*    2000-PROCESS-ACCOUNT - BROWSE THE MASTER, PRICE EACH        *
057800*    ACCOUNT UNDER BOTH SCHEDULES AND ACCUMULATE THE CHANGE.     *
057900*----------------------------------------------------------------*
058000 2000-PROCESS-ACCOUNT.
058100     MOVE 'R' TO I-O-CONTROL-OPERATOR.
058200     MOVE -1  TO I-O-SEND-CODE.
058300     CALL 'IMACTM' USING I-O-CONTROL-AREA
058400                         MASTER-AREA
058500                         SI-ENVIRONMENT-AREA.
058600     IF  I-O-88-END-OF-FILE
058700         MOVE 'Y' TO WS-MST-EOF-SW
058800         GO TO 2000-EXIT.
058900     IF  NOT I-O-88-NORMAL-RET
059000         MOVE 'Y' TO WS-MST-EOF-SW
059100         GO TO 2000-EXIT.
059200     ADD 1 TO WS-TOT-ACCOUNTS.
059300     PERFORM 2100-MATCH-BAL-HIST THRU 2100-EXIT.
059400     IF  WMS-SC-TYPE EQUAL SPACES
059500         ADD 1 TO WS-TOT-NO-SC-TYPE
059600         GO TO 2000-EXIT.
059700     IF  FSP-CHG-TYPE NOT EQUAL SPACES
059800     AND FSP-CHG-TYPE NOT EQUAL WMS-SC-TYPE
059900         ADD 1 TO WS-TOT-OTHER-CHG-TYPE
060000         GO TO 2000-EXIT.
060100     MOVE WMS-SVC-CHRG-REGION TO WS-SKW-REGION.
060200     MOVE WMS-SC-TYPE         TO WS-SKW-CHG-TYPE.
060300     MOVE 'N' TO WS-SKW-TABLE.
060400     PERFORM 8000-FIND-SCHEDULE THRU 8000-EXIT.
060500     MOVE WS-SCH-SUB TO WS-CND-SCH.
060600     IF  WS-CND-SCH EQUAL ZERO
060700         ADD 1 TO WS-TOT-NOT-IN-CAND
060800         GO TO 2000-EXIT.
060900     MOVE 'C' TO WS-SKW-TABLE.
061000     PERFORM 8000-FIND-SCHEDULE THRU 8000-EXIT.
061100     MOVE WS-SCH-SUB TO WS-CUR-SCH.
061200     IF  WS-CUR-SCH EQUAL ZERO
061300         ADD 1 TO WS-TOT-NO-CURRENT.
061400     PERFORM 2200-LOAD-ACTIVITY THRU 2200-EXIT.
061500     PERFORM 2300-LOAD-CYCLES   THRU 2300-EXIT.
061600     MOVE WS-CUR-SCH TO WS-PRC-SCH.
061700     PERFORM 3000-PRICE-ACCOUNT THRU 3000-EXIT.
061800     MOVE WS-PRICE-AMT TO WS-CUR-AMT.
061900     MOVE WS-CND-SCH TO WS-PRC-SCH.
062000     PERFORM 3000-PRICE-ACCOUNT THRU 3000-EXIT.
062100     MOVE WS-PRICE-AMT TO WS-CND-AMT.
062200     COMPUTE WS-CHANGE-AMT = WS-CND-AMT - WS-CUR-AMT.
062300     PERFORM 4000-ACCUMULATE THRU 4000-EXIT.
062400 2000-EXIT. EXIT.
062500     EJECT
062600*----------------------------------------------------------------*
062700*    2100-MATCH-BAL-HIST - BRING THE BALANCE HISTORY UP TO THE   *
062800*    ACCOUNT JUST READ AND STOP ON ITS ADB SNAPSHOT RECORD.      *
062900*----------------------------------------------------------------*
063000 2100-MATCH-BAL-HIST.
063100     MOVE 'N' TO WS-ADB-FOUND-SW.
063200     PERFORM 2110-READ-BAL-HIST THRU 2110-EXIT
063300         UNTIL WS-88-BHI-EOF
063400            OR BH-CONTROLS GREATER THAN WMS-CONTROL-KEY
063500            OR (BH-CONTROLS EQUAL WMS-CONTROL-KEY AND BH-ADB).
063600     IF  WS-88-BHI-EOF
063700         GO TO 2100-EXIT.
063800     IF  BH-CONTROLS EQUAL WMS-CONTROL-KEY
063900     AND BH-ADB
064000         MOVE 'Y' TO WS-ADB-FOUND-SW.
064100 2100-EXIT. EXIT.
064200 2110-READ-BAL-HIST.
064300     READ BAL-HIST-FILE
064400         AT END MOVE 'Y' TO WS-BHI-EOF-SW.
064500 2110-EXIT. EXIT.
064600*----------------------------------------------------------------*
064700*    2200-LOAD-ACTIVITY - THE SERVICE-CHARGE COUNTERS, IN THE    *
064800*    ORDER OF THE FEE NUMBERS ON THE PARAMETER CARD.             *
064900*----------------------------------------------------------------*
065000 2200-LOAD-ACTIVITY.
065100     MOVE ZERO                 TO WS-ACT-COUNT (1).
065200     MOVE WMS-SC-NO-CHECKS     TO WS-ACT-COUNT (2).
065300     MOVE WMS-SC-DEBITS        TO WS-ACT-COUNT (3).
065400     MOVE WMS-SC-CREDITS       TO WS-ACT-COUNT (4).
065500     MOVE WMS-SC-NSF-ITEMS     TO WS-ACT-COUNT (5).
065600     MOVE WMS-SC-UNAVAIL-ITEMS TO WS-ACT-COUNT (6).
065700     MOVE WMS-SC-OD-ITEMS      TO WS-ACT-COUNT (7).
065800     MOVE WMS-SC-NUM-ACH       TO WS-ACT-COUNT (8).
065900     MOVE WMS-SC-NUM-ATM       TO WS-ACT-COUNT (9).
066000     MOVE WMS-SC-AMTTRNSFR-NO  TO WS-ACT-COUNT (10).
066100     MOVE WMS-SC-TRAN-NO       TO WS-ACT-COUNT (11).
066200     MOVE WMS-SC-AGG-STOPS     TO WS-ACT-COUNT (12).
066300     MOVE WMS-SC-AGG-HOLDS     TO WS-ACT-COUNT (13).
066400     COMPUTE WS-ACT-COUNT (14) = WMS-MTD-LOCAL-ITEMS
066500                               + WMS-MTD-FOREIGN-ITEMS
066600                               + WMS-MTD-LOCKBOX-ITEMS
066700                               + WMS-MTD-NONPAR-ITEMS.
066800 2200-EXIT. EXIT.
066900*----------------------------------------------------------------*
067000*    2300-LOAD-CYCLES - THE AVERAGE BALANCE OF EACH CYCLE TO BE  *
067100*    PRICED, NEWEST SNAPSHOT FIRST, OR THE CURRENT SC AVERAGE    *
067200*    BALANCE FOR EVERY CYCLE WHEN THERE IS NO SNAPSHOT.          *
067300*----------------------------------------------------------------*
067400 2300-LOAD-CYCLES.
067500     MOVE ZERO TO WS-CYC-COUNT.
067600     IF  WS-88-ADB-FOUND
067700         MOVE BH-ENTRIES TO WS-ENT-SUB
067800         IF  WS-ENT-SUB GREATER THAN 60
067900             MOVE 60 TO WS-ENT-SUB.
068000     IF  WS-88-ADB-FOUND
068100         PERFORM 2310-ONE-SNAPSHOT THRU 2310-EXIT
068200             UNTIL WS-ENT-SUB LESS THAN 1
068300                OR WS-CYC-COUNT NOT LESS THAN WS-CYCLES.
068400     IF  WS-CYC-COUNT GREATER THAN ZERO
068500         GO TO 2300-EXIT.
068600     ADD 1 TO WS-TOT-MASTER-BAL.
068700     MOVE WMS-CURR-BAL TO WS-MST-AVG-BAL.
068800     IF  WMS-SC-AGGR-DAYS GREATER THAN ZERO
068900         COMPUTE WS-MST-AVG-BAL ROUNDED =
069000             WMS-SC-AGGR-BAL / WMS-SC-AGGR-DAYS.
069100     PERFORM 2320-MASTER-CYCLE THRU 2320-EXIT
069200         VARYING WS-CYC-SUB FROM 1 BY 1
069300         UNTIL WS-CYC-SUB GREATER THAN WS-CYCLES.
069400     MOVE WS-CYCLES TO WS-CYC-COUNT.
069500 2300-EXIT. EXIT.
069600 2310-ONE-SNAPSHOT.
069700     ADD 1 TO WS-CYC-COUNT.
069800     MOVE BHD-ADB-AVG-BAL (WS-ENT-SUB)
069900         TO WS-CYC-BAL (WS-CYC-COUNT).
070000     SUBTRACT 1 FROM WS-ENT-SUB.
070100 2310-EXIT. EXIT.
070200 2320-MASTER-CYCLE.
070300     MOVE WS-MST-AVG-BAL TO WS-CYC-BAL (WS-CYC-SUB).
070400 2320-EXIT. EXIT.
070500     EJECT
070600*----------------------------------------------------------------*
070700*    3000-PRICE-ACCOUNT - THE ACCOUNT'S CHARGES OVER THE CYCLES  *
070800*    UNDER SCHEDULE WS-PRC-SCH (ZERO WHEN THERE IS NO SCHEDULE). *
070900*----------------------------------------------------------------*
071000 3000-PRICE-ACCOUNT.
071100     MOVE ZERO TO WS-PRICE-AMT.
071200     IF  WS-PRC-SCH EQUAL ZERO
071300         GO TO 3000-EXIT.
071400     SET SHX TO WS-PRC-SCH.
071500     MOVE ZERO TO WS-CYCLE-ITEM-AMT.
071600     PERFORM 3100-PRICE-ITEMS THRU 3100-EXIT
071700         VARYING WS-MAP-SUB FROM 2 BY 1
071800         UNTIL WS-MAP-SUB GREATER THAN WS-MAP-MAX.
071900     COMPUTE WS-PRICE-AMT = WS-CYCLE-ITEM-AMT * WS-CYC-COUNT.
072000     IF  WS-SCH-FEE-FOUND (SHX, 1) NOT EQUAL 'Y'
072100         GO TO 3000-EXIT.
072200     PERFORM 3200-PRICE-MAINT THRU 3200-EXIT
072300         VARYING WS-CYC-SUB FROM 1 BY 1
072400         UNTIL WS-CYC-SUB GREATER THAN WS-CYC-COUNT.
072500 3000-EXIT. EXIT.
072600*----------------------------------------------------------------*
072700*    3100-PRICE-ITEMS - ONE CYCLE'S ITEMS THROUGH THE FEE'S      *
072800*    GRADUATED TIERS.                                            *
072900*----------------------------------------------------------------*
073000 3100-PRICE-ITEMS.
073100     IF  WS-SCH-FEE-FOUND (SHX, WS-MAP-SUB) NOT EQUAL 'Y'
073200         GO TO 3100-EXIT.
073300     IF  WS-ACT-COUNT (WS-MAP-SUB) NOT GREATER THAN ZERO
073400         GO TO 3100-EXIT.
073500     MOVE WS-ACT-COUNT (WS-MAP-SUB) TO WS-REMAIN.
073600     MOVE ZERO TO WS-PRIOR-CTR
073700                  WS-LAST-RATE
073800                  WS-ITEM-AMT.
073900     PERFORM 3110-ONE-TIER THRU 3110-EXIT
074000         VARYING WS-TIER-SUB FROM 1 BY 1
074100         UNTIL WS-TIER-SUB GREATER THAN 4
074200            OR WS-REMAIN NOT GREATER THAN ZERO.
074300     IF  WS-REMAIN GREATER THAN ZERO
074400         COMPUTE WS-ITEM-AMT = WS-ITEM-AMT
074500                             + WS-REMAIN * WS-LAST-RATE.
074600     ADD WS-ITEM-AMT TO WS-CYCLE-ITEM-AMT.
074700 3100-EXIT. EXIT.
074800 3110-ONE-TIER.
074900     IF  WS-TIER-SUB GREATER THAN 1
075000     AND WS-SCH-TIER-CTR (SHX, WS-MAP-SUB, WS-TIER-SUB) EQUAL ZERO
075100     AND WS-SCH-TIER-AMT (SHX, WS-MAP-SUB, WS-TIER-SUB) EQUAL ZERO
075200         GO TO 3110-EXIT.
075300     MOVE WS-SCH-TIER-AMT (SHX, WS-MAP-SUB, WS-TIER-SUB)
075400         TO WS-LAST-RATE.
075500     IF  WS-SCH-TIER-CTR (SHX, WS-MAP-SUB, WS-TIER-SUB)
075600         GREATER THAN WS-PRIOR-CTR
075700         COMPUTE WS-BAND =
075800             WS-SCH-TIER-CTR (SHX, WS-MAP-SUB, WS-TIER-SUB)
075900             - WS-PRIOR-CTR
076000         MOVE WS-SCH-TIER-CTR (SHX, WS-MAP-SUB, WS-TIER-SUB)
076100             TO WS-PRIOR-CTR
076200     ELSE
076300         MOVE WS-REMAIN TO WS-BAND.
076400     IF  WS-BAND GREATER THAN WS-REMAIN
076500         MOVE WS-REMAIN TO WS-BAND.
076600     COMPUTE WS-ITEM-AMT = WS-ITEM-AMT + WS-BAND * WS-LAST-RATE.
076700     SUBTRACT WS-BAND FROM WS-REMAIN.
076800 3110-EXIT. EXIT.
076900*----------------------------------------------------------------*
077000*    3200-PRICE-MAINT - ONE CYCLE'S MAINTENANCE FEE BY THE       *
077100*    CYCLE'S AVERAGE BALANCE.                                    *
077200*----------------------------------------------------------------*
077300 3200-PRICE-MAINT.
077400     MOVE WS-SCH-TIER-AMT (SHX, 1, 1) TO WS-MAINT-AMT.
077500     PERFORM 3210-BALANCE-TIER THRU 3210-EXIT
077600         VARYING WS-TIER-SUB FROM 2 BY 1
077700         UNTIL WS-TIER-SUB GREATER THAN 4.
077800     ADD WS-MAINT-AMT TO WS-PRICE-AMT.
077900 3200-EXIT. EXIT.
078000 3210-BALANCE-TIER.
078100     IF  WS-SCH-TIER-CTR (SHX, 1, WS-TIER-SUB)
078200         NOT GREATER THAN ZERO
078300         GO TO 3210-EXIT.
078400     IF  WS-CYC-BAL (WS-CYC-SUB) NOT LESS THAN
078500         WS-SCH-TIER-CTR (SHX, 1, WS-TIER-SUB)
078600         MOVE WS-SCH-TIER-AMT (SHX, 1, WS-TIER-SUB)
078700             TO WS-MAINT-AMT.
078800 3210-EXIT. EXIT.
078900     EJECT
079000*----------------------------------------------------------------*
079100*    4000-ACCUMULATE - TOTALS, BREAKDOWN, DISTRIBUTION BAND AND  *
079200*    THE MOST AFFECTED RANKING.                                  *
079300*----------------------------------------------------------------*
079400 4000-ACCUMULATE.
079500     ADD 1 TO WS-TOT-PRICED.
079600     ADD WS-CUR-AMT    TO WS-TOT-CUR-AMT.
079700     ADD WS-CND-AMT    TO WS-TOT-CND-AMT.
079800     ADD WS-CHANGE-AMT TO WS-TOT-CHANGE.
079900     IF  WS-CHANGE-AMT GREATER THAN ZERO
080000         ADD 1 TO WS-TOT-INCREASED.
080100     IF  WS-CHANGE-AMT LESS THAN ZERO
080200         ADD 1 TO WS-TOT-DECREASED.
080300     IF  WS-CHANGE-AMT EQUAL ZERO
080400         ADD 1 TO WS-TOT-UNCHANGED.
080500     MOVE '1'           TO WS-DKW-TYPE.
080600     MOVE WMS-ACCT-TYPE TO WS-DKW-VALUE.
080700     PERFORM 4100-ADD-DIMENSION THRU 4100-EXIT.
080800     MOVE '2'           TO WS-DKW-TYPE.
080900     MOVE WMS-BRANCH5   TO WS-DKW-VALUE.
081000     PERFORM 4100-ADD-DIMENSION THRU 4100-EXIT.
081100     MOVE '3'           TO WS-DKW-TYPE.
081200     MOVE WMS-SVC-CHRG-REGION TO WS-DKW-VALUE.
081300     PERFORM 4100-ADD-DIMENSION THRU 4100-EXIT.
081400     PERFORM 4200-ADD-BAND THRU 4200-EXIT.
081500     PERFORM 4300-RANK-ACCOUNT THRU 4300-EXIT.
081600 4000-EXIT. EXIT.
081700 4100-ADD-DIMENSION.
081800     PERFORM 8100-FIND-DIMENSION THRU 8100-EXIT.
081900     IF  WS-DIM-SUB EQUAL ZERO
082000         GO TO 4100-EXIT.
082100     SET DMX TO WS-DIM-SUB.
082200     ADD 1 TO WS-DIM-ACCTS (DMX).
082300     IF  WS-CHANGE-AMT GREATER THAN ZERO
082400         ADD 1 TO WS-DIM-UP (DMX).
082500     IF  WS-CHANGE-AMT LESS THAN ZERO
082600         ADD 1 TO WS-DIM-DOWN (DMX).
082700     IF  WS-CHANGE-AMT EQUAL ZERO
082800         ADD 1 TO WS-DIM-SAME (DMX).
082900     ADD WS-CUR-AMT TO WS-DIM-CUR-AMT (DMX).
083000     ADD WS-CND-AMT TO WS-DIM-CND-AMT (DMX).
083100 4100-EXIT. EXIT.
083200 4200-ADD-BAND.
083300     MOVE 7 TO WS-BAND-SUB.
083400     IF  WS-CHANGE-AMT NOT GREATER THAN +25.00
083500         MOVE 6 TO WS-BAND-SUB.
083600     IF  WS-CHANGE-AMT NOT GREATER THAN +10.00
083700         MOVE 5 TO WS-BAND-SUB.
083800     IF  WS-CHANGE-AMT NOT GREATER THAN ZERO
083900         MOVE 4 TO WS-BAND-SUB.
084000     IF  WS-CHANGE-AMT LESS THAN ZERO
084100         MOVE 3 TO WS-BAND-SUB.
084200     IF  WS-CHANGE-AMT LESS THAN -10.00
084300         MOVE 2 TO WS-BAND-SUB.
084400     IF  WS-CHANGE-AMT LESS THAN -25.00
084500         MOVE 1 TO WS-BAND-SUB.
084600     ADD 1             TO WS-BAND-ACCTS (WS-BAND-SUB).
084700     ADD WS-CHANGE-AMT TO WS-BAND-CHANGE (WS-BAND-SUB).
084800 4200-EXIT. EXIT.
084900*----------------------------------------------------------------*
085000*    4300-RANK-ACCOUNT - KEEP THE WS-TOP-LIMIT LARGEST CHANGES,  *
085100*    EITHER DIRECTION, REPLACING THE SMALLEST WHEN FULL.         *
085200*----------------------------------------------------------------*
085300 4300-RANK-ACCOUNT.
085400     MOVE WS-CHANGE-AMT TO WS-ABS-CHANGE.
085500     IF  WS-ABS-CHANGE LESS THAN ZERO
085600         COMPUTE WS-ABS-CHANGE = ZERO - WS-ABS-CHANGE.
085700     IF  WS-ABS-CHANGE EQUAL ZERO
085800         GO TO 4300-EXIT.
085900     IF  WS-TOP-COUNT LESS THAN WS-TOP-LIMIT
086000         ADD 1 TO WS-TOP-COUNT
086100         MOVE WS-TOP-COUNT TO WS-TOP-SUB
086200         GO TO 4390-STORE.
086300     IF  WS-ABS-CHANGE NOT GREATER THAN
086400         WS-TOP-ABS-CHANGE (WS-TOP-MIN-SUB)
086500         GO TO 4300-EXIT.
086600     MOVE WS-TOP-MIN-SUB TO WS-TOP-SUB.
086700 4390-STORE.
086800     SET TPX TO WS-TOP-SUB.
086900     MOVE WMS-OFFICER         TO WS-TOP-OFFICER (TPX).
087000     MOVE WMS-CONTROL-KEY     TO WS-TOP-ACCOUNT (TPX).
087100     MOVE WMS-SHORT-NAME      TO WS-TOP-NAME (TPX).
087200     MOVE WMS-BRANCH5         TO WS-TOP-BRANCH (TPX).
087300     MOVE WMS-ACCT-TYPE       TO WS-TOP-PRODUCT (TPX).
087400     MOVE WMS-SVC-CHRG-REGION TO WS-TOP-REGION (TPX).
087500     MOVE WS-CUR-AMT          TO WS-TOP-CUR-AMT (TPX).
087600     MOVE WS-CND-AMT          TO WS-TOP-CND-AMT (TPX).
087700     MOVE WS-CHANGE-AMT       TO WS-TOP-CHANGE (TPX).
087800     MOVE WS-ABS-CHANGE       TO WS-TOP-ABS-CHANGE (TPX).
087900     IF  WS-TOP-COUNT LESS THAN WS-TOP-LIMIT
088000         GO TO 4300-EXIT.
088100     MOVE 1 TO WS-TOP-MIN-SUB.
088200     PERFORM 4310-FIND-SMALLEST THRU 4310-EXIT
088300         VARYING WS-SUB FROM 2 BY 1
088400         UNTIL WS-SUB GREATER THAN WS-TOP-COUNT.
088500 4300-EXIT. EXIT.
088600 4310-FIND-SMALLEST.
088700     IF  WS-TOP-ABS-CHANGE (WS-SUB) LESS THAN
088800         WS-TOP-ABS-CHANGE (WS-TOP-MIN-SUB)
088900         MOVE WS-SUB TO WS-TOP-MIN-SUB.
089000 4310-EXIT. EXIT.
089100     EJECT
089200*----------------------------------------------------------------*
089300*    5000-PRINT-BREAKDOWN - PRODUCT, BRANCH AND SC REGION        *
089400*    BREAKDOWN, SORTED BY SIMPLE EXCHANGE SORT ON TYPE AND KEY.  *
089500*----------------------------------------------------------------*
089600 5000-PRINT-BREAKDOWN.
089700     MOVE 'Y' TO WS-SWAPPED-SW.
089800     PERFORM 5100-ONE-PASS THRU 5100-EXIT
089900         UNTIL NOT WS-88-SWAPPED.
090000     MOVE 'INCREASES AND DECREASES BY PRODUCT, BRANCH, SC REGION'
090100         TO SEC-TEXT.
090200     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
090300     MOVE SPACES TO SIM-REPORT-LINE.
090400     MOVE WS-DIM-HEADING TO SIM-REPORT-LINE.
090500     WRITE SIM-REPORT-LINE.
090600     MOVE SPACES TO WS-DIM-LAST-TYPE.
090700     PERFORM 5300-PRINT-DIMENSION THRU 5300-EXIT
090800         VARYING WS-SUB FROM 1 BY 1
090900         UNTIL WS-SUB GREATER THAN WS-DIM-COUNT.
091000 5000-EXIT. EXIT.
091100 5100-ONE-PASS.
091200     MOVE 'N' TO WS-SWAPPED-SW.
091300     PERFORM 5200-COMPARE-PAIR THRU 5200-EXIT
091400         VARYING WS-SUB FROM 1 BY 1
091500         UNTIL WS-SUB NOT LESS THAN WS-DIM-COUNT.
091600 5100-EXIT. EXIT.
091700 5200-COMPARE-PAIR.
091800     ADD 1 TO WS-SUB GIVING WS-NEXT-SUB.
091900     IF  WS-DIM-KEY (WS-SUB) NOT GREATER THAN
092000         WS-DIM-KEY (WS-NEXT-SUB)
092100         GO TO 5200-EXIT.
092200     MOVE 'Y' TO WS-SWAPPED-SW.
092300     MOVE WS-DIM-ENTRY (WS-SUB)      TO WS-DIM-HOLD.
092400     MOVE WS-DIM-ENTRY (WS-NEXT-SUB) TO WS-DIM-ENTRY (WS-SUB).
092500     MOVE WS-DIM-HOLD TO WS-DIM-ENTRY (WS-NEXT-SUB).
092600 5200-EXIT. EXIT.
092700 5300-PRINT-DIMENSION.
092800     SET DMX TO WS-SUB.
092900     IF  WS-DIM-TYPE (DMX) NOT EQUAL WS-DIM-LAST-TYPE
093000         WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE
093100         MOVE WS-DIM-TYPE (DMX) TO WS-DIM-LAST-TYPE.
093200     MOVE WS-DIM-TYPE (DMX) TO WS-BAND-SUB.
093300     MOVE WS-DIM-TYPE-LIT (WS-BAND-SUB) TO DML-TYPE.
093400     MOVE WS-DIM-VALUE (DMX)   TO DML-KEY.
093500     MOVE WS-DIM-ACCTS (DMX)   TO DML-ACCTS.
093600     MOVE WS-DIM-UP (DMX)      TO DML-UP.
093700     MOVE WS-DIM-DOWN (DMX)    TO DML-DOWN.
093800     MOVE WS-DIM-SAME (DMX)    TO DML-SAME.
093900     MOVE WS-DIM-CUR-AMT (DMX) TO DML-CUR-AMT.
094000     MOVE WS-DIM-CND-AMT (DMX) TO DML-CND-AMT.
094100     COMPUTE DML-CHANGE = WS-DIM-CND-AMT (DMX)
094200                        - WS-DIM-CUR-AMT (DMX).
094300     MOVE SPACES TO SIM-REPORT-LINE.
094400     MOVE WS-DIM-LINE TO SIM-REPORT-LINE.
094500     WRITE SIM-REPORT-LINE.
094600 5300-EXIT. EXIT.
094700     EJECT
094800*----------------------------------------------------------------*
094900*    6000-PRINT-BANDS - DISTRIBUTION OF THE ACCOUNT CHANGES.     *
095000*----------------------------------------------------------------*
095100 6000-PRINT-BANDS.
095200     MOVE 'DISTRIBUTION OF CHANGE PER ACCOUNT, ALL CYCLES'
095300         TO SEC-TEXT.
095400     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
095500     MOVE SPACES TO SIM-REPORT-LINE.
095600     MOVE WS-BAND-HEADING TO SIM-REPORT-LINE.
095700     WRITE SIM-REPORT-LINE.
095800     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
095900     PERFORM 6100-PRINT-BAND THRU 6100-EXIT
096000         VARYING WS-BAND-SUB FROM 1 BY 1
096100         UNTIL WS-BAND-SUB GREATER THAN 7.
096200 6000-EXIT. EXIT.
096300 6100-PRINT-BAND.
096400     MOVE WS-BAND-LIT (WS-BAND-SUB)    TO BDL-LIT.
096500     MOVE WS-BAND-ACCTS (WS-BAND-SUB)  TO BDL-ACCTS.
096600     MOVE WS-BAND-CHANGE (WS-BAND-SUB) TO BDL-CHANGE.
096700     MOVE SPACES TO SIM-REPORT-LINE.
096800     MOVE WS-BAND-LINE TO SIM-REPORT-LINE.
096900     WRITE SIM-REPORT-LINE.
097000 6100-EXIT. EXIT.
097100     EJECT
097200*----------------------------------------------------------------*
097300*    7000-PRINT-TOP - THE MOST AFFECTED ACCOUNTS, BY OFFICER AND *
097400*    THEN LARGEST CHANGE FIRST.                                  *
097500*----------------------------------------------------------------*
097600 7000-PRINT-TOP.
097700     MOVE 'Y' TO WS-SWAPPED-SW.
097800     PERFORM 7100-ONE-PASS THRU 7100-EXIT
097900         UNTIL NOT WS-88-SWAPPED.
098000     MOVE 'MOST AFFECTED ACCOUNTS BY OFFICER' TO SEC-TEXT.
098100     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
098200     MOVE SPACES TO SIM-REPORT-LINE.
098300     MOVE WS-TOP-HEADING TO SIM-REPORT-LINE.
098400     WRITE SIM-REPORT-LINE.
098500     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
098600     PERFORM 7300-PRINT-TOP-LINE THRU 7300-EXIT
098700         VARYING WS-SUB FROM 1 BY 1
098800         UNTIL WS-SUB GREATER THAN WS-TOP-COUNT.
098900 7000-EXIT. EXIT.
099000 7100-ONE-PASS.
099100     MOVE 'N' TO WS-SWAPPED-SW.
099200     PERFORM 7200-COMPARE-PAIR THRU 7200-EXIT
099300         VARYING WS-SUB FROM 1 BY 1
099400         UNTIL WS-SUB NOT LESS THAN WS-TOP-COUNT.
099500 7100-EXIT. EXIT.
099600 7200-COMPARE-PAIR.
099700     ADD 1 TO WS-SUB GIVING WS-NEXT-SUB.
099800     IF  WS-TOP-OFFICER (WS-SUB) LESS THAN
099900         WS-TOP-OFFICER (WS-NEXT-SUB)
100000         GO TO 7200-EXIT.
100100     IF  WS-TOP-OFFICER (WS-SUB) EQUAL
100200         WS-TOP-OFFICER (WS-NEXT-SUB)
100300     AND WS-TOP-ABS-CHANGE (WS-SUB) NOT LESS THAN
100400         WS-TOP-ABS-CHANGE (WS-NEXT-SUB)
100500         GO TO 7200-EXIT.
100600     MOVE 'Y' TO WS-SWAPPED-SW.
100700     MOVE WS-TOP-ENTRY (WS-SUB)      TO WS-TOP-HOLD.
100800     MOVE WS-TOP-ENTRY (WS-NEXT-SUB) TO WS-TOP-ENTRY (WS-SUB).
100900     MOVE WS-TOP-HOLD TO WS-TOP-ENTRY (WS-NEXT-SUB).
101000 7200-EXIT. EXIT.
101100 7300-PRINT-TOP-LINE.
101200     SET TPX TO WS-SUB.
101300     MOVE WS-TOP-OFFICER (TPX) TO TPL-OFFICER.
101400     MOVE WS-TOP-ACCOUNT (TPX) TO TPL-ACCOUNT.
101500     MOVE WS-TOP-NAME (TPX)    TO TPL-NAME.
101600     MOVE WS-TOP-BRANCH (TPX)  TO TPL-BRANCH.
101700     MOVE WS-TOP-PRODUCT (TPX) TO TPL-PRODUCT.
101800     MOVE WS-TOP-REGION (TPX)  TO TPL-REGION.
101900     MOVE WS-TOP-CUR-AMT (TPX) TO TPL-CUR-AMT.
102000     MOVE WS-TOP-CND-AMT (TPX) TO TPL-CND-AMT.
102100     MOVE WS-TOP-CHANGE (TPX)  TO TPL-CHANGE.
102200     MOVE SPACES TO SIM-REPORT-LINE.
102300     MOVE WS-TOP-LINE TO SIM-REPORT-LINE.
102400     WRITE SIM-REPORT-LINE.
102500 7300-EXIT. EXIT.
102600     EJECT
102700*----------------------------------------------------------------*
102800*    8000-FIND-SCHEDULE - LOCATE WS-SCH-KEY-WORK; WS-SCH-SUB IS  *
102900*    ZERO WHEN IT IS NOT LOADED.                                 *
103000*----------------------------------------------------------------*
103100 8000-FIND-SCHEDULE.
103200     MOVE ZERO TO WS-SCH-SUB.
103300     PERFORM 8010-SCAN-SCHEDULE THRU 8010-EXIT
103400         VARYING WS-SUB FROM 1 BY 1
103500         UNTIL WS-SUB GREATER THAN WS-SCH-COUNT
103600            OR WS-SCH-SUB GREATER THAN ZERO.
103700 8000-EXIT. EXIT.
103800 8010-SCAN-SCHEDULE.
103900     SET SHX TO WS-SUB.
104000     IF  WS-SCH-KEY (SHX) EQUAL WS-SCH-KEY-WORK
104100         MOVE WS-SUB TO WS-SCH-SUB.
104200 8010-EXIT. EXIT.
104300*----------------------------------------------------------------*
104400*    8100-FIND-DIMENSION - LOCATE OR ADD WS-DIM-KEY-WORK.  WHEN  *
104500*    THE TABLE IS FULL THE NEW KEY IS REPORTED ONCE AND LEFT OUT.*
104600*----------------------------------------------------------------*
104700 8100-FIND-DIMENSION.
104800     MOVE ZERO TO WS-DIM-SUB.
104900     PERFORM 8110-SCAN-DIMENSION THRU 8110-EXIT
105000         VARYING WS-SUB FROM 1 BY 1
105100         UNTIL WS-SUB GREATER THAN WS-DIM-COUNT
105200            OR WS-DIM-SUB GREATER THAN ZERO.
105300     IF  WS-DIM-SUB GREATER THAN ZERO
105400         GO TO 8100-EXIT.
105500     IF  WS-DIM-COUNT NOT LESS THAN WS-DIM-MAX
105600         IF  NOT WS-88-DIM-FULL
105700             MOVE 'Y' TO WS-DIM-FULL-SW
105800             MOVE 'BREAKDOWN TABLE FULL - KEYS LEFT OUT FROM'
105900                 TO MSG-TEXT
106000             MOVE WS-DIM-KEY-WORK TO MSG-KEY
106100             PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
106200             IF  WS-RUN-RC LESS THAN 4
106300                 MOVE 4 TO WS-RUN-RC.
106400     IF  WS-DIM-COUNT NOT LESS THAN WS-DIM-MAX
106500         GO TO 8100-EXIT.
106600     ADD 1 TO WS-DIM-COUNT.
106700     SET DMX TO WS-DIM-COUNT.
106800     MOVE WS-DIM-KEY-WORK TO WS-DIM-KEY (DMX).
106900     MOVE ZERO TO WS-DIM-ACCTS (DMX)
107000                  WS-DIM-UP (DMX)
107100                  WS-DIM-DOWN (DMX)
107200                  WS-DIM-SAME (DMX)
107300                  WS-DIM-CUR-AMT (DMX)
107400                  WS-DIM-CND-AMT (DMX).
107500     MOVE WS-DIM-COUNT TO WS-DIM-SUB.
107600 8100-EXIT. EXIT.
107700 8110-SCAN-DIMENSION.
107800     SET DMX TO WS-SUB.
107900     IF  WS-DIM-KEY (DMX) EQUAL WS-DIM-KEY-WORK
108000         MOVE WS-SUB TO WS-DIM-SUB.
108100 8110-EXIT. EXIT.
108200     EJECT
108300*----------------------------------------------------------------*
108400*    9000-TERMINATE - RUN TOTALS, REVENUE CHANGE AND CLOSE.      *
108500*----------------------------------------------------------------*
108600 9000-TERMINATE.
108700     MOVE 'RUN TOTALS' TO SEC-TEXT.
108800     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
108900     MOVE 'CURRENT TABLE RECORDS READ' TO SUM-LIT.
109000     MOVE WS-TOT-CUR-RECORDS TO SUM-COUNT.
109100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109200     MOVE 'CANDIDATE TABLE RECORDS READ' TO SUM-LIT.
109300     MOVE WS-TOT-CND-RECORDS TO SUM-COUNT.
109400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109500     MOVE 'FEE SCHEDULES LOADED' TO SUM-LIT.
109600     MOVE WS-SCH-COUNT TO SUM-COUNT.
109700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109800     MOVE 'ACCOUNTS READ' TO SUM-LIT.
109900     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
110000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110100     MOVE 'ACCOUNTS WITH NO SC CHARGE TYPE' TO SUM-LIT.
110200     MOVE WS-TOT-NO-SC-TYPE TO SUM-COUNT.
110300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110400     MOVE 'ACCOUNTS OF OTHER CHARGE TYPES' TO SUM-LIT.
110500     MOVE WS-TOT-OTHER-CHG-TYPE TO SUM-COUNT.
110600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110700     MOVE 'ACCOUNTS NOT IN CANDIDATE TABLE' TO SUM-LIT.
110800     MOVE WS-TOT-NOT-IN-CAND TO SUM-COUNT.
110900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111000     MOVE 'ACCOUNTS NOT IN CURRENT TABLE' TO SUM-LIT.
111100     MOVE WS-TOT-NO-CURRENT TO SUM-COUNT.
111200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111300     MOVE 'ACCOUNTS PRICED' TO SUM-LIT.
111400     MOVE WS-TOT-PRICED TO SUM-COUNT.
111500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111600     MOVE 'PRICED AT MASTER SC BALANCE' TO SUM-LIT.
111700     MOVE WS-TOT-MASTER-BAL TO SUM-COUNT.
111800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111900     MOVE 'ACCOUNTS INCREASED' TO SUM-LIT.
112000     MOVE WS-TOT-INCREASED TO SUM-COUNT.
112100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112200     MOVE 'ACCOUNTS DECREASED' TO SUM-LIT.
112300     MOVE WS-TOT-DECREASED TO SUM-COUNT.
112400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112500     MOVE 'ACCOUNTS UNCHANGED' TO SUM-LIT.
112600     MOVE WS-TOT-UNCHANGED TO SUM-COUNT.
112700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112800     MOVE 'REVENUE UNDER CURRENT TABLE' TO AMT-LIT.
112900     MOVE WS-TOT-CUR-AMT TO AMT-VALUE.
113000     PERFORM 9150-PRINT-AMOUNT THRU 9150-EXIT.
113100     MOVE 'REVENUE UNDER CANDIDATE TABLE' TO AMT-LIT.
113200     MOVE WS-TOT-CND-AMT TO AMT-VALUE.
113300     PERFORM 9150-PRINT-AMOUNT THRU 9150-EXIT.
113400     MOVE 'TOTAL REVENUE CHANGE' TO AMT-LIT.
113500     MOVE WS-TOT-CHANGE TO AMT-VALUE.
113600     PERFORM 9150-PRINT-AMOUNT THRU 9150-EXIT.
113700     MOVE 'E' TO I-O-CONTROL-OPERATOR.
113800     MOVE -1  TO I-O-SEND-CODE.
113900     CALL 'IMACTM' USING I-O-CONTROL-AREA
114000                         MASTER-AREA
114100                         SI-ENVIRONMENT-AREA.
114200     CLOSE FEE-TABLE-FILE.
114300     CLOSE CAND-TABLE-FILE.
114400     CLOSE BAL-HIST-FILE.
114500     CLOSE SIM-REPORT.
114600     MOVE WS-RUN-RC TO RETURN-CODE.
114700 9000-EXIT. EXIT.
114800     EJECT
114900 9100-PRINT-SUMMARY.
115000     MOVE SPACES TO SIM-REPORT-LINE.
115100     MOVE WS-SUMMARY-LINE TO SIM-REPORT-LINE.
115200     WRITE SIM-REPORT-LINE.
115300 9100-EXIT. EXIT.
115400 9150-PRINT-AMOUNT.
115500     MOVE SPACES TO SIM-REPORT-LINE.
115600     MOVE WS-AMOUNT-LINE TO SIM-REPORT-LINE.
115700     WRITE SIM-REPORT-LINE.
115800 9150-EXIT. EXIT.
115900 9200-PRINT-MESSAGE.
116000     MOVE SPACES TO SIM-REPORT-LINE.
116100     MOVE WS-MESSAGE-LINE TO SIM-REPORT-LINE.
116200     WRITE SIM-REPORT-LINE.
116300 9200-EXIT. EXIT.
116400 9300-PRINT-SECTION.
116500     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
116600     MOVE SPACES TO SIM-REPORT-LINE.
116700     MOVE WS-SECTION-LINE TO SIM-REPORT-LINE.
116800     WRITE SIM-REPORT-LINE.
116900     WRITE SIM-REPORT-LINE FROM WS-BLANK-LINE.
117000 9300-EXIT. EXIT.
