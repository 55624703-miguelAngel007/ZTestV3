*     * GN6205 * 10/03/26 JCTE RECIPROCAL DEPOSIT NETWORK PLACEMENT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMRCPPLC.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/03/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMRCPPLC IS THE DAILY RECIPROCAL DEPOSIT NETWORK RUN.  A    *
000900*    DEPOSITOR ENROLLED IN THE NETWORK (WMS-EXTRNL-DEP-FLAG 'R', *
001000*    SET BY THE ENROLLMENT CARDS IMRCPENR) HAS THE PART OF ITS   *
001100*    BALANCE OVER THE INSURED LIMIT PLACED OUT TO OTHER NETWORK  *
001200*    BANKS, NO MORE THAN THE LIMIT AT ANY ONE BANK, SO THE WHOLE *
001300*    DEPOSIT IS INSURED.  THE UNINSURED AMOUNT IS THE ONE        *
001400*    IMINSAGG COMPUTED FOR THE DEPOSITOR'S TAX ID (IMINSAGR); IT *
001500*    IS PLACED FROM THE FIRST ENROLLED ACCOUNT OF THE TAX ID     *
001600*    READ ON THE MASTER, UP TO ITS LEDGER BALANCE LESS HOLDS.    *
001700*----------------------------------------------------------------*
001800*    THE AMOUNT PLACED AT EACH BANK (FDIC CERTIFICATE NUMBER) IS *
001900*    KEPT ON THE EXTERNAL-DEPOSIT TRAILER, UP TO EIGHT BANKS PER *
002000*    ACCOUNT.  A PLACEMENT FIRST FILLS THE BANKS THE ACCOUNT     *
002100*    ALREADY USES, THEN OPENS ACTIVE BANKS FROM THE NETWORK BANK *
002200*    LIST (IMRCPBNK).  WHEN THE TAX ID'S BALANCE FALLS BELOW THE *
002300*    LIMIT BY AT LEAST THE MINIMUM PLACEMENT, THE SHORTFALL IS   *
002400*    RECALLED, LAST BANK FIRST; AN ACCOUNT CLOSED OR WITHDRAWN   *
002500*    FROM THE NETWORK HAS ITS WHOLE PLACEMENT RECALLED.          *
002600*----------------------------------------------------------------*
002700*    EVERY MOVEMENT GOES TO THE NETWORK AS A PLACEMENT OR        *
002800*    WITHDRAWAL INSTRUCTION (IMRCPINS, REGISTERED THROUGH        *
002900*    IMMANFST) AND TO GL (IMRCPGLX) - PLACEMENT DR RCPPLACE CR   *
003000*    RCPSETL, RECALL THE REVERSE.  THE ACCOUNT IS DEBITED FOR    *
003100*    WHAT WAS PLACED AND CREDITED FOR WHAT WAS RECALLED THROUGH  *
003200*    TRAN-FILE (IMRCPTRN, ALSO MANIFESTED); THE POSTING OF THOSE *
003300*    ITEMS OFFSETS RCPPLACE.                                     *
003400*----------------------------------------------------------------*
003500*    THE RECIPROCAL DEPOSITS THE NETWORK SENDS BACK (IMRCPRCV)   *
003600*    ARE BOOKED TO GL - RECEIVED DR RCPSETL CR RCPDEPOS,         *
003700*    WITHDRAWN THE REVERSE.  THE NETWORK POSITION FILE (IMRCPPOS *
003800*    IN, IMRCPPSN OUT) CARRIES THE PLACED AND RECEIVED BALANCES  *
003900*    FROM DAY TO DAY.  THE REPORT (IMRCPRPT) LISTS EACH          *
004000*    CUSTOMER'S POSITION BY BANK, THE RECEIPTS, AND THE          *
004100*    RECONCILIATION OF THE PLACED BALANCE TO THE SUM OF THE      *
004200*    ACCOUNT TRAILERS AND OF THE RECEIVED BALANCE TO THE PLACED  *
004300*    BALANCE.                                                    *
004400*----------------------------------------------------------------*
004500*               ** HISTORY OF REVISIONS **                      *
004600* DESCRIPTION                                           CHNGID  *
004700* ____________________________________________________ _______ *
004800* 10/03/26 JCTE NEW PROGRAM - RECIPROCAL DEPOSIT NETWORK GN6205 *
004900*                PLACEMENT, RECALL, RECEIPTS AND POSITION       *
005000*                REPORT                                         *
005100*----------------------------------------------------------------*
005200 ENVIRONMENT    DIVISION.
005300 INPUT-OUTPUT   SECTION.
005400 FILE-CONTROL.
005500     SELECT RPP-PARM-FILE     ASSIGN TO "IMRCPPRM"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT OPTIONAL ENROLL-FILE ASSIGN TO "IMRCPENR"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-ENR-FILE-STATUS.
006000     SELECT OPTIONAL INS-AGGR-FILE ASSIGN TO "IMINSAGR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-AGG-FILE-STATUS.
006300     SELECT NETWORK-BANK-FILE ASSIGN TO "IMRCPBNK"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "IMRCPRCV"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RCV-FILE-STATUS.
006800     SELECT OPTIONAL POSITION-IN ASSIGN TO "IMRCPPOS"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-POS-FILE-STATUS.
007100     SELECT POSITION-OUT      ASSIGN TO "IMRCPPSN"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT INSTRUCTION-FILE  ASSIGN TO "IMRCPINS"
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT TRAN-POSTING-OUT  ASSIGN TO "IMRCPTRN"
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT RCP-GL-EXTRACT    ASSIGN TO "IMRCPGLX"
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT RCP-RPT           ASSIGN TO "IMRCPRPT"
008000         ORGANIZATION IS SEQUENTIAL.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  RPP-PARM-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  RPP-PARM-RECORD.
008600     03  RPP-RUN-DATE                PIC 9(6).
008700     03  RPP-COVERAGE-LIMIT          PIC 9(11)V99.
008800     03  RPP-MIN-PLACEMENT           PIC 9(9)V99.
008900     03  RPP-DEBIT-TRAN-CODE         PIC XX.
009000     03  RPP-CREDIT-TRAN-CODE        PIC XX.
009100     03  FILLER                      PIC X(46).
009200 FD  ENROLL-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  ENROLL-RECORD.
009500     03  REN-FUNCTION                PIC X.
009600         88  REN-88-ENROLL           VALUE 'E'.
009700         88  REN-88-WITHDRAW         VALUE 'X'.
009800     03  REN-ACCOUNT                 PIC X(22).
009900     03  REN-OPER-ID                 PIC X(5).
010000     03  FILLER                      PIC X(52).
010100 FD  INS-AGGR-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  INS-AGGR-RECORD.
010400     03  IAG-TAX-ID                  PIC X(11).
010500     03  IAG-TAX-CODE                PIC X.
010600     03  IAG-ACCT-COUNT              PIC S9(5)   COMP-3.
010700     03  IAG-TOTAL-BAL               PIC S9(15)V99 COMP-3.
010800     03  IAG-INSURED-AMT             PIC S9(15)V99 COMP-3.
010900     03  IAG-UNINSURED-AMT           PIC S9(15)V99 COMP-3.
011000     03  FILLER                      PIC X(38).
011100 FD  NETWORK-BANK-FILE
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  NETWORK-BANK-RECORD.
011400     03  RBK-CERT                    PIC 9(7).
011500     03  RBK-NAME                    PIC X(30).
011600     03  RBK-STATUS                  PIC X.
011700         88  RBK-88-ACTIVE           VALUE 'A'.
011800     03  FILLER                      PIC X(42).
011900 FD  RECEIPT-FILE
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  RECEIPT-RECORD.
012200     03  RRV-TYPE                    PIC X.
012300         88  RRV-88-RECEIVED         VALUE 'R'.
012400         88  RRV-88-WITHDRAWN        VALUE 'W'.
012500     03  RRV-CERT                    PIC 9(7).
012600     03  RRV-AMOUNT                  PIC 9(11)V99.
012700     03  RRV-NETWORK-REF             PIC X(16).
012800     03  RRV-DATE                    PIC 9(6).
012900     03  FILLER                      PIC X(37).
013000 FD  POSITION-IN
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  POSITION-IN-RECORD.
013300     03  RPC-LAST-RUN-DATE           PIC 9(6).
013400     03  RPC-PLACED-BAL              PIC S9(13)V99 COMP-3.
013500     03  RPC-RECEIVED-BAL            PIC S9(13)V99 COMP-3.
013600     03  FILLER                      PIC X(58).
013700 FD  POSITION-OUT
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  POSITION-OUT-RECORD             PIC X(80).
014000 FD  INSTRUCTION-FILE
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  INSTRUCTION-RECORD.
014300     03  RPI-TYPE                    PIC X.
014400         88  RPI-88-PLACEMENT        VALUE 'P'.
014500         88  RPI-88-WITHDRAWAL       VALUE 'W'.
014600     03  RPI-ACCOUNT                 PIC X(22).
014700     03  RPI-TAX-ID                  PIC X(11).
014800     03  RPI-BANK-CERT               PIC 9(7).
014900     03  RPI-AMOUNT                  PIC 9(11)V99.
015000     03  RPI-DATE                    PIC 9(6).
015100     03  RPI-REFERENCE.
015200         05  RPI-REF-DATE            PIC 9(6).
015300         05  RPI-REF-SEQ             PIC 9(6).
015400     03  FILLER                      PIC X(8).
015500 FD  TRAN-POSTING-OUT.
015600     COPY IMWSTRAN.
015700 FD  RCP-GL-EXTRACT.
015800     COPY IMWSGLTS.
015900 FD  RCP-RPT
016000     RECORD CONTAINS 133 CHARACTERS.
016100 01  RCP-RPT-LINE                    PIC X(133).
016200 WORKING-STORAGE SECTION.
016300 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMRCPPLC'.
016400 77  WS-ENROLLED-FLAG                PIC X       VALUE 'R'.
016500 77  WS-MAX-BANK-SLOTS               PIC S9(3)   COMP VALUE +8.
016600 77  WS-AGG-MAX                      PIC S9(5)   COMP
016700                                                 VALUE +20000.
016800 77  WS-BNK-MAX                      PIC S9(5)   COMP VALUE +500.
016900 77  WS-ENR-FILE-STATUS              PIC X(2)    VALUE SPACES.
017000     88  WS-88-ENR-NOT-FOUND         VALUE '05' '35'.
017100 77  WS-AGG-FILE-STATUS              PIC X(2)    VALUE SPACES.
017200     88  WS-88-AGG-NOT-FOUND         VALUE '05' '35'.
017300 77  WS-RCV-FILE-STATUS              PIC X(2)    VALUE SPACES.
017400     88  WS-88-RCV-NOT-FOUND         VALUE '05' '35'.
017500 77  WS-POS-FILE-STATUS              PIC X(2)    VALUE SPACES.
017600     88  WS-88-POS-NOT-FOUND         VALUE '05' '35'.
017700     EJECT
017800     COPY IMWSMNRQ.
017900     EJECT
018000 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
018100 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
018200 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
018300     03  WS-WORK-YR                  PIC 99.
018400     03  WS-WORK-MO                  PIC 99.
018500     03  WS-WORK-DA                  PIC 99.
018600 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
018700 01  WS-PARM-VALUES.
018800     03  WS-COVERAGE-LIMIT           PIC S9(11)V99 COMP-3
018900                                                 VALUE +250000.00.
019000     03  WS-MIN-PLACEMENT            PIC S9(9)V99 COMP-3
019100                                                 VALUE +1000.00.
019200     03  WS-DEBIT-TRAN-CODE          PIC XX      VALUE '17'.
019300     03  WS-CREDIT-TRAN-CODE         PIC XX      VALUE '27'.
019400 01  WS-SWITCHES.
019500     03  WS-ENR-EOF-SW               PIC X(1)    VALUE 'N'.
019600         88  WS-88-ENR-EOF           VALUE 'Y'.
019700     03  WS-AGG-EOF-SW               PIC X(1)    VALUE 'N'.
019800         88  WS-88-AGG-EOF           VALUE 'Y'.
019900     03  WS-BNK-EOF-SW               PIC X(1)    VALUE 'N'.
020000         88  WS-88-BNK-EOF           VALUE 'Y'.
020100     03  WS-RCV-EOF-SW               PIC X(1)    VALUE 'N'.
020200         88  WS-88-RCV-EOF           VALUE 'Y'.
020300     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
020400         88  WS-88-MASTER-EOF        VALUE 'Y'.
020500     03  WS-AGG-FOUND-SW             PIC X(1)    VALUE 'N'.
020600         88  WS-88-AGG-FOUND         VALUE 'Y'.
020700     03  WS-BANK-FOUND-SW            PIC X(1)    VALUE 'N'.
020800         88  WS-88-BANK-FOUND        VALUE 'Y'.
020900     03  WS-SLOT-FOUND-SW            PIC X(1)    VALUE 'N'.
021000         88  WS-88-SLOT-FOUND        VALUE 'Y'.
021100     03  WS-ACCT-CLOSED-SW           PIC X(1)    VALUE 'N'.
021200         88  WS-88-ACCT-CLOSED       VALUE 'Y'.
021300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
021400 01  WS-SLOT-SUB                     PIC S9(5)   COMP VALUE 0.
021500 01  WS-BNK-SUB                      PIC S9(5)   COMP VALUE 0.
021600 01  WS-FIND-SUB                     PIC S9(5)   COMP VALUE 0.
021700 01  WS-AGG-SUB                      PIC S9(5)   COMP VALUE 0.
021800 01  WS-AGG-COUNT                    PIC S9(5)   COMP VALUE 0.
021900 01  WS-BNK-COUNT                    PIC S9(5)   COMP VALUE 0.
022000 01  WS-PRINT-CNT                    PIC S9(5)   COMP VALUE 0.
022100 01  WS-INSTR-SEQ                    PIC 9(6)    VALUE 0.
022200 01  WS-SEARCH-CERT                  PIC 9(7)    VALUE 0.
022300 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
022400 01  WS-ACCT-NOTE                    PIC X(11)   VALUE SPACES.
022500 01  WS-MOVE-TYPE                    PIC X       VALUE SPACE.
022600     88  WS-88-MOVE-PLACEMENT        VALUE 'P'.
022700     88  WS-88-MOVE-RECALL           VALUE 'W'.
022800 01  WS-AMOUNTS                      COMP-3.
022900     03  WS-PLACED-BEFORE            PIC S9(13)V99 VALUE 0.
023000     03  WS-PLACED-TODAY             PIC S9(13)V99 VALUE 0.
023100     03  WS-RECALLED-TODAY           PIC S9(13)V99 VALUE 0.
023200     03  WS-AVAILABLE                PIC S9(13)V99 VALUE 0.
023300     03  WS-PLACE-AMT                PIC S9(13)V99 VALUE 0.
023400     03  WS-RECALL-AMT               PIC S9(13)V99 VALUE 0.
023500     03  WS-REMAINING                PIC S9(13)V99 VALUE 0.
023600     03  WS-ROOM                     PIC S9(13)V99 VALUE 0.
023700     03  WS-MOVE-AMT                 PIC S9(13)V99 VALUE 0.
023800     03  WS-RECALL-FLOOR             PIC S9(15)V99 VALUE 0.
023900     03  WS-DIFFERENCE               PIC S9(15)V99 VALUE 0.
024000     EJECT
024100*----------------------------------------------------------------*
024200*    THE TAX ID TOTALS FROM IMINSAGG.  AN ENTRY IS MARKED USED   *
024300*    ONCE AN ACCOUNT OF THE TAX ID HAS BEEN ACTED ON, SO A TAX   *
024400*    ID WITH SEVERAL ENROLLED ACCOUNTS IS PLACED ONLY ONCE.      *
024500*----------------------------------------------------------------*
024600 01  WS-AGG-TABLE.
024700     03  WS-AGG-ENTRY OCCURS 20000 TIMES
024800                      INDEXED BY AGX.
024900         05  WS-AGG-TAX-ID           PIC X(11).
025000         05  WS-AGG-TOTAL-BAL        PIC S9(15)V99 COMP-3.
025100         05  WS-AGG-UNINSURED        PIC S9(15)V99 COMP-3.
025200         05  WS-AGG-USED-SW          PIC X.
025300 01  WS-BNK-TABLE.
025400     03  WS-BNK-ENTRY OCCURS 500 TIMES
025500                      INDEXED BY BKX.
025600         05  WS-BNK-CERT             PIC 9(7).
025700         05  WS-BNK-NAME             PIC X(30).
025800         05  WS-BNK-STATUS           PIC X.
025900*----------------------------------------------------------------*
026000*    THE ACCOUNT'S BANKS AS THEY STOOD BEFORE TODAY'S MOVEMENTS  *
026100*    PLUS ANY OPENED TODAY, WITH TODAY'S MOVEMENT AT EACH, FOR   *
026200*    THE POSITION REPORT.                                        *
026300*----------------------------------------------------------------*
026400 01  WS-SLOT-TABLE.
026500     03  WS-SLOT-ENTRY OCCURS 8 TIMES.
026600         05  WS-SLOT-CERT            PIC 9(7).
026700         05  WS-SLOT-PLACED          PIC S9(11)V99 COMP-3.
026800         05  WS-SLOT-RECALLED        PIC S9(11)V99 COMP-3.
026900     EJECT
027000 01  WS-TOTALS.
027100     03  WS-TOT-ENROLL-APPLIED       PIC 9(7)    COMP VALUE 0.
027200     03  WS-TOT-ENROLL-REJECTED      PIC 9(7)    COMP VALUE 0.
027300     03  WS-TOT-ACCTS-REVIEWED       PIC 9(7)    COMP VALUE 0.
027400     03  WS-TOT-ACCTS-PLACED         PIC 9(7)    COMP VALUE 0.
027500     03  WS-TOT-ACCTS-RECALLED       PIC 9(7)    COMP VALUE 0.
027600     03  WS-TOT-SLOTS-FULL           PIC 9(7)    COMP VALUE 0.
027700     03  WS-TOT-INSTRUCTIONS         PIC 9(7)    COMP VALUE 0.
027800     03  WS-TOT-POSTINGS             PIC 9(7)    COMP VALUE 0.
027900     03  WS-TOT-RECEIPTS-READ        PIC 9(7)    COMP VALUE 0.
028000     03  WS-TOT-RECEIPTS-REJECTED    PIC 9(7)    COMP VALUE 0.
028100     03  WS-TOT-INSTR-AMT            PIC S9(15)V99 COMP-3 VALUE 0.
028200     03  WS-TOT-POSTED-AMT           PIC S9(15)V99 COMP-3 VALUE 0.
028300     03  WS-TOT-PLACED-AMT           PIC S9(15)V99 COMP-3 VALUE 0.
028400     03  WS-TOT-RECALLED-AMT         PIC S9(15)V99 COMP-3 VALUE 0.
028500     03  WS-TOT-UNPLACED-AMT         PIC S9(15)V99 COMP-3 VALUE 0.
028600     03  WS-TOT-RECEIVED-AMT         PIC S9(15)V99 COMP-3 VALUE 0.
028700     03  WS-TOT-WITHDRAWN-AMT        PIC S9(15)V99 COMP-3 VALUE 0.
028800     03  WS-TOT-TRAILER-PLACED       PIC S9(15)V99 COMP-3 VALUE 0.
028900     03  WS-POS-PLACED-BEFORE        PIC S9(15)V99 COMP-3 VALUE 0.
029000     03  WS-POS-PLACED-AFTER         PIC S9(15)V99 COMP-3 VALUE 0.
029100     03  WS-POS-RECEIVED-BEFORE      PIC S9(15)V99 COMP-3 VALUE 0.
029200     03  WS-POS-RECEIVED-AFTER       PIC S9(15)V99 COMP-3 VALUE 0.
029300     EJECT
029400 01  WS-REPORT-TITLE.
029500     03  FILLER                      PIC X(48)   VALUE
029600         'IMRCPPLC - RECIPROCAL DEPOSIT NETWORK POSITION  '.
029700     03  FILLER                      PIC X(9)    VALUE
029800         'RUN DATE '.
029900     03  TTL-RUN-DATE                PIC X(8).
030000     03  FILLER                      PIC X(68)   VALUE SPACES.
030100 01  WS-SECTION-LINE.
030200     03  FILLER                      PIC X(4)    VALUE SPACES.
030300     03  SEC-TITLE                   PIC X(40).
030400     03  FILLER                      PIC X(89)   VALUE SPACES.
030500 01  WS-ENROLL-HEAD.
030600     03  FILLER                      PIC X(4)    VALUE SPACES.
030700     03  FILLER                      PIC X(50)   VALUE
030800         'ACCOUNT                 FUNCTION  OPER   DISPOSITI'.
030900     03  FILLER                      PIC X(50)   VALUE
031000         'ON                                                '.
031100     03  FILLER                      PIC X(29)   VALUE SPACES.
031200 01  WS-ENROLL-LINE.
031300     03  FILLER                      PIC X(4)    VALUE SPACES.
031400     03  ENL-ACCOUNT                 PIC X(22).
031500     03  FILLER                      PIC X(2)    VALUE SPACES.
031600     03  ENL-FUNCTION                PIC X(8).
031700     03  FILLER                      PIC X(2)    VALUE SPACES.
031800     03  ENL-OPER-ID                 PIC X(5).
031900     03  FILLER                      PIC X(2)    VALUE SPACES.
032000     03  ENL-DISPOSITION             PIC X(30).
032100     03  FILLER                      PIC X(58)   VALUE SPACES.
032200 01  WS-POSITION-HEAD.
032300     03  FILLER                      PIC X(4)    VALUE SPACES.
032400     03  FILLER                      PIC X(50)   VALUE
032500         'ACCOUNT                 TAX ID               BALAN'.
032600     03  FILLER                      PIC X(50)   VALUE
032700         'CE  PLACED BEFORE   PLACED TODAY       RECALLED   '.
032800     03  FILLER                      PIC X(29)   VALUE
032900         'PLACED AFTER BKS  NOTE       '.
033000 01  WS-POSITION-LINE.
033100     03  FILLER                      PIC X(4)    VALUE SPACES.
033200     03  POS-ACCOUNT                 PIC X(22).
033300     03  FILLER                      PIC X(2)    VALUE SPACES.
033400     03  POS-TAX-ID                  PIC X(11).
033500     03  FILLER                      PIC X(2)    VALUE SPACES.
033600     03  POS-BALANCE                 PIC ZZZ,ZZZ,ZZ9.99-.
033700     03  FILLER                      PIC X(2)    VALUE SPACES.
033800     03  POS-PLACED-BEFORE           PIC ZZ,ZZZ,ZZ9.99.
033900     03  FILLER                      PIC X(2)    VALUE SPACES.
034000     03  POS-PLACED-TODAY            PIC ZZ,ZZZ,ZZ9.99.
034100     03  FILLER                      PIC X(2)    VALUE SPACES.
034200     03  POS-RECALLED                PIC ZZ,ZZZ,ZZ9.99.
034300     03  FILLER                      PIC X(2)    VALUE SPACES.
034400     03  POS-PLACED-AFTER            PIC ZZ,ZZZ,ZZ9.99.
034500     03  FILLER                      PIC X(2)    VALUE SPACES.
034600     03  POS-BANK-CNT                PIC Z9.
034700     03  FILLER                      PIC X(2)    VALUE SPACES.
034800     03  POS-NOTE                    PIC X(11).
034900 01  WS-BANK-LINE.
035000     03  FILLER                      PIC X(28)   VALUE SPACES.
035100     03  BNK-CERT                    PIC 9(7).
035200     03  FILLER                      PIC X(2)    VALUE SPACES.
035300     03  BNK-NAME                    PIC X(26).
035400     03  FILLER                      PIC X(10)   VALUE SPACES.
035500     03  BNK-PLACED                  PIC ZZ,ZZZ,ZZ9.99
035600                                     BLANK WHEN ZERO.
035700     03  FILLER                      PIC X(2)    VALUE SPACES.
035800     03  BNK-RECALLED                PIC ZZ,ZZZ,ZZ9.99
035900                                     BLANK WHEN ZERO.
036000     03  FILLER                      PIC X(2)    VALUE SPACES.
036100     03  BNK-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
036200     03  FILLER                      PIC X(17)   VALUE SPACES.
036300 01  WS-RECEIPT-HEAD.
036400     03  FILLER                      PIC X(4)    VALUE SPACES.
036500     03  FILLER                      PIC X(50)   VALUE
036600         'TYPE       CERT     NETWORK BANK                NE'.
036700     03  FILLER                      PIC X(50)   VALUE
036800         'TWORK REF              AMOUNT  DISPOSITION        '.
036900     03  FILLER                      PIC X(29)   VALUE SPACES.
037000 01  WS-RECEIPT-LINE.
037100     03  FILLER                      PIC X(4)    VALUE SPACES.
037200     03  RCL-TYPE                    PIC X(9).
037300     03  FILLER                      PIC X(2)    VALUE SPACES.
037400     03  RCL-CERT                    PIC 9(7).
037500     03  FILLER                      PIC X(2)    VALUE SPACES.
037600     03  RCL-NAME                    PIC X(26).
037700     03  FILLER                      PIC X(2)    VALUE SPACES.
037800     03  RCL-NETWORK-REF             PIC X(16).
037900     03  FILLER                      PIC X(2)    VALUE SPACES.
038000     03  RCL-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
038100     03  FILLER                      PIC X(2)    VALUE SPACES.
038200     03  RCL-DISPOSITION             PIC X(30).
038300     03  FILLER                      PIC X(18)   VALUE SPACES.
038400 01  WS-SUMMARY-LINE.
038500     03  FILLER                      PIC X(4)    VALUE SPACES.
038600     03  SUM-LIT                     PIC X(34).
038700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
038800     03  FILLER                      PIC X(88)   VALUE SPACES.
038900 01  WS-SUMMARY-AMT-LINE.
039000     03  FILLER                      PIC X(4)    VALUE SPACES.
039100     03  SUMA-LIT                    PIC X(34).
039200     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
039300     03  FILLER                      PIC X(78)   VALUE SPACES.
039400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
039500     EJECT
039600 LINKAGE SECTION.
039700     COPY SIWSCNTL.
039800     EJECT
039900     COPY IMAWKMST.
040000     EJECT
040100     COPY IMWSENVO.
040200     EJECT
040300 PROCEDURE DIVISION.
040400*----------------------------------------------------------------*
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
040700     PERFORM 1200-LOAD-AGGREGATE  THRU 1200-EXIT
040800         UNTIL WS-88-AGG-EOF.
040900     PERFORM 1300-LOAD-BANK       THRU 1300-EXIT
041000         UNTIL WS-88-BNK-EOF.
041100     MOVE 'NETWORK ENROLLMENT' TO SEC-TITLE.
041200     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
041300     MOVE SPACES TO RCP-RPT-LINE.
041400     MOVE WS-ENROLL-HEAD TO RCP-RPT-LINE.
041500     WRITE RCP-RPT-LINE.
041600     PERFORM 2000-APPLY-ENROLLMENT THRU 2000-EXIT
041700         UNTIL WS-88-ENR-EOF.
041750     PERFORM 2900-POSITION-MASTER THRU 2900-EXIT.
041800     MOVE 'NETWORK POSITION BY CUSTOMER' TO SEC-TITLE.
041900     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
042000     MOVE SPACES TO RCP-RPT-LINE.
042100     MOVE WS-POSITION-HEAD TO RCP-RPT-LINE.
042200     WRITE RCP-RPT-LINE.
042300     PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
042400         UNTIL WS-88-MASTER-EOF.
042500     MOVE 'RECIPROCAL DEPOSITS RECEIVED' TO SEC-TITLE.
042600     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
042700     MOVE SPACES TO RCP-RPT-LINE.
042800     MOVE WS-RECEIPT-HEAD TO RCP-RPT-LINE.
042900     WRITE RCP-RPT-LINE.
043000     PERFORM 4000-BOOK-RECEIPT    THRU 4000-EXIT
043100         UNTIL WS-88-RCV-EOF.
043200     PERFORM 8000-RECONCILE       THRU 8000-EXIT.
043300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
043400     GOBACK.
043500     EJECT
043600 1000-INITIALIZE.
043700     OPEN INPUT RPP-PARM-FILE.
043800     READ RPP-PARM-FILE
043900         AT END MOVE SPACES TO RPP-PARM-RECORD.
044000     CLOSE RPP-PARM-FILE.
044100     IF  RPP-RUN-DATE NUMERIC
044200     AND RPP-RUN-DATE GREATER THAN ZERO
044300         MOVE RPP-RUN-DATE TO WS-RUN-DATE-YYMMDD
044400     ELSE
044500         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
044600     IF  RPP-COVERAGE-LIMIT NUMERIC
044700     AND RPP-COVERAGE-LIMIT GREATER THAN ZERO
044800         MOVE RPP-COVERAGE-LIMIT TO WS-COVERAGE-LIMIT.
044900     IF  RPP-MIN-PLACEMENT NUMERIC
045000     AND RPP-MIN-PLACEMENT GREATER THAN ZERO
045100         MOVE RPP-MIN-PLACEMENT TO WS-MIN-PLACEMENT.
045200     IF  RPP-DEBIT-TRAN-CODE NOT EQUAL SPACES
045300         MOVE RPP-DEBIT-TRAN-CODE TO WS-DEBIT-TRAN-CODE.
045400     IF  RPP-CREDIT-TRAN-CODE NOT EQUAL SPACES
045500         MOVE RPP-CREDIT-TRAN-CODE TO WS-CREDIT-TRAN-CODE.
045600     OPEN INPUT  ENROLL-FILE.
045700     IF  WS-88-ENR-NOT-FOUND
045800         MOVE 'Y' TO WS-ENR-EOF-SW.
045900     OPEN INPUT  INS-AGGR-FILE.
046000     IF  WS-88-AGG-NOT-FOUND
046100         MOVE 'Y' TO WS-AGG-EOF-SW.
046200     OPEN INPUT  NETWORK-BANK-FILE.
046300     OPEN INPUT  RECEIPT-FILE.
046400     IF  WS-88-RCV-NOT-FOUND
046500         MOVE 'Y' TO WS-RCV-EOF-SW.
046600     OPEN INPUT  POSITION-IN.
046700     MOVE SPACES TO POSITION-IN-RECORD.
046800     IF  NOT WS-88-POS-NOT-FOUND
046900         READ POSITION-IN
047000             AT END MOVE SPACES TO POSITION-IN-RECORD.
047100     IF  RPC-LAST-RUN-DATE NUMERIC
047200         MOVE RPC-PLACED-BAL   TO WS-POS-PLACED-BEFORE
047300         MOVE RPC-RECEIVED-BAL TO WS-POS-RECEIVED-BEFORE.
047400     CLOSE POSITION-IN.
047500     OPEN OUTPUT INSTRUCTION-FILE.
047600     OPEN OUTPUT TRAN-POSTING-OUT.
047700     OPEN OUTPUT RCP-GL-EXTRACT.
047800     OPEN OUTPUT RCP-RPT.
047900     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
048000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
048100     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
048200     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
048300     MOVE SPACES TO RCP-RPT-LINE.
048400     MOVE WS-REPORT-TITLE TO RCP-RPT-LINE.
048500     WRITE RCP-RPT-LINE.
048600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
048700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
048800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
048900     MOVE 'U' TO I-O-CONTROL-ACCESS.
049000     MOVE -1  TO I-O-SEND-CODE.
049100     CALL 'IMACTM' USING I-O-CONTROL-AREA
049200                         MASTER-AREA
049300                         SI-ENVIRONMENT-AREA.
049400 1000-EXIT. EXIT.
049500 1200-LOAD-AGGREGATE.
049600     READ INS-AGGR-FILE
049700         AT END MOVE 'Y' TO WS-AGG-EOF-SW
049800                GO TO 1200-EXIT.
049900     IF  WS-AGG-COUNT NOT LESS THAN WS-AGG-MAX
050000         GO TO 1200-EXIT.
050100     ADD 1 TO WS-AGG-COUNT.
050200     SET AGX TO WS-AGG-COUNT.
050300     MOVE IAG-TAX-ID        TO WS-AGG-TAX-ID (AGX).
050400     MOVE IAG-TOTAL-BAL     TO WS-AGG-TOTAL-BAL (AGX).
050500     MOVE IAG-UNINSURED-AMT TO WS-AGG-UNINSURED (AGX).
050600     MOVE 'N'               TO WS-AGG-USED-SW (AGX).
050700 1200-EXIT. EXIT.
050800 1300-LOAD-BANK.
050900     READ NETWORK-BANK-FILE
051000         AT END MOVE 'Y' TO WS-BNK-EOF-SW
051100                GO TO 1300-EXIT.
051200     IF  WS-BNK-COUNT NOT LESS THAN WS-BNK-MAX
051300         GO TO 1300-EXIT.
051400     IF  RBK-CERT NOT NUMERIC
051500     OR  RBK-CERT EQUAL ZERO
051600         GO TO 1300-EXIT.
051700     ADD 1 TO WS-BNK-COUNT.
051800     SET BKX TO WS-BNK-COUNT.
051900     MOVE RBK-CERT   TO WS-BNK-CERT (BKX).
052000     MOVE RBK-NAME   TO WS-BNK-NAME (BKX).
052100     MOVE RBK-STATUS TO WS-BNK-STATUS (BKX).
052200 1300-EXIT. EXIT.
052300     EJECT
052400*----------------------------------------------------------------*
052500*    2000-APPLY-ENROLLMENT - 'E' ENROLLS AN OPEN ACCOUNT IN THE  *
052600*    NETWORK AND 'X' WITHDRAWS IT; THE WITHDRAWN ACCOUNT'S       *
052700*    PLACEMENTS ARE RECALLED IN THE BROWSE THAT FOLLOWS.  EVERY  *
052800*    CARD MUST CARRY THE OPERATOR ID.                            *
052900*----------------------------------------------------------------*
053000 2000-APPLY-ENROLLMENT.
053100     READ ENROLL-FILE
053200         AT END MOVE 'Y' TO WS-ENR-EOF-SW
053300                GO TO 2000-EXIT.
053400     MOVE SPACES TO WS-ENROLL-LINE.
053500     MOVE REN-ACCOUNT TO ENL-ACCOUNT.
053600     MOVE REN-OPER-ID TO ENL-OPER-ID.
053700     MOVE REN-FUNCTION TO ENL-FUNCTION.
053800     IF  REN-88-ENROLL
053900         MOVE 'ENROLL' TO ENL-FUNCTION.
054000     IF  REN-88-WITHDRAW
054100         MOVE 'WITHDRAW' TO ENL-FUNCTION.
054200     IF  NOT REN-88-ENROLL
054300     AND NOT REN-88-WITHDRAW
054400         MOVE 'REJECTED - BAD FUNCTION' TO ENL-DISPOSITION
054500         GO TO 2000-REJECT.
054600     IF  REN-OPER-ID EQUAL SPACES
054700         MOVE 'REJECTED - NO OPERATOR ID' TO ENL-DISPOSITION
054800         GO TO 2000-REJECT.
054900     MOVE SPACES TO WMS-CONTROL-KEY.
055000     MOVE REN-ACCOUNT TO WMS-CONTROL-KEY.
055100     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
055200     MOVE -1     TO I-O-SEND-CODE.
055300     CALL 'IMACTM' USING I-O-CONTROL-AREA
055400                         MASTER-AREA
055500                         SI-ENVIRONMENT-AREA.
055600     IF  NOT I-O-88-NORMAL-RET
055700         MOVE 'REJECTED - NOT ON MASTER' TO ENL-DISPOSITION
055800         GO TO 2000-REJECT.
055900     IF  REN-88-WITHDRAW
056000         GO TO 2000-WITHDRAW.
056100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
056200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
056300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
056400         MOVE 'REJECTED - ACCOUNT CLOSED' TO ENL-DISPOSITION
056500         GO TO 2000-REJECT.
056600     IF  WMS-EXTRNL-DEP-FLAG EQUAL WS-ENROLLED-FLAG
056700         MOVE 'REJECTED - ALREADY ENROLLED' TO ENL-DISPOSITION
056800         GO TO 2000-REJECT.
056900     MOVE WS-ENROLLED-FLAG TO WMS-EXTRNL-DEP-FLAG.
057000     MOVE 'ENROLLED' TO ENL-DISPOSITION.
057100     GO TO 2000-REWRITE.
057200 2000-WITHDRAW.
057300     IF  WMS-EXTRNL-DEP-FLAG NOT EQUAL WS-ENROLLED-FLAG
057400         MOVE 'REJECTED - NOT ENROLLED' TO ENL-DISPOSITION
057500         GO TO 2000-REJECT.
057600     MOVE SPACE TO WMS-EXTRNL-DEP-FLAG.
057700     MOVE 'WITHDRAWN - PLACEMENT RECALLED' TO ENL-DISPOSITION.
057800 2000-REWRITE.
057900     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
058000     MOVE -1   TO I-O-SEND-CODE.
058100     CALL 'IMACTM' USING I-O-CONTROL-AREA
058200                         MASTER-AREA
058300                         SI-ENVIRONMENT-AREA.
058400     ADD 1 TO WS-TOT-ENROLL-APPLIED.
058500     GO TO 2000-PRINT.
058600 2000-REJECT.
058700     ADD 1 TO WS-TOT-ENROLL-REJECTED.
058800 2000-PRINT.
058900     MOVE SPACES TO RCP-RPT-LINE.
059000     MOVE WS-ENROLL-LINE TO RCP-RPT-LINE.
059100     WRITE RCP-RPT-LINE.
059200 2000-EXIT. EXIT.
059300     EJECT
059305*----------------------------------------------------------------*
059310*    2900-POSITION-MASTER - THE ENROLLMENT CARDS READ AND        *
059315*    REWRITE THE MASTER BY KEY, WHICH LEAVES THE BROWSE WHEREVER *
059320*    THE LAST CARD WAS.  START AGAIN FROM THE LOW KEY SO THE     *
059325*    BROWSE SEES EVERY ACCOUNT.                                  *
059330*----------------------------------------------------------------*
059335 2900-POSITION-MASTER.
059340     MOVE LOW-VALUES TO WMS-CONTROL-KEY.
059345     MOVE 'T'  TO I-O-CONTROL-OPERATOR.
059350     MOVE -1   TO I-O-SEND-CODE.
059355     CALL 'IMACTM' USING I-O-CONTROL-AREA
059360                         MASTER-AREA
059365                         SI-ENVIRONMENT-AREA.
059370     IF  I-O-88-END-OF-FILE OR I-O-88-NOT-FOUND
059375         MOVE 'Y' TO WS-MASTER-EOF-SW.
059380 2900-EXIT. EXIT.
059385     EJECT
059400*----------------------------------------------------------------*
059500*    3000-PROCESS-ACCOUNT - BROWSE THE MASTER.  AN ACCOUNT       *
059600*    ENROLLED IN THE NETWORK OR STILL HOLDING A PLACEMENT IS     *
059700*    REVIEWED: A CLOSED OR WITHDRAWN ACCOUNT HAS ITS PLACEMENT   *
059800*    RECALLED, THE FIRST ENROLLED ACCOUNT OF A TAX ID PLACES THE *
059900*    TAX ID'S UNINSURED AMOUNT OR RECALLS THE SHORTFALL UNDER    *
060000*    THE LIMIT, AND EVERY REVIEWED ACCOUNT IS PRINTED WITH ITS   *
060100*    BANKS.                                                      *
060200*----------------------------------------------------------------*
060300 3000-PROCESS-ACCOUNT.
060400     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
060500     MOVE -1   TO I-O-SEND-CODE.
060600     CALL 'IMACTM' USING I-O-CONTROL-AREA
060700                         MASTER-AREA
060800                         SI-ENVIRONMENT-AREA.
060900     IF  I-O-88-END-OF-FILE
061000         MOVE 'Y' TO WS-MASTER-EOF-SW
061100         GO TO 3000-EXIT.
061200     MOVE ZERO TO WS-PLACED-BEFORE.
061300     IF  WMS-EXTRNL-DEPOSIT-TRLR EQUAL '1'
061400         MOVE WMS-RECIP-PLACED-TOT TO WS-PLACED-BEFORE.
061500     IF  WMS-EXTRNL-DEP-FLAG NOT EQUAL WS-ENROLLED-FLAG
061600     AND WS-PLACED-BEFORE NOT GREATER THAN ZERO
061700         GO TO 3000-EXIT.
061800     ADD 1 TO WS-TOT-ACCTS-REVIEWED.
061900     IF  WMS-EXTRNL-DEPOSIT-TRLR NOT EQUAL '1'
062000         PERFORM 3050-CLEAR-TRAILER THRU 3050-EXIT.
062100     MOVE ZERO TO WS-PLACED-TODAY WS-RECALLED-TODAY.
062200     MOVE SPACES TO WS-ACCT-NOTE.
062300     MOVE ZERO TO WS-PRINT-CNT.
062400     PERFORM 3060-LOAD-SLOT THRU 3060-EXIT
062500         VARYING WS-SLOT-SUB FROM 1 BY 1
062600         UNTIL WS-SLOT-SUB GREATER THAN WMS-RECIP-BANK-CNT.
062700     MOVE SPACES TO WS-TAX-ID-WORK.
062800     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
062900         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
063000     MOVE 'N' TO WS-ACCT-CLOSED-SW.
063100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
063200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
063300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
063400         MOVE 'Y' TO WS-ACCT-CLOSED-SW.
063500     IF  WS-88-ACCT-CLOSED
063600     OR  WMS-EXTRNL-DEP-FLAG NOT EQUAL WS-ENROLLED-FLAG
063700         GO TO 3000-RECALL-ALL.
063800     PERFORM 3800-FIND-AGGREGATE THRU 3800-EXIT.
063900     IF  NOT WS-88-AGG-FOUND
064000         MOVE 'NO TIN SUM' TO WS-ACCT-NOTE
064100         GO TO 3000-FINISH.
064200     SET AGX TO WS-AGG-SUB.
064300     IF  WS-AGG-USED-SW (AGX) EQUAL 'Y'
064400         MOVE 'OTHER ACCT' TO WS-ACCT-NOTE
064500         GO TO 3000-FINISH.
064600     MOVE 'Y' TO WS-AGG-USED-SW (AGX).
064700     IF  WS-AGG-UNINSURED (AGX) NOT LESS THAN WS-MIN-PLACEMENT
064800         GO TO 3000-PLACE.
064900     COMPUTE WS-RECALL-FLOOR =
065000         WS-COVERAGE-LIMIT - WS-MIN-PLACEMENT.
065100     IF  WS-PLACED-BEFORE NOT GREATER THAN ZERO
065200     OR  WS-AGG-TOTAL-BAL (AGX) NOT LESS THAN WS-RECALL-FLOOR
065300         GO TO 3000-FINISH.
065400     COMPUTE WS-RECALL-AMT =
065500         WS-COVERAGE-LIMIT - WS-AGG-TOTAL-BAL (AGX).
065600     IF  WS-RECALL-AMT GREATER THAN WS-PLACED-BEFORE
065700         MOVE WS-PLACED-BEFORE TO WS-RECALL-AMT.
065800     PERFORM 3300-RECALL THRU 3300-EXIT.
065900     GO TO 3000-FINISH.
066000 3000-PLACE.
066100     MOVE WS-AGG-UNINSURED (AGX) TO WS-PLACE-AMT.
066200     COMPUTE WS-AVAILABLE = WMS-CURR-BAL - WMS-HOLD-AMT.
066300     IF  WS-PLACE-AMT GREATER THAN WS-AVAILABLE
066400         MOVE WS-AVAILABLE TO WS-PLACE-AMT.
066500     IF  WS-PLACE-AMT LESS THAN WS-MIN-PLACEMENT
066600         MOVE 'UNDER MIN' TO WS-ACCT-NOTE
066700         GO TO 3000-FINISH.
066800     PERFORM 3200-PLACE THRU 3200-EXIT.
066900     GO TO 3000-FINISH.
067000 3000-RECALL-ALL.
067100     IF  WS-88-ACCT-CLOSED
067200         MOVE 'CLOSED' TO WS-ACCT-NOTE
067300     ELSE
067400         MOVE 'WITHDRAWN' TO WS-ACCT-NOTE.
067500     MOVE WS-PLACED-BEFORE TO WS-RECALL-AMT.
067600     IF  WS-RECALL-AMT GREATER THAN ZERO
067700         PERFORM 3300-RECALL THRU 3300-EXIT.
067800 3000-FINISH.
067900     IF  WS-PLACED-TODAY GREATER THAN ZERO
068000     OR  WS-RECALLED-TODAY GREATER THAN ZERO
068100         MOVE WS-RUN-DATE-YYMMDD TO WMS-RECIP-LAST-DATE
068200         MOVE 'W'  TO I-O-CONTROL-OPERATOR
068300         MOVE -1   TO I-O-SEND-CODE
068400         CALL 'IMACTM' USING I-O-CONTROL-AREA
068500                             MASTER-AREA
068600                             SI-ENVIRONMENT-AREA.
068700     IF  WMS-EXTRNL-DEPOSIT-TRLR EQUAL '1'
068800         ADD WMS-RECIP-PLACED-TOT TO WS-TOT-TRAILER-PLACED.
068900     PERFORM 7200-PRINT-POSITION THRU 7200-EXIT.
069000 3000-EXIT. EXIT.
069100     EJECT
069200*----------------------------------------------------------------*
069300*    3050-CLEAR-TRAILER - AN ACCOUNT WITH NO EXTERNAL-DEPOSIT    *
069400*    TRAILER STARTS FROM AN EMPTY PLACEMENT AREA.  THE TRAILER   *
069500*    FLAG IS SET ONLY WHEN A PLACEMENT IS MADE.                  *
069600*----------------------------------------------------------------*
069700 3050-CLEAR-TRAILER.
069800     MOVE SPACES TO WMS-EXTERNAL-DEPOSITS-TRAILER.
069900     MOVE ZERO TO WMS-SAVINGS-BAL WMS-AGGR-SAV-BAL
070000                  WMS-MIN-SAV-BAL.
070100     MOVE ZERO TO WMS-RECIP-PLACED-TOT WMS-RECIP-LAST-DATE
070200                  WMS-RECIP-BANK-CNT.
070300     PERFORM 3055-CLEAR-BANK THRU 3055-EXIT
070400         VARYING WS-SLOT-SUB FROM 1 BY 1
070500         UNTIL WS-SLOT-SUB GREATER THAN WS-MAX-BANK-SLOTS.
070600 3050-EXIT. EXIT.
070700 3055-CLEAR-BANK.
070800     MOVE ZERO TO WMS-RECIP-BANK-CERT (WS-SLOT-SUB)
070900                  WMS-RECIP-BANK-AMT (WS-SLOT-SUB).
071000 3055-EXIT. EXIT.
071100 3060-LOAD-SLOT.
071200     MOVE WMS-RECIP-BANK-CERT (WS-SLOT-SUB)
071300         TO WS-SLOT-CERT (WS-SLOT-SUB).
071400     MOVE ZERO TO WS-SLOT-PLACED (WS-SLOT-SUB)
071500                  WS-SLOT-RECALLED (WS-SLOT-SUB).
071600     MOVE WS-SLOT-SUB TO WS-PRINT-CNT.
071700 3060-EXIT. EXIT.
071800     EJECT
071900*----------------------------------------------------------------*
072000*    3200-PLACE - PLACE WS-PLACE-AMT: FIRST INTO THE ROOM UNDER  *
072100*    THE LIMIT AT THE ACTIVE BANKS THE ACCOUNT ALREADY USES,     *
072200*    THEN AT NEW ACTIVE BANKS FROM THE NETWORK LIST UNTIL THE    *
072300*    EIGHT BANK SLOTS ARE TAKEN.  WHATEVER CANNOT BE PLACED      *
072400*    STAYS ON THE ACCOUNT AND IS NOTED 'SLOTS FULL'.  THE        *
072500*    ACCOUNT IS DEBITED FOR WHAT WAS PLACED.                     *
072600*----------------------------------------------------------------*
072700 3200-PLACE.
072800     MOVE WS-PLACE-AMT TO WS-REMAINING.
072900     MOVE 'P' TO WS-MOVE-TYPE.
073000     PERFORM 3210-FILL-SLOT THRU 3210-EXIT
073100         VARYING WS-SLOT-SUB FROM 1 BY 1
073200         UNTIL WS-SLOT-SUB GREATER THAN WMS-RECIP-BANK-CNT
073300            OR WS-REMAINING NOT GREATER THAN ZERO.
073400     PERFORM 3220-OPEN-BANK THRU 3220-EXIT
073500         VARYING WS-BNK-SUB FROM 1 BY 1
073600         UNTIL WS-BNK-SUB GREATER THAN WS-BNK-COUNT
073700            OR WS-REMAINING NOT GREATER THAN ZERO
073800            OR WMS-RECIP-BANK-CNT NOT LESS THAN WS-MAX-BANK-SLOTS.
073900     IF  WS-REMAINING GREATER THAN ZERO
074000         MOVE 'SLOTS FULL' TO WS-ACCT-NOTE
074100         ADD 1 TO WS-TOT-SLOTS-FULL
074200         ADD WS-REMAINING TO WS-TOT-UNPLACED-AMT.
074300     COMPUTE WS-PLACED-TODAY = WS-PLACE-AMT - WS-REMAINING.
074400     IF  WS-PLACED-TODAY NOT GREATER THAN ZERO
074500         GO TO 3200-EXIT.
074600     MOVE '1' TO WMS-EXTRNL-DEPOSIT-TRLR.
074700     ADD WS-PLACED-TODAY TO WMS-RECIP-PLACED-TOT.
074800     ADD WS-PLACED-TODAY TO WS-TOT-PLACED-AMT.
074900     ADD 1 TO WS-TOT-ACCTS-PLACED.
075000     PERFORM 3600-WRITE-POSTING THRU 3600-EXIT.
075100 3200-EXIT. EXIT.
075200 3210-FILL-SLOT.
075300     MOVE WMS-RECIP-BANK-CERT (WS-SLOT-SUB) TO WS-SEARCH-CERT.
075400     PERFORM 3850-FIND-BANK THRU 3850-EXIT.
075500     IF  NOT WS-88-BANK-FOUND
075600         GO TO 3210-EXIT.
075700     SET BKX TO WS-FIND-SUB.
075800     IF  WS-BNK-STATUS (BKX) NOT EQUAL 'A'
075900         GO TO 3210-EXIT.
076000     PERFORM 3240-APPLY-PLACEMENT THRU 3240-EXIT.
076100 3210-EXIT. EXIT.
076200 3220-OPEN-BANK.
076300     SET BKX TO WS-BNK-SUB.
076400     IF  WS-BNK-STATUS (BKX) NOT EQUAL 'A'
076500         GO TO 3220-EXIT.
076600     MOVE WS-BNK-CERT (BKX) TO WS-SEARCH-CERT.
076700     MOVE 'N' TO WS-SLOT-FOUND-SW.
076800     PERFORM 3230-SCAN-SLOT THRU 3230-EXIT
076900         VARYING WS-SUB FROM 1 BY 1
077000         UNTIL WS-SUB GREATER THAN WMS-RECIP-BANK-CNT
077100            OR WS-88-SLOT-FOUND.
077200     IF  WS-88-SLOT-FOUND
077300         GO TO 3220-EXIT.
077400     ADD 1 TO WMS-RECIP-BANK-CNT.
077500     MOVE WMS-RECIP-BANK-CNT TO WS-SLOT-SUB.
077600     MOVE WS-SEARCH-CERT TO WMS-RECIP-BANK-CERT (WS-SLOT-SUB)
077700                            WS-SLOT-CERT (WS-SLOT-SUB).
077800     MOVE ZERO TO WMS-RECIP-BANK-AMT (WS-SLOT-SUB)
077900                  WS-SLOT-PLACED (WS-SLOT-SUB)
078000                  WS-SLOT-RECALLED (WS-SLOT-SUB).
078100     IF  WS-SLOT-SUB GREATER THAN WS-PRINT-CNT
078200         MOVE WS-SLOT-SUB TO WS-PRINT-CNT.
078300     PERFORM 3240-APPLY-PLACEMENT THRU 3240-EXIT.
078400 3220-EXIT. EXIT.
078500 3230-SCAN-SLOT.
078600     IF  WMS-RECIP-BANK-CERT (WS-SUB) EQUAL WS-SEARCH-CERT
078700         MOVE 'Y' TO WS-SLOT-FOUND-SW.
078800 3230-EXIT. EXIT.
078900 3240-APPLY-PLACEMENT.
079000     COMPUTE WS-ROOM =
079100         WS-COVERAGE-LIMIT - WMS-RECIP-BANK-AMT (WS-SLOT-SUB).
079200     IF  WS-ROOM NOT GREATER THAN ZERO
079300         GO TO 3240-EXIT.
079400     MOVE WS-ROOM TO WS-MOVE-AMT.
079500     IF  WS-MOVE-AMT GREATER THAN WS-REMAINING
079600         MOVE WS-REMAINING TO WS-MOVE-AMT.
079700     ADD WS-MOVE-AMT TO WMS-RECIP-BANK-AMT (WS-SLOT-SUB)
079800                        WS-SLOT-PLACED (WS-SLOT-SUB).
079900     SUBTRACT WS-MOVE-AMT FROM WS-REMAINING.
080000     PERFORM 3500-WRITE-MOVEMENT THRU 3500-EXIT.
080100 3240-EXIT. EXIT.
080200     EJECT
080300*----------------------------------------------------------------*
080400*    3300-RECALL - RECALL WS-RECALL-AMT FROM THE BANKS, LAST     *
080500*    BANK FIRST.  A BANK EMPTIED AT THE END OF THE LIST GIVES UP *
080600*    ITS SLOT.  THE ACCOUNT IS CREDITED FOR WHAT WAS RECALLED.   *
080700*----------------------------------------------------------------*
080800 3300-RECALL.
080900     MOVE WS-RECALL-AMT TO WS-REMAINING.
081000     MOVE 'W' TO WS-MOVE-TYPE.
081100     PERFORM 3310-UNWIND-SLOT THRU 3310-EXIT
081200         VARYING WS-SLOT-SUB FROM WMS-RECIP-BANK-CNT BY -1
081300         UNTIL WS-SLOT-SUB LESS THAN 1
081400            OR WS-REMAINING NOT GREATER THAN ZERO.
081500     COMPUTE WS-RECALLED-TODAY = WS-RECALL-AMT - WS-REMAINING.
081600     IF  WS-RECALLED-TODAY NOT GREATER THAN ZERO
081700         GO TO 3300-EXIT.
081800     SUBTRACT WS-RECALLED-TODAY FROM WMS-RECIP-PLACED-TOT.
081900     ADD WS-RECALLED-TODAY TO WS-TOT-RECALLED-AMT.
082000     ADD 1 TO WS-TOT-ACCTS-RECALLED.
082100     PERFORM 3600-WRITE-POSTING THRU 3600-EXIT.
082200 3300-EXIT. EXIT.
082300 3310-UNWIND-SLOT.
082400     MOVE WMS-RECIP-BANK-CERT (WS-SLOT-SUB) TO WS-SEARCH-CERT.
082500     MOVE WMS-RECIP-BANK-AMT (WS-SLOT-SUB) TO WS-MOVE-AMT.
082600     IF  WS-MOVE-AMT GREATER THAN WS-REMAINING
082700         MOVE WS-REMAINING TO WS-MOVE-AMT.
082800     IF  WS-MOVE-AMT GREATER THAN ZERO
082900         SUBTRACT WS-MOVE-AMT
083000             FROM WMS-RECIP-BANK-AMT (WS-SLOT-SUB) WS-REMAINING
083100         ADD WS-MOVE-AMT TO WS-SLOT-RECALLED (WS-SLOT-SUB)
083200         PERFORM 3500-WRITE-MOVEMENT THRU 3500-EXIT.
083300     IF  WMS-RECIP-BANK-AMT (WS-SLOT-SUB) NOT GREATER THAN ZERO
083400     AND WS-SLOT-SUB EQUAL WMS-RECIP-BANK-CNT
083500         MOVE ZERO TO WMS-RECIP-BANK-CERT (WS-SLOT-SUB)
083600                      WMS-RECIP-BANK-AMT (WS-SLOT-SUB)
083700         SUBTRACT 1 FROM WMS-RECIP-BANK-CNT.
083800 3310-EXIT. EXIT.
083900     EJECT
084000*----------------------------------------------------------------*
084100*    3500-WRITE-MOVEMENT - ONE PLACEMENT ('P') OR WITHDRAWAL     *
084200*    ('W') INSTRUCTION TO THE NETWORK FOR WS-MOVE-AMT AT BANK    *
084300*    WS-SEARCH-CERT, AND ITS GL ENTRY.                           *
084400*----------------------------------------------------------------*
084500 3500-WRITE-MOVEMENT.
084600     ADD 1 TO WS-INSTR-SEQ.
084700     ADD 1 TO WS-TOT-INSTRUCTIONS.
084800     ADD WS-MOVE-AMT TO WS-TOT-INSTR-AMT.
084900     MOVE SPACES TO INSTRUCTION-RECORD.
085000     MOVE WS-MOVE-TYPE       TO RPI-TYPE.
085100     MOVE WMS-CONTROL-KEY    TO RPI-ACCOUNT.
085200     MOVE WS-TAX-ID-WORK     TO RPI-TAX-ID.
085300     MOVE WS-SEARCH-CERT     TO RPI-BANK-CERT.
085400     MOVE WS-MOVE-AMT        TO RPI-AMOUNT.
085500     MOVE WS-RUN-DATE-YYMMDD TO RPI-DATE.
085600     MOVE WS-RUN-DATE-YYMMDD TO RPI-REF-DATE.
085700     MOVE WS-INSTR-SEQ       TO RPI-REF-SEQ.
085800     WRITE INSTRUCTION-RECORD.
085900     MOVE SPACES TO GL-EXTRACT-RECORD.
086000     MOVE ZERO TO GL-REC-LENGTH GL-REC-LNGTH GL-CURR-NO.
086100     MOVE 'IM'        TO GL-APPL-ID.
086200     MOVE 'RECIPDEP'  TO GL-APPL-GL-KEY.
086300     MOVE WMS-CONTROL-KEY TO GL-ORIG-ACCT.
086400     IF  WS-88-MOVE-PLACEMENT
086500         MOVE 'RCPPLACE' TO GL-RECAP-CODE (1)
086600         MOVE 'RCPSETL ' TO GL-RECAP-CODE (2)
086700     ELSE
086800         MOVE 'RCPSETL ' TO GL-RECAP-CODE (1)
086900         MOVE 'RCPPLACE' TO GL-RECAP-CODE (2).
087000     MOVE WS-MOVE-AMT TO GL-RECAP-AMT (1).
087100     COMPUTE GL-RECAP-AMT (2) = ZERO - WS-MOVE-AMT.
087200     WRITE GL-EXTRACT-RECORD.
087300 3500-EXIT. EXIT.
087400*----------------------------------------------------------------*
087500*    3600-WRITE-POSTING - THE DAY'S NET MOVEMENT FOR THE ACCOUNT *
087600*    AS ONE TRAN-FILE ITEM: A DEBIT FOR A PLACEMENT, A CREDIT    *
087700*    FOR A RECALL.                                               *
087800*----------------------------------------------------------------*
087900 3600-WRITE-POSTING.
088000     MOVE LOW-VALUES TO TRAN-FILE.
088100     MOVE WMS-CONTROL-1 TO TR-CTL1.
088200     MOVE WMS-CONTROL-2 TO TR-CTL2.
088300     MOVE WMS-CONTROL-3 TO TR-CTL3.
088400     MOVE WMS-CTL4-ACCT TO TR-CTL4-ACCT.
088500     MOVE ZERO TO TR-NO-AMT.
088600     MOVE 'RC' TO TR-SOURCE.
088700     MOVE ZERO TO TR-BATCH.
088800     ADD 1 TO WS-TOT-POSTINGS.
088900     MOVE WS-TOT-POSTINGS TO TR-SEQ.
089000     MOVE SPACES TO TR-SOURCE-MISC1.
089100     IF  WS-88-MOVE-PLACEMENT
089200         MOVE WS-PLACED-TODAY TO TR-AMOUNT
089300         MOVE WS-DEBIT-TRAN-CODE TO TR-TRAN-CODE
089400         MOVE '4' TO TR-TRAN-TYPE
089500         MOVE 'RECIP DEP PLACEMENT' TO TR-SOURCE-MISC1
089600     ELSE
089700         MOVE WS-RECALLED-TODAY TO TR-AMOUNT
089800         MOVE WS-CREDIT-TRAN-CODE TO TR-TRAN-CODE
089900         MOVE '2' TO TR-TRAN-TYPE
090000         MOVE 'RECIP DEP RECALL' TO TR-SOURCE-MISC1.
090100     ADD TR-AMOUNT TO WS-TOT-POSTED-AMT.
090200     WRITE TRAN-FILE.
090300 3600-EXIT. EXIT.
090400     EJECT
090500 3800-FIND-AGGREGATE.
090600     MOVE 'N'  TO WS-AGG-FOUND-SW.
090700     MOVE ZERO TO WS-AGG-SUB.
090800     PERFORM 3810-SCAN-AGGREGATE THRU 3810-EXIT
090900         VARYING WS-SUB FROM 1 BY 1
091000         UNTIL WS-SUB GREATER THAN WS-AGG-COUNT
091100            OR WS-88-AGG-FOUND.
091200 3800-EXIT. EXIT.
091300 3810-SCAN-AGGREGATE.
091400     SET AGX TO WS-SUB.
091500     IF  WS-AGG-TAX-ID (AGX) EQUAL WS-TAX-ID-WORK
091600         MOVE 'Y' TO WS-AGG-FOUND-SW
091700         MOVE WS-SUB TO WS-AGG-SUB.
091800 3810-EXIT. EXIT.
091900 3850-FIND-BANK.
092000     MOVE 'N'  TO WS-BANK-FOUND-SW.
092100     PERFORM 3860-SCAN-BANK THRU 3860-EXIT
092200         VARYING WS-FIND-SUB FROM 1 BY 1
092300         UNTIL WS-FIND-SUB GREATER THAN WS-BNK-COUNT
092400            OR WS-88-BANK-FOUND.
092500     IF  WS-88-BANK-FOUND
092600         SUBTRACT 1 FROM WS-FIND-SUB.
092700 3850-EXIT. EXIT.
092800 3860-SCAN-BANK.
092900     SET BKX TO WS-FIND-SUB.
093000     IF  WS-BNK-CERT (BKX) EQUAL WS-SEARCH-CERT
093100         MOVE 'Y' TO WS-BANK-FOUND-SW.
093200 3860-EXIT. EXIT.
093300     EJECT
093400*----------------------------------------------------------------*
093500*    4000-BOOK-RECEIPT - A RECIPROCAL DEPOSIT RECEIVED FROM OR   *
093600*    WITHDRAWN BY A NETWORK BANK.  THE BANK MUST BE ON THE       *
093700*    NETWORK LIST AND A WITHDRAWAL CANNOT TAKE THE RECEIVED      *
093800*    BALANCE BELOW ZERO.                                         *
093900*----------------------------------------------------------------*
094000 4000-BOOK-RECEIPT.
094100     READ RECEIPT-FILE
094200         AT END MOVE 'Y' TO WS-RCV-EOF-SW
094300                GO TO 4000-EXIT.
094400     ADD 1 TO WS-TOT-RECEIPTS-READ.
094500     MOVE SPACES TO WS-RECEIPT-LINE.
094600     MOVE RRV-TYPE        TO RCL-TYPE.
094700     MOVE RRV-NETWORK-REF TO RCL-NETWORK-REF.
094800     MOVE ZERO TO RCL-CERT RCL-AMOUNT.
094900     IF  RRV-CERT NUMERIC
095000         MOVE RRV-CERT TO RCL-CERT.
095100     IF  RRV-AMOUNT NUMERIC
095200         MOVE RRV-AMOUNT TO RCL-AMOUNT.
095300     IF  RRV-88-RECEIVED
095400         MOVE 'RECEIVED' TO RCL-TYPE.
095500     IF  RRV-88-WITHDRAWN
095600         MOVE 'WITHDRAWN' TO RCL-TYPE.
095700     IF  NOT RRV-88-RECEIVED
095800     AND NOT RRV-88-WITHDRAWN
095900         MOVE 'REJECTED - BAD TYPE' TO RCL-DISPOSITION
096000         GO TO 4000-REJECT.
096100     IF  RRV-AMOUNT NOT NUMERIC
096200     OR  RRV-AMOUNT EQUAL ZERO
096300         MOVE 'REJECTED - BAD AMOUNT' TO RCL-DISPOSITION
096400         GO TO 4000-REJECT.
096500     IF  RRV-CERT NOT NUMERIC
096600         MOVE 'REJECTED - NOT A NETWORK BANK' TO RCL-DISPOSITION
096700         GO TO 4000-REJECT.
096800     MOVE RRV-CERT TO WS-SEARCH-CERT.
096900     PERFORM 3850-FIND-BANK THRU 3850-EXIT.
097000     IF  NOT WS-88-BANK-FOUND
097100         MOVE 'REJECTED - NOT A NETWORK BANK' TO RCL-DISPOSITION
097200         GO TO 4000-REJECT.
097300     SET BKX TO WS-FIND-SUB.
097400     MOVE WS-BNK-NAME (BKX) TO RCL-NAME.
097500     MOVE SPACES TO GL-EXTRACT-RECORD.
097600     MOVE ZERO TO GL-REC-LENGTH GL-REC-LNGTH GL-CURR-NO.
097700     MOVE 'IM'        TO GL-APPL-ID.
097800     MOVE 'RECIPDEP'  TO GL-APPL-GL-KEY.
097900     MOVE RRV-NETWORK-REF TO GL-ORIG-ACCT.
098000     MOVE RRV-AMOUNT TO GL-RECAP-AMT (1).
098100     COMPUTE GL-RECAP-AMT (2) = ZERO - RRV-AMOUNT.
098200     IF  RRV-88-WITHDRAWN
098300         GO TO 4000-WITHDRAWN.
098400     ADD RRV-AMOUNT TO WS-TOT-RECEIVED-AMT.
098500     MOVE 'RCPSETL ' TO GL-RECAP-CODE (1).
098600     MOVE 'RCPDEPOS' TO GL-RECAP-CODE (2).
098700     MOVE 'BOOKED - DEPOSIT RECEIVED' TO RCL-DISPOSITION.
098800     GO TO 4000-BOOK.
098900 4000-WITHDRAWN.
099000     IF  WS-POS-RECEIVED-BEFORE + WS-TOT-RECEIVED-AMT
099100       - WS-TOT-WITHDRAWN-AMT LESS THAN RRV-AMOUNT
099200         MOVE 'REJECTED - OVER RECEIVED BAL' TO RCL-DISPOSITION
099300         GO TO 4000-REJECT.
099400     ADD RRV-AMOUNT TO WS-TOT-WITHDRAWN-AMT.
099500     MOVE 'RCPDEPOS' TO GL-RECAP-CODE (1).
099600     MOVE 'RCPSETL ' TO GL-RECAP-CODE (2).
099700     MOVE 'BOOKED - DEPOSIT WITHDRAWN' TO RCL-DISPOSITION.
099800 4000-BOOK.
099900     WRITE GL-EXTRACT-RECORD.
100000     GO TO 4000-PRINT.
100100 4000-REJECT.
100200     ADD 1 TO WS-TOT-RECEIPTS-REJECTED.
100300 4000-PRINT.
100400     MOVE SPACES TO RCP-RPT-LINE.
100500     MOVE WS-RECEIPT-LINE TO RCP-RPT-LINE.
100600     WRITE RCP-RPT-LINE.
100700 4000-EXIT. EXIT.
100800     EJECT
100900 7100-PRINT-SECTION.
101000     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
101100     MOVE SPACES TO RCP-RPT-LINE.
101200     MOVE WS-SECTION-LINE TO RCP-RPT-LINE.
101300     WRITE RCP-RPT-LINE.
101400     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
101500 7100-EXIT. EXIT.
101600*----------------------------------------------------------------*
101700*    7200-PRINT-POSITION - THE ACCOUNT LINE, THEN ONE LINE FOR   *
101800*    EACH BANK IT HELD OR OPENED TODAY.                          *
101900*----------------------------------------------------------------*
102000 7200-PRINT-POSITION.
102100     MOVE SPACES TO WS-POSITION-LINE.
102200     MOVE WMS-CONTROL-KEY       TO POS-ACCOUNT.
102300     MOVE WS-TAX-ID-WORK        TO POS-TAX-ID.
102400     MOVE WMS-CURR-BAL          TO POS-BALANCE.
102500     MOVE WS-PLACED-BEFORE      TO POS-PLACED-BEFORE.
102600     MOVE WS-PLACED-TODAY       TO POS-PLACED-TODAY.
102700     MOVE WS-RECALLED-TODAY     TO POS-RECALLED.
102800     MOVE WMS-RECIP-PLACED-TOT  TO POS-PLACED-AFTER.
102900     MOVE WMS-RECIP-BANK-CNT    TO POS-BANK-CNT.
103000     MOVE WS-ACCT-NOTE          TO POS-NOTE.
103100     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
103200     MOVE SPACES TO RCP-RPT-LINE.
103300     MOVE WS-POSITION-LINE TO RCP-RPT-LINE.
103400     WRITE RCP-RPT-LINE.
103500     PERFORM 7210-PRINT-BANK THRU 7210-EXIT
103600         VARYING WS-SLOT-SUB FROM 1 BY 1
103700         UNTIL WS-SLOT-SUB GREATER THAN WS-PRINT-CNT.
103800 7200-EXIT. EXIT.
103900 7210-PRINT-BANK.
104000     MOVE SPACES TO WS-BANK-LINE.
104100     MOVE WS-SLOT-CERT (WS-SLOT-SUB) TO BNK-CERT WS-SEARCH-CERT.
104200     PERFORM 3850-FIND-BANK THRU 3850-EXIT.
104300     MOVE 'NOT ON NETWORK LIST' TO BNK-NAME.
104400     IF  WS-88-BANK-FOUND
104500         SET BKX TO WS-FIND-SUB
104600         MOVE WS-BNK-NAME (BKX) TO BNK-NAME.
104700     MOVE WS-SLOT-PLACED (WS-SLOT-SUB)   TO BNK-PLACED.
104800     MOVE WS-SLOT-RECALLED (WS-SLOT-SUB) TO BNK-RECALLED.
104900     MOVE ZERO TO BNK-AMOUNT.
105000     IF  WS-SLOT-SUB NOT GREATER THAN WMS-RECIP-BANK-CNT
105100         MOVE WMS-RECIP-BANK-AMT (WS-SLOT-SUB) TO BNK-AMOUNT.
105200     MOVE SPACES TO RCP-RPT-LINE.
105300     MOVE WS-BANK-LINE TO RCP-RPT-LINE.
105400     WRITE RCP-RPT-LINE.
105500 7210-EXIT. EXIT.
105600 7900-EDIT-DATE.
105700     MOVE SPACES TO WS-EDIT-DATE.
105800     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
105900         DELIMITED BY SIZE INTO WS-EDIT-DATE.
106000 7900-EXIT. EXIT.
106100     EJECT
106200*----------------------------------------------------------------*
106300*    8000-RECONCILE - THE NETWORK POSITION CARRIED FORWARD,      *
106400*    PROVED TWO WAYS: THE PLACED BALANCE MUST EQUAL THE SUM OF   *
106500*    THE PLACEMENTS ON THE ACCOUNT TRAILERS, AND THE RECEIVED    *
106600*    BALANCE IS SET AGAINST THE PLACED BALANCE TO SHOW WHAT THE  *
106700*    NETWORK STILL OWES BACK OR HOLDS OVER.                      *
106800*----------------------------------------------------------------*
106900 8000-RECONCILE.
107000     COMPUTE WS-POS-PLACED-AFTER = WS-POS-PLACED-BEFORE
107100         + WS-TOT-PLACED-AMT - WS-TOT-RECALLED-AMT.
107200     COMPUTE WS-POS-RECEIVED-AFTER = WS-POS-RECEIVED-BEFORE
107300         + WS-TOT-RECEIVED-AMT - WS-TOT-WITHDRAWN-AMT.
107400     MOVE 'NETWORK POSITION RECONCILIATION' TO SEC-TITLE.
107500     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
107600     MOVE 'PLACED BALANCE BROUGHT FORWARD    ' TO SUMA-LIT.
107700     MOVE WS-POS-PLACED-BEFORE TO SUMA-AMT.
107800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
107900     MOVE 'PLACED TODAY                      ' TO SUMA-LIT.
108000     MOVE WS-TOT-PLACED-AMT TO SUMA-AMT.
108100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
108200     MOVE 'RECALLED TODAY                    ' TO SUMA-LIT.
108300     MOVE WS-TOT-RECALLED-AMT TO SUMA-AMT.
108400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
108500     MOVE 'PLACED BALANCE CARRIED FORWARD    ' TO SUMA-LIT.
108600     MOVE WS-POS-PLACED-AFTER TO SUMA-AMT.
108700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
108800     MOVE 'PLACED PER ACCOUNT TRAILERS       ' TO SUMA-LIT.
108900     MOVE WS-TOT-TRAILER-PLACED TO SUMA-AMT.
109000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
109100     COMPUTE WS-DIFFERENCE =
109200         WS-POS-PLACED-AFTER - WS-TOT-TRAILER-PLACED.
109300     MOVE 'PLACED OUT OF BALANCE BY          ' TO SUMA-LIT.
109400     IF  WS-DIFFERENCE EQUAL ZERO
109500         MOVE 'PLACED IN BALANCE WITH TRAILERS   ' TO SUMA-LIT.
109600     MOVE WS-DIFFERENCE TO SUMA-AMT.
109700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
109800     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
109900     MOVE 'RECEIVED BALANCE BROUGHT FORWARD  ' TO SUMA-LIT.
110000     MOVE WS-POS-RECEIVED-BEFORE TO SUMA-AMT.
110100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
110200     MOVE 'RECEIVED TODAY                    ' TO SUMA-LIT.
110300     MOVE WS-TOT-RECEIVED-AMT TO SUMA-AMT.
110400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
110500     MOVE 'WITHDRAWN TODAY                   ' TO SUMA-LIT.
110600     MOVE WS-TOT-WITHDRAWN-AMT TO SUMA-AMT.
110700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
110800     MOVE 'RECEIVED BALANCE CARRIED FORWARD  ' TO SUMA-LIT.
110900     MOVE WS-POS-RECEIVED-AFTER TO SUMA-AMT.
111000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
111100     COMPUTE WS-DIFFERENCE =
111200         WS-POS-RECEIVED-AFTER - WS-POS-PLACED-AFTER.
111300     MOVE 'RECEIVED OVER (UNDER) PLACED      ' TO SUMA-LIT.
111400     IF  WS-DIFFERENCE EQUAL ZERO
111500         MOVE 'RECEIVED MATCHES PLACED           ' TO SUMA-LIT.
111600     MOVE WS-DIFFERENCE TO SUMA-AMT.
111700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
111800     OPEN OUTPUT POSITION-OUT.
111900     MOVE SPACES TO POSITION-IN-RECORD.
112000     MOVE WS-RUN-DATE-YYMMDD    TO RPC-LAST-RUN-DATE.
112100     MOVE WS-POS-PLACED-AFTER   TO RPC-PLACED-BAL.
112200     MOVE WS-POS-RECEIVED-AFTER TO RPC-RECEIVED-BAL.
112300     MOVE POSITION-IN-RECORD TO POSITION-OUT-RECORD.
112400     WRITE POSITION-OUT-RECORD.
112500     CLOSE POSITION-OUT.
112600 8000-EXIT. EXIT.
112700     EJECT
112800*----------------------------------------------------------------*
112900*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS AND CLOSES.      *
113000*----------------------------------------------------------------*
113100 9000-TERMINATE.
113200     WRITE RCP-RPT-LINE FROM WS-BLANK-LINE.
113300     MOVE 'ENROLLMENT CARDS APPLIED          ' TO SUM-LIT.
113400     MOVE WS-TOT-ENROLL-APPLIED TO SUM-COUNT.
113500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113600     MOVE 'ENROLLMENT CARDS REJECTED         ' TO SUM-LIT.
113700     MOVE WS-TOT-ENROLL-REJECTED TO SUM-COUNT.
113800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
113900     MOVE 'ACCOUNTS REVIEWED                 ' TO SUM-LIT.
114000     MOVE WS-TOT-ACCTS-REVIEWED TO SUM-COUNT.
114100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114200     MOVE 'ACCOUNTS WITH PLACEMENTS          ' TO SUM-LIT.
114300     MOVE WS-TOT-ACCTS-PLACED TO SUM-COUNT.
114400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114500     MOVE 'ACCOUNTS WITH RECALLS             ' TO SUM-LIT.
114600     MOVE WS-TOT-ACCTS-RECALLED TO SUM-COUNT.
114700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
114800     MOVE 'ACCOUNTS OUT OF BANK SLOTS        ' TO SUM-LIT.
114900     MOVE WS-TOT-SLOTS-FULL TO SUM-COUNT.
115000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115100     MOVE 'NETWORK INSTRUCTIONS WRITTEN      ' TO SUM-LIT.
115200     MOVE WS-TOT-INSTRUCTIONS TO SUM-COUNT.
115300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115400     MOVE 'ACCOUNT POSTINGS WRITTEN          ' TO SUM-LIT.
115500     MOVE WS-TOT-POSTINGS TO SUM-COUNT.
115600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
115700     MOVE 'NETWORK RECEIPTS READ             ' TO SUM-LIT.
115800     MOVE WS-TOT-RECEIPTS-READ TO SUM-COUNT.
115900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
116000     MOVE 'NETWORK RECEIPTS REJECTED         ' TO SUM-LIT.
116100     MOVE WS-TOT-RECEIPTS-REJECTED TO SUM-COUNT.
116200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
116300     MOVE 'UNINSURED LEFT UNPLACED           ' TO SUMA-LIT.
116400     MOVE WS-TOT-UNPLACED-AMT TO SUMA-AMT.
116500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
116600     MOVE 'W' TO MRQ-FUNCTION.
116700     MOVE 'IMRCPINS' TO MRQ-FILE-ID.
116800     MOVE WS-TOT-INSTRUCTIONS TO MRQ-RECORD-COUNT.
116900     MOVE WS-TOT-INSTR-AMT TO MRQ-AMOUNT-HASH.
117000     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
117100     MOVE 'W' TO MRQ-FUNCTION.
117200     MOVE 'IMRCPTRN' TO MRQ-FILE-ID.
117300     MOVE WS-TOT-POSTINGS TO MRQ-RECORD-COUNT.
117400     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
117500     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
117600     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
117700     MOVE -1   TO I-O-SEND-CODE.
117800     CALL 'IMACTM' USING I-O-CONTROL-AREA
117900                         MASTER-AREA
118000                         SI-ENVIRONMENT-AREA.
118100     CLOSE ENROLL-FILE.
118200     CLOSE INS-AGGR-FILE.
118300     CLOSE NETWORK-BANK-FILE.
118400     CLOSE RECEIPT-FILE.
118500     CLOSE INSTRUCTION-FILE.
118600     CLOSE TRAN-POSTING-OUT.
118700     CLOSE RCP-GL-EXTRACT.
118800     CLOSE RCP-RPT.
118900 9000-EXIT. EXIT.
119000 9100-PRINT-SUMMARY.
119100     MOVE SPACES TO RCP-RPT-LINE.
119200     MOVE WS-SUMMARY-LINE TO RCP-RPT-LINE.
119300     WRITE RCP-RPT-LINE.
119400 9100-EXIT. EXIT.
119500 9200-PRINT-AMOUNT.
119600     MOVE SPACES TO RCP-RPT-LINE.
119700     MOVE WS-SUMMARY-AMT-LINE TO RCP-RPT-LINE.
119800     WRITE RCP-RPT-LINE.
119900 9200-EXIT. EXIT.
