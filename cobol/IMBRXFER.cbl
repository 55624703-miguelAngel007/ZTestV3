*     * GN6220 * 10/15/26 JCTE BRANCH CONSOLIDATION AND OFFICER TRANSFER
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMBRXFER.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMBRXFER MOVES ACCOUNTS BETWEEN BRANCHES AND OFFICERS IN    *
000900*    ONE RESTARTABLE PASS INSTEAD OF THOUSANDS OF MAINTENANCE    *
001000*    TRANSACTIONS.  A TRANSFER MAP DRIVES THE RUN.  A BRANCH ROW *
001100*    (TYPE B) MOVES EVERY ACCOUNT ON THE OLD BRANCH TO THE NEW   *
001200*    BRANCH WHEN A BRANCH IS CLOSED OR MERGED; AN OFFICER ROW    *
001300*    (TYPE O) REASSIGNS ONE OFFICER'S BOOK, OPTIONALLY ONLY      *
001400*    WITHIN ONE BRANCH.  EITHER ROW MAY ALSO NAME A NEW OFFICER, *
001500*    A NEW BRANCH AND A NEW COST CENTER, THE FIRST ELEMENT OF    *
001600*    WMS-GL-COST-CENTER.  WHEN AN ACCOUNT MATCHES BOTH KINDS OF  *
001700*    ROW THE BRANCH ROW IS APPLIED FIRST AND THE OFFICER ROW ON  *
001800*    TOP OF IT.  A ROW IS APPLIED FROM ITS EFFECTIVE DATE ON;    *
001900*    UNTIL THEN IT IS SHOWN AS NOT YET EFFECTIVE AND THE RUN CAN *
002000*    BE SCHEDULED AHEAD.                                         *
002100*----------------------------------------------------------------*
002200*    FOR EACH ACCOUNT MOVED, WMS-BRANCH, WMS-OFFICER AND THE     *
002300*    COST CENTER ARE REWRITTEN ON THE MASTER AND EACH CHANGED    *
002400*    FIELD IS JOURNALED TO THE FILE-MAINTENANCE JOURNAL          *
002500*    (IMWSFMJR).  WHEN THE COST CENTER CHANGES, A GL             *
002600*    RECLASSIFICATION ENTRY GOES OUT THROUGH THE IMWSGLTS RECAP  *
002700*    STRUCTURE, MOVING THE CURRENT BALANCE AND THE INTEREST      *
002800*    ACCRUAL FROM THE OLD COST CENTER TO THE NEW ONE AS OF THE   *
002900*    ROW'S EFFECTIVE DATE, SO ACCOUNTING NO LONGER RECLASSES BY  *
003000*    HAND.  AN ACCOUNT LEAVING A BRANCH UNDER A BRANCH ROW GETS  *
003100*    A BRANCH-CLOSING NOTICE ON THE IMBRXNTC EXTRACT, WHICH THE  *
003200*    NOTICE HUB (IMNTCHUB) MAILS AS A REGULATORY NOTICE.         *
003300*----------------------------------------------------------------*
003400*    A CHECKPOINT IS CUT THROUGH 'IMCKPTM' EVERY FEW HUNDRED     *
003500*    ACCOUNTS.  ON A RESTART THE PASS SKIPS TO THE CHECKPOINTED  *
003600*    KEY, THE JOURNAL, GL AND NOTICE FILES ARE EXTENDED RATHER   *
003700*    THAN REPLACED, AND THE GL RECORDS ALREADY WRITTEN ARE       *
003800*    RECOUNTED FOR THE MANIFEST.  AN ACCOUNT ALREADY MOVED       *
003900*    BEFORE THE FAILURE NO LONGER MATCHES ITS OLD BRANCH OR      *
004000*    OFFICER, SO IT IS NEVER MOVED TWICE.                        *
004100*----------------------------------------------------------------*
004200*    THE PROOF REPORT LISTS EVERY MAP ROW WITH THE ACCOUNTS IT   *
004250*    MOVED, THEN A BEFORE/AFTER PROOF BY BRANCH OVER EVERY       *
004300*    ACCOUNT BROWSED - ACCOUNTS, BALANCE AND ACCRUAL ON EACH     *
004350*    BRANCH AS READ AND AS REWRITTEN.  A BRANCH'S BEFORE FIGURES *
004400*    PLUS THE ACCOUNTS MOVED IN, LESS THOSE MOVED OUT, MUST      *
004450*    EQUAL ITS AFTER FIGURES, AND THE BEFORE AND AFTER TOTALS    *
004500*    MUST AGREE.  A REJECTED MAP ROW OR A FULL BRANCH TABLE SETS *
004550*    RETURN CODE 4; A FAILED MASTER REWRITE OR A PROOF OUT OF    *
004600*    BALANCE SETS RETURN CODE 8.                                 *
004800*----------------------------------------------------------------*
004900*               ** HISTORY OF REVISIONS **                      *
005000* DESCRIPTION                                           CHNGID  *
005100* ____________________________________________________ _______ *
005200* 10/15/26 JCTE NEW PROGRAM - BRANCH CONSOLIDATION AND   GN6220 *
005300*                OFFICER PORTFOLIO TRANSFER                     *
005400*----------------------------------------------------------------*
005500 ENVIRONMENT    DIVISION.
005600 INPUT-OUTPUT   SECTION.
005700 FILE-CONTROL.
005800     SELECT XFER-MAP-FILE     ASSIGN TO "IMBRXMAP"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMBRXJRN"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT OPTIONAL GL-EXTRACT-OUT ASSIGN TO "IMWSGLTS"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-GL-FILE-STATUS.
006500     SELECT XFER-NOTICE-EXT   ASSIGN TO "IMBRXNTC"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT XFER-PROOF-RPT    ASSIGN TO "IMBRXRPT"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  XFER-MAP-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  XFER-MAP-RECORD.
007400     03  BXM-TYPE                    PIC X.
007500         88  BXM-88-BRANCH           VALUE 'B'.
007600         88  BXM-88-OFFICER          VALUE 'O'.
007700     03  BXM-OLD-BRANCH              PIC XXX.
007800     03  BXM-OLD-OFFICER             PIC X(5).
007900     03  BXM-NEW-BRANCH              PIC XXX.
008000     03  BXM-NEW-OFFICER             PIC X(5).
008100     03  BXM-NEW-COST-CTR            PIC X(5).
008200     03  BXM-EFF-DATE                PIC 9(8).
008300     03  BXM-OPER-ID                 PIC X(5).
008400     03  FILLER                      PIC X(45).
008500 FD  FM-JOURNAL-OUT.
008600     COPY IMWSFMJR.
008700 FD  GL-EXTRACT-OUT.
008800     COPY IMWSGLTS.
008900 FD  XFER-NOTICE-EXT
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  XFER-NOTICE-RECORD.
009200     03  BXN-ACCOUNT                 PIC X(22).
009300     03  BXN-OLD-BRANCH              PIC XXX.
009400     03  BXN-NEW-BRANCH              PIC XXX.
009500     03  BXN-NEW-OFFICER             PIC X(5).
009600     03  BXN-EFF-DATE                PIC 9(8).
009700     03  BXN-NOTICE-DATE             PIC 9(8).
009800     03  FILLER                      PIC X(31).
009900 FD  XFER-PROOF-RPT
010000     RECORD CONTAINS 133 CHARACTERS.
010100 01  XFER-PROOF-RPT-LINE             PIC X(133).
010200 WORKING-STORAGE SECTION.
010300 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMBRXFER'.
010400 77  WS-MAP-MAX                      PIC S9(3)   COMP VALUE +200.
010500 77  WS-BRP-MAX                      PIC S9(3)   COMP VALUE +300.
010600 77  WS-GL-FILE-STATUS               PIC X(2)    VALUE SPACES.
010700     88  WS-88-GL-NOT-FOUND          VALUE '05' '35'.
010750 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
010800 01  WS-SWITCHES.
010900     03  WS-MAP-EOF-SW               PIC X(1)    VALUE 'N'.
011000         88  WS-88-MAP-EOF           VALUE 'Y'.
011100     03  WS-MST-EOF-SW               PIC X(1)    VALUE 'N'.
011200         88  WS-88-MST-EOF           VALUE 'Y'.
011300     03  WS-GL-EOF-SW                PIC X(1)    VALUE 'N'.
011400         88  WS-88-GL-EOF            VALUE 'Y'.
011500     03  WS-RESTARTING-SW            PIC X(1)    VALUE 'N'.
011600         88  WS-88-RESTARTING        VALUE 'Y'.
011700     03  WS-BRP-FOUND-SW             PIC X(1)    VALUE 'N'.
011800         88  WS-88-BRP-FOUND         VALUE 'Y'.
011825     03  WS-PROOF-OOB-SW             PIC X(1)    VALUE 'N'.
011850         88  WS-88-PROOF-OOB         VALUE 'Y'.
011900 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
012000 01  WS-RECAP-SUB                    PIC S9(3)   COMP VALUE 0.
012100 01  WS-MAP-COUNT                    PIC S9(3)   COMP VALUE 0.
012200 01  WS-BR-HIT                       PIC S9(3)   COMP VALUE 0.
012300 01  WS-OF-HIT                       PIC S9(3)   COMP VALUE 0.
012400 01  WS-BRP-COUNT                    PIC S9(3)   COMP VALUE 0.
012500 01  WS-BRP-SUB                      PIC S9(3)   COMP VALUE 0.
012600 01  WS-CKPT-INTERVAL                PIC S9(5)   COMP VALUE +500.
012700 01  WS-SINCE-CKPT                   PIC S9(5)   COMP VALUE 0.
012800 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
012900 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
013000     03  WS-RUN-CC                   PIC 99.
013100     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
013200     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013300         05  WS-RUN-YR               PIC 99.
013400         05  WS-RUN-MO               PIC 99.
013500         05  WS-RUN-DA               PIC 99.
013600 01  WS-EFF-DATE-8                   PIC 9(8)    VALUE 0.
013700 01  WS-EFF-DATE-8-R REDEFINES WS-EFF-DATE-8.
013800     03  WS-EFF-CENT                 PIC XX.
013900     03  WS-EFF-YR                   PIC XX.
014000     03  WS-EFF-MO                   PIC XX.
014100     03  WS-EFF-DA                   PIC XX.
014200     EJECT
014300*----------------------------------------------------------------*
014400*    THE ACCOUNT BEING MOVED - ITS ASSIGNMENT BEFORE AND AFTER,  *
014500*    AND THE AMOUNTS THE PROOF AND THE RECLASSIFICATION CARRY.   *
014600*----------------------------------------------------------------*
014700 01  WS-MOVE-AREA.
014800     03  WS-OLD-BRANCH               PIC XXX.
014900     03  WS-OLD-OFFICER              PIC X(5).
015000     03  WS-OLD-COST-CTR             PIC X(5).
015100     03  WS-NEW-BRANCH               PIC XXX.
015200     03  WS-NEW-OFFICER              PIC X(5).
015300     03  WS-NEW-COST-CTR             PIC X(5).
015400     03  WS-MOVE-OPER                PIC X(5).
015500     03  WS-MOVE-BAL                 PIC S9(13)V99 COMP-3.
015600     03  WS-MOVE-ACCR                PIC S9(13)V99 COMP-3.
015700     03  WS-PROOF-BRANCH             PIC XXX.
015800 01  WS-JRN-FIELD-ID                 PIC X(8)    VALUE SPACES.
015900 01  WS-JRN-BEFORE                   PIC X(5)    VALUE SPACES.
016000 01  WS-JRN-AFTER                    PIC X(5)    VALUE SPACES.
016025 01  WS-EXP-COUNT                    PIC S9(7)   COMP-3 VALUE 0.
016050 01  WS-EXP-BAL                      PIC S9(15)V99 COMP-3 VALUE 0.
016075 01  WS-EXP-ACCR                     PIC S9(15)V99 COMP-3 VALUE 0.
016100     EJECT
016200     COPY IMWSCKPT.
016300     EJECT
016400     COPY IMWSMNRQ.
016500     EJECT
016600*----------------------------------------------------------------*
016700*    TRANSFER MAP - WS-MAP-STATUS IS A(CTIVE), P(ENDING, NOT YET *
016800*    EFFECTIVE) OR X (REJECTED, WITH THE REASON FOR THE REPORT). *
016900*----------------------------------------------------------------*
017000 01  WS-MAP-TABLE.
017100     03  WS-MAP-ENTRY OCCURS 200 TIMES
017200                      INDEXED BY MPX.
017300         05  WS-MAP-TYPE             PIC X.
017400             88  WS-88-MAP-BRANCH    VALUE 'B'.
017500             88  WS-88-MAP-OFFICER   VALUE 'O'.
017600         05  WS-MAP-OLD-BRANCH       PIC XXX.
017700         05  WS-MAP-OLD-OFFICER      PIC X(5).
017800         05  WS-MAP-NEW-BRANCH       PIC XXX.
017900         05  WS-MAP-NEW-OFFICER      PIC X(5).
018000         05  WS-MAP-NEW-COST-CTR     PIC X(5).
018100         05  WS-MAP-EFF-DATE         PIC 9(8).
018200         05  WS-MAP-OPER             PIC X(5).
018300         05  WS-MAP-STATUS           PIC X.
018400             88  WS-88-MAP-ACTIVE    VALUE 'A'.
018500             88  WS-88-MAP-PENDING   VALUE 'P'.
018600             88  WS-88-MAP-REJECTED  VALUE 'X'.
018700         05  WS-MAP-REASON           PIC X(30).
018800         05  WS-MAP-MOVED            PIC S9(7)   COMP-3.
018900     EJECT
019000*----------------------------------------------------------------*
019100*    BRANCH PROOF - EVERY BRANCH ON THE MASTER, WITH ACCOUNTS,   *
019150*    BALANCE AND ACCRUAL BEFORE AND AFTER THE MOVE, AND THE NET  *
019200*    OF THE ACCOUNTS MOVED IN AND OUT.                           *
019250*----------------------------------------------------------------*
019400 01  WS-BRANCH-PROOF-TABLE.
019500     03  WS-BRP-ENTRY OCCURS 300 TIMES
019600                      INDEXED BY BPX.
019700         05  WS-BRP-BRANCH           PIC XXX.
019800         05  WS-BRP-BEF-COUNT        PIC S9(7)   COMP-3.
019900         05  WS-BRP-BEF-BAL          PIC S9(15)V99 COMP-3.
020000         05  WS-BRP-BEF-ACCR         PIC S9(15)V99 COMP-3.
020100         05  WS-BRP-AFT-COUNT        PIC S9(7)   COMP-3.
020200         05  WS-BRP-AFT-BAL          PIC S9(15)V99 COMP-3.
020300         05  WS-BRP-AFT-ACCR         PIC S9(15)V99 COMP-3.
020325         05  WS-BRP-NET-COUNT        PIC S9(7)   COMP-3.
020350         05  WS-BRP-NET-BAL          PIC S9(15)V99 COMP-3.
020375         05  WS-BRP-NET-ACCR         PIC S9(15)V99 COMP-3.
020400     EJECT
020500 01  WS-TOTALS.
020600     03  WS-TOT-MAP-READ             PIC 9(7)    COMP VALUE 0.
020700     03  WS-TOT-MAP-REJECTED         PIC 9(7)    COMP VALUE 0.
020800     03  WS-TOT-MAP-PENDING          PIC 9(7)    COMP VALUE 0.
020900     03  WS-TOT-BROWSED              PIC 9(7)    COMP VALUE 0.
021000     03  WS-TOT-MOVED                PIC 9(7)    COMP VALUE 0.
021100     03  WS-TOT-REWRITE-FAILED       PIC 9(7)    COMP VALUE 0.
021200     03  WS-TOT-JOURNALED            PIC 9(7)    COMP VALUE 0.
021300     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
021400     03  WS-TOT-BRP-OVERFLOW         PIC 9(7)    COMP VALUE 0.
021500     03  WS-TOT-SKIPPED-RESTART      PIC 9(7)    COMP VALUE 0.
021600     03  WS-TOT-GL-RECORDS           PIC 9(7)    COMP VALUE 0.
021700     03  WS-TOT-GL-HASH              PIC S9(15)V99 COMP-3 VALUE 0.
021800     03  WS-TOT-BEF-COUNT            PIC S9(7)   COMP-3 VALUE 0.
021900     03  WS-TOT-BEF-BAL              PIC S9(15)V99 COMP-3 VALUE 0.
022000     03  WS-TOT-BEF-ACCR             PIC S9(15)V99 COMP-3 VALUE 0.
022100     03  WS-TOT-AFT-COUNT            PIC S9(7)   COMP-3 VALUE 0.
022200     03  WS-TOT-AFT-BAL              PIC S9(15)V99 COMP-3 VALUE 0.
022300     03  WS-TOT-AFT-ACCR             PIC S9(15)V99 COMP-3 VALUE 0.
022400     EJECT
022500 01  WS-REPORT-TITLE.
022600     03  FILLER                      PIC X(52)   VALUE
022700         'IMBRXFER - BRANCH AND OFFICER TRANSFER PROOF    RUN '.
022800     03  TTL-RUN-DATE                PIC 9(8).
022900     03  FILLER                      PIC X(73)   VALUE SPACES.
023000 01  WS-MAP-HEADING.
023100     03  FILLER                      PIC X(46)   VALUE
023200         '    T OLD BR OLD OFF   NEW BR NEW OFF COST CTR'.
023300     03  FILLER                      PIC X(46)   VALUE
023400         '  EFFECTIVE     MOVED  STATUS                 '.
023500     03  FILLER                      PIC X(41)   VALUE SPACES.
023600 01  WS-MAP-LINE.
023700     03  FILLER                      PIC X(4)    VALUE SPACES.
023800     03  MPL-TYPE                    PIC X.
023900     03  FILLER                      PIC X(1)    VALUE SPACES.
024000     03  MPL-OLD-BRANCH              PIC XXX.
024100     03  FILLER                      PIC X(4)    VALUE SPACES.
024200     03  MPL-OLD-OFFICER             PIC X(5).
024300     03  FILLER                      PIC X(4)    VALUE ' -> '.
024400     03  MPL-NEW-BRANCH              PIC XXX.
024500     03  FILLER                      PIC X(4)    VALUE SPACES.
024600     03  MPL-NEW-OFFICER             PIC X(5).
024700     03  FILLER                      PIC X(3)    VALUE SPACES.
024800     03  MPL-NEW-COST-CTR            PIC X(5).
024900     03  FILLER                      PIC X(6)    VALUE SPACES.
025000     03  MPL-EFF-DATE                PIC 9(8).
025100     03  FILLER                      PIC X(2)    VALUE SPACES.
025200     03  MPL-MOVED                   PIC ZZZ,ZZ9.
025300     03  FILLER                      PIC X(2)    VALUE SPACES.
025400     03  MPL-STATUS                  PIC X(30).
025500     03  FILLER                      PIC X(37)   VALUE SPACES.
025600 01  WS-PROOF-HEADING.
025700     03  FILLER                      PIC X(48)   VALUE
025800         '    BRANCH   BEFORE    BEFORE BALANCE       BEFO'.
025900     03  FILLER                      PIC X(48)   VALUE
026000         'RE ACCRUAL     AFTER     AFTER BALANCE        AF'.
026100     03  FILLER                      PIC X(37)   VALUE
026200         'TER ACCRUAL          PROOF           '.
026300 01  WS-PROOF-LINE.
026400     03  FILLER                      PIC X(4)    VALUE SPACES.
026500     03  PRF-BRANCH                  PIC X(6).
026600     03  FILLER                      PIC X(1)    VALUE SPACES.
026700     03  PRF-BEF-COUNT               PIC ZZZ,ZZ9.
026800     03  FILLER                      PIC X(1)    VALUE SPACES.
026900     03  PRF-BEF-BAL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027000     03  FILLER                      PIC X(1)    VALUE SPACES.
027100     03  PRF-BEF-ACCR                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027200     03  FILLER                      PIC X(2)    VALUE SPACES.
027300     03  PRF-AFT-COUNT               PIC ZZZ,ZZ9.
027400     03  FILLER                      PIC X(1)    VALUE SPACES.
027500     03  PRF-AFT-BAL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027600     03  FILLER                      PIC X(1)    VALUE SPACES.
027700     03  PRF-AFT-ACCR                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027750     03  FILLER                      PIC X(2)    VALUE SPACES.
027800     03  PRF-FLAG                    PIC X(5).
027850     03  FILLER                      PIC X(11)   VALUE SPACES.
027900 01  WS-MESSAGE-LINE.
028000     03  FILLER                      PIC X(4)    VALUE SPACES.
028100     03  MSG-TEXT                    PIC X(60).
028200     03  MSG-ACCOUNT                 PIC X(22).
028300     03  FILLER                      PIC X(47)   VALUE SPACES.
028400 01  WS-SUMMARY-LINE.
028500     03  FILLER                      PIC X(4)    VALUE SPACES.
028600     03  SUM-LIT                     PIC X(34).
028700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
028800     03  FILLER                      PIC X(88)   VALUE SPACES.
028900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
029000     EJECT
029100 LINKAGE SECTION.
029200     COPY SIWSCNTL.
029300     EJECT
029400     COPY IMAWKMST.
029500     EJECT
029600     COPY IMWSENVO.
029700     EJECT
029800 PROCEDURE DIVISION.
029900*----------------------------------------------------------------*
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
030200     PERFORM 1200-LOAD-MAP        THRU 1200-EXIT
030300         UNTIL WS-88-MAP-EOF.
030400     PERFORM 1400-OPEN-OUTPUTS    THRU 1400-EXIT.
030500     PERFORM 2000-ONE-ACCOUNT     THRU 2000-EXIT
030600         UNTIL WS-88-MST-EOF.
030700     PERFORM 4000-MAP-REPORT      THRU 4000-EXIT.
030800     PERFORM 5000-BRANCH-PROOF    THRU 5000-EXIT.
030900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
031000     GOBACK.
031100     EJECT
031200 1000-INITIALIZE.
031300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
031400     IF  WS-RUN-YR LESS THAN 50
031500         MOVE 20 TO WS-RUN-CC
031600     ELSE
031700         MOVE 19 TO WS-RUN-CC.
031800     OPEN INPUT  XFER-MAP-FILE.
031900     OPEN OUTPUT XFER-PROOF-RPT.
032000     MOVE WS-RUN-DATE-8 TO TTL-RUN-DATE.
032100     WRITE XFER-PROOF-RPT-LINE FROM WS-BLANK-LINE.
032200     MOVE SPACES TO XFER-PROOF-RPT-LINE.
032300     MOVE WS-REPORT-TITLE TO XFER-PROOF-RPT-LINE.
032400     WRITE XFER-PROOF-RPT-LINE.
032500     WRITE XFER-PROOF-RPT-LINE FROM WS-BLANK-LINE.
032600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
032700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
032800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
032900     MOVE 'U' TO I-O-CONTROL-ACCESS.
033000     MOVE -1  TO I-O-SEND-CODE.
033100     CALL 'IMACTM' USING I-O-CONTROL-AREA
033200                         MASTER-AREA
033300                         SI-ENVIRONMENT-AREA.
033400     MOVE 'R'        TO CKPT-FUNCTION.
033500     MOVE 'IMBRXFER' TO CKPT-JOB-ID.
033600     CALL 'IMCKPTM' USING CKPT-CONTROL-AREA.
033700     IF  CKPT-88-FOUND
033800         MOVE 'Y' TO WS-RESTARTING-SW.
033900 1000-EXIT. EXIT.
034000     EJECT
034100*----------------------------------------------------------------*
034200*    1200-LOAD-MAP - LOAD AND EDIT THE TRANSFER MAP.  A BRANCH   *
034300*    ROW NEEDS AN OLD AND A NEW BRANCH, AN OFFICER ROW AN OLD    *
034400*    AND A NEW OFFICER, AND BOTH A NUMERIC EFFECTIVE DATE.       *
034500*----------------------------------------------------------------*
034600 1200-LOAD-MAP.
034700     READ XFER-MAP-FILE
034800         AT END MOVE 'Y' TO WS-MAP-EOF-SW
034900                GO TO 1200-EXIT.
035000     ADD 1 TO WS-TOT-MAP-READ.
035100     IF  WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
035200         ADD 1 TO WS-TOT-MAP-REJECTED
035300         MOVE 'MAP TABLE FULL - ROW NOT LOADED FOR OLD BRANCH '
035400             TO MSG-TEXT
035500         MOVE BXM-OLD-BRANCH TO MSG-ACCOUNT
035600         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
035700         GO TO 1200-EXIT.
035800     ADD 1 TO WS-MAP-COUNT.
035900     SET MPX TO WS-MAP-COUNT.
036000     MOVE BXM-TYPE         TO WS-MAP-TYPE (MPX).
036100     MOVE BXM-OLD-BRANCH   TO WS-MAP-OLD-BRANCH (MPX).
036200     MOVE BXM-OLD-OFFICER  TO WS-MAP-OLD-OFFICER (MPX).
036300     MOVE BXM-NEW-BRANCH   TO WS-MAP-NEW-BRANCH (MPX).
036400     MOVE BXM-NEW-OFFICER  TO WS-MAP-NEW-OFFICER (MPX).
036500     MOVE BXM-NEW-COST-CTR TO WS-MAP-NEW-COST-CTR (MPX).
036600     MOVE BXM-OPER-ID      TO WS-MAP-OPER (MPX).
036700     MOVE ZERO             TO WS-MAP-EFF-DATE (MPX)
036800                              WS-MAP-MOVED (MPX).
036900     MOVE 'A'              TO WS-MAP-STATUS (MPX).
037000     MOVE 'APPLIED'        TO WS-MAP-REASON (MPX).
037100     IF  BXM-EFF-DATE NOT NUMERIC
037200     OR  BXM-EFF-DATE EQUAL ZERO
037300         MOVE 'REJECTED - NO EFFECTIVE DATE'
037400             TO WS-MAP-REASON (MPX)
037500         GO TO 1250-REJECT.
037600     MOVE BXM-EFF-DATE TO WS-MAP-EFF-DATE (MPX).
037700     IF  BXM-88-BRANCH
037800         GO TO 1220-EDIT-BRANCH.
037900     IF  BXM-88-OFFICER
038000         GO TO 1230-EDIT-OFFICER.
038100     MOVE 'REJECTED - INVALID ROW TYPE' TO WS-MAP-REASON (MPX).
038200     GO TO 1250-REJECT.
038300 1220-EDIT-BRANCH.
038400     IF  BXM-OLD-BRANCH EQUAL SPACES
038500     OR  BXM-NEW-BRANCH EQUAL SPACES
038600     OR  BXM-OLD-BRANCH EQUAL BXM-NEW-BRANCH
038700         MOVE 'REJECTED - OLD/NEW BRANCH' TO WS-MAP-REASON (MPX)
038800         GO TO 1250-REJECT.
038900     GO TO 1240-CHECK-EFFECTIVE.
039000 1230-EDIT-OFFICER.
039100     IF  BXM-OLD-OFFICER EQUAL SPACES
039200     OR  BXM-NEW-OFFICER EQUAL SPACES
039300         MOVE 'REJECTED - OLD/NEW OFFICER' TO WS-MAP-REASON (MPX)
039400         GO TO 1250-REJECT.
039500 1240-CHECK-EFFECTIVE.
039600     IF  BXM-EFF-DATE GREATER THAN WS-RUN-DATE-8
039700         MOVE 'P' TO WS-MAP-STATUS (MPX)
039800         MOVE 'NOT YET EFFECTIVE' TO WS-MAP-REASON (MPX)
039900         ADD 1 TO WS-TOT-MAP-PENDING.
040000     GO TO 1200-EXIT.
040100 1250-REJECT.
040200     MOVE 'X' TO WS-MAP-STATUS (MPX).
040300     ADD 1 TO WS-TOT-MAP-REJECTED.
040400 1200-EXIT. EXIT.
040500     EJECT
040600*----------------------------------------------------------------*
040700*    1400-OPEN-OUTPUTS - A FRESH RUN REPLACES THE JOURNAL, GL    *
040800*    AND NOTICE FILES.  A RESTART EXTENDS THEM, SO THE ENTRIES   *
040900*    FOR ACCOUNTS MOVED BEFORE THE FAILURE ARE KEPT, AND FIRST   *
041000*    RECOUNTS THE GL RECORDS ALREADY ON FILE FOR THE MANIFEST.   *
041100*----------------------------------------------------------------*
041200 1400-OPEN-OUTPUTS.
041300     IF  NOT WS-88-RESTARTING
041400         OPEN OUTPUT FM-JOURNAL-OUT
041500         OPEN OUTPUT GL-EXTRACT-OUT
041600         OPEN OUTPUT XFER-NOTICE-EXT
041700         GO TO 1400-EXIT.
041800     MOVE 'RESTARTED - PROOF COVERS ACCOUNTS AFTER CHECKPOINT KEY'
041900         TO MSG-TEXT.
042000     MOVE CKPT-CONTROL-KEY TO MSG-ACCOUNT.
042100     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
042200     OPEN INPUT GL-EXTRACT-OUT.
042300     IF  WS-88-GL-NOT-FOUND
042400         MOVE 'Y' TO WS-GL-EOF-SW.
042500     PERFORM 1410-RECOUNT-GL THRU 1410-EXIT
042600         UNTIL WS-88-GL-EOF.
042700     CLOSE GL-EXTRACT-OUT.
042800     OPEN EXTEND FM-JOURNAL-OUT.
042900     OPEN EXTEND GL-EXTRACT-OUT.
043000     OPEN EXTEND XFER-NOTICE-EXT.
043100 1400-EXIT. EXIT.
043200 1410-RECOUNT-GL.
043300     READ GL-EXTRACT-OUT
043400         AT END MOVE 'Y' TO WS-GL-EOF-SW
043500                GO TO 1410-EXIT.
043600     ADD 1 TO WS-TOT-GL-RECORDS.
043700     PERFORM 1420-HASH-RECAP THRU 1420-EXIT
043800         VARYING WS-RECAP-SUB FROM 1 BY 1
043900         UNTIL WS-RECAP-SUB GREATER THAN 4.
044000 1410-EXIT. EXIT.
044100 1420-HASH-RECAP.
044200     ADD GL-RECAP-AMT (WS-RECAP-SUB) TO WS-TOT-GL-HASH.
044300 1420-EXIT. EXIT.
044400     EJECT
044500*----------------------------------------------------------------*
044600*    2000-ONE-ACCOUNT - BROWSE THE MASTER.  ON A RESTART THE     *
044650*    PASS SKIPS FORWARD TO THE CHECKPOINTED KEY BEFORE ANY       *
044700*    ACCOUNT IS TOUCHED AGAIN.  EVERY ACCOUNT BROWSED GOES INTO  *
044750*    THE BRANCH PROOF AS READ AND AGAIN AS IT STANDS AFTERWARDS. *
044900*----------------------------------------------------------------*
045000 2000-ONE-ACCOUNT.
045100     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
045200     MOVE -1   TO I-O-SEND-CODE.
045300     CALL 'IMACTM' USING I-O-CONTROL-AREA
045400                         MASTER-AREA
045500                         SI-ENVIRONMENT-AREA.
045600     IF  I-O-88-END-OF-FILE
045700         MOVE 'Y' TO WS-MST-EOF-SW
045800         GO TO 2000-EXIT.
045900     IF  NOT I-O-88-NORMAL-RET
046000         MOVE 'Y' TO WS-MST-EOF-SW
046100         GO TO 2000-EXIT.
046200     ADD 1 TO WS-TOT-BROWSED.
046300     IF  WS-88-RESTARTING
046400         ADD 1 TO WS-TOT-SKIPPED-RESTART
046500         IF  WMS-CONTROL-KEY EQUAL CKPT-CONTROL-KEY
046600             MOVE 'N' TO WS-RESTARTING-SW
046700             GO TO 2000-EXIT
046800         ELSE
046900             GO TO 2000-EXIT.
047100     PERFORM 2200-PROOF-BEFORE THRU 2200-EXIT.
047150     PERFORM 2100-FIND-MAP THRU 2100-EXIT.
047200     IF  WS-BR-HIT GREATER THAN ZERO
047250     OR  WS-OF-HIT GREATER THAN ZERO
047300         PERFORM 3000-MOVE-ACCOUNT THRU 3000-EXIT.
047350     PERFORM 2300-PROOF-AFTER THRU 2300-EXIT.
047500 2000-EXIT. EXIT.
047600     EJECT
047700*----------------------------------------------------------------*
047800*    2100-FIND-MAP - THE FIRST ACTIVE BRANCH ROW FOR THE         *
047900*    ACCOUNT'S BRANCH AND THE FIRST ACTIVE OFFICER ROW FOR ITS   *
048000*    OFFICER (WITHIN THE ROW'S BRANCH WHEN ONE IS GIVEN).        *
048100*----------------------------------------------------------------*
048200 2100-FIND-MAP.
048300     MOVE ZERO TO WS-BR-HIT
048400                  WS-OF-HIT.
048500     PERFORM 2110-SCAN-MAP THRU 2110-EXIT
048600         VARYING WS-SUB FROM 1 BY 1
048700         UNTIL WS-SUB GREATER THAN WS-MAP-COUNT.
048800 2100-EXIT. EXIT.
048900 2110-SCAN-MAP.
049000     SET MPX TO WS-SUB.
049100     IF  NOT WS-88-MAP-ACTIVE (MPX)
049200         GO TO 2110-EXIT.
049300     IF  WS-88-MAP-BRANCH (MPX)
049400     AND WS-BR-HIT EQUAL ZERO
049500     AND WS-MAP-OLD-BRANCH (MPX) EQUAL WMS-BRANCH
049600         MOVE WS-SUB TO WS-BR-HIT.
049700     IF  WS-88-MAP-OFFICER (MPX)
049800     AND WS-OF-HIT EQUAL ZERO
049900     AND WS-MAP-OLD-OFFICER (MPX) EQUAL WMS-OFFICER
050000         IF  WS-MAP-OLD-BRANCH (MPX) EQUAL SPACES
050100         OR  WS-MAP-OLD-BRANCH (MPX) EQUAL WMS-BRANCH
050200             MOVE WS-SUB TO WS-OF-HIT.
050300 2110-EXIT. EXIT.
050304     EJECT
050306*----------------------------------------------------------------*
050308*    2200-PROOF-BEFORE / 2300-PROOF-AFTER - ADD THE ACCOUNT TO   *
050310*    ITS BRANCH AND THE RUN TOTALS, AS READ AND AS IT STANDS     *
050312*    AFTER THE MOVE.                                             *
050314*----------------------------------------------------------------*
050316 2200-PROOF-BEFORE.
050318     MOVE WMS-BRANCH TO WS-PROOF-BRANCH.
050320     PERFORM 3500-FIND-BRANCH THRU 3500-EXIT.
050322     IF  WS-88-BRP-FOUND
050324         ADD 1                   TO WS-BRP-BEF-COUNT (BPX)
050326         ADD WMS-CURR-BAL        TO WS-BRP-BEF-BAL (BPX)
050328         ADD WMS-INT-ACCRUAL-BAL TO WS-BRP-BEF-ACCR (BPX).
050330     ADD 1                   TO WS-TOT-BEF-COUNT.
050332     ADD WMS-CURR-BAL        TO WS-TOT-BEF-BAL.
050334     ADD WMS-INT-ACCRUAL-BAL TO WS-TOT-BEF-ACCR.
050336 2200-EXIT. EXIT.
050338 2300-PROOF-AFTER.
050340     MOVE WMS-BRANCH TO WS-PROOF-BRANCH.
050342     PERFORM 3500-FIND-BRANCH THRU 3500-EXIT.
050344     IF  WS-88-BRP-FOUND
050346         ADD 1                   TO WS-BRP-AFT-COUNT (BPX)
050348         ADD WMS-CURR-BAL        TO WS-BRP-AFT-BAL (BPX)
050350         ADD WMS-INT-ACCRUAL-BAL TO WS-BRP-AFT-ACCR (BPX).
050352     ADD 1                   TO WS-TOT-AFT-COUNT.
050354     ADD WMS-CURR-BAL        TO WS-TOT-AFT-BAL.
050356     ADD WMS-INT-ACCRUAL-BAL TO WS-TOT-AFT-ACCR.
050358 2300-EXIT. EXIT.
050400     EJECT
050500*----------------------------------------------------------------*
050600*    3000-MOVE-ACCOUNT - WORK OUT THE NEW ASSIGNMENT AND REWRITE *
050650*    THE MASTER.  ONLY A GOOD REWRITE IS JOURNALED, POSTED TO    *
050700*    THE BRANCH MOVEMENT, RECLASSIFIED IN GL, NOTICED AND        *
050750*    CHECKPOINTED; A FAILED ONE LEAVES THE ACCOUNT AS IT WAS.    *
050900*----------------------------------------------------------------*
051000 3000-MOVE-ACCOUNT.
051100     MOVE WMS-BRANCH           TO WS-OLD-BRANCH
051200                                  WS-NEW-BRANCH.
051300     MOVE WMS-OFFICER          TO WS-OLD-OFFICER
051400                                  WS-NEW-OFFICER.
051500     MOVE WMS-GL-COST-CTR (1)  TO WS-OLD-COST-CTR
051600                                  WS-NEW-COST-CTR.
051700     MOVE WMS-CURR-BAL         TO WS-MOVE-BAL.
051800     MOVE WMS-INT-ACCRUAL-BAL  TO WS-MOVE-ACCR.
051900     IF  WS-BR-HIT GREATER THAN ZERO
052000         SET MPX TO WS-BR-HIT
052100         PERFORM 3100-APPLY-ROW THRU 3100-EXIT.
052200     IF  WS-OF-HIT GREATER THAN ZERO
052300         SET MPX TO WS-OF-HIT
052400         PERFORM 3100-APPLY-ROW THRU 3100-EXIT.
052500     MOVE WS-NEW-BRANCH   TO WMS-BRANCH.
054700     MOVE WS-NEW-OFFICER  TO WMS-OFFICER.
054800     MOVE WS-NEW-COST-CTR TO WMS-GL-COST-CTR (1).
054900     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
055000     MOVE -1   TO I-O-SEND-CODE.
055100     CALL 'IMACTM' USING I-O-CONTROL-AREA
055200                         MASTER-AREA
055300                         SI-ENVIRONMENT-AREA.
055400     IF  NOT I-O-88-NORMAL-RET
055450         MOVE WS-OLD-BRANCH   TO WMS-BRANCH
055500         MOVE WS-OLD-OFFICER  TO WMS-OFFICER
055550         MOVE WS-OLD-COST-CTR TO WMS-GL-COST-CTR (1)
055600         ADD 1 TO WS-TOT-REWRITE-FAILED
055650         MOVE 'MASTER REWRITE FAILED - ACCOUNT NOT MOVED'
055700             TO MSG-TEXT
055800         MOVE WMS-CONTROL-KEY TO MSG-ACCOUNT
055900         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
056000         GO TO 3000-EXIT.
056100     ADD 1 TO WS-TOT-MOVED.
056200     IF  WS-BR-HIT GREATER THAN ZERO
056300         SET MPX TO WS-BR-HIT
056400         ADD 1 TO WS-MAP-MOVED (MPX).
056500     IF  WS-OF-HIT GREATER THAN ZERO
056600         SET MPX TO WS-OF-HIT
056700         ADD 1 TO WS-MAP-MOVED (MPX).
056800     MOVE 'BRANCH  '      TO WS-JRN-FIELD-ID.
056850     MOVE WS-OLD-BRANCH   TO WS-JRN-BEFORE.
056900     MOVE WS-NEW-BRANCH   TO WS-JRN-AFTER.
056950     PERFORM 3200-JOURNAL-CHANGE THRU 3200-EXIT.
057000     MOVE 'OFFICER '      TO WS-JRN-FIELD-ID.
057050     MOVE WS-OLD-OFFICER  TO WS-JRN-BEFORE.
057100     MOVE WS-NEW-OFFICER  TO WS-JRN-AFTER.
057150     PERFORM 3200-JOURNAL-CHANGE THRU 3200-EXIT.
057200     MOVE 'COSTCTR '      TO WS-JRN-FIELD-ID.
057250     MOVE WS-OLD-COST-CTR TO WS-JRN-BEFORE.
057300     MOVE WS-NEW-COST-CTR TO WS-JRN-AFTER.
057350     PERFORM 3200-JOURNAL-CHANGE THRU 3200-EXIT.
057400     IF  WS-NEW-BRANCH NOT EQUAL WS-OLD-BRANCH
057450         PERFORM 3600-POST-MOVEMENT THRU 3600-EXIT.
057700     IF  WS-NEW-COST-CTR NOT EQUAL WS-OLD-COST-CTR
057800         PERFORM 3300-WRITE-GL THRU 3300-EXIT.
057900     IF  WS-BR-HIT GREATER THAN ZERO
058000     AND WS-NEW-BRANCH NOT EQUAL WS-OLD-BRANCH
058100         PERFORM 3400-WRITE-NOTICE THRU 3400-EXIT.
058200     ADD 1 TO WS-SINCE-CKPT.
058300     IF  WS-SINCE-CKPT NOT LESS THAN WS-CKPT-INTERVAL
058400         MOVE ZERO TO WS-SINCE-CKPT
058500         MOVE 'W'        TO CKPT-FUNCTION
058600         MOVE 'IMBRXFER' TO CKPT-JOB-ID
058700         MOVE WMS-CONTROL-KEY TO CKPT-CONTROL-KEY
058800         MOVE WS-TOT-BROWSED  TO CKPT-READ-COUNT
058900         CALL 'IMCKPTM' USING CKPT-CONTROL-AREA.
059000 3000-EXIT. EXIT.
059100     EJECT
059200*----------------------------------------------------------------*
059300*    3100-APPLY-ROW - A BLANK NEW BRANCH, OFFICER OR COST CENTER *
059400*    ON THE ROW LEAVES THAT FIELD AS IT IS.  THE ROW THAT SETS   *
059500*    THE COST CENTER GIVES THE GL EFFECTIVE DATE; THE ROW        *
059600*    APPLIED LAST GIVES THE OPERATOR.                            *
059700*----------------------------------------------------------------*
059800 3100-APPLY-ROW.
059900     IF  WS-MAP-NEW-BRANCH (MPX) NOT EQUAL SPACES
060000         MOVE WS-MAP-NEW-BRANCH (MPX) TO WS-NEW-BRANCH.
060100     IF  WS-MAP-NEW-OFFICER (MPX) NOT EQUAL SPACES
060200         MOVE WS-MAP-NEW-OFFICER (MPX) TO WS-NEW-OFFICER.
060300     IF  WS-MAP-NEW-COST-CTR (MPX) NOT EQUAL SPACES
060400         MOVE WS-MAP-NEW-COST-CTR (MPX) TO WS-NEW-COST-CTR
060500         MOVE WS-MAP-EFF-DATE (MPX) TO WS-EFF-DATE-8.
060600     MOVE WS-MAP-OPER (MPX)     TO WS-MOVE-OPER.
060700 3100-EXIT. EXIT.
060800 3200-JOURNAL-CHANGE.
060900     IF  WS-JRN-BEFORE EQUAL WS-JRN-AFTER
061000         GO TO 3200-EXIT.
061100     MOVE SPACES TO FM-JOURNAL-RECORD.
061200     MOVE WMS-CONTROL-KEY    TO FMJ-ACCOUNT.
061300     MOVE WS-JRN-FIELD-ID    TO FMJ-FIELD-ID.
061400     MOVE WS-JRN-BEFORE      TO FMJ-BEFORE-IMAGE.
061500     MOVE WS-JRN-AFTER       TO FMJ-AFTER-IMAGE.
061600     MOVE WS-MOVE-OPER       TO FMJ-OPER-ID.
061700     MOVE WS-RUN-DATE-YYMMDD TO FMJ-MAINT-DATE.
061800     MOVE ZERO TO FMJ-MAINT-TIME.
061900     WRITE FM-JOURNAL-RECORD.
062000     ADD 1 TO WS-TOT-JOURNALED.
062100 3200-EXIT. EXIT.
062200     EJECT
062300*----------------------------------------------------------------*
062400*    3300-WRITE-GL - ONE RECLASSIFICATION RECORD PER ACCOUNT:    *
062500*    THE BALANCE AND THE ACCRUAL COME OUT OF THE OLD COST CENTER *
062600*    AND GO INTO THE NEW ONE (GL-RECAP-ACCT), SO THE RECORD NETS *
062700*    TO ZERO.                                                    *
062800*----------------------------------------------------------------*
062900 3300-WRITE-GL.
063000     IF  WS-MOVE-BAL EQUAL ZERO
063100     AND WS-MOVE-ACCR EQUAL ZERO
063200         GO TO 3300-EXIT.
063300     MOVE SPACES TO GL-EXTRACT-RECORD.
063400     MOVE ZERO TO GL-REC-LENGTH GL-REC-LNGTH GL-CURR-NO.
063500     PERFORM 3310-ZERO-RECAP THRU 3310-EXIT
063600         VARYING WS-RECAP-SUB FROM 5 BY 1
063700         UNTIL WS-RECAP-SUB GREATER THAN 50.
063800     MOVE 'IM'            TO GL-APPL-ID.
063900     MOVE WMS-GL-CODE     TO GL-APPL-CTL1.
064000     MOVE 'BRXFER'        TO GL-APPL-GL-KEY.
064100     MOVE WS-EFF-CENT     TO GL-APPL-EFF-CENT.
064200     MOVE WS-EFF-YR       TO GL-APPL-EFF-YR.
064300     MOVE WS-EFF-MO       TO GL-APPL-EFF-MO.
064400     MOVE WS-EFF-DA       TO GL-APPL-EFF-DA.
064500     MOVE WMS-CONTROL-KEY TO GL-ORIG-ACCT.
064600     MOVE WMS-CURR-CODE   TO GL-CURR-CD.
064700     MOVE 'BRXBALFR'      TO GL-RECAP-CODE (1).
064800     MOVE WS-OLD-COST-CTR TO GL-RECAP-ACCT (1).
064900     COMPUTE GL-RECAP-AMT (1) = ZERO - WS-MOVE-BAL.
065000     MOVE 'BRXBALTO'      TO GL-RECAP-CODE (2).
065100     MOVE WS-NEW-COST-CTR TO GL-RECAP-ACCT (2).
065200     MOVE WS-MOVE-BAL     TO GL-RECAP-AMT (2).
065300     MOVE 'BRXACRFR'      TO GL-RECAP-CODE (3).
065400     MOVE WS-OLD-COST-CTR TO GL-RECAP-ACCT (3).
065500     COMPUTE GL-RECAP-AMT (3) = ZERO - WS-MOVE-ACCR.
065600     MOVE 'BRXACRTO'      TO GL-RECAP-CODE (4).
065700     MOVE WS-NEW-COST-CTR TO GL-RECAP-ACCT (4).
065800     MOVE WS-MOVE-ACCR    TO GL-RECAP-AMT (4).
065900     WRITE GL-EXTRACT-RECORD.
066000     ADD 1 TO WS-TOT-GL-RECORDS.
066100     PERFORM 1420-HASH-RECAP THRU 1420-EXIT
066200         VARYING WS-RECAP-SUB FROM 1 BY 1
066300         UNTIL WS-RECAP-SUB GREATER THAN 4.
066400 3300-EXIT. EXIT.
066500 3310-ZERO-RECAP.
066600     MOVE SPACES TO GL-RECAP-CODE (WS-RECAP-SUB).
066700     MOVE ZERO TO GL-RECAP-AMT (WS-RECAP-SUB).
066800 3310-EXIT. EXIT.
066900 3400-WRITE-NOTICE.
067000     MOVE SPACES TO XFER-NOTICE-RECORD.
067100     MOVE WMS-CONTROL-KEY TO BXN-ACCOUNT.
067200     MOVE WS-OLD-BRANCH   TO BXN-OLD-BRANCH.
067300     MOVE WS-NEW-BRANCH   TO BXN-NEW-BRANCH.
067400     MOVE WS-NEW-OFFICER  TO BXN-NEW-OFFICER.
067500     SET MPX TO WS-BR-HIT.
067600     MOVE WS-MAP-EFF-DATE (MPX) TO BXN-EFF-DATE.
067700     MOVE WS-RUN-DATE-8   TO BXN-NOTICE-DATE.
067800     WRITE XFER-NOTICE-RECORD.
067900     ADD 1 TO WS-TOT-NOTICES.
068000 3400-EXIT. EXIT.
068100     EJECT
068200*----------------------------------------------------------------*
068300*    3500-FIND-BRANCH - LOCATE OR ADD WS-PROOF-BRANCH IN THE     *
068400*    BRANCH PROOF TABLE.                                         *
068500*----------------------------------------------------------------*
068600 3500-FIND-BRANCH.
068700     MOVE 'N' TO WS-BRP-FOUND-SW.
068800     PERFORM 3510-SCAN-BRANCH THRU 3510-EXIT
068900         VARYING WS-BRP-SUB FROM 1 BY 1
069000         UNTIL WS-BRP-SUB GREATER THAN WS-BRP-COUNT
069100            OR WS-88-BRP-FOUND.
069200     IF  WS-88-BRP-FOUND
069300         GO TO 3500-EXIT.
069400     IF  WS-BRP-COUNT NOT LESS THAN WS-BRP-MAX
069500         ADD 1 TO WS-TOT-BRP-OVERFLOW
069600         GO TO 3500-EXIT.
069700     ADD 1 TO WS-BRP-COUNT.
069800     SET BPX TO WS-BRP-COUNT.
069900     MOVE WS-PROOF-BRANCH TO WS-BRP-BRANCH (BPX).
070000     MOVE ZERO TO WS-BRP-BEF-COUNT (BPX)
070100                  WS-BRP-BEF-BAL (BPX)
070200                  WS-BRP-BEF-ACCR (BPX)
070300                  WS-BRP-AFT-COUNT (BPX)
070400                  WS-BRP-AFT-BAL (BPX)
070500                  WS-BRP-AFT-ACCR (BPX)
070525                  WS-BRP-NET-COUNT (BPX)
070550                  WS-BRP-NET-BAL (BPX)
070575                  WS-BRP-NET-ACCR (BPX).
070600     MOVE 'Y' TO WS-BRP-FOUND-SW.
070700 3500-EXIT. EXIT.
070800 3510-SCAN-BRANCH.
070900     SET BPX TO WS-BRP-SUB.
071000     IF  WS-BRP-BRANCH (BPX) EQUAL WS-PROOF-BRANCH
071100         MOVE 'Y' TO WS-BRP-FOUND-SW.
071200 3510-EXIT. EXIT.
071202     EJECT
071205*----------------------------------------------------------------*
071210*    3600-POST-MOVEMENT - THE ACCOUNT COMES OUT OF THE OLD       *
071215*    BRANCH'S NET MOVEMENT AND GOES INTO THE NEW BRANCH'S.       *
071220*----------------------------------------------------------------*
071225 3600-POST-MOVEMENT.
071230     MOVE WS-OLD-BRANCH TO WS-PROOF-BRANCH.
071235     PERFORM 3500-FIND-BRANCH THRU 3500-EXIT.
071240     IF  WS-88-BRP-FOUND
071245         SUBTRACT 1            FROM WS-BRP-NET-COUNT (BPX)
071250         SUBTRACT WS-MOVE-BAL  FROM WS-BRP-NET-BAL (BPX)
071255         SUBTRACT WS-MOVE-ACCR FROM WS-BRP-NET-ACCR (BPX).
071260     MOVE WS-NEW-BRANCH TO WS-PROOF-BRANCH.
071265     PERFORM 3500-FIND-BRANCH THRU 3500-EXIT.
071270     IF  WS-88-BRP-FOUND
071275         ADD 1            TO WS-BRP-NET-COUNT (BPX)
071280         ADD WS-MOVE-BAL  TO WS-BRP-NET-BAL (BPX)
071285         ADD WS-MOVE-ACCR TO WS-BRP-NET-ACCR (BPX).
071290 3600-EXIT. EXIT.
071300     EJECT
071400*----------------------------------------------------------------*
071500*    4000-MAP-REPORT - EVERY MAP ROW WITH THE ACCOUNTS IT MOVED  *
071600*    AND ITS STATUS.                                             *
071700*----------------------------------------------------------------*
071800 4000-MAP-REPORT.
071900     MOVE SPACES TO XFER-PROOF-RPT-LINE.
072000     MOVE WS-MAP-HEADING TO XFER-PROOF-RPT-LINE.
072100     WRITE XFER-PROOF-RPT-LINE.
072200     PERFORM 4100-ONE-MAP THRU 4100-EXIT
072300         VARYING WS-SUB FROM 1 BY 1
072400         UNTIL WS-SUB GREATER THAN WS-MAP-COUNT.
072500     WRITE XFER-PROOF-RPT-LINE FROM WS-BLANK-LINE.
072600 4000-EXIT. EXIT.
072700 4100-ONE-MAP.
072800     SET MPX TO WS-SUB.
072900     MOVE WS-MAP-TYPE (MPX)         TO MPL-TYPE.
073000     MOVE WS-MAP-OLD-BRANCH (MPX)   TO MPL-OLD-BRANCH.
073100     MOVE WS-MAP-OLD-OFFICER (MPX)  TO MPL-OLD-OFFICER.
073200     MOVE WS-MAP-NEW-BRANCH (MPX)   TO MPL-NEW-BRANCH.
073300     MOVE WS-MAP-NEW-OFFICER (MPX)  TO MPL-NEW-OFFICER.
073400     MOVE WS-MAP-NEW-COST-CTR (MPX) TO MPL-NEW-COST-CTR.
073500     MOVE WS-MAP-EFF-DATE (MPX)     TO MPL-EFF-DATE.
073600     MOVE WS-MAP-MOVED (MPX)        TO MPL-MOVED.
073700     MOVE WS-MAP-REASON (MPX)       TO MPL-STATUS.
073800     MOVE SPACES TO XFER-PROOF-RPT-LINE.
073900     MOVE WS-MAP-LINE TO XFER-PROOF-RPT-LINE.
074000     WRITE XFER-PROOF-RPT-LINE.
074100 4100-EXIT. EXIT.
074200     EJECT
074300*----------------------------------------------------------------*
074400*    5000-BRANCH-PROOF - BEFORE/AFTER ACCOUNTS, BALANCE AND      *
074450*    ACCRUAL BY BRANCH.  EACH BRANCH'S BEFORE FIGURES PLUS ITS   *
074500*    NET MOVEMENT MUST EQUAL ITS AFTER FIGURES, AND THE BEFORE   *
074550*    AND AFTER TOTALS MUST AGREE; A DIFFERENCE MEANS AN ACCOUNT  *
074600*    WAS NOT MOVED CLEANLY.                                      *
074700*----------------------------------------------------------------*
074800 5000-BRANCH-PROOF.
074900     MOVE SPACES TO XFER-PROOF-RPT-LINE.
075000     MOVE WS-PROOF-HEADING TO XFER-PROOF-RPT-LINE.
075100     WRITE XFER-PROOF-RPT-LINE.
075150     MOVE 'N' TO WS-PROOF-OOB-SW.
075200     PERFORM 5100-ONE-BRANCH THRU 5100-EXIT
075300         VARYING WS-BRP-SUB FROM 1 BY 1
075400         UNTIL WS-BRP-SUB GREATER THAN WS-BRP-COUNT.
075500     MOVE 'TOTAL'          TO PRF-BRANCH.
075600     MOVE WS-TOT-BEF-COUNT TO PRF-BEF-COUNT.
075700     MOVE WS-TOT-BEF-BAL   TO PRF-BEF-BAL.
075800     MOVE WS-TOT-BEF-ACCR  TO PRF-BEF-ACCR.
075900     MOVE WS-TOT-AFT-COUNT TO PRF-AFT-COUNT.
076000     MOVE WS-TOT-AFT-BAL   TO PRF-AFT-BAL.
076100     MOVE WS-TOT-AFT-ACCR  TO PRF-AFT-ACCR.
076110     MOVE SPACES           TO PRF-FLAG.
076120     IF  WS-TOT-BEF-COUNT NOT EQUAL WS-TOT-AFT-COUNT
076130     OR  WS-TOT-BEF-BAL   NOT EQUAL WS-TOT-AFT-BAL
076140     OR  WS-TOT-BEF-ACCR  NOT EQUAL WS-TOT-AFT-ACCR
076150         MOVE '*OUT*' TO PRF-FLAG
076160         MOVE 'Y' TO WS-PROOF-OOB-SW.
076200     PERFORM 5200-PRINT-PROOF THRU 5200-EXIT.
076300     IF  NOT WS-88-PROOF-OOB
076400         MOVE 'PROOF IN BALANCE' TO MSG-TEXT
076500     ELSE
076600         MOVE '*** PROOF OUT OF BALANCE ***' TO MSG-TEXT
076700         MOVE 8 TO WS-RUN-RC.
077000     MOVE SPACES TO MSG-ACCOUNT.
077100     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
077200 5000-EXIT. EXIT.
077300 5100-ONE-BRANCH.
077400     SET BPX TO WS-BRP-SUB.
077500     MOVE WS-BRP-BRANCH (BPX)    TO PRF-BRANCH.
077600     MOVE WS-BRP-BEF-COUNT (BPX) TO PRF-BEF-COUNT.
077700     MOVE WS-BRP-BEF-BAL (BPX)   TO PRF-BEF-BAL.
077800     MOVE WS-BRP-BEF-ACCR (BPX)  TO PRF-BEF-ACCR.
077900     MOVE WS-BRP-AFT-COUNT (BPX) TO PRF-AFT-COUNT.
078000     MOVE WS-BRP-AFT-BAL (BPX)   TO PRF-AFT-BAL.
078100     MOVE WS-BRP-AFT-ACCR (BPX)  TO PRF-AFT-ACCR.
078105     COMPUTE WS-EXP-COUNT = WS-BRP-BEF-COUNT (BPX)
078110                          + WS-BRP-NET-COUNT (BPX).
078115     COMPUTE WS-EXP-BAL   = WS-BRP-BEF-BAL (BPX)
078120                          + WS-BRP-NET-BAL (BPX).
078125     COMPUTE WS-EXP-ACCR  = WS-BRP-BEF-ACCR (BPX)
078130                          + WS-BRP-NET-ACCR (BPX).
078135     MOVE SPACES TO PRF-FLAG.
078140     IF  WS-EXP-COUNT NOT EQUAL WS-BRP-AFT-COUNT (BPX)
078145     OR  WS-EXP-BAL   NOT EQUAL WS-BRP-AFT-BAL (BPX)
078150     OR  WS-EXP-ACCR  NOT EQUAL WS-BRP-AFT-ACCR (BPX)
078155         MOVE '*OUT*' TO PRF-FLAG
078160         MOVE 'Y' TO WS-PROOF-OOB-SW.
078200     PERFORM 5200-PRINT-PROOF THRU 5200-EXIT.
078300 5100-EXIT. EXIT.
078400 5200-PRINT-PROOF.
078500     MOVE SPACES TO XFER-PROOF-RPT-LINE.
078600     MOVE WS-PROOF-LINE TO XFER-PROOF-RPT-LINE.
078700     WRITE XFER-PROOF-RPT-LINE.
078800 5200-EXIT. EXIT.
078900     EJECT
079000*----------------------------------------------------------------*
079100*    9000-TERMINATE - CLEAR THE CHECKPOINT ON A CLEAN END,       *
079200*    SUMMARY TOTALS, THE GL MANIFEST AND FILE CLOSES.            *
079300*----------------------------------------------------------------*
079400 9000-TERMINATE.
079500     MOVE 'C'        TO CKPT-FUNCTION.
079600     MOVE 'IMBRXFER' TO CKPT-JOB-ID.
079700     CALL 'IMCKPTM' USING CKPT-CONTROL-AREA.
079800     WRITE XFER-PROOF-RPT-LINE FROM WS-BLANK-LINE.
079900     MOVE 'MAP ROWS READ                     ' TO SUM-LIT.
080000     MOVE WS-TOT-MAP-READ TO SUM-COUNT.
080100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080200     MOVE 'MAP ROWS REJECTED                 ' TO SUM-LIT.
080300     MOVE WS-TOT-MAP-REJECTED TO SUM-COUNT.
080400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080500     MOVE 'MAP ROWS NOT YET EFFECTIVE        ' TO SUM-LIT.
080600     MOVE WS-TOT-MAP-PENDING TO SUM-COUNT.
080700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080800     MOVE 'MASTER RECORDS BROWSED            ' TO SUM-LIT.
080900     MOVE WS-TOT-BROWSED TO SUM-COUNT.
081000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081100     MOVE 'ACCOUNTS MOVED                    ' TO SUM-LIT.
081200     MOVE WS-TOT-MOVED TO SUM-COUNT.
081300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081400     MOVE 'MASTER REWRITES FAILED            ' TO SUM-LIT.
081500     MOVE WS-TOT-REWRITE-FAILED TO SUM-COUNT.
081600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081700     MOVE 'FIELD CHANGES JOURNALED           ' TO SUM-LIT.
081800     MOVE WS-TOT-JOURNALED TO SUM-COUNT.
081900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082000     MOVE 'GL RECLASS RECORDS ON FILE        ' TO SUM-LIT.
082100     MOVE WS-TOT-GL-RECORDS TO SUM-COUNT.
082200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082300     MOVE 'BRANCH-CLOSING NOTICES WRITTEN    ' TO SUM-LIT.
082400     MOVE WS-TOT-NOTICES TO SUM-COUNT.
082500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082600     MOVE 'BRANCHES NOT IN PROOF (TABLE FULL)' TO SUM-LIT.
082700     MOVE WS-TOT-BRP-OVERFLOW TO SUM-COUNT.
082800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082900     MOVE 'RECORDS SKIPPED TO RESTART POINT  ' TO SUM-LIT.
083000     MOVE WS-TOT-SKIPPED-RESTART TO SUM-COUNT.
083100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083200     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
083300     MOVE -1   TO I-O-SEND-CODE.
083400     CALL 'IMACTM' USING I-O-CONTROL-AREA
083500                         MASTER-AREA
083600                         SI-ENVIRONMENT-AREA.
083700     MOVE 'W' TO MRQ-FUNCTION.
083800     MOVE 'IMWSGLTS' TO MRQ-FILE-ID.
083900     MOVE WS-TOT-GL-RECORDS TO MRQ-RECORD-COUNT.
084000     MOVE WS-TOT-GL-HASH TO MRQ-AMOUNT-HASH.
084100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
084200     IF  WS-TOT-REWRITE-FAILED GREATER THAN ZERO
084300         MOVE 8 TO WS-RUN-RC.
084400     IF  WS-RUN-RC LESS THAN 4
084500         IF  WS-TOT-MAP-REJECTED GREATER THAN ZERO
084600         OR  WS-TOT-BRP-OVERFLOW GREATER THAN ZERO
084700             MOVE 4 TO WS-RUN-RC.
084800     CLOSE XFER-MAP-FILE.
084900     CLOSE FM-JOURNAL-OUT.
085000     CLOSE GL-EXTRACT-OUT.
085100     CLOSE XFER-NOTICE-EXT.
085200     CLOSE XFER-PROOF-RPT.
085250     MOVE WS-RUN-RC TO RETURN-CODE.
085300 9000-EXIT. EXIT.
085400 9100-PRINT-SUMMARY.
085500     MOVE SPACES TO XFER-PROOF-RPT-LINE.
085600     MOVE WS-SUMMARY-LINE TO XFER-PROOF-RPT-LINE.
085700     WRITE XFER-PROOF-RPT-LINE.
085800 9100-EXIT. EXIT.
085900 9200-PRINT-MESSAGE.
086000     MOVE SPACES TO XFER-PROOF-RPT-LINE.
086100     MOVE WS-MESSAGE-LINE TO XFER-PROOF-RPT-LINE.
086200     WRITE XFER-PROOF-RPT-LINE.
086300 9200-EXIT. EXIT.
