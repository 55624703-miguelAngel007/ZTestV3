*     * GN6190 * 09/21/26 JCTE HOUSEHOLD RELATIONSHIP PRICING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMHHPRC.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/21/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMHHPRC IS THE MONTHLY HOUSEHOLD RELATIONSHIP PRICING       *
000900*    QUALIFICATION, RUN AHEAD OF THE SERVICE-CHARGE CYCLE. EVERY *
001000*    OPEN DEPOSIT ACCOUNT IS LOADED FROM THE MASTER WITH ITS     *
001100*    QUALIFYING (POSITIVE) BALANCE.  ACCOUNTS ARE THEN JOINED    *
001200*    INTO HOUSEHOLDS WHEREVER THEY SHARE A TAX ID ON THE         *
001300*    CUSTOMER CROSS-REFERENCE (IMWSCXRF), AN OWNER OR JOINT      *
001400*    OWNER ON THE RELATIONSHIP REGISTRY (IMWSOWNR), OR A         *
001500*    STATEMENT ADDRESS ON THE ALTERNATE NAME AND ADDRESS FILE    *
001600*    (IMNAME).  EACH HOUSEHOLD'S COMBINED BALANCE IS MEASURED    *
001700*    AGAINST THE TIER MINIMUMS ON THE PARAMETER CARD AND A       *
001800*    SECOND MASTER PASS SETS OR CLEARS WMS-NB-REL-IND (THE TIER) *
001900*    AND WMS-NB-REL-PRCNG-WVE-IND ON EVERY MEMBER ACCOUNT.  THE  *
002000*    HOUSEHOLD LISTING SHOWS EACH QUALIFYING HOUSEHOLD, OR ONE   *
002100*    WITH A MEMBER WHOSE STATUS CHANGED THIS MONTH, WITH ITS     *
002200*    MEMBERS, COMBINED BALANCE AND TIER.  MORE OPEN DEPOSIT      *
002225*    ACCOUNTS THAN THE TABLE HOLDS STOPS THE RUN BEFORE ANY      *
002250*    MASTER FLAG IS SET, WITH RETURN CODE 16.                    *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/21/26 JCTE NEW PROGRAM - HOUSEHOLD RELATIONSHIP     GN6190 *
002800*                PRICING QUALIFICATION                          *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT HHP-PARM-FILE     ASSIGN TO "IMHHPPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CXR-FILE-STATUS.
003800     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-OWR-FILE-STATUS.
004100     SELECT OPTIONAL ALT-NAME-ADDR-FILE ASSIGN TO "IMNAME"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-NAM-FILE-STATUS.
004400     SELECT LINK-SORT-FILE    ASSIGN TO "IMHHPSRT".
004500     SELECT LIST-SORT-FILE    ASSIGN TO "IMHHPLST".
004600     SELECT HHP-HOUSEHOLD-RPT ASSIGN TO "IMHHPRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  HHP-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  HHP-PARM-RECORD.
005300     03  HPP-RUN-DATE                PIC 9(6).
005400     03  HPP-TIER-MINIMUM            PIC 9(11)
005500                                     OCCURS 3 TIMES.
005600     03  HPP-WAIVER-TIER             PIC 9.
005700     03  FILLER                      PIC X(40).
005800 FD  CUST-XREF-FILE.
005900     COPY IMWSCXRF.
006000 FD  REGISTRY-FILE.
006100     COPY IMWSOWNR.
006200 FD  ALT-NAME-ADDR-FILE.
006300     COPY IMNAME.
006400 SD  LINK-SORT-FILE.
006500 01  LINK-SORT-RECORD.
006600     03  LNK-KEY.
006700         05  LNK-KEY-TYPE            PIC X.
006800         05  LNK-KEY-TEXT            PIC X(240).
006900     03  LNK-ACCOUNT                 PIC X(22).
007000 SD  LIST-SORT-FILE.
007100 01  LIST-SORT-RECORD.
007200     03  LST-HOUSEHOLD               PIC X(22).
007300     03  LST-ACCOUNT                 PIC X(22).
007400     03  LST-BALANCE                 PIC S9(13)V99 COMP-3.
007500     03  LST-HH-BALANCE              PIC S9(13)V99 COMP-3.
007600     03  LST-MEMBERS                 PIC 9(5).
007700     03  LST-TIER                    PIC X.
007800     03  LST-OLD-REL                 PIC X.
007900     03  LST-OLD-WVE                 PIC X.
008000     03  LST-NEW-REL                 PIC X.
008100     03  LST-NEW-WVE                 PIC X.
008200 FD  HHP-HOUSEHOLD-RPT
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  HHP-HOUSEHOLD-RPT-LINE          PIC X(133).
008500 WORKING-STORAGE SECTION.
008600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMHHPRC'.
008700 77  WS-ACC-MAX                      PIC S9(5)   COMP
008800                                     VALUE +30000.
008900 77  WS-CXR-FILE-STATUS              PIC X(2)    VALUE SPACES.
009000 77  WS-OWR-FILE-STATUS              PIC X(2)    VALUE SPACES.
009100 77  WS-NAM-FILE-STATUS              PIC X(2)    VALUE SPACES.
009200     EJECT
009300 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
009400 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009500     03  WS-RUN-YR                   PIC 99.
009600     03  WS-RUN-MO                   PIC 99.
009700     03  WS-RUN-DA                   PIC 99.
009800 01  WS-SWITCHES.
009900     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
010000         88  WS-88-END-OF-FILE       VALUE 'Y'.
010100     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
010200         88  WS-88-INPUT-EOF         VALUE 'Y'.
010300     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010400         88  WS-88-SORT-EOF          VALUE 'Y'.
010500     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
010600         88  WS-88-FOUND             VALUE 'Y'.
010625     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
010650         88  WS-88-TABLE-FULL        VALUE 'Y'.
010700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
010800 01  WS-ADDR-SUB                     PIC S9(5)   COMP VALUE 0.
010900 01  WS-LINE-SUB                     PIC S9(5)   COMP VALUE 0.
011000 01  WS-KEY-POS                      PIC S9(5)   COMP VALUE 0.
011100 01  WS-ACC-COUNT                    PIC S9(5)   COMP VALUE 0.
011200 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
011300 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
011400 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
011500 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
011600 01  WS-FIND-SUB                     PIC S9(5)   COMP VALUE 0.
011700 01  WS-ROOT-A                       PIC S9(5)   COMP VALUE 0.
011800 01  WS-ROOT-B                       PIC S9(5)   COMP VALUE 0.
011900 01  WS-GROUP-FIRST                  PIC S9(5)   COMP VALUE 0.
012000 01  WS-ROOT                         PIC S9(5)   COMP VALUE 0.
012100 01  WS-TIER-SUB                     PIC S9(5)   COMP VALUE 0.
012200 01  WS-WAIVER-TIER                  PIC 9       VALUE 0.
012300 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
012400 01  WS-HLD-LINK-KEY                 PIC X(241)  VALUE SPACES.
012500 01  WS-HLD-HOUSEHOLD                PIC X(22)   VALUE SPACES.
012600 01  WS-TIER-MINIMUM                 PIC S9(13)V99 COMP-3
012700                                     OCCURS 3 TIMES.
012800     EJECT
012900*----------------------------------------------------------------*
013000*    ONE ENTRY PER OPEN DEPOSIT ACCOUNT, IN MASTER KEY ORDER.    *
013100*    WS-ACC-PARENT LINKS AN ACCOUNT TOWARD ITS HOUSEHOLD ROOT;   *
013200*    THE ROOT ENTRY CARRIES THE HOUSEHOLD TOTALS AND TIER.       *
013300*----------------------------------------------------------------*
013400 01  WS-ACCOUNT-TABLE.
013500     03  WS-ACC-ENTRY OCCURS 30000 TIMES
013600                      INDEXED BY ACX.
013700         05  WS-ACC-ACCOUNT          PIC X(22).
013800         05  WS-ACC-PARENT           PIC S9(5)   COMP.
013900         05  WS-ACC-BALANCE          PIC S9(13)V99 COMP-3.
014000         05  WS-ACC-OLD-REL          PIC X.
014100         05  WS-ACC-OLD-WVE          PIC X.
014200         05  WS-ACC-NEW-REL          PIC X.
014300         05  WS-ACC-NEW-WVE          PIC X.
014400         05  WS-ACC-HH-BALANCE       PIC S9(13)V99 COMP-3.
014500         05  WS-ACC-HH-MEMBERS       PIC 9(5)    COMP.
014600         05  WS-ACC-HH-TIER          PIC 9.
014700         05  WS-ACC-HH-CHANGED       PIC X.
014800             88  WS-88-HH-CHANGED    VALUE 'Y'.
014900     EJECT
015000 01  WS-TOTALS.
015100     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
015200     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
015300     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
015400     03  WS-TOT-LINKS                PIC 9(7)    COMP VALUE 0.
015500     03  WS-TOT-HOUSEHOLDS           PIC 9(7)    COMP VALUE 0.
015600     03  WS-TOT-MULTI                PIC 9(7)    COMP VALUE 0.
015700     03  WS-TOT-TIER                 PIC 9(7)    COMP VALUE 0
015800                                     OCCURS 3 TIMES.
015900     03  WS-TOT-SET                  PIC 9(7)    COMP VALUE 0.
016000     03  WS-TOT-CLEARED              PIC 9(7)    COMP VALUE 0.
016100     03  WS-TOT-RETIERED             PIC 9(7)    COMP VALUE 0.
016200     03  WS-TOT-REWRITTEN            PIC 9(7)    COMP VALUE 0.
016300     03  WS-TOT-LISTED               PIC 9(7)    COMP VALUE 0.
016400     EJECT
016500 01  WS-REPORT-TITLE.
016600     03  FILLER                      PIC X(48)   VALUE
016700         'IMHHPRC - HOUSEHOLD RELATIONSHIP PRICING        '.
016800     03  FILLER                      PIC X(9)    VALUE
016900         'RUN DATE '.
017000     03  TTL-MO                      PIC 99.
017100     03  FILLER                      PIC X       VALUE '/'.
017200     03  TTL-DA                      PIC 99.
017300     03  FILLER                      PIC X       VALUE '/'.
017400     03  TTL-YR                      PIC 99.
017500     03  FILLER                      PIC X(68)   VALUE SPACES.
017600 01  WS-HEADING-1.
017700     03  FILLER                      PIC X(4)    VALUE SPACES.
017800     03  FILLER                      PIC X(50)   VALUE
017900         '                                                  '.
018000     03  FILLER                      PIC X(50)   VALUE
018100         ' BEFORE      AFTER                                '.
018200     03  FILLER                      PIC X(29)   VALUE
018300         '                             '.
018400 01  WS-HEADING-2.
018500     03  FILLER                      PIC X(4)    VALUE SPACES.
018600     03  FILLER                      PIC X(50)   VALUE
018700         '    ACCOUNT                             BALANCE   '.
018800     03  FILLER                      PIC X(50)   VALUE
018900         ' REL   WVE   REL   WVE   STATUS                   '.
019000     03  FILLER                      PIC X(29)   VALUE
019100         '                             '.
019200 01  WS-HOUSEHOLD-LINE.
019300     03  FILLER                      PIC X(4)    VALUE SPACES.
019400     03  FILLER                      PIC X(10)   VALUE
019500         'HOUSEHOLD '.
019600     03  HHL-HOUSEHOLD               PIC X(22).
019700     03  FILLER                      PIC X(10)   VALUE
019800         '  MEMBERS '.
019900     03  HHL-MEMBERS                 PIC ZZ,ZZ9.
020000     03  FILLER                      PIC X(19)   VALUE
020100         '  COMBINED BALANCE '.
020200     03  HHL-HH-BALANCE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
020300     03  FILLER                      PIC X(7)    VALUE
020400         '  TIER '.
020500     03  HHL-TIER                    PIC X(4).
020600     03  FILLER                      PIC X(32)   VALUE SPACES.
020700 01  WS-DETAIL-LINE.
020800     03  FILLER                      PIC X(8)    VALUE SPACES.
020900     03  DTL-ACCOUNT                 PIC X(22).
021000     03  FILLER                      PIC X(2)    VALUE SPACES.
021100     03  DTL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021200     03  FILLER                      PIC X(5)    VALUE SPACES.
021300     03  DTL-OLD-REL                 PIC X.
021400     03  FILLER                      PIC X(5)    VALUE SPACES.
021500     03  DTL-OLD-WVE                 PIC X.
021600     03  FILLER                      PIC X(5)    VALUE SPACES.
021700     03  DTL-NEW-REL                 PIC X.
021800     03  FILLER                      PIC X(5)    VALUE SPACES.
021900     03  DTL-NEW-WVE                 PIC X.
022000     03  FILLER                      PIC X(4)    VALUE SPACES.
022100     03  DTL-STATUS                  PIC X(20).
022200     03  FILLER                      PIC X(34)   VALUE SPACES.
022300 01  WS-SUMMARY-LINE.
022400     03  FILLER                      PIC X(4)    VALUE SPACES.
022500     03  SUM-LIT                     PIC X(34).
022600     03  SUM-COUNT                   PIC ZZZ,ZZ9.
022700     03  FILLER                      PIC X(88)   VALUE SPACES.
022710 01  WS-ABORT-LINE.
022720     03  FILLER                      PIC X(4)    VALUE SPACES.
022730     03  FILLER                      PIC X(50)   VALUE
022740         'OPEN DEPOSIT ACCOUNTS EXCEED THE HOUSEHOLD TABLE -'.
022750     03  FILLER                      PIC X(50)   VALUE
022760         ' RUN STOPPED, NO MASTER FLAGS UPDATED             '.
022770     03  FILLER                      PIC X(29)   VALUE SPACES.
022800 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
022900     EJECT
023000 LINKAGE SECTION.
023100     COPY SIWSCNTL.
023200     EJECT
023300     COPY IMAWKMST.
023400     EJECT
023500     COPY IMWSENVO.
023600     EJECT
023700 PROCEDURE DIVISION.
023800*----------------------------------------------------------------*
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024100     PERFORM 1200-LOAD-ACCOUNTS   THRU 1200-EXIT.
024110     IF  WS-88-TABLE-FULL
024120         MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE
024130         MOVE WS-ABORT-LINE TO HHP-HOUSEHOLD-RPT-LINE
024140         WRITE HHP-HOUSEHOLD-RPT-LINE
024150         GO TO 0000-FINISH.
024200     SORT LINK-SORT-FILE
024300         ASCENDING KEY LNK-KEY LNK-ACCOUNT
024400         INPUT PROCEDURE IS 2000-RELEASE-LINKS
024500         OUTPUT PROCEDURE IS 3000-JOIN-HOUSEHOLDS.
024600     PERFORM 4000-TOTAL-HOUSEHOLD THRU 4000-EXIT
024700         VARYING WS-SUB FROM 1 BY 1
024800         UNTIL WS-SUB GREATER THAN WS-ACC-COUNT.
024900     PERFORM 4100-QUALIFY-MEMBER  THRU 4100-EXIT
025000         VARYING WS-SUB FROM 1 BY 1
025100         UNTIL WS-SUB GREATER THAN WS-ACC-COUNT.
025200     SORT LIST-SORT-FILE
025300         ASCENDING KEY LST-HOUSEHOLD LST-ACCOUNT
025400         INPUT PROCEDURE IS 5000-UPDATE-MASTER
025500         OUTPUT PROCEDURE IS 6000-PRINT-HOUSEHOLDS.
025600 0000-FINISH.
025650     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025700     GOBACK.
025800     EJECT
025900 1000-INITIALIZE.
026000     OPEN INPUT HHP-PARM-FILE.
026100     READ HHP-PARM-FILE
026200         AT END MOVE ZERO TO HPP-RUN-DATE.
026300     CLOSE HHP-PARM-FILE.
026400     IF  HPP-RUN-DATE NUMERIC
026500     AND HPP-RUN-DATE GREATER THAN ZERO
026600         MOVE HPP-RUN-DATE TO WS-RUN-DATE-YYMMDD
026700     ELSE
026800         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
026900     MOVE 10000 TO WS-TIER-MINIMUM (1).
027000     MOVE 25000 TO WS-TIER-MINIMUM (2).
027100     MOVE 50000 TO WS-TIER-MINIMUM (3).
027200     PERFORM 1100-TIER-PARM THRU 1100-EXIT
027300         VARYING WS-TIER-SUB FROM 1 BY 1
027400         UNTIL WS-TIER-SUB GREATER THAN 3.
027500     MOVE 1 TO WS-WAIVER-TIER.
027600     IF  HPP-WAIVER-TIER NUMERIC
027700     AND HPP-WAIVER-TIER GREATER THAN ZERO
027800     AND HPP-WAIVER-TIER NOT GREATER THAN 3
027900         MOVE HPP-WAIVER-TIER TO WS-WAIVER-TIER.
028000     OPEN OUTPUT HHP-HOUSEHOLD-RPT.
028100     MOVE WS-RUN-MO TO TTL-MO.
028200     MOVE WS-RUN-DA TO TTL-DA.
028300     MOVE WS-RUN-YR TO TTL-YR.
028400     WRITE HHP-HOUSEHOLD-RPT-LINE FROM WS-BLANK-LINE.
028500     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
028600     MOVE WS-REPORT-TITLE TO HHP-HOUSEHOLD-RPT-LINE.
028700     WRITE HHP-HOUSEHOLD-RPT-LINE.
028800     WRITE HHP-HOUSEHOLD-RPT-LINE FROM WS-BLANK-LINE.
028900     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
029000     MOVE WS-HEADING-1 TO HHP-HOUSEHOLD-RPT-LINE.
029100     WRITE HHP-HOUSEHOLD-RPT-LINE.
029200     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
029300     MOVE WS-HEADING-2 TO HHP-HOUSEHOLD-RPT-LINE.
029400     WRITE HHP-HOUSEHOLD-RPT-LINE.
029500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
029600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
029700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
029800     MOVE 'I' TO I-O-CONTROL-ACCESS.
029900     MOVE -1  TO I-O-SEND-CODE.
030000     CALL 'IMACTM' USING I-O-CONTROL-AREA
030100                         MASTER-AREA
030200                         SI-ENVIRONMENT-AREA.
030300 1000-EXIT. EXIT.
030400 1100-TIER-PARM.
030500     IF  HPP-TIER-MINIMUM (WS-TIER-SUB) NUMERIC
030600     AND HPP-TIER-MINIMUM (WS-TIER-SUB) GREATER THAN ZERO
030700         MOVE HPP-TIER-MINIMUM (WS-TIER-SUB)
030800             TO WS-TIER-MINIMUM (WS-TIER-SUB).
030900 1100-EXIT. EXIT.
031000     EJECT
031100*----------------------------------------------------------------*
031200*    1200-LOAD-ACCOUNTS - FIRST MASTER PASS.  EVERY OPEN DEPOSIT *
031300*    ACCOUNT STARTS AS A HOUSEHOLD OF ONE.                       *
031400*----------------------------------------------------------------*
031500 1200-LOAD-ACCOUNTS.
031600     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
031700     PERFORM 1210-LOAD-ONE THRU 1210-EXIT
031800         UNTIL WS-88-END-OF-FILE.
031900     MOVE 'E' TO I-O-CONTROL-OPERATOR.
032000     MOVE -1  TO I-O-SEND-CODE.
032100     CALL 'IMACTM' USING I-O-CONTROL-AREA
032200                         MASTER-AREA
032300                         SI-ENVIRONMENT-AREA.
032400 1200-EXIT. EXIT.
032500 1210-LOAD-ONE.
032600     ADD 1 TO WS-TOT-SCANNED.
032700     PERFORM 1400-TEST-DEPOSIT THRU 1400-EXIT.
032800     IF  NOT WS-88-FOUND
032900         GO TO 1210-NEXT.
033000     IF  WS-ACC-COUNT NOT LESS THAN WS-ACC-MAX
033100         ADD 1 TO WS-TOT-OVERFLOW
033150         MOVE 'Y' TO WS-TABLE-FULL-SW
033200         MOVE 'Y' TO WS-END-OF-FILE-SW
033250         GO TO 1210-EXIT.
033300     ADD 1 TO WS-ACC-COUNT.
033400     ADD 1 TO WS-TOT-ACCOUNTS.
033500     SET ACX TO WS-ACC-COUNT.
033600     MOVE WMS-CONTROL-KEY     TO WS-ACC-ACCOUNT (ACX).
033700     MOVE WS-ACC-COUNT        TO WS-ACC-PARENT (ACX).
033800     MOVE ZERO                TO WS-ACC-BALANCE (ACX).
033900     IF  WMS-CURR-BAL GREATER THAN ZERO
034000         MOVE WMS-CURR-BAL    TO WS-ACC-BALANCE (ACX).
034100     MOVE WMS-NB-REL-IND      TO WS-ACC-OLD-REL (ACX).
034200     MOVE WMS-NB-REL-PRCNG-WVE-IND TO WS-ACC-OLD-WVE (ACX).
034300     MOVE ZERO                TO WS-ACC-HH-BALANCE (ACX)
034400                                 WS-ACC-HH-MEMBERS (ACX)
034500                                 WS-ACC-HH-TIER (ACX).
034600     MOVE 'N'                 TO WS-ACC-HH-CHANGED (ACX).
034700 1210-NEXT.
034800     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
034900 1210-EXIT. EXIT.
035000 1300-READ-MASTER.
035100     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
035200     MOVE -1   TO I-O-SEND-CODE.
035300     CALL 'IMACTM' USING I-O-CONTROL-AREA
035400                         MASTER-AREA
035500                         SI-ENVIRONMENT-AREA.
035600     IF  I-O-88-END-OF-FILE
035700         MOVE 'Y' TO WS-END-OF-FILE-SW.
035800 1300-EXIT. EXIT.
035900 1400-TEST-DEPOSIT.
036000     MOVE 'N' TO WS-FOUND-SW.
036100     IF  WMS-LOAN-TRLR EQUAL '1'
036300         GO TO 1400-EXIT.
036400     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
036500     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
036600     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
036700         GO TO 1400-EXIT.
036800     MOVE 'Y' TO WS-FOUND-SW.
036900 1400-EXIT. EXIT.
037000     EJECT
037100*----------------------------------------------------------------*
037200*    2000-RELEASE-LINKS - ONE SORT RECORD PER ACCOUNT PER THING  *
037300*    IT CAN SHARE: TAX ID ('T') OR STATEMENT ADDRESS ('A').      *
037400*----------------------------------------------------------------*
037500 2000-RELEASE-LINKS.
037600     OPEN INPUT CUST-XREF-FILE.
037700     MOVE 'N' TO WS-INPUT-EOF-SW.
037800     IF  WS-CXR-FILE-STATUS EQUAL '05' OR '35'
037900         MOVE 'Y' TO WS-INPUT-EOF-SW.
038000     PERFORM 2100-ONE-XREF THRU 2100-EXIT
038100         UNTIL WS-88-INPUT-EOF.
038200     CLOSE CUST-XREF-FILE.
038300     OPEN INPUT REGISTRY-FILE.
038400     MOVE 'N' TO WS-INPUT-EOF-SW.
038500     IF  WS-OWR-FILE-STATUS EQUAL '05' OR '35'
038600         MOVE 'Y' TO WS-INPUT-EOF-SW.
038700     PERFORM 2200-ONE-REGISTRY THRU 2200-EXIT
038800         UNTIL WS-88-INPUT-EOF.
038900     CLOSE REGISTRY-FILE.
039000     OPEN INPUT ALT-NAME-ADDR-FILE.
039100     MOVE 'N' TO WS-INPUT-EOF-SW.
039200     IF  WS-NAM-FILE-STATUS EQUAL '05' OR '35'
039300         MOVE 'Y' TO WS-INPUT-EOF-SW.
039400     PERFORM 2300-ONE-NAME-ADDR THRU 2300-EXIT
039500         UNTIL WS-88-INPUT-EOF.
039600     CLOSE ALT-NAME-ADDR-FILE.
039700 2000-EXIT. EXIT.
039800 2100-ONE-XREF.
039900     READ CUST-XREF-FILE
040000         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
040100                GO TO 2100-EXIT.
040200     IF  NOT CXR-88-ACTIVE
040300     OR  CXR-TAX-ID EQUAL SPACES
040400         GO TO 2100-EXIT.
040500     MOVE SPACES          TO LINK-SORT-RECORD.
040600     MOVE 'T'             TO LNK-KEY-TYPE.
040700     MOVE CXR-TAX-ID      TO LNK-KEY-TEXT.
040800     MOVE CXR-CONTROL-KEY TO LNK-ACCOUNT.
040900     PERFORM 2900-RELEASE-LINK THRU 2900-EXIT.
041000 2100-EXIT. EXIT.
041100 2200-ONE-REGISTRY.
041200     READ REGISTRY-FILE
041300         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
041400                GO TO 2200-EXIT.
041500     IF  NOT OWR-88-ACTIVE
041600     OR  OWR-TAX-ID EQUAL SPACES
041700         GO TO 2200-EXIT.
041800     IF  NOT OWR-88-OWNER
041900     AND NOT OWR-88-JOINT-OWNER
042000         GO TO 2200-EXIT.
042100     MOVE SPACES          TO LINK-SORT-RECORD.
042200     MOVE 'T'             TO LNK-KEY-TYPE.
042300     MOVE OWR-TAX-ID      TO LNK-KEY-TEXT.
042400     MOVE OWR-ACCOUNT     TO LNK-ACCOUNT.
042500     PERFORM 2900-RELEASE-LINK THRU 2900-EXIT.
042600 2200-EXIT. EXIT.
042700*----------------------------------------------------------------*
042800*    2300-ONE-NAME-ADDR - THE STATEMENT ADDRESS IS THE FIRST     *
042900*    OCCURRENCE; ITS NAME LINES (TYPE '1') ARE LEFT OUT SO THAT  *
043000*    DIFFERENT PEOPLE AT ONE ADDRESS FALL TOGETHER.              *
043100*----------------------------------------------------------------*
043200 2300-ONE-NAME-ADDR.
043300     READ ALT-NAME-ADDR-FILE
043400         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
043500                GO TO 2300-EXIT.
043600     IF  IMN-NBR-ADDRS NOT GREATER THAN ZERO
043700         GO TO 2300-EXIT.
043800     MOVE SPACES TO LINK-SORT-RECORD.
043900     MOVE 'A'    TO LNK-KEY-TYPE.
044000     MOVE 1      TO WS-ADDR-SUB.
044100     MOVE 1      TO WS-KEY-POS.
044200     PERFORM 2310-ONE-LINE THRU 2310-EXIT
044300         VARYING WS-LINE-SUB FROM 1 BY 1
044400         UNTIL WS-LINE-SUB GREATER THAN 6.
044500     IF  LNK-KEY-TEXT EQUAL SPACES
044600         GO TO 2300-EXIT.
044700     MOVE IMN-CONTROL-KEY (1:22) TO LNK-ACCOUNT.
044800     PERFORM 2900-RELEASE-LINK THRU 2900-EXIT.
044900 2300-EXIT. EXIT.
045000 2310-ONE-LINE.
045100     IF  IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB) EQUAL '1'
045200     OR  IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB) EQUAL SPACES
045300         GO TO 2310-EXIT.
045400     MOVE IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB)
045500         TO LNK-KEY-TEXT (WS-KEY-POS:40).
045600     ADD 40 TO WS-KEY-POS.
045700 2310-EXIT. EXIT.
045800 2900-RELEASE-LINK.
045900     ADD 1 TO WS-TOT-LINKS.
046000     RELEASE LINK-SORT-RECORD.
046100 2900-EXIT. EXIT.
046200     EJECT
046300*----------------------------------------------------------------*
046400*    3000-JOIN-HOUSEHOLDS - EVERY ACCOUNT SHARING A KEY JOINS    *
046500*    THE HOUSEHOLD OF THE FIRST ACCOUNT SEEN FOR THAT KEY.       *
046600*    ACCOUNTS NOT ON THE TABLE (CLOSED, LOANS) ARE PASSED OVER.  *
046700*----------------------------------------------------------------*
046800 3000-JOIN-HOUSEHOLDS.
046900     MOVE SPACES TO WS-HLD-LINK-KEY.
047000     MOVE ZERO   TO WS-GROUP-FIRST.
047100     PERFORM 3100-ONE-LINK THRU 3100-EXIT
047200         UNTIL WS-88-SORT-EOF.
047300 3000-EXIT. EXIT.
047400 3100-ONE-LINK.
047500     RETURN LINK-SORT-FILE
047600         AT END MOVE 'Y' TO WS-SORT-EOF-SW
047700                GO TO 3100-EXIT.
047800     IF  LNK-KEY NOT EQUAL WS-HLD-LINK-KEY
047900         MOVE LNK-KEY TO WS-HLD-LINK-KEY
048000         MOVE ZERO    TO WS-GROUP-FIRST.
048100     MOVE LNK-ACCOUNT TO WS-SEARCH-ACCOUNT.
048200     PERFORM 3500-FIND-ACCOUNT THRU 3500-EXIT.
048300     IF  WS-HIT EQUAL ZERO
048400         GO TO 3100-EXIT.
048500     IF  WS-GROUP-FIRST EQUAL ZERO
048600         MOVE WS-HIT TO WS-GROUP-FIRST
048700         GO TO 3100-EXIT.
048800     MOVE WS-GROUP-FIRST TO WS-FIND-SUB.
048900     PERFORM 3600-FIND-ROOT THRU 3600-EXIT.
049000     MOVE WS-FIND-SUB TO WS-ROOT-A.
049100     MOVE WS-HIT TO WS-FIND-SUB.
049200     PERFORM 3600-FIND-ROOT THRU 3600-EXIT.
049300     MOVE WS-FIND-SUB TO WS-ROOT-B.
049400     IF  WS-ROOT-A LESS THAN WS-ROOT-B
049500         MOVE WS-ROOT-A TO WS-ACC-PARENT (WS-ROOT-B).
049600     IF  WS-ROOT-B LESS THAN WS-ROOT-A
049700         MOVE WS-ROOT-B TO WS-ACC-PARENT (WS-ROOT-A).
049800 3100-EXIT. EXIT.
049900*----------------------------------------------------------------*
050000*    3500-FIND-ACCOUNT - BINARY SEARCH OF THE ACCOUNT TABLE,     *
050100*    WHICH IS IN MASTER KEY ORDER.  WS-HIT IS ZERO IF ABSENT.    *
050200*----------------------------------------------------------------*
050300 3500-FIND-ACCOUNT.
050400     MOVE ZERO TO WS-HIT.
050500     MOVE 1 TO WS-LOW.
050600     MOVE WS-ACC-COUNT TO WS-HIGH.
050700     PERFORM 3510-HALVE THRU 3510-EXIT
050800         UNTIL WS-LOW GREATER THAN WS-HIGH
050900            OR WS-HIT GREATER THAN ZERO.
051000 3500-EXIT. EXIT.
051100 3510-HALVE.
051200     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
051300     IF  WS-ACC-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
051400         MOVE WS-MID TO WS-HIT
051500         GO TO 3510-EXIT.
051600     IF  WS-ACC-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
051700         COMPUTE WS-LOW = WS-MID + 1
051800     ELSE
051900         COMPUTE WS-HIGH = WS-MID - 1.
052000 3510-EXIT. EXIT.
052100*----------------------------------------------------------------*
052200*    3600-FIND-ROOT - FOLLOW WS-ACC-PARENT FROM WS-FIND-SUB TO   *
052300*    THE HOUSEHOLD ROOT, SHORTENING THE CHAIN ON THE WAY.        *
052400*----------------------------------------------------------------*
052500 3600-FIND-ROOT.
052600     PERFORM 3610-STEP THRU 3610-EXIT
052700         UNTIL WS-ACC-PARENT (WS-FIND-SUB) EQUAL WS-FIND-SUB.
052800 3600-EXIT. EXIT.
052900 3610-STEP.
053000     MOVE WS-ACC-PARENT (WS-ACC-PARENT (WS-FIND-SUB))
053100         TO WS-ACC-PARENT (WS-FIND-SUB).
053200     MOVE WS-ACC-PARENT (WS-FIND-SUB) TO WS-FIND-SUB.
053300 3610-EXIT. EXIT.
053400     EJECT
053500*----------------------------------------------------------------*
053600*    4000-TOTAL-HOUSEHOLD - ROLL EACH MEMBER INTO ITS ROOT.      *
053700*----------------------------------------------------------------*
053800 4000-TOTAL-HOUSEHOLD.
053900     MOVE WS-SUB TO WS-FIND-SUB.
054000     PERFORM 3600-FIND-ROOT THRU 3600-EXIT.
054100     MOVE WS-FIND-SUB TO WS-ACC-PARENT (WS-SUB).
054200     ADD WS-ACC-BALANCE (WS-SUB)
054300         TO WS-ACC-HH-BALANCE (WS-FIND-SUB).
054400     ADD 1 TO WS-ACC-HH-MEMBERS (WS-FIND-SUB).
054500 4000-EXIT. EXIT.
054600*----------------------------------------------------------------*
054700*    4100-QUALIFY-MEMBER - THE TIER IS THE HIGHEST MINIMUM THE   *
054800*    COMBINED BALANCE MEETS.  WMS-NB-REL-IND CARRIES THE TIER    *
054900*    (SPACE IF NONE); THE WAIVER INDICATOR IS 'Y' AT OR ABOVE    *
055000*    THE WAIVER TIER, OTHERWISE 'N'.                             *
055100*----------------------------------------------------------------*
055200 4100-QUALIFY-MEMBER.
055300     MOVE WS-ACC-PARENT (WS-SUB) TO WS-ROOT.
055400     IF  WS-ROOT EQUAL WS-SUB
055500         PERFORM 4200-TIER-HOUSEHOLD THRU 4200-EXIT.
055600     MOVE SPACE TO WS-ACC-NEW-REL (WS-SUB).
055700     MOVE 'N'   TO WS-ACC-NEW-WVE (WS-SUB).
055800     IF  WS-ACC-HH-TIER (WS-ROOT) GREATER THAN ZERO
055900         MOVE WS-ACC-HH-TIER (WS-ROOT) TO WS-ACC-NEW-REL (WS-SUB).
056000     IF  WS-ACC-HH-TIER (WS-ROOT) NOT LESS THAN WS-WAIVER-TIER
056100         MOVE 'Y' TO WS-ACC-NEW-WVE (WS-SUB).
056200     IF  WS-ACC-NEW-REL (WS-SUB) NOT EQUAL WS-ACC-OLD-REL (WS-SUB)
056300     OR  WS-ACC-NEW-WVE (WS-SUB) NOT EQUAL WS-ACC-OLD-WVE (WS-SUB)
056400         MOVE 'Y' TO WS-ACC-HH-CHANGED (WS-ROOT).
056500 4100-EXIT. EXIT.
056600 4200-TIER-HOUSEHOLD.
056700     ADD 1 TO WS-TOT-HOUSEHOLDS.
056800     IF  WS-ACC-HH-MEMBERS (WS-SUB) GREATER THAN 1
056900         ADD 1 TO WS-TOT-MULTI.
057000     MOVE ZERO TO WS-ACC-HH-TIER (WS-SUB).
057100     PERFORM 4210-TEST-TIER THRU 4210-EXIT
057200         VARYING WS-TIER-SUB FROM 1 BY 1
057300         UNTIL WS-TIER-SUB GREATER THAN 3.
057400     IF  WS-ACC-HH-TIER (WS-SUB) GREATER THAN ZERO
057500         ADD 1 TO WS-TOT-TIER (WS-ACC-HH-TIER (WS-SUB)).
057600 4200-EXIT. EXIT.
057700 4210-TEST-TIER.
057800     IF  WS-ACC-HH-BALANCE (WS-SUB)
057900             NOT LESS THAN WS-TIER-MINIMUM (WS-TIER-SUB)
058000         MOVE WS-TIER-SUB TO WS-ACC-HH-TIER (WS-SUB).
058100 4210-EXIT. EXIT.
058200     EJECT
058300*----------------------------------------------------------------*
058400*    5000-UPDATE-MASTER - SECOND MASTER PASS.  SET OR CLEAR THE  *
058500*    FLAGS ON EVERY MEMBER AND RELEASE THE MEMBERS OF EACH       *
058600*    HOUSEHOLD THAT QUALIFIES OR CHANGED FOR THE LISTING.        *
058700*----------------------------------------------------------------*
058800 5000-UPDATE-MASTER.
058900     MOVE 'N' TO WS-END-OF-FILE-SW.
059000     MOVE SPACES TO SI-ENVIRONMENT-AREA.
059100     MOVE '1' TO SI-ENVIRONMENT-VSAM.
059200     MOVE 'O' TO I-O-CONTROL-OPERATOR.
059300     MOVE 'U' TO I-O-CONTROL-ACCESS.
059400     MOVE -1  TO I-O-SEND-CODE.
059500     CALL 'IMACTM' USING I-O-CONTROL-AREA
059600                         MASTER-AREA
059700                         SI-ENVIRONMENT-AREA.
059800     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
059900     PERFORM 5100-UPDATE-ONE THRU 5100-EXIT
060000         UNTIL WS-88-END-OF-FILE.
060100 5000-EXIT. EXIT.
060200 5100-UPDATE-ONE.
060300     PERFORM 1400-TEST-DEPOSIT THRU 1400-EXIT.
060400     IF  NOT WS-88-FOUND
060500         GO TO 5100-NEXT.
060600     MOVE WMS-CONTROL-KEY TO WS-SEARCH-ACCOUNT.
060700     PERFORM 3500-FIND-ACCOUNT THRU 3500-EXIT.
060800     IF  WS-HIT EQUAL ZERO
060900         GO TO 5100-NEXT.
061000     MOVE WS-ACC-PARENT (WS-HIT) TO WS-ROOT.
061100     IF  WS-ACC-HH-TIER (WS-ROOT) GREATER THAN ZERO
061200     OR  WS-88-HH-CHANGED (WS-ROOT)
061300         PERFORM 5200-RELEASE-MEMBER THRU 5200-EXIT.
061400     IF  WMS-NB-REL-IND EQUAL WS-ACC-NEW-REL (WS-HIT)
061500     AND WMS-NB-REL-PRCNG-WVE-IND EQUAL WS-ACC-NEW-WVE (WS-HIT)
061600         GO TO 5100-NEXT.
061700     IF  WMS-NB-REL-IND EQUAL SPACE
061800         ADD 1 TO WS-TOT-SET
061900     ELSE
062000         IF  WS-ACC-NEW-REL (WS-HIT) EQUAL SPACE
062100             ADD 1 TO WS-TOT-CLEARED
062200         ELSE
062300             ADD 1 TO WS-TOT-RETIERED.
062400     MOVE WS-ACC-NEW-REL (WS-HIT) TO WMS-NB-REL-IND.
062500     MOVE WS-ACC-NEW-WVE (WS-HIT) TO WMS-NB-REL-PRCNG-WVE-IND.
062600     ADD 1 TO WS-TOT-REWRITTEN.
062700     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
062800     MOVE -1   TO I-O-SEND-CODE.
062900     CALL 'IMACTM' USING I-O-CONTROL-AREA
063000                         MASTER-AREA
063100                         SI-ENVIRONMENT-AREA.
063200 5100-NEXT.
063300     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
063400 5100-EXIT. EXIT.
063500 5200-RELEASE-MEMBER.
063600     MOVE WS-ACC-ACCOUNT (WS-ROOT)      TO LST-HOUSEHOLD.
063700     MOVE WS-ACC-ACCOUNT (WS-HIT)       TO LST-ACCOUNT.
063800     MOVE WS-ACC-BALANCE (WS-HIT)       TO LST-BALANCE.
063900     MOVE WS-ACC-HH-BALANCE (WS-ROOT)   TO LST-HH-BALANCE.
064000     MOVE WS-ACC-HH-MEMBERS (WS-ROOT)   TO LST-MEMBERS.
064100     MOVE WS-ACC-HH-TIER (WS-ROOT)      TO LST-TIER.
064200     MOVE WMS-NB-REL-IND                TO LST-OLD-REL.
064300     MOVE WMS-NB-REL-PRCNG-WVE-IND      TO LST-OLD-WVE.
064400     MOVE WS-ACC-NEW-REL (WS-HIT)       TO LST-NEW-REL.
064500     MOVE WS-ACC-NEW-WVE (WS-HIT)       TO LST-NEW-WVE.
064600     RELEASE LIST-SORT-RECORD.
064700 5200-EXIT. EXIT.
064800     EJECT
064900*----------------------------------------------------------------*
065000*    6000-PRINT-HOUSEHOLDS - ONE BLOCK PER HOUSEHOLD: THE        *
065100*    HOUSEHOLD LINE, THEN EACH MEMBER WITH ITS FLAGS BEFORE AND  *
065200*    AFTER THIS RUN.                                             *
065300*----------------------------------------------------------------*
065400 6000-PRINT-HOUSEHOLDS.
065500     MOVE 'N' TO WS-SORT-EOF-SW.
065600     MOVE SPACES TO WS-HLD-HOUSEHOLD.
065700     PERFORM 6100-ONE-MEMBER THRU 6100-EXIT
065800         UNTIL WS-88-SORT-EOF.
065900 6000-EXIT. EXIT.
066000 6100-ONE-MEMBER.
066100     RETURN LIST-SORT-FILE
066200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
066300                GO TO 6100-EXIT.
066400     IF  LST-HOUSEHOLD NOT EQUAL WS-HLD-HOUSEHOLD
066500         PERFORM 6200-HOUSEHOLD-LINE THRU 6200-EXIT.
066600     ADD 1 TO WS-TOT-LISTED.
066700     MOVE LST-ACCOUNT TO DTL-ACCOUNT.
066800     MOVE LST-BALANCE TO DTL-BALANCE.
066900     MOVE LST-OLD-REL TO DTL-OLD-REL.
067000     MOVE LST-OLD-WVE TO DTL-OLD-WVE.
067100     MOVE LST-NEW-REL TO DTL-NEW-REL.
067200     MOVE LST-NEW-WVE TO DTL-NEW-WVE.
067300     MOVE SPACES TO DTL-STATUS.
067400     IF  LST-OLD-REL NOT EQUAL LST-NEW-REL
067500     OR  LST-OLD-WVE NOT EQUAL LST-NEW-WVE
067600         MOVE 'CHANGED THIS MONTH' TO DTL-STATUS.
067700     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
067800     MOVE WS-DETAIL-LINE TO HHP-HOUSEHOLD-RPT-LINE.
067900     WRITE HHP-HOUSEHOLD-RPT-LINE.
068000 6100-EXIT. EXIT.
068100 6200-HOUSEHOLD-LINE.
068200     MOVE LST-HOUSEHOLD  TO WS-HLD-HOUSEHOLD.
068300     MOVE LST-HOUSEHOLD  TO HHL-HOUSEHOLD.
068400     MOVE LST-MEMBERS    TO HHL-MEMBERS.
068500     MOVE LST-HH-BALANCE TO HHL-HH-BALANCE.
068600     MOVE 'NONE'         TO HHL-TIER.
068700     IF  LST-TIER NOT EQUAL '0'
068800         MOVE LST-TIER   TO HHL-TIER.
068900     WRITE HHP-HOUSEHOLD-RPT-LINE FROM WS-BLANK-LINE.
069000     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
069100     MOVE WS-HOUSEHOLD-LINE TO HHP-HOUSEHOLD-RPT-LINE.
069200     WRITE HHP-HOUSEHOLD-RPT-LINE.
069300 6200-EXIT. EXIT.
069400     EJECT
069500*----------------------------------------------------------------*
069600*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
069700*----------------------------------------------------------------*
069800 9000-TERMINATE.
069900     WRITE HHP-HOUSEHOLD-RPT-LINE FROM WS-BLANK-LINE.
070000     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
070100     MOVE WS-TOT-SCANNED TO SUM-COUNT.
070200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070300     MOVE 'OPEN DEPOSIT ACCOUNTS             ' TO SUM-LIT.
070400     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
070500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070600     MOVE 'ACCOUNTS DROPPED - TABLE FULL     ' TO SUM-LIT.
070700     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
070800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070900     MOVE 'HOUSEHOLD LINKS READ              ' TO SUM-LIT.
071000     MOVE WS-TOT-LINKS TO SUM-COUNT.
071100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071200     MOVE 'HOUSEHOLDS                        ' TO SUM-LIT.
071300     MOVE WS-TOT-HOUSEHOLDS TO SUM-COUNT.
071400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071500     MOVE '  WITH MORE THAN ONE ACCOUNT      ' TO SUM-LIT.
071600     MOVE WS-TOT-MULTI TO SUM-COUNT.
071700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071800     MOVE '  QUALIFYING FOR TIER 1           ' TO SUM-LIT.
071900     MOVE WS-TOT-TIER (1) TO SUM-COUNT.
072000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072100     MOVE '  QUALIFYING FOR TIER 2           ' TO SUM-LIT.
072200     MOVE WS-TOT-TIER (2) TO SUM-COUNT.
072300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072400     MOVE '  QUALIFYING FOR TIER 3           ' TO SUM-LIT.
072500     MOVE WS-TOT-TIER (3) TO SUM-COUNT.
072600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072700     MOVE 'ACCOUNTS NEWLY QUALIFIED          ' TO SUM-LIT.
072800     MOVE WS-TOT-SET TO SUM-COUNT.
072900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073000     MOVE 'ACCOUNTS NO LONGER QUALIFIED      ' TO SUM-LIT.
073100     MOVE WS-TOT-CLEARED TO SUM-COUNT.
073200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073300     MOVE 'ACCOUNTS CHANGING TIER            ' TO SUM-LIT.
073400     MOVE WS-TOT-RETIERED TO SUM-COUNT.
073500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073600     MOVE 'MASTER RECORDS REWRITTEN          ' TO SUM-LIT.
073700     MOVE WS-TOT-REWRITTEN TO SUM-COUNT.
073800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073900     MOVE 'MEMBER ACCOUNTS LISTED            ' TO SUM-LIT.
074000     MOVE WS-TOT-LISTED TO SUM-COUNT.
074100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074200     IF  NOT WS-88-TABLE-FULL
074250         MOVE 'E' TO I-O-CONTROL-OPERATOR
074300         MOVE -1  TO I-O-SEND-CODE
074350         CALL 'IMACTM' USING I-O-CONTROL-AREA
074400                             MASTER-AREA
074450                             SI-ENVIRONMENT-AREA.
074500     CLOSE HHP-HOUSEHOLD-RPT.
074550     IF  WS-88-TABLE-FULL
074600         MOVE 16 TO RETURN-CODE.
074800 9000-EXIT. EXIT.
074900 9100-PRINT-SUMMARY.
075000     MOVE SPACES TO HHP-HOUSEHOLD-RPT-LINE.
075100     MOVE WS-SUMMARY-LINE TO HHP-HOUSEHOLD-RPT-LINE.
075200     WRITE HHP-HOUSEHOLD-RPT-LINE.
075300 9100-EXIT. EXIT.
