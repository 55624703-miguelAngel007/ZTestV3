*     * GN6182 * 09/11/26 JCTE CRA DEPOSIT DISTRIBUTION BY CENSUS TRACT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCRADEP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/11/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCRADEP IS THE QUARTERLY COMMUNITY REINVESTMENT ACT        *
000900*    DEPOSIT DISTRIBUTION.  EVERY OPEN DEPOSIT ACCOUNT IS        *
001000*    GEOCODED FROM ITS INFORMATION TRAILER (WMS-INFO-SMSA,       *
001100*    WMS-INFO-STATE, WMS-INFO-COUNTY, WMS-INFO-CENSUS-TRACT) AND *
001200*    LOOKED UP ON THE TRACT INCOME TABLE, A CARD FILE MAINTAINED *
001300*    BY COMPLIANCE THAT GIVES EACH TRACT ITS MSA AND ITS MEDIAN  *
001400*    FAMILY INCOME AS A PERCENT OF THE AREA MEDIAN.  THE TRACT   *
001500*    IS CLASSED LOW (UNDER 50), MODERATE (50-79), MIDDLE         *
001600*    (80-119) OR UPPER (120 AND OVER) UNLESS THE CARD GIVES THE  *
001700*    CLASS OUTRIGHT.  GOOD GEOCODES ARE SORTED BY MSA, COUNTY    *
001800*    AND TRACT AND REPORTED WITH ONE LINE PER OPENING BRANCH     *
001900*    (WMS-BRANCH-OPENED); ACCOUNTS WITH A MISSING OR INVALID     *
002000*    GEOCODE ARE LISTED BY BRANCH WITH THE REASON SO THEY CAN BE *
002100*    CORRECTED BEFORE THE EXAM.                                  *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 09/11/26 JCTE NEW PROGRAM - CRA DEPOSIT DISTRIBUTION   GN6182 *
002700*                BY CENSUS TRACT WITH GEOCODE EXCEPTIONS        *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT CRA-PARM-FILE     ASSIGN TO "IMCRAPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CRA-TRACT-FILE    ASSIGN TO "IMCRATRT"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT SORT-FILE         ASSIGN TO "IMCRASRT".
003700     SELECT CRA-DIST-RPT      ASSIGN TO "IMCRARPT"
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CRA-PARM-FILE
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  CRA-PARM-RECORD.
004400     03  CRP-QUARTER-END-DATE        PIC 9(6).
004500     03  FILLER                      PIC X(74).
004600 FD  CRA-TRACT-FILE
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  CRA-TRACT-RECORD.
004900     03  CRT-STATE                   PIC XX.
005000     03  CRT-COUNTY                  PIC XXX.
005100     03  CRT-TRACT                   PIC X(10).
005200     03  CRT-MSA                     PIC X(6).
005300     03  CRT-INCOME-PCT              PIC 9(3).
005400     03  CRT-INCOME-LEVEL            PIC X.
005500         88  CRT-88-LEVEL-GIVEN      VALUE 'L' 'M' 'I' 'U'.
005600     03  FILLER                      PIC X(55).
005700 SD  SORT-FILE.
005800 01  SORT-RECORD.
005900     03  SRT-TYPE                    PIC X.
006000         88  SRT-88-DISTRIBUTION     VALUE 'D'.
006100         88  SRT-88-EXCEPTION        VALUE 'X'.
006200     03  SRT-KEY                     PIC X(27).
006300     03  SRT-DIST-KEY REDEFINES SRT-KEY.
006400         05  SRT-D-MSA               PIC X(6).
006500         05  SRT-D-STATE             PIC XX.
006600         05  SRT-D-COUNTY            PIC XXX.
006700         05  SRT-D-TRACT             PIC X(10).
006800         05  SRT-D-BRANCH            PIC X(5).
006900         05  FILLER                  PIC X.
007000     03  SRT-EXC-KEY REDEFINES SRT-KEY.
007100         05  SRT-X-BRANCH            PIC X(5).
007200         05  SRT-X-ACCOUNT           PIC X(22).
007300     03  SRT-BALANCE                 PIC S9(13)V99 COMP-3.
007400     03  SRT-INCOME-LEVEL            PIC X.
007500     03  SRT-GEOCODE.
007600         05  SRT-G-MSA               PIC X(6).
007700         05  SRT-G-STATE             PIC XX.
007800         05  SRT-G-COUNTY            PIC XXX.
007900         05  SRT-G-TRACT             PIC X(10).
008000     03  SRT-REASON                  PIC X(26).
008100 FD  CRA-DIST-RPT
008200     RECORD CONTAINS 133 CHARACTERS.
008300 01  CRA-DIST-RPT-LINE               PIC X(133).
008400 WORKING-STORAGE SECTION.
008500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCRADEP'.
008600 77  WS-TRT-MAX                      PIC S9(5)   COMP VALUE +4000.
008700     EJECT
008800 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
008900 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009000     03  WS-RUN-YR                   PIC 99.
009100     03  WS-RUN-MO                   PIC 99.
009200     03  WS-RUN-DA                   PIC 99.
009300     EJECT
009400 01  WS-SWITCHES.
009500     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
009600         88  WS-88-END-OF-FILE       VALUE 'Y'.
009700     03  WS-TRT-EOF-SW               PIC X(1)    VALUE 'N'.
009800         88  WS-88-TRT-EOF           VALUE 'Y'.
009900     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010000         88  WS-88-SORT-EOF          VALUE 'Y'.
010100     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
010200         88  WS-88-FOUND             VALUE 'Y'.
010300     03  WS-GROUP-OPEN-SW            PIC X(1)    VALUE 'N'.
010400         88  WS-88-GROUP-OPEN        VALUE 'Y'.
010500     03  WS-EXC-OPEN-SW              PIC X(1)    VALUE 'N'.
010600         88  WS-88-EXC-OPEN          VALUE 'Y'.
010700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
010800 01  WS-LVL-SUB                      PIC S9(3)   COMP VALUE 0.
010900 01  WS-TRT-COUNT                    PIC S9(5)   COMP VALUE 0.
011000 01  WS-REASON                       PIC X(26)   VALUE SPACES.
011100 01  WS-INCOME-LEVEL                 PIC X       VALUE SPACE.
011200 01  WS-TABLE-MSA                    PIC X(6)    VALUE SPACES.
011300     EJECT
011400 01  WS-TRACT-TABLE.
011500     03  WS-TRT-ENTRY OCCURS 4000 TIMES
011600                      INDEXED BY TRX.
011700         05  WS-TRT-GEO-KEY.
011800             07  WS-TRT-STATE        PIC XX.
011900             07  WS-TRT-COUNTY       PIC XXX.
012000             07  WS-TRT-TRACT        PIC X(10).
012100         05  WS-TRT-MSA              PIC X(6).
012200         05  WS-TRT-LEVEL            PIC X.
012300 01  WS-GEO-KEY.
012400     03  WS-GEO-STATE                PIC XX.
012500     03  WS-GEO-COUNTY               PIC XXX.
012600     03  WS-GEO-TRACT                PIC X(10).
012700     EJECT
012800*----------------------------------------------------------------*
012900*    CONTROL-BREAK HOLD FIELDS AND ACCUMULATORS - BRANCH WITHIN  *
013000*    TRACT, TRACT WITHIN COUNTY, COUNTY WITHIN MSA.              *
013100*----------------------------------------------------------------*
013200 01  WS-HOLD-KEYS.
013300     03  WS-HLD-MSA                  PIC X(6)    VALUE SPACES.
013400     03  WS-HLD-STATE                PIC XX      VALUE SPACES.
013500     03  WS-HLD-COUNTY               PIC XXX     VALUE SPACES.
013600     03  WS-HLD-TRACT                PIC X(10)   VALUE SPACES.
013700     03  WS-HLD-BRANCH               PIC X(5)    VALUE SPACES.
013800     03  WS-HLD-LEVEL                PIC X       VALUE SPACE.
013900     03  WS-HLD-X-BRANCH             PIC X(5)    VALUE SPACES.
014000 01  WS-BREAK-TOTALS.
014100     03  WS-BRN-COUNT                PIC 9(7)    COMP VALUE 0.
014200     03  WS-BRN-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
014300     03  WS-TRC-COUNT                PIC 9(7)    COMP VALUE 0.
014400     03  WS-TRC-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
014500     03  WS-CTY-COUNT                PIC 9(7)    COMP VALUE 0.
014600     03  WS-CTY-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
014700     03  WS-MSA-COUNT                PIC 9(7)    COMP VALUE 0.
014800     03  WS-MSA-BALANCE              PIC S9(13)V99 COMP-3 VALUE 0.
014900 01  WS-LEVEL-TOTALS.
015000     03  WS-LVL-ENTRY OCCURS 4 TIMES.
015100         05  WS-LVL-COUNT            PIC 9(7)    COMP.
015200         05  WS-LVL-BALANCE          PIC S9(13)V99 COMP-3.
015300 01  WS-LEVEL-NAMES.
015400     03  FILLER                      PIC X(9) VALUE 'LLOW     '.
015500     03  FILLER                      PIC X(9) VALUE 'MMODERATE'.
015600     03  FILLER                      PIC X(9) VALUE 'IMIDDLE  '.
015700     03  FILLER                      PIC X(9) VALUE 'UUPPER   '.
015800 01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
015900     03  WS-LVN-ENTRY OCCURS 4 TIMES.
016000         05  WS-LVN-CODE             PIC X.
016100         05  WS-LVN-NAME             PIC X(8).
016200 01  WS-TOTALS.
016300     03  WS-TOT-TRACTS               PIC 9(7)    COMP VALUE 0.
016400     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
016500     03  WS-TOT-DEPOSITS             PIC 9(7)    COMP VALUE 0.
016600     03  WS-TOT-GEOCODED             PIC 9(7)    COMP VALUE 0.
016700     03  WS-TOT-EXCEPTIONS           PIC 9(7)    COMP VALUE 0.
016800     03  WS-TOT-GEO-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
016900     03  WS-TOT-EXC-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
017000     EJECT
017100 01  WS-REPORT-TITLE.
017200     03  FILLER                      PIC X(48)   VALUE
017300         'IMCRADEP - CRA DEPOSIT DISTRIBUTION BY TRACT    '.
017400     03  FILLER                      PIC X(14)   VALUE
017500         'QUARTER ENDED '.
017600     03  TTL-MO                      PIC 99.
017700     03  FILLER                      PIC X       VALUE '/'.
017800     03  TTL-DA                      PIC 99.
017900     03  FILLER                      PIC X       VALUE '/'.
018000     03  TTL-YR                      PIC 99.
018100     03  FILLER                      PIC X(63)   VALUE SPACES.
018200 01  WS-DIST-HEADING.
018300     03  FILLER                      PIC X(4)    VALUE SPACES.
018400     03  FILLER                      PIC X(50)   VALUE
018500         'MSA     ST CTY TRACT       INCOME    BRANCH     AC'.
018600     03  FILLER                      PIC X(30)   VALUE
018700         'COUNTS            BALANCE     '.
018800     03  FILLER                      PIC X(49)   VALUE SPACES.
018900 01  WS-EXC-HEADING.
019000     03  FILLER                      PIC X(4)    VALUE SPACES.
019100     03  FILLER                      PIC X(50)   VALUE
019200         'GEOCODE EXCEPTIONS - BRANCH OPENED                '.
019300     03  FILLER                      PIC X(79)   VALUE SPACES.
019400 01  WS-DETAIL-LINE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  DTL-MSA                     PIC X(6).
019700     03  FILLER                      PIC X(2)    VALUE SPACES.
019800     03  DTL-STATE                   PIC XX.
019900     03  FILLER                      PIC X(1)    VALUE SPACES.
020000     03  DTL-COUNTY                  PIC XXX.
020100     03  FILLER                      PIC X(1)    VALUE SPACES.
020200     03  DTL-TRACT                   PIC X(10).
020300     03  FILLER                      PIC X(2)    VALUE SPACES.
020400     03  DTL-LEVEL                   PIC X(8).
020500     03  FILLER                      PIC X(2)    VALUE SPACES.
020600     03  DTL-BRANCH                  PIC X(8).
020700     03  FILLER                      PIC X(2)    VALUE SPACES.
020800     03  DTL-COUNT                   PIC ZZZ,ZZ9.
020900     03  FILLER                      PIC X(2)    VALUE SPACES.
021000     03  DTL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021100     03  FILLER                      PIC X(54)   VALUE SPACES.
021200 01  WS-EXC-LINE.
021300     03  FILLER                      PIC X(4)    VALUE SPACES.
021400     03  EXL-BRANCH                  PIC X(5).
021500     03  FILLER                      PIC X(2)    VALUE SPACES.
021600     03  EXL-ACCOUNT                 PIC X(22).
021700     03  FILLER                      PIC X(2)    VALUE SPACES.
021800     03  EXL-MSA                     PIC X(6).
021900     03  FILLER                      PIC X(1)    VALUE SPACES.
022000     03  EXL-STATE                   PIC XX.
022100     03  FILLER                      PIC X(1)    VALUE SPACES.
022200     03  EXL-COUNTY                  PIC XXX.
022300     03  FILLER                      PIC X(1)    VALUE SPACES.
022400     03  EXL-TRACT                   PIC X(10).
022500     03  FILLER                      PIC X(2)    VALUE SPACES.
022600     03  EXL-REASON                  PIC X(26).
022700     03  FILLER                      PIC X(2)    VALUE SPACES.
022800     03  EXL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022900     03  FILLER                      PIC X(25)   VALUE SPACES.
023000 01  WS-SUMMARY-LINE.
023100     03  FILLER                      PIC X(4)    VALUE SPACES.
023200     03  SUM-LIT                     PIC X(34).
023300     03  SUM-COUNT                   PIC ZZZ,ZZ9.
023400     03  FILLER                      PIC X(88)   VALUE SPACES.
023500 01  WS-AMOUNT-LINE.
023600     03  FILLER                      PIC X(4)    VALUE SPACES.
023700     03  AMT-LIT                     PIC X(34).
023800     03  AMT-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
023900     03  FILLER                      PIC X(76)   VALUE SPACES.
024000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
024100     EJECT
024200 LINKAGE SECTION.
024300     COPY SIWSCNTL.
024400     EJECT
024500     COPY IMAWKMST.
024600     EJECT
024700     COPY IMWSENVO.
024800     EJECT
024900 PROCEDURE DIVISION.
025000*----------------------------------------------------------------*
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
025300     PERFORM 1100-LOAD-TRACT      THRU 1100-EXIT
025400         UNTIL WS-88-TRT-EOF.
025500     SORT SORT-FILE
025600         ASCENDING KEY SRT-TYPE SRT-KEY
025700         INPUT PROCEDURE IS 2000-RELEASE-ACCOUNTS
025800         OUTPUT PROCEDURE IS 3000-PRINT-DISTRIBUTION.
025900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
026000     GOBACK.
026100     EJECT
026200 1000-INITIALIZE.
026300     OPEN INPUT CRA-PARM-FILE.
026400     READ CRA-PARM-FILE
026500         AT END MOVE ZERO TO CRP-QUARTER-END-DATE.
026600     CLOSE CRA-PARM-FILE.
026700     IF  CRP-QUARTER-END-DATE NUMERIC
026800     AND CRP-QUARTER-END-DATE GREATER THAN ZERO
026900         MOVE CRP-QUARTER-END-DATE TO WS-RUN-DATE-YYMMDD
027000     ELSE
027100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
027200     PERFORM 1010-CLEAR-LEVEL THRU 1010-EXIT
027300         VARYING WS-LVL-SUB FROM 1 BY 1
027400         UNTIL WS-LVL-SUB GREATER THAN 4.
027500     OPEN INPUT CRA-TRACT-FILE.
027600     OPEN OUTPUT CRA-DIST-RPT.
027700     MOVE WS-RUN-MO TO TTL-MO.
027800     MOVE WS-RUN-DA TO TTL-DA.
027900     MOVE WS-RUN-YR TO TTL-YR.
028000     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
028100     MOVE SPACES TO CRA-DIST-RPT-LINE.
028200     MOVE WS-REPORT-TITLE TO CRA-DIST-RPT-LINE.
028300     WRITE CRA-DIST-RPT-LINE.
028400     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
028500     MOVE SPACES TO CRA-DIST-RPT-LINE.
028600     MOVE WS-DIST-HEADING TO CRA-DIST-RPT-LINE.
028700     WRITE CRA-DIST-RPT-LINE.
028800     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
028900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
029000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
029100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
029200     MOVE 'I' TO I-O-CONTROL-ACCESS.
029300     MOVE -1  TO I-O-SEND-CODE.
029400     CALL 'IMACTM' USING I-O-CONTROL-AREA
029500                         MASTER-AREA
029600                         SI-ENVIRONMENT-AREA.
029700 1000-EXIT. EXIT.
029800 1010-CLEAR-LEVEL.
029900     MOVE ZERO TO WS-LVL-COUNT (WS-LVL-SUB)
030000                  WS-LVL-BALANCE (WS-LVL-SUB).
030100 1010-EXIT. EXIT.
030200*----------------------------------------------------------------*
030300*    1100-LOAD-TRACT - ONE CARD PER TRACT.  AN EXPLICIT INCOME   *
030400*    CLASS ON THE CARD OVERRIDES THE CLASS FROM THE PERCENT.     *
030500*----------------------------------------------------------------*
030600 1100-LOAD-TRACT.
030700     READ CRA-TRACT-FILE
030800         AT END MOVE 'Y' TO WS-TRT-EOF-SW
030900                GO TO 1100-EXIT.
031000     IF  WS-TRT-COUNT NOT LESS THAN WS-TRT-MAX
031100         GO TO 1100-EXIT.
031200     ADD 1 TO WS-TRT-COUNT.
031300     ADD 1 TO WS-TOT-TRACTS.
031400     SET TRX TO WS-TRT-COUNT.
031500     MOVE CRT-STATE  TO WS-TRT-STATE (TRX).
031600     MOVE CRT-COUNTY TO WS-TRT-COUNTY (TRX).
031700     MOVE CRT-TRACT  TO WS-TRT-TRACT (TRX).
031800     MOVE CRT-MSA    TO WS-TRT-MSA (TRX).
031900     IF  CRT-88-LEVEL-GIVEN
032000         MOVE CRT-INCOME-LEVEL TO WS-TRT-LEVEL (TRX)
032100     ELSE
032200     IF  CRT-INCOME-PCT NOT NUMERIC
032300         MOVE SPACE TO WS-TRT-LEVEL (TRX)
032400     ELSE
032500     IF  CRT-INCOME-PCT LESS THAN 50
032600         MOVE 'L' TO WS-TRT-LEVEL (TRX)
032700     ELSE
032800     IF  CRT-INCOME-PCT LESS THAN 80
032900         MOVE 'M' TO WS-TRT-LEVEL (TRX)
033000     ELSE
033100     IF  CRT-INCOME-PCT LESS THAN 120
033200         MOVE 'I' TO WS-TRT-LEVEL (TRX)
033300     ELSE
033400         MOVE 'U' TO WS-TRT-LEVEL (TRX).
033500 1100-EXIT. EXIT.
033600     EJECT
033700*----------------------------------------------------------------*
033800*    2000-RELEASE-ACCOUNTS - BROWSE THE MASTER.  EACH OPEN       *
033900*    DEPOSIT ACCOUNT IS RELEASED EITHER AS A DISTRIBUTION RECORD *
034000*    OR, WHEN ITS GEOCODE FAILS, AS AN EXCEPTION.                *
034100*----------------------------------------------------------------*
034200 2000-RELEASE-ACCOUNTS.
034300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
034400     PERFORM 2200-ONE-ACCOUNT THRU 2200-EXIT
034500         UNTIL WS-88-END-OF-FILE.
034600 2000-EXIT. EXIT.
034700 2100-READ-MASTER.
034800     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
034900     MOVE -1   TO I-O-SEND-CODE.
035000     CALL 'IMACTM' USING I-O-CONTROL-AREA
035100                         MASTER-AREA
035200                         SI-ENVIRONMENT-AREA.
035300     IF  I-O-88-END-OF-FILE
035400         MOVE 'Y' TO WS-END-OF-FILE-SW.
035500 2100-EXIT. EXIT.
035600 2200-ONE-ACCOUNT.
035700     ADD 1 TO WS-TOT-ACCOUNTS.
035800     IF  WMS-LOAN-TRLR EQUAL '1'
036000         GO TO 2200-NEXT.
036100     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
036200     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
036300     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
036400         GO TO 2200-NEXT.
036500     ADD 1 TO WS-TOT-DEPOSITS.
036600     PERFORM 2300-VALIDATE-GEOCODE THRU 2300-EXIT.
036700     MOVE SPACES TO SORT-RECORD.
036800     MOVE WMS-CURR-BAL TO SRT-BALANCE.
036900     IF  WMS-INFO-TRLR EQUAL '1'
037000         MOVE WMS-INFO-SMSA         TO SRT-G-MSA
037100         MOVE WMS-INFO-STATE        TO SRT-G-STATE
037200         MOVE WMS-INFO-COUNTY       TO SRT-G-COUNTY
037300         MOVE WMS-INFO-CENSUS-TRACT TO SRT-G-TRACT.
037400     IF  WS-REASON EQUAL SPACES
037500         ADD 1 TO WS-TOT-GEOCODED
037600         ADD WMS-CURR-BAL TO WS-TOT-GEO-BALANCE
037700         MOVE 'D'                   TO SRT-TYPE
037800         MOVE WS-TABLE-MSA          TO SRT-D-MSA
037900         MOVE WMS-INFO-STATE        TO SRT-D-STATE
038000         MOVE WMS-INFO-COUNTY       TO SRT-D-COUNTY
038100         MOVE WMS-INFO-CENSUS-TRACT TO SRT-D-TRACT
038200         MOVE WMS-BRANCH-OPENED     TO SRT-D-BRANCH
038300         MOVE WS-INCOME-LEVEL       TO SRT-INCOME-LEVEL
038400     ELSE
038500         ADD 1 TO WS-TOT-EXCEPTIONS
038600         ADD WMS-CURR-BAL TO WS-TOT-EXC-BALANCE
038700         MOVE 'X'                   TO SRT-TYPE
038800         MOVE WMS-BRANCH-OPENED     TO SRT-X-BRANCH
038900         MOVE WMS-CONTROL-KEY       TO SRT-X-ACCOUNT
039000         MOVE WS-REASON             TO SRT-REASON.
039100     RELEASE SORT-RECORD.
039200 2200-NEXT.
039300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
039400 2200-EXIT. EXIT.
039500*----------------------------------------------------------------*
039600*    2300-VALIDATE-GEOCODE - WS-REASON IS LEFT BLANK FOR A GOOD  *
039700*    GEOCODE, WITH THE TRACT'S MSA AND INCOME CLASS SET.         *
039800*----------------------------------------------------------------*
039900 2300-VALIDATE-GEOCODE.
040000     MOVE SPACES TO WS-REASON WS-TABLE-MSA.
040100     MOVE SPACE TO WS-INCOME-LEVEL.
040200     IF  WMS-INFO-TRLR NOT EQUAL '1'
040300         MOVE 'NO INFORMATION TRAILER    ' TO WS-REASON
040400         GO TO 2300-EXIT.
040500     IF  WMS-INFO-CENSUS-TRACT EQUAL SPACES
040600     OR  WMS-INFO-CENSUS-TRACT EQUAL LOW-VALUES
040700         MOVE 'CENSUS TRACT MISSING      ' TO WS-REASON
040800         GO TO 2300-EXIT.
040900     IF  WMS-INFO-STATE NOT NUMERIC
041000         MOVE 'STATE CODE INVALID        ' TO WS-REASON
041100         GO TO 2300-EXIT.
041200     IF  WMS-INFO-COUNTY NOT NUMERIC
041300         MOVE 'COUNTY CODE INVALID       ' TO WS-REASON
041400         GO TO 2300-EXIT.
041500     MOVE WMS-INFO-STATE        TO WS-GEO-STATE.
041600     MOVE WMS-INFO-COUNTY       TO WS-GEO-COUNTY.
041700     MOVE WMS-INFO-CENSUS-TRACT TO WS-GEO-TRACT.
041800     MOVE 'N' TO WS-FOUND-SW.
041900     PERFORM 2310-SCAN-TRACT THRU 2310-EXIT
042000         VARYING WS-SUB FROM 1 BY 1
042100         UNTIL WS-SUB GREATER THAN WS-TRT-COUNT
042200            OR WS-88-FOUND.
042300     IF  NOT WS-88-FOUND
042400         MOVE 'TRACT NOT ON INCOME TABLE ' TO WS-REASON
042500         GO TO 2300-EXIT.
042600     IF  WS-INCOME-LEVEL EQUAL SPACE
042700         MOVE 'TRACT HAS NO INCOME CLASS ' TO WS-REASON
042800         GO TO 2300-EXIT.
042900     IF  WMS-INFO-SMSA NOT EQUAL SPACES
043000     AND WMS-INFO-SMSA NOT EQUAL LOW-VALUES
043100     AND WMS-INFO-SMSA NOT EQUAL WS-TABLE-MSA
043200         MOVE 'MSA DOES NOT MATCH TRACT  ' TO WS-REASON.
043300 2300-EXIT. EXIT.
043400 2310-SCAN-TRACT.
043500     SET TRX TO WS-SUB.
043600     IF  WS-TRT-GEO-KEY (TRX) EQUAL WS-GEO-KEY
043700         MOVE 'Y' TO WS-FOUND-SW
043800         MOVE WS-TRT-MSA (TRX)   TO WS-TABLE-MSA
043900         MOVE WS-TRT-LEVEL (TRX) TO WS-INCOME-LEVEL.
044000 2310-EXIT. EXIT.
044100     EJECT
044200*----------------------------------------------------------------*
044300*    3000-PRINT-DISTRIBUTION - THE RETURN SIDE OF THE SORT.  THE *
044400*    DISTRIBUTION RECORDS COME FIRST WITH BREAKS ON BRANCH,      *
044500*    TRACT, COUNTY AND MSA; THE EXCEPTIONS FOLLOW BY BRANCH.     *
044600*----------------------------------------------------------------*
044700 3000-PRINT-DISTRIBUTION.
044800     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
044900         UNTIL WS-88-SORT-EOF.
045000     IF  WS-88-GROUP-OPEN
045100         PERFORM 3500-CLOSE-MSA THRU 3500-EXIT.
045200 3000-EXIT. EXIT.
045300 3100-ONE-SORTED.
045400     RETURN SORT-FILE
045500         AT END MOVE 'Y' TO WS-SORT-EOF-SW
045600                GO TO 3100-EXIT.
045700     IF  SRT-88-EXCEPTION
045800         PERFORM 3600-ONE-EXCEPTION THRU 3600-EXIT
045900         GO TO 3100-EXIT.
046000     IF  WS-88-GROUP-OPEN
046100         IF  SRT-D-MSA NOT EQUAL WS-HLD-MSA
046200             PERFORM 3500-CLOSE-MSA THRU 3500-EXIT
046300         ELSE
046400         IF  SRT-D-STATE NOT EQUAL WS-HLD-STATE
046500         OR  SRT-D-COUNTY NOT EQUAL WS-HLD-COUNTY
046600             PERFORM 3400-CLOSE-COUNTY THRU 3400-EXIT
046700         ELSE
046800         IF  SRT-D-TRACT NOT EQUAL WS-HLD-TRACT
046900             PERFORM 3300-CLOSE-TRACT THRU 3300-EXIT
047000         ELSE
047100         IF  SRT-D-BRANCH NOT EQUAL WS-HLD-BRANCH
047200             PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT.
047300     MOVE 'Y'              TO WS-GROUP-OPEN-SW.
047400     MOVE SRT-D-MSA        TO WS-HLD-MSA.
047500     MOVE SRT-D-STATE      TO WS-HLD-STATE.
047600     MOVE SRT-D-COUNTY     TO WS-HLD-COUNTY.
047700     MOVE SRT-D-TRACT      TO WS-HLD-TRACT.
047800     MOVE SRT-D-BRANCH     TO WS-HLD-BRANCH.
047900     MOVE SRT-INCOME-LEVEL TO WS-HLD-LEVEL.
048000     ADD 1           TO WS-BRN-COUNT.
048100     ADD SRT-BALANCE TO WS-BRN-BALANCE.
048200 3100-EXIT. EXIT.
048300 3200-CLOSE-BRANCH.
048400     MOVE SPACES TO DTL-MSA DTL-STATE DTL-COUNTY DTL-TRACT.
048500     MOVE WS-HLD-MSA    TO DTL-MSA.
048600     MOVE WS-HLD-STATE  TO DTL-STATE.
048700     MOVE WS-HLD-COUNTY TO DTL-COUNTY.
048800     MOVE WS-HLD-TRACT  TO DTL-TRACT.
048900     MOVE SPACES TO DTL-LEVEL.
049000     PERFORM 3210-LEVEL-NAME THRU 3210-EXIT
049100         VARYING WS-LVL-SUB FROM 1 BY 1
049200         UNTIL WS-LVL-SUB GREATER THAN 4.
049300     MOVE WS-HLD-BRANCH  TO DTL-BRANCH.
049400     MOVE WS-BRN-COUNT   TO DTL-COUNT.
049500     MOVE WS-BRN-BALANCE TO DTL-BALANCE.
049600     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
049700     ADD WS-BRN-COUNT   TO WS-TRC-COUNT.
049800     ADD WS-BRN-BALANCE TO WS-TRC-BALANCE.
049900     MOVE ZERO TO WS-BRN-COUNT WS-BRN-BALANCE.
050000 3200-EXIT. EXIT.
050100 3210-LEVEL-NAME.
050200     IF  WS-LVN-CODE (WS-LVL-SUB) EQUAL WS-HLD-LEVEL
050300         MOVE WS-LVN-NAME (WS-LVL-SUB) TO DTL-LEVEL
050400         ADD WS-BRN-COUNT   TO WS-LVL-COUNT (WS-LVL-SUB)
050500         ADD WS-BRN-BALANCE TO WS-LVL-BALANCE (WS-LVL-SUB).
050600 3210-EXIT. EXIT.
050700 3300-CLOSE-TRACT.
050800     PERFORM 3200-CLOSE-BRANCH THRU 3200-EXIT.
050900     MOVE SPACES TO DTL-MSA DTL-STATE DTL-COUNTY DTL-LEVEL.
051000     MOVE WS-HLD-TRACT   TO DTL-TRACT.
051100     MOVE 'TRACT'        TO DTL-BRANCH.
051200     MOVE WS-TRC-COUNT   TO DTL-COUNT.
051300     MOVE WS-TRC-BALANCE TO DTL-BALANCE.
051400     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
051500     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
051600     ADD WS-TRC-COUNT   TO WS-CTY-COUNT.
051700     ADD WS-TRC-BALANCE TO WS-CTY-BALANCE.
051800     MOVE ZERO TO WS-TRC-COUNT WS-TRC-BALANCE.
051900 3300-EXIT. EXIT.
052000 3400-CLOSE-COUNTY.
052100     PERFORM 3300-CLOSE-TRACT THRU 3300-EXIT.
052200     MOVE SPACES TO DTL-MSA DTL-TRACT DTL-LEVEL.
052300     MOVE WS-HLD-STATE   TO DTL-STATE.
052400     MOVE WS-HLD-COUNTY  TO DTL-COUNTY.
052500     MOVE 'COUNTY'       TO DTL-BRANCH.
052600     MOVE WS-CTY-COUNT   TO DTL-COUNT.
052700     MOVE WS-CTY-BALANCE TO DTL-BALANCE.
052800     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
052900     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
053000     ADD WS-CTY-COUNT   TO WS-MSA-COUNT.
053100     ADD WS-CTY-BALANCE TO WS-MSA-BALANCE.
053200     MOVE ZERO TO WS-CTY-COUNT WS-CTY-BALANCE.
053300 3400-EXIT. EXIT.
053400 3500-CLOSE-MSA.
053500     PERFORM 3400-CLOSE-COUNTY THRU 3400-EXIT.
053600     MOVE SPACES TO DTL-STATE DTL-COUNTY DTL-TRACT DTL-LEVEL.
053700     MOVE WS-HLD-MSA     TO DTL-MSA.
053800     MOVE 'MSA'          TO DTL-BRANCH.
053900     MOVE WS-MSA-COUNT   TO DTL-COUNT.
054000     MOVE WS-MSA-BALANCE TO DTL-BALANCE.
054100     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
054200     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
054300     MOVE ZERO TO WS-MSA-COUNT WS-MSA-BALANCE.
054400     MOVE 'N' TO WS-GROUP-OPEN-SW.
054500 3500-EXIT. EXIT.
054600*----------------------------------------------------------------*
054700*    3600-ONE-EXCEPTION - THE FIRST EXCEPTION CLOSES THE LAST    *
054800*    MSA AND STARTS THE CORRECTION LIST; EACH BRANCH BREAK       *
054900*    SKIPS A LINE.                                               *
055000*----------------------------------------------------------------*
055100 3600-ONE-EXCEPTION.
055200     IF  WS-88-GROUP-OPEN
055300         PERFORM 3500-CLOSE-MSA THRU 3500-EXIT.
055400     IF  NOT WS-88-EXC-OPEN
055500         MOVE 'Y' TO WS-EXC-OPEN-SW
055600         MOVE SRT-X-BRANCH TO WS-HLD-X-BRANCH
055700         WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE
055800         MOVE SPACES TO CRA-DIST-RPT-LINE
055900         MOVE WS-EXC-HEADING TO CRA-DIST-RPT-LINE
056000         WRITE CRA-DIST-RPT-LINE
056100         WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
056200     IF  SRT-X-BRANCH NOT EQUAL WS-HLD-X-BRANCH
056300         MOVE SRT-X-BRANCH TO WS-HLD-X-BRANCH
056400         WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
056500     MOVE SRT-X-BRANCH  TO EXL-BRANCH.
056600     MOVE SRT-X-ACCOUNT TO EXL-ACCOUNT.
056700     MOVE SRT-G-MSA     TO EXL-MSA.
056800     MOVE SRT-G-STATE   TO EXL-STATE.
056900     MOVE SRT-G-COUNTY  TO EXL-COUNTY.
057000     MOVE SRT-G-TRACT   TO EXL-TRACT.
057100     MOVE SRT-REASON    TO EXL-REASON.
057200     MOVE SRT-BALANCE   TO EXL-BALANCE.
057300     MOVE SPACES TO CRA-DIST-RPT-LINE.
057400     MOVE WS-EXC-LINE TO CRA-DIST-RPT-LINE.
057500     WRITE CRA-DIST-RPT-LINE.
057600 3600-EXIT. EXIT.
057700 3900-PRINT-DETAIL.
057800     MOVE SPACES TO CRA-DIST-RPT-LINE.
057900     MOVE WS-DETAIL-LINE TO CRA-DIST-RPT-LINE.
058000     WRITE CRA-DIST-RPT-LINE.
058100 3900-EXIT. EXIT.
058200     EJECT
058300*----------------------------------------------------------------*
058400*    9000-TERMINATE - INCOME-CLASS TOTALS, SUMMARY AND CLOSES.   *
058500*----------------------------------------------------------------*
058600 9000-TERMINATE.
058700     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
058800     PERFORM 9200-PRINT-LEVEL THRU 9200-EXIT
058900         VARYING WS-LVL-SUB FROM 1 BY 1
059000         UNTIL WS-LVL-SUB GREATER THAN 4.
059100     WRITE CRA-DIST-RPT-LINE FROM WS-BLANK-LINE.
059200     MOVE 'TRACTS ON INCOME TABLE            ' TO SUM-LIT.
059300     MOVE WS-TOT-TRACTS TO SUM-COUNT.
059400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059500     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
059600     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
059700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059800     MOVE 'OPEN DEPOSIT ACCOUNTS             ' TO SUM-LIT.
059900     MOVE WS-TOT-DEPOSITS TO SUM-COUNT.
060000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
060100     MOVE 'ACCOUNTS GEOCODED                 ' TO SUM-LIT.
060200     MOVE WS-TOT-GEOCODED TO SUM-COUNT.
060300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
060400     MOVE 'GEOCODE EXCEPTIONS                ' TO SUM-LIT.
060500     MOVE WS-TOT-EXCEPTIONS TO SUM-COUNT.
060600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
060700     MOVE 'BALANCES GEOCODED                 ' TO AMT-LIT.
060800     MOVE WS-TOT-GEO-BALANCE TO AMT-VALUE.
060900     PERFORM 9110-PRINT-AMOUNT THRU 9110-EXIT.
061000     MOVE 'BALANCES WITH GEOCODE EXCEPTIONS  ' TO AMT-LIT.
061100     MOVE WS-TOT-EXC-BALANCE TO AMT-VALUE.
061200     PERFORM 9110-PRINT-AMOUNT THRU 9110-EXIT.
061300     MOVE 'E' TO I-O-CONTROL-OPERATOR.
061400     MOVE -1  TO I-O-SEND-CODE.
061500     CALL 'IMACTM' USING I-O-CONTROL-AREA
061600                         MASTER-AREA
061700                         SI-ENVIRONMENT-AREA.
061800     CLOSE CRA-TRACT-FILE.
061900     CLOSE CRA-DIST-RPT.
062000 9000-EXIT. EXIT.
062100 9100-PRINT-SUMMARY.
062200     MOVE SPACES TO CRA-DIST-RPT-LINE.
062300     MOVE WS-SUMMARY-LINE TO CRA-DIST-RPT-LINE.
062400     WRITE CRA-DIST-RPT-LINE.
062500 9100-EXIT. EXIT.
062600 9110-PRINT-AMOUNT.
062700     MOVE SPACES TO CRA-DIST-RPT-LINE.
062800     MOVE WS-AMOUNT-LINE TO CRA-DIST-RPT-LINE.
062900     WRITE CRA-DIST-RPT-LINE.
063000 9110-EXIT. EXIT.
063100 9200-PRINT-LEVEL.
063200     MOVE SPACES TO DTL-MSA DTL-STATE DTL-COUNTY DTL-TRACT.
063300     MOVE 'ALL TRACTS'   TO DTL-TRACT.
063400     MOVE WS-LVN-NAME (WS-LVL-SUB)    TO DTL-LEVEL.
063500     MOVE 'TOTAL'                     TO DTL-BRANCH.
063600     MOVE WS-LVL-COUNT (WS-LVL-SUB)   TO DTL-COUNT.
063700     MOVE WS-LVL-BALANCE (WS-LVL-SUB) TO DTL-BALANCE.
063800     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
063900 9200-EXIT. EXIT.
