*     * GN6208 * 10/06/26 JCTE STATEMENT CYCLE REBALANCING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMSTMCYC.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/06/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMSTMCYC MOVES ACCOUNTS FROM ONE STATEMENT CYCLE TO ANOTHER *
000900*    SO THE STATEMENT VOLUME IS SPREAD ACROSS THE MONTH INSTEAD  *
001000*    OF PILING UP AT MONTH-END.  A STATEMENT CYCLE IS THE DAY OF *
001100*    THE MONTH (01 THROUGH 31, 31 BEING MONTH-END) IN            *
001200*    WMS-NEXT-STMT-CYCLE AND IN EACH MONTH OF WMS-STMT-SCHEDULE  *
001300*    THAT CARRIES A STATEMENT.                                   *
001400*----------------------------------------------------------------*
001500*    THE PARAMETER CARD SELECTS THE MODE.  IN TARGET MODE (T)    *
001600*    THE TARGET FILE (IMSCYTGT) GIVES A PERCENTAGE FOR EACH      *
001700*    CYCLE IN THE PLAN; THE ACCOUNTS NOW ON THOSE CYCLES ARE     *
001800*    COUNTED AND ACCOUNTS ARE MOVED FROM EACH CYCLE OVER ITS     *
001900*    TARGET TO THE CYCLE FURTHEST UNDER ITS TARGET, UP TO THE    *
002000*    MAXIMUM ON THE PARAMETER CARD.  CYCLES NOT IN THE PLAN ARE  *
002100*    LEFT ALONE.  IN LIST MODE (L) THE ACCOUNT LIST (IMSCYLST)   *
002200*    NAMES EACH ACCOUNT AND ITS NEW CYCLE.  WITH THE REPORT-ONLY *
002300*    SWITCH SET NOTHING IS UPDATED OR WRITTEN BUT THE REPORT.    *
002400*----------------------------------------------------------------*
002500*    FOR EACH ACCOUNT MOVED THE STATEMENT SCHEDULE AND NEXT      *
002600*    CYCLE ARE CHANGED, AND A SERVICE-CHARGE OR IOD/SAVINGS      *
002700*    INTEREST CYCLE THAT RAN ON THE OLD STATEMENT DAY IS MOVED   *
002800*    WITH IT SO THE ANALYSIS AND INTEREST PERIODS STILL MATCH    *
002900*    THE STATEMENT.  A SHORT-PERIOD INTERIM STATEMENT IS CUT     *
003000*    FROM THE LAST STATEMENT DATE THROUGH THE RUN DATE, WITH ITS *
003100*    ITEMS FROM THE TRANSACTION HISTORY ARCHIVE (IMTHARCV), IN   *
003200*    THE STATEMENT PRINT EXTRACT LAYOUT SO IMESTMT AND IMSTMARC  *
003300*    TAKE IT LIKE ANY OTHER STATEMENT; THE STATEMENT TOTALS ARE  *
003400*    THEN RESTARTED FROM THE RUN DATE SO NO ACTIVITY FALLS       *
003500*    BETWEEN THE OLD CYCLE AND THE NEW ONE.                      *
003600*----------------------------------------------------------------*
003700*    A DATE-CHANGE NOTICE EXTRACT RECORD (IMSCYNTX) IS WRITTEN   *
003800*    FOR THE MAILING VENDOR FOR EVERY ACCOUNT MOVED, AND THE     *
003900*    REPORT (IMSCYRPT) SHOWS EACH MOVE AND THE STATEMENT VOLUME  *
004000*    BY CYCLE DAY BEFORE AND AFTER.  THE INTERIM STATEMENTS AND  *
004100*    NOTICES ARE MANIFESTED THROUGH IMMANFST.  A BAD PARAMETER   *
004200*    CARD OR TARGET FILE STOPS THE RUN WITH RETURN CODE 16       *
004300*    BEFORE ANY ACCOUNT IS TOUCHED.                              *
004400*----------------------------------------------------------------*
004500*----------------------------------------------------------------*
004600*               ** HISTORY OF REVISIONS **                      *
004700* DESCRIPTION                                           CHNGID  *
004800* ____________________________________________________ _______ *
004900* 10/06/26 JCTE NEW PROGRAM - STATEMENT CYCLE REBALANCE  GN6208 *
005000*                WITH INTERIM STATEMENTS AND DATE-CHANGE        *
005100*                NOTICES                                        *
005200*----------------------------------------------------------------*
005300 ENVIRONMENT    DIVISION.
005400 INPUT-OUTPUT   SECTION.
005500 FILE-CONTROL.
005600     SELECT SCP-PARM-FILE     ASSIGN TO "IMSCYPRM"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT OPTIONAL TARGET-FILE ASSIGN TO "IMSCYTGT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-TGT-FILE-STATUS.
006100     SELECT OPTIONAL ACCOUNT-LIST ASSIGN TO "IMSCYLST"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-LST-FILE-STATUS.
006400     SELECT TRAN-HIST-ARCHIVE ASSIGN TO "IMTHARCV"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS THA-KEY.
006800     SELECT INTERIM-STMT-FILE ASSIGN TO "IMSCYSTM"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT NOTICE-EXTRACT    ASSIGN TO "IMSCYNTX"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT CYCLE-RPT         ASSIGN TO "IMSCYRPT"
007300         ORGANIZATION IS SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SCP-PARM-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  SCP-PARM-RECORD.
007900     03  SCP-RUN-DATE                PIC 9(6).
008000     03  SCP-MODE                    PIC X.
008100         88  SCP-88-TARGET-MODE      VALUE 'T'.
008200         88  SCP-88-LIST-MODE        VALUE 'L'.
008300     03  SCP-MAX-MOVES               PIC 9(7).
008400     03  SCP-REPORT-ONLY             PIC X.
008500         88  SCP-88-REPORT-ONLY      VALUE 'Y'.
008600     03  FILLER                      PIC X(65).
008700 FD  TARGET-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  TARGET-RECORD.
009000     03  SCT-CYCLE                   PIC XX.
009100     03  SCT-PERCENT                 PIC 9(3)V99.
009200     03  FILLER                      PIC X(73).
009300 FD  ACCOUNT-LIST
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  ACCOUNT-LIST-RECORD.
009600     03  SCL-ACCOUNT                 PIC X(22).
009700     03  SCL-NEW-CYCLE               PIC XX.
009800     03  FILLER                      PIC X(56).
009900 FD  TRAN-HIST-ARCHIVE.
010000     COPY IMWSTHAR.
010100 FD  INTERIM-STMT-FILE
010200     RECORD CONTAINS 165 CHARACTERS.
010300 01  INTERIM-STMT-RECORD.
010400     03  ISR-ACCOUNT                 PIC X(22).
010500     03  ISR-CYCLE-DATE              PIC 9(6).
010600     03  ISR-LINE-SEQ                PIC 9(4).
010700     03  ISR-IMAGE                   PIC X(133).
010800 FD  NOTICE-EXTRACT
010900     RECORD CONTAINS 200 CHARACTERS.
011000 01  NOTICE-EXTRACT-RECORD.
011100     03  NTX-ACCOUNT                 PIC X(22).
011200     03  NTX-NAME-ADDRESS            PIC X(40)   OCCURS 4 TIMES.
011300     03  NTX-OLD-CYCLE               PIC XX.
011400     03  NTX-NEW-CYCLE               PIC XX.
011500     03  NTX-EFFECTIVE-DATE          PIC 9(6).
011600     03  NTX-INTERIM-SW              PIC X.
011700     03  FILLER                      PIC X(7).
011800 FD  CYCLE-RPT
011900     RECORD CONTAINS 133 CHARACTERS.
012000 01  CYCLE-RPT-LINE                  PIC X(133).
012100 WORKING-STORAGE SECTION.
012200 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMSTMCYC'.
012300 01  WS-TGT-FILE-STATUS              PIC XX      VALUE '00'.
012400     88  WS-88-TGT-MISSING           VALUE '05' '35'.
012500 01  WS-LST-FILE-STATUS              PIC XX      VALUE '00'.
012600     88  WS-88-LST-MISSING           VALUE '05' '35'.
012700 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
012800 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
012900     03  WS-RUN-YR                   PIC 99.
013000     03  WS-RUN-MO                   PIC 99.
013100     03  WS-RUN-DA                   PIC 99.
013200 01  WS-LAST-STMT-X                  PIC X(6)    VALUE SPACES.
013300 01  WS-LAST-STMT-YYMMDD REDEFINES WS-LAST-STMT-X
013400                                     PIC 9(6).
013500 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013600 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
013700     03  WS-WORK-YR                  PIC 99.
013800     03  WS-WORK-MO                  PIC 99.
013900     03  WS-WORK-DA                  PIC 99.
014000 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014100 01  WS-MAX-MOVES                    PIC S9(7)   COMP-3 VALUE 0.
014200 01  WS-SWITCHES.
014300     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
014400         88  WS-88-MASTER-EOF        VALUE 'Y'.
014500     03  WS-FILE-EOF-SW              PIC X(1)    VALUE 'N'.
014600         88  WS-88-FILE-EOF          VALUE 'Y'.
014700     03  WS-ARCHIVE-EOF-SW           PIC X(1)    VALUE 'N'.
014800         88  WS-88-ARCHIVE-EOF       VALUE 'Y'.
014900     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
015000         88  WS-88-PARM-ERROR        VALUE 'Y'.
015100     03  WS-SC-MOVED-SW              PIC X(1)    VALUE 'N'.
015200         88  WS-88-SC-MOVED          VALUE 'Y'.
015300     03  WS-INT-MOVED-SW             PIC X(1)    VALUE 'N'.
015400         88  WS-88-INT-MOVED         VALUE 'Y'.
015500     03  WS-INTERIM-SW               PIC X(1)    VALUE 'N'.
015600         88  WS-88-INTERIM           VALUE 'Y'.
015700 01  WS-CYCLE-WORK                   PIC XX      VALUE SPACES.
015800 01  WS-CYCLE-NO REDEFINES WS-CYCLE-WORK
015900                                     PIC 99.
016000 01  WS-OLD-CYCLE                    PIC XX      VALUE SPACES.
016100 01  WS-OLD-SUB                      PIC S9(5)   COMP VALUE 0.
016200 01  WS-NEW-CYCLE                    PIC XX      VALUE SPACES.
016300 01  WS-NEW-SUB                      PIC S9(5)   COMP VALUE 0.
016400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
016500 01  WS-NA-SUB                       PIC S9(5)   COMP VALUE 0.
016600 01  WS-BEST-DEFICIT                 PIC S9(9)   COMP-3 VALUE 0.
016700 01  WS-PLAN-POPULATION              PIC S9(9)   COMP-3 VALUE 0.
016800 01  WS-PLAN-PERCENT                 PIC S9(5)V99 COMP-3 VALUE 0.
016900 01  WS-CYCLE-PCT                    PIC S9(3)V99 COMP-3 VALUE 0.
017000 01  WS-LINE-SEQ                     PIC 9(4)    VALUE 0.
017100 01  WS-ITEM-COUNT                   PIC S9(5)   COMP VALUE 0.
017200 01  WS-NOTE                         PIC X(30)   VALUE SPACES.
017300     EJECT
017400*----------------------------------------------------------------*
017500*    STATEMENT VOLUME BY CYCLE DAY.  TARGET AND SURPLUS/DEFICIT  *
017600*    ARE FILLED ONLY FOR THE CYCLES IN THE TARGET PLAN.          *
017700*----------------------------------------------------------------*
017800 01  WS-CYCLE-TABLE.
017900     03  WS-CYC-ENTRY OCCURS 31 TIMES
018000                      INDEXED BY CYX.
018100         05  WS-CYC-IN-PLAN-SW       PIC X.
018200             88  WS-88-CYC-IN-PLAN   VALUE 'Y'.
018300         05  WS-CYC-PERCENT          PIC S9(3)V99 COMP-3.
018400         05  WS-CYC-BEFORE           PIC S9(9)   COMP-3.
018500         05  WS-CYC-TARGET           PIC S9(9)   COMP-3.
018600         05  WS-CYC-AFTER            PIC S9(9)   COMP-3.
018700         05  WS-CYC-SURPLUS          PIC S9(9)   COMP-3.
018800         05  WS-CYC-DEFICIT          PIC S9(9)   COMP-3.
018900 01  WS-OTHER-COUNT                  PIC S9(9)   COMP-3 VALUE 0.
019000 01  WS-VOLUME-TOTAL                 PIC S9(9)   COMP-3 VALUE 0.
019100     EJECT
019200 01  WS-TOTALS.
019300     03  WS-TOT-ACCTS-READ           PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-TARGET-RECS          PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-LIST-RECS            PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-LIST-REJECTS         PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-MOVED                PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-INTERIM              PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-STMT-LINES           PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-ITEMS                PIC 9(7)    COMP VALUE 0.
020100     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
020200     03  WS-TOT-SC-MOVED             PIC 9(7)    COMP VALUE 0.
020300     03  WS-TOT-INT-MOVED            PIC 9(7)    COMP VALUE 0.
020400     03  WS-TOT-INTERIM-BAL          PIC S9(15)V99 COMP-3 VALUE 0.
020500     EJECT
020600 01  WS-REPORT-TITLE.
020700     03  FILLER                      PIC X(48)   VALUE
020800         'IMSTMCYC - STATEMENT CYCLE REBALANCING          '.
020900     03  FILLER                      PIC X(9)    VALUE
021000         'RUN DATE '.
021100     03  TTL-RUN-DATE                PIC X(8).
021200     03  FILLER                      PIC X(68)   VALUE SPACES.
021300 01  WS-SECTION-LINE.
021400     03  FILLER                      PIC X(4)    VALUE SPACES.
021500     03  SEC-TITLE                   PIC X(40).
021600     03  FILLER                      PIC X(89)   VALUE SPACES.
021700 01  WS-PARM-LINE.
021800     03  FILLER                      PIC X(4)    VALUE SPACES.
021900     03  PRM-LIT                     PIC X(34).
022000     03  PRM-VALUE                   PIC X(40).
022100     03  FILLER                      PIC X(55)   VALUE SPACES.
022200 01  WS-DETAIL-HEAD.
022300     03  FILLER                      PIC X(4)    VALUE SPACES.
022400     03  FILLER                      PIC X(50)   VALUE
022500         'ACCOUNT                NAME                    OLD'.
022600     03  FILLER                      PIC X(50)   VALUE
022700         '  NEW  STMT  ITEMS  SC  INT  NOTE                 '.
022800     03  FILLER                      PIC X(29)   VALUE SPACES.
022900 01  WS-DETAIL-LINE.
023000     03  FILLER                      PIC X(4)    VALUE SPACES.
023100     03  DTL-ACCOUNT                 PIC X(22).
023200     03  FILLER                      PIC X(1)    VALUE SPACES.
023300     03  DTL-NAME                    PIC X(24).
023400     03  FILLER                      PIC X(1)    VALUE SPACES.
023500     03  DTL-OLD-CYCLE               PIC XX.
023600     03  FILLER                      PIC X(3)    VALUE SPACES.
023700     03  DTL-NEW-CYCLE               PIC XX.
023800     03  FILLER                      PIC X(2)    VALUE SPACES.
023900     03  DTL-INTERIM                 PIC X(4).
024000     03  FILLER                      PIC X(1)    VALUE SPACES.
024100     03  DTL-ITEMS                   PIC ZZ,ZZ9.
024200     03  FILLER                      PIC X(2)    VALUE SPACES.
024300     03  DTL-SC                      PIC X(3).
024400     03  FILLER                      PIC X(1)    VALUE SPACES.
024500     03  DTL-INT                     PIC X(3).
024600     03  FILLER                      PIC X(2)    VALUE SPACES.
024700     03  DTL-NOTE                    PIC X(30).
024800     03  FILLER                      PIC X(20)   VALUE SPACES.
024900 01  WS-VOLUME-HEAD.
025000     03  FILLER                      PIC X(4)    VALUE SPACES.
025100     03  FILLER                      PIC X(50)   VALUE
025200         'CYCLE         BEFORE       TARGET        AFTER    '.
025300     03  FILLER                      PIC X(50)   VALUE
025400         '   CHANGE % BEFORE % AFTER                        '.
025500     03  FILLER                      PIC X(29)   VALUE SPACES.
025600 01  WS-VOLUME-LINE.
025700     03  FILLER                      PIC X(4)    VALUE SPACES.
025800     03  VOL-CYCLE                   PIC X(9).
025900     03  VOL-BEFORE                  PIC ZZZ,ZZZ,ZZ9.
026000     03  FILLER                      PIC X(2)    VALUE SPACES.
026100     03  VOL-TARGET                  PIC ZZZ,ZZZ,ZZ9.
026200     03  FILLER                      PIC X(2)    VALUE SPACES.
026300     03  VOL-AFTER                   PIC ZZZ,ZZZ,ZZ9.
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  VOL-CHANGE                  PIC ZZZ,ZZZ,ZZ9-.
026600     03  FILLER                      PIC X(2)    VALUE SPACES.
026700     03  VOL-PCT-BEFORE              PIC ZZ9.99.
026800     03  FILLER                      PIC X(2)    VALUE SPACES.
026900     03  VOL-PCT-AFTER               PIC ZZ9.99.
027000     03  FILLER                      PIC X(53)   VALUE SPACES.
027100 01  WS-SUMMARY-LINE.
027200     03  FILLER                      PIC X(4)    VALUE SPACES.
027300     03  SUM-LIT                     PIC X(34).
027400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
027500     03  FILLER                      PIC X(88)   VALUE SPACES.
027600 01  WS-SUMMARY-AMT-LINE.
027700     03  FILLER                      PIC X(4)    VALUE SPACES.
027800     03  SUMA-LIT                    PIC X(34).
027900     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
028000     03  FILLER                      PIC X(74)   VALUE SPACES.
028100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
028200     EJECT
028300*----------------------------------------------------------------*
028400*    THE INTERIM STATEMENT LINES.                                *
028500*----------------------------------------------------------------*
028600 01  WS-STM-TEXT-LINE.
028700     03  FILLER                      PIC X(4)    VALUE SPACES.
028800     03  STX-TEXT                    PIC X(80).
028900     03  FILLER                      PIC X(49)   VALUE SPACES.
029000 01  WS-STM-AMT-LINE.
029100     03  FILLER                      PIC X(4)    VALUE SPACES.
029200     03  STA-LIT                     PIC X(30).
029300     03  STA-COUNT                   PIC ZZ,ZZ9.
029400     03  FILLER                      PIC X(2)    VALUE SPACES.
029500     03  STA-AMT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
029600     03  FILLER                      PIC X(74)   VALUE SPACES.
029700 01  WS-STM-ITEM-HEAD.
029800     03  FILLER                      PIC X(4)    VALUE SPACES.
029900     03  FILLER                      PIC X(50)   VALUE
030000         'POSTED    CODE      SERIAL            AMOUNT      '.
030100     03  FILLER                      PIC X(79)   VALUE SPACES.
030200 01  WS-STM-ITEM-LINE.
030300     03  FILLER                      PIC X(4)    VALUE SPACES.
030400     03  STI-DATE                    PIC X(8).
030500     03  FILLER                      PIC X(2)    VALUE SPACES.
030600     03  STI-CODE                    PIC XX.
030700     03  FILLER                      PIC X(2)    VALUE SPACES.
030800     03  STI-SERIAL                  PIC Z(9)9.
030900     03  FILLER                      PIC X(2)    VALUE SPACES.
031000     03  STI-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
031100     03  FILLER                      PIC X(87)   VALUE SPACES.
031200     EJECT
031300     COPY IMWSMNRQ.
031400     EJECT
031500 LINKAGE SECTION.
031600     COPY SIWSCNTL.
031700     EJECT
031800     COPY IMAWKMST.
031900     EJECT
032000     COPY IMWSENVO.
032100     EJECT
032200 PROCEDURE DIVISION.
032300*----------------------------------------------------------------*
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032600     IF  WS-88-PARM-ERROR
032700         GO TO 0000-FINISH.
032800     PERFORM 2000-COUNT-VOLUME    THRU 2000-EXIT.
032900     IF  SCP-88-TARGET-MODE
033000         PERFORM 2500-PLAN-TARGETS THRU 2500-EXIT.
033100     MOVE 'ACCOUNTS MOVED' TO SEC-TITLE.
033200     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
033300     MOVE SPACES TO CYCLE-RPT-LINE.
033400     MOVE WS-DETAIL-HEAD TO CYCLE-RPT-LINE.
033500     WRITE CYCLE-RPT-LINE.
033600     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
033700     MOVE SPACES TO SI-ENVIRONMENT-AREA.
033800     MOVE '1' TO SI-ENVIRONMENT-VSAM.
033900     MOVE 'O' TO I-O-CONTROL-OPERATOR.
034000     MOVE 'U' TO I-O-CONTROL-ACCESS.
034100     IF  SCP-88-REPORT-ONLY
034200         MOVE 'I' TO I-O-CONTROL-ACCESS.
034300     MOVE -1  TO I-O-SEND-CODE.
034400     CALL 'IMACTM' USING I-O-CONTROL-AREA
034500                         MASTER-AREA
034600                         SI-ENVIRONMENT-AREA.
034700     IF  SCP-88-TARGET-MODE
034800         MOVE 'N' TO WS-MASTER-EOF-SW
034900         PERFORM 3000-REBALANCE   THRU 3000-EXIT
035000             UNTIL WS-88-MASTER-EOF
035100     ELSE
035200         MOVE 'N' TO WS-FILE-EOF-SW
035300         PERFORM 3500-LIST-MOVE   THRU 3500-EXIT
035400             UNTIL WS-88-FILE-EOF.
035500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
035600     MOVE -1   TO I-O-SEND-CODE.
035700     CALL 'IMACTM' USING I-O-CONTROL-AREA
035800                         MASTER-AREA
035900                         SI-ENVIRONMENT-AREA.
036000     PERFORM 6000-VOLUME-REPORT   THRU 6000-EXIT.
036100 0000-FINISH.
036200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
036300     IF  WS-88-PARM-ERROR
036400         MOVE 16 TO RETURN-CODE.
036500     GOBACK.
036600     EJECT
036700*----------------------------------------------------------------*
036800*    1000-INITIALIZE - PARAMETER CARD, TARGET PLAN AND FILE      *
036900*    OPENS.  IN TARGET MODE THE PLAN'S PERCENTAGES MUST TOTAL    *
037000*    100 AND NAME ONLY CYCLES 01 THROUGH 31; IN LIST MODE THE    *
037100*    ACCOUNT LIST MUST BE PRESENT.                               *
037200*----------------------------------------------------------------*
037300 1000-INITIALIZE.
037400     OPEN INPUT SCP-PARM-FILE.
037500     READ SCP-PARM-FILE
037600         AT END MOVE SPACES TO SCP-PARM-RECORD.
037700     CLOSE SCP-PARM-FILE.
037800     IF  SCP-RUN-DATE NUMERIC
037900     AND SCP-RUN-DATE GREATER THAN ZERO
038000         MOVE SCP-RUN-DATE TO WS-RUN-DATE-YYMMDD
038100     ELSE
038200         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
038300     IF  SCP-MAX-MOVES NUMERIC
038400         MOVE SCP-MAX-MOVES TO WS-MAX-MOVES.
038500     PERFORM 1050-CLEAR-CYCLE THRU 1050-EXIT
038600         VARYING CYX FROM 1 BY 1
038700         UNTIL CYX GREATER THAN 31.
038800     OPEN OUTPUT CYCLE-RPT.
038900     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
039000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
039100     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
039200     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
039300     MOVE SPACES TO CYCLE-RPT-LINE.
039400     MOVE WS-REPORT-TITLE TO CYCLE-RPT-LINE.
039500     WRITE CYCLE-RPT-LINE.
039600     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
039700     MOVE 'MODE                              ' TO PRM-LIT.
039800     MOVE 'INVALID' TO PRM-VALUE.
039900     IF  SCP-88-TARGET-MODE
040000         MOVE 'TARGET DISTRIBUTION' TO PRM-VALUE.
040100     IF  SCP-88-LIST-MODE
040200         MOVE 'ACCOUNT LIST' TO PRM-VALUE.
040300     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
040400     MOVE 'REPORT ONLY                       ' TO PRM-LIT.
040500     MOVE 'NO' TO PRM-VALUE.
040600     IF  SCP-88-REPORT-ONLY
040700         MOVE 'YES - NO ACCOUNTS UPDATED' TO PRM-VALUE.
040800     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
040900     MOVE 'MAXIMUM ACCOUNTS TO MOVE          ' TO PRM-LIT.
041000     MOVE WS-MAX-MOVES TO SUM-COUNT.
041100     MOVE SUM-COUNT TO PRM-VALUE.
041200     IF  WS-MAX-MOVES EQUAL ZERO
041300         MOVE 'NO LIMIT' TO PRM-VALUE.
041400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
041500     IF  NOT SCP-88-TARGET-MODE
041600     AND NOT SCP-88-LIST-MODE
041700         MOVE 'PARAMETER ERROR - MODE NOT T OR L' TO SEC-TITLE
041800         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
041900         MOVE 'Y' TO WS-PARM-ERROR-SW
042000         GO TO 1000-EXIT.
042100     IF  SCP-88-TARGET-MODE
042200         PERFORM 1100-LOAD-TARGETS THRU 1100-EXIT.
042300     IF  SCP-88-LIST-MODE
042400         OPEN INPUT ACCOUNT-LIST
042500         IF  WS-88-LST-MISSING
042600             MOVE 'PARAMETER ERROR - NO ACCOUNT LIST' TO SEC-TITLE
042700             PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
042800             MOVE 'Y' TO WS-PARM-ERROR-SW.
042900     IF  WS-88-PARM-ERROR
043000         GO TO 1000-EXIT.
043100     OPEN INPUT TRAN-HIST-ARCHIVE.
043200     OPEN OUTPUT INTERIM-STMT-FILE.
043300     OPEN OUTPUT NOTICE-EXTRACT.
043400 1000-EXIT. EXIT.
043500 1050-CLEAR-CYCLE.
043600     MOVE 'N'  TO WS-CYC-IN-PLAN-SW (CYX).
043700     MOVE ZERO TO WS-CYC-PERCENT (CYX) WS-CYC-BEFORE (CYX)
043800                  WS-CYC-TARGET (CYX) WS-CYC-AFTER (CYX)
043900                  WS-CYC-SURPLUS (CYX) WS-CYC-DEFICIT (CYX).
044000 1050-EXIT. EXIT.
044100*----------------------------------------------------------------*
044200*    1100-LOAD-TARGETS - ONE TARGET CARD PER CYCLE IN THE PLAN.  *
044300*----------------------------------------------------------------*
044400 1100-LOAD-TARGETS.
044500     OPEN INPUT TARGET-FILE.
044600     IF  WS-88-TGT-MISSING
044700         MOVE 'PARAMETER ERROR - NO TARGET FILE' TO SEC-TITLE
044800         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
044900         MOVE 'Y' TO WS-PARM-ERROR-SW
045000         GO TO 1100-EXIT.
045100     MOVE 'N' TO WS-FILE-EOF-SW.
045200     PERFORM 1150-READ-TARGET THRU 1150-EXIT
045300         UNTIL WS-88-FILE-EOF.
045400     CLOSE TARGET-FILE.
045500     MOVE 'TARGET PLAN PERCENT TOTAL         ' TO PRM-LIT.
045600     MOVE WS-PLAN-PERCENT TO VOL-PCT-BEFORE.
045700     MOVE VOL-PCT-BEFORE TO PRM-VALUE.
045800     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
045900     IF  WS-88-PARM-ERROR
046000         GO TO 1100-EXIT.
046100     IF  WS-PLAN-PERCENT NOT EQUAL 100
046200         MOVE 'PARAMETER ERROR - PLAN NOT 100 PERCENT'
046300             TO SEC-TITLE
046400         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
046500         MOVE 'Y' TO WS-PARM-ERROR-SW.
046600 1100-EXIT. EXIT.
046700 1150-READ-TARGET.
046800     READ TARGET-FILE
046900         AT END MOVE 'Y' TO WS-FILE-EOF-SW
047000                GO TO 1150-EXIT.
047100     ADD 1 TO WS-TOT-TARGET-RECS.
047200     MOVE SCT-CYCLE TO WS-CYCLE-WORK.
047300     PERFORM 7300-TEST-CYCLE THRU 7300-EXIT.
047400     IF  WS-SUB EQUAL ZERO
047500     OR  SCT-PERCENT NOT NUMERIC
047600         MOVE 'PARAMETER ERROR - BAD TARGET CARD' TO SEC-TITLE
047700         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
047800         MOVE 'Y' TO WS-PARM-ERROR-SW
047900         GO TO 1150-EXIT.
048000     SET CYX TO WS-SUB.
048100     MOVE 'Y' TO WS-CYC-IN-PLAN-SW (CYX).
048200     MOVE SCT-PERCENT TO WS-CYC-PERCENT (CYX).
048300     ADD SCT-PERCENT TO WS-PLAN-PERCENT.
048400 1150-EXIT. EXIT.
048500     EJECT
048600*----------------------------------------------------------------*
048700*    2000-COUNT-VOLUME - FIRST PASS OF THE MASTER.  EVERY OPEN   *
048800*    ACCOUNT WITH A NEXT STATEMENT CYCLE IS COUNTED ON ITS CYCLE *
048900*    DAY, OR AS OTHER WHEN THE CYCLE IS NOT A DAY OF THE MONTH.  *
049000*----------------------------------------------------------------*
049100 2000-COUNT-VOLUME.
049200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
049300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
049400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
049500     MOVE 'I' TO I-O-CONTROL-ACCESS.
049600     MOVE -1  TO I-O-SEND-CODE.
049700     CALL 'IMACTM' USING I-O-CONTROL-AREA
049800                         MASTER-AREA
049900                         SI-ENVIRONMENT-AREA.
050000     MOVE 'N' TO WS-MASTER-EOF-SW.
050100     PERFORM 2100-COUNT-ACCOUNT THRU 2100-EXIT
050200         UNTIL WS-88-MASTER-EOF.
050300     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
050400     MOVE -1   TO I-O-SEND-CODE.
050500     CALL 'IMACTM' USING I-O-CONTROL-AREA
050600                         MASTER-AREA
050700                         SI-ENVIRONMENT-AREA.
050800     PERFORM 2200-COPY-BEFORE THRU 2200-EXIT
050900         VARYING CYX FROM 1 BY 1
051000         UNTIL CYX GREATER THAN 31.
051100 2000-EXIT. EXIT.
051200 2100-COUNT-ACCOUNT.
051300     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
051400     MOVE -1   TO I-O-SEND-CODE.
051500     CALL 'IMACTM' USING I-O-CONTROL-AREA
051600                         MASTER-AREA
051700                         SI-ENVIRONMENT-AREA.
051800     IF  I-O-88-END-OF-FILE
051900         MOVE 'Y' TO WS-MASTER-EOF-SW
052000         GO TO 2100-EXIT.
052100     ADD 1 TO WS-TOT-ACCTS-READ.
052200     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
052300     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
052400     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
052500         GO TO 2100-EXIT.
052600     IF  WMS-NEXT-STMT-CYCLE EQUAL SPACES
052700     OR  WMS-NEXT-STMT-CYCLE EQUAL LOW-VALUES
052800         GO TO 2100-EXIT.
052900     ADD 1 TO WS-VOLUME-TOTAL.
053000     MOVE WMS-NEXT-STMT-CYCLE TO WS-CYCLE-WORK.
053100     PERFORM 7300-TEST-CYCLE THRU 7300-EXIT.
053200     IF  WS-SUB EQUAL ZERO
053300         ADD 1 TO WS-OTHER-COUNT
053400         GO TO 2100-EXIT.
053500     SET CYX TO WS-SUB.
053600     ADD 1 TO WS-CYC-BEFORE (CYX).
053700 2100-EXIT. EXIT.
053800 2200-COPY-BEFORE.
053900     MOVE WS-CYC-BEFORE (CYX) TO WS-CYC-AFTER (CYX).
054000 2200-EXIT. EXIT.
054100     EJECT
054200*----------------------------------------------------------------*
054300*    2500-PLAN-TARGETS - THE PLAN'S POPULATION IS EVERY ACCOUNT  *
054400*    NOW ON A CYCLE IN THE PLAN.  EACH CYCLE'S TARGET IS ITS     *
054500*    PERCENTAGE OF THAT POPULATION; A CYCLE OVER ITS TARGET HAS  *
054600*    A SURPLUS TO GIVE AND A CYCLE UNDER IT A DEFICIT TO TAKE.   *
054700*----------------------------------------------------------------*
054800 2500-PLAN-TARGETS.
054900     MOVE ZERO TO WS-PLAN-POPULATION.
055000     PERFORM 2510-ADD-POPULATION THRU 2510-EXIT
055100         VARYING CYX FROM 1 BY 1
055200         UNTIL CYX GREATER THAN 31.
055300     PERFORM 2520-SET-TARGET THRU 2520-EXIT
055400         VARYING CYX FROM 1 BY 1
055500         UNTIL CYX GREATER THAN 31.
055600 2500-EXIT. EXIT.
055700 2510-ADD-POPULATION.
055800     IF  WS-88-CYC-IN-PLAN (CYX)
055900         ADD WS-CYC-BEFORE (CYX) TO WS-PLAN-POPULATION.
056000 2510-EXIT. EXIT.
056100 2520-SET-TARGET.
056200     IF  NOT WS-88-CYC-IN-PLAN (CYX)
056300         GO TO 2520-EXIT.
056400     COMPUTE WS-CYC-TARGET (CYX) ROUNDED =
056500         WS-PLAN-POPULATION * WS-CYC-PERCENT (CYX) / 100.
056600     IF  WS-CYC-BEFORE (CYX) GREATER THAN WS-CYC-TARGET (CYX)
056700         COMPUTE WS-CYC-SURPLUS (CYX) =
056800             WS-CYC-BEFORE (CYX) - WS-CYC-TARGET (CYX)
056900     ELSE
057000         COMPUTE WS-CYC-DEFICIT (CYX) =
057100             WS-CYC-TARGET (CYX) - WS-CYC-BEFORE (CYX).
057200 2520-EXIT. EXIT.
057300     EJECT
057400*----------------------------------------------------------------*
057500*    3000-REBALANCE - SECOND PASS OF THE MASTER IN TARGET MODE.  *
057600*    AN ACCOUNT ON A CYCLE WITH SURPLUS LEFT MOVES TO THE CYCLE  *
057700*    WITH THE MOST DEFICIT LEFT, UNTIL THE SURPLUS, THE DEFICIT  *
057800*    OR THE MAXIMUM MOVES RUN OUT.                               *
057900*----------------------------------------------------------------*
058000 3000-REBALANCE.
058100     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
058200     MOVE -1   TO I-O-SEND-CODE.
058300     CALL 'IMACTM' USING I-O-CONTROL-AREA
058400                         MASTER-AREA
058500                         SI-ENVIRONMENT-AREA.
058600     IF  I-O-88-END-OF-FILE
058700         MOVE 'Y' TO WS-MASTER-EOF-SW
058800         GO TO 3000-EXIT.
058900     IF  WS-MAX-MOVES GREATER THAN ZERO
059000     AND WS-TOT-MOVED NOT LESS THAN WS-MAX-MOVES
059100         MOVE 'Y' TO WS-MASTER-EOF-SW
059200         GO TO 3000-EXIT.
059300     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
059400     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
059500     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
059600         GO TO 3000-EXIT.
059700     MOVE WMS-NEXT-STMT-CYCLE TO WS-CYCLE-WORK.
059800     PERFORM 7300-TEST-CYCLE THRU 7300-EXIT.
059900     IF  WS-SUB EQUAL ZERO
060000         GO TO 3000-EXIT.
060100     SET CYX TO WS-SUB.
060200     IF  WS-CYC-SURPLUS (CYX) NOT GREATER THAN ZERO
060300         GO TO 3000-EXIT.
060400     MOVE WS-SUB TO WS-OLD-SUB.
060500     MOVE ZERO TO WS-NEW-SUB WS-BEST-DEFICIT.
060600     PERFORM 3050-FIND-DEFICIT THRU 3050-EXIT
060700         VARYING CYX FROM 1 BY 1
060800         UNTIL CYX GREATER THAN 31.
060900     IF  WS-NEW-SUB EQUAL ZERO
061000         MOVE 'Y' TO WS-MASTER-EOF-SW
061100         GO TO 3000-EXIT.
061200     SET CYX TO WS-OLD-SUB.
061300     SUBTRACT 1 FROM WS-CYC-SURPLUS (CYX).
061400     SET CYX TO WS-NEW-SUB.
061500     SUBTRACT 1 FROM WS-CYC-DEFICIT (CYX).
061600     MOVE WMS-NEXT-STMT-CYCLE TO WS-OLD-CYCLE.
061700     MOVE WS-NEW-SUB TO WS-CYCLE-NO.
061800     MOVE WS-CYCLE-WORK TO WS-NEW-CYCLE.
061900     PERFORM 4000-MOVE-ACCOUNT THRU 4000-EXIT.
062000 3000-EXIT. EXIT.
062100 3050-FIND-DEFICIT.
062200     IF  WS-CYC-DEFICIT (CYX) GREATER THAN WS-BEST-DEFICIT
062300         MOVE WS-CYC-DEFICIT (CYX) TO WS-BEST-DEFICIT
062400         SET WS-NEW-SUB TO CYX.
062500 3050-EXIT. EXIT.
062600     EJECT
062700*----------------------------------------------------------------*
062800*    3500-LIST-MOVE - LIST MODE.  EACH CARD NAMES AN ACCOUNT AND *
062900*    ITS NEW CYCLE; A CARD IS REJECTED WHEN THE ACCOUNT IS NOT   *
063000*    ON THE MASTER OR CLOSED, HAS NO STATEMENT CYCLE, IS ALREADY *
063100*    ON THE NEW CYCLE, OR THE NEW CYCLE IS NOT A DAY OF THE      *
063200*    MONTH.                                                      *
063300*----------------------------------------------------------------*
063400 3500-LIST-MOVE.
063500     READ ACCOUNT-LIST
063600         AT END MOVE 'Y' TO WS-FILE-EOF-SW
063700                GO TO 3500-EXIT.
063800     ADD 1 TO WS-TOT-LIST-RECS.
063900     MOVE SPACES TO WS-NOTE.
064000     MOVE SCL-NEW-CYCLE TO WS-CYCLE-WORK.
064100     PERFORM 7300-TEST-CYCLE THRU 7300-EXIT.
064200     IF  WS-SUB EQUAL ZERO
064300         MOVE 'REJECTED - INVALID NEW CYCLE' TO WS-NOTE
064400         GO TO 3500-REJECT.
064500     MOVE WS-SUB TO WS-NEW-SUB.
064600     MOVE SCL-NEW-CYCLE TO WS-NEW-CYCLE.
064700     MOVE SPACES TO WMS-CONTROL-KEY.
064800     MOVE SCL-ACCOUNT TO WMS-CONTROL-KEY.
064900     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
065000     MOVE -1     TO I-O-SEND-CODE.
065100     CALL 'IMACTM' USING I-O-CONTROL-AREA
065200                         MASTER-AREA
065300                         SI-ENVIRONMENT-AREA.
065400     IF  NOT I-O-88-NORMAL-RET
065500         MOVE 'REJECTED - NOT ON MASTER' TO WS-NOTE
065600         GO TO 3500-REJECT.
065700     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
065800     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
065900     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
066000         MOVE 'REJECTED - ACCOUNT CLOSED' TO WS-NOTE
066100         GO TO 3500-REJECT.
066200     IF  WMS-NEXT-STMT-CYCLE EQUAL SPACES
066300     OR  WMS-NEXT-STMT-CYCLE EQUAL LOW-VALUES
066400         MOVE 'REJECTED - NO STATEMENT CYCLE' TO WS-NOTE
066500         GO TO 3500-REJECT.
066600     IF  WMS-NEXT-STMT-CYCLE EQUAL WS-NEW-CYCLE
066700         MOVE 'REJECTED - ALREADY ON CYCLE' TO WS-NOTE
066800         GO TO 3500-REJECT.
066900     MOVE WMS-NEXT-STMT-CYCLE TO WS-OLD-CYCLE.
067000     MOVE WMS-NEXT-STMT-CYCLE TO WS-CYCLE-WORK.
067100     PERFORM 7300-TEST-CYCLE THRU 7300-EXIT.
067200     MOVE WS-SUB TO WS-OLD-SUB.
067300     PERFORM 4000-MOVE-ACCOUNT THRU 4000-EXIT.
067400     GO TO 3500-EXIT.
067500 3500-REJECT.
067600     ADD 1 TO WS-TOT-LIST-REJECTS.
067700     MOVE SPACES TO WS-DETAIL-LINE.
067800     MOVE SCL-ACCOUNT   TO DTL-ACCOUNT.
067900     MOVE SCL-NEW-CYCLE TO DTL-NEW-CYCLE.
068000     MOVE WS-NOTE       TO DTL-NOTE.
068100     MOVE SPACES TO CYCLE-RPT-LINE.
068200     MOVE WS-DETAIL-LINE TO CYCLE-RPT-LINE.
068300     WRITE CYCLE-RPT-LINE.
068400 3500-EXIT. EXIT.
068500     EJECT
068600*----------------------------------------------------------------*
068700*    4000-MOVE-ACCOUNT - MOVE THE ACCOUNT IN MASTER-AREA FROM    *
068800*    WS-OLD-CYCLE TO WS-NEW-CYCLE.  THE AFTER VOLUMES ARE KEPT   *
068900*    EVEN IN REPORT-ONLY MODE; THE MASTER, INTERIM STATEMENT AND *
069000*    NOTICE ARE NOT.  AN OLD CYCLE THAT IS NOT A DAY OF THE      *
069100*    MONTH (LIST MODE ONLY) COMES OUT OF OTHER.                  *
069200*----------------------------------------------------------------*
069300 4000-MOVE-ACCOUNT.
069400     ADD 1 TO WS-TOT-MOVED.
069500     IF  WS-OLD-SUB EQUAL ZERO
069600         SUBTRACT 1 FROM WS-OTHER-COUNT
069700     ELSE
069800         SET CYX TO WS-OLD-SUB
069900         SUBTRACT 1 FROM WS-CYC-AFTER (CYX).
070000     SET CYX TO WS-NEW-SUB.
070100     ADD 1 TO WS-CYC-AFTER (CYX).
070200     MOVE 'N' TO WS-SC-MOVED-SW WS-INT-MOVED-SW WS-INTERIM-SW.
070300     MOVE ZERO TO WS-ITEM-COUNT.
070400     MOVE SPACES TO WS-NOTE.
070500     MOVE SPACES TO WS-LAST-STMT-X.
070600     STRING WMS-LAST-STMT-YR WMS-LAST-STMT-MO WMS-LAST-STMT-DA
070700         DELIMITED BY SIZE INTO WS-LAST-STMT-X.
070800     IF  WS-LAST-STMT-X NOT NUMERIC
070900         MOVE ZERO TO WS-LAST-STMT-YYMMDD.
071000     IF  WS-LAST-STMT-YYMMDD NOT EQUAL WS-RUN-DATE-YYMMDD
071100         MOVE 'Y' TO WS-INTERIM-SW.
071200     IF  SCP-88-REPORT-ONLY
071300         MOVE 'REPORT ONLY - NOT UPDATED' TO WS-NOTE
071400         GO TO 4000-REPORT.
071500     PERFORM 4100-CHANGE-SCHEDULE THRU 4100-EXIT.
071600     PERFORM 4200-CHANGE-SC-CYCLE THRU 4200-EXIT.
071700     PERFORM 4300-CHANGE-INT-CYCLE THRU 4300-EXIT.
071800     IF  WS-88-INTERIM
071900         PERFORM 5000-INTERIM-STMT THRU 5000-EXIT.
072000     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
072100     MOVE -1   TO I-O-SEND-CODE.
072200     CALL 'IMACTM' USING I-O-CONTROL-AREA
072300                         MASTER-AREA
072400                         SI-ENVIRONMENT-AREA.
072500     PERFORM 5500-WRITE-NOTICE THRU 5500-EXIT.
072600 4000-REPORT.
072700     MOVE SPACES TO WS-DETAIL-LINE.
072800     MOVE WMS-CONTROL-KEY      TO DTL-ACCOUNT.
072900     MOVE WMS-NAME-ADDRESS (1) TO DTL-NAME.
073000     MOVE WS-OLD-CYCLE         TO DTL-OLD-CYCLE.
073100     MOVE WS-NEW-CYCLE         TO DTL-NEW-CYCLE.
073200     MOVE 'NO'                 TO DTL-INTERIM.
073300     IF  WS-88-INTERIM
073400         MOVE 'YES' TO DTL-INTERIM.
073500     MOVE WS-ITEM-COUNT        TO DTL-ITEMS.
073600     IF  WS-88-SC-MOVED
073700         MOVE 'MOV' TO DTL-SC.
073800     IF  WS-88-INT-MOVED
073900         MOVE 'MOV' TO DTL-INT.
074000     MOVE WS-NOTE              TO DTL-NOTE.
074100     MOVE SPACES TO CYCLE-RPT-LINE.
074200     MOVE WS-DETAIL-LINE TO CYCLE-RPT-LINE.
074300     WRITE CYCLE-RPT-LINE.
074400 4000-EXIT. EXIT.
074500*----------------------------------------------------------------*
074600*    4100-CHANGE-SCHEDULE - THE NEXT CYCLE AND EVERY MONTH OF    *
074700*    THE SCHEDULE ON THE OLD DAY.  A MONTH WITH NO STATEMENT OR  *
074800*    ON ANOTHER DAY KEEPS ITS ENTRY.                             *
074900*----------------------------------------------------------------*
075000 4100-CHANGE-SCHEDULE.
075100     MOVE WS-NEW-CYCLE TO WMS-NEXT-STMT-CYCLE.
075200     PERFORM 4150-CHANGE-MONTH THRU 4150-EXIT
075300         VARYING WS-SUB FROM 1 BY 1
075400         UNTIL WS-SUB GREATER THAN 12.
075500 4100-EXIT. EXIT.
075600 4150-CHANGE-MONTH.
075700     IF  WMS-STMT-FLD (WS-SUB) EQUAL WS-OLD-CYCLE
075800         MOVE WS-NEW-CYCLE TO WMS-STMT-FLD (WS-SUB).
075900 4150-EXIT. EXIT.
076000*----------------------------------------------------------------*
076100*    4200-CHANGE-SC-CYCLE - A SERVICE-CHARGE CYCLE ON THE OLD    *
076200*    STATEMENT DAY (CALENDAR DAY, OR MONTH-END WHEN THE OLD      *
076300*    CYCLE IS 31) MOVES TO THE NEW DAY SO THE ANALYSIS PERIOD    *
076400*    STILL CLOSES WITH THE STATEMENT.                            *
076500*----------------------------------------------------------------*
076600 4200-CHANGE-SC-CYCLE.
076700     IF  WMS-SC-CYCLE EQUAL 'C'
076800     AND WMS-SC-DAY EQUAL WS-OLD-CYCLE
076900         GO TO 4200-MOVE.
077000     IF  WMS-SC-CYCLE EQUAL 'E'
077100     AND WS-OLD-CYCLE EQUAL '31'
077200         GO TO 4200-MOVE.
077300     GO TO 4200-EXIT.
077400 4200-MOVE.
077500     IF  WS-NEW-CYCLE EQUAL '31'
077600         MOVE 'E' TO WMS-SC-CYCLE
077700     ELSE
077800         MOVE 'C' TO WMS-SC-CYCLE.
077900     MOVE WS-NEW-CYCLE TO WMS-SC-DAY.
078000     MOVE 'Y' TO WS-SC-MOVED-SW.
078100     ADD 1 TO WS-TOT-SC-MOVED.
078200 4200-EXIT. EXIT.
078300*----------------------------------------------------------------*
078400*    4300-CHANGE-INT-CYCLE - THE SAME FOR THE IOD AND SAVINGS    *
078500*    INTEREST PAYMENT CYCLES.                                    *
078600*----------------------------------------------------------------*
078700 4300-CHANGE-INT-CYCLE.
078800     IF  WMS-IOD-INT-PAY-CYCLE EQUAL 'C'
078900     AND WMS-IOD-INT-DAY EQUAL WS-OLD-CYCLE
079000         GO TO 4300-MOVE-IOD.
079100     IF  WMS-IOD-INT-PAY-CYCLE EQUAL 'E'
079200     AND WS-OLD-CYCLE EQUAL '31'
079300         GO TO 4300-MOVE-IOD.
079400     GO TO 4300-SAVINGS.
079500 4300-MOVE-IOD.
079600     IF  WS-NEW-CYCLE EQUAL '31'
079700         MOVE 'E' TO WMS-IOD-INT-PAY-CYCLE
079800     ELSE
079900         MOVE 'C' TO WMS-IOD-INT-PAY-CYCLE.
080000     MOVE WS-NEW-CYCLE TO WMS-IOD-INT-DAY.
080100     MOVE 'Y' TO WS-INT-MOVED-SW.
080200 4300-SAVINGS.
080300     IF  WMS-SAVINGS-TRLR EQUAL ZERO
080400     OR  WMS-SAVINGS-TRLR EQUAL SPACE
080500         GO TO 4300-COUNT.
080600     IF  WMS-SAV-INT-PAY-CYCLE EQUAL 'C'
080700     AND WMS-SAV-INT-DAY EQUAL WS-OLD-CYCLE
080800         GO TO 4300-MOVE-SAV.
080900     IF  WMS-SAV-INT-PAY-CYCLE EQUAL 'E'
081000     AND WS-OLD-CYCLE EQUAL '31'
081100         GO TO 4300-MOVE-SAV.
081200     GO TO 4300-COUNT.
081300 4300-MOVE-SAV.
081400     IF  WS-NEW-CYCLE EQUAL '31'
081500         MOVE 'E' TO WMS-SAV-INT-PAY-CYCLE
081600     ELSE
081700         MOVE 'C' TO WMS-SAV-INT-PAY-CYCLE.
081800     MOVE WS-NEW-CYCLE TO WMS-SAV-INT-DAY.
081900     MOVE 'Y' TO WS-INT-MOVED-SW.
082000 4300-COUNT.
082100     IF  WS-88-INT-MOVED
082200         ADD 1 TO WS-TOT-INT-MOVED.
082300 4300-EXIT. EXIT.
082400     EJECT
082500*----------------------------------------------------------------*
082600*    5000-INTERIM-STMT - THE SHORT-PERIOD STATEMENT FROM THE     *
082700*    LAST STATEMENT DATE THROUGH THE RUN DATE: THE STATEMENT     *
082800*    TOTALS CARRIED ON THE MASTER, THE ITEMS POSTED IN THE       *
082900*    PERIOD FROM THE ARCHIVE AND THE NEW STATEMENT DAY.  THE     *
083000*    STATEMENT TOTALS THEN RESTART FROM THE RUN DATE.            *
083100*----------------------------------------------------------------*
083200 5000-INTERIM-STMT.
083300     ADD 1 TO WS-TOT-INTERIM.
083400     ADD WMS-CURR-BAL TO WS-TOT-INTERIM-BAL.
083500     MOVE ZERO TO WS-LINE-SEQ.
083600     MOVE 'INTERIM STATEMENT - STATEMENT DATE CHANGE' TO STX-TEXT.
083700     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
083800     MOVE SPACES TO STX-TEXT.
083900     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
084000     PERFORM 5050-NAME-LINE THRU 5050-EXIT
084100         VARYING WS-NA-SUB FROM 1 BY 1
084200         UNTIL WS-NA-SUB GREATER THAN 6.
084300     MOVE SPACES TO STX-TEXT.
084400     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
084500     MOVE SPACES TO WS-EDIT-DATE.
084600     IF  WS-LAST-STMT-YYMMDD GREATER THAN ZERO
084700         MOVE WS-LAST-STMT-YYMMDD TO WS-WORK-DATE-YYMMDD
084800         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
084900     MOVE SPACES TO STX-TEXT.
085000     STRING 'ACCOUNT ' WMS-CONTROL-KEY '  PERIOD ' WS-EDIT-DATE
085100            ' THROUGH ' TTL-RUN-DATE
085200         DELIMITED BY SIZE INTO STX-TEXT.
085300     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
085400     MOVE SPACES TO STX-TEXT.
085500     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
085600     MOVE SPACES TO WS-STM-AMT-LINE.
085700     MOVE 'BEGINNING BALANCE' TO STA-LIT.
085800     MOVE WMS-STMT-BEGIN-BAL TO STA-AMT.
085900     PERFORM 5810-STMT-AMOUNT THRU 5810-EXIT.
086000     MOVE SPACES TO WS-STM-AMT-LINE.
086100     MOVE 'DEPOSITS AND CREDITS' TO STA-LIT.
086200     MOVE WMS-STMT-NO-CREDITS TO STA-COUNT.
086300     MOVE WMS-STMT-CR-AMT TO STA-AMT.
086400     PERFORM 5810-STMT-AMOUNT THRU 5810-EXIT.
086500     MOVE SPACES TO WS-STM-AMT-LINE.
086600     MOVE 'CHECKS AND DEBITS' TO STA-LIT.
086700     MOVE WMS-STMT-NO-DEBITS TO STA-COUNT.
086800     MOVE WMS-STMT-DR-AMT TO STA-AMT.
086900     PERFORM 5810-STMT-AMOUNT THRU 5810-EXIT.
087000     MOVE SPACES TO WS-STM-AMT-LINE.
087100     MOVE 'SERVICE CHARGES' TO STA-LIT.
087200     MOVE WMS-STMT-SERV-CHG TO STA-AMT.
087300     PERFORM 5810-STMT-AMOUNT THRU 5810-EXIT.
087400     MOVE SPACES TO WS-STM-AMT-LINE.
087500     MOVE 'ENDING BALANCE' TO STA-LIT.
087600     MOVE WMS-CURR-BAL TO STA-AMT.
087700     PERFORM 5810-STMT-AMOUNT THRU 5810-EXIT.
087800     MOVE SPACES TO STX-TEXT.
087900     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
088000     MOVE SPACES TO ISR-IMAGE.
088100     MOVE WS-STM-ITEM-HEAD TO ISR-IMAGE.
088200     PERFORM 5820-WRITE-STMT THRU 5820-EXIT.
088300     PERFORM 5100-LIST-ITEMS THRU 5100-EXIT.
088400     MOVE SPACES TO STX-TEXT.
088500     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
088600     MOVE SPACES TO STX-TEXT.
088700     STRING 'YOUR STATEMENT DATE IS CHANGING FROM DAY '
088800            WS-OLD-CYCLE ' TO DAY ' WS-NEW-CYCLE ' OF THE MONTH.'
088900         DELIMITED BY SIZE INTO STX-TEXT.
089000     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
089100     MOVE SPACES TO STX-TEXT.
089200     STRING 'YOUR NEXT STATEMENT WILL SHOW ACTIVITY AFTER '
089300            TTL-RUN-DATE '.'
089400         DELIMITED BY SIZE INTO STX-TEXT.
089500     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
089600     MOVE WMS-CURR-BAL TO WMS-STMT-BEGIN-BAL.
089700     MOVE ZERO TO WMS-STMT-NO-CREDITS WMS-STMT-CR-AMT
089800                  WMS-STMT-NO-DEBITS WMS-STMT-DR-AMT
089900                  WMS-STMT-SERV-CHG WMS-STMT-ITEMS.
090000     MOVE WS-RUN-MO TO WMS-LAST-STMT-MO.
090100     MOVE WS-RUN-DA TO WMS-LAST-STMT-DA.
090200     MOVE WS-RUN-YR TO WMS-LAST-STMT-YR.
090300 5000-EXIT. EXIT.
090400 5050-NAME-LINE.
090500     IF  WMS-NAME-ADDRESS (WS-NA-SUB) EQUAL SPACES
090600     OR  WMS-NAME-ADDRESS (WS-NA-SUB) EQUAL LOW-VALUES
090700         GO TO 5050-EXIT.
090800     MOVE WMS-NAME-ADDRESS (WS-NA-SUB) TO STX-TEXT.
090900     PERFORM 5800-STMT-TEXT THRU 5800-EXIT.
091000 5050-EXIT. EXIT.
091100*----------------------------------------------------------------*
091200*    5100-LIST-ITEMS - THE ARCHIVE IS STARTED JUST PAST THE LAST *
091300*    STATEMENT DATE FOR THE ACCOUNT AND READ THROUGH THE RUN     *
091400*    DATE.                                                       *
091500*----------------------------------------------------------------*
091600 5100-LIST-ITEMS.
091700     MOVE 'N' TO WS-ARCHIVE-EOF-SW.
091800     MOVE WMS-CONTROL-KEY     TO THA-ACCOUNT.
091900     MOVE WS-LAST-STMT-YYMMDD TO THA-POST-DATE.
092000     MOVE 9999999             TO THA-SEQ.
092100     START TRAN-HIST-ARCHIVE KEY GREATER THAN THA-KEY
092200         INVALID KEY MOVE 'Y' TO WS-ARCHIVE-EOF-SW.
092300     PERFORM 5150-READ-ITEM THRU 5150-EXIT
092400         UNTIL WS-88-ARCHIVE-EOF.
092500 5100-EXIT. EXIT.
092600 5150-READ-ITEM.
092700     READ TRAN-HIST-ARCHIVE NEXT RECORD
092800         AT END MOVE 'Y' TO WS-ARCHIVE-EOF-SW
092900                GO TO 5150-EXIT.
093000     IF  THA-ACCOUNT NOT EQUAL WMS-CONTROL-KEY
093100     OR  THA-POST-DATE GREATER THAN WS-RUN-DATE-YYMMDD
093200         MOVE 'Y' TO WS-ARCHIVE-EOF-SW
093300         GO TO 5150-EXIT.
093400     ADD 1 TO WS-ITEM-COUNT WS-TOT-ITEMS.
093500     MOVE THA-POST-DATE TO WS-WORK-DATE-YYMMDD.
093600     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
093700     MOVE SPACES TO WS-STM-ITEM-LINE.
093800     MOVE WS-EDIT-DATE  TO STI-DATE.
093900     MOVE THA-TRAN-CODE TO STI-CODE.
094000     MOVE THA-SERIAL    TO STI-SERIAL.
094100     MOVE THA-AMOUNT    TO STI-AMOUNT.
094200     MOVE SPACES TO ISR-IMAGE.
094300     MOVE WS-STM-ITEM-LINE TO ISR-IMAGE.
094400     PERFORM 5820-WRITE-STMT THRU 5820-EXIT.
094500 5150-EXIT. EXIT.
094600     EJECT
094700*----------------------------------------------------------------*
094800*    5500-WRITE-NOTICE - THE DATE-CHANGE NOTICE EXTRACT FOR THE  *
094900*    MAILING VENDOR.                                             *
095000*----------------------------------------------------------------*
095100 5500-WRITE-NOTICE.
095200     MOVE SPACES TO NOTICE-EXTRACT-RECORD.
095300     MOVE WMS-CONTROL-KEY TO NTX-ACCOUNT.
095400     PERFORM 5550-NOTICE-NAME THRU 5550-EXIT
095500         VARYING WS-NA-SUB FROM 1 BY 1
095600         UNTIL WS-NA-SUB GREATER THAN 4.
095700     MOVE WS-OLD-CYCLE TO NTX-OLD-CYCLE.
095800     MOVE WS-NEW-CYCLE TO NTX-NEW-CYCLE.
095900     MOVE WS-RUN-DATE-YYMMDD TO NTX-EFFECTIVE-DATE.
096000     MOVE WS-INTERIM-SW TO NTX-INTERIM-SW.
096100     WRITE NOTICE-EXTRACT-RECORD.
096200     ADD 1 TO WS-TOT-NOTICES.
096300 5500-EXIT. EXIT.
096400 5550-NOTICE-NAME.
096500     MOVE WMS-NAME-ADDRESS (WS-NA-SUB)
096600         TO NTX-NAME-ADDRESS (WS-NA-SUB).
096700 5550-EXIT. EXIT.
096800 5800-STMT-TEXT.
096900     MOVE SPACES TO ISR-IMAGE.
097000     MOVE WS-STM-TEXT-LINE TO ISR-IMAGE.
097100     PERFORM 5820-WRITE-STMT THRU 5820-EXIT.
097200 5800-EXIT. EXIT.
097300 5810-STMT-AMOUNT.
097400     MOVE SPACES TO ISR-IMAGE.
097500     MOVE WS-STM-AMT-LINE TO ISR-IMAGE.
097600     PERFORM 5820-WRITE-STMT THRU 5820-EXIT.
097700 5810-EXIT. EXIT.
097800 5820-WRITE-STMT.
097900     ADD 1 TO WS-LINE-SEQ.
098000     MOVE WMS-CONTROL-KEY    TO ISR-ACCOUNT.
098100     MOVE WS-RUN-DATE-YYMMDD TO ISR-CYCLE-DATE.
098200     MOVE WS-LINE-SEQ        TO ISR-LINE-SEQ.
098300     WRITE INTERIM-STMT-RECORD.
098400     ADD 1 TO WS-TOT-STMT-LINES.
098500 5820-EXIT. EXIT.
098600     EJECT
098700*----------------------------------------------------------------*
098800*    6000-VOLUME-REPORT - STATEMENT VOLUME BY CYCLE DAY BEFORE   *
098900*    AND AFTER THE MOVES, WITH THE TARGET FOR EACH CYCLE IN THE  *
099000*    PLAN.                                                       *
099100*----------------------------------------------------------------*
099200 6000-VOLUME-REPORT.
099300     MOVE 'STATEMENT VOLUME BY CYCLE DAY' TO SEC-TITLE.
099400     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
099500     MOVE SPACES TO CYCLE-RPT-LINE.
099600     MOVE WS-VOLUME-HEAD TO CYCLE-RPT-LINE.
099700     WRITE CYCLE-RPT-LINE.
099800     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
099900     PERFORM 6100-VOLUME-LINE THRU 6100-EXIT
100000         VARYING CYX FROM 1 BY 1
100100         UNTIL CYX GREATER THAN 31.
100200     MOVE SPACES TO WS-VOLUME-LINE.
100300     MOVE 'OTHER' TO VOL-CYCLE.
100400     MOVE WS-OTHER-COUNT TO VOL-BEFORE VOL-AFTER.
100500     PERFORM 6200-VOLUME-PCT THRU 6200-EXIT.
100600     MOVE SPACES TO CYCLE-RPT-LINE.
100700     MOVE WS-VOLUME-LINE TO CYCLE-RPT-LINE.
100800     WRITE CYCLE-RPT-LINE.
100900     MOVE SPACES TO WS-VOLUME-LINE.
101000     MOVE 'TOTAL' TO VOL-CYCLE.
101100     MOVE WS-VOLUME-TOTAL TO VOL-BEFORE VOL-AFTER.
101200     IF  SCP-88-TARGET-MODE
101300         MOVE WS-PLAN-POPULATION TO VOL-TARGET.
101400     MOVE SPACES TO CYCLE-RPT-LINE.
101500     MOVE WS-VOLUME-LINE TO CYCLE-RPT-LINE.
101600     WRITE CYCLE-RPT-LINE.
101700 6000-EXIT. EXIT.
101800 6100-VOLUME-LINE.
101900     IF  WS-CYC-BEFORE (CYX) EQUAL ZERO
102000     AND WS-CYC-AFTER (CYX) EQUAL ZERO
102100     AND NOT WS-88-CYC-IN-PLAN (CYX)
102200         GO TO 6100-EXIT.
102300     MOVE SPACES TO WS-VOLUME-LINE.
102400     SET WS-SUB TO CYX.
102500     MOVE WS-SUB TO WS-CYCLE-NO.
102600     MOVE WS-CYCLE-WORK TO VOL-CYCLE.
102700     MOVE WS-CYC-BEFORE (CYX) TO VOL-BEFORE.
102800     IF  WS-88-CYC-IN-PLAN (CYX)
102900         MOVE WS-CYC-TARGET (CYX) TO VOL-TARGET.
103000     MOVE WS-CYC-AFTER (CYX) TO VOL-AFTER.
103100     COMPUTE VOL-CHANGE =
103200         WS-CYC-AFTER (CYX) - WS-CYC-BEFORE (CYX).
103300     IF  WS-VOLUME-TOTAL GREATER THAN ZERO
103400         COMPUTE WS-CYCLE-PCT ROUNDED =
103500             WS-CYC-BEFORE (CYX) * 100 / WS-VOLUME-TOTAL
103600         MOVE WS-CYCLE-PCT TO VOL-PCT-BEFORE
103700         COMPUTE WS-CYCLE-PCT ROUNDED =
103800             WS-CYC-AFTER (CYX) * 100 / WS-VOLUME-TOTAL
103900         MOVE WS-CYCLE-PCT TO VOL-PCT-AFTER.
104000     MOVE SPACES TO CYCLE-RPT-LINE.
104100     MOVE WS-VOLUME-LINE TO CYCLE-RPT-LINE.
104200     WRITE CYCLE-RPT-LINE.
104300 6100-EXIT. EXIT.
104400 6200-VOLUME-PCT.
104500     IF  WS-VOLUME-TOTAL GREATER THAN ZERO
104600         COMPUTE WS-CYCLE-PCT ROUNDED =
104700             WS-OTHER-COUNT * 100 / WS-VOLUME-TOTAL
104800         MOVE WS-CYCLE-PCT TO VOL-PCT-BEFORE VOL-PCT-AFTER.
104900 6200-EXIT. EXIT.
105000     EJECT
105100 7100-PRINT-SECTION.
105200     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
105300     MOVE SPACES TO CYCLE-RPT-LINE.
105400     MOVE WS-SECTION-LINE TO CYCLE-RPT-LINE.
105500     WRITE CYCLE-RPT-LINE.
105600     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
105700 7100-EXIT. EXIT.
105800 7200-PRINT-PARM.
105900     MOVE SPACES TO CYCLE-RPT-LINE.
106000     MOVE WS-PARM-LINE TO CYCLE-RPT-LINE.
106100     WRITE CYCLE-RPT-LINE.
106200 7200-EXIT. EXIT.
106300*----------------------------------------------------------------*
106400*    7300-TEST-CYCLE - WS-SUB IS THE CYCLE DAY IN WS-CYCLE-WORK, *
106500*    OR ZERO WHEN IT IS NOT 01 THROUGH 31.                       *
106600*----------------------------------------------------------------*
106700 7300-TEST-CYCLE.
106800     MOVE ZERO TO WS-SUB.
106900     IF  WS-CYCLE-WORK NOT NUMERIC
107000         GO TO 7300-EXIT.
107100     IF  WS-CYCLE-NO LESS THAN 1
107200     OR  WS-CYCLE-NO GREATER THAN 31
107300         GO TO 7300-EXIT.
107400     MOVE WS-CYCLE-NO TO WS-SUB.
107500 7300-EXIT. EXIT.
107600 7900-EDIT-DATE.
107700     MOVE SPACES TO WS-EDIT-DATE.
107800     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
107900         DELIMITED BY SIZE INTO WS-EDIT-DATE.
108000 7900-EXIT. EXIT.
108100     EJECT
108200*----------------------------------------------------------------*
108300*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS AND CLOSES.      *
108400*----------------------------------------------------------------*
108500 9000-TERMINATE.
108600     WRITE CYCLE-RPT-LINE FROM WS-BLANK-LINE.
108700     MOVE 'ACCOUNTS READ                     ' TO SUM-LIT.
108800     MOVE WS-TOT-ACCTS-READ TO SUM-COUNT.
108900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109000     MOVE 'TARGET CARDS READ                 ' TO SUM-LIT.
109100     MOVE WS-TOT-TARGET-RECS TO SUM-COUNT.
109200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109300     MOVE 'ACCOUNT LIST CARDS READ           ' TO SUM-LIT.
109400     MOVE WS-TOT-LIST-RECS TO SUM-COUNT.
109500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109600     MOVE 'ACCOUNT LIST CARDS REJECTED       ' TO SUM-LIT.
109700     MOVE WS-TOT-LIST-REJECTS TO SUM-COUNT.
109800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
109900     MOVE 'ACCOUNTS MOVED                    ' TO SUM-LIT.
110000     MOVE WS-TOT-MOVED TO SUM-COUNT.
110100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110200     MOVE 'SERVICE-CHARGE CYCLES MOVED       ' TO SUM-LIT.
110300     MOVE WS-TOT-SC-MOVED TO SUM-COUNT.
110400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110500     MOVE 'INTEREST CYCLES MOVED             ' TO SUM-LIT.
110600     MOVE WS-TOT-INT-MOVED TO SUM-COUNT.
110700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
110800     MOVE 'INTERIM STATEMENTS                ' TO SUM-LIT.
110900     MOVE WS-TOT-INTERIM TO SUM-COUNT.
111000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111100     MOVE 'INTERIM STATEMENT LINES           ' TO SUM-LIT.
111200     MOVE WS-TOT-STMT-LINES TO SUM-COUNT.
111300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111400     MOVE 'INTERIM STATEMENT ITEMS           ' TO SUM-LIT.
111500     MOVE WS-TOT-ITEMS TO SUM-COUNT.
111600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
111700     MOVE 'DATE-CHANGE NOTICES               ' TO SUM-LIT.
111800     MOVE WS-TOT-NOTICES TO SUM-COUNT.
111900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
112000     MOVE 'INTERIM STATEMENT BALANCES        ' TO SUMA-LIT.
112100     MOVE WS-TOT-INTERIM-BAL TO SUMA-AMT.
112200     MOVE SPACES TO CYCLE-RPT-LINE.
112300     MOVE WS-SUMMARY-AMT-LINE TO CYCLE-RPT-LINE.
112400     WRITE CYCLE-RPT-LINE.
112500     IF  WS-88-PARM-ERROR
112600         GO TO 9000-CLOSE.
112700     MOVE 'W' TO MRQ-FUNCTION.
112800     MOVE 'IMSCYSTM' TO MRQ-FILE-ID.
112900     MOVE WS-TOT-STMT-LINES TO MRQ-RECORD-COUNT.
113000     MOVE WS-TOT-INTERIM-BAL TO MRQ-AMOUNT-HASH.
113100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
113200     MOVE 'W' TO MRQ-FUNCTION.
113300     MOVE 'IMSCYNTX' TO MRQ-FILE-ID.
113400     MOVE WS-TOT-NOTICES TO MRQ-RECORD-COUNT.
113500     MOVE ZERO TO MRQ-AMOUNT-HASH.
113600     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
113700     IF  SCP-88-LIST-MODE
113800         CLOSE ACCOUNT-LIST.
113900     CLOSE TRAN-HIST-ARCHIVE.
114000     CLOSE INTERIM-STMT-FILE.
114100     CLOSE NOTICE-EXTRACT.
114200 9000-CLOSE.
114300     CLOSE CYCLE-RPT.
114400 9000-EXIT. EXIT.
114500 9100-PRINT-SUMMARY.
114600     MOVE SPACES TO CYCLE-RPT-LINE.
114700     MOVE WS-SUMMARY-LINE TO CYCLE-RPT-LINE.
114800     WRITE CYCLE-RPT-LINE.
114900 9100-EXIT. EXIT.
