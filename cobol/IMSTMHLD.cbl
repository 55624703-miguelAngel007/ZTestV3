*     * GN6209 * 10/06/26 JCTE HELD STATEMENT REGISTER
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMSTMHLD.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/06/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMSTMHLD KEEPS THE HELD-STATEMENT REGISTER.  A STATEMENT    *
000900*    PULLED FROM THE MAIL STREAM (WMS-STMT-PULL,                 *
001000*    WMS-NEXT-STMT-PULL OR WMS-STMT-SPECL-HANDL ON THE MASTER)   *
001100*    SITS IN A BRANCH DRAWER UNTIL IT IS RELEASED TO THE         *
001200*    CUSTOMER, DESTROYED OR MAILED, AND UNTIL NOW NOTHING        *
001300*    RECORDED HOW LONG.                                          *
001400*----------------------------------------------------------------*
001500*    RUN AFTER THE STATEMENT CUT, IT READS THE CYCLE'S STATEMENT *
001600*    PRINT FILE (IMSTMPRT) AND ENTERS EVERY PULLED STATEMENT ON  *
001700*    THE REGISTER UNDER THE ACCOUNT'S BRANCH AND THE REASON IT   *
001800*    WAS PULLED.  DISPOSITION CARDS FROM THE BRANCHES (IMSHLACT) *
001900*    RELEASE, DESTROY OR MARK MAILED A HELD STATEMENT, OR RECORD *
002000*    THE CUSTOMER CONTACT FOR A STANDING HOLD-MAIL INSTRUCTION.  *
002100*----------------------------------------------------------------*
002200*    EVERY STATEMENT STILL HELD IS AGED BY BRANCH.  ONE HELD     *
002300*    PAST THE POLICY LIMIT ON THE PARAMETER CARD IS WRITTEN ONCE *
002400*    TO THE EXCEPTION WORK FILE (IMTAGT) UNDER CODE SH01 FOR THE *
002500*    IMEXWQUE WORKQUEUE.  AN ACCOUNT WITH A STANDING HOLD-MAIL   *
002600*    INSTRUCTION CARRIES A CONTACT ENTRY ON THE REGISTER, AND    *
002700*    WHEN A YEAR (THE PARM CONTACT DAYS) HAS PASSED SINCE THE    *
002800*    HOLD BEGAN OR THE CUSTOMER WAS LAST CONTACTED IT GOES TO    *
002900*    THE WORKQUEUE UNDER CODE SH02.  DISPOSED STATEMENTS STAY ON *
002950*    THE REGISTER FOR THE PARM RETENTION DAYS.  A REGISTER       *
003000*    LARGER THAN THE TABLE STOPS THE RUN, AND A NEW ENTRY THAT   *
003050*    WILL NOT FIT IS REPORTED; EITHER SETS RETURN CODE 16.       *
003100*----------------------------------------------------------------*
003200*----------------------------------------------------------------*
003300*               ** HISTORY OF REVISIONS **                      *
003400* DESCRIPTION                                           CHNGID  *
003500* ____________________________________________________ _______ *
003600* 10/06/26 JCTE NEW PROGRAM - HELD STATEMENT REGISTER    GN6209 *
003700*                WITH AGING, WORKQUEUE ESCALATION AND           *
003800*                ANNUAL HOLD-MAIL CONTACT                       *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT    DIVISION.
004100 INPUT-OUTPUT   SECTION.
004200 FILE-CONTROL.
004300     SELECT SHP-PARM-FILE     ASSIGN TO "IMSHLPRM"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL REGISTER-IN ASSIGN TO "IMSHLRIN"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REG-FILE-STATUS.
004800     SELECT OPTIONAL STMT-PRINT-IN ASSIGN TO "IMSTMPRT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-STM-FILE-STATUS.
005100     SELECT OPTIONAL ACTION-FILE ASSIGN TO "IMSHLACT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-ACT-FILE-STATUS.
005400     SELECT OPTIONAL SHL-EXCEPTION-FILE ASSIGN TO "IMTAGT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EXC-FILE-STATUS.
005700     SELECT REGISTER-OUT      ASSIGN TO "IMSHLROT"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT HLD-RPT           ASSIGN TO "IMSHLRPT"
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SHP-PARM-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  SHP-PARM-RECORD.
006600     03  SHP-RUN-DATE                PIC 9(6).
006700     03  SHP-HOLD-DAYS               PIC 9(3).
006800     03  SHP-CONTACT-DAYS            PIC 9(3).
006900     03  SHP-RETAIN-DAYS             PIC 9(3).
007000     03  FILLER                      PIC X(65).
007100*----------------------------------------------------------------*
007200*    THE REGISTER.  AN S ENTRY IS ONE PULLED STATEMENT; A C      *
007300*    ENTRY IS AN ACCOUNT'S STANDING HOLD-MAIL INSTRUCTION, WITH  *
007400*    THE DATE THE HOLD BEGAN IN SHR-HELD-DATE AND THE LAST       *
007500*    CUSTOMER CONTACT IN SHR-DISP-DATE.  SHR-ESCALATE-DATE IS    *
007600*    WHEN THE ENTRY WENT TO THE WORKQUEUE.                       *
007700*----------------------------------------------------------------*
007800 FD  REGISTER-IN
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  REGISTER-RECORD.
008100     03  SHR-REC-TYPE                PIC X.
008200         88  SHR-88-STATEMENT        VALUE 'S'.
008300         88  SHR-88-CONTACT          VALUE 'C'.
008400     03  SHR-ACCOUNT                 PIC X(22).
008500     03  SHR-STMT-DATE               PIC 9(6).
008600     03  SHR-BRANCH                  PIC X(5).
008700     03  SHR-REASON                  PIC X.
008800         88  SHR-88-STANDING-PULL    VALUE 'P'.
008900         88  SHR-88-NEXT-PULL        VALUE 'N'.
009000         88  SHR-88-SPECIAL-HANDL    VALUE 'S'.
009100     03  SHR-STATUS                  PIC X.
009200         88  SHR-88-HELD             VALUE 'H'.
009300         88  SHR-88-RELEASED         VALUE 'R'.
009400         88  SHR-88-DESTROYED        VALUE 'D'.
009500         88  SHR-88-MAILED           VALUE 'M'.
009600         88  SHR-88-ACTIVE           VALUE 'A'.
009700     03  SHR-HELD-DATE               PIC 9(6).
009800     03  SHR-DISP-DATE               PIC 9(6).
009900     03  SHR-ESCALATE-DATE           PIC 9(6).
010000     03  SHR-DISP-BY                 PIC X(8).
010100     03  FILLER                      PIC X(18).
010200 FD  STMT-PRINT-IN
010300     RECORD CONTAINS 165 CHARACTERS.
010400 01  STMT-PRINT-RECORD.
010500     03  SPI-ACCOUNT                 PIC X(22).
010600     03  SPI-CYCLE-DATE              PIC 9(6).
010700     03  SPI-LINE-SEQ                PIC 9(4).
010800     03  SPI-IMAGE                   PIC X(133).
010900 FD  ACTION-FILE
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  ACTION-RECORD.
011200     03  SHA-ACCOUNT                 PIC X(22).
011300     03  SHA-STMT-DATE               PIC 9(6).
011400     03  SHA-ACTION                  PIC X.
011500         88  SHA-88-RELEASE          VALUE 'R'.
011600         88  SHA-88-DESTROY          VALUE 'D'.
011700         88  SHA-88-MAILED           VALUE 'M'.
011800         88  SHA-88-CONTACT          VALUE 'C'.
011900     03  SHA-ACTION-DATE             PIC 9(6).
012000     03  SHA-USER                    PIC X(8).
012100     03  FILLER                      PIC X(37).
012200 FD  SHL-EXCEPTION-FILE.
012300     COPY IMWSEXWK.
012400 FD  REGISTER-OUT
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  REGISTER-OUT-RECORD             PIC X(80).
012700 FD  HLD-RPT
012800     RECORD CONTAINS 133 CHARACTERS.
012900 01  HLD-RPT-LINE                    PIC X(133).
013000 WORKING-STORAGE SECTION.
013100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMSTMHLD'.
013200 77  WS-REG-MAX                      PIC S9(5)   COMP VALUE +9000.
013300 77  WS-BRN-MAX                      PIC S9(3)   COMP VALUE +200.
013400 77  WS-REG-FILE-STATUS              PIC X(2)    VALUE SPACES.
013500     88  WS-88-REG-NOT-FOUND         VALUE '35'.
013600 77  WS-STM-FILE-STATUS              PIC X(2)    VALUE SPACES.
013700 77  WS-ACT-FILE-STATUS              PIC X(2)    VALUE SPACES.
013800 77  WS-EXC-FILE-STATUS              PIC X(2)    VALUE SPACES.
013900     88  WS-88-EXC-NOT-FOUND         VALUE '35'.
014000     EJECT
014100     COPY SIWSDTAR.
014200     EJECT
014300 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
014400 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
014500     03  WS-RUN-YR                   PIC 99.
014600     03  WS-RUN-MO                   PIC 99.
014700     03  WS-RUN-DA                   PIC 99.
014800 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
014900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
015000     03  WS-WORK-YR                  PIC 99.
015100     03  WS-WORK-MO                  PIC 99.
015200     03  WS-WORK-DA                  PIC 99.
015300 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
015400 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
015500     EJECT
015600 01  WS-SWITCHES.
015700     03  WS-REG-EOF-SW               PIC X(1)    VALUE 'N'.
015800         88  WS-88-REG-EOF           VALUE 'Y'.
015900     03  WS-STM-EOF-SW               PIC X(1)    VALUE 'N'.
016000         88  WS-88-STM-EOF           VALUE 'Y'.
016100     03  WS-ACT-EOF-SW               PIC X(1)    VALUE 'N'.
016200         88  WS-88-ACT-EOF           VALUE 'Y'.
016300     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
016400         88  WS-88-FOUND             VALUE 'Y'.
016500     03  WS-FLAG-SW                  PIC X(1)    VALUE 'N'.
016600         88  WS-88-FLAG-SET          VALUE 'Y'.
016700     03  WS-STANDING-SW              PIC X(1)    VALUE 'N'.
016800         88  WS-88-STANDING          VALUE 'Y'.
016825     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
016850         88  WS-88-TABLE-FULL        VALUE 'Y'.
016900 01  WS-FLAG-BYTE                    PIC X(1)    VALUE SPACE.
017000 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017100 01  WS-REG-COUNT                    PIC S9(5)   COMP VALUE 0.
017200 01  WS-REG-SLOT                     PIC S9(5)   COMP VALUE 0.
017300 01  WS-BRN-SUB                      PIC S9(3)   COMP VALUE 0.
017400 01  WS-BRN-COUNT                    PIC S9(3)   COMP VALUE 0.
017500 01  WS-BRN-SLOT                     PIC S9(3)   COMP VALUE 0.
017600 01  WS-HOLD-DAYS                    PIC S9(5)   COMP-3 VALUE 0.
017700 01  WS-CONTACT-DAYS                 PIC S9(5)   COMP-3 VALUE 0.
017800 01  WS-RETAIN-DAYS                  PIC S9(5)   COMP-3 VALUE 0.
017900 01  WS-AGE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
018000 01  WS-PREV-ACCOUNT                 PIC X(22)   VALUE SPACES.
018100 01  WS-PREV-CYCLE-DATE              PIC 9(6)    VALUE 0.
018200 01  WS-SEARCH-TYPE                  PIC X(1)    VALUE SPACE.
018300 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
018400 01  WS-SEARCH-DATE                  PIC 9(6)    VALUE 0.
018500 01  WS-REASON                       PIC X(1)    VALUE SPACE.
018600 01  WS-BRANCH                       PIC X(5)    VALUE SPACES.
018700 01  WS-ACTION-DATE                  PIC 9(6)    VALUE 0.
018800 01  WS-EX-CODE                      PIC X(4)    VALUE SPACES.
018900 01  WS-NOTE                         PIC X(40)   VALUE SPACES.
019000     EJECT
019100*----------------------------------------------------------------*
019200*    REASON NAMES FOR THE REPORT.                                *
019300*----------------------------------------------------------------*
019400 01  WS-REASON-NAMES.
019500     03  FILLER                      PIC X(13)   VALUE
019600         'PSTMT PULL   '.
019700     03  FILLER                      PIC X(13)   VALUE
019800         'NNEXT PULL   '.
019900     03  FILLER                      PIC X(13)   VALUE
020000         'SSPECIAL HNDL'.
020100 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
020200     03  WS-RSN-ENTRY OCCURS 3 TIMES.
020300         05  WS-RSN-CODE             PIC X.
020400         05  WS-RSN-NAME             PIC X(12).
020500     EJECT
020600*----------------------------------------------------------------*
020700*    THE REGISTER IN CORE.  AN ENTRY DROPPED BY THIS RUN         *
020800*    (RETENTION PASSED, OR A HOLD-MAIL INSTRUCTION NO LONGER ON  *
020900*    THE MASTER) IS MARKED WS-RG-DROP 'Y' AND NOT CARRIED        *
021000*    FORWARD.                                                    *
021100*----------------------------------------------------------------*
021200 01  WS-REGISTER-TABLE.
021300     03  WS-RG-ENTRY OCCURS 9000 TIMES
021400                     INDEXED BY RGX.
021500         05  WS-RG-REC-TYPE          PIC X.
021600         05  WS-RG-ACCOUNT           PIC X(22).
021700         05  WS-RG-STMT-DATE         PIC 9(6).
021800         05  WS-RG-BRANCH            PIC X(5).
021900         05  WS-RG-REASON            PIC X.
022000         05  WS-RG-STATUS            PIC X.
022100         05  WS-RG-HELD-DATE         PIC 9(6).
022200         05  WS-RG-DISP-DATE         PIC 9(6).
022300         05  WS-RG-ESCALATE-DATE     PIC 9(6).
022400         05  WS-RG-DISP-BY           PIC X(8).
022500         05  WS-RG-DROP              PIC X.
022600*----------------------------------------------------------------*
022700*    STATEMENTS STILL HELD BY BRANCH AND AGE IN DAYS - 0-30,     *
022800*    31-90, 91-180, 181-365 AND OVER 365.                        *
022900*----------------------------------------------------------------*
023000 01  WS-BRANCH-BAND-TABLE.
023100     03  WS-BB-ENTRY OCCURS 200 TIMES
023200                     INDEXED BY BBX.
023300         05  WS-BB-BRANCH            PIC X(5).
023400         05  WS-BB-BAND              PIC S9(5)   COMP-3
023500                                     OCCURS 5 TIMES.
023600         05  WS-BB-TOTAL             PIC S9(5)   COMP-3.
023700 01  WS-BAND-SUB                     PIC S9(3)   COMP VALUE 0.
023800 01  WS-RSN-SUB                      PIC S9(3)   COMP VALUE 0.
023900     EJECT
024000 01  WS-TOTALS.
024100     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
024200     03  WS-TOT-NOT-TABLED           PIC 9(7)    COMP VALUE 0.
024300     03  WS-TOT-STMTS-CUT            PIC 9(7)    COMP VALUE 0.
024400     03  WS-TOT-NOT-ON-MASTER        PIC 9(7)    COMP VALUE 0.
024500     03  WS-TOT-NEW-HOLDS            PIC 9(7)    COMP VALUE 0.
024600     03  WS-TOT-NEW-CONTACTS         PIC 9(7)    COMP VALUE 0.
024700     03  WS-TOT-ACTIONS              PIC 9(7)    COMP VALUE 0.
024800     03  WS-TOT-RELEASED             PIC 9(7)    COMP VALUE 0.
024900     03  WS-TOT-DESTROYED            PIC 9(7)    COMP VALUE 0.
025000     03  WS-TOT-MAILED               PIC 9(7)    COMP VALUE 0.
025100     03  WS-TOT-CONTACTED            PIC 9(7)    COMP VALUE 0.
025200     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
025300     03  WS-TOT-STILL-HELD           PIC 9(7)    COMP VALUE 0.
025400     03  WS-TOT-PAST-LIMIT           PIC 9(7)    COMP VALUE 0.
025500     03  WS-TOT-OVER-YEAR            PIC 9(7)    COMP VALUE 0.
025600     03  WS-TOT-ESCALATED            PIC 9(7)    COMP VALUE 0.
025700     03  WS-TOT-CONTACT-DUE          PIC 9(7)    COMP VALUE 0.
025800     03  WS-TOT-CONTACT-RAISED       PIC 9(7)    COMP VALUE 0.
025900     03  WS-TOT-HOLD-ENDED           PIC 9(7)    COMP VALUE 0.
026000     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
026100     03  WS-TOT-WRITTEN              PIC 9(7)    COMP VALUE 0.
026200     EJECT
026300 01  WS-REPORT-TITLE.
026400     03  FILLER                      PIC X(48)   VALUE
026500         'IMSTMHLD - HELD STATEMENT REGISTER              '.
026600     03  FILLER                      PIC X(9)    VALUE
026700         'RUN DATE '.
026800     03  TTL-RUN-DATE                PIC X(8).
026900     03  FILLER                      PIC X(68)   VALUE SPACES.
027000 01  WS-SECTION-LINE.
027100     03  FILLER                      PIC X(4)    VALUE SPACES.
027200     03  SEC-TITLE                   PIC X(40).
027300     03  FILLER                      PIC X(89)   VALUE SPACES.
027400 01  WS-PARM-LINE.
027500     03  FILLER                      PIC X(4)    VALUE SPACES.
027600     03  PRM-LIT                     PIC X(34).
027700     03  PRM-VALUE                   PIC ZZ,ZZ9.
027800     03  FILLER                      PIC X(89)   VALUE SPACES.
027900 01  WS-DETAIL-HEAD.
028000     03  FILLER                      PIC X(4)    VALUE SPACES.
028100     03  FILLER                      PIC X(50)   VALUE
028200         'BRNCH  ACCOUNT                 STMT DATE REASON   '.
028300     03  FILLER                      PIC X(50)   VALUE
028400         '        AGE  DATE      NOTE                       '.
028500     03  FILLER                      PIC X(29)   VALUE SPACES.
028600 01  WS-DETAIL-LINE.
028700     03  FILLER                      PIC X(4)    VALUE SPACES.
028800     03  DTL-BRANCH                  PIC X(5).
028900     03  FILLER                      PIC X(2)    VALUE SPACES.
029000     03  DTL-ACCOUNT                 PIC X(22).
029100     03  FILLER                      PIC X(2)    VALUE SPACES.
029200     03  DTL-STMT-DATE               PIC X(8).
029300     03  FILLER                      PIC X(2)    VALUE SPACES.
029400     03  DTL-REASON                  PIC X(12).
029500     03  FILLER                      PIC X(2)    VALUE SPACES.
029600     03  DTL-AGE                     PIC ZZ,ZZ9.
029700     03  FILLER                      PIC X(2)    VALUE SPACES.
029800     03  DTL-DATE                    PIC X(8).
029900     03  FILLER                      PIC X(2)    VALUE SPACES.
030000     03  DTL-NOTE                    PIC X(40).
030100     03  FILLER                      PIC X(16)   VALUE SPACES.
030200 01  WS-BRANCH-HEAD.
030300     03  FILLER                      PIC X(4)    VALUE SPACES.
030400     03  FILLER                      PIC X(50)   VALUE
030500         'BRNCH      0-30     31-90    91-180   181-365  OVE'.
030600     03  FILLER                      PIC X(50)   VALUE
030700         'R 365     TOTAL                                   '.
030800     03  FILLER                      PIC X(29)   VALUE SPACES.
030900 01  WS-BRANCH-LINE.
031000     03  FILLER                      PIC X(4)    VALUE SPACES.
031100     03  BRL-BRANCH                  PIC X(5).
031200     03  BRL-BAND-GROUP.
031300         05  BRL-BAND-ENTRY OCCURS 5 TIMES.
031400             07  FILLER              PIC X(4).
031500             07  BRL-BAND            PIC ZZ,ZZ9.
031600     03  FILLER                      PIC X(4)    VALUE SPACES.
031700     03  BRL-TOTAL                   PIC ZZ,ZZ9.
031800     03  FILLER                      PIC X(64)   VALUE SPACES.
031900 01  WS-SUMMARY-LINE.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  SUM-LIT                     PIC X(34).
032200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
032300     03  FILLER                      PIC X(88)   VALUE SPACES.
032400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
032500     EJECT
032600 LINKAGE SECTION.
032700     COPY SIWSCNTL.
032800     EJECT
032900     COPY IMAWKMST.
033000     EJECT
033100     COPY IMWSENVO.
033200     EJECT
033300 PROCEDURE DIVISION.
033400*----------------------------------------------------------------*
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
033700     PERFORM 2000-LOAD-REGISTER   THRU 2000-EXIT
033800         UNTIL WS-88-REG-EOF.
033825     IF  WS-88-TABLE-FULL
033850         GO TO 0000-CLOSE-MASTER.
033900     MOVE 'STATEMENTS PULLED THIS CYCLE' TO SEC-TITLE.
034000     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
034100     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
034200     PERFORM 3000-INTAKE-CUT      THRU 3000-EXIT
034300         UNTIL WS-88-STM-EOF.
034400     MOVE 'DISPOSITION AND CONTACT CARDS' TO SEC-TITLE.
034500     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
034600     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
034700     PERFORM 4000-APPLY-ACTION    THRU 4000-EXIT
034800         UNTIL WS-88-ACT-EOF.
034900     MOVE 'HELD PAST THE POLICY LIMIT' TO SEC-TITLE.
035000     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
035100     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
035200     PERFORM 5000-AGE-STATEMENT   THRU 5000-EXIT
035300         VARYING WS-SUB FROM 1 BY 1
035400         UNTIL WS-SUB GREATER THAN WS-REG-COUNT.
035500     MOVE 'HOLD-MAIL ANNUAL CONTACT DUE' TO SEC-TITLE.
035600     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
035700     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
035800     PERFORM 5500-TEST-CONTACT    THRU 5500-EXIT
035900         VARYING WS-SUB FROM 1 BY 1
036000         UNTIL WS-SUB GREATER THAN WS-REG-COUNT.
036050 0000-CLOSE-MASTER.
036100     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
036200     MOVE -1   TO I-O-SEND-CODE.
036300     CALL 'IMACTM' USING I-O-CONTROL-AREA
036400                         MASTER-AREA
036500                         SI-ENVIRONMENT-AREA.
036525     IF  WS-88-TABLE-FULL
036550         GO TO 0000-FINISH.
036600     PERFORM 6000-BRANCH-SUMMARY  THRU 6000-EXIT.
036700     PERFORM 8000-WRITE-REGISTER  THRU 8000-EXIT
036800         VARYING WS-SUB FROM 1 BY 1
036900         UNTIL WS-SUB GREATER THAN WS-REG-COUNT.
036950 0000-FINISH.
037000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
037100     GOBACK.
037200     EJECT
037300*----------------------------------------------------------------*
037400*    1000-INITIALIZE - PARAMETER CARD DEFAULTS ARE A 90-DAY HOLD *
037500*    LIMIT, A 365-DAY CONTACT INTERVAL AND 365 DAYS' RETENTION   *
037600*    OF DISPOSED STATEMENTS.                                     *
037700*----------------------------------------------------------------*
037800 1000-INITIALIZE.
037900     OPEN INPUT SHP-PARM-FILE.
038000     READ SHP-PARM-FILE
038100         AT END MOVE SPACES TO SHP-PARM-RECORD.
038200     CLOSE SHP-PARM-FILE.
038300     IF  SHP-RUN-DATE NUMERIC
038400     AND SHP-RUN-DATE GREATER THAN ZERO
038500         MOVE SHP-RUN-DATE TO WS-RUN-DATE-YYMMDD
038600     ELSE
038700         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
038800     MOVE 90  TO WS-HOLD-DAYS.
038900     IF  SHP-HOLD-DAYS NUMERIC
039000     AND SHP-HOLD-DAYS GREATER THAN ZERO
039100         MOVE SHP-HOLD-DAYS TO WS-HOLD-DAYS.
039200     MOVE 365 TO WS-CONTACT-DAYS.
039300     IF  SHP-CONTACT-DAYS NUMERIC
039400     AND SHP-CONTACT-DAYS GREATER THAN ZERO
039500         MOVE SHP-CONTACT-DAYS TO WS-CONTACT-DAYS.
039600     MOVE 365 TO WS-RETAIN-DAYS.
039700     IF  SHP-RETAIN-DAYS NUMERIC
039800     AND SHP-RETAIN-DAYS GREATER THAN ZERO
039900         MOVE SHP-RETAIN-DAYS TO WS-RETAIN-DAYS.
040000     MOVE WS-RUN-MO TO DT-H-MO.
040100     MOVE WS-RUN-DA TO DT-H-DA.
040200     MOVE WS-RUN-YR TO DT-H-YR.
040300     OPEN INPUT  REGISTER-IN.
040400     IF  WS-88-REG-NOT-FOUND
040500         MOVE 'Y' TO WS-REG-EOF-SW.
040600     OPEN INPUT  STMT-PRINT-IN.
040700     OPEN INPUT  ACTION-FILE.
040800     OPEN EXTEND SHL-EXCEPTION-FILE.
040900     IF  WS-88-EXC-NOT-FOUND
041000         OPEN OUTPUT SHL-EXCEPTION-FILE.
041100     OPEN OUTPUT REGISTER-OUT.
041200     OPEN OUTPUT HLD-RPT.
041300     MOVE SPACES TO SI-ENVIRONMENT-AREA.
041400     MOVE '1' TO SI-ENVIRONMENT-VSAM.
041500     MOVE 'O' TO I-O-CONTROL-OPERATOR.
041600     MOVE 'I' TO I-O-CONTROL-ACCESS.
041700     MOVE -1  TO I-O-SEND-CODE.
041800     CALL 'IMACTM' USING I-O-CONTROL-AREA
041900                         MASTER-AREA
042000                         SI-ENVIRONMENT-AREA.
042100     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
042200     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
042300     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
042400     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
042500     MOVE SPACES TO HLD-RPT-LINE.
042600     MOVE WS-REPORT-TITLE TO HLD-RPT-LINE.
042700     WRITE HLD-RPT-LINE.
042800     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
042900     MOVE 'HOLD POLICY LIMIT DAYS            ' TO PRM-LIT.
043000     MOVE WS-HOLD-DAYS TO PRM-VALUE.
043100     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
043200     MOVE 'HOLD-MAIL CONTACT INTERVAL DAYS   ' TO PRM-LIT.
043300     MOVE WS-CONTACT-DAYS TO PRM-VALUE.
043400     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
043500     MOVE 'DISPOSED STATEMENT RETENTION DAYS ' TO PRM-LIT.
043600     MOVE WS-RETAIN-DAYS TO PRM-VALUE.
043700     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
043800 1000-EXIT. EXIT.
043900     EJECT
044000 2000-LOAD-REGISTER.
044100     READ REGISTER-IN
044200         AT END MOVE 'Y' TO WS-REG-EOF-SW
044300                GO TO 2000-EXIT.
044400     IF  WS-REG-COUNT NOT LESS THAN WS-REG-MAX
044500         ADD 1 TO WS-TOT-NOT-TABLED
044525         MOVE 'REGISTER EXCEEDS TABLE - RUN STOPPED' TO SEC-TITLE
044550         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
044575         MOVE 'Y' TO WS-TABLE-FULL-SW
044600         MOVE 'Y' TO WS-REG-EOF-SW
044625         GO TO 2000-EXIT.
044700     ADD 1 TO WS-REG-COUNT.
044800     ADD 1 TO WS-TOT-CARRIED.
044900     SET RGX TO WS-REG-COUNT.
045000     MOVE SHR-REC-TYPE      TO WS-RG-REC-TYPE (RGX).
045100     MOVE SHR-ACCOUNT       TO WS-RG-ACCOUNT (RGX).
045200     MOVE SHR-STMT-DATE     TO WS-RG-STMT-DATE (RGX).
045300     MOVE SHR-BRANCH        TO WS-RG-BRANCH (RGX).
045400     MOVE SHR-REASON        TO WS-RG-REASON (RGX).
045500     MOVE SHR-STATUS        TO WS-RG-STATUS (RGX).
045600     MOVE SHR-HELD-DATE     TO WS-RG-HELD-DATE (RGX).
045700     MOVE SHR-DISP-DATE     TO WS-RG-DISP-DATE (RGX).
045800     MOVE SHR-ESCALATE-DATE TO WS-RG-ESCALATE-DATE (RGX).
045900     MOVE SHR-DISP-BY       TO WS-RG-DISP-BY (RGX).
046000     MOVE 'N'               TO WS-RG-DROP (RGX).
046100 2000-EXIT. EXIT.
046200     EJECT
046300*----------------------------------------------------------------*
046400*    3000-INTAKE-CUT - THE FIRST LINE OF EACH STATEMENT IN THE   *
046500*    PRINT FILE BRINGS UP THE ACCOUNT.  A STATEMENT PULLED FOR   *
046600*    ANY OF THE THREE REASONS GOES ON THE REGISTER AS HELD       *
046700*    UNLESS A RERUN ALREADY PUT IT THERE, AND A STANDING PULL    *
046800*    OPENS A CONTACT ENTRY FOR THE ACCOUNT IF IT HAS NONE.       *
046900*----------------------------------------------------------------*
047000 3000-INTAKE-CUT.
047100     READ STMT-PRINT-IN
047200         AT END MOVE 'Y' TO WS-STM-EOF-SW
047300                GO TO 3000-EXIT.
047400     IF  SPI-ACCOUNT EQUAL WS-PREV-ACCOUNT
047500     AND SPI-CYCLE-DATE EQUAL WS-PREV-CYCLE-DATE
047600         GO TO 3000-EXIT.
047700     MOVE SPI-ACCOUNT    TO WS-PREV-ACCOUNT.
047800     MOVE SPI-CYCLE-DATE TO WS-PREV-CYCLE-DATE.
047900     ADD 1 TO WS-TOT-STMTS-CUT.
048000     MOVE SPACES TO WMS-CONTROL-KEY.
048100     MOVE SPI-ACCOUNT TO WMS-CONTROL-KEY.
048200     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
048300     MOVE -1     TO I-O-SEND-CODE.
048400     CALL 'IMACTM' USING I-O-CONTROL-AREA
048500                         MASTER-AREA
048600                         SI-ENVIRONMENT-AREA.
048700     IF  NOT I-O-88-NORMAL-RET
048800         ADD 1 TO WS-TOT-NOT-ON-MASTER
048900         GO TO 3000-EXIT.
049000     PERFORM 3100-PULL-REASON THRU 3100-EXIT.
049100     IF  WS-REASON EQUAL SPACE
049200         GO TO 3000-EXIT.
049300     MOVE WMS-BRANCH5 TO WS-BRANCH.
049400     MOVE 'S'            TO WS-SEARCH-TYPE.
049500     MOVE SPI-ACCOUNT    TO WS-SEARCH-ACCOUNT.
049600     MOVE SPI-CYCLE-DATE TO WS-SEARCH-DATE.
049700     PERFORM 7500-FIND-ENTRY THRU 7500-EXIT.
049800     IF  WS-88-FOUND
049900         GO TO 3000-CONTACT.
050000     IF  WS-REG-COUNT NOT LESS THAN WS-REG-MAX
050100         ADD 1 TO WS-TOT-NOT-TABLED
050200         GO TO 3000-CONTACT.
050300     ADD 1 TO WS-REG-COUNT.
050400     ADD 1 TO WS-TOT-NEW-HOLDS.
050500     SET RGX TO WS-REG-COUNT.
050600     MOVE 'S'                TO WS-RG-REC-TYPE (RGX).
050700     MOVE SPI-ACCOUNT        TO WS-RG-ACCOUNT (RGX).
050800     MOVE SPI-CYCLE-DATE     TO WS-RG-STMT-DATE (RGX).
050900     MOVE WS-BRANCH          TO WS-RG-BRANCH (RGX).
051000     MOVE WS-REASON          TO WS-RG-REASON (RGX).
051100     MOVE 'H'                TO WS-RG-STATUS (RGX).
051200     MOVE WS-RUN-DATE-YYMMDD TO WS-RG-HELD-DATE (RGX).
051300     MOVE ZERO               TO WS-RG-DISP-DATE (RGX)
051400                                WS-RG-ESCALATE-DATE (RGX).
051500     MOVE SPACES             TO WS-RG-DISP-BY (RGX).
051600     MOVE 'N'                TO WS-RG-DROP (RGX).
051700     MOVE ZERO               TO WS-AGE-DAYS.
051800     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
051900     MOVE 'HELD' TO WS-NOTE.
052000     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
052100 3000-CONTACT.
052200     IF  NOT WS-88-STANDING
052300         GO TO 3000-EXIT.
052400     MOVE 'C'            TO WS-SEARCH-TYPE.
052500     MOVE ZERO           TO WS-SEARCH-DATE.
052600     PERFORM 7500-FIND-ENTRY THRU 7500-EXIT.
052700     IF  WS-88-FOUND
052800         GO TO 3000-EXIT.
052900     IF  WS-REG-COUNT NOT LESS THAN WS-REG-MAX
053000         ADD 1 TO WS-TOT-NOT-TABLED
053100         GO TO 3000-EXIT.
053200     ADD 1 TO WS-REG-COUNT.
053300     ADD 1 TO WS-TOT-NEW-CONTACTS.
053400     SET RGX TO WS-REG-COUNT.
053500     MOVE 'C'                TO WS-RG-REC-TYPE (RGX).
053600     MOVE SPI-ACCOUNT        TO WS-RG-ACCOUNT (RGX).
053700     MOVE ZERO               TO WS-RG-STMT-DATE (RGX).
053800     MOVE WS-BRANCH          TO WS-RG-BRANCH (RGX).
053900     MOVE 'P'                TO WS-RG-REASON (RGX).
054000     MOVE 'A'                TO WS-RG-STATUS (RGX).
054100     MOVE WS-RUN-DATE-YYMMDD TO WS-RG-HELD-DATE (RGX).
054200     MOVE ZERO               TO WS-RG-DISP-DATE (RGX)
054300                                WS-RG-ESCALATE-DATE (RGX).
054400     MOVE SPACES             TO WS-RG-DISP-BY (RGX).
054500     MOVE 'N'                TO WS-RG-DROP (RGX).
054600 3000-EXIT. EXIT.
054700*----------------------------------------------------------------*
054800*    3100-PULL-REASON - A STANDING PULL IN THE STATEMENT         *
054900*    SCHEDULE FIRST, THEN A ONE-TIME PULL OF THE NEXT STATEMENT, *
055000*    THEN SPECIAL HANDLING.  A FLAG BYTE OF SPACE, LOW-VALUE, 0  *
055100*    OR N IS OFF.                                                *
055200*----------------------------------------------------------------*
055300 3100-PULL-REASON.
055400     MOVE SPACE TO WS-REASON.
055500     MOVE 'N' TO WS-STANDING-SW.
055600     MOVE WMS-STMT-SPECL-HANDL TO WS-FLAG-BYTE.
055700     PERFORM 3150-TEST-FLAG THRU 3150-EXIT.
055800     IF  WS-88-FLAG-SET
055900         MOVE 'S' TO WS-REASON.
056000     MOVE WMS-NEXT-STMT-PULL TO WS-FLAG-BYTE.
056100     PERFORM 3150-TEST-FLAG THRU 3150-EXIT.
056200     IF  WS-88-FLAG-SET
056300         MOVE 'N' TO WS-REASON.
056400     MOVE WMS-STMT-PULL TO WS-FLAG-BYTE.
056500     PERFORM 3150-TEST-FLAG THRU 3150-EXIT.
056600     IF  WS-88-FLAG-SET
056700         MOVE 'P' TO WS-REASON
056800         MOVE 'Y' TO WS-STANDING-SW.
056900 3100-EXIT. EXIT.
057000 3150-TEST-FLAG.
057100     MOVE 'Y' TO WS-FLAG-SW.
057200     IF  WS-FLAG-BYTE EQUAL SPACE OR LOW-VALUE OR '0' OR 'N'
057300         MOVE 'N' TO WS-FLAG-SW.
057400 3150-EXIT. EXIT.
057500     EJECT
057600*----------------------------------------------------------------*
057700*    4000-APPLY-ACTION - R RELEASED TO THE CUSTOMER, D           *
057800*    DESTROYED, M MAILED - EACH AGAINST A STATEMENT STILL HELD - *
057900*    OR C CUSTOMER CONTACTED AGAINST THE ACCOUNT'S HOLD-MAIL     *
058000*    CONTACT ENTRY, WHICH RESTARTS THE YEAR.  THE CARD DATE IS   *
058100*    USED WHEN GIVEN, ELSE THE RUN DATE.                         *
058200*----------------------------------------------------------------*
058300 4000-APPLY-ACTION.
058400     READ ACTION-FILE
058500         AT END MOVE 'Y' TO WS-ACT-EOF-SW
058600                GO TO 4000-EXIT.
058700     ADD 1 TO WS-TOT-ACTIONS.
058800     MOVE WS-RUN-DATE-YYMMDD TO WS-ACTION-DATE.
058900     IF  SHA-ACTION-DATE NUMERIC
059000     AND SHA-ACTION-DATE GREATER THAN ZERO
059100         MOVE SHA-ACTION-DATE TO WS-ACTION-DATE.
059200     MOVE SHA-ACCOUNT TO WS-SEARCH-ACCOUNT.
059300     IF  SHA-88-CONTACT
059400         MOVE 'C'  TO WS-SEARCH-TYPE
059500         MOVE ZERO TO WS-SEARCH-DATE
059600     ELSE
059700         MOVE 'S'  TO WS-SEARCH-TYPE
059800         MOVE ZERO TO WS-SEARCH-DATE
059900         IF  SHA-STMT-DATE NUMERIC
060000             MOVE SHA-STMT-DATE TO WS-SEARCH-DATE.
060100     IF  NOT SHA-88-RELEASE
060200     AND NOT SHA-88-DESTROY
060300     AND NOT SHA-88-MAILED
060400     AND NOT SHA-88-CONTACT
060500         MOVE 'REJECTED - ACTION NOT R, D, M OR C' TO WS-NOTE
060600         GO TO 4000-REJECT.
060700     PERFORM 7500-FIND-ENTRY THRU 7500-EXIT.
060800     IF  NOT WS-88-FOUND
060900         MOVE 'REJECTED - NOT ON REGISTER' TO WS-NOTE
061000         GO TO 4000-REJECT.
061100     SET RGX TO WS-REG-SLOT.
061200     IF  SHA-88-CONTACT
061300         MOVE WS-ACTION-DATE TO WS-RG-DISP-DATE (RGX)
061400         MOVE ZERO           TO WS-RG-ESCALATE-DATE (RGX)
061500         MOVE SHA-USER       TO WS-RG-DISP-BY (RGX)
061600         ADD 1 TO WS-TOT-CONTACTED
061700         MOVE 'CUSTOMER CONTACTED' TO WS-NOTE
061800         GO TO 4000-PRINT.
061900     IF  WS-RG-STATUS (RGX) NOT EQUAL 'H'
062000         MOVE 'REJECTED - ALREADY DISPOSED' TO WS-NOTE
062100         GO TO 4000-REJECT.
062200     MOVE SHA-ACTION     TO WS-RG-STATUS (RGX).
062300     MOVE WS-ACTION-DATE TO WS-RG-DISP-DATE (RGX).
062400     MOVE SHA-USER       TO WS-RG-DISP-BY (RGX).
062500     IF  SHA-88-RELEASE
062600         ADD 1 TO WS-TOT-RELEASED
062700         MOVE 'RELEASED TO CUSTOMER' TO WS-NOTE.
062800     IF  SHA-88-DESTROY
062900         ADD 1 TO WS-TOT-DESTROYED
063000         MOVE 'DESTROYED' TO WS-NOTE.
063100     IF  SHA-88-MAILED
063200         ADD 1 TO WS-TOT-MAILED
063300         MOVE 'MAILED' TO WS-NOTE.
063400 4000-PRINT.
063500     MOVE WS-ACTION-DATE TO WS-WORK-DATE-YYMMDD.
063600     MOVE WS-RG-HELD-DATE (RGX) TO WS-LOW-DATE.
063700     PERFORM 7950-DAYS-SINCE THRU 7950-EXIT.
063800     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
063900     GO TO 4000-EXIT.
064000 4000-REJECT.
064100     ADD 1 TO WS-TOT-REJECTED.
064200     MOVE SPACES TO WS-DETAIL-LINE.
064300     MOVE SHA-ACCOUNT TO DTL-ACCOUNT.
064400     MOVE SPACES TO WS-EDIT-DATE.
064500     IF  WS-SEARCH-DATE GREATER THAN ZERO
064600         MOVE WS-SEARCH-DATE TO WS-WORK-DATE-YYMMDD
064700         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
064800     MOVE WS-EDIT-DATE TO DTL-STMT-DATE.
064900     MOVE WS-ACTION-DATE TO WS-WORK-DATE-YYMMDD.
065000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
065100     MOVE WS-EDIT-DATE TO DTL-DATE.
065200     MOVE WS-NOTE TO DTL-NOTE.
065300     MOVE SPACES TO HLD-RPT-LINE.
065400     MOVE WS-DETAIL-LINE TO HLD-RPT-LINE.
065500     WRITE HLD-RPT-LINE.
065600 4000-EXIT. EXIT.
065700     EJECT
065800*----------------------------------------------------------------*
065900*    5000-AGE-STATEMENT - A STATEMENT STILL HELD IS AGED FROM    *
066000*    THE DATE IT WAS PULLED AND BANDED UNDER ITS BRANCH.  PAST   *
066100*    THE POLICY LIMIT IT IS LISTED EVERY RUN, AND THE FIRST TIME *
066200*    IT GOES TO THE WORKQUEUE.  A DISPOSED STATEMENT PAST THE    *
066300*    RETENTION DAYS COMES OFF THE REGISTER.                      *
066400*----------------------------------------------------------------*
066500 5000-AGE-STATEMENT.
066600     SET RGX TO WS-SUB.
066700     IF  WS-RG-REC-TYPE (RGX) NOT EQUAL 'S'
066800         GO TO 5000-EXIT.
066900     IF  WS-RG-STATUS (RGX) NOT EQUAL 'H'
067000         MOVE WS-RG-DISP-DATE (RGX) TO WS-LOW-DATE
067100         PERFORM 7950-DAYS-SINCE THRU 7950-EXIT
067200         IF  WS-AGE-DAYS GREATER THAN WS-RETAIN-DAYS
067300             MOVE 'Y' TO WS-RG-DROP (RGX)
067400             ADD 1 TO WS-TOT-PURGED
067500             GO TO 5000-EXIT
067600         ELSE
067700             GO TO 5000-EXIT.
067800     ADD 1 TO WS-TOT-STILL-HELD.
067900     MOVE WS-RG-HELD-DATE (RGX) TO WS-LOW-DATE.
068000     PERFORM 7950-DAYS-SINCE THRU 7950-EXIT.
068100     PERFORM 5100-BAND-ITEM THRU 5100-EXIT.
068200     IF  WS-AGE-DAYS GREATER THAN 365
068300         ADD 1 TO WS-TOT-OVER-YEAR.
068400     IF  WS-AGE-DAYS NOT GREATER THAN WS-HOLD-DAYS
068500         GO TO 5000-EXIT.
068600     ADD 1 TO WS-TOT-PAST-LIMIT.
068700     MOVE 'PAST LIMIT - ON WORKQUEUE' TO WS-NOTE.
068800     IF  WS-RG-ESCALATE-DATE (RGX) EQUAL ZERO
068900         MOVE WS-RUN-DATE-YYMMDD TO WS-RG-ESCALATE-DATE (RGX)
069000         MOVE 'SH01' TO WS-EX-CODE
069100         PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
069200         ADD 1 TO WS-TOT-ESCALATED
069300         MOVE 'PAST LIMIT - ESCALATED THIS RUN' TO WS-NOTE.
069400     MOVE WS-RG-ESCALATE-DATE (RGX) TO WS-WORK-DATE-YYMMDD.
069500     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
069600 5000-EXIT. EXIT.
069700 5100-BAND-ITEM.
069800     MOVE ZERO TO WS-BRN-SLOT.
069900     PERFORM 5150-SCAN-BRANCH THRU 5150-EXIT
070000         VARYING WS-BRN-SUB FROM 1 BY 1
070100         UNTIL WS-BRN-SUB GREATER THAN WS-BRN-COUNT
070200         OR    WS-BRN-SLOT GREATER THAN ZERO.
070300     IF  WS-BRN-SLOT EQUAL ZERO
070400         IF  WS-BRN-COUNT LESS THAN WS-BRN-MAX
070500             ADD 1 TO WS-BRN-COUNT
070600             SET BBX TO WS-BRN-COUNT
070700             MOVE WS-RG-BRANCH (RGX) TO WS-BB-BRANCH (BBX)
070800             MOVE ZERO TO WS-BB-BAND (BBX 1) WS-BB-BAND (BBX 2)
070900                          WS-BB-BAND (BBX 3) WS-BB-BAND (BBX 4)
071000                          WS-BB-BAND (BBX 5) WS-BB-TOTAL (BBX)
071100             MOVE WS-BRN-COUNT TO WS-BRN-SLOT
071200         ELSE
071300             GO TO 5100-EXIT.
071400     SET BBX TO WS-BRN-SLOT.
071500     IF  WS-AGE-DAYS NOT GREATER THAN 30
071600         MOVE 1 TO WS-BAND-SUB
071700     ELSE
071800     IF  WS-AGE-DAYS NOT GREATER THAN 90
071900         MOVE 2 TO WS-BAND-SUB
072000     ELSE
072100     IF  WS-AGE-DAYS NOT GREATER THAN 180
072200         MOVE 3 TO WS-BAND-SUB
072300     ELSE
072400     IF  WS-AGE-DAYS NOT GREATER THAN 365
072500         MOVE 4 TO WS-BAND-SUB
072600     ELSE
072700         MOVE 5 TO WS-BAND-SUB.
072800     ADD 1 TO WS-BB-BAND (BBX WS-BAND-SUB).
072900     ADD 1 TO WS-BB-TOTAL (BBX).
073000 5100-EXIT. EXIT.
073100 5150-SCAN-BRANCH.
073200     SET BBX TO WS-BRN-SUB.
073300     IF  WS-BB-BRANCH (BBX) EQUAL WS-RG-BRANCH (RGX)
073400         MOVE WS-BRN-SUB TO WS-BRN-SLOT.
073500 5150-EXIT. EXIT.
073600     EJECT
073700*----------------------------------------------------------------*
073800*    5500-TEST-CONTACT - A CONTACT ENTRY WHOSE ACCOUNT IS GONE,  *
073900*    CLOSED OR NO LONGER CARRIES A STANDING PULL COMES OFF THE   *
074000*    REGISTER.  OTHERWISE THE YEAR RUNS FROM THE LAST CONTACT,   *
074100*    OR FROM THE START OF THE HOLD WHEN THERE HAS BEEN NONE, AND *
074200*    A CONTACT OVERDUE GOES TO THE WORKQUEUE ONCE UNTIL A        *
074300*    CONTACT CARD COMES IN.                                      *
074400*----------------------------------------------------------------*
074500 5500-TEST-CONTACT.
074600     SET RGX TO WS-SUB.
074700     IF  WS-RG-REC-TYPE (RGX) NOT EQUAL 'C'
074800         GO TO 5500-EXIT.
074900     MOVE SPACES TO WMS-CONTROL-KEY.
075000     MOVE WS-RG-ACCOUNT (RGX) TO WMS-CONTROL-KEY.
075100     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
075200     MOVE -1     TO I-O-SEND-CODE.
075300     CALL 'IMACTM' USING I-O-CONTROL-AREA
075400                         MASTER-AREA
075500                         SI-ENVIRONMENT-AREA.
075600     IF  NOT I-O-88-NORMAL-RET
075700         GO TO 5500-ENDED.
075800     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
075900     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
076000     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
076100         GO TO 5500-ENDED.
076200     MOVE WMS-STMT-PULL TO WS-FLAG-BYTE.
076300     PERFORM 3150-TEST-FLAG THRU 3150-EXIT.
076400     IF  NOT WS-88-FLAG-SET
076500         GO TO 5500-ENDED.
076600     MOVE WMS-BRANCH5 TO WS-RG-BRANCH (RGX).
076700     MOVE WS-RG-HELD-DATE (RGX) TO WS-LOW-DATE.
076800     IF  WS-RG-DISP-DATE (RGX) GREATER THAN WS-LOW-DATE
076900         MOVE WS-RG-DISP-DATE (RGX) TO WS-LOW-DATE.
077000     PERFORM 7950-DAYS-SINCE THRU 7950-EXIT.
077100     IF  WS-AGE-DAYS NOT GREATER THAN WS-CONTACT-DAYS
077200         GO TO 5500-EXIT.
077300     ADD 1 TO WS-TOT-CONTACT-DUE.
077400     MOVE 'CONTACT DUE - ON WORKQUEUE' TO WS-NOTE.
077500     IF  WS-RG-ESCALATE-DATE (RGX) EQUAL ZERO
077600         MOVE WS-RUN-DATE-YYMMDD TO WS-RG-ESCALATE-DATE (RGX)
077700         MOVE 'SH02' TO WS-EX-CODE
077800         PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
077900         ADD 1 TO WS-TOT-CONTACT-RAISED
078000         MOVE 'CONTACT DUE - ESCALATED THIS RUN' TO WS-NOTE.
078100     MOVE WS-LOW-DATE TO WS-WORK-DATE-YYMMDD.
078200     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
078300     GO TO 5500-EXIT.
078400 5500-ENDED.
078500     MOVE 'Y' TO WS-RG-DROP (RGX).
078600     ADD 1 TO WS-TOT-HOLD-ENDED.
078700 5500-EXIT. EXIT.
078800*----------------------------------------------------------------*
078900*    5800-WRITE-EXCEPTION - THE WORKQUEUE ITEM IS KEYED BY       *
079000*    ACCOUNT; THE BRANCH, DATES AND AGE RIDE IN THE SOURCE       *
079100*    INFORMATION.                                                *
079200*----------------------------------------------------------------*
079300 5800-WRITE-EXCEPTION.
079400     MOVE LOW-VALUES TO EXCEPTION-AREA.
079500     MOVE WS-RG-ACCOUNT (RGX) TO IMEX-KEY.
079600     MOVE '02'                TO IMEX-REC-NO.
079700     MOVE WS-EX-CODE          TO IMEX-EX-CODE.
079800     MOVE ZERO                TO IMEX-SEQUENCE.
079900     MOVE ZERO                TO EX02-BAL.
080000     MOVE WS-AGE-DAYS         TO EX02-SEQ-NO.
080100     MOVE 'S'                 TO EX02-SRC-FLAG.
080200     MOVE SPACES              TO EX02-SRC-INFO.
080300     MOVE WS-LOW-DATE         TO WS-WORK-DATE-YYMMDD.
080400     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
080500     IF  WS-EX-CODE EQUAL 'SH01'
080600         STRING 'HELD STMT BRANCH ' WS-RG-BRANCH (RGX)
080700                ' SINCE ' WS-EDIT-DATE
080800             DELIMITED BY SIZE INTO EX02-SRC-INFO
080900     ELSE
081000         STRING 'HOLD-MAIL CONTACT BRANCH ' WS-RG-BRANCH (RGX)
081100                ' LAST ' WS-EDIT-DATE
081200             DELIMITED BY SIZE INTO EX02-SRC-INFO.
081300     WRITE EXCEPTION-AREA.
081400 5800-EXIT. EXIT.
081500     EJECT
081600*----------------------------------------------------------------*
081700*    6000-BRANCH-SUMMARY - STATEMENTS STILL HELD BY BRANCH AND   *
081800*    AGE.                                                        *
081900*----------------------------------------------------------------*
082000 6000-BRANCH-SUMMARY.
082100     MOVE 'STILL HELD BY BRANCH AND AGE IN DAYS' TO SEC-TITLE.
082200     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
082300     MOVE SPACES TO HLD-RPT-LINE.
082400     MOVE WS-BRANCH-HEAD TO HLD-RPT-LINE.
082500     WRITE HLD-RPT-LINE.
082600     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
082700     PERFORM 6100-BRANCH-LINE THRU 6100-EXIT
082800         VARYING WS-BRN-SUB FROM 1 BY 1
082900         UNTIL WS-BRN-SUB GREATER THAN WS-BRN-COUNT.
083000 6000-EXIT. EXIT.
083100 6100-BRANCH-LINE.
083200     SET BBX TO WS-BRN-SUB.
083300     MOVE SPACES TO WS-BRANCH-LINE.
083400     MOVE WS-BB-BRANCH (BBX) TO BRL-BRANCH.
083500     PERFORM 6150-BAND-COLUMN THRU 6150-EXIT
083600         VARYING WS-BAND-SUB FROM 1 BY 1
083700         UNTIL WS-BAND-SUB GREATER THAN 5.
083800     MOVE WS-BB-TOTAL (BBX) TO BRL-TOTAL.
083900     MOVE SPACES TO HLD-RPT-LINE.
084000     MOVE WS-BRANCH-LINE TO HLD-RPT-LINE.
084100     WRITE HLD-RPT-LINE.
084200 6100-EXIT. EXIT.
084300 6150-BAND-COLUMN.
084400     MOVE WS-BB-BAND (BBX WS-BAND-SUB) TO BRL-BAND (WS-BAND-SUB).
084500 6150-EXIT. EXIT.
084600     EJECT
084700*----------------------------------------------------------------*
084800*    7000-PRINT-ENTRY - ONE REGISTER ENTRY (RGX) WITH ITS AGE,   *
084900*    THE DATE IN WS-WORK-DATE-YYMMDD AND THE NOTE.               *
085000*----------------------------------------------------------------*
085100 7000-PRINT-ENTRY.
085200     MOVE SPACES TO WS-DETAIL-LINE.
085300     MOVE WS-RG-BRANCH (RGX)  TO DTL-BRANCH.
085400     MOVE WS-RG-ACCOUNT (RGX) TO DTL-ACCOUNT.
085500     MOVE SPACES TO WS-EDIT-DATE.
085600     IF  WS-WORK-DATE-YYMMDD GREATER THAN ZERO
085700         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
085800     MOVE WS-EDIT-DATE TO DTL-DATE.
085900     MOVE SPACES TO WS-EDIT-DATE.
086000     IF  WS-RG-STMT-DATE (RGX) GREATER THAN ZERO
086100         MOVE WS-RG-STMT-DATE (RGX) TO WS-WORK-DATE-YYMMDD
086200         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
086300     MOVE WS-EDIT-DATE TO DTL-STMT-DATE.
086400     MOVE SPACES TO DTL-REASON.
086500     PERFORM 7050-REASON-NAME THRU 7050-EXIT
086600         VARYING WS-RSN-SUB FROM 1 BY 1
086700         UNTIL WS-RSN-SUB GREATER THAN 3.
086800     IF  WS-RG-REC-TYPE (RGX) EQUAL 'C'
086900         MOVE 'HOLD-MAIL' TO DTL-REASON.
087000     MOVE WS-AGE-DAYS TO DTL-AGE.
087100     MOVE WS-NOTE TO DTL-NOTE.
087200     MOVE SPACES TO HLD-RPT-LINE.
087300     MOVE WS-DETAIL-LINE TO HLD-RPT-LINE.
087400     WRITE HLD-RPT-LINE.
087500 7000-EXIT. EXIT.
087600 7050-REASON-NAME.
087700     IF  WS-RSN-CODE (WS-RSN-SUB) EQUAL WS-RG-REASON (RGX)
087800         MOVE WS-RSN-NAME (WS-RSN-SUB) TO DTL-REASON.
087900 7050-EXIT. EXIT.
088000 7100-PRINT-SECTION.
088100     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
088200     MOVE SPACES TO HLD-RPT-LINE.
088300     MOVE WS-SECTION-LINE TO HLD-RPT-LINE.
088400     WRITE HLD-RPT-LINE.
088500     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
088600 7100-EXIT. EXIT.
088700 7150-PRINT-DETAIL-HEAD.
088800     MOVE SPACES TO HLD-RPT-LINE.
088900     MOVE WS-DETAIL-HEAD TO HLD-RPT-LINE.
089000     WRITE HLD-RPT-LINE.
089100     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
089200 7150-EXIT. EXIT.
089300 7200-PRINT-PARM.
089400     MOVE SPACES TO HLD-RPT-LINE.
089500     MOVE WS-PARM-LINE TO HLD-RPT-LINE.
089600     WRITE HLD-RPT-LINE.
089700 7200-EXIT. EXIT.
089800*----------------------------------------------------------------*
089900*    7500-FIND-ENTRY - THE REGISTER ENTRY OF WS-SEARCH-TYPE FOR  *
090000*    WS-SEARCH-ACCOUNT AND WS-SEARCH-DATE.  WS-REG-SLOT IS ITS   *
090100*    SUBSCRIPT.                                                  *
090200*----------------------------------------------------------------*
090300 7500-FIND-ENTRY.
090400     MOVE 'N'  TO WS-FOUND-SW.
090500     MOVE ZERO TO WS-REG-SLOT.
090600     PERFORM 7510-SCAN-ENTRY THRU 7510-EXIT
090700         VARYING WS-REG-SLOT FROM 1 BY 1
090800         UNTIL WS-REG-SLOT GREATER THAN WS-REG-COUNT
090900            OR WS-88-FOUND.
091000     IF  WS-88-FOUND
091100         SUBTRACT 1 FROM WS-REG-SLOT.
091200 7500-EXIT. EXIT.
091300 7510-SCAN-ENTRY.
091400     SET RGX TO WS-REG-SLOT.
091500     IF  WS-RG-REC-TYPE (RGX) EQUAL WS-SEARCH-TYPE
091600     AND WS-RG-ACCOUNT (RGX) EQUAL WS-SEARCH-ACCOUNT
091700     AND WS-RG-STMT-DATE (RGX) EQUAL WS-SEARCH-DATE
091800         MOVE 'Y' TO WS-FOUND-SW.
091900 7510-EXIT. EXIT.
092000 7900-EDIT-DATE.
092100     MOVE SPACES TO WS-EDIT-DATE.
092200     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
092300         DELIMITED BY SIZE INTO WS-EDIT-DATE.
092400 7900-EXIT. EXIT.
092500*----------------------------------------------------------------*
092600*    7950-DAYS-SINCE - DAYS FROM WS-LOW-DATE (YYMMDD) TO THE RUN *
092700*    DATE.                                                       *
092800*----------------------------------------------------------------*
092900 7950-DAYS-SINCE.
093000     MOVE ZERO TO WS-AGE-DAYS.
093100     IF  WS-LOW-DATE EQUAL ZERO
093200         GO TO 7950-EXIT.
093300     MOVE WS-LOW-DATE (3:2) TO DT-L-MO.
093400     MOVE WS-LOW-DATE (5:2) TO DT-L-DA.
093500     MOVE WS-LOW-DATE (1:2) TO DT-L-YR.
093600     CALL 'SIDIF1' USING DATE-AREA.
093700     MOVE RET-DAYS TO WS-AGE-DAYS.
093800 7950-EXIT. EXIT.
093900     EJECT
094000*----------------------------------------------------------------*
094100*    8000-WRITE-REGISTER - CARRY THE REGISTER FORWARD.           *
094200*----------------------------------------------------------------*
094300 8000-WRITE-REGISTER.
094400     SET RGX TO WS-SUB.
094500     IF  WS-RG-DROP (RGX) EQUAL 'Y'
094600         GO TO 8000-EXIT.
094700     MOVE SPACES TO REGISTER-RECORD.
094800     MOVE WS-RG-REC-TYPE (RGX)      TO SHR-REC-TYPE.
094900     MOVE WS-RG-ACCOUNT (RGX)       TO SHR-ACCOUNT.
095000     MOVE WS-RG-STMT-DATE (RGX)     TO SHR-STMT-DATE.
095100     MOVE WS-RG-BRANCH (RGX)        TO SHR-BRANCH.
095200     MOVE WS-RG-REASON (RGX)        TO SHR-REASON.
095300     MOVE WS-RG-STATUS (RGX)        TO SHR-STATUS.
095400     MOVE WS-RG-HELD-DATE (RGX)     TO SHR-HELD-DATE.
095500     MOVE WS-RG-DISP-DATE (RGX)     TO SHR-DISP-DATE.
095600     MOVE WS-RG-ESCALATE-DATE (RGX) TO SHR-ESCALATE-DATE.
095700     MOVE WS-RG-DISP-BY (RGX)       TO SHR-DISP-BY.
095800     MOVE REGISTER-RECORD TO REGISTER-OUT-RECORD.
095900     WRITE REGISTER-OUT-RECORD.
096000     ADD 1 TO WS-TOT-WRITTEN.
096100 8000-EXIT. EXIT.
096200     EJECT
096300*----------------------------------------------------------------*
096400*    9000-TERMINATE - SUMMARY TOTALS AND CLOSES.                 *
096500*----------------------------------------------------------------*
096600 9000-TERMINATE.
096700     WRITE HLD-RPT-LINE FROM WS-BLANK-LINE.
096800     MOVE 'REGISTER ENTRIES CARRIED IN       ' TO SUM-LIT.
096900     MOVE WS-TOT-CARRIED TO SUM-COUNT.
097000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097100     MOVE 'STATEMENTS CUT THIS CYCLE         ' TO SUM-LIT.
097200     MOVE WS-TOT-STMTS-CUT TO SUM-COUNT.
097300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097400     MOVE 'STATEMENT ACCOUNTS NOT ON MASTER  ' TO SUM-LIT.
097500     MOVE WS-TOT-NOT-ON-MASTER TO SUM-COUNT.
097600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097700     MOVE 'STATEMENTS PULLED AND REGISTERED  ' TO SUM-LIT.
097800     MOVE WS-TOT-NEW-HOLDS TO SUM-COUNT.
097900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098000     MOVE 'NEW HOLD-MAIL CONTACT ENTRIES     ' TO SUM-LIT.
098100     MOVE WS-TOT-NEW-CONTACTS TO SUM-COUNT.
098200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098300     MOVE 'ACTION CARDS READ                 ' TO SUM-LIT.
098400     MOVE WS-TOT-ACTIONS TO SUM-COUNT.
098500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098600     MOVE '  RELEASED TO CUSTOMER            ' TO SUM-LIT.
098700     MOVE WS-TOT-RELEASED TO SUM-COUNT.
098800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098900     MOVE '  DESTROYED                       ' TO SUM-LIT.
099000     MOVE WS-TOT-DESTROYED TO SUM-COUNT.
099100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099200     MOVE '  MAILED                          ' TO SUM-LIT.
099300     MOVE WS-TOT-MAILED TO SUM-COUNT.
099400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099500     MOVE '  CUSTOMER CONTACTS RECORDED      ' TO SUM-LIT.
099600     MOVE WS-TOT-CONTACTED TO SUM-COUNT.
099700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099800     MOVE '  REJECTED                        ' TO SUM-LIT.
099900     MOVE WS-TOT-REJECTED TO SUM-COUNT.
100000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100100     MOVE 'STATEMENTS STILL HELD             ' TO SUM-LIT.
100200     MOVE WS-TOT-STILL-HELD TO SUM-COUNT.
100300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100400     MOVE '  PAST THE POLICY LIMIT           ' TO SUM-LIT.
100500     MOVE WS-TOT-PAST-LIMIT TO SUM-COUNT.
100600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100700     MOVE '  HELD OVER A YEAR                ' TO SUM-LIT.
100800     MOVE WS-TOT-OVER-YEAR TO SUM-COUNT.
100900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101000     MOVE '  ESCALATED THIS RUN (SH01)       ' TO SUM-LIT.
101100     MOVE WS-TOT-ESCALATED TO SUM-COUNT.
101200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101300     MOVE 'HOLD-MAIL CONTACTS OVERDUE        ' TO SUM-LIT.
101400     MOVE WS-TOT-CONTACT-DUE TO SUM-COUNT.
101500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101600     MOVE '  ESCALATED THIS RUN (SH02)       ' TO SUM-LIT.
101700     MOVE WS-TOT-CONTACT-RAISED TO SUM-COUNT.
101800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101900     MOVE 'HOLD-MAIL INSTRUCTIONS ENDED      ' TO SUM-LIT.
102000     MOVE WS-TOT-HOLD-ENDED TO SUM-COUNT.
102100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102200     MOVE 'DISPOSED STATEMENTS PURGED        ' TO SUM-LIT.
102300     MOVE WS-TOT-PURGED TO SUM-COUNT.
102400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102500     MOVE 'REGISTER ENTRIES NOT TABLED       ' TO SUM-LIT.
102600     MOVE WS-TOT-NOT-TABLED TO SUM-COUNT.
102700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102720     IF  WS-TOT-NOT-TABLED GREATER THAN ZERO
102740         MOVE 'REGISTER TABLE FULL - ENTRIES NOT TABLED'
102760             TO SEC-TITLE
102780         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
102800     MOVE 'REGISTER ENTRIES WRITTEN          ' TO SUM-LIT.
102900     MOVE WS-TOT-WRITTEN TO SUM-COUNT.
103000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103100     CLOSE REGISTER-IN.
103200     CLOSE STMT-PRINT-IN.
103300     CLOSE ACTION-FILE.
103400     CLOSE SHL-EXCEPTION-FILE.
103500     CLOSE REGISTER-OUT.
103600     CLOSE HLD-RPT.
103625     IF  WS-TOT-NOT-TABLED GREATER THAN ZERO
103650         MOVE 16 TO RETURN-CODE.
103700 9000-EXIT. EXIT.
103800 9100-PRINT-SUMMARY.
103900     MOVE SPACES TO HLD-RPT-LINE.
104000     MOVE WS-SUMMARY-LINE TO HLD-RPT-LINE.
104100     WRITE HLD-RPT-LINE.
104200 9100-EXIT. EXIT.
