*     * GN6198 * 09/29/26 JCTE EMPLOYEE AND INSIDER ACCOUNT SURVEILLANCE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMINSSUR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/29/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMINSSUR IS THE MONTHLY EMPLOYEE AND INSIDER ACCOUNT        *
000900*    SURVEILLANCE RUN FOR AUDIT.  THE EMPLOYEE OPERATOR ROSTER   *
001000*    (IMWSEMPR - EACH OPERATOR ID WITH THE EMPLOYEE'S OWN TAX ID *
001100*    AND THOSE OF DISCLOSED RELATIVES) IS SORTED BY TAX ID AND   *
001200*    MATCHED TO THE ACTIVE PARTIES OF EVERY ACCOUNT ON THE       *
001300*    OWNERSHIP REGISTRY (IMOWNOUT).  THE PERIOD'S MAINTENANCE    *
001400*    JOURNAL ENTRIES (IMFMJHST) AND THE REGISTRY PARTIES ARE     *
001500*    SORTED (IMINSSRT) INTO MASTER KEY ORDER AND READ WITH THE   *
001600*    MASTER BROWSE AND THE POSTED TRANSACTION ARCHIVE            *
001700*    (IMWSTHAR).  THE REPORT HAS THREE SECTIONS -                *
001800*      1  SELF-MAINTENANCE - A JOURNAL ENTRY WHOSE OPERATOR IS   *
001900*         ON THE ROSTER FOR A PARTY TO THE ACCOUNT               *
002000*      2  FEE WAIVERS AND REBATES ON EMPLOYEE ACCOUNTS - WAIVER  *
002100*         AND REBATE JOURNAL ENTRIES WITH THE GRANTING OPERATOR, *
002200*         AND REBATE CREDITS POSTED TO THE ARCHIVE               *
002300*      3  REGULATION O - OVERDRAFTS ON EXECUTIVE OFFICER,        *
002400*         DIRECTOR AND PRINCIPAL SHAREHOLDER ACCOUNTS OVER THE   *
002500*         PARM AMOUNT OR OUTSTANDING PAST THE PARM DAYS          *
002600*----------------------------------------------------------------*
002700*    AN EMPLOYEE ACCOUNT IS ONE FLAGGED WMS-OFF-EMP OR HAVING A  *
002800*    ROSTER PARTY.  AN INSIDER ACCOUNT IS ONE WHOSE WMS-OFF-EMP  *
002900*    CODE, OR WHOSE ROSTER PARTY'S OWN INSIDER CLASS, IS IN THE  *
003000*    PARM INSIDER CODES.  SECTION LINES ARE WRITTEN TO A WORK    *
003100*    FILE (IMINSWRK) DURING THE PASS AND SORTED (IMINSRPS) FOR   *
003200*    PRINTING.                                                   *
003300*----------------------------------------------------------------*
003400*               ** HISTORY OF REVISIONS **                      *
003500* DESCRIPTION                                           CHNGID  *
003600* ____________________________________________________ _______ *
003700* 09/29/26 JCTE NEW PROGRAM - EMPLOYEE AND INSIDER       GN6198 *
003800*                ACCOUNT SURVEILLANCE                           *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT    DIVISION.
004100 INPUT-OUTPUT   SECTION.
004200 FILE-CONTROL.
004300     SELECT INS-PARM-FILE     ASSIGN TO "IMINSPRM"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT EMP-ROSTER-FILE   ASSIGN TO "IMEMPROS"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT ROSTER-SORT-FILE  ASSIGN TO "IMINSRSR".
004800     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REG-FILE-STATUS.
005100     SELECT OPTIONAL FM-HISTORY-FILE ASSIGN TO "IMFMJHST"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-HIST-FILE-STATUS.
005400     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT EVENT-SORT-FILE   ASSIGN TO "IMINSSRT".
005700     SELECT REPORT-WORK-FILE  ASSIGN TO "IMINSWRK"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT REPORT-SORT-FILE  ASSIGN TO "IMINSRPS".
006000     SELECT INS-SURV-RPT      ASSIGN TO "IMINSRPT"
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  INS-PARM-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  INS-PARM-RECORD.
006700     03  INP-RUN-DATE                PIC 9(6).
006800     03  INP-FROM-DATE               PIC 9(6).
006900     03  INP-TO-DATE                 PIC 9(6).
007000     03  INP-REGO-AMT                PIC 9(7)V99.
007100     03  INP-REGO-DAYS               PIC 9(3).
007200     03  INP-INSIDER-CODES           PIC X(5).
007300     03  INP-REBATE-CODES            PIC X(10).
007400     03  FILLER                      PIC X(35).
007500 FD  EMP-ROSTER-FILE.
007600     COPY IMWSEMPR.
007700 SD  ROSTER-SORT-FILE.
007800 01  ROSTER-SORT-RECORD.
007900     03  EMS-OPER-ID                 PIC X(5).
008000     03  EMS-RELATION                PIC X.
008100     03  EMS-TAX-ID                  PIC X(11).
008200     03  EMS-NAME                    PIC X(40).
008300     03  EMS-INSIDER-CLASS           PIC X.
008400     03  EMS-STATUS                  PIC X.
008500     03  FILLER                      PIC X(21).
008600 FD  REGISTRY-FILE.
008700     COPY IMWSOWNR.
008800 FD  FM-HISTORY-FILE.
008900     COPY IMWSFMJR.
009000 FD  TRAN-ARCHIVE-FILE.
009100     COPY IMWSTHAR.
009200 SD  EVENT-SORT-FILE.
009300 01  EVENT-SORT-RECORD.
009400     03  EVS-ACCOUNT                 PIC X(22).
009500     03  EVS-TYPE                    PIC X.
009600         88  EVS-88-PARTY            VALUE '1'.
009700         88  EVS-88-MAINT            VALUE '2'.
009800     03  EVS-DATE                    PIC 9(6).
009900     03  EVS-TAX-ID                  PIC X(11).
010000     03  EVS-NAME                    PIC X(40).
010100     03  EVS-OPER-ID                 PIC X(5).
010200     03  EVS-FIELD-ID                PIC X(8).
010300     03  EVS-AFTER-IMAGE             PIC X(40).
010400 FD  REPORT-WORK-FILE
010500     RECORD CONTAINS 141 CHARACTERS.
010600 01  REPORT-WORK-RECORD.
010700     03  RWK-SECTION                 PIC X.
010800     03  RWK-SEQ                     PIC 9(7).
010900     03  RWK-LINE                    PIC X(133).
011000 SD  REPORT-SORT-FILE.
011100 01  REPORT-SORT-RECORD.
011200     03  RPS-SECTION                 PIC X.
011300     03  RPS-SEQ                     PIC 9(7).
011400     03  RPS-LINE                    PIC X(133).
011500 FD  INS-SURV-RPT
011600     RECORD CONTAINS 133 CHARACTERS.
011700 01  INS-SURV-RPT-LINE               PIC X(133).
011800 WORKING-STORAGE SECTION.
011900 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMINSSUR'.
012000 77  WS-EMP-MAX                      PIC S9(5)   COMP VALUE +5000.
012100 77  WS-PTY-MAX                      PIC S9(3)   COMP VALUE +20.
012200 77  WS-WVR-MAX                      PIC S9(3)   COMP VALUE +7.
012300 77  WS-REG-FILE-STATUS              PIC X(2)    VALUE SPACES.
012400     88  WS-88-REG-NOT-FOUND         VALUE '05' '35'.
012500 77  WS-HIST-FILE-STATUS             PIC X(2)    VALUE SPACES.
012600     88  WS-88-HIST-NOT-FOUND        VALUE '05' '35'.
012700     EJECT
012800     COPY SIWSDTAR.
012900     EJECT
013000 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
013100 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013200     03  WS-RUN-YR                   PIC 99.
013300     03  WS-RUN-MO                   PIC 99.
013400     03  WS-RUN-DA                   PIC 99.
013500 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013600 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
013700     03  WS-WORK-YR                  PIC 99.
013800     03  WS-WORK-MO                  PIC 99.
013900     03  WS-WORK-DA                  PIC 99.
014000 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
014100 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
014200 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014300     EJECT
014400 01  WS-SWITCHES.
014500     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
014600         88  WS-88-INPUT-EOF         VALUE 'Y'.
014700     03  WS-ARC-EOF-SW               PIC X(1)    VALUE 'N'.
014800         88  WS-88-ARC-EOF           VALUE 'Y'.
014900     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
015000         88  WS-88-MASTER-EOF        VALUE 'Y'.
015100     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
015200         88  WS-88-SORT-EOF          VALUE 'Y'.
015300     03  WS-RPT-EOF-SW               PIC X(1)    VALUE 'N'.
015400         88  WS-88-RPT-EOF           VALUE 'Y'.
015500     03  WS-EMPLOYEE-SW              PIC X(1)    VALUE 'N'.
015600         88  WS-88-EMPLOYEE-ACCT     VALUE 'Y'.
015700     03  WS-SELF-SW                  PIC X(1)    VALUE 'N'.
015800         88  WS-88-SELF-MAINT        VALUE 'Y'.
015900     03  WS-WAIVER-SW                PIC X(1)    VALUE 'N'.
016000         88  WS-88-WAIVER            VALUE 'Y'.
016100     03  WS-REBATE-SW                PIC X(1)    VALUE 'N'.
016200         88  WS-88-REBATE            VALUE 'Y'.
016300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
016400 01  WS-EMP-SUB                      PIC S9(5)   COMP VALUE 0.
016500 01  WS-PTY-SUB                      PIC S9(3)   COMP VALUE 0.
016600 01  WS-WVR-SUB                      PIC S9(3)   COMP VALUE 0.
016700 01  WS-EMP-COUNT                    PIC S9(5)   COMP VALUE 0.
016800 01  WS-PTY-COUNT                    PIC S9(3)   COMP VALUE 0.
016900 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
017000 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
017100 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
017200 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
017300 01  WS-WORK-SEQ                     PIC 9(7)    VALUE 0.
017400 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
017500 01  WS-SEARCH-TAX-ID                PIC X(11)   VALUE SPACES.
017600 01  WS-INSIDER-CLASS                PIC X       VALUE SPACE.
017700 01  WS-SELF-RELATION                PIC X       VALUE SPACE.
017800 01  WS-SELF-NAME                    PIC X(40)   VALUE SPACES.
017900 01  WS-WORK-SECTION                 PIC X       VALUE SPACE.
018000 01  WS-PRINT-SECTION                PIC X       VALUE SPACE.
018100 01  WS-OD-AMT                       PIC S9(13)V99 COMP-3 VALUE 0.
018200 01  WS-REGO-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
018300 01  WS-OD-DAYS                      PIC S9(5)   COMP-3 VALUE 0.
018400 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
018500 01  WS-WORK-LINE                    PIC X(133)  VALUE SPACES.
018600     EJECT
018700*----------------------------------------------------------------*
018800*    JOURNAL FIELD IDS THAT GRANT OR REBATE A FEE.               *
018900*----------------------------------------------------------------*
019000 01  WS-WAIVER-IDS.
019100     03  FILLER                      PIC X(8)    VALUE 'SCWAIVE '.
019200     03  FILLER                      PIC X(8)    VALUE 'ANCWAIVE'.
019300     03  FILLER                      PIC X(8)    VALUE 'FEEWAIVE'.
019400     03  FILLER                      PIC X(8)    VALUE 'SEASWAIV'.
019500     03  FILLER                      PIC X(8)    VALUE 'NSFWAIVE'.
019600     03  FILLER                      PIC X(8)    VALUE 'ODWAIVE '.
019700     03  FILLER                      PIC X(8)    VALUE 'FEEREBAT'.
019800 01  WS-WAIVER-TABLE REDEFINES WS-WAIVER-IDS.
019900     03  WS-WVR-FIELD-ID OCCURS 7 TIMES PIC X(8).
020000     EJECT
020100*----------------------------------------------------------------*
020200*    ROSTER IN TAX ID ORDER.                                     *
020300*----------------------------------------------------------------*
020400 01  WS-ROSTER-TABLE.
020500     03  WS-EMP-ENTRY OCCURS 5000 TIMES
020600                      INDEXED BY EMX.
020700         05  WS-EMP-TAX-ID           PIC X(11).
020800         05  WS-EMP-OPER-ID          PIC X(5).
020900         05  WS-EMP-RELATION         PIC X.
021000         05  WS-EMP-CLASS            PIC X.
021100*----------------------------------------------------------------*
021200*    ACTIVE PARTIES OF THE CURRENT ACCOUNT WITH THE RANGE OF     *
021300*    THEIR ROSTER ENTRIES (ZERO WHEN NOT ON THE ROSTER).         *
021400*----------------------------------------------------------------*
021500 01  WS-PARTY-TABLE.
021600     03  WS-PTY-ENTRY OCCURS 20 TIMES
021700                      INDEXED BY PTX.
021800         05  WS-PTY-TAX-ID           PIC X(11).
021900         05  WS-PTY-NAME             PIC X(40).
022000         05  WS-PTY-EMP-LOW          PIC S9(5)   COMP.
022100         05  WS-PTY-EMP-HIGH         PIC S9(5)   COMP.
022200     EJECT
022300 01  WS-TOTALS.
022400     03  WS-TOT-ROSTER               PIC 9(7)    COMP VALUE 0.
022500     03  WS-TOT-ROSTER-DROPPED       PIC 9(7)    COMP VALUE 0.
022600     03  WS-TOT-PARTIES              PIC 9(7)    COMP VALUE 0.
022700     03  WS-TOT-JOURNAL              PIC 9(7)    COMP VALUE 0.
022800     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
022900     03  WS-TOT-ARCHIVE              PIC 9(7)    COMP VALUE 0.
023000     03  WS-TOT-EMPLOYEE             PIC 9(7)    COMP VALUE 0.
023100     03  WS-TOT-INSIDER              PIC 9(7)    COMP VALUE 0.
023200     03  WS-TOT-SECTION OCCURS 3 TIMES PIC 9(7)  COMP.
023300     EJECT
023400 01  WS-REPORT-TITLE.
023500     03  FILLER                      PIC X(48)   VALUE
023600         'IMINSSUR - EMPLOYEE AND INSIDER SURVEILLANCE    '.
023700     03  FILLER                      PIC X(9)    VALUE
023800         'RUN DATE '.
023900     03  TTL-RUN-DATE                PIC X(8).
024000     03  FILLER                      PIC X(68)   VALUE SPACES.
024100 01  WS-PERIOD-LINE.
024200     03  FILLER                      PIC X(4)    VALUE SPACES.
024300     03  FILLER                      PIC X(7)    VALUE 'PERIOD '.
024400     03  PER-FROM-DATE               PIC X(8).
024500     03  FILLER                      PIC X(3)    VALUE ' - '.
024600     03  PER-TO-DATE                 PIC X(8).
024700     03  FILLER                      PIC X(103)  VALUE SPACES.
024800 01  WS-SECTION-TITLE-LINE.
024900     03  FILLER                      PIC X(4)    VALUE SPACES.
025000     03  STL-TEXT                    PIC X(60).
025100     03  FILLER                      PIC X(69)   VALUE SPACES.
025200 01  WS-SECTION-TITLES.
025300     03  FILLER                      PIC X(60)   VALUE
025400         'SECTION 1 - SELF-MAINTENANCE BY EMPLOYEE OPERATORS'.
025500     03  FILLER                      PIC X(60)   VALUE
025600         'SECTION 2 - EMPLOYEE FEE WAIVERS AND REBATES'.
025700     03  FILLER                      PIC X(60)   VALUE
025800         'SECTION 3 - REGULATION O INSIDER OVERDRAFTS'.
025900 01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
026000     03  WS-STL-TEXT OCCURS 3 TIMES  PIC X(60).
026100 01  WS-NONE-LINE.
026200     03  FILLER                      PIC X(4)    VALUE SPACES.
026300     03  FILLER                      PIC X(4)    VALUE 'NONE'.
026400     03  FILLER                      PIC X(125)  VALUE SPACES.
026500 01  WS-HEADING-1.
026600     03  FILLER                      PIC X(4)    VALUE SPACES.
026700     03  FILLER                      PIC X(50)   VALUE
026800         'ACCOUNT                 OPER   RELATION  PARTY NAM'.
026900     03  FILLER                      PIC X(50)   VALUE
027000         'E                      FIELD     DATE      AFTER I'.
027100     03  FILLER                      PIC X(29)   VALUE
027200         'MAGE                         '.
027300 01  WS-HEADING-2.
027400     03  FILLER                      PIC X(4)    VALUE SPACES.
027500     03  FILLER                      PIC X(50)   VALUE
027600         'ACCOUNT                 ITEM      FLD/TRAN  DATE  '.
027700     03  FILLER                      PIC X(50)   VALUE
027800         '    OPER             AMOUNT  DETAIL               '.
027900     03  FILLER                      PIC X(29)   VALUE SPACES.
028000 01  WS-HEADING-3.
028100     03  FILLER                      PIC X(4)    VALUE SPACES.
028200     03  FILLER                      PIC X(50)   VALUE
028300         'BRNCH  ACCOUNT                 INSIDER CLASS      '.
028400     03  FILLER                      PIC X(50)   VALUE
028500         '           OVERDRAFT  INTO OD    DAYS  EXCEEDS    '.
028600     03  FILLER                      PIC X(29)   VALUE SPACES.
028700 01  WS-DETAIL-1.
028800     03  FILLER                      PIC X(4)    VALUE SPACES.
028900     03  DT1-ACCOUNT                 PIC X(22).
029000     03  FILLER                      PIC X(2)    VALUE SPACES.
029100     03  DT1-OPER-ID                 PIC X(5).
029200     03  FILLER                      PIC X(2)    VALUE SPACES.
029300     03  DT1-RELATION                PIC X(8).
029400     03  FILLER                      PIC X(2)    VALUE SPACES.
029500     03  DT1-PARTY-NAME              PIC X(30).
029600     03  FILLER                      PIC X(2)    VALUE SPACES.
029700     03  DT1-FIELD-ID                PIC X(8).
029800     03  FILLER                      PIC X(2)    VALUE SPACES.
029900     03  DT1-DATE                    PIC X(8).
030000     03  FILLER                      PIC X(2)    VALUE SPACES.
030100     03  DT1-AFTER-IMAGE             PIC X(30).
030200     03  FILLER                      PIC X(6)    VALUE SPACES.
030300 01  WS-DETAIL-2.
030400     03  FILLER                      PIC X(4)    VALUE SPACES.
030500     03  DT2-ACCOUNT                 PIC X(22).
030600     03  FILLER                      PIC X(2)    VALUE SPACES.
030700     03  DT2-ITEM                    PIC X(8).
030800     03  FILLER                      PIC X(2)    VALUE SPACES.
030900     03  DT2-CODE                    PIC X(8).
031000     03  FILLER                      PIC X(2)    VALUE SPACES.
031100     03  DT2-DATE                    PIC X(8).
031200     03  FILLER                      PIC X(2)    VALUE SPACES.
031300     03  DT2-OPER-ID                 PIC X(5).
031400     03  FILLER                      PIC X(2)    VALUE SPACES.
031500     03  DT2-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
031600     03  FILLER                      PIC X(2)    VALUE SPACES.
031700     03  DT2-DETAIL                  PIC X(40).
031800     03  FILLER                      PIC X(10)   VALUE SPACES.
031900 01  WS-DETAIL-3.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  DT3-BRANCH                  PIC X(5).
032200     03  FILLER                      PIC X(2)    VALUE SPACES.
032300     03  DT3-ACCOUNT                 PIC X(22).
032400     03  FILLER                      PIC X(2)    VALUE SPACES.
032500     03  DT3-CLASS                   PIC X(21).
032600     03  FILLER                      PIC X(2)    VALUE SPACES.
032700     03  DT3-OD-AMT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
032800     03  FILLER                      PIC X(2)    VALUE SPACES.
032900     03  DT3-INTO-OD                 PIC X(8).
033000     03  FILLER                      PIC X(2)    VALUE SPACES.
033100     03  DT3-DAYS                    PIC ZZZZ9.
033200     03  FILLER                      PIC X(2)    VALUE SPACES.
033300     03  DT3-EXCEEDS                 PIC X(20).
033400     03  FILLER                      PIC X(20)   VALUE SPACES.
033500 01  WS-SUMMARY-LINE.
033600     03  FILLER                      PIC X(4)    VALUE SPACES.
033700     03  SUM-LIT                     PIC X(34).
033800     03  SUM-COUNT                   PIC ZZZ,ZZ9.
033900     03  FILLER                      PIC X(88)   VALUE SPACES.
034000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
034100     EJECT
034200 LINKAGE SECTION.
034300     COPY SIWSCNTL.
034400     EJECT
034500     COPY IMAWKMST.
034600     EJECT
034700     COPY IMWSENVO.
034800     EJECT
034900 PROCEDURE DIVISION.
035000*----------------------------------------------------------------*
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
035300     SORT ROSTER-SORT-FILE
035400         ASCENDING KEY EMS-TAX-ID EMS-OPER-ID
035500         USING EMP-ROSTER-FILE
035600         OUTPUT PROCEDURE IS 1500-TABLE-ROSTER.
035700     SORT EVENT-SORT-FILE
035800         ASCENDING KEY EVS-ACCOUNT EVS-TYPE EVS-DATE
035900         INPUT PROCEDURE IS 2000-SELECT-EVENTS
036000         OUTPUT PROCEDURE IS 3000-SCAN-MASTER.
036100     CLOSE REPORT-WORK-FILE.
036200     SORT REPORT-SORT-FILE
036300         ASCENDING KEY RPS-SECTION RPS-SEQ
036400         USING REPORT-WORK-FILE
036500         OUTPUT PROCEDURE IS 8000-PRINT-REPORT.
036600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
036700     GOBACK.
036800     EJECT
036900*----------------------------------------------------------------*
037000*    1000-INITIALIZE - THE PERIOD DEFAULTS TO THE CALENDAR MONTH *
037100*    BEFORE THE RUN DATE.  THE REGULATION O DEFAULTS ARE THE     *
037200*    INADVERTENT-OVERDRAFT LIMITS - 1,000.00 AND 5 DAYS.         *
037300*----------------------------------------------------------------*
037400 1000-INITIALIZE.
037500     OPEN INPUT INS-PARM-FILE.
037600     READ INS-PARM-FILE
037700         AT END MOVE SPACES TO INS-PARM-RECORD.
037800     CLOSE INS-PARM-FILE.
037900     IF  INP-RUN-DATE NUMERIC
038000     AND INP-RUN-DATE GREATER THAN ZERO
038100         MOVE INP-RUN-DATE TO WS-RUN-DATE-YYMMDD
038200     ELSE
038300         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
038400     IF  INP-FROM-DATE NOT NUMERIC
038500     OR  INP-FROM-DATE EQUAL ZERO
038600     OR  INP-TO-DATE NOT NUMERIC
038700     OR  INP-TO-DATE EQUAL ZERO
038800         PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT.
038900     IF  INP-REGO-AMT NOT NUMERIC
039000     OR  INP-REGO-AMT EQUAL ZERO
039100         MOVE 1000.00 TO INP-REGO-AMT.
039200     MOVE INP-REGO-AMT TO WS-REGO-AMT.
039300     IF  INP-REGO-DAYS NOT NUMERIC
039400     OR  INP-REGO-DAYS EQUAL ZERO
039500         MOVE 5 TO INP-REGO-DAYS.
039600     IF  INP-INSIDER-CODES EQUAL SPACES
039700     OR  INP-INSIDER-CODES EQUAL LOW-VALUES
039800         MOVE 'XDP' TO INP-INSIDER-CODES.
039900     IF  INP-REBATE-CODES EQUAL SPACES
040000     OR  INP-REBATE-CODES EQUAL LOW-VALUES
040100         MOVE '27' TO INP-REBATE-CODES.
040200     MOVE ZERO TO WS-TOT-SECTION (1) WS-TOT-SECTION (2)
040300                  WS-TOT-SECTION (3).
040400     OPEN INPUT  TRAN-ARCHIVE-FILE.
040500     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
040600     OPEN OUTPUT REPORT-WORK-FILE.
040700     MOVE ZERO   TO RWK-SEQ.
040800     MOVE SPACES TO RWK-LINE.
040900     MOVE '1'    TO RWK-SECTION.
041000     WRITE REPORT-WORK-RECORD.
041100     MOVE '2'    TO RWK-SECTION.
041200     WRITE REPORT-WORK-RECORD.
041300     MOVE '3'    TO RWK-SECTION.
041400     WRITE REPORT-WORK-RECORD.
041500     OPEN OUTPUT INS-SURV-RPT.
041600     MOVE SPACES TO TTL-RUN-DATE.
041700     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
041800         DELIMITED BY SIZE INTO TTL-RUN-DATE.
041900     MOVE INP-FROM-DATE TO WS-WORK-DATE-YYMMDD.
042000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
042100     MOVE WS-EDIT-DATE TO PER-FROM-DATE.
042200     MOVE INP-TO-DATE TO WS-WORK-DATE-YYMMDD.
042300     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
042400     MOVE WS-EDIT-DATE TO PER-TO-DATE.
042500     WRITE INS-SURV-RPT-LINE FROM WS-BLANK-LINE.
042600     MOVE SPACES TO INS-SURV-RPT-LINE.
042700     MOVE WS-REPORT-TITLE TO INS-SURV-RPT-LINE.
042800     WRITE INS-SURV-RPT-LINE.
042900     MOVE SPACES TO INS-SURV-RPT-LINE.
043000     MOVE WS-PERIOD-LINE TO INS-SURV-RPT-LINE.
043100     WRITE INS-SURV-RPT-LINE.
043200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
043300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
043400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
043500     MOVE 'I' TO I-O-CONTROL-ACCESS.
043600     MOVE -1  TO I-O-SEND-CODE.
043700     CALL 'IMACTM' USING I-O-CONTROL-AREA
043800                         MASTER-AREA
043900                         SI-ENVIRONMENT-AREA.
044000 1000-EXIT. EXIT.
044100 1100-PRIOR-MONTH.
044200     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
044300     IF  WS-WORK-MO EQUAL 1
044400         MOVE 12 TO WS-WORK-MO
044500         IF  WS-WORK-YR EQUAL ZERO
044600             MOVE 99 TO WS-WORK-YR
044700         ELSE
044800             SUBTRACT 1 FROM WS-WORK-YR
044900     ELSE
045000         SUBTRACT 1 FROM WS-WORK-MO.
045100     MOVE 1 TO WS-WORK-DA.
045200     MOVE WS-WORK-DATE-YYMMDD TO INP-FROM-DATE.
045300     MOVE 31 TO WS-WORK-DA.
045400     MOVE WS-WORK-DATE-YYMMDD TO INP-TO-DATE.
045500 1100-EXIT. EXIT.
045600     EJECT
045700*----------------------------------------------------------------*
045800*    1500-TABLE-ROSTER - SORT OUTPUT PROCEDURE.  TERMINATED      *
045900*    EMPLOYEES ARE DROPPED; THE TABLE IS LEFT IN TAX ID ORDER    *
046000*    FOR THE BINARY SEARCH.                                      *
046100*----------------------------------------------------------------*
046200 1500-TABLE-ROSTER.
046300     PERFORM 1510-ONE-ROSTER THRU 1510-EXIT
046400         UNTIL WS-88-SORT-EOF.
046500     MOVE 'N' TO WS-SORT-EOF-SW.
046600 1500-EXIT. EXIT.
046700 1510-ONE-ROSTER.
046800     RETURN ROSTER-SORT-FILE
046900         AT END MOVE 'Y' TO WS-SORT-EOF-SW
047000                GO TO 1510-EXIT.
047100     ADD 1 TO WS-TOT-ROSTER.
047200     IF  EMS-STATUS EQUAL 'T'
047300     OR  EMS-TAX-ID EQUAL SPACES
047400     OR  EMS-OPER-ID EQUAL SPACES
047500         ADD 1 TO WS-TOT-ROSTER-DROPPED
047600         GO TO 1510-EXIT.
047700     IF  WS-EMP-COUNT NOT LESS THAN WS-EMP-MAX
047800         ADD 1 TO WS-TOT-ROSTER-DROPPED
047900         GO TO 1510-EXIT.
048000     ADD 1 TO WS-EMP-COUNT.
048100     SET EMX TO WS-EMP-COUNT.
048200     MOVE EMS-TAX-ID        TO WS-EMP-TAX-ID (EMX).
048300     MOVE EMS-OPER-ID       TO WS-EMP-OPER-ID (EMX).
048400     MOVE EMS-RELATION      TO WS-EMP-RELATION (EMX).
048500     MOVE EMS-INSIDER-CLASS TO WS-EMP-CLASS (EMX).
048600 1510-EXIT. EXIT.
048700     EJECT
048800*----------------------------------------------------------------*
048900*    2000-SELECT-EVENTS - SORT INPUT PROCEDURE.  EVERY ACTIVE    *
049000*    REGISTRY PARTY AND EVERY JOURNAL ENTRY DATED IN THE PERIOD  *
049100*    IS RELEASED.                                                *
049200*----------------------------------------------------------------*
049300 2000-SELECT-EVENTS.
049400     MOVE 'N' TO WS-INPUT-EOF-SW.
049500     OPEN INPUT REGISTRY-FILE.
049600     IF  WS-88-REG-NOT-FOUND
049700         MOVE 'Y' TO WS-INPUT-EOF-SW.
049800     PERFORM 2100-ONE-PARTY THRU 2100-EXIT
049900         UNTIL WS-88-INPUT-EOF.
050000     CLOSE REGISTRY-FILE.
050100     MOVE 'N' TO WS-INPUT-EOF-SW.
050200     OPEN INPUT FM-HISTORY-FILE.
050300     IF  WS-88-HIST-NOT-FOUND
050400         MOVE 'Y' TO WS-INPUT-EOF-SW.
050500     PERFORM 2200-ONE-MAINT THRU 2200-EXIT
050600         UNTIL WS-88-INPUT-EOF.
050700     CLOSE FM-HISTORY-FILE.
050800 2000-EXIT. EXIT.
050900 2100-ONE-PARTY.
051000     READ REGISTRY-FILE
051100         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
051200                GO TO 2100-EXIT.
051300     IF  NOT OWR-88-ACTIVE
051400     OR  OWR-TAX-ID EQUAL SPACES
051500         GO TO 2100-EXIT.
051600     ADD 1 TO WS-TOT-PARTIES.
051700     MOVE SPACES         TO EVENT-SORT-RECORD.
051800     MOVE OWR-ACCOUNT    TO EVS-ACCOUNT.
051900     MOVE '1'            TO EVS-TYPE.
052000     MOVE ZERO           TO EVS-DATE.
052100     MOVE OWR-TAX-ID     TO EVS-TAX-ID.
052200     MOVE OWR-PARTY-NAME TO EVS-NAME.
052300     RELEASE EVENT-SORT-RECORD.
052400 2100-EXIT. EXIT.
052500 2200-ONE-MAINT.
052600     READ FM-HISTORY-FILE
052700         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
052800                GO TO 2200-EXIT.
052900     IF  FMJ-MAINT-DATE (1:6) NOT NUMERIC
053000         GO TO 2200-EXIT.
053100     MOVE FMJ-MAINT-DATE (1:6) TO WS-WORK-DATE-YYMMDD.
053200     IF  WS-WORK-DATE-YYMMDD LESS THAN INP-FROM-DATE
053300     OR  WS-WORK-DATE-YYMMDD GREATER THAN INP-TO-DATE
053400         GO TO 2200-EXIT.
053500     ADD 1 TO WS-TOT-JOURNAL.
053600     MOVE SPACES              TO EVENT-SORT-RECORD.
053700     MOVE FMJ-ACCOUNT         TO EVS-ACCOUNT.
053800     MOVE '2'                 TO EVS-TYPE.
053900     MOVE WS-WORK-DATE-YYMMDD TO EVS-DATE.
054000     MOVE FMJ-OPER-ID         TO EVS-OPER-ID.
054100     MOVE FMJ-FIELD-ID        TO EVS-FIELD-ID.
054200     MOVE FMJ-AFTER-IMAGE     TO EVS-AFTER-IMAGE.
054300     RELEASE EVENT-SORT-RECORD.
054400 2200-EXIT. EXIT.
054500 2900-READ-ARCHIVE.
054600     READ TRAN-ARCHIVE-FILE
054700         AT END MOVE 'Y' TO WS-ARC-EOF-SW
054800                GO TO 2900-EXIT.
054900     ADD 1 TO WS-TOT-ARCHIVE.
055000 2900-EXIT. EXIT.
055100 2950-DAYS-BETWEEN.
055200     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
055300     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
055400     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
055500     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
055600     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
055700     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
055800     CALL 'SIDIF1' USING DATE-AREA.
055900 2950-EXIT. EXIT.
056000     EJECT
056100*----------------------------------------------------------------*
056200*    3000-SCAN-MASTER - SORT OUTPUT PROCEDURE.  THE MASTER       *
056300*    BROWSE, THE SORTED PARTIES AND JOURNAL ENTRIES, AND THE     *
056400*    ARCHIVE ARE ALL IN ACCOUNT ORDER AND ARE MATCHED IN ONE     *
056500*    PASS.                                                       *
056600*----------------------------------------------------------------*
056700 3000-SCAN-MASTER.
056800     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
056900     PERFORM 3100-PROCESS-ACCOUNT THRU 3100-EXIT
057000         UNTIL WS-88-MASTER-EOF.
057100 3000-EXIT. EXIT.
057200 3100-PROCESS-ACCOUNT.
057300     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
057400     MOVE -1   TO I-O-SEND-CODE.
057500     CALL 'IMACTM' USING I-O-CONTROL-AREA
057600                         MASTER-AREA
057700                         SI-ENVIRONMENT-AREA.
057800     IF  I-O-88-END-OF-FILE
057900         MOVE 'Y' TO WS-MASTER-EOF-SW
058000         GO TO 3100-EXIT.
058100     ADD 1 TO WS-TOT-ACCOUNTS.
058200     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
058300     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
058400         UNTIL WS-88-ARC-EOF
058500            OR THA-ACCOUNT NOT LESS THAN WS-ACCOUNT.
058600     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT
058700         UNTIL WS-88-SORT-EOF
058800            OR EVS-ACCOUNT NOT LESS THAN WS-ACCOUNT.
058900     MOVE ZERO TO WS-PTY-COUNT.
059000     PERFORM 3200-TABLE-PARTY THRU 3200-EXIT
059100         UNTIL WS-88-SORT-EOF
059200            OR EVS-ACCOUNT NOT EQUAL WS-ACCOUNT
059300            OR NOT EVS-88-PARTY.
059400     PERFORM 3300-CLASSIFY THRU 3300-EXIT.
059500     PERFORM 3400-ONE-MAINT THRU 3400-EXIT
059600         UNTIL WS-88-SORT-EOF
059700            OR EVS-ACCOUNT NOT EQUAL WS-ACCOUNT.
059800     PERFORM 3500-ONE-ARCHIVE THRU 3500-EXIT
059900         UNTIL WS-88-ARC-EOF
060000            OR THA-ACCOUNT NOT EQUAL WS-ACCOUNT.
060100     IF  WS-INSIDER-CLASS NOT EQUAL SPACE
060200         PERFORM 3600-TEST-REG-O THRU 3600-EXIT.
060300 3100-EXIT. EXIT.
060400 3200-TABLE-PARTY.
060500     IF  WS-PTY-COUNT NOT LESS THAN WS-PTY-MAX
060600         GO TO 3200-NEXT.
060700     ADD 1 TO WS-PTY-COUNT.
060800     SET PTX TO WS-PTY-COUNT.
060900     MOVE EVS-TAX-ID TO WS-PTY-TAX-ID (PTX).
061000     MOVE EVS-NAME   TO WS-PTY-NAME (PTX).
061100     MOVE ZERO       TO WS-PTY-EMP-LOW (PTX)
061200                        WS-PTY-EMP-HIGH (PTX).
061300     MOVE EVS-TAX-ID TO WS-SEARCH-TAX-ID.
061400     PERFORM 4500-FIND-ROSTER THRU 4500-EXIT.
061500     IF  WS-HIT EQUAL ZERO
061600         GO TO 3200-NEXT.
061700     MOVE WS-HIT TO WS-LOW WS-HIGH.
061800     PERFORM 4600-WIDEN-LOW THRU 4600-EXIT
061900         UNTIL WS-LOW EQUAL 1
062000            OR WS-EMP-TAX-ID (WS-LOW - 1)
062100               NOT EQUAL WS-SEARCH-TAX-ID.
062200     PERFORM 4610-WIDEN-HIGH THRU 4610-EXIT
062300         UNTIL WS-HIGH EQUAL WS-EMP-COUNT
062400            OR WS-EMP-TAX-ID (WS-HIGH + 1)
062500               NOT EQUAL WS-SEARCH-TAX-ID.
062600     MOVE WS-LOW  TO WS-PTY-EMP-LOW (PTX).
062700     MOVE WS-HIGH TO WS-PTY-EMP-HIGH (PTX).
062800 3200-NEXT.
062900     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
063000 3200-EXIT. EXIT.
063100     EJECT
063200*----------------------------------------------------------------*
063300*    3300-CLASSIFY - EMPLOYEE ACCOUNT AND REGULATION O INSIDER   *
063400*    CLASS FROM WMS-OFF-EMP AND FROM THE ROSTER ENTRIES OF THE   *
063500*    PARTIES.                                                    *
063600*----------------------------------------------------------------*
063700 3300-CLASSIFY.
063800     MOVE 'N'   TO WS-EMPLOYEE-SW.
063900     MOVE SPACE TO WS-INSIDER-CLASS.
064000     IF  WMS-OFF-EMP NOT EQUAL SPACE
064100     AND WMS-OFF-EMP NOT EQUAL LOW-VALUE
064200     AND WMS-OFF-EMP NOT EQUAL 'N'
064300         MOVE 'Y' TO WS-EMPLOYEE-SW
064400         PERFORM 3310-TEST-CODE THRU 3310-EXIT
064500             VARYING WS-SUB FROM 1 BY 1
064600             UNTIL WS-SUB GREATER THAN 5.
064700     PERFORM 3320-PARTY-CLASS THRU 3320-EXIT
064800         VARYING WS-PTY-SUB FROM 1 BY 1
064900         UNTIL WS-PTY-SUB GREATER THAN WS-PTY-COUNT.
065000     IF  WS-88-EMPLOYEE-ACCT
065100         ADD 1 TO WS-TOT-EMPLOYEE.
065200     IF  WS-INSIDER-CLASS NOT EQUAL SPACE
065300         ADD 1 TO WS-TOT-INSIDER.
065400 3300-EXIT. EXIT.
065500 3310-TEST-CODE.
065600     IF  INP-INSIDER-CODES (WS-SUB:1) NOT EQUAL SPACE
065700     AND INP-INSIDER-CODES (WS-SUB:1) EQUAL WMS-OFF-EMP
065800         MOVE WMS-OFF-EMP TO WS-INSIDER-CLASS.
065900 3310-EXIT. EXIT.
066000 3320-PARTY-CLASS.
066100     SET PTX TO WS-PTY-SUB.
066200     IF  WS-PTY-EMP-LOW (PTX) EQUAL ZERO
066300         GO TO 3320-EXIT.
066400     MOVE 'Y' TO WS-EMPLOYEE-SW.
066500     PERFORM 3330-ENTRY-CLASS THRU 3330-EXIT
066600         VARYING WS-EMP-SUB FROM WS-PTY-EMP-LOW (PTX) BY 1
066700         UNTIL WS-EMP-SUB GREATER THAN WS-PTY-EMP-HIGH (PTX).
066800 3320-EXIT. EXIT.
066900 3330-ENTRY-CLASS.
067000     SET EMX TO WS-EMP-SUB.
067100     IF  WS-EMP-RELATION (EMX) NOT EQUAL 'S'
067200     OR  WS-EMP-CLASS (EMX) EQUAL SPACE
067300     OR  WS-INSIDER-CLASS NOT EQUAL SPACE
067400         GO TO 3330-EXIT.
067500     PERFORM 3340-TEST-CLASS THRU 3340-EXIT
067600         VARYING WS-SUB FROM 1 BY 1
067700         UNTIL WS-SUB GREATER THAN 5.
067800 3330-EXIT. EXIT.
067900 3340-TEST-CLASS.
068000     IF  INP-INSIDER-CODES (WS-SUB:1) NOT EQUAL SPACE
068100     AND INP-INSIDER-CODES (WS-SUB:1) EQUAL WS-EMP-CLASS (EMX)
068200         MOVE WS-EMP-CLASS (EMX) TO WS-INSIDER-CLASS.
068300 3340-EXIT. EXIT.
068400     EJECT
068500*----------------------------------------------------------------*
068600*    3400-ONE-MAINT - A JOURNAL ENTRY MADE BY AN OPERATOR WHOSE  *
068700*    ROSTER ENTRIES INCLUDE A PARTY TO THE ACCOUNT IS            *
068800*    SELF-MAINTENANCE.  A WAIVER OR REBATE ENTRY ON AN EMPLOYEE  *
068900*    ACCOUNT IS LISTED WITH THE OPERATOR WHO GRANTED IT.         *
069000*----------------------------------------------------------------*
069100 3400-ONE-MAINT.
069200     MOVE 'N' TO WS-SELF-SW.
069300     IF  EVS-OPER-ID NOT EQUAL SPACES
069400         PERFORM 3410-TEST-PARTY THRU 3410-EXIT
069500             VARYING WS-PTY-SUB FROM 1 BY 1
069600             UNTIL WS-PTY-SUB GREATER THAN WS-PTY-COUNT
069700                OR WS-88-SELF-MAINT.
069800     IF  WS-88-SELF-MAINT
069900         PERFORM 3430-WRITE-SELF THRU 3430-EXIT.
070000     IF  NOT WS-88-EMPLOYEE-ACCT
070100         GO TO 3400-NEXT.
070120*    THE EXPIRATION SWEEP JOURNALS ITS REMOVALS UNDER THE SAME
070140*    FIELD IDS - A WAIVER TAKEN AWAY IS NOT A WAIVER GRANTED.
070160     IF  EVS-AFTER-IMAGE EQUAL 'WAIVER EXPIRED - REMOVED'
070180         GO TO 3400-NEXT.
070200     MOVE 'N' TO WS-WAIVER-SW.
070300     PERFORM 3440-TEST-WAIVER THRU 3440-EXIT
070400         VARYING WS-WVR-SUB FROM 1 BY 1
070500         UNTIL WS-WVR-SUB GREATER THAN WS-WVR-MAX.
070600     IF  WS-88-WAIVER
070700         PERFORM 3450-WRITE-WAIVER THRU 3450-EXIT.
070800 3400-NEXT.
070900     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
071000 3400-EXIT. EXIT.
071100 3410-TEST-PARTY.
071200     SET PTX TO WS-PTY-SUB.
071300     IF  WS-PTY-EMP-LOW (PTX) EQUAL ZERO
071400         GO TO 3410-EXIT.
071500     PERFORM 3420-TEST-OPERATOR THRU 3420-EXIT
071600         VARYING WS-EMP-SUB FROM WS-PTY-EMP-LOW (PTX) BY 1
071700         UNTIL WS-EMP-SUB GREATER THAN WS-PTY-EMP-HIGH (PTX)
071800            OR WS-88-SELF-MAINT.
071900 3410-EXIT. EXIT.
072000 3420-TEST-OPERATOR.
072100     SET EMX TO WS-EMP-SUB.
072200     IF  WS-EMP-OPER-ID (EMX) NOT EQUAL EVS-OPER-ID
072300         GO TO 3420-EXIT.
072400     MOVE 'Y' TO WS-SELF-SW.
072500     MOVE WS-EMP-RELATION (EMX) TO WS-SELF-RELATION.
072600     MOVE WS-PTY-NAME (PTX)     TO WS-SELF-NAME.
072700 3420-EXIT. EXIT.
072800 3430-WRITE-SELF.
072900     MOVE EVS-ACCOUNT     TO DT1-ACCOUNT.
073000     MOVE EVS-OPER-ID     TO DT1-OPER-ID.
073100     IF  WS-SELF-RELATION EQUAL 'S'
073200         MOVE 'SELF    ' TO DT1-RELATION
073300     ELSE
073400         MOVE 'RELATIVE' TO DT1-RELATION.
073500     MOVE WS-SELF-NAME    TO DT1-PARTY-NAME.
073600     MOVE EVS-FIELD-ID    TO DT1-FIELD-ID.
073700     MOVE EVS-DATE        TO WS-WORK-DATE-YYMMDD.
073800     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
073900     MOVE WS-EDIT-DATE    TO DT1-DATE.
074000     MOVE EVS-AFTER-IMAGE TO DT1-AFTER-IMAGE.
074100     MOVE '1'             TO WS-WORK-SECTION.
074200     MOVE WS-DETAIL-1     TO WS-WORK-LINE.
074300     PERFORM 7000-WRITE-WORK THRU 7000-EXIT.
074400 3430-EXIT. EXIT.
074500 3440-TEST-WAIVER.
074600     IF  EVS-FIELD-ID EQUAL WS-WVR-FIELD-ID (WS-WVR-SUB)
074700         MOVE 'Y' TO WS-WAIVER-SW.
074800 3440-EXIT. EXIT.
074900 3450-WRITE-WAIVER.
075000     MOVE EVS-ACCOUNT     TO DT2-ACCOUNT.
075100     IF  EVS-FIELD-ID EQUAL 'FEEREBAT'
075200         MOVE 'REBATE  ' TO DT2-ITEM
075300     ELSE
075400         MOVE 'WAIVER  ' TO DT2-ITEM.
075500     MOVE EVS-FIELD-ID    TO DT2-CODE.
075600     MOVE EVS-DATE        TO WS-WORK-DATE-YYMMDD.
075700     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
075800     MOVE WS-EDIT-DATE    TO DT2-DATE.
075900     MOVE EVS-OPER-ID     TO DT2-OPER-ID.
076000     MOVE ZERO            TO DT2-AMOUNT.
076100     MOVE EVS-AFTER-IMAGE TO DT2-DETAIL.
076200     MOVE '2'             TO WS-WORK-SECTION.
076300     MOVE WS-DETAIL-2     TO WS-WORK-LINE.
076400     PERFORM 7000-WRITE-WORK THRU 7000-EXIT.
076500 3450-EXIT. EXIT.
076600     EJECT
076700*----------------------------------------------------------------*
076800*    3500-ONE-ARCHIVE - REBATE CREDITS POSTED TO AN EMPLOYEE     *
076900*    ACCOUNT IN THE PERIOD.  THE ARCHIVE CARRIES NO OPERATOR, SO *
077000*    THE POSTING SOURCE IS SHOWN.                                *
077100*----------------------------------------------------------------*
077200 3500-ONE-ARCHIVE.
077300     IF  NOT WS-88-EMPLOYEE-ACCT
077400     OR  THA-POST-DATE LESS THAN INP-FROM-DATE
077500     OR  THA-POST-DATE GREATER THAN INP-TO-DATE
077600         GO TO 3500-NEXT.
077700     MOVE 'N' TO WS-REBATE-SW.
077800     PERFORM 3510-TEST-REBATE THRU 3510-EXIT
077900         VARYING WS-SUB FROM 1 BY 2
078000         UNTIL WS-SUB GREATER THAN 9.
078100     IF  NOT WS-88-REBATE
078200         GO TO 3500-NEXT.
078300     MOVE THA-AMOUNT TO WS-ITEM-AMT.
078400     IF  WS-ITEM-AMT LESS THAN ZERO
078500         COMPUTE WS-ITEM-AMT = ZERO - WS-ITEM-AMT.
078600     MOVE WS-ACCOUNT      TO DT2-ACCOUNT.
078700     MOVE 'REBATE  '      TO DT2-ITEM.
078800     MOVE SPACES          TO DT2-CODE.
078900     STRING 'TRAN ' THA-TRAN-CODE
079000         DELIMITED BY SIZE INTO DT2-CODE.
079100     MOVE THA-POST-DATE   TO WS-WORK-DATE-YYMMDD.
079200     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
079300     MOVE WS-EDIT-DATE    TO DT2-DATE.
079400     MOVE SPACES          TO DT2-OPER-ID.
079500     MOVE WS-ITEM-AMT     TO DT2-AMOUNT.
079600     MOVE SPACES          TO DT2-DETAIL.
079700     STRING 'POSTED CREDIT - SOURCE ' THA-SOURCE
079800            ' CHARGE TYPE ' THA-USER-CODE
079900         DELIMITED BY SIZE INTO DT2-DETAIL.
080000     MOVE '2'             TO WS-WORK-SECTION.
080100     MOVE WS-DETAIL-2     TO WS-WORK-LINE.
080200     PERFORM 7000-WRITE-WORK THRU 7000-EXIT.
080300 3500-NEXT.
080400     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
080500 3500-EXIT. EXIT.
080600 3510-TEST-REBATE.
080700     IF  INP-REBATE-CODES (WS-SUB:2) NOT EQUAL SPACES
080800     AND INP-REBATE-CODES (WS-SUB:2) EQUAL THA-TRAN-CODE
080900         MOVE 'Y' TO WS-REBATE-SW.
081000 3510-EXIT. EXIT.
081100     EJECT
081200*----------------------------------------------------------------*
081300*    3600-TEST-REG-O - AN OPEN DEPOSIT ACCOUNT OF AN INSIDER     *
081400*    OVERDRAWN BY MORE THAN THE PARM AMOUNT, OR OVERDRAWN LONGER *
081500*    THAN THE PARM DAYS.  DAYS RUN FROM WMS-DATE-INTO-OD TO THE  *
081600*    RUN DATE, OR ARE WMS-OD-CONSEC-DAYS WHEN THE DATE IS        *
081700*    MISSING.                                                    *
081800*----------------------------------------------------------------*
081900 3600-TEST-REG-O.
082000     IF  WMS-CURR-BAL NOT LESS THAN ZERO
082100         GO TO 3600-EXIT.
082200     IF  WMS-LOAN-TRLR EQUAL '1'
082400         GO TO 3600-EXIT.
082500     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
082600     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
082700     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
082800         GO TO 3600-EXIT.
082900     COMPUTE WS-OD-AMT = ZERO - WMS-CURR-BAL.
083000     MOVE SPACES TO DT3-INTO-OD.
083100     IF  WMS-DATE-INTO-OD NUMERIC
083200     AND WMS-DATE-INTO-OD NOT EQUAL ZEROS
083300         MOVE WMS-INTO-OD-YR TO WS-LOW-DATE (1:2)
083400         MOVE WMS-INTO-OD-MO TO WS-LOW-DATE (3:2)
083500         MOVE WMS-INTO-OD-DA TO WS-LOW-DATE (5:2)
083600         MOVE WS-RUN-DATE-YYMMDD TO WS-HIGH-DATE
083700         PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT
083800         MOVE RET-DAYS TO WS-OD-DAYS
083900         MOVE WS-LOW-DATE TO WS-WORK-DATE-YYMMDD
084000         PERFORM 7900-EDIT-DATE THRU 7900-EXIT
084100         MOVE WS-EDIT-DATE TO DT3-INTO-OD
084200     ELSE
084300         MOVE WMS-OD-CONSEC-DAYS TO WS-OD-DAYS.
084400     IF  WS-OD-DAYS LESS THAN ZERO
084500         MOVE ZERO TO WS-OD-DAYS.
084600     IF  WS-OD-AMT GREATER THAN WS-REGO-AMT
084700         IF  WS-OD-DAYS GREATER THAN INP-REGO-DAYS
084800             MOVE 'AMOUNT AND DAYS     ' TO DT3-EXCEEDS
084900         ELSE
085000             MOVE 'AMOUNT              ' TO DT3-EXCEEDS
085100     ELSE
085200         IF  WS-OD-DAYS GREATER THAN INP-REGO-DAYS
085300             MOVE 'DAYS                ' TO DT3-EXCEEDS
085400         ELSE
085500             GO TO 3600-EXIT.
085600     MOVE WMS-BRANCH5 TO DT3-BRANCH.
085700     MOVE WS-ACCOUNT  TO DT3-ACCOUNT.
085800     IF  WS-INSIDER-CLASS EQUAL 'X'
085900         MOVE 'EXECUTIVE OFFICER    ' TO DT3-CLASS
086000     ELSE
086100     IF  WS-INSIDER-CLASS EQUAL 'D'
086200         MOVE 'DIRECTOR             ' TO DT3-CLASS
086300     ELSE
086400     IF  WS-INSIDER-CLASS EQUAL 'P'
086500         MOVE 'PRINCIPAL SHAREHOLDER' TO DT3-CLASS
086600     ELSE
086700         MOVE SPACES TO DT3-CLASS
086800         STRING 'INSIDER CODE ' WS-INSIDER-CLASS
086900             DELIMITED BY SIZE INTO DT3-CLASS.
087000     MOVE WS-OD-AMT   TO DT3-OD-AMT.
087100     MOVE WS-OD-DAYS  TO DT3-DAYS.
087200     MOVE '3'         TO WS-WORK-SECTION.
087300     MOVE WS-DETAIL-3 TO WS-WORK-LINE.
087400     PERFORM 7000-WRITE-WORK THRU 7000-EXIT.
087500 3600-EXIT. EXIT.
087600 3900-RETURN-EVENT.
087700     RETURN EVENT-SORT-FILE
087800         AT END MOVE 'Y' TO WS-SORT-EOF-SW
087900                MOVE HIGH-VALUES TO EVS-ACCOUNT.
088000 3900-EXIT. EXIT.
088100     EJECT
088200*----------------------------------------------------------------*
088300*    4500-FIND-ROSTER - BINARY SEARCH OF THE ROSTER TABLE, WHICH *
088400*    IS IN TAX ID ORDER.  WS-HIT IS ZERO IF ABSENT.              *
088500*----------------------------------------------------------------*
088600 4500-FIND-ROSTER.
088700     MOVE ZERO TO WS-HIT.
088800     MOVE 1 TO WS-LOW.
088900     MOVE WS-EMP-COUNT TO WS-HIGH.
089000     PERFORM 4510-HALVE THRU 4510-EXIT
089100         UNTIL WS-LOW GREATER THAN WS-HIGH
089200            OR WS-HIT GREATER THAN ZERO.
089300 4500-EXIT. EXIT.
089400 4510-HALVE.
089500     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
089600     IF  WS-EMP-TAX-ID (WS-MID) EQUAL WS-SEARCH-TAX-ID
089700         MOVE WS-MID TO WS-HIT
089800         GO TO 4510-EXIT.
089900     IF  WS-EMP-TAX-ID (WS-MID) LESS THAN WS-SEARCH-TAX-ID
090000         COMPUTE WS-LOW = WS-MID + 1
090100     ELSE
090200         COMPUTE WS-HIGH = WS-MID - 1.
090300 4510-EXIT. EXIT.
090400 4600-WIDEN-LOW.
090500     SUBTRACT 1 FROM WS-LOW.
090600 4600-EXIT. EXIT.
090700 4610-WIDEN-HIGH.
090800     ADD 1 TO WS-HIGH.
090900 4610-EXIT. EXIT.
091000     EJECT
091100 7000-WRITE-WORK.
091200     ADD 1 TO WS-WORK-SEQ.
091300     MOVE WS-WORK-SECTION TO RWK-SECTION.
091400     MOVE WS-WORK-SEQ     TO RWK-SEQ.
091500     MOVE WS-WORK-LINE    TO RWK-LINE.
091600     WRITE REPORT-WORK-RECORD.
091700     IF  WS-WORK-SECTION EQUAL '1'
091800         ADD 1 TO WS-TOT-SECTION (1)
091900     ELSE
092000     IF  WS-WORK-SECTION EQUAL '2'
092100         ADD 1 TO WS-TOT-SECTION (2)
092200     ELSE
092300         ADD 1 TO WS-TOT-SECTION (3).
092400 7000-EXIT. EXIT.
092500 7900-EDIT-DATE.
092600     MOVE SPACES TO WS-EDIT-DATE.
092700     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
092800         DELIMITED BY SIZE INTO WS-EDIT-DATE.
092900 7900-EXIT. EXIT.
093000     EJECT
093100*----------------------------------------------------------------*
093200*    8000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  THE             *
093300*    SEQUENCE-ZERO RECORD OF EACH SECTION PRINTS ITS TITLE AND   *
093400*    HEADINGS, OR NONE WHEN THE SECTION IS EMPTY.                *
093500*----------------------------------------------------------------*
093600 8000-PRINT-REPORT.
093700     PERFORM 8100-ONE-LINE THRU 8100-EXIT
093800         UNTIL WS-88-RPT-EOF.
093900 8000-EXIT. EXIT.
094000 8100-ONE-LINE.
094100     RETURN REPORT-SORT-FILE
094200         AT END MOVE 'Y' TO WS-RPT-EOF-SW
094300                GO TO 8100-EXIT.
094400     IF  RPS-SEQ NOT EQUAL ZERO
094500         MOVE SPACES TO INS-SURV-RPT-LINE
094600         MOVE RPS-LINE TO INS-SURV-RPT-LINE
094700         WRITE INS-SURV-RPT-LINE
094800         GO TO 8100-EXIT.
094900     MOVE RPS-SECTION TO WS-PRINT-SECTION.
095000     MOVE 1 TO WS-SUB.
095100     IF  WS-PRINT-SECTION EQUAL '2'
095200         MOVE 2 TO WS-SUB.
095300     IF  WS-PRINT-SECTION EQUAL '3'
095400         MOVE 3 TO WS-SUB.
095500     WRITE INS-SURV-RPT-LINE FROM WS-BLANK-LINE.
095600     MOVE WS-STL-TEXT (WS-SUB) TO STL-TEXT.
095700     MOVE SPACES TO INS-SURV-RPT-LINE.
095800     MOVE WS-SECTION-TITLE-LINE TO INS-SURV-RPT-LINE.
095900     WRITE INS-SURV-RPT-LINE.
096000     WRITE INS-SURV-RPT-LINE FROM WS-BLANK-LINE.
096100     MOVE SPACES TO INS-SURV-RPT-LINE.
096200     IF  WS-SUB EQUAL 1
096300         MOVE WS-HEADING-1 TO INS-SURV-RPT-LINE
096400     ELSE
096500     IF  WS-SUB EQUAL 2
096600         MOVE WS-HEADING-2 TO INS-SURV-RPT-LINE
096700     ELSE
096800         MOVE WS-HEADING-3 TO INS-SURV-RPT-LINE.
096900     WRITE INS-SURV-RPT-LINE.
097000     WRITE INS-SURV-RPT-LINE FROM WS-BLANK-LINE.
097100     IF  WS-TOT-SECTION (WS-SUB) EQUAL ZERO
097200         MOVE SPACES TO INS-SURV-RPT-LINE
097300         MOVE WS-NONE-LINE TO INS-SURV-RPT-LINE
097400         WRITE INS-SURV-RPT-LINE.
097500 8100-EXIT. EXIT.
097600     EJECT
097700*----------------------------------------------------------------*
097800*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
097900*----------------------------------------------------------------*
098000 9000-TERMINATE.
098100     WRITE INS-SURV-RPT-LINE FROM WS-BLANK-LINE.
098200     MOVE 'ROSTER ENTRIES READ               ' TO SUM-LIT.
098300     MOVE WS-TOT-ROSTER TO SUM-COUNT.
098400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098500     MOVE '  DROPPED OR NOT TABLED           ' TO SUM-LIT.
098600     MOVE WS-TOT-ROSTER-DROPPED TO SUM-COUNT.
098700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098800     MOVE 'ACTIVE REGISTRY PARTIES           ' TO SUM-LIT.
098900     MOVE WS-TOT-PARTIES TO SUM-COUNT.
099000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099100     MOVE 'JOURNAL ENTRIES IN PERIOD         ' TO SUM-LIT.
099200     MOVE WS-TOT-JOURNAL TO SUM-COUNT.
099300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099400     MOVE 'ACCOUNTS ON MASTER                ' TO SUM-LIT.
099500     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
099600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099700     MOVE 'ARCHIVE ITEMS READ                ' TO SUM-LIT.
099800     MOVE WS-TOT-ARCHIVE TO SUM-COUNT.
099900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100000     MOVE 'EMPLOYEE ACCOUNTS                 ' TO SUM-LIT.
100100     MOVE WS-TOT-EMPLOYEE TO SUM-COUNT.
100200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100300     MOVE 'INSIDER ACCOUNTS                  ' TO SUM-LIT.
100400     MOVE WS-TOT-INSIDER TO SUM-COUNT.
100500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100600     MOVE 'SELF-MAINTENANCE ENTRIES          ' TO SUM-LIT.
100700     MOVE WS-TOT-SECTION (1) TO SUM-COUNT.
100800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
100900     MOVE 'WAIVERS AND REBATES LISTED        ' TO SUM-LIT.
101000     MOVE WS-TOT-SECTION (2) TO SUM-COUNT.
101100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101200     MOVE 'INSIDER OVERDRAFTS LISTED         ' TO SUM-LIT.
101300     MOVE WS-TOT-SECTION (3) TO SUM-COUNT.
101400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
101500     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
101600     MOVE -1   TO I-O-SEND-CODE.
101700     CALL 'IMACTM' USING I-O-CONTROL-AREA
101800                         MASTER-AREA
101900                         SI-ENVIRONMENT-AREA.
102000     CLOSE TRAN-ARCHIVE-FILE.
102100     CLOSE INS-SURV-RPT.
102200 9000-EXIT. EXIT.
102300 9100-PRINT-SUMMARY.
102400     MOVE SPACES TO INS-SURV-RPT-LINE.
102500     MOVE WS-SUMMARY-LINE TO INS-SURV-RPT-LINE.
102600     WRITE INS-SURV-RPT-LINE.
102700 9100-EXIT. EXIT.
