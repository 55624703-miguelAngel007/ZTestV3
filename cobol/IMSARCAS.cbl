*     * GN6181 * 09/10/26 JCTE SUSPICIOUS-ACTIVITY CASE MANAGEMENT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMSARCAS.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/10/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMSARCAS GIVES BSA ONE CASE FILE FOR SUSPICIOUS ACTIVITY.   *
000900*    THE ALERTS RAISED BY IMKITDET, IMCTRAGG AND IMWLSCRN        *
001000*    (IMWSSAAL, CONCATENATED) ARE KEYED BY TAXPAYER - AN         *
001100*    ACCOUNT-ONLY ALERT IS RESOLVED TO ITS TAX ID THROUGH THE    *
001200*    CUSTOMER CROSS-REFERENCE (IMWSCXRF) - AND A REPEAT ALERT ON *
001300*    A SUBJECT WITH A CASE STILL OPEN MERGES INTO THAT CASE. A   *
001400*    NEW CASE STARTS THE SAR FILING CLOCK IN BUSINESS DAYS       *
001500*    THROUGH 'IMDTROLL': 30 FROM DETECTION, OR 60 WHILE NO       *
001600*    SUSPECT IS IDENTIFIED.  INVESTIGATOR ACTION CARDS DECIDE A  *
001700*    CASE: A FILE DECISION WRITES THE SAR ELECTRONIC FILING      *
001800*    RECORD AND SCHEDULES THE 90-DAY CONTINUING-ACTIVITY REVIEW, *
001900*    AND A CLOSE WITHOUT FILING IS REFUSED UNLESS THE DOCUMENTED *
002000*    REASON IS GIVEN, WHICH THEN STAYS ON THE CASE.  THE REPORT  *
002100*    AGES EVERY OPEN CASE AGAINST ITS CLOCK.                     *
002120*    A CASE FILE LARGER THAN THE CASE TABLE STOPS THE RUN WITH   *
002140*    RETURN CODE 16 BEFORE ANYTHING IS WRITTEN.  AN ALERT THAT   *
002160*    NEEDS A NEW CASE WHEN THE TABLE IS FULL IS LISTED AND SETS  *
002180*    RETURN CODE 8.                                              *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 09/10/26 JCTE NEW PROGRAM - SUSPICIOUS-ACTIVITY CASE   GN6181 *
002700*                MANAGEMENT AND SAR FILING CLOCK                *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT SAR-PARM-FILE     ASSIGN TO "IMSARPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-XRF-FILE-STATUS.
003700     SELECT OPTIONAL SAR-CASE-IN ASSIGN TO "IMSARCSI"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-CAS-FILE-STATUS.
004000     SELECT OPTIONAL SAR-ALERT-FILE ASSIGN TO "IMSARALR"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ALR-FILE-STATUS.
004300     SELECT OPTIONAL SAR-ACTION-FILE ASSIGN TO "IMSARACT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-ACT-FILE-STATUS.
004600     SELECT SAR-CASE-OUT      ASSIGN TO "IMSARCSO"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT SAR-EFILE-OUT     ASSIGN TO "IMSAREFL"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT SAR-CASE-RPT      ASSIGN TO "IMSARRPT"
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SAR-PARM-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  SAR-PARM-RECORD.
005700     03  SRP-RUN-DATE                PIC 9(6).
005800     03  SRP-SUSPECT-DAYS            PIC 9(3).
005900     03  SRP-NO-SUSPECT-DAYS         PIC 9(3).
006000     03  SRP-REVIEW-DAYS             PIC 9(3).
006100     03  SRP-WARN-DAYS               PIC 9(3).
006200     03  SRP-RETAIN-DAYS             PIC 9(4).
006300     03  SRP-CALENDAR-ID             PIC X(3).
006400     03  FILLER                      PIC X(55).
006500 FD  CUST-XREF-FILE.
006600     COPY IMWSCXRF.
006700 FD  SAR-CASE-IN
006800     RECORD CONTAINS 200 CHARACTERS.
006900 01  SAR-CASE-RECORD.
007000     03  CAS-CASE-NO                 PIC 9(7).
007100     03  CAS-SUBJECT-KEY             PIC X(22).
007200     03  CAS-SUBJECT-TYPE            PIC X.
007300         88  CAS-88-TAXPAYER         VALUE 'T'.
007400         88  CAS-88-ACCOUNT-ONLY     VALUE 'A'.
007500     03  CAS-SUBJECT-NAME            PIC X(30).
007600     03  CAS-STATUS                  PIC X.
007700         88  CAS-88-OPEN             VALUE 'O'.
007800         88  CAS-88-FILED            VALUE 'F'.
007900         88  CAS-88-CLOSED-NO-FILE   VALUE 'C'.
008000         88  CAS-88-CLOSED-FILED     VALUE 'X'.
008100     03  CAS-SUSPECT-FLAG            PIC X.
008200     03  CAS-DETECTED-DATE           PIC 9(6).
008300     03  CAS-LAST-ALERT-DATE         PIC 9(6).
008400     03  CAS-ALERT-COUNT             PIC 9(5).
008500     03  CAS-ALERT-AMOUNT            PIC S9(13)V99 COMP-3.
008600     03  CAS-SOURCES                 PIC X(4).
008700     03  CAS-FILING-DUE              PIC 9(6).
008800     03  CAS-FILED-DATE              PIC 9(6).
008900     03  CAS-FILING-COUNT            PIC 9(3).
009000     03  CAS-REVIEW-DUE              PIC 9(6).
009100     03  CAS-CLOSED-DATE             PIC 9(6).
009200     03  CAS-CLOSE-REASON            PIC X(2).
009300     03  CAS-CLOSE-TEXT              PIC X(40).
009400     03  CAS-INVESTIGATOR            PIC X(8).
009500     03  FILLER                      PIC X(32).
009600 FD  SAR-ALERT-FILE
009700     RECORD CONTAINS 100 CHARACTERS.
009800     COPY IMWSSAAL.
009900 FD  SAR-ACTION-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  SAR-ACTION-RECORD.
010200     03  SAC-CASE-NO                 PIC 9(7).
010300     03  SAC-FUNCTION                PIC X.
010400         88  SAC-88-FILE             VALUE 'F'.
010500         88  SAC-88-CLOSE            VALUE 'C'.
010600         88  SAC-88-SUSPECT-FOUND    VALUE 'S'.
010700     03  SAC-DATE                    PIC 9(6).
010800     03  SAC-INVESTIGATOR            PIC X(8).
010900     03  SAC-REASON                  PIC X(2).
011000     03  SAC-TEXT                    PIC X(40).
011100     03  FILLER                      PIC X(16).
011200 FD  SAR-CASE-OUT
011300     RECORD CONTAINS 200 CHARACTERS.
011400 01  SAR-CASE-RECORD-OUT             PIC X(200).
011500 FD  SAR-EFILE-OUT
011600     RECORD CONTAINS 120 CHARACTERS.
011700 01  SAR-EFILE-RECORD.
011800     03  SEF-REC-TYPE                PIC X.
011900     03  SEF-FILING-TYPE             PIC X.
012000         88  SEF-88-INITIAL          VALUE 'I'.
012100         88  SEF-88-CONTINUING       VALUE 'C'.
012200     03  SEF-CASE-NO                 PIC 9(7).
012300     03  SEF-SUBJECT-TYPE            PIC X.
012400     03  SEF-SUBJECT-KEY             PIC X(22).
012500     03  SEF-SUBJECT-NAME            PIC X(30).
012600     03  SEF-DETECTED-DATE           PIC 9(6).
012700     03  SEF-FILED-DATE              PIC 9(6).
012800     03  SEF-AMOUNT                  PIC 9(11)V99.
012900     03  SEF-ALERT-COUNT             PIC 9(5).
013000     03  SEF-SOURCES                 PIC X(4).
013100     03  SEF-SUSPECT-FLAG            PIC X.
013200     03  SEF-INVESTIGATOR            PIC X(8).
013300     03  FILLER                      PIC X(15).
013400 FD  SAR-CASE-RPT
013500     RECORD CONTAINS 133 CHARACTERS.
013600 01  SAR-CASE-RPT-LINE               PIC X(133).
013700 WORKING-STORAGE SECTION.
013800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMSARCAS'.
013900 77  WS-XRF-MAX                      PIC S9(5)   COMP VALUE +9000.
014000 77  WS-CAS-MAX                      PIC S9(5)   COMP VALUE +5000.
014100 77  WS-XRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
014200 77  WS-CAS-FILE-STATUS              PIC X(2)    VALUE SPACES.
014300 77  WS-ALR-FILE-STATUS              PIC X(2)    VALUE SPACES.
014400 77  WS-ACT-FILE-STATUS              PIC X(2)    VALUE SPACES.
014500     EJECT
014600     COPY SIWSDTAR.
014700     EJECT
014800     COPY IMWSDTRL.
014900     EJECT
015000 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
015100 01  WS-BUS-DATE                     PIC 9(6)    VALUE 0.
015200 01  WS-BUS-COUNT                    PIC S9(3)   COMP VALUE 0.
015300 01  WS-WARN-DATE                    PIC 9(6)    VALUE 0.
015400     EJECT
015500 01  WS-SWITCHES.
015600     03  WS-XRF-EOF-SW               PIC X(1)    VALUE 'N'.
015700         88  WS-88-XRF-EOF           VALUE 'Y'.
015800     03  WS-CAS-EOF-SW               PIC X(1)    VALUE 'N'.
015900         88  WS-88-CAS-EOF           VALUE 'Y'.
016000     03  WS-ALR-EOF-SW               PIC X(1)    VALUE 'N'.
016100         88  WS-88-ALR-EOF           VALUE 'Y'.
016200     03  WS-ACT-EOF-SW               PIC X(1)    VALUE 'N'.
016300         88  WS-88-ACT-EOF           VALUE 'Y'.
016400     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
016500         88  WS-88-FOUND             VALUE 'Y'.
016525     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
016550         88  WS-88-ABORT             VALUE 'Y'.
016600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
016700 01  WS-CAS-SUB                      PIC S9(5)   COMP VALUE 0.
016800 01  WS-XRF-COUNT                    PIC S9(5)   COMP VALUE 0.
016900 01  WS-CAS-COUNT                    PIC S9(5)   COMP VALUE 0.
017000 01  WS-LAST-CASE-NO                 PIC 9(7)    VALUE 0.
017100 01  WS-AGE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
017200 01  WS-SUBJECT-KEY                  PIC X(22)   VALUE SPACES.
017300 01  WS-SUBJECT-TYPE                 PIC X       VALUE SPACE.
017400 01  WS-ACTION-LIT                   PIC X(30)   VALUE SPACES.
017500     EJECT
017600 01  WS-XREF-TABLE.
017700     03  WS-XRF-ENTRY OCCURS 9000 TIMES
017800                      INDEXED BY XRX.
017900         05  WS-XRF-ACCOUNT          PIC X(22).
018000         05  WS-XRF-TAX-ID           PIC X(11).
018100     EJECT
018200 01  WS-CASE-TABLE.
018300     03  WS-CAS-ENTRY OCCURS 5000 TIMES
018400                      INDEXED BY CSX.
018500         05  WS-CAS-RECORD           PIC X(200).
018600     EJECT
018700 01  WS-TOTALS.
018800     03  WS-TOT-CASES-IN             PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-ALERTS               PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-MERGED               PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-OPENED               PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-UNRESOLVED           PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-ACTIONS              PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-FILED                PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-FILED-LATE           PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-OVERDUE              PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-DUE-SOON             PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-REVIEW-DUE           PIC 9(7)    COMP VALUE 0.
020100     03  WS-TOT-PURGED               PIC 9(7)    COMP VALUE 0.
020150     03  WS-TOT-NOT-CASED            PIC 9(7)    COMP VALUE 0.
020200     EJECT
020300 01  WS-REPORT-TITLE.
020400     03  FILLER                      PIC X(48)   VALUE
020500         'IMSARCAS - SUSPICIOUS ACTIVITY CASE REGISTER    '.
020600 01  WS-DETAIL-LINE.
020700     03  FILLER                      PIC X(4)    VALUE SPACES.
020800     03  DTL-CASE-NO                 PIC ZZZZZZ9.
020900     03  FILLER                      PIC X(2)    VALUE SPACES.
021000     03  DTL-SUBJECT-KEY             PIC X(22).
021100     03  FILLER                      PIC X(1)    VALUE SPACES.
021200     03  DTL-SUBJECT-TYPE            PIC X.
021300     03  FILLER                      PIC X(2)    VALUE SPACES.
021400     03  DTL-STATUS                  PIC X.
021500     03  FILLER                      PIC X(2)    VALUE SPACES.
021600     03  DTL-SOURCES                 PIC X(4).
021700     03  FILLER                      PIC X(2)    VALUE SPACES.
021800     03  DTL-ALERTS                  PIC ZZ,ZZ9.
021900     03  FILLER                      PIC X(2)    VALUE SPACES.
022000     03  DTL-DETECTED                PIC 9(6).
022100     03  FILLER                      PIC X(2)    VALUE SPACES.
022200     03  DTL-DUE-DATE                PIC 9(6).
022300     03  FILLER                      PIC X(2)    VALUE SPACES.
022400     03  DTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
022500     03  FILLER                      PIC X(2)    VALUE SPACES.
022600     03  DTL-ACTION                  PIC X(30).
022700     03  FILLER                      PIC X(11)   VALUE SPACES.
022800 01  WS-SUMMARY-LINE.
022900     03  FILLER                      PIC X(4)    VALUE SPACES.
023000     03  SUM-LIT                     PIC X(34).
023100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
023200     03  FILLER                      PIC X(88)   VALUE SPACES.
023210 01  WS-ABORT-LINE.
023220     03  FILLER                      PIC X(4)    VALUE SPACES.
023230     03  FILLER                      PIC X(50)   VALUE
023240         'SAR CASE FILE EXCEEDS THE CASE TABLE - RUN STOPPED'.
023250     03  FILLER                      PIC X(50)   VALUE
023260         ', NO CASE OR FILING RECORD WRITTEN                '.
023270     03  FILLER                      PIC X(29)   VALUE SPACES.
023300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023400     EJECT
023500 PROCEDURE DIVISION.
023600*----------------------------------------------------------------*
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
023900     IF  WS-88-ABORT
024000         GOBACK.
024300     PERFORM 2000-PROCESS-ALERT   THRU 2000-EXIT
024400         UNTIL WS-88-ALR-EOF.
024500     PERFORM 3000-PROCESS-ACTION  THRU 3000-EXIT
024600         UNTIL WS-88-ACT-EOF.
024700     PERFORM 4000-AGE-CASES       THRU 4000-EXIT.
024800     PERFORM 8000-WRITE-CASES     THRU 8000-EXIT.
024900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025000     GOBACK.
025100     EJECT
025200 1000-INITIALIZE.
025300     OPEN INPUT SAR-PARM-FILE.
025400     READ SAR-PARM-FILE
025500         AT END MOVE ZERO TO SRP-RUN-DATE.
025600     CLOSE SAR-PARM-FILE.
025700     IF  SRP-RUN-DATE NUMERIC
025800     AND SRP-RUN-DATE GREATER THAN ZERO
025900         MOVE SRP-RUN-DATE TO WS-RUN-DATE-YYMMDD
026000     ELSE
026100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
026200     IF  SRP-SUSPECT-DAYS NOT NUMERIC
026300     OR  SRP-SUSPECT-DAYS EQUAL ZERO
026400         MOVE 30 TO SRP-SUSPECT-DAYS.
026500     IF  SRP-NO-SUSPECT-DAYS NOT NUMERIC
026600     OR  SRP-NO-SUSPECT-DAYS EQUAL ZERO
026700         MOVE 60 TO SRP-NO-SUSPECT-DAYS.
026800     IF  SRP-REVIEW-DAYS NOT NUMERIC
026900     OR  SRP-REVIEW-DAYS EQUAL ZERO
027000         MOVE 90 TO SRP-REVIEW-DAYS.
027100     IF  SRP-WARN-DAYS NOT NUMERIC
027200         MOVE 5 TO SRP-WARN-DAYS.
027300     IF  SRP-RETAIN-DAYS NOT NUMERIC
027400     OR  SRP-RETAIN-DAYS EQUAL ZERO
027500         MOVE 1825 TO SRP-RETAIN-DAYS.
027600     MOVE WS-RUN-DATE-YYMMDD TO WS-BUS-DATE.
027700     MOVE SRP-WARN-DAYS TO WS-BUS-COUNT.
027800     PERFORM 2800-ADD-BUSINESS-DAYS THRU 2800-EXIT.
027900     MOVE WS-BUS-DATE TO WS-WARN-DATE.
028000     OPEN INPUT CUST-XREF-FILE.
028100     IF  WS-XRF-FILE-STATUS EQUAL '05' OR '35'
028200         MOVE 'Y' TO WS-XRF-EOF-SW.
028300     OPEN INPUT SAR-CASE-IN.
028400     IF  WS-CAS-FILE-STATUS EQUAL '05' OR '35'
028500         MOVE 'Y' TO WS-CAS-EOF-SW.
028600     OPEN INPUT SAR-ALERT-FILE.
028700     IF  WS-ALR-FILE-STATUS EQUAL '05' OR '35'
028800         MOVE 'Y' TO WS-ALR-EOF-SW.
028900     OPEN INPUT SAR-ACTION-FILE.
029000     IF  WS-ACT-FILE-STATUS EQUAL '05' OR '35'
029100         MOVE 'Y' TO WS-ACT-EOF-SW.
029105     PERFORM 1100-LOAD-XREF THRU 1100-EXIT
029110         UNTIL WS-88-XRF-EOF.
029115     PERFORM 1200-LOAD-CASES THRU 1200-EXIT
029120         UNTIL WS-88-CAS-EOF.
029125     IF  WS-88-ABORT
029130         CLOSE CUST-XREF-FILE
029135         CLOSE SAR-CASE-IN
029140         CLOSE SAR-ALERT-FILE
029145         CLOSE SAR-ACTION-FILE
029150         OPEN OUTPUT SAR-CASE-RPT
029155         MOVE SPACES TO SAR-CASE-RPT-LINE
029160         MOVE WS-ABORT-LINE TO SAR-CASE-RPT-LINE
029165         WRITE SAR-CASE-RPT-LINE
029170         CLOSE SAR-CASE-RPT
029175         MOVE 16 TO RETURN-CODE
029180         GO TO 1000-EXIT.
029200     OPEN OUTPUT SAR-CASE-OUT.
029300     OPEN OUTPUT SAR-EFILE-OUT.
029400     OPEN OUTPUT SAR-CASE-RPT.
029500     WRITE SAR-CASE-RPT-LINE FROM WS-BLANK-LINE.
029600     MOVE SPACES TO SAR-CASE-RPT-LINE.
029700     MOVE WS-REPORT-TITLE TO SAR-CASE-RPT-LINE.
029800     WRITE SAR-CASE-RPT-LINE.
029900     WRITE SAR-CASE-RPT-LINE FROM WS-BLANK-LINE.
030000 1000-EXIT. EXIT.
030100     EJECT
030200 1100-LOAD-XREF.
030300     READ CUST-XREF-FILE
030400         AT END MOVE 'Y' TO WS-XRF-EOF-SW
030500                GO TO 1100-EXIT.
030600     IF  NOT CXR-88-ACTIVE
030700         GO TO 1100-EXIT.
030800     IF  WS-XRF-COUNT NOT LESS THAN WS-XRF-MAX
030900         GO TO 1100-EXIT.
031000     ADD 1 TO WS-XRF-COUNT.
031100     SET XRX TO WS-XRF-COUNT.
031200     MOVE CXR-CONTROL-KEY TO WS-XRF-ACCOUNT (XRX).
031300     MOVE CXR-TAX-ID      TO WS-XRF-TAX-ID (XRX).
031400 1100-EXIT. EXIT.
031500 1200-LOAD-CASES.
031600     READ SAR-CASE-IN
031700         AT END MOVE 'Y' TO WS-CAS-EOF-SW
031800                GO TO 1200-EXIT.
031900     IF  WS-CAS-COUNT NOT LESS THAN WS-CAS-MAX
031950         MOVE 'Y' TO WS-ABORT-SW
032000         MOVE 'Y' TO WS-CAS-EOF-SW
032050         GO TO 1200-EXIT.
032100     ADD 1 TO WS-CAS-COUNT.
032200     ADD 1 TO WS-TOT-CASES-IN.
032300     SET CSX TO WS-CAS-COUNT.
032400     MOVE SAR-CASE-RECORD TO WS-CAS-RECORD (CSX).
032500     IF  CAS-CASE-NO GREATER THAN WS-LAST-CASE-NO
032600         MOVE CAS-CASE-NO TO WS-LAST-CASE-NO.
032700 1200-EXIT. EXIT.
032800     EJECT
032900*----------------------------------------------------------------*
033000*    2000-PROCESS-ALERT - KEY THE ALERT BY TAXPAYER AND MERGE IT *
033100*    INTO THE SUBJECT'S OPEN OR FILED CASE, ELSE OPEN A CASE.    *
033200*----------------------------------------------------------------*
033300 2000-PROCESS-ALERT.
033400     READ SAR-ALERT-FILE
033500         AT END MOVE 'Y' TO WS-ALR-EOF-SW
033600                GO TO 2000-EXIT.
033700     ADD 1 TO WS-TOT-ALERTS.
033800     PERFORM 2100-RESOLVE-SUBJECT THRU 2100-EXIT.
033900     PERFORM 2200-FIND-CASE THRU 2200-EXIT.
034000     IF  WS-88-FOUND
034100         PERFORM 2300-MERGE-ALERT THRU 2300-EXIT
034200     ELSE
034300         PERFORM 2400-OPEN-CASE THRU 2400-EXIT.
034400 2000-EXIT. EXIT.
034500 2100-RESOLVE-SUBJECT.
034600     MOVE SPACES TO WS-SUBJECT-KEY.
034700     IF  SAL-TAX-ID NOT EQUAL SPACES
034800         MOVE SAL-TAX-ID TO WS-SUBJECT-KEY
034900         MOVE 'T' TO WS-SUBJECT-TYPE
035000         GO TO 2100-EXIT.
035100     MOVE 'N' TO WS-FOUND-SW.
035200     PERFORM 2110-SCAN-XREF THRU 2110-EXIT
035300         VARYING WS-SUB FROM 1 BY 1
035400         UNTIL WS-SUB GREATER THAN WS-XRF-COUNT
035500            OR WS-88-FOUND.
035600     IF  WS-88-FOUND
035700         MOVE 'T' TO WS-SUBJECT-TYPE
035800     ELSE
035900         ADD 1 TO WS-TOT-UNRESOLVED
036000         MOVE SAL-ACCOUNT TO WS-SUBJECT-KEY
036100         MOVE 'A' TO WS-SUBJECT-TYPE.
036200 2100-EXIT. EXIT.
036300 2110-SCAN-XREF.
036400     SET XRX TO WS-SUB.
036500     IF  WS-XRF-ACCOUNT (XRX) EQUAL SAL-ACCOUNT
036600         MOVE 'Y' TO WS-FOUND-SW
036700         MOVE WS-XRF-TAX-ID (XRX) TO WS-SUBJECT-KEY.
036800 2110-EXIT. EXIT.
036900 2200-FIND-CASE.
037000     MOVE 'N' TO WS-FOUND-SW.
037100     MOVE ZERO TO WS-CAS-SUB.
037200     PERFORM 2210-SCAN-CASE THRU 2210-EXIT
037300         VARYING WS-SUB FROM 1 BY 1
037400         UNTIL WS-SUB GREATER THAN WS-CAS-COUNT
037500            OR WS-88-FOUND.
037600 2200-EXIT. EXIT.
037700 2210-SCAN-CASE.
037800     SET CSX TO WS-SUB.
037900     MOVE WS-CAS-RECORD (CSX) TO SAR-CASE-RECORD.
038000     IF  CAS-SUBJECT-KEY EQUAL WS-SUBJECT-KEY
038100     AND (CAS-88-OPEN OR CAS-88-FILED)
038200         MOVE 'Y' TO WS-FOUND-SW
038300         MOVE WS-SUB TO WS-CAS-SUB.
038400 2210-EXIT. EXIT.
038500 2300-MERGE-ALERT.
038600     ADD 1 TO WS-TOT-MERGED.
038700     SET CSX TO WS-CAS-SUB.
038800     MOVE WS-CAS-RECORD (CSX) TO SAR-CASE-RECORD.
038900     ADD 1 TO CAS-ALERT-COUNT.
039000     ADD SAL-AMOUNT TO CAS-ALERT-AMOUNT.
039100     IF  SAL-ALERT-DATE GREATER THAN CAS-LAST-ALERT-DATE
039200         MOVE SAL-ALERT-DATE TO CAS-LAST-ALERT-DATE.
039300     IF  CAS-SUBJECT-NAME EQUAL SPACES
039400         MOVE SAL-SUBJECT-NAME TO CAS-SUBJECT-NAME.
039500     PERFORM 2500-MARK-SOURCE THRU 2500-EXIT.
039600     MOVE SAR-CASE-RECORD TO WS-CAS-RECORD (CSX).
039700     MOVE 'ALERT MERGED INTO CASE        ' TO WS-ACTION-LIT.
039800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
039900 2300-EXIT. EXIT.
040000*----------------------------------------------------------------*
040100*    2400-OPEN-CASE - THE CLOCK RUNS FROM DETECTION: 30 BUSINESS *
040200*    DAYS WITH A SUSPECT, 60 WHILE THE SUBJECT IS UNIDENTIFIED.  *
040300*----------------------------------------------------------------*
040400 2400-OPEN-CASE.
040425     IF  WS-CAS-COUNT NOT LESS THAN WS-CAS-MAX
040450         ADD 1 TO WS-TOT-REJECTED
040475         ADD 1 TO WS-TOT-NOT-CASED
040500         MOVE SPACES TO SAR-CASE-RECORD
040525         MOVE ZERO TO CAS-CASE-NO CAS-FILING-DUE
040550         MOVE SAL-ACCOUNT TO CAS-SUBJECT-KEY
040575         MOVE WS-SUBJECT-TYPE TO CAS-SUBJECT-TYPE
040600         MOVE 1 TO CAS-ALERT-COUNT
040625         MOVE SAL-ALERT-DATE TO CAS-DETECTED-DATE
040650         MOVE SAL-AMOUNT TO CAS-ALERT-AMOUNT
040675         PERFORM 2500-MARK-SOURCE THRU 2500-EXIT
040700         MOVE 'ALERT NOT CASED - TABLE FULL  ' TO WS-ACTION-LIT
040725         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
040750         GO TO 2400-EXIT.
040800     ADD 1 TO WS-TOT-OPENED.
040900     ADD 1 TO WS-LAST-CASE-NO.
041000     MOVE SPACES TO SAR-CASE-RECORD.
041100     MOVE WS-LAST-CASE-NO  TO CAS-CASE-NO.
041200     MOVE WS-SUBJECT-KEY   TO CAS-SUBJECT-KEY.
041300     MOVE WS-SUBJECT-TYPE  TO CAS-SUBJECT-TYPE.
041400     MOVE SAL-SUBJECT-NAME TO CAS-SUBJECT-NAME.
041500     MOVE 'O'              TO CAS-STATUS.
041600     IF  CAS-88-TAXPAYER
041700         MOVE 'Y' TO CAS-SUSPECT-FLAG
041800     ELSE
041900         MOVE 'N' TO CAS-SUSPECT-FLAG.
042000     IF  SAL-ALERT-DATE NUMERIC
042100     AND SAL-ALERT-DATE GREATER THAN ZERO
042200         MOVE SAL-ALERT-DATE TO CAS-DETECTED-DATE
042300     ELSE
042400         MOVE WS-RUN-DATE-YYMMDD TO CAS-DETECTED-DATE.
042500     MOVE CAS-DETECTED-DATE TO CAS-LAST-ALERT-DATE.
042600     MOVE 1                TO CAS-ALERT-COUNT.
042700     MOVE SAL-AMOUNT       TO CAS-ALERT-AMOUNT.
042800     MOVE ZERO TO CAS-FILED-DATE CAS-FILING-COUNT CAS-REVIEW-DUE
042900                  CAS-CLOSED-DATE.
043000     PERFORM 2500-MARK-SOURCE THRU 2500-EXIT.
043100     PERFORM 2600-SET-FILING-DUE THRU 2600-EXIT.
043200     ADD 1 TO WS-CAS-COUNT.
043300     SET CSX TO WS-CAS-COUNT.
043400     MOVE SAR-CASE-RECORD TO WS-CAS-RECORD (CSX).
043500     MOVE 'NEW CASE OPENED               ' TO WS-ACTION-LIT.
043600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
043700 2400-EXIT. EXIT.
043800 2500-MARK-SOURCE.
043900     IF  SAL-88-KITING
044000         MOVE 'K' TO CAS-SOURCES (1:1).
044100     IF  SAL-88-CASH-PATTERN
044200         MOVE 'C' TO CAS-SOURCES (2:1).
044300     IF  SAL-88-WATCH-LIST
044400         MOVE 'W' TO CAS-SOURCES (3:1).
044500 2500-EXIT. EXIT.
044600 2600-SET-FILING-DUE.
044700     MOVE CAS-DETECTED-DATE TO WS-BUS-DATE.
044800     IF  CAS-SUSPECT-FLAG EQUAL 'Y'
044900         MOVE SRP-SUSPECT-DAYS TO WS-BUS-COUNT
045000     ELSE
045100         MOVE SRP-NO-SUSPECT-DAYS TO WS-BUS-COUNT.
045200     PERFORM 2800-ADD-BUSINESS-DAYS THRU 2800-EXIT.
045300     MOVE WS-BUS-DATE TO CAS-FILING-DUE.
045400 2600-EXIT. EXIT.
045500     EJECT
045600*----------------------------------------------------------------*
045700*    2800-ADD-BUSINESS-DAYS - ADVANCE WS-BUS-DATE (YYMMDD) BY    *
045800*    WS-BUS-COUNT BUSINESS DAYS, ONE CALENDAR DAY AT A TIME,     *
045900*    ROLLING EACH STEP PAST WEEKENDS AND BANK HOLIDAYS.          *
046000*----------------------------------------------------------------*
046100 2800-ADD-BUSINESS-DAYS.
046200     PERFORM 2810-NEXT-BUSINESS-DAY THRU 2810-EXIT
046300         WS-BUS-COUNT TIMES.
046400 2800-EXIT. EXIT.
046500 2810-NEXT-BUSINESS-DAY.
046600     MOVE WS-BUS-DATE (3:2) TO DT-L-MO.
046700     MOVE WS-BUS-DATE (5:2) TO DT-L-DA.
046800     MOVE WS-BUS-DATE (1:2) TO DT-L-YR.
046900     MOVE 1 TO RET-DAYS.
047000     CALL 'SIFDAT1' USING DATE-AREA.
047100     MOVE DT-H-YR TO DTR-DATE-IN (1:2).
047200     MOVE DT-H-MO TO DTR-DATE-IN (3:2).
047300     MOVE DT-H-DA TO DTR-DATE-IN (5:2).
047400     MOVE 'Y' TO DTR-DATE-FORMAT.
047500     MOVE 'F' TO DTR-ROLL-RULE.
047600     MOVE SRP-CALENDAR-ID TO DTR-CALENDAR-ID.
047700     CALL 'IMDTROLL' USING DATE-ROLL-AREA.
047800     MOVE DTR-DATE-OUT TO WS-BUS-DATE.
047900 2810-EXIT. EXIT.
048000     EJECT
048100*----------------------------------------------------------------*
048200*    3000-PROCESS-ACTION - INVESTIGATOR DECISIONS.  F FILES THE  *
048300*    SAR (INITIAL OR CONTINUING), C CLOSES - A CLOSE WITHOUT A   *
048400*    DOCUMENTED REASON IS REFUSED - AND S RECORDS THAT THE       *
048500*    SUSPECT HAS BEEN IDENTIFIED, SHORTENING THE CLOCK.          *
048600*----------------------------------------------------------------*
048700 3000-PROCESS-ACTION.
048800     READ SAR-ACTION-FILE
048900         AT END MOVE 'Y' TO WS-ACT-EOF-SW
049000                GO TO 3000-EXIT.
049100     ADD 1 TO WS-TOT-ACTIONS.
049200     MOVE 'N' TO WS-FOUND-SW.
049300     PERFORM 3010-SCAN-CASE-NO THRU 3010-EXIT
049400         VARYING WS-SUB FROM 1 BY 1
049500         UNTIL WS-SUB GREATER THAN WS-CAS-COUNT
049600            OR WS-88-FOUND.
049700     IF  NOT WS-88-FOUND
049800         MOVE SPACES TO SAR-CASE-RECORD
049900         MOVE SAC-CASE-NO TO CAS-CASE-NO
050000         MOVE ZERO TO CAS-ALERT-COUNT CAS-ALERT-AMOUNT
050100                      CAS-DETECTED-DATE CAS-FILING-DUE
050200         MOVE 'REJECTED - CASE NOT ON FILE  ' TO WS-ACTION-LIT
050300         GO TO 3000-REJECT.
050400     SET CSX TO WS-CAS-SUB.
050500     MOVE WS-CAS-RECORD (CSX) TO SAR-CASE-RECORD.
050600     IF  NOT CAS-88-OPEN
050700     AND NOT CAS-88-FILED
050800         MOVE 'REJECTED - CASE IS CLOSED    ' TO WS-ACTION-LIT
050900         GO TO 3000-REJECT.
051000     IF  SAC-DATE NOT NUMERIC
051100     OR  SAC-DATE EQUAL ZERO
051200         MOVE WS-RUN-DATE-YYMMDD TO SAC-DATE.
051300     IF  SAC-88-FILE
051400         PERFORM 3100-FILE-SAR THRU 3100-EXIT
051500     ELSE
051600     IF  SAC-88-CLOSE
051700         IF  SAC-REASON EQUAL SPACES
051800         OR  SAC-TEXT EQUAL SPACES
051900             MOVE 'REJECTED - NO CLOSE REASON   ' TO WS-ACTION-LIT
052000             GO TO 3000-REJECT
052100         ELSE
052200             PERFORM 3200-CLOSE-CASE THRU 3200-EXIT
052300     ELSE
052400     IF  SAC-88-SUSPECT-FOUND
052500         PERFORM 3300-SUSPECT-FOUND THRU 3300-EXIT
052600     ELSE
052700         MOVE 'REJECTED - INVALID FUNCTION  ' TO WS-ACTION-LIT
052800         GO TO 3000-REJECT.
052900     MOVE SAC-INVESTIGATOR TO CAS-INVESTIGATOR.
053000     MOVE SAR-CASE-RECORD TO WS-CAS-RECORD (CSX).
053100     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
053200     GO TO 3000-EXIT.
053300 3000-REJECT.
053400     ADD 1 TO WS-TOT-REJECTED.
053500     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
053600 3000-EXIT. EXIT.
053700 3010-SCAN-CASE-NO.
053800     SET CSX TO WS-SUB.
053900     IF  WS-CAS-RECORD (CSX) (1:7) EQUAL SAC-CASE-NO
054000         MOVE 'Y' TO WS-FOUND-SW
054100         MOVE WS-SUB TO WS-CAS-SUB.
054200 3010-EXIT. EXIT.
054300*----------------------------------------------------------------*
054400*    3100-FILE-SAR - THE ELECTRONIC FILING RECORD, THEN THE      *
054500*    CONTINUING-ACTIVITY REVIEW DATE FROM THE FILING DATE.       *
054600*----------------------------------------------------------------*
054700 3100-FILE-SAR.
054800     ADD 1 TO WS-TOT-FILED.
054900     MOVE SPACES TO SAR-EFILE-RECORD.
055000     MOVE 'S'                TO SEF-REC-TYPE.
055100     IF  CAS-88-FILED
055200         MOVE 'C' TO SEF-FILING-TYPE
055300     ELSE
055400         MOVE 'I' TO SEF-FILING-TYPE.
055500     MOVE CAS-CASE-NO        TO SEF-CASE-NO.
055600     MOVE CAS-SUBJECT-TYPE   TO SEF-SUBJECT-TYPE.
055700     MOVE CAS-SUBJECT-KEY    TO SEF-SUBJECT-KEY.
055800     MOVE CAS-SUBJECT-NAME   TO SEF-SUBJECT-NAME.
055900     MOVE CAS-DETECTED-DATE  TO SEF-DETECTED-DATE.
056000     MOVE SAC-DATE           TO SEF-FILED-DATE.
056100     MOVE CAS-ALERT-AMOUNT   TO SEF-AMOUNT.
056200     MOVE CAS-ALERT-COUNT    TO SEF-ALERT-COUNT.
056300     MOVE CAS-SOURCES        TO SEF-SOURCES.
056400     MOVE CAS-SUSPECT-FLAG   TO SEF-SUSPECT-FLAG.
056500     MOVE SAC-INVESTIGATOR   TO SEF-INVESTIGATOR.
056600     WRITE SAR-EFILE-RECORD.
056700     IF  CAS-88-OPEN
056800     AND SAC-DATE GREATER THAN CAS-FILING-DUE
056900         ADD 1 TO WS-TOT-FILED-LATE
057000         MOVE 'SAR FILED - PAST FILING CLOCK ' TO WS-ACTION-LIT
057100     ELSE
057200         MOVE 'SAR FILED                     ' TO WS-ACTION-LIT.
057300     MOVE 'F'      TO CAS-STATUS.
057400     MOVE SAC-DATE TO CAS-FILED-DATE.
057500     ADD 1 TO CAS-FILING-COUNT.
057600     MOVE SAC-DATE (3:2) TO DT-L-MO.
057700     MOVE SAC-DATE (5:2) TO DT-L-DA.
057800     MOVE SAC-DATE (1:2) TO DT-L-YR.
057900     MOVE SRP-REVIEW-DAYS TO RET-DAYS.
058000     CALL 'SIFDAT1' USING DATE-AREA.
058100     MOVE DT-H-YR TO DTR-DATE-IN (1:2).
058200     MOVE DT-H-MO TO DTR-DATE-IN (3:2).
058300     MOVE DT-H-DA TO DTR-DATE-IN (5:2).
058400     MOVE 'Y' TO DTR-DATE-FORMAT.
058500     MOVE 'F' TO DTR-ROLL-RULE.
058600     MOVE SRP-CALENDAR-ID TO DTR-CALENDAR-ID.
058700     CALL 'IMDTROLL' USING DATE-ROLL-AREA.
058800     MOVE DTR-DATE-OUT TO CAS-REVIEW-DUE.
058900 3100-EXIT. EXIT.
059000 3200-CLOSE-CASE.
059100     ADD 1 TO WS-TOT-CLOSED.
059200     IF  CAS-88-FILED
059300         MOVE 'X' TO CAS-STATUS
059400         MOVE 'CLOSED AFTER FILING           ' TO WS-ACTION-LIT
059500     ELSE
059600         MOVE 'C' TO CAS-STATUS
059700         MOVE 'CLOSED - NO SAR FILED         ' TO WS-ACTION-LIT.
059800     MOVE SAC-DATE   TO CAS-CLOSED-DATE.
059900     MOVE SAC-REASON TO CAS-CLOSE-REASON.
060000     MOVE SAC-TEXT   TO CAS-CLOSE-TEXT.
060100 3200-EXIT. EXIT.
060200 3300-SUSPECT-FOUND.
060300     MOVE 'Y' TO CAS-SUSPECT-FLAG.
060400     IF  CAS-88-OPEN
060500         PERFORM 2600-SET-FILING-DUE THRU 2600-EXIT.
060600     MOVE 'SUSPECT IDENTIFIED            ' TO WS-ACTION-LIT.
060700 3300-EXIT. EXIT.
060800     EJECT
060900*----------------------------------------------------------------*
061000*    4000-AGE-CASES - EVERY OPEN CASE AGAINST ITS FILING CLOCK,  *
061100*    AND EVERY FILED CASE AGAINST ITS CONTINUING REVIEW.         *
061200*----------------------------------------------------------------*
061300 4000-AGE-CASES.
061400     WRITE SAR-CASE-RPT-LINE FROM WS-BLANK-LINE.
061500     PERFORM 4100-AGE-ONE-CASE THRU 4100-EXIT
061600         VARYING WS-SUB FROM 1 BY 1
061700         UNTIL WS-SUB GREATER THAN WS-CAS-COUNT.
061800 4000-EXIT. EXIT.
061900 4100-AGE-ONE-CASE.
062000     SET CSX TO WS-SUB.
062100     MOVE WS-CAS-RECORD (CSX) TO SAR-CASE-RECORD.
062200     IF  CAS-88-OPEN
062300         IF  CAS-FILING-DUE LESS THAN WS-RUN-DATE-YYMMDD
062400             ADD 1 TO WS-TOT-OVERDUE
062500             MOVE '** FILING CLOCK EXPIRED **    '
062600                 TO WS-ACTION-LIT
062700             PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
062800         ELSE
062900         IF  CAS-FILING-DUE NOT GREATER THAN WS-WARN-DATE
063000             ADD 1 TO WS-TOT-DUE-SOON
063100             MOVE 'FILING DECISION DUE SOON      '
063200                 TO WS-ACTION-LIT
063300             PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
063400         ELSE
063500             MOVE 'OPEN - UNDER INVESTIGATION    '
063600                 TO WS-ACTION-LIT
063700             PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
063800     IF  CAS-88-FILED
063900     AND CAS-REVIEW-DUE NOT GREATER THAN WS-RUN-DATE-YYMMDD
064000         ADD 1 TO WS-TOT-REVIEW-DUE
064100         MOVE 'CONTINUING ACTIVITY REVIEW DUE' TO WS-ACTION-LIT
064200         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
064300 4100-EXIT. EXIT.
064400     EJECT
064500 7000-PRINT-DETAIL.
064600     MOVE CAS-CASE-NO       TO DTL-CASE-NO.
064700     MOVE CAS-SUBJECT-KEY   TO DTL-SUBJECT-KEY.
064800     MOVE CAS-SUBJECT-TYPE  TO DTL-SUBJECT-TYPE.
064900     MOVE CAS-STATUS        TO DTL-STATUS.
065000     MOVE CAS-SOURCES       TO DTL-SOURCES.
065100     MOVE CAS-ALERT-COUNT   TO DTL-ALERTS.
065200     MOVE CAS-DETECTED-DATE TO DTL-DETECTED.
065300     IF  CAS-88-FILED
065400         MOVE CAS-REVIEW-DUE TO DTL-DUE-DATE
065500     ELSE
065600         MOVE CAS-FILING-DUE TO DTL-DUE-DATE.
065700     MOVE CAS-ALERT-AMOUNT  TO DTL-AMOUNT.
065800     MOVE WS-ACTION-LIT     TO DTL-ACTION.
065900     MOVE SPACES TO SAR-CASE-RPT-LINE.
066000     MOVE WS-DETAIL-LINE TO SAR-CASE-RPT-LINE.
066100     WRITE SAR-CASE-RPT-LINE.
066200 7000-EXIT. EXIT.
066300     EJECT
066400*----------------------------------------------------------------*
066500*    8000-WRITE-CASES - CLOSED CASES, WITH THEIR DOCUMENTED      *
066600*    REASON, CARRY FORWARD FOR THE RETENTION PERIOD.             *
066700*----------------------------------------------------------------*
066800 8000-WRITE-CASES.
066900     MOVE WS-RUN-DATE-YYMMDD (3:2) TO DT-H-MO.
067000     MOVE WS-RUN-DATE-YYMMDD (5:2) TO DT-H-DA.
067100     MOVE WS-RUN-DATE-YYMMDD (1:2) TO DT-H-YR.
067200     PERFORM 8100-ONE-CASE THRU 8100-EXIT
067300         VARYING WS-SUB FROM 1 BY 1
067400         UNTIL WS-SUB GREATER THAN WS-CAS-COUNT.
067500 8000-EXIT. EXIT.
067600 8100-ONE-CASE.
067700     SET CSX TO WS-SUB.
067800     MOVE WS-CAS-RECORD (CSX) TO SAR-CASE-RECORD.
067900     IF  CAS-88-CLOSED-NO-FILE
068000     OR  CAS-88-CLOSED-FILED
068100         MOVE CAS-CLOSED-DATE (3:2) TO DT-L-MO
068200         MOVE CAS-CLOSED-DATE (5:2) TO DT-L-DA
068300         MOVE CAS-CLOSED-DATE (1:2) TO DT-L-YR
068400         CALL 'SIDIF1' USING DATE-AREA
068500         MOVE RET-DAYS TO WS-AGE-DAYS
068600         IF  WS-AGE-DAYS GREATER THAN SRP-RETAIN-DAYS
068700             ADD 1 TO WS-TOT-PURGED
068800             GO TO 8100-EXIT.
068900     MOVE SAR-CASE-RECORD TO SAR-CASE-RECORD-OUT.
069000     WRITE SAR-CASE-RECORD-OUT.
069100 8100-EXIT. EXIT.
069200     EJECT
069300*----------------------------------------------------------------*
069400*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
069500*----------------------------------------------------------------*
069600 9000-TERMINATE.
069700     WRITE SAR-CASE-RPT-LINE FROM WS-BLANK-LINE.
069800     MOVE 'CASES CARRIED IN                  ' TO SUM-LIT.
069900     MOVE WS-TOT-CASES-IN TO SUM-COUNT.
070000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070100     MOVE 'ALERTS READ                       ' TO SUM-LIT.
070200     MOVE WS-TOT-ALERTS TO SUM-COUNT.
070300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070400     MOVE 'ALERTS MERGED INTO EXISTING CASES ' TO SUM-LIT.
070500     MOVE WS-TOT-MERGED TO SUM-COUNT.
070600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
070700     MOVE 'NEW CASES OPENED                  ' TO SUM-LIT.
070800     MOVE WS-TOT-OPENED TO SUM-COUNT.
070900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071000     MOVE 'ALERTS WITH NO TAXPAYER ON XREF   ' TO SUM-LIT.
071100     MOVE WS-TOT-UNRESOLVED TO SUM-COUNT.
071200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071300     MOVE 'ACTION CARDS READ                 ' TO SUM-LIT.
071400     MOVE WS-TOT-ACTIONS TO SUM-COUNT.
071500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071600     MOVE 'ACTIONS / ALERTS REJECTED         ' TO SUM-LIT.
071700     MOVE WS-TOT-REJECTED TO SUM-COUNT.
071800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
071900     MOVE 'SARS FILED                        ' TO SUM-LIT.
072000     MOVE WS-TOT-FILED TO SUM-COUNT.
072100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072200     MOVE 'SARS FILED PAST THE CLOCK         ' TO SUM-LIT.
072300     MOVE WS-TOT-FILED-LATE TO SUM-COUNT.
072400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072500     MOVE 'CASES CLOSED                      ' TO SUM-LIT.
072600     MOVE WS-TOT-CLOSED TO SUM-COUNT.
072700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
072800     MOVE 'OPEN CASES PAST FILING CLOCK      ' TO SUM-LIT.
072900     MOVE WS-TOT-OVERDUE TO SUM-COUNT.
073000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073100     MOVE 'OPEN CASES DUE WITHIN WARNING     ' TO SUM-LIT.
073200     MOVE WS-TOT-DUE-SOON TO SUM-COUNT.
073300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073400     MOVE 'CONTINUING REVIEWS DUE            ' TO SUM-LIT.
073500     MOVE WS-TOT-REVIEW-DUE TO SUM-COUNT.
073600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073700     MOVE 'CLOSED CASES PURGED               ' TO SUM-LIT.
073800     MOVE WS-TOT-PURGED TO SUM-COUNT.
073900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073910     MOVE 'ALERTS NOT CASED - TABLE FULL     ' TO SUM-LIT.
073920     MOVE WS-TOT-NOT-CASED TO SUM-COUNT.
073930     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
073940     IF  WS-TOT-NOT-CASED GREATER THAN ZERO
073950         MOVE 8 TO RETURN-CODE.
074000     CLOSE CUST-XREF-FILE.
074100     CLOSE SAR-CASE-IN.
074200     CLOSE SAR-ALERT-FILE.
074300     CLOSE SAR-ACTION-FILE.
074400     CLOSE SAR-CASE-OUT.
074500     CLOSE SAR-EFILE-OUT.
074600     CLOSE SAR-CASE-RPT.
074700 9000-EXIT. EXIT.
074800 9100-PRINT-SUMMARY.
074900     MOVE SPACES TO SAR-CASE-RPT-LINE.
075000     MOVE WS-SUMMARY-LINE TO SAR-CASE-RPT-LINE.
075100     WRITE SAR-CASE-RPT-LINE.
075200 9100-EXIT. EXIT.
