*     * GN6188 * 09/19/26 JCTE OFFICER CALLING PROGRAM
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMOFCCAL.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/19/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMOFCCAL IS THE DAILY OFFICER CALLING RUN, DRIVEN BY THE    *
000900*    MARKETING TRAILER.  CALL RESULTS REPORTED BY THE OFFICERS   *
001000*    ARE POSTED FIRST: WMS-DATE-LAST-CALL IS STAMPED,            *
001100*    WMS-DATE-LAST-CONTACT TOO WHEN THE CUSTOMER WAS REACHED,    *
001200*    AND WMS-MRKT-DATE-NEXT-CALL IS SET FROM THE RESULT OR FROM  *
001300*    THE CALL SCHEDULE PERIOD.  EVERY OPEN DEPOSIT ACCOUNT IS    *
001400*    THEN COMPARED WITH ITS BALANCE FROM THE PRIOR RUN: CROSSING *
001500*    WMS-MKT-HIGH-LIMIT OR WMS-MKT-LOW-LIMIT, OR - WHERE         *
001600*    WMS-MKT-BAL-CHANGE ASKS FOR IT - MOVING BY MORE THAN THE    *
001700*    AMOUNT OR PERCENT IN WMS-REPORT-FLUCTUATION, RAISES AN      *
001800*    ALERT.  ALERTS, ACCOUNTS WHOSE NEXT-CALL DATE HAS ARRIVED   *
001900*    AND THE CALLS LOGGED ARE SORTED INTO ONE CALLING LIST PER   *
002000*    WMS-MRKT-OFFICER WITH THE OFFICER'S ACTIVITY TOTALS.  EACH  *
002100*    CALL POSTED IS ALSO APPENDED TO THE CALL ACTIVITY LOG.      *
002125*    A CALL RESULT THAT DOES NOT FIT THE 3000-ENTRY RESULT TABLE *
002150*    IS LISTED WITH ITS ACCOUNT AND OFFICER AND SETS RETURN      *
002175*    CODE 4 SO THE OFFICER CAN RESUBMIT IT.                      *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 09/19/26 JCTE NEW PROGRAM - OFFICER CALLING PROGRAM    GN6188 *
002700*                BY BALANCE FLUCTUATION AND NEXT-CALL DATE      *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT OFC-PARM-FILE     ASSIGN TO "IMOFCPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT OPTIONAL OFC-RESULT-FILE ASSIGN TO "IMOFCRES"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RES-FILE-STATUS.
003700     SELECT OPTIONAL OFC-PRIOR-BAL-IN ASSIGN TO "IMOFCBLI"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PRB-FILE-STATUS.
004000     SELECT OFC-PRIOR-BAL-OUT ASSIGN TO "IMOFCBLO"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL OFC-ACTIVITY-LOG ASSIGN TO "IMOFCACT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ACT-FILE-STATUS.
004500     SELECT SORT-FILE         ASSIGN TO "IMOFCSRT".
004600     SELECT OFC-CALLING-RPT   ASSIGN TO "IMOFCRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  OFC-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  OFC-PARM-RECORD.
005300     03  OFP-RUN-DATE                PIC 9(6).
005400     03  OFP-CALL-INTERVAL           PIC 9(3).
005500     03  FILLER                      PIC X(71).
005600 FD  OFC-RESULT-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  OFC-RESULT-RECORD.
005900     03  RES-ACCOUNT                 PIC X(22).
006000     03  RES-OFFICER                 PIC X(5).
006100     03  RES-CALL-DATE               PIC 9(6).
006200     03  RES-RESULT                  PIC XX.
006300     03  RES-NEXT-CALL-DATE          PIC 9(6).
006400     03  RES-NOTE                    PIC X(30).
006500     03  FILLER                      PIC X(9).
006600 FD  OFC-PRIOR-BAL-IN
006700     RECORD CONTAINS 40 CHARACTERS.
006800 01  OFC-PRIOR-BAL-RECORD.
006900     03  PRB-ACCOUNT                 PIC X(22).
007000     03  PRB-BALANCE                 PIC S9(13)V99
007100                                     SIGN LEADING SEPARATE.
007200     03  FILLER                      PIC X(2).
007300 FD  OFC-PRIOR-BAL-OUT
007400     RECORD CONTAINS 40 CHARACTERS.
007500 01  OFC-PRIOR-BAL-OUT-RECORD.
007600     03  PBO-ACCOUNT                 PIC X(22).
007700     03  PBO-BALANCE                 PIC S9(13)V99
007800                                     SIGN LEADING SEPARATE.
007900     03  FILLER                      PIC X(2).
008000 FD  OFC-ACTIVITY-LOG
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  OFC-ACTIVITY-RECORD.
008300     03  ACT-OFFICER                 PIC X(5).
008400     03  ACT-ACCOUNT                 PIC X(22).
008500     03  ACT-CALL-DATE               PIC 9(6).
008600     03  ACT-RESULT                  PIC XX.
008700     03  ACT-CONTACT-SW              PIC X.
008800     03  ACT-NEXT-CALL-DATE          PIC 9(6).
008900     03  ACT-POSTED-DATE             PIC 9(6).
009000     03  ACT-NOTE                    PIC X(30).
009100     03  FILLER                      PIC X(2).
009200 SD  SORT-FILE.
009300 01  SORT-RECORD.
009400     03  SRT-OFFICER                 PIC X(5).
009500     03  SRT-TYPE                    PIC X.
009600         88  SRT-88-ALERT            VALUE '1'.
009700         88  SRT-88-CALL-DUE         VALUE '2'.
009800         88  SRT-88-CALL-LOGGED      VALUE '3'.
009900     03  SRT-ACCOUNT                 PIC X(22).
010000     03  SRT-BALANCE                 PIC S9(13)V99 COMP-3.
010100     03  SRT-PRIOR-BALANCE           PIC S9(13)V99 COMP-3.
010200     03  SRT-PRIOR-SW                PIC X.
010300         88  SRT-88-PRIOR-GIVEN      VALUE 'Y'.
010400     03  SRT-LAST-CALL               PIC X(6).
010500     03  SRT-NEXT-CALL               PIC X(6).
010600     03  SRT-CONTACT-SW              PIC X.
010700         88  SRT-88-CONTACT          VALUE 'Y'.
010800     03  SRT-REMARK                  PIC X(30).
010900 FD  OFC-CALLING-RPT
011000     RECORD CONTAINS 133 CHARACTERS.
011100 01  OFC-CALLING-RPT-LINE            PIC X(133).
011200 WORKING-STORAGE SECTION.
011300 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMOFCCAL'.
011400 77  WS-RES-MAX                      PIC S9(5)   COMP VALUE +3000.
011500 77  WS-RES-FILE-STATUS              PIC X(2)    VALUE SPACES.
011600 77  WS-PRB-FILE-STATUS              PIC X(2)    VALUE SPACES.
011700 77  WS-ACT-FILE-STATUS              PIC X(2)    VALUE SPACES.
011800     88  WS-88-ACT-NOT-FOUND         VALUE '35'.
011900     EJECT
012000     COPY SIWSDTAR.
012100     EJECT
012200 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
012300 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
012400     03  WS-RUN-CC                   PIC 99.
012500     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
012600     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
012700         05  WS-RUN-YR               PIC 99.
012800         05  WS-RUN-MO               PIC 99.
012900         05  WS-RUN-DA               PIC 99.
013000 01  WS-SWITCHES.
013100     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
013200         88  WS-88-END-OF-FILE       VALUE 'Y'.
013300     03  WS-RES-EOF-SW               PIC X(1)    VALUE 'N'.
013400         88  WS-88-RES-EOF           VALUE 'Y'.
013500     03  WS-PRB-EOF-SW               PIC X(1)    VALUE 'N'.
013600         88  WS-88-PRB-EOF           VALUE 'Y'.
013700     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
013800         88  WS-88-SORT-EOF          VALUE 'Y'.
013900     03  WS-PRIOR-SW                 PIC X(1)    VALUE 'N'.
014000         88  WS-88-PRIOR-FOUND       VALUE 'Y'.
014100     03  WS-MASTER-CHANGED-SW        PIC X(1)    VALUE 'N'.
014200         88  WS-88-MASTER-CHANGED    VALUE 'Y'.
014300     03  WS-OFFICER-OPEN-SW          PIC X(1)    VALUE 'N'.
014400         88  WS-88-OFFICER-OPEN      VALUE 'Y'.
014500 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
014600 01  WS-RES-SUB                      PIC S9(5)   COMP VALUE 0.
014700 01  WS-RES-COUNT                    PIC S9(5)   COMP VALUE 0.
014800 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
014900 01  WS-OFFICER                      PIC X(5)    VALUE SPACES.
015000 01  WS-PRIOR-BALANCE                PIC S9(13)V99 COMP-3 VALUE 0.
015100 01  WS-CHANGE-AMT                   PIC S9(13)V99 COMP-3 VALUE 0.
015200 01  WS-THRESHOLD-AMT                PIC S9(13)V99 COMP-3 VALUE 0.
015300 01  WS-DATE-YYMMDD                  PIC 9(6)    VALUE 0.
015400 01  WS-DATE-8                       PIC 9(8)    VALUE 0.
015500 01  WS-DATE-8-R REDEFINES WS-DATE-8.
015600     03  WS-DATE-CC                  PIC 99.
015700     03  WS-DATE-8-YYMMDD            PIC 9(6).
015800 01  WS-NEXT-CALL-YYMMDD             PIC 9(6)    VALUE 0.
015900 01  WS-MMDDYY                       PIC X(6)    VALUE SPACES.
016000 01  WS-CALL-DAYS                    PIC S9(3)   COMP-3 VALUE 0.
016100 01  WS-REMARK                       PIC X(30)   VALUE SPACES.
016200 01  WS-HLD-OFFICER                  PIC X(5)    VALUE SPACES.
016300 01  WS-HLD-TYPE                     PIC X       VALUE SPACE.
016400 01  WS-DATE-EDIT.
016500     03  WS-EDT-MO                   PIC XX.
016600     03  FILLER                      PIC X       VALUE '/'.
016700     03  WS-EDT-DA                   PIC XX.
016800     03  FILLER                      PIC X       VALUE '/'.
016900     03  WS-EDT-YR                   PIC XX.
017000     EJECT
017100*----------------------------------------------------------------*
017200*    CALL RESULTS, HELD UNTIL THE BROWSE REACHES THEIR ACCOUNT.  *
017300*----------------------------------------------------------------*
017400 01  WS-RESULT-TABLE.
017500     03  WS-RES-ENTRY OCCURS 3000 TIMES
017600                      INDEXED BY RSX.
017700         05  WS-RES-ACCOUNT          PIC X(22).
017800         05  WS-RES-OFFICER          PIC X(5).
017900         05  WS-RES-CALL-DATE        PIC 9(6).
018000         05  WS-RES-RESULT           PIC XX.
018100             88  WS-88-RES-CONTACT   VALUE 'CT' 'VS'.
018200             88  WS-88-RES-VALID     VALUE 'CT' 'VS' 'LM' 'NA'.
018300         05  WS-RES-NEXT-CALL        PIC 9(6).
018400         05  WS-RES-NOTE             PIC X(30).
018500         05  WS-RES-APPLIED-SW       PIC X.
018600             88  WS-88-RES-APPLIED   VALUE 'Y'.
018700     EJECT
018800 01  WS-OFFICER-TOTALS.
018900     03  WS-OFC-ALERTS               PIC 9(5)    COMP VALUE 0.
019000     03  WS-OFC-DUE                  PIC 9(5)    COMP VALUE 0.
019100     03  WS-OFC-CALLS                PIC 9(5)    COMP VALUE 0.
019200     03  WS-OFC-CONTACTS             PIC 9(5)    COMP VALUE 0.
019300 01  WS-TOTALS.
019400     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-DEPOSITS             PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-NO-PRIOR             PIC 9(7)    COMP VALUE 0.
019700     03  WS-TOT-RESULTS              PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-POSTED               PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-CONTACTS             PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
020100     03  WS-TOT-ALERTS               PIC 9(7)    COMP VALUE 0.
020200     03  WS-TOT-HIGH-LIMIT           PIC 9(7)    COMP VALUE 0.
020300     03  WS-TOT-LOW-LIMIT            PIC 9(7)    COMP VALUE 0.
020400     03  WS-TOT-FLUCTUATION          PIC 9(7)    COMP VALUE 0.
020500     03  WS-TOT-CALLS-DUE            PIC 9(7)    COMP VALUE 0.
020600     03  WS-TOT-OFFICERS             PIC 9(7)    COMP VALUE 0.
020700     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
020800     EJECT
020900 01  WS-REPORT-TITLE.
021000     03  FILLER                      PIC X(48)   VALUE
021100         'IMOFCCAL - OFFICER CALLING LISTS                '.
021200     03  FILLER                      PIC X(9)    VALUE
021300         'RUN DATE '.
021400     03  TTL-MO                      PIC 99.
021500     03  FILLER                      PIC X       VALUE '/'.
021600     03  TTL-DA                      PIC 99.
021700     03  FILLER                      PIC X       VALUE '/'.
021800     03  TTL-YR                      PIC 99.
021900     03  FILLER                      PIC X(68)   VALUE SPACES.
022000 01  WS-OFFICER-LINE.
022100     03  FILLER                      PIC X(4)    VALUE SPACES.
022200     03  FILLER                      PIC X(9)    VALUE
022300         'OFFICER  '.
022400     03  OFL-OFFICER                 PIC X(10).
022500     03  FILLER                      PIC X(110)  VALUE SPACES.
022600 01  WS-SECTION-LINE.
022700     03  FILLER                      PIC X(6)    VALUE SPACES.
022800     03  SEC-LIT                     PIC X(34).
022900     03  FILLER                      PIC X(93)   VALUE SPACES.
023000 01  WS-HEADING-1.
023100     03  FILLER                      PIC X(4)    VALUE SPACES.
023200     03  FILLER                      PIC X(50)   VALUE
023300         'ACCOUNT                             BALANCE       '.
023400     03  FILLER                      PIC X(50)   VALUE
023500         ' PRIOR BALANCE  LAST CALL NEXT CALL REMARKS       '.
023600     03  FILLER                      PIC X(29)   VALUE SPACES.
023700 01  WS-DETAIL-LINE.
023800     03  FILLER                      PIC X(4)    VALUE SPACES.
023900     03  DTL-ACCOUNT                 PIC X(22).
024000     03  FILLER                      PIC X(2)    VALUE SPACES.
024100     03  DTL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024200     03  FILLER                      PIC X(2)    VALUE SPACES.
024300     03  DTL-PRIOR-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024400     03  DTL-PRIOR-BLANK REDEFINES DTL-PRIOR-BALANCE
024500                                     PIC X(19).
024600     03  FILLER                      PIC X(2)    VALUE SPACES.
024700     03  DTL-LAST-CALL               PIC X(8).
024800     03  FILLER                      PIC X(2)    VALUE SPACES.
024900     03  DTL-NEXT-CALL               PIC X(8).
025000     03  FILLER                      PIC X(2)    VALUE SPACES.
025100     03  DTL-REMARK                  PIC X(30).
025200     03  FILLER                      PIC X(13)   VALUE SPACES.
025300 01  WS-OFFICER-TOTAL-LINE.
025400     03  FILLER                      PIC X(6)    VALUE SPACES.
025500     03  FILLER                      PIC X(9)    VALUE
025600         'ALERTS   '.
025700     03  OTL-ALERTS                  PIC ZZ,ZZ9.
025800     03  FILLER                      PIC X(14)   VALUE
025900         '   CALLS DUE  '.
026000     03  OTL-DUE                     PIC ZZ,ZZ9.
026100     03  FILLER                      PIC X(17)   VALUE
026200         '   CALLS LOGGED  '.
026300     03  OTL-CALLS                   PIC ZZ,ZZ9.
026400     03  FILLER                      PIC X(13)   VALUE
026500         '   CONTACTS  '.
026600     03  OTL-CONTACTS                PIC ZZ,ZZ9.
026700     03  FILLER                      PIC X(50)   VALUE SPACES.
026800 01  WS-SUMMARY-LINE.
026900     03  FILLER                      PIC X(4)    VALUE SPACES.
027000     03  SUM-LIT                     PIC X(34).
027100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
027200     03  FILLER                      PIC X(88)   VALUE SPACES.
027300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027400     EJECT
027500 LINKAGE SECTION.
027600     COPY SIWSCNTL.
027700     EJECT
027800     COPY IMAWKMST.
027900     EJECT
028000     COPY IMWSENVO.
028100     EJECT
028200 PROCEDURE DIVISION.
028300*----------------------------------------------------------------*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028600     PERFORM 1100-LOAD-RESULT     THRU 1100-EXIT
028700         UNTIL WS-88-RES-EOF.
028800     SORT SORT-FILE
028900         ASCENDING KEY SRT-OFFICER SRT-TYPE SRT-ACCOUNT
029000         INPUT PROCEDURE IS 2000-RELEASE-ACCOUNTS
029100         OUTPUT PROCEDURE IS 3000-PRINT-OFFICERS.
029200     PERFORM 4000-UNPOSTED-RESULT THRU 4000-EXIT
029300         VARYING WS-RES-SUB FROM 1 BY 1
029400         UNTIL WS-RES-SUB GREATER THAN WS-RES-COUNT.
029500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
029525     IF  WS-TOT-OVERFLOW GREATER THAN ZERO
029550         MOVE 4 TO RETURN-CODE.
029600     GOBACK.
029700     EJECT
029800 1000-INITIALIZE.
029900     OPEN INPUT OFC-PARM-FILE.
030000     READ OFC-PARM-FILE
030100         AT END MOVE ZERO TO OFP-RUN-DATE.
030200     CLOSE OFC-PARM-FILE.
030300     IF  OFP-RUN-DATE NUMERIC
030400     AND OFP-RUN-DATE GREATER THAN ZERO
030500         MOVE OFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
030600     ELSE
030700         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
030800     IF  WS-RUN-YR LESS THAN 50
030900         MOVE 20 TO WS-RUN-CC
031000     ELSE
031100         MOVE 19 TO WS-RUN-CC.
031200     IF  OFP-CALL-INTERVAL NOT NUMERIC
031300     OR  OFP-CALL-INTERVAL EQUAL ZERO
031400         MOVE 30 TO OFP-CALL-INTERVAL.
031500     OPEN INPUT OFC-RESULT-FILE.
031600     IF  WS-RES-FILE-STATUS EQUAL '05' OR '35'
031700         MOVE 'Y' TO WS-RES-EOF-SW.
031800     OPEN INPUT OFC-PRIOR-BAL-IN.
031900     IF  WS-PRB-FILE-STATUS EQUAL '05' OR '35'
032000         MOVE 'Y' TO WS-PRB-EOF-SW
032100     ELSE
032200         PERFORM 2310-READ-PRIOR THRU 2310-EXIT.
032300     OPEN OUTPUT OFC-PRIOR-BAL-OUT.
032400     OPEN EXTEND OFC-ACTIVITY-LOG.
032500     IF  WS-88-ACT-NOT-FOUND
032600         OPEN OUTPUT OFC-ACTIVITY-LOG.
032700     OPEN OUTPUT OFC-CALLING-RPT.
032800     MOVE WS-RUN-MO TO TTL-MO.
032900     MOVE WS-RUN-DA TO TTL-DA.
033000     MOVE WS-RUN-YR TO TTL-YR.
033100     WRITE OFC-CALLING-RPT-LINE FROM WS-BLANK-LINE.
033200     MOVE SPACES TO OFC-CALLING-RPT-LINE.
033300     MOVE WS-REPORT-TITLE TO OFC-CALLING-RPT-LINE.
033400     WRITE OFC-CALLING-RPT-LINE.
033500     WRITE OFC-CALLING-RPT-LINE FROM WS-BLANK-LINE.
033600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
033700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
033800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
033900     MOVE 'U' TO I-O-CONTROL-ACCESS.
034000     MOVE -1  TO I-O-SEND-CODE.
034100     CALL 'IMACTM' USING I-O-CONTROL-AREA
034200                         MASTER-AREA
034300                         SI-ENVIRONMENT-AREA.
034400 1000-EXIT. EXIT.
034500 1100-LOAD-RESULT.
034600     READ OFC-RESULT-FILE
034700         AT END MOVE 'Y' TO WS-RES-EOF-SW
034800                GO TO 1100-EXIT.
034900     ADD 1 TO WS-TOT-RESULTS.
035000     IF  WS-RES-COUNT NOT LESS THAN WS-RES-MAX
035100         ADD 1 TO WS-TOT-OVERFLOW
035150         PERFORM 1110-DROPPED-RESULT THRU 1110-EXIT
035200         GO TO 1100-EXIT.
035300     ADD 1 TO WS-RES-COUNT.
035400     SET RSX TO WS-RES-COUNT.
035500     MOVE RES-ACCOUNT         TO WS-RES-ACCOUNT (RSX).
035600     MOVE RES-OFFICER         TO WS-RES-OFFICER (RSX).
035700     MOVE RES-CALL-DATE       TO WS-RES-CALL-DATE (RSX).
035800     MOVE RES-RESULT          TO WS-RES-RESULT (RSX).
035900     MOVE RES-NEXT-CALL-DATE  TO WS-RES-NEXT-CALL (RSX).
036000     MOVE RES-NOTE            TO WS-RES-NOTE (RSX).
036100     MOVE 'N'                 TO WS-RES-APPLIED-SW (RSX).
036200     IF  RES-CALL-DATE NOT NUMERIC
036300     OR  RES-CALL-DATE EQUAL ZERO
036400         MOVE WS-RUN-DATE-YYMMDD TO WS-RES-CALL-DATE (RSX).
036500     IF  RES-NEXT-CALL-DATE NOT NUMERIC
036600         MOVE ZERO TO WS-RES-NEXT-CALL (RSX).
036700 1100-EXIT. EXIT.
036705 1110-DROPPED-RESULT.
036710     IF  WS-TOT-OVERFLOW EQUAL 1
036715         MOVE 'CALL RESULTS DROPPED - TABLE FULL ' TO SEC-LIT
036720         MOVE SPACES TO OFC-CALLING-RPT-LINE
036725         MOVE WS-SECTION-LINE TO OFC-CALLING-RPT-LINE
036730         WRITE OFC-CALLING-RPT-LINE.
036735     MOVE RES-ACCOUNT TO DTL-ACCOUNT.
036740     MOVE ZERO TO DTL-BALANCE.
036745     MOVE SPACES TO DTL-PRIOR-BLANK.
036750     MOVE SPACES TO DTL-LAST-CALL.
036755     MOVE SPACES TO DTL-NEXT-CALL.
036760     MOVE SPACES TO DTL-REMARK.
036765     STRING 'OFFICER ' RES-OFFICER ' - NOT POSTED'
036770         DELIMITED BY SIZE INTO DTL-REMARK.
036775     MOVE SPACES TO OFC-CALLING-RPT-LINE.
036780     MOVE WS-DETAIL-LINE TO OFC-CALLING-RPT-LINE.
036785     WRITE OFC-CALLING-RPT-LINE.
036790 1110-EXIT. EXIT.
036800     EJECT
036900*----------------------------------------------------------------*
037000*    2000-RELEASE-ACCOUNTS - BROWSE THE MASTER.  EACH OPEN       *
037100*    DEPOSIT ACCOUNT HAS ITS CALL RESULTS POSTED, IS TESTED FOR  *
037200*    A BALANCE ALERT AND A CALL DUE, AND HAS ITS BALANCE CARRIED *
037300*    FORWARD FOR THE NEXT RUN.                                   *
037400*----------------------------------------------------------------*
037500 2000-RELEASE-ACCOUNTS.
037600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
037700     PERFORM 2200-ONE-ACCOUNT THRU 2200-EXIT
037800         UNTIL WS-88-END-OF-FILE.
037900 2000-EXIT. EXIT.
038000 2100-READ-MASTER.
038100     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
038200     MOVE -1   TO I-O-SEND-CODE.
038300     CALL 'IMACTM' USING I-O-CONTROL-AREA
038400                         MASTER-AREA
038500                         SI-ENVIRONMENT-AREA.
038600     IF  I-O-88-END-OF-FILE
038700         MOVE 'Y' TO WS-END-OF-FILE-SW.
038800 2100-EXIT. EXIT.
038900 2200-ONE-ACCOUNT.
039000     ADD 1 TO WS-TOT-SCANNED.
039100     IF  WMS-LOAN-TRLR EQUAL '1'
039300         GO TO 2200-NEXT.
039400     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
039500     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
039600     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
039700         GO TO 2200-NEXT.
039800     ADD 1 TO WS-TOT-DEPOSITS.
039900     MOVE WMS-CONTROL-KEY  TO WS-ACCOUNT.
040000     MOVE WMS-MRKT-OFFICER TO WS-OFFICER.
040100     MOVE 'N' TO WS-MASTER-CHANGED-SW.
040200     PERFORM 2300-GET-PRIOR THRU 2300-EXIT.
040300     PERFORM 2400-POST-RESULT THRU 2400-EXIT
040400         VARYING WS-RES-SUB FROM 1 BY 1
040500         UNTIL WS-RES-SUB GREATER THAN WS-RES-COUNT.
040600     IF  WS-88-PRIOR-FOUND
040700         PERFORM 2500-TEST-BALANCE THRU 2500-EXIT
040800     ELSE
040900         ADD 1 TO WS-TOT-NO-PRIOR.
041000     PERFORM 2600-TEST-CALL-DUE THRU 2600-EXIT.
041100     MOVE SPACES       TO OFC-PRIOR-BAL-OUT-RECORD.
041200     MOVE WS-ACCOUNT   TO PBO-ACCOUNT.
041300     MOVE WMS-CURR-BAL TO PBO-BALANCE.
041400     WRITE OFC-PRIOR-BAL-OUT-RECORD.
041500     IF  WS-88-MASTER-CHANGED
041600         MOVE 'W'  TO I-O-CONTROL-OPERATOR
041700         MOVE -1   TO I-O-SEND-CODE
041800         CALL 'IMACTM' USING I-O-CONTROL-AREA
041900                             MASTER-AREA
042000                             SI-ENVIRONMENT-AREA.
042100 2200-NEXT.
042200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
042300 2200-EXIT. EXIT.
042400     EJECT
042500*----------------------------------------------------------------*
042600*    2300-GET-PRIOR - THE PRIOR-BALANCE FILE IS IN MASTER ORDER; *
042700*    SKIP ACCOUNTS SINCE CLOSED AND MATCH THE CURRENT ONE.       *
042800*----------------------------------------------------------------*
042900 2300-GET-PRIOR.
043000     MOVE 'N' TO WS-PRIOR-SW.
043100     PERFORM 2310-READ-PRIOR THRU 2310-EXIT
043200         UNTIL WS-88-PRB-EOF
043300            OR PRB-ACCOUNT NOT LESS THAN WS-ACCOUNT.
043400     IF  NOT WS-88-PRB-EOF
043500     AND PRB-ACCOUNT EQUAL WS-ACCOUNT
043600         MOVE 'Y' TO WS-PRIOR-SW
043700         MOVE PRB-BALANCE TO WS-PRIOR-BALANCE.
043800 2300-EXIT. EXIT.
043900 2310-READ-PRIOR.
044000     READ OFC-PRIOR-BAL-IN
044100         AT END MOVE 'Y' TO WS-PRB-EOF-SW.
044200 2310-EXIT. EXIT.
044300     EJECT
044400*----------------------------------------------------------------*
044500*    2400-POST-RESULT - STAMP THE CALL ON THE MARKETING TRAILER. *
044600*    THE NEXT CALL IS THE DATE THE OFFICER GAVE, OR THE CALL     *
044700*    DATE PLUS THE CALL SCHEDULE PERIOD (THE PARAMETER INTERVAL  *
044800*    WHERE THE ACCOUNT HAS NONE).                                *
044900*----------------------------------------------------------------*
045000 2400-POST-RESULT.
045100     SET RSX TO WS-RES-SUB.
045200     IF  WS-RES-ACCOUNT (RSX) NOT EQUAL WS-ACCOUNT
045300     OR  WS-88-RES-APPLIED (RSX)
045400         GO TO 2400-EXIT.
045500     IF  NOT WS-88-RES-VALID (RSX)
045600         GO TO 2400-EXIT.
045700     MOVE 'Y' TO WS-RES-APPLIED-SW (RSX).
045800     ADD 1 TO WS-TOT-POSTED.
045900     MOVE WS-RES-CALL-DATE (RSX) TO WS-DATE-YYMMDD.
046000     PERFORM 2900-TO-MMDDYY THRU 2900-EXIT.
046100     MOVE WS-MMDDYY TO WMS-DATE-LAST-CALL.
046200     IF  WS-88-RES-CONTACT (RSX)
046300         MOVE WS-MMDDYY TO WMS-DATE-LAST-CONTACT
046400         ADD 1 TO WS-TOT-CONTACTS.
046500     IF  WS-RES-NEXT-CALL (RSX) GREATER THAN ZERO
046600         MOVE WS-RES-NEXT-CALL (RSX) TO WS-NEXT-CALL-YYMMDD
046700     ELSE
046800         PERFORM 2410-SCHEDULE-NEXT THRU 2410-EXIT.
046900     MOVE WS-NEXT-CALL-YYMMDD TO WS-DATE-YYMMDD.
047000     PERFORM 2900-TO-MMDDYY THRU 2900-EXIT.
047100     MOVE WS-MMDDYY TO WMS-MRKT-DATE-NEXT-CALL.
047200     IF  WMS-CURR-CALLS NUMERIC
047300         ADD 1 TO WMS-CURR-CALLS.
047400     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
047500     MOVE SPACES TO OFC-ACTIVITY-RECORD.
047600     MOVE WS-RES-OFFICER (RSX)   TO ACT-OFFICER.
047700     IF  ACT-OFFICER EQUAL SPACES
047800         MOVE WS-OFFICER TO ACT-OFFICER.
047900     MOVE WS-ACCOUNT             TO ACT-ACCOUNT.
048000     MOVE WS-RES-CALL-DATE (RSX) TO ACT-CALL-DATE.
048100     MOVE WS-RES-RESULT (RSX)    TO ACT-RESULT.
048200     MOVE 'N'                    TO ACT-CONTACT-SW.
048300     IF  WS-88-RES-CONTACT (RSX)
048400         MOVE 'Y' TO ACT-CONTACT-SW.
048500     MOVE WS-NEXT-CALL-YYMMDD    TO ACT-NEXT-CALL-DATE.
048600     MOVE WS-RUN-DATE-YYMMDD     TO ACT-POSTED-DATE.
048700     MOVE WS-RES-NOTE (RSX)      TO ACT-NOTE.
048800     WRITE OFC-ACTIVITY-RECORD.
048900     MOVE SPACES TO SORT-RECORD.
049000     MOVE ACT-OFFICER            TO SRT-OFFICER.
049100     MOVE '3'                    TO SRT-TYPE.
049200     MOVE ACT-CONTACT-SW         TO SRT-CONTACT-SW.
049300     MOVE SPACES TO WS-REMARK.
049400     STRING 'RESULT ' WS-RES-RESULT (RSX) ' ' WS-RES-NOTE (RSX)
049500         DELIMITED BY SIZE INTO WS-REMARK.
049600     PERFORM 2800-RELEASE THRU 2800-EXIT.
049700 2400-EXIT. EXIT.
049800 2410-SCHEDULE-NEXT.
049900     MOVE OFP-CALL-INTERVAL TO WS-CALL-DAYS.
050000     IF  WMS-MAX-PERIOD NUMERIC
050100     AND WMS-MAX-PERIOD GREATER THAN ZERO
050200         MOVE WMS-MAX-PERIOD TO WS-CALL-DAYS.
050300     MOVE WS-RES-CALL-DATE (RSX) (3:2) TO DT-L-MO.
050400     MOVE WS-RES-CALL-DATE (RSX) (5:2) TO DT-L-DA.
050500     MOVE WS-RES-CALL-DATE (RSX) (1:2) TO DT-L-YR.
050600     MOVE WS-CALL-DAYS TO RET-DAYS.
050700     CALL 'SIFDAT1' USING DATE-AREA.
050800     MOVE DT-H-YR TO WS-NEXT-CALL-YYMMDD (1:2).
050900     MOVE DT-H-MO TO WS-NEXT-CALL-YYMMDD (3:2).
051000     MOVE DT-H-DA TO WS-NEXT-CALL-YYMMDD (5:2).
051100 2410-EXIT. EXIT.
051200     EJECT
051300*----------------------------------------------------------------*
051400*    2500-TEST-BALANCE - A BALANCE THAT CROSSED THE HIGH OR LOW  *
051500*    LIMIT SINCE THE LAST RUN, OR - WITH WMS-MKT-BAL-CHANGE SET  *
051600*    - MOVED BY AT LEAST THE FLUCTUATION AMOUNT OR PERCENT OF    *
051700*    THE PRIOR BALANCE, IS AN ALERT FOR THE OFFICER.             *
051800*----------------------------------------------------------------*
051900 2500-TEST-BALANCE.
052000     IF  WMS-MKT-HIGH-LIMIT GREATER THAN ZERO
052100     AND WS-PRIOR-BALANCE NOT GREATER THAN WMS-MKT-HIGH-LIMIT
052200     AND WMS-CURR-BAL GREATER THAN WMS-MKT-HIGH-LIMIT
052300         ADD 1 TO WS-TOT-HIGH-LIMIT
052400         MOVE 'ROSE ABOVE HIGH LIMIT' TO WS-REMARK
052500         PERFORM 2550-RELEASE-ALERT THRU 2550-EXIT.
052600     IF  WMS-MKT-LOW-LIMIT GREATER THAN ZERO
052700     AND WS-PRIOR-BALANCE NOT LESS THAN WMS-MKT-LOW-LIMIT
052800     AND WMS-CURR-BAL LESS THAN WMS-MKT-LOW-LIMIT
052900         ADD 1 TO WS-TOT-LOW-LIMIT
053000         MOVE 'FELL BELOW LOW LIMIT' TO WS-REMARK
053100         PERFORM 2550-RELEASE-ALERT THRU 2550-EXIT.
053200     IF  WMS-MKT-BAL-CHANGE NOT GREATER THAN '0'
053300         GO TO 2500-EXIT.
053400     COMPUTE WS-CHANGE-AMT = WMS-CURR-BAL - WS-PRIOR-BALANCE.
053500     IF  WS-CHANGE-AMT LESS THAN ZERO
053600         PERFORM 2510-TEST-DOWN THRU 2510-EXIT.
053700     IF  WS-CHANGE-AMT GREATER THAN ZERO
053800         PERFORM 2520-TEST-UP THRU 2520-EXIT.
053900 2500-EXIT. EXIT.
054000 2510-TEST-DOWN.
054100     MOVE ZERO TO WS-THRESHOLD-AMT.
054200     IF  WS-PRIOR-BALANCE GREATER THAN ZERO
054300     AND WMS-PCT-DOWN GREATER THAN ZERO
054400         COMPUTE WS-THRESHOLD-AMT ROUNDED =
054500             WS-PRIOR-BALANCE * WMS-PCT-DOWN.
054600     IF  WMS-AMT-DOWN GREATER THAN ZERO
054700     AND (WS-THRESHOLD-AMT EQUAL ZERO
054800      OR  WMS-AMT-DOWN LESS THAN WS-THRESHOLD-AMT)
054900         MOVE WMS-AMT-DOWN TO WS-THRESHOLD-AMT.
055000     IF  WS-THRESHOLD-AMT EQUAL ZERO
055100     OR  0 - WS-CHANGE-AMT LESS THAN WS-THRESHOLD-AMT
055200         GO TO 2510-EXIT.
055300     ADD 1 TO WS-TOT-FLUCTUATION.
055400     MOVE 'DECREASE OVER FLUCTUATION' TO WS-REMARK.
055500     PERFORM 2550-RELEASE-ALERT THRU 2550-EXIT.
055600 2510-EXIT. EXIT.
055700 2520-TEST-UP.
055800     MOVE ZERO TO WS-THRESHOLD-AMT.
055900     IF  WS-PRIOR-BALANCE GREATER THAN ZERO
056000     AND WMS-PCT-UP GREATER THAN ZERO
056100         COMPUTE WS-THRESHOLD-AMT ROUNDED =
056200             WS-PRIOR-BALANCE * WMS-PCT-UP.
056300     IF  WMS-AMT-UP GREATER THAN ZERO
056400     AND (WS-THRESHOLD-AMT EQUAL ZERO
056500      OR  WMS-AMT-UP LESS THAN WS-THRESHOLD-AMT)
056600         MOVE WMS-AMT-UP TO WS-THRESHOLD-AMT.
056700     IF  WS-THRESHOLD-AMT EQUAL ZERO
056800     OR  WS-CHANGE-AMT LESS THAN WS-THRESHOLD-AMT
056900         GO TO 2520-EXIT.
057000     ADD 1 TO WS-TOT-FLUCTUATION.
057100     MOVE 'INCREASE OVER FLUCTUATION' TO WS-REMARK.
057200     PERFORM 2550-RELEASE-ALERT THRU 2550-EXIT.
057300 2520-EXIT. EXIT.
057400 2550-RELEASE-ALERT.
057500     ADD 1 TO WS-TOT-ALERTS.
057600     MOVE SPACES TO SORT-RECORD.
057700     MOVE WS-OFFICER TO SRT-OFFICER.
057800     MOVE '1'        TO SRT-TYPE.
057900     PERFORM 2800-RELEASE THRU 2800-EXIT.
058000 2550-EXIT. EXIT.
058100     EJECT
058200*----------------------------------------------------------------*
058300*    2600-TEST-CALL-DUE - THE NEXT-CALL DATE HAS ARRIVED.        *
058400*----------------------------------------------------------------*
058500 2600-TEST-CALL-DUE.
058600     IF  WMS-MRKT-DATE-NEXT-CALL NOT NUMERIC
058700     OR  WMS-MRKT-DATE-NEXT-CALL EQUAL ZEROS
058800         GO TO 2600-EXIT.
058900     MOVE WMS-MRKT-NEXT-CALL-YR TO WS-DATE-8-YYMMDD (1:2).
059000     MOVE WMS-MRKT-NEXT-CALL-MO TO WS-DATE-8-YYMMDD (3:2).
059100     MOVE WMS-MRKT-NEXT-CALL-DA TO WS-DATE-8-YYMMDD (5:2).
059200     IF  WMS-MRKT-NEXT-CALL-YR LESS THAN '50'
059300         MOVE 20 TO WS-DATE-CC
059400     ELSE
059500         MOVE 19 TO WS-DATE-CC.
059600     IF  WS-DATE-8 GREATER THAN WS-RUN-DATE-8
059700         GO TO 2600-EXIT.
059800     ADD 1 TO WS-TOT-CALLS-DUE.
059900     MOVE SPACES TO WS-REMARK.
060000     IF  WMS-DATE-LAST-CONTACT NUMERIC
060100     AND WMS-DATE-LAST-CONTACT NOT EQUAL ZEROS
060200         STRING 'LAST CONTACT ' WMS-CONTACT-MO '/' WMS-CONTACT-DA
060300                '/' WMS-CONTACT-YR
060400             DELIMITED BY SIZE INTO WS-REMARK
060500     ELSE
060600         MOVE 'NO CONTACT ON RECORD' TO WS-REMARK.
060700     MOVE SPACES TO SORT-RECORD.
060800     MOVE WS-OFFICER TO SRT-OFFICER.
060900     MOVE '2'        TO SRT-TYPE.
061000     PERFORM 2800-RELEASE THRU 2800-EXIT.
061100 2600-EXIT. EXIT.
061200     EJECT
061300*----------------------------------------------------------------*
061400*    2800-RELEASE - COMPLETE AND RELEASE ONE SORT RECORD.  THE   *
061500*    OFFICER, TYPE AND ANY CONTACT SWITCH ARE ALREADY SET.       *
061600*----------------------------------------------------------------*
061700 2800-RELEASE.
061800     MOVE WS-ACCOUNT              TO SRT-ACCOUNT.
061900     MOVE WMS-CURR-BAL            TO SRT-BALANCE.
062000     MOVE WS-PRIOR-BALANCE        TO SRT-PRIOR-BALANCE.
062100     MOVE WS-PRIOR-SW             TO SRT-PRIOR-SW.
062200     MOVE WMS-DATE-LAST-CALL      TO SRT-LAST-CALL.
062300     MOVE WMS-MRKT-DATE-NEXT-CALL TO SRT-NEXT-CALL.
062400     MOVE WS-REMARK               TO SRT-REMARK.
062500     RELEASE SORT-RECORD.
062600 2800-EXIT. EXIT.
062700 2900-TO-MMDDYY.
062800     MOVE WS-DATE-YYMMDD (3:2) TO WS-MMDDYY (1:2).
062900     MOVE WS-DATE-YYMMDD (5:2) TO WS-MMDDYY (3:2).
063000     MOVE WS-DATE-YYMMDD (1:2) TO WS-MMDDYY (5:2).
063100 2900-EXIT. EXIT.
063200     EJECT
063300*----------------------------------------------------------------*
063400*    3000-PRINT-OFFICERS - THE RETURN SIDE OF THE SORT.  EACH    *
063500*    OFFICER'S ALERTS, CALLS DUE AND CALLS LOGGED PRINT AS ONE   *
063600*    CALLING LIST, CLOSED BY THE OFFICER'S ACTIVITY TOTALS.      *
063700*----------------------------------------------------------------*
063800 3000-PRINT-OFFICERS.
063900     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
064000         UNTIL WS-88-SORT-EOF.
064100     IF  WS-88-OFFICER-OPEN
064200         PERFORM 3300-CLOSE-OFFICER THRU 3300-EXIT.
064300 3000-EXIT. EXIT.
064400 3100-ONE-SORTED.
064500     RETURN SORT-FILE
064600         AT END MOVE 'Y' TO WS-SORT-EOF-SW
064700                GO TO 3100-EXIT.
064800     IF  WS-88-OFFICER-OPEN
064900     AND SRT-OFFICER NOT EQUAL WS-HLD-OFFICER
065000         PERFORM 3300-CLOSE-OFFICER THRU 3300-EXIT.
065100     IF  NOT WS-88-OFFICER-OPEN
065200         PERFORM 3200-OPEN-OFFICER THRU 3200-EXIT.
065300     IF  SRT-TYPE NOT EQUAL WS-HLD-TYPE
065400         PERFORM 3250-OPEN-SECTION THRU 3250-EXIT.
065500     IF  SRT-88-ALERT
065600         ADD 1 TO WS-OFC-ALERTS.
065700     IF  SRT-88-CALL-DUE
065800         ADD 1 TO WS-OFC-DUE.
065900     IF  SRT-88-CALL-LOGGED
066000         ADD 1 TO WS-OFC-CALLS.
066100     IF  SRT-88-CALL-LOGGED
066200     AND SRT-88-CONTACT
066300         ADD 1 TO WS-OFC-CONTACTS.
066400     MOVE SRT-ACCOUNT TO DTL-ACCOUNT.
066500     MOVE SRT-BALANCE TO DTL-BALANCE.
066600     IF  SRT-88-PRIOR-GIVEN
066700         MOVE SRT-PRIOR-BALANCE TO DTL-PRIOR-BALANCE
066800     ELSE
066900         MOVE SPACES TO DTL-PRIOR-BLANK.
067000     MOVE SRT-LAST-CALL TO WS-MMDDYY.
067100     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
067200     MOVE WS-DATE-EDIT TO DTL-LAST-CALL.
067300     IF  WS-MMDDYY EQUAL SPACES
067400         MOVE SPACES TO DTL-LAST-CALL.
067500     MOVE SRT-NEXT-CALL TO WS-MMDDYY.
067600     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
067700     MOVE WS-DATE-EDIT TO DTL-NEXT-CALL.
067800     IF  WS-MMDDYY EQUAL SPACES
067900         MOVE SPACES TO DTL-NEXT-CALL.
068000     MOVE SRT-REMARK TO DTL-REMARK.
068100     MOVE SPACES TO OFC-CALLING-RPT-LINE.
068200     MOVE WS-DETAIL-LINE TO OFC-CALLING-RPT-LINE.
068300     WRITE OFC-CALLING-RPT-LINE.
068400 3100-EXIT. EXIT.
068500 3200-OPEN-OFFICER.
068600     MOVE 'Y' TO WS-OFFICER-OPEN-SW.
068700     MOVE SRT-OFFICER TO WS-HLD-OFFICER.
068800     MOVE SPACE TO WS-HLD-TYPE.
068900     MOVE ZERO TO WS-OFC-ALERTS WS-OFC-DUE WS-OFC-CALLS
069000                  WS-OFC-CONTACTS.
069100     ADD 1 TO WS-TOT-OFFICERS.
069200     MOVE SRT-OFFICER TO OFL-OFFICER.
069300     IF  SRT-OFFICER EQUAL SPACES
069400         MOVE 'UNASSIGNED' TO OFL-OFFICER.
069500     WRITE OFC-CALLING-RPT-LINE FROM WS-BLANK-LINE.
069600     MOVE SPACES TO OFC-CALLING-RPT-LINE.
069700     MOVE WS-OFFICER-LINE TO OFC-CALLING-RPT-LINE.
069800     WRITE OFC-CALLING-RPT-LINE.
069900     MOVE SPACES TO OFC-CALLING-RPT-LINE.
070000     MOVE WS-HEADING-1 TO OFC-CALLING-RPT-LINE.
070100     WRITE OFC-CALLING-RPT-LINE.
070200 3200-EXIT. EXIT.
070300 3250-OPEN-SECTION.
070400     MOVE SRT-TYPE TO WS-HLD-TYPE.
070500     IF  SRT-88-ALERT
070600         MOVE 'BALANCE ALERTS                    ' TO SEC-LIT.
070700     IF  SRT-88-CALL-DUE
070800         MOVE 'CALLS DUE                         ' TO SEC-LIT.
070900     IF  SRT-88-CALL-LOGGED
071000         MOVE 'CALLS LOGGED                      ' TO SEC-LIT.
071100     MOVE SPACES TO OFC-CALLING-RPT-LINE.
071200     MOVE WS-SECTION-LINE TO OFC-CALLING-RPT-LINE.
071300     WRITE OFC-CALLING-RPT-LINE.
071400 3250-EXIT. EXIT.
071500 3300-CLOSE-OFFICER.
071600     MOVE WS-OFC-ALERTS   TO OTL-ALERTS.
071700     MOVE WS-OFC-DUE      TO OTL-DUE.
071800     MOVE WS-OFC-CALLS    TO OTL-CALLS.
071900     MOVE WS-OFC-CONTACTS TO OTL-CONTACTS.
072000     MOVE SPACES TO OFC-CALLING-RPT-LINE.
072100     MOVE WS-OFFICER-TOTAL-LINE TO OFC-CALLING-RPT-LINE.
072200     WRITE OFC-CALLING-RPT-LINE.
072300     MOVE 'N' TO WS-OFFICER-OPEN-SW.
072400 3300-EXIT. EXIT.
072500 3400-EDIT-DATE.
072600     MOVE WS-MMDDYY (1:2) TO WS-EDT-MO.
072700     MOVE WS-MMDDYY (3:2) TO WS-EDT-DA.
072800     MOVE WS-MMDDYY (5:2) TO WS-EDT-YR.
072900 3400-EXIT. EXIT.
073000     EJECT
073100*----------------------------------------------------------------*
073200*    4000-UNPOSTED-RESULT - A CALL RESULT WITH AN UNKNOWN RESULT *
073300*    CODE, OR WHOSE ACCOUNT IS NOT AN OPEN DEPOSIT ACCOUNT, IS   *
073400*    LISTED AND LEFT FOR THE OFFICER TO CORRECT.                 *
073500*----------------------------------------------------------------*
073600 4000-UNPOSTED-RESULT.
073700     SET RSX TO WS-RES-SUB.
073800     IF  WS-88-RES-APPLIED (RSX)
073900         GO TO 4000-EXIT.
074000     ADD 1 TO WS-TOT-REJECTED.
074100     IF  WS-TOT-REJECTED EQUAL 1
074200         WRITE OFC-CALLING-RPT-LINE FROM WS-BLANK-LINE
074300         MOVE 'CALL RESULTS NOT POSTED           ' TO SEC-LIT
074400         MOVE SPACES TO OFC-CALLING-RPT-LINE
074500         MOVE WS-SECTION-LINE TO OFC-CALLING-RPT-LINE
074600         WRITE OFC-CALLING-RPT-LINE.
074700     MOVE WS-RES-ACCOUNT (RSX) TO DTL-ACCOUNT.
074800     MOVE ZERO TO DTL-BALANCE.
074900     MOVE SPACES TO DTL-PRIOR-BLANK.
075000     MOVE WS-RES-CALL-DATE (RSX) TO WS-DATE-YYMMDD.
075100     PERFORM 2900-TO-MMDDYY THRU 2900-EXIT.
075200     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
075300     MOVE WS-DATE-EDIT TO DTL-LAST-CALL.
075400     MOVE SPACES TO DTL-NEXT-CALL.
075500     IF  WS-88-RES-VALID (RSX)
075600         MOVE 'ACCOUNT NOT OPEN DEPOSIT' TO DTL-REMARK
075700     ELSE
075800         MOVE SPACES TO DTL-REMARK
075900         STRING 'RESULT CODE ' WS-RES-RESULT (RSX) ' INVALID'
076000             DELIMITED BY SIZE INTO DTL-REMARK.
076100     MOVE SPACES TO OFC-CALLING-RPT-LINE.
076200     MOVE WS-DETAIL-LINE TO OFC-CALLING-RPT-LINE.
076300     WRITE OFC-CALLING-RPT-LINE.
076400 4000-EXIT. EXIT.
076500     EJECT
076600*----------------------------------------------------------------*
076700*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
076800*----------------------------------------------------------------*
076900 9000-TERMINATE.
077000     WRITE OFC-CALLING-RPT-LINE FROM WS-BLANK-LINE.
077100     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
077200     MOVE WS-TOT-SCANNED TO SUM-COUNT.
077300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077400     MOVE 'OPEN DEPOSIT ACCOUNTS             ' TO SUM-LIT.
077500     MOVE WS-TOT-DEPOSITS TO SUM-COUNT.
077600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077700     MOVE 'ACCOUNTS WITH NO PRIOR BALANCE    ' TO SUM-LIT.
077800     MOVE WS-TOT-NO-PRIOR TO SUM-COUNT.
077900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078000     MOVE 'BALANCE ALERTS                    ' TO SUM-LIT.
078100     MOVE WS-TOT-ALERTS TO SUM-COUNT.
078200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078300     MOVE '  ROSE ABOVE HIGH LIMIT           ' TO SUM-LIT.
078400     MOVE WS-TOT-HIGH-LIMIT TO SUM-COUNT.
078500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078600     MOVE '  FELL BELOW LOW LIMIT            ' TO SUM-LIT.
078700     MOVE WS-TOT-LOW-LIMIT TO SUM-COUNT.
078800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078900     MOVE '  MOVED OVER FLUCTUATION          ' TO SUM-LIT.
079000     MOVE WS-TOT-FLUCTUATION TO SUM-COUNT.
079100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079200     MOVE 'CALLS DUE                         ' TO SUM-LIT.
079300     MOVE WS-TOT-CALLS-DUE TO SUM-COUNT.
079400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079500     MOVE 'CALL RESULTS READ                 ' TO SUM-LIT.
079600     MOVE WS-TOT-RESULTS TO SUM-COUNT.
079700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079800     MOVE 'CALL RESULTS POSTED               ' TO SUM-LIT.
079900     MOVE WS-TOT-POSTED TO SUM-COUNT.
080000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080100     MOVE '  CUSTOMER CONTACTED              ' TO SUM-LIT.
080200     MOVE WS-TOT-CONTACTS TO SUM-COUNT.
080300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080400     MOVE 'CALL RESULTS NOT POSTED           ' TO SUM-LIT.
080500     MOVE WS-TOT-REJECTED TO SUM-COUNT.
080600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080700     MOVE 'CALL RESULTS DROPPED - TABLE FULL ' TO SUM-LIT.
080800     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
080900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081000     MOVE 'OFFICERS WITH A CALLING LIST      ' TO SUM-LIT.
081100     MOVE WS-TOT-OFFICERS TO SUM-COUNT.
081200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081300     MOVE 'E' TO I-O-CONTROL-OPERATOR.
081400     MOVE -1  TO I-O-SEND-CODE.
081500     CALL 'IMACTM' USING I-O-CONTROL-AREA
081600                         MASTER-AREA
081700                         SI-ENVIRONMENT-AREA.
081800     CLOSE OFC-RESULT-FILE.
081900     CLOSE OFC-PRIOR-BAL-IN.
082000     CLOSE OFC-PRIOR-BAL-OUT.
082100     CLOSE OFC-ACTIVITY-LOG.
082200     CLOSE OFC-CALLING-RPT.
082300 9000-EXIT. EXIT.
082400 9100-PRINT-SUMMARY.
082500     MOVE SPACES TO OFC-CALLING-RPT-LINE.
082600     MOVE WS-SUMMARY-LINE TO OFC-CALLING-RPT-LINE.
082700     WRITE OFC-CALLING-RPT-LINE.
082800 9100-EXIT. EXIT.
