*     * GN6210 * 10/07/26 JCTE CHECK REORDER TRIGGER
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCHKORD.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/07/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCHKORD IS THE WEEKLY CHECK REORDER RUN.  THE CHECK-ORDER  *
000900*    FILE (IMCKOSIN IN, IMCKOSOT OUT) HOLDS ONE ENTRY PER        *
001000*    ACCOUNT WITH THE SERIAL RANGE LAST ORDERED, THE DATE AND    *
001100*    WHO PLACED THE ORDER (M MAINTENANCE, R THIS RUN) AND THE    *
001200*    HIGHEST PAID SERIAL SEEN SO FAR.                            *
001300*----------------------------------------------------------------*
001400*    CHECK ORDERS TAKEN THROUGH FILE MAINTENANCE ARE PICKED UP   *
001500*    FROM THE MAINTENANCE JOURNAL HISTORY (IMFMJHST, FIELD ID    *
001600*    CHECKORD) FIRST, SO AN ACCOUNT THE BRANCH HAS ALREADY       *
001700*    REORDERED IS NEVER ORDERED AGAIN.  THE AFTER IMAGE OF A     *
001800*    CHECKORD ENTRY CARRIES THE FIRST SERIAL IN POSITIONS 1-10   *
001900*    AND THE LAST IN 11-20; AN ENTRY WITHOUT A USABLE RANGE      *
002000*    STILL RECORDS THE ORDER DATE.                               *
002100*----------------------------------------------------------------*
002200*    THE HIGHEST PAID CHECK SERIAL FOR EACH ACCOUNT IS TAKEN     *
002300*    FROM THE TRANSACTION ARCHIVE (IMWSTHAR).  WHEN THE TOP OF   *
002400*    THE RANGE ON FILE LESS THE HIGHEST PAID SERIAL IS WITHIN    *
002500*    THE PARM THRESHOLD, AND NO ORDER HAS BEEN PLACED WITHIN THE *
002600*    PARM WAIT DAYS, A REORDER RECORD GOES TO THE CHECK          *
002700*    PRINTER'S ORDER FILE (IMCKOORD) WITH THE NAME AND ADDRESS   *
002800*    FROM IMNAME, AND THE NEW RANGE IS RECORDED ON THE           *
002900*    CHECK-ORDER FILE.  CLOSED AND DORMANT ACCOUNTS, AND         *
003000*    ACCOUNTS WHOSE MAILING ADDRESS IS FLAGGED AS RETURNED MAIL  *
003100*    (IMN-RM-FLAG), ARE LISTED AND NOT ORDERED.  THE ORDER FILE  *
003200*    IS MANIFESTED THROUGH IMMANFST.  A CHECK-ORDER FILE LARGER  *
003210*    THAN THE TABLE STOPS THE RUN, AND A NEW ENTRY THAT WILL NOT *
003220*    FIT IS REPORTED; EITHER SETS RETURN CODE 16.                *
003300*----------------------------------------------------------------*
003400*----------------------------------------------------------------*
003500*               ** HISTORY OF REVISIONS **                      *
003600* DESCRIPTION                                           CHNGID  *
003700* ____________________________________________________ _______ *
003800* 10/07/26 JCTE NEW PROGRAM - CHECK REORDER TRIGGER FROM GN6210 *
003900*                PAID SERIAL NUMBERS WITH MAINTENANCE ORDER     *
004000*                TRACKING                                       *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT    DIVISION.
004300 INPUT-OUTPUT   SECTION.
004400 FILE-CONTROL.
004500     SELECT CKP-PARM-FILE     ASSIGN TO "IMCKOPRM"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL ORDER-STATE-IN ASSIGN TO "IMCKOSIN"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CKS-FILE-STATUS.
005000     SELECT OPTIONAL FM-HISTORY-FILE ASSIGN TO "IMFMJHST"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-HIST-FILE-STATUS.
005300     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN TO "IMNAME"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-NAM-FILE-STATUS.
005800     SELECT CHECK-ORDER-FILE  ASSIGN TO "IMCKOORD"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT ORDER-STATE-OUT   ASSIGN TO "IMCKOSOT"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT CKO-RPT           ASSIGN TO "IMCKORPT"
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CKP-PARM-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  CKP-PARM-RECORD.
006900     03  CKP-RUN-DATE                PIC 9(6).
007000     03  CKP-THRESHOLD               PIC 9(4).
007100     03  CKP-QUANTITY                PIC 9(5).
007200     03  CKP-WAIT-DAYS               PIC 9(3).
007300     03  FILLER                      PIC X(62).
007400*----------------------------------------------------------------*
007500*    THE CHECK-ORDER FILE, IN ACCOUNT ORDER.  CKS-HIGH-PAID IS   *
007600*    KEPT SO A SERIAL PAID BEFORE THE ARCHIVE WAS PURGED IS NOT  *
007700*    FORGOTTEN.                                                  *
007800*----------------------------------------------------------------*
007900 FD  ORDER-STATE-IN
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  ORDER-STATE-RECORD.
008200     03  CKS-ACCOUNT                 PIC X(22).
008300     03  CKS-START-SERIAL            PIC 9(10).
008400     03  CKS-END-SERIAL              PIC 9(10).
008500     03  CKS-ORDER-DATE              PIC 9(6).
008600     03  CKS-SOURCE                  PIC X.
008700         88  CKS-88-MAINTENANCE      VALUE 'M'.
008800         88  CKS-88-REORDER-RUN      VALUE 'R'.
008900     03  CKS-HIGH-PAID               PIC 9(10).
009000     03  FILLER                      PIC X(21).
009100 FD  FM-HISTORY-FILE.
009200     COPY IMWSFMJR.
009300 FD  TRAN-ARCHIVE-FILE.
009400     COPY IMWSTHAR.
009500 FD  NAME-ADDRESS-FILE.
009600     COPY IMNAME.
009700*----------------------------------------------------------------*
009800*    THE CHECK PRINTER'S ORDER RECORD - THE NEW SERIAL RANGE AND *
009900*    QUANTITY, AND THE MAILING NAME AND ADDRESS LINES.           *
010000*----------------------------------------------------------------*
010100 FD  CHECK-ORDER-FILE
010200     RECORD CONTAINS 320 CHARACTERS.
010300 01  CHECK-ORDER-RECORD.
010400     03  CKO-ACCOUNT                 PIC X(22).
010500     03  CKO-ORDER-DATE              PIC 9(6).
010600     03  CKO-BRANCH                  PIC X(5).
010700     03  CKO-START-SERIAL            PIC 9(10).
010800     03  CKO-END-SERIAL              PIC 9(10).
010900     03  CKO-QUANTITY                PIC 9(5).
011000     03  CKO-NO-LINES                PIC 9.
011100     03  CKO-NAME-ADDRESS            PIC X(40)
011200                                     OCCURS 6 TIMES.
011300     03  FILLER                      PIC X(21).
011400 FD  ORDER-STATE-OUT
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  ORDER-STATE-OUT-RECORD          PIC X(80).
011700 FD  CKO-RPT
011800     RECORD CONTAINS 133 CHARACTERS.
011900 01  CKO-RPT-LINE                    PIC X(133).
012000 WORKING-STORAGE SECTION.
012100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCHKORD'.
012200 77  WS-CKS-MAX                      PIC S9(5)   COMP VALUE +9000.
012300 77  WS-CKS-FILE-STATUS              PIC X(2)    VALUE SPACES.
012400     88  WS-88-CKS-NOT-FOUND         VALUE '35'.
012500 77  WS-HIST-FILE-STATUS             PIC X(2)    VALUE SPACES.
012600 77  WS-NAM-FILE-STATUS              PIC X(2)    VALUE SPACES.
012700     88  WS-88-NAM-NOT-FOUND         VALUE '35'.
012800     EJECT
012900     COPY SIWSDTAR.
013000     EJECT
013100     COPY IMWSMNRQ.
013200     EJECT
013300 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
013400 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013500     03  WS-RUN-YR                   PIC 99.
013600     03  WS-RUN-MO                   PIC 99.
013700     03  WS-RUN-DA                   PIC 99.
013800 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
014000     03  WS-WORK-YR                  PIC 99.
014100     03  WS-WORK-MO                  PIC 99.
014200     03  WS-WORK-DA                  PIC 99.
014300 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
014400 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014500     EJECT
014600 01  WS-SWITCHES.
014700     03  WS-CKS-EOF-SW               PIC X(1)    VALUE 'N'.
014800         88  WS-88-CKS-EOF           VALUE 'Y'.
014900     03  WS-HIST-EOF-SW              PIC X(1)    VALUE 'N'.
015000         88  WS-88-HIST-EOF          VALUE 'Y'.
015100     03  WS-ARC-EOF-SW               PIC X(1)    VALUE 'N'.
015200         88  WS-88-ARC-EOF           VALUE 'Y'.
015300     03  WS-NAM-EOF-SW               PIC X(1)    VALUE 'N'.
015400         88  WS-88-NAM-EOF           VALUE 'Y'.
015500     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
015600         88  WS-88-FOUND             VALUE 'Y'.
015700     03  WS-SLOT-SW                  PIC X(1)    VALUE 'N'.
015800         88  WS-88-SLOT-FOUND        VALUE 'Y'.
015900     03  WS-NAME-SW                  PIC X(1)    VALUE 'N'.
016000         88  WS-88-NAME-FOUND        VALUE 'Y'.
016100     03  WS-NAME-ST-SW               PIC X(1)    VALUE 'N'.
016200         88  WS-88-NAME-ST           VALUE 'Y'.
016225     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
016250         88  WS-88-TABLE-FULL        VALUE 'Y'.
016300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
016400 01  WS-CKS-COUNT                    PIC S9(5)   COMP VALUE 0.
016500 01  WS-CKS-SLOT                     PIC S9(5)   COMP VALUE 0.
016600 01  WS-MOVE-SUB                     PIC S9(5)   COMP VALUE 0.
016700 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
016800 01  WS-THRESHOLD                    PIC S9(5)   COMP-3 VALUE 0.
016900 01  WS-QUANTITY                     PIC S9(5)   COMP-3 VALUE 0.
017000 01  WS-WAIT-DAYS                    PIC S9(5)   COMP-3 VALUE 0.
017100 01  WS-AGE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
017200 01  WS-REMAINING                    PIC S9(11)  COMP-3 VALUE 0.
017300 01  WS-HIGH-PAID                    PIC S9(11)  COMP-3 VALUE 0.
017400 01  WS-NEW-START                    PIC S9(11)  COMP-3 VALUE 0.
017500 01  WS-NEW-END                      PIC S9(11)  COMP-3 VALUE 0.
017600 01  WS-JRNL-DATE                    PIC 9(6)    VALUE 0.
017700 01  WS-JRNL-START                   PIC 9(10)   VALUE 0.
017800 01  WS-JRNL-END                     PIC 9(10)   VALUE 0.
017900 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
018000 01  WS-NOTE                         PIC X(40)   VALUE SPACES.
018100 01  WS-NAME-LINES                   PIC 9       VALUE 0.
018200 01  WS-NAME-RM-FLAG                 PIC X(1)    VALUE SPACE.
018300 01  WS-NAME-ADDRESS-AREA.
018400     03  WS-NAME-ADDRESS             PIC X(40)
018500                                     OCCURS 6 TIMES.
018600     EJECT
018700*----------------------------------------------------------------*
018800*    THE CHECK-ORDER FILE IN CORE, KEPT IN ACCOUNT ORDER SO THE  *
018900*    REVIEW CAN MATCH IT AGAINST THE ARCHIVE AND IMNAME, WHICH   *
019000*    ARE BOTH IN ACCOUNT ORDER.                                  *
019100*----------------------------------------------------------------*
019200 01  WS-ORDER-TABLE.
019300     03  WS-CK-ENTRY OCCURS 9000 TIMES
019400                     INDEXED BY CKX.
019500         05  WS-CK-ACCOUNT           PIC X(22).
019600         05  WS-CK-START-SERIAL      PIC 9(10).
019700         05  WS-CK-END-SERIAL        PIC 9(10).
019800         05  WS-CK-ORDER-DATE        PIC 9(6).
019900         05  WS-CK-SOURCE            PIC X.
020000         05  WS-CK-HIGH-PAID         PIC 9(10).
020100 01  WS-CK-HOLD-ENTRY.
020200     05  WS-CKH-ACCOUNT              PIC X(22).
020300     05  WS-CKH-START-SERIAL         PIC 9(10).
020400     05  WS-CKH-END-SERIAL           PIC 9(10).
020500     05  WS-CKH-ORDER-DATE           PIC 9(6).
020600     05  WS-CKH-SOURCE               PIC X.
020700     05  WS-CKH-HIGH-PAID            PIC 9(10).
020800     EJECT
020900 01  WS-TOTALS.
021000     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
021100     03  WS-TOT-NOT-TABLED           PIC 9(7)    COMP VALUE 0.
021200     03  WS-TOT-JRNL-READ            PIC 9(7)    COMP VALUE 0.
021300     03  WS-TOT-JRNL-ORDERS          PIC 9(7)    COMP VALUE 0.
021400     03  WS-TOT-JRNL-APPLIED         PIC 9(7)    COMP VALUE 0.
021500     03  WS-TOT-JRNL-NO-RANGE        PIC 9(7)    COMP VALUE 0.
021600     03  WS-TOT-ARCHIVE              PIC 9(7)    COMP VALUE 0.
021700     03  WS-TOT-REVIEWED             PIC 9(7)    COMP VALUE 0.
021800     03  WS-TOT-NO-RANGE             PIC 9(7)    COMP VALUE 0.
021900     03  WS-TOT-DUE                  PIC 9(7)    COMP VALUE 0.
022000     03  WS-TOT-RECENT               PIC 9(7)    COMP VALUE 0.
022100     03  WS-TOT-NOT-ON-MASTER        PIC 9(7)    COMP VALUE 0.
022200     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
022300     03  WS-TOT-DORMANT              PIC 9(7)    COMP VALUE 0.
022400     03  WS-TOT-NO-NAME              PIC 9(7)    COMP VALUE 0.
022500     03  WS-TOT-RETURNED-MAIL        PIC 9(7)    COMP VALUE 0.
022600     03  WS-TOT-ORDERED              PIC 9(7)    COMP VALUE 0.
022700     03  WS-TOT-CHECKS-ORDERED       PIC 9(9)    COMP VALUE 0.
022800     03  WS-TOT-WRITTEN              PIC 9(7)    COMP VALUE 0.
022900     EJECT
023000 01  WS-REPORT-TITLE.
023100     03  FILLER                      PIC X(48)   VALUE
023200         'IMCHKORD - CHECK REORDER TRIGGER                '.
023300     03  FILLER                      PIC X(9)    VALUE
023400         'RUN DATE '.
023500     03  TTL-RUN-DATE                PIC X(8).
023600     03  FILLER                      PIC X(68)   VALUE SPACES.
023700 01  WS-SECTION-LINE.
023800     03  FILLER                      PIC X(4)    VALUE SPACES.
023900     03  SEC-TITLE                   PIC X(40).
024000     03  FILLER                      PIC X(89)   VALUE SPACES.
024100 01  WS-PARM-LINE.
024200     03  FILLER                      PIC X(4)    VALUE SPACES.
024300     03  PRM-LIT                     PIC X(34).
024400     03  PRM-VALUE                   PIC ZZ,ZZ9.
024500     03  FILLER                      PIC X(89)   VALUE SPACES.
024600 01  WS-DETAIL-HEAD.
024700     03  FILLER                      PIC X(4)    VALUE SPACES.
024800     03  FILLER                      PIC X(50)   VALUE
024900         'ACCOUNT                  START SER  END SERIAL   H'.
025000     03  FILLER                      PIC X(50)   VALUE
025100         'IGH PAID   REMAIN   DATE      NOTE                '.
025200     03  FILLER                      PIC X(29)   VALUE SPACES.
025300 01  WS-DETAIL-LINE.
025400     03  FILLER                      PIC X(4)    VALUE SPACES.
025500     03  DTL-ACCOUNT                 PIC X(22).
025600     03  FILLER                      PIC X(2)    VALUE SPACES.
025700     03  DTL-START                   PIC Z(9)9.
025800     03  FILLER                      PIC X(2)    VALUE SPACES.
025900     03  DTL-END                     PIC Z(9)9.
026000     03  FILLER                      PIC X(2)    VALUE SPACES.
026100     03  DTL-HIGH-PAID               PIC Z(9)9.
026200     03  FILLER                      PIC X(2)    VALUE SPACES.
026300     03  DTL-REMAIN                  PIC ZZZ,ZZ9-.
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  DTL-DATE                    PIC X(8).
026600     03  FILLER                      PIC X(2)    VALUE SPACES.
026700     03  DTL-NOTE                    PIC X(40).
026800     03  FILLER                      PIC X(9)    VALUE SPACES.
026900 01  WS-SUMMARY-LINE.
027000     03  FILLER                      PIC X(4)    VALUE SPACES.
027100     03  SUM-LIT                     PIC X(34).
027200     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
027300     03  FILLER                      PIC X(84)   VALUE SPACES.
027400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027500     EJECT
027600 LINKAGE SECTION.
027700     COPY SIWSCNTL.
027800     EJECT
027900     COPY IMAWKMST.
028000     EJECT
028100     COPY IMWSENVO.
028200     EJECT
028300 PROCEDURE DIVISION.
028400*----------------------------------------------------------------*
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028700     PERFORM 2000-LOAD-ORDERS     THRU 2000-EXIT
028800         UNTIL WS-88-CKS-EOF.
028825     IF  WS-88-TABLE-FULL
028850         GO TO 0000-CLOSE-MASTER.
028900     MOVE 'ORDERS TAKEN THROUGH MAINTENANCE' TO SEC-TITLE.
029000     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
029100     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
029200     PERFORM 3000-APPLY-JOURNAL   THRU 3000-EXIT
029300         UNTIL WS-88-HIST-EOF.
029400     MOVE 'CHECK REORDERS DUE' TO SEC-TITLE.
029500     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
029600     PERFORM 7150-PRINT-DETAIL-HEAD THRU 7150-EXIT.
029700     PERFORM 4000-REVIEW-ACCOUNT  THRU 4000-EXIT
029800         VARYING WS-SUB FROM 1 BY 1
029900         UNTIL WS-SUB GREATER THAN WS-CKS-COUNT.
029950 0000-CLOSE-MASTER.
030000     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
030100     MOVE -1   TO I-O-SEND-CODE.
030200     CALL 'IMACTM' USING I-O-CONTROL-AREA
030300                         MASTER-AREA
030400                         SI-ENVIRONMENT-AREA.
030425     IF  WS-88-TABLE-FULL
030450         GO TO 0000-FINISH.
030500     PERFORM 8000-WRITE-ORDERS    THRU 8000-EXIT
030600         VARYING WS-SUB FROM 1 BY 1
030700         UNTIL WS-SUB GREATER THAN WS-CKS-COUNT.
030750 0000-FINISH.
030800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030900     GOBACK.
031000     EJECT
031100*----------------------------------------------------------------*
031200*    1000-INITIALIZE - PARAMETER CARD DEFAULTS ARE A REORDER AT  *
031300*    25 CHECKS REMAINING, 200 CHECKS PER ORDER AND NO SECOND     *
031400*    ORDER WITHIN 30 DAYS OF THE LAST.                           *
031500*----------------------------------------------------------------*
031600 1000-INITIALIZE.
031700     OPEN INPUT CKP-PARM-FILE.
031800     READ CKP-PARM-FILE
031900         AT END MOVE SPACES TO CKP-PARM-RECORD.
032000     CLOSE CKP-PARM-FILE.
032100     IF  CKP-RUN-DATE NUMERIC
032200     AND CKP-RUN-DATE GREATER THAN ZERO
032300         MOVE CKP-RUN-DATE TO WS-RUN-DATE-YYMMDD
032400     ELSE
032500         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
032600     MOVE 25  TO WS-THRESHOLD.
032700     IF  CKP-THRESHOLD NUMERIC
032800     AND CKP-THRESHOLD GREATER THAN ZERO
032900         MOVE CKP-THRESHOLD TO WS-THRESHOLD.
033000     MOVE 200 TO WS-QUANTITY.
033100     IF  CKP-QUANTITY NUMERIC
033200     AND CKP-QUANTITY GREATER THAN ZERO
033300         MOVE CKP-QUANTITY TO WS-QUANTITY.
033400     MOVE 30  TO WS-WAIT-DAYS.
033500     IF  CKP-WAIT-DAYS NUMERIC
033600     AND CKP-WAIT-DAYS GREATER THAN ZERO
033700         MOVE CKP-WAIT-DAYS TO WS-WAIT-DAYS.
033800     MOVE WS-RUN-MO TO DT-H-MO.
033900     MOVE WS-RUN-DA TO DT-H-DA.
034000     MOVE WS-RUN-YR TO DT-H-YR.
034100     OPEN INPUT  ORDER-STATE-IN.
034200     IF  WS-88-CKS-NOT-FOUND
034300         MOVE 'Y' TO WS-CKS-EOF-SW.
034400     OPEN INPUT  FM-HISTORY-FILE.
034500     OPEN INPUT  TRAN-ARCHIVE-FILE.
034600     PERFORM 4800-READ-ARCHIVE THRU 4800-EXIT.
034700     OPEN INPUT  NAME-ADDRESS-FILE.
034800     IF  WS-88-NAM-NOT-FOUND
034900         MOVE 'Y' TO WS-NAM-EOF-SW
035000     ELSE
035100         PERFORM 4900-READ-NAME THRU 4900-EXIT.
035200     OPEN OUTPUT CHECK-ORDER-FILE.
035300     OPEN OUTPUT ORDER-STATE-OUT.
035400     OPEN OUTPUT CKO-RPT.
035500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
035600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
035700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
035800     MOVE 'I' TO I-O-CONTROL-ACCESS.
035900     MOVE -1  TO I-O-SEND-CODE.
036000     CALL 'IMACTM' USING I-O-CONTROL-AREA
036100                         MASTER-AREA
036200                         SI-ENVIRONMENT-AREA.
036300     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
036400     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
036500     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
036600     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
036700     MOVE SPACES TO CKO-RPT-LINE.
036800     MOVE WS-REPORT-TITLE TO CKO-RPT-LINE.
036900     WRITE CKO-RPT-LINE.
037000     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
037100     MOVE 'REORDER AT CHECKS REMAINING       ' TO PRM-LIT.
037200     MOVE WS-THRESHOLD TO PRM-VALUE.
037300     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037400     MOVE 'CHECKS PER ORDER                  ' TO PRM-LIT.
037500     MOVE WS-QUANTITY TO PRM-VALUE.
037600     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
037700     MOVE 'DAYS BEFORE A SECOND ORDER        ' TO PRM-LIT.
037800     MOVE WS-WAIT-DAYS TO PRM-VALUE.
037900     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
038000 1000-EXIT. EXIT.
038100     EJECT
038200 2000-LOAD-ORDERS.
038300     READ ORDER-STATE-IN
038400         AT END MOVE 'Y' TO WS-CKS-EOF-SW
038500                GO TO 2000-EXIT.
038600     ADD 1 TO WS-TOT-CARRIED.
038700     MOVE CKS-ACCOUNT      TO WS-CKH-ACCOUNT.
038800     MOVE CKS-START-SERIAL TO WS-CKH-START-SERIAL.
038900     MOVE CKS-END-SERIAL   TO WS-CKH-END-SERIAL.
039000     MOVE CKS-ORDER-DATE   TO WS-CKH-ORDER-DATE.
039100     MOVE CKS-SOURCE       TO WS-CKH-SOURCE.
039200     MOVE CKS-HIGH-PAID    TO WS-CKH-HIGH-PAID.
039300     PERFORM 7600-INSERT-ENTRY THRU 7600-EXIT.
039310     IF  WS-CKS-SLOT EQUAL ZERO
039320         MOVE 'CHECK-ORDER FILE EXCEEDS TABLE - STOPPED'
039330             TO SEC-TITLE
039340         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
039350         MOVE 'Y' TO WS-TABLE-FULL-SW
039360         MOVE 'Y' TO WS-CKS-EOF-SW.
039400 2000-EXIT. EXIT.
039500     EJECT
039600*----------------------------------------------------------------*
039700*    3000-APPLY-JOURNAL - A CHECKORD ENTRY ON THE MAINTENANCE    *
039800*    JOURNAL DATED ON OR AFTER THE ORDER ON FILE BECOMES THE     *
039900*    ACCOUNT'S LAST ORDER.  THE JOURNAL IS HISTORY, SO EARLIER   *
040000*    ENTRIES ALREADY APPLIED ARE PASSED BY ON THEIR DATE.        *
040100*----------------------------------------------------------------*
040200 3000-APPLY-JOURNAL.
040300     READ FM-HISTORY-FILE
040400         AT END MOVE 'Y' TO WS-HIST-EOF-SW
040500                GO TO 3000-EXIT.
040600     ADD 1 TO WS-TOT-JRNL-READ.
040700     IF  NOT FMJ-88-CHECK-REORDER
040800         GO TO 3000-EXIT.
040900     IF  FMJ-MAINT-DATE (1:6) NOT NUMERIC
041000         GO TO 3000-EXIT.
041100     ADD 1 TO WS-TOT-JRNL-ORDERS.
041200     MOVE FMJ-MAINT-DATE (1:6) TO WS-JRNL-DATE.
041300     MOVE ZERO TO WS-JRNL-START WS-JRNL-END.
041400     IF  FMJ-AFTER-IMAGE (1:10) NUMERIC
041500     AND FMJ-AFTER-IMAGE (11:10) NUMERIC
041600         MOVE FMJ-AFTER-IMAGE (1:10)  TO WS-JRNL-START
041700         MOVE FMJ-AFTER-IMAGE (11:10) TO WS-JRNL-END.
041800     IF  WS-JRNL-END LESS THAN WS-JRNL-START
041900         MOVE ZERO TO WS-JRNL-START WS-JRNL-END.
042000     MOVE FMJ-ACCOUNT TO WS-SEARCH-ACCOUNT.
042100     PERFORM 7500-FIND-ENTRY THRU 7500-EXIT.
042200     IF  WS-88-FOUND
042300         SET CKX TO WS-CKS-SLOT
042400         IF  WS-JRNL-DATE LESS THAN WS-CK-ORDER-DATE (CKX)
042500             GO TO 3000-EXIT
042600         ELSE
042700             MOVE WS-CK-ENTRY (CKX) TO WS-CK-HOLD-ENTRY
042800     ELSE
042900         MOVE SPACES        TO WS-CK-HOLD-ENTRY
043000         MOVE FMJ-ACCOUNT   TO WS-CKH-ACCOUNT
043100         MOVE ZERO          TO WS-CKH-START-SERIAL
043200                               WS-CKH-END-SERIAL
043300                               WS-CKH-HIGH-PAID.
043400     MOVE WS-JRNL-DATE TO WS-CKH-ORDER-DATE.
043500     MOVE 'M'          TO WS-CKH-SOURCE.
043600     IF  WS-JRNL-END GREATER THAN ZERO
043700         MOVE WS-JRNL-START TO WS-CKH-START-SERIAL
043800         MOVE WS-JRNL-END   TO WS-CKH-END-SERIAL
043900         MOVE 'ORDERED IN MAINTENANCE' TO WS-NOTE
044000     ELSE
044100         ADD 1 TO WS-TOT-JRNL-NO-RANGE
044200         MOVE 'ORDERED IN MAINTENANCE - NO RANGE GIVEN'
044300             TO WS-NOTE.
044400     IF  WS-88-FOUND
044500         MOVE WS-CK-HOLD-ENTRY TO WS-CK-ENTRY (CKX)
044600     ELSE
044700         PERFORM 7600-INSERT-ENTRY THRU 7600-EXIT
044800         IF  WS-CKS-SLOT EQUAL ZERO
044900             GO TO 3000-EXIT.
045000     ADD 1 TO WS-TOT-JRNL-APPLIED.
045100     MOVE ZERO TO WS-REMAINING.
045200     IF  WS-CKH-END-SERIAL GREATER THAN ZERO
045300         COMPUTE WS-REMAINING = WS-CKH-END-SERIAL
045400                              - WS-CKH-HIGH-PAID.
045500     MOVE WS-CKH-ORDER-DATE TO WS-WORK-DATE-YYMMDD.
045600     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
045700 3000-EXIT. EXIT.
045800     EJECT
045900*----------------------------------------------------------------*
046000*    4000-REVIEW-ACCOUNT - THE ARCHIVE IS MATCHED UP TO THE      *
046100*    ACCOUNT AND ITS PAID CHECKS (A SERIAL NUMBER ON A DEBIT,    *
046200*    TRAN CODE 1X) RAISE THE HIGHEST PAID SERIAL.  AN ACCOUNT    *
046300*    WITHIN THE THRESHOLD OF THE TOP OF ITS RANGE IS DUE, AND IS *
046400*    ORDERED UNLESS IT WAS ORDERED WITHIN THE WAIT DAYS, IS      *
046500*    GONE, CLOSED OR DORMANT, OR HAS NO GOOD MAILING ADDRESS.    *
046600*----------------------------------------------------------------*
046700 4000-REVIEW-ACCOUNT.
046800     SET CKX TO WS-SUB.
046900     ADD 1 TO WS-TOT-REVIEWED.
047000     MOVE WS-CK-HIGH-PAID (CKX) TO WS-HIGH-PAID.
047100     PERFORM 4800-READ-ARCHIVE THRU 4800-EXIT
047200         UNTIL WS-88-ARC-EOF
047300            OR THA-ACCOUNT NOT LESS THAN WS-CK-ACCOUNT (CKX).
047400     PERFORM 4100-PAID-CHECK THRU 4100-EXIT
047500         UNTIL WS-88-ARC-EOF
047600            OR THA-ACCOUNT NOT EQUAL WS-CK-ACCOUNT (CKX).
047700     MOVE WS-HIGH-PAID TO WS-CK-HIGH-PAID (CKX).
047800     IF  WS-CK-END-SERIAL (CKX) EQUAL ZERO
047900         ADD 1 TO WS-TOT-NO-RANGE
048000         GO TO 4000-EXIT.
048100     COMPUTE WS-REMAINING = WS-CK-END-SERIAL (CKX) - WS-HIGH-PAID.
048200     IF  WS-REMAINING GREATER THAN WS-THRESHOLD
048300         GO TO 4000-EXIT.
048400     ADD 1 TO WS-TOT-DUE.
048500     MOVE WS-CK-ORDER-DATE (CKX) TO WS-LOW-DATE.
048600     PERFORM 7950-DAYS-SINCE THRU 7950-EXIT.
048700     IF  WS-CK-ORDER-DATE (CKX) GREATER THAN ZERO
048800     AND WS-AGE-DAYS NOT GREATER THAN WS-WAIT-DAYS
048900         ADD 1 TO WS-TOT-RECENT
049000         MOVE 'NOT ORDERED - ORDER ALREADY PLACED' TO WS-NOTE
049100         GO TO 4000-SKIP.
049200     MOVE SPACES TO WMS-CONTROL-KEY.
049300     MOVE WS-CK-ACCOUNT (CKX) TO WMS-CONTROL-KEY.
049400     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
049500     MOVE -1     TO I-O-SEND-CODE.
049600     CALL 'IMACTM' USING I-O-CONTROL-AREA
049700                         MASTER-AREA
049800                         SI-ENVIRONMENT-AREA.
049900     IF  NOT I-O-88-NORMAL-RET
050000         ADD 1 TO WS-TOT-NOT-ON-MASTER
050100         MOVE 'NOT ORDERED - NOT ON MASTER' TO WS-NOTE
050200         GO TO 4000-SKIP.
050300     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
050400     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
050500     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
050600         ADD 1 TO WS-TOT-CLOSED
050700         MOVE 'NOT ORDERED - ACCOUNT CLOSED' TO WS-NOTE
050800         GO TO 4000-SKIP.
050900     IF  WMS-DORMANT EQUAL 'D' OR 'A'
051000         ADD 1 TO WS-TOT-DORMANT
051100         MOVE 'NOT ORDERED - ACCOUNT DORMANT' TO WS-NOTE
051200         GO TO 4000-SKIP.
051300     PERFORM 4200-FIND-NAME THRU 4200-EXIT.
051400     IF  NOT WS-88-NAME-FOUND
051500         ADD 1 TO WS-TOT-NO-NAME
051600         MOVE 'NOT ORDERED - NO NAME AND ADDRESS' TO WS-NOTE
051700         GO TO 4000-SKIP.
051800     IF  WS-NAME-RM-FLAG EQUAL 'R'
051900         ADD 1 TO WS-TOT-RETURNED-MAIL
052000         MOVE 'NOT ORDERED - RETURNED MAIL' TO WS-NOTE
052100         GO TO 4000-SKIP.
052200     PERFORM 4500-WRITE-ORDER THRU 4500-EXIT.
052300     GO TO 4000-EXIT.
052400 4000-SKIP.
052500     MOVE WS-CK-ENTRY (CKX) TO WS-CK-HOLD-ENTRY.
052600     MOVE WS-CKH-ORDER-DATE TO WS-WORK-DATE-YYMMDD.
052700     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
052800 4000-EXIT. EXIT.
052900 4100-PAID-CHECK.
053000     IF  THA-SERIAL GREATER THAN ZERO
053100     AND THA-TRAN-CODE (1:1) EQUAL '1'
053200     AND THA-SERIAL GREATER THAN WS-HIGH-PAID
053300         MOVE THA-SERIAL TO WS-HIGH-PAID.
053400     PERFORM 4800-READ-ARCHIVE THRU 4800-EXIT.
053500 4100-EXIT. EXIT.
053600*----------------------------------------------------------------*
053700*    4200-FIND-NAME - IMNAME IS MATCHED UP TO THE ACCOUNT.  THE  *
053800*    STATEMENT (ST) NAME RECORD IS USED WHEN THE ACCOUNT HAS     *
053900*    ONE, ELSE ITS FIRST, AND THE CHECKS GO TO THAT RECORD'S     *
054000*    FIRST ADDRESS.                                              *
054100*----------------------------------------------------------------*
054200 4200-FIND-NAME.
054300     MOVE 'N' TO WS-NAME-SW WS-NAME-ST-SW.
054400     PERFORM 4900-READ-NAME THRU 4900-EXIT
054500         UNTIL WS-88-NAM-EOF
054600            OR IMN-CONTROL-KEY (1:22) NOT LESS THAN
054700               WS-CK-ACCOUNT (CKX).
054800     PERFORM 4300-NAME-RECORD THRU 4300-EXIT
054900         UNTIL WS-88-NAM-EOF
055000            OR IMN-CONTROL-KEY (1:22) NOT EQUAL
055100               WS-CK-ACCOUNT (CKX).
055200 4200-EXIT. EXIT.
055300 4300-NAME-RECORD.
055400     IF  WS-88-NAME-ST
055500         GO TO 4300-NEXT.
055600     IF  WS-88-NAME-FOUND
055700     AND NOT IMN-USE-CODE-ST
055800         GO TO 4300-NEXT.
055900     IF  IMN-NBR-ADDRS NOT GREATER THAN ZERO
056000     OR  IMN-LN-NO-LINES (1) NOT GREATER THAN ZERO
056100         GO TO 4300-NEXT.
056200     MOVE 'Y' TO WS-NAME-SW.
056300     IF  IMN-USE-CODE-ST
056400         MOVE 'Y' TO WS-NAME-ST-SW.
056500     MOVE IMN-LN-NO-LINES (1) TO WS-NAME-LINES.
056600     IF  WS-NAME-LINES GREATER THAN 6
056700         MOVE 6 TO WS-NAME-LINES.
056800     MOVE IMN-RM-FLAG (1) TO WS-NAME-RM-FLAG.
056900     MOVE SPACES TO WS-NAME-ADDRESS-AREA.
057000     PERFORM 4350-NAME-LINE THRU 4350-EXIT
057100         VARYING WS-LINE-SUB FROM 1 BY 1
057200         UNTIL WS-LINE-SUB GREATER THAN WS-NAME-LINES.
057300 4300-NEXT.
057400     PERFORM 4900-READ-NAME THRU 4900-EXIT.
057500 4300-EXIT. EXIT.
057600 4350-NAME-LINE.
057700     MOVE IMN-LN-NAME-ADDR (1, WS-LINE-SUB)
057800         TO WS-NAME-ADDRESS (WS-LINE-SUB).
057900 4350-EXIT. EXIT.
058000*----------------------------------------------------------------*
058100*    4500-WRITE-ORDER - THE NEW RANGE STARTS ABOVE THE RANGE ON  *
058200*    FILE, OR ABOVE THE HIGHEST PAID SERIAL IF THE CUSTOMER HAS  *
058300*    ALREADY WRITTEN PAST IT, AND RUNS FOR THE PARM QUANTITY.    *
058400*    IT BECOMES THE ACCOUNT'S LAST ORDER.                        *
058500*----------------------------------------------------------------*
058600 4500-WRITE-ORDER.
058700     MOVE WS-CK-END-SERIAL (CKX) TO WS-NEW-START.
058800     IF  WS-HIGH-PAID GREATER THAN WS-NEW-START
058900         MOVE WS-HIGH-PAID TO WS-NEW-START.
059000     ADD 1 TO WS-NEW-START.
059100     COMPUTE WS-NEW-END = WS-NEW-START + WS-QUANTITY - 1.
059200     MOVE SPACES                 TO CHECK-ORDER-RECORD.
059300     MOVE WS-CK-ACCOUNT (CKX)    TO CKO-ACCOUNT.
059400     MOVE WS-RUN-DATE-YYMMDD     TO CKO-ORDER-DATE.
059500     MOVE WMS-BRANCH5            TO CKO-BRANCH.
059600     MOVE WS-NEW-START           TO CKO-START-SERIAL.
059700     MOVE WS-NEW-END             TO CKO-END-SERIAL.
059800     MOVE WS-QUANTITY            TO CKO-QUANTITY.
059900     MOVE WS-NAME-LINES          TO CKO-NO-LINES.
060000     PERFORM 4550-ORDER-LINE THRU 4550-EXIT
060100         VARYING WS-LINE-SUB FROM 1 BY 1
060200         UNTIL WS-LINE-SUB GREATER THAN 6.
060300     WRITE CHECK-ORDER-RECORD.
060400     ADD 1 TO WS-TOT-ORDERED.
060500     ADD WS-QUANTITY TO WS-TOT-CHECKS-ORDERED.
060600     MOVE WS-NEW-START       TO WS-CK-START-SERIAL (CKX).
060700     MOVE WS-NEW-END         TO WS-CK-END-SERIAL (CKX).
060800     MOVE WS-RUN-DATE-YYMMDD TO WS-CK-ORDER-DATE (CKX).
060900     MOVE 'R'                TO WS-CK-SOURCE (CKX).
061000     MOVE WS-CK-ENTRY (CKX) TO WS-CK-HOLD-ENTRY.
061100     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
061200     MOVE 'ORDERED' TO WS-NOTE.
061300     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
061400 4500-EXIT. EXIT.
061500 4550-ORDER-LINE.
061600     MOVE WS-NAME-ADDRESS (WS-LINE-SUB)
061700         TO CKO-NAME-ADDRESS (WS-LINE-SUB).
061800 4550-EXIT. EXIT.
061900 4800-READ-ARCHIVE.
062000     READ TRAN-ARCHIVE-FILE
062100         AT END MOVE 'Y' TO WS-ARC-EOF-SW
062200                GO TO 4800-EXIT.
062300     ADD 1 TO WS-TOT-ARCHIVE.
062400 4800-EXIT. EXIT.
062500 4900-READ-NAME.
062600     READ NAME-ADDRESS-FILE
062700         AT END MOVE 'Y' TO WS-NAM-EOF-SW.
062800 4900-EXIT. EXIT.
062900     EJECT
063000*----------------------------------------------------------------*
063100*    7000-PRINT-ENTRY - THE CHECK-ORDER ENTRY IN                 *
063200*    WS-CK-HOLD-ENTRY WITH THE CHECKS REMAINING, THE DATE IN     *
063300*    WS-WORK-DATE-YYMMDD AND THE NOTE.                           *
063400*----------------------------------------------------------------*
063500 7000-PRINT-ENTRY.
063600     MOVE SPACES TO WS-DETAIL-LINE.
063700     MOVE WS-CKH-ACCOUNT      TO DTL-ACCOUNT.
063800     MOVE WS-CKH-START-SERIAL TO DTL-START.
063900     MOVE WS-CKH-END-SERIAL   TO DTL-END.
064000     MOVE WS-CKH-HIGH-PAID    TO DTL-HIGH-PAID.
064100     MOVE WS-REMAINING        TO DTL-REMAIN.
064200     MOVE SPACES TO WS-EDIT-DATE.
064300     IF  WS-WORK-DATE-YYMMDD GREATER THAN ZERO
064400         PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
064500     MOVE WS-EDIT-DATE TO DTL-DATE.
064600     MOVE WS-NOTE TO DTL-NOTE.
064700     MOVE SPACES TO CKO-RPT-LINE.
064800     MOVE WS-DETAIL-LINE TO CKO-RPT-LINE.
064900     WRITE CKO-RPT-LINE.
065000 7000-EXIT. EXIT.
065100 7100-PRINT-SECTION.
065200     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
065300     MOVE SPACES TO CKO-RPT-LINE.
065400     MOVE WS-SECTION-LINE TO CKO-RPT-LINE.
065500     WRITE CKO-RPT-LINE.
065600     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
065700 7100-EXIT. EXIT.
065800 7150-PRINT-DETAIL-HEAD.
065900     MOVE SPACES TO CKO-RPT-LINE.
066000     MOVE WS-DETAIL-HEAD TO CKO-RPT-LINE.
066100     WRITE CKO-RPT-LINE.
066200     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
066300 7150-EXIT. EXIT.
066400 7200-PRINT-PARM.
066500     MOVE SPACES TO CKO-RPT-LINE.
066600     MOVE WS-PARM-LINE TO CKO-RPT-LINE.
066700     WRITE CKO-RPT-LINE.
066800 7200-EXIT. EXIT.
066900*----------------------------------------------------------------*
067000*    7500-FIND-ENTRY - THE CHECK-ORDER ENTRY FOR                 *
067100*    WS-SEARCH-ACCOUNT.  WS-CKS-SLOT IS ITS SUBSCRIPT.           *
067200*----------------------------------------------------------------*
067300 7500-FIND-ENTRY.
067400     MOVE 'N'  TO WS-FOUND-SW.
067500     MOVE ZERO TO WS-CKS-SLOT.
067600     PERFORM 7510-SCAN-ENTRY THRU 7510-EXIT
067700         VARYING WS-CKS-SLOT FROM 1 BY 1
067800         UNTIL WS-CKS-SLOT GREATER THAN WS-CKS-COUNT
067900            OR WS-88-FOUND.
068000     IF  WS-88-FOUND
068100         SUBTRACT 1 FROM WS-CKS-SLOT.
068200 7500-EXIT. EXIT.
068300 7510-SCAN-ENTRY.
068400     SET CKX TO WS-CKS-SLOT.
068500     IF  WS-CK-ACCOUNT (CKX) EQUAL WS-SEARCH-ACCOUNT
068600         MOVE 'Y' TO WS-FOUND-SW.
068700 7510-EXIT. EXIT.
068800*----------------------------------------------------------------*
068900*    7600-INSERT-ENTRY - WS-CK-HOLD-ENTRY GOES INTO THE TABLE IN *
069000*    ACCOUNT ORDER, ENTRIES ABOVE IT MOVING UP ONE.  A FILE      *
069100*    ALREADY IN ORDER ONLY APPENDS.  AN ACCOUNT ALREADY TABLED   *
069200*    IS REPLACED.  WS-CKS-SLOT IS ZERO WHEN THE TABLE IS FULL.   *
069300*----------------------------------------------------------------*
069400 7600-INSERT-ENTRY.
069500     MOVE WS-CKS-COUNT TO WS-MOVE-SUB.
069600     MOVE 'N' TO WS-SLOT-SW.
069700     PERFORM 7610-FIND-SLOT THRU 7610-EXIT
069800         UNTIL WS-MOVE-SUB EQUAL ZERO
069900            OR WS-88-SLOT-FOUND.
070000     IF  WS-88-SLOT-FOUND
070100         IF  WS-CK-ACCOUNT (WS-MOVE-SUB) EQUAL WS-CKH-ACCOUNT
070200             MOVE WS-MOVE-SUB TO WS-CKS-SLOT
070300             SET CKX TO WS-CKS-SLOT
070400             MOVE WS-CK-HOLD-ENTRY TO WS-CK-ENTRY (CKX)
070500             GO TO 7600-EXIT.
070600     IF  WS-CKS-COUNT NOT LESS THAN WS-CKS-MAX
070700         ADD 1 TO WS-TOT-NOT-TABLED
070800         MOVE ZERO TO WS-CKS-SLOT
070900         GO TO 7600-EXIT.
071000     COMPUTE WS-CKS-SLOT = WS-MOVE-SUB + 1.
071100     MOVE WS-CKS-COUNT TO WS-MOVE-SUB.
071200     PERFORM 7620-MOVE-UP THRU 7620-EXIT
071300         UNTIL WS-MOVE-SUB LESS THAN WS-CKS-SLOT.
071400     ADD 1 TO WS-CKS-COUNT.
071500     SET CKX TO WS-CKS-SLOT.
071600     MOVE WS-CK-HOLD-ENTRY TO WS-CK-ENTRY (CKX).
071700 7600-EXIT. EXIT.
071800 7610-FIND-SLOT.
071900     IF  WS-CK-ACCOUNT (WS-MOVE-SUB)
072000             NOT GREATER THAN WS-CKH-ACCOUNT
072100         MOVE 'Y' TO WS-SLOT-SW
072200         GO TO 7610-EXIT.
072300     SUBTRACT 1 FROM WS-MOVE-SUB.
072400 7610-EXIT. EXIT.
072500 7620-MOVE-UP.
072600     MOVE WS-CK-ENTRY (WS-MOVE-SUB)
072700         TO WS-CK-ENTRY (WS-MOVE-SUB + 1).
072800     SUBTRACT 1 FROM WS-MOVE-SUB.
072900 7620-EXIT. EXIT.
073000 7900-EDIT-DATE.
073100     MOVE SPACES TO WS-EDIT-DATE.
073200     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
073300         DELIMITED BY SIZE INTO WS-EDIT-DATE.
073400 7900-EXIT. EXIT.
073500*----------------------------------------------------------------*
073600*    7950-DAYS-SINCE - DAYS FROM WS-LOW-DATE (YYMMDD) TO THE RUN *
073700*    DATE.                                                       *
073800*----------------------------------------------------------------*
073900 7950-DAYS-SINCE.
074000     MOVE ZERO TO WS-AGE-DAYS.
074100     IF  WS-LOW-DATE EQUAL ZERO
074200         GO TO 7950-EXIT.
074300     MOVE WS-LOW-DATE (3:2) TO DT-L-MO.
074400     MOVE WS-LOW-DATE (5:2) TO DT-L-DA.
074500     MOVE WS-LOW-DATE (1:2) TO DT-L-YR.
074600     CALL 'SIDIF1' USING DATE-AREA.
074700     MOVE RET-DAYS TO WS-AGE-DAYS.
074800 7950-EXIT. EXIT.
074900     EJECT
075000*----------------------------------------------------------------*
075100*    8000-WRITE-ORDERS - CARRY THE CHECK-ORDER FILE FORWARD.     *
075200*----------------------------------------------------------------*
075300 8000-WRITE-ORDERS.
075400     SET CKX TO WS-SUB.
075500     MOVE SPACES TO ORDER-STATE-RECORD.
075600     MOVE WS-CK-ACCOUNT (CKX)      TO CKS-ACCOUNT.
075700     MOVE WS-CK-START-SERIAL (CKX) TO CKS-START-SERIAL.
075800     MOVE WS-CK-END-SERIAL (CKX)   TO CKS-END-SERIAL.
075900     MOVE WS-CK-ORDER-DATE (CKX)   TO CKS-ORDER-DATE.
076000     MOVE WS-CK-SOURCE (CKX)       TO CKS-SOURCE.
076100     MOVE WS-CK-HIGH-PAID (CKX)    TO CKS-HIGH-PAID.
076200     MOVE ORDER-STATE-RECORD TO ORDER-STATE-OUT-RECORD.
076300     WRITE ORDER-STATE-OUT-RECORD.
076400     ADD 1 TO WS-TOT-WRITTEN.
076500 8000-EXIT. EXIT.
076600     EJECT
076700*----------------------------------------------------------------*
076800*    9000-TERMINATE - SUMMARY TOTALS, THE ORDER FILE MANIFEST    *
076900*    AND CLOSES.                                                 *
077000*----------------------------------------------------------------*
077100 9000-TERMINATE.
077200     WRITE CKO-RPT-LINE FROM WS-BLANK-LINE.
077300     MOVE 'CHECK-ORDER ENTRIES CARRIED IN    ' TO SUM-LIT.
077400     MOVE WS-TOT-CARRIED TO SUM-COUNT.
077500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077600     MOVE 'JOURNAL RECORDS READ              ' TO SUM-LIT.
077700     MOVE WS-TOT-JRNL-READ TO SUM-COUNT.
077800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077900     MOVE '  CHECK ORDERS IN MAINTENANCE     ' TO SUM-LIT.
078000     MOVE WS-TOT-JRNL-ORDERS TO SUM-COUNT.
078100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078200     MOVE '  APPLIED TO THE CHECK-ORDER FILE ' TO SUM-LIT.
078300     MOVE WS-TOT-JRNL-APPLIED TO SUM-COUNT.
078400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078500     MOVE '  WITH NO SERIAL RANGE GIVEN      ' TO SUM-LIT.
078600     MOVE WS-TOT-JRNL-NO-RANGE TO SUM-COUNT.
078700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078800     MOVE 'ARCHIVE RECORDS READ              ' TO SUM-LIT.
078900     MOVE WS-TOT-ARCHIVE TO SUM-COUNT.
079000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079100     MOVE 'ACCOUNTS REVIEWED                 ' TO SUM-LIT.
079200     MOVE WS-TOT-REVIEWED TO SUM-COUNT.
079300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079400     MOVE '  NO SERIAL RANGE ON FILE         ' TO SUM-LIT.
079500     MOVE WS-TOT-NO-RANGE TO SUM-COUNT.
079600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079700     MOVE '  WITHIN THE REORDER THRESHOLD    ' TO SUM-LIT.
079800     MOVE WS-TOT-DUE TO SUM-COUNT.
079900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080000     MOVE '    ORDER ALREADY PLACED          ' TO SUM-LIT.
080100     MOVE WS-TOT-RECENT TO SUM-COUNT.
080200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080300     MOVE '    NOT ON MASTER                 ' TO SUM-LIT.
080400     MOVE WS-TOT-NOT-ON-MASTER TO SUM-COUNT.
080500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080600     MOVE '    ACCOUNT CLOSED                ' TO SUM-LIT.
080700     MOVE WS-TOT-CLOSED TO SUM-COUNT.
080800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080900     MOVE '    ACCOUNT DORMANT               ' TO SUM-LIT.
081000     MOVE WS-TOT-DORMANT TO SUM-COUNT.
081100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081200     MOVE '    NO NAME AND ADDRESS           ' TO SUM-LIT.
081300     MOVE WS-TOT-NO-NAME TO SUM-COUNT.
081400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081500     MOVE '    RETURNED MAIL                 ' TO SUM-LIT.
081600     MOVE WS-TOT-RETURNED-MAIL TO SUM-COUNT.
081700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081800     MOVE '    ORDERED                       ' TO SUM-LIT.
081900     MOVE WS-TOT-ORDERED TO SUM-COUNT.
082000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082100     MOVE 'CHECKS ORDERED                    ' TO SUM-LIT.
082200     MOVE WS-TOT-CHECKS-ORDERED TO SUM-COUNT.
082300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082400     MOVE 'CHECK-ORDER ENTRIES NOT TABLED    ' TO SUM-LIT.
082500     MOVE WS-TOT-NOT-TABLED TO SUM-COUNT.
082600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082620     IF  WS-TOT-NOT-TABLED GREATER THAN ZERO
082640         MOVE 'CHECK-ORDER TABLE FULL - NOT TABLED'
082660             TO SEC-TITLE
082680         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
082700     MOVE 'CHECK-ORDER ENTRIES WRITTEN       ' TO SUM-LIT.
082800     MOVE WS-TOT-WRITTEN TO SUM-COUNT.
082900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083000     MOVE 'W' TO MRQ-FUNCTION.
083100     MOVE 'IMCKOORD' TO MRQ-FILE-ID.
083200     MOVE WS-TOT-ORDERED TO MRQ-RECORD-COUNT.
083300     MOVE WS-TOT-CHECKS-ORDERED TO MRQ-AMOUNT-HASH.
083400     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
083500     CLOSE ORDER-STATE-IN.
083600     CLOSE FM-HISTORY-FILE.
083700     CLOSE TRAN-ARCHIVE-FILE.
083800     CLOSE NAME-ADDRESS-FILE.
083900     CLOSE CHECK-ORDER-FILE.
084000     CLOSE ORDER-STATE-OUT.
084100     CLOSE CKO-RPT.
084125     IF  WS-TOT-NOT-TABLED GREATER THAN ZERO
084150         MOVE 16 TO RETURN-CODE.
084200 9000-EXIT. EXIT.
084300 9100-PRINT-SUMMARY.
084400     MOVE SPACES TO CKO-RPT-LINE.
084500     MOVE WS-SUMMARY-LINE TO CKO-RPT-LINE.
084600     WRITE CKO-RPT-LINE.
084700 9100-EXIT. EXIT.
