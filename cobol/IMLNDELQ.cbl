*     * GN6177 * 09/04/26 JCTE LOAN DELINQUENCY AGING AND LATE CHARGES
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMLNDELQ.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/04/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMLNDELQ IS THE NIGHTLY LOAN DELINQUENCY RUN.  EVERY LOAN   *
000900*    WITH A PAST-DUE AMOUNT IS AGED FROM WMS-PAST-DUE-DATE AND   *
001000*    COUNTED INTO THE 1-29/30-59/60-89/90+ BUCKETS FOR ITS       *
001100*    WMS-LOAN-OFFICER.  THE FIRST PAST-DUE NOTICE GOES OUT THE   *
001200*    NIGHT THE LOAN CROSSES THE FIRST-NOTICE DAY COUNT, THE      *
001300*    SECOND WHEN IT CROSSES THE FIRST COUNT PLUS THE DAYS-AFTER- *
001400*    NOTICE COUNT; THE ACCOUNT'S OWN WMS-PDUE-NTC-DAYS AND       *
001500*    WMS-PDUE-DAYS-AFTER-NTC OVERRIDE THE PARAMETER CARD.  ONE   *
001600*    LATE CHARGE PER DELINQUENCY IS WRITTEN, PAST THE GRACE      *
001700*    DAYS, TO ITS OWN TRAN-FILE STREAM (IMLNDFEE) WHICH THE JCL  *
001800*    CONCATENATES INTO THE FEE GOVERNOR INTAKE (IMFGVIN) SO THE  *
001900*    DAILY FEE CAP APPLIES.  A MISSING PARAMETER CARD STOPS THE  *
001925*    RUN WITH RETURN CODE 16 BEFORE THE MASTER IS OPENED; LOANS  *
001950*    WHOSE OFFICER DOES NOT FIT THE 300-ENTRY OFFICER TABLE ARE  *
001975*    COUNTED ON THE SUMMARY AND SET RETURN CODE 4.               *
002000*----------------------------------------------------------------*
002100*               ** HISTORY OF REVISIONS **                      *
002200* DESCRIPTION                                           CHNGID  *
002300* ____________________________________________________ _______ *
002400* 09/04/26 JCTE NEW PROGRAM - LOAN PAST-DUE AGING,       GN6177 *
002500*                NOTICES AND LATE-CHARGE STREAM                 *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT    DIVISION.
002800 INPUT-OUTPUT   SECTION.
002900 FILE-CONTROL.
003000     SELECT DLQ-PARM-FILE     ASSIGN TO "IMLNDPRM"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT DLQ-NOTICE-EXT    ASSIGN TO "IMLNDNTC"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT DLQ-FEE-OUT       ASSIGN TO "IMLNDFEE"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT DLQ-AGING-RPT     ASSIGN TO "IMLNDRPT"
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DLQ-PARM-FILE
004100     RECORD CONTAINS 80 CHARACTERS.
004200 01  DLQ-PARM-RECORD.
004300     03  LQP-FIRST-NTC-DAYS          PIC 9(3).
004400     03  LQP-DAYS-AFTER-NTC          PIC 9(3).
004500     03  LQP-LATE-GRACE-DAYS         PIC 9(3).
004600     03  LQP-LATE-CHG-PCT            PIC 9V9(4).
004700     03  LQP-LATE-CHG-MIN            PIC 9(5)V99.
004800     03  LQP-LATE-CHG-MAX            PIC 9(5)V99.
004900     03  LQP-LATE-TRAN-CODE          PIC XX.
005000     03  FILLER                      PIC X(50).
005100 FD  DLQ-NOTICE-EXT
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  DLQ-NOTICE-RECORD.
005400     03  LQN-ACCOUNT                 PIC X(22).
005500     03  LQN-NOTICE-NUMBER           PIC 9.
005600     03  LQN-DAYS-PAST-DUE           PIC 9(3).
005700     03  LQN-PAST-DUE-AMT            PIC S9(13)V99 COMP-3.
005800     03  LQN-PAST-DUE-DATE           PIC X(6).
005900     03  LQN-LOAN-OFFICER            PIC X(5).
006000     03  LQN-NOTICE-DATE             PIC 9(6).
006100     03  FILLER                      PIC X(29).
006200 FD  DLQ-FEE-OUT
006300     RECORD CONTAINS 3103 CHARACTERS.
006400 01  DLQ-FEE-RECORD                  PIC X(3103).
006500 FD  DLQ-AGING-RPT
006600     RECORD CONTAINS 133 CHARACTERS.
006700 01  DLQ-AGING-RPT-LINE              PIC X(133).
006800 WORKING-STORAGE SECTION.
006900 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMLNDELQ'.
007000 77  WS-OFF-MAX                      PIC S9(3)   COMP VALUE +300.
007100     EJECT
007200     COPY SIWSDTAR.
007300     EJECT
007400     COPY IMWSTRAN.
007500     EJECT
007600 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
007700 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
007800     03  WS-RUN-YR                   PIC 99.
007900     03  WS-RUN-MO                   PIC 99.
008000     03  WS-RUN-DA                   PIC 99.
008100 01  WS-PDUE-YYMMDD                  PIC X(6)    VALUE SPACES.
008200 01  WS-LATE-YYMMDD                  PIC X(6)    VALUE SPACES.
008300     EJECT
008400 01  WS-SWITCHES.
008500     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
008600         88  WS-88-END-OF-FILE       VALUE 'Y'.
008700     03  WS-OFF-FOUND-SW             PIC X(1)    VALUE 'N'.
008800         88  WS-88-OFF-FOUND         VALUE 'Y'.
008900     03  WS-REWRITE-SW               PIC X(1)    VALUE 'N'.
009000         88  WS-88-REWRITE           VALUE 'Y'.
009025     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
009050         88  WS-88-PARM-ERROR        VALUE 'Y'.
009100 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
009200 01  WS-BKT                          PIC S9(3)   COMP VALUE 0.
009300 01  WS-NOTICE-NUMBER                PIC 9       VALUE 0.
009400 01  WS-OFF-COUNT                    PIC S9(3)   COMP VALUE 0.
009500 01  WS-DAYS-PAST-DUE                PIC S9(5)   COMP-3 VALUE 0.
009600 01  WS-PRIOR-DAYS                   PIC S9(5)   COMP-3 VALUE 0.
009700 01  WS-FIRST-NTC-DAYS               PIC S9(5)   COMP-3 VALUE 0.
009800 01  WS-SECOND-NTC-DAYS              PIC S9(5)   COMP-3 VALUE 0.
009900 01  WS-LATE-CHG-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
010000 01  WS-ACTION-LIT                   PIC X(26)   VALUE SPACES.
010100     EJECT
010200*    PER LOAN OFFICER - COUNT AND PAST-DUE DOLLARS FOR EACH OF
010300*    THE FOUR AGING BUCKETS.
010400 01  WS-OFFICER-TABLE.
010500     03  WS-OFF-ENTRY OCCURS 300 TIMES
010600                      INDEXED BY OFX.
010700         05  WS-OFF-OFFICER          PIC X(5).
010800         05  WS-OFF-BUCKET OCCURS 4 TIMES.
010900             07  WS-OFF-BKT-COUNT    PIC S9(7)   COMP-3.
011000             07  WS-OFF-BKT-AMT      PIC S9(13)V99 COMP-3.
011100     EJECT
011200 01  WS-TOTALS.
011300     03  WS-TOT-LOANS                PIC 9(7)    COMP VALUE 0.
011400     03  WS-TOT-DELINQUENT           PIC 9(7)    COMP VALUE 0.
011500     03  WS-TOT-FIRST-NTC            PIC 9(7)    COMP VALUE 0.
011600     03  WS-TOT-SECOND-NTC           PIC 9(7)    COMP VALUE 0.
011700     03  WS-TOT-LATE-CHG             PIC 9(7)    COMP VALUE 0.
011800     03  WS-TOT-WAIVED               PIC 9(7)    COMP VALUE 0.
011850     03  WS-TOT-OFF-OVERFLOW         PIC 9(7)    COMP VALUE 0.
011900     EJECT
012000 01  WS-REPORT-TITLE.
012100     03  FILLER                      PIC X(48)   VALUE
012200         'IMLNDELQ - LOAN DELINQUENCY AGING               '.
012300 01  WS-DETAIL-LINE.
012400     03  FILLER                      PIC X(4)    VALUE SPACES.
012500     03  DTL-OFFICER                 PIC X(5).
012600     03  FILLER                      PIC X(2)    VALUE SPACES.
012700     03  DTL-ACCOUNT                 PIC X(22).
012800     03  FILLER                      PIC X(2)    VALUE SPACES.
012900     03  DTL-DAYS                    PIC ZZ9.
013000     03  FILLER                      PIC X(2)    VALUE SPACES.
013100     03  DTL-PAST-DUE-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.
013200     03  FILLER                      PIC X(2)    VALUE SPACES.
013300     03  DTL-ACTION                  PIC X(26).
013400     03  FILLER                      PIC X(49)   VALUE SPACES.
013500 01  WS-OFFICER-HEAD.
013600     03  FILLER                      PIC X(4)    VALUE SPACES.
013700     03  FILLER                      PIC X(5)    VALUE 'OFFCR'.
013800     03  FILLER                      PIC X(23)   VALUE
013900         '    1-29 DAYS          '.
014000     03  FILLER                      PIC X(23)   VALUE
014100         '    30-59 DAYS         '.
014200     03  FILLER                      PIC X(23)   VALUE
014300         '    60-89 DAYS         '.
014400     03  FILLER                      PIC X(23)   VALUE
014500         '    90+ DAYS           '.
014600     03  FILLER                      PIC X(32)   VALUE SPACES.
014700 01  WS-OFFICER-LINE.
014800     03  FILLER                      PIC X(4)    VALUE SPACES.
014900     03  OFL-OFFICER                 PIC X(5).
015000     03  OFL-BUCKET OCCURS 4 TIMES.
015100         05  FILLER                  PIC X(2).
015200         05  OFL-COUNT               PIC ZZ,ZZ9.
015300         05  FILLER                  PIC X.
015400         05  OFL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
015500     03  FILLER                      PIC X(32).
015600 01  WS-SUMMARY-LINE.
015700     03  FILLER                      PIC X(4)    VALUE SPACES.
015800     03  SUM-LIT                     PIC X(34).
015900     03  SUM-COUNT                   PIC ZZZ,ZZ9.
016000     03  FILLER                      PIC X(88)   VALUE SPACES.
016020 01  WS-MESSAGE-LINE.
016040     03  FILLER                      PIC X(4)    VALUE SPACES.
016060     03  MSG-TEXT                    PIC X(60).
016080     03  FILLER                      PIC X(69)   VALUE SPACES.
016100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
016200     EJECT
016300 LINKAGE SECTION.
016400     COPY SIWSCNTL.
016500     EJECT
016600     COPY IMAWKMST.
016700     EJECT
016800     COPY IMWSENVO.
016900     EJECT
017000 PROCEDURE DIVISION.
017100*----------------------------------------------------------------*
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
017325     IF  WS-88-PARM-ERROR
017350         GOBACK.
017400     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
017500         UNTIL WS-88-END-OF-FILE.
017600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
017625     IF  WS-TOT-OFF-OVERFLOW GREATER THAN ZERO
017650         MOVE 4 TO RETURN-CODE.
017700     GOBACK.
017800     EJECT
017900 1000-INITIALIZE.
018000     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
018100     MOVE WS-RUN-MO TO DT-H-MO.
018200     MOVE WS-RUN-DA TO DT-H-DA.
018300     MOVE WS-RUN-YR TO DT-H-YR.
018400     OPEN INPUT DLQ-PARM-FILE.
018500     READ DLQ-PARM-FILE
018600         AT END MOVE 'Y' TO WS-PARM-ERROR-SW.
018700     CLOSE DLQ-PARM-FILE.
018800     OPEN OUTPUT DLQ-NOTICE-EXT.
018900     OPEN OUTPUT DLQ-FEE-OUT.
019000     OPEN OUTPUT DLQ-AGING-RPT.
019100     WRITE DLQ-AGING-RPT-LINE FROM WS-BLANK-LINE.
019200     MOVE SPACES TO DLQ-AGING-RPT-LINE.
019300     MOVE WS-REPORT-TITLE TO DLQ-AGING-RPT-LINE.
019400     WRITE DLQ-AGING-RPT-LINE.
019500     WRITE DLQ-AGING-RPT-LINE FROM WS-BLANK-LINE.
019505     IF  WS-88-PARM-ERROR
019510         MOVE 'PARAMETER CARD MISSING - RUN STOPPED' TO MSG-TEXT
019515         MOVE SPACES TO DLQ-AGING-RPT-LINE
019520         MOVE WS-MESSAGE-LINE TO DLQ-AGING-RPT-LINE
019525         WRITE DLQ-AGING-RPT-LINE
019530         CLOSE DLQ-NOTICE-EXT
019535         CLOSE DLQ-FEE-OUT
019540         CLOSE DLQ-AGING-RPT
019545         MOVE 16 TO RETURN-CODE
019550         GO TO 1000-EXIT.
019600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
019700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
019800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
019900     MOVE 'U' TO I-O-CONTROL-ACCESS.
020000     MOVE -1  TO I-O-SEND-CODE.
020100     CALL 'IMACTM' USING I-O-CONTROL-AREA
020200                         MASTER-AREA
020300                         SI-ENVIRONMENT-AREA.
020400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
020500 1000-EXIT. EXIT.
020600     EJECT
020700 2100-READ-MASTER.
020800     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
020900     MOVE -1   TO I-O-SEND-CODE.
021000     CALL 'IMACTM' USING I-O-CONTROL-AREA
021100                         MASTER-AREA
021200                         SI-ENVIRONMENT-AREA.
021300     IF  I-O-88-END-OF-FILE
021400         MOVE 'Y' TO WS-END-OF-FILE-SW.
021500 2100-EXIT. EXIT.
021600     EJECT
021700*----------------------------------------------------------------*
021800*    2000-PROCESS-ACCOUNT - AGE ONE LOAN, THEN DECIDE NOTICES    *
021900*    AND THE LATE CHARGE.  THE PRIOR NIGHT'S WMS-PAST-DUE-DAYS   *
022000*    TELLS WHETHER A NOTICE DAY COUNT WAS CROSSED SINCE THE LAST *
022100*    RUN, SO A SKIPPED NIGHT NEVER LOSES A NOTICE.               *
022200*----------------------------------------------------------------*
022300 2000-PROCESS-ACCOUNT.
022400     IF  WMS-LOAN-TRLR NOT EQUAL '1'
022500         GO TO 2000-NEXT.
022600     ADD 1 TO WS-TOT-LOANS.
022700     MOVE 'N' TO WS-REWRITE-SW.
022800     MOVE WMS-PAST-DUE-DAYS TO WS-PRIOR-DAYS.
022900     IF  WMS-PAST-DUE-AMT NOT GREATER THAN ZERO
023000     OR  WMS-PAST-DUE-DATE EQUAL SPACES OR LOW-VALUES
023100         IF  WS-PRIOR-DAYS NOT EQUAL ZERO
023200             MOVE ZERO TO WMS-PAST-DUE-DAYS
023300             PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT
023400             GO TO 2000-NEXT
023500         ELSE
023600             GO TO 2000-NEXT.
023700     MOVE WMS-PAST-DUE-MO TO DT-L-MO.
023800     MOVE WMS-PAST-DUE-DA TO DT-L-DA.
023900     MOVE WMS-PAST-DUE-YR TO DT-L-YR.
024000     CALL 'SIDIF1' USING DATE-AREA.
024100     MOVE RET-DAYS TO WS-DAYS-PAST-DUE.
024200     IF  WS-DAYS-PAST-DUE LESS THAN 1
024300         GO TO 2000-NEXT.
024400     IF  WS-DAYS-PAST-DUE GREATER THAN 999
024500         MOVE 999 TO WS-DAYS-PAST-DUE.
024600     ADD 1 TO WS-TOT-DELINQUENT.
024700     PERFORM 2200-BUCKET THRU 2200-EXIT.
024800     MOVE WS-DAYS-PAST-DUE TO WMS-PAST-DUE-DAYS.
024900     MOVE 'Y' TO WS-REWRITE-SW.
025000     MOVE SPACES TO WS-ACTION-LIT.
025100     PERFORM 2300-NOTICES THRU 2300-EXIT.
025200     PERFORM 2400-LATE-CHARGE THRU 2400-EXIT.
025300     IF  WS-ACTION-LIT NOT EQUAL SPACES
025400         PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT.
025500     IF  WS-88-REWRITE
025600         PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
025700 2000-NEXT.
025800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
025900 2000-EXIT. EXIT.
026000     EJECT
026100 2200-BUCKET.
026200     IF  WS-DAYS-PAST-DUE LESS THAN 30
026300         MOVE 1 TO WS-BKT
026400     ELSE
026500     IF  WS-DAYS-PAST-DUE LESS THAN 60
026600         MOVE 2 TO WS-BKT
026700     ELSE
026800     IF  WS-DAYS-PAST-DUE LESS THAN 90
026900         MOVE 3 TO WS-BKT
027000     ELSE
027100         MOVE 4 TO WS-BKT.
027200     MOVE 'N' TO WS-OFF-FOUND-SW.
027300     PERFORM 2210-SCAN-OFFICER THRU 2210-EXIT
027400         VARYING WS-SUB FROM 1 BY 1
027500         UNTIL WS-SUB GREATER THAN WS-OFF-COUNT
027600            OR WS-88-OFF-FOUND.
027700     IF  NOT WS-88-OFF-FOUND
027800         IF  WS-OFF-COUNT LESS THAN WS-OFF-MAX
027900             ADD 1 TO WS-OFF-COUNT
028000             SET OFX TO WS-OFF-COUNT
028100             MOVE WMS-LOAN-OFFICER TO WS-OFF-OFFICER (OFX)
028200             PERFORM 2220-CLEAR-BUCKET THRU 2220-EXIT
028300                 VARYING WS-SUB FROM 1 BY 1
028400                 UNTIL WS-SUB GREATER THAN 4
028500             MOVE 'Y' TO WS-OFF-FOUND-SW
028600         ELSE
028700             ADD 1 TO WS-TOT-OFF-OVERFLOW
028750             GO TO 2200-EXIT.
028800     ADD 1 TO WS-OFF-BKT-COUNT (OFX WS-BKT).
028900     ADD WMS-PAST-DUE-AMT TO WS-OFF-BKT-AMT (OFX WS-BKT).
029000 2200-EXIT. EXIT.
029100 2210-SCAN-OFFICER.
029200     SET OFX TO WS-SUB.
029300     IF  WS-OFF-OFFICER (OFX) EQUAL WMS-LOAN-OFFICER
029400         MOVE 'Y' TO WS-OFF-FOUND-SW.
029500 2210-EXIT. EXIT.
029600 2220-CLEAR-BUCKET.
029700     MOVE ZERO TO WS-OFF-BKT-COUNT (OFX WS-SUB)
029800                  WS-OFF-BKT-AMT (OFX WS-SUB).
029900 2220-EXIT. EXIT.
030000     EJECT
030100*----------------------------------------------------------------*
030200*    2300-NOTICES - FIRST AND SECOND PAST-DUE NOTICES.           *
030300*----------------------------------------------------------------*
030400 2300-NOTICES.
030500     IF  WMS-PDUE-NTC-DAYS NUMERIC
030600     AND WMS-PDUE-NTC-DAYS GREATER THAN ZERO
030700         MOVE WMS-PDUE-NTC-DAYS TO WS-FIRST-NTC-DAYS
030800     ELSE
030900         MOVE LQP-FIRST-NTC-DAYS TO WS-FIRST-NTC-DAYS.
031000     IF  WMS-PDUE-DAYS-AFTER-NTC NUMERIC
031100     AND WMS-PDUE-DAYS-AFTER-NTC GREATER THAN ZERO
031200         COMPUTE WS-SECOND-NTC-DAYS = WS-FIRST-NTC-DAYS
031300                                    + WMS-PDUE-DAYS-AFTER-NTC
031400     ELSE
031500         COMPUTE WS-SECOND-NTC-DAYS = WS-FIRST-NTC-DAYS
031600                                    + LQP-DAYS-AFTER-NTC.
031700     IF  WS-FIRST-NTC-DAYS GREATER THAN ZERO
031800     AND WS-DAYS-PAST-DUE NOT LESS THAN WS-FIRST-NTC-DAYS
031900     AND WS-PRIOR-DAYS LESS THAN WS-FIRST-NTC-DAYS
032000         ADD 1 TO WS-TOT-FIRST-NTC
032100         MOVE 1 TO WS-NOTICE-NUMBER
032200         PERFORM 2310-WRITE-NOTICE THRU 2310-EXIT
032300         MOVE 'FIRST PAST-DUE NOTICE     ' TO WS-ACTION-LIT.
032400     IF  WS-SECOND-NTC-DAYS GREATER THAN WS-FIRST-NTC-DAYS
032500     AND WS-DAYS-PAST-DUE NOT LESS THAN WS-SECOND-NTC-DAYS
032600     AND WS-PRIOR-DAYS LESS THAN WS-SECOND-NTC-DAYS
032700         ADD 1 TO WS-TOT-SECOND-NTC
032800         MOVE 2 TO WS-NOTICE-NUMBER
032900         PERFORM 2310-WRITE-NOTICE THRU 2310-EXIT
033000         MOVE 'SECOND PAST-DUE NOTICE    ' TO WS-ACTION-LIT.
033100 2300-EXIT. EXIT.
033200 2310-WRITE-NOTICE.
033300     MOVE SPACES TO DLQ-NOTICE-RECORD.
033400     MOVE WMS-CONTROL-KEY     TO LQN-ACCOUNT.
033500     MOVE WS-NOTICE-NUMBER    TO LQN-NOTICE-NUMBER.
033600     MOVE WS-DAYS-PAST-DUE    TO LQN-DAYS-PAST-DUE.
033700     MOVE WMS-PAST-DUE-AMT    TO LQN-PAST-DUE-AMT.
033800     MOVE WMS-PAST-DUE-DATE   TO LQN-PAST-DUE-DATE.
033900     MOVE WMS-LOAN-OFFICER    TO LQN-LOAN-OFFICER.
034000     MOVE WS-RUN-DATE-YYMMDD  TO LQN-NOTICE-DATE.
034100     WRITE DLQ-NOTICE-RECORD.
034200 2310-EXIT. EXIT.
034300     EJECT
034400*----------------------------------------------------------------*
034500*    2400-LATE-CHARGE - ONE CHARGE PER DELINQUENCY: NONE IF THE  *
034600*    LAST LATE CHARGE IS ON OR AFTER THE CURRENT PAST-DUE DATE.  *
034700*    THE CHARGE IS A PERCENT OF THE PAST-DUE AMOUNT HELD INSIDE  *
034800*    THE CARD MINIMUM AND MAXIMUM.                               *
034900*----------------------------------------------------------------*
035000 2400-LATE-CHARGE.
035100     IF  WS-DAYS-PAST-DUE NOT GREATER THAN LQP-LATE-GRACE-DAYS
035200         GO TO 2400-EXIT.
035300     MOVE WMS-PAST-DUE-YR TO WS-PDUE-YYMMDD (1:2).
035400     MOVE WMS-PAST-DUE-MO TO WS-PDUE-YYMMDD (3:2).
035500     MOVE WMS-PAST-DUE-DA TO WS-PDUE-YYMMDD (5:2).
035600     MOVE WMS-LAST-LATE-YR TO WS-LATE-YYMMDD (1:2).
035700     MOVE WMS-LAST-LATE-MO TO WS-LATE-YYMMDD (3:2).
035800     MOVE WMS-LAST-LATE-DA TO WS-LATE-YYMMDD (5:2).
035900     IF  WMS-DATE-LAST-LATE-CHG NOT EQUAL SPACES
036000     AND WMS-DATE-LAST-LATE-CHG NOT EQUAL LOW-VALUES
036100     AND WS-LATE-YYMMDD NOT LESS THAN WS-PDUE-YYMMDD
036200         GO TO 2400-EXIT.
036300     IF  WMS-WAIVE-FEE EQUAL 'Y'
036400         ADD 1 TO WS-TOT-WAIVED
036500         MOVE 'LATE CHARGE WAIVED        ' TO WS-ACTION-LIT
036600         GO TO 2400-EXIT.
036700     COMPUTE WS-LATE-CHG-AMT ROUNDED =
036800         WMS-PAST-DUE-AMT * LQP-LATE-CHG-PCT.
036900     IF  WS-LATE-CHG-AMT LESS THAN LQP-LATE-CHG-MIN
037000         MOVE LQP-LATE-CHG-MIN TO WS-LATE-CHG-AMT.
037100     IF  LQP-LATE-CHG-MAX GREATER THAN ZERO
037200     AND WS-LATE-CHG-AMT GREATER THAN LQP-LATE-CHG-MAX
037300         MOVE LQP-LATE-CHG-MAX TO WS-LATE-CHG-AMT.
037400     IF  WS-LATE-CHG-AMT NOT GREATER THAN ZERO
037500         GO TO 2400-EXIT.
037600     ADD 1 TO WS-TOT-LATE-CHG.
037700     MOVE LOW-VALUES TO TRAN-FILE.
037800     MOVE WMS-CONTROL-KEY TO TR-KEY.
037900     MOVE LQP-LATE-TRAN-CODE TO TR-TRAN-CODE.
038000     MOVE WS-LATE-CHG-AMT TO TR-AMOUNT.
038100     MOVE ZERO TO TR-NO-AMT.
038200     MOVE 'LQ' TO TR-SOURCE.
038300     MOVE TRAN-FILE TO DLQ-FEE-RECORD.
038400     WRITE DLQ-FEE-RECORD.
038500     MOVE WS-RUN-MO TO WMS-LAST-LATE-MO.
038600     MOVE WS-RUN-DA TO WMS-LAST-LATE-DA.
038700     MOVE WS-RUN-YR TO WMS-LAST-LATE-YR.
038800     MOVE 'LATE CHARGE TO GOVERNOR   ' TO WS-ACTION-LIT.
038900 2400-EXIT. EXIT.
039000     EJECT
039100 2700-REWRITE-MASTER.
039200     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
039300     MOVE -1   TO I-O-SEND-CODE.
039400     CALL 'IMACTM' USING I-O-CONTROL-AREA
039500                         MASTER-AREA
039600                         SI-ENVIRONMENT-AREA.
039700 2700-EXIT. EXIT.
039800     EJECT
039900 2800-PRINT-DETAIL.
040000     MOVE WMS-LOAN-OFFICER    TO DTL-OFFICER.
040100     MOVE WMS-CONTROL-KEY     TO DTL-ACCOUNT.
040200     MOVE WS-DAYS-PAST-DUE    TO DTL-DAYS.
040300     MOVE WMS-PAST-DUE-AMT    TO DTL-PAST-DUE-AMT.
040400     MOVE WS-ACTION-LIT       TO DTL-ACTION.
040500     MOVE SPACES TO DLQ-AGING-RPT-LINE.
040600     MOVE WS-DETAIL-LINE TO DLQ-AGING-RPT-LINE.
040700     WRITE DLQ-AGING-RPT-LINE.
040800 2800-EXIT. EXIT.
040900     EJECT
041000*----------------------------------------------------------------*
041100*    9000-TERMINATE - AGING BY OFFICER, SUMMARY TOTALS AND FILE  *
041200*    CLOSES.                                                     *
041300*----------------------------------------------------------------*
041400 9000-TERMINATE.
041500     WRITE DLQ-AGING-RPT-LINE FROM WS-BLANK-LINE.
041600     MOVE SPACES TO DLQ-AGING-RPT-LINE.
041700     MOVE WS-OFFICER-HEAD TO DLQ-AGING-RPT-LINE.
041800     WRITE DLQ-AGING-RPT-LINE.
041900     PERFORM 9200-PRINT-OFFICER THRU 9200-EXIT
042000         VARYING WS-SUB FROM 1 BY 1
042100         UNTIL WS-SUB GREATER THAN WS-OFF-COUNT.
042200     WRITE DLQ-AGING-RPT-LINE FROM WS-BLANK-LINE.
042300     MOVE 'LOANS SCANNED                     ' TO SUM-LIT.
042400     MOVE WS-TOT-LOANS TO SUM-COUNT.
042500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042600     MOVE 'LOANS PAST DUE                    ' TO SUM-LIT.
042700     MOVE WS-TOT-DELINQUENT TO SUM-COUNT.
042800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042900     MOVE 'FIRST PAST-DUE NOTICES            ' TO SUM-LIT.
043000     MOVE WS-TOT-FIRST-NTC TO SUM-COUNT.
043100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043200     MOVE 'SECOND PAST-DUE NOTICES           ' TO SUM-LIT.
043300     MOVE WS-TOT-SECOND-NTC TO SUM-COUNT.
043400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043500     MOVE 'LATE CHARGES TO FEE GOVERNOR      ' TO SUM-LIT.
043600     MOVE WS-TOT-LATE-CHG TO SUM-COUNT.
043700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043800     MOVE 'LATE CHARGES WAIVED               ' TO SUM-LIT.
043900     MOVE WS-TOT-WAIVED TO SUM-COUNT.
044000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
044025     MOVE 'LOANS UNAGED - OFFICER TABLE FULL ' TO SUM-LIT.
044050     MOVE WS-TOT-OFF-OVERFLOW TO SUM-COUNT.
044075     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
044100     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
044200     MOVE -1   TO I-O-SEND-CODE.
044300     CALL 'IMACTM' USING I-O-CONTROL-AREA
044400                         MASTER-AREA
044500                         SI-ENVIRONMENT-AREA.
044600     CLOSE DLQ-NOTICE-EXT.
044700     CLOSE DLQ-FEE-OUT.
044800     CLOSE DLQ-AGING-RPT.
044900 9000-EXIT. EXIT.
045000 9100-PRINT-SUMMARY.
045100     MOVE SPACES TO DLQ-AGING-RPT-LINE.
045200     MOVE WS-SUMMARY-LINE TO DLQ-AGING-RPT-LINE.
045300     WRITE DLQ-AGING-RPT-LINE.
045400 9100-EXIT. EXIT.
045500 9200-PRINT-OFFICER.
045600     SET OFX TO WS-SUB.
045700     MOVE SPACES TO WS-OFFICER-LINE.
045800     MOVE WS-OFF-OFFICER (OFX) TO OFL-OFFICER.
045900     PERFORM 9210-ONE-BUCKET THRU 9210-EXIT
046000         VARYING WS-BKT FROM 1 BY 1
046100         UNTIL WS-BKT GREATER THAN 4.
046200     MOVE SPACES TO DLQ-AGING-RPT-LINE.
046300     MOVE WS-OFFICER-LINE TO DLQ-AGING-RPT-LINE.
046400     WRITE DLQ-AGING-RPT-LINE.
046500 9200-EXIT. EXIT.
046600 9210-ONE-BUCKET.
046700     MOVE WS-OFF-BKT-COUNT (OFX WS-BKT) TO OFL-COUNT (WS-BKT).
046800     MOVE WS-OFF-BKT-AMT (OFX WS-BKT)   TO OFL-AMOUNT (WS-BKT).
046900 9210-EXIT. EXIT.
