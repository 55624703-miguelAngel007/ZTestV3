*     * GN6224 * 10/15/26 JCTE YEAR-END ROLLOVER SNAPSHOT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMYESNAP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMYESNAP IS THE PRE-ROLLOVER STEP OF YEAR-END.  JUST BEFORE *
000900*    THE YEAR-END ROLLOVER MOVES THE YTD BUCKETS INTO THEIR      *
001000*    PRIOR-YEAR FIELDS AND ZEROES THEM, EVERY ACCOUNT'S YEAR-    *
001100*    END-SENSITIVE FIELDS (IMWSYEBK BUCKETS - SERVICE CHARGE,    *
001200*    IOD AND SAVINGS INTEREST AND WITHHOLDING, OVERDRAFT AND     *
001300*    LOAN YTD FIELDS, THE DUAL-YEAR TAX TRAILER AND THE PLAN     *
001400*    TRAILER YEAR-END VALUES) ARE WRITTEN TO THE KEYED SNAPSHOT  *
001500*    IMYESNAP (IMWSYESN), FOLLOWED BY A CONTROL RECORD WITH THE  *
001600*    ACCOUNT COUNT AND THE CONTROL TOTAL OF EACH BUCKET.  THE    *
001700*    SNAPSHOT IS MANIFESTED THROUGH IMMANFST SO IMYEPRUF (THE    *
001800*    POST-ROLLOVER PROOF) AND IMYEBKO (THE BACKOUT) CAN PROVE IT *
001900*    IS WHOLE BEFORE THEY USE IT.  THE MASTER IS OPENED FOR      *
002000*    INQUIRY ONLY.                                               *
002100*----------------------------------------------------------------*
002200*    THE PARAMETER CARD GIVES THE RUN DATE (YYMMDD) AND THE TAX  *
002300*    YEAR BEING CLOSED.  WITHOUT A TAX YEAR A RUN IN JANUARY     *
002400*    THROUGH JUNE SNAPSHOTS THE PRIOR CALENDAR YEAR, A RUN IN    *
002500*    JULY THROUGH DECEMBER THE CURRENT ONE.  A SNAPSHOT RECORD   *
002600*    THAT CANNOT BE WRITTEN SETS RETURN CODE 8 SO THE ROLLOVER   *
002700*    IS NOT RUN AGAINST AN INCOMPLETE SNAPSHOT.                  *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 10/15/26 JCTE NEW PROGRAM - PRE-ROLLOVER YEAR-END      GN6224 *
003300*                SNAPSHOT WITH CONTROL TOTALS                   *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT YES-PARM-FILE     ASSIGN TO "IMYESPRM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT YE-SNAPSHOT-FILE  ASSIGN TO "IMYESNAP"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS YES-CONTROL-KEY
004400         FILE STATUS IS WS-SNP-FILE-STATUS.
004500     SELECT YES-REPORT        ASSIGN TO "IMYESRPT"
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  YES-PARM-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  YES-PARM-RECORD.
005200     03  YSP-RUN-DATE                PIC 9(6).
005300     03  YSP-TAX-YEAR                PIC 9(4).
005400     03  FILLER                      PIC X(70).
005500 FD  YE-SNAPSHOT-FILE
005600     RECORD CONTAINS 700 CHARACTERS.
005700     COPY IMWSYESN.
005800 FD  YES-REPORT
005900     RECORD CONTAINS 133 CHARACTERS.
006000 01  YES-REPORT-LINE                 PIC X(133).
006100 WORKING-STORAGE SECTION.
006200 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYESNAP'.
006300*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
006400*    EVERY CALL TO IMACTM RESETS RETURN-CODE.
006500 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
006600 77  WS-SNP-FILE-STATUS              PIC X(2)    VALUE SPACES.
006700 01  WS-SWITCHES.
006800     03  WS-MST-EOF-SW               PIC X(1)    VALUE 'N'.
006900         88  WS-88-MST-EOF           VALUE 'Y'.
007000 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
007100 01  WS-RUN-DATE-YYMMDD              PIC 9(6)    VALUE 0.
007200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
007300     03  WS-RUN-YR                   PIC 99.
007400     03  WS-RUN-MO                   PIC 99.
007500     03  WS-RUN-DA                   PIC 99.
007600 01  WS-TAX-YEAR                     PIC 9(4)    VALUE 0.
007700 01  WS-HASH                         PIC S9(15)V99 COMP-3 VALUE 0.
007800     EJECT
007900     COPY IMWSYEBK.
008000     EJECT
008100     COPY SIWSCNTL.
008200     EJECT
008300     COPY IMAWKMST.
008400     EJECT
008500     COPY IMWSENVO.
008600     EJECT
008700     COPY IMWSMNRQ.
008800     EJECT
008900*----------------------------------------------------------------*
009000*    CONTROL TOTALS BY BUCKET.                                   *
009100*----------------------------------------------------------------*
009200 01  WS-CONTROL-TABLE.
009300     03  WS-CTL-ENTRY OCCURS 34 TIMES.
009400         05  WS-CTL-CUR              PIC S9(15)V99 COMP-3.
009500         05  WS-CTL-PRV              PIC S9(15)V99 COMP-3.
009600         05  WS-CTL-ACCTS            PIC 9(7)    COMP.
009700 01  WS-TOTALS.
009800     03  WS-TOT-ACCOUNTS             PIC 9(9)    COMP VALUE 0.
009900     03  WS-TOT-WRITTEN              PIC 9(9)    COMP VALUE 0.
010000     03  WS-TOT-WRITE-ERRORS         PIC 9(7)    COMP VALUE 0.
010100     03  WS-TOT-SAV                  PIC 9(7)    COMP VALUE 0.
010200     03  WS-TOT-OD                   PIC 9(7)    COMP VALUE 0.
010300     03  WS-TOT-LOAN                 PIC 9(7)    COMP VALUE 0.
010400     03  WS-TOT-DUAL                 PIC 9(7)    COMP VALUE 0.
010500     03  WS-TOT-PLAN                 PIC 9(7)    COMP VALUE 0.
010600     EJECT
010700 01  WS-REPORT-TITLE.
010800     03  FILLER                      PIC X(48)   VALUE
010900         'IMYESNAP - YEAR-END PRE-ROLLOVER SNAPSHOT   RUN '.
011000     03  TTL-RUN-DATE                PIC X(8).
011100     03  FILLER                      PIC X(11)   VALUE
011200         '  TAX YEAR '.
011300     03  TTL-TAX-YEAR                PIC 9(4).
011400     03  FILLER                      PIC X(62)   VALUE SPACES.
011500 01  WS-SECTION-LINE.
011600     03  FILLER                      PIC X(3)    VALUE SPACES.
011700     03  SEC-TEXT                    PIC X(60).
011800     03  FILLER                      PIC X(70)   VALUE SPACES.
011900 01  WS-BUCKET-HEADING.
012000     03  FILLER                      PIC X(33)   VALUE
012100         '   NO BUCKET'.
012200     03  FILLER                      PIC X(54)   VALUE
012300         'CURRENT-YEAR TOTAL         PRIOR-YEAR TOTAL   ACCOUNTS'.
012400     03  FILLER                      PIC X(46)   VALUE SPACES.
012500 01  WS-BUCKET-LINE.
012600     03  FILLER                      PIC X(3)    VALUE SPACES.
012700     03  BKL-NO                      PIC Z9.
012800     03  FILLER                      PIC X(1)    VALUE SPACES.
012900     03  BKL-NAME                    PIC X(20).
013000     03  FILLER                      PIC X(2)    VALUE SPACES.
013100     03  BKL-CUR                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
013200     03  FILLER                      PIC X(2)    VALUE SPACES.
013300     03  BKL-PRV                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
013400     03  FILLER                      PIC X(2)    VALUE SPACES.
013500     03  BKL-ACCTS                   PIC Z,ZZZ,ZZ9.
013600     03  FILLER                      PIC X(48)   VALUE SPACES.
013700 01  WS-MESSAGE-LINE.
013800     03  FILLER                      PIC X(4)    VALUE SPACES.
013900     03  MSG-TEXT                    PIC X(40).
014000     03  MSG-KEY                     PIC X(22).
014100     03  FILLER                      PIC X(2)    VALUE SPACES.
014200     03  MSG-STATUS                  PIC X(2).
014300     03  FILLER                      PIC X(63)   VALUE SPACES.
014400 01  WS-SUMMARY-LINE.
014500     03  FILLER                      PIC X(4)    VALUE SPACES.
014600     03  SUM-LIT                     PIC X(34).
014700     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
014800     03  FILLER                      PIC X(84)   VALUE SPACES.
014900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
015000     EJECT
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------------*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
015500     PERFORM 2000-SNAP-ACCOUNT     THRU 2000-EXIT
015600         UNTIL WS-88-MST-EOF.
015700     PERFORM 3000-WRITE-CONTROL    THRU 3000-EXIT.
015800     PERFORM 4000-PRINT-BUCKETS    THRU 4000-EXIT.
015900     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
016000     GOBACK.
016100     EJECT
016200*----------------------------------------------------------------*
016300*    1000-INITIALIZE - PARAMETER CARD, TAX YEAR, FILES AND THE   *
016400*    MASTER OPENED FOR INQUIRY ONLY.                             *
016500*----------------------------------------------------------------*
016600 1000-INITIALIZE.
016700     OPEN INPUT YES-PARM-FILE.
016800     READ YES-PARM-FILE
016900         AT END MOVE SPACES TO YES-PARM-RECORD.
017000     CLOSE YES-PARM-FILE.
017100     IF  YSP-RUN-DATE NUMERIC
017200     AND YSP-RUN-DATE GREATER THAN ZERO
017300         MOVE YSP-RUN-DATE TO WS-RUN-DATE-YYMMDD
017400     ELSE
017500         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
017600     IF  WS-RUN-YR LESS THAN 50
017700         COMPUTE WS-TAX-YEAR = 2000 + WS-RUN-YR
017800     ELSE
017900         COMPUTE WS-TAX-YEAR = 1900 + WS-RUN-YR.
018000     IF  WS-RUN-MO LESS THAN 7
018100         SUBTRACT 1 FROM WS-TAX-YEAR.
018200     IF  YSP-TAX-YEAR NUMERIC
018300     AND YSP-TAX-YEAR GREATER THAN ZERO
018400         MOVE YSP-TAX-YEAR TO WS-TAX-YEAR.
018500     PERFORM 1100-CLEAR-CONTROL THRU 1100-EXIT
018600         VARYING WS-SUB FROM 1 BY 1
018700         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
018800     OPEN OUTPUT YE-SNAPSHOT-FILE.
018900     OPEN OUTPUT YES-REPORT.
019000     MOVE SPACES TO TTL-RUN-DATE.
019100     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
019200         DELIMITED BY SIZE INTO TTL-RUN-DATE.
019300     MOVE WS-TAX-YEAR TO TTL-TAX-YEAR.
019400     WRITE YES-REPORT-LINE FROM WS-BLANK-LINE.
019500     MOVE SPACES TO YES-REPORT-LINE.
019600     MOVE WS-REPORT-TITLE TO YES-REPORT-LINE.
019700     WRITE YES-REPORT-LINE.
019800     WRITE YES-REPORT-LINE FROM WS-BLANK-LINE.
019900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
020000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
020100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
020200     MOVE 'I' TO I-O-CONTROL-ACCESS.
020300     MOVE -1  TO I-O-SEND-CODE.
020400     CALL 'IMACTM' USING I-O-CONTROL-AREA
020500                         MASTER-AREA
020600                         SI-ENVIRONMENT-AREA.
020700 1000-EXIT. EXIT.
020800 1100-CLEAR-CONTROL.
020900     MOVE ZERO TO WS-CTL-CUR (WS-SUB)
021000                  WS-CTL-PRV (WS-SUB)
021100                  WS-CTL-ACCTS (WS-SUB).
021200 1100-EXIT. EXIT.
021300     EJECT
021400*----------------------------------------------------------------*
021500*    2000-SNAP-ACCOUNT - ONE SNAPSHOT RECORD PER ACCOUNT, IN     *
021600*    MASTER (CONTROL KEY) ORDER.                                 *
021700*----------------------------------------------------------------*
021800 2000-SNAP-ACCOUNT.
021900     MOVE 'R' TO I-O-CONTROL-OPERATOR.
022000     MOVE -1  TO I-O-SEND-CODE.
022100     CALL 'IMACTM' USING I-O-CONTROL-AREA
022200                         MASTER-AREA
022300                         SI-ENVIRONMENT-AREA.
022400     IF  I-O-88-END-OF-FILE
022500         MOVE 'Y' TO WS-MST-EOF-SW
022600         GO TO 2000-EXIT.
022700     IF  NOT I-O-88-NORMAL-RET
022800         MOVE 'Y' TO WS-MST-EOF-SW
022900         GO TO 2000-EXIT.
023000     ADD 1 TO WS-TOT-ACCOUNTS.
023100     PERFORM YEB-CAPTURE THRU YEB-CAPTURE-EXIT.
023200     MOVE SPACES             TO YE-SNAPSHOT-RECORD.
023300     MOVE WMS-CONTROL-KEY    TO YES-CONTROL-KEY.
023400     MOVE 'A'                TO YES-RECORD-TYPE.
023500     MOVE WS-RUN-DATE-YYMMDD TO YES-SNAP-DATE.
023600     MOVE WS-TAX-YEAR        TO YES-TAX-YEAR.
023700     MOVE WMS-ACCT-TYPE      TO YES-ACCT-TYPE.
023800     MOVE YEB-TRAILERS       TO YES-TRAILERS.
023900     PERFORM 2100-MOVE-BUCKET THRU 2100-EXIT
024000         VARYING WS-SUB FROM 1 BY 1
024100         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
024200     MOVE YEB-PLN-XRF-YTD-REM TO YES-PLN-XRF-YTD-REM.
024300     WRITE YE-SNAPSHOT-RECORD
024400         INVALID KEY ADD 1 TO WS-TOT-WRITE-ERRORS
024500                     MOVE 'SNAPSHOT RECORD NOT WRITTEN'
024600                                          TO MSG-TEXT
024700                     MOVE WMS-CONTROL-KEY TO MSG-KEY
024800                     MOVE WS-SNP-FILE-STATUS TO MSG-STATUS
024900                     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
025000                     MOVE 8 TO WS-RUN-RC
025100                     GO TO 2000-EXIT.
025200     ADD 1 TO WS-TOT-WRITTEN.
025300     IF  YEB-88-SAV
025400         ADD 1 TO WS-TOT-SAV.
025500     IF  YEB-88-OD
025600         ADD 1 TO WS-TOT-OD.
025700     IF  YEB-88-LOAN
025800         ADD 1 TO WS-TOT-LOAN.
025900     IF  YEB-88-DUAL
026000         ADD 1 TO WS-TOT-DUAL.
026100     IF  YEB-88-PLAN
026200         ADD 1 TO WS-TOT-PLAN.
026300     PERFORM 2200-ADD-CONTROL THRU 2200-EXIT
026400         VARYING WS-SUB FROM 1 BY 1
026500         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
026600 2000-EXIT. EXIT.
026700 2100-MOVE-BUCKET.
026800     MOVE YEB-CUR (WS-SUB) TO YES-CUR (WS-SUB).
026900     MOVE YEB-PRV (WS-SUB) TO YES-PRV (WS-SUB).
027000 2100-EXIT. EXIT.
027100 2200-ADD-CONTROL.
027200     ADD YEB-CUR (WS-SUB) TO WS-CTL-CUR (WS-SUB)
027300                             WS-HASH.
027400     ADD YEB-PRV (WS-SUB) TO WS-CTL-PRV (WS-SUB).
027500     IF  YEB-CUR (WS-SUB) NOT EQUAL ZERO
027600         ADD 1 TO WS-CTL-ACCTS (WS-SUB).
027700 2200-EXIT. EXIT.
027800     EJECT
027900*----------------------------------------------------------------*
028000*    3000-WRITE-CONTROL - THE CONTROL RECORD (KEY HIGH-VALUES)   *
028100*    AND THE MANIFEST ENTRY FOR THE SNAPSHOT.                    *
028200*----------------------------------------------------------------*
028300 3000-WRITE-CONTROL.
028400     MOVE SPACES             TO YE-SNAPSHOT-RECORD.
028500     MOVE HIGH-VALUES        TO YES-CONTROL-KEY.
028600     MOVE 'C'                TO YES-RECORD-TYPE.
028700     MOVE WS-RUN-DATE-YYMMDD TO YES-SNAP-DATE.
028800     MOVE WS-TAX-YEAR        TO YES-TAX-YEAR.
028900     MOVE WS-TOT-WRITTEN     TO YES-CTL-ACCOUNTS.
029000     PERFORM 3100-MOVE-CONTROL THRU 3100-EXIT
029100         VARYING WS-SUB FROM 1 BY 1
029200         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
029300     WRITE YE-SNAPSHOT-RECORD
029400         INVALID KEY ADD 1 TO WS-TOT-WRITE-ERRORS
029500                     MOVE 'CONTROL RECORD NOT WRITTEN' TO MSG-TEXT
029600                     MOVE SPACES TO MSG-KEY
029700                     MOVE WS-SNP-FILE-STATUS TO MSG-STATUS
029800                     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
029900                     MOVE 8 TO WS-RUN-RC.
030000     MOVE 'W' TO MRQ-FUNCTION.
030100     MOVE 'IMYESNAP' TO MRQ-FILE-ID.
030200     MOVE WS-TOT-WRITTEN TO MRQ-RECORD-COUNT.
030300     MOVE WS-HASH TO MRQ-AMOUNT-HASH.
030400     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
030500 3000-EXIT. EXIT.
030600 3100-MOVE-CONTROL.
030700     MOVE WS-CTL-CUR (WS-SUB) TO YES-CTL-CUR (WS-SUB).
030800     MOVE WS-CTL-PRV (WS-SUB) TO YES-CTL-PRV (WS-SUB).
030900 3100-EXIT. EXIT.
031000     EJECT
031100*----------------------------------------------------------------*
031200*    4000-PRINT-BUCKETS - THE CONTROL TOTALS THE PROOF WILL      *
031300*    EXPECT IN THE PRIOR-YEAR FIELDS AFTER THE ROLLOVER.         *
031400*----------------------------------------------------------------*
031500 4000-PRINT-BUCKETS.
031600     MOVE 'SNAPSHOT CONTROL TOTALS BY BUCKET' TO SEC-TEXT.
031700     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
031800     MOVE SPACES TO YES-REPORT-LINE.
031900     MOVE WS-BUCKET-HEADING TO YES-REPORT-LINE.
032000     WRITE YES-REPORT-LINE.
032100     WRITE YES-REPORT-LINE FROM WS-BLANK-LINE.
032200     PERFORM 4100-PRINT-BUCKET THRU 4100-EXIT
032300         VARYING WS-SUB FROM 1 BY 1
032400         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
032500 4000-EXIT. EXIT.
032600 4100-PRINT-BUCKET.
032700     MOVE WS-SUB               TO BKL-NO.
032800     MOVE YEB-NM-TEXT (WS-SUB) TO BKL-NAME.
032900     MOVE WS-CTL-CUR (WS-SUB)  TO BKL-CUR.
033000     MOVE WS-CTL-PRV (WS-SUB)  TO BKL-PRV.
033100     MOVE WS-CTL-ACCTS (WS-SUB) TO BKL-ACCTS.
033200     MOVE SPACES TO YES-REPORT-LINE.
033300     MOVE WS-BUCKET-LINE TO YES-REPORT-LINE.
033400     WRITE YES-REPORT-LINE.
033500 4100-EXIT. EXIT.
033600     EJECT
033700*----------------------------------------------------------------*
033800*    9000-TERMINATE - RUN TOTALS AND CLOSE.                      *
033900*----------------------------------------------------------------*
034000 9000-TERMINATE.
034100     MOVE 'RUN TOTALS' TO SEC-TEXT.
034200     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
034300     MOVE 'ACCOUNTS READ' TO SUM-LIT.
034400     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
034500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
034600     MOVE 'SNAPSHOT RECORDS WRITTEN' TO SUM-LIT.
034700     MOVE WS-TOT-WRITTEN TO SUM-COUNT.
034800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
034900     MOVE 'SNAPSHOT WRITE ERRORS' TO SUM-LIT.
035000     MOVE WS-TOT-WRITE-ERRORS TO SUM-COUNT.
035100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
035200     MOVE 'ACCOUNTS WITH SAVINGS TRAILER' TO SUM-LIT.
035300     MOVE WS-TOT-SAV TO SUM-COUNT.
035400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
035500     MOVE 'ACCOUNTS WITH OD ACCRUAL TRAILER' TO SUM-LIT.
035600     MOVE WS-TOT-OD TO SUM-COUNT.
035700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
035800     MOVE 'ACCOUNTS WITH LOAN TRAILER' TO SUM-LIT.
035900     MOVE WS-TOT-LOAN TO SUM-COUNT.
036000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
036100     MOVE 'ACCOUNTS WITH DUAL-YEAR TRAILER' TO SUM-LIT.
036200     MOVE WS-TOT-DUAL TO SUM-COUNT.
036300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
036400     MOVE 'ACCOUNTS WITH PLAN TRAILER' TO SUM-LIT.
036500     MOVE WS-TOT-PLAN TO SUM-COUNT.
036600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
036700     MOVE 'MANIFEST GENERATION' TO SUM-LIT.
036800     MOVE MRQ-GENERATION TO SUM-COUNT.
036900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
037000     MOVE 'E' TO I-O-CONTROL-OPERATOR.
037100     MOVE -1  TO I-O-SEND-CODE.
037200     CALL 'IMACTM' USING I-O-CONTROL-AREA
037300                         MASTER-AREA
037400                         SI-ENVIRONMENT-AREA.
037500     CLOSE YE-SNAPSHOT-FILE.
037600     CLOSE YES-REPORT.
037700     MOVE WS-RUN-RC TO RETURN-CODE.
037800 9000-EXIT. EXIT.
037900     EJECT
038000 9100-PRINT-SUMMARY.
038100     MOVE SPACES TO YES-REPORT-LINE.
038200     MOVE WS-SUMMARY-LINE TO YES-REPORT-LINE.
038300     WRITE YES-REPORT-LINE.
038400 9100-EXIT. EXIT.
038500 9200-PRINT-MESSAGE.
038600     MOVE SPACES TO YES-REPORT-LINE.
038700     MOVE WS-MESSAGE-LINE TO YES-REPORT-LINE.
038800     WRITE YES-REPORT-LINE.
038900 9200-EXIT. EXIT.
039000 9300-PRINT-SECTION.
039100     WRITE YES-REPORT-LINE FROM WS-BLANK-LINE.
039200     MOVE SPACES TO YES-REPORT-LINE.
039300     MOVE WS-SECTION-LINE TO YES-REPORT-LINE.
039400     WRITE YES-REPORT-LINE.
039500     WRITE YES-REPORT-LINE FROM WS-BLANK-LINE.
039600 9300-EXIT. EXIT.
039700     EJECT
039800     COPY IMPDYEBK.
