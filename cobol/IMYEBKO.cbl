*     * GN6224 * 10/15/26 JCTE YEAR-END ROLLOVER BACKOUT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMYEBKO.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMYEBKO BACKS OUT THE YEAR-END ROLLOVER FROM THE IMYESNAP   *
000900*    SNAPSHOT TAKEN JUST BEFORE IT.  FOR EACH SNAPSHOT ACCOUNT   *
001000*    IN THE KEY RANGE ON THE PARAMETER CARD (BLANK - THE WHOLE   *
001100*    FILE) THE YEAR-END-SENSITIVE FIELDS OF THE MASTER ARE PUT   *
001200*    BACK AS THEY WERE (IMPDYEBK YEB-RESTORE) AND THE MASTER IS  *
001300*    REWRITTEN.  NOTHING IS RESTORED UNLESS THE WHOLE SNAPSHOT   *
001400*    FIRST AGREES WITH ITS CONTROL RECORD AND ITS IMMANFST       *
001500*    MANIFEST.                                                   *
001600*----------------------------------------------------------------*
001700*    MODE 'R' RESTORES.  MODE 'T' IS A TRIAL - THE MASTER IS     *
001800*    OPENED FOR INQUIRY AND THE SAME REPORT IS PRODUCED WITHOUT  *
001900*    ANY REWRITE.  A CURRENT-YEAR AMOUNT POSTED SINCE THE        *
002000*    ROLLOVER IS LISTED BECAUSE THE RESTORE OVERLAYS IT; A       *
002100*    SNAPSHOT TRAILER NO LONGER ON THE ACCOUNT IS LEFT ALONE AND *
002200*    LISTED.                                                     *
002300*    RETURN CODE 0 - RESTORED (OR TRIAL) CLEAN                   *
002400*                4 - ACCOUNTS LISTED FOR REVIEW                  *
002500*                8 - PARAMETER ERROR OR REWRITE FAILED           *
002600*               16 - SNAPSHOT FAILED ITS CONTROL RECORD OR       *
002700*                    MANIFEST - NOTHING RESTORED                 *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 10/15/26 JCTE NEW PROGRAM - YEAR-END ROLLOVER BACKOUT  GN6224 *
003300*                FROM THE SNAPSHOT                              *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT YEB-PARM-FILE     ASSIGN TO "IMYEBPRM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT YE-SNAPSHOT-FILE  ASSIGN TO "IMYESNAP"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS YES-CONTROL-KEY
004400         FILE STATUS IS WS-SNP-FILE-STATUS.
004500     SELECT YBK-REPORT        ASSIGN TO "IMYEBRPT"
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  YEB-PARM-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  YEB-PARM-RECORD.
005200     03  BKP-MODE                    PIC X(1).
005300         88  BKP-88-RESTORE          VALUE 'R'.
005400         88  BKP-88-TRIAL            VALUE 'T'.
005500     03  BKP-KEY-LOW                 PIC X(22).
005600     03  BKP-KEY-HIGH                PIC X(22).
005700     03  FILLER                      PIC X(35).
005800 FD  YE-SNAPSHOT-FILE
005900     RECORD CONTAINS 700 CHARACTERS.
006000     COPY IMWSYESN.
006100 FD  YBK-REPORT
006200     RECORD CONTAINS 133 CHARACTERS.
006300 01  YBK-REPORT-LINE                 PIC X(133).
006400 WORKING-STORAGE SECTION.
006500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYEBKO'.
006600*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
006700*    EVERY CALL TO IMACTM RESETS RETURN-CODE.
006800 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
006900 77  WS-SNP-FILE-STATUS              PIC X(2)    VALUE SPACES.
007000 01  WS-SWITCHES.
007100     03  WS-SNP-EOF-SW               PIC X(1)    VALUE 'N'.
007200         88  WS-88-SNP-EOF           VALUE 'Y'.
007300     03  WS-CTL-FOUND-SW             PIC X(1)    VALUE 'N'.
007400         88  WS-88-CTL-FOUND         VALUE 'Y'.
007500     03  WS-SNAP-BAD-SW              PIC X(1)    VALUE 'N'.
007600         88  WS-88-SNAP-BAD          VALUE 'Y'.
007700     03  WS-POSTED-SW                PIC X(1)    VALUE 'N'.
007800         88  WS-88-POSTED            VALUE 'Y'.
007900     03  WS-GROUP-SW                 PIC X(1)    VALUE 'N'.
008000         88  WS-88-GROUP-IN-SNAP     VALUE 'Y'.
008100 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
008200 01  WS-KEY-LOW                      PIC X(22)   VALUE LOW-VALUE.
008300 01  WS-KEY-HIGH                     PIC X(22)   VALUE HIGH-VALUE.
008400 01  WS-SNP-HASH                     PIC S9(15)V99 COMP-3 VALUE 0.
008500 01  WS-SNAPSHOT-TOTALS.
008600     03  WS-SNP-CUR-TOTAL OCCURS 34 TIMES
008700                                     PIC S9(15)V99 COMP-3.
008800 01  WS-CONTROL-HOLD                 PIC X(667)  VALUE SPACES.
008900 01  WS-CONTROL-HOLD-R REDEFINES WS-CONTROL-HOLD.
009000     03  WS-HLD-ACCOUNTS             PIC 9(9).
009100     03  WS-HLD-BUCKET OCCURS 34 TIMES.
009200         05  WS-HLD-CUR              PIC S9(15)V99 COMP-3.
009300         05  WS-HLD-PRV              PIC S9(15)V99 COMP-3.
009400     03  FILLER                      PIC X(46).
009500     EJECT
009600     COPY IMWSYEBK.
009700     EJECT
009800     COPY SIWSCNTL.
009900     EJECT
010000     COPY IMAWKMST.
010100     EJECT
010200     COPY IMWSENVO.
010300     EJECT
010400     COPY IMWSMNRQ.
010500     EJECT
010600 01  WS-TOTALS.
010700     03  WS-TOT-SNAPSHOT             PIC 9(9)    COMP VALUE 0.
010800     03  WS-TOT-IN-RANGE             PIC 9(9)    COMP VALUE 0.
010900     03  WS-TOT-NOT-FOUND            PIC 9(9)    COMP VALUE 0.
011000     03  WS-TOT-RESTORED             PIC 9(9)    COMP VALUE 0.
011100     03  WS-TOT-WOULD-RESTORE        PIC 9(9)    COMP VALUE 0.
011200     03  WS-TOT-POSTED               PIC 9(9)    COMP VALUE 0.
011300     03  WS-TOT-TRLR-MISSING         PIC 9(9)    COMP VALUE 0.
011400     03  WS-TOT-RWT-FAILED           PIC 9(9)    COMP VALUE 0.
011500     EJECT
011600 01  WS-REPORT-TITLE.
011700     03  FILLER                      PIC X(48)   VALUE
011800         'IMYEBKO - YEAR-END ROLLOVER BACKOUT         MODE'.
011900     03  FILLER                      PIC X(1)    VALUE SPACES.
012000     03  TTL-MODE                    PIC X(7).
012100     03  FILLER                      PIC X(10)   VALUE
012200         '   RANGE  '.
012300     03  TTL-KEY-LOW                 PIC X(22).
012400     03  FILLER                      PIC X(3)    VALUE ' - '.
012500     03  TTL-KEY-HIGH                PIC X(22).
012600     03  FILLER                      PIC X(20)   VALUE SPACES.
012700 01  WS-SECTION-LINE.
012800     03  FILLER                      PIC X(3)    VALUE SPACES.
012900     03  SEC-TEXT                    PIC X(60).
013000     03  FILLER                      PIC X(70)   VALUE SPACES.
013100 01  WS-DETAIL-LINE.
013200     03  FILLER                      PIC X(4)    VALUE SPACES.
013300     03  DTL-KEY                     PIC X(22).
013400     03  FILLER                      PIC X(2)    VALUE SPACES.
013500     03  DTL-TEXT                    PIC X(40).
013600     03  DTL-BUCKET                  PIC X(20).
013700     03  FILLER                      PIC X(2)    VALUE SPACES.
013800     03  DTL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
013900     03  DTL-AMOUNT-X REDEFINES DTL-AMOUNT
014000                                     PIC X(19).
014100     03  FILLER                      PIC X(24)   VALUE SPACES.
014200 01  WS-SUMMARY-LINE.
014300     03  FILLER                      PIC X(4)    VALUE SPACES.
014400     03  SUM-LIT                     PIC X(34).
014500     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
014600     03  FILLER                      PIC X(84)   VALUE SPACES.
014700 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
014800     EJECT
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------------*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
015300     IF  WS-RUN-RC EQUAL ZERO
015400         PERFORM 2000-PROVE-SNAPSHOT THRU 2000-EXIT.
015500     IF  WS-RUN-RC EQUAL ZERO
015600         PERFORM 3000-START-RANGE  THRU 3000-EXIT
015700         PERFORM 4000-RESTORE      THRU 4000-EXIT
015800             UNTIL WS-88-SNP-EOF.
015900     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
016000     GOBACK.
016100     EJECT
016200*----------------------------------------------------------------*
016300*    1000-INITIALIZE - PARAMETER CARD AND FILES.  THE MASTER IS  *
016400*    OPENED FOR UPDATE ONLY IN RESTORE MODE.                     *
016500*----------------------------------------------------------------*
016600 1000-INITIALIZE.
016700     OPEN INPUT YEB-PARM-FILE.
016800     READ YEB-PARM-FILE
016900         AT END MOVE SPACES TO YEB-PARM-RECORD.
017000     CLOSE YEB-PARM-FILE.
017100     OPEN OUTPUT YBK-REPORT.
017200     IF  BKP-KEY-LOW NOT EQUAL SPACES
017300         MOVE BKP-KEY-LOW TO WS-KEY-LOW.
017400     IF  BKP-KEY-HIGH NOT EQUAL SPACES
017500         MOVE BKP-KEY-HIGH TO WS-KEY-HIGH.
017600     MOVE 'INVALID' TO TTL-MODE.
017700     IF  BKP-88-RESTORE
017800         MOVE 'RESTORE' TO TTL-MODE.
017900     IF  BKP-88-TRIAL
018000         MOVE 'TRIAL' TO TTL-MODE.
018100     MOVE 'ALL' TO TTL-KEY-LOW.
018200     MOVE 'ALL' TO TTL-KEY-HIGH.
018300     IF  BKP-KEY-LOW NOT EQUAL SPACES
018400         MOVE BKP-KEY-LOW TO TTL-KEY-LOW.
018500     IF  BKP-KEY-HIGH NOT EQUAL SPACES
018600         MOVE BKP-KEY-HIGH TO TTL-KEY-HIGH.
018700     WRITE YBK-REPORT-LINE FROM WS-BLANK-LINE.
018800     MOVE SPACES TO YBK-REPORT-LINE.
018900     MOVE WS-REPORT-TITLE TO YBK-REPORT-LINE.
019000     WRITE YBK-REPORT-LINE.
019100     IF  NOT BKP-88-RESTORE
019200     AND NOT BKP-88-TRIAL
019300         MOVE 'PARAMETER MODE NOT R OR T - NOTHING DONE'
019400                                  TO SEC-TEXT
019500         PERFORM 9300-PRINT-SECTION THRU 9300-EXIT
019600         MOVE 8 TO WS-RUN-RC
019700         GO TO 1000-EXIT.
019800     OPEN INPUT YE-SNAPSHOT-FILE.
019900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
020000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
020100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
020200     MOVE 'I' TO I-O-CONTROL-ACCESS.
020300     IF  BKP-88-RESTORE
020400         MOVE 'U' TO I-O-CONTROL-ACCESS.
020500     MOVE -1  TO I-O-SEND-CODE.
020600     CALL 'IMACTM' USING I-O-CONTROL-AREA
020700                         MASTER-AREA
020800                         SI-ENVIRONMENT-AREA.
020900     IF  WS-KEY-LOW GREATER THAN WS-KEY-HIGH
021000         MOVE 'PARAMETER KEY RANGE REVERSED - NOTHING DONE'
021100                                  TO SEC-TEXT
021200         PERFORM 9300-PRINT-SECTION THRU 9300-EXIT
021300         MOVE 8 TO WS-RUN-RC
021400         GO TO 1000-EXIT.
021500 1000-EXIT. EXIT.
021600     EJECT
021700*----------------------------------------------------------------*
021800*    2000-PROVE-SNAPSHOT - THE WHOLE SNAPSHOT, WHATEVER THE KEY  *
021900*    RANGE, AGAINST ITS CONTROL RECORD AND ITS MANIFEST.         *
022000*----------------------------------------------------------------*
022100 2000-PROVE-SNAPSHOT.
022200     PERFORM 2100-CLEAR-TOTAL THRU 2100-EXIT
022300         VARYING WS-SUB FROM 1 BY 1
022400         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
022500     PERFORM 2200-READ-WHOLE THRU 2200-EXIT
022600         UNTIL WS-88-SNP-EOF.
022700     MOVE 'SNAPSHOT CONTROL' TO SEC-TEXT.
022800     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
022900     IF  NOT WS-88-CTL-FOUND
023000         MOVE 'Y' TO WS-SNAP-BAD-SW
023100         MOVE 'SNAPSHOT CONTROL RECORD MISSING' TO SUM-LIT
023200         MOVE ZERO TO SUM-COUNT
023300         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
023400         GO TO 2000-MANIFEST.
023500     IF  WS-HLD-ACCOUNTS NOT EQUAL WS-TOT-SNAPSHOT
023600         MOVE 'Y' TO WS-SNAP-BAD-SW.
023700     PERFORM 2300-CHECK-CONTROL THRU 2300-EXIT
023800         VARYING WS-SUB FROM 1 BY 1
023900         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
024000     IF  WS-88-SNAP-BAD
024100         MOVE 'SNAPSHOT NOT EQUAL CONTROL - HOLD' TO SUM-LIT
024200     ELSE
024300         MOVE 'SNAPSHOT AGREES WITH CONTROL' TO SUM-LIT.
024400     MOVE WS-TOT-SNAPSHOT TO SUM-COUNT.
024500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
024600 2000-MANIFEST.
024700     MOVE 'V' TO MRQ-FUNCTION.
024800     MOVE 'IMYESNAP' TO MRQ-FILE-ID.
024900     MOVE WS-TOT-SNAPSHOT TO MRQ-RECORD-COUNT.
025000     MOVE WS-SNP-HASH TO MRQ-AMOUNT-HASH.
025100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
025200     IF  MRQ-88-OK
025300         MOVE 'SNAPSHOT MANIFEST VERIFIED        ' TO SUM-LIT
025400     ELSE
025500     IF  MRQ-88-NO-MANIFEST
025600         MOVE 'NO SNAPSHOT MANIFEST ON FILE      ' TO SUM-LIT
025700         MOVE 'Y' TO WS-SNAP-BAD-SW
025800     ELSE
025900         MOVE 'SNAPSHOT MANIFEST MISMATCH - HOLD ' TO SUM-LIT
026000         MOVE 'Y' TO WS-SNAP-BAD-SW.
026100     MOVE MRQ-RETURN-CODE TO SUM-COUNT.
026200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
026300     IF  WS-88-SNAP-BAD
026400         MOVE 'SNAPSHOT NOT PROVED - NOTHING RESTORED' TO SEC-TEXT
026500         PERFORM 9300-PRINT-SECTION THRU 9300-EXIT
026600         MOVE 16 TO WS-RUN-RC.
026700 2000-EXIT. EXIT.
026800 2100-CLEAR-TOTAL.
026900     MOVE ZERO TO WS-SNP-CUR-TOTAL (WS-SUB).
027000 2100-EXIT. EXIT.
027100 2200-READ-WHOLE.
027200     READ YE-SNAPSHOT-FILE NEXT RECORD
027300         AT END MOVE 'Y' TO WS-SNP-EOF-SW
027400                GO TO 2200-EXIT.
027500     IF  YES-88-CONTROL
027600         MOVE 'Y' TO WS-CTL-FOUND-SW
027700         MOVE YES-CONTROL-DATA TO WS-CONTROL-HOLD
027800         GO TO 2200-EXIT.
027900     ADD 1 TO WS-TOT-SNAPSHOT.
028000     PERFORM 2210-ADD-SNAPSHOT THRU 2210-EXIT
028100         VARYING WS-SUB FROM 1 BY 1
028200         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
028300 2200-EXIT. EXIT.
028400 2210-ADD-SNAPSHOT.
028500     ADD YES-CUR (WS-SUB) TO WS-SNP-CUR-TOTAL (WS-SUB)
028600                             WS-SNP-HASH.
028700 2210-EXIT. EXIT.
028800 2300-CHECK-CONTROL.
028900     IF  WS-HLD-CUR (WS-SUB) NOT EQUAL WS-SNP-CUR-TOTAL (WS-SUB)
029000         MOVE 'Y' TO WS-SNAP-BAD-SW.
029100 2300-EXIT. EXIT.
029200     EJECT
029300*----------------------------------------------------------------*
029400*    3000-START-RANGE - POSITION THE SNAPSHOT AT THE LOW KEY.    *
029500*----------------------------------------------------------------*
029600 3000-START-RANGE.
029700     MOVE 'N' TO WS-SNP-EOF-SW.
029800     MOVE WS-KEY-LOW TO YES-CONTROL-KEY.
029900     START YE-SNAPSHOT-FILE KEY NOT LESS THAN YES-CONTROL-KEY
030000         INVALID KEY MOVE 'Y' TO WS-SNP-EOF-SW.
030100     IF  BKP-88-RESTORE
030200         MOVE 'ACCOUNTS RESTORED - ITEMS FOR REVIEW' TO SEC-TEXT
030300     ELSE
030400         MOVE 'TRIAL - ITEMS FOR REVIEW' TO SEC-TEXT.
030500     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
030600 3000-EXIT. EXIT.
030700     EJECT
030800*----------------------------------------------------------------*
030900*    4000-RESTORE - ONE SNAPSHOT ACCOUNT IN THE RANGE.           *
031000*----------------------------------------------------------------*
031100 4000-RESTORE.
031200     READ YE-SNAPSHOT-FILE NEXT RECORD
031300         AT END MOVE 'Y' TO WS-SNP-EOF-SW
031400                GO TO 4000-EXIT.
031500     IF  YES-88-CONTROL
031600     OR  YES-CONTROL-KEY GREATER THAN WS-KEY-HIGH
031700         MOVE 'Y' TO WS-SNP-EOF-SW
031800         GO TO 4000-EXIT.
031900     ADD 1 TO WS-TOT-IN-RANGE.
032000     MOVE SPACES          TO WMS-CONTROL-KEY.
032100     MOVE YES-CONTROL-KEY TO WMS-CONTROL-KEY.
032200     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
032300     MOVE -1     TO I-O-SEND-CODE.
032400     CALL 'IMACTM' USING I-O-CONTROL-AREA
032500                         MASTER-AREA
032600                         SI-ENVIRONMENT-AREA.
032700     IF  NOT I-O-88-NORMAL-RET
032800         ADD 1 TO WS-TOT-NOT-FOUND
032900         MOVE 'ACCOUNT NOT ON MASTER - NOT RESTORED' TO DTL-TEXT
033000         MOVE SPACES TO DTL-BUCKET
033100         MOVE SPACES TO DTL-AMOUNT-X
033200         PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT
033300         GO TO 4000-EXIT.
033400*    CURRENT-YEAR AMOUNTS ON THE MASTER THAT THE RESTORE WILL
033500*    OVERLAY - POSTED SINCE THE ROLLOVER ZEROED THEM.
033600     PERFORM YEB-CAPTURE THRU YEB-CAPTURE-EXIT.
033700     MOVE 'N' TO WS-POSTED-SW.
033800     PERFORM 4100-CHECK-POSTED THRU 4100-EXIT
033900         VARYING WS-SUB FROM 1 BY 1
034000         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
034100     IF  WS-88-POSTED
034200         ADD 1 TO WS-TOT-POSTED.
034300     MOVE YES-TRAILERS TO YEB-TRAILERS.
034400     PERFORM 4200-LOAD-BUCKET THRU 4200-EXIT
034500         VARYING WS-SUB FROM 1 BY 1
034600         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
034700     MOVE YES-PLN-XRF-YTD-REM TO YEB-PLN-XRF-YTD-REM.
034800     PERFORM YEB-RESTORE THRU YEB-RESTORE-EXIT.
034900     IF  YEB-88-TRLR-MISSING
035000         ADD 1 TO WS-TOT-TRLR-MISSING
035100         IF  WS-RUN-RC LESS THAN 4
035200             MOVE 4 TO WS-RUN-RC.
035300     IF  YEB-88-TRLR-MISSING
035400         MOVE 'SNAPSHOT TRAILER MISSING - SKIPPED'
035500                                  TO DTL-TEXT
035600         MOVE SPACES TO DTL-BUCKET
035700         MOVE SPACES TO DTL-AMOUNT-X
035800         PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
035900     IF  BKP-88-TRIAL
036000         ADD 1 TO WS-TOT-WOULD-RESTORE
036100         GO TO 4000-EXIT.
036200     MOVE 'W'    TO I-O-CONTROL-OPERATOR.
036300     MOVE -1     TO I-O-SEND-CODE.
036400     CALL 'IMACTM' USING I-O-CONTROL-AREA
036500                         MASTER-AREA
036600                         SI-ENVIRONMENT-AREA.
036700     IF  I-O-88-NORMAL-RET
036800         ADD 1 TO WS-TOT-RESTORED
036900         GO TO 4000-EXIT.
037000     ADD 1 TO WS-TOT-RWT-FAILED.
037100     MOVE 8 TO WS-RUN-RC.
037200     MOVE 'MASTER REWRITE FAILED - NOT RESTORED' TO DTL-TEXT.
037300     MOVE SPACES TO DTL-BUCKET.
037400     MOVE SPACES TO DTL-AMOUNT-X.
037500     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
037600 4000-EXIT. EXIT.
037700 4100-CHECK-POSTED.
037800     IF  YEB-NM-ZERO (WS-SUB) NOT EQUAL 'Y'
037900     OR  YEB-CUR (WS-SUB) EQUAL ZERO
038000         GO TO 4100-EXIT.
038100     MOVE 'N' TO WS-GROUP-SW.
038200     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'B'
038300         MOVE 'Y' TO WS-GROUP-SW.
038400     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'S'
038500         MOVE YES-SAV-TRLR TO WS-GROUP-SW.
038600     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'O'
038700         MOVE YES-OD-TRLR TO WS-GROUP-SW.
038800     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'L'
038900         MOVE YES-LOAN-TRLR TO WS-GROUP-SW.
039000     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'D'
039100         MOVE YES-DUAL-TRLR TO WS-GROUP-SW.
039200     IF  NOT WS-88-GROUP-IN-SNAP
039300         GO TO 4100-EXIT.
039400     MOVE 'Y' TO WS-POSTED-SW.
039500     IF  WS-RUN-RC LESS THAN 4
039600         MOVE 4 TO WS-RUN-RC.
039700     MOVE 'POSTED SINCE ROLLOVER - OVERLAID' TO DTL-TEXT.
039800     MOVE YEB-NM-TEXT (WS-SUB) TO DTL-BUCKET.
039900     MOVE YEB-CUR (WS-SUB) TO DTL-AMOUNT.
040000     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
040100 4100-EXIT. EXIT.
040200 4200-LOAD-BUCKET.
040300     MOVE YES-CUR (WS-SUB) TO YEB-CUR (WS-SUB).
040400     MOVE YES-PRV (WS-SUB) TO YEB-PRV (WS-SUB).
040500 4200-EXIT. EXIT.
040600     EJECT
040700*----------------------------------------------------------------*
040800*    9000-TERMINATE - RUN TOTALS AND CLOSE.                      *
040900*----------------------------------------------------------------*
041000 9000-TERMINATE.
041100     MOVE 'RUN TOTALS' TO SEC-TEXT.
041200     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
041300     MOVE 'SNAPSHOT ACCOUNTS' TO SUM-LIT.
041400     MOVE WS-TOT-SNAPSHOT TO SUM-COUNT.
041500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
041600     MOVE 'SNAPSHOT ACCOUNTS IN RANGE' TO SUM-LIT.
041700     MOVE WS-TOT-IN-RANGE TO SUM-COUNT.
041800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
041900     MOVE 'ACCOUNTS RESTORED' TO SUM-LIT.
042000     MOVE WS-TOT-RESTORED TO SUM-COUNT.
042100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042200     MOVE 'ACCOUNTS TRIAL WOULD RESTORE' TO SUM-LIT.
042300     MOVE WS-TOT-WOULD-RESTORE TO SUM-COUNT.
042400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042500     MOVE 'ACCOUNTS NOT ON MASTER' TO SUM-LIT.
042600     MOVE WS-TOT-NOT-FOUND TO SUM-COUNT.
042700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042800     MOVE 'ACCOUNTS WITH POSTINGS OVERLAID' TO SUM-LIT.
042900     MOVE WS-TOT-POSTED TO SUM-COUNT.
043000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043100     MOVE 'ACCOUNTS WITH TRAILER SKIPPED' TO SUM-LIT.
043200     MOVE WS-TOT-TRLR-MISSING TO SUM-COUNT.
043300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043400     MOVE 'MASTER REWRITES FAILED' TO SUM-LIT.
043500     MOVE WS-TOT-RWT-FAILED TO SUM-COUNT.
043600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043700     IF  NOT BKP-88-RESTORE
043800     AND NOT BKP-88-TRIAL
043900         GO TO 9000-CLOSE.
044000     MOVE 'E' TO I-O-CONTROL-OPERATOR.
044100     MOVE -1  TO I-O-SEND-CODE.
044200     CALL 'IMACTM' USING I-O-CONTROL-AREA
044300                         MASTER-AREA
044400                         SI-ENVIRONMENT-AREA.
044500     CLOSE YE-SNAPSHOT-FILE.
044600 9000-CLOSE.
044700     CLOSE YBK-REPORT.
044800     MOVE WS-RUN-RC TO RETURN-CODE.
044900 9000-EXIT. EXIT.
045000     EJECT
045100 9100-PRINT-SUMMARY.
045200     MOVE SPACES TO YBK-REPORT-LINE.
045300     MOVE WS-SUMMARY-LINE TO YBK-REPORT-LINE.
045400     WRITE YBK-REPORT-LINE.
045500 9100-EXIT. EXIT.
045600 9300-PRINT-SECTION.
045700     WRITE YBK-REPORT-LINE FROM WS-BLANK-LINE.
045800     MOVE SPACES TO YBK-REPORT-LINE.
045900     MOVE WS-SECTION-LINE TO YBK-REPORT-LINE.
046000     WRITE YBK-REPORT-LINE.
046100     WRITE YBK-REPORT-LINE FROM WS-BLANK-LINE.
046200 9300-EXIT. EXIT.
046300 9400-PRINT-DETAIL.
046400     MOVE YES-CONTROL-KEY TO DTL-KEY.
046500     MOVE SPACES TO YBK-REPORT-LINE.
046600     MOVE WS-DETAIL-LINE TO YBK-REPORT-LINE.
046700     WRITE YBK-REPORT-LINE.
046800 9400-EXIT. EXIT.
046900     EJECT
047000     COPY IMPDYEBK.
