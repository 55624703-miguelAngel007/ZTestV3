*     * GN6224 * 10/15/26 JCTE YEAR-END POST-ROLLOVER PROOF
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMYEPRUF.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMYEPRUF IS THE POST-ROLLOVER PROOF OF YEAR-END.  IT READS  *
000900*    THE MASTER (INQUIRY ONLY) AND THE IMYESNAP SNAPSHOT TAKEN   *
001000*    JUST BEFORE THE ROLLOVER TOGETHER IN CONTROL KEY ORDER AND  *
001100*    PROVES, ACCOUNT BY ACCOUNT AND BUCKET BY BUCKET (IMWSYEBK), *
001200*    THAT EACH PRIOR-YEAR FIELD NOW HOLDS WHAT THE CURRENT-YEAR  *
001300*    FIELD HELD IN THE SNAPSHOT AND THAT EACH CURRENT-YEAR FIELD *
001400*    THE ROLLOVER ZEROES IS ZERO.  A TRAILER IN THE SNAPSHOT     *
001500*    THAT IS NO LONGER ON THE ACCOUNT IS AN EXCEPTION.  BUCKET   *
001600*    TOTALS ARE PROVED AGAINST THE SNAPSHOT CONTROL RECORD, AND  *
001700*    THE SNAPSHOT ITSELF IS PROVED AGAINST ITS CONTROL RECORD    *
001800*    AND ITS IMMANFST MANIFEST BEFORE ANY OF IT IS TRUSTED.      *
001900*----------------------------------------------------------------*
002000*    ACCOUNTS OPENED SINCE THE SNAPSHOT, AND SNAPSHOT ACCOUNTS   *
002100*    NO LONGER ON THE MASTER, ARE LISTED FOR INFORMATION; A NEW  *
002200*    ACCOUNT WITH A PRIOR-YEAR AMOUNT IS AN EXCEPTION.           *
002300*    RETURN CODE 0 - ROLLOVER PROVED                             *
002400*                4 - PROVED, INFORMATIONAL ITEMS LISTED          *
002500*                8 - OUT OF BALANCE OR EXCEPTIONS - HOLD         *
002600*               16 - SNAPSHOT FAILED ITS CONTROL RECORD OR       *
002700*                    MANIFEST, OR THE MASTER COULD NOT BE READ - *
002750*                    PROOF NOT RELIABLE                          *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 10/15/26 JCTE NEW PROGRAM - POST-ROLLOVER YEAR-END     GN6224 *
003300*                PROOF AGAINST THE SNAPSHOT                     *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT YE-SNAPSHOT-FILE  ASSIGN TO "IMYESNAP"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS YES-CONTROL-KEY
004200         FILE STATUS IS WS-SNP-FILE-STATUS.
004300     SELECT YEP-REPORT        ASSIGN TO "IMYEPRPT"
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  YE-SNAPSHOT-FILE
004800     RECORD CONTAINS 700 CHARACTERS.
004900     COPY IMWSYESN.
005000 FD  YEP-REPORT
005100     RECORD CONTAINS 133 CHARACTERS.
005200 01  YEP-REPORT-LINE                 PIC X(133).
005300 WORKING-STORAGE SECTION.
005400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYEPRUF'.
005500*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
005600*    EVERY CALL TO IMACTM RESETS RETURN-CODE.
005700 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
005800 77  WS-SNP-FILE-STATUS              PIC X(2)    VALUE SPACES.
005900*    DETAIL LINES PRINTED BEFORE THE REST ARE ONLY COUNTED, SO A
006000*    ROLLOVER THAT DID NOT RUN DOES NOT PRINT THE WHOLE MASTER.
006100 77  WS-DETAIL-MAX                   PIC 9(7)    COMP VALUE 2000.
006200 01  WS-SWITCHES.
006300     03  WS-CTL-FOUND-SW             PIC X(1)    VALUE 'N'.
006400         88  WS-88-CTL-FOUND         VALUE 'Y'.
006500     03  WS-SNAP-BAD-SW              PIC X(1)    VALUE 'N'.
006600         88  WS-88-SNAP-BAD          VALUE 'Y'.
006700     03  WS-GROUP-SW                 PIC X(1)    VALUE 'N'.
006800         88  WS-88-GROUP-PROVED      VALUE 'Y'.
006825     03  WS-MST-ERROR-SW             PIC X(1)    VALUE 'N'.
006850         88  WS-88-MST-ERROR         VALUE 'Y'.
006900 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
007000 01  WS-MST-KEY                      PIC X(22)   VALUE SPACES.
007100 01  WS-SNP-KEY                      PIC X(22)   VALUE SPACES.
007200 01  WS-SNP-HASH                     PIC S9(15)V99 COMP-3 VALUE 0.
007300*    SNAPSHOT ACCOUNT GROUPS TO PROVE - TRAILER IN THE SNAPSHOT
007400*    AND STILL ON THE ACCOUNT.
007500 01  WS-PROVE-GROUPS.
007600     03  WS-PRV-SAV                  PIC X(1).
007700     03  WS-PRV-OD                   PIC X(1).
007800     03  WS-PRV-LOAN                 PIC X(1).
007900     03  WS-PRV-DUAL                 PIC X(1).
008000     03  WS-PRV-PLAN                 PIC X(1).
008100 01  WS-CONTROL-HOLD                 PIC X(667)  VALUE SPACES.
008200 01  WS-CONTROL-HOLD-R REDEFINES WS-CONTROL-HOLD.
008300     03  WS-HLD-ACCOUNTS             PIC 9(9).
008400     03  WS-HLD-BUCKET OCCURS 34 TIMES.
008500         05  WS-HLD-CUR              PIC S9(15)V99 COMP-3.
008600         05  WS-HLD-PRV              PIC S9(15)V99 COMP-3.
008700     03  FILLER                      PIC X(46).
008800     EJECT
008900     COPY IMWSYEBK.
009000     EJECT
009100     COPY SIWSCNTL.
009200     EJECT
009300     COPY IMAWKMST.
009400     EJECT
009500     COPY IMWSENVO.
009600     EJECT
009700     COPY IMWSMNRQ.
009800     EJECT
009900*----------------------------------------------------------------*
010000*    PROOF TOTALS BY BUCKET.  SNP-CUR IS THE SNAPSHOT CURRENT-   *
010100*    YEAR TOTAL AS READ; GONE-CUR THE PART OF IT ON ACCOUNTS NO  *
010200*    LONGER ON THE MASTER; MST-PRV AND MST-CUR ARE THE MASTER    *
010300*    PRIOR-YEAR AND CURRENT-YEAR TOTALS NOW.                     *
010400*----------------------------------------------------------------*
010500 01  WS-PROOF-TABLE.
010600     03  WS-PRF-ENTRY OCCURS 34 TIMES.
010700         05  WS-PRF-SNP-CUR          PIC S9(15)V99 COMP-3.
010800         05  WS-PRF-GONE-CUR         PIC S9(15)V99 COMP-3.
010900         05  WS-PRF-MST-PRV          PIC S9(15)V99 COMP-3.
011000         05  WS-PRF-MST-CUR          PIC S9(15)V99 COMP-3.
011100         05  WS-PRF-EXCEPTIONS       PIC 9(7)    COMP.
011200 01  WS-PRF-PROVED                   PIC S9(15)V99 COMP-3 VALUE 0.
011300 01  WS-TOTALS.
011400     03  WS-TOT-MASTER               PIC 9(9)    COMP VALUE 0.
011500     03  WS-TOT-SNAPSHOT             PIC 9(9)    COMP VALUE 0.
011600     03  WS-TOT-MATCHED              PIC 9(9)    COMP VALUE 0.
011700     03  WS-TOT-NEW                  PIC 9(9)    COMP VALUE 0.
011800     03  WS-TOT-GONE                 PIC 9(9)    COMP VALUE 0.
011900     03  WS-TOT-ACCT-EXCEPT          PIC 9(9)    COMP VALUE 0.
012000     03  WS-TOT-EXCEPTIONS           PIC 9(9)    COMP VALUE 0.
012100     03  WS-TOT-TRLR-MISSING         PIC 9(9)    COMP VALUE 0.
012200     03  WS-TOT-BUCKETS-OUT          PIC 9(7)    COMP VALUE 0.
012300     03  WS-TOT-DETAIL               PIC 9(7)    COMP VALUE 0.
012400 01  WS-ACCT-EXCEPT-SW               PIC X(1)    VALUE 'N'.
012500     88  WS-88-ACCT-EXCEPT           VALUE 'Y'.
012600     EJECT
012700 01  WS-REPORT-TITLE.
012800     03  FILLER                      PIC X(48)   VALUE
012900         'IMYEPRUF - YEAR-END POST-ROLLOVER PROOF    SNAP'.
013000     03  TTL-SNAP-DATE               PIC X(8).
013100     03  FILLER                      PIC X(11)   VALUE
013200         '  TAX YEAR '.
013300     03  TTL-TAX-YEAR                PIC 9(4).
013400     03  FILLER                      PIC X(62)   VALUE SPACES.
013500 01  WS-SECTION-LINE.
013600     03  FILLER                      PIC X(3)    VALUE SPACES.
013700     03  SEC-TEXT                    PIC X(60).
013800     03  FILLER                      PIC X(70)   VALUE SPACES.
013900 01  WS-DETAIL-HEADING.
014000     03  FILLER                      PIC X(47)   VALUE
014100         '   ACCOUNT                BUCKET'.
014200     03  FILLER                      PIC X(53)   VALUE
014300         'CONDITION                                   SNAPSHOT'.
014400     03  FILLER                      PIC X(33)   VALUE
014500         '           MASTER NOW'.
014600 01  WS-DETAIL-LINE.
014700     03  FILLER                      PIC X(3)    VALUE SPACES.
014800     03  DTL-KEY                     PIC X(22).
014900     03  FILLER                      PIC X(1)    VALUE SPACES.
015000     03  DTL-BUCKET                  PIC X(20).
015100     03  FILLER                      PIC X(1)    VALUE SPACES.
015200     03  DTL-TEXT                    PIC X(34).
015300     03  DTL-SNAP                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
015400     03  FILLER                      PIC X(2)    VALUE SPACES.
015500     03  DTL-MAST                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
015600     03  DTL-MAST-X REDEFINES DTL-MAST
015700                                     PIC X(19).
015800     03  FILLER                      PIC X(12)   VALUE SPACES.
015900 01  WS-BUCKET-HEADING.
016000     03  FILLER                      PIC X(30)   VALUE
016100         '  NO  BUCKET'.
016200     03  FILLER                      PIC X(47)   VALUE
016300         'SNAPSHOT CURRENT-YR     MASTER PRIOR-YR NOW'.
016400     03  FILLER                      PIC X(56)   VALUE
016500         'MASTER CURRENT-YR NOW   STATUS  EXCEPT'.
016600 01  WS-BUCKET-LINE.
016700     03  FILLER                      PIC X(3)    VALUE SPACES.
016800     03  BKL-NO                      PIC Z9.
016900     03  FILLER                      PIC X(1)    VALUE SPACES.
017000     03  BKL-NAME                    PIC X(20).
017100     03  FILLER                      PIC X(1)    VALUE SPACES.
017200     03  BKL-SNAP                    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017300     03  FILLER                      PIC X(2)    VALUE SPACES.
017400     03  BKL-PRV                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017500     03  FILLER                      PIC X(2)    VALUE SPACES.
017600     03  BKL-CUR                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017700     03  FILLER                      PIC X(2)    VALUE SPACES.
017800     03  BKL-STATUS                  PIC X(3).
017900     03  FILLER                      PIC X(2)    VALUE SPACES.
018000     03  BKL-EXCEPT                  PIC Z,ZZZ,ZZ9.
018100     03  FILLER                      PIC X(17)   VALUE SPACES.
018200 01  WS-SUMMARY-LINE.
018300     03  FILLER                      PIC X(4)    VALUE SPACES.
018400     03  SUM-LIT                     PIC X(34).
018500     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
018600     03  FILLER                      PIC X(84)   VALUE SPACES.
018700 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
018800     EJECT
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------*
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
019300     PERFORM 2000-MATCH            THRU 2000-EXIT
019400         UNTIL WS-MST-KEY EQUAL HIGH-VALUES
019500         AND   WS-SNP-KEY EQUAL HIGH-VALUES.
019600     PERFORM 5000-PROVE-SNAPSHOT   THRU 5000-EXIT.
019700     PERFORM 6000-PROVE-BUCKETS    THRU 6000-EXIT.
019800     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
019900     GOBACK.
020000     EJECT
020100*----------------------------------------------------------------*
020200*    1000-INITIALIZE - FILES, MASTER OPENED FOR INQUIRY ONLY,    *
020300*    AND THE FIRST RECORD OF EACH SIDE.                          *
020400*----------------------------------------------------------------*
020500 1000-INITIALIZE.
020600     PERFORM 1100-CLEAR-PROOF THRU 1100-EXIT
020700         VARYING WS-SUB FROM 1 BY 1
020800         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
020900     OPEN INPUT  YE-SNAPSHOT-FILE.
021000     OPEN OUTPUT YEP-REPORT.
021100     MOVE SPACES TO SI-ENVIRONMENT-AREA.
021200     MOVE '1' TO SI-ENVIRONMENT-VSAM.
021300     MOVE 'O' TO I-O-CONTROL-OPERATOR.
021400     MOVE 'I' TO I-O-CONTROL-ACCESS.
021500     MOVE -1  TO I-O-SEND-CODE.
021600     CALL 'IMACTM' USING I-O-CONTROL-AREA
021700                         MASTER-AREA
021800                         SI-ENVIRONMENT-AREA.
021900     PERFORM 2100-READ-MASTER   THRU 2100-EXIT.
022000     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
022100     MOVE SPACES TO TTL-SNAP-DATE.
022200     MOVE ZERO   TO TTL-TAX-YEAR.
022300     IF  WS-SNP-KEY NOT EQUAL HIGH-VALUES
022400         STRING YES-SNAP-DATE (3:2) '/' YES-SNAP-DATE (5:2) '/'
022500                YES-SNAP-DATE (1:2)
022600             DELIMITED BY SIZE INTO TTL-SNAP-DATE
022700         MOVE YES-TAX-YEAR TO TTL-TAX-YEAR.
022800     WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
022900     MOVE SPACES TO YEP-REPORT-LINE.
023000     MOVE WS-REPORT-TITLE TO YEP-REPORT-LINE.
023100     WRITE YEP-REPORT-LINE.
023200     MOVE 'ACCOUNT EXCEPTIONS AND INFORMATIONAL ITEMS'
023300                                  TO SEC-TEXT.
023400     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
023500     MOVE SPACES TO YEP-REPORT-LINE.
023600     MOVE WS-DETAIL-HEADING TO YEP-REPORT-LINE.
023700     WRITE YEP-REPORT-LINE.
023800     WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
023900 1000-EXIT. EXIT.
024000 1100-CLEAR-PROOF.
024100     MOVE ZERO TO WS-PRF-SNP-CUR (WS-SUB)
024200                  WS-PRF-GONE-CUR (WS-SUB)
024300                  WS-PRF-MST-PRV (WS-SUB)
024400                  WS-PRF-MST-CUR (WS-SUB)
024500                  WS-PRF-EXCEPTIONS (WS-SUB).
024600 1100-EXIT. EXIT.
024700     EJECT
024800*----------------------------------------------------------------*
024900*    2000-MATCH - ONE STEP OF THE MASTER/SNAPSHOT MATCH.         *
025000*----------------------------------------------------------------*
025100 2000-MATCH.
025200     IF  WS-MST-KEY EQUAL WS-SNP-KEY
025300         PERFORM 3000-PROVE-ACCOUNT THRU 3000-EXIT
025400         PERFORM 2100-READ-MASTER   THRU 2100-EXIT
025500         PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
025600         GO TO 2000-EXIT.
025700     IF  WS-MST-KEY LESS THAN WS-SNP-KEY
025800         PERFORM 3500-NEW-ACCOUNT   THRU 3500-EXIT
025900         PERFORM 2100-READ-MASTER   THRU 2100-EXIT
026000         GO TO 2000-EXIT.
026100     PERFORM 3600-GONE-ACCOUNT  THRU 3600-EXIT.
026200     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
026300 2000-EXIT. EXIT.
026400 2100-READ-MASTER.
026500     MOVE 'R' TO I-O-CONTROL-OPERATOR.
026600     MOVE -1  TO I-O-SEND-CODE.
026700     CALL 'IMACTM' USING I-O-CONTROL-AREA
026800                         MASTER-AREA
026900                         SI-ENVIRONMENT-AREA.
027000     IF  I-O-88-END-OF-FILE
027025         MOVE HIGH-VALUES TO WS-MST-KEY
027050         GO TO 2100-EXIT.
027075     IF  NOT I-O-88-NORMAL-RET
027100         MOVE 'Y' TO WS-MST-ERROR-SW
027125         MOVE 16 TO WS-RUN-RC
027150         MOVE HIGH-VALUES TO WS-MST-KEY
027175         GO TO 2100-EXIT.
027300     ADD 1 TO WS-TOT-MASTER.
027400     MOVE WMS-CONTROL-KEY TO WS-MST-KEY.
027500     PERFORM YEB-CAPTURE THRU YEB-CAPTURE-EXIT.
027600 2100-EXIT. EXIT.
027700*----------------------------------------------------------------*
027800*    2200-READ-SNAPSHOT - ACCOUNT RECORDS ARE COUNTED AND HASHED *
027900*    AS READ; THE CONTROL RECORD ENDS THE SNAPSHOT SIDE.         *
028000*----------------------------------------------------------------*
028100 2200-READ-SNAPSHOT.
028200     READ YE-SNAPSHOT-FILE
028300         AT END MOVE HIGH-VALUES TO WS-SNP-KEY
028400                GO TO 2200-EXIT.
028500     IF  YES-88-CONTROL
028600         MOVE 'Y' TO WS-CTL-FOUND-SW
028700         MOVE YES-CONTROL-DATA TO WS-CONTROL-HOLD
028800         MOVE HIGH-VALUES TO WS-SNP-KEY
028900         GO TO 2200-EXIT.
029000     ADD 1 TO WS-TOT-SNAPSHOT.
029100     MOVE YES-CONTROL-KEY TO WS-SNP-KEY.
029200     PERFORM 2210-ADD-SNAPSHOT THRU 2210-EXIT
029300         VARYING WS-SUB FROM 1 BY 1
029400         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
029500 2200-EXIT. EXIT.
029600 2210-ADD-SNAPSHOT.
029700     ADD YES-CUR (WS-SUB) TO WS-PRF-SNP-CUR (WS-SUB)
029800                             WS-SNP-HASH.
029900 2210-EXIT. EXIT.
030000     EJECT
030100*----------------------------------------------------------------*
030200*    3000-PROVE-ACCOUNT - ACCOUNT ON BOTH SIDES.  A GROUP IS     *
030300*    PROVED ONLY WHEN ITS TRAILER WAS IN THE SNAPSHOT AND IS     *
030400*    STILL ON THE ACCOUNT; BASE BUCKETS ARE ALWAYS PROVED.       *
030500*----------------------------------------------------------------*
030600 3000-PROVE-ACCOUNT.
030700     ADD 1 TO WS-TOT-MATCHED.
030800     MOVE 'N' TO WS-ACCT-EXCEPT-SW.
030900     MOVE 'N' TO WS-PRV-SAV
031000                 WS-PRV-OD
031100                 WS-PRV-LOAN
031200                 WS-PRV-DUAL
031300                 WS-PRV-PLAN.
031400     IF  YES-SAV-TRLR EQUAL 'Y'
031500         IF  YEB-88-SAV
031600             MOVE 'Y' TO WS-PRV-SAV
031700         ELSE
031800             MOVE 'SAVINGS' TO DTL-BUCKET
031900             PERFORM 3200-TRAILER-MISSING THRU 3200-EXIT.
032000     IF  YES-OD-TRLR EQUAL 'Y'
032100         IF  YEB-88-OD
032200             MOVE 'Y' TO WS-PRV-OD
032300         ELSE
032400             MOVE 'OD ACCRUAL' TO DTL-BUCKET
032500             PERFORM 3200-TRAILER-MISSING THRU 3200-EXIT.
032600     IF  YES-LOAN-TRLR EQUAL 'Y'
032700         IF  YEB-88-LOAN
032800             MOVE 'Y' TO WS-PRV-LOAN
032900         ELSE
033000             MOVE 'LOAN' TO DTL-BUCKET
033100             PERFORM 3200-TRAILER-MISSING THRU 3200-EXIT.
033200     IF  YES-DUAL-TRLR EQUAL 'Y'
033300         IF  YEB-88-DUAL
033400             MOVE 'Y' TO WS-PRV-DUAL
033500         ELSE
033600             MOVE 'DUAL-YEAR TAX' TO DTL-BUCKET
033700             PERFORM 3200-TRAILER-MISSING THRU 3200-EXIT.
033800     IF  YES-PLAN-TRLR EQUAL 'Y'
033900         IF  YEB-88-PLAN
034000             MOVE 'Y' TO WS-PRV-PLAN
034100         ELSE
034200             MOVE 'PLAN' TO DTL-BUCKET
034300             PERFORM 3200-TRAILER-MISSING THRU 3200-EXIT.
034400     PERFORM 3100-PROVE-BUCKET THRU 3100-EXIT
034500         VARYING WS-SUB FROM 1 BY 1
034600         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
034700     IF  WS-88-ACCT-EXCEPT
034800         ADD 1 TO WS-TOT-ACCT-EXCEPT.
034900 3000-EXIT. EXIT.
035000 3100-PROVE-BUCKET.
035100     MOVE 'N' TO WS-GROUP-SW.
035200     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'B'
035300         MOVE 'Y' TO WS-GROUP-SW.
035400     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'S'
035500         MOVE WS-PRV-SAV TO WS-GROUP-SW.
035600     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'O'
035700         MOVE WS-PRV-OD TO WS-GROUP-SW.
035800     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'L'
035900         MOVE WS-PRV-LOAN TO WS-GROUP-SW.
036000     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'D'
036100         MOVE WS-PRV-DUAL TO WS-GROUP-SW.
036200     IF  YEB-NM-GROUP (WS-SUB) EQUAL 'P'
036300         MOVE WS-PRV-PLAN TO WS-GROUP-SW.
036400     IF  NOT WS-88-GROUP-PROVED
036500         GO TO 3100-EXIT.
036600     ADD YEB-PRV (WS-SUB) TO WS-PRF-MST-PRV (WS-SUB).
036700     ADD YEB-CUR (WS-SUB) TO WS-PRF-MST-CUR (WS-SUB).
036800     IF  YEB-PRV (WS-SUB) NOT EQUAL YES-CUR (WS-SUB)
036900         MOVE 'PRIOR-YEAR NOT SNAPSHOT CURRENT' TO DTL-TEXT
037000         MOVE YEB-PRV (WS-SUB) TO DTL-MAST
037100         PERFORM 3300-BUCKET-EXCEPTION THRU 3300-EXIT.
037200     IF  YEB-NM-ZERO (WS-SUB) EQUAL 'Y'
037300     AND YEB-CUR (WS-SUB) NOT EQUAL ZERO
037400         MOVE 'CURRENT-YEAR NOT ZEROED' TO DTL-TEXT
037500         MOVE YEB-CUR (WS-SUB) TO DTL-MAST
037600         PERFORM 3300-BUCKET-EXCEPTION THRU 3300-EXIT.
037700 3100-EXIT. EXIT.
037800 3200-TRAILER-MISSING.
037900     MOVE 'Y' TO WS-ACCT-EXCEPT-SW.
038000     ADD 1 TO WS-TOT-TRLR-MISSING
038100              WS-TOT-EXCEPTIONS.
038200     MOVE 8 TO WS-RUN-RC.
038300     MOVE WS-SNP-KEY TO DTL-KEY.
038400     MOVE 'TRAILER NO LONGER ON ACCOUNT' TO DTL-TEXT.
038500     MOVE ZERO TO DTL-SNAP.
038600     MOVE SPACES TO DTL-MAST-X.
038700     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
038800 3200-EXIT. EXIT.
038900 3300-BUCKET-EXCEPTION.
039000     MOVE 'Y' TO WS-ACCT-EXCEPT-SW.
039100     ADD 1 TO WS-TOT-EXCEPTIONS
039200              WS-PRF-EXCEPTIONS (WS-SUB).
039300     MOVE 8 TO WS-RUN-RC.
039400     MOVE WS-SNP-KEY TO DTL-KEY.
039500     MOVE YEB-NM-TEXT (WS-SUB) TO DTL-BUCKET.
039600     MOVE YES-CUR (WS-SUB) TO DTL-SNAP.
039700     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
039800 3300-EXIT. EXIT.
039900     EJECT
040000*----------------------------------------------------------------*
040100*    3500-NEW-ACCOUNT - ON THE MASTER, NOT IN THE SNAPSHOT.  IT  *
040200*    SHOULD HAVE NO PRIOR-YEAR AMOUNTS.                          *
040300*----------------------------------------------------------------*
040400 3500-NEW-ACCOUNT.
040500     ADD 1 TO WS-TOT-NEW.
040600     IF  WS-RUN-RC LESS THAN 4
040700         MOVE 4 TO WS-RUN-RC.
040800     MOVE WS-MST-KEY TO DTL-KEY.
040900     MOVE SPACES TO DTL-BUCKET.
041000     MOVE 'OPENED SINCE SNAPSHOT' TO DTL-TEXT.
041100     MOVE ZERO TO DTL-SNAP.
041200     MOVE SPACES TO DTL-MAST-X.
041300     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
041400     PERFORM 3510-NEW-BUCKET THRU 3510-EXIT
041500         VARYING WS-SUB FROM 1 BY 1
041600         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
041700 3500-EXIT. EXIT.
041800 3510-NEW-BUCKET.
041900     ADD YEB-PRV (WS-SUB) TO WS-PRF-MST-PRV (WS-SUB).
042000     ADD YEB-CUR (WS-SUB) TO WS-PRF-MST-CUR (WS-SUB).
042100     IF  YEB-PRV (WS-SUB) EQUAL ZERO
042200         GO TO 3510-EXIT.
042300     ADD 1 TO WS-TOT-EXCEPTIONS
042400              WS-PRF-EXCEPTIONS (WS-SUB).
042500     MOVE 8 TO WS-RUN-RC.
042600     MOVE WS-MST-KEY TO DTL-KEY.
042700     MOVE YEB-NM-TEXT (WS-SUB) TO DTL-BUCKET.
042800     MOVE 'NEW ACCOUNT HAS PRIOR-YEAR AMOUNT' TO DTL-TEXT.
042900     MOVE ZERO TO DTL-SNAP.
043000     MOVE YEB-PRV (WS-SUB) TO DTL-MAST.
043100     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
043200 3510-EXIT. EXIT.
043300*----------------------------------------------------------------*
043400*    3600-GONE-ACCOUNT - IN THE SNAPSHOT, NO LONGER ON THE       *
043500*    MASTER.  ITS SNAPSHOT AMOUNTS ARE CARRIED IN THE PROOF.     *
043600*----------------------------------------------------------------*
043700 3600-GONE-ACCOUNT.
043800     ADD 1 TO WS-TOT-GONE.
043900     IF  WS-RUN-RC LESS THAN 4
044000         MOVE 4 TO WS-RUN-RC.
044100     MOVE WS-SNP-KEY TO DTL-KEY.
044200     MOVE SPACES TO DTL-BUCKET.
044300     MOVE 'NO LONGER ON MASTER' TO DTL-TEXT.
044400     MOVE ZERO TO DTL-SNAP.
044500     MOVE SPACES TO DTL-MAST-X.
044600     PERFORM 9400-PRINT-DETAIL THRU 9400-EXIT.
044700     PERFORM 3610-GONE-BUCKET THRU 3610-EXIT
044800         VARYING WS-SUB FROM 1 BY 1
044900         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
045000 3600-EXIT. EXIT.
045100 3610-GONE-BUCKET.
045200     ADD YES-CUR (WS-SUB) TO WS-PRF-GONE-CUR (WS-SUB).
045300 3610-EXIT. EXIT.
045400     EJECT
045500*----------------------------------------------------------------*
045600*    5000-PROVE-SNAPSHOT - THE SNAPSHOT AGAINST ITS CONTROL      *
045700*    RECORD AND ITS MANIFEST.                                    *
045800*----------------------------------------------------------------*
045900 5000-PROVE-SNAPSHOT.
046000     MOVE 'SNAPSHOT CONTROL' TO SEC-TEXT.
046100     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
046200     IF  NOT WS-88-CTL-FOUND
046300         MOVE 'Y' TO WS-SNAP-BAD-SW
046400         MOVE 'SNAPSHOT CONTROL RECORD MISSING' TO SUM-LIT
046500         MOVE ZERO TO SUM-COUNT
046600         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
046700         GO TO 5000-MANIFEST.
046800     MOVE 'SNAPSHOT ACCOUNTS - CONTROL' TO SUM-LIT.
046900     MOVE WS-HLD-ACCOUNTS TO SUM-COUNT.
047000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
047100     MOVE 'SNAPSHOT ACCOUNTS - READ' TO SUM-LIT.
047200     MOVE WS-TOT-SNAPSHOT TO SUM-COUNT.
047300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
047400     IF  WS-HLD-ACCOUNTS NOT EQUAL WS-TOT-SNAPSHOT
047500         MOVE 'Y' TO WS-SNAP-BAD-SW.
047600     PERFORM 5100-CHECK-CONTROL THRU 5100-EXIT
047700         VARYING WS-SUB FROM 1 BY 1
047800         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
047900     IF  WS-88-SNAP-BAD
048000         MOVE 'SNAPSHOT NOT EQUAL CONTROL - HOLD' TO SUM-LIT
048100     ELSE
048200         MOVE 'SNAPSHOT AGREES WITH CONTROL' TO SUM-LIT.
048300     MOVE ZERO TO SUM-COUNT.
048400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048500 5000-MANIFEST.
048600     MOVE 'V' TO MRQ-FUNCTION.
048700     MOVE 'IMYESNAP' TO MRQ-FILE-ID.
048800     MOVE WS-TOT-SNAPSHOT TO MRQ-RECORD-COUNT.
048900     MOVE WS-SNP-HASH TO MRQ-AMOUNT-HASH.
049000     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
049100     IF  MRQ-88-OK
049200         MOVE 'SNAPSHOT MANIFEST VERIFIED        ' TO SUM-LIT
049300     ELSE
049400     IF  MRQ-88-NO-MANIFEST
049500         MOVE 'NO SNAPSHOT MANIFEST ON FILE      ' TO SUM-LIT
049600         MOVE 'Y' TO WS-SNAP-BAD-SW
049700     ELSE
049800         MOVE 'SNAPSHOT MANIFEST MISMATCH - HOLD ' TO SUM-LIT
049900         MOVE 'Y' TO WS-SNAP-BAD-SW.
050000     MOVE MRQ-RETURN-CODE TO SUM-COUNT.
050100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050200     IF  WS-88-SNAP-BAD
050300         MOVE 16 TO WS-RUN-RC.
050400 5000-EXIT. EXIT.
050500 5100-CHECK-CONTROL.
050600     IF  WS-HLD-CUR (WS-SUB) NOT EQUAL WS-PRF-SNP-CUR (WS-SUB)
050700         MOVE 'Y' TO WS-SNAP-BAD-SW.
050800 5100-EXIT. EXIT.
050900     EJECT
051000*----------------------------------------------------------------*
051100*    6000-PROVE-BUCKETS - MASTER PRIOR-YEAR NOW PLUS THE PART OF *
051200*    THE SNAPSHOT ON ACCOUNTS NO LONGER ON THE MASTER MUST EQUAL *
051300*    THE SNAPSHOT CURRENT-YEAR CONTROL TOTAL.                    *
051400*----------------------------------------------------------------*
051500 6000-PROVE-BUCKETS.
051600     MOVE 'BUCKET PROOF' TO SEC-TEXT.
051700     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
051800     MOVE SPACES TO YEP-REPORT-LINE.
051900     MOVE WS-BUCKET-HEADING TO YEP-REPORT-LINE.
052000     WRITE YEP-REPORT-LINE.
052100     WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
052110     IF  WS-88-MST-ERROR
052120         MOVE 'MASTER READ FAILED AFTER ACCOUNTS' TO SUM-LIT
052130         MOVE WS-TOT-MASTER TO SUM-COUNT
052140         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
052150         WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
052200     PERFORM 6100-PROVE-BUCKET THRU 6100-EXIT
052300         VARYING WS-SUB FROM 1 BY 1
052400         UNTIL WS-SUB GREATER THAN YEB-BUCKET-MAX.
052500 6000-EXIT. EXIT.
052600 6100-PROVE-BUCKET.
052700     COMPUTE WS-PRF-PROVED = WS-PRF-MST-PRV (WS-SUB)
052800                           + WS-PRF-GONE-CUR (WS-SUB).
052900     MOVE WS-SUB               TO BKL-NO.
053000     MOVE YEB-NM-TEXT (WS-SUB) TO BKL-NAME.
053100     IF  WS-88-CTL-FOUND
053200         MOVE WS-HLD-CUR (WS-SUB)     TO BKL-SNAP
053300     ELSE
053400         MOVE WS-PRF-SNP-CUR (WS-SUB) TO BKL-SNAP.
053500     MOVE WS-PRF-MST-PRV (WS-SUB) TO BKL-PRV.
053600     MOVE WS-PRF-MST-CUR (WS-SUB) TO BKL-CUR.
053700     MOVE WS-PRF-EXCEPTIONS (WS-SUB) TO BKL-EXCEPT.
053800     MOVE 'OK ' TO BKL-STATUS.
053810     IF  WS-88-MST-ERROR
053820         MOVE 'N/P' TO BKL-STATUS.
053900     IF  WS-88-CTL-FOUND
054000     AND WS-PRF-PROVED NOT EQUAL WS-HLD-CUR (WS-SUB)
054100         MOVE 'OUT' TO BKL-STATUS.
054200     IF  NOT WS-88-CTL-FOUND
054300     AND WS-PRF-PROVED NOT EQUAL WS-PRF-SNP-CUR (WS-SUB)
054400         MOVE 'OUT' TO BKL-STATUS.
054500     IF  BKL-STATUS EQUAL 'OUT'
054600         ADD 1 TO WS-TOT-BUCKETS-OUT
054700         IF  WS-RUN-RC LESS THAN 8
054800             MOVE 8 TO WS-RUN-RC.
054900     MOVE SPACES TO YEP-REPORT-LINE.
055000     MOVE WS-BUCKET-LINE TO YEP-REPORT-LINE.
055100     WRITE YEP-REPORT-LINE.
055200 6100-EXIT. EXIT.
055300     EJECT
055400*----------------------------------------------------------------*
055500*    9000-TERMINATE - RUN TOTALS, VERDICT AND CLOSE.             *
055600*----------------------------------------------------------------*
055700 9000-TERMINATE.
055800     MOVE 'RUN TOTALS' TO SEC-TEXT.
055900     PERFORM 9300-PRINT-SECTION THRU 9300-EXIT.
056000     MOVE 'MASTER ACCOUNTS READ' TO SUM-LIT.
056100     MOVE WS-TOT-MASTER TO SUM-COUNT.
056200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056300     MOVE 'SNAPSHOT ACCOUNTS READ' TO SUM-LIT.
056400     MOVE WS-TOT-SNAPSHOT TO SUM-COUNT.
056500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056600     MOVE 'ACCOUNTS PROVED AGAINST SNAPSHOT' TO SUM-LIT.
056700     MOVE WS-TOT-MATCHED TO SUM-COUNT.
056800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056900     MOVE 'ACCOUNTS WITH EXCEPTIONS' TO SUM-LIT.
057000     MOVE WS-TOT-ACCT-EXCEPT TO SUM-COUNT.
057100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057200     MOVE 'EXCEPTIONS' TO SUM-LIT.
057300     MOVE WS-TOT-EXCEPTIONS TO SUM-COUNT.
057400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057500     MOVE 'TRAILERS NO LONGER ON ACCOUNT' TO SUM-LIT.
057600     MOVE WS-TOT-TRLR-MISSING TO SUM-COUNT.
057700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057800     MOVE 'ACCOUNTS OPENED SINCE SNAPSHOT' TO SUM-LIT.
057900     MOVE WS-TOT-NEW TO SUM-COUNT.
058000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058100     MOVE 'SNAPSHOT ACCOUNTS NOT ON MASTER' TO SUM-LIT.
058200     MOVE WS-TOT-GONE TO SUM-COUNT.
058300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058400     MOVE 'BUCKETS OUT OF BALANCE' TO SUM-LIT.
058500     MOVE WS-TOT-BUCKETS-OUT TO SUM-COUNT.
058600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058700     IF  WS-TOT-DETAIL GREATER THAN WS-DETAIL-MAX
058800         MOVE 'DETAIL LINES NOT PRINTED' TO SUM-LIT
058900         COMPUTE SUM-COUNT = WS-TOT-DETAIL - WS-DETAIL-MAX
059000         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059100     IF  WS-RUN-RC EQUAL ZERO
059200         MOVE 'YEAR-END ROLLOVER PROVED' TO SUM-LIT
059300     ELSE
059400     IF  WS-RUN-RC EQUAL 4
059500         MOVE 'ROLLOVER PROVED - SEE ITEMS ABOVE' TO SUM-LIT
059600     ELSE
059700         MOVE 'ROLLOVER NOT PROVED - HOLD' TO SUM-LIT.
059800     MOVE WS-RUN-RC TO SUM-COUNT.
059900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
060000     MOVE 'E' TO I-O-CONTROL-OPERATOR.
060100     MOVE -1  TO I-O-SEND-CODE.
060200     CALL 'IMACTM' USING I-O-CONTROL-AREA
060300                         MASTER-AREA
060400                         SI-ENVIRONMENT-AREA.
060500     CLOSE YE-SNAPSHOT-FILE.
060600     CLOSE YEP-REPORT.
060700     MOVE WS-RUN-RC TO RETURN-CODE.
060800 9000-EXIT. EXIT.
060900     EJECT
061000 9100-PRINT-SUMMARY.
061100     MOVE SPACES TO YEP-REPORT-LINE.
061200     MOVE WS-SUMMARY-LINE TO YEP-REPORT-LINE.
061300     WRITE YEP-REPORT-LINE.
061400 9100-EXIT. EXIT.
061500 9300-PRINT-SECTION.
061600     WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
061700     MOVE SPACES TO YEP-REPORT-LINE.
061800     MOVE WS-SECTION-LINE TO YEP-REPORT-LINE.
061900     WRITE YEP-REPORT-LINE.
062000     WRITE YEP-REPORT-LINE FROM WS-BLANK-LINE.
062100 9300-EXIT. EXIT.
062200 9400-PRINT-DETAIL.
062300     ADD 1 TO WS-TOT-DETAIL.
062400     IF  WS-TOT-DETAIL GREATER THAN WS-DETAIL-MAX
062500         GO TO 9400-EXIT.
062600     MOVE SPACES TO YEP-REPORT-LINE.
062700     MOVE WS-DETAIL-LINE TO YEP-REPORT-LINE.
062800     WRITE YEP-REPORT-LINE.
062900 9400-EXIT. EXIT.
063000     EJECT
063100     COPY IMPDYEBK.
