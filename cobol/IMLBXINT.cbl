*     * GN6202 * 10/02/26 JCTE WHOLESALE LOCKBOX REMITTANCE INTAKE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMLBXINT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/02/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMLBXINT IS THE WHOLESALE LOCKBOX INTAKE.  THE PROCESSOR'S  *
000900*    BATCH FILE (IMLBXBAT, LAYOUT IMWSLBXB) IS READ BATCH BY     *
001000*    BATCH AND EACH BATCH IS PROVED - THE DETAIL COUNT AND THE   *
001100*    SUM OF THE CHECK AMOUNTS MUST AGREE WITH THE HEADER, EVERY  *
001200*    DETAIL MUST CARRY THE HEADER'S LOCKBOX AND BATCH AND A GOOD *
001300*    AMOUNT, AND THE DEPOSIT ACCOUNT MUST BE ON THE MASTER WITH  *
001400*    LOCKBOX SERVICE (WMS-NB-DC-LOCKBOX).  A PROVED BATCH POSTS  *
001500*    AS ONE DEPOSIT IN TRAN-FILE FORMAT (IMLBXTRN) FOR THE       *
001600*    POSTING STREAM AND ITS ITEMS ARE COUNTED INTO               *
001700*    WMS-LOCKBOX-ITEMS AND WMS-MTD-LOCKBOX-ITEMS FOR ANALYSIS    *
001800*    PRICING.  A BATCH THAT DOES NOT PROVE IS NOT POSTED; IT IS  *
001900*    LISTED ON THE EXCEPTION REPORT AND WRITTEN UNCHANGED TO THE *
002000*    HOLD FILE (IMLBXHLD) TO BE CORRECTED AND RESUBMITTED.       *
002100*----------------------------------------------------------------*
002200*    THE ITEMS OF EVERY POSTED BATCH ARE SORTED BY LOCKBOX AND   *
002300*    WRITTEN TO THE ELECTRONIC REMITTANCE DETAIL FILE (IMLBXREM, *
002400*    LAYOUT IMWSLBXR) AS ONE FILE PER LOCKBOX CUSTOMER,          *
002500*    REPLACING THE FAXED REMITTANCE LIST.  THE DEPOSIT AND       *
002600*    REMITTANCE FILES ARE BOTH REGISTERED THROUGH IMMANFST.      *
002700*----------------------------------------------------------------*
002800*               ** HISTORY OF REVISIONS **                      *
002900* DESCRIPTION                                           CHNGID  *
003000* ____________________________________________________ _______ *
003100* 10/02/26 JCTE NEW PROGRAM - WHOLESALE LOCKBOX         GN6202 *
003200*                REMITTANCE INTAKE AND REMITTANCE DETAIL        *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT    DIVISION.
003500 INPUT-OUTPUT   SECTION.
003600 FILE-CONTROL.
003700     SELECT LBX-PARM-FILE     ASSIGN TO "IMLBXPRM"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL LBX-BATCH-FILE ASSIGN TO "IMLBXBAT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-BAT-FILE-STATUS.
004200     SELECT LBX-HOLD-FILE     ASSIGN TO "IMLBXHLD"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT LBX-TRAN-OUT      ASSIGN TO "IMLBXTRN"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT REMIT-SORT-FILE   ASSIGN TO "IMLBXSRT".
004700     SELECT LBX-REMIT-FILE    ASSIGN TO "IMLBXREM"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT LBX-RPT           ASSIGN TO "IMLBXRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LBX-PARM-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  LBX-PARM-RECORD.
005600     03  LXP-RUN-DATE                PIC 9(6).
005700     03  LXP-DEPOSIT-TRAN-CODE       PIC XX.
005800     03  FILLER                      PIC X(72).
005900 FD  LBX-BATCH-FILE.
006000     COPY IMWSLBXB.
006100 FD  LBX-HOLD-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  LBX-HOLD-RECORD                 PIC X(80).
006400 FD  LBX-TRAN-OUT.
006500     COPY IMWSTRAN.
006600 SD  REMIT-SORT-FILE.
006700 01  REMIT-SORT-RECORD.
006800     03  RMS-LOCKBOX-NO              PIC X(7).
006900     03  RMS-BATCH-NO                PIC 9(4).
007000     03  RMS-ITEM-SEQ                PIC 9(5).
007100     03  RMS-REC-TYPE                PIC X.
007200     03  RMS-ACCOUNT                 PIC X(22).
007300     03  RMS-DEPOSIT-DATE            PIC 9(6).
007400     03  RMS-ITEMS                   PIC 9(5).
007500     03  RMS-PAYER-NAME              PIC X(25).
007600     03  RMS-INVOICE-NO              PIC X(15).
007700     03  RMS-CHECK-NO                PIC 9(10).
007800     03  RMS-AMOUNT                  PIC 9(11)V99.
007900 FD  LBX-REMIT-FILE.
008000     COPY IMWSLBXR.
008100 FD  LBX-RPT
008200     RECORD CONTAINS 133 CHARACTERS.
008300 01  LBX-RPT-LINE                    PIC X(133).
008400 WORKING-STORAGE SECTION.
008500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMLBXINT'.
008600 77  WS-ITEM-MAX                     PIC S9(5)   COMP VALUE +5000.
008700 77  WS-BAT-FILE-STATUS              PIC X(2)    VALUE SPACES.
008800     88  WS-88-BAT-NOT-FOUND         VALUE '05' '35'.
008900     EJECT
009000     COPY IMWSMNRQ.
009100     EJECT
009200 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009300 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
009400 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
009500     03  WS-WORK-YR                  PIC 99.
009600     03  WS-WORK-MO                  PIC 99.
009700     03  WS-WORK-DA                  PIC 99.
009800 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
009900 01  WS-DEPOSIT-TRAN-CODE            PIC XX      VALUE '27'.
010000     EJECT
010100 01  WS-SWITCHES.
010200     03  WS-BAT-EOF-SW               PIC X(1)    VALUE 'N'.
010300         88  WS-88-BAT-EOF           VALUE 'Y'.
010400     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010500         88  WS-88-SORT-EOF          VALUE 'Y'.
010600     03  WS-OVERFLOW-SW              PIC X(1)    VALUE 'N'.
010700         88  WS-88-OVERFLOW          VALUE 'Y'.
010800     03  WS-CUSTOMER-OPEN-SW         PIC X(1)    VALUE 'N'.
010900         88  WS-88-CUSTOMER-OPEN     VALUE 'Y'.
011000 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011100 01  WS-ITEM-COUNT                   PIC S9(5)   COMP VALUE 0.
011200 01  WS-PROVED-ITEMS                 PIC S9(7)   COMP-3 VALUE 0.
011300 01  WS-PROVED-TOTAL                 PIC S9(13)V99 COMP-3 VALUE 0.
011400 01  WS-HOLD-REASON                  PIC X(30)   VALUE SPACES.
011500 01  WS-CUR-LOCKBOX                  PIC X(7)    VALUE SPACES.
011600     EJECT
011700*----------------------------------------------------------------*
011800*    THE BATCH IN HAND - ITS HEADER AND ITS DETAILS.             *
011900*----------------------------------------------------------------*
012000 01  WS-BATCH-HEADER                 PIC X(80)   VALUE SPACES.
012100 01  WS-HDR-FIELDS REDEFINES WS-BATCH-HEADER.
012200     03  FILLER                      PIC X.
012300     03  WS-HDR-LOCKBOX-NO           PIC X(7).
012400     03  WS-HDR-BATCH-NO             PIC 9(4).
012500     03  WS-HDR-ACCOUNT              PIC X(22).
012600     03  WS-HDR-DEPOSIT-DATE         PIC 9(6).
012700     03  WS-HDR-BATCH-ITEMS          PIC 9(5).
012800     03  WS-HDR-BATCH-TOTAL          PIC 9(11)V99.
012900     03  FILLER                      PIC X(22).
013000 01  WS-ITEM-TABLE.
013100     03  WS-ITEM-ENTRY OCCURS 5000 TIMES
013200                       INDEXED BY ITX.
013300         05  WS-ITEM-RECORD          PIC X(80).
013400 01  WS-ITEM-WORK                    PIC X(80)   VALUE SPACES.
013500 01  WS-ITM-FIELDS REDEFINES WS-ITEM-WORK.
013600     03  FILLER                      PIC X(12).
013700     03  WS-ITM-PAYER-NAME           PIC X(25).
013800     03  WS-ITM-INVOICE-NO           PIC X(15).
013900     03  WS-ITM-CHECK-NO             PIC 9(10).
014000     03  WS-ITM-CHECK-AMT            PIC 9(9)V99.
014100     03  FILLER                      PIC X(7).
014200     EJECT
014300*----------------------------------------------------------------*
014400*    REMITTANCE FILE CONTROLS FOR THE CUSTOMER BEING WRITTEN.    *
014500*----------------------------------------------------------------*
014600 01  WS-REMIT-CONTROLS.
014700     03  WS-CUS-ACCOUNT              PIC X(22)   VALUE SPACES.
014800     03  WS-CUS-BATCHES              PIC 9(5)    COMP VALUE 0.
014900     03  WS-CUS-ITEMS                PIC 9(7)    COMP VALUE 0.
015000     03  WS-CUS-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
015100     EJECT
015200 01  WS-TOTALS.
015300     03  WS-TOT-BATCHES              PIC 9(7)    COMP VALUE 0.
015400     03  WS-TOT-POSTED               PIC 9(7)    COMP VALUE 0.
015500     03  WS-TOT-HELD                 PIC 9(7)    COMP VALUE 0.
015600     03  WS-TOT-ORPHANS              PIC 9(7)    COMP VALUE 0.
015700     03  WS-TOT-ITEMS-POSTED         PIC 9(7)    COMP VALUE 0.
015800     03  WS-TOT-ITEMS-HELD           PIC 9(7)    COMP VALUE 0.
015900     03  WS-TOT-CUSTOMERS            PIC 9(7)    COMP VALUE 0.
016000     03  WS-TOT-REMIT-RECS           PIC 9(7)    COMP VALUE 0.
016100     03  WS-TOT-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
016200     03  WS-TOT-HELD-AMT             PIC S9(13)V99 COMP-3 VALUE 0.
016300     03  WS-TOT-REMIT-AMT            PIC S9(15)V99 COMP-3 VALUE 0.
016400     EJECT
016500 01  WS-REPORT-TITLE.
016600     03  FILLER                      PIC X(48)   VALUE
016700         'IMLBXINT - WHOLESALE LOCKBOX REMITTANCE INTAKE  '.
016800     03  FILLER                      PIC X(9)    VALUE
016900         'RUN DATE '.
017000     03  TTL-RUN-DATE                PIC X(8).
017100     03  FILLER                      PIC X(68)   VALUE SPACES.
017200 01  WS-SECTION-TITLE.
017300     03  FILLER                      PIC X(4)    VALUE SPACES.
017400     03  SEC-TITLE                   PIC X(60).
017500     03  FILLER                      PIC X(69)   VALUE SPACES.
017600 01  WS-BATCH-HEAD.
017700     03  FILLER                      PIC X(4)    VALUE SPACES.
017800     03  FILLER                      PIC X(50)   VALUE
017900         'LOCKBOX  BATCH ACCOUNT                HDR ITEMS   '.
018000     03  FILLER                      PIC X(50)   VALUE
018100         '   HEADER TOTAL   ITEMS      PROVED TOTAL  STATUS '.
018200     03  FILLER                      PIC X(29)   VALUE SPACES.
018300 01  WS-BATCH-LINE.
018400     03  FILLER                      PIC X(4)    VALUE SPACES.
018500     03  BTL-LOCKBOX-NO              PIC X(7).
018600     03  FILLER                      PIC X(2)    VALUE SPACES.
018700     03  BTL-BATCH-NO                PIC X(4).
018800     03  FILLER                      PIC X(2)    VALUE SPACES.
018900     03  BTL-ACCOUNT                 PIC X(22).
019000     03  FILLER                      PIC X(4)    VALUE SPACES.
019100     03  BTL-HDR-ITEMS               PIC ZZ,ZZ9.
019200     03  FILLER                      PIC X(2)    VALUE SPACES.
019300     03  BTL-HDR-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
019400     03  FILLER                      PIC X(2)    VALUE SPACES.
019500     03  BTL-ITEMS                   PIC ZZ,ZZ9.
019600     03  FILLER                      PIC X(2)    VALUE SPACES.
019700     03  BTL-TOTAL                   PIC Z,ZZZ,ZZZ,ZZ9.99.
019800     03  FILLER                      PIC X(2)    VALUE SPACES.
019900     03  BTL-STATUS                  PIC X(36).
020000 01  WS-REMIT-HEAD.
020100     03  FILLER                      PIC X(4)    VALUE SPACES.
020200     03  FILLER                      PIC X(50)   VALUE
020300         'LOCKBOX  ACCOUNT                 BATCHES    ITEMS '.
020400     03  FILLER                      PIC X(50)   VALUE
020500         '       REMITTED TOTAL                             '.
020600     03  FILLER                      PIC X(29)   VALUE SPACES.
020700 01  WS-REMIT-LINE.
020800     03  FILLER                      PIC X(4)    VALUE SPACES.
020900     03  RML-LOCKBOX-NO              PIC X(7).
021000     03  FILLER                      PIC X(2)    VALUE SPACES.
021100     03  RML-ACCOUNT                 PIC X(22).
021200     03  FILLER                      PIC X(3)    VALUE SPACES.
021300     03  RML-BATCHES                 PIC ZZ,ZZ9.
021400     03  FILLER                      PIC X(2)    VALUE SPACES.
021500     03  RML-ITEMS                   PIC ZZZ,ZZ9.
021600     03  FILLER                      PIC X(2)    VALUE SPACES.
021700     03  RML-TOTAL                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021800     03  FILLER                      PIC X(58)   VALUE SPACES.
021900 01  WS-SUMMARY-LINE.
022000     03  FILLER                      PIC X(4)    VALUE SPACES.
022100     03  SUM-LIT                     PIC X(34).
022200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
022300     03  FILLER                      PIC X(88)   VALUE SPACES.
022400 01  WS-SUMMARY-AMT-LINE.
022500     03  FILLER                      PIC X(4)    VALUE SPACES.
022600     03  SUMA-LIT                    PIC X(34).
022700     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
022800     03  FILLER                      PIC X(79)   VALUE SPACES.
022900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023000     EJECT
023100 LINKAGE SECTION.
023200     COPY SIWSCNTL.
023300     EJECT
023400     COPY IMAWKMST.
023500     EJECT
023600     COPY IMWSENVO.
023700     EJECT
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------------*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024200     SORT REMIT-SORT-FILE
024300         ASCENDING KEY RMS-LOCKBOX-NO RMS-BATCH-NO RMS-ITEM-SEQ
024400         INPUT PROCEDURE IS 2000-INTAKE
024500         OUTPUT PROCEDURE IS 5000-WRITE-REMITTANCE.
024600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
024700     GOBACK.
024800     EJECT
024900 1000-INITIALIZE.
025000     OPEN INPUT LBX-PARM-FILE.
025100     READ LBX-PARM-FILE
025200         AT END MOVE SPACES TO LBX-PARM-RECORD.
025300     CLOSE LBX-PARM-FILE.
025400     IF  LXP-RUN-DATE NUMERIC
025500     AND LXP-RUN-DATE GREATER THAN ZERO
025600         MOVE LXP-RUN-DATE TO WS-RUN-DATE-YYMMDD
025700     ELSE
025800         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
025900     IF  LXP-DEPOSIT-TRAN-CODE NOT EQUAL SPACES
026000         MOVE LXP-DEPOSIT-TRAN-CODE TO WS-DEPOSIT-TRAN-CODE.
026100     OPEN INPUT  LBX-BATCH-FILE.
026200     IF  WS-88-BAT-NOT-FOUND
026300         MOVE 'Y' TO WS-BAT-EOF-SW.
026400     OPEN OUTPUT LBX-HOLD-FILE.
026500     OPEN OUTPUT LBX-TRAN-OUT.
026600     OPEN OUTPUT LBX-REMIT-FILE.
026700     OPEN OUTPUT LBX-RPT.
026800     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
026900     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
027000     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
027100     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
027200     MOVE SPACES TO LBX-RPT-LINE.
027300     MOVE WS-REPORT-TITLE TO LBX-RPT-LINE.
027400     WRITE LBX-RPT-LINE.
027500     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
027600     MOVE 'SECTION 1 - BATCH PROOF AND POSTING' TO SEC-TITLE.
027700     MOVE SPACES TO LBX-RPT-LINE.
027800     MOVE WS-SECTION-TITLE TO LBX-RPT-LINE.
027900     WRITE LBX-RPT-LINE.
028000     MOVE SPACES TO LBX-RPT-LINE.
028100     MOVE WS-BATCH-HEAD TO LBX-RPT-LINE.
028200     WRITE LBX-RPT-LINE.
028300     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
028400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
028500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
028600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
028700     MOVE 'U' TO I-O-CONTROL-ACCESS.
028800     MOVE -1  TO I-O-SEND-CODE.
028900     CALL 'IMACTM' USING I-O-CONTROL-AREA
029000                         MASTER-AREA
029100                         SI-ENVIRONMENT-AREA.
029200 1000-EXIT. EXIT.
029300     EJECT
029400*----------------------------------------------------------------*
029500*    2000-INTAKE - SORT INPUT PROCEDURE.  ONE BATCH AT A TIME:   *
029600*    THE HEADER AND ITS DETAILS ARE GATHERED, PROVED AND EITHER  *
029700*    POSTED OR HELD.  A DETAIL WITH NO HEADER AHEAD OF IT CANNOT *
029800*    BE PROVED AND GOES STRAIGHT TO THE HOLD FILE.               *
029900*----------------------------------------------------------------*
030000 2000-INTAKE.
030100     PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT.
030200     PERFORM 2100-ONE-BATCH THRU 2100-EXIT
030300         UNTIL WS-88-BAT-EOF.
030400     CLOSE LBX-BATCH-FILE.
030500 2000-EXIT. EXIT.
030600 2100-ONE-BATCH.
030700     IF  NOT LBX-88-HEADER
030800         ADD 1 TO WS-TOT-ORPHANS
030900         MOVE LOCKBOX-BATCH-RECORD TO LBX-HOLD-RECORD
031000         WRITE LBX-HOLD-RECORD
031100         PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT
031200         GO TO 2100-EXIT.
031300     ADD 1 TO WS-TOT-BATCHES.
031400     MOVE LOCKBOX-BATCH-RECORD TO WS-BATCH-HEADER.
031500     MOVE ZERO   TO WS-ITEM-COUNT WS-PROVED-ITEMS WS-PROVED-TOTAL.
031600     MOVE SPACES TO WS-HOLD-REASON.
031700     MOVE 'N'    TO WS-OVERFLOW-SW.
031800     PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT.
031900     PERFORM 2200-COLLECT-ITEM THRU 2200-EXIT
032000         UNTIL WS-88-BAT-EOF
032100            OR LBX-88-HEADER.
032200     PERFORM 2300-PROVE-BATCH THRU 2300-EXIT.
032300     IF  WS-HOLD-REASON EQUAL SPACES
032400         PERFORM 2500-POST-BATCH THRU 2500-EXIT
032500     ELSE
032600         PERFORM 2400-HOLD-BATCH THRU 2400-EXIT.
032700 2100-EXIT. EXIT.
032800     EJECT
032900*----------------------------------------------------------------*
033000*    2200-COLLECT-ITEM - ADD ONE DETAIL TO THE BATCH.  A BATCH   *
033100*    TOO LARGE FOR THE TABLE IS HELD; WHAT WAS TABLED IS WRITTEN *
033200*    TO THE HOLD FILE AT ONCE AND THE REST FOLLOWS IT AS IT IS   *
033300*    READ.                                                       *
033400*----------------------------------------------------------------*
033500 2200-COLLECT-ITEM.
033600     ADD 1 TO WS-PROVED-ITEMS.
033700     IF  LBX-LOCKBOX-NO NOT EQUAL WS-HDR-LOCKBOX-NO
033800     OR  LBX-BATCH-NO   NOT EQUAL WS-HDR-BATCH-NO
033900         IF  WS-HOLD-REASON EQUAL SPACES
034000             MOVE 'ITEM NOT FOR THIS BATCH' TO WS-HOLD-REASON.
034100     IF  LBX-CHECK-AMT NUMERIC
034200     AND LBX-CHECK-AMT GREATER THAN ZERO
034300         ADD LBX-CHECK-AMT TO WS-PROVED-TOTAL
034400     ELSE
034500         IF  WS-HOLD-REASON EQUAL SPACES
034600             MOVE 'INVALID CHECK AMOUNT' TO WS-HOLD-REASON.
034700     IF  WS-88-OVERFLOW
034800         MOVE LOCKBOX-BATCH-RECORD TO LBX-HOLD-RECORD
034900         WRITE LBX-HOLD-RECORD
035000         PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT
035100         GO TO 2200-EXIT.
035200     IF  WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
035300         MOVE 'Y' TO WS-OVERFLOW-SW
035400         MOVE 'BATCH TOO LARGE FOR TABLE' TO WS-HOLD-REASON
035500         PERFORM 2410-WRITE-HOLD THRU 2410-EXIT
035600         MOVE LOCKBOX-BATCH-RECORD TO LBX-HOLD-RECORD
035700         WRITE LBX-HOLD-RECORD
035800         PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT
035900         GO TO 2200-EXIT.
036000     ADD 1 TO WS-ITEM-COUNT.
036100     SET ITX TO WS-ITEM-COUNT.
036200     MOVE LOCKBOX-BATCH-RECORD TO WS-ITEM-RECORD (ITX).
036300     PERFORM 2900-READ-BATCH-FILE THRU 2900-EXIT.
036400 2200-EXIT. EXIT.
036500     EJECT
036600*----------------------------------------------------------------*
036700*    2300-PROVE-BATCH - THE DETAILS MUST AGREE WITH THE HEADER   *
036800*    COUNT AND TOTAL, AND THE DEPOSIT ACCOUNT MUST BE AN OPEN    *
036900*    ACCOUNT WITH LOCKBOX SERVICE.  THE FIRST FAILURE FOUND IS   *
037000*    THE HOLD REASON.                                            *
037100*----------------------------------------------------------------*
037200 2300-PROVE-BATCH.
037300     IF  WS-HOLD-REASON NOT EQUAL SPACES
037400         GO TO 2300-EXIT.
037500     IF  WS-HDR-BATCH-ITEMS NOT NUMERIC
037600     OR  WS-HDR-BATCH-TOTAL NOT NUMERIC
037700         MOVE 'HEADER COUNT/TOTAL NOT NUMERIC' TO WS-HOLD-REASON
037800         GO TO 2300-EXIT.
037900     IF  WS-PROVED-ITEMS EQUAL ZERO
038000         MOVE 'BATCH HAS NO ITEMS' TO WS-HOLD-REASON
038100         GO TO 2300-EXIT.
038200     IF  WS-PROVED-ITEMS NOT EQUAL WS-HDR-BATCH-ITEMS
038300         MOVE 'OUT OF BALANCE - ITEM COUNT' TO WS-HOLD-REASON
038400         GO TO 2300-EXIT.
038500     IF  WS-PROVED-TOTAL NOT EQUAL WS-HDR-BATCH-TOTAL
038600         MOVE 'OUT OF BALANCE - AMOUNT' TO WS-HOLD-REASON
038700         GO TO 2300-EXIT.
038800     MOVE SPACES TO WMS-CONTROL-KEY.
038900     MOVE WS-HDR-ACCOUNT TO WMS-CONTROL-KEY.
039000     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
039100     MOVE -1     TO I-O-SEND-CODE.
039200     CALL 'IMACTM' USING I-O-CONTROL-AREA
039300                         MASTER-AREA
039400                         SI-ENVIRONMENT-AREA.
039500     IF  NOT I-O-88-NORMAL-RET
039600         MOVE 'DEPOSIT ACCOUNT NOT ON MASTER' TO WS-HOLD-REASON
039700         GO TO 2300-EXIT.
039800     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
039900     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
040000     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
040100         MOVE 'DEPOSIT ACCOUNT CLOSED' TO WS-HOLD-REASON
040200         GO TO 2300-EXIT.
040300     IF  WMS-NB-DC-LOCKBOX NOT EQUAL 'Y'
040400         MOVE 'ACCOUNT HAS NO LOCKBOX SERVICE' TO WS-HOLD-REASON.
040500 2300-EXIT. EXIT.
040600     EJECT
040700 2400-HOLD-BATCH.
040800     ADD 1 TO WS-TOT-HELD.
040900     ADD WS-PROVED-ITEMS TO WS-TOT-ITEMS-HELD.
041000     IF  WS-HDR-BATCH-TOTAL NUMERIC
041100         ADD WS-HDR-BATCH-TOTAL TO WS-TOT-HELD-AMT.
041200     IF  NOT WS-88-OVERFLOW
041300         PERFORM 2410-WRITE-HOLD THRU 2410-EXIT.
041400     MOVE SPACES TO BTL-STATUS.
041500     STRING 'HELD - ' WS-HOLD-REASON
041600         DELIMITED BY SIZE INTO BTL-STATUS.
041700     PERFORM 8500-PRINT-BATCH THRU 8500-EXIT.
041800 2400-EXIT. EXIT.
041900 2410-WRITE-HOLD.
042000     MOVE WS-BATCH-HEADER TO LBX-HOLD-RECORD.
042100     WRITE LBX-HOLD-RECORD.
042200     PERFORM 2420-HOLD-ITEM THRU 2420-EXIT
042300         VARYING WS-SUB FROM 1 BY 1
042400         UNTIL WS-SUB GREATER THAN WS-ITEM-COUNT.
042500 2410-EXIT. EXIT.
042600 2420-HOLD-ITEM.
042700     SET ITX TO WS-SUB.
042800     MOVE WS-ITEM-RECORD (ITX) TO LBX-HOLD-RECORD.
042900     WRITE LBX-HOLD-RECORD.
043000 2420-EXIT. EXIT.
043100     EJECT
043200*----------------------------------------------------------------*
043300*    2500-POST-BATCH - ONE DEPOSIT FOR THE BATCH TOTAL, THE ITEM *
043400*    COUNT ADDED TO THE DAY AND MONTH-TO-DATE LOCKBOX ITEM       *
043500*    COUNTS, AND THE BATCH AND ITEMS RELEASED FOR THE REMITTANCE *
043600*    FILE.                                                       *
043700*----------------------------------------------------------------*
043800 2500-POST-BATCH.
043900     ADD 1 TO WS-TOT-POSTED.
044000     ADD WS-PROVED-ITEMS TO WS-TOT-ITEMS-POSTED.
044100     ADD WS-PROVED-TOTAL TO WS-TOT-POSTED-AMT.
044200     MOVE LOW-VALUES TO TRAN-FILE.
044300     MOVE WMS-CONTROL-1 TO TR-CTL1.
044400     MOVE WMS-CONTROL-2 TO TR-CTL2.
044500     MOVE WMS-CONTROL-3 TO TR-CTL3.
044600     MOVE WMS-CTL4-ACCT TO TR-CTL4-ACCT.
044700     MOVE WS-DEPOSIT-TRAN-CODE TO TR-TRAN-CODE.
044800     MOVE WS-PROVED-TOTAL TO TR-AMOUNT.
044900     MOVE ZERO TO TR-NO-AMT.
045000     MOVE 'LB' TO TR-SOURCE.
045100     MOVE WS-HDR-BATCH-NO TO TR-BATCH.
045200     MOVE ZERO TO TR-SEQ.
045300     MOVE '1'  TO TR-TRAN-TYPE.
045400     WRITE TRAN-FILE.
045500     ADD WS-PROVED-ITEMS TO WMS-LOCKBOX-ITEMS
045600                            WMS-MTD-LOCKBOX-ITEMS.
045700     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
045800     MOVE -1   TO I-O-SEND-CODE.
045900     CALL 'IMACTM' USING I-O-CONTROL-AREA
046000                         MASTER-AREA
046100                         SI-ENVIRONMENT-AREA.
046200     MOVE WS-HDR-LOCKBOX-NO   TO RMS-LOCKBOX-NO.
046300     MOVE WS-HDR-BATCH-NO     TO RMS-BATCH-NO.
046400     MOVE ZERO                TO RMS-ITEM-SEQ.
046500     MOVE 'B'                 TO RMS-REC-TYPE.
046600     MOVE WS-HDR-ACCOUNT      TO RMS-ACCOUNT.
046700     MOVE WS-HDR-DEPOSIT-DATE TO RMS-DEPOSIT-DATE.
046800     MOVE WS-PROVED-ITEMS     TO RMS-ITEMS.
046900     MOVE SPACES              TO RMS-PAYER-NAME RMS-INVOICE-NO.
047000     MOVE ZERO                TO RMS-CHECK-NO.
047100     MOVE WS-PROVED-TOTAL     TO RMS-AMOUNT.
047200     RELEASE REMIT-SORT-RECORD.
047300     PERFORM 2510-RELEASE-ITEM THRU 2510-EXIT
047400         VARYING WS-SUB FROM 1 BY 1
047500         UNTIL WS-SUB GREATER THAN WS-ITEM-COUNT.
047600     MOVE 'POSTED' TO BTL-STATUS.
047700     PERFORM 8500-PRINT-BATCH THRU 8500-EXIT.
047800 2500-EXIT. EXIT.
047900 2510-RELEASE-ITEM.
048000     SET ITX TO WS-SUB.
048100     MOVE WS-ITEM-RECORD (ITX) TO WS-ITEM-WORK.
048200     MOVE 'D'                 TO RMS-REC-TYPE.
048300     MOVE WS-SUB              TO RMS-ITEM-SEQ.
048400     MOVE WS-ITM-PAYER-NAME   TO RMS-PAYER-NAME.
048500     MOVE WS-ITM-INVOICE-NO   TO RMS-INVOICE-NO.
048600     MOVE WS-ITM-CHECK-NO     TO RMS-CHECK-NO.
048700     MOVE WS-ITM-CHECK-AMT    TO RMS-AMOUNT.
048800     RELEASE REMIT-SORT-RECORD.
048900 2510-EXIT. EXIT.
049000 2900-READ-BATCH-FILE.
049100     READ LBX-BATCH-FILE
049200         AT END MOVE 'Y' TO WS-BAT-EOF-SW.
049300 2900-EXIT. EXIT.
049400     EJECT
049500*----------------------------------------------------------------*
049600*    5000-WRITE-REMITTANCE - SORT OUTPUT PROCEDURE.  ONE FILE    *
049700*    PER LOCKBOX CUSTOMER - HEADER, EACH POSTED BATCH WITH ITS   *
049800*    ITEMS, AND A TRAILER.                                       *
049900*----------------------------------------------------------------*
050000 5000-WRITE-REMITTANCE.
050100     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
050200     MOVE 'SECTION 2 - CUSTOMER REMITTANCE FILES' TO SEC-TITLE.
050300     MOVE SPACES TO LBX-RPT-LINE.
050400     MOVE WS-SECTION-TITLE TO LBX-RPT-LINE.
050500     WRITE LBX-RPT-LINE.
050600     MOVE SPACES TO LBX-RPT-LINE.
050700     MOVE WS-REMIT-HEAD TO LBX-RPT-LINE.
050800     WRITE LBX-RPT-LINE.
050900     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
051000     MOVE 'N' TO WS-SORT-EOF-SW.
051100     PERFORM 5100-ONE-REMITTANCE THRU 5100-EXIT
051200         UNTIL WS-88-SORT-EOF.
051300     IF  WS-88-CUSTOMER-OPEN
051400         PERFORM 5400-CLOSE-CUSTOMER THRU 5400-EXIT.
051500 5000-EXIT. EXIT.
051600 5100-ONE-REMITTANCE.
051700     RETURN REMIT-SORT-FILE
051800         AT END MOVE 'Y' TO WS-SORT-EOF-SW
051900                GO TO 5100-EXIT.
052000     IF  WS-88-CUSTOMER-OPEN
052100     AND RMS-LOCKBOX-NO NOT EQUAL WS-CUR-LOCKBOX
052200         PERFORM 5400-CLOSE-CUSTOMER THRU 5400-EXIT.
052300     IF  NOT WS-88-CUSTOMER-OPEN
052400         PERFORM 5200-OPEN-CUSTOMER THRU 5200-EXIT.
052500     MOVE SPACES TO LOCKBOX-REMITTANCE-RECORD.
052600     MOVE RMS-REC-TYPE   TO RMT-REC-TYPE.
052700     MOVE RMS-LOCKBOX-NO TO RMT-LOCKBOX-NO.
052800     MOVE RMS-BATCH-NO   TO RMT-BATCH-NO.
052900     MOVE RMS-ITEM-SEQ   TO RMT-ITEM-SEQ.
053000     IF  RMS-REC-TYPE EQUAL 'B'
053100         ADD 1 TO WS-CUS-BATCHES
053200         MOVE RMS-DEPOSIT-DATE TO RMT-DEPOSIT-DATE
053300         MOVE RMS-ITEMS        TO RMT-BATCH-ITEMS
053400         MOVE RMS-AMOUNT       TO RMT-BATCH-TOTAL
053500     ELSE
053600         ADD 1 TO WS-CUS-ITEMS
053700         ADD RMS-AMOUNT TO WS-CUS-TOTAL
053800         MOVE RMS-PAYER-NAME   TO RMT-PAYER-NAME
053900         MOVE RMS-INVOICE-NO   TO RMT-INVOICE-NO
054000         MOVE RMS-CHECK-NO     TO RMT-CHECK-NO
054100         MOVE RMS-AMOUNT       TO RMT-CHECK-AMT.
054200     PERFORM 5900-WRITE-REMIT THRU 5900-EXIT.
054300 5100-EXIT. EXIT.
054400     EJECT
054500 5200-OPEN-CUSTOMER.
054600     MOVE 'Y' TO WS-CUSTOMER-OPEN-SW.
054700     ADD 1 TO WS-TOT-CUSTOMERS.
054800     MOVE RMS-LOCKBOX-NO TO WS-CUR-LOCKBOX.
054900     MOVE RMS-ACCOUNT    TO WS-CUS-ACCOUNT.
055000     MOVE ZERO TO WS-CUS-BATCHES WS-CUS-ITEMS WS-CUS-TOTAL.
055100     MOVE SPACES TO LOCKBOX-REMITTANCE-RECORD.
055200     MOVE 'H'                TO RMT-REC-TYPE.
055300     MOVE RMS-LOCKBOX-NO     TO RMT-LOCKBOX-NO.
055400     MOVE ZERO               TO RMT-BATCH-NO RMT-ITEM-SEQ.
055500     MOVE RMS-ACCOUNT        TO RMT-ACCOUNT.
055600     MOVE WS-RUN-DATE-YYMMDD TO RMT-CREATE-DATE.
055700     PERFORM 5900-WRITE-REMIT THRU 5900-EXIT.
055800 5200-EXIT. EXIT.
055900 5400-CLOSE-CUSTOMER.
056000     MOVE 'N' TO WS-CUSTOMER-OPEN-SW.
056100     MOVE SPACES TO LOCKBOX-REMITTANCE-RECORD.
056200     MOVE 'T'                TO RMT-REC-TYPE.
056300     MOVE WS-CUR-LOCKBOX     TO RMT-LOCKBOX-NO.
056400     MOVE 9999               TO RMT-BATCH-NO.
056500     MOVE 99999              TO RMT-ITEM-SEQ.
056600     MOVE WS-CUS-BATCHES     TO RMT-FILE-BATCHES.
056700     MOVE WS-CUS-ITEMS       TO RMT-FILE-ITEMS.
056800     MOVE WS-CUS-TOTAL       TO RMT-FILE-TOTAL.
056900     PERFORM 5900-WRITE-REMIT THRU 5900-EXIT.
057000     ADD WS-CUS-TOTAL TO WS-TOT-REMIT-AMT.
057100     MOVE WS-CUR-LOCKBOX     TO RML-LOCKBOX-NO.
057200     MOVE WS-CUS-ACCOUNT     TO RML-ACCOUNT.
057300     MOVE WS-CUS-BATCHES     TO RML-BATCHES.
057400     MOVE WS-CUS-ITEMS       TO RML-ITEMS.
057500     MOVE WS-CUS-TOTAL       TO RML-TOTAL.
057600     MOVE SPACES TO LBX-RPT-LINE.
057700     MOVE WS-REMIT-LINE TO LBX-RPT-LINE.
057800     WRITE LBX-RPT-LINE.
057900 5400-EXIT. EXIT.
058000 5900-WRITE-REMIT.
058100     WRITE LOCKBOX-REMITTANCE-RECORD.
058200     ADD 1 TO WS-TOT-REMIT-RECS.
058300 5900-EXIT. EXIT.
058400     EJECT
058500 7900-EDIT-DATE.
058600     MOVE SPACES TO WS-EDIT-DATE.
058700     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
058800         DELIMITED BY SIZE INTO WS-EDIT-DATE.
058900 7900-EXIT. EXIT.
059000     EJECT
059100 8500-PRINT-BATCH.
059200     MOVE WS-HDR-LOCKBOX-NO   TO BTL-LOCKBOX-NO.
059300     MOVE WS-BATCH-HEADER (9:4) TO BTL-BATCH-NO.
059400     MOVE WS-HDR-ACCOUNT      TO BTL-ACCOUNT.
059500     MOVE ZERO TO BTL-HDR-ITEMS BTL-HDR-TOTAL.
059600     IF  WS-HDR-BATCH-ITEMS NUMERIC
059700         MOVE WS-HDR-BATCH-ITEMS TO BTL-HDR-ITEMS.
059800     IF  WS-HDR-BATCH-TOTAL NUMERIC
059900         MOVE WS-HDR-BATCH-TOTAL TO BTL-HDR-TOTAL.
060000     MOVE WS-PROVED-ITEMS     TO BTL-ITEMS.
060100     MOVE WS-PROVED-TOTAL     TO BTL-TOTAL.
060200     MOVE SPACES TO LBX-RPT-LINE.
060300     MOVE WS-BATCH-LINE TO LBX-RPT-LINE.
060400     WRITE LBX-RPT-LINE.
060500 8500-EXIT. EXIT.
060600     EJECT
060700*----------------------------------------------------------------*
060800*    9000-TERMINATE - SUMMARY TOTALS, MANIFESTS FOR THE DEPOSIT  *
060900*    AND REMITTANCE FILES, AND FILE CLOSES.                      *
061000*----------------------------------------------------------------*
061100 9000-TERMINATE.
061200     WRITE LBX-RPT-LINE FROM WS-BLANK-LINE.
061300     MOVE 'BATCHES READ                      ' TO SUM-LIT.
061400     MOVE WS-TOT-BATCHES TO SUM-COUNT.
061500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
061600     MOVE 'BATCHES POSTED                    ' TO SUM-LIT.
061700     MOVE WS-TOT-POSTED TO SUM-COUNT.
061800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
061900     MOVE 'BATCHES HELD                      ' TO SUM-LIT.
062000     MOVE WS-TOT-HELD TO SUM-COUNT.
062100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
062200     MOVE 'DETAILS WITHOUT A HEADER - HELD   ' TO SUM-LIT.
062300     MOVE WS-TOT-ORPHANS TO SUM-COUNT.
062400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
062500     MOVE 'ITEMS POSTED                      ' TO SUM-LIT.
062600     MOVE WS-TOT-ITEMS-POSTED TO SUM-COUNT.
062700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
062800     MOVE 'ITEMS HELD                        ' TO SUM-LIT.
062900     MOVE WS-TOT-ITEMS-HELD TO SUM-COUNT.
063000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063100     MOVE 'CUSTOMER REMITTANCE FILES         ' TO SUM-LIT.
063200     MOVE WS-TOT-CUSTOMERS TO SUM-COUNT.
063300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063400     MOVE 'TOTAL DEPOSITS POSTED             ' TO SUMA-LIT.
063500     MOVE WS-TOT-POSTED-AMT TO SUMA-AMT.
063600     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
063700     MOVE 'TOTAL HELD                        ' TO SUMA-LIT.
063800     MOVE WS-TOT-HELD-AMT TO SUMA-AMT.
063900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
064000*    INTERCHANGE CONTROL - MANIFESTS FOR THE DEPOSIT FILE AND
064100*    THE CUSTOMER REMITTANCE FILE HANDED DOWNSTREAM.
064200     MOVE 'W' TO MRQ-FUNCTION.
064300     MOVE 'IMLBXTRN' TO MRQ-FILE-ID.
064400     MOVE WS-TOT-POSTED TO MRQ-RECORD-COUNT.
064500     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
064600     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
064700     MOVE 'W' TO MRQ-FUNCTION.
064800     MOVE 'IMLBXREM' TO MRQ-FILE-ID.
064900     MOVE WS-TOT-REMIT-RECS TO MRQ-RECORD-COUNT.
065000     MOVE WS-TOT-REMIT-AMT TO MRQ-AMOUNT-HASH.
065100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
065200     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
065300     MOVE -1   TO I-O-SEND-CODE.
065400     CALL 'IMACTM' USING I-O-CONTROL-AREA
065500                         MASTER-AREA
065600                         SI-ENVIRONMENT-AREA.
065700     CLOSE LBX-HOLD-FILE.
065800     CLOSE LBX-TRAN-OUT.
065900     CLOSE LBX-REMIT-FILE.
066000     CLOSE LBX-RPT.
066100 9000-EXIT. EXIT.
066200 9100-PRINT-SUMMARY.
066300     MOVE SPACES TO LBX-RPT-LINE.
066400     MOVE WS-SUMMARY-LINE TO LBX-RPT-LINE.
066500     WRITE LBX-RPT-LINE.
066600 9100-EXIT. EXIT.
066700 9200-PRINT-AMOUNT.
066800     MOVE SPACES TO LBX-RPT-LINE.
066900     MOVE WS-SUMMARY-AMT-LINE TO LBX-RPT-LINE.
067000     WRITE LBX-RPT-LINE.
067100 9200-EXIT. EXIT.
