*     * GN6203 * 10/02/26 JCTE ACH ORIGINATION RETURNS POSTING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMACHRTN.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/02/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMACHRTN POSTS RETURNS OF ENTRIES OUR BUSINESS CUSTOMERS    *
000900*    ORIGINATED (IMACHORG) BACK TO THE ORIGINATOR'S SETTLEMENT   *
001000*    ACCOUNT.  THE NETWORK RETURN FILE (IMACHRIN) CARRIES THE    *
001100*    COMPANY ID, ORIGINAL TRACE, RETURN REASON, ORIGINAL         *
001200*    TRANSACTION CODE AND AMOUNT.  A RETURNED CREDIT COMES BACK  *
001300*    TO THE ORIGINATOR AS A CREDIT; A RETURNED DEBIT IS CHARGED  *
001400*    BACK AS A DEBIT.  THE RETURN REASON IS CARRIED ON THE       *
001500*    POSTING DESCRIPTION (TRAN-FILE FORMAT ON IMACHRTR).         *
001600*    PRENOTE RETURNS ARE LISTED BUT NOT POSTED.                  *
001700*----------------------------------------------------------------*
001800*    RETURNS OF DEBIT ENTRIES ARE COUNTED INTO THE ORIGINATOR'S  *
001900*    MONTH-TO-DATE RETURN TOTALS ON THE PROFILE (IMWSACHO IN,    *
002000*    IMWSACHN OUT) - UNAUTHORIZED (R05 R07 R10 R11 R29 R51),     *
002100*    ADMINISTRATIVE (R02 R03 R04) AND ALL RETURNS - FOR THE      *
002200*    MONTHLY RATE REPORT, IMACHRRT.  A PROFILE FILE LARGER THAN  *
002225*    THE TABLE STOPS THE RUN WITH RETURN CODE 16 BEFORE ANY      *
002250*    OUTPUT IS OPENED.                                           *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 10/02/26 JCTE NEW PROGRAM - ACH RETURNS OF CUSTOMER-   GN6203 *
002800*                ORIGINATED ENTRIES POSTED BACK TO THE          *
002900*                ORIGINATOR                                     *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT    DIVISION.
003200 INPUT-OUTPUT   SECTION.
003300 FILE-CONTROL.
003400     SELECT ACR-PARM-FILE     ASSIGN TO "IMACRPRM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT OPTIONAL ORIG-PROFILE-IN ASSIGN TO "IMWSACHO"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-ORG-FILE-STATUS.
003900     SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO "IMACHRIN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RIN-FILE-STATUS.
004200     SELECT ORIG-PROFILE-OUT  ASSIGN TO "IMWSACHN"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RETURN-TRAN-OUT   ASSIGN TO "IMACHRTR"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACR-RPT           ASSIGN TO "IMACRRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ACR-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  ACR-PARM-RECORD.
005300     03  ACR-RUN-DATE                PIC 9(6).
005400     03  ACR-CREDIT-TRAN-CODE        PIC XX.
005500     03  ACR-DEBIT-TRAN-CODE         PIC XX.
005600     03  FILLER                      PIC X(70).
005700 FD  ORIG-PROFILE-IN.
005800     COPY IMWSACHO.
005900 FD  ACH-RETURN-FILE
006000     RECORD CONTAINS 120 CHARACTERS.
006100 01  ACH-RETURN-RECORD.
006200     03  ARI-COMPANY-ID              PIC X(10).
006300     03  ARI-ORIG-TRACE              PIC X(15).
006400     03  ARI-RETURN-REASON           PIC X(3).
006500         88  ARI-88-UNAUTHORIZED     VALUE 'R05' 'R07' 'R10'
006600                                           'R11' 'R29' 'R51'.
006700         88  ARI-88-ADMINISTRATIVE   VALUE 'R02' 'R03' 'R04'.
006800     03  ARI-ORIG-TRAN-CODE          PIC 99.
006900         88  ARI-88-ORIG-CREDIT      VALUE 21 THRU 24 31 THRU 34.
007000         88  ARI-88-ORIG-DEBIT       VALUE 26 THRU 29 36 THRU 39.
007100         88  ARI-88-ORIG-PRENOTE     VALUE 23 28 33 38.
007200     03  ARI-AMOUNT                  PIC 9(8)V99.
007300     03  ARI-INDIV-ID                PIC X(15).
007400     03  ARI-INDIV-NAME              PIC X(22).
007500     03  ARI-RETURN-DATE             PIC 9(6).
007600     03  FILLER                      PIC X(37).
007700 FD  ORIG-PROFILE-OUT
007800     RECORD CONTAINS 150 CHARACTERS.
007900 01  ORIG-PROFILE-OUT-REC            PIC X(150).
008000 FD  RETURN-TRAN-OUT.
008100     COPY IMWSTRAN.
008200 FD  ACR-RPT
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  ACR-RPT-LINE                    PIC X(133).
008500 WORKING-STORAGE SECTION.
008600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMACHRTN'.
008700 77  WS-ORG-MAX                      PIC S9(5)   COMP VALUE +2000.
008800 77  WS-ORG-FILE-STATUS              PIC X(2)    VALUE SPACES.
008900     88  WS-88-ORG-NOT-FOUND         VALUE '05' '35'.
009000 77  WS-RIN-FILE-STATUS              PIC X(2)    VALUE SPACES.
009100     88  WS-88-RIN-NOT-FOUND         VALUE '05' '35'.
009200     EJECT
009300     COPY IMWSMNRQ.
009400     EJECT
009500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009600 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
009700 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
009800     03  WS-WORK-YR                  PIC 99.
009900     03  WS-WORK-MO                  PIC 99.
010000     03  WS-WORK-DA                  PIC 99.
010100 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
010200 01  WS-CREDIT-TRAN-CODE             PIC XX      VALUE '27'.
010300 01  WS-DEBIT-TRAN-CODE              PIC XX      VALUE '17'.
010400 01  WS-SWITCHES.
010500     03  WS-ORG-EOF-SW               PIC X(1)    VALUE 'N'.
010600         88  WS-88-ORG-EOF           VALUE 'Y'.
010700     03  WS-RIN-EOF-SW               PIC X(1)    VALUE 'N'.
010800         88  WS-88-RIN-EOF           VALUE 'Y'.
010900     03  WS-ORG-FOUND-SW             PIC X(1)    VALUE 'N'.
011000         88  WS-88-ORG-FOUND         VALUE 'Y'.
011025     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
011050         88  WS-88-ABORT             VALUE 'Y'.
011100 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011200 01  WS-ORG-SUB                      PIC S9(5)   COMP VALUE 0.
011300 01  WS-ORG-COUNT                    PIC S9(5)   COMP VALUE 0.
011400 01  WS-SEARCH-COMPANY-ID            PIC X(10)   VALUE SPACES.
011500     EJECT
011600*----------------------------------------------------------------*
011700*    THE ORIGINATOR PROFILE, HELD FOR THE RUN.  THE ENTRY LAYOUT *
011800*    IS IMWSACHO FIELD FOR FIELD.                                *
011900*----------------------------------------------------------------*
012000 01  WS-ORG-TABLE.
012100     03  WS-ORG-ENTRY OCCURS 2000 TIMES
012200                      INDEXED BY ORX.
012300         05  WS-ORG-COMPANY-ID       PIC X(10).
012400         05  WS-ORG-ACCOUNT          PIC X(22).
012500         05  WS-ORG-COMPANY-NAME     PIC X(16).
012600         05  WS-ORG-STATUS           PIC X.
012700         05  WS-ORG-PREFUND-METHOD   PIC X.
012800         05  WS-ORG-DAILY-LIMIT      PIC 9(11)V99.
012900         05  WS-ORG-WINDOW-LIMIT     PIC 9(11)V99.
013000         05  WS-ORG-EXPOSURE-DATE    PIC 9(6).
013100         05  WS-ORG-DAY-EXPOSURE     PIC 9(11)V99.
013200         05  WS-ORG-WINDOW-NO        PIC 9.
013300         05  WS-ORG-WINDOW-EXPOSURE  PIC 9(11)V99.
013400         05  WS-ORG-MTD-DEBIT-ENTRIES
013500                                     PIC 9(7).
013600         05  WS-ORG-MTD-CREDIT-ENTRIES
013700                                     PIC 9(7).
013800         05  WS-ORG-MTD-UNAUTH-RTNS  PIC 9(5).
013900         05  WS-ORG-MTD-ADMIN-RTNS   PIC 9(5).
014000         05  WS-ORG-MTD-TOTAL-RTNS   PIC 9(5).
014100         05  WS-ORG-DATE-ADDED       PIC 9(6).
014200         05  FILLER                  PIC X(6).
014300     EJECT
014400 01  WS-TOTALS.
014500     03  WS-TOT-PROFILES             PIC 9(7)    COMP VALUE 0.
014600     03  WS-TOT-RETURNS              PIC 9(7)    COMP VALUE 0.
014700     03  WS-TOT-CREDITS-POSTED       PIC 9(7)    COMP VALUE 0.
014800     03  WS-TOT-DEBITS-POSTED        PIC 9(7)    COMP VALUE 0.
014900     03  WS-TOT-PRENOTES             PIC 9(7)    COMP VALUE 0.
015000     03  WS-TOT-NOT-POSTED           PIC 9(7)    COMP VALUE 0.
015100     03  WS-TOT-UNAUTHORIZED         PIC 9(7)    COMP VALUE 0.
015200     03  WS-TOT-ADMINISTRATIVE       PIC 9(7)    COMP VALUE 0.
015300     03  WS-TOT-POSTINGS             PIC 9(7)    COMP VALUE 0.
015400     03  WS-TOT-CREDIT-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
015500     03  WS-TOT-DEBIT-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
015600     03  WS-TOT-NOT-POSTED-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
015700     03  WS-TOT-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
015800     EJECT
015900 01  WS-REPORT-TITLE.
016000     03  FILLER                      PIC X(48)   VALUE
016100         'IMACHRTN - ACH ORIGINATION RETURNS POSTED       '.
016200     03  FILLER                      PIC X(9)    VALUE
016300         'RUN DATE '.
016400     03  TTL-RUN-DATE                PIC X(8).
016500     03  FILLER                      PIC X(68)   VALUE SPACES.
016600 01  WS-COLUMN-HEAD.
016700     03  FILLER                      PIC X(4)    VALUE SPACES.
016800     03  FILLER                      PIC X(50)   VALUE
016900         'COMPANY ID  ACCOUNT                 TRACE NUMBER  '.
017000     03  FILLER                      PIC X(50)   VALUE
017100         '   RSN  TC         AMOUNT  DISPOSITION            '.
017200     03  FILLER                      PIC X(29)   VALUE SPACES.
017300 01  WS-DETAIL-LINE.
017400     03  FILLER                      PIC X(4)    VALUE SPACES.
017500     03  DTL-COMPANY-ID              PIC X(10).
017600     03  FILLER                      PIC X(2)    VALUE SPACES.
017700     03  DTL-ACCOUNT                 PIC X(22).
017800     03  FILLER                      PIC X(2)    VALUE SPACES.
017900     03  DTL-TRACE                   PIC X(15).
018000     03  FILLER                      PIC X(2)    VALUE SPACES.
018100     03  DTL-REASON                  PIC X(3).
018200     03  FILLER                      PIC X(2)    VALUE SPACES.
018300     03  DTL-TRAN-CODE               PIC X(2).
018400     03  FILLER                      PIC X(2)    VALUE SPACES.
018500     03  DTL-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
018600     03  FILLER                      PIC X(2)    VALUE SPACES.
018700     03  DTL-DISPOSITION             PIC X(30).
018800     03  FILLER                      PIC X(22)   VALUE SPACES.
018900 01  WS-SUMMARY-LINE.
019000     03  FILLER                      PIC X(4)    VALUE SPACES.
019100     03  SUM-LIT                     PIC X(34).
019200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
019300     03  FILLER                      PIC X(88)   VALUE SPACES.
019400 01  WS-SUMMARY-AMT-LINE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  SUMA-LIT                    PIC X(34).
019700     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
019800     03  FILLER                      PIC X(79)   VALUE SPACES.
019810 01  WS-ABORT-LINE.
019820     03  FILLER                      PIC X(4)    VALUE SPACES.
019830     03  FILLER                      PIC X(50)   VALUE
019840         'ORIGINATOR PROFILE EXCEEDS THE TABLE - RUN STOPPED'.
019850     03  FILLER                      PIC X(50)   VALUE
019860         ', NO RETURN OR PROFILE WRITTEN                    '.
019870     03  FILLER                      PIC X(29)   VALUE SPACES.
019900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
020000     EJECT
020100 LINKAGE SECTION.
020200     COPY SIWSCNTL.
020300     EJECT
020400     COPY IMAWKMST.
020500     EJECT
020600     COPY IMWSENVO.
020700     EJECT
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------*
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021200     IF  WS-88-ABORT
021300         GOBACK.
021400     PERFORM 2000-PROCESS-RETURN  THRU 2000-EXIT
021500         UNTIL WS-88-RIN-EOF.
021600     PERFORM 8000-WRITE-PROFILE   THRU 8000-EXIT
021700         VARYING WS-SUB FROM 1 BY 1
021800         UNTIL WS-SUB GREATER THAN WS-ORG-COUNT.
021900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022000     GOBACK.
022100     EJECT
022200 1000-INITIALIZE.
022300     OPEN INPUT ACR-PARM-FILE.
022400     READ ACR-PARM-FILE
022500         AT END MOVE SPACES TO ACR-PARM-RECORD.
022600     CLOSE ACR-PARM-FILE.
022700     IF  ACR-RUN-DATE NUMERIC
022800     AND ACR-RUN-DATE GREATER THAN ZERO
022900         MOVE ACR-RUN-DATE TO WS-RUN-DATE-YYMMDD
023000     ELSE
023100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023200     IF  ACR-CREDIT-TRAN-CODE NOT EQUAL SPACES
023300         MOVE ACR-CREDIT-TRAN-CODE TO WS-CREDIT-TRAN-CODE.
023400     IF  ACR-DEBIT-TRAN-CODE NOT EQUAL SPACES
023500         MOVE ACR-DEBIT-TRAN-CODE TO WS-DEBIT-TRAN-CODE.
023600     OPEN INPUT  ORIG-PROFILE-IN.
023700     IF  WS-88-ORG-NOT-FOUND
023800         MOVE 'Y' TO WS-ORG-EOF-SW.
023805     PERFORM 1200-LOAD-PROFILE    THRU 1200-EXIT
023810         UNTIL WS-88-ORG-EOF.
023815     IF  WS-88-ABORT
023820         CLOSE ORIG-PROFILE-IN
023825         OPEN OUTPUT ACR-RPT
023830         MOVE SPACES TO ACR-RPT-LINE
023835         MOVE WS-ABORT-LINE TO ACR-RPT-LINE
023840         WRITE ACR-RPT-LINE
023845         CLOSE ACR-RPT
023850         MOVE 16 TO RETURN-CODE
023855         GO TO 1000-EXIT.
023900     OPEN INPUT  ACH-RETURN-FILE.
024000     IF  WS-88-RIN-NOT-FOUND
024100         MOVE 'Y' TO WS-RIN-EOF-SW.
024200     OPEN OUTPUT ORIG-PROFILE-OUT.
024300     OPEN OUTPUT RETURN-TRAN-OUT.
024400     OPEN OUTPUT ACR-RPT.
024500     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
024600     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
024700     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
024800     WRITE ACR-RPT-LINE FROM WS-BLANK-LINE.
024900     MOVE SPACES TO ACR-RPT-LINE.
025000     MOVE WS-REPORT-TITLE TO ACR-RPT-LINE.
025100     WRITE ACR-RPT-LINE.
025200     WRITE ACR-RPT-LINE FROM WS-BLANK-LINE.
025300     MOVE SPACES TO ACR-RPT-LINE.
025400     MOVE WS-COLUMN-HEAD TO ACR-RPT-LINE.
025500     WRITE ACR-RPT-LINE.
025600     WRITE ACR-RPT-LINE FROM WS-BLANK-LINE.
025700     MOVE SPACES TO SI-ENVIRONMENT-AREA.
025800     MOVE '1' TO SI-ENVIRONMENT-VSAM.
025900     MOVE 'O' TO I-O-CONTROL-OPERATOR.
026000     MOVE 'I' TO I-O-CONTROL-ACCESS.
026100     MOVE -1  TO I-O-SEND-CODE.
026200     CALL 'IMACTM' USING I-O-CONTROL-AREA
026300                         MASTER-AREA
026400                         SI-ENVIRONMENT-AREA.
026500 1000-EXIT. EXIT.
026600 1200-LOAD-PROFILE.
026700     READ ORIG-PROFILE-IN
026800         AT END MOVE 'Y' TO WS-ORG-EOF-SW
026900                GO TO 1200-EXIT.
027000     IF  WS-ORG-COUNT NOT LESS THAN WS-ORG-MAX
027050         MOVE 'Y' TO WS-ABORT-SW
027100         MOVE 'Y' TO WS-ORG-EOF-SW
027150         GO TO 1200-EXIT.
027200     ADD 1 TO WS-ORG-COUNT.
027300     ADD 1 TO WS-TOT-PROFILES.
027400     SET ORX TO WS-ORG-COUNT.
027500     MOVE ACH-ORIGINATOR-RECORD TO WS-ORG-ENTRY (ORX).
027600 1200-EXIT. EXIT.
027700     EJECT
027800*----------------------------------------------------------------*
027900*    2000-PROCESS-RETURN - ONE RETURNED ENTRY.  THE ORIGINATOR   *
028000*    IS FOUND BY COMPANY ID AND THE RETURN IS POSTED TO ITS      *
028100*    SETTLEMENT ACCOUNT.  A RETURN THAT CANNOT BE POSTED IS      *
028200*    LISTED FOR OPERATIONS WITH THE REASON.                      *
028300*----------------------------------------------------------------*
028400 2000-PROCESS-RETURN.
028500     READ ACH-RETURN-FILE
028600         AT END MOVE 'Y' TO WS-RIN-EOF-SW
028700                GO TO 2000-EXIT.
028800     ADD 1 TO WS-TOT-RETURNS.
028900     MOVE SPACES TO DTL-ACCOUNT.
029000     MOVE ARI-COMPANY-ID TO WS-SEARCH-COMPANY-ID.
029100     PERFORM 8800-FIND-ORIGINATOR THRU 8800-EXIT.
029200     IF  NOT WS-88-ORG-FOUND
029300         MOVE 'NOT ON PROFILE - NOT POSTED' TO DTL-DISPOSITION
029400         GO TO 2000-NOT-POSTED.
029500     SET ORX TO WS-ORG-SUB.
029600     MOVE WS-ORG-ACCOUNT (ORX) TO DTL-ACCOUNT.
029700     IF  ARI-88-ORIG-DEBIT
029750     AND NOT ARI-88-ORIG-PRENOTE
029800         PERFORM 2100-COUNT-RETURN THRU 2100-EXIT.
029900     IF  NOT ARI-88-ORIG-CREDIT
030000     AND NOT ARI-88-ORIG-DEBIT
030100         MOVE 'BAD TRAN CODE - NOT POSTED' TO DTL-DISPOSITION
030200         GO TO 2000-NOT-POSTED.
030300     IF  ARI-88-ORIG-PRENOTE
030400         ADD 1 TO WS-TOT-PRENOTES
030500         MOVE 'PRENOTE RETURN - NO POSTING' TO DTL-DISPOSITION
030600         GO TO 2000-PRINT.
030700     IF  ARI-AMOUNT NOT NUMERIC
030800         MOVE 'BAD AMOUNT - NOT POSTED' TO DTL-DISPOSITION
030900         GO TO 2000-NOT-POSTED.
031000     MOVE SPACES TO WMS-CONTROL-KEY.
031100     MOVE WS-ORG-ACCOUNT (ORX) TO WMS-CONTROL-KEY.
031200     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
031300     MOVE -1     TO I-O-SEND-CODE.
031400     CALL 'IMACTM' USING I-O-CONTROL-AREA
031500                         MASTER-AREA
031600                         SI-ENVIRONMENT-AREA.
031700     IF  NOT I-O-88-NORMAL-RET
031800         MOVE 'ACCOUNT NOT ON MASTER' TO DTL-DISPOSITION
031900         GO TO 2000-NOT-POSTED.
032000     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
032100     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
032200     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
032300         MOVE 'ACCOUNT CLOSED - NOT POSTED' TO DTL-DISPOSITION
032400         GO TO 2000-NOT-POSTED.
032500     PERFORM 2200-POST-RETURN THRU 2200-EXIT.
032600     GO TO 2000-PRINT.
032700 2000-NOT-POSTED.
032800     ADD 1 TO WS-TOT-NOT-POSTED.
032900     IF  ARI-AMOUNT NUMERIC
033000         ADD ARI-AMOUNT TO WS-TOT-NOT-POSTED-AMT.
033100 2000-PRINT.
033200     PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT.
033300 2000-EXIT. EXIT.
033400*----------------------------------------------------------------*
033500*    2100-COUNT-RETURN - A RETURNED DEBIT ENTRY COUNTS TOWARD    *
033600*    THE ORIGINATOR'S RETURN RATES.                              *
033700*----------------------------------------------------------------*
033800 2100-COUNT-RETURN.
033900     ADD 1 TO WS-ORG-MTD-TOTAL-RTNS (ORX).
034000     IF  ARI-88-UNAUTHORIZED
034100         ADD 1 TO WS-ORG-MTD-UNAUTH-RTNS (ORX)
034200         ADD 1 TO WS-TOT-UNAUTHORIZED.
034300     IF  ARI-88-ADMINISTRATIVE
034400         ADD 1 TO WS-ORG-MTD-ADMIN-RTNS (ORX)
034500         ADD 1 TO WS-TOT-ADMINISTRATIVE.
034600 2100-EXIT. EXIT.
034700 2200-POST-RETURN.
034800     MOVE LOW-VALUES TO TRAN-FILE.
034900     MOVE WMS-CONTROL-1 TO TR-CTL1.
035000     MOVE WMS-CONTROL-2 TO TR-CTL2.
035100     MOVE WMS-CONTROL-3 TO TR-CTL3.
035200     MOVE WMS-CTL4-ACCT TO TR-CTL4-ACCT.
035300     MOVE ARI-AMOUNT    TO TR-AMOUNT.
035400     MOVE ZERO TO TR-NO-AMT.
035500     MOVE 'AR' TO TR-SOURCE.
035600     MOVE ZERO TO TR-BATCH.
035700     ADD 1 TO WS-TOT-POSTINGS.
035800     MOVE WS-TOT-POSTINGS TO TR-SEQ.
035900     MOVE SPACES TO TR-SOURCE-MISC1.
036000     STRING 'ACH RETURN ' ARI-RETURN-REASON
036100         DELIMITED BY SIZE INTO TR-SOURCE-MISC1.
036200     ADD ARI-AMOUNT TO WS-TOT-POSTED-AMT.
036300     IF  ARI-88-ORIG-CREDIT
036400         MOVE WS-CREDIT-TRAN-CODE TO TR-TRAN-CODE
036500         MOVE '2' TO TR-TRAN-TYPE
036600         ADD 1 TO WS-TOT-CREDITS-POSTED
036700         ADD ARI-AMOUNT TO WS-TOT-CREDIT-AMT
036800         MOVE 'CREDITED TO ORIGINATOR' TO DTL-DISPOSITION
036900     ELSE
037000         MOVE WS-DEBIT-TRAN-CODE TO TR-TRAN-CODE
037100         MOVE '4' TO TR-TRAN-TYPE
037200         ADD 1 TO WS-TOT-DEBITS-POSTED
037300         ADD ARI-AMOUNT TO WS-TOT-DEBIT-AMT
037400         MOVE 'CHARGED BACK TO ORIGINATOR' TO DTL-DISPOSITION.
037500     WRITE TRAN-FILE.
037600 2200-EXIT. EXIT.
037700     EJECT
037800 7900-EDIT-DATE.
037900     MOVE SPACES TO WS-EDIT-DATE.
038000     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
038100         DELIMITED BY SIZE INTO WS-EDIT-DATE.
038200 7900-EXIT. EXIT.
038300 8000-WRITE-PROFILE.
038400     SET ORX TO WS-SUB.
038500     WRITE ORIG-PROFILE-OUT-REC FROM WS-ORG-ENTRY (ORX).
038600 8000-EXIT. EXIT.
038700 8500-PRINT-DETAIL.
038800     MOVE ARI-COMPANY-ID     TO DTL-COMPANY-ID.
038900     MOVE ARI-ORIG-TRACE     TO DTL-TRACE.
039000     MOVE ARI-RETURN-REASON  TO DTL-REASON.
039100     MOVE ARI-ORIG-TRAN-CODE TO DTL-TRAN-CODE.
039200     MOVE ZERO TO DTL-AMOUNT.
039300     IF  ARI-AMOUNT NUMERIC
039400         MOVE ARI-AMOUNT TO DTL-AMOUNT.
039500     MOVE SPACES TO ACR-RPT-LINE.
039600     MOVE WS-DETAIL-LINE TO ACR-RPT-LINE.
039700     WRITE ACR-RPT-LINE.
039800 8500-EXIT. EXIT.
039900 8800-FIND-ORIGINATOR.
040000     MOVE 'N'  TO WS-ORG-FOUND-SW.
040100     MOVE ZERO TO WS-ORG-SUB.
040200     PERFORM 8810-SCAN-ORIGINATOR THRU 8810-EXIT
040300         VARYING WS-SUB FROM 1 BY 1
040400         UNTIL WS-SUB GREATER THAN WS-ORG-COUNT
040500            OR WS-88-ORG-FOUND.
040600 8800-EXIT. EXIT.
040700 8810-SCAN-ORIGINATOR.
040800     SET ORX TO WS-SUB.
040900     IF  WS-ORG-COMPANY-ID (ORX) EQUAL WS-SEARCH-COMPANY-ID
041000         MOVE 'Y' TO WS-ORG-FOUND-SW
041100         MOVE WS-SUB TO WS-ORG-SUB.
041200 8810-EXIT. EXIT.
041300     EJECT
041400 9000-TERMINATE.
041500     WRITE ACR-RPT-LINE FROM WS-BLANK-LINE.
041600     MOVE 'RETURNS RECEIVED                  ' TO SUM-LIT.
041700     MOVE WS-TOT-RETURNS TO SUM-COUNT.
041800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
041900     MOVE 'RETURNED CREDITS - CREDITED BACK  ' TO SUM-LIT.
042000     MOVE WS-TOT-CREDITS-POSTED TO SUM-COUNT.
042100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042200     MOVE 'RETURNED DEBITS - CHARGED BACK    ' TO SUM-LIT.
042300     MOVE WS-TOT-DEBITS-POSTED TO SUM-COUNT.
042400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042500     MOVE 'PRENOTE RETURNS                   ' TO SUM-LIT.
042600     MOVE WS-TOT-PRENOTES TO SUM-COUNT.
042700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042800     MOVE 'RETURNS NOT POSTED                ' TO SUM-LIT.
042900     MOVE WS-TOT-NOT-POSTED TO SUM-COUNT.
043000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043100     MOVE 'UNAUTHORIZED DEBIT RETURNS        ' TO SUM-LIT.
043200     MOVE WS-TOT-UNAUTHORIZED TO SUM-COUNT.
043300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043400     MOVE 'ADMINISTRATIVE DEBIT RETURNS      ' TO SUM-LIT.
043500     MOVE WS-TOT-ADMINISTRATIVE TO SUM-COUNT.
043600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043700     MOVE 'AMOUNT CREDITED BACK              ' TO SUMA-LIT.
043800     MOVE WS-TOT-CREDIT-AMT TO SUMA-AMT.
043900     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
044000     MOVE 'AMOUNT CHARGED BACK               ' TO SUMA-LIT.
044100     MOVE WS-TOT-DEBIT-AMT TO SUMA-AMT.
044200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
044300     MOVE 'AMOUNT NOT POSTED                 ' TO SUMA-LIT.
044400     MOVE WS-TOT-NOT-POSTED-AMT TO SUMA-AMT.
044500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
044600*    INTERCHANGE CONTROL - MANIFEST FOR THE RETURN POSTINGS.
044700     MOVE 'W' TO MRQ-FUNCTION.
044800     MOVE 'IMACHRTR' TO MRQ-FILE-ID.
044900     MOVE WS-TOT-POSTINGS TO MRQ-RECORD-COUNT.
045000     MOVE WS-TOT-POSTED-AMT TO MRQ-AMOUNT-HASH.
045100     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
045200     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
045300     MOVE -1   TO I-O-SEND-CODE.
045400     CALL 'IMACTM' USING I-O-CONTROL-AREA
045500                         MASTER-AREA
045600                         SI-ENVIRONMENT-AREA.
045700     CLOSE ORIG-PROFILE-IN.
045800     CLOSE ACH-RETURN-FILE.
045900     CLOSE ORIG-PROFILE-OUT.
046000     CLOSE RETURN-TRAN-OUT.
046100     CLOSE ACR-RPT.
046200 9000-EXIT. EXIT.
046300 9100-PRINT-SUMMARY.
046400     MOVE SPACES TO ACR-RPT-LINE.
046500     MOVE WS-SUMMARY-LINE TO ACR-RPT-LINE.
046600     WRITE ACR-RPT-LINE.
046700 9100-EXIT. EXIT.
046800 9200-PRINT-AMOUNT.
046900     MOVE SPACES TO ACR-RPT-LINE.
047000     MOVE WS-SUMMARY-AMT-LINE TO ACR-RPT-LINE.
047100     WRITE ACR-RPT-LINE.
047200 9200-EXIT. EXIT.
