*     * GN6189 * 09/20/26 JCTE FEE-WAIVER EXPIRATION SWEEP
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMFEEWSW.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/20/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMFEEWSW IS THE NIGHTLY FEE-WAIVER EXPIRATION SWEEP.  FOUR  *
000900*    WAIVERS ON THE NB SERVICE CHARGE AREA CARRY AN EXPIRATION   *
001000*    DATE: THE SERVICE CHARGE WAIVER (WMS-NB-WVE-EXP-DT), THE    *
001100*    ANCILLARY FEE WAIVER (WMS-NB-ANC-WV-EX-DT), THE FEE WAIVER  *
001200*    (WMS-NB-FEE-WV-EX-DT) AND THE SEASONAL WAIVER               *
001300*    (WMS-NB-SEAS-WVE-DT).  A WAIVER ENDING WITHIN THE NOTICE    *
001400*    DAYS ON THE PARAMETER CARD (DEFAULT 30) GETS ONE ADVANCE    *
001500*    CUSTOMER NOTICE; THE CONTROL RECORD CARRIES THE NOTICE      *
001600*    HORIZON OF THE LAST RUN SO NO WAIVER IS NOTICED TWICE OR    *
001700*    SKIPPED OVER A MISSED NIGHT.  ON ITS EXPIRATION DATE THE    *
001800*    WAIVER IS REMOVED - DATE AND REASON CLEARED - AND THE       *
001900*    REMOVAL JOURNALED AS A SYSTEM CHANGE (IMWSFMJR) FOR         *
002000*    IMFMJRNL.  ON THE FIRST RUN OF EACH MONTH, OR ON REQUEST,   *
002100*    EVERY OPEN-ENDED WAIVER (A REASON WITH NO EXPIRATION) IS    *
002200*    LISTED BY REASON CODE AND OFFICER WITH THE FEES WAIVED      *
002300*    MONTH AND YEAR TO DATE.                                     *
002400*----------------------------------------------------------------*
002500*               ** HISTORY OF REVISIONS **                      *
002600* DESCRIPTION                                           CHNGID  *
002700* ____________________________________________________ _______ *
002800* 09/20/26 JCTE NEW PROGRAM - FEE-WAIVER EXPIRATION      GN6189 *
002900*                SWEEP AND OPEN-ENDED WAIVER REPORT             *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT    DIVISION.
003200 INPUT-OUTPUT   SECTION.
003300 FILE-CONTROL.
003400     SELECT FWS-PARM-FILE     ASSIGN TO "IMFWSPRM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT OPTIONAL FWS-CONTROL-IN ASSIGN TO "IMFWSCTI"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CTL-FILE-STATUS.
003900     SELECT FWS-CONTROL-OUT   ASSIGN TO "IMFWSCTO"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT FWS-NOTICE-EXT    ASSIGN TO "IMFWSNTC"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMFWSJRN"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT SORT-FILE         ASSIGN TO "IMFWSSRT".
004600     SELECT FWS-SWEEP-RPT     ASSIGN TO "IMFWSRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FWS-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  FWS-PARM-RECORD.
005300     03  FWP-RUN-DATE                PIC 9(6).
005400     03  FWP-NOTICE-DAYS             PIC 9(3).
005500     03  FWP-OPEN-ENDED-SW           PIC X.
005600         88  FWP-88-OPEN-ENDED       VALUE 'Y'.
005700     03  FILLER                      PIC X(70).
005800 FD  FWS-CONTROL-IN
005900     RECORD CONTAINS 40 CHARACTERS.
006000 01  FWS-CONTROL-RECORD.
006100     03  FWC-LAST-RUN-DATE           PIC 9(8).
006200     03  FWC-LAST-HORIZON            PIC 9(8).
006300     03  FILLER                      PIC X(24).
006400 FD  FWS-CONTROL-OUT
006500     RECORD CONTAINS 40 CHARACTERS.
006600 01  FWS-CONTROL-OUT-RECORD.
006700     03  FWO-LAST-RUN-DATE           PIC 9(8).
006800     03  FWO-LAST-HORIZON            PIC 9(8).
006900     03  FILLER                      PIC X(24).
007000 FD  FWS-NOTICE-EXT
007100     RECORD CONTAINS 60 CHARACTERS.
007200 01  FWS-NOTICE-RECORD.
007300     03  FWN-ACCOUNT                 PIC X(22).
007400     03  FWN-WAIVER-TYPE             PIC X(8).
007500     03  FWN-REASON                  PIC XX.
007600     03  FWN-EXPIRY-DATE             PIC 9(8).
007700     03  FWN-NOTICE-DATE             PIC 9(8).
007800     03  FILLER                      PIC X(12).
007900 FD  FM-JOURNAL-OUT.
008000     COPY IMWSFMJR.
008100 SD  SORT-FILE.
008200 01  SORT-RECORD.
008300     03  SRT-REASON                  PIC XX.
008400     03  SRT-OFFICER                 PIC X(5).
008500     03  SRT-ACCOUNT                 PIC X(22).
008600     03  SRT-WAIVER-TYPE             PIC X(8).
008700     03  SRT-MTD-WAIVED              PIC S9(13)V99 COMP-3.
008800     03  SRT-YTD-WAIVED              PIC S9(13)V99 COMP-3.
008900     03  SRT-FIRST-SW                PIC X.
009000         88  SRT-88-FIRST            VALUE 'Y'.
009100 FD  FWS-SWEEP-RPT
009200     RECORD CONTAINS 133 CHARACTERS.
009300 01  FWS-SWEEP-RPT-LINE              PIC X(133).
009400 WORKING-STORAGE SECTION.
009500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMFEEWSW'.
009600 77  WS-SYSTEM-OPER                  PIC X(5)    VALUE 'SYSTM'.
009700 77  WS-CTL-FILE-STATUS              PIC X(2)    VALUE SPACES.
009800     EJECT
009900     COPY SIWSDTAR.
010000     EJECT
010100 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
010200 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
010300     03  WS-RUN-CC                   PIC 99.
010400     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
010500     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
010600         05  WS-RUN-YR               PIC 99.
010700         05  WS-RUN-MO               PIC 99.
010800         05  WS-RUN-DA               PIC 99.
010900 01  WS-HORIZON-8                    PIC 9(8)    VALUE 0.
011000 01  WS-HORIZON-8-R REDEFINES WS-HORIZON-8.
011100     03  WS-HOR-CC                   PIC 99.
011200     03  WS-HOR-YR                   PIC 99.
011300     03  WS-HOR-MO                   PIC 99.
011400     03  WS-HOR-DA                   PIC 99.
011500 01  WS-LAST-HORIZON                 PIC 9(8)    VALUE 0.
011600 01  WS-LAST-RUN-DATE                PIC 9(8)    VALUE 0.
011700 01  WS-LAST-RUN-R REDEFINES WS-LAST-RUN-DATE.
011800     03  FILLER                      PIC 9(4).
011900     03  WS-LAST-RUN-MO              PIC 99.
012000     03  FILLER                      PIC 99.
012100 01  WS-SWITCHES.
012200     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
012300         88  WS-88-END-OF-FILE       VALUE 'Y'.
012400     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
012500         88  WS-88-SORT-EOF          VALUE 'Y'.
012600     03  WS-OPEN-ENDED-SW            PIC X(1)    VALUE 'N'.
012700         88  WS-88-OPEN-ENDED-RUN    VALUE 'Y'.
012800     03  WS-MASTER-CHANGED-SW        PIC X(1)    VALUE 'N'.
012900         88  WS-88-MASTER-CHANGED    VALUE 'Y'.
013000     03  WS-REMOVE-SW                PIC X(1)    VALUE 'N'.
013100         88  WS-88-REMOVE            VALUE 'Y'.
013200     03  WS-FIRST-WAIVER-SW          PIC X(1)    VALUE 'Y'.
013300         88  WS-88-FIRST-WAIVER      VALUE 'Y'.
013400     03  WS-REASON-OPEN-SW           PIC X(1)    VALUE 'N'.
013500         88  WS-88-REASON-OPEN       VALUE 'Y'.
013600     03  WS-DAILY-HDG-SW             PIC X(1)    VALUE 'N'.
013700         88  WS-88-DAILY-HDG         VALUE 'Y'.
013800 01  WS-NOTICE-DAYS                  PIC S9(3)   COMP-3 VALUE 0.
013900 01  WS-HLD-REASON                   PIC XX      VALUE SPACES.
014000     EJECT
014100*----------------------------------------------------------------*
014200*    THE WAIVER UNDER TEST - EACH OF THE FOUR IS MOVED HERE IN   *
014300*    TURN AND CLEARED ON THE MASTER WHEN WS-88-REMOVE IS SET.    *
014400*----------------------------------------------------------------*
014500 01  WS-WAIVER-AREA.
014600     03  WS-WVR-TYPE                 PIC X(8).
014700     03  WS-WVR-FIELD-ID             PIC X(8).
014800     03  WS-WVR-REASON               PIC XX.
014900     03  WS-WVR-DATE.
015000         05  WS-WVR-MM               PIC XX.
015100         05  WS-WVR-DD               PIC XX.
015200         05  WS-WVR-CC               PIC XX.
015300         05  WS-WVR-YY               PIC XX.
015400 01  WS-EXPIRY-8                     PIC 9(8)    VALUE 0.
015500 01  WS-EXPIRY-8-R REDEFINES WS-EXPIRY-8.
015600     03  WS-EXP-CC                   PIC XX.
015700     03  WS-EXP-YY                   PIC XX.
015800     03  WS-EXP-MM                   PIC XX.
015900     03  WS-EXP-DD                   PIC XX.
016000 01  WS-EXPIRY-EDIT.
016100     03  WS-EXE-MM                   PIC XX.
016200     03  FILLER                      PIC X       VALUE '/'.
016300     03  WS-EXE-DD                   PIC XX.
016400     03  FILLER                      PIC X       VALUE '/'.
016500     03  WS-EXE-CC                   PIC XX.
016600     03  WS-EXE-YY                   PIC XX.
016700     EJECT
016800 01  WS-REASON-TOTALS.
016900     03  WS-RSN-WAIVERS              PIC 9(7)    COMP VALUE 0.
017000     03  WS-RSN-MTD-WAIVED           PIC S9(13)V99 COMP-3 VALUE 0.
017100     03  WS-RSN-YTD-WAIVED           PIC S9(13)V99 COMP-3 VALUE 0.
017200 01  WS-TOTALS.
017300     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
017400     03  WS-TOT-WAIVERS              PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
017600     03  WS-TOT-REMOVED              PIC 9(7)    COMP VALUE 0.
017700     03  WS-TOT-BAD-DATE             PIC 9(7)    COMP VALUE 0.
017800     03  WS-TOT-OPEN-ENDED           PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-OPEN-ACCOUNTS        PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-MTD-WAIVED           PIC S9(13)V99 COMP-3 VALUE 0.
018100     03  WS-TOT-YTD-WAIVED           PIC S9(13)V99 COMP-3 VALUE 0.
018200     EJECT
018300 01  WS-REPORT-TITLE.
018400     03  FILLER                      PIC X(48)   VALUE
018500         'IMFEEWSW - FEE-WAIVER EXPIRATION SWEEP          '.
018600     03  FILLER                      PIC X(9)    VALUE
018700         'RUN DATE '.
018800     03  TTL-MO                      PIC 99.
018900     03  FILLER                      PIC X       VALUE '/'.
019000     03  TTL-DA                      PIC 99.
019100     03  FILLER                      PIC X       VALUE '/'.
019200     03  TTL-YR                      PIC 99.
019300     03  FILLER                      PIC X(68)   VALUE SPACES.
019400 01  WS-SECTION-LINE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  SEC-LIT                     PIC X(50).
019700     03  FILLER                      PIC X(79)   VALUE SPACES.
019800 01  WS-HEADING-1.
019900     03  FILLER                      PIC X(4)    VALUE SPACES.
020000     03  FILLER                      PIC X(50)   VALUE
020100         'ACCOUNT                 WAIVER    RSN EXPIRES     '.
020200     03  FILLER                      PIC X(50)   VALUE
020300         'OFFCR  ACTION                           YTD WAIVED'.
020400     03  FILLER                      PIC X(29)   VALUE
020500         '           MTD WAIVED        '.
020600 01  WS-DETAIL-LINE.
020700     03  FILLER                      PIC X(4)    VALUE SPACES.
020800     03  DTL-ACCOUNT                 PIC X(22).
020900     03  FILLER                      PIC X(2)    VALUE SPACES.
021000     03  DTL-WAIVER-TYPE             PIC X(8).
021100     03  FILLER                      PIC X(2)    VALUE SPACES.
021200     03  DTL-REASON                  PIC XX.
021300     03  FILLER                      PIC X(2)    VALUE SPACES.
021400     03  DTL-EXPIRY                  PIC X(10).
021500     03  FILLER                      PIC X(2)    VALUE SPACES.
021600     03  DTL-OFFICER                 PIC X(5).
021700     03  FILLER                      PIC X(2)    VALUE SPACES.
021800     03  DTL-ACTION                  PIC X(22).
021900     03  FILLER                      PIC X(2)    VALUE SPACES.
022000     03  DTL-YTD-WAIVED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022100     03  DTL-YTD-BLANK REDEFINES DTL-YTD-WAIVED
022200                                     PIC X(19).
022300     03  FILLER                      PIC X(2)    VALUE SPACES.
022400     03  DTL-MTD-WAIVED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022500     03  DTL-MTD-BLANK REDEFINES DTL-MTD-WAIVED
022600                                     PIC X(19).
022700     03  FILLER                      PIC X(8)    VALUE SPACES.
022800 01  WS-REASON-TOTAL-LINE.
022900     03  FILLER                      PIC X(28)   VALUE SPACES.
023000     03  FILLER                      PIC X(14)   VALUE
023100         'TOTAL REASON  '.
023200     03  RTL-REASON                  PIC XX.
023300     03  FILLER                      PIC X(17)   VALUE SPACES.
023400     03  RTL-WAIVERS                 PIC ZZZ,ZZ9.
023500     03  FILLER                      PIC X(17)   VALUE
023600         ' WAIVERS         '.
023700     03  RTL-YTD-WAIVED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
023800     03  FILLER                      PIC X(2)    VALUE SPACES.
023900     03  RTL-MTD-WAIVED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024000     03  FILLER                      PIC X(8)    VALUE SPACES.
024100 01  WS-SUMMARY-LINE.
024200     03  FILLER                      PIC X(4)    VALUE SPACES.
024300     03  SUM-LIT                     PIC X(34).
024400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
024500     03  FILLER                      PIC X(88)   VALUE SPACES.
024600 01  WS-SUMMARY-AMT-LINE.
024700     03  FILLER                      PIC X(4)    VALUE SPACES.
024800     03  SMA-LIT                     PIC X(34).
024900     03  SMA-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025000     03  FILLER                      PIC X(76)   VALUE SPACES.
025100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
025200     EJECT
025300 LINKAGE SECTION.
025400     COPY SIWSCNTL.
025500     EJECT
025600     COPY IMAWKMST.
025700     EJECT
025800     COPY IMWSENVO.
025900     EJECT
026000 PROCEDURE DIVISION.
026100*----------------------------------------------------------------*
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026400     IF  WS-88-OPEN-ENDED-RUN
026500         SORT SORT-FILE
026600             ASCENDING KEY SRT-REASON SRT-OFFICER SRT-ACCOUNT
026700                           SRT-WAIVER-TYPE
026800             INPUT PROCEDURE IS 2000-SWEEP-ACCOUNTS
026900             OUTPUT PROCEDURE IS 3000-PRINT-OPEN-ENDED
027000     ELSE
027100         PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT.
027200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
027300     GOBACK.
027400     EJECT
027500 1000-INITIALIZE.
027600     OPEN INPUT FWS-PARM-FILE.
027700     READ FWS-PARM-FILE
027800         AT END MOVE ZERO TO FWP-RUN-DATE.
027900     CLOSE FWS-PARM-FILE.
028000     IF  FWP-RUN-DATE NUMERIC
028100     AND FWP-RUN-DATE GREATER THAN ZERO
028200         MOVE FWP-RUN-DATE TO WS-RUN-DATE-YYMMDD
028300     ELSE
028400         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
028500     IF  WS-RUN-YR LESS THAN 50
028600         MOVE 20 TO WS-RUN-CC
028700     ELSE
028800         MOVE 19 TO WS-RUN-CC.
028900     IF  FWP-NOTICE-DAYS NUMERIC
029000     AND FWP-NOTICE-DAYS GREATER THAN ZERO
029100         MOVE FWP-NOTICE-DAYS TO WS-NOTICE-DAYS
029200     ELSE
029300         MOVE 30 TO WS-NOTICE-DAYS.
029400     MOVE WS-RUN-MO TO DT-L-MO9.
029500     MOVE WS-RUN-DA TO DT-L-DA9.
029600     MOVE WS-RUN-YR TO DT-L-YR9.
029700     MOVE WS-NOTICE-DAYS TO RET-DAYS.
029800     CALL 'SIFDAT1' USING DATE-AREA.
029900     MOVE DT-H-YR9 TO WS-HOR-YR.
030000     MOVE DT-H-MO9 TO WS-HOR-MO.
030100     MOVE DT-H-DA9 TO WS-HOR-DA.
030200     IF  WS-HOR-YR LESS THAN 50
030300         MOVE 20 TO WS-HOR-CC
030400     ELSE
030500         MOVE 19 TO WS-HOR-CC.
030600     MOVE WS-RUN-DATE-8 TO WS-LAST-HORIZON.
030700     MOVE ZERO TO WS-LAST-RUN-DATE.
030800     OPEN INPUT FWS-CONTROL-IN.
030900     IF  WS-CTL-FILE-STATUS NOT EQUAL '05' AND '35'
031000         PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
031100     CLOSE FWS-CONTROL-IN.
031200     IF  FWP-88-OPEN-ENDED
031300     OR  WS-LAST-RUN-DATE EQUAL ZERO
031400     OR  WS-LAST-RUN-MO NOT EQUAL WS-RUN-MO
031500         MOVE 'Y' TO WS-OPEN-ENDED-SW.
031600     OPEN OUTPUT FWS-NOTICE-EXT.
031700     OPEN OUTPUT FM-JOURNAL-OUT.
031800     OPEN OUTPUT FWS-SWEEP-RPT.
031900     MOVE WS-RUN-MO TO TTL-MO.
032000     MOVE WS-RUN-DA TO TTL-DA.
032100     MOVE WS-RUN-YR TO TTL-YR.
032200     WRITE FWS-SWEEP-RPT-LINE FROM WS-BLANK-LINE.
032300     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
032400     MOVE WS-REPORT-TITLE TO FWS-SWEEP-RPT-LINE.
032500     WRITE FWS-SWEEP-RPT-LINE.
032600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
032700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
032800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
032900     MOVE 'U' TO I-O-CONTROL-ACCESS.
033000     MOVE -1  TO I-O-SEND-CODE.
033100     CALL 'IMACTM' USING I-O-CONTROL-AREA
033200                         MASTER-AREA
033300                         SI-ENVIRONMENT-AREA.
033400 1000-EXIT. EXIT.
033500 1100-READ-CONTROL.
033600     READ FWS-CONTROL-IN
033700         AT END GO TO 1100-EXIT.
033800     IF  FWC-LAST-RUN-DATE NOT NUMERIC
033900     OR  FWC-LAST-HORIZON NOT NUMERIC
034000         GO TO 1100-EXIT.
034100     MOVE FWC-LAST-RUN-DATE TO WS-LAST-RUN-DATE.
034200     IF  FWC-LAST-HORIZON GREATER THAN WS-LAST-HORIZON
034300         MOVE FWC-LAST-HORIZON TO WS-LAST-HORIZON.
034400 1100-EXIT. EXIT.
034500     EJECT
034600*----------------------------------------------------------------*
034700*    2000-SWEEP-ACCOUNTS - BROWSE THE MASTER AND TEST THE FOUR   *
034800*    WAIVERS ON EVERY OPEN DEPOSIT ACCOUNT.  ON AN OPEN-ENDED    *
034900*    RUN THIS IS THE INPUT SIDE OF THE SORT.                     *
035000*----------------------------------------------------------------*
035100 2000-SWEEP-ACCOUNTS.
035200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
035300     PERFORM 2200-ONE-ACCOUNT THRU 2200-EXIT
035400         UNTIL WS-88-END-OF-FILE.
035500 2000-EXIT. EXIT.
035600 2100-READ-MASTER.
035700     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
035800     MOVE -1   TO I-O-SEND-CODE.
035900     CALL 'IMACTM' USING I-O-CONTROL-AREA
036000                         MASTER-AREA
036100                         SI-ENVIRONMENT-AREA.
036200     IF  I-O-88-END-OF-FILE
036300         MOVE 'Y' TO WS-END-OF-FILE-SW.
036400 2100-EXIT. EXIT.
036500 2200-ONE-ACCOUNT.
036600     ADD 1 TO WS-TOT-SCANNED.
036700     IF  WMS-LOAN-TRLR EQUAL '1'
036900         GO TO 2200-NEXT.
037000     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
037100     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
037200     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
037300         GO TO 2200-NEXT.
037400     MOVE 'N' TO WS-MASTER-CHANGED-SW.
037500     MOVE 'Y' TO WS-FIRST-WAIVER-SW.
037600     PERFORM 2300-SC-WAIVER   THRU 2300-EXIT.
037700     PERFORM 2310-ANC-WAIVER  THRU 2310-EXIT.
037800     PERFORM 2320-FEE-WAIVER  THRU 2320-EXIT.
037900     PERFORM 2330-SEAS-WAIVER THRU 2330-EXIT.
038000     IF  WS-88-MASTER-CHANGED
038100         MOVE 'W'  TO I-O-CONTROL-OPERATOR
038200         MOVE -1   TO I-O-SEND-CODE
038300         CALL 'IMACTM' USING I-O-CONTROL-AREA
038400                             MASTER-AREA
038500                             SI-ENVIRONMENT-AREA.
038600 2200-NEXT.
038700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
038800 2200-EXIT. EXIT.
038900     EJECT
039000*----------------------------------------------------------------*
039100*    2300 - 2330 - ONE PARAGRAPH PER WAIVER.  THE SEASONAL       *
039200*    WAIVER HAS NO REASON OF ITS OWN AND EXISTS ONLY WHILE IT    *
039300*    IS DATED, SO IT IS NEVER OPEN-ENDED.                        *
039400*----------------------------------------------------------------*
039500 2300-SC-WAIVER.
039600     MOVE 'SVC CHG '             TO WS-WVR-TYPE.
039700     MOVE 'SCWAIVE '             TO WS-WVR-FIELD-ID.
039800     MOVE WMS-SC-WAIVE-REASON    TO WS-WVR-REASON.
039900     MOVE WMS-NB-WVE-EXP-DT      TO WS-WVR-DATE.
040000     PERFORM 2500-TEST-WAIVER THRU 2500-EXIT.
040100     IF  WS-88-REMOVE
040200         MOVE SPACES TO WMS-SC-WAIVE-REASON
040300                        WMS-NB-WVE-EXP-DT.
040400 2300-EXIT. EXIT.
040500 2310-ANC-WAIVER.
040600     MOVE 'ANCILLRY'             TO WS-WVR-TYPE.
040700     MOVE 'ANCWAIVE'             TO WS-WVR-FIELD-ID.
040800     MOVE WMS-NB-ANC-WVE-RSN     TO WS-WVR-REASON.
040900     MOVE WMS-NB-ANC-WV-EX-DT    TO WS-WVR-DATE.
041000     PERFORM 2500-TEST-WAIVER THRU 2500-EXIT.
041100     IF  WS-88-REMOVE
041200         MOVE SPACES TO WMS-NB-ANC-WVE-RSN
041300                        WMS-NB-ANC-WV-EX-DT.
041400 2310-EXIT. EXIT.
041500 2320-FEE-WAIVER.
041600     MOVE 'FEE     '             TO WS-WVR-TYPE.
041700     MOVE 'FEEWAIVE'             TO WS-WVR-FIELD-ID.
041800     MOVE WMS-NB-FEE-WVE-RSN     TO WS-WVR-REASON.
041900     MOVE WMS-NB-FEE-WV-EX-DT    TO WS-WVR-DATE.
042000     PERFORM 2500-TEST-WAIVER THRU 2500-EXIT.
042100     IF  WS-88-REMOVE
042200         MOVE SPACES TO WMS-NB-FEE-WVE-RSN
042300                        WMS-NB-FEE-WV-EX-DT.
042400 2320-EXIT. EXIT.
042500 2330-SEAS-WAIVER.
042600     MOVE 'SEASONAL'             TO WS-WVR-TYPE.
042700     MOVE 'SEASWAIV'             TO WS-WVR-FIELD-ID.
042800     MOVE SPACES                 TO WS-WVR-REASON.
042900     MOVE WMS-NB-SEAS-WVE-DT     TO WS-WVR-DATE.
043000     PERFORM 2500-TEST-WAIVER THRU 2500-EXIT.
043100     IF  WS-88-REMOVE
043200         MOVE SPACES TO WMS-NB-SEAS-WVE-DT.
043300 2330-EXIT. EXIT.
043400     EJECT
043500*----------------------------------------------------------------*
043600*    2500-TEST-WAIVER - A WAIVER PAST ITS EXPIRATION IS REMOVED; *
043700*    ONE ENDING INSIDE THIS RUN'S NEW NOTICE WINDOW IS NOTICED;  *
043800*    A REASON WITH NO EXPIRATION IS OPEN-ENDED.                  *
043900*----------------------------------------------------------------*
044000 2500-TEST-WAIVER.
044100     MOVE 'N' TO WS-REMOVE-SW.
044200     IF  WS-WVR-DATE EQUAL SPACES OR LOW-VALUES OR ZEROS
044300         GO TO 2500-OPEN-ENDED.
044400     ADD 1 TO WS-TOT-WAIVERS.
044500     IF  WS-WVR-MM NOT NUMERIC
044600     OR  WS-WVR-DD NOT NUMERIC
044700     OR  WS-WVR-YY NOT NUMERIC
044800         ADD 1 TO WS-TOT-BAD-DATE
044900         MOVE 'EXPIRATION DATE BAD' TO DTL-ACTION
045000         PERFORM 7000-PRINT-DAILY THRU 7000-EXIT
045100         GO TO 2500-EXIT.
045200     MOVE WS-WVR-MM TO WS-EXP-MM.
045300     MOVE WS-WVR-DD TO WS-EXP-DD.
045400     MOVE WS-WVR-YY TO WS-EXP-YY.
045500     IF  WS-WVR-CC NUMERIC
045600         MOVE WS-WVR-CC TO WS-EXP-CC
045700     ELSE
045800         IF  WS-WVR-YY LESS THAN '50'
045900             MOVE '20' TO WS-EXP-CC
046000         ELSE
046100             MOVE '19' TO WS-EXP-CC.
046200     IF  WS-EXPIRY-8 NOT GREATER THAN WS-RUN-DATE-8
046300         PERFORM 2600-REMOVE-WAIVER THRU 2600-EXIT
046400         GO TO 2500-EXIT.
046500     IF  WS-EXPIRY-8 GREATER THAN WS-LAST-HORIZON
046600     AND WS-EXPIRY-8 NOT GREATER THAN WS-HORIZON-8
046700         PERFORM 2700-SEND-NOTICE THRU 2700-EXIT.
046800     GO TO 2500-EXIT.
046900 2500-OPEN-ENDED.
047000     IF  WS-WVR-REASON EQUAL SPACES OR LOW-VALUES
047100         GO TO 2500-EXIT.
047200     ADD 1 TO WS-TOT-WAIVERS.
047300     ADD 1 TO WS-TOT-OPEN-ENDED.
047400     IF  WS-88-OPEN-ENDED-RUN
047500         PERFORM 2800-RELEASE-OPEN THRU 2800-EXIT.
047600 2500-EXIT. EXIT.
047700 2600-REMOVE-WAIVER.
047800     MOVE 'Y' TO WS-REMOVE-SW.
047900     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
048000     ADD 1 TO WS-TOT-REMOVED.
048100     PERFORM 2900-EDIT-EXPIRY THRU 2900-EXIT.
048200     MOVE SPACES TO FM-JOURNAL-RECORD.
048300     MOVE WMS-CONTROL-KEY    TO FMJ-ACCOUNT.
048400     MOVE WS-WVR-FIELD-ID    TO FMJ-FIELD-ID.
048500     STRING 'RSN ' WS-WVR-REASON ' EXP ' WS-EXPIRY-EDIT
048600         DELIMITED BY SIZE INTO FMJ-BEFORE-IMAGE.
048700     MOVE 'WAIVER EXPIRED - REMOVED' TO FMJ-AFTER-IMAGE.
048800     MOVE WS-SYSTEM-OPER     TO FMJ-OPER-ID.
048900     MOVE WS-RUN-DATE-YYMMDD TO FMJ-MAINT-DATE.
049000     MOVE ZERO               TO FMJ-MAINT-TIME.
049100     WRITE FM-JOURNAL-RECORD.
049200     MOVE 'REMOVED - EXPIRED' TO DTL-ACTION.
049300     PERFORM 7000-PRINT-DAILY THRU 7000-EXIT.
049400 2600-EXIT. EXIT.
049500 2700-SEND-NOTICE.
049600     ADD 1 TO WS-TOT-NOTICES.
049700     MOVE SPACES TO FWS-NOTICE-RECORD.
049800     MOVE WMS-CONTROL-KEY    TO FWN-ACCOUNT.
049900     MOVE WS-WVR-TYPE        TO FWN-WAIVER-TYPE.
050000     MOVE WS-WVR-REASON      TO FWN-REASON.
050100     MOVE WS-EXPIRY-8        TO FWN-EXPIRY-DATE.
050200     MOVE WS-RUN-DATE-8      TO FWN-NOTICE-DATE.
050300     WRITE FWS-NOTICE-RECORD.
050400     PERFORM 2900-EDIT-EXPIRY THRU 2900-EXIT.
050500     MOVE 'ADVANCE NOTICE SENT' TO DTL-ACTION.
050600     PERFORM 7000-PRINT-DAILY THRU 7000-EXIT.
050700 2700-EXIT. EXIT.
050800 2800-RELEASE-OPEN.
050900     MOVE SPACES TO SORT-RECORD.
051000     MOVE WS-WVR-REASON      TO SRT-REASON.
051100     MOVE WMS-OFFICER        TO SRT-OFFICER.
051200     MOVE WMS-CONTROL-KEY    TO SRT-ACCOUNT.
051300     MOVE WS-WVR-TYPE        TO SRT-WAIVER-TYPE.
051400     MOVE WMS-NB-MTD-WVE-AMT TO SRT-MTD-WAIVED.
051500     MOVE WMS-NB-YTD-WVE-AMT TO SRT-YTD-WAIVED.
051600     MOVE WS-FIRST-WAIVER-SW TO SRT-FIRST-SW.
051700     MOVE 'N' TO WS-FIRST-WAIVER-SW.
051800     RELEASE SORT-RECORD.
051900 2800-EXIT. EXIT.
052000 2900-EDIT-EXPIRY.
052100     MOVE WS-EXP-MM TO WS-EXE-MM.
052200     MOVE WS-EXP-DD TO WS-EXE-DD.
052300     MOVE WS-EXP-CC TO WS-EXE-CC.
052400     MOVE WS-EXP-YY TO WS-EXE-YY.
052500 2900-EXIT. EXIT.
052600     EJECT
052700*----------------------------------------------------------------*
052800*    3000-PRINT-OPEN-ENDED - THE RETURN SIDE OF THE SORT.  THE   *
052900*    FEES WAIVED ARE ACCOUNT TOTALS, SO AN ACCOUNT WITH TWO      *
053000*    OPEN-ENDED WAIVERS COUNTS ONCE IN THE GRAND TOTAL.          *
053100*----------------------------------------------------------------*
053200 3000-PRINT-OPEN-ENDED.
053300     WRITE FWS-SWEEP-RPT-LINE FROM WS-BLANK-LINE.
053400     MOVE 'OPEN-ENDED WAIVERS BY REASON CODE AND OFFICER'
053500         TO SEC-LIT.
053600     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
053700     MOVE WS-SECTION-LINE TO FWS-SWEEP-RPT-LINE.
053800     WRITE FWS-SWEEP-RPT-LINE.
053900     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
054000     MOVE WS-HEADING-1 TO FWS-SWEEP-RPT-LINE.
054100     WRITE FWS-SWEEP-RPT-LINE.
054200     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
054300         UNTIL WS-88-SORT-EOF.
054400     IF  WS-88-REASON-OPEN
054500         PERFORM 3200-CLOSE-REASON THRU 3200-EXIT.
054600 3000-EXIT. EXIT.
054700 3100-ONE-SORTED.
054800     RETURN SORT-FILE
054900         AT END MOVE 'Y' TO WS-SORT-EOF-SW
055000                GO TO 3100-EXIT.
055100     IF  WS-88-REASON-OPEN
055200     AND SRT-REASON NOT EQUAL WS-HLD-REASON
055300         PERFORM 3200-CLOSE-REASON THRU 3200-EXIT.
055400     IF  NOT WS-88-REASON-OPEN
055500         MOVE 'Y' TO WS-REASON-OPEN-SW
055600         MOVE SRT-REASON TO WS-HLD-REASON
055700         MOVE ZERO TO WS-RSN-WAIVERS
055800                      WS-RSN-MTD-WAIVED
055900                      WS-RSN-YTD-WAIVED.
056000     ADD 1 TO WS-RSN-WAIVERS.
056100     ADD SRT-MTD-WAIVED TO WS-RSN-MTD-WAIVED.
056200     ADD SRT-YTD-WAIVED TO WS-RSN-YTD-WAIVED.
056300     IF  SRT-88-FIRST
056400         ADD 1 TO WS-TOT-OPEN-ACCOUNTS
056500         ADD SRT-MTD-WAIVED TO WS-TOT-MTD-WAIVED
056600         ADD SRT-YTD-WAIVED TO WS-TOT-YTD-WAIVED.
056700     MOVE SRT-ACCOUNT     TO DTL-ACCOUNT.
056800     MOVE SRT-WAIVER-TYPE TO DTL-WAIVER-TYPE.
056900     MOVE SRT-REASON      TO DTL-REASON.
057000     MOVE 'NONE'          TO DTL-EXPIRY.
057100     MOVE SRT-OFFICER     TO DTL-OFFICER.
057200     MOVE 'NO EXPIRATION' TO DTL-ACTION.
057300     MOVE SRT-YTD-WAIVED  TO DTL-YTD-WAIVED.
057400     MOVE SRT-MTD-WAIVED  TO DTL-MTD-WAIVED.
057500     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
057600     MOVE WS-DETAIL-LINE TO FWS-SWEEP-RPT-LINE.
057700     WRITE FWS-SWEEP-RPT-LINE.
057800 3100-EXIT. EXIT.
057900 3200-CLOSE-REASON.
058000     MOVE WS-HLD-REASON     TO RTL-REASON.
058100     MOVE WS-RSN-WAIVERS    TO RTL-WAIVERS.
058200     MOVE WS-RSN-YTD-WAIVED TO RTL-YTD-WAIVED.
058300     MOVE WS-RSN-MTD-WAIVED TO RTL-MTD-WAIVED.
058400     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
058500     MOVE WS-REASON-TOTAL-LINE TO FWS-SWEEP-RPT-LINE.
058600     WRITE FWS-SWEEP-RPT-LINE.
058700     WRITE FWS-SWEEP-RPT-LINE FROM WS-BLANK-LINE.
058800     MOVE 'N' TO WS-REASON-OPEN-SW.
058900 3200-EXIT. EXIT.
059000     EJECT
059100*----------------------------------------------------------------*
059200*    7000-PRINT-DAILY - ONE LINE PER NOTICE OR REMOVAL.          *
059300*----------------------------------------------------------------*
059400 7000-PRINT-DAILY.
059500     IF  NOT WS-88-DAILY-HDG
059600         MOVE 'Y' TO WS-DAILY-HDG-SW
059700         WRITE FWS-SWEEP-RPT-LINE FROM WS-BLANK-LINE
059800         MOVE 'WAIVER NOTICES AND REMOVALS' TO SEC-LIT
059900         MOVE SPACES TO FWS-SWEEP-RPT-LINE
060000         MOVE WS-SECTION-LINE TO FWS-SWEEP-RPT-LINE
060100         WRITE FWS-SWEEP-RPT-LINE
060200         MOVE SPACES TO FWS-SWEEP-RPT-LINE
060300         MOVE WS-HEADING-1 TO FWS-SWEEP-RPT-LINE
060400         WRITE FWS-SWEEP-RPT-LINE.
060500     MOVE WMS-CONTROL-KEY TO DTL-ACCOUNT.
060600     MOVE WS-WVR-TYPE     TO DTL-WAIVER-TYPE.
060700     MOVE WS-WVR-REASON   TO DTL-REASON.
060800     MOVE WS-EXPIRY-EDIT  TO DTL-EXPIRY.
060900     IF  WS-WVR-MM NOT NUMERIC
061000     OR  WS-WVR-DD NOT NUMERIC
061100     OR  WS-WVR-YY NOT NUMERIC
061200         MOVE WS-WVR-DATE TO DTL-EXPIRY.
061300     MOVE WMS-OFFICER     TO DTL-OFFICER.
061400     MOVE SPACES TO DTL-YTD-BLANK.
061500     MOVE SPACES TO DTL-MTD-BLANK.
061600     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
061700     MOVE WS-DETAIL-LINE TO FWS-SWEEP-RPT-LINE.
061800     WRITE FWS-SWEEP-RPT-LINE.
061900 7000-EXIT. EXIT.
062000     EJECT
062100*----------------------------------------------------------------*
062200*    9000-TERMINATE - CONTROL RECORD, SUMMARY AND CLOSES.        *
062300*----------------------------------------------------------------*
062400 9000-TERMINATE.
062500     OPEN OUTPUT FWS-CONTROL-OUT.
062600     MOVE SPACES TO FWS-CONTROL-OUT-RECORD.
062700     MOVE WS-RUN-DATE-8 TO FWO-LAST-RUN-DATE.
062800     MOVE WS-HORIZON-8  TO FWO-LAST-HORIZON.
062900     IF  WS-LAST-HORIZON GREATER THAN WS-HORIZON-8
063000         MOVE WS-LAST-HORIZON TO FWO-LAST-HORIZON.
063100     WRITE FWS-CONTROL-OUT-RECORD.
063200     CLOSE FWS-CONTROL-OUT.
063300     WRITE FWS-SWEEP-RPT-LINE FROM WS-BLANK-LINE.
063400     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
063500     MOVE WS-TOT-SCANNED TO SUM-COUNT.
063600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063700     MOVE 'WAIVERS IN FORCE                  ' TO SUM-LIT.
063800     MOVE WS-TOT-WAIVERS TO SUM-COUNT.
063900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064000     MOVE 'ADVANCE NOTICES SENT              ' TO SUM-LIT.
064100     MOVE WS-TOT-NOTICES TO SUM-COUNT.
064200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064300     MOVE 'WAIVERS REMOVED AT EXPIRATION     ' TO SUM-LIT.
064400     MOVE WS-TOT-REMOVED TO SUM-COUNT.
064500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064600     MOVE 'INVALID EXPIRATION DATES          ' TO SUM-LIT.
064700     MOVE WS-TOT-BAD-DATE TO SUM-COUNT.
064800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064900     MOVE 'OPEN-ENDED WAIVERS                ' TO SUM-LIT.
065000     MOVE WS-TOT-OPEN-ENDED TO SUM-COUNT.
065100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065200     IF  WS-88-OPEN-ENDED-RUN
065300         MOVE 'ACCOUNTS WITH OPEN-ENDED WAIVERS  ' TO SUM-LIT
065400         MOVE WS-TOT-OPEN-ACCOUNTS TO SUM-COUNT
065500         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
065600         MOVE 'FEES WAIVED YEAR TO DATE          ' TO SMA-LIT
065700         MOVE WS-TOT-YTD-WAIVED TO SMA-AMOUNT
065800         PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT
065900         MOVE 'FEES WAIVED MONTH TO DATE         ' TO SMA-LIT
066000         MOVE WS-TOT-MTD-WAIVED TO SMA-AMOUNT
066100         PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
066200     MOVE 'E' TO I-O-CONTROL-OPERATOR.
066300     MOVE -1  TO I-O-SEND-CODE.
066400     CALL 'IMACTM' USING I-O-CONTROL-AREA
066500                         MASTER-AREA
066600                         SI-ENVIRONMENT-AREA.
066700     CLOSE FWS-NOTICE-EXT.
066800     CLOSE FM-JOURNAL-OUT.
066900     CLOSE FWS-SWEEP-RPT.
067000 9000-EXIT. EXIT.
067100 9100-PRINT-SUMMARY.
067200     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
067300     MOVE WS-SUMMARY-LINE TO FWS-SWEEP-RPT-LINE.
067400     WRITE FWS-SWEEP-RPT-LINE.
067500 9100-EXIT. EXIT.
067600 9200-PRINT-AMOUNT.
067700     MOVE SPACES TO FWS-SWEEP-RPT-LINE.
067800     MOVE WS-SUMMARY-AMT-LINE TO FWS-SWEEP-RPT-LINE.
067900     WRITE FWS-SWEEP-RPT-LINE.
068000 9200-EXIT. EXIT.
