*     * GN6221 * 10/15/26 JCTE OD LIMIT EXPIRATION AND RENEWAL
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMODLEXP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMODLEXP IS THE NIGHTLY OVERDRAFT LIMIT EXPIRATION RUN.  IT *
000900*    BROWSES THE OD LIMIT FILE (IMLMTM, COPYBOOK IMWSLMTM) AND   *
001000*    LOOKS AT EVERY ACTIVE LIMIT OCCURRENCE THAT CARRIES AN      *
001100*    EXPIRATION DATE (OD-LIMIT-EXP-DATE).                        *
001200*----------------------------------------------------------------*
001300*    AN OCCURRENCE THAT HAS NOT YET EXPIRED BUT IS WITHIN THE    *
001400*    RECORD'S LEAD WINDOW (OD-LIMIT-EXP-RPT-LEAD-DAYS, OR        *
001500*    WS-DEFAULT-LEAD-DAYS WHEN THE RECORD CARRIES NONE) IS       *
001600*    LISTED WITH THE ACCOUNT'S OFFICER AND WHAT WILL HAPPEN TO   *
001700*    IT, SO THE OFFICER CAN REVIEW IT BEFORE THE DATE ARRIVES.   *
001800*----------------------------------------------------------------*
001900*    ON OR AFTER ITS EXPIRATION DATE AN OCCURRENCE HAS ITS CODED *
002000*    ACTION (OD-LIMIT-EXP-ACTION) APPLIED.  'R' RENEWS THE LIMIT *
002100*    FOR ANOTHER TERM OF OD-LIMIT-RENEW-MONTHS (WS-DEFAULT-TERM- *
002200*    MONTHS WHEN ZERO).  'S' STEPS THE LIMIT DOWN TO             *
002300*    OD-LIMIT-STEP-DOWN-PCT OF ITS AMOUNT (WS-DEFAULT-STEP-PCT   *
002400*    WHEN ZERO) AND RENEWS IT FOR A TERM AT THE REDUCED AMOUNT;  *
002500*    THE ACTION THEN BECOMES 'R' SO THE STEP IS TAKEN ONLY ONCE. *
002600*    '0' REMOVES THE LIMIT - THE AMOUNT IS ZEROED AND THE        *
002700*    OCCURRENCE IS MARKED EXPIRED AND DELETED TODAY.  '1' AND    *
002800*    '2' MARK THE OCCURRENCE EXPIRED AND LEAVE THE AMOUNT ON     *
002900*    FILE FOR REPORTING.  A TERM THAT WOULD STILL END ON OR      *
003000*    BEFORE THE RUN DATE IS ROLLED FORWARD AGAIN, SO A MISSED    *
003100*    NIGHT IS CAUGHT UP.                                         *
003200*----------------------------------------------------------------*
003300*    EVERY ACTION TAKEN IS WRITTEN TO THE OD LIMIT CHANGE        *
003400*    HISTORY FILE (IMLMTMH) IN THE SAME LAYOUT IMLMTMNT WRITES,  *
003500*    AND A STEP-DOWN OR REMOVAL GOES TO THE CUSTOMER ON THE      *
003600*    IMODXNTC EXTRACT, WHICH THE NOTICE HUB (IMNTCHUB) MAILS AS  *
003700*    A REGULATORY NOTICE.  WHEN AN ACCOUNT'S LIMITS CHANGE, THE  *
003800*    MASTER'S NEXT OD EXPIRATION DATE (WMS-NB-OD-EXP-DT) AND     *
003900*    CURRENT LIMIT AMOUNT (WMS-OD-LIMIT-AMT) ARE REWRITTEN FROM  *
004000*    THE OCCURRENCES STILL ACTIVE.                               *
004100*----------------------------------------------------------------*
004200*    AN UNKNOWN ACTION CODE OR A LIMIT WITH NO ACCOUNT MASTER    *
004300*    SETS RETURN CODE 4; A FAILED REWRITE OF THE LIMIT RECORD OR *
004400*    THE MASTER SETS RETURN CODE 8.                              *
004500*----------------------------------------------------------------*
004600*               ** HISTORY OF REVISIONS **                      *
004700* DESCRIPTION                                           CHNGID  *
004800* ____________________________________________________ _______ *
004900* 10/15/26 JCTE NEW PROGRAM - OD LIMIT EXPIRATION AND    GN6221 *
005000*                RENEWAL PROCESSING                             *
005100*----------------------------------------------------------------*
005200 ENVIRONMENT    DIVISION.
005300 INPUT-OUTPUT   SECTION.
005400 FILE-CONTROL.
005500     SELECT OD-LIMIT-FILE     ASSIGN TO "IMLMTM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS OD-LIMIT-KEY.
005900     SELECT OPTIONAL CHANGE-HIST-FILE  ASSIGN TO "IMLMTMH"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-HIST-FILE-STATUS.
006200     SELECT EXP-NOTICE-EXT    ASSIGN TO "IMODXNTC"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT EXP-REVIEW-RPT    ASSIGN TO "IMODLXRP"
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  OD-LIMIT-FILE.
006900     COPY IMWSLMTM.
007000 FD  CHANGE-HIST-FILE.
007100     COPY IMLMTMH.
007200 FD  EXP-NOTICE-EXT
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  EXP-NOTICE-RECORD.
007500     03  ODN-ACCOUNT                 PIC X(22).
007600     03  ODN-OCC-NO                  PIC 99.
007700     03  ODN-ACTION                  PIC X.
007800     03  ODN-OLD-AMT                 PIC S9(13)V99.
007900     03  ODN-NEW-AMT                 PIC S9(13)V99.
008000     03  ODN-EXP-DATE                PIC 9(8).
008100     03  ODN-NEW-EXP-DATE            PIC 9(8).
008200     03  ODN-NOTICE-DATE             PIC 9(8).
008300     03  FILLER                      PIC X(1).
008400 FD  EXP-REVIEW-RPT
008500     RECORD CONTAINS 133 CHARACTERS.
008600 01  EXP-REVIEW-RPT-LINE             PIC X(133).
008700 WORKING-STORAGE SECTION.
008800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMODLEXP'.
008900*    LEAD WINDOW, RENEWAL TERM AND STEP-DOWN PERCENT USED WHEN
009000*    THE LIMIT RECORD CARRIES NONE OF ITS OWN.
009100 77  WS-DEFAULT-LEAD-DAYS            PIC S9(3)   COMP-3 VALUE +30.
009200 77  WS-DEFAULT-TERM-MONTHS          PIC S9(3)   COMP-3 VALUE +12.
009300 77  WS-DEFAULT-STEP-PCT             PIC S9(3)   COMP-3 VALUE +50.
009400*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
009500*    EVERY CALL TO IMACTM AND SIDIF1 RESETS RETURN-CODE.
009600 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
009700 77  WS-OCC-MAX                      PIC 9(3)    COMP VALUE 12.
009800 77  WS-HIST-FILE-STATUS             PIC X(2)    VALUE SPACES.
009900     88  WS-88-HIST-NOT-FOUND        VALUE '05' '35'.
010000 01  WS-SWITCHES.
010100     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
010200         88  WS-88-END-OF-FILE       VALUE 'Y'.
010300     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
010400         88  WS-88-MASTER-FOUND      VALUE 'Y'.
010500     03  WS-REC-CHANGED-SW           PIC X(1)    VALUE 'N'.
010600         88  WS-88-REC-CHANGED       VALUE 'Y'.
010700     03  WS-NOTICE-SW                PIC X(1)    VALUE 'N'.
010800         88  WS-88-NOTICE            VALUE 'Y'.
010900     03  WS-LEAP-YEAR-SW             PIC X(1)    VALUE 'N'.
011000         88  WS-88-LEAP-YEAR         VALUE 'Y'.
011100 77  WS-OCC-SUB                      PIC 9(3)    COMP VALUE 0.
011200 77  WS-OCC-LAST                     PIC 9(3)    COMP VALUE 0.
011300 01  WS-LEAD-DAYS                    PIC S9(3)   COMP-3 VALUE 0.
011400 01  WS-TERM-MONTHS                  PIC S9(3)   COMP-3 VALUE 0.
011500 01  WS-STEP-PCT                     PIC S9(3)   COMP-3 VALUE 0.
011600 01  WS-DAYS-LEFT                    PIC S9(5)   COMP-3 VALUE 0.
011700 01  WS-OLD-AMT                      PIC S9(13)V99 COMP-3 VALUE 0.
011800 01  WS-NEW-AMT                      PIC S9(13)V99 COMP-3 VALUE 0.
011900 01  WS-MST-LIMIT-AMT                PIC S9(13)V99 COMP-3 VALUE 0.
012000 01  WS-MONTH-CALC                   PIC S9(5)   COMP-3 VALUE 0.
012100 01  WS-YEAR-CARRY                   PIC S9(5)   COMP-3 VALUE 0.
012200 01  WS-MONTH-REM                    PIC S9(3)   COMP-3 VALUE 0.
012300 01  WS-MONTH-LEN                    PIC 99      VALUE 0.
012400 01  WS-BASE-DD                      PIC 99      VALUE 0.
012500 01  WS-LEAP-QUOT                    PIC S9(5)   COMP-3 VALUE 0.
012600 01  WS-LEAP-REM-4                   PIC S9(3)   COMP-3 VALUE 0.
012700 01  WS-LEAP-REM-100                 PIC S9(3)   COMP-3 VALUE 0.
012800 01  WS-LEAP-REM-400                 PIC S9(3)   COMP-3 VALUE 0.
012900 01  WS-MONTH-DAYS-LIT               PIC X(24)   VALUE
013000     '312831303130313130313031'.
013100 01  FILLER REDEFINES WS-MONTH-DAYS-LIT.
013200     03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
013300 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
013400 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
013500     03  WS-RUN-CC                   PIC 99.
013600     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
013700     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013800         05  WS-RUN-YR               PIC 99.
013900         05  WS-RUN-MO               PIC 99.
014000         05  WS-RUN-DA               PIC 99.
014100 01  WS-EXP-DATE-8                   PIC 9(8)    VALUE 0.
014200 01  WS-EXP-DATE-8-R REDEFINES WS-EXP-DATE-8.
014300     03  WS-EXP-CC                   PIC 99.
014400     03  WS-EXP-YY                   PIC 99.
014500     03  WS-EXP-MM                   PIC 99.
014600     03  WS-EXP-DD                   PIC 99.
014700 01  WS-TERM-DATE-8                  PIC 9(8)    VALUE 0.
014800 01  WS-TERM-DATE-8-R REDEFINES WS-TERM-DATE-8.
014900     03  WS-TERM-CCYY                PIC 9(4).
015000     03  WS-TERM-MM                  PIC 99.
015100     03  WS-TERM-DD                  PIC 99.
015200 01  WS-NEXT-EXP-8                   PIC 9(8)    VALUE 0.
015300 01  WS-NEXT-EXP-8-R REDEFINES WS-NEXT-EXP-8.
015400     03  FILLER                      PIC 99.
015500     03  WS-NEXT-YY                  PIC XX.
015600     03  WS-NEXT-MM                  PIC XX.
015700     03  WS-NEXT-DD                  PIC XX.
015800 01  WS-REASON-AREA.
015900     03  RSN-TEXT                    PIC X(22).
016000     03  RSN-DATE                    PIC 9(8).
016100 01  WS-ACTION-LIT                   PIC X(30)   VALUE SPACES.
016200 01  WS-ORIG-ACTION                  PIC X(1)    VALUE SPACES.
016300     EJECT
016400     COPY SIWSCNTL.
016500     EJECT
016600     COPY IMAWKMST.
016700     EJECT
016800     COPY IMWSENVO.
016900     EJECT
017000     COPY SIWSDTAR.
017100     EJECT
017200 01  WS-TOTALS.
017300     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
017400     03  WS-TOT-IN-WINDOW            PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-RENEWED              PIC 9(7)    COMP VALUE 0.
017600     03  WS-TOT-STEPPED-DOWN         PIC 9(7)    COMP VALUE 0.
017700     03  WS-TOT-REMOVED              PIC 9(7)    COMP VALUE 0.
017800     03  WS-TOT-FLAGGED              PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-BAD-ACTION           PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-HISTORY              PIC 9(7)    COMP VALUE 0.
018100     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
018200     03  WS-TOT-LIMIT-REWRITTEN      PIC 9(7)    COMP VALUE 0.
018300     03  WS-TOT-LIMIT-RWT-FAILED     PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-MASTER-UPDATED       PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-MASTER-NOT-FOUND     PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-MASTER-RWT-FAILED    PIC 9(7)    COMP VALUE 0.
018700     EJECT
018800 01  WS-REPORT-TITLE.
018900     03  FILLER                      PIC X(52)   VALUE
019000         'IMODLEXP - OD LIMIT EXPIRATION REVIEW           RUN '.
019100     03  TTL-RUN-DATE                PIC 9(8).
019200     03  FILLER                      PIC X(73)   VALUE SPACES.
019300 01  WS-DETAIL-HEADING.
019400     03  FILLER                      PIC X(44)   VALUE
019500         '   ACCOUNT                OCC  OFFICER      '.
019600     03  FILLER                      PIC X(48)   VALUE
019700         'OLD LIMIT        NEW LIMIT  EXPIRES   NEW EXP   '.
019800     03  FILLER                      PIC X(41)   VALUE
019900         'DAYS  ACTION'.
020000 01  WS-DETAIL-LINE.
020100     03  FILLER                      PIC X(3)    VALUE SPACES.
020200     03  DTL-ACCOUNT                 PIC X(22).
020300     03  FILLER                      PIC X(2)    VALUE SPACES.
020400     03  DTL-OCC-NO                  PIC Z9.
020500     03  FILLER                      PIC X(2)    VALUE SPACES.
020600     03  DTL-OFFICER                 PIC X(5).
020700     03  FILLER                      PIC X(1)    VALUE SPACES.
020800     03  DTL-OLD-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
020900     03  FILLER                      PIC X(1)    VALUE SPACES.
021000     03  DTL-NEW-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
021100     03  FILLER                      PIC X(2)    VALUE SPACES.
021200     03  DTL-EXP-DATE                PIC 9(8).
021300     03  FILLER                      PIC X(2)    VALUE SPACES.
021400     03  DTL-NEW-EXP-DATE            PIC X(8).
021500     03  FILLER                      PIC X(2)    VALUE SPACES.
021600     03  DTL-DAYS                    PIC ZZZ9.
021700     03  FILLER                      PIC X(2)    VALUE SPACES.
021800     03  DTL-ACTION                  PIC X(30).
021900     03  FILLER                      PIC X(5)    VALUE SPACES.
022000 01  WS-MESSAGE-LINE.
022100     03  FILLER                      PIC X(4)    VALUE SPACES.
022200     03  MSG-TEXT                    PIC X(60).
022300     03  MSG-ACCOUNT                 PIC X(22).
022400     03  FILLER                      PIC X(47)   VALUE SPACES.
022500 01  WS-SUMMARY-LINE.
022600     03  FILLER                      PIC X(4)    VALUE SPACES.
022700     03  SUM-LIT                     PIC X(34).
022800     03  SUM-COUNT                   PIC ZZZ,ZZ9.
022900     03  FILLER                      PIC X(88)   VALUE SPACES.
023000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023100     EJECT
023200 PROCEDURE DIVISION.
023300*----------------------------------------------------------------*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-LIMIT    THRU 2000-EXIT
023700         UNTIL WS-88-END-OF-FILE.
023800     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
023900     GOBACK.
024000     EJECT
024100*----------------------------------------------------------------*
024200*    1000-INITIALIZE - OPEN THE OD LIMIT FILE FOR UPDATE AND THE *
024300*    ACCOUNT MASTER FOR REWRITE, EXTEND THE CHANGE HISTORY AND   *
024400*    PRINT THE REPORT TITLE.                                     *
024500*----------------------------------------------------------------*
024600 1000-INITIALIZE.
024700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
024800     IF  WS-RUN-YR LESS THAN 50
024900         MOVE 20 TO WS-RUN-CC
025000     ELSE
025100         MOVE 19 TO WS-RUN-CC.
025200     OPEN I-O    OD-LIMIT-FILE.
025300     OPEN EXTEND CHANGE-HIST-FILE.
025400     IF  WS-88-HIST-NOT-FOUND
025500         OPEN OUTPUT CHANGE-HIST-FILE.
025600     OPEN OUTPUT EXP-NOTICE-EXT.
025700     OPEN OUTPUT EXP-REVIEW-RPT.
025800     MOVE WS-RUN-DATE-8 TO TTL-RUN-DATE.
025900     WRITE EXP-REVIEW-RPT-LINE FROM WS-BLANK-LINE.
026000     MOVE SPACES TO EXP-REVIEW-RPT-LINE.
026100     MOVE WS-REPORT-TITLE TO EXP-REVIEW-RPT-LINE.
026200     WRITE EXP-REVIEW-RPT-LINE.
026300     WRITE EXP-REVIEW-RPT-LINE FROM WS-BLANK-LINE.
026400     MOVE SPACES TO EXP-REVIEW-RPT-LINE.
026500     MOVE WS-DETAIL-HEADING TO EXP-REVIEW-RPT-LINE.
026600     WRITE EXP-REVIEW-RPT-LINE.
026700     WRITE EXP-REVIEW-RPT-LINE FROM WS-BLANK-LINE.
026800     MOVE SPACES TO SI-ENVIRONMENT-AREA.
026900     MOVE '1' TO SI-ENVIRONMENT-VSAM.
027000     MOVE 'O' TO I-O-CONTROL-OPERATOR.
027100     MOVE 'U' TO I-O-CONTROL-ACCESS.
027200     MOVE -1  TO I-O-SEND-CODE.
027300     CALL 'IMACTM' USING I-O-CONTROL-AREA
027400                         MASTER-AREA
027500                         SI-ENVIRONMENT-AREA.
027600     PERFORM 2900-READ-LIMIT THRU 2900-EXIT.
027700 1000-EXIT. EXIT.
027800     EJECT
027900*----------------------------------------------------------------*
028000*    2000-PROCESS-LIMIT - SKIP THE FILE HEADER RECORD, CHECK     *
028100*    EACH OCCURRENCE AGAINST ITS EXPIRATION DATE, AND REWRITE    *
028200*    THE LIMIT RECORD AND THE MASTER IF ANYTHING WAS APPLIED.    *
028300*----------------------------------------------------------------*
028400 2000-PROCESS-LIMIT.
028500     IF  OD-LIMIT-OCCURRENCES NOT NUMERIC
028600         GO TO 2090-NEXT-LIMIT.
028700     IF  OD-LIMIT-OCCURRENCES NOT GREATER THAN ZERO
028800         GO TO 2090-NEXT-LIMIT.
028900     ADD 1 TO WS-TOT-SCANNED.
029000     MOVE OD-LIMIT-OCCURRENCES TO WS-OCC-LAST.
029100     IF  WS-OCC-LAST GREATER THAN WS-OCC-MAX
029200         MOVE WS-OCC-MAX TO WS-OCC-LAST.
029300     MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
029400     IF  OD-LIMIT-EXP-RPT-LEAD-DAYS NUMERIC
029500         IF  OD-LIMIT-EXP-RPT-LEAD-DAYS GREATER THAN ZERO
029600             MOVE OD-LIMIT-EXP-RPT-LEAD-DAYS TO WS-LEAD-DAYS.
029700     MOVE 'N' TO WS-REC-CHANGED-SW.
029800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029900     PERFORM 3000-CHECK-OCCURRENCE THRU 3000-EXIT
030000         VARYING WS-OCC-SUB FROM 1 BY 1
030100         UNTIL WS-OCC-SUB GREATER THAN WS-OCC-LAST.
030200     IF  NOT WS-88-REC-CHANGED
030300         GO TO 2090-NEXT-LIMIT.
030400     MOVE '2' TO OD-LIMIT-REC-CHG-TODAY.
030500     REWRITE OD-LIMIT-DETAIL-REC
030600         INVALID KEY
030700             ADD 1 TO WS-TOT-LIMIT-RWT-FAILED
030800             MOVE 8 TO WS-RUN-RC
030900             MOVE 'OD LIMIT REWRITE FAILED FOR ACCOUNT '
031000                 TO MSG-TEXT
031100             MOVE OD-LIMIT-KEY TO MSG-ACCOUNT
031200             PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
031300             GO TO 2090-NEXT-LIMIT.
031400     ADD 1 TO WS-TOT-LIMIT-REWRITTEN.
031500     IF  WS-88-MASTER-FOUND
031600         PERFORM 4000-UPDATE-MASTER THRU 4000-EXIT.
031700 2090-NEXT-LIMIT.
031800     PERFORM 2900-READ-LIMIT THRU 2900-EXIT.
031900 2000-EXIT. EXIT.
032000     EJECT
032100*----------------------------------------------------------------*
032200*    2100-READ-MASTER - READ THE ACCOUNT MASTER FOR THE OFFICER  *
032300*    SHOWN ON THE REVIEW LIST AND FOR THE REWRITE.  A LIMIT WITH *
032400*    NO MASTER IS STILL PROCESSED BUT REPORTED.                  *
032500*----------------------------------------------------------------*
032600 2100-READ-MASTER.
032700     MOVE 'N' TO WS-MASTER-FOUND-SW.
032800     MOVE SPACES       TO WMS-CONTROL-KEY.
032900     MOVE OD-LIMIT-KEY TO WMS-CONTROL-KEY.
033000     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
033100     MOVE -1     TO I-O-SEND-CODE.
033200     CALL 'IMACTM' USING I-O-CONTROL-AREA
033300                         MASTER-AREA
033400                         SI-ENVIRONMENT-AREA.
033500     IF  I-O-88-NORMAL-RET
033600         MOVE 'Y' TO WS-MASTER-FOUND-SW
033700         GO TO 2100-EXIT.
033800     MOVE SPACES TO WMS-OFFICER.
033900     ADD 1 TO WS-TOT-MASTER-NOT-FOUND.
034000     IF  WS-RUN-RC LESS THAN 4
034100         MOVE 4 TO WS-RUN-RC.
034200     MOVE 'NO ACCOUNT MASTER FOR OD LIMIT RECORD ' TO MSG-TEXT.
034300     MOVE OD-LIMIT-KEY TO MSG-ACCOUNT.
034400     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
034500 2100-EXIT. EXIT.
034600     EJECT
034700 2900-READ-LIMIT.
034800     READ OD-LIMIT-FILE
034900         AT END MOVE 'Y' TO WS-END-OF-FILE-SW.
035000 2900-EXIT. EXIT.
035100     EJECT
035200*----------------------------------------------------------------*
035300*    3000-CHECK-OCCURRENCE - AN ACTIVE OCCURRENCE WITH AN        *
035400*    EXPIRATION DATE IS EITHER DUE (ON OR BEFORE THE RUN DATE),  *
035500*    IN ITS LEAD WINDOW, OR LEFT ALONE.                          *
035600*----------------------------------------------------------------*
035700 3000-CHECK-OCCURRENCE.
035800     IF  NOT OD-LIMIT-ACTIVE (WS-OCC-SUB)
035900         GO TO 3000-EXIT.
036000     IF  OD-LIMIT-EXP-DATE (WS-OCC-SUB) NOT NUMERIC
036100         GO TO 3000-EXIT.
036200     MOVE OD-LIMIT-EXP-DATE (WS-OCC-SUB) TO WS-EXP-DATE-8.
036300     IF  WS-EXP-DATE-8 EQUAL ZERO
036400         GO TO 3000-EXIT.
036500     IF  WS-EXP-DATE-8 NOT GREATER THAN WS-RUN-DATE-8
036600         PERFORM 3200-APPLY-ACTION THRU 3200-EXIT
036700         GO TO 3000-EXIT.
036800     PERFORM 3100-CHECK-WINDOW THRU 3100-EXIT.
036900 3000-EXIT. EXIT.
037000     EJECT
037100*----------------------------------------------------------------*
037200*    3100-CHECK-WINDOW - COUNT THE DAYS LEFT TO THE EXPIRATION   *
037300*    DATE AND LIST THE OCCURRENCE FOR OFFICER REVIEW WHEN IT     *
037400*    FALLS INSIDE THE LEAD WINDOW.                               *
037500*----------------------------------------------------------------*
037600 3100-CHECK-WINDOW.
037700     MOVE WS-RUN-MO TO DT-L-MO.
037800     MOVE WS-RUN-DA TO DT-L-DA.
037900     MOVE WS-RUN-YR TO DT-L-YR.
038000     MOVE WS-EXP-MM TO DT-H-MO.
038100     MOVE WS-EXP-DD TO DT-H-DA.
038200     MOVE WS-EXP-YY TO DT-H-YR.
038300     CALL 'SIDIF1' USING DATE-AREA.
038400     MOVE RET-DAYS TO WS-DAYS-LEFT.
038500     IF  WS-DAYS-LEFT GREATER THAN WS-LEAD-DAYS
038600         GO TO 3100-EXIT.
038700     ADD 1 TO WS-TOT-IN-WINDOW.
038800     MOVE 'REVIEW - WILL EXPIRE' TO WS-ACTION-LIT.
038900     IF  OD-EXP-RENEW (WS-OCC-SUB)
039000         MOVE 'REVIEW - WILL RENEW' TO WS-ACTION-LIT.
039100     IF  OD-EXP-STEP-DOWN (WS-OCC-SUB)
039200         MOVE 'REVIEW - WILL STEP DOWN' TO WS-ACTION-LIT.
039300     IF  OD-EXP-DELETE (WS-OCC-SUB)
039400         MOVE 'REVIEW - WILL BE REMOVED' TO WS-ACTION-LIT.
039500     MOVE OD-LIMIT-AMT (WS-OCC-SUB) TO WS-OLD-AMT
039600                                       WS-NEW-AMT.
039700     MOVE SPACES TO DTL-NEW-EXP-DATE.
039800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
039900 3100-EXIT. EXIT.
040000     EJECT
040100*----------------------------------------------------------------*
040200*    3200-APPLY-ACTION - APPLY THE OCCURRENCE'S CODED EXPIRATION *
040300*    ACTION, THEN AUDIT IT, NOTIFY THE CUSTOMER OF A STEP-DOWN   *
040400*    OR REMOVAL, AND LIST IT.                                    *
040500*----------------------------------------------------------------*
040600 3200-APPLY-ACTION.
040700     MOVE OD-LIMIT-AMT (WS-OCC-SUB) TO WS-OLD-AMT
040800                                       WS-NEW-AMT.
040900     MOVE OD-LIMIT-EXP-ACTION (WS-OCC-SUB) TO WS-ORIG-ACTION.
041000     MOVE 'N' TO WS-NOTICE-SW.
041100     MOVE ZERO TO WS-DAYS-LEFT.
041200     IF  OD-EXP-RENEW (WS-OCC-SUB)
041300         GO TO 3220-RENEW.
041400     IF  OD-EXP-STEP-DOWN (WS-OCC-SUB)
041500         GO TO 3230-STEP-DOWN.
041600     IF  OD-EXP-DELETE (WS-OCC-SUB)
041700         GO TO 3240-REMOVE.
041800     IF  OD-EXP-FLAG-ADD (WS-OCC-SUB)
041900     OR  OD-EXP-FLAG-NO-ADD (WS-OCC-SUB)
042000         GO TO 3250-FLAG-EXPIRED.
042100     ADD 1 TO WS-TOT-BAD-ACTION.
042200     IF  WS-RUN-RC LESS THAN 4
042300         MOVE 4 TO WS-RUN-RC.
042400     MOVE 'EXPIRED - UNKNOWN ACTION CODE' TO WS-ACTION-LIT.
042500     MOVE SPACES TO DTL-NEW-EXP-DATE.
042600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
042700     GO TO 3200-EXIT.
042800 3220-RENEW.
042900     PERFORM 3300-NEXT-TERM THRU 3300-EXIT.
043000     ADD 1 TO WS-TOT-RENEWED.
043100     MOVE 'EXPIRED - RENEWED' TO WS-ACTION-LIT.
043200     MOVE 'EXPIRY RENEWED THRU' TO RSN-TEXT.
043300     MOVE WS-TERM-DATE-8 TO RSN-DATE.
043400     GO TO 3290-RECORD-CHANGE.
043500 3230-STEP-DOWN.
043600     MOVE WS-DEFAULT-STEP-PCT TO WS-STEP-PCT.
043700     IF  OD-LIMIT-STEP-DOWN-PCT (WS-OCC-SUB) NUMERIC
043800         IF  OD-LIMIT-STEP-DOWN-PCT (WS-OCC-SUB) GREATER THAN ZERO
043900         AND OD-LIMIT-STEP-DOWN-PCT (WS-OCC-SUB) LESS THAN 100
044000             MOVE OD-LIMIT-STEP-DOWN-PCT (WS-OCC-SUB)
044100                 TO WS-STEP-PCT.
044200     COMPUTE WS-NEW-AMT ROUNDED = WS-OLD-AMT * WS-STEP-PCT / 100.
044300     MOVE WS-NEW-AMT TO OD-LIMIT-AMT (WS-OCC-SUB).
044400     PERFORM 3300-NEXT-TERM THRU 3300-EXIT.
044500     MOVE 'R' TO OD-LIMIT-EXP-ACTION (WS-OCC-SUB).
044600     ADD 1 TO WS-TOT-STEPPED-DOWN.
044700     MOVE 'Y' TO WS-NOTICE-SW.
044800     MOVE 'EXPIRED - STEPPED DOWN' TO WS-ACTION-LIT.
044900     MOVE 'EXPIRY STEP-DOWN THRU' TO RSN-TEXT.
045000     MOVE WS-TERM-DATE-8 TO RSN-DATE.
045100     GO TO 3290-RECORD-CHANGE.
045200 3240-REMOVE.
045300     MOVE ZERO TO WS-NEW-AMT
045400                  OD-LIMIT-AMT (WS-OCC-SUB)
045500                  WS-TERM-DATE-8.
045600     MOVE 'E' TO OD-LIMIT-STATUS (WS-OCC-SUB).
045700     MOVE 'Y' TO OD-LIMIT-OCC-DEL-TODAY (WS-OCC-SUB).
045800     ADD 1 TO WS-TOT-REMOVED.
045900     MOVE 'Y' TO WS-NOTICE-SW.
046000     MOVE 'EXPIRED - LIMIT REMOVED' TO WS-ACTION-LIT.
046100     MOVE 'EXPIRY LIMIT REMOVED' TO RSN-TEXT.
046200     MOVE WS-EXP-DATE-8 TO RSN-DATE.
046300     GO TO 3290-RECORD-CHANGE.
046400 3250-FLAG-EXPIRED.
046500     MOVE ZERO TO WS-NEW-AMT
046600                  WS-TERM-DATE-8.
046700     MOVE 'E' TO OD-LIMIT-STATUS (WS-OCC-SUB).
046800     ADD 1 TO WS-TOT-FLAGGED.
046900     MOVE 'Y' TO WS-NOTICE-SW.
047000     MOVE 'EXPIRED - FLAGGED EXPIRED' TO WS-ACTION-LIT.
047100     MOVE 'EXPIRY FLAGGED EXPIRED' TO RSN-TEXT.
047200     MOVE WS-EXP-DATE-8 TO RSN-DATE.
047300 3290-RECORD-CHANGE.
047400     MOVE '2' TO OD-LIMIT-OCC-CHG-TODAY (WS-OCC-SUB).
047500     MOVE 'Y' TO WS-REC-CHANGED-SW.
047600     PERFORM 3400-WRITE-HISTORY THRU 3400-EXIT.
047700     IF  WS-88-NOTICE
047800         PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT.
047900     MOVE SPACES TO DTL-NEW-EXP-DATE.
048000     IF  WS-TERM-DATE-8 GREATER THAN ZERO
048100         MOVE WS-TERM-DATE-8 TO DTL-NEW-EXP-DATE.
048200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
048300 3200-EXIT. EXIT.
048400     EJECT
048500*----------------------------------------------------------------*
048600*    3300-NEXT-TERM - MOVE THE EXPIRATION DATE FORWARD BY THE    *
048700*    RENEWAL TERM IN MONTHS, KEEPING THE ORIGINAL DAY OF THE     *
048800*    MONTH BUT CLAMPING IT TO THE LENGTH OF THE NEW MONTH.  THE  *
048900*    TERM IS ADDED AGAIN UNTIL THE NEW DATE FALLS AFTER THE RUN  *
049000*    DATE.                                                       *
049100*----------------------------------------------------------------*
049200 3300-NEXT-TERM.
049300     MOVE WS-DEFAULT-TERM-MONTHS TO WS-TERM-MONTHS.
049400     IF  OD-LIMIT-RENEW-MONTHS (WS-OCC-SUB) NUMERIC
049500         IF  OD-LIMIT-RENEW-MONTHS (WS-OCC-SUB) GREATER THAN ZERO
049600             MOVE OD-LIMIT-RENEW-MONTHS (WS-OCC-SUB)
049700                 TO WS-TERM-MONTHS.
049800     MOVE WS-EXP-DATE-8 TO WS-TERM-DATE-8.
049900     MOVE WS-EXP-DD     TO WS-BASE-DD.
050000     PERFORM 3310-ADD-TERM THRU 3310-EXIT
050100         UNTIL WS-TERM-DATE-8 GREATER THAN WS-RUN-DATE-8.
050200     MOVE WS-TERM-DATE-8 TO OD-LIMIT-EXP-DATE (WS-OCC-SUB).
050300 3300-EXIT. EXIT.
050400 3310-ADD-TERM.
050500     COMPUTE WS-MONTH-CALC = WS-TERM-MM + WS-TERM-MONTHS - 1.
050600     DIVIDE WS-MONTH-CALC BY 12 GIVING WS-YEAR-CARRY
050700         REMAINDER WS-MONTH-REM.
050800     ADD WS-YEAR-CARRY TO WS-TERM-CCYY.
050900     COMPUTE WS-TERM-MM = WS-MONTH-REM + 1.
051000     PERFORM 3320-MONTH-LENGTH THRU 3320-EXIT.
051100     MOVE WS-BASE-DD TO WS-TERM-DD.
051200     IF  WS-TERM-DD GREATER THAN WS-MONTH-LEN
051300         MOVE WS-MONTH-LEN TO WS-TERM-DD.
051400 3310-EXIT. EXIT.
051500 3320-MONTH-LENGTH.
051600     MOVE WS-MONTH-DAYS (WS-TERM-MM) TO WS-MONTH-LEN.
051700     IF  WS-TERM-MM NOT EQUAL 2
051800         GO TO 3320-EXIT.
051900     MOVE 'N' TO WS-LEAP-YEAR-SW.
052000     DIVIDE WS-TERM-CCYY BY 4   GIVING WS-LEAP-QUOT
052100         REMAINDER WS-LEAP-REM-4.
052200     DIVIDE WS-TERM-CCYY BY 100 GIVING WS-LEAP-QUOT
052300         REMAINDER WS-LEAP-REM-100.
052400     DIVIDE WS-TERM-CCYY BY 400 GIVING WS-LEAP-QUOT
052500         REMAINDER WS-LEAP-REM-400.
052600     IF  WS-LEAP-REM-4 EQUAL ZERO
052700         IF  WS-LEAP-REM-100 NOT EQUAL ZERO
052800         OR  WS-LEAP-REM-400 EQUAL ZERO
052900             MOVE 'Y' TO WS-LEAP-YEAR-SW.
053000     IF  WS-88-LEAP-YEAR
053100         MOVE 29 TO WS-MONTH-LEN.
053200 3320-EXIT. EXIT.
053300     EJECT
053400*----------------------------------------------------------------*
053500*    3400-WRITE-HISTORY - WRITE THE DATED BEFORE/AFTER AUDIT     *
053600*    RECORD TO THE OD LIMIT CHANGE HISTORY FILE.  A RENEWAL      *
053700*    CARRIES THE SAME OLD AND NEW AMOUNT AND THE NEW EXPIRATION  *
053800*    DATE IN THE REASON.                                         *
053900*----------------------------------------------------------------*
054000 3400-WRITE-HISTORY.
054100     MOVE SPACES TO LMCH-HISTORY-RECORD.
054200     MOVE WS-RUN-YR         TO LMCH-CHANGE-YR.
054300     MOVE WS-RUN-MO         TO LMCH-CHANGE-MO.
054400     MOVE WS-RUN-DA         TO LMCH-CHANGE-DA.
054500     MOVE OD-LIMIT-CTL1     TO LMCH-CTL1.
054600     MOVE OD-LIMIT-CTL2     TO LMCH-CTL2.
054700     MOVE OD-LIMIT-CTL3     TO LMCH-CTL3.
054800     MOVE OD-LIMIT-CTL4     TO LMCH-CTL4.
054900     MOVE OD-LIMIT-ACCT     TO LMCH-ACCT.
055000     MOVE WS-OCC-SUB        TO LMCH-OCC-NO.
055100     MOVE WS-OLD-AMT        TO LMCH-OLD-AMT.
055200     MOVE WS-NEW-AMT        TO LMCH-NEW-AMT.
055300     MOVE WS-PROGRAM-ID     TO LMCH-CHANGED-BY.
055400     MOVE WS-REASON-AREA    TO LMCH-REASON.
055500     WRITE LMCH-HISTORY-RECORD.
055600     ADD 1 TO WS-TOT-HISTORY.
055700 3400-EXIT. EXIT.
055800     EJECT
055900 3500-WRITE-NOTICE.
056000     MOVE SPACES TO EXP-NOTICE-RECORD.
056100     MOVE OD-LIMIT-KEY      TO ODN-ACCOUNT.
056200     MOVE WS-OCC-SUB        TO ODN-OCC-NO.
056300     MOVE WS-ORIG-ACTION    TO ODN-ACTION.
056400     MOVE WS-OLD-AMT        TO ODN-OLD-AMT.
056500     MOVE WS-NEW-AMT        TO ODN-NEW-AMT.
056600     MOVE WS-EXP-DATE-8     TO ODN-EXP-DATE.
056700     MOVE WS-TERM-DATE-8    TO ODN-NEW-EXP-DATE.
056800     MOVE WS-RUN-DATE-8     TO ODN-NOTICE-DATE.
056900     WRITE EXP-NOTICE-RECORD.
057000     ADD 1 TO WS-TOT-NOTICES.
057100 3500-EXIT. EXIT.
057200     EJECT
057300*----------------------------------------------------------------*
057400*    4000-UPDATE-MASTER - CARRY THE EARLIEST EXPIRATION DATE AND *
057500*    THE AMOUNT OF THE FIRST OCCURRENCE STILL ACTIVE TO THE      *
057600*    MASTER, OR CLEAR THEM WHEN NO OCCURRENCE REMAINS ACTIVE,    *
057700*    AND REWRITE IT.                                             *
057800*----------------------------------------------------------------*
057900 4000-UPDATE-MASTER.
058000     MOVE ZERO TO WS-NEXT-EXP-8
058100                  WS-MST-LIMIT-AMT.
058200     PERFORM 4100-SCAN-ACTIVE THRU 4100-EXIT
058300         VARYING WS-OCC-SUB FROM 1 BY 1
058400         UNTIL WS-OCC-SUB GREATER THAN WS-OCC-LAST.
058500     MOVE WS-MST-LIMIT-AMT TO WMS-OD-LIMIT-AMT.
058600     IF  WS-NEXT-EXP-8 EQUAL ZERO
058700         MOVE SPACES TO WMS-NB-OD-EXP-DT
058800     ELSE
058900         MOVE WS-NEXT-MM TO WMS-NB-OD-EXP-MM
059000         MOVE WS-NEXT-DD TO WMS-NB-OD-EXP-DD
059100         MOVE WS-NEXT-YY TO WMS-NB-OD-EXP-YY.
059200     MOVE 'W'    TO I-O-CONTROL-OPERATOR.
059300     MOVE -1     TO I-O-SEND-CODE.
059400     CALL 'IMACTM' USING I-O-CONTROL-AREA
059500                         MASTER-AREA
059600                         SI-ENVIRONMENT-AREA.
059700     IF  I-O-88-NORMAL-RET
059800         ADD 1 TO WS-TOT-MASTER-UPDATED
059900         GO TO 4000-EXIT.
060000     ADD 1 TO WS-TOT-MASTER-RWT-FAILED.
060100     MOVE 8 TO WS-RUN-RC.
060200     MOVE 'MASTER REWRITE FAILED FOR ACCOUNT ' TO MSG-TEXT.
060300     MOVE OD-LIMIT-KEY TO MSG-ACCOUNT.
060400     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
060500 4000-EXIT. EXIT.
060600 4100-SCAN-ACTIVE.
060700     IF  NOT OD-LIMIT-ACTIVE (WS-OCC-SUB)
060800         GO TO 4100-EXIT.
060900     IF  WS-MST-LIMIT-AMT EQUAL ZERO
061000         MOVE OD-LIMIT-AMT (WS-OCC-SUB) TO WS-MST-LIMIT-AMT.
061100     IF  OD-LIMIT-EXP-DATE (WS-OCC-SUB) NOT NUMERIC
061200         GO TO 4100-EXIT.
061300     MOVE OD-LIMIT-EXP-DATE (WS-OCC-SUB) TO WS-EXP-DATE-8.
061400     IF  WS-EXP-DATE-8 EQUAL ZERO
061500         GO TO 4100-EXIT.
061600     IF  WS-NEXT-EXP-8 EQUAL ZERO
061700     OR  WS-EXP-DATE-8 LESS THAN WS-NEXT-EXP-8
061800         MOVE WS-EXP-DATE-8 TO WS-NEXT-EXP-8.
061900 4100-EXIT. EXIT.
062000     EJECT
062100 7000-PRINT-DETAIL.
062200     MOVE OD-LIMIT-KEY      TO DTL-ACCOUNT.
062300     MOVE WS-OCC-SUB        TO DTL-OCC-NO.
062400     MOVE WMS-OFFICER       TO DTL-OFFICER.
062500     MOVE WS-OLD-AMT        TO DTL-OLD-AMT.
062600     MOVE WS-NEW-AMT        TO DTL-NEW-AMT.
062700     MOVE WS-EXP-DATE-8     TO DTL-EXP-DATE.
062800     MOVE WS-DAYS-LEFT      TO DTL-DAYS.
062900     MOVE WS-ACTION-LIT     TO DTL-ACTION.
063000     MOVE SPACES TO EXP-REVIEW-RPT-LINE.
063100     MOVE WS-DETAIL-LINE TO EXP-REVIEW-RPT-LINE.
063200     WRITE EXP-REVIEW-RPT-LINE.
063300 7000-EXIT. EXIT.
063400     EJECT
063500*----------------------------------------------------------------*
063600*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE FILES.    *
063700*----------------------------------------------------------------*
063800 9000-TERMINATE.
063900     WRITE EXP-REVIEW-RPT-LINE FROM WS-BLANK-LINE.
064000     MOVE 'OD LIMIT RECORDS SCANNED' TO SUM-LIT.
064100     MOVE WS-TOT-SCANNED TO SUM-COUNT.
064200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064300     MOVE 'LIMITS IN REVIEW WINDOW' TO SUM-LIT.
064400     MOVE WS-TOT-IN-WINDOW TO SUM-COUNT.
064500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064600     MOVE 'LIMITS RENEWED' TO SUM-LIT.
064700     MOVE WS-TOT-RENEWED TO SUM-COUNT.
064800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064900     MOVE 'LIMITS STEPPED DOWN' TO SUM-LIT.
065000     MOVE WS-TOT-STEPPED-DOWN TO SUM-COUNT.
065100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065200     MOVE 'LIMITS REMOVED' TO SUM-LIT.
065300     MOVE WS-TOT-REMOVED TO SUM-COUNT.
065400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065500     MOVE 'LIMITS FLAGGED EXPIRED' TO SUM-LIT.
065600     MOVE WS-TOT-FLAGGED TO SUM-COUNT.
065700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065800     MOVE 'UNKNOWN ACTION CODES' TO SUM-LIT.
065900     MOVE WS-TOT-BAD-ACTION TO SUM-COUNT.
066000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066100     MOVE 'CHANGE HISTORY RECORDS WRITTEN' TO SUM-LIT.
066200     MOVE WS-TOT-HISTORY TO SUM-COUNT.
066300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066400     MOVE 'CUSTOMER NOTICES WRITTEN' TO SUM-LIT.
066500     MOVE WS-TOT-NOTICES TO SUM-COUNT.
066600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066700     MOVE 'OD LIMIT RECORDS REWRITTEN' TO SUM-LIT.
066800     MOVE WS-TOT-LIMIT-REWRITTEN TO SUM-COUNT.
066900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
067000     MOVE 'OD LIMIT REWRITES FAILED' TO SUM-LIT.
067100     MOVE WS-TOT-LIMIT-RWT-FAILED TO SUM-COUNT.
067200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
067300     MOVE 'MASTERS UPDATED' TO SUM-LIT.
067400     MOVE WS-TOT-MASTER-UPDATED TO SUM-COUNT.
067500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
067600     MOVE 'MASTERS NOT FOUND' TO SUM-LIT.
067700     MOVE WS-TOT-MASTER-NOT-FOUND TO SUM-COUNT.
067800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
067900     MOVE 'MASTER REWRITES FAILED' TO SUM-LIT.
068000     MOVE WS-TOT-MASTER-RWT-FAILED TO SUM-COUNT.
068100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
068200     MOVE 'E' TO I-O-CONTROL-OPERATOR.
068300     MOVE -1  TO I-O-SEND-CODE.
068400     CALL 'IMACTM' USING I-O-CONTROL-AREA
068500                         MASTER-AREA
068600                         SI-ENVIRONMENT-AREA.
068700     CLOSE OD-LIMIT-FILE.
068800     CLOSE CHANGE-HIST-FILE.
068900     CLOSE EXP-NOTICE-EXT.
069000     CLOSE EXP-REVIEW-RPT.
069100     MOVE WS-RUN-RC TO RETURN-CODE.
069200 9000-EXIT. EXIT.
069300     EJECT
069400 9100-PRINT-SUMMARY.
069500     MOVE SPACES TO EXP-REVIEW-RPT-LINE.
069600     MOVE WS-SUMMARY-LINE TO EXP-REVIEW-RPT-LINE.
069700     WRITE EXP-REVIEW-RPT-LINE.
069800 9100-EXIT. EXIT.
069900 9200-PRINT-MESSAGE.
070000     MOVE SPACES TO EXP-REVIEW-RPT-LINE.
070100     MOVE WS-MESSAGE-LINE TO EXP-REVIEW-RPT-LINE.
070200     WRITE EXP-REVIEW-RPT-LINE.
070300 9200-EXIT. EXIT.
