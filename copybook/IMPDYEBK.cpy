*     * GN6224 * 10/15/26 JCTE YEAR-END BUCKET CAPTURE AND RESTORE
000010*----------------------------------------------------------------*
000020*         YEAR-END ROLLOVER BUCKET CAPTURE AND RESTORE           *
000030*----------------------------------------------------------------*
000040*    PROCEDURE COPYBOOK FOR IMYESNAP, IMYEPRUF AND IMYEBKO (WORK *
000050*    AREA IN IMWSYEBK).  YEB-CAPTURE COPIES THE YEAR-END-        *
000060*    SENSITIVE FIELDS OF THE ACCOUNT IN MASTER-AREA INTO THE     *
000070*    BUCKETS, ZERO FOR A TRAILER THE ACCOUNT DOES NOT CARRY.     *
000080*    YEB-RESTORE PUTS THE BUCKETS BACK INTO MASTER-AREA FOR THE  *
000090*    TRAILERS FLAGGED IN YEB-TRAILERS, SKIPPING (AND FLAGGING)   *
000100*    ANY SUCH TRAILER THE ACCOUNT NO LONGER CARRIES.  THE CALLER *
000110*    REWRITES THE MASTER.                                        *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/15/26 JCTE NEW COPYBOOK - YEAR-END ROLLOVER        GN6224 *
000170*                BUCKET CAPTURE AND RESTORE                     *
000180*----------------------------------------------------------------*
000200*----------------------------------------------------------------*
000300*    YEB-CAPTURE - MASTER-AREA INTO THE BUCKETS.                 *
000400*----------------------------------------------------------------*
000500 YEB-CAPTURE.
000600     MOVE 'N' TO YEB-MISSING-SW.
000700     MOVE 'N' TO YEB-SAV-TRLR
000800                 YEB-OD-TRLR
000900                 YEB-LOAN-TRLR
001000                 YEB-DUAL-TRLR
001100                 YEB-PLAN-TRLR.
001200     IF  WMS-SAVINGS-TRLR EQUAL '1'
001400         MOVE 'Y' TO YEB-SAV-TRLR.
001500     IF  WMS-OD-ACCRUAL-TRLR EQUAL '1'
001700         MOVE 'Y' TO YEB-OD-TRLR.
001800     IF  WMS-LOAN-TRLR EQUAL '1'
002000         MOVE 'Y' TO YEB-LOAN-TRLR.
002100     IF  WMS-DUAL-YEAR-TRLR EQUAL '1'
002300         MOVE 'Y' TO YEB-DUAL-TRLR.
002400     IF  WMS-PLAN-TRLR EQUAL '1'
002500         MOVE 'Y' TO YEB-PLAN-TRLR.
002600     PERFORM YEB-CLEAR-BUCKET THRU YEB-CLEAR-EXIT
002700         VARYING YEB-SUB FROM 1 BY 1
002800         UNTIL YEB-SUB GREATER THAN YEB-BUCKET-MAX.
002900     MOVE SPACES TO YEB-PLN-XRF-YTD-REM.
003000     MOVE WMS-YTD-ACCUM-SERV-CHG        TO YEB-CUR (1).
003100     MOVE WMS-PYTD-ACCUM-SERV-CHG       TO YEB-PRV (1).
003200     MOVE WMS-IOD-YTD-INT-PAID          TO YEB-CUR (2).
003300     MOVE WMS-IOD-PRV-YTD-INT-PD        TO YEB-PRV (2).
003400     MOVE WMS-IOD-YTD-TAX               TO YEB-CUR (3).
003500     MOVE WMS-IOD-PREV-YTD-TAX          TO YEB-PRV (3).
003600     MOVE WMS-IOD-YTD-STATE-TAX         TO YEB-CUR (4).
003700     MOVE WMS-IOD-PREV-YTD-STATE-TAX    TO YEB-PRV (4).
003800     MOVE WMS-IOD-YTD-LOCAL-TAX         TO YEB-CUR (5).
003900     MOVE WMS-IOD-PREV-YTD-LOCAL-TAX    TO YEB-PRV (5).
004000     MOVE WMS-IOD-YTD-INT-PAID-1042     TO YEB-CUR (6).
004100     MOVE WMS-IOD-PRV-YTD-INT-PD-1042   TO YEB-PRV (6).
004200     MOVE WMS-STMT-OVERDRAFT-CHGD-YTD   TO YEB-CUR (7).
004300     MOVE WMS-STMT-OVERDRAFT-CHGD-PYTD  TO YEB-PRV (7).
004400     MOVE WMS-STMT-NSF-CHGD-YTD         TO YEB-CUR (8).
004500     MOVE WMS-STMT-NSF-CHGD-PYTD        TO YEB-PRV (8).
004600     MOVE WMS-OD-REGE-OPT-YTD           TO YEB-CUR (9).
004700     MOVE WMS-OD-REGE-OPT-PYTD          TO YEB-PRV (9).
004800     IF  NOT YEB-88-SAV
004900         GO TO YEB-CAPTURE-OD.
005000     MOVE WMS-YTD-INT-PAID              TO YEB-CUR (10).
005100     MOVE WMS-PREV-YTD-INT              TO YEB-PRV (10).
005200     MOVE WMS-YTD-SAV-TAX               TO YEB-CUR (11).
005300     MOVE WMS-PREV-YTD-SAV-TAX          TO YEB-PRV (11).
005400     MOVE WMS-YTD-SAV-STATE-TAX         TO YEB-CUR (12).
005500     MOVE WMS-PREV-YTD-SAV-STATE-TAX    TO YEB-PRV (12).
005600     MOVE WMS-YTD-SAV-LOCAL-TAX         TO YEB-CUR (13).
005700     MOVE WMS-PREV-YTD-SAV-LOCAL-TAX    TO YEB-PRV (13).
005800     MOVE WMS-YTD-INT-PAID-1042         TO YEB-CUR (14).
005900     MOVE WMS-PREV-YTD-INT-1042         TO YEB-PRV (14).
006000     MOVE WMS-CMA-YTD-MGMT-FEES         TO YEB-CUR (15).
006100     MOVE WMS-CMA-PREV-YTD-MN-FEES      TO YEB-PRV (15).
006200 YEB-CAPTURE-OD.
006300     IF  NOT YEB-88-OD
006400         GO TO YEB-CAPTURE-LOAN.
006500     MOVE WMS-OD-YTD-CHGD               TO YEB-CUR (16).
006600     MOVE WMS-OD-PREV-YTD-CHGD          TO YEB-PRV (16).
006700 YEB-CAPTURE-LOAN.
006800     IF  NOT YEB-88-LOAN
006900         GO TO YEB-CAPTURE-DUAL.
007000     MOVE WMS-LOAN-YTD-INT              TO YEB-CUR (17).
007100     MOVE WMS-LOAN-PREV-YTD-INT         TO YEB-PRV (17).
007200     MOVE WMS-LOAN-YTD-INS1             TO YEB-CUR (18).
007300     MOVE WMS-LOAN-PREV-YTD-INS1        TO YEB-PRV (18).
007400     MOVE WMS-LOAN-YTD-INS2             TO YEB-CUR (19).
007500     MOVE WMS-LOAN-PREV-YTD-INS2        TO YEB-PRV (19).
007600     MOVE WMS-LOAN-YTD-FEES             TO YEB-CUR (20).
007700     MOVE WMS-LOAN-PREV-YTD-FEES        TO YEB-PRV (20).
007800     MOVE WMS-FINCHG-YTD                TO YEB-CUR (21).
007900     MOVE WMS-FINCHG-PYTD               TO YEB-PRV (21).
008000     MOVE WMS-YTD-EXTENSIONS            TO YEB-CUR (22).
008100     MOVE WMS-PREV-NO-EXT               TO YEB-PRV (22).
008200     MOVE WMS-YTD-EXT-MONTHS            TO YEB-CUR (23).
008300     MOVE WMS-PREV-MONTHS-EXT           TO YEB-PRV (23).
008400 YEB-CAPTURE-DUAL.
008500     IF  NOT YEB-88-DUAL
008600         GO TO YEB-CAPTURE-PLAN.
008700     MOVE WMS-DUAL-YR-CUR-IOD-INT       TO YEB-CUR (24).
008800     MOVE WMS-DUAL-YR-PREV-IOD-INT      TO YEB-PRV (24).
008900     MOVE WMS-DUAL-YR-CUR-IOD-FED       TO YEB-CUR (25).
009000     MOVE WMS-DUAL-YR-PREV-IOD-FED      TO YEB-PRV (25).
009100     MOVE WMS-DUAL-YR-CUR-IOD-STATE     TO YEB-CUR (26).
009200     MOVE WMS-DUAL-YR-PREV-IOD-STATE    TO YEB-PRV (26).
009300     MOVE WMS-DUAL-YR-CUR-IOD-LOCAL     TO YEB-CUR (27).
009400     MOVE WMS-DUAL-YR-PREV-IOD-LOCAL    TO YEB-PRV (27).
009500     MOVE WMS-DUAL-YR-CUR-SAV-INT       TO YEB-CUR (28).
009600     MOVE WMS-DUAL-YR-PREV-SAV-INT      TO YEB-PRV (28).
009700     MOVE WMS-DUAL-YR-CUR-SAV-FED       TO YEB-CUR (29).
009800     MOVE WMS-DUAL-YR-PREV-SAV-FED      TO YEB-PRV (29).
009900     MOVE WMS-DUAL-YR-CUR-SAV-STATE     TO YEB-CUR (30).
010000     MOVE WMS-DUAL-YR-PREV-SAV-STATE    TO YEB-PRV (30).
010100     MOVE WMS-DUAL-YR-CUR-SAV-LOCAL     TO YEB-CUR (31).
010200     MOVE WMS-DUAL-YR-PREV-SAV-LOCAL    TO YEB-PRV (31).
010300 YEB-CAPTURE-PLAN.
010400     IF  NOT YEB-88-PLAN
010500         GO TO YEB-CAPTURE-EXIT.
010600     MOVE WMS-PLN-TRLR-FAIR-MKT-VAL-CUR TO YEB-CUR (32).
010700     MOVE WMS-PLN-TRLR-FAIR-MKT-VAL-PRV TO YEB-PRV (32).
010800     MOVE WMS-PLN-TRLR-YR-END-ACCR-CUR  TO YEB-CUR (33).
010900     MOVE WMS-PLN-TRLR-YR-END-ACCR-PRV  TO YEB-PRV (33).
011000     MOVE WMS-PLN-TRLR-YTD-BEG-BAL      TO YEB-CUR (34).
011100     MOVE WMS-PLN-TRLR-PY-BEG-BAL       TO YEB-PRV (34).
011200     MOVE WMS-PLN-TRLR-XRF-YTD-REM      TO YEB-PLN-XRF-YTD-REM.
011300 YEB-CAPTURE-EXIT. EXIT.
011400 YEB-CLEAR-BUCKET.
011500     MOVE ZERO TO YEB-CUR (YEB-SUB)
011600                  YEB-PRV (YEB-SUB).
011700 YEB-CLEAR-EXIT. EXIT.
011800     EJECT
011900*----------------------------------------------------------------*
012000*    YEB-RESTORE - THE BUCKETS BACK INTO MASTER-AREA.            *
012100*----------------------------------------------------------------*
012200 YEB-RESTORE.
012300     MOVE 'N' TO YEB-MISSING-SW.
012400     MOVE YEB-CUR (1)  TO WMS-YTD-ACCUM-SERV-CHG.
012500     MOVE YEB-PRV (1)  TO WMS-PYTD-ACCUM-SERV-CHG.
012600     MOVE YEB-CUR (2)  TO WMS-IOD-YTD-INT-PAID.
012700     MOVE YEB-PRV (2)  TO WMS-IOD-PRV-YTD-INT-PD.
012800     MOVE YEB-CUR (3)  TO WMS-IOD-YTD-TAX.
012900     MOVE YEB-PRV (3)  TO WMS-IOD-PREV-YTD-TAX.
013000     MOVE YEB-CUR (4)  TO WMS-IOD-YTD-STATE-TAX.
013100     MOVE YEB-PRV (4)  TO WMS-IOD-PREV-YTD-STATE-TAX.
013200     MOVE YEB-CUR (5)  TO WMS-IOD-YTD-LOCAL-TAX.
013300     MOVE YEB-PRV (5)  TO WMS-IOD-PREV-YTD-LOCAL-TAX.
013400     MOVE YEB-CUR (6)  TO WMS-IOD-YTD-INT-PAID-1042.
013500     MOVE YEB-PRV (6)  TO WMS-IOD-PRV-YTD-INT-PD-1042.
013600     MOVE YEB-CUR (7)  TO WMS-STMT-OVERDRAFT-CHGD-YTD.
013700     MOVE YEB-PRV (7)  TO WMS-STMT-OVERDRAFT-CHGD-PYTD.
013800     MOVE YEB-CUR (8)  TO WMS-STMT-NSF-CHGD-YTD.
013900     MOVE YEB-PRV (8)  TO WMS-STMT-NSF-CHGD-PYTD.
014000     MOVE YEB-CUR (9)  TO WMS-OD-REGE-OPT-YTD.
014100     MOVE YEB-PRV (9)  TO WMS-OD-REGE-OPT-PYTD.
014200     IF  NOT YEB-88-SAV
014300         GO TO YEB-RESTORE-OD.
014400     IF  WMS-SAVINGS-TRLR NOT EQUAL '1'
014500         MOVE 'Y' TO YEB-MISSING-SW
014600         GO TO YEB-RESTORE-OD.
014700     MOVE YEB-CUR (10) TO WMS-YTD-INT-PAID.
014800     MOVE YEB-PRV (10) TO WMS-PREV-YTD-INT.
014900     MOVE YEB-CUR (11) TO WMS-YTD-SAV-TAX.
015000     MOVE YEB-PRV (11) TO WMS-PREV-YTD-SAV-TAX.
015100     MOVE YEB-CUR (12) TO WMS-YTD-SAV-STATE-TAX.
015200     MOVE YEB-PRV (12) TO WMS-PREV-YTD-SAV-STATE-TAX.
015300     MOVE YEB-CUR (13) TO WMS-YTD-SAV-LOCAL-TAX.
015400     MOVE YEB-PRV (13) TO WMS-PREV-YTD-SAV-LOCAL-TAX.
015500     MOVE YEB-CUR (14) TO WMS-YTD-INT-PAID-1042.
015600     MOVE YEB-PRV (14) TO WMS-PREV-YTD-INT-1042.
015700     MOVE YEB-CUR (15) TO WMS-CMA-YTD-MGMT-FEES.
015800     MOVE YEB-PRV (15) TO WMS-CMA-PREV-YTD-MN-FEES.
015900 YEB-RESTORE-OD.
016000     IF  NOT YEB-88-OD
016100         GO TO YEB-RESTORE-LOAN.
016200     IF  WMS-OD-ACCRUAL-TRLR NOT EQUAL '1'
016300         MOVE 'Y' TO YEB-MISSING-SW
016400         GO TO YEB-RESTORE-LOAN.
016500     MOVE YEB-CUR (16) TO WMS-OD-YTD-CHGD.
016600     MOVE YEB-PRV (16) TO WMS-OD-PREV-YTD-CHGD.
016700 YEB-RESTORE-LOAN.
016800     IF  NOT YEB-88-LOAN
016900         GO TO YEB-RESTORE-DUAL.
017000     IF  WMS-LOAN-TRLR NOT EQUAL '1'
017100         MOVE 'Y' TO YEB-MISSING-SW
017200         GO TO YEB-RESTORE-DUAL.
017300     MOVE YEB-CUR (17) TO WMS-LOAN-YTD-INT.
017400     MOVE YEB-PRV (17) TO WMS-LOAN-PREV-YTD-INT.
017500     MOVE YEB-CUR (18) TO WMS-LOAN-YTD-INS1.
017600     MOVE YEB-PRV (18) TO WMS-LOAN-PREV-YTD-INS1.
017700     MOVE YEB-CUR (19) TO WMS-LOAN-YTD-INS2.
017800     MOVE YEB-PRV (19) TO WMS-LOAN-PREV-YTD-INS2.
017900     MOVE YEB-CUR (20) TO WMS-LOAN-YTD-FEES.
018000     MOVE YEB-PRV (20) TO WMS-LOAN-PREV-YTD-FEES.
018100     MOVE YEB-CUR (21) TO WMS-FINCHG-YTD.
018200     MOVE YEB-PRV (21) TO WMS-FINCHG-PYTD.
018300     MOVE YEB-CUR (22) TO WMS-YTD-EXTENSIONS.
018400     MOVE YEB-PRV (22) TO WMS-PREV-NO-EXT.
018500     MOVE YEB-CUR (23) TO WMS-YTD-EXT-MONTHS.
018600     MOVE YEB-PRV (23) TO WMS-PREV-MONTHS-EXT.
018700 YEB-RESTORE-DUAL.
018800     IF  NOT YEB-88-DUAL
018900         GO TO YEB-RESTORE-PLAN.
019000     IF  WMS-DUAL-YEAR-TRLR NOT EQUAL '1'
019100         MOVE 'Y' TO YEB-MISSING-SW
019200         GO TO YEB-RESTORE-PLAN.
019300     MOVE YEB-CUR (24) TO WMS-DUAL-YR-CUR-IOD-INT.
019400     MOVE YEB-PRV (24) TO WMS-DUAL-YR-PREV-IOD-INT.
019500     MOVE YEB-CUR (25) TO WMS-DUAL-YR-CUR-IOD-FED.
019600     MOVE YEB-PRV (25) TO WMS-DUAL-YR-PREV-IOD-FED.
019700     MOVE YEB-CUR (26) TO WMS-DUAL-YR-CUR-IOD-STATE.
019800     MOVE YEB-PRV (26) TO WMS-DUAL-YR-PREV-IOD-STATE.
019900     MOVE YEB-CUR (27) TO WMS-DUAL-YR-CUR-IOD-LOCAL.
020000     MOVE YEB-PRV (27) TO WMS-DUAL-YR-PREV-IOD-LOCAL.
020100     MOVE YEB-CUR (28) TO WMS-DUAL-YR-CUR-SAV-INT.
020200     MOVE YEB-PRV (28) TO WMS-DUAL-YR-PREV-SAV-INT.
020300     MOVE YEB-CUR (29) TO WMS-DUAL-YR-CUR-SAV-FED.
020400     MOVE YEB-PRV (29) TO WMS-DUAL-YR-PREV-SAV-FED.
020500     MOVE YEB-CUR (30) TO WMS-DUAL-YR-CUR-SAV-STATE.
020600     MOVE YEB-PRV (30) TO WMS-DUAL-YR-PREV-SAV-STATE.
020700     MOVE YEB-CUR (31) TO WMS-DUAL-YR-CUR-SAV-LOCAL.
020800     MOVE YEB-PRV (31) TO WMS-DUAL-YR-PREV-SAV-LOCAL.
020900 YEB-RESTORE-PLAN.
021000     IF  NOT YEB-88-PLAN
021100         GO TO YEB-RESTORE-EXIT.
021200     IF  WMS-PLAN-TRLR NOT EQUAL '1'
021300         MOVE 'Y' TO YEB-MISSING-SW
021400         GO TO YEB-RESTORE-EXIT.
021500     MOVE YEB-CUR (32) TO WMS-PLN-TRLR-FAIR-MKT-VAL-CUR.
021600     MOVE YEB-PRV (32) TO WMS-PLN-TRLR-FAIR-MKT-VAL-PRV.
021700     MOVE YEB-CUR (33) TO WMS-PLN-TRLR-YR-END-ACCR-CUR.
021800     MOVE YEB-PRV (33) TO WMS-PLN-TRLR-YR-END-ACCR-PRV.
021900     MOVE YEB-CUR (34) TO WMS-PLN-TRLR-YTD-BEG-BAL.
022000     MOVE YEB-PRV (34) TO WMS-PLN-TRLR-PY-BEG-BAL.
022100     MOVE YEB-PLN-XRF-YTD-REM TO WMS-PLN-TRLR-XRF-YTD-REM.
022200 YEB-RESTORE-EXIT. EXIT.
