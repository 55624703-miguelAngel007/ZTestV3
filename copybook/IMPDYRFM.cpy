*     * GN6212 * 10/08/26 JCTE RETIREMENT FORM COMPUTATION
000010*----------------------------------------------------------------*
000020*         RETIREMENT PLAN YEAR-END FORM COMPUTATION              *
000030*----------------------------------------------------------------*
000040*    PROCEDURE COPYBOOK FOR IMYERTAX AND IMYERCOR (WORK AREA IN  *
000050*    IMWSYRFM).  YRF-ADD-BOX-CARD EDITS AND TABLES ONE IMYERBOX  *
000060*    CARD READ INTO YRF-BOX-CARD.  YRF-COMPUTE-ACCOUNT BUILDS    *
000070*    THE 5498 AND 1099-R BOX AMOUNTS FOR THE PLAN ACCOUNT IN     *
000080*    MASTER-AREA FROM ITS CTDT TOTALS (WMS-PLN-TRLR-CTDT-TRLR),  *
000090*    THE YEAR-END FAIR MARKET VALUE AND THE LAST-DISTRIBUTION    *
000100*    AND EARLY-DISTRIBUTION CODES.                               *
000110*----------------------------------------------------------------*
000120*               ** HISTORY OF REVISIONS **                      *
000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 10/08/26 JCTE NEW COPYBOOK - 5498 AND 1099-R FORM     GN6212 *
000160*                COMPUTATION FROM THE PLAN TRAILER              *
000170*----------------------------------------------------------------*
000200*----------------------------------------------------------------*
000300*    YRF-ADD-BOX-CARD - FORM MUST BE 5, R OR E, THE BOX 00-14    *
000400*    BUT NOT 07 (A CHECK BOX ON THE 5498, THE DISTRIBUTION CODE  *
000500*    ON THE 1099-R), AND AN E CARD MUST CARRY A DISTRIBUTION     *
000600*    CODE.  A SECOND CARD FOR THE SAME FORM AND CODE IS          *
000700*    REJECTED.                                                   *
000800*----------------------------------------------------------------*
000900 YRF-ADD-BOX-CARD.
001000     MOVE 'N' TO YRF-REJECT-SW.
001100     IF  NOT YBC-88-5498
001200     AND NOT YBC-88-1099R
001300     AND NOT YBC-88-EARLY-RSN
001400         GO TO YRF-ADD-REJECT.
001500     IF  YBC-PLAN-CODE EQUAL SPACES
001600         GO TO YRF-ADD-REJECT.
001700     IF  YBC-88-EARLY-RSN
001800     AND YBC-DIST-CODE EQUAL SPACES
001900         GO TO YRF-ADD-REJECT.
002000     IF  YBC-88-EARLY-RSN
002100         MOVE ZERO TO YBC-BOX.
002200     IF  YBC-BOX NOT NUMERIC
002300         GO TO YRF-ADD-REJECT.
002400     IF  YBC-BOX GREATER THAN 14
002500     OR  YBC-BOX EQUAL 7
002600         GO TO YRF-ADD-REJECT.
002700     IF  YRF-BOX-COUNT NOT LESS THAN YRF-BOX-MAX
002800         GO TO YRF-ADD-REJECT.
002900     MOVE YBC-FORM      TO YRF-FIND-FORM.
003000     MOVE YBC-PLAN-CODE TO YRF-FIND-CODE.
003100     PERFORM YRF-FIND-BOX THRU YRF-FIND-EXIT.
003200     IF  YRF-BOX-SUB GREATER THAN ZERO
003300         GO TO YRF-ADD-REJECT.
003400     ADD 1 TO YRF-BOX-COUNT.
003500     SET BXX TO YRF-BOX-COUNT.
003600     MOVE YBC-FORM      TO YRF-BOX-FORM (BXX).
003700     MOVE YBC-PLAN-CODE TO YRF-BOX-PLAN-CODE (BXX).
003800     MOVE YBC-BOX       TO YRF-BOX-NO (BXX).
003900     MOVE YBC-DIST-CODE TO YRF-BOX-DIST-CODE (BXX).
004000     MOVE YBC-TAXABLE   TO YRF-BOX-TAXABLE (BXX).
004100     GO TO YRF-ADD-EXIT.
004200 YRF-ADD-REJECT.
004300     MOVE 'Y' TO YRF-REJECT-SW.
004400 YRF-ADD-EXIT. EXIT.
004500     EJECT
004600*----------------------------------------------------------------*
004700*    YRF-FIND-BOX - TABLE ENTRY FOR YRF-FIND-FORM AND            *
004800*    YRF-FIND-CODE; YRF-BOX-SUB IS ZERO WHEN THERE IS NONE.      *
004900*----------------------------------------------------------------*
005000 YRF-FIND-BOX.
005100     MOVE ZERO TO YRF-BOX-SUB.
005200     IF  YRF-BOX-COUNT EQUAL ZERO
005300         GO TO YRF-FIND-EXIT.
005400     SET BXX TO 1.
005500     SEARCH YRF-BOX-ENTRY
005600     WHEN (YRF-BOX-FORM (BXX)      EQUAL YRF-FIND-FORM)
005700     AND  (YRF-BOX-PLAN-CODE (BXX) EQUAL YRF-FIND-CODE)
005800          SET YRF-BOX-SUB TO BXX.
005900 YRF-FIND-EXIT. EXIT.
006000     EJECT
006100*----------------------------------------------------------------*
006200*    YRF-COMPUTE-ACCOUNT - CONTRIBUTION PLAN CODES (ABOVE '49')  *
006300*    COUNT WHEN THEIR CTDT TAX YEAR IS YRF-CTDT-YEAR AND GO TO   *
006400*    THEIR 5498 BOX; DISTRIBUTION PLAN CODES COUNT WHEN THEIR    *
006500*    CTDT CALENDAR YEAR IS YRF-CTDT-YEAR AND GO TO THEIR 1099-R  *
006600*    BOX, WITHHOLDING INCLUDED (BOXES 4 AND 14).  A PLAN CODE    *
006700*    WITH NO TABLE ENTRY IS HELD IN YRF-UNMAPPED-AMT FOR THE     *
006800*    BALANCING REPORT.  5498 BOX 5 IS THE YEAR-END FAIR MARKET   *
006900*    VALUE - WMS-PLN-TRLR-FAIR-MKT-VAL-CUR, OR -PRV WHEN THE     *
007000*    PRIOR-YEAR BUCKETS ARE SELECTED.  A FORM IS DUE ONLY WHEN   *
007100*    ONE OF ITS BOXES IS ABOVE ZERO.                             *
007200*----------------------------------------------------------------*
007300 YRF-COMPUTE-ACCOUNT.
007400     MOVE 'N'    TO YRF-5498-SW.
007500     MOVE 'N'    TO YRF-1099R-SW.
007600     MOVE 'N'    TO YRF-DIST-CODE-SW.
007700     MOVE SPACES TO YRF-DIST-CODE.
007800     MOVE SPACES TO YRF-UNMAPPED-CODE.
007900     MOVE ZERO   TO YRF-UNMAPPED-AMT.
008000     MOVE ZERO   TO YRF-NOT-RPTD-AMT.
008100     PERFORM YRF-CLEAR-BOX THRU YRF-CLEAR-EXIT
008200         VARYING YRF-SUB FROM 1 BY 1
008300         UNTIL YRF-SUB GREATER THAN 14.
008400     IF  WMS-PLN-TRLR-CTDT-NO NOT NUMERIC
008500         GO TO YRF-COMPUTE-FMV.
008600     PERFORM YRF-ONE-CTDT THRU YRF-CTDT-EXIT
008700         VARYING YRF-SUB FROM 1 BY 1
008800         UNTIL YRF-SUB GREATER THAN WMS-PLN-TRLR-CTDT-NO
008900         OR    YRF-SUB GREATER THAN 100.
009000 YRF-COMPUTE-FMV.
009100     IF  YRF-CTDT-YEAR EQUAL '1'
009200         MOVE WMS-PLN-TRLR-FAIR-MKT-VAL-PRV TO YRF-5498-AMT (5)
009300     ELSE
009400         MOVE WMS-PLN-TRLR-FAIR-MKT-VAL-CUR TO YRF-5498-AMT (5).
009500     PERFORM YRF-TEST-BOX THRU YRF-TEST-EXIT
009600         VARYING YRF-SUB FROM 1 BY 1
009700         UNTIL YRF-SUB GREATER THAN 14.
009800     IF  YRF-88-1099R
009900         PERFORM YRF-SET-DIST-CODE THRU YRF-DIST-EXIT.
010000 YRF-COMPUTE-EXIT. EXIT.
010100 YRF-CLEAR-BOX.
010200     MOVE ZERO TO YRF-5498-AMT (YRF-SUB).
010300     MOVE ZERO TO YRF-1099R-AMT (YRF-SUB).
010400 YRF-CLEAR-EXIT. EXIT.
010500 YRF-TEST-BOX.
010600     IF  YRF-5498-AMT (YRF-SUB) GREATER THAN ZERO
010700         MOVE 'Y' TO YRF-5498-SW.
010800     IF  YRF-1099R-AMT (YRF-SUB) GREATER THAN ZERO
010900         MOVE 'Y' TO YRF-1099R-SW.
011000 YRF-TEST-EXIT. EXIT.
011100     EJECT
011200 YRF-ONE-CTDT.
011300     SET WMS-PLN-TRLR-IND TO YRF-SUB.
011400     IF  WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND) EQUAL ZERO
011500         GO TO YRF-CTDT-EXIT.
011600     IF  WMS-PLN-TRLR-PL-CODE (WMS-PLN-TRLR-IND) GREATER THAN '49'
011700         GO TO YRF-CTDT-CONTRIB.
011800     IF  WMS-PLN-TRLR-CAL-YR (WMS-PLN-TRLR-IND)
011900             NOT EQUAL YRF-CTDT-YEAR
012000         GO TO YRF-CTDT-EXIT.
012100     MOVE 'R' TO YRF-FIND-FORM.
012200     GO TO YRF-CTDT-MAP.
012300 YRF-CTDT-CONTRIB.
012400     IF  WMS-PLN-TRLR-TAX-YR (WMS-PLN-TRLR-IND)
012500             NOT EQUAL YRF-CTDT-YEAR
012600         GO TO YRF-CTDT-EXIT.
012700     MOVE '5' TO YRF-FIND-FORM.
012800 YRF-CTDT-MAP.
012900     MOVE WMS-PLN-TRLR-PL-CODE (WMS-PLN-TRLR-IND)
013000         TO YRF-FIND-CODE.
013100     PERFORM YRF-FIND-BOX THRU YRF-FIND-EXIT.
013200     IF  YRF-BOX-SUB EQUAL ZERO
013300         ADD WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND)
013400             TO YRF-UNMAPPED-AMT
013500         MOVE YRF-FIND-CODE TO YRF-UNMAPPED-CODE
013600         GO TO YRF-CTDT-EXIT.
013700     SET BXX TO YRF-BOX-SUB.
013800     MOVE YRF-BOX-NO (BXX) TO YRF-BOX-NUM.
013900     IF  YRF-BOX-NUM EQUAL ZERO
014000         ADD WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND)
014100             TO YRF-NOT-RPTD-AMT
014200         GO TO YRF-CTDT-EXIT.
014300     IF  YRF-FIND-FORM EQUAL '5'
014400         ADD WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND)
014500             TO YRF-5498-AMT (YRF-BOX-NUM)
014600         GO TO YRF-CTDT-EXIT.
014700     ADD WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND)
014800         TO YRF-1099R-AMT (YRF-BOX-NUM).
014900     IF  YRF-BOX-NUM EQUAL 1
015000     AND YRF-BOX-TAXABLE (BXX) EQUAL 'Y'
015100         ADD WMS-PLN-TRLR-CTDT-AMT (WMS-PLN-TRLR-IND)
015200             TO YRF-1099R-AMT (2).
015300 YRF-CTDT-EXIT. EXIT.
015400     EJECT
015500*----------------------------------------------------------------*
015600*    YRF-SET-DIST-CODE - AN ACCOUNT CODED FOR EARLY DISTRIBUTION *
015700*    TAKES THE CODE OF ITS REASON'S E CARD (1 WHEN THERE IS      *
015800*    NONE); OTHERWISE THE CODE COMES FROM THE R CARD OF          *
015900*    WMS-PLN-TRLR-LAST-DIST-CODE, DEFAULTING TO 7 (NORMAL        *
016000*    DISTRIBUTION) WITH YRF-DIST-CODE-SW SET FOR THE EXCEPTIONS. *
016100*----------------------------------------------------------------*
016200 YRF-SET-DIST-CODE.
016300     IF  WMS-PLN-TRLR-EARLY-DIST NOT EQUAL 'Y'
016400         GO TO YRF-DIST-NORMAL.
016500     MOVE 'E'    TO YRF-FIND-FORM.
016600     MOVE SPACES TO YRF-FIND-CODE.
016700     MOVE WMS-PLN-TRLR-EARLY-DIST-RSN TO YRF-FIND-CODE (1:1).
016800     PERFORM YRF-FIND-BOX THRU YRF-FIND-EXIT.
016900     IF  YRF-BOX-SUB EQUAL ZERO
017000         MOVE '1 ' TO YRF-DIST-CODE
017100         GO TO YRF-DIST-EXIT.
017200     SET BXX TO YRF-BOX-SUB.
017300     MOVE YRF-BOX-DIST-CODE (BXX) TO YRF-DIST-CODE.
017400     GO TO YRF-DIST-EXIT.
017500 YRF-DIST-NORMAL.
017600     MOVE 'R' TO YRF-FIND-FORM.
017700     MOVE WMS-PLN-TRLR-LAST-DIST-CODE TO YRF-FIND-CODE.
017800     PERFORM YRF-FIND-BOX THRU YRF-FIND-EXIT.
017900     IF  YRF-BOX-SUB GREATER THAN ZERO
018000         SET BXX TO YRF-BOX-SUB
018100         MOVE YRF-BOX-DIST-CODE (BXX) TO YRF-DIST-CODE.
018200     IF  YRF-DIST-CODE EQUAL SPACES
018300         MOVE 'Y'  TO YRF-DIST-CODE-SW
018400         MOVE '7 ' TO YRF-DIST-CODE.
018500 YRF-DIST-EXIT. EXIT.
