001600* DESCRIPTION                                           CHNGID  *
001700* ____________________________________________________ _______ *
001800* 08/09/26 JCTE NEW PROGRAM - TIER-MISMATCH REPORT       GN6008 *
001820* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE  GN6215 *
001840*                MASTER IS READ ONCE BY THE DRIVER AND EACH     *
001860*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,     *
001880*                'T' PRINTS THE TOTALS AND CLOSES)              *
001900*----------------------------------------------------------------*
002000 ENVIRONMENT    DIVISION.
002100 INPUT-OUTPUT   SECTION.
006400     03  FILLER                      PIC X(93)   VALUE SPACES.
006500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
006600     EJECT
006733 LINKAGE SECTION.                                                 GN6215
006866     COPY IMWSBRWC.                                               GN6215
006999     EJECT                                                        GN6215
007132     COPY IMAWKMST.                                               GN6215
007265     EJECT                                                        GN6215
007400 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
007450                          MASTER-AREA.                            GN6215
007500*----------------------------------------------------------------*
007600 0000-MAINLINE.
007641     IF  BRC-88-INITIALIZE                                        GN6215
007682         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
007723     ELSE                                                         GN6215
007764     IF  BRC-88-PROCESS                                           GN6215
007805         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
007846     ELSE                                                         GN6215
007887     IF  BRC-88-TERMINATE                                         GN6215
007928         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
007969     ELSE                                                         GN6215
008010         MOVE 16 TO BRC-RETURN-CODE                               GN6215
008051         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
008100     GOBACK.
008200     EJECT
008300*----------------------------------------------------------------*
008400*    1000-INITIALIZE - LOAD THE CURRENT PUBLISHED TIER TABLE AND *GN6215
008500*    OPEN THE REPORT.                                            *GN6215
008600*----------------------------------------------------------------*
008700 1000-INITIALIZE.
008800     OPEN INPUT  CLEAR-RATE-FILE.
009000         AT END
009100             MOVE SPACES TO CLEAR-RATE-TRAILER.
009200     CLOSE CLEAR-RATE-FILE.
009600     OPEN OUTPUT TIER-MISMATCH-RPT.
009700     WRITE TIER-MISMATCH-RPT-LINE FROM WS-BLANK-LINE.
009800     MOVE SPACES TO TIER-MISMATCH-RPT-LINE.
009900     MOVE WS-REPORT-TITLE TO TIER-MISMATCH-RPT-LINE.
010000     WRITE TIER-MISMATCH-RPT-LINE.
010100     WRITE TIER-MISMATCH-RPT-LINE FROM WS-BLANK-LINE.
010300 1000-EXIT. EXIT.
010400     EJECT
011500*----------------------------------------------------------------*
011600*    2000-PROCESS-ACCOUNT - CHECK ONE ACCOUNT'S TIER RATES       *
011700*    AGAINST THE CURRENT PUBLISHED TABLE.                        *
011800*----------------------------------------------------------------*
011900 2000-PROCESS-ACCOUNT.
011950     ADD 1 TO WS-TOT-SCANNED.                                     GN6215
012000     IF  WMS-TIER-RATE-KEY-LEVEL NOT EQUAL SPACES
012100         ADD 1 TO WS-TOT-TIERED
012200         PERFORM 2200-COMPARE-TIER THRU 2200-EXIT
012300         IF  WS-88-MISMATCH
012400             ADD 1 TO WS-TOT-MISMATCH
012500             PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
012700 2000-EXIT. EXIT.
012800     EJECT
012900 2200-COMPARE-TIER.
016900 2300-EXIT. EXIT.
017000     EJECT
017100*----------------------------------------------------------------*
017200*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
017300*----------------------------------------------------------------*
017400 9000-TERMINATE.
018000     WRITE TIER-MISMATCH-RPT-LINE FROM WS-BLANK-LINE.
018100     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
018200     MOVE WS-TOT-SCANNED TO SUM-COUNT.
