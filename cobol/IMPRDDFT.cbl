002000* DESCRIPTION                                           CHNGID  *
002100* ____________________________________________________ _______ *
002200* 08/09/26 JCTE NEW PROGRAM - PRODUCT-DEFAULT DRIFT RPT  GN6008 *
002220* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE  GN6215 *
002240*                MASTER IS READ ONCE BY THE DRIVER AND EACH     *
002260*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,     *
002280*                'T' PRINTS THE TOTALS AND CLOSES)              *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT    DIVISION.
002500 INPUT-OUTPUT   SECTION.
007700     03  FILLER                      PIC X(93)   VALUE SPACES.
007800 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
007900     EJECT
008033 LINKAGE SECTION.                                                 GN6215
008166     COPY IMWSBRWC.                                               GN6215
008299     EJECT                                                        GN6215
008432     COPY IMAWKMST.                                               GN6215
008565     EJECT                                                        GN6215
008700 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
008750                          MASTER-AREA.                            GN6215
008800*----------------------------------------------------------------*
008900 0000-MAINLINE.
008941     IF  BRC-88-INITIALIZE                                        GN6215
008982         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
009023     ELSE                                                         GN6215
009064     IF  BRC-88-PROCESS                                           GN6215
009105         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
009146     ELSE                                                         GN6215
009187     IF  BRC-88-TERMINATE                                         GN6215
009228         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
009269     ELSE                                                         GN6215
009310         MOVE 16 TO BRC-RETURN-CODE                               GN6215
009351         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
009400     GOBACK.
009500     EJECT
009600 1000-INITIALIZE.
010000     OPEN INPUT  PRODUCT-FILE.
010100     OPEN OUTPUT PROD-DRIFT-RPT.
010200     WRITE PROD-DRIFT-RPT-LINE FROM WS-BLANK-LINE.
010400     MOVE WS-REPORT-TITLE TO PROD-DRIFT-RPT-LINE.
010500     WRITE PROD-DRIFT-RPT-LINE.
010600     WRITE PROD-DRIFT-RPT-LINE FROM WS-BLANK-LINE.
010800 1000-EXIT. EXIT.
010900     EJECT
012400*----------------------------------------------------------------*
012500*    2000-PROCESS-ACCOUNT - LOOK UP THE ACCOUNT'S PRODUCT RECORD *
012600*    AND COMPARE DEFAULT-DRIVEN FLAGS.  THE DRIVER PASSES EACH   *GN6215
012650*    RECORD.                                                     *GN6215
012700*----------------------------------------------------------------*
012800 2000-PROCESS-ACCOUNT.
012850     ADD 1 TO WS-TOT-SCANNED.                                     GN6215
012900     PERFORM 2200-LOOKUP-PRODUCT THRU 2200-EXIT.
013000     IF  WS-88-PRODUCT-FOUND
013100         ADD 1 TO WS-TOT-MATCHED
013300     ELSE
013400         ADD 1 TO WS-TOT-ORPHAN
013500         PERFORM 2250-PRINT-ORPHAN THRU 2250-EXIT.
013700 2000-EXIT. EXIT.
013800     EJECT
013900*----------------------------------------------------------------*
024200*    9000-TERMINATE - CLOSE THE FILES AND PRINT FINAL TOTALS.    *
024300*----------------------------------------------------------------*
024400 9000-TERMINATE.
025000     WRITE PROD-DRIFT-RPT-LINE FROM WS-BLANK-LINE.
025100     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
025200     MOVE WS-TOT-SCANNED TO SUM-COUNT.
