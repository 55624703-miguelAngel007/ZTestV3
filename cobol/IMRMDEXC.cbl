001800* ____________________________________________________ _______ *
001900* 08/09/26 JCTE NEW PROGRAM - RMD/EARLY-DIST EXCEPTION    GN6018 *
002000*                REPORT                                         *
002020* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE   GN6215 *
002040*                MASTER IS READ ONCE BY THE DRIVER AND EACH     *
002060*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,     *
002080*                'T' PRINTS THE TOTALS AND CLOSES)              *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT    DIVISION.
002300 INPUT-OUTPUT   SECTION.
007400     03  FILLER                      PIC X(93)   VALUE SPACES.
007500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
007600     EJECT
007733 LINKAGE SECTION.                                                 GN6215
007866     COPY IMWSBRWC.                                               GN6215
007999     EJECT                                                        GN6215
008132     COPY IMAWKMST.                                               GN6215
008265     EJECT                                                        GN6215
008400 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
008450                          MASTER-AREA.                            GN6215
008500*----------------------------------------------------------------*
008600 0000-MAINLINE.
008641     IF  BRC-88-INITIALIZE                                        GN6215
008682         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
008723     ELSE                                                         GN6215
008764     IF  BRC-88-PROCESS                                           GN6215
008805         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
008846     ELSE                                                         GN6215
008887     IF  BRC-88-TERMINATE                                         GN6215
008928         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
008969     ELSE                                                         GN6215
009010         MOVE 16 TO BRC-RETURN-CODE                               GN6215
009051         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
009100     GOBACK.
009200     EJECT
009300*----------------------------------------------------------------*
009400*    1000-INITIALIZE - GET TODAY'S DATE AND OPEN THE REPORT.     *GN6215
009600*----------------------------------------------------------------*
009700 1000-INITIALIZE.
009800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
010200     OPEN OUTPUT RMD-EXCEPTION-RPT.
010300     WRITE RMD-EXCEPTION-RPT-LINE FROM WS-BLANK-LINE.
010400     MOVE SPACES TO RMD-EXCEPTION-RPT-LINE.
010500     MOVE WS-REPORT-TITLE TO RMD-EXCEPTION-RPT-LINE.
010600     WRITE RMD-EXCEPTION-RPT-LINE.
010700     WRITE RMD-EXCEPTION-RPT-LINE FROM WS-BLANK-LINE.
010900 1000-EXIT. EXIT.
011000     EJECT
012100*----------------------------------------------------------------*
012200*    2000-PROCESS-ACCOUNT - CHECK ONE PLAN ACCOUNT FOR AN RMD OR *
012300*    EARLY-DISTRIBUTION EXCEPTION.                               *
012400*----------------------------------------------------------------*
012500 2000-PROCESS-ACCOUNT.
012550     ADD 1 TO WS-TOT-SCANNED.                                     GN6215
012600     IF  WMS-PLN-TRLR-TYPE NOT EQUAL SPACES
012700         ADD 1 TO WS-TOT-PLAN-ACCTS
012800         PERFORM 2200-CHECK-RMD THRU 2200-EXIT
012900         PERFORM 2300-CHECK-EARLY-DIST THRU 2300-EXIT.
013100 2000-EXIT. EXIT.
013200     EJECT
013300*----------------------------------------------------------------*
019200 2400-EXIT. EXIT.
019300     EJECT
019400*----------------------------------------------------------------*
019500*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
019600*----------------------------------------------------------------*
019700 9000-TERMINATE.
020300     WRITE RMD-EXCEPTION-RPT-LINE FROM WS-BLANK-LINE.
020400     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
020500     MOVE WS-TOT-SCANNED TO SUM-COUNT.
