002070*                IMAWKMST/IMWSENVO FROM LINKAGE SECTION TO        *
002080*                WORKING-STORAGE TO MATCH THE OTHER BROWSE        *
002090*                PROGRAMS                                         *
002092* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE    GN6215 *
002094*                MASTER IS READ ONCE BY THE DRIVER AND EACH       *
002096*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,       *
002098*                'T' PRINTS THE TOTALS AND CLOSES)                *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT    DIVISION.
002300 INPUT-OUTPUT   SECTION.
006100     03  FILLER                      PIC X(90)   VALUE SPACES.
006200 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
006300     EJECT
006433 LINKAGE SECTION.                                                 GN6215
006566     COPY IMWSBRWC.                                               GN6215
006699     EJECT                                                        GN6215
006832     COPY IMAWKMST.                                               GN6215
006965     EJECT                                                        GN6215
007100 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
007150                          MASTER-AREA.                            GN6215
007200*----------------------------------------------------------------*
007300 0000-MAINLINE.
007341     IF  BRC-88-INITIALIZE                                        GN6215
007382         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
007423     ELSE                                                         GN6215
007464     IF  BRC-88-PROCESS                                           GN6215
007505         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
007546     ELSE                                                         GN6215
007587     IF  BRC-88-TERMINATE                                         GN6215
007628         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
007669     ELSE                                                         GN6215
007710         MOVE 16 TO BRC-RETURN-CODE                               GN6215
007751         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
007800     GOBACK.
007900     EJECT
008000*----------------------------------------------------------------*
008100*    1000-INITIALIZE - OPEN THE REPORT FOR OUTPUT AND PRINT ITS  *GN6215
008200*    TITLE.                                                      *GN6215
008300*----------------------------------------------------------------*
008400 1000-INITIALIZE.
008800     OPEN OUTPUT BEN-COMPLETE-RPT.
008900     WRITE BEN-COMPLETE-RPT-LINE FROM WS-BLANK-LINE.
009000     MOVE SPACES TO BEN-COMPLETE-RPT-LINE.
009100     MOVE WS-REPORT-TITLE TO BEN-COMPLETE-RPT-LINE.
009200     WRITE BEN-COMPLETE-RPT-LINE.
009300     WRITE BEN-COMPLETE-RPT-LINE FROM WS-BLANK-LINE.
009500 1000-EXIT. EXIT.
009600     EJECT
010700*----------------------------------------------------------------*
010800*    2000-PROCESS-ACCOUNT - CHECK ONE PLAN ACCOUNT FOR A         *
010900*    BENEFICIARY-DATA COMPLETENESS EXCEPTION.                    *
011000*----------------------------------------------------------------*
011100 2000-PROCESS-ACCOUNT.
011150     ADD 1 TO WS-TOT-SCANNED.                                     GN6215
011200     IF  WMS-PLN-TRLR-TYPE NOT EQUAL SPACES
011300         ADD 1 TO WS-TOT-PLAN-ACCTS
011400         PERFORM 2200-CHECK-BENE-PRESENT THRU 2200-EXIT.
011600 2000-EXIT. EXIT.
011700     EJECT
011800*----------------------------------------------------------------*
014300 2400-EXIT. EXIT.
014400     EJECT
014500*----------------------------------------------------------------*
014600*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
014700*----------------------------------------------------------------*
014800 9000-TERMINATE.
015400     WRITE BEN-COMPLETE-RPT-LINE FROM WS-BLANK-LINE.
015500     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
015600     MOVE WS-TOT-SCANNED TO SUM-COUNT.
