001800* ____________________________________________________ _______ *
001900* 08/09/26 JCTE NEW PROGRAM - DAILY IBT RECONCILIATION   GN6007 *
002000*                RPT                                             *
002020* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE  GN6215 *
002040*                MASTER IS READ ONCE BY THE DRIVER AND EACH      *
002060*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,      *
002080*                'T' PRINTS THE TOTALS AND CLOSES)               *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT    DIVISION.
002300 INPUT-OUTPUT   SECTION.
006200     03  FILLER                      PIC X(93)   VALUE SPACES.
006300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
006400     EJECT
006533 LINKAGE SECTION.                                                 GN6215
006666     COPY IMWSBRWC.                                               GN6215
006799     EJECT                                                        GN6215
006932     COPY IMAWKMST.                                               GN6215
007065     EJECT                                                        GN6215
007200 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
007250                          MASTER-AREA.                            GN6215
007300*----------------------------------------------------------------*
007400 0000-MAINLINE.
007441     IF  BRC-88-INITIALIZE                                        GN6215
007482         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
007523     ELSE                                                         GN6215
007564     IF  BRC-88-PROCESS                                           GN6215
007605         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
007646     ELSE                                                         GN6215
007687     IF  BRC-88-TERMINATE                                         GN6215
007728         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
007769     ELSE                                                         GN6215
007810         MOVE 16 TO BRC-RETURN-CODE                               GN6215
007851         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
007900     GOBACK.
008000     EJECT
008100 1000-INITIALIZE.
008500     OPEN OUTPUT IBT-RECON-RPT.
008600     WRITE IBT-RECON-RPT-LINE FROM WS-BLANK-LINE.
008700     MOVE SPACES TO IBT-RECON-RPT-LINE.
008800     MOVE WS-REPORT-TITLE TO IBT-RECON-RPT-LINE.
008900     WRITE IBT-RECON-RPT-LINE.
009000     WRITE IBT-RECON-RPT-LINE FROM WS-BLANK-LINE.
009200 1000-EXIT. EXIT.
009300     EJECT
010800*----------------------------------------------------------------*
010900*    2000-PROCESS-ACCOUNT - REPORT ONE ACCOUNT IF IT CARRIES AN  *
011000*    OPEN INTERBANK TRANSFER.  THE DRIVER PASSES EACH RECORD.    *GN6215
011100*----------------------------------------------------------------*
011200 2000-PROCESS-ACCOUNT.
011250     ADD 1 TO WS-TOT-SCANNED.                                     GN6215
011300     IF  WMS-IBT-FLAG NOT EQUAL SPACES
011400     AND WMS-IBT-FLAG NOT EQUAL '0'
011500         PERFORM 2200-CLASSIFY-IBT THRU 2200-EXIT
011600         PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
011800 2000-EXIT. EXIT.
011900     EJECT
012000 2200-CLASSIFY-IBT.
014300 2300-EXIT. EXIT.
014400     EJECT
014500*----------------------------------------------------------------*
014600*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
014700*----------------------------------------------------------------*
014800 9000-TERMINATE.
015400     WRITE IBT-RECON-RPT-LINE FROM WS-BLANK-LINE.
015500     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
015600     MOVE WS-TOT-SCANNED TO SUM-COUNT.
