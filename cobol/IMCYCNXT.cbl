002350*                A REMARK ABOUT HOW THIS PROGRAM WAS BUILT       *
002360*                RATHER THAN ORDINARY SYSTEM DOCUMENTATION; NO   *
002370*                FUNCTIONAL CHANGE.                              *
002376* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE     GN6215*
002382*                MASTER IS READ ONCE BY THE DRIVER AND EACH      *
002388*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,      *
002394*                'T' PRINTS THE TOTALS AND CLOSES)               *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
003400 01  CYCLE-PREVIEW-RPT-LINE          PIC X(133).
003500 WORKING-STORAGE SECTION.
003600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCYCNXT'.
004000 01  WS-SAVE-ACCOUNT                 PIC X(22).
004100     EJECT
004800     COPY IMWRKBC1.
004900     EJECT
005000     COPY IMWS31IP.
010400     03  FILLER                      PIC X(93)   VALUE SPACES.
010500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
010600     EJECT
010616 LINKAGE SECTION.                                                 GN6215
010632     COPY IMWSBRWC.                                               GN6215
010648     EJECT                                                        GN6215
010664     COPY IMAWKMST.                                               GN6215
010680     EJECT                                                        GN6215
010700 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
010750                          MASTER-AREA.                            GN6215
010800*----------------------------------------------------------------*
010900 0000-MAINLINE.
010941     IF  BRC-88-INITIALIZE                                        GN6215
010982         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
011023     ELSE                                                         GN6215
011064     IF  BRC-88-PROCESS                                           GN6215
011105         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
011146     ELSE                                                         GN6215
011187     IF  BRC-88-TERMINATE                                         GN6215
011228         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
011269     ELSE                                                         GN6215
011310         MOVE 16 TO BRC-RETURN-CODE                               GN6215
011351         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
011400     GOBACK.
011500     EJECT
011600*----------------------------------------------------------------*
011700*    1000-INITIALIZE - OPEN THE REPORT FILE AND PRINT THE        *GN6215
011800*    HEADINGS.                                                   *GN6215
011900*----------------------------------------------------------------*
012000 1000-INITIALIZE.
012100     OPEN OUTPUT CYCLE-PREVIEW-RPT.
013100     MOVE WS-COLUMN-HEADING-2 TO CYCLE-PREVIEW-RPT-LINE.
013200     WRITE CYCLE-PREVIEW-RPT-LINE.
013300     WRITE CYCLE-PREVIEW-RPT-LINE FROM WS-BLANK-LINE.
014300 1000-EXIT. EXIT.
014400     EJECT
015800*----------------------------------------------------------------*
015900*    2000-PROCESS-ACCOUNT - CHECK EACH OF THE ACCOUNT'S INTEREST *
016000*    CYCLES FOR TODAY AND FOR THE NEXT SCHEDULED PROCESSING      *
017400         OD-NXT-CHG-FLAG EQUAL '1'
017500         ADD 1 TO WS-TOT-LISTED
017600         PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT.
017800 2000-EXIT. EXIT.
017900     EJECT
018000 2200-PRINT-DETAIL.
019100 2200-EXIT. EXIT.
019200     EJECT
019300*----------------------------------------------------------------*
019400*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
019500*----------------------------------------------------------------*
019600 9000-TERMINATE.
020200     WRITE CYCLE-PREVIEW-RPT-LINE FROM WS-BLANK-LINE.
020300     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
020400     MOVE WS-TOT-SCANNED TO SUM-COUNT.
