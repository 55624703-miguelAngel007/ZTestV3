002100*                DISCLOSURE REPORT                               *
002150* 08/09/26 JCTE WIDENED DTL-REASON, SHORTENED A SUMMARY  GN6054 *
002160*                LITERAL TO STOP TRUNCATION                      *
002168* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE  GN6215 *
002176*                MASTER IS READ ONCE BY THE DRIVER AND EACH      *
002184*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,      *
002192*                'T' PRINTS THE TOTALS AND CLOSES)               *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT    DIVISION.
002400 INPUT-OUTPUT   SECTION.
003200 01  APYE-SPECIAL-RPT-LINE           PIC X(133).
003300 WORKING-STORAGE SECTION.
003400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMAPYESR'.
003800 01  WS-SKIP-APYE                    PIC X(1)    VALUE 'N'.
003900     88  WS-88-SPECIAL-RULE          VALUE 'Y'.
004000 01  WS-SAVE-ACCOUNT                 PIC X(22).
004100 01  WS-ACCT-TYPE                    PIC X(8).
004200     EJECT
004900 01  WS-TOTALS.
005000     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
005100     03  WS-TOT-IOD-SPECIAL          PIC 9(7)    COMP VALUE 0.
007900     03  FILLER                      PIC X(93)   VALUE SPACES.
008000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
008100     EJECT
008116 LINKAGE SECTION.                                                 GN6215
008132     COPY IMWSBRWC.                                               GN6215
008148     EJECT                                                        GN6215
008164     COPY IMAWKMST.                                               GN6215
008180     EJECT                                                        GN6215
008200 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
008250                          MASTER-AREA.                            GN6215
008300*----------------------------------------------------------------*
008400 0000-MAINLINE.
008441     IF  BRC-88-INITIALIZE                                        GN6215
008482         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
008523     ELSE                                                         GN6215
008564     IF  BRC-88-PROCESS                                           GN6215
008605         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
008646     ELSE                                                         GN6215
008687     IF  BRC-88-TERMINATE                                         GN6215
008728         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
008769     ELSE                                                         GN6215
008810         MOVE 16 TO BRC-RETURN-CODE                               GN6215
008851         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
008900     GOBACK.
009000     EJECT
009100*----------------------------------------------------------------*
009200*    1000-INITIALIZE - OPEN THE REPORT FILE AND PRINT THE        *GN6215
009300*    HEADINGS.                                                   *GN6215
009400*----------------------------------------------------------------*
009500 1000-INITIALIZE.
009600     OPEN OUTPUT APYE-SPECIAL-RPT.
010300     MOVE WS-COLUMN-HEADING TO APYE-SPECIAL-RPT-LINE.
010400     WRITE APYE-SPECIAL-RPT-LINE.
010500     WRITE APYE-SPECIAL-RPT-LINE FROM WS-BLANK-LINE.
011500 1000-EXIT. EXIT.
011600     EJECT
013000*----------------------------------------------------------------*
013100*    2000-PROCESS-ACCOUNT - RUN THE SPECIAL-RULE EDIT FOR EVERY  *
013200*    INTEREST RELATIONSHIP THE ACCOUNT CARRIES, AND LIST ANY     *
014800             ADD 1 TO WS-TOT-SAV-SPECIAL
014900             MOVE 'SAV' TO WS-ACCT-TYPE
015000             PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT.
015200 2000-EXIT. EXIT.
015300     EJECT
015400 2200-PRINT-DETAIL.
016200 2200-EXIT. EXIT.
016300     EJECT
016400*----------------------------------------------------------------*
016500*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
016600*----------------------------------------------------------------*
016700 9000-TERMINATE.
017300     WRITE APYE-SPECIAL-RPT-LINE FROM WS-BLANK-LINE.
017400     MOVE 'INTEREST RELATIONSHIPS SCANNED' TO SUM-LIT.
017500     MOVE WS-TOT-SCANNED TO SUM-COUNT.
