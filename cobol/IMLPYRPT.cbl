001900*                REPORT                                         *
001950* 08/09/26 JCTE WIDENED DTL-REASON TO STOP A TRUNCATED   GN6058 *
001960*                LITERAL                                        *
001968* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE  GN6215 *
001976*                MASTER IS READ ONCE BY THE DRIVER AND EACH     *
001984*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,     *
001992*                'T' PRINTS THE TOTALS AND CLOSES)              *
002000*----------------------------------------------------------------*
002100 ENVIRONMENT    DIVISION.
002200 INPUT-OUTPUT   SECTION.
003000 01  LEAP-YEAR-RPT-LINE              PIC X(133).
003100 WORKING-STORAGE SECTION.
003200 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMLPYRPT'.
003600 01  WS-SAVE-ACCOUNT                 PIC X(22).
003700     EJECT
004400     COPY IMWRKBC1.
004500     EJECT
004600     COPY IMWSLPYR.
007700     03  FILLER                      PIC X(93)   VALUE SPACES.
007800 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
007900     EJECT
007916 LINKAGE SECTION.                                                 GN6215
007932     COPY IMWSBRWC.                                               GN6215
007948     EJECT                                                        GN6215
007964     COPY IMAWKMST.                                               GN6215
007980     EJECT                                                        GN6215
008000 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
008050                          MASTER-AREA.                            GN6215
008100*----------------------------------------------------------------*
008200 0000-MAINLINE.
008241     IF  BRC-88-INITIALIZE                                        GN6215
008282         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
008323     ELSE                                                         GN6215
008364     IF  BRC-88-PROCESS                                           GN6215
008405         PERFORM 2000-PROCESS-ACCOUNT     THRU 2000-EXIT          GN6215
008446     ELSE                                                         GN6215
008487     IF  BRC-88-TERMINATE                                         GN6215
008528         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
008569     ELSE                                                         GN6215
008610         MOVE 16 TO BRC-RETURN-CODE                               GN6215
008651         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
008700     GOBACK.
008800     EJECT
008900*----------------------------------------------------------------*
009000*    1000-INITIALIZE - OPEN THE REPORT FILE AND PRINT THE        *GN6215
009100*    HEADINGS.                                                   *GN6215
009200*----------------------------------------------------------------*
009300 1000-INITIALIZE.
009400     OPEN OUTPUT LEAP-YEAR-RPT.
010100     MOVE WS-COLUMN-HEADING TO LEAP-YEAR-RPT-LINE.
010200     WRITE LEAP-YEAR-RPT-LINE.
010300     WRITE LEAP-YEAR-RPT-LINE FROM WS-BLANK-LINE.
011300 1000-EXIT. EXIT.
011400     EJECT
012800*----------------------------------------------------------------*
012900*    2000-PROCESS-ACCOUNT - FOR A TIS CONSUMER ACCOUNT, CHECK    *
013000*    WHETHER FEBRUARY 29 FALLS WITHIN ITS CURRENT INTEREST       *
014100         IF  WK-RETURN-FLG EQUAL '1'
014200             ADD 1 TO WS-TOT-IMPACTED
014300             PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT.
014500 2000-EXIT. EXIT.
014600     EJECT
014700 2200-PRINT-DETAIL.
015500 2200-EXIT. EXIT.
015600     EJECT
015700*----------------------------------------------------------------*
015800*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE REPORT.   *GN6215
015900*----------------------------------------------------------------*
016000 9000-TERMINATE.
016600     WRITE LEAP-YEAR-RPT-LINE FROM WS-BLANK-LINE.
016700     MOVE 'TIS CONSUMER ACCOUNTS SCANNED' TO SUM-LIT.
016800     MOVE WS-TOT-SCANNED TO SUM-COUNT.
