002400*                RECONCILIATION REPORT                           *
002450* 08/09/26 JCTE WIDENED RCN-OUT-OF-BAL TO STOP A        GN6055 *
002460*                TRUNCATED LITERAL                               *
002468* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE GN6215 *
002476*                MASTER IS READ ONCE BY THE DRIVER AND EACH      *
002484*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,      *
002492*                'T' PRINTS THE TOTALS AND CLOSES)               *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT    DIVISION.
002700 INPUT-OUTPUT   SECTION.
004200 01  WS-SWITCHES.
004300     03  WS-GL-EOF-SW                PIC X(1)    VALUE 'N'.
004400         88  WS-88-GL-EOF            VALUE 'Y'.
004700     EJECT
005400 77  WS-RECAP-SUB                    PIC 9(3)    COMP VALUE 0.
005500*----------------------------------------------------------------*
005600*    WS-GL-TABLE-AREA - ONE ENTRY PER GL CODE SEEN ON THE GL     *
011900     03  FILLER                      PIC X(93)   VALUE SPACES.
012000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
012100     EJECT
012116 LINKAGE SECTION.                                                 GN6215
012132     COPY IMWSBRWC.                                               GN6215
012148     EJECT                                                        GN6215
012164     COPY IMAWKMST.                                               GN6215
012180     EJECT                                                        GN6215
012200 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
012250                          MASTER-AREA.                            GN6215
012300*----------------------------------------------------------------*
012400 0000-MAINLINE.
012453     IF  BRC-88-INITIALIZE                                        GN6215
012506         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
012559         PERFORM 2000-LOAD-GL-EXTRACT     THRU 2000-EXIT          GN6215
012612             UNTIL WS-88-GL-EOF                                   GN6215
012665     ELSE                                                         GN6215
012718     IF  BRC-88-PROCESS                                           GN6215
012771         PERFORM 3000-VALIDATE-ACCOUNT    THRU 3000-EXIT          GN6215
012824     ELSE                                                         GN6215
012877     IF  BRC-88-TERMINATE                                         GN6215
012930         PERFORM 4000-PRODUCE-RECON       THRU 4000-EXIT          GN6215
012983         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
013036     ELSE                                                         GN6215
013089         MOVE 16 TO BRC-RETURN-CODE                               GN6215
013142         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
013200     GOBACK.
013300     EJECT
013400*----------------------------------------------------------------*
013500*    1000-INITIALIZE - OPEN THE GL EXTRACT AND REPORT FILES AND  *GN6215
013650*    PRINT THE EXCEPTION SECTION'S TITLE AND COLUMN HEADING.     *GN6215
013800*----------------------------------------------------------------*
013900 1000-INITIALIZE.
014000     OPEN INPUT  GL-EXTRACT-FILE.
014800     MOVE WS-EXC-COLUMN-HDG TO GLKVAL-RPT-LINE.
014900     WRITE GLKVAL-RPT-LINE.
015000     WRITE GLKVAL-RPT-LINE FROM WS-BLANK-LINE.
016000 1000-EXIT. EXIT.
016100     EJECT
016200*----------------------------------------------------------------*
019800     END-SEARCH.
019900 2110-EXIT. EXIT.
020000     EJECT
021400*----------------------------------------------------------------*
021500*    3000-VALIDATE-ACCOUNT - VALIDATE THIS ACCOUNT'S GL CODE,    *
021600*    TALLYING ITS CURRENT BALANCE UNDER A VALID CODE.            *
023300                 ADD WMS-CURR-BAL
023400                     TO WS-GL-BOOK-AMT (WS-GL-NDX)
023500         END-SEARCH.
023700 3000-EXIT. EXIT.
023800     EJECT
023900*----------------------------------------------------------------*
028000 4100-EXIT. EXIT.
028100     EJECT
028200*----------------------------------------------------------------*
028300*    9000-TERMINATE - CLOSE THE REMAINING FILES AND PRINT FINAL  *GN6215
028400*    TOTALS.                                                     *GN6215
028500*----------------------------------------------------------------*
028600 9000-TERMINATE.
029200     WRITE GLKVAL-RPT-LINE FROM WS-BLANK-LINE.
029300     MOVE 'ACCOUNTS SCANNED' TO SUM-LIT.
029400     MOVE WS-TOT-SCANNED TO SUM-COUNT.
