002510* 09/02/26 JCTE THE CHARGE NOW STAMPS ITS CHARGE TYPE    GN6173 *
002520*                INTO TR-USER-CODE SO THE ARCHIVE CAN BE        *
002530*                REPRICED BY CHARGE TYPE (IMFEEREB)             *
002544* 10/03/26 JCTE ACH FILTER ITEMS (TR-REJ-RESN 'AF1')     GN6204 *
002558*                RETURN ON THE ACH RETURN FILE WITH THE         *
002572*                UNAUTHORIZED REASON, UNCHARGED, AND RETURN     *
002586*                WHEN UNDECIDED                                 *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT    DIVISION.
002800 INPUT-OUTPUT   SECTION.
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CASH-LETTER-FILE  ASSIGN TO "IMRTNCLF"
004500         ORGANIZATION IS SEQUENTIAL.
004533     SELECT ACH-RETURN-OUT    ASSIGN TO "IMRTNACH"                GN6204
004566         ORGANIZATION IS SEQUENTIAL.                              GN6204
004600     SELECT RTN-DECISION-RPT  ASSIGN TO "IMRTNDRP"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
006500     03  RPM-BUSINESS-DATE           PIC 9(6).
006600     03  RPM-DEFAULT-DECISION        PIC X.
006700     03  RPM-RETURN-REASON           PIC X(2).
006750     03  RPM-ACH-RETURN-REASON       PIC X(3).                    GN6204
006800     03  FILLER                      PIC X(68).                   GN6204
006900 FD  FEE-TABLE-FILE.
007000     COPY IMWSFEEM.
007100 FD  PAY-REPOST-FILE
009300     03  CLF-RETURN-REASON           PIC XX.
009400     03  CLF-BUSINESS-DATE           PIC 9(6).
009500     03  FILLER                      PIC X(24).
009533 FD  ACH-RETURN-OUT.                                              GN6204
009566     COPY IMWSACRO.                                               GN6204
009600 FD  RTN-DECISION-RPT
009700     RECORD CONTAINS 133 CHARACTERS.
009800 01  RTN-DECISION-RPT-LINE           PIC X(133).
010100 77  WS-RTN-CHG-TYPE                 PIC X(3)    VALUE 'RTN'.
010200 77  WS-CHARGE-TRAN-CODE             PIC XX      VALUE '17'.
010300 77  WS-NOTICE-TEXT-ID               PIC X(8)    VALUE 'RTNNOTCE'.
010350 77  WS-ACH-FILTER-RESN              PIC X(3)    VALUE 'AF1'.     GN6204
010400 77  WS-DCS-MAX                      PIC S9(5)   COMP VALUE +2000.
010500 77  WS-FEE-MAX                      PIC S9(3)   COMP VALUE +100.
010600 01  WS-SWITCHES.
014900     03  WS-TOT-CHARGES              PIC 9(7)    COMP VALUE 0.
015000     03  WS-TOT-NO-FEE-TABLE         PIC 9(7)    COMP VALUE 0.
015100     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
015150     03  WS-TOT-ACH-RETURNED         PIC 9(7)    COMP VALUE 0.    GN6204
015200     03  WS-TOT-CL-AMOUNT            PIC S9(13)V99 COMP-3
015300                                     VALUE 0.
015400     EJECT
020600     OPEN OUTPUT CHARGE-TRAN-OUT.
020700     OPEN OUTPUT RETURN-NOTICE-EXT.
020800     OPEN OUTPUT CASH-LETTER-FILE.
020850     OPEN OUTPUT ACH-RETURN-OUT.                                  GN6204
020900     OPEN OUTPUT RTN-DECISION-RPT.
021000     READ RTN-PARM-FILE
021100         AT END MOVE 'R' TO RPM-DEFAULT-DECISION.
021200     IF  RPM-DEFAULT-DECISION NOT EQUAL 'P'
021300         MOVE 'R' TO RPM-DEFAULT-DECISION.
021333     IF  RPM-ACH-RETURN-REASON (1:1) NOT EQUAL 'R'                GN6204
021366         MOVE 'R29' TO RPM-ACH-RETURN-REASON.                     GN6204
021400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
021500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
021600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
027600         ADD 1 TO WS-TOT-DEFAULTED
027700         MOVE RPM-DEFAULT-DECISION TO WS-DECISION
027800         MOVE 'CUTOF' TO WS-OFFICER.
027825     IF  NOT WS-88-DECISION-FOUND                                 GN6204
027850     AND TR-REJ-RESN EQUAL WS-ACH-FILTER-RESN                     GN6204
027875         MOVE 'R' TO WS-DECISION.                                 GN6204
027900     IF  WS-DECISION EQUAL 'P'
028000         PERFORM 2200-PAY-ITEM THRU 2200-EXIT
028100     ELSE
031700*    RETURNED-ITEM CHARGE, AND GENERATE THE CUSTOMER NOTICE.     *
031800*----------------------------------------------------------------*
031900 2300-RETURN-ITEM.
031925     IF  TR-REJ-RESN EQUAL WS-ACH-FILTER-RESN                     GN6204
031950         PERFORM 2800-ACH-RETURN THRU 2800-EXIT                   GN6204
031975         GO TO 2300-EXIT.                                         GN6204
032000     ADD 1 TO WS-TOT-RETURNED.
032100     MOVE TR-KEY    TO WS-SAVE-KEY.
032200     MOVE TR-NO-AMT TO WS-SAVE-SERIAL.
042200     MOVE TXR-TEXT-LINE (WS-SUB) TO NTX-TEXT-LINE.
042300     WRITE RETURN-NOTICE-RECORD.
042400 2710-EXIT. EXIT.
042403     EJECT                                                        GN6204
042406*----------------------------------------------------------------*GN6204
042409*    2800-ACH-RETURN - AN ACH DEBIT IMACHFLT HELD FOR THE        *GN6204
042412*    CUSTOMER ('AF1') GOES BACK ON THE ACH RETURN FILE WITH THE  *GN6204
042415*    UNAUTHORIZED-DEBIT REASON INSTEAD OF THE CASH LETTER, AND   *GN6204
042418*    IS NOT CHARGED THE RETURNED-ITEM FEE.                       *GN6204
042421*----------------------------------------------------------------*GN6204
042424 2800-ACH-RETURN.                                                 GN6204
042427     ADD 1 TO WS-TOT-ACH-RETURNED.                                GN6204
042430     MOVE TR-KEY    TO WS-SAVE-KEY.                               GN6204
042433     MOVE TR-AMOUNT TO WS-SAVE-AMOUNT.                            GN6204
042436     MOVE SPACES TO ACH-RETURN-OUT-RECORD.                        GN6204
042439     MOVE TR-KEY                TO ARO-ACCOUNT.                   GN6204
042442     MOVE TR-ID (1:10)          TO ARO-COMPANY-ID.                GN6204
042445     MOVE TR-COMP-NAME          TO ARO-COMPANY-NAME.              GN6204
042448     MOVE TR-ENTRY-DESC         TO ARO-ENTRY-DESC.                GN6204
042451     MOVE TR-ACH-REF-NO         TO ARO-ORIG-TRACE.                GN6204
042454     MOVE RPM-ACH-RETURN-REASON TO ARO-RETURN-REASON.             GN6204
042457     MOVE TR-AMOUNT             TO ARO-AMOUNT.                    GN6204
042460     MOVE TR-ENTRY-DATE         TO ARO-ENTRY-DATE.                GN6204
042463     MOVE RPM-BUSINESS-DATE     TO ARO-RETURN-DATE.               GN6204
042466     MOVE WS-PROGRAM-ID         TO ARO-RETURNED-BY.               GN6204
042469     WRITE ACH-RETURN-OUT-RECORD.                                 GN6204
042472     MOVE ZERO TO WS-CHARGE-AMT.                                  GN6204
042475     MOVE 'RETURNED - UNAUTHORIZED ACH ' TO DTL-OUTCOME.          GN6204
042478     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.                    GN6204
042481 2800-EXIT. EXIT.                                                 GN6204
042500     EJECT
042600 7000-PRINT-DETAIL.
042700     MOVE WS-SAVE-KEY     TO DTL-ACCOUNT.
046400     MOVE 'ITEMS RETURNED                    ' TO SUM-LIT.
046500     MOVE WS-TOT-RETURNED TO SUM-COUNT.
046600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
046625     MOVE 'UNAUTHORIZED ACH DEBITS RETURNED  ' TO SUM-LIT.        GN6204
046650     MOVE WS-TOT-ACH-RETURNED TO SUM-COUNT.                       GN6204
046675     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6204
046700     MOVE 'UNDECIDED AT CUTOFF - DEFAULTED   ' TO SUM-LIT.
046800     MOVE WS-TOT-DEFAULTED TO SUM-COUNT.
046900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048900     CLOSE CHARGE-TRAN-OUT.
049000     CLOSE RETURN-NOTICE-EXT.
049100     CLOSE CASH-LETTER-FILE.
049150     CLOSE ACH-RETURN-OUT.                                        GN6204
049200     CLOSE RTN-DECISION-RPT.
049300 9000-EXIT. EXIT.
049400 9100-PRINT-SUMMARY.
