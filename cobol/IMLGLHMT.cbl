*     * GN6217 * 10/13/26 JCTE LEGAL-HOLD MASTER MAINTENANCE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMLGLHMT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/13/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMLGLHMT MAINTAINS THE LEGAL-HOLD (LITIGATION HOLD) MASTER  *
000900*    (IMWSLHLD) THAT EVERY PURGE CONSULTS THROUGH IMRETCHK.  THE *
001000*    PRIOR MASTER IS CARRIED FORWARD AND TWO FEEDS ARE APPLIED   *
001100*    TO IT.                                                      *
001200*----------------------------------------------------------------*
001300*    LEGAL ORDERS - EVERY ACTIVE GARNISHMENT OR LEVY ON THE      *
001400*    LEGAL-ORDER MASTER WRITTEN BY IMLGLORD PLACES AN ALL-CLASS  *
001500*    HOLD ON ITS ACCOUNT UNDER THE ORDER'S CASE NUMBER, AND A    *
001600*    RELEASED ORDER RELEASES THE HOLD IT PLACED.  AN ORDER WHOSE *
001700*    HOLD IS ALREADY ON THE MASTER, ACTIVE OR RELEASED, IS LEFT  *
001800*    ALONE, SO A HOLD COUNSEL HAS RELEASED IS NOT PLACED AGAIN   *
001900*    BY THE NEXT RUN.                                            *
002000*----------------------------------------------------------------*
002100*    COUNSEL CARDS - 'P' PLACES A HOLD BY ACCOUNT ('A') OR TAX   *
002200*    ID ('T') FOR A MATTER, ON ONE RECORD CLASS OR, WITH THE     *
002300*    CLASS LEFT BLANK, ON EVERY CLASS; A RELEASED HOLD FOR THE   *
002400*    SAME KEY AND MATTER IS RE-ACTIVATED.  'R' RELEASES AN       *
002500*    ACTIVE HOLD.  A CARD THAT CANNOT BE APPLIED IS REJECTED ON  *
002600*    THE REPORT AND SETS RETURN CODE 4; A HOLD THAT CANNOT BE    *
002700*    PLACED BECAUSE THE MASTER IS FULL SETS RETURN CODE 8.       *
002800*----------------------------------------------------------------*
002900*    RELEASED HOLDS ARE NEVER DROPPED - THEY STAY ON THE MASTER  *
003000*    WITH THEIR RELEASE DATE AS THE AUDIT TRAIL OF WHAT WAS      *
003100*    PRESERVED AND FOR HOW LONG.                                 *
003200*----------------------------------------------------------------*
003300*               ** HISTORY OF REVISIONS **                      *
003400* DESCRIPTION                                           CHNGID  *
003500* ____________________________________________________ _______ *
003600* 10/13/26 JCTE NEW PROGRAM - LEGAL-HOLD MASTER          GN6217 *
003700*                MAINTENANCE FROM LEGAL ORDERS AND COUNSEL      *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT    DIVISION.
004000 INPUT-OUTPUT   SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL HOLD-MASTER-IN ASSIGN TO "IMLGHLDI"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-HMI-FILE-STATUS.
004500     SELECT OPTIONAL ORDER-FILE    ASSIGN TO "IMLGLOUT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-ORD-FILE-STATUS.
004800     SELECT OPTIONAL COUNSEL-CARD-FILE ASSIGN TO "IMLGHCRD"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CRD-FILE-STATUS.
005100     SELECT HOLD-MASTER-OUT   ASSIGN TO "IMLGHLDO"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT HOLD-RPT          ASSIGN TO "IMLGHRPT"
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  HOLD-MASTER-IN
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  HOLD-MASTER-IN-RECORD           PIC X(80).
006000 FD  ORDER-FILE
006100     RECORD CONTAINS 100 CHARACTERS.
006200 01  ORDER-RECORD.
006300     03  LGO-ACCOUNT                 PIC X(22).
006400     03  LGO-ORDER-TYPE              PIC X.
006500     03  LGO-CASE-NUMBER             PIC X(15).
006600     03  LGO-ORDER-AMT               PIC S9(11)V99 COMP-3.
006700     03  LGO-PROTECTED-AMT           PIC S9(11)V99 COMP-3.
006800     03  LGO-HELD-AMT                PIC S9(11)V99 COMP-3.
006900     03  LGO-ANSWER-BY               PIC 9(6).
007000     03  LGO-STATUS                  PIC X.
007100         88  LGO-88-ACTIVE           VALUE 'A'.
007200         88  LGO-88-RELEASED         VALUE 'R'.
007300     03  FILLER                      PIC X(34).
007400 FD  COUNSEL-CARD-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  COUNSEL-CARD.
007700     03  LHC-FUNCTION                PIC X.
007800         88  LHC-88-PLACE            VALUE 'P'.
007900         88  LHC-88-RELEASE          VALUE 'R'.
008000     03  LHC-KEY-TYPE                PIC X.
008100         88  LHC-88-VALID-KEY-TYPE   VALUE 'A' 'T'.
008200     03  LHC-KEY-VALUE               PIC X(22).
008300     03  LHC-MATTER                  PIC X(15).
008400     03  LHC-RECORD-CLASS            PIC X(4).
008500     03  LHC-OPER-ID                 PIC X(5).
008600     03  FILLER                      PIC X(32).
008700 FD  HOLD-MASTER-OUT
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  HOLD-MASTER-OUT-RECORD          PIC X(80).
009000 FD  HOLD-RPT
009100     RECORD CONTAINS 133 CHARACTERS.
009200 01  HOLD-RPT-LINE                   PIC X(133).
009300 WORKING-STORAGE SECTION.
009400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMLGLHMT'.
009500 77  WS-ORDER-OPER-ID                PIC X(5)    VALUE 'LGLOR'.
009600 77  WS-HMI-FILE-STATUS              PIC X(2)    VALUE SPACES.
009700     88  WS-88-HMI-NOT-FOUND         VALUE '05' '35'.
009800 77  WS-ORD-FILE-STATUS              PIC X(2)    VALUE SPACES.
009900     88  WS-88-ORD-NOT-FOUND         VALUE '05' '35'.
010000 77  WS-CRD-FILE-STATUS              PIC X(2)    VALUE SPACES.
010100     88  WS-88-CRD-NOT-FOUND         VALUE '05' '35'.
010200 77  WS-HLD-MAX                      PIC S9(5)   COMP VALUE +5000.
010300 77  WS-SUB                          PIC S9(5)   COMP VALUE 0.
010400 77  WS-HLD-SUB                      PIC S9(5)   COMP VALUE 0.
010500 01  WS-SWITCHES.
010600     03  WS-HMI-EOF-SW               PIC X(1)    VALUE 'N'.
010700         88  WS-88-HMI-EOF           VALUE 'Y'.
010800     03  WS-ORD-EOF-SW               PIC X(1)    VALUE 'N'.
010900         88  WS-88-ORD-EOF           VALUE 'Y'.
011000     03  WS-CRD-EOF-SW               PIC X(1)    VALUE 'N'.
011100         88  WS-88-CRD-EOF           VALUE 'Y'.
011200     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
011300         88  WS-88-ABORT             VALUE 'Y'.
011400 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
011500 01  WS-SEARCH-KEY.
011600     03  WS-SRCH-KEY-TYPE            PIC X.
011700     03  WS-SRCH-KEY-VALUE           PIC X(22).
011800     03  WS-SRCH-MATTER              PIC X(15).
011900     EJECT
012000     COPY IMWSLHLD.
012100     EJECT
012200 01  WS-HOLD-TABLE.
012300     03  WS-HLD-COUNT                PIC S9(5)   COMP VALUE 0.
012400     03  WS-HLD-ENTRY OCCURS 5000 TIMES
012500                      INDEXED BY HDX.
012600         05  WS-HLD-KEY              PIC X(38).
012700         05  WS-HLD-DATA             PIC X(42).
012800     EJECT
012900 01  WS-TOTALS.
013000     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
013100     03  WS-TOT-ORDERS-READ          PIC 9(7)    COMP VALUE 0.
013200     03  WS-TOT-CARDS-READ           PIC 9(7)    COMP VALUE 0.
013300     03  WS-TOT-PLACED               PIC 9(7)    COMP VALUE 0.
013400     03  WS-TOT-RELEASED             PIC 9(7)    COMP VALUE 0.
013500     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
013600     03  WS-TOT-ACTIVE               PIC 9(7)    COMP VALUE 0.
013700     03  WS-TOT-WRITTEN              PIC 9(7)    COMP VALUE 0.
013800     EJECT
013900 01  WS-REPORT-TITLE.
014000     03  FILLER                      PIC X(48)   VALUE
014100         'IMLGLHMT - LEGAL-HOLD MASTER MAINTENANCE        '.
014200 01  WS-HEADING-1.
014300     03  FILLER                      PIC X(4)    VALUE SPACES.
014400     03  FILLER                      PIC X(50)   VALUE
014500         'ACTION    TYPE KEY                    MATTER      '.
014600     03  FILLER                      PIC X(50)   VALUE
014700         '    CLASS SRC OPER  RESULT                        '.
014800     03  FILLER                      PIC X(29)   VALUE SPACES.
014900 01  WS-DETAIL-LINE.
015000     03  FILLER                      PIC X(4)    VALUE SPACES.
015100     03  DTL-ACTION                  PIC X(8).
015200     03  FILLER                      PIC X(2)    VALUE SPACES.
015300     03  DTL-KEY-TYPE                PIC X.
015400     03  FILLER                      PIC X(4)    VALUE SPACES.
015500     03  DTL-KEY-VALUE               PIC X(22).
015600     03  FILLER                      PIC X(1)    VALUE SPACES.
015700     03  DTL-MATTER                  PIC X(15).
015800     03  FILLER                      PIC X(1)    VALUE SPACES.
015900     03  DTL-CLASS                   PIC X(4).
016000     03  FILLER                      PIC X(2)    VALUE SPACES.
016100     03  DTL-SOURCE                  PIC X.
016200     03  FILLER                      PIC X(3)    VALUE SPACES.
016300     03  DTL-OPER-ID                 PIC X(5).
016400     03  FILLER                      PIC X(1)    VALUE SPACES.
016500     03  DTL-RESULT                  PIC X(30).
016600     03  FILLER                      PIC X(29)   VALUE SPACES.
016700 01  WS-ABORT-LINE.
016800     03  FILLER                      PIC X(4)    VALUE SPACES.
016900     03  FILLER                      PIC X(50)   VALUE
017000         'PRIOR HOLD MASTER EXCEEDS THE HOLD TABLE - RUN STO'.
017100     03  FILLER                      PIC X(50)   VALUE
017200         'PPED, NO NEW MASTER WRITTEN                       '.
017300     03  FILLER                      PIC X(29)   VALUE SPACES.
017400 01  WS-SUMMARY-LINE.
017500     03  FILLER                      PIC X(4)    VALUE SPACES.
017600     03  SUM-LIT                     PIC X(34).
017700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
017800     03  FILLER                      PIC X(88)   VALUE SPACES.
017900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
018000     EJECT
018100 PROCEDURE DIVISION.
018200*----------------------------------------------------------------*
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
018500     IF  WS-88-ABORT
018600         GOBACK.
018700     PERFORM 2000-APPLY-ORDER     THRU 2000-EXIT
018800         UNTIL WS-88-ORD-EOF.
018900     PERFORM 3000-APPLY-CARD      THRU 3000-EXIT
019000         UNTIL WS-88-CRD-EOF.
019100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
019200     GOBACK.
019300     EJECT
019400*----------------------------------------------------------------*
019500*    1000-INITIALIZE - LOAD THE PRIOR MASTER AND OPEN THE FEEDS. *
019600*----------------------------------------------------------------*
019700 1000-INITIALIZE.
019800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
019900     OPEN OUTPUT HOLD-RPT.
020000     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
020100     MOVE SPACES TO HOLD-RPT-LINE.
020200     MOVE WS-REPORT-TITLE TO HOLD-RPT-LINE.
020300     WRITE HOLD-RPT-LINE.
020400     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
020500     OPEN INPUT HOLD-MASTER-IN.
020600     IF  WS-88-HMI-NOT-FOUND
020700         MOVE 'Y' TO WS-HMI-EOF-SW.
020800     PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
020900         UNTIL WS-88-HMI-EOF.
021000     CLOSE HOLD-MASTER-IN.
021100     IF  WS-88-ABORT
021200         MOVE SPACES TO HOLD-RPT-LINE
021300         MOVE WS-ABORT-LINE TO HOLD-RPT-LINE
021400         WRITE HOLD-RPT-LINE
021500         CLOSE HOLD-RPT
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 1000-EXIT.
021800     OPEN INPUT ORDER-FILE.
021900     IF  WS-88-ORD-NOT-FOUND
022000         MOVE 'Y' TO WS-ORD-EOF-SW.
022100     OPEN INPUT COUNSEL-CARD-FILE.
022200     IF  WS-88-CRD-NOT-FOUND
022300         MOVE 'Y' TO WS-CRD-EOF-SW.
022400     OPEN OUTPUT HOLD-MASTER-OUT.
022500     WRITE HOLD-RPT-LINE FROM WS-HEADING-1.
022600     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
022700 1000-EXIT. EXIT.
022800 1100-LOAD-HOLD.
022900     READ HOLD-MASTER-IN
023000         AT END MOVE 'Y' TO WS-HMI-EOF-SW
023100                GO TO 1100-EXIT.
023200*    A HOLD MASTER THAT WILL NOT FIT IS NEVER TRUNCATED - THE
023300*    RUN STOPS BEFORE A NEW MASTER IS WRITTEN.
023400     IF  WS-HLD-COUNT NOT LESS THAN WS-HLD-MAX
023500         MOVE 'Y' TO WS-ABORT-SW
023600         MOVE 'Y' TO WS-HMI-EOF-SW
023700         GO TO 1100-EXIT.
023800     ADD 1 TO WS-HLD-COUNT.
023900     ADD 1 TO WS-TOT-CARRIED.
024000     SET HDX TO WS-HLD-COUNT.
024100     MOVE HOLD-MASTER-IN-RECORD TO WS-HLD-ENTRY (HDX).
024200 1100-EXIT. EXIT.
024300     EJECT
024400*----------------------------------------------------------------*
024500*    2000-APPLY-ORDER - AN ACTIVE ORDER WITH NO HOLD ON THE      *
024600*    MASTER PLACES ONE; A RELEASED ORDER RELEASES THE ACTIVE     *
024700*    HOLD IT PLACED.                                             *
024800*----------------------------------------------------------------*
024900 2000-APPLY-ORDER.
025000     READ ORDER-FILE
025100         AT END MOVE 'Y' TO WS-ORD-EOF-SW
025200                GO TO 2000-EXIT.
025300     ADD 1 TO WS-TOT-ORDERS-READ.
025400     MOVE 'A'             TO WS-SRCH-KEY-TYPE.
025500     MOVE LGO-ACCOUNT     TO WS-SRCH-KEY-VALUE.
025600     MOVE LGO-CASE-NUMBER TO WS-SRCH-MATTER.
025700     PERFORM 5000-FIND-HOLD THRU 5000-EXIT.
025800     IF  LGO-88-ACTIVE
025900         GO TO 2100-ACTIVE-ORDER.
026000     IF  NOT LGO-88-RELEASED
026100     OR  WS-HLD-SUB EQUAL ZERO
026200         GO TO 2000-EXIT.
026300     MOVE WS-HLD-ENTRY (HDX) TO LEGAL-HOLD-RECORD.
026400     IF  NOT LHR-88-ACTIVE
026500     OR  NOT LHR-88-LEGAL-ORDER
026600         GO TO 2000-EXIT.
026700     MOVE 'RELEASE ' TO DTL-ACTION.
026800     PERFORM 5300-RELEASE-HOLD THRU 5300-EXIT.
026900     GO TO 2000-EXIT.
027000 2100-ACTIVE-ORDER.
027100     IF  WS-HLD-SUB GREATER THAN ZERO
027200         GO TO 2000-EXIT.
027300     MOVE SPACES            TO LEGAL-HOLD-RECORD.
027400     MOVE WS-SEARCH-KEY     TO LHR-KEY.
027500     MOVE SPACES            TO LHR-RECORD-CLASS.
027600     MOVE 'O'               TO LHR-SOURCE.
027700     MOVE WS-ORDER-OPER-ID  TO LHR-OPER-ID.
027800     MOVE 'PLACE   '        TO DTL-ACTION.
027900     PERFORM 5200-PLACE-HOLD THRU 5200-EXIT.
028000 2000-EXIT. EXIT.
028100     EJECT
028200*----------------------------------------------------------------*
028300*    3000-APPLY-CARD - COUNSEL'S PLACE AND RELEASE CARDS.        *
028400*----------------------------------------------------------------*
028500 3000-APPLY-CARD.
028600     READ COUNSEL-CARD-FILE
028700         AT END MOVE 'Y' TO WS-CRD-EOF-SW
028800                GO TO 3000-EXIT.
028900     ADD 1 TO WS-TOT-CARDS-READ.
029000     MOVE SPACES            TO LEGAL-HOLD-RECORD.
029100     MOVE LHC-KEY-TYPE      TO LHR-KEY-TYPE.
029200     MOVE LHC-KEY-VALUE     TO LHR-KEY-VALUE.
029300     MOVE LHC-MATTER        TO LHR-MATTER.
029400     MOVE LHC-RECORD-CLASS  TO LHR-RECORD-CLASS.
029500     MOVE 'C'               TO LHR-SOURCE.
029600     MOVE LHC-OPER-ID       TO LHR-OPER-ID.
029700     IF  LHC-88-PLACE
029800         MOVE 'PLACE   ' TO DTL-ACTION
029900     ELSE
030000     IF  LHC-88-RELEASE
030100         MOVE 'RELEASE ' TO DTL-ACTION
030200     ELSE
030300         MOVE LHC-FUNCTION TO DTL-ACTION.
030400     IF  NOT LHC-88-PLACE
030500     AND NOT LHC-88-RELEASE
030600         MOVE 'INVALID FUNCTION' TO DTL-RESULT
030700         GO TO 3900-REJECT.
030800     IF  NOT LHC-88-VALID-KEY-TYPE
030900         MOVE 'INVALID KEY TYPE' TO DTL-RESULT
031000         GO TO 3900-REJECT.
031100     IF  LHC-KEY-VALUE EQUAL SPACES
031200     OR  LHC-MATTER EQUAL SPACES
031300         MOVE 'KEY AND MATTER ARE REQUIRED' TO DTL-RESULT
031400         GO TO 3900-REJECT.
031500     MOVE LHR-KEY TO WS-SEARCH-KEY.
031600     PERFORM 5000-FIND-HOLD THRU 5000-EXIT.
031700     IF  LHC-88-RELEASE
031800         GO TO 3200-RELEASE-CARD.
031900     IF  WS-HLD-SUB EQUAL ZERO
032000         PERFORM 5200-PLACE-HOLD THRU 5200-EXIT
032100         GO TO 3000-EXIT.
032200     MOVE WS-HLD-ENTRY (HDX) TO LEGAL-HOLD-RECORD.
032300     IF  LHR-88-ACTIVE
032400         MOVE 'ALREADY ON HOLD' TO DTL-RESULT
032500         GO TO 3900-REJECT.
032600     MOVE LHC-RECORD-CLASS  TO LHR-RECORD-CLASS.
032700     MOVE 'C'               TO LHR-SOURCE.
032800     MOVE 'A'               TO LHR-STATUS.
032900     MOVE WS-RUN-DATE-YYMMDD TO LHR-PLACED-DATE.
033000     MOVE ZERO              TO LHR-RELEASED-DATE.
033100     MOVE LHC-OPER-ID       TO LHR-OPER-ID.
033200     MOVE LEGAL-HOLD-RECORD TO WS-HLD-ENTRY (HDX).
033300     ADD 1 TO WS-TOT-PLACED.
033400     MOVE 'RE-ACTIVATED' TO DTL-RESULT.
033500     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
033600     GO TO 3000-EXIT.
033700 3200-RELEASE-CARD.
033800     IF  WS-HLD-SUB EQUAL ZERO
033900         MOVE 'NO SUCH HOLD' TO DTL-RESULT
034000         GO TO 3900-REJECT.
034100     MOVE WS-HLD-ENTRY (HDX) TO LEGAL-HOLD-RECORD.
034200     IF  NOT LHR-88-ACTIVE
034300         MOVE 'HOLD ALREADY RELEASED' TO DTL-RESULT
034400         GO TO 3900-REJECT.
034500     MOVE LHC-OPER-ID TO LHR-OPER-ID.
034600     PERFORM 5300-RELEASE-HOLD THRU 5300-EXIT.
034700     GO TO 3000-EXIT.
034800 3900-REJECT.
034900     ADD 1 TO WS-TOT-REJECTED.
035000     IF  RETURN-CODE LESS THAN 4
035100         MOVE 4 TO RETURN-CODE.
035200     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
035300 3000-EXIT. EXIT.
035400     EJECT
035500*----------------------------------------------------------------*
035600*    5000-FIND-HOLD - LOCATE THE HOLD FOR WS-SEARCH-KEY.  HDX    *
035700*    AND WS-HLD-SUB ADDRESS IT; WS-HLD-SUB IS ZERO WHEN THERE IS *
035800*    NONE.                                                       *
035900*----------------------------------------------------------------*
036000 5000-FIND-HOLD.
036100     MOVE ZERO TO WS-HLD-SUB.
036200     PERFORM 5100-SCAN-HOLD THRU 5100-EXIT
036300         VARYING WS-SUB FROM 1 BY 1
036400         UNTIL WS-SUB GREATER THAN WS-HLD-COUNT
036500         OR    WS-HLD-SUB GREATER THAN ZERO.
036600     IF  WS-HLD-SUB GREATER THAN ZERO
036700         SET HDX TO WS-HLD-SUB.
036800 5000-EXIT. EXIT.
036900 5100-SCAN-HOLD.
037000     SET HDX TO WS-SUB.
037100     IF  WS-HLD-KEY (HDX) EQUAL WS-SEARCH-KEY
037200         MOVE WS-SUB TO WS-HLD-SUB.
037300 5100-EXIT. EXIT.
037400*    PLACE THE NEW HOLD BUILT IN LEGAL-HOLD-RECORD AT THE END OF
037500*    THE TABLE.
037600 5200-PLACE-HOLD.
037700     IF  WS-HLD-COUNT NOT LESS THAN WS-HLD-MAX
037800         ADD 1 TO WS-TOT-REJECTED
037900         MOVE 8 TO RETURN-CODE
038000         MOVE 'HOLD MASTER FULL - NOT PLACED' TO DTL-RESULT
038100         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
038200         GO TO 5200-EXIT.
038300     MOVE 'A'                TO LHR-STATUS.
038400     MOVE WS-RUN-DATE-YYMMDD TO LHR-PLACED-DATE.
038500     MOVE ZERO               TO LHR-RELEASED-DATE.
038600     ADD 1 TO WS-HLD-COUNT.
038700     SET HDX TO WS-HLD-COUNT.
038800     MOVE LEGAL-HOLD-RECORD TO WS-HLD-ENTRY (HDX).
038900     ADD 1 TO WS-TOT-PLACED.
039000     MOVE 'PLACED' TO DTL-RESULT.
039100     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
039200 5200-EXIT. EXIT.
039300*    RELEASE THE HOLD IN LEGAL-HOLD-RECORD, ADDRESSED BY HDX.
039400 5300-RELEASE-HOLD.
039500     MOVE 'R'                TO LHR-STATUS.
039600     MOVE WS-RUN-DATE-YYMMDD TO LHR-RELEASED-DATE.
039700     MOVE LEGAL-HOLD-RECORD  TO WS-HLD-ENTRY (HDX).
039800     ADD 1 TO WS-TOT-RELEASED.
039900     MOVE 'RELEASED' TO DTL-RESULT.
040000     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
040100 5300-EXIT. EXIT.
040200     EJECT
040300 6000-PRINT-DETAIL.
040400     MOVE LHR-KEY-TYPE     TO DTL-KEY-TYPE.
040500     MOVE LHR-KEY-VALUE    TO DTL-KEY-VALUE.
040600     MOVE LHR-MATTER       TO DTL-MATTER.
040700     MOVE LHR-RECORD-CLASS TO DTL-CLASS.
040800     MOVE LHR-SOURCE       TO DTL-SOURCE.
040900     MOVE LHR-OPER-ID      TO DTL-OPER-ID.
041000     MOVE SPACES TO HOLD-RPT-LINE.
041100     MOVE WS-DETAIL-LINE TO HOLD-RPT-LINE.
041200     WRITE HOLD-RPT-LINE.
041300 6000-EXIT. EXIT.
041400     EJECT
041500*----------------------------------------------------------------*
041600*    9000-TERMINATE - WRITE THE NEW MASTER, SUMMARY TOTALS AND   *
041700*    FILE CLOSES.                                                *
041800*----------------------------------------------------------------*
041900 9000-TERMINATE.
042000     PERFORM 9100-WRITE-HOLD THRU 9100-EXIT
042100         VARYING WS-SUB FROM 1 BY 1
042200         UNTIL WS-SUB GREATER THAN WS-HLD-COUNT.
042300     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
042400     MOVE 'HOLDS CARRIED FROM PRIOR MASTER   ' TO SUM-LIT.
042500     MOVE WS-TOT-CARRIED TO SUM-COUNT.
042600     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
042700     MOVE 'LEGAL ORDERS READ                 ' TO SUM-LIT.
042800     MOVE WS-TOT-ORDERS-READ TO SUM-COUNT.
042900     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
043000     MOVE 'COUNSEL CARDS READ                ' TO SUM-LIT.
043100     MOVE WS-TOT-CARDS-READ TO SUM-COUNT.
043200     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
043300     MOVE 'HOLDS PLACED                      ' TO SUM-LIT.
043400     MOVE WS-TOT-PLACED TO SUM-COUNT.
043500     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
043600     MOVE 'HOLDS RELEASED                    ' TO SUM-LIT.
043700     MOVE WS-TOT-RELEASED TO SUM-COUNT.
043800     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
043900     MOVE 'REQUESTS REJECTED                 ' TO SUM-LIT.
044000     MOVE WS-TOT-REJECTED TO SUM-COUNT.
044100     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
044200     MOVE 'HOLDS WRITTEN TO NEW MASTER       ' TO SUM-LIT.
044300     MOVE WS-TOT-WRITTEN TO SUM-COUNT.
044400     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
044500     MOVE 'ACTIVE HOLDS IN FORCE             ' TO SUM-LIT.
044600     MOVE WS-TOT-ACTIVE TO SUM-COUNT.
044700     PERFORM 9200-PRINT-SUMMARY THRU 9200-EXIT.
044800     CLOSE ORDER-FILE.
044900     CLOSE COUNSEL-CARD-FILE.
045000     CLOSE HOLD-MASTER-OUT.
045100     CLOSE HOLD-RPT.
045200 9000-EXIT. EXIT.
045300 9100-WRITE-HOLD.
045400     SET HDX TO WS-SUB.
045500     MOVE WS-HLD-ENTRY (HDX) TO LEGAL-HOLD-RECORD.
045600     IF  LHR-88-ACTIVE
045700         ADD 1 TO WS-TOT-ACTIVE.
045800     MOVE LEGAL-HOLD-RECORD TO HOLD-MASTER-OUT-RECORD.
045900     WRITE HOLD-MASTER-OUT-RECORD.
046000     ADD 1 TO WS-TOT-WRITTEN.
046100 9100-EXIT. EXIT.
046200 9200-PRINT-SUMMARY.
046300     MOVE SPACES TO HOLD-RPT-LINE.
046400     MOVE WS-SUMMARY-LINE TO HOLD-RPT-LINE.
046500     WRITE HOLD-RPT-LINE.
046600 9200-EXIT. EXIT.
