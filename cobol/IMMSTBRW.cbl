*     * GN6215 * 10/11/26 JCTE SINGLE-PASS MASTER BROWSE DRIVER
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMMSTBRW.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/11/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMMSTBRW READS THE ACCOUNT MASTER (IMACTM) ONCE AND HANDS   *
000900*    EVERY RECORD TO EACH CONSUMER MODULE NAMED ON THE CONTROL   *
001000*    FILE (IMMSBCTL), SO THE NIGHTLY REPORTS THAT EACH USED TO   *
001100*    BROWSE THE WHOLE MASTER ON THEIR OWN SHARE ONE READ.  A     *
001200*    CONSUMER IS CALLED THROUGH BROWSE-CONSUMER-AREA (IMWSBRWC)  *
001300*    - 'I' BEFORE THE BROWSE, 'P' FOR EVERY RECORD, 'T' AFTER IT *
001400*    - AND KEEPS ITS OWN REPORT AND EXTRACT FILES UNDER ITS OWN  *
001500*    DD NAMES.                                                   *
001600*----------------------------------------------------------------*
001700*    CONTROL FILE - ONE CARD PER CONSUMER ('C' IN COLUMN 1, THE  *
001800*    MODULE NAME IN 3-10, 'Y' IN 12 TO RUN IT TONIGHT OR 'N' TO  *
001900*    SWITCH IT OFF, A DESCRIPTION IN 14-43), CALLED IN CARD      *
002000*    ORDER.  AN 'S' CARD WITH 'S' IN COLUMN 12 BROWSES THE       *
002100*    SEQUENTIAL MASTER INSTEAD OF THE VSAM MASTER.  CARDS WITH   *
002200*    '*' IN COLUMN 1 ARE COMMENTS.                               *
002300*----------------------------------------------------------------*
002400*    A CONSUMER THAT CANNOT BE LOADED, OR THAT RETURNS           *
002500*    BRC-RETURN-CODE 16, IS DROPPED FOR THE REST OF THE RUN AND  *
002600*    THE OTHERS CARRY ON; ONE DROPPED AFTER ITS 'I' CALL         *
002700*    SUCCEEDED IS STILL GIVEN ITS 'T' CALL SO ITS FILES ARE      *
002800*    CLOSED.  THE STEP THEN ENDS WITH RETURN CODE 8.  THE REPORT *
002900*    (IMMSBRPT) SHOWS FOR EVERY CONSUMER ITS STATUS, THE RECORDS *
003000*    IT WAS PASSED AND THE ELAPSED TIME SPENT IN EACH OF ITS     *
003100*    CALLS, AGAINST THE TIME SPENT READING THE MASTER AND THE    *
003200*    WHOLE RUN.                                                  *
003300*----------------------------------------------------------------*
003400*----------------------------------------------------------------*
003500*               ** HISTORY OF REVISIONS **                      *
003600* DESCRIPTION                                           CHNGID  *
003700* ____________________________________________________ _______ *
003800* 10/11/26 JCTE NEW PROGRAM - SINGLE-PASS MASTER BROWSE  GN6215 *
003900*                DRIVER WITH PLUGGABLE REPORT CONSUMERS         *
004000*----------------------------------------------------------------*
004100 ENVIRONMENT    DIVISION.
004200 INPUT-OUTPUT   SECTION.
004300 FILE-CONTROL.
004400     SELECT MSB-CONTROL-FILE  ASSIGN TO "IMMSBCTL"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT MSB-RPT           ASSIGN TO "IMMSBRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MSB-CONTROL-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  MSB-CONTROL-RECORD.
005300     03  MSC-CARD-TYPE               PIC X.
005400         88  MSC-88-COMMENT          VALUE '*'.
005500         88  MSC-88-CONSUMER         VALUE 'C'.
005600         88  MSC-88-SOURCE           VALUE 'S'.
005700     03  FILLER                      PIC X.
005800     03  MSC-MODULE                  PIC X(8).
005900     03  FILLER                      PIC X.
006000     03  MSC-SWITCH                  PIC X.
006100         88  MSC-88-ON               VALUE 'Y'.
006200         88  MSC-88-OFF              VALUE 'N'.
006300     03  FILLER                      PIC X.
006400     03  MSC-DESCRIPTION             PIC X(30).
006500     03  FILLER                      PIC X(37).
006600 01  MSB-SOURCE-RECORD REDEFINES MSB-CONTROL-RECORD.
006700     03  FILLER                      PIC X(11).
006800     03  MSC-MASTER-SOURCE           PIC X.
006900         88  MSC-88-SEQUENTIAL       VALUE 'S'.
007000     03  FILLER                      PIC X(68).
007100 FD  MSB-RPT
007200     RECORD CONTAINS 133 CHARACTERS.
007300 01  MSB-RPT-LINE                    PIC X(133).
007400 WORKING-STORAGE SECTION.
007500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMMSTBRW'.
007600 77  WS-CONSUMER-MAX                 PIC S9(3)   COMP VALUE +30.
007700     EJECT
007800     COPY SIWSCNTL.
007900     EJECT
008000     COPY IMAWKMST.
008100     EJECT
008200     COPY IMWSENVO.
008300     EJECT
008400     COPY IMWSBRWC.
008500     EJECT
008600 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
008700 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
008800     03  WS-RUN-YR                   PIC 99.
008900     03  WS-RUN-MO                   PIC 99.
009000     03  WS-RUN-DA                   PIC 99.
009100 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
009200 01  WS-SWITCHES.
009300     03  WS-CTL-EOF-SW               PIC X(1)    VALUE 'N'.
009400         88  WS-88-CTL-EOF           VALUE 'Y'.
009500     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
009600         88  WS-88-MASTER-EOF        VALUE 'Y'.
009700     03  WS-MASTER-SOURCE-SW         PIC X(1)    VALUE 'V'.
009800         88  WS-88-SEQ-MASTER        VALUE 'S'.
009900     03  WS-ANY-FAILED-SW            PIC X(1)    VALUE 'N'.
010000         88  WS-88-ANY-FAILED        VALUE 'Y'.
010100     03  WS-MASTER-OPEN-SW           PIC X(1)    VALUE 'N'.
010200         88  WS-88-MASTER-OPEN       VALUE 'Y'.
010300 01  WS-SUB                          PIC S9(3)   COMP VALUE 0.
010400 01  WS-CONSUMER-COUNT               PIC S9(3)   COMP VALUE 0.
010500 01  WS-ACTIVE-COUNT                 PIC S9(3)   COMP VALUE 0.
010600 01  WS-CALL-MODULE                  PIC X(8)    VALUE SPACES.
010700     EJECT
010800*----------------------------------------------------------------*
010900*    ELAPSED TIME IS KEPT IN HUNDREDTHS OF A SECOND FROM THE     *
011000*    TIME OF DAY; A CALL THAT SPANS MIDNIGHT ADDS A DAY BACK.    *
011100*----------------------------------------------------------------*
011200 01  WS-TIME-HHMMSSHH                PIC 9(8)    VALUE 0.
011300 01  WS-TIME-PARTS REDEFINES WS-TIME-HHMMSSHH.
011400     03  WS-TIME-HH                  PIC 99.
011500     03  WS-TIME-MM                  PIC 99.
011600     03  WS-TIME-SS                  PIC 99.
011700     03  WS-TIME-HS                  PIC 99.
011800 01  WS-TIME-HUNDS                   PIC S9(9)   COMP VALUE 0.
011900 01  WS-START-HUNDS                  PIC S9(9)   COMP VALUE 0.
012000 01  WS-ELAPSED-HUNDS                PIC S9(9)   COMP VALUE 0.
012100 01  WS-RUN-START-HUNDS              PIC S9(9)   COMP VALUE 0.
012200 01  WS-RUN-HUNDS                    PIC S9(9)   COMP VALUE 0.
012300 01  WS-MASTER-HUNDS                 PIC S9(9)   COMP VALUE 0.
012400 01  WS-CONSUMER-HUNDS               PIC S9(9)   COMP VALUE 0.
012500 01  WS-HUNDS-PER-DAY                PIC S9(9)   COMP
012600                                     VALUE +8640000.
012700 01  WS-PCT-WORK                     PIC S9(3)V9 COMP-3 VALUE 0.
012800     EJECT
012900*----------------------------------------------------------------*
013000*    ONE ENTRY PER CONSUMER CARD, IN CARD ORDER.                 *
013100*----------------------------------------------------------------*
013200 01  WS-CONSUMER-TABLE.
013300     03  WS-CNS-ENTRY OCCURS 30 TIMES
013400                      INDEXED BY CNX.
013500         05  WS-CNS-MODULE           PIC X(8).
013600         05  WS-CNS-DESCRIPTION      PIC X(30).
013700         05  WS-CNS-STATUS           PIC X.
013800             88  WS-88-CNS-ACTIVE    VALUE 'A'.
013900             88  WS-88-CNS-OFF       VALUE 'O'.
014000             88  WS-88-CNS-NOT-FOUND VALUE 'N'.
014100             88  WS-88-CNS-INIT-FAIL VALUE 'I'.
014200             88  WS-88-CNS-DROPPED   VALUE 'D'.
014300         05  WS-CNS-RECORDS          PIC S9(9)   COMP.
014400         05  WS-CNS-INIT-HUNDS       PIC S9(9)   COMP.
014500         05  WS-CNS-PROC-HUNDS       PIC S9(9)   COMP.
014600         05  WS-CNS-TERM-HUNDS       PIC S9(9)   COMP.
014700         05  WS-CNS-MESSAGE          PIC X(40).
014800     EJECT
014900 01  WS-TOTALS.
015000     03  WS-TOT-CARDS                PIC 9(7)    COMP VALUE 0.
015100     03  WS-TOT-CARDS-REJECTED       PIC 9(7)    COMP VALUE 0.
015200     03  WS-TOT-MASTER-READ          PIC 9(9)    COMP VALUE 0.
015300     03  WS-TOT-CONSUMERS-ON         PIC 9(7)    COMP VALUE 0.
015400     03  WS-TOT-CONSUMERS-OFF        PIC 9(7)    COMP VALUE 0.
015500     03  WS-TOT-CONSUMERS-FAILED     PIC 9(7)    COMP VALUE 0.
015600     03  WS-TOT-BROWSES-SAVED        PIC 9(7)    COMP VALUE 0.
015700     EJECT
015800 01  WS-REPORT-TITLE.
015900     03  FILLER                      PIC X(48)   VALUE
016000         'IMMSTBRW - MASTER BROWSE CONSUMER TIMING       '.
016100     03  FILLER                      PIC X(9)    VALUE
016200         'RUN DATE '.
016300     03  TTL-RUN-DATE                PIC X(8).
016400     03  FILLER                      PIC X(68)   VALUE SPACES.
016500 01  WS-CARD-REJECT-LINE.
016600     03  FILLER                      PIC X(4)    VALUE SPACES.
016700     03  FILLER                      PIC X(21)   VALUE
016800         'CONTROL CARD IGNORED '.
016900     03  REJ-CARD                    PIC X(80).
017000     03  FILLER                      PIC X(2)    VALUE SPACES.
017100     03  REJ-REASON                  PIC X(26).
017200 01  WS-COLUMN-HEADING.
017300     03  FILLER                      PIC X(4)    VALUE SPACES.
017400     03  FILLER                      PIC X(50)   VALUE
017500         'CONSUMER  STATUS          RECORDS     INIT SECS  P'.
017600     03  FILLER                      PIC X(50)   VALUE
017700         'ROCESS SECS     TERM SECS    TOTAL SECS    PCT  ME'.
017800     03  FILLER                      PIC X(29)   VALUE
017900         'SSAGE                        '.
018000 01  WS-DETAIL-LINE.
018100     03  FILLER                      PIC X(4)    VALUE SPACES.
018200     03  DTL-MODULE                  PIC X(8).
018300     03  FILLER                      PIC X(2)    VALUE SPACES.
018400     03  DTL-STATUS                  PIC X(10).
018500     03  FILLER                      PIC X(2)    VALUE SPACES.
018600     03  DTL-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
018700     03  FILLER                      PIC X(2)    VALUE SPACES.
018800     03  DTL-INIT-SECS               PIC Z,ZZZ,ZZ9.99.
018900     03  FILLER                      PIC X(2)    VALUE SPACES.
019000     03  DTL-PROC-SECS               PIC Z,ZZZ,ZZ9.99.
019100     03  FILLER                      PIC X(2)    VALUE SPACES.
019200     03  DTL-TERM-SECS               PIC Z,ZZZ,ZZ9.99.
019300     03  FILLER                      PIC X(2)    VALUE SPACES.
019400     03  DTL-TOTAL-SECS              PIC Z,ZZZ,ZZ9.99.
019500     03  FILLER                      PIC X(2)    VALUE SPACES.
019600     03  DTL-PCT                     PIC ZZ9.9.
019700     03  FILLER                      PIC X(2)    VALUE SPACES.
019800     03  DTL-MESSAGE                 PIC X(29).
019900     03  FILLER                      PIC X(2)    VALUE SPACES.
020000 01  WS-DESC-LINE.
020100     03  FILLER                      PIC X(14)   VALUE SPACES.
020200     03  DSC-DESCRIPTION             PIC X(30).
020300     03  FILLER                      PIC X(89)   VALUE SPACES.
020400 01  WS-SUMMARY-LINE.
020500     03  FILLER                      PIC X(4)    VALUE SPACES.
020600     03  SUM-LIT                     PIC X(34).
020700     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
020800     03  FILLER                      PIC X(84)   VALUE SPACES.
020900 01  WS-SUMMARY-SECS-LINE.
021000     03  FILLER                      PIC X(4)    VALUE SPACES.
021100     03  SUMS-LIT                    PIC X(34).
021200     03  SUMS-SECS                   PIC Z,ZZZ,ZZ9.99.
021300     03  FILLER                      PIC X(83)   VALUE SPACES.
021400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
021500     EJECT
021600 PROCEDURE DIVISION.
021700*----------------------------------------------------------------*
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
022000     IF  WS-ACTIVE-COUNT GREATER THAN ZERO
022100         PERFORM 2000-BROWSE-MASTER THRU 2000-EXIT
022200             UNTIL WS-88-MASTER-EOF
022300             OR    WS-ACTIVE-COUNT NOT GREATER THAN ZERO.
022400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022500     GOBACK.
022600     EJECT
022700*----------------------------------------------------------------*
022800*    1000-INITIALIZE - LOAD THE CONTROL CARDS, GIVE EVERY        *
022900*    CONSUMER SWITCHED ON ITS 'I' CALL AND OPEN THE MASTER FOR   *
023000*    THE BROWSE.                                                 *
023100*----------------------------------------------------------------*
023200 1000-INITIALIZE.
023300     ACCEPT WS-TIME-HHMMSSHH FROM TIME.
023400     PERFORM 8000-TIME-TO-HUNDS THRU 8000-EXIT.
023500     MOVE WS-TIME-HUNDS TO WS-RUN-START-HUNDS.
023600     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023700     MOVE SPACES TO WS-EDIT-DATE.
023800     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
023900         DELIMITED BY SIZE INTO WS-EDIT-DATE.
024000     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
024100     OPEN OUTPUT MSB-RPT.
024200     WRITE MSB-RPT-LINE FROM WS-BLANK-LINE.
024300     MOVE SPACES TO MSB-RPT-LINE.
024400     MOVE WS-REPORT-TITLE TO MSB-RPT-LINE.
024500     WRITE MSB-RPT-LINE.
024600     WRITE MSB-RPT-LINE FROM WS-BLANK-LINE.
024700     OPEN INPUT MSB-CONTROL-FILE.
024800     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
024900         UNTIL WS-88-CTL-EOF.
025000     CLOSE MSB-CONTROL-FILE.
025100     MOVE SPACES TO BROWSE-CONSUMER-AREA.
025200     MOVE WS-RUN-DATE-YYMMDD TO BRC-RUN-DATE.
025300     MOVE ZERO TO BRC-RECORD-COUNT.
025400     MOVE 'I' TO BRC-FUNCTION.
025500     PERFORM 1200-INITIALIZE-CONSUMER THRU 1200-EXIT
025600         VARYING WS-SUB FROM 1 BY 1
025700         UNTIL WS-SUB GREATER THAN WS-CONSUMER-COUNT.
025800     IF  WS-ACTIVE-COUNT NOT GREATER THAN ZERO
025900         GO TO 1000-EXIT.
026000     MOVE 'Y' TO WS-MASTER-OPEN-SW.
026100     MOVE SPACES  TO MASTER-AREA.
026200     MOVE SPACES  TO SI-ENVIRONMENT-AREA.
026300     IF  WS-88-SEQ-MASTER
026400         MOVE '0' TO SI-ENVIRONMENT-VSAM
026500         GO TO 1000-EXIT.
026600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
026700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
026800     MOVE 'I' TO I-O-CONTROL-ACCESS.
026900     MOVE -1  TO I-O-SEND-CODE.
027000     CALL 'IMACTM' USING I-O-CONTROL-AREA
027100                         MASTER-AREA
027200                         SI-ENVIRONMENT-AREA.
027300 1000-EXIT. EXIT.
027400     EJECT
027500 1100-LOAD-CARD.
027600     READ MSB-CONTROL-FILE
027700         AT END MOVE 'Y' TO WS-CTL-EOF-SW
027800                GO TO 1100-EXIT.
027900     ADD 1 TO WS-TOT-CARDS.
028000     IF  MSC-88-COMMENT
028100         GO TO 1100-EXIT.
028200     IF  MSC-88-SOURCE
028300         MOVE MSC-MASTER-SOURCE TO WS-MASTER-SOURCE-SW
028400         GO TO 1100-EXIT.
028500     IF  NOT MSC-88-CONSUMER
028600         MOVE 'UNKNOWN CARD TYPE' TO REJ-REASON
028700         GO TO 1100-REJECT.
028800     IF  MSC-MODULE EQUAL SPACES
028900         MOVE 'NO MODULE NAME' TO REJ-REASON
029000         GO TO 1100-REJECT.
029100     IF  NOT MSC-88-ON
029200     AND NOT MSC-88-OFF
029300         MOVE 'SWITCH NOT Y OR N' TO REJ-REASON
029400         GO TO 1100-REJECT.
029500     IF  WS-CONSUMER-COUNT NOT LESS THAN WS-CONSUMER-MAX
029600         MOVE 'CONSUMER TABLE FULL' TO REJ-REASON
029700         GO TO 1100-REJECT.
029800     ADD 1 TO WS-CONSUMER-COUNT.
029900     SET CNX TO WS-CONSUMER-COUNT.
030000     MOVE MSC-MODULE      TO WS-CNS-MODULE (CNX).
030100     MOVE MSC-DESCRIPTION TO WS-CNS-DESCRIPTION (CNX).
030200     MOVE SPACES          TO WS-CNS-MESSAGE (CNX).
030300     MOVE ZERO TO WS-CNS-RECORDS (CNX)
030400                  WS-CNS-INIT-HUNDS (CNX)
030500                  WS-CNS-PROC-HUNDS (CNX)
030600                  WS-CNS-TERM-HUNDS (CNX).
030700     IF  MSC-88-ON
030800         MOVE 'A' TO WS-CNS-STATUS (CNX)
030900         ADD 1 TO WS-TOT-CONSUMERS-ON
031000     ELSE
031100         MOVE 'O' TO WS-CNS-STATUS (CNX)
031200         ADD 1 TO WS-TOT-CONSUMERS-OFF.
031300     GO TO 1100-EXIT.
031400 1100-REJECT.
031500     ADD 1 TO WS-TOT-CARDS-REJECTED.
031600     MOVE MSB-CONTROL-RECORD TO REJ-CARD.
031700     MOVE SPACES TO MSB-RPT-LINE.
031800     MOVE WS-CARD-REJECT-LINE TO MSB-RPT-LINE.
031900     WRITE MSB-RPT-LINE.
032000 1100-EXIT. EXIT.
032100     EJECT
032200 1200-INITIALIZE-CONSUMER.
032300     SET CNX TO WS-SUB.
032400     IF  NOT WS-88-CNS-ACTIVE (CNX)
032500         GO TO 1200-EXIT.
032600     PERFORM 3000-CALL-CONSUMER THRU 3000-EXIT.
032700     ADD WS-ELAPSED-HUNDS TO WS-CNS-INIT-HUNDS (CNX).
032800     IF  WS-88-CNS-NOT-FOUND (CNX)
032900         GO TO 1200-EXIT.
033000     IF  NOT BRC-88-OK
033100         MOVE 'I' TO WS-CNS-STATUS (CNX)
033200         PERFORM 3100-CONSUMER-FAILED THRU 3100-EXIT
033300         GO TO 1200-EXIT.
033400     ADD 1 TO WS-ACTIVE-COUNT.
033500 1200-EXIT. EXIT.
033600     EJECT
033700*----------------------------------------------------------------*
033800*    2000-BROWSE-MASTER - READ ONE MASTER RECORD AND PASS IT TO  *
033900*    EVERY CONSUMER STILL ACTIVE.                                *
034000*----------------------------------------------------------------*
034100 2000-BROWSE-MASTER.
034200     ACCEPT WS-TIME-HHMMSSHH FROM TIME.
034300     PERFORM 8000-TIME-TO-HUNDS THRU 8000-EXIT.
034400     MOVE WS-TIME-HUNDS TO WS-START-HUNDS.
034500     MOVE 'R'     TO I-O-CONTROL-OPERATOR.
034600     MOVE -1      TO I-O-SEND-CODE.
034700     CALL 'IMACTM' USING I-O-CONTROL-AREA
034800                         MASTER-AREA
034900                         SI-ENVIRONMENT-AREA.
035000     PERFORM 8100-ELAPSED THRU 8100-EXIT.
035100     ADD WS-ELAPSED-HUNDS TO WS-MASTER-HUNDS.
035200     IF  I-O-88-END-OF-FILE
035300         MOVE 'Y' TO WS-MASTER-EOF-SW
035400         GO TO 2000-EXIT.
035500     ADD 1 TO WS-TOT-MASTER-READ.
035600     MOVE WS-TOT-MASTER-READ TO BRC-RECORD-COUNT.
035700     MOVE 'P' TO BRC-FUNCTION.
035800     PERFORM 2100-PASS-RECORD THRU 2100-EXIT
035900         VARYING WS-SUB FROM 1 BY 1
036000         UNTIL WS-SUB GREATER THAN WS-CONSUMER-COUNT.
036100 2000-EXIT. EXIT.
036200 2100-PASS-RECORD.
036300     SET CNX TO WS-SUB.
036400     IF  NOT WS-88-CNS-ACTIVE (CNX)
036500         GO TO 2100-EXIT.
036600     PERFORM 3000-CALL-CONSUMER THRU 3000-EXIT.
036700     ADD WS-ELAPSED-HUNDS TO WS-CNS-PROC-HUNDS (CNX).
036800     ADD 1 TO WS-CNS-RECORDS (CNX).
036900     IF  BRC-88-OK
037000         GO TO 2100-EXIT.
037100     MOVE 'D' TO WS-CNS-STATUS (CNX).
037200     PERFORM 3100-CONSUMER-FAILED THRU 3100-EXIT.
037300     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
037400     MOVE 'T' TO BRC-FUNCTION.
037500     PERFORM 3000-CALL-CONSUMER THRU 3000-EXIT.
037600     ADD WS-ELAPSED-HUNDS TO WS-CNS-TERM-HUNDS (CNX).
037700     MOVE 'P' TO BRC-FUNCTION.
037800 2100-EXIT. EXIT.
037900     EJECT
038000*----------------------------------------------------------------*
038100*    3000-CALL-CONSUMER - CALL CONSUMER CNX WITH THE FUNCTION IN *
038200*    BRC-FUNCTION AND TIME THE CALL.  A MODULE THAT CANNOT BE    *
038300*    LOADED IS MARKED NOT FOUND.                                 *
038400*----------------------------------------------------------------*
038500 3000-CALL-CONSUMER.
038600     MOVE WS-CNS-MODULE (CNX) TO WS-CALL-MODULE.
038700     MOVE WS-CALL-MODULE TO BRC-CONSUMER-ID.
038800     MOVE ZERO   TO BRC-RETURN-CODE.
038900     MOVE SPACES TO BRC-MESSAGE.
039000     ACCEPT WS-TIME-HHMMSSHH FROM TIME.
039100     PERFORM 8000-TIME-TO-HUNDS THRU 8000-EXIT.
039200     MOVE WS-TIME-HUNDS TO WS-START-HUNDS.
039300     CALL WS-CALL-MODULE USING BROWSE-CONSUMER-AREA
039400                               MASTER-AREA
039500         ON EXCEPTION
039600             MOVE 'N' TO WS-CNS-STATUS (CNX)
039700             MOVE 16 TO BRC-RETURN-CODE
039800             MOVE 'MODULE COULD NOT BE LOADED' TO BRC-MESSAGE
039900             PERFORM 3100-CONSUMER-FAILED THRU 3100-EXIT.
040000     PERFORM 8100-ELAPSED THRU 8100-EXIT.
040100 3000-EXIT. EXIT.
040200 3100-CONSUMER-FAILED.
040300     MOVE 'Y' TO WS-ANY-FAILED-SW.
040400     ADD 1 TO WS-TOT-CONSUMERS-FAILED.
040500     MOVE BRC-MESSAGE TO WS-CNS-MESSAGE (CNX).
040600     IF  BRC-MESSAGE EQUAL SPACES
040700         MOVE 'CONSUMER RETURNED AN ERROR'
040800             TO WS-CNS-MESSAGE (CNX).
040900 3100-EXIT. EXIT.
041000     EJECT
041100*----------------------------------------------------------------*
041200*    8000-TIME-TO-HUNDS - WS-TIME-HHMMSSHH AS HUNDREDTHS OF A    *
041300*    SECOND SINCE MIDNIGHT.  8100-ELAPSED - HUNDREDTHS FROM      *
041400*    WS-START-HUNDS TO NOW.                                      *
041500*----------------------------------------------------------------*
041600 8000-TIME-TO-HUNDS.
041700     COMPUTE WS-TIME-HUNDS =
041800         ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS) * 100
041900         + WS-TIME-HS.
042000 8000-EXIT. EXIT.
042100 8100-ELAPSED.
042200     ACCEPT WS-TIME-HHMMSSHH FROM TIME.
042300     PERFORM 8000-TIME-TO-HUNDS THRU 8000-EXIT.
042400     COMPUTE WS-ELAPSED-HUNDS = WS-TIME-HUNDS - WS-START-HUNDS.
042500     IF  WS-ELAPSED-HUNDS LESS THAN ZERO
042600         ADD WS-HUNDS-PER-DAY TO WS-ELAPSED-HUNDS.
042700 8100-EXIT. EXIT.
042800     EJECT
042900*----------------------------------------------------------------*
043000*    9000-TERMINATE - CLOSE THE MASTER, GIVE EVERY CONSUMER      *
043100*    STILL ACTIVE ITS 'T' CALL AND PRINT THE TIMING REPORT.      *
043200*----------------------------------------------------------------*
043300 9000-TERMINATE.
043400     IF  WS-88-MASTER-OPEN
043500         MOVE 'E' TO I-O-CONTROL-OPERATOR
043600         MOVE -1  TO I-O-SEND-CODE
043700         CALL 'IMACTM' USING I-O-CONTROL-AREA
043800                             MASTER-AREA
043900                             SI-ENVIRONMENT-AREA.
044000     MOVE WS-TOT-MASTER-READ TO BRC-RECORD-COUNT.
044100     MOVE 'T' TO BRC-FUNCTION.
044200     PERFORM 9100-TERMINATE-CONSUMER THRU 9100-EXIT
044300         VARYING WS-SUB FROM 1 BY 1
044400         UNTIL WS-SUB GREATER THAN WS-CONSUMER-COUNT.
044500     MOVE WS-RUN-START-HUNDS TO WS-START-HUNDS.
044600     PERFORM 8100-ELAPSED THRU 8100-EXIT.
044700     MOVE WS-ELAPSED-HUNDS TO WS-RUN-HUNDS.
044800     MOVE SPACES TO MSB-RPT-LINE.
044900     MOVE WS-COLUMN-HEADING TO MSB-RPT-LINE.
045000     WRITE MSB-RPT-LINE.
045100     WRITE MSB-RPT-LINE FROM WS-BLANK-LINE.
045200     MOVE ZERO TO WS-CONSUMER-HUNDS.
045300     PERFORM 9200-PRINT-CONSUMER THRU 9200-EXIT
045400         VARYING WS-SUB FROM 1 BY 1
045500         UNTIL WS-SUB GREATER THAN WS-CONSUMER-COUNT.
045600     WRITE MSB-RPT-LINE FROM WS-BLANK-LINE.
045700     MOVE 'CONTROL CARDS READ                ' TO SUM-LIT.
045800     MOVE WS-TOT-CARDS TO SUM-COUNT.
045900     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
046000     MOVE 'CONTROL CARDS IGNORED             ' TO SUM-LIT.
046100     MOVE WS-TOT-CARDS-REJECTED TO SUM-COUNT.
046200     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
046300     MOVE 'CONSUMERS SWITCHED ON             ' TO SUM-LIT.
046400     MOVE WS-TOT-CONSUMERS-ON TO SUM-COUNT.
046500     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
046600     MOVE 'CONSUMERS SWITCHED OFF            ' TO SUM-LIT.
046700     MOVE WS-TOT-CONSUMERS-OFF TO SUM-COUNT.
046800     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
046900     MOVE 'CONSUMERS FAILED                  ' TO SUM-LIT.
047000     MOVE WS-TOT-CONSUMERS-FAILED TO SUM-COUNT.
047100     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
047200     MOVE 'MASTER RECORDS READ               ' TO SUM-LIT.
047300     MOVE WS-TOT-MASTER-READ TO SUM-COUNT.
047400     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
047500     MOVE ZERO TO WS-TOT-BROWSES-SAVED.
047600     IF  WS-TOT-CONSUMERS-ON GREATER THAN 1
047700         COMPUTE WS-TOT-BROWSES-SAVED = WS-TOT-CONSUMERS-ON - 1.
047800     MOVE 'FULL MASTER BROWSES SAVED         ' TO SUM-LIT.
047900     MOVE WS-TOT-BROWSES-SAVED TO SUM-COUNT.
048000     PERFORM 9300-PRINT-SUMMARY THRU 9300-EXIT.
048100     WRITE MSB-RPT-LINE FROM WS-BLANK-LINE.
048200     MOVE 'SECONDS READING THE MASTER        ' TO SUMS-LIT.
048300     COMPUTE SUMS-SECS = WS-MASTER-HUNDS / 100.
048400     PERFORM 9400-PRINT-SECONDS THRU 9400-EXIT.
048500     MOVE 'SECONDS IN CONSUMERS              ' TO SUMS-LIT.
048600     COMPUTE SUMS-SECS = WS-CONSUMER-HUNDS / 100.
048700     PERFORM 9400-PRINT-SECONDS THRU 9400-EXIT.
048800     MOVE 'SECONDS ELAPSED - WHOLE RUN       ' TO SUMS-LIT.
048900     COMPUTE SUMS-SECS = WS-RUN-HUNDS / 100.
049000     PERFORM 9400-PRINT-SECONDS THRU 9400-EXIT.
049100     IF  WS-88-ANY-FAILED
049200         MOVE 8 TO RETURN-CODE.
049300     CLOSE MSB-RPT.
049400 9000-EXIT. EXIT.
049500     EJECT
049600 9100-TERMINATE-CONSUMER.
049700     SET CNX TO WS-SUB.
049800     IF  NOT WS-88-CNS-ACTIVE (CNX)
049900         GO TO 9100-EXIT.
050000     PERFORM 3000-CALL-CONSUMER THRU 3000-EXIT.
050100     ADD WS-ELAPSED-HUNDS TO WS-CNS-TERM-HUNDS (CNX).
050200     IF  WS-88-CNS-NOT-FOUND (CNX)
050300     OR  BRC-88-OK
050400         GO TO 9100-EXIT.
050500     MOVE 'D' TO WS-CNS-STATUS (CNX).
050600     PERFORM 3100-CONSUMER-FAILED THRU 3100-EXIT.
050700 9100-EXIT. EXIT.
050800     EJECT
050900*----------------------------------------------------------------*
051000*    9200-PRINT-CONSUMER - ONE TIMING LINE PER CONSUMER CARD;    *
051100*    THE PERCENTAGE IS OF THE WHOLE RUN'S ELAPSED TIME.          *
051200*----------------------------------------------------------------*
051300 9200-PRINT-CONSUMER.
051400     SET CNX TO WS-SUB.
051500     MOVE WS-CNS-MODULE (CNX) TO DTL-MODULE.
051600     IF  WS-88-CNS-ACTIVE (CNX)
051700         MOVE 'COMPLETED' TO DTL-STATUS.
051800     IF  WS-88-CNS-OFF (CNX)
051900         MOVE 'OFF'       TO DTL-STATUS.
052000     IF  WS-88-CNS-NOT-FOUND (CNX)
052100         MOVE 'NOT FOUND' TO DTL-STATUS.
052200     IF  WS-88-CNS-INIT-FAIL (CNX)
052300         MOVE 'INIT FAIL' TO DTL-STATUS.
052400     IF  WS-88-CNS-DROPPED (CNX)
052500         MOVE 'DROPPED'   TO DTL-STATUS.
052600     MOVE WS-CNS-RECORDS (CNX) TO DTL-RECORDS.
052700     COMPUTE DTL-INIT-SECS = WS-CNS-INIT-HUNDS (CNX) / 100.
052800     COMPUTE DTL-PROC-SECS = WS-CNS-PROC-HUNDS (CNX) / 100.
052900     COMPUTE DTL-TERM-SECS = WS-CNS-TERM-HUNDS (CNX) / 100.
053000     COMPUTE WS-ELAPSED-HUNDS = WS-CNS-INIT-HUNDS (CNX)
053100                              + WS-CNS-PROC-HUNDS (CNX)
053200                              + WS-CNS-TERM-HUNDS (CNX).
053300     ADD WS-ELAPSED-HUNDS TO WS-CONSUMER-HUNDS.
053400     COMPUTE DTL-TOTAL-SECS = WS-ELAPSED-HUNDS / 100.
053500     MOVE ZERO TO WS-PCT-WORK.
053600     IF  WS-RUN-HUNDS GREATER THAN ZERO
053700         COMPUTE WS-PCT-WORK ROUNDED =
053800             WS-ELAPSED-HUNDS * 100 / WS-RUN-HUNDS.
053900     MOVE WS-PCT-WORK TO DTL-PCT.
054000     MOVE WS-CNS-MESSAGE (CNX) TO DTL-MESSAGE.
054100     MOVE SPACES TO MSB-RPT-LINE.
054200     MOVE WS-DETAIL-LINE TO MSB-RPT-LINE.
054300     WRITE MSB-RPT-LINE.
054400     IF  WS-CNS-DESCRIPTION (CNX) NOT EQUAL SPACES
054500         MOVE WS-CNS-DESCRIPTION (CNX) TO DSC-DESCRIPTION
054600         MOVE SPACES TO MSB-RPT-LINE
054700         MOVE WS-DESC-LINE TO MSB-RPT-LINE
054800         WRITE MSB-RPT-LINE.
054900 9200-EXIT. EXIT.
055000 9300-PRINT-SUMMARY.
055100     MOVE SPACES TO MSB-RPT-LINE.
055200     MOVE WS-SUMMARY-LINE TO MSB-RPT-LINE.
055300     WRITE MSB-RPT-LINE.
055400 9300-EXIT. EXIT.
055500 9400-PRINT-SECONDS.
055600     MOVE SPACES TO MSB-RPT-LINE.
055700     MOVE WS-SUMMARY-SECS-LINE TO MSB-RPT-LINE.
055800     WRITE MSB-RPT-LINE.
055900 9400-EXIT. EXIT.
