*     * GN6199 * 09/30/26 JCTE CHARGE-OFF CREDIT REPORTING DISPUTE INTAKE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCRADSP.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/30/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCRADSP TAKES IN CONSUMER DISPUTES OF CHARGED-OFF DEPOSIT  *
000900*    ACCOUNTS REPORTED TO THE CONSUMER REPORTING AGENCY AND      *
001000*    RECORDS THEIR INVESTIGATION OUTCOME.  THE CHARGE-OFF MASTER *
001100*    (IMWSCHGO) IS TABLED AS IN IMCHGREC AND WRITTEN FORWARD TO  *
001200*    IMWSCHGN.  AN OPEN CARD (O) FREEZES THE RECORD -            *
001300*    CHG-DISPUTE-STATUS O - AND IMCRAFUR FURNISHES NOTHING FOR   *
001400*    IT UNTIL A RESOLVE CARD (R) GIVES THE OUTCOME - V VERIFIED  *
001500*    AS REPORTED, M MODIFIED (A CORRECTION IS FURNISHED NEXT     *
001600*    MONTH) OR X DELETED (A DELETE IS FURNISHED IF THE ITEM WAS  *
001700*    EVER REPORTED AND IT IS NEVER REPORTED AGAIN).  EVERY       *
001800*    ACTION IS LOGGED TO THE PERMANENT DISPUTE LOG (IMWSCRDL)    *
001900*    WITH ITS DUE DATE, THE RECEIVED DATE PLUS THE PARM RESPONSE *
002000*    WINDOW (DEFAULT 30 DAYS), AND A RESOLUTION WITH THE DAYS    *
002100*    TAKEN AND WHETHER IT WAS INSIDE THE WINDOW.  THE REPORT     *
002200*    LISTS THE CARDS APPLIED OR REJECTED AND EVERY DISPUTE STILL *
002300*    OPEN, FLAGGED DUE SOON WITHIN THE PARM WARNING DAYS AND     *
002400*    OVERDUE PAST THE WINDOW.                                    *
002500*----------------------------------------------------------------*
002600*               ** HISTORY OF REVISIONS **                      *
002700* DESCRIPTION                                           CHNGID  *
002800* ____________________________________________________ _______ *
002900* 09/30/26 JCTE NEW PROGRAM - CHARGE-OFF CREDIT          GN6199 *
003000*                REPORTING DISPUTE INTAKE AND LOG               *
003100*----------------------------------------------------------------*
003200 ENVIRONMENT    DIVISION.
003300 INPUT-OUTPUT   SECTION.
003400 FILE-CONTROL.
003500     SELECT CRD-PARM-FILE     ASSIGN TO "IMCRDPRM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CHGOFF-MASTER-IN  ASSIGN TO "IMWSCHGO"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CHGOFF-MASTER-OUT ASSIGN TO "IMWSCHGN"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT DISPUTE-INTAKE    ASSIGN TO "IMCRADIN"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL DISPUTE-LOG ASSIGN TO "IMCRADLG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-LOG-FILE-STATUS.
004600     SELECT DISPUTE-RPT       ASSIGN TO "IMCRDRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CRD-PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  CRD-PARM-RECORD.
005300     03  CDP-RUN-DATE                PIC 9(6).
005400     03  CDP-RESPONSE-DAYS           PIC 9(3).
005500     03  CDP-WARN-DAYS               PIC 9(3).
005600     03  FILLER                      PIC X(68).
005700 FD  CHGOFF-MASTER-IN.
005800     COPY IMWSCHGO.
005900 FD  CHGOFF-MASTER-OUT
006000     RECORD CONTAINS 81 CHARACTERS.
006100 01  CHGOFF-MASTER-OUT-REC           PIC X(81).
006200 FD  DISPUTE-INTAKE
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  DISPUTE-INTAKE-RECORD.
006500     03  CDI-FUNCTION                PIC X.
006600         88  CDI-88-OPEN             VALUE 'O'.
006700         88  CDI-88-RESOLVE          VALUE 'R'.
006800     03  CDI-ACCOUNT                 PIC X(22).
006900     03  CDI-DATE                    PIC 9(6).
007000     03  CDI-OUTCOME                 PIC X.
007100         88  CDI-88-VALID-OUTCOME    VALUE 'V' 'M' 'X'.
007200     03  CDI-OPER-ID                 PIC X(5).
007300     03  CDI-REFERENCE               PIC X(15).
007400     03  CDI-REMARKS                 PIC X(28).
007500     03  FILLER                      PIC X(2).
007600 FD  DISPUTE-LOG.
007700     COPY IMWSCRDL.
007800 FD  DISPUTE-RPT
007900     RECORD CONTAINS 133 CHARACTERS.
008000 01  DISPUTE-RPT-LINE                PIC X(133).
008100 WORKING-STORAGE SECTION.
008200 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCRADSP'.
008300 77  WS-CHG-MAX                      PIC S9(5)   COMP VALUE +9000.
008400 77  WS-LOG-FILE-STATUS              PIC X(2)    VALUE SPACES.
008500     88  WS-88-LOG-NOT-FOUND         VALUE '05' '35'.
008600     EJECT
008700     COPY SIWSDTAR.
008800     EJECT
008900 01  WS-SWITCHES.
009000     03  WS-CHG-EOF-SW               PIC X(1)    VALUE 'N'.
009100         88  WS-88-CHG-EOF           VALUE 'Y'.
009200     03  WS-INTAKE-EOF-SW            PIC X(1)    VALUE 'N'.
009300         88  WS-88-INTAKE-EOF        VALUE 'Y'.
009400     03  WS-MATCH-SW                 PIC X(1)    VALUE 'N'.
009500         88  WS-88-MATCHED           VALUE 'Y'.
009600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
009700 01  WS-CHG-COUNT                    PIC S9(5)   COMP VALUE 0.
009800 01  WS-ELAPSED                      PIC S9(5)   COMP-3 VALUE 0.
009900 01  WS-REMAINING                    PIC S9(5)   COMP-3 VALUE 0.
010000 01  WS-CARD-DATE                    PIC 9(6)    VALUE 0.
010100 01  WS-DUE-DATE                     PIC 9(6)    VALUE 0.
010200 01  WS-LOW-DATE                     PIC 9(6)    VALUE 0.
010300 01  WS-HIGH-DATE                    PIC 9(6)    VALUE 0.
010400 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
010500 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
010600 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
010700     03  WS-WORK-YR                  PIC 99.
010800     03  WS-WORK-MO                  PIC 99.
010900     03  WS-WORK-DA                  PIC 99.
011000 01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
011100     EJECT
011200 01  WS-CHGOFF-TABLE.
011300     03  WS-CHG-ENTRY OCCURS 9000 TIMES
011400                      INDEXED BY CGX.
011500         05  WS-CHG-RECORD           PIC X(81).
011600     EJECT
011700 01  WS-TOTALS.
011800     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
011900     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
012000     03  WS-TOT-CARDS                PIC 9(7)    COMP VALUE 0.
012100     03  WS-TOT-OPENED               PIC 9(7)    COMP VALUE 0.
012200     03  WS-TOT-RESOLVED             PIC 9(7)    COMP VALUE 0.
012300     03  WS-TOT-RESOLVED-LATE        PIC 9(7)    COMP VALUE 0.
012400     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
012500     03  WS-TOT-STILL-OPEN           PIC 9(7)    COMP VALUE 0.
012600     03  WS-TOT-DUE-SOON             PIC 9(7)    COMP VALUE 0.
012700     03  WS-TOT-OVERDUE              PIC 9(7)    COMP VALUE 0.
012800     EJECT
012900 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
013000 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
013100     03  WS-RUN-YR                   PIC 99.
013200     03  WS-RUN-MO                   PIC 99.
013300     03  WS-RUN-DA                   PIC 99.
013400 01  WS-REPORT-TITLE.
013500     03  FILLER                      PIC X(48)   VALUE
013600         'IMCRADSP - CHARGE-OFF CREDIT REPORTING DISPUTES '.
013700     03  FILLER                      PIC X(9)    VALUE
013800         'RUN DATE '.
013900     03  TTL-RUN-DATE                PIC X(8).
014000     03  FILLER                      PIC X(68)   VALUE SPACES.
014100 01  WS-SECTION-LINE.
014200     03  FILLER                      PIC X(4)    VALUE SPACES.
014300     03  SCL-TEXT                    PIC X(60).
014400     03  FILLER                      PIC X(69)   VALUE SPACES.
014500 01  WS-ACTIVITY-HEADING.
014600     03  FILLER                      PIC X(4)    VALUE SPACES.
014700     03  FILLER                      PIC X(50)   VALUE
014800         'ACCOUNT                 ACTION    REFERENCE       '.
014900     03  FILLER                      PIC X(50)   VALUE
015000         ' RECEIVED  DUE      DAYS  RESULT                  '.
015100     03  FILLER                      PIC X(29)   VALUE
015200         '        OPER  LATE           '.
015300 01  WS-OPEN-HEADING.
015400     03  FILLER                      PIC X(4)    VALUE SPACES.
015500     03  FILLER                      PIC X(50)   VALUE
015600         'ACCOUNT                 REPORTED AS      RECEIVED '.
015700     03  FILLER                      PIC X(50)   VALUE
015800         ' DUE DATE ELAPSED REMAIN  STATUS                  '.
015900     03  FILLER                      PIC X(29)   VALUE SPACES.
016000 01  WS-ACTIVITY-LINE.
016100     03  FILLER                      PIC X(4)    VALUE SPACES.
016200     03  ACT-ACCOUNT                 PIC X(22).
016300     03  FILLER                      PIC X(2)    VALUE SPACES.
016400     03  ACT-ACTION                  PIC X(8).
016500     03  FILLER                      PIC X(2)    VALUE SPACES.
016600     03  ACT-REFERENCE               PIC X(15).
016700     03  FILLER                      PIC X(2)    VALUE SPACES.
016800     03  ACT-RECEIVED                PIC X(8).
016900     03  FILLER                      PIC X(2)    VALUE SPACES.
017000     03  ACT-DUE                     PIC X(8).
017100     03  FILLER                      PIC X(1)    VALUE SPACES.
017200     03  ACT-DAYS                    PIC ZZZ9.
017300     03  FILLER                      PIC X(2)    VALUE SPACES.
017400     03  ACT-RESULT                  PIC X(30).
017500     03  FILLER                      PIC X(2)    VALUE SPACES.
017600     03  ACT-OPER-ID                 PIC X(5).
017650     03  FILLER                      PIC X(2)    VALUE SPACES.
017700     03  ACT-LATE                    PIC X(4)    VALUE SPACES.
017750     03  FILLER                      PIC X(10)   VALUE SPACES.
017800 01  WS-OPEN-LINE.
017900     03  FILLER                      PIC X(4)    VALUE SPACES.
018000     03  OPN-ACCOUNT                 PIC X(22).
018100     03  FILLER                      PIC X(2)    VALUE SPACES.
018200     03  OPN-CRA-STATUS              PIC X(15).
018300     03  FILLER                      PIC X(2)    VALUE SPACES.
018400     03  OPN-RECEIVED                PIC X(8).
018500     03  FILLER                      PIC X(2)    VALUE SPACES.
018600     03  OPN-DUE                     PIC X(8).
018700     03  FILLER                      PIC X(1)    VALUE SPACES.
018800     03  OPN-ELAPSED                 PIC ZZZZZZ9.
018900     03  FILLER                      PIC X(1)    VALUE SPACES.
019000     03  OPN-REMAINING               PIC -----9.
019100     03  FILLER                      PIC X(2)    VALUE SPACES.
019200     03  OPN-STATUS                  PIC X(10).
019300     03  FILLER                      PIC X(43)   VALUE SPACES.
019400 01  WS-SUMMARY-LINE.
019500     03  FILLER                      PIC X(4)    VALUE SPACES.
019600     03  SUM-LIT                     PIC X(34).
019700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
019800     03  FILLER                      PIC X(88)   VALUE SPACES.
019900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
020000     EJECT
020100 PROCEDURE DIVISION.
020200*----------------------------------------------------------------*
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020500     PERFORM 2000-LOAD-CHGOFFS    THRU 2000-EXIT
020600         UNTIL WS-88-CHG-EOF.
020700     PERFORM 3000-APPLY-CARD      THRU 3000-EXIT
020800         UNTIL WS-88-INTAKE-EOF.
020900     PERFORM 5000-LIST-OPEN       THRU 5000-EXIT.
021000     PERFORM 6000-WRITE-MASTER    THRU 6000-EXIT.
021100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021200     GOBACK.
021300     EJECT
021400 1000-INITIALIZE.
021500     OPEN INPUT CRD-PARM-FILE.
021600     READ CRD-PARM-FILE
021700         AT END MOVE SPACES TO CRD-PARM-RECORD.
021800     CLOSE CRD-PARM-FILE.
021900     IF  CDP-RUN-DATE NUMERIC
022000     AND CDP-RUN-DATE GREATER THAN ZERO
022100         MOVE CDP-RUN-DATE TO WS-RUN-DATE-YYMMDD
022200     ELSE
022300         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
022400     IF  CDP-RESPONSE-DAYS NOT NUMERIC
022500     OR  CDP-RESPONSE-DAYS EQUAL ZERO
022600         MOVE 30 TO CDP-RESPONSE-DAYS.
022700     IF  CDP-WARN-DAYS NOT NUMERIC
022800         MOVE 5 TO CDP-WARN-DAYS.
022900     OPEN INPUT  CHGOFF-MASTER-IN.
023000     OPEN INPUT  DISPUTE-INTAKE.
023100     OPEN OUTPUT CHGOFF-MASTER-OUT.
023200     OPEN EXTEND DISPUTE-LOG.
023300     IF  WS-88-LOG-NOT-FOUND
023400         OPEN OUTPUT DISPUTE-LOG.
023500     OPEN OUTPUT DISPUTE-RPT.
023600     MOVE SPACES TO TTL-RUN-DATE.
023700     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
023800         DELIMITED BY SIZE INTO TTL-RUN-DATE.
023900     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
024000     MOVE SPACES TO DISPUTE-RPT-LINE.
024100     MOVE WS-REPORT-TITLE TO DISPUTE-RPT-LINE.
024200     WRITE DISPUTE-RPT-LINE.
024300     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
024400     MOVE 'DISPUTE CARDS APPLIED AND REJECTED' TO SCL-TEXT.
024500     MOVE SPACES TO DISPUTE-RPT-LINE.
024600     MOVE WS-SECTION-LINE TO DISPUTE-RPT-LINE.
024700     WRITE DISPUTE-RPT-LINE.
024800     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
024900     MOVE SPACES TO DISPUTE-RPT-LINE.
025000     MOVE WS-ACTIVITY-HEADING TO DISPUTE-RPT-LINE.
025100     WRITE DISPUTE-RPT-LINE.
025200     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
025300 1000-EXIT. EXIT.
025400     EJECT
025500 2000-LOAD-CHGOFFS.
025600     READ CHGOFF-MASTER-IN
025700         AT END MOVE 'Y' TO WS-CHG-EOF-SW
025800                GO TO 2000-EXIT.
025900     IF  WS-CHG-COUNT NOT LESS THAN WS-CHG-MAX
026000         ADD 1 TO WS-TOT-OVERFLOW
026100         MOVE CHARGE-OFF-RECORD TO CHGOFF-MASTER-OUT-REC
026200         WRITE CHGOFF-MASTER-OUT-REC
026300         GO TO 2000-EXIT.
026400     ADD 1 TO WS-CHG-COUNT.
026500     ADD 1 TO WS-TOT-CARRIED.
026600     SET CGX TO WS-CHG-COUNT.
026700     MOVE CHARGE-OFF-RECORD TO WS-CHG-RECORD (CGX).
026800 2000-EXIT. EXIT.
026900     EJECT
027000*----------------------------------------------------------------*
027100*    3000-APPLY-CARD - VALIDATE ONE DISPUTE CARD, FIND ITS       *
027200*    CHARGE-OFF AND OPEN OR RESOLVE THE DISPUTE.  A CARD WITHOUT *
027300*    A DATE TAKES THE RUN DATE.                                  *
027400*----------------------------------------------------------------*
027500 3000-APPLY-CARD.
027600     READ DISPUTE-INTAKE
027700         AT END MOVE 'Y' TO WS-INTAKE-EOF-SW
027800                GO TO 3000-EXIT.
027900     ADD 1 TO WS-TOT-CARDS.
028000     MOVE SPACES TO WS-REJECT-REASON.
028100     IF  CDI-DATE NUMERIC
028200     AND CDI-DATE GREATER THAN ZERO
028300         MOVE CDI-DATE TO WS-CARD-DATE
028400     ELSE
028500         MOVE WS-RUN-DATE-YYMMDD TO WS-CARD-DATE.
028600     IF  NOT CDI-88-OPEN
028700     AND NOT CDI-88-RESOLVE
028800         MOVE 'INVALID FUNCTION' TO WS-REJECT-REASON
028900         GO TO 3000-REJECT.
029000     IF  CDI-OPER-ID EQUAL SPACES
029100         MOVE 'NO OPERATOR ID' TO WS-REJECT-REASON
029200         GO TO 3000-REJECT.
029300     IF  CDI-88-RESOLVE
029400     AND NOT CDI-88-VALID-OUTCOME
029500         MOVE 'INVALID OUTCOME' TO WS-REJECT-REASON
029600         GO TO 3000-REJECT.
029700     MOVE 'N' TO WS-MATCH-SW.
029800     PERFORM 3100-FIND-CHGOFF THRU 3100-EXIT
029900         VARYING WS-SUB FROM 1 BY 1
030000         UNTIL WS-SUB GREATER THAN WS-CHG-COUNT
030100         OR    WS-88-MATCHED.
030200     IF  NOT WS-88-MATCHED
030300         MOVE 'NOT ON CHARGE-OFF MASTER' TO WS-REJECT-REASON
030400         GO TO 3000-REJECT.
030500     IF  CDI-88-OPEN
030600         PERFORM 3200-OPEN-DISPUTE THRU 3200-EXIT
030700     ELSE
030800         PERFORM 3300-RESOLVE-DISPUTE THRU 3300-EXIT.
030900     IF  WS-REJECT-REASON NOT EQUAL SPACES
031000         GO TO 3000-REJECT.
031100     GO TO 3000-EXIT.
031200 3000-REJECT.
031300     ADD 1 TO WS-TOT-REJECTED.
031400     MOVE CDI-ACCOUNT      TO ACT-ACCOUNT.
031500     MOVE 'REJECTED'       TO ACT-ACTION.
031600     MOVE CDI-REFERENCE    TO ACT-REFERENCE.
031700     MOVE SPACES           TO ACT-RECEIVED ACT-DUE.
031800     MOVE ZERO             TO ACT-DAYS.
031900     MOVE WS-REJECT-REASON TO ACT-RESULT.
032000     MOVE CDI-OPER-ID      TO ACT-OPER-ID.
032100     PERFORM 7000-PRINT-ACTIVITY THRU 7000-EXIT.
032200 3000-EXIT. EXIT.
032300 3100-FIND-CHGOFF.
032400     SET CGX TO WS-SUB.
032500     MOVE WS-CHG-RECORD (CGX) TO CHARGE-OFF-RECORD.
032600     IF  CHG-CONTROL-KEY EQUAL CDI-ACCOUNT
032700         MOVE 'Y' TO WS-MATCH-SW.
032800 3100-EXIT. EXIT.
032900     EJECT
033000*----------------------------------------------------------------*
033100*    3200-OPEN-DISPUTE - FREEZE THE CHARGE-OFF.  THE RECEIVED    *
033200*    DATE STARTS THE RESPONSE WINDOW.                            *
033300*----------------------------------------------------------------*
033400 3200-OPEN-DISPUTE.
033500     IF  CHG-88-DISPUTE-OPEN
033600         MOVE 'ALREADY UNDER DISPUTE' TO WS-REJECT-REASON
033700         GO TO 3200-EXIT.
033800     MOVE 'O'          TO CHG-DISPUTE-STATUS.
033900     MOVE WS-CARD-DATE TO CHG-DISPUTE-DATE.
034000     MOVE CHARGE-OFF-RECORD TO WS-CHG-RECORD (CGX).
034100     ADD 1 TO WS-TOT-OPENED.
034200     PERFORM 4000-DUE-DATE THRU 4000-EXIT.
034300     MOVE SPACES TO CRA-DISPUTE-LOG-RECORD.
034400     MOVE CHG-CONTROL-KEY    TO CDL-ACCOUNT.
034500     MOVE 'O'                TO CDL-ACTION.
034600     MOVE CDI-REFERENCE      TO CDL-REFERENCE.
034700     MOVE CHG-DISPUTE-DATE   TO CDL-RECEIVED-DATE.
034800     MOVE WS-DUE-DATE        TO CDL-DUE-DATE.
034900     MOVE ZERO               TO CDL-DAYS-TAKEN.
035000     MOVE CDI-OPER-ID        TO CDL-OPER-ID.
035100     MOVE WS-RUN-DATE-YYMMDD TO CDL-LOG-DATE.
035200     MOVE CDI-REMARKS        TO CDL-REMARKS.
035300     WRITE CRA-DISPUTE-LOG-RECORD.
035400     MOVE CHG-CONTROL-KEY TO ACT-ACCOUNT.
035500     MOVE 'OPENED  '      TO ACT-ACTION.
035600     MOVE CDI-REFERENCE   TO ACT-REFERENCE.
035700     MOVE WS-CARD-DATE    TO WS-WORK-DATE-YYMMDD.
035800     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
035900     MOVE WS-EDIT-DATE    TO ACT-RECEIVED.
036000     MOVE WS-DUE-DATE     TO WS-WORK-DATE-YYMMDD.
036100     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
036200     MOVE WS-EDIT-DATE    TO ACT-DUE.
036300     MOVE ZERO            TO ACT-DAYS.
036400     MOVE 'FROZEN - NOT FURNISHED' TO ACT-RESULT.
036500     MOVE CDI-OPER-ID     TO ACT-OPER-ID.
036600     PERFORM 7000-PRINT-ACTIVITY THRU 7000-EXIT.
036700 3200-EXIT. EXIT.
036800     EJECT
036900*----------------------------------------------------------------*
037000*    3300-RESOLVE-DISPUTE - RECORD THE OUTCOME AND THE DAYS      *
037100*    TAKEN.  A MODIFIED ITEM THAT WAS REPORTED IS QUEUED FOR A   *
037200*    CORRECTION; A DELETED ITEM IS QUEUED FOR A DELETE IF IT WAS *
037300*    REPORTED, AND IS CLOSED OUT FOR REPORTING EITHER WAY.       *
037400*----------------------------------------------------------------*
037500 3300-RESOLVE-DISPUTE.
037600     IF  NOT CHG-88-DISPUTE-OPEN
037700         MOVE 'NO OPEN DISPUTE' TO WS-REJECT-REASON
037800         GO TO 3300-EXIT.
037900     PERFORM 4000-DUE-DATE THRU 4000-EXIT.
038000     MOVE ZERO TO WS-ELAPSED.
038100     IF  CHG-DISPUTE-DATE NUMERIC
038200         MOVE CHG-DISPUTE-DATE TO WS-LOW-DATE
038300         MOVE WS-CARD-DATE     TO WS-HIGH-DATE
038400         PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT
038500         MOVE RET-DAYS TO WS-ELAPSED.
038600     IF  WS-ELAPSED LESS THAN ZERO
038700         MOVE ZERO TO WS-ELAPSED.
038800     MOVE CDI-OUTCOME TO CHG-DISPUTE-STATUS.
038900     IF  CDI-OUTCOME EQUAL 'M'
039000         IF  CHG-88-CRA-REPORTED
039100         OR  CHG-88-CRA-PAID-REPORTED
039200             MOVE 'C' TO CHG-CRA-STATUS.
039300     IF  CDI-OUTCOME EQUAL 'X'
039400         IF  CHG-88-CRA-REPORTED
039500         OR  CHG-88-CRA-PAID-REPORTED
039600         OR  CHG-88-CRA-CORRECT-DUE
039700             MOVE 'D' TO CHG-CRA-STATUS
039800         ELSE
039900             MOVE 'X' TO CHG-CRA-STATUS.
040000     MOVE CHARGE-OFF-RECORD TO WS-CHG-RECORD (CGX).
040100     ADD 1 TO WS-TOT-RESOLVED.
040200     MOVE SPACES TO CRA-DISPUTE-LOG-RECORD.
040300     MOVE CHG-CONTROL-KEY    TO CDL-ACCOUNT.
040400     MOVE 'R'                TO CDL-ACTION.
040500     MOVE CDI-REFERENCE      TO CDL-REFERENCE.
040600     MOVE CHG-DISPUTE-DATE   TO CDL-RECEIVED-DATE.
040700     MOVE WS-DUE-DATE        TO CDL-DUE-DATE.
040800     MOVE WS-CARD-DATE       TO CDL-RESOLVED-DATE.
040900     MOVE CDI-OUTCOME        TO CDL-OUTCOME.
041000     MOVE WS-ELAPSED         TO CDL-DAYS-TAKEN.
041100     IF  WS-ELAPSED GREATER THAN CDP-RESPONSE-DAYS
041200         MOVE 'N' TO CDL-WINDOW-FLAG
041300         ADD 1 TO WS-TOT-RESOLVED-LATE
041400     ELSE
041500         MOVE 'Y' TO CDL-WINDOW-FLAG.
041600     MOVE CDI-OPER-ID        TO CDL-OPER-ID.
041700     MOVE WS-RUN-DATE-YYMMDD TO CDL-LOG-DATE.
041800     MOVE CDI-REMARKS        TO CDL-REMARKS.
041900     WRITE CRA-DISPUTE-LOG-RECORD.
042000     MOVE CHG-CONTROL-KEY TO ACT-ACCOUNT.
042100     MOVE 'RESOLVED'      TO ACT-ACTION.
042200     MOVE CDI-REFERENCE   TO ACT-REFERENCE.
042300     MOVE CHG-DISPUTE-DATE TO WS-WORK-DATE-YYMMDD.
042400     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
042500     MOVE WS-EDIT-DATE    TO ACT-RECEIVED.
042600     MOVE WS-DUE-DATE     TO WS-WORK-DATE-YYMMDD.
042700     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
042800     MOVE WS-EDIT-DATE    TO ACT-DUE.
042900     MOVE WS-ELAPSED      TO ACT-DAYS.
043000     MOVE SPACES          TO ACT-RESULT.
043100     IF  CDI-OUTCOME EQUAL 'V'
043200         MOVE 'VERIFIED AS REPORTED' TO ACT-RESULT.
043300     IF  CDI-OUTCOME EQUAL 'M'
043400         MOVE 'MODIFIED - CORRECTION QUEUED' TO ACT-RESULT.
043500     IF  CDI-OUTCOME EQUAL 'X'
043600         MOVE 'DELETED - NOT REPORTED AGAIN' TO ACT-RESULT.
043700     IF  CDL-88-LATE
043800         MOVE 'LATE' TO ACT-LATE.
043900     MOVE CDI-OPER-ID     TO ACT-OPER-ID.
044000     PERFORM 7000-PRINT-ACTIVITY THRU 7000-EXIT.
044100 3300-EXIT. EXIT.
044200     EJECT
044300*----------------------------------------------------------------*
044400*    4000-DUE-DATE - RECEIVED DATE PLUS THE RESPONSE WINDOW.     *
044500*----------------------------------------------------------------*
044600 4000-DUE-DATE.
044700     MOVE ZERO TO WS-DUE-DATE.
044800     IF  CHG-DISPUTE-DATE NOT NUMERIC
044900         GO TO 4000-EXIT.
045000     MOVE CHG-DISPUTE-DATE (3:2) TO DT-L-MO.
045100     MOVE CHG-DISPUTE-DATE (5:2) TO DT-L-DA.
045200     MOVE CHG-DISPUTE-DATE (1:2) TO DT-L-YR.
045300     MOVE CDP-RESPONSE-DAYS TO RET-DAYS.
045400     CALL 'SIFDAT1' USING DATE-AREA.
045500     MOVE DT-H-YR TO WS-DUE-DATE (1:2).
045600     MOVE DT-H-MO TO WS-DUE-DATE (3:2).
045700     MOVE DT-H-DA TO WS-DUE-DATE (5:2).
045800 4000-EXIT. EXIT.
045900 2950-DAYS-BETWEEN.
046000     MOVE WS-LOW-DATE (3:2)  TO DT-L-MO.
046100     MOVE WS-LOW-DATE (5:2)  TO DT-L-DA.
046200     MOVE WS-LOW-DATE (1:2)  TO DT-L-YR.
046300     MOVE WS-HIGH-DATE (3:2) TO DT-H-MO.
046400     MOVE WS-HIGH-DATE (5:2) TO DT-H-DA.
046500     MOVE WS-HIGH-DATE (1:2) TO DT-H-YR.
046600     CALL 'SIDIF1' USING DATE-AREA.
046700 2950-EXIT. EXIT.
046800     EJECT
046900*----------------------------------------------------------------*
047000*    5000-LIST-OPEN - EVERY DISPUTE STILL OPEN AFTER TODAY'S     *
047100*    CARDS WITH THE DAYS ELAPSED AND REMAINING IN THE WINDOW.    *
047200*----------------------------------------------------------------*
047300 5000-LIST-OPEN.
047400     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
047500     MOVE 'DISPUTES OPEN - FROZEN PENDING INVESTIGATION'
047600         TO SCL-TEXT.
047700     MOVE SPACES TO DISPUTE-RPT-LINE.
047800     MOVE WS-SECTION-LINE TO DISPUTE-RPT-LINE.
047900     WRITE DISPUTE-RPT-LINE.
048000     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
048100     MOVE SPACES TO DISPUTE-RPT-LINE.
048200     MOVE WS-OPEN-HEADING TO DISPUTE-RPT-LINE.
048300     WRITE DISPUTE-RPT-LINE.
048400     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
048500     PERFORM 5100-ONE-OPEN THRU 5100-EXIT
048600         VARYING WS-SUB FROM 1 BY 1
048700         UNTIL WS-SUB GREATER THAN WS-CHG-COUNT.
048800 5000-EXIT. EXIT.
048900 5100-ONE-OPEN.
049000     SET CGX TO WS-SUB.
049100     MOVE WS-CHG-RECORD (CGX) TO CHARGE-OFF-RECORD.
049200     IF  NOT CHG-88-DISPUTE-OPEN
049300         GO TO 5100-EXIT.
049400     ADD 1 TO WS-TOT-STILL-OPEN.
049500     PERFORM 4000-DUE-DATE THRU 4000-EXIT.
049600     MOVE ZERO TO WS-ELAPSED.
049700     IF  CHG-DISPUTE-DATE NUMERIC
049800         MOVE CHG-DISPUTE-DATE   TO WS-LOW-DATE
049900         MOVE WS-RUN-DATE-YYMMDD TO WS-HIGH-DATE
050000         PERFORM 2950-DAYS-BETWEEN THRU 2950-EXIT
050100         MOVE RET-DAYS TO WS-ELAPSED.
050200     IF  WS-ELAPSED LESS THAN ZERO
050300         MOVE ZERO TO WS-ELAPSED.
050400     COMPUTE WS-REMAINING = CDP-RESPONSE-DAYS - WS-ELAPSED.
050500     MOVE CHG-CONTROL-KEY TO OPN-ACCOUNT.
050600     IF  CHG-88-CRA-NOT-REPORTED
050700         MOVE 'NOT YET        ' TO OPN-CRA-STATUS
050800     ELSE
050900     IF  CHG-88-CRA-PAID-REPORTED
051000         MOVE 'PAID IN FULL   ' TO OPN-CRA-STATUS
051100     ELSE
051200     IF  CHG-88-CRA-CLOSED-OUT
051300         MOVE 'CLOSED OUT     ' TO OPN-CRA-STATUS
051400     ELSE
051500         MOVE 'CHARGE-OFF     ' TO OPN-CRA-STATUS.
051600     MOVE CHG-DISPUTE-DATE TO WS-WORK-DATE-YYMMDD.
051700     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
051800     MOVE WS-EDIT-DATE    TO OPN-RECEIVED.
051900     MOVE WS-DUE-DATE     TO WS-WORK-DATE-YYMMDD.
052000     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
052100     MOVE WS-EDIT-DATE    TO OPN-DUE.
052200     MOVE WS-ELAPSED      TO OPN-ELAPSED.
052300     MOVE WS-REMAINING    TO OPN-REMAINING.
052400     MOVE SPACES          TO OPN-STATUS.
052500     IF  WS-REMAINING LESS THAN ZERO
052600         MOVE 'OVERDUE   ' TO OPN-STATUS
052700         ADD 1 TO WS-TOT-OVERDUE
052800     ELSE
052900         IF  WS-REMAINING NOT GREATER THAN CDP-WARN-DAYS
053000             MOVE 'DUE SOON  ' TO OPN-STATUS
053100             ADD 1 TO WS-TOT-DUE-SOON.
053200     MOVE SPACES TO DISPUTE-RPT-LINE.
053300     MOVE WS-OPEN-LINE TO DISPUTE-RPT-LINE.
053400     WRITE DISPUTE-RPT-LINE.
053500 5100-EXIT. EXIT.
053600     EJECT
053700 6000-WRITE-MASTER.
053800     PERFORM 6100-WRITE-ONE THRU 6100-EXIT
053900         VARYING WS-SUB FROM 1 BY 1
054000         UNTIL WS-SUB GREATER THAN WS-CHG-COUNT.
054100 6000-EXIT. EXIT.
054200 6100-WRITE-ONE.
054300     SET CGX TO WS-SUB.
054400     MOVE WS-CHG-RECORD (CGX) TO CHGOFF-MASTER-OUT-REC.
054500     WRITE CHGOFF-MASTER-OUT-REC.
054600 6100-EXIT. EXIT.
054700     EJECT
054800 7000-PRINT-ACTIVITY.
054900     MOVE SPACES TO DISPUTE-RPT-LINE.
055000     MOVE WS-ACTIVITY-LINE TO DISPUTE-RPT-LINE.
055100     WRITE DISPUTE-RPT-LINE.
055150     MOVE SPACES TO ACT-LATE.
055200 7000-EXIT. EXIT.
055300 7900-EDIT-DATE.
055400     MOVE SPACES TO WS-EDIT-DATE.
055500     IF  WS-WORK-DATE-YYMMDD EQUAL ZERO
055600         GO TO 7900-EXIT.
055700     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
055800         DELIMITED BY SIZE INTO WS-EDIT-DATE.
055900 7900-EXIT. EXIT.
056000     EJECT
056100*----------------------------------------------------------------*
056200*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
056300*----------------------------------------------------------------*
056400 9000-TERMINATE.
056500     WRITE DISPUTE-RPT-LINE FROM WS-BLANK-LINE.
056600     MOVE 'CHARGE-OFFS CARRIED FORWARD       ' TO SUM-LIT.
056700     MOVE WS-TOT-CARRIED TO SUM-COUNT.
056800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
056900     MOVE 'RECORDS PAST TABLE - PASSED THRU  ' TO SUM-LIT.
057000     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
057100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057200     MOVE 'DISPUTE CARDS READ                ' TO SUM-LIT.
057300     MOVE WS-TOT-CARDS TO SUM-COUNT.
057400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057500     MOVE 'DISPUTES OPENED                   ' TO SUM-LIT.
057600     MOVE WS-TOT-OPENED TO SUM-COUNT.
057700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
057800     MOVE 'DISPUTES RESOLVED                 ' TO SUM-LIT.
057900     MOVE WS-TOT-RESOLVED TO SUM-COUNT.
058000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058100     MOVE '  RESOLVED OUTSIDE THE WINDOW     ' TO SUM-LIT.
058200     MOVE WS-TOT-RESOLVED-LATE TO SUM-COUNT.
058300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058400     MOVE 'CARDS REJECTED                    ' TO SUM-LIT.
058500     MOVE WS-TOT-REJECTED TO SUM-COUNT.
058600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
058700     MOVE 'DISPUTES STILL OPEN               ' TO SUM-LIT.
058800     MOVE WS-TOT-STILL-OPEN TO SUM-COUNT.
058900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059000     MOVE '  DUE SOON                        ' TO SUM-LIT.
059100     MOVE WS-TOT-DUE-SOON TO SUM-COUNT.
059200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059300     MOVE '  OVERDUE                         ' TO SUM-LIT.
059400     MOVE WS-TOT-OVERDUE TO SUM-COUNT.
059500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
059600     CLOSE CHGOFF-MASTER-IN.
059700     CLOSE CHGOFF-MASTER-OUT.
059800     CLOSE DISPUTE-INTAKE.
059900     CLOSE DISPUTE-LOG.
060000     CLOSE DISPUTE-RPT.
060100 9000-EXIT. EXIT.
060200 9100-PRINT-SUMMARY.
060300     MOVE SPACES TO DISPUTE-RPT-LINE.
060400     MOVE WS-SUMMARY-LINE TO DISPUTE-RPT-LINE.
060500     WRITE DISPUTE-RPT-LINE.
060600 9100-EXIT. EXIT.
