*     * GN6176 * 09/03/26 JCTE ZERO-BALANCE ACCOUNT CONCENTRATION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMZBACON.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/03/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMZBACON IS THE END-OF-DAY ZERO-BALANCE CONCENTRATION RUN.  *
000900*    EVERY ACCOUNT CARRYING WMS-NB-ZB-PAR-CHILD IS LOADED FROM   *
001000*    THE MASTER WITH ITS IMMEDIATE PARENT (WMS-TARGET-CONTROL),  *
001100*    ULTIMATE PARENT AND OPTIONS.  EACH CHILD'S CHAIN IS WALKED  *
001200*    TO THE ULTIMATE PARENT; A MISSING PARENT, A CLOSED PARENT,  *
001300*    A LOOP OR A CHAIN THAT ENDS SHORT OF WMS-NB-ZB-ULTMT-PAR    *
001400*    REJECTS THE CHILD.  GOOD CHILDREN ARE SWEPT DEEPEST LEVEL   *
001500*    FIRST SO EACH LEVEL'S SWEEPS ROLL INTO THE PARENT BEFORE    *
001600*    THE PARENT ITSELF IS SWEPT.  ZBA CHILDREN GO TO ZERO, TBA   *
001700*    CHILDREN TO WMS-TARGET-AMOUNT; A SHORTFALL IS FUNDED FROM   *
001800*    THE PARENT.  TRANSFERS GO TO THE POSTING TRAN-FILE, EVERY   *
001900*    RELATIONSHIP PRINTS ON THE CONCENTRATION REPORT, GROUPED    *
001950*    BY RELATIONSHIP NUMBER WITH A SUBTOTAL FOR EACH, AND        *
002000*    CUSTOMERS WHO TOOK TRANSFER NOTIFICATION GET A DETAIL       *
002050*    RECORD ON THE NOTIFICATION EXTRACT.  A PARAMETER CARD       *
002100*    WITHOUT BOTH TRANSFER TRAN CODES, OR MORE RELATIONSHIP      *
002125*    ACCOUNTS THAN THE TABLE HOLDS, STOPS THE RUN WITH RETURN    *
002150*    CODE 16 BEFORE ANY ACCOUNT IS SWEPT.  THE TARGET AMOUNT IS  *
002175*    TAKEN ONLY WHEN ITS TRAILER IS PRESENT.                     *
002200*----------------------------------------------------------------*
002300*               ** HISTORY OF REVISIONS **                      *
002400* DESCRIPTION                                           CHNGID  *
002500* ____________________________________________________ _______ *
002600* 09/03/26 JCTE NEW PROGRAM - ZBA/TBA CONCENTRATION      GN6176 *
002700*                SWEEPS BY HIERARCHY LEVEL                      *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT    DIVISION.
003000 INPUT-OUTPUT   SECTION.
003100 FILE-CONTROL.
003200     SELECT ZBA-PARM-FILE     ASSIGN TO "IMZBAPRM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT ZBA-NOTIFY-EXT    ASSIGN TO "IMZBANTF"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT ZBA-TRAN-OUT      ASSIGN TO "IMZBATRN"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT ZBA-CONC-RPT      ASSIGN TO "IMZBARPT"
003900         ORGANIZATION IS SEQUENTIAL.
003950     SELECT ZBA-SORT-FILE     ASSIGN TO "IMZBASRT".
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ZBA-PARM-FILE
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  ZBA-PARM-RECORD.
004500     03  ZBP-DEBIT-CODE              PIC XX.
004600     03  ZBP-CREDIT-CODE             PIC XX.
004700     03  FILLER                      PIC X(76).
004800 FD  ZBA-NOTIFY-EXT
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  ZBA-NOTIFY-RECORD.
005100     03  ZBN-ACCOUNT                 PIC X(22).
005200     03  ZBN-PARENT                  PIC X(22).
005300     03  ZBN-REL-NBR                 PIC X(6).
005400     03  ZBN-DIRECTION               PIC X.
005500     03  ZBN-AMOUNT                  PIC S9(13)V99 COMP-3.
005600     03  ZBN-RESULT-BAL              PIC S9(13)V99 COMP-3.
005700     03  ZBN-SWEEP-DATE              PIC 9(6).
005800     03  FILLER                      PIC X(7).
005900 FD  ZBA-TRAN-OUT.
006000     COPY IMWSTRAN.
006100 FD  ZBA-CONC-RPT
006200     RECORD CONTAINS 133 CHARACTERS.
006300 01  ZBA-CONC-RPT-LINE               PIC X(133).
006305 SD  ZBA-SORT-FILE.
006310 01  ZBA-SORT-RECORD.
006315     03  ZBS-REL-NBR                 PIC X(6).
006320     03  ZBS-LEVEL                   PIC 9(3).
006325     03  ZBS-ACCOUNT                 PIC X(22).
006330     03  ZBS-PARENT                  PIC X(22).
006335     03  ZBS-RESULT                  PIC X.
006340         88  ZBS-88-SWEPT            VALUE 'S'.
006345         88  ZBS-88-FUNDED           VALUE 'F'.
006350         88  ZBS-88-REJECTED         VALUE 'R'.
006355     03  ZBS-XFER-AMT                PIC S9(13)V99 COMP-3.
006360     03  ZBS-ACTION                  PIC X(26).
006400 WORKING-STORAGE SECTION.
006500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMZBACON'.
006600 77  WS-ZBA-MAX                      PIC S9(5)   COMP VALUE +5000.
006700     EJECT
006800 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
006900     EJECT
007000 01  WS-SWITCHES.
007100     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
007200         88  WS-88-END-OF-FILE       VALUE 'Y'.
007300     03  WS-PARENT-FOUND-SW          PIC X(1)    VALUE 'N'.
007400         88  WS-88-PARENT-FOUND      VALUE 'Y'.
007500     03  WS-CHAIN-DONE-SW            PIC X(1)    VALUE 'N'.
007600         88  WS-88-CHAIN-DONE        VALUE 'Y'.
007620     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
007640         88  WS-88-PARM-ERROR        VALUE 'Y'.
007660     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
007680         88  WS-88-SORT-EOF          VALUE 'Y'.
007685     03  WS-TABLE-FULL-SW            PIC X(1)    VALUE 'N'.
007690         88  WS-88-TABLE-FULL        VALUE 'Y'.
007700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
007800 01  WS-FIND-SUB                     PIC S9(5)   COMP VALUE 0.
007900 01  WS-WALK-SUB                     PIC S9(5)   COMP VALUE 0.
008000 01  WS-PARENT-SUB                   PIC S9(5)   COMP VALUE 0.
008100 01  WS-ZBA-COUNT                    PIC S9(5)   COMP VALUE 0.
008200 01  WS-DEPTH                        PIC S9(3)   COMP VALUE 0.
008300 01  WS-MAX-DEPTH                    PIC S9(3)   COMP VALUE 0.
008400 01  WS-LEVEL                        PIC S9(3)   COMP VALUE 0.
008500 01  WS-FIND-KEY                     PIC X(22)   VALUE SPACES.
008600 01  WS-REJECT-LIT                   PIC X(26)   VALUE SPACES.
008700 01  WS-ACTION-LIT                   PIC X(26)   VALUE SPACES.
008800 01  WS-SWEEP-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
008900 01  WS-XFER-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
009000 01  WS-FROM-KEY                     PIC X(22)   VALUE SPACES.
009100 01  WS-TO-KEY                       PIC X(22)   VALUE SPACES.
009110 01  WS-PRIOR-REL-NBR                PIC X(6)    VALUE LOW-VALUES.
009120 01  WS-REL-ACCOUNTS                 PIC 9(5)    COMP VALUE 0.
009130 01  WS-REL-REJECTED                 PIC 9(5)    COMP VALUE 0.
009140 01  WS-REL-SWEPT                    PIC S9(13)V99 COMP-3 VALUE 0.
009150 01  WS-REL-FUNDED                   PIC S9(13)V99 COMP-3 VALUE 0.
009200     EJECT
009300*    ONE ENTRY PER ACCOUNT IN ANY ZBA/TBA RELATIONSHIP.  THE
009400*    BALANCE IS THE WORKING BALANCE - SWEEPS FROM BELOW ARE
009500*    ADDED TO THE PARENT'S ENTRY AS EACH LEVEL IS PROCESSED.
009600 01  WS-ZBA-TABLE.
009700     03  WS-ZBA-ENTRY OCCURS 5000 TIMES
009800                      INDEXED BY ZBX.
009900         05  WS-ZBA-ACCOUNT          PIC X(22).
010000         05  WS-ZBA-PARENT           PIC X(22).
010100         05  WS-ZBA-ULTIMATE         PIC X(22).
010200         05  WS-ZBA-REL-NBR          PIC X(6).
010300         05  WS-ZBA-PAR-CHILD        PIC X.
010400             88  WS-ZBA-88-PARENT-ONLY VALUE 'P'.
010500         05  WS-ZBA-OPTION           PIC X.
010600             88  WS-ZBA-88-TARGET    VALUE 'T'.
010700         05  WS-ZBA-NOTIFY           PIC X.
010800             88  WS-ZBA-88-NOTIFY    VALUE 'Y'.
010900         05  WS-ZBA-LVL-NBR          PIC X.
011000         05  WS-ZBA-CLOSED           PIC X.
011100             88  WS-ZBA-88-CLOSED    VALUE 'Y'.
011200         05  WS-ZBA-TARGET           PIC S9(13)V99 COMP-3.
011300         05  WS-ZBA-BALANCE          PIC S9(13)V99 COMP-3.
011400         05  WS-ZBA-DEPTH            PIC S9(3)   COMP.
011500         05  WS-ZBA-STATUS           PIC X.
011600             88  WS-ZBA-88-GOOD      VALUE 'G'.
011700             88  WS-ZBA-88-REJECTED  VALUE 'R'.
011725         05  WS-ZBA-RESULT           PIC X.
011750         05  WS-ZBA-XFER-AMT         PIC S9(13)V99 COMP-3.
011775         05  WS-ZBA-ACTION           PIC X(26).
011800     EJECT
011900 01  WS-TOTALS.
012000     03  WS-TOT-LOADED               PIC 9(7)    COMP VALUE 0.
012100     03  WS-TOT-SWEPT                PIC 9(7)    COMP VALUE 0.
012200     03  WS-TOT-FUNDED               PIC 9(7)    COMP VALUE 0.
012300     03  WS-TOT-NO-MOVE              PIC 9(7)    COMP VALUE 0.
012400     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
012500     03  WS-TOT-NOTIFIED             PIC 9(7)    COMP VALUE 0.
012550     03  WS-TOT-RELATIONSHIPS        PIC 9(7)    COMP VALUE 0.
012600     EJECT
012700 01  WS-REPORT-TITLE.
012800     03  FILLER                      PIC X(48)   VALUE
012900         'IMZBACON - ZBA CONCENTRATION REPORT             '.
013000 01  WS-DETAIL-LINE.
013100     03  FILLER                      PIC X(4)    VALUE SPACES.
013200     03  DTL-REL-NBR                 PIC X(6).
013300     03  FILLER                      PIC X(2)    VALUE SPACES.
013400     03  DTL-LEVEL                   PIC Z9.
013500     03  FILLER                      PIC X(2)    VALUE SPACES.
013600     03  DTL-ACCOUNT                 PIC X(22).
013700     03  FILLER                      PIC X(2)    VALUE SPACES.
013800     03  DTL-PARENT                  PIC X(22).
013900     03  FILLER                      PIC X(2)    VALUE SPACES.
014000     03  DTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
014100     03  FILLER                      PIC X(2)    VALUE SPACES.
014200     03  DTL-ACTION                  PIC X(26).
014300     03  FILLER                      PIC X(24)   VALUE SPACES.
014304 01  WS-SUBTOTAL-LINE.
014308     03  FILLER                      PIC X(4)    VALUE SPACES.
014312     03  FILLER                      PIC X(13)   VALUE
014316         'RELATIONSHIP '.
014320     03  SBT-REL-NBR                 PIC X(6).
014324     03  FILLER                      PIC X(11)   VALUE
014328         ' ACCOUNTS  '.
014332     03  SBT-ACCOUNTS                PIC ZZ,ZZ9.
014336     03  FILLER                      PIC X(8)    VALUE
014340         '  SWEPT '.
014344     03  SBT-SWEPT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
014348     03  FILLER                      PIC X(9)    VALUE
014352         '  FUNDED '.
014356     03  SBT-FUNDED                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
014360     03  FILLER                      PIC X(11)   VALUE
014364         '  REJECTED '.
014368     03  SBT-REJECTED                PIC ZZ,ZZ9.
014372     03  FILLER                      PIC X(25)   VALUE SPACES.
014376 01  WS-MESSAGE-LINE.
014380     03  FILLER                      PIC X(4)    VALUE SPACES.
014384     03  MSG-TEXT                    PIC X(60).
014388     03  FILLER                      PIC X(69)   VALUE SPACES.
014400 01  WS-SUMMARY-LINE.
014500     03  FILLER                      PIC X(4)    VALUE SPACES.
014600     03  SUM-LIT                     PIC X(34).
014700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
014800     03  FILLER                      PIC X(88)   VALUE SPACES.
014900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
015000     EJECT
015100 LINKAGE SECTION.
015200     COPY SIWSCNTL.
015300     EJECT
015400     COPY IMAWKMST.
015500     EJECT
015600     COPY IMWSENVO.
015700     EJECT
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------*
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
016125     IF  WS-88-PARM-ERROR
016150         GO TO 0000-FINISH.
016200     PERFORM 2000-LOAD-ACCOUNT    THRU 2000-EXIT
016300         UNTIL WS-88-END-OF-FILE.
016325     IF  WS-88-TABLE-FULL
016350         GO TO 0000-FINISH.
016400     PERFORM 3000-VALIDATE-CHAIN  THRU 3000-EXIT
016500         VARYING WS-SUB FROM 1 BY 1
016600         UNTIL WS-SUB GREATER THAN WS-ZBA-COUNT.
016700     PERFORM 4000-SWEEP-LEVEL     THRU 4000-EXIT
016800         VARYING WS-LEVEL FROM WS-MAX-DEPTH BY -1
016900         UNTIL WS-LEVEL LESS THAN 1.
016910     SORT ZBA-SORT-FILE
016920         ON ASCENDING KEY ZBS-REL-NBR
016930         ON DESCENDING KEY ZBS-LEVEL
016940         ON ASCENDING KEY ZBS-ACCOUNT
016950         INPUT PROCEDURE IS 5000-RELEASE-RESULTS
016960         OUTPUT PROCEDURE IS 6000-PRINT-REPORT.
016970 0000-FINISH.
017000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
017025     IF  WS-88-PARM-ERROR
017050     OR  WS-88-TABLE-FULL
017075         MOVE 16 TO RETURN-CODE.
017100     GOBACK.
017200     EJECT
017300 1000-INITIALIZE.
017400     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
017500     OPEN INPUT ZBA-PARM-FILE.
017600     READ ZBA-PARM-FILE
017700         AT END MOVE SPACES TO ZBA-PARM-RECORD.
017800     CLOSE ZBA-PARM-FILE.
017900     OPEN OUTPUT ZBA-NOTIFY-EXT.
018000     OPEN OUTPUT ZBA-TRAN-OUT.
018100     OPEN OUTPUT ZBA-CONC-RPT.
018200     WRITE ZBA-CONC-RPT-LINE FROM WS-BLANK-LINE.
018300     MOVE SPACES TO ZBA-CONC-RPT-LINE.
018400     MOVE WS-REPORT-TITLE TO ZBA-CONC-RPT-LINE.
018500     WRITE ZBA-CONC-RPT-LINE.
018600     WRITE ZBA-CONC-RPT-LINE FROM WS-BLANK-LINE.
018700     MOVE SPACES TO SI-ENVIRONMENT-AREA.
018800     MOVE '1' TO SI-ENVIRONMENT-VSAM.
018900     MOVE 'O' TO I-O-CONTROL-OPERATOR.
019000     MOVE 'I' TO I-O-CONTROL-ACCESS.
019100     MOVE -1  TO I-O-SEND-CODE.
019200     CALL 'IMACTM' USING I-O-CONTROL-AREA
019300                         MASTER-AREA
019400                         SI-ENVIRONMENT-AREA.
019405     IF  ZBP-DEBIT-CODE EQUAL SPACES OR LOW-VALUES
019410         MOVE 'PARAMETER ERROR - NO SWEEP DEBIT TRAN CODE'
019415             TO MSG-TEXT
019420         PERFORM 7100-PRINT-MESSAGE THRU 7100-EXIT
019425         MOVE 'Y' TO WS-PARM-ERROR-SW.
019430     IF  ZBP-CREDIT-CODE EQUAL SPACES OR LOW-VALUES
019435         MOVE 'PARAMETER ERROR - NO SWEEP CREDIT TRAN CODE'
019440             TO MSG-TEXT
019445         PERFORM 7100-PRINT-MESSAGE THRU 7100-EXIT
019450         MOVE 'Y' TO WS-PARM-ERROR-SW.
019455     IF  WS-88-PARM-ERROR
019460         GO TO 1000-EXIT.
019500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
019600 1000-EXIT. EXIT.
019700     EJECT
019800*----------------------------------------------------------------*
019900*    2000-LOAD-ACCOUNT - EVERY ACCOUNT IN A RELATIONSHIP GOES    *
020000*    INTO THE TABLE, PARENTS AS WELL AS CHILDREN, SO A CHILD     *
020100*    CAN FIND ITS PARENT'S STATUS WITHOUT A KEYED READ.          *
020200*----------------------------------------------------------------*
020300 2000-LOAD-ACCOUNT.
020400     IF  WMS-NB-ZB-PAR-CHILD EQUAL SPACE OR LOW-VALUE
020500         GO TO 2000-NEXT.
020600     IF  WS-ZBA-COUNT NOT LESS THAN WS-ZBA-MAX
020625         MOVE 'ZBA ACCOUNT TABLE FULL - RUN STOPPED, NO TRANSFERS'
020650             TO MSG-TEXT
020675         PERFORM 7100-PRINT-MESSAGE THRU 7100-EXIT
020700         MOVE 'Y' TO WS-TABLE-FULL-SW
020725         MOVE 'Y' TO WS-END-OF-FILE-SW
020750         GO TO 2000-EXIT.
020800     ADD 1 TO WS-ZBA-COUNT.
020900     ADD 1 TO WS-TOT-LOADED.
021000     SET ZBX TO WS-ZBA-COUNT.
021100     MOVE WMS-CONTROL-KEY        TO WS-ZBA-ACCOUNT (ZBX).
021200     MOVE WMS-TARGET-CONTROL     TO WS-ZBA-PARENT (ZBX).
021300     MOVE WMS-NB-ZB-ULTMT-PAR    TO WS-ZBA-ULTIMATE (ZBX).
021400     MOVE WMS-NB-ZB-REL-NBR      TO WS-ZBA-REL-NBR (ZBX).
021500     MOVE WMS-NB-ZB-PAR-CHILD    TO WS-ZBA-PAR-CHILD (ZBX).
021600     MOVE WMS-NB-ZB-ZBA-TBA-OPT  TO WS-ZBA-OPTION (ZBX).
021700     MOVE WMS-NB-ZB-TRN-NTFY-OPT TO WS-ZBA-NOTIFY (ZBX).
021800     MOVE WMS-NB-ZB-LVL-NBR      TO WS-ZBA-LVL-NBR (ZBX).
021900     MOVE WMS-CURR-BAL           TO WS-ZBA-BALANCE (ZBX).
022000     MOVE ZERO                   TO WS-ZBA-DEPTH (ZBX).
022100     MOVE 'G'                    TO WS-ZBA-STATUS (ZBX).
022125     MOVE SPACE                  TO WS-ZBA-RESULT (ZBX).
022150     MOVE ZERO                   TO WS-ZBA-XFER-AMT (ZBX).
022175     MOVE SPACES                 TO WS-ZBA-ACTION (ZBX).
022200     IF  WMS-TARGET-AMT-TRLR EQUAL '1'
022225     AND WMS-TARGET-AMOUNT NUMERIC
022300         MOVE WMS-TARGET-AMOUNT  TO WS-ZBA-TARGET (ZBX)
022400     ELSE
022500         MOVE ZERO               TO WS-ZBA-TARGET (ZBX).
022600     IF  WMS-DATE-CLOSED EQUAL SPACES
022700     OR  WMS-DATE-CLOSED EQUAL LOW-VALUES
022800         MOVE 'N' TO WS-ZBA-CLOSED (ZBX)
022900     ELSE
023000         MOVE 'Y' TO WS-ZBA-CLOSED (ZBX).
023100 2000-NEXT.
023200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
023300 2000-EXIT. EXIT.
023400 2100-READ-MASTER.
023500     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
023600     MOVE -1   TO I-O-SEND-CODE.
023700     CALL 'IMACTM' USING I-O-CONTROL-AREA
023800                         MASTER-AREA
023900                         SI-ENVIRONMENT-AREA.
024000     IF  I-O-88-END-OF-FILE
024100         MOVE 'Y' TO WS-END-OF-FILE-SW.
024200 2100-EXIT. EXIT.
024300     EJECT
024400*----------------------------------------------------------------*
024500*    3000-VALIDATE-CHAIN - WALK A CHILD UP TO ITS ULTIMATE       *
024600*    PARENT.  THE NUMBER OF STEPS IS THE CHILD'S DEPTH, WHICH    *
024700*    ORDERS THE SWEEPS.  A CHAIN LONGER THAN THE TABLE CAN ONLY  *
024800*    BE A LOOP.                                                  *
024900*----------------------------------------------------------------*
025000 3000-VALIDATE-CHAIN.
025100     SET ZBX TO WS-SUB.
025200     IF  WS-ZBA-88-PARENT-ONLY (ZBX)
025300         GO TO 3000-EXIT.
025400     MOVE ZERO   TO WS-DEPTH.
025500     MOVE SPACES TO WS-REJECT-LIT.
025600     MOVE 'N'    TO WS-CHAIN-DONE-SW.
025700     MOVE WS-SUB TO WS-WALK-SUB.
025800     PERFORM 3100-STEP-UP THRU 3100-EXIT
025900         UNTIL WS-88-CHAIN-DONE.
026000     SET ZBX TO WS-SUB.
026100     IF  WS-REJECT-LIT NOT EQUAL SPACES
026200         MOVE 'R' TO WS-ZBA-STATUS (ZBX)
026250                     WS-ZBA-RESULT (ZBX)
026300         ADD 1 TO WS-TOT-REJECTED
026400         MOVE ZERO TO WS-XFER-AMT
026500         MOVE WS-REJECT-LIT TO WS-ACTION-LIT
026600         PERFORM 4400-SAVE-RESULT THRU 4400-EXIT
026700         GO TO 3000-EXIT.
026800     MOVE WS-DEPTH TO WS-ZBA-DEPTH (ZBX).
026900     IF  WS-DEPTH GREATER THAN WS-MAX-DEPTH
027000         MOVE WS-DEPTH TO WS-MAX-DEPTH.
027100 3000-EXIT. EXIT.
027200 3100-STEP-UP.
027300     SET ZBX TO WS-WALK-SUB.
027400     MOVE WS-ZBA-PARENT (ZBX) TO WS-FIND-KEY.
027500     IF  WS-FIND-KEY EQUAL SPACES OR LOW-VALUES
027600         MOVE 'NO PARENT ON ACCOUNT      ' TO WS-REJECT-LIT
027700         MOVE 'Y' TO WS-CHAIN-DONE-SW
027800         GO TO 3100-EXIT.
027900     IF  WS-FIND-KEY EQUAL WS-ZBA-ACCOUNT (ZBX)
028000         MOVE 'LOOP - OWN PARENT         ' TO WS-REJECT-LIT
028100         MOVE 'Y' TO WS-CHAIN-DONE-SW
028200         GO TO 3100-EXIT.
028300     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
028400     IF  NOT WS-88-PARENT-FOUND
028500         MOVE 'PARENT NOT ON MASTER      ' TO WS-REJECT-LIT
028600         MOVE 'Y' TO WS-CHAIN-DONE-SW
028700         GO TO 3100-EXIT.
028800     ADD 1 TO WS-DEPTH.
028900     SET ZBX TO WS-FIND-SUB.
029000     IF  WS-ZBA-88-CLOSED (ZBX)
029100         MOVE 'PARENT CLOSED             ' TO WS-REJECT-LIT
029200         MOVE 'Y' TO WS-CHAIN-DONE-SW
029300         GO TO 3100-EXIT.
029400     IF  WS-DEPTH GREATER THAN WS-ZBA-COUNT
029500         MOVE 'LOOP IN HIERARCHY         ' TO WS-REJECT-LIT
029600         MOVE 'Y' TO WS-CHAIN-DONE-SW
029700         GO TO 3100-EXIT.
029800     IF  WS-ZBA-88-PARENT-ONLY (ZBX)
029900         MOVE 'Y' TO WS-CHAIN-DONE-SW
030000         SET ZBX TO WS-SUB
030100         IF  WS-ZBA-ULTIMATE (ZBX) NOT EQUAL SPACES
030200         AND WS-ZBA-ULTIMATE (ZBX) NOT EQUAL WS-FIND-KEY
030300             MOVE 'WRONG ULTIMATE PARENT     ' TO WS-REJECT-LIT
030400         END-IF
030500         GO TO 3100-EXIT.
030600     MOVE WS-FIND-SUB TO WS-WALK-SUB.
030700 3100-EXIT. EXIT.
030800 3200-FIND-ACCOUNT.
030900     MOVE 'N'  TO WS-PARENT-FOUND-SW.
031000     MOVE ZERO TO WS-FIND-SUB.
031100     PERFORM 3210-SCAN-ACCOUNT THRU 3210-EXIT
031200         VARYING WS-PARENT-SUB FROM 1 BY 1
031300         UNTIL WS-PARENT-SUB GREATER THAN WS-ZBA-COUNT
031400            OR WS-88-PARENT-FOUND.
031500 3200-EXIT. EXIT.
031600 3210-SCAN-ACCOUNT.
031700     SET ZBX TO WS-PARENT-SUB.
031800     IF  WS-ZBA-ACCOUNT (ZBX) EQUAL WS-FIND-KEY
031900         MOVE 'Y' TO WS-PARENT-FOUND-SW
032000         MOVE WS-PARENT-SUB TO WS-FIND-SUB.
032100 3210-EXIT. EXIT.
032200     EJECT
032300*----------------------------------------------------------------*
032400*    4000-SWEEP-LEVEL - SWEEP EVERY GOOD CHILD AT THIS DEPTH     *
032500*    INTO (OR FUND IT FROM) ITS IMMEDIATE PARENT.                *
032600*----------------------------------------------------------------*
032700 4000-SWEEP-LEVEL.
032800     PERFORM 4100-SWEEP-CHILD THRU 4100-EXIT
032900         VARYING WS-SUB FROM 1 BY 1
033000         UNTIL WS-SUB GREATER THAN WS-ZBA-COUNT.
033100 4000-EXIT. EXIT.
033200 4100-SWEEP-CHILD.
033300     SET ZBX TO WS-SUB.
033400     IF  NOT WS-ZBA-88-GOOD (ZBX)
033500     OR  WS-ZBA-DEPTH (ZBX) NOT EQUAL WS-LEVEL
033600         GO TO 4100-EXIT.
033700     IF  WS-ZBA-88-TARGET (ZBX)
033800         COMPUTE WS-SWEEP-AMT = WS-ZBA-BALANCE (ZBX)
033900                              - WS-ZBA-TARGET (ZBX)
034000     ELSE
034100         MOVE WS-ZBA-BALANCE (ZBX) TO WS-SWEEP-AMT.
034200     IF  WS-SWEEP-AMT EQUAL ZERO
034300         ADD 1 TO WS-TOT-NO-MOVE
034350         MOVE 'N' TO WS-ZBA-RESULT (ZBX)
034400         MOVE ZERO TO WS-XFER-AMT
034500         MOVE 'AT TARGET - NO TRANSFER   ' TO WS-ACTION-LIT
034600         PERFORM 4400-SAVE-RESULT THRU 4400-EXIT
034700         GO TO 4100-EXIT.
034800     MOVE WS-ZBA-PARENT (ZBX) TO WS-FIND-KEY.
034900     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
035000     SET ZBX TO WS-SUB.
035100     IF  WS-SWEEP-AMT GREATER THAN ZERO
035200         ADD 1 TO WS-TOT-SWEPT
035300         MOVE WS-SWEEP-AMT TO WS-XFER-AMT
035400         MOVE WS-ZBA-ACCOUNT (ZBX) TO WS-FROM-KEY
035500         MOVE WS-ZBA-PARENT (ZBX)  TO WS-TO-KEY
035600         MOVE 'SWEPT TO PARENT           ' TO WS-ACTION-LIT
035650         MOVE 'S' TO WS-ZBA-RESULT (ZBX)
035700     ELSE
035800         ADD 1 TO WS-TOT-FUNDED
035900         COMPUTE WS-XFER-AMT = ZERO - WS-SWEEP-AMT
036000         MOVE WS-ZBA-PARENT (ZBX)  TO WS-FROM-KEY
036100         MOVE WS-ZBA-ACCOUNT (ZBX) TO WS-TO-KEY
036200         MOVE 'FUNDED FROM PARENT        ' TO WS-ACTION-LIT
036250         MOVE 'F' TO WS-ZBA-RESULT (ZBX).
036300     PERFORM 4200-WRITE-TRANSFER THRU 4200-EXIT.
036400*    THE SWEEP ROLLS INTO THE PARENT'S WORKING BALANCE SO THE
036500*    PARENT'S OWN SWEEP AT THE NEXT LEVEL UP CARRIES IT ALONG.
036600     SUBTRACT WS-SWEEP-AMT FROM WS-ZBA-BALANCE (ZBX).
036700     SET ZBX TO WS-FIND-SUB.
036800     ADD WS-SWEEP-AMT TO WS-ZBA-BALANCE (ZBX).
036900     SET ZBX TO WS-SUB.
037000     PERFORM 4400-SAVE-RESULT THRU 4400-EXIT.
037100     IF  WS-ZBA-88-NOTIFY (ZBX)
037200         PERFORM 4300-WRITE-NOTIFY THRU 4300-EXIT.
037300 4100-EXIT. EXIT.
037400     EJECT
037500 4200-WRITE-TRANSFER.
037600*    DEBIT SIDE - TAKE THE FUNDS OFF THE SENDING ACCOUNT.
037700     MOVE LOW-VALUES TO TRAN-FILE.
037800     MOVE WS-FROM-KEY TO TR-KEY.
037900     MOVE ZBP-DEBIT-CODE TO TR-TRAN-CODE.
038000     MOVE WS-XFER-AMT TO TR-AMOUNT.
038100     MOVE ZERO TO TR-NO-AMT.
038200     MOVE 'ZB' TO TR-SOURCE.
038300     WRITE TRAN-FILE.
038400*    CREDIT SIDE - PUT THEM ON THE RECEIVING ACCOUNT.
038500     MOVE LOW-VALUES TO TRAN-FILE.
038600     MOVE WS-TO-KEY TO TR-KEY.
038700     MOVE ZBP-CREDIT-CODE TO TR-TRAN-CODE.
038800     MOVE WS-XFER-AMT TO TR-AMOUNT.
038900     MOVE ZERO TO TR-NO-AMT.
039000     MOVE 'ZB' TO TR-SOURCE.
039100     WRITE TRAN-FILE.
039200 4200-EXIT. EXIT.
039300 4300-WRITE-NOTIFY.
039400     ADD 1 TO WS-TOT-NOTIFIED.
039500     MOVE SPACES TO ZBA-NOTIFY-RECORD.
039600     MOVE WS-ZBA-ACCOUNT (ZBX) TO ZBN-ACCOUNT.
039700     MOVE WS-ZBA-PARENT (ZBX)  TO ZBN-PARENT.
039800     MOVE WS-ZBA-REL-NBR (ZBX) TO ZBN-REL-NBR.
039900     IF  WS-SWEEP-AMT GREATER THAN ZERO
040000         MOVE 'S' TO ZBN-DIRECTION
040100     ELSE
040200         MOVE 'F' TO ZBN-DIRECTION.
040300     MOVE WS-XFER-AMT          TO ZBN-AMOUNT.
040400     MOVE WS-ZBA-BALANCE (ZBX) TO ZBN-RESULT-BAL.
040500     MOVE WS-RUN-DATE-YYMMDD   TO ZBN-SWEEP-DATE.
040600     WRITE ZBA-NOTIFY-RECORD.
040700 4300-EXIT. EXIT.
040701 4400-SAVE-RESULT.
040702     MOVE WS-XFER-AMT   TO WS-ZBA-XFER-AMT (ZBX).
040703     MOVE WS-ACTION-LIT TO WS-ZBA-ACTION (ZBX).
040704 4400-EXIT. EXIT.
040705     EJECT
040706*----------------------------------------------------------------*
040707*    5000-RELEASE-RESULTS - THE INPUT SIDE OF THE REPORT SORT.   *
040708*    EVERY CHILD THAT WAS SWEPT, FUNDED, LEFT AT TARGET OR       *
040709*    REJECTED GOES IN, SO THE REPORT CAN BE GROUPED BY           *
040710*    RELATIONSHIP NUMBER - DEEPEST LEVEL FIRST, AS SWEPT - NO    *
040711*    MATTER WHAT ORDER THE LEVELS WERE PROCESSED IN.             *
040712*----------------------------------------------------------------*
040713 5000-RELEASE-RESULTS.
040714     PERFORM 5100-RELEASE-ONE THRU 5100-EXIT
040715         VARYING WS-SUB FROM 1 BY 1
040716         UNTIL WS-SUB GREATER THAN WS-ZBA-COUNT.
040717 5000-EXIT. EXIT.
040718 5100-RELEASE-ONE.
040719     SET ZBX TO WS-SUB.
040720     IF  WS-ZBA-RESULT (ZBX) EQUAL SPACE
040721         GO TO 5100-EXIT.
040722     MOVE WS-ZBA-REL-NBR (ZBX)  TO ZBS-REL-NBR.
040723     MOVE WS-ZBA-DEPTH (ZBX)    TO ZBS-LEVEL.
040724     MOVE WS-ZBA-ACCOUNT (ZBX)  TO ZBS-ACCOUNT.
040725     MOVE WS-ZBA-PARENT (ZBX)   TO ZBS-PARENT.
040726     MOVE WS-ZBA-RESULT (ZBX)   TO ZBS-RESULT.
040727     MOVE WS-ZBA-XFER-AMT (ZBX) TO ZBS-XFER-AMT.
040728     MOVE WS-ZBA-ACTION (ZBX)   TO ZBS-ACTION.
040729     RELEASE ZBA-SORT-RECORD.
040730 5100-EXIT. EXIT.
040731     EJECT
040732*----------------------------------------------------------------*
040733*    6000-PRINT-REPORT - THE RETURN SIDE OF THE REPORT SORT.     *
040734*    A CHANGE OF RELATIONSHIP NUMBER PRINTS THE SUBTOTAL FOR THE *
040735*    RELATIONSHIP JUST FINISHED - ACCOUNTS, AMOUNT SWEPT UP,     *
040736*    AMOUNT FUNDED DOWN AND CHILDREN REJECTED.                   *
040737*----------------------------------------------------------------*
040738 6000-PRINT-REPORT.
040739     MOVE 'N' TO WS-SORT-EOF-SW.
040740     PERFORM 6100-RETURN-RESULT THRU 6100-EXIT
040741         UNTIL WS-88-SORT-EOF.
040742     IF  WS-PRIOR-REL-NBR NOT EQUAL LOW-VALUES
040743         PERFORM 6200-PRINT-SUBTOTAL THRU 6200-EXIT.
040744 6000-EXIT. EXIT.
040745 6100-RETURN-RESULT.
040746     RETURN ZBA-SORT-FILE
040747         AT END MOVE 'Y' TO WS-SORT-EOF-SW
040748                GO TO 6100-EXIT.
040749     IF  ZBS-REL-NBR NOT EQUAL WS-PRIOR-REL-NBR
040750         IF  WS-PRIOR-REL-NBR NOT EQUAL LOW-VALUES
040751             PERFORM 6200-PRINT-SUBTOTAL THRU 6200-EXIT
040752         END-IF
040753         MOVE ZBS-REL-NBR TO WS-PRIOR-REL-NBR
040754         ADD 1 TO WS-TOT-RELATIONSHIPS.
040755     ADD 1 TO WS-REL-ACCOUNTS.
040756     IF  ZBS-88-SWEPT
040757         ADD ZBS-XFER-AMT TO WS-REL-SWEPT.
040758     IF  ZBS-88-FUNDED
040759         ADD ZBS-XFER-AMT TO WS-REL-FUNDED.
040760     IF  ZBS-88-REJECTED
040761         ADD 1 TO WS-REL-REJECTED.
040762     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
040763 6100-EXIT. EXIT.
040764 6200-PRINT-SUBTOTAL.
040765     MOVE WS-PRIOR-REL-NBR TO SBT-REL-NBR.
040766     MOVE WS-REL-ACCOUNTS  TO SBT-ACCOUNTS.
040767     MOVE WS-REL-SWEPT     TO SBT-SWEPT.
040768     MOVE WS-REL-FUNDED    TO SBT-FUNDED.
040769     MOVE WS-REL-REJECTED  TO SBT-REJECTED.
040770     MOVE SPACES TO ZBA-CONC-RPT-LINE.
040771     MOVE WS-SUBTOTAL-LINE TO ZBA-CONC-RPT-LINE.
040772     WRITE ZBA-CONC-RPT-LINE.
040773     WRITE ZBA-CONC-RPT-LINE FROM WS-BLANK-LINE.
040774     MOVE ZERO TO WS-REL-ACCOUNTS
040775                  WS-REL-REJECTED
040776                  WS-REL-SWEPT
040777                  WS-REL-FUNDED.
040778 6200-EXIT. EXIT.
040800     EJECT
040900 7000-PRINT-DETAIL.
041000     MOVE ZBS-REL-NBR          TO DTL-REL-NBR.
041100     MOVE ZBS-LEVEL            TO DTL-LEVEL.
041200     MOVE ZBS-ACCOUNT          TO DTL-ACCOUNT.
041300     MOVE ZBS-PARENT           TO DTL-PARENT.
041400     MOVE ZBS-XFER-AMT         TO DTL-AMOUNT.
041500     MOVE ZBS-ACTION           TO DTL-ACTION.
041600     MOVE SPACES TO ZBA-CONC-RPT-LINE.
041700     MOVE WS-DETAIL-LINE TO ZBA-CONC-RPT-LINE.
041800     WRITE ZBA-CONC-RPT-LINE.
041900 7000-EXIT. EXIT.
041910 7100-PRINT-MESSAGE.
041920     MOVE SPACES TO ZBA-CONC-RPT-LINE.
041930     MOVE WS-MESSAGE-LINE TO ZBA-CONC-RPT-LINE.
041940     WRITE ZBA-CONC-RPT-LINE.
041950 7100-EXIT. EXIT.
042000     EJECT
042100*----------------------------------------------------------------*
042200*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
042300*----------------------------------------------------------------*
042400 9000-TERMINATE.
042500     WRITE ZBA-CONC-RPT-LINE FROM WS-BLANK-LINE.
042600     MOVE 'RELATIONSHIP ACCOUNTS LOADED      ' TO SUM-LIT.
042700     MOVE WS-TOT-LOADED TO SUM-COUNT.
042800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
042900     MOVE 'CHILDREN SWEPT TO PARENT          ' TO SUM-LIT.
043000     MOVE WS-TOT-SWEPT TO SUM-COUNT.
043100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043200     MOVE 'CHILDREN FUNDED FROM PARENT       ' TO SUM-LIT.
043300     MOVE WS-TOT-FUNDED TO SUM-COUNT.
043400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043500     MOVE 'CHILDREN ALREADY AT TARGET        ' TO SUM-LIT.
043600     MOVE WS-TOT-NO-MOVE TO SUM-COUNT.
043700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
043800     MOVE 'CHILDREN REJECTED                 ' TO SUM-LIT.
043900     MOVE WS-TOT-REJECTED TO SUM-COUNT.
044000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
044100     MOVE 'TRANSFER NOTIFICATIONS WRITTEN    ' TO SUM-LIT.
044200     MOVE WS-TOT-NOTIFIED TO SUM-COUNT.
044300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
044325     MOVE 'RELATIONSHIPS REPORTED            ' TO SUM-LIT.
044350     MOVE WS-TOT-RELATIONSHIPS TO SUM-COUNT.
044375     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
044400     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
044500     MOVE -1   TO I-O-SEND-CODE.
044600     CALL 'IMACTM' USING I-O-CONTROL-AREA
044700                         MASTER-AREA
044800                         SI-ENVIRONMENT-AREA.
044900     CLOSE ZBA-NOTIFY-EXT.
045000     CLOSE ZBA-TRAN-OUT.
045100     CLOSE ZBA-CONC-RPT.
045200 9000-EXIT. EXIT.
045300 9100-PRINT-SUMMARY.
045400     MOVE SPACES TO ZBA-CONC-RPT-LINE.
045500     MOVE WS-SUMMARY-LINE TO ZBA-CONC-RPT-LINE.
045600     WRITE ZBA-CONC-RPT-LINE.
045700 9100-EXIT. EXIT.
