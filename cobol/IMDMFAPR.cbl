*     * GN6196 * 09/27/26 JCTE PENDING DECEDENT APPROVAL
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMDMFAPR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/27/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMDMFAPR APPLIES OPERATIONS' DECISIONS ON THE PENDING       *
000900*    DECEDENT FILE (IMWSDCDP) THAT IMDMFMAT STAGES FROM THE SSA  *
001000*    DEATH MASTER FILE.  EACH DECISION CARD NAMES THE TAX ID,    *
001100*    THE DECISION AND THE OPERATOR.  AN APPROVAL SETS THE        *
001200*    DECEDENT STATUS (WMS-DCD-STATUS) AND DATE OF DEATH          *
001300*    (WMS-DCD-DATE, MMDDYY) ON EVERY ACCOUNT THE TAXPAYER OWNS   *
001400*    ON THE CUSTOMER CROSS-REFERENCE (IMWSCXRF), AND ON A PLAN   *
001500*    ACCOUNT THE PLAN TRAILER DATE OF DEATH                      *
001600*    (WMS-PLN-TRLR-DEATH-DATE), SO IMDCDMON, IMESTDST AND THE    *
001700*    TAX PROGRAMS TREAT IT AS A DECEDENT FROM THE NEXT CYCLE.    *
001800*    AN ACCOUNT ALREADY FLAGGED BY THE BRANCH IS LEFT AS IT IS.  *
001900*    EACH FIELD CHANGED IS JOURNALED THROUGH IMWSFMJR UNDER THE  *
002000*    APPROVING OPERATOR.  A REJECTION IS KEPT ON THE FILE SO THE *
002100*    SAME ENTRY IS NOT STAGED AGAIN.  ENTRIES STILL UNDECIDED    *
002200*    ARE LISTED WITH THE DATE THEY WERE STAGED.  A PENDING FILE  *
002225*    LARGER THAN THE TABLE STOPS THE RUN WITH RETURN CODE 16     *
002250*    BEFORE ANYTHING IS WRITTEN.                                 *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/27/26 JCTE NEW PROGRAM - PENDING DECEDENT           GN6196 *
002800*                APPROVAL AND DECEDENT FLAGGING                 *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT DMA-PARM-FILE     ASSIGN TO "IMDMAPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL PENDING-DCD-IN ASSIGN TO "IMDMFPNI"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PND-FILE-STATUS.
003800     SELECT OPTIONAL DECISION-FILE ASSIGN TO "IMDMFDCS"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-DCS-FILE-STATUS.
004100     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-XRF-FILE-STATUS.
004400     SELECT PENDING-DCD-OUT   ASSIGN TO "IMDMFPNO"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMDMAJRN"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT DMA-APPROVAL-RPT  ASSIGN TO "IMDMARPT"
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DMA-PARM-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  DMA-PARM-RECORD.
005500     03  DAP-RUN-DATE                PIC 9(6).
005600     03  DAP-DCD-STATUS              PIC X.
005700     03  FILLER                      PIC X(73).
005800 FD  PENDING-DCD-IN
005900     RECORD CONTAINS 150 CHARACTERS.
006000 01  PENDING-DCD-IN-REC              PIC X(150).
006100 FD  DECISION-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  DECISION-RECORD.
006400     03  DDC-TAX-ID                  PIC X(11).
006500     03  DDC-DECISION                PIC X.
006600         88  DDC-88-APPROVE          VALUE 'A'.
006700         88  DDC-88-REJECT           VALUE 'R'.
006800     03  DDC-OPER-ID                 PIC X(5).
006900     03  FILLER                      PIC X(63).
007000 FD  CUST-XREF-FILE.
007100     COPY IMWSCXRF.
007200 FD  PENDING-DCD-OUT
007300     RECORD CONTAINS 150 CHARACTERS.
007400 01  PENDING-DCD-OUT-REC             PIC X(150).
007500 FD  FM-JOURNAL-OUT.
007600     COPY IMWSFMJR.
007700 FD  DMA-APPROVAL-RPT
007800     RECORD CONTAINS 133 CHARACTERS.
007900 01  DMA-APPROVAL-RPT-LINE           PIC X(133).
008000 WORKING-STORAGE SECTION.
008100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMDMFAPR'.
008200 77  WS-PND-MAX                      PIC S9(5)   COMP VALUE +9000.
008300 77  WS-PND-FILE-STATUS              PIC X(2)    VALUE SPACES.
008400 77  WS-DCS-FILE-STATUS              PIC X(2)    VALUE SPACES.
008500 77  WS-XRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
008600     EJECT
008700     COPY IMWSDCDP.
008800     EJECT
008900 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009000 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009100     03  WS-RUN-YR                   PIC 99.
009200     03  WS-RUN-MO                   PIC 99.
009300     03  WS-RUN-DA                   PIC 99.
009400 01  WS-DCD-STATUS                   PIC X       VALUE 'D'.
009500     EJECT
009600 01  WS-SWITCHES.
009700     03  WS-PND-EOF-SW               PIC X(1)    VALUE 'N'.
009800         88  WS-88-PND-EOF           VALUE 'Y'.
009900     03  WS-DCS-EOF-SW               PIC X(1)    VALUE 'N'.
010000         88  WS-88-DCS-EOF           VALUE 'Y'.
010100     03  WS-XRF-EOF-SW               PIC X(1)    VALUE 'N'.
010200         88  WS-88-XRF-EOF           VALUE 'Y'.
010300     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
010400         88  WS-88-MASTER-FOUND      VALUE 'Y'.
010425     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
010450         88  WS-88-ABORT             VALUE 'Y'.
010500 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
010600 01  WS-PND-SUB                      PIC S9(5)   COMP VALUE 0.
010700 01  WS-PND-COUNT                    PIC S9(5)   COMP VALUE 0.
010800 01  WS-APPROVED-COUNT               PIC S9(5)   COMP VALUE 0.
010900 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
011000 01  WS-SEARCH-TAX-ID                PIC X(11)   VALUE SPACES.
011100 01  WS-ACTION-LIT                   PIC X(34)   VALUE SPACES.
011200 01  WS-DCD-DATE-MMDDYY.
011300     03  WS-DCD-MM                   PIC 99.
011400     03  WS-DCD-DD                   PIC 99.
011500     03  WS-DCD-YY                   PIC 99.
011600     EJECT
011700*----------------------------------------------------------------*
011800*    PENDING DECEDENT ENTRIES.  WS-PND-APPLY IS 'Y' FOR AN ENTRY *
011900*    APPROVED IN THIS RUN, WHOSE ACCOUNTS ARE STILL TO BE SET.   *
012000*----------------------------------------------------------------*
012100 01  WS-PENDING-TABLE.
012200     03  WS-PND-ENTRY OCCURS 9000 TIMES
012300                      INDEXED BY PNX.
012400         05  WS-PND-RECORD           PIC X(150).
012500         05  WS-PND-APPLY            PIC X.
012600         05  WS-PND-SET-COUNT        PIC S9(3)   COMP.
012700     EJECT
012800 01  WS-TOTALS.
012900     03  WS-TOT-PENDING-IN           PIC 9(7)    COMP VALUE 0.
013000     03  WS-TOT-DECISIONS            PIC 9(7)    COMP VALUE 0.
013100     03  WS-TOT-APPROVED             PIC 9(7)    COMP VALUE 0.
013200     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
013300     03  WS-TOT-BAD-DECISION         PIC 9(7)    COMP VALUE 0.
013400     03  WS-TOT-ACCTS-FLAGGED        PIC 9(7)    COMP VALUE 0.
013500     03  WS-TOT-PLANS-DATED          PIC 9(7)    COMP VALUE 0.
013600     03  WS-TOT-ALREADY-FLAGGED      PIC 9(7)    COMP VALUE 0.
013700     03  WS-TOT-JOURNALED            PIC 9(7)    COMP VALUE 0.
013800     03  WS-TOT-STILL-PENDING        PIC 9(7)    COMP VALUE 0.
013900     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
014000     EJECT
014100 01  WS-REPORT-TITLE.
014200     03  FILLER                      PIC X(48)   VALUE
014300         'IMDMFAPR - PENDING DECEDENT APPROVAL            '.
014400     03  FILLER                      PIC X(9)    VALUE
014500         'RUN DATE '.
014600     03  TTL-RUN-DATE                PIC X(8).
014700     03  FILLER                      PIC X(68)   VALUE SPACES.
014800 01  WS-SECTION-LINE.
014900     03  FILLER                      PIC X(4)    VALUE SPACES.
015000     03  SEC-LIT                     PIC X(50).
015100     03  FILLER                      PIC X(79)   VALUE SPACES.
015200 01  WS-DETAIL-LINE.
015300     03  FILLER                      PIC X(4)    VALUE SPACES.
015400     03  DTL-TAX-ID                  PIC X(11).
015500     03  FILLER                      PIC X(2)    VALUE SPACES.
015600     03  DTL-LAST-NAME               PIC X(20).
015700     03  FILLER                      PIC X(1)    VALUE SPACES.
015800     03  DTL-ACCOUNT                 PIC X(22).
015900     03  FILLER                      PIC X(2)    VALUE SPACES.
016000     03  DTL-DEATH-DATE              PIC 9(8).
016100     03  FILLER                      PIC X(2)    VALUE SPACES.
016200     03  DTL-STAGED-DATE             PIC 9(6).
016300     03  FILLER                      PIC X(2)    VALUE SPACES.
016400     03  DTL-OPER-ID                 PIC X(5).
016500     03  FILLER                      PIC X(2)    VALUE SPACES.
016600     03  DTL-ACTION                  PIC X(34).
016700     03  FILLER                      PIC X(12)   VALUE SPACES.
016800 01  WS-SUMMARY-LINE.
016900     03  FILLER                      PIC X(4)    VALUE SPACES.
017000     03  SUM-LIT                     PIC X(34).
017100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
017200     03  FILLER                      PIC X(88)   VALUE SPACES.
017210 01  WS-ABORT-LINE.
017220     03  FILLER                      PIC X(4)    VALUE SPACES.
017230     03  FILLER                      PIC X(50)   VALUE
017240         'PENDING DECEDENT FILE EXCEEDS THE TABLE - RUN STOP'.
017250     03  FILLER                      PIC X(50)   VALUE
017260         'PED, NO FILE WRITTEN                              '.
017270     03  FILLER                      PIC X(29)   VALUE SPACES.
017300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
017400     EJECT
017500 LINKAGE SECTION.
017600     COPY SIWSCNTL.
017700     EJECT
017800     COPY IMAWKMST.
017900     EJECT
018000     COPY IMWSENVO.
018100     EJECT
018200 PROCEDURE DIVISION.
018300*----------------------------------------------------------------*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
018525     IF  WS-88-ABORT
018550         GOBACK.
018600     MOVE 'DECISIONS' TO SEC-LIT.
018700     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
018800     PERFORM 2000-APPLY-DECISION  THRU 2000-EXIT
018900         UNTIL WS-88-DCS-EOF.
019000     MOVE 'ACCOUNTS FLAGGED DECEDENT' TO SEC-LIT.
019100     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
019200     IF  WS-APPROVED-COUNT GREATER THAN ZERO
019300         PERFORM 3000-FLAG-ACCOUNTS THRU 3000-EXIT
019400             UNTIL WS-88-XRF-EOF.
019500     PERFORM 3900-NOT-FLAGGED     THRU 3900-EXIT
019600         VARYING WS-SUB FROM 1 BY 1
019700         UNTIL WS-SUB GREATER THAN WS-PND-COUNT.
019800     MOVE 'STILL PENDING APPROVAL' TO SEC-LIT.
019900     PERFORM 7100-PRINT-SECTION   THRU 7100-EXIT.
020000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
020100     GOBACK.
020200     EJECT
020300 1000-INITIALIZE.
020400     OPEN INPUT DMA-PARM-FILE.
020500     READ DMA-PARM-FILE
020600         AT END MOVE ZERO TO DAP-RUN-DATE
020700                MOVE SPACE TO DAP-DCD-STATUS.
020800     CLOSE DMA-PARM-FILE.
020900     IF  DAP-RUN-DATE NUMERIC
021000     AND DAP-RUN-DATE GREATER THAN ZERO
021100         MOVE DAP-RUN-DATE TO WS-RUN-DATE-YYMMDD
021200     ELSE
021300         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
021400     IF  DAP-DCD-STATUS NOT EQUAL SPACE
021500     AND DAP-DCD-STATUS NOT EQUAL LOW-VALUE
021600         MOVE DAP-DCD-STATUS TO WS-DCD-STATUS.
021700     OPEN INPUT PENDING-DCD-IN.
021800     IF  WS-PND-FILE-STATUS EQUAL '05' OR '35'
021900         MOVE 'Y' TO WS-PND-EOF-SW.
022000     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT
022100         UNTIL WS-88-PND-EOF.
022200     CLOSE PENDING-DCD-IN.
022210     IF  WS-88-ABORT
022220         OPEN OUTPUT DMA-APPROVAL-RPT
022230         MOVE SPACES TO DMA-APPROVAL-RPT-LINE
022240         MOVE WS-ABORT-LINE TO DMA-APPROVAL-RPT-LINE
022250         WRITE DMA-APPROVAL-RPT-LINE
022260         CLOSE DMA-APPROVAL-RPT
022270         MOVE 16 TO RETURN-CODE
022280         GO TO 1000-EXIT.
022300     OPEN INPUT DECISION-FILE.
022400     IF  WS-DCS-FILE-STATUS EQUAL '05' OR '35'
022500         MOVE 'Y' TO WS-DCS-EOF-SW.
022600     OPEN INPUT CUST-XREF-FILE.
022700     IF  WS-XRF-FILE-STATUS EQUAL '05' OR '35'
022800         MOVE 'Y' TO WS-XRF-EOF-SW.
022900     OPEN OUTPUT PENDING-DCD-OUT.
023000     OPEN OUTPUT FM-JOURNAL-OUT.
023100     OPEN OUTPUT DMA-APPROVAL-RPT.
023200     MOVE SPACES TO TTL-RUN-DATE.
023300     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
023400         DELIMITED BY SIZE INTO TTL-RUN-DATE.
023500     WRITE DMA-APPROVAL-RPT-LINE FROM WS-BLANK-LINE.
023600     MOVE SPACES TO DMA-APPROVAL-RPT-LINE.
023700     MOVE WS-REPORT-TITLE TO DMA-APPROVAL-RPT-LINE.
023800     WRITE DMA-APPROVAL-RPT-LINE.
023900     MOVE SPACES TO SI-ENVIRONMENT-AREA.
024000     MOVE '1' TO SI-ENVIRONMENT-VSAM.
024100     MOVE 'O' TO I-O-CONTROL-OPERATOR.
024200     MOVE 'U' TO I-O-CONTROL-ACCESS.
024300     MOVE -1  TO I-O-SEND-CODE.
024400     CALL 'IMACTM' USING I-O-CONTROL-AREA
024500                         MASTER-AREA
024600                         SI-ENVIRONMENT-AREA.
024700 1000-EXIT. EXIT.
024800 1100-LOAD-PENDING.
024900     READ PENDING-DCD-IN
025000         AT END MOVE 'Y' TO WS-PND-EOF-SW
025100                GO TO 1100-EXIT.
025200     ADD 1 TO WS-TOT-PENDING-IN.
025300     IF  WS-PND-COUNT NOT LESS THAN WS-PND-MAX
025400         ADD 1 TO WS-TOT-OVERFLOW
025450         MOVE 'Y' TO WS-ABORT-SW
025500         MOVE 'Y' TO WS-PND-EOF-SW
025550         GO TO 1100-EXIT.
025600     ADD 1 TO WS-PND-COUNT.
025700     SET PNX TO WS-PND-COUNT.
025800     MOVE PENDING-DCD-IN-REC TO WS-PND-RECORD (PNX).
025900     MOVE 'N'  TO WS-PND-APPLY (PNX).
026000     MOVE ZERO TO WS-PND-SET-COUNT (PNX).
026100 1100-EXIT. EXIT.
026200     EJECT
026300*----------------------------------------------------------------*
026400*    2000-APPLY-DECISION - ONE DECISION CARD AGAINST ITS PENDING *
026500*    ENTRY.  ONLY AN ENTRY STILL PENDING TAKES A DECISION.       *
026600*----------------------------------------------------------------*
026700 2000-APPLY-DECISION.
026800     READ DECISION-FILE
026900         AT END MOVE 'Y' TO WS-DCS-EOF-SW
027000                GO TO 2000-EXIT.
027100     ADD 1 TO WS-TOT-DECISIONS.
027200     MOVE DDC-TAX-ID TO WS-SEARCH-TAX-ID.
027300     PERFORM 5000-FIND-PENDING THRU 5000-EXIT.
027400     MOVE SPACES TO PENDING-DECEDENT-RECORD.
027500     IF  WS-PND-SUB GREATER THAN ZERO
027550         SET PNX TO WS-PND-SUB
027600         MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD
027650     ELSE
027700         MOVE DDC-TAX-ID TO DCP-TAX-ID.
027900     IF  WS-PND-SUB EQUAL ZERO
028000     OR  NOT DCP-88-PENDING
028100         ADD 1 TO WS-TOT-BAD-DECISION
028200         MOVE 'NOT APPLIED - NOT PENDING         '
028300             TO WS-ACTION-LIT
028400         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
028500         GO TO 2000-EXIT.
028600     IF  NOT DDC-88-APPROVE
028700     AND NOT DDC-88-REJECT
028800         ADD 1 TO WS-TOT-BAD-DECISION
028900         MOVE 'NOT APPLIED - DECISION NOT A OR R '
029000             TO WS-ACTION-LIT
029100         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
029200         GO TO 2000-EXIT.
029300     MOVE DDC-DECISION        TO DCP-STATUS.
029400     MOVE DDC-OPER-ID         TO DCP-DECISION-OPER.
029500     MOVE WS-RUN-DATE-YYMMDD  TO DCP-DECISION-DATE.
029600     MOVE PENDING-DECEDENT-RECORD TO WS-PND-RECORD (PNX).
029700     IF  DDC-88-APPROVE
029800         MOVE 'Y' TO WS-PND-APPLY (PNX)
029900         ADD 1 TO WS-APPROVED-COUNT WS-TOT-APPROVED
030000         MOVE 'APPROVED                          '
030100             TO WS-ACTION-LIT
030200     ELSE
030300         ADD 1 TO WS-TOT-REJECTED
030400         MOVE 'REJECTED                          '
030500             TO WS-ACTION-LIT.
030600     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
030700 2000-EXIT. EXIT.
030800     EJECT
030900*----------------------------------------------------------------*
031000*    3000-FLAG-ACCOUNTS - EVERY CROSS-REFERENCE ENTRY OF A       *
031100*    TAXPAYER APPROVED IN THIS RUN IS FLAGGED DECEDENT.          *
031200*----------------------------------------------------------------*
031300 3000-FLAG-ACCOUNTS.
031400     READ CUST-XREF-FILE
031500         AT END MOVE 'Y' TO WS-XRF-EOF-SW
031600                GO TO 3000-EXIT.
031700     IF  NOT CXR-88-ACTIVE
031800         GO TO 3000-EXIT.
031900     MOVE CXR-TAX-ID TO WS-SEARCH-TAX-ID.
032000     PERFORM 5000-FIND-PENDING THRU 5000-EXIT.
032100     IF  WS-PND-SUB EQUAL ZERO
032200         GO TO 3000-EXIT.
032300     SET PNX TO WS-PND-SUB.
032400     IF  WS-PND-APPLY (PNX) NOT EQUAL 'Y'
032500         GO TO 3000-EXIT.
032600     MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD.
032700     MOVE CXR-CONTROL-KEY TO WS-ACCOUNT.
032800     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
032900     IF  NOT WS-88-MASTER-FOUND
033000         GO TO 3000-EXIT.
033100     IF  WMS-DCD-STATUS NOT EQUAL SPACES
033200     AND WMS-DCD-STATUS NOT EQUAL LOW-VALUES
033300         ADD 1 TO WS-TOT-ALREADY-FLAGGED
033400         MOVE 'ALREADY FLAGGED - LEFT AS IS      '
033500             TO WS-ACTION-LIT
033600         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
033700         GO TO 3000-EXIT.
033800     PERFORM 3100-SET-DECEDENT THRU 3100-EXIT.
033900     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
034000     MOVE -1   TO I-O-SEND-CODE.
034100     CALL 'IMACTM' USING I-O-CONTROL-AREA
034200                         MASTER-AREA
034300                         SI-ENVIRONMENT-AREA.
034400     ADD 1 TO WS-TOT-ACCTS-FLAGGED.
034500     ADD 1 TO WS-PND-SET-COUNT (PNX).
034600     MOVE 'FLAGGED DECEDENT                  ' TO WS-ACTION-LIT.
034700     IF  WMS-PLAN-TRLR EQUAL '1'
034800         MOVE 'FLAGGED DECEDENT - PLAN DATED     '
034900             TO WS-ACTION-LIT.
035000     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
035100 3000-EXIT. EXIT.
035200*----------------------------------------------------------------*
035300*    3100-SET-DECEDENT - A DECEDENT TRAILER NOT YET ON THE       *
035400*    ACCOUNT IS STARTED CLEAN, SO THE TAX PROGRAMS FIND EMPTY    *
035500*    BUCKETS AND NO BENEFICIARY TAX ID UNTIL THE ESTATE IS SET   *
035600*    UP.                                                         *
035700*----------------------------------------------------------------*
035800 3100-SET-DECEDENT.
035900     IF  WMS-DCD-TAX-DATA-TRLR NOT EQUAL '1'
036000         MOVE '1'    TO WMS-DCD-TAX-DATA-TRLR
036100         MOVE ZERO   TO WMS-DCD-NA-PTR
036200         MOVE SPACES TO WMS-DCD-TAX-ID WMS-DCD-USER
036300                        WMS-DCD-NRA-CERT-NAME
036400         MOVE ZERO   TO WMS-DCD-YTD-INT-IOD WMS-DCD-YTD-INT-SAV
036500                        WMS-DCD-YTD-INT-LOAN WMS-DCD-YTD-TAX-IOD
036600                        WMS-DCD-YTD-TAX-IOD-STATE
036700                        WMS-DCD-YTD-TAX-IOD-LOCAL
036800                        WMS-DCD-YTD-TAX-SAV
036900                        WMS-DCD-YTD-TAX-SAV-STATE
037000                        WMS-DCD-YTD-TAX-SAV-LOCAL
037100                        WMS-DCD-YTD-INT-IOD-1042
037200                        WMS-DCD-YTD-INT-SAV-1042.
037300     MOVE DCP-DEATH-MM TO WS-DCD-MM.
037400     MOVE DCP-DEATH-DD TO WS-DCD-DD.
037500     MOVE DCP-DEATH-YY TO WS-DCD-YY.
037600     MOVE 'DCDSTAT '          TO FMJ-FIELD-ID.
037700     MOVE WMS-DCD-STATUS      TO FMJ-BEFORE-IMAGE.
037800     MOVE WS-DCD-STATUS       TO FMJ-AFTER-IMAGE
037900                                 WMS-DCD-STATUS.
038000     PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT.
038100     MOVE 'DCDDATE '          TO FMJ-FIELD-ID.
038200     MOVE WMS-DCD-DATE        TO FMJ-BEFORE-IMAGE.
038300     MOVE WS-DCD-DATE-MMDDYY  TO FMJ-AFTER-IMAGE
038400                                 WMS-DCD-DATE.
038500     PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT.
038600     IF  WMS-PLAN-TRLR NOT EQUAL '1'
038700         GO TO 3100-EXIT.
038800     MOVE 'PLNDEATH'              TO FMJ-FIELD-ID.
038900     MOVE WMS-PLN-TRLR-DEATH-DATE TO FMJ-BEFORE-IMAGE.
039000     MOVE DCP-DEATH-CCYY          TO WMS-PLN-TRLR-DEATH-YEAR.
039100     MOVE DCP-DEATH-MM            TO WMS-PLN-TRLR-DEATH-MO.
039200     MOVE DCP-DEATH-DD            TO WMS-PLN-TRLR-DEATH-DA.
039300     MOVE WMS-PLN-TRLR-DEATH-DATE TO FMJ-AFTER-IMAGE.
039400     PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT.
039500     ADD 1 TO WS-TOT-PLANS-DATED.
039600 3100-EXIT. EXIT.
039700 3200-WRITE-JOURNAL.
039800     MOVE WS-ACCOUNT          TO FMJ-ACCOUNT.
039900     MOVE DCP-DECISION-OPER   TO FMJ-OPER-ID.
040000     MOVE WS-RUN-DATE-YYMMDD  TO FMJ-MAINT-DATE.
040100     MOVE ZERO                TO FMJ-MAINT-TIME.
040200     WRITE FM-JOURNAL-RECORD.
040300     ADD 1 TO WS-TOT-JOURNALED.
040400 3200-EXIT. EXIT.
040500 3900-NOT-FLAGGED.
040600     SET PNX TO WS-SUB.
040700     IF  WS-PND-APPLY (PNX) NOT EQUAL 'Y'
040800     OR  WS-PND-SET-COUNT (PNX) GREATER THAN ZERO
040900         GO TO 3900-EXIT.
041000     MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD.
041100     MOVE SPACES TO WS-ACCOUNT.
041200     MOVE 'APPROVED - NO ACCOUNT NEWLY SET   ' TO WS-ACTION-LIT.
041300     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
041400 3900-EXIT. EXIT.
041500     EJECT
041600*----------------------------------------------------------------*
041700*    5000-FIND-PENDING - ENTRY FOR WS-SEARCH-TAX-ID, ZERO IF     *
041750*    NONE.  THE MATCH IS ON THE SOCIAL SECURITY NUMBER           *
041800*    (POSITIONS 2-10), THE WAY IMDMFMAT GROUPS THE TAXPAYER'S    *
041850*    ACCOUNTS, SO EVERY TAX ID CARRYING THE NUMBER IS FLAGGED.   *
041900*----------------------------------------------------------------*
042000 5000-FIND-PENDING.
042100     MOVE ZERO TO WS-PND-SUB.
042200     PERFORM 5010-SCAN-PENDING THRU 5010-EXIT
042300         VARYING WS-SUB FROM 1 BY 1
042400         UNTIL WS-SUB GREATER THAN WS-PND-COUNT
042500            OR WS-PND-SUB GREATER THAN ZERO.
042600 5000-EXIT. EXIT.
042700 5010-SCAN-PENDING.
042800     SET PNX TO WS-SUB.
042900     IF  WS-PND-RECORD (PNX) (2:9) EQUAL WS-SEARCH-TAX-ID (2:9)
043000         MOVE WS-SUB TO WS-PND-SUB.
043100 5010-EXIT. EXIT.
043200 5100-READ-MASTER.
043300     MOVE 'N' TO WS-MASTER-FOUND-SW.
043400     MOVE SPACES TO WMS-CONTROL-KEY.
043500     MOVE WS-ACCOUNT TO WMS-CONTROL-KEY.
043600     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
043700     MOVE -1     TO I-O-SEND-CODE.
043800     CALL 'IMACTM' USING I-O-CONTROL-AREA
043900                         MASTER-AREA
044000                         SI-ENVIRONMENT-AREA.
044100     IF  NOT I-O-88-NORMAL-RET
044200         GO TO 5100-EXIT.
044300     MOVE 'Y' TO WS-MASTER-FOUND-SW.
044400 5100-EXIT. EXIT.
044500     EJECT
044600 7000-PRINT-DETAIL.
044700     MOVE DCP-TAX-ID        TO DTL-TAX-ID.
044800     MOVE DCP-LAST-NAME     TO DTL-LAST-NAME.
044900     MOVE WS-ACCOUNT        TO DTL-ACCOUNT.
045000     IF  DCP-DEATH-DATE NUMERIC
045100         MOVE DCP-DEATH-DATE TO DTL-DEATH-DATE
045200     ELSE
045300         MOVE ZERO TO DTL-DEATH-DATE.
045400     IF  DCP-STAGED-DATE NUMERIC
045500         MOVE DCP-STAGED-DATE TO DTL-STAGED-DATE
045600     ELSE
045700         MOVE ZERO TO DTL-STAGED-DATE.
045800     MOVE DCP-DECISION-OPER TO DTL-OPER-ID.
045900     MOVE WS-ACTION-LIT     TO DTL-ACTION.
046000     MOVE SPACES TO DMA-APPROVAL-RPT-LINE.
046100     MOVE WS-DETAIL-LINE TO DMA-APPROVAL-RPT-LINE.
046200     WRITE DMA-APPROVAL-RPT-LINE.
046300 7000-EXIT. EXIT.
046400 7100-PRINT-SECTION.
046500     MOVE SPACES TO WS-ACCOUNT.
046600     WRITE DMA-APPROVAL-RPT-LINE FROM WS-BLANK-LINE.
046700     MOVE SPACES TO DMA-APPROVAL-RPT-LINE.
046800     MOVE WS-SECTION-LINE TO DMA-APPROVAL-RPT-LINE.
046900     WRITE DMA-APPROVAL-RPT-LINE.
047000 7100-EXIT. EXIT.
047100     EJECT
047200*----------------------------------------------------------------*
047300*    9000-TERMINATE - NEW PENDING FILE WITH THE UNDECIDED        *
047400*    ENTRIES LISTED, SUMMARY, CLOSES.                            *
047500*----------------------------------------------------------------*
047600 9000-TERMINATE.
047700     PERFORM 9200-WRITE-PENDING THRU 9200-EXIT
047800         VARYING WS-SUB FROM 1 BY 1
047900         UNTIL WS-SUB GREATER THAN WS-PND-COUNT.
048000     WRITE DMA-APPROVAL-RPT-LINE FROM WS-BLANK-LINE.
048100     MOVE 'PENDING DECEDENT ENTRIES READ     ' TO SUM-LIT.
048200     MOVE WS-TOT-PENDING-IN TO SUM-COUNT.
048300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048400     MOVE 'DECISION CARDS READ               ' TO SUM-LIT.
048500     MOVE WS-TOT-DECISIONS TO SUM-COUNT.
048600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048700     MOVE 'APPROVED                          ' TO SUM-LIT.
048800     MOVE WS-TOT-APPROVED TO SUM-COUNT.
048900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049000     MOVE 'REJECTED                          ' TO SUM-LIT.
049100     MOVE WS-TOT-REJECTED TO SUM-COUNT.
049200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049300     MOVE 'DECISIONS NOT APPLIED             ' TO SUM-LIT.
049400     MOVE WS-TOT-BAD-DECISION TO SUM-COUNT.
049500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049600     MOVE 'ACCOUNTS FLAGGED DECEDENT         ' TO SUM-LIT.
049700     MOVE WS-TOT-ACCTS-FLAGGED TO SUM-COUNT.
049800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049900     MOVE 'PLAN ACCOUNTS GIVEN DATE OF DEATH ' TO SUM-LIT.
050000     MOVE WS-TOT-PLANS-DATED TO SUM-COUNT.
050100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050200     MOVE 'ACCOUNTS ALREADY FLAGGED          ' TO SUM-LIT.
050300     MOVE WS-TOT-ALREADY-FLAGGED TO SUM-COUNT.
050400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050500     MOVE 'FIELD CHANGES JOURNALED           ' TO SUM-LIT.
050600     MOVE WS-TOT-JOURNALED TO SUM-COUNT.
050700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050800     MOVE 'STILL PENDING APPROVAL            ' TO SUM-LIT.
050900     MOVE WS-TOT-STILL-PENDING TO SUM-COUNT.
051000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051100     MOVE 'TABLE OVERFLOW - NOT PROCESSED    ' TO SUM-LIT.
051200     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
051300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051400     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
051500     MOVE -1   TO I-O-SEND-CODE.
051600     CALL 'IMACTM' USING I-O-CONTROL-AREA
051700                         MASTER-AREA
051800                         SI-ENVIRONMENT-AREA.
051900     CLOSE DECISION-FILE.
052000     CLOSE CUST-XREF-FILE.
052100     CLOSE PENDING-DCD-OUT.
052200     CLOSE FM-JOURNAL-OUT.
052300     CLOSE DMA-APPROVAL-RPT.
052400 9000-EXIT. EXIT.
052500 9100-PRINT-SUMMARY.
052600     MOVE SPACES TO DMA-APPROVAL-RPT-LINE.
052700     MOVE WS-SUMMARY-LINE TO DMA-APPROVAL-RPT-LINE.
052800     WRITE DMA-APPROVAL-RPT-LINE.
052900 9100-EXIT. EXIT.
053000 9200-WRITE-PENDING.
053100     SET PNX TO WS-SUB.
053200     MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD.
053300     IF  DCP-88-PENDING
053400         ADD 1 TO WS-TOT-STILL-PENDING
053500         MOVE SPACES TO WS-ACCOUNT
053600         MOVE 'AWAITING DECISION                 '
053700             TO WS-ACTION-LIT
053800         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
053900     MOVE WS-PND-RECORD (PNX) TO PENDING-DCD-OUT-REC.
054000     WRITE PENDING-DCD-OUT-REC.
054100 9200-EXIT. EXIT.
