*     * GN6196 * 09/27/26 JCTE DEATH MASTER FILE MATCHING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMDMFMAT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/27/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMDMFMAT MATCHES THE MONTHLY SSA DEATH MASTER FILE UPDATE   *
000900*    AGAINST EVERY TAXPAYER ON THE CUSTOMER CROSS-REFERENCE      *
001000*    (IMWSCXRF) SO A DECEASED CUSTOMER IS FLAGGED WITHOUT        *
001100*    WAITING FOR THE FAMILY TO CALL.  BOTH FILES ARE SORTED INTO *
001200*    SOCIAL SECURITY NUMBER ORDER AND MATCHED.  A HIT IS         *
001300*    CONFIRMED ONLY WHEN ONE OF THE TAXPAYER'S OPEN ACCOUNTS     *
001400*    CARRIES THE DEATH MASTER FILE SURNAME IN ITS NAME           *
001500*    (WMS-SSN-NAME OR A NAME LINE OF THE NAME AND ADDRESS        *
001600*    TRAILER) AND THE SAME BIRTH DATE (WMS-BIRTHDATE).  A        *
001700*    CONFIRMED HIT IS STAGED ON THE PENDING DECEDENT FILE        *
001800*    (IMWSDCDP) WITH THE DATE OF DEATH AND SOURCE FOR OPERATIONS *
001900*    TO APPROVE THROUGH IMDMFAPR; NOTHING ON THE MASTER CHANGES  *
002000*    HERE.  UNCONFIRMED HITS ARE LISTED FOR REVIEW.  A DEATH     *
002100*    MASTER FILE DELETE WITHDRAWS AN ENTRY STILL PENDING, AND A  *
002200*    CHANGE RESTATES ITS DATE OF DEATH.  A PENDING FILE LARGER   *
002225*    THAN THE TABLE STOPS THE RUN WITH RETURN CODE 16 BEFORE     *
002250*    ANYTHING IS WRITTEN.                                        *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/27/26 JCTE NEW PROGRAM - DEATH MASTER FILE          GN6196 *
002800*                MATCHING AND PENDING-DECEDENT STAGING          *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT DMF-PARM-FILE     ASSIGN TO "IMDMFPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DMF-UPDATE-FILE   ASSIGN TO "IMDMFUPD"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DMF-SORT-FILE     ASSIGN TO "IMDMFSRT".
003800     SELECT DMF-SORTED-FILE   ASSIGN TO "IMDMFSRO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-XRF-FILE-STATUS.
004300     SELECT XREF-SORT-FILE    ASSIGN TO "IMDMFXSR".
004400     SELECT OPTIONAL PENDING-DCD-IN ASSIGN TO "IMDMFPNI"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PND-FILE-STATUS.
004700     SELECT PENDING-DCD-OUT   ASSIGN TO "IMDMFPNO"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DMF-MATCH-RPT     ASSIGN TO "IMDMFRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DMF-PARM-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  DMF-PARM-RECORD.
005600     03  DMP-RUN-DATE                PIC 9(6).
005700     03  FILLER                      PIC X(74).
005800 FD  DMF-UPDATE-FILE
005900     RECORD CONTAINS 100 CHARACTERS.
006000 01  DMF-UPDATE-RECORD               PIC X(100).
006100 SD  DMF-SORT-FILE.
006200 01  DMF-SORT-RECORD.
006300     03  FILLER                      PIC X.
006400     03  DSR-SSN                     PIC X(9).
006500     03  FILLER                      PIC X(90).
006600 FD  DMF-SORTED-FILE
006700     RECORD CONTAINS 100 CHARACTERS.
006800*----------------------------------------------------------------*
006900*    SSA DEATH MASTER FILE RECORD.  DATES ARE MMDDCCYY; A DAY    *
007000*    OF DEATH THE SSA DOES NOT HAVE COMES AS '00'.               *
007100*----------------------------------------------------------------*
007200 01  DMF-RECORD.
007300     03  DMF-CHANGE-TYPE             PIC X.
007400         88  DMF-88-ADD              VALUE 'A' ' '.
007500         88  DMF-88-CHANGE           VALUE 'C'.
007600         88  DMF-88-DELETE           VALUE 'D'.
007700     03  DMF-SSN                     PIC X(9).
007800     03  DMF-LAST-NAME               PIC X(20).
007900     03  DMF-NAME-SUFFIX             PIC X(4).
008000     03  DMF-FIRST-NAME              PIC X(15).
008100     03  DMF-MIDDLE-NAME             PIC X(15).
008200     03  DMF-PROOF-CODE              PIC X.
008300     03  DMF-DEATH-DATE.
008400         05  DMF-DEATH-MM            PIC XX.
008500         05  DMF-DEATH-DD            PIC XX.
008600         05  DMF-DEATH-CCYY          PIC X(4).
008700     03  DMF-BIRTH-DATE.
008800         05  DMF-BIRTH-MM            PIC XX.
008900         05  DMF-BIRTH-DD            PIC XX.
009000         05  DMF-BIRTH-CCYY          PIC X(4).
009100     03  FILLER                      PIC X(19).
009200 FD  CUST-XREF-FILE.
009300     COPY IMWSCXRF.
009400 SD  XREF-SORT-FILE.
009500 01  XREF-SORT-RECORD.
009600     03  XSR-SSN                     PIC X(9).
009700     03  XSR-CONTROL-KEY             PIC X(22).
009800     03  XSR-TAX-ID                  PIC X(11).
009900 FD  PENDING-DCD-IN
010000     RECORD CONTAINS 150 CHARACTERS.
010100 01  PENDING-DCD-IN-REC              PIC X(150).
010200 FD  PENDING-DCD-OUT
010300     RECORD CONTAINS 150 CHARACTERS.
010400 01  PENDING-DCD-OUT-REC             PIC X(150).
010500 FD  DMF-MATCH-RPT
010600     RECORD CONTAINS 133 CHARACTERS.
010700 01  DMF-MATCH-RPT-LINE              PIC X(133).
010800 WORKING-STORAGE SECTION.
010900 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMDMFMAT'.
011000 77  WS-PND-MAX                      PIC S9(5)   COMP VALUE +9000.
011100 77  WS-GRP-MAX                      PIC S9(3)   COMP VALUE +50.
011200 77  WS-XRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
011300 77  WS-PND-FILE-STATUS              PIC X(2)    VALUE SPACES.
011400     EJECT
011500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
011600 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
011700     03  WS-RUN-YR                   PIC 99.
011800     03  WS-RUN-MO                   PIC 99.
011900     03  WS-RUN-DA                   PIC 99.
012000     EJECT
012100 01  WS-SWITCHES.
012200     03  WS-DMF-EOF-SW               PIC X(1)    VALUE 'N'.
012300         88  WS-88-DMF-EOF           VALUE 'Y'.
012400     03  WS-XRF-EOF-SW               PIC X(1)    VALUE 'N'.
012500         88  WS-88-XRF-EOF           VALUE 'Y'.
012600     03  WS-XSR-EOF-SW               PIC X(1)    VALUE 'N'.
012700         88  WS-88-XSR-EOF           VALUE 'Y'.
012800     03  WS-PND-EOF-SW               PIC X(1)    VALUE 'N'.
012900         88  WS-88-PND-EOF           VALUE 'Y'.
013000     03  WS-MASTER-FOUND-SW          PIC X(1)    VALUE 'N'.
013100         88  WS-88-MASTER-FOUND      VALUE 'Y'.
013200     03  WS-NAME-OK-SW               PIC X(1)    VALUE 'N'.
013300         88  WS-88-NAME-OK           VALUE 'Y'.
013325     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
013350         88  WS-88-ABORT             VALUE 'Y'.
013400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
013500 01  WS-PND-SUB                      PIC S9(5)   COMP VALUE 0.
013600 01  WS-PND-COUNT                    PIC S9(5)   COMP VALUE 0.
013700 01  WS-GRP-SUB                      PIC S9(3)   COMP VALUE 0.
013800 01  WS-GRP-COUNT                    PIC S9(3)   COMP VALUE 0.
013900 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
014000 01  WS-NAME-LEN                     PIC S9(3)   COMP VALUE 0.
014100 01  WS-TALLY                        PIC S9(3)   COMP VALUE 0.
014200 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
014300 01  WS-GRP-SSN                      PIC X(9)    VALUE SPACES.
014400 01  WS-NAME-WORK                    PIC X(40)   VALUE SPACES.
014500 01  WS-DISPOSITION                  PIC X(34)   VALUE SPACES.
014600 01  WS-DEATH-CCYYMMDD               PIC 9(8)    VALUE 0.
014700 01  FILLER REDEFINES WS-DEATH-CCYYMMDD.
014800     03  WS-DTH-CCYY                 PIC X(4).
014900     03  WS-DTH-MM                   PIC XX.
015000     03  WS-DTH-DD                   PIC XX.
015100 01  WS-BIRTH-CCYYMMDD               PIC 9(8)    VALUE 0.
015200 01  FILLER REDEFINES WS-BIRTH-CCYYMMDD.
015300     03  WS-BTH-CCYY                 PIC X(4).
015400     03  WS-BTH-MM                   PIC XX.
015500     03  WS-BTH-DD                   PIC XX.
015600     EJECT
015700*----------------------------------------------------------------*
015800*    THE TAXPAYER'S CROSS-REFERENCE ENTRIES FOR ONE SOCIAL       *
015900*    SECURITY NUMBER AND WHAT THEIR ACCOUNTS SHOWED.             *
016000*----------------------------------------------------------------*
016100 01  WS-GROUP-TABLE.
016200     03  WS-GRP-ENTRY OCCURS 50 TIMES
016300                      INDEXED BY GRX.
016400         05  WS-GRP-TAX-ID           PIC X(11).
016500         05  WS-GRP-CONTROL-KEY      PIC X(22).
016600 01  WS-GROUP-RESULT.
016700     03  WS-GRP-OPEN                 PIC S9(3)   COMP.
016800     03  WS-GRP-FLAGGED              PIC S9(3)   COMP.
016900     03  WS-GRP-CONFIRMED            PIC X.
017000     03  WS-GRP-NAME-SEEN            PIC X.
017100     03  WS-GRP-BIRTH-SEEN           PIC X.
017200     03  WS-GRP-BIRTH-ON-FILE        PIC X.
017300     03  WS-GRP-FIRST-ACCOUNT        PIC X(22).
017400     03  WS-GRP-FIRST-TAX-ID         PIC X(11).
017500     EJECT
017600 01  WS-PENDING-TABLE.
017700     03  WS-PND-ENTRY OCCURS 9000 TIMES
017800                      INDEXED BY PNX.
017900         05  WS-PND-RECORD           PIC X(150).
018000     COPY IMWSDCDP.
018100     EJECT
018200 01  WS-TOTALS.
018300     03  WS-TOT-DMF-READ             PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-XREF-SORTED          PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-SSN-HITS             PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-NO-OPEN              PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-ALREADY-FLAGGED      PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-NOT-CONFIRMED        PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-STAGED               PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-RESTATED             PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-DECIDED              PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-WITHDRAWN            PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-PENDING              PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
019500     EJECT
019600 01  WS-REPORT-TITLE.
019700     03  FILLER                      PIC X(48)   VALUE
019800         'IMDMFMAT - DEATH MASTER FILE MATCHING           '.
019900     03  FILLER                      PIC X(9)    VALUE
020000         'RUN DATE '.
020100     03  TTL-RUN-DATE                PIC X(8).
020200     03  FILLER                      PIC X(68)   VALUE SPACES.
020300 01  WS-HEADING-LINE.
020400     03  FILLER                      PIC X(4)    VALUE SPACES.
020500     03  FILLER                      PIC X(50)   VALUE
020600         'SSN        SURNAME              FIRST NAME      DA'.
020700     03  FILLER                      PIC X(50)   VALUE
020800         'TE DEATH  ACCTS  DISPOSITION                      '.
020900     03  FILLER                      PIC X(29)   VALUE SPACES.
021000 01  WS-DETAIL-LINE.
021100     03  FILLER                      PIC X(4)    VALUE SPACES.
021200     03  DTL-SSN                     PIC X(9).
021300     03  FILLER                      PIC X(2)    VALUE SPACES.
021400     03  DTL-LAST-NAME               PIC X(20).
021500     03  FILLER                      PIC X(1)    VALUE SPACES.
021600     03  DTL-FIRST-NAME              PIC X(15).
021700     03  FILLER                      PIC X(1)    VALUE SPACES.
021800     03  DTL-DEATH-DATE              PIC X(10).
021900     03  FILLER                      PIC X(2)    VALUE SPACES.
022000     03  DTL-ACCOUNTS                PIC ZZ9.
022100     03  FILLER                      PIC X(2)    VALUE SPACES.
022200     03  DTL-DISPOSITION             PIC X(34).
022300     03  FILLER                      PIC X(30)   VALUE SPACES.
022400 01  WS-SUMMARY-LINE.
022500     03  FILLER                      PIC X(4)    VALUE SPACES.
022600     03  SUM-LIT                     PIC X(34).
022700     03  SUM-COUNT                   PIC ZZZ,ZZ9.
022800     03  FILLER                      PIC X(88)   VALUE SPACES.
022810 01  WS-ABORT-LINE.
022820     03  FILLER                      PIC X(4)    VALUE SPACES.
022830     03  FILLER                      PIC X(50)   VALUE
022840         'PENDING DECEDENT FILE EXCEEDS THE TABLE - RUN STOP'.
022850     03  FILLER                      PIC X(50)   VALUE
022860         'PED, NO FILE WRITTEN                              '.
022870     03  FILLER                      PIC X(29)   VALUE SPACES.
022900 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023000     EJECT
023100 LINKAGE SECTION.
023200     COPY SIWSCNTL.
023300     EJECT
023400     COPY IMAWKMST.
023500     EJECT
023600     COPY IMWSENVO.
023700     EJECT
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------------*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024125     IF  WS-88-ABORT
024150         GOBACK.
024200     SORT DMF-SORT-FILE
024300         ASCENDING KEY DSR-SSN
024400         USING DMF-UPDATE-FILE
024500         GIVING DMF-SORTED-FILE.
024600     SORT XREF-SORT-FILE
024700         ASCENDING KEY XSR-SSN XSR-CONTROL-KEY
024800         INPUT PROCEDURE IS 2000-SELECT-XREF
024900         OUTPUT PROCEDURE IS 3000-MATCH-DMF.
025000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025100     GOBACK.
025200     EJECT
025300 1000-INITIALIZE.
025400     OPEN INPUT DMF-PARM-FILE.
025500     READ DMF-PARM-FILE
025600         AT END MOVE ZERO TO DMP-RUN-DATE.
025700     CLOSE DMF-PARM-FILE.
025800     IF  DMP-RUN-DATE NUMERIC
025900     AND DMP-RUN-DATE GREATER THAN ZERO
026000         MOVE DMP-RUN-DATE TO WS-RUN-DATE-YYMMDD
026100     ELSE
026200         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
026300     OPEN INPUT PENDING-DCD-IN.
026400     IF  WS-PND-FILE-STATUS EQUAL '05' OR '35'
026500         MOVE 'Y' TO WS-PND-EOF-SW.
026600     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT
026700         UNTIL WS-88-PND-EOF.
026800     CLOSE PENDING-DCD-IN.
026810     IF  WS-88-ABORT
026820         OPEN OUTPUT DMF-MATCH-RPT
026830         MOVE SPACES TO DMF-MATCH-RPT-LINE
026840         MOVE WS-ABORT-LINE TO DMF-MATCH-RPT-LINE
026850         WRITE DMF-MATCH-RPT-LINE
026860         CLOSE DMF-MATCH-RPT
026870         MOVE 16 TO RETURN-CODE
026880         GO TO 1000-EXIT.
026900     OPEN OUTPUT PENDING-DCD-OUT.
027000     OPEN OUTPUT DMF-MATCH-RPT.
027100     MOVE SPACES TO TTL-RUN-DATE.
027200     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
027300         DELIMITED BY SIZE INTO TTL-RUN-DATE.
027400     WRITE DMF-MATCH-RPT-LINE FROM WS-BLANK-LINE.
027500     MOVE SPACES TO DMF-MATCH-RPT-LINE.
027600     MOVE WS-REPORT-TITLE TO DMF-MATCH-RPT-LINE.
027700     WRITE DMF-MATCH-RPT-LINE.
027800     WRITE DMF-MATCH-RPT-LINE FROM WS-BLANK-LINE.
027900     MOVE SPACES TO DMF-MATCH-RPT-LINE.
028000     MOVE WS-HEADING-LINE TO DMF-MATCH-RPT-LINE.
028100     WRITE DMF-MATCH-RPT-LINE.
028200     MOVE SPACES TO SI-ENVIRONMENT-AREA.
028300     MOVE '1' TO SI-ENVIRONMENT-VSAM.
028400     MOVE 'O' TO I-O-CONTROL-OPERATOR.
028500     MOVE 'I' TO I-O-CONTROL-ACCESS.
028600     MOVE -1  TO I-O-SEND-CODE.
028700     CALL 'IMACTM' USING I-O-CONTROL-AREA
028800                         MASTER-AREA
028900                         SI-ENVIRONMENT-AREA.
029000 1000-EXIT. EXIT.
029100 1100-LOAD-PENDING.
029200     READ PENDING-DCD-IN
029300         AT END MOVE 'Y' TO WS-PND-EOF-SW
029400                GO TO 1100-EXIT.
029500     IF  WS-PND-COUNT NOT LESS THAN WS-PND-MAX
029600         ADD 1 TO WS-TOT-OVERFLOW
029650         MOVE 'Y' TO WS-ABORT-SW
029700         MOVE 'Y' TO WS-PND-EOF-SW
029750         GO TO 1100-EXIT.
029800     ADD 1 TO WS-PND-COUNT.
029900     SET PNX TO WS-PND-COUNT.
030000     MOVE PENDING-DCD-IN-REC TO WS-PND-RECORD (PNX).
030100 1100-EXIT. EXIT.
030200     EJECT
030300*----------------------------------------------------------------*
030400*    2000-SELECT-XREF - SORT INPUT.  ACTIVE ENTRIES WHOSE TAX ID *
030500*    CARRIES A SOCIAL SECURITY NUMBER.                           *
030600*----------------------------------------------------------------*
030700 2000-SELECT-XREF.
030800     OPEN INPUT CUST-XREF-FILE.
030900     IF  WS-XRF-FILE-STATUS EQUAL '05' OR '35'
031000         MOVE 'Y' TO WS-XRF-EOF-SW.
031100     PERFORM 2100-RELEASE-XREF THRU 2100-EXIT
031200         UNTIL WS-88-XRF-EOF.
031300     CLOSE CUST-XREF-FILE.
031400 2000-EXIT. EXIT.
031500 2100-RELEASE-XREF.
031600     READ CUST-XREF-FILE
031700         AT END MOVE 'Y' TO WS-XRF-EOF-SW
031800                GO TO 2100-EXIT.
031900     IF  NOT CXR-88-ACTIVE
032000     OR  CXR-TAX-ID (2:9) NOT NUMERIC
032100     OR  CXR-TAX-ID (2:9) EQUAL ZEROS
032200         GO TO 2100-EXIT.
032300     MOVE CXR-TAX-ID (2:9)  TO XSR-SSN.
032400     MOVE CXR-CONTROL-KEY   TO XSR-CONTROL-KEY.
032500     MOVE CXR-TAX-ID        TO XSR-TAX-ID.
032600     RELEASE XREF-SORT-RECORD.
032700     ADD 1 TO WS-TOT-XREF-SORTED.
032800 2100-EXIT. EXIT.
032900     EJECT
033000*----------------------------------------------------------------*
033100*    3000-MATCH-DMF - SORT OUTPUT.  EACH DEATH MASTER FILE ENTRY *
033200*    AGAINST THE CROSS-REFERENCE ENTRIES FOR ITS NUMBER.         *
033300*----------------------------------------------------------------*
033400 3000-MATCH-DMF.
033500     OPEN INPUT DMF-SORTED-FILE.
033600     PERFORM 3900-RETURN-XREF THRU 3900-EXIT.
033700     PERFORM 3100-ONE-DMF THRU 3100-EXIT
033800         UNTIL WS-88-DMF-EOF.
033900     CLOSE DMF-SORTED-FILE.
034000 3000-EXIT. EXIT.
034100 3100-ONE-DMF.
034200     READ DMF-SORTED-FILE
034300         AT END MOVE 'Y' TO WS-DMF-EOF-SW
034400                GO TO 3100-EXIT.
034500     ADD 1 TO WS-TOT-DMF-READ.
034600     IF  DMF-SSN NOT EQUAL WS-GRP-SSN
034700         PERFORM 3200-LOAD-GROUP THRU 3200-EXIT.
034800     IF  WS-GRP-COUNT EQUAL ZERO
034900         GO TO 3100-EXIT.
035000     ADD 1 TO WS-TOT-SSN-HITS.
035100     MOVE WS-GRP-FIRST-TAX-ID TO DCP-TAX-ID.
035200     PERFORM 5000-FIND-PENDING THRU 5000-EXIT.
035300     IF  DMF-88-DELETE
035400         PERFORM 3500-DMF-DELETE THRU 3500-EXIT
035500         GO TO 3100-EXIT.
035600     IF  WS-GRP-OPEN EQUAL ZERO
035700         ADD 1 TO WS-TOT-NO-OPEN
035800         GO TO 3100-EXIT.
035900     IF  WS-GRP-FLAGGED EQUAL WS-GRP-OPEN
036000         ADD 1 TO WS-TOT-ALREADY-FLAGGED
036100         GO TO 3100-EXIT.
036200     IF  WS-GRP-CONFIRMED NOT EQUAL 'Y'
036300         PERFORM 3400-NOT-CONFIRMED THRU 3400-EXIT
036400         GO TO 3100-EXIT.
036500     PERFORM 3600-STAGE-PENDING THRU 3600-EXIT.
036600 3100-EXIT. EXIT.
036700*----------------------------------------------------------------*
036800*    3200-LOAD-GROUP - THE CROSS-REFERENCE ENTRIES FOR THIS      *
036900*    NUMBER, EACH ACCOUNT READ AND TESTED ON NAME AND BIRTH      *
037000*    DATE.  A SECOND DEATH MASTER FILE ENTRY FOR THE SAME        *
037100*    NUMBER USES THE GROUP ALREADY LOADED.                       *
037200*----------------------------------------------------------------*
037300 3200-LOAD-GROUP.
037400     MOVE DMF-SSN  TO WS-GRP-SSN.
037500     MOVE ZERO     TO WS-GRP-COUNT WS-GRP-OPEN WS-GRP-FLAGGED.
037600     MOVE 'N'      TO WS-GRP-CONFIRMED WS-GRP-NAME-SEEN
037700                      WS-GRP-BIRTH-SEEN WS-GRP-BIRTH-ON-FILE.
037800     MOVE SPACES   TO WS-GRP-FIRST-ACCOUNT WS-GRP-FIRST-TAX-ID.
037900     PERFORM 3900-RETURN-XREF THRU 3900-EXIT
038000         UNTIL WS-88-XSR-EOF
038100            OR XSR-SSN NOT LESS THAN WS-GRP-SSN.
038200     PERFORM 3210-GROUP-ENTRY THRU 3210-EXIT
038300         UNTIL WS-88-XSR-EOF
038400            OR XSR-SSN NOT EQUAL WS-GRP-SSN.
038500     IF  WS-GRP-COUNT EQUAL ZERO
038600         GO TO 3200-EXIT.
038700     MOVE WS-GRP-TAX-ID (1) TO WS-GRP-FIRST-TAX-ID.
038800     PERFORM 3300-TEST-ACCOUNT THRU 3300-EXIT
038900         VARYING WS-GRP-SUB FROM 1 BY 1
039000         UNTIL WS-GRP-SUB GREATER THAN WS-GRP-COUNT.
039100 3200-EXIT. EXIT.
039200 3210-GROUP-ENTRY.
039300     IF  WS-GRP-COUNT LESS THAN WS-GRP-MAX
039400         ADD 1 TO WS-GRP-COUNT
039500         SET GRX TO WS-GRP-COUNT
039600         MOVE XSR-TAX-ID      TO WS-GRP-TAX-ID (GRX)
039700         MOVE XSR-CONTROL-KEY TO WS-GRP-CONTROL-KEY (GRX)
039800     ELSE
039900         ADD 1 TO WS-TOT-OVERFLOW.
040000     PERFORM 3900-RETURN-XREF THRU 3900-EXIT.
040100 3210-EXIT. EXIT.
040200 3300-TEST-ACCOUNT.
040300     SET GRX TO WS-GRP-SUB.
040400     MOVE WS-GRP-CONTROL-KEY (GRX) TO WS-ACCOUNT.
040500     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
040600     IF  NOT WS-88-MASTER-FOUND
040700         GO TO 3300-EXIT.
040800     ADD 1 TO WS-GRP-OPEN.
040900     IF  WS-GRP-FIRST-ACCOUNT EQUAL SPACES
041000         MOVE WS-ACCOUNT TO WS-GRP-FIRST-ACCOUNT.
041100     IF  WMS-DCD-STATUS NOT EQUAL SPACES
041200         ADD 1 TO WS-GRP-FLAGGED.
041300     PERFORM 5200-TEST-NAME THRU 5200-EXIT.
041400     IF  WS-88-NAME-OK
041500         MOVE 'Y' TO WS-GRP-NAME-SEEN.
041600     IF  WMS-BIRTHDATE NOT EQUAL SPACES
041700     AND WMS-BIRTHDATE NOT EQUAL LOW-VALUES
041800     AND WMS-BIRTHDATE NOT EQUAL ZEROS
041900         MOVE 'Y' TO WS-GRP-BIRTH-ON-FILE.
042000     IF  WMS-BIRTHDATE NOT EQUAL DMF-BIRTH-DATE
042100     OR  DMF-BIRTH-DATE NOT NUMERIC
042200     OR  DMF-BIRTH-DATE EQUAL ZEROS
042300         GO TO 3300-EXIT.
042400     MOVE 'Y' TO WS-GRP-BIRTH-SEEN.
042500     IF  WS-88-NAME-OK
042600         MOVE 'Y' TO WS-GRP-CONFIRMED.
042700 3300-EXIT. EXIT.
042800 3400-NOT-CONFIRMED.
042900     ADD 1 TO WS-TOT-NOT-CONFIRMED.
043000     IF  WS-GRP-BIRTH-ON-FILE NOT EQUAL 'Y'
043100         MOVE 'REVIEW - NO BIRTH DATE ON FILE    '
043200             TO WS-DISPOSITION
043300     ELSE
043400     IF  WS-GRP-BIRTH-SEEN NOT EQUAL 'Y'
043500         MOVE 'REVIEW - BIRTH DATE DIFFERS       '
043600             TO WS-DISPOSITION
043700     ELSE
043800         MOVE 'REVIEW - SURNAME DIFFERS          '
043900             TO WS-DISPOSITION.
044000     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
044100 3400-EXIT. EXIT.
044200*----------------------------------------------------------------*
044300*    3500-DMF-DELETE - THE SSA TOOK THE ENTRY BACK.  A PENDING   *
044400*    RECORD IS WITHDRAWN; A DECIDED ONE IS LISTED FOR REVIEW.    *
044500*----------------------------------------------------------------*
044600 3500-DMF-DELETE.
044700     IF  WS-PND-SUB EQUAL ZERO
044800         GO TO 3500-EXIT.
044900     SET PNX TO WS-PND-SUB.
045000     MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD.
045100     IF  DCP-88-PENDING
045200         MOVE 'W' TO DCP-STATUS
045300         MOVE WS-RUN-DATE-YYMMDD TO DCP-DECISION-DATE
045400         MOVE 'SSADL' TO DCP-DECISION-OPER
045500         MOVE PENDING-DECEDENT-RECORD TO WS-PND-RECORD (PNX)
045600         ADD 1 TO WS-TOT-WITHDRAWN
045700         MOVE 'WITHDRAWN - SSA DELETED ENTRY     '
045800             TO WS-DISPOSITION
045900         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
046000     ELSE
046100     IF  DCP-88-APPROVED
046200         ADD 1 TO WS-TOT-WITHDRAWN
046300         MOVE 'REVIEW - SSA DELETED, APPROVED    '
046400             TO WS-DISPOSITION
046500         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
046600 3500-EXIT. EXIT.
046700*----------------------------------------------------------------*
046800*    3600-STAGE-PENDING - A CONFIRMED HIT.  A NEW TAXPAYER (OR   *
046900*    ONE WITHDRAWN EARLIER) IS STAGED; ONE STILL PENDING HAS ITS *
047000*    DATE OF DEATH RESTATED; A DECIDED ONE IS LEFT AS DECIDED.   *
047100*----------------------------------------------------------------*
047200 3600-STAGE-PENDING.
047300     MOVE DMF-DEATH-CCYY TO WS-DTH-CCYY.
047400     MOVE DMF-DEATH-MM   TO WS-DTH-MM.
047500     MOVE DMF-DEATH-DD   TO WS-DTH-DD.
047600     IF  WS-DEATH-CCYYMMDD NOT NUMERIC
047700         MOVE ZERO TO WS-DEATH-CCYYMMDD.
047800     IF  WS-DEATH-CCYYMMDD NOT EQUAL ZERO
047900     AND WS-DTH-DD EQUAL '00'
048000         MOVE '01' TO WS-DTH-DD.
048100     MOVE DMF-BIRTH-CCYY TO WS-BTH-CCYY.
048200     MOVE DMF-BIRTH-MM   TO WS-BTH-MM.
048300     MOVE DMF-BIRTH-DD   TO WS-BTH-DD.
048400     IF  WS-PND-SUB GREATER THAN ZERO
048500         SET PNX TO WS-PND-SUB
048600         MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD
048700         IF  DCP-88-PENDING
048800             MOVE WS-DEATH-CCYYMMDD TO DCP-DEATH-DATE
048900             MOVE DMF-PROOF-CODE    TO DCP-PROOF-CODE
049000             MOVE WS-GRP-OPEN       TO DCP-ACCOUNT-COUNT
049100             MOVE PENDING-DECEDENT-RECORD   TO WS-PND-RECORD (PNX)
049200             ADD 1 TO WS-TOT-RESTATED
049300             MOVE 'ALREADY PENDING - DATE RESTATED   '
049400                 TO WS-DISPOSITION
049500             PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
049600             GO TO 3600-EXIT
049700         ELSE
049800         IF  NOT DCP-88-WITHDRAWN
049900             ADD 1 TO WS-TOT-DECIDED
050000             GO TO 3600-EXIT.
050100     IF  WS-PND-SUB EQUAL ZERO
050200         IF  WS-PND-COUNT NOT LESS THAN WS-PND-MAX
050300             ADD 1 TO WS-TOT-OVERFLOW
050400             GO TO 3600-EXIT
050500         ELSE
050600             ADD 1 TO WS-PND-COUNT
050700             MOVE WS-PND-COUNT TO WS-PND-SUB.
050800     MOVE SPACES              TO PENDING-DECEDENT-RECORD.
050900     MOVE WS-GRP-FIRST-TAX-ID TO DCP-TAX-ID.
051000     MOVE 'P'                 TO DCP-STATUS.
051100     MOVE 'DMF '              TO DCP-SOURCE.
051200     MOVE DMF-PROOF-CODE      TO DCP-PROOF-CODE.
051300     MOVE WS-DEATH-CCYYMMDD   TO DCP-DEATH-DATE.
051400     IF  WS-BIRTH-CCYYMMDD NUMERIC
051500         MOVE WS-BIRTH-CCYYMMDD TO DCP-BIRTH-DATE
051600     ELSE
051700         MOVE ZERO TO DCP-BIRTH-DATE.
051800     MOVE DMF-LAST-NAME       TO DCP-LAST-NAME.
051900     MOVE DMF-FIRST-NAME      TO DCP-FIRST-NAME.
052000     MOVE DMF-MIDDLE-NAME     TO DCP-MIDDLE-NAME.
052100     MOVE WS-GRP-FIRST-ACCOUNT TO DCP-FIRST-ACCOUNT.
052200     MOVE WS-GRP-OPEN         TO DCP-ACCOUNT-COUNT.
052300     MOVE WS-RUN-DATE-YYMMDD  TO DCP-STAGED-DATE.
052400     MOVE ZERO                TO DCP-DECISION-DATE.
052500     SET PNX TO WS-PND-SUB.
052600     MOVE PENDING-DECEDENT-RECORD     TO WS-PND-RECORD (PNX).
052700     ADD 1 TO WS-TOT-STAGED.
052800     MOVE 'STAGED - PENDING APPROVAL         ' TO WS-DISPOSITION.
052900     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
053000 3600-EXIT. EXIT.
053100 3900-RETURN-XREF.
053200     RETURN XREF-SORT-FILE
053300         AT END MOVE 'Y' TO WS-XSR-EOF-SW.
053400 3900-EXIT. EXIT.
053500     EJECT
053600*----------------------------------------------------------------*
053700*    5000-FIND-PENDING - PENDING ENTRY FOR THE TAX ID IN         *
053800*    DCP-TAX-ID.  ZERO IF NONE.                                  *
053900*----------------------------------------------------------------*
054000 5000-FIND-PENDING.
054100     MOVE ZERO TO WS-PND-SUB.
054200     PERFORM 5010-SCAN-PENDING THRU 5010-EXIT
054300         VARYING WS-SUB FROM 1 BY 1
054400         UNTIL WS-SUB GREATER THAN WS-PND-COUNT
054500            OR WS-PND-SUB GREATER THAN ZERO.
054600 5000-EXIT. EXIT.
054700 5010-SCAN-PENDING.
054800     SET PNX TO WS-SUB.
054900     IF  WS-PND-RECORD (PNX) (1:11) EQUAL DCP-TAX-ID
055000         MOVE WS-SUB TO WS-PND-SUB.
055100 5010-EXIT. EXIT.
055200 5100-READ-MASTER.
055300     MOVE 'N' TO WS-MASTER-FOUND-SW.
055400     MOVE SPACES TO WMS-CONTROL-KEY.
055500     MOVE WS-ACCOUNT TO WMS-CONTROL-KEY.
055600     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
055700     MOVE -1     TO I-O-SEND-CODE.
055800     CALL 'IMACTM' USING I-O-CONTROL-AREA
055900                         MASTER-AREA
056000                         SI-ENVIRONMENT-AREA.
056100     IF  NOT I-O-88-NORMAL-RET
056200         GO TO 5100-EXIT.
056300     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
056400     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
056500     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
056600         GO TO 5100-EXIT.
056700     MOVE 'Y' TO WS-MASTER-FOUND-SW.
056800 5100-EXIT. EXIT.
056900*----------------------------------------------------------------*
057000*    5200-TEST-NAME - THE DEATH MASTER FILE SURNAME MUST APPEAR  *
057100*    IN THE TAX REPORTING NAME OR ONE OF THE NAME LINES.         *
057200*----------------------------------------------------------------*
057300 5200-TEST-NAME.
057400     MOVE 'N' TO WS-NAME-OK-SW.
057500     PERFORM 5210-SURNAME-LENGTH THRU 5210-EXIT
057600         VARYING WS-NAME-LEN FROM 20 BY -1
057700         UNTIL WS-NAME-LEN LESS THAN 1
057800            OR DMF-LAST-NAME (WS-NAME-LEN:1) NOT EQUAL SPACE.
057900     IF  WS-NAME-LEN LESS THAN 2
058000         GO TO 5200-EXIT.
058100     MOVE WMS-SSN-NAME TO WS-NAME-WORK.
058200     PERFORM 5220-SCAN-NAME THRU 5220-EXIT.
058300     IF  WS-88-NAME-OK
058400     OR  WMS-NME-ADDR-TLRS NOT GREATER THAN ZERO
058500         GO TO 5200-EXIT.
058600     PERFORM 5230-NAME-LINE THRU 5230-EXIT
058700         VARYING WS-LINE-SUB FROM 1 BY 1
058800         UNTIL WS-LINE-SUB GREATER THAN 8
058900            OR WS-88-NAME-OK.
059000 5200-EXIT. EXIT.
059100 5210-SURNAME-LENGTH.
059200     CONTINUE.
059300 5210-EXIT. EXIT.
059400 5220-SCAN-NAME.
059500     MOVE ZERO TO WS-TALLY.
059600     INSPECT WS-NAME-WORK TALLYING WS-TALLY
059700         FOR ALL DMF-LAST-NAME (1:WS-NAME-LEN).
059800     IF  WS-TALLY GREATER THAN ZERO
059900         MOVE 'Y' TO WS-NAME-OK-SW.
060000 5220-EXIT. EXIT.
060100 5230-NAME-LINE.
060200     IF  WMS-NAME-ADDR-TYPE (WS-LINE-SUB) NOT EQUAL '1'
060300         GO TO 5230-EXIT.
060400     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB) TO WS-NAME-WORK.
060500     PERFORM 5220-SCAN-NAME THRU 5220-EXIT.
060600 5230-EXIT. EXIT.
060700     EJECT
060800 7000-PRINT-DETAIL.
060900     MOVE DMF-SSN        TO DTL-SSN.
061000     MOVE DMF-LAST-NAME  TO DTL-LAST-NAME.
061100     MOVE DMF-FIRST-NAME TO DTL-FIRST-NAME.
061200     MOVE SPACES TO DTL-DEATH-DATE.
061300     STRING DMF-DEATH-MM '/' DMF-DEATH-DD '/' DMF-DEATH-CCYY
061400         DELIMITED BY SIZE INTO DTL-DEATH-DATE.
061500     MOVE WS-GRP-OPEN    TO DTL-ACCOUNTS.
061600     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
061700     MOVE SPACES TO DMF-MATCH-RPT-LINE.
061800     MOVE WS-DETAIL-LINE TO DMF-MATCH-RPT-LINE.
061900     WRITE DMF-MATCH-RPT-LINE.
062000 7000-EXIT. EXIT.
062100     EJECT
062200*----------------------------------------------------------------*
062300*    9000-TERMINATE - THE NEW PENDING FILE, SUMMARY, CLOSES.     *
062400*----------------------------------------------------------------*
062500 9000-TERMINATE.
062600     PERFORM 9200-WRITE-PENDING THRU 9200-EXIT
062700         VARYING WS-SUB FROM 1 BY 1
062800         UNTIL WS-SUB GREATER THAN WS-PND-COUNT.
062900     WRITE DMF-MATCH-RPT-LINE FROM WS-BLANK-LINE.
063000     MOVE 'DEATH MASTER FILE ENTRIES READ    ' TO SUM-LIT.
063100     MOVE WS-TOT-DMF-READ TO SUM-COUNT.
063200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063300     MOVE 'CROSS-REFERENCE ENTRIES MATCHED   ' TO SUM-LIT.
063400     MOVE WS-TOT-XREF-SORTED TO SUM-COUNT.
063500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063600     MOVE 'SOCIAL SECURITY NUMBER HITS       ' TO SUM-LIT.
063700     MOVE WS-TOT-SSN-HITS TO SUM-COUNT.
063800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
063900     MOVE 'HITS WITH NO OPEN ACCOUNT         ' TO SUM-LIT.
064000     MOVE WS-TOT-NO-OPEN TO SUM-COUNT.
064100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064200     MOVE 'HITS ALREADY FLAGGED DECEDENT     ' TO SUM-LIT.
064300     MOVE WS-TOT-ALREADY-FLAGGED TO SUM-COUNT.
064400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064500     MOVE 'HITS NOT CONFIRMED - REVIEW       ' TO SUM-LIT.
064600     MOVE WS-TOT-NOT-CONFIRMED TO SUM-COUNT.
064700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
064800     MOVE 'STAGED PENDING APPROVAL           ' TO SUM-LIT.
064900     MOVE WS-TOT-STAGED TO SUM-COUNT.
065000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065100     MOVE 'ALREADY PENDING - DATE RESTATED   ' TO SUM-LIT.
065200     MOVE WS-TOT-RESTATED TO SUM-COUNT.
065300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065400     MOVE 'ALREADY APPROVED OR REJECTED      ' TO SUM-LIT.
065500     MOVE WS-TOT-DECIDED TO SUM-COUNT.
065600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
065700     MOVE 'SSA DELETES - WITHDRAWN OR REVIEW ' TO SUM-LIT.
065800     MOVE WS-TOT-WITHDRAWN TO SUM-COUNT.
065900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066000     MOVE 'PENDING APPROVAL AFTER THIS RUN   ' TO SUM-LIT.
066100     MOVE WS-TOT-PENDING TO SUM-COUNT.
066200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066300     MOVE 'TABLE OVERFLOW - NOT PROCESSED    ' TO SUM-LIT.
066400     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
066500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
066600     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
066700     MOVE -1   TO I-O-SEND-CODE.
066800     CALL 'IMACTM' USING I-O-CONTROL-AREA
066900                         MASTER-AREA
067000                         SI-ENVIRONMENT-AREA.
067100     CLOSE PENDING-DCD-OUT.
067200     CLOSE DMF-MATCH-RPT.
067300 9000-EXIT. EXIT.
067400 9100-PRINT-SUMMARY.
067500     MOVE SPACES TO DMF-MATCH-RPT-LINE.
067600     MOVE WS-SUMMARY-LINE TO DMF-MATCH-RPT-LINE.
067700     WRITE DMF-MATCH-RPT-LINE.
067800 9100-EXIT. EXIT.
067900 9200-WRITE-PENDING.
068000     SET PNX TO WS-SUB.
068100     MOVE WS-PND-RECORD (PNX) TO PENDING-DECEDENT-RECORD.
068200     IF  DCP-88-PENDING
068300         ADD 1 TO WS-TOT-PENDING.
068400     MOVE WS-PND-RECORD (PNX) TO PENDING-DCD-OUT-REC.
068500     WRITE PENDING-DCD-OUT-REC.
068600 9200-EXIT. EXIT.
