*     * GN6199 * 09/30/26 JCTE CHARGE-OFF CONSUMER REPORTING FURNISHING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMCRAFUR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/30/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMCRAFUR BUILDS THE MONTHLY FURNISHING FILE (IMWSCRAF) OF   *
000900*    CHARGED-OFF DEPOSIT ACCOUNTS FOR THE CONSUMER REPORTING     *
001000*    AGENCY FROM THE CHARGE-OFF MASTER (IMWSCHGO), WHICH IS      *
001100*    TABLED AS IN IMCHGREC AND WRITTEN FORWARD TO IMWSCHGN WITH  *
001200*    ITS REPORTING STATUS UPDATED.  A CHARGE-OFF NOT YET         *
001300*    REPORTED GOES OUT AS A NEW CHARGE-OFF; A REPORTED ONE THAT  *
001400*    HAS REACHED CHG-88-FULLY-RECOVERED GOES OUT AS PAID IN      *
001500*    FULL; A CORRECTION OR DELETE QUEUED BY A DISPUTE RESOLUTION *
001600*    (IMCRADSP) GOES OUT AS SUCH.  A CHARGE-OFF RECOVERED IN     *
001700*    FULL BEFORE IT WAS EVER REPORTED IS CLOSED OUT UNREPORTED.  *
001800*    NOTHING IS FURNISHED FOR A RECORD UNDER OPEN DISPUTE.       *
001900*----------------------------------------------------------------*
002000*    EACH ACCOUNT IS FURNISHED ONCE FOR EVERY ACTIVE OWNER AND   *
002100*    JOINT OWNER ON THE OWNERSHIP REGISTRY (IMWSOWNR) WITH THAT  *
002200*    PARTY'S NAME AND TAX ID.  THE ADDRESS IS THE ACCOUNT'S      *
002300*    FIRST IMNAME OCCURRENCE, THE STATEMENT (ST) RECORD WHEN     *
002400*    THERE IS ONE, OR ELSE THE MASTER NAME AND ADDRESS TRAILER;  *
002500*    THE MASTER BIRTH DATE GOES WITH THE FIRST OWNER.  AN        *
002600*    ACCOUNT WITH NO USABLE ADDRESS OR NO HOLDER ON THE REGISTRY *
002700*    IS HELD, LISTED, AND TRIED AGAIN NEXT MONTH.                *
002800*----------------------------------------------------------------*
002900*               ** HISTORY OF REVISIONS **                      *
003000* DESCRIPTION                                           CHNGID  *
003100* ____________________________________________________ _______ *
003200* 09/30/26 JCTE NEW PROGRAM - CHARGE-OFF CONSUMER        GN6199 *
003300*                REPORTING FURNISHING FILE                      *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT    DIVISION.
003600 INPUT-OUTPUT   SECTION.
003700 FILE-CONTROL.
003800     SELECT CRF-PARM-FILE     ASSIGN TO "IMCRFPRM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CHGOFF-MASTER-IN  ASSIGN TO "IMWSCHGO"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CHGOFF-MASTER-OUT ASSIGN TO "IMWSCHGN"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT ACTION-SORT-FILE  ASSIGN TO "IMCRFSRT".
004500     SELECT ALT-NAME-ADDR-FILE ASSIGN TO "IMNAME"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-REG-FILE-STATUS.
005000     SELECT PARTY-SORT-FILE   ASSIGN TO "IMCRFPSR".
005100     SELECT CRA-FURNISH-FILE  ASSIGN TO "IMCRAFOT"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CRA-FURNISH-RPT   ASSIGN TO "IMCRFRPT"
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CRF-PARM-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  CRF-PARM-RECORD.
006000     03  CFP-RUN-DATE                PIC 9(6).
006100     03  CFP-INSTITUTION-ID          PIC X(10).
006200     03  FILLER                      PIC X(64).
006300 FD  CHGOFF-MASTER-IN.
006400     COPY IMWSCHGO.
006500 FD  CHGOFF-MASTER-OUT
006600     RECORD CONTAINS 81 CHARACTERS.
006700 01  CHGOFF-MASTER-OUT-REC           PIC X(81).
006800 SD  ACTION-SORT-FILE.
006900 01  ACTION-SORT-RECORD.
007000     03  FAS-ACCOUNT                 PIC X(22).
007100     03  FAS-CHG-SUB                 PIC 9(5).
007200     03  FAS-ACTION                  PIC X.
007300     03  FAS-NEW-STATUS              PIC X.
007400 FD  ALT-NAME-ADDR-FILE.
007500     COPY IMNAME.
007600 FD  REGISTRY-FILE.
007700     COPY IMWSOWNR.
007800 SD  PARTY-SORT-FILE.
007900 01  PARTY-SORT-RECORD.
008000     03  PTS-ACCOUNT                 PIC X(22).
008100     03  PTS-PARTY-SEQ               PIC 9(3).
008200     03  PTS-PARTY-ROLE              PIC X.
008300     03  PTS-PARTY-NAME              PIC X(40).
008400     03  PTS-TAX-ID                  PIC X(11).
008500 FD  CRA-FURNISH-FILE.
008600     COPY IMWSCRAF.
008700 FD  CRA-FURNISH-RPT
008800     RECORD CONTAINS 133 CHARACTERS.
008900 01  CRA-FURNISH-RPT-LINE            PIC X(133).
009000 WORKING-STORAGE SECTION.
009100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCRAFUR'.
009200 77  WS-CHG-MAX                      PIC S9(5)   COMP VALUE +9000.
009300 77  WS-FUR-MAX                      PIC S9(5)   COMP VALUE +5000.
009400 77  WS-REG-FILE-STATUS              PIC X(2)    VALUE SPACES.
009500     88  WS-88-REG-NOT-FOUND         VALUE '05' '35'.
009600 01  WS-SWITCHES.
009700     03  WS-CHG-EOF-SW               PIC X(1)    VALUE 'N'.
009800         88  WS-88-CHG-EOF           VALUE 'Y'.
009900     03  WS-NAME-EOF-SW              PIC X(1)    VALUE 'N'.
010000         88  WS-88-NAME-EOF          VALUE 'Y'.
010100     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
010200         88  WS-88-INPUT-EOF         VALUE 'Y'.
010300     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010400         88  WS-88-SORT-EOF          VALUE 'Y'.
010500     03  WS-ADDR-OK-SW               PIC X(1)    VALUE 'N'.
010600         88  WS-88-ADDR-OK           VALUE 'Y'.
010700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
010800 01  WS-CHG-COUNT                    PIC S9(5)   COMP VALUE 0.
010900 01  WS-FUR-COUNT                    PIC S9(5)   COMP VALUE 0.
011000 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
011100 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
011200 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
011300 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
011400 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
011500 01  WS-LINE-COUNT                   PIC S9(3)   COMP VALUE 0.
011600 01  WS-STREET-COUNT                 PIC S9(3)   COMP VALUE 0.
011700 01  WS-POS                          PIC S9(3)   COMP VALUE 0.
011800 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
011900 01  WS-ACTION                       PIC X       VALUE SPACE.
012000 01  WS-NEW-STATUS                   PIC X       VALUE SPACE.
012100 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
012200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
012300     03  WS-RUN-YR                   PIC 99.
012400     03  WS-RUN-MO                   PIC 99.
012500     03  WS-RUN-DA                   PIC 99.
012600     EJECT
012700 01  WS-CHGOFF-TABLE.
012800     03  WS-CHG-ENTRY OCCURS 9000 TIMES
012900                      INDEXED BY CGX.
013000         05  WS-CHG-RECORD           PIC X(81).
013100     EJECT
013200*----------------------------------------------------------------*
013300*    ACCOUNTS WITH A FURNISHING ACTION, IN ACCOUNT ORDER.        *
013400*----------------------------------------------------------------*
013500 01  WS-FURNISH-TABLE.
013600     03  WS-FUR-ENTRY OCCURS 5000 TIMES
013700                      INDEXED BY FRX.
013800         05  WS-FUR-ACCOUNT          PIC X(22).
013900         05  WS-FUR-CHG-SUB          PIC S9(5)   COMP.
014000         05  WS-FUR-ACTION           PIC X.
014100         05  WS-FUR-NEW-STATUS       PIC X.
014200         05  WS-FUR-ADDR-SOURCE      PIC X.
014300             88  WS-88-FUR-NO-ADDR   VALUE ' '.
014400             88  WS-88-FUR-MST-ADDR  VALUE 'M'.
014500             88  WS-88-FUR-ALT-ADDR  VALUE 'N'.
014600             88  WS-88-FUR-STMT-ADDR VALUE 'S'.
014700         05  WS-FUR-ADDR-LINE-1      PIC X(40).
014800         05  WS-FUR-ADDR-LINE-2      PIC X(40).
014900         05  WS-FUR-CITY             PIC X(28).
015000         05  WS-FUR-STATE            PIC XX.
015100         05  WS-FUR-ZIP              PIC X(10).
015200         05  WS-FUR-BIRTH-DATE       PIC X(8).
015300         05  WS-FUR-BIRTH-USED       PIC X.
015400         05  WS-FUR-DETAIL-COUNT     PIC S9(3)   COMP.
015500     EJECT
015600*----------------------------------------------------------------*
015700*    ONE ADDRESS AS HELD - IMNAME OCCURRENCE OR MASTER TRAILER.  *
015800*----------------------------------------------------------------*
015900 01  WS-ADDRESS-LINES.
016000     03  WS-ADR-LINE OCCURS 8 TIMES.
016100         05  WS-ADR-TYPE             PIC X.
016200         05  WS-ADR-TEXT             PIC X(40).
016300 01  WS-STREET-LINES.
016400     03  WS-STREET-TEXT OCCURS 8 TIMES PIC X(40).
016500 01  WS-LAST-LINE                    PIC X(40).
016600 01  FILLER REDEFINES WS-LAST-LINE.
016700     03  WS-LAST-CITY-STATE          PIC X(30).
016800     03  WS-LAST-ZIP                 PIC X(10).
016900 01  WS-BUILT-ADDRESS.
017000     03  WS-BLT-LINE-1               PIC X(40).
017100     03  WS-BLT-LINE-2               PIC X(40).
017200     03  WS-BLT-CITY                 PIC X(28).
017300     03  WS-BLT-STATE                PIC XX.
017400     03  WS-BLT-ZIP                  PIC X(10).
017500     EJECT
017600 01  WS-TOTALS.
017700     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
017800     03  WS-TOT-OVERFLOW             PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-FUR-OVERFLOW         PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-NEW                  PIC 9(7)    COMP VALUE 0.
018100     03  WS-TOT-PAID                 PIC 9(7)    COMP VALUE 0.
018200     03  WS-TOT-CORRECTED            PIC 9(7)    COMP VALUE 0.
018300     03  WS-TOT-DELETED              PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-CLOSED-UNREPORTED    PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-SUPPRESSED           PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-HELD                 PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-DETAILS              PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-AMOUNT               PIC S9(13)V99 COMP-3 VALUE 0.
019000     EJECT
019100 01  WS-REPORT-TITLE.
019200     03  FILLER                      PIC X(48)   VALUE
019300         'IMCRAFUR - CHARGE-OFF CONSUMER REPORTING FEED   '.
019400     03  FILLER                      PIC X(9)    VALUE
019500         'RUN DATE '.
019600     03  TTL-RUN-DATE                PIC X(8).
019700     03  FILLER                      PIC X(68)   VALUE SPACES.
019800 01  WS-HEADING.
019900     03  FILLER                      PIC X(4)    VALUE SPACES.
020000     03  FILLER                      PIC X(50)   VALUE
020100         'ACCOUNT                 ACTION            CHARGE-O'.
020200     03  FILLER                      PIC X(50)   VALUE
020300         'FF AMT         RECOVERED  HOLDERS  RESULT         '.
020400     03  FILLER                      PIC X(29)   VALUE SPACES.
020500 01  WS-DETAIL-LINE.
020600     03  FILLER                      PIC X(4)    VALUE SPACES.
020700     03  DTL-ACCOUNT                 PIC X(22).
020800     03  FILLER                      PIC X(2)    VALUE SPACES.
020900     03  DTL-ACTION                  PIC X(14).
021000     03  FILLER                      PIC X(2)    VALUE SPACES.
021100     03  DTL-CHGOFF-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99.
021200     03  FILLER                      PIC X(2)    VALUE SPACES.
021300     03  DTL-RECOVERED               PIC Z,ZZZ,ZZZ,ZZ9.99.
021400     03  FILLER                      PIC X(2)    VALUE SPACES.
021500     03  DTL-HOLDERS                 PIC ZZZZZZ9.
021600     03  FILLER                      PIC X(2)    VALUE SPACES.
021700     03  DTL-RESULT                  PIC X(36).
021800     03  FILLER                      PIC X(8)    VALUE SPACES.
021900 01  WS-SUMMARY-LINE.
022000     03  FILLER                      PIC X(4)    VALUE SPACES.
022100     03  SUM-LIT                     PIC X(34).
022200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
022300     03  FILLER                      PIC X(88)   VALUE SPACES.
022400 01  WS-AMOUNT-LINE.
022500     03  FILLER                      PIC X(4)    VALUE SPACES.
022600     03  AMT-LIT                     PIC X(34).
022700     03  AMT-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
022800     03  FILLER                      PIC X(79)   VALUE SPACES.
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
024200     PERFORM 2000-LOAD-CHGOFFS    THRU 2000-EXIT
024300         UNTIL WS-88-CHG-EOF.
024400     SORT ACTION-SORT-FILE
024500         ASCENDING KEY FAS-ACCOUNT
024600         INPUT PROCEDURE IS 2500-SELECT-ACTIONS
024700         OUTPUT PROCEDURE IS 3000-TABLE-ACTIONS.
024800     PERFORM 4000-PROCESS-NAME    THRU 4000-EXIT
024900         UNTIL WS-88-NAME-EOF.
025000     SORT PARTY-SORT-FILE
025100         ASCENDING KEY PTS-ACCOUNT PTS-PARTY-SEQ
025200         INPUT PROCEDURE IS 5000-SELECT-PARTIES
025300         OUTPUT PROCEDURE IS 5500-WRITE-DETAILS.
025400     PERFORM 6000-FINISH-ACCOUNT  THRU 6000-EXIT
025500         VARYING WS-SUB FROM 1 BY 1
025600         UNTIL WS-SUB GREATER THAN WS-FUR-COUNT.
025700     PERFORM 6500-WRITE-TRAILER   THRU 6500-EXIT.
025800     PERFORM 7000-WRITE-MASTER    THRU 7000-EXIT.
025900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
026000     GOBACK.
026100     EJECT
026200 1000-INITIALIZE.
026300     OPEN INPUT CRF-PARM-FILE.
026400     READ CRF-PARM-FILE
026500         AT END MOVE SPACES TO CRF-PARM-RECORD.
026600     CLOSE CRF-PARM-FILE.
026700     IF  CFP-RUN-DATE NUMERIC
026800     AND CFP-RUN-DATE GREATER THAN ZERO
026900         MOVE CFP-RUN-DATE TO WS-RUN-DATE-YYMMDD
027000     ELSE
027100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
027200     OPEN INPUT  CHGOFF-MASTER-IN.
027300     OPEN INPUT  ALT-NAME-ADDR-FILE.
027400     OPEN OUTPUT CHGOFF-MASTER-OUT.
027500     OPEN OUTPUT CRA-FURNISH-FILE.
027600     OPEN OUTPUT CRA-FURNISH-RPT.
027700     MOVE SPACES TO CRA-FURNISH-RECORD.
027800     MOVE 'H'                TO CRF-RECORD-TYPE.
027900     MOVE CFP-INSTITUTION-ID TO CRF-INSTITUTION-ID.
028000     MOVE WS-RUN-DATE-YYMMDD TO CRF-HDR-FILE-DATE.
028100     MOVE WS-RUN-DATE-YYMMDD (1:4) TO CRF-HDR-PERIOD.
028200     WRITE CRA-FURNISH-RECORD.
028300     MOVE SPACES TO TTL-RUN-DATE.
028400     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
028500         DELIMITED BY SIZE INTO TTL-RUN-DATE.
028600     WRITE CRA-FURNISH-RPT-LINE FROM WS-BLANK-LINE.
028700     MOVE SPACES TO CRA-FURNISH-RPT-LINE.
028800     MOVE WS-REPORT-TITLE TO CRA-FURNISH-RPT-LINE.
028900     WRITE CRA-FURNISH-RPT-LINE.
029000     WRITE CRA-FURNISH-RPT-LINE FROM WS-BLANK-LINE.
029100     MOVE SPACES TO CRA-FURNISH-RPT-LINE.
029200     MOVE WS-HEADING TO CRA-FURNISH-RPT-LINE.
029300     WRITE CRA-FURNISH-RPT-LINE.
029400     WRITE CRA-FURNISH-RPT-LINE FROM WS-BLANK-LINE.
029500     MOVE SPACES TO SI-ENVIRONMENT-AREA.
029600     MOVE '1' TO SI-ENVIRONMENT-VSAM.
029700     MOVE 'O' TO I-O-CONTROL-OPERATOR.
029800     MOVE 'I' TO I-O-CONTROL-ACCESS.
029900     MOVE -1  TO I-O-SEND-CODE.
030000     CALL 'IMACTM' USING I-O-CONTROL-AREA
030100                         MASTER-AREA
030200                         SI-ENVIRONMENT-AREA.
030300 1000-EXIT. EXIT.
030400     EJECT
030500 2000-LOAD-CHGOFFS.
030600     READ CHGOFF-MASTER-IN
030700         AT END MOVE 'Y' TO WS-CHG-EOF-SW
030800                GO TO 2000-EXIT.
030900     IF  WS-CHG-COUNT NOT LESS THAN WS-CHG-MAX
031000         ADD 1 TO WS-TOT-OVERFLOW
031100         MOVE CHARGE-OFF-RECORD TO CHGOFF-MASTER-OUT-REC
031200         WRITE CHGOFF-MASTER-OUT-REC
031300         GO TO 2000-EXIT.
031400     ADD 1 TO WS-CHG-COUNT.
031500     ADD 1 TO WS-TOT-CARRIED.
031600     SET CGX TO WS-CHG-COUNT.
031700     MOVE CHARGE-OFF-RECORD TO WS-CHG-RECORD (CGX).
031800 2000-EXIT. EXIT.
031900     EJECT
032000*----------------------------------------------------------------*
032100*    2500-SELECT-ACTIONS - SORT INPUT PROCEDURE.  DECIDE THE     *
032200*    FURNISHING ACTION FOR EACH CHARGE-OFF FROM ITS REPORTING    *
032300*    STATUS AND RECOVERY STATUS, SUPPRESSING ANY RECORD UNDER    *
032400*    OPEN DISPUTE.                                               *
032500*----------------------------------------------------------------*
032600 2500-SELECT-ACTIONS.
032700     PERFORM 2510-ONE-CHGOFF THRU 2510-EXIT
032800         VARYING WS-SUB FROM 1 BY 1
032900         UNTIL WS-SUB GREATER THAN WS-CHG-COUNT.
033000 2500-EXIT. EXIT.
033100 2510-ONE-CHGOFF.
033200     SET CGX TO WS-SUB.
033300     MOVE WS-CHG-RECORD (CGX) TO CHARGE-OFF-RECORD.
033400     MOVE SPACE TO WS-ACTION WS-NEW-STATUS.
033500     IF  CHG-88-CRA-NOT-REPORTED
033600         IF  CHG-88-FULLY-RECOVERED
033700             MOVE 'X' TO WS-NEW-STATUS
033800         ELSE
033900             MOVE 'A' TO WS-ACTION
034000             MOVE 'R' TO WS-NEW-STATUS.
034100     IF  CHG-88-CRA-REPORTED
034200     AND CHG-88-FULLY-RECOVERED
034300         MOVE 'P' TO WS-ACTION
034400         MOVE 'P' TO WS-NEW-STATUS.
034500     IF  CHG-88-CRA-CORRECT-DUE
034600         MOVE 'C' TO WS-ACTION
034700         IF  CHG-88-FULLY-RECOVERED
034800             MOVE 'P' TO WS-NEW-STATUS
034900         ELSE
035000             MOVE 'R' TO WS-NEW-STATUS.
035100     IF  CHG-88-CRA-DELETE-DUE
035200         MOVE 'D' TO WS-ACTION
035300         MOVE 'X' TO WS-NEW-STATUS.
035400     IF  WS-NEW-STATUS EQUAL SPACE
035500         GO TO 2510-EXIT.
035600     IF  CHG-88-DISPUTE-OPEN
035700         ADD 1 TO WS-TOT-SUPPRESSED
035800         MOVE ZERO TO DTL-HOLDERS
035900         MOVE 'SUPPRESSED - UNDER DISPUTE' TO DTL-RESULT
036000         PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT
036100         GO TO 2510-EXIT.
036200     IF  WS-ACTION EQUAL SPACE
036300         MOVE WS-NEW-STATUS      TO CHG-CRA-STATUS
036400         MOVE WS-RUN-DATE-YYMMDD TO CHG-CRA-REPORT-DATE
036500         MOVE CHARGE-OFF-RECORD  TO WS-CHG-RECORD (CGX)
036600         ADD 1 TO WS-TOT-CLOSED-UNREPORTED
036700         MOVE ZERO TO DTL-HOLDERS
036800         MOVE 'RECOVERED BEFORE REPORTING' TO DTL-RESULT
036900         PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT
037000         GO TO 2510-EXIT.
037100     MOVE CHG-CONTROL-KEY TO FAS-ACCOUNT.
037200     MOVE WS-SUB          TO FAS-CHG-SUB.
037300     MOVE WS-ACTION       TO FAS-ACTION.
037400     MOVE WS-NEW-STATUS   TO FAS-NEW-STATUS.
037500     RELEASE ACTION-SORT-RECORD.
037600 2510-EXIT. EXIT.
037700     EJECT
037800*----------------------------------------------------------------*
037900*    3000-TABLE-ACTIONS - SORT OUTPUT PROCEDURE.  EACH ACCOUNT   *
038000*    TO BE FURNISHED IS TABLED IN ACCOUNT ORDER WITH THE MASTER  *
038100*    BIRTH DATE AND THE MASTER NAME AND ADDRESS TRAILER AS ITS   *
038200*    PROVISIONAL ADDRESS.                                        *
038300*----------------------------------------------------------------*
038400 3000-TABLE-ACTIONS.
038500     MOVE 'N' TO WS-SORT-EOF-SW.
038600     PERFORM 3100-ONE-ACTION THRU 3100-EXIT
038700         UNTIL WS-88-SORT-EOF.
038800 3000-EXIT. EXIT.
038900 3100-ONE-ACTION.
039000     RETURN ACTION-SORT-FILE
039100         AT END MOVE 'Y' TO WS-SORT-EOF-SW
039200                GO TO 3100-EXIT.
039300     IF  WS-FUR-COUNT NOT LESS THAN WS-FUR-MAX
039400         ADD 1 TO WS-TOT-FUR-OVERFLOW
039500         GO TO 3100-EXIT.
039600     ADD 1 TO WS-FUR-COUNT.
039700     SET FRX TO WS-FUR-COUNT.
039800     MOVE FAS-ACCOUNT    TO WS-FUR-ACCOUNT (FRX).
039900     MOVE FAS-CHG-SUB    TO WS-FUR-CHG-SUB (FRX).
040000     MOVE FAS-ACTION     TO WS-FUR-ACTION (FRX).
040100     MOVE FAS-NEW-STATUS TO WS-FUR-NEW-STATUS (FRX).
040200     MOVE SPACES TO WS-FUR-ADDR-SOURCE (FRX)
040300                    WS-FUR-ADDR-LINE-1 (FRX)
040400                    WS-FUR-ADDR-LINE-2 (FRX)
040500                    WS-FUR-CITY (FRX)
040600                    WS-FUR-STATE (FRX)
040700                    WS-FUR-ZIP (FRX)
040800                    WS-FUR-BIRTH-DATE (FRX).
040900     MOVE 'N'  TO WS-FUR-BIRTH-USED (FRX).
041000     MOVE ZERO TO WS-FUR-DETAIL-COUNT (FRX).
041100     MOVE SPACES TO WMS-CONTROL-KEY.
041200     MOVE FAS-ACCOUNT TO WMS-CONTROL-KEY.
041300     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
041400     MOVE -1     TO I-O-SEND-CODE.
041500     CALL 'IMACTM' USING I-O-CONTROL-AREA
041600                         MASTER-AREA
041700                         SI-ENVIRONMENT-AREA.
041800     IF  NOT I-O-88-NORMAL-RET
041900         GO TO 3100-EXIT.
042000     IF  WMS-BIRTHDATE NUMERIC
042100     AND WMS-BIRTHDATE NOT EQUAL ZEROS
042200         MOVE WMS-BIRTHDATE TO WS-FUR-BIRTH-DATE (FRX).
042300     IF  WMS-NME-ADDR-TLRS NOT GREATER THAN ZERO
042400         GO TO 3100-EXIT.
042500     MOVE SPACES TO WS-ADDRESS-LINES.
042600     PERFORM 3110-COPY-LINE THRU 3110-EXIT
042700         VARYING WS-LINE-SUB FROM 1 BY 1
042800         UNTIL WS-LINE-SUB GREATER THAN 8.
042900     MOVE 8 TO WS-LINE-COUNT.
043000     PERFORM 8000-BUILD-ADDRESS THRU 8000-EXIT.
043100     IF  WS-88-ADDR-OK
043200         MOVE 'M' TO WS-FUR-ADDR-SOURCE (FRX)
043300         PERFORM 8300-STORE-ADDRESS THRU 8300-EXIT.
043400 3100-EXIT. EXIT.
043500 3110-COPY-LINE.
043600     MOVE WMS-NAME-ADDR-TYPE (WS-LINE-SUB)
043700         TO WS-ADR-TYPE (WS-LINE-SUB).
043800     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB)
043900         TO WS-ADR-TEXT (WS-LINE-SUB).
044000 3110-EXIT. EXIT.
044100     EJECT
044200*----------------------------------------------------------------*
044300*    4000-PROCESS-NAME - ONE PASS OF IMNAME.  THE FIRST          *
044400*    OCCURRENCE OF AN ACCOUNT'S RECORD REPLACES THE MASTER       *
044500*    TRAILER ADDRESS; A STATEMENT (ST) RECORD REPLACES ANY       *
044600*    OTHER.                                                      *
044700*----------------------------------------------------------------*
044800 4000-PROCESS-NAME.
044900     READ ALT-NAME-ADDR-FILE
045000         AT END MOVE 'Y' TO WS-NAME-EOF-SW
045100                GO TO 4000-EXIT.
045200     IF  IMN-NBR-ADDRS NOT NUMERIC
045300     OR  IMN-NBR-ADDRS NOT GREATER THAN ZERO
045400         GO TO 4000-EXIT.
045500     MOVE IMN-CONTROL-KEY (1:22) TO WS-SEARCH-ACCOUNT.
045600     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
045700     IF  WS-HIT EQUAL ZERO
045800         GO TO 4000-EXIT.
045900     SET FRX TO WS-HIT.
046000     IF  WS-88-FUR-STMT-ADDR (FRX)
046100         GO TO 4000-EXIT.
046200     IF  WS-88-FUR-ALT-ADDR (FRX)
046300     AND NOT IMN-USE-CODE-ST
046400         GO TO 4000-EXIT.
046500     MOVE SPACES TO WS-ADDRESS-LINES.
046600     PERFORM 4100-COPY-LINE THRU 4100-EXIT
046700         VARYING WS-LINE-SUB FROM 1 BY 1
046800         UNTIL WS-LINE-SUB GREATER THAN 6.
046900     MOVE 6 TO WS-LINE-COUNT.
047000     PERFORM 8000-BUILD-ADDRESS THRU 8000-EXIT.
047100     IF  NOT WS-88-ADDR-OK
047200         GO TO 4000-EXIT.
047300     IF  IMN-USE-CODE-ST
047400         MOVE 'S' TO WS-FUR-ADDR-SOURCE (FRX)
047500     ELSE
047600         MOVE 'N' TO WS-FUR-ADDR-SOURCE (FRX).
047700     PERFORM 8300-STORE-ADDRESS THRU 8300-EXIT.
047800 4000-EXIT. EXIT.
047900 4100-COPY-LINE.
048000     MOVE IMN-LN-TYPE (1, WS-LINE-SUB)
048100         TO WS-ADR-TYPE (WS-LINE-SUB).
048200     MOVE IMN-LN-NAME-ADDR (1, WS-LINE-SUB)
048300         TO WS-ADR-TEXT (WS-LINE-SUB).
048400 4100-EXIT. EXIT.
048500     EJECT
048600*----------------------------------------------------------------*
048700*    5000-SELECT-PARTIES - SORT INPUT PROCEDURE.  THE ACTIVE     *
048800*    OWNERS AND JOINT OWNERS OF THE ACCOUNTS BEING FURNISHED.    *
048900*----------------------------------------------------------------*
049000 5000-SELECT-PARTIES.
049100     MOVE 'N' TO WS-INPUT-EOF-SW.
049200     OPEN INPUT REGISTRY-FILE.
049300     IF  WS-88-REG-NOT-FOUND
049400         MOVE 'Y' TO WS-INPUT-EOF-SW.
049500     PERFORM 5100-ONE-PARTY THRU 5100-EXIT
049600         UNTIL WS-88-INPUT-EOF.
049700     CLOSE REGISTRY-FILE.
049800 5000-EXIT. EXIT.
049900 5100-ONE-PARTY.
050000     READ REGISTRY-FILE
050100         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
050200                GO TO 5100-EXIT.
050300     IF  NOT OWR-88-ACTIVE
050400         GO TO 5100-EXIT.
050500     IF  NOT OWR-88-OWNER
050600     AND NOT OWR-88-JOINT-OWNER
050700         GO TO 5100-EXIT.
050800     MOVE OWR-ACCOUNT TO WS-SEARCH-ACCOUNT.
050900     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
051000     IF  WS-HIT EQUAL ZERO
051100         GO TO 5100-EXIT.
051200     MOVE OWR-ACCOUNT    TO PTS-ACCOUNT.
051300     MOVE OWR-PARTY-SEQ  TO PTS-PARTY-SEQ.
051400     MOVE OWR-PARTY-ROLE TO PTS-PARTY-ROLE.
051500     MOVE OWR-PARTY-NAME TO PTS-PARTY-NAME.
051600     MOVE OWR-TAX-ID     TO PTS-TAX-ID.
051700     RELEASE PARTY-SORT-RECORD.
051800 5100-EXIT. EXIT.
051900     EJECT
052000*----------------------------------------------------------------*
052100*    5500-WRITE-DETAILS - SORT OUTPUT PROCEDURE.  ONE DETAIL PER *
052200*    ACCOUNT HOLDER FOR AN ACCOUNT WITH A USABLE ADDRESS.        *
052300*----------------------------------------------------------------*
052400 5500-WRITE-DETAILS.
052500     MOVE 'N' TO WS-SORT-EOF-SW.
052600     PERFORM 5600-ONE-HOLDER THRU 5600-EXIT
052700         UNTIL WS-88-SORT-EOF.
052800 5500-EXIT. EXIT.
052900 5600-ONE-HOLDER.
053000     RETURN PARTY-SORT-FILE
053100         AT END MOVE 'Y' TO WS-SORT-EOF-SW
053200                GO TO 5600-EXIT.
053300     MOVE PTS-ACCOUNT TO WS-SEARCH-ACCOUNT.
053400     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
053500     IF  WS-HIT EQUAL ZERO
053600         GO TO 5600-EXIT.
053700     SET FRX TO WS-HIT.
053800     IF  WS-88-FUR-NO-ADDR (FRX)
053900     OR  PTS-PARTY-NAME EQUAL SPACES
054000     OR  PTS-TAX-ID EQUAL SPACES
054100         GO TO 5600-EXIT.
054200     SET CGX TO WS-FUR-CHG-SUB (FRX).
054300     MOVE WS-CHG-RECORD (CGX) TO CHARGE-OFF-RECORD.
054400     MOVE SPACES TO CRA-FURNISH-RECORD.
054500     MOVE 'D'                      TO CRF-RECORD-TYPE.
054600     MOVE CFP-INSTITUTION-ID       TO CRF-INSTITUTION-ID.
054700     MOVE WS-FUR-ACTION (FRX)      TO CRF-ACTION.
054800     IF  WS-FUR-ACTION (FRX) EQUAL 'C'
054900     AND WS-FUR-NEW-STATUS (FRX) EQUAL 'P'
055000         MOVE 'P' TO CRF-ACTION.
055100     MOVE CHG-CONTROL-KEY          TO CRF-ACCOUNT.
055200     MOVE CHG-CHARGE-OFF-CODE      TO CRF-CLOSURE-REASON.
055300     MOVE CHG-CHARGE-OFF-DATE      TO CRF-CHARGE-OFF-DATE.
055400     MOVE CHG-CHARGE-OFF-AMT       TO CRF-CHARGE-OFF-AMT.
055500     MOVE ZERO                     TO CRF-PAID-AMT.
055600     IF  CHG-88-FULLY-RECOVERED
055700         MOVE CHG-LAST-RECOVERY-DATE TO CRF-PAID-DATE
055800         MOVE CHG-RECOVERED-TO-DATE  TO CRF-PAID-AMT.
055900     MOVE PTS-PARTY-SEQ            TO CRF-PARTY-SEQ.
056000     MOVE PTS-PARTY-ROLE           TO CRF-PARTY-ROLE.
056100     MOVE PTS-PARTY-NAME           TO CRF-NAME.
056200     MOVE PTS-TAX-ID               TO CRF-TAX-ID.
056300     IF  PTS-PARTY-ROLE EQUAL 'O'
056400     AND WS-FUR-BIRTH-USED (FRX) EQUAL 'N'
056500         MOVE WS-FUR-BIRTH-DATE (FRX) TO CRF-BIRTH-DATE
056600         MOVE 'Y' TO WS-FUR-BIRTH-USED (FRX).
056700     MOVE WS-FUR-ADDR-LINE-1 (FRX) TO CRF-ADDR-LINE-1.
056800     MOVE WS-FUR-ADDR-LINE-2 (FRX) TO CRF-ADDR-LINE-2.
056900     MOVE WS-FUR-CITY (FRX)        TO CRF-CITY.
057000     MOVE WS-FUR-STATE (FRX)       TO CRF-STATE.
057100     MOVE WS-FUR-ZIP (FRX)         TO CRF-ZIP.
057200     WRITE CRA-FURNISH-RECORD.
057300     ADD 1 TO WS-TOT-DETAILS.
057400     ADD 1 TO WS-FUR-DETAIL-COUNT (FRX).
057500 5600-EXIT. EXIT.
057600     EJECT
057700*----------------------------------------------------------------*
057800*    6000-FINISH-ACCOUNT - AN ACCOUNT FURNISHED FOR AT LEAST ONE *
057900*    HOLDER TAKES ITS NEW REPORTING STATUS; ONE THAT COULD NOT   *
058000*    BE FURNISHED KEEPS ITS STATUS AND IS LISTED AS HELD.        *
058100*----------------------------------------------------------------*
058200 6000-FINISH-ACCOUNT.
058300     SET FRX TO WS-SUB.
058400     SET CGX TO WS-FUR-CHG-SUB (FRX).
058500     MOVE WS-CHG-RECORD (CGX) TO CHARGE-OFF-RECORD.
058600     MOVE WS-FUR-ACTION (FRX) TO WS-ACTION.
058700     MOVE WS-FUR-DETAIL-COUNT (FRX) TO DTL-HOLDERS.
058800     IF  WS-FUR-DETAIL-COUNT (FRX) EQUAL ZERO
058900         ADD 1 TO WS-TOT-HELD
059000         IF  WS-88-FUR-NO-ADDR (FRX)
059100             MOVE 'HELD - NO USABLE ADDRESS' TO DTL-RESULT
059200             PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT
059300             GO TO 6000-EXIT
059400         ELSE
059500             MOVE 'HELD - NO HOLDER ON REGISTRY' TO DTL-RESULT
059600             PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT
059700             GO TO 6000-EXIT.
059800     MOVE WS-FUR-NEW-STATUS (FRX) TO CHG-CRA-STATUS.
059900     MOVE WS-RUN-DATE-YYMMDD      TO CHG-CRA-REPORT-DATE.
060000     MOVE CHARGE-OFF-RECORD TO WS-CHG-RECORD (CGX).
060100     ADD 1 TO WS-TOT-ACCOUNTS.
060200     ADD CHG-CHARGE-OFF-AMT TO WS-TOT-AMOUNT.
060300     IF  WS-ACTION EQUAL 'A'
060400         ADD 1 TO WS-TOT-NEW.
060500     IF  WS-ACTION EQUAL 'P'
060600         ADD 1 TO WS-TOT-PAID.
060700     IF  WS-ACTION EQUAL 'C'
060800         ADD 1 TO WS-TOT-CORRECTED.
060900     IF  WS-ACTION EQUAL 'D'
061000         ADD 1 TO WS-TOT-DELETED.
061100     MOVE 'FURNISHED' TO DTL-RESULT.
061200     PERFORM 8500-PRINT-DETAIL THRU 8500-EXIT.
061300 6000-EXIT. EXIT.
061400 6500-WRITE-TRAILER.
061500     MOVE SPACES TO CRA-FURNISH-RECORD.
061600     MOVE 'T'                TO CRF-RECORD-TYPE.
061700     MOVE CFP-INSTITUTION-ID TO CRF-INSTITUTION-ID.
061800     MOVE WS-TOT-DETAILS     TO CRF-TRL-DETAIL-COUNT.
061900     MOVE WS-TOT-ACCOUNTS    TO CRF-TRL-ACCOUNT-COUNT.
062000     MOVE WS-TOT-AMOUNT      TO CRF-TRL-AMOUNT-TOTAL.
062100     WRITE CRA-FURNISH-RECORD.
062200 6500-EXIT. EXIT.
062300     EJECT
062400 7000-WRITE-MASTER.
062500     PERFORM 7100-WRITE-ONE THRU 7100-EXIT
062600         VARYING WS-SUB FROM 1 BY 1
062700         UNTIL WS-SUB GREATER THAN WS-CHG-COUNT.
062800 7000-EXIT. EXIT.
062900 7100-WRITE-ONE.
063000     SET CGX TO WS-SUB.
063100     MOVE WS-CHG-RECORD (CGX) TO CHGOFF-MASTER-OUT-REC.
063200     WRITE CHGOFF-MASTER-OUT-REC.
063300 7100-EXIT. EXIT.
063400     EJECT
063500*----------------------------------------------------------------*
063600*    8000-BUILD-ADDRESS - STREET LINES AND THE CITY/STATE/ZIP    *
063700*    LINE FROM THE ADDRESS AS HELD, AS IN IMNCOEXT.  TYPE 1      *
063800*    LINES ARE NAME LINES.  AT LEAST ONE STREET LINE AND THE     *
063900*    LAST LINE ARE NEEDED.                                       *
064000*----------------------------------------------------------------*
064100 8000-BUILD-ADDRESS.
064200     MOVE 'N'    TO WS-ADDR-OK-SW.
064300     MOVE SPACES TO WS-STREET-LINES WS-BUILT-ADDRESS.
064400     MOVE ZERO   TO WS-STREET-COUNT.
064500     PERFORM 8100-SORT-LINE THRU 8100-EXIT
064600         VARYING WS-LINE-SUB FROM 1 BY 1
064700         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-COUNT.
064800     IF  WS-STREET-COUNT LESS THAN 2
064900         GO TO 8000-EXIT.
065000     MOVE WS-STREET-TEXT (1) TO WS-BLT-LINE-1.
065100     IF  WS-STREET-COUNT GREATER THAN 2
065200         MOVE WS-STREET-TEXT (2) TO WS-BLT-LINE-2.
065300     MOVE WS-STREET-TEXT (WS-STREET-COUNT) TO WS-LAST-LINE.
065400     PERFORM 8200-SPLIT-LAST-LINE THRU 8200-EXIT.
065500     IF  WS-BLT-STATE NOT EQUAL SPACES
065600     AND WS-BLT-ZIP NOT EQUAL SPACES
065700         MOVE 'Y' TO WS-ADDR-OK-SW.
065800 8000-EXIT. EXIT.
065900 8100-SORT-LINE.
066000     IF  WS-ADR-TEXT (WS-LINE-SUB) EQUAL SPACES
066100     OR  WS-ADR-TEXT (WS-LINE-SUB) EQUAL LOW-VALUES
066200         GO TO 8100-EXIT.
066300     IF  WS-ADR-TYPE (WS-LINE-SUB) EQUAL '1'
066400         GO TO 8100-EXIT.
066500     ADD 1 TO WS-STREET-COUNT.
066600     MOVE WS-ADR-TEXT (WS-LINE-SUB)
066700         TO WS-STREET-TEXT (WS-STREET-COUNT).
066800 8100-EXIT. EXIT.
066900 8200-SPLIT-LAST-LINE.
067000     PERFORM 8210-FIND-END THRU 8210-EXIT
067100         VARYING WS-POS FROM 30 BY -1
067200         UNTIL WS-POS LESS THAN 1
067300            OR WS-LAST-CITY-STATE (WS-POS:1) NOT EQUAL SPACE.
067400     IF  WS-POS LESS THAN 4
067500         MOVE WS-LAST-CITY-STATE TO WS-BLT-CITY
067600     ELSE
067700         MOVE WS-LAST-CITY-STATE (WS-POS - 1:2) TO WS-BLT-STATE
067800         MOVE WS-LAST-CITY-STATE (1:WS-POS - 2) TO WS-BLT-CITY
067900         INSPECT WS-BLT-CITY REPLACING ALL ',' BY SPACE.
068000     MOVE WS-LAST-ZIP TO WS-BLT-ZIP.
068100 8200-EXIT. EXIT.
068200 8210-FIND-END.
068300     CONTINUE.
068400 8210-EXIT. EXIT.
068500 8300-STORE-ADDRESS.
068600     MOVE WS-BLT-LINE-1 TO WS-FUR-ADDR-LINE-1 (FRX).
068700     MOVE WS-BLT-LINE-2 TO WS-FUR-ADDR-LINE-2 (FRX).
068800     MOVE WS-BLT-CITY   TO WS-FUR-CITY (FRX).
068900     MOVE WS-BLT-STATE  TO WS-FUR-STATE (FRX).
069000     MOVE WS-BLT-ZIP    TO WS-FUR-ZIP (FRX).
069100 8300-EXIT. EXIT.
069200     EJECT
069300 8500-PRINT-DETAIL.
069400     MOVE CHG-CONTROL-KEY       TO DTL-ACCOUNT.
069500     MOVE SPACES                TO DTL-ACTION.
069600     IF  WS-ACTION EQUAL 'A'
069700         MOVE 'NEW CHARGE-OFF' TO DTL-ACTION.
069800     IF  WS-ACTION EQUAL 'P'
069900         MOVE 'PAID IN FULL  ' TO DTL-ACTION.
070000     IF  WS-ACTION EQUAL 'C'
070100         MOVE 'CORRECTION    ' TO DTL-ACTION.
070200     IF  WS-ACTION EQUAL 'D'
070300         MOVE 'DELETE        ' TO DTL-ACTION.
070400     IF  WS-ACTION EQUAL SPACE
070500         MOVE 'CLOSE OUT     ' TO DTL-ACTION.
070600     MOVE CHG-CHARGE-OFF-AMT    TO DTL-CHGOFF-AMT.
070700     MOVE CHG-RECOVERED-TO-DATE TO DTL-RECOVERED.
070800     MOVE SPACES TO CRA-FURNISH-RPT-LINE.
070900     MOVE WS-DETAIL-LINE TO CRA-FURNISH-RPT-LINE.
071000     WRITE CRA-FURNISH-RPT-LINE.
071100 8500-EXIT. EXIT.
071200     EJECT
071300*----------------------------------------------------------------*
071400*    8800-FIND-ACCOUNT - BINARY SEARCH OF THE FURNISHING TABLE,  *
071500*    WHICH IS IN ACCOUNT ORDER.  WS-HIT IS ZERO IF ABSENT.       *
071600*----------------------------------------------------------------*
071700 8800-FIND-ACCOUNT.
071800     MOVE ZERO TO WS-HIT.
071900     MOVE 1 TO WS-LOW.
072000     MOVE WS-FUR-COUNT TO WS-HIGH.
072100     PERFORM 8810-HALVE THRU 8810-EXIT
072200         UNTIL WS-LOW GREATER THAN WS-HIGH
072300            OR WS-HIT GREATER THAN ZERO.
072400 8800-EXIT. EXIT.
072500 8810-HALVE.
072600     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
072700     IF  WS-FUR-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
072800         MOVE WS-MID TO WS-HIT
072900         GO TO 8810-EXIT.
073000     IF  WS-FUR-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
073100         COMPUTE WS-LOW = WS-MID + 1
073200     ELSE
073300         COMPUTE WS-HIGH = WS-MID - 1.
073400 8810-EXIT. EXIT.
073500     EJECT
073600*----------------------------------------------------------------*
073700*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
073800*----------------------------------------------------------------*
073900 9000-TERMINATE.
074000     WRITE CRA-FURNISH-RPT-LINE FROM WS-BLANK-LINE.
074100     MOVE 'CHARGE-OFFS CARRIED FORWARD       ' TO SUM-LIT.
074200     MOVE WS-TOT-CARRIED TO SUM-COUNT.
074300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074400     MOVE 'RECORDS PAST TABLE - PASSED THRU  ' TO SUM-LIT.
074500     MOVE WS-TOT-OVERFLOW TO SUM-COUNT.
074600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
074700     MOVE 'NEW CHARGE-OFFS FURNISHED         ' TO SUM-LIT.
074800     MOVE WS-TOT-NEW TO SUM-COUNT.
074900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075000     MOVE 'PAID-IN-FULL UPDATES FURNISHED    ' TO SUM-LIT.
075100     MOVE WS-TOT-PAID TO SUM-COUNT.
075200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075300     MOVE 'DISPUTE CORRECTIONS FURNISHED     ' TO SUM-LIT.
075400     MOVE WS-TOT-CORRECTED TO SUM-COUNT.
075500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075600     MOVE 'DISPUTE DELETES FURNISHED         ' TO SUM-LIT.
075700     MOVE WS-TOT-DELETED TO SUM-COUNT.
075800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
075900     MOVE 'CLOSED OUT - RECOVERED UNREPORTED ' TO SUM-LIT.
076000     MOVE WS-TOT-CLOSED-UNREPORTED TO SUM-COUNT.
076100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076200     MOVE 'SUPPRESSED - UNDER DISPUTE        ' TO SUM-LIT.
076300     MOVE WS-TOT-SUPPRESSED TO SUM-COUNT.
076400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076500     MOVE 'HELD - NOT FURNISHED              ' TO SUM-LIT.
076600     MOVE WS-TOT-HELD TO SUM-COUNT.
076700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
076800     MOVE 'ACTIONS PAST TABLE - NEXT MONTH   ' TO SUM-LIT.
076900     MOVE WS-TOT-FUR-OVERFLOW TO SUM-COUNT.
077000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077100     MOVE 'DETAIL RECORDS WRITTEN            ' TO SUM-LIT.
077200     MOVE WS-TOT-DETAILS TO SUM-COUNT.
077300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
077400     MOVE SPACES TO CRA-FURNISH-RPT-LINE.
077500     MOVE 'CHARGE-OFF AMOUNT FURNISHED       ' TO AMT-LIT.
077600     MOVE WS-TOT-AMOUNT TO AMT-AMOUNT.
077700     MOVE WS-AMOUNT-LINE TO CRA-FURNISH-RPT-LINE.
077800     WRITE CRA-FURNISH-RPT-LINE.
077900     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
078000     MOVE -1   TO I-O-SEND-CODE.
078100     CALL 'IMACTM' USING I-O-CONTROL-AREA
078200                         MASTER-AREA
078300                         SI-ENVIRONMENT-AREA.
078400     CLOSE CHGOFF-MASTER-IN.
078500     CLOSE CHGOFF-MASTER-OUT.
078600     CLOSE ALT-NAME-ADDR-FILE.
078700     CLOSE CRA-FURNISH-FILE.
078800     CLOSE CRA-FURNISH-RPT.
078900 9000-EXIT. EXIT.
079000 9100-PRINT-SUMMARY.
079100     MOVE SPACES TO CRA-FURNISH-RPT-LINE.
079200     MOVE WS-SUMMARY-LINE TO CRA-FURNISH-RPT-LINE.
079300     WRITE CRA-FURNISH-RPT-LINE.
079400 9100-EXIT. EXIT.
