*     * GN6217 * 10/13/26 JCTE RECORD RETENTION AND LEGAL-HOLD CHECK
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMRETCHK.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/13/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMRETCHK IS THE COMMON RECORD-RETENTION MODULE EVERY PURGE  *
000900*    CALLS BEFORE IT DESTROYS ANYTHING.  ON ITS FIRST CALL IT    *
001000*    LOADS THE RECORD RETENTION SCHEDULE (IMWSRTSC) AND THE      *
001100*    ACTIVE HOLDS FROM THE LEGAL-HOLD MASTER (IMWSLHLD); A HOLD  *
001200*    PLACED BY TAX ID IS SPREAD TO EVERY ACCOUNT THE CUSTOMER    *
001300*    CROSS-REFERENCE (IMWSCXRF) CARRIES UNDER THAT TAX ID,       *
001400*    CURRENT OR DROPPED.                                         *
001500*----------------------------------------------------------------*
001600*    'C' - A RECORD IS PAST RETENTION WHEN THE DAYS FROM ITS     *
001700*    TRIGGER DATE TO TODAY REACH THE CLASS'S RETENTION PERIOD.   *
001800*    A RECORD PAST RETENTION WHOSE ACCOUNT IS UNDER AN ACTIVE    *
001900*    HOLD FOR THAT CLASS (OR FOR ALL CLASSES) ANSWERS 'H' WITH   *
002000*    THE MATTER; OTHERWISE IT ANSWERS 'D'.  EVERYTHING ELSE -    *
002100*    INSIDE RETENTION, PERMANENT, NO USABLE TRIGGER DATE, AN     *
002200*    UNSCHEDULED CLASS (RETURN CODE 4) OR NO SCHEDULE AT ALL     *
002300*    (RETURN CODE 8) - ANSWERS 'R'.  THE EXPIRATION DATE IS      *
002400*    RETURNED FOR CALLERS THAT CATALOG IT.                       *
002500*----------------------------------------------------------------*
002600*    'O', 'D' AND 'X' - 'O' STARTS A PURGE RUN'S CERTIFICATE,    *
002700*    EACH 'D' COUNTS ONE DESTROYED RECORD INTO ITS CLASS WITH    *
002800*    THE EARLIEST AND LATEST TRIGGER DATES, AND 'X' APPENDS THE  *
002900*    CERTIFICATE OF DESTRUCTION TO THE CERTIFICATE FILE - CLASS, *
003000*    RETENTION RULE, COUNT AND DATE RANGE DESTROYED, AND THE     *
003100*    COUNT SPARED BY LEGAL HOLD.                                 *
003200*----------------------------------------------------------------*
003300*               ** HISTORY OF REVISIONS **                      *
003400* DESCRIPTION                                           CHNGID  *
003500* ____________________________________________________ _______ *
003600* 10/13/26 JCTE NEW PROGRAM - RECORD RETENTION AND       GN6217 *
003700*                LEGAL-HOLD CHECK MODULE                        *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT    DIVISION.
004000 INPUT-OUTPUT   SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL RETENTION-SCHEDULE ASSIGN TO "IMRETSCH"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-SCH-FILE-STATUS.
004500     SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "IMLGHLDO"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-HLD-FILE-STATUS.
004800     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CXR-FILE-STATUS.
005100     SELECT OPTIONAL CERTIFICATE-FILE ASSIGN TO "IMRETCRT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CRT-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RETENTION-SCHEDULE.
005700     COPY IMWSRTSC.
005800 FD  LEGAL-HOLD-FILE.
005900     COPY IMWSLHLD.
006000 FD  CUST-XREF-FILE.
006100     COPY IMWSCXRF.
006200 FD  CERTIFICATE-FILE
006300     RECORD CONTAINS 133 CHARACTERS.
006400 01  CERTIFICATE-LINE                PIC X(133).
006500 WORKING-STORAGE SECTION.
006600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMRETCHK'.
006700 77  WS-SCH-FILE-STATUS              PIC X(2)    VALUE SPACES.
006800     88  WS-88-SCH-NOT-FOUND         VALUE '05' '35'.
006900 77  WS-HLD-FILE-STATUS              PIC X(2)    VALUE SPACES.
007000     88  WS-88-HLD-NOT-FOUND         VALUE '05' '35'.
007100 77  WS-CXR-FILE-STATUS              PIC X(2)    VALUE SPACES.
007200     88  WS-88-CXR-NOT-FOUND         VALUE '05' '35'.
007300 77  WS-CRT-FILE-STATUS              PIC X(2)    VALUE SPACES.
007400     88  WS-88-CRT-NOT-FOUND         VALUE '05' '35'.
007500 77  WS-SCH-MAX                      PIC S9(5)   COMP VALUE +50.
007600 77  WS-HLD-MAX                      PIC S9(5)   COMP VALUE +5000.
007700 77  WS-TAX-MAX                      PIC S9(5)   COMP VALUE +500.
007800 77  WS-SUB                          PIC S9(5)   COMP VALUE 0.
007900 77  WS-SCH-SUB                      PIC S9(5)   COMP VALUE 0.
008000 77  WS-HLD-SUB                      PIC S9(5)   COMP VALUE 0.
008100 01  WS-SWITCHES.
008200     03  WS-LOADED-SW                PIC X(1)    VALUE 'N'.
008300         88  WS-88-LOADED            VALUE 'Y'.
008400     03  WS-SCHEDULE-SW              PIC X(1)    VALUE 'N'.
008500         88  WS-88-SCHEDULE-LOADED   VALUE 'Y'.
008600     03  WS-EOF-SW                   PIC X(1)    VALUE 'N'.
008700         88  WS-88-EOF               VALUE 'Y'.
008800     EJECT
008900     COPY SIWSDTAR.
009000     EJECT
009100 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009200 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009300     03  WS-RUN-YR                   PIC XX.
009400     03  WS-RUN-MO                   PIC XX.
009500     03  WS-RUN-DA                   PIC XX.
009600 01  WS-RUN-TIME                     PIC 9(8).
009700 01  WS-PRINT-MMDDYY                 PIC 9(6).
009800 01  WS-PRINT-DATE REDEFINES WS-PRINT-MMDDYY.
009900     03  WS-PRT-MO                   PIC XX.
010000     03  WS-PRT-DA                   PIC XX.
010100     03  WS-PRT-YR                   PIC XX.
010200 01  WS-TRIGGER-YYMMDD               PIC 9(6).
010300 01  WS-TRIGGER-DATE REDEFINES WS-TRIGGER-YYMMDD.
010400     03  WS-TRG-YR                   PIC XX.
010500     03  WS-TRG-MO                   PIC XX.
010600     03  WS-TRG-DA                   PIC XX.
010700 01  WS-EXPIRE-YYMMDD                PIC 9(6).
010800 01  WS-EXPIRE-DATE REDEFINES WS-EXPIRE-YYMMDD.
010900     03  WS-EXP-YR                   PIC XX.
011000     03  WS-EXP-MO                   PIC XX.
011100     03  WS-EXP-DA                   PIC XX.
011200*    CENTURY-WINDOWED TRIGGER DATE SO THE CERTIFICATE'S DATE RANGE
011300*    ORDERS CORRECTLY ACROSS 1999/2000.
011400 01  WS-TRIGGER-CCYYMMDD             PIC 9(8).
011500 01  FILLER REDEFINES WS-TRIGGER-CCYYMMDD.
011600     03  WS-TRG8-CC                  PIC 99.
011700     03  WS-TRG8-YYMMDD              PIC 9(6).
011800     03  FILLER REDEFINES WS-TRG8-YYMMDD.
011900         05  WS-TRG8-YY              PIC 99.
012000         05  FILLER                  PIC 9(4).
012100 01  WS-AGE-DAYS                     PIC S9(5)   COMP-3 VALUE 0.
012200 01  WS-CERT-PROGRAM                 PIC X(8)    VALUE SPACES.
012300 01  WS-TAX-ID                       PIC X(11).
012400     EJECT
012500 01  WS-SCHEDULE-TABLE.
012600     03  WS-SCH-COUNT                PIC S9(5)   COMP VALUE 0.
012700     03  WS-SCH-ENTRY OCCURS 50 TIMES
012800                      INDEXED BY SDX.
012900         05  WS-SCH-CLASS            PIC X(4).
013000         05  WS-SCH-DESCRIPTION      PIC X(30).
013100         05  WS-SCH-RETAIN-DAYS      PIC 9(5).
013200             88  WS-SCH-88-PERMANENT VALUE 99999.
013300         05  WS-SCH-TRIGGER          PIC X.
013400             88  WS-SCH-88-POSTING   VALUE 'P'.
013500             88  WS-SCH-88-CLOSE     VALUE 'C'.
013600             88  WS-SCH-88-ACTIVITY  VALUE 'A'.
013700             88  WS-SCH-88-CYCLE     VALUE 'S'.
013800             88  WS-SCH-88-MAINT     VALUE 'M'.
013900         05  WS-SCH-AUTHORITY        PIC X(20).
014000         05  WS-SCH-DESTROYED        PIC 9(9)    COMP.
014100         05  WS-SCH-HELD             PIC 9(9)    COMP.
014200         05  WS-SCH-LOW-DATE         PIC 9(8).
014300         05  WS-SCH-HIGH-DATE        PIC 9(8).
014400     EJECT
014500 01  WS-HOLD-TABLE.
014600     03  WS-HLD-COUNT                PIC S9(5)   COMP VALUE 0.
014700     03  WS-HLD-ENTRY OCCURS 5000 TIMES
014800                      INDEXED BY HDX.
014900         05  WS-HLD-ACCOUNT          PIC X(22).
015000         05  WS-HLD-CLASS            PIC X(4).
015100         05  WS-HLD-MATTER           PIC X(15).
015200 01  WS-TAX-HOLD-TABLE.
015300     03  WS-TAX-COUNT                PIC S9(5)   COMP VALUE 0.
015400     03  WS-TAX-ENTRY OCCURS 500 TIMES
015500                      INDEXED BY TDX.
015600         05  WS-TAX-TAX-ID           PIC X(11).
015700         05  WS-TAX-CLASS            PIC X(4).
015800         05  WS-TAX-MATTER           PIC X(15).
015900     EJECT
016000 01  WS-TOTALS.
016100     03  WS-TOT-HOLDS-ACTIVE         PIC 9(7)    COMP VALUE 0.
016200     03  WS-TOT-HOLD-ACCOUNTS        PIC 9(7)    COMP VALUE 0.
016300     03  WS-TOT-HOLDS-DROPPED        PIC 9(7)    COMP VALUE 0.
016400     03  WS-TOT-DESTROYED            PIC 9(9)    COMP VALUE 0.
016500     03  WS-TOT-HELD                 PIC 9(9)    COMP VALUE 0.
016600     EJECT
016700 01  WS-CERT-TITLE.
016800     03  FILLER                      PIC X(4)    VALUE SPACES.
016900     03  FILLER                      PIC X(48)   VALUE
017000         'IMRETCHK - CERTIFICATE OF RECORDS DESTRUCTION   '.
017100 01  WS-CERT-RUN-LINE.
017200     03  FILLER                      PIC X(4)    VALUE SPACES.
017300     03  FILLER                      PIC X(14)   VALUE
017400         'PURGE PROGRAM '.
017500     03  CRL-PROGRAM                 PIC X(8).
017600     03  FILLER                      PIC X(12)   VALUE
017700         '   RUN DATE '.
017800     03  CRL-RUN-DATE                PIC 99/99/99.
017900     03  FILLER                      PIC X(8)    VALUE
018000         '   TIME '.
018100     03  CRL-RUN-TIME                PIC 99B99B99.
018200     03  FILLER                      PIC X(71)   VALUE SPACES.
018300 01  WS-CERT-HEADING-1.
018400     03  FILLER                      PIC X(4)    VALUE SPACES.
018500     03  FILLER                      PIC X(50)   VALUE
018600         'CLASS DESCRIPTION                     DAYS  TRIGGE'.
018700     03  FILLER                      PIC X(50)   VALUE
018800         'R     DESTROYED  EARLIEST    LATEST        HELD  A'.
018900     03  FILLER                      PIC X(29)   VALUE
019000         'UTHORITY                     '.
019100 01  WS-CERT-DETAIL-LINE.
019200     03  FILLER                      PIC X(4)    VALUE SPACES.
019300     03  CDL-CLASS                   PIC X(4).
019400     03  FILLER                      PIC X(2)    VALUE SPACES.
019500     03  CDL-DESCRIPTION             PIC X(30).
019600     03  FILLER                      PIC X(1)    VALUE SPACES.
019700     03  CDL-RETAIN-DAYS             PIC ZZZZ9.
019800     03  CDL-PERMANENT REDEFINES CDL-RETAIN-DAYS
019900                                     PIC X(5).
020000     03  FILLER                      PIC X(2)    VALUE SPACES.
020100     03  CDL-TRIGGER                 PIC X(8).
020200     03  FILLER                      PIC X(2)    VALUE SPACES.
020300     03  CDL-DESTROYED               PIC ZZZ,ZZZ,ZZ9.
020400     03  FILLER                      PIC X(2)    VALUE SPACES.
020500     03  CDL-LOW-DATE                PIC 9999/99/99.
020600     03  FILLER                      PIC X(2)    VALUE SPACES.
020700     03  CDL-HIGH-DATE               PIC 9999/99/99.
020800     03  FILLER                      PIC X(1)    VALUE SPACES.
020900     03  CDL-HELD                    PIC ZZZ,ZZ9.
021000     03  FILLER                      PIC X(2)    VALUE SPACES.
021100     03  CDL-AUTHORITY               PIC X(20).
021200     03  FILLER                      PIC X(10)   VALUE SPACES.
021300 01  WS-CERT-TOTAL-LINE.
021400     03  FILLER                      PIC X(4)    VALUE SPACES.
021500     03  CTL-LIT                     PIC X(40).
021600     03  CTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
021700     03  FILLER                      PIC X(78)   VALUE SPACES.
021800 01  WS-CERT-NO-SCHEDULE.
021900     03  FILLER                      PIC X(4)    VALUE SPACES.
022000     03  FILLER                      PIC X(50)   VALUE
022100         'RETENTION SCHEDULE NOT AVAILABLE - NO RECORD WAS E'.
022200     03  FILLER                      PIC X(50)   VALUE
022300         'LIGIBLE FOR DESTRUCTION                           '.
022400     03  FILLER                      PIC X(29)   VALUE SPACES.
022500 01  WS-CERT-HOLDS-FULL.
022600     03  FILLER                      PIC X(4)    VALUE SPACES.
022700     03  FILLER                      PIC X(50)   VALUE
022800         'HOLDS NOT LOADED (TABLE FULL) - NO EXPIRED RECORD '.
022900     03  FILLER                      PIC X(50)   VALUE
023000         'WAS DESTROYED THIS RUN                            '.
023100     03  FILLER                      PIC X(29)   VALUE SPACES.
023200 01  WS-CERT-STATEMENT-1.
023300     03  FILLER                      PIC X(4)    VALUE SPACES.
023400     03  FILLER                      PIC X(50)   VALUE
023500         'THE RECORDS COUNTED ABOVE WERE DESTROYED AS PAST R'.
023600     03  FILLER                      PIC X(50)   VALUE
023700         'ETENTION UNDER THE RECORD                         '.
023800     03  FILLER                      PIC X(29)   VALUE SPACES.
023900 01  WS-CERT-STATEMENT-2.
024000     03  FILLER                      PIC X(4)    VALUE SPACES.
024100     03  FILLER                      PIC X(50)   VALUE
024200         'RETENTION SCHEDULE.  NO RECORD UNDER AN ACTIVE LEG'.
024300     03  FILLER                      PIC X(50)   VALUE
024400         'AL HOLD WAS DESTROYED.                            '.
024500     03  FILLER                      PIC X(29)   VALUE SPACES.
024600 01  WS-CERT-SIGNATURE.
024700     03  FILLER                      PIC X(4)    VALUE SPACES.
024800     03  FILLER                      PIC X(50)   VALUE
024900         'RECORDS MANAGER ______________________   DATE ____'.
025000     03  FILLER                      PIC X(50)   VALUE
025100         '________                                          '.
025200     03  FILLER                      PIC X(29)   VALUE SPACES.
025300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
025400     EJECT
025500 LINKAGE SECTION.
025600     COPY IMWSRTRQ.
025700     EJECT
025800 PROCEDURE DIVISION USING RETENTION-REQUEST-AREA.
025900*----------------------------------------------------------------*
026000 0000-MAINLINE.
026100     IF  NOT WS-88-LOADED
026200         PERFORM 1000-LOAD-TABLES THRU 1000-EXIT.
026300     MOVE 0 TO RRQ-RETURN-CODE.
026400     IF  NOT WS-88-SCHEDULE-LOADED
026500         MOVE 8 TO RRQ-RETURN-CODE.
026600     IF  RRQ-88-CHECK
026700         PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
026800     ELSE
026900     IF  RRQ-88-DESTROYED
027000         PERFORM 4000-RECORD-DESTROYED THRU 4000-EXIT
027100     ELSE
027200     IF  RRQ-88-OPEN
027300         PERFORM 2000-OPEN-RUN THRU 2000-EXIT
027400     ELSE
027500     IF  RRQ-88-CLOSE
027600         PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT.
027700     GOBACK.
027800     EJECT
027900*----------------------------------------------------------------*
028000*    1000-LOAD-TABLES - ONCE PER JOB STEP, LOAD THE SCHEDULE AND *
028100*    THE ACTIVE HOLDS, THEN SPREAD THE TAX-ID HOLDS TO THEIR     *
028200*    ACCOUNTS.                                                   *
028300*----------------------------------------------------------------*
028400 1000-LOAD-TABLES.
028500     MOVE 'Y' TO WS-LOADED-SW.
028600     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
028700     MOVE 'N' TO WS-EOF-SW.
028800     OPEN INPUT RETENTION-SCHEDULE.
028900     IF  WS-88-SCH-NOT-FOUND
029000         MOVE 'Y' TO WS-EOF-SW.
029100     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
029200         UNTIL WS-88-EOF.
029300     CLOSE RETENTION-SCHEDULE.
029400     IF  WS-SCH-COUNT GREATER THAN ZERO
029500         MOVE 'Y' TO WS-SCHEDULE-SW.
029600     MOVE 'N' TO WS-EOF-SW.
029700     OPEN INPUT LEGAL-HOLD-FILE.
029800     IF  WS-88-HLD-NOT-FOUND
029900         MOVE 'Y' TO WS-EOF-SW.
030000     PERFORM 1200-LOAD-HOLD THRU 1200-EXIT
030100         UNTIL WS-88-EOF.
030200     CLOSE LEGAL-HOLD-FILE.
030300     IF  WS-TAX-COUNT EQUAL ZERO
030400         GO TO 1000-EXIT.
030500     MOVE 'N' TO WS-EOF-SW.
030600     OPEN INPUT CUST-XREF-FILE.
030700     IF  WS-88-CXR-NOT-FOUND
030800         MOVE 'Y' TO WS-EOF-SW.
030900     PERFORM 1300-SPREAD-TAX-HOLD THRU 1300-EXIT
031000         UNTIL WS-88-EOF.
031100     CLOSE CUST-XREF-FILE.
031200 1000-EXIT. EXIT.
031300 1100-LOAD-SCHEDULE.
031400     READ RETENTION-SCHEDULE
031500         AT END MOVE 'Y' TO WS-EOF-SW
031600                GO TO 1100-EXIT.
031700     IF  RTS-RECORD-CLASS EQUAL SPACES
031800     OR  RTS-RETAIN-DAYS NOT NUMERIC
031900         GO TO 1100-EXIT.
032000     IF  WS-SCH-COUNT NOT LESS THAN WS-SCH-MAX
032100         GO TO 1100-EXIT.
032200     ADD 1 TO WS-SCH-COUNT.
032300     SET SDX TO WS-SCH-COUNT.
032400     MOVE RTS-RECORD-CLASS   TO WS-SCH-CLASS (SDX).
032500     MOVE RTS-DESCRIPTION    TO WS-SCH-DESCRIPTION (SDX).
032600     MOVE RTS-RETAIN-DAYS    TO WS-SCH-RETAIN-DAYS (SDX).
032700     MOVE RTS-TRIGGER        TO WS-SCH-TRIGGER (SDX).
032800     MOVE RTS-AUTHORITY      TO WS-SCH-AUTHORITY (SDX).
032900     MOVE ZERO               TO WS-SCH-DESTROYED (SDX).
033000     MOVE ZERO               TO WS-SCH-HELD (SDX).
033100     MOVE ZERO               TO WS-SCH-LOW-DATE (SDX).
033200     MOVE ZERO               TO WS-SCH-HIGH-DATE (SDX).
033300 1100-EXIT. EXIT.
033400 1200-LOAD-HOLD.
033500     READ LEGAL-HOLD-FILE
033600         AT END MOVE 'Y' TO WS-EOF-SW
033700                GO TO 1200-EXIT.
033800     IF  NOT LHR-88-ACTIVE
033900         GO TO 1200-EXIT.
034000     ADD 1 TO WS-TOT-HOLDS-ACTIVE.
034100     IF  LHR-88-TAX-ID
034200         PERFORM 1210-ADD-TAX-HOLD THRU 1210-EXIT
034300         GO TO 1200-EXIT.
034400     PERFORM 1400-ADD-ACCOUNT-HOLD THRU 1400-EXIT.
034500     IF  WS-HLD-SUB GREATER THAN ZERO
034600         MOVE LHR-KEY-VALUE    TO WS-HLD-ACCOUNT (HDX)
034700         MOVE LHR-RECORD-CLASS TO WS-HLD-CLASS (HDX)
034800         MOVE LHR-MATTER       TO WS-HLD-MATTER (HDX).
034900 1200-EXIT. EXIT.
035000 1210-ADD-TAX-HOLD.
035100     IF  WS-TAX-COUNT NOT LESS THAN WS-TAX-MAX
035200         ADD 1 TO WS-TOT-HOLDS-DROPPED
035300         GO TO 1210-EXIT.
035400     ADD 1 TO WS-TAX-COUNT.
035500     SET TDX TO WS-TAX-COUNT.
035600     MOVE LHR-KEY-VALUE      TO WS-TAX-TAX-ID (TDX).
035700     MOVE LHR-RECORD-CLASS   TO WS-TAX-CLASS (TDX).
035800     MOVE LHR-MATTER         TO WS-TAX-MATTER (TDX).
035900 1210-EXIT. EXIT.
036000 1300-SPREAD-TAX-HOLD.
036100     READ CUST-XREF-FILE
036200         AT END MOVE 'Y' TO WS-EOF-SW
036300                GO TO 1300-EXIT.
036400     MOVE CXR-TAX-ID TO WS-TAX-ID.
036500     PERFORM 1310-MATCH-TAX-ID THRU 1310-EXIT
036600         VARYING WS-SUB FROM 1 BY 1
036700         UNTIL WS-SUB GREATER THAN WS-TAX-COUNT.
036800 1300-EXIT. EXIT.
036900 1310-MATCH-TAX-ID.
037000     SET TDX TO WS-SUB.
037100     IF  WS-TAX-TAX-ID (TDX) NOT EQUAL WS-TAX-ID
037200         GO TO 1310-EXIT.
037300     PERFORM 1400-ADD-ACCOUNT-HOLD THRU 1400-EXIT.
037400     IF  WS-HLD-SUB GREATER THAN ZERO
037500         MOVE CXR-CONTROL-KEY     TO WS-HLD-ACCOUNT (HDX)
037600         MOVE WS-TAX-CLASS (TDX)  TO WS-HLD-CLASS (HDX)
037700         MOVE WS-TAX-MATTER (TDX) TO WS-HLD-MATTER (HDX).
037800 1310-EXIT. EXIT.
037900*    A FULL HOLD TABLE IS COUNTED ON THE CERTIFICATE; THE CALLER
038000*    CANNOT BE TOLD A RECORD IS FREE WHEN A HOLD WAS NOT LOADED,
038100*    SO 3000-CHECK-RECORD RETAINS EVERYTHING IN THAT CASE.
038200 1400-ADD-ACCOUNT-HOLD.
038300     MOVE ZERO TO WS-HLD-SUB.
038400     IF  WS-HLD-COUNT NOT LESS THAN WS-HLD-MAX
038500         ADD 1 TO WS-TOT-HOLDS-DROPPED
038600         GO TO 1400-EXIT.
038700     ADD 1 TO WS-HLD-COUNT.
038800     ADD 1 TO WS-TOT-HOLD-ACCOUNTS.
038900     SET HDX TO WS-HLD-COUNT.
039000     MOVE WS-HLD-COUNT TO WS-HLD-SUB.
039100 1400-EXIT. EXIT.
039200     EJECT
039300*----------------------------------------------------------------*
039400*    2000-OPEN-RUN - A NEW PURGE RUN STARTS A CLEAN CERTIFICATE. *
039500*----------------------------------------------------------------*
039600 2000-OPEN-RUN.
039700     MOVE RRQ-PROGRAM-ID TO WS-CERT-PROGRAM.
039800     ACCEPT WS-RUN-TIME FROM TIME.
039900     MOVE ZERO TO WS-TOT-DESTROYED.
040000     MOVE ZERO TO WS-TOT-HELD.
040100     PERFORM 2100-CLEAR-CLASS THRU 2100-EXIT
040200         VARYING WS-SUB FROM 1 BY 1
040300         UNTIL WS-SUB GREATER THAN WS-SCH-COUNT.
040400 2000-EXIT. EXIT.
040500 2100-CLEAR-CLASS.
040600     SET SDX TO WS-SUB.
040700     MOVE ZERO TO WS-SCH-DESTROYED (SDX).
040800     MOVE ZERO TO WS-SCH-HELD (SDX).
040900     MOVE ZERO TO WS-SCH-LOW-DATE (SDX).
041000     MOVE ZERO TO WS-SCH-HIGH-DATE (SDX).
041100 2100-EXIT. EXIT.
041200     EJECT
041300*----------------------------------------------------------------*
041400*    3000-CHECK-RECORD - DECIDE RETAIN, DESTROY OR HELD FOR ONE  *
041500*    RECORD.  ONLY A RECORD PAST RETENTION IS LOOKED UP AGAINST  *
041600*    THE HOLDS.                                                  *
041700*----------------------------------------------------------------*
041800 3000-CHECK-RECORD.
041900     MOVE 'R'    TO RRQ-DISPOSITION.
042000     MOVE ZERO   TO RRQ-EXPIRE-DATE.
042100     MOVE SPACES TO RRQ-HOLD-MATTER.
042200     IF  NOT WS-88-SCHEDULE-LOADED
042300         GO TO 3000-EXIT.
042400     PERFORM 3100-FIND-CLASS THRU 3100-EXIT.
042500     IF  WS-SCH-SUB EQUAL ZERO
042600         MOVE 4 TO RRQ-RETURN-CODE
042700         GO TO 3000-EXIT.
042800     IF  WS-SCH-88-PERMANENT (SDX)
042900         MOVE 999999 TO RRQ-EXPIRE-DATE
043000         GO TO 3000-EXIT.
043100     IF  RRQ-TRIGGER-DATE NOT NUMERIC
043200     OR  RRQ-TRIGGER-DATE EQUAL ZERO
043300         GO TO 3000-EXIT.
043400     MOVE RRQ-TRIGGER-DATE TO WS-TRIGGER-YYMMDD.
043500     MOVE WS-TRG-MO TO DT-L-MO.
043600     MOVE WS-TRG-DA TO DT-L-DA.
043700     MOVE WS-TRG-YR TO DT-L-YR.
043800     MOVE WS-SCH-RETAIN-DAYS (SDX) TO RET-DAYS.
043900     CALL 'SIFDAT1' USING DATE-AREA.
044000     MOVE DT-H-MO TO WS-EXP-MO.
044100     MOVE DT-H-DA TO WS-EXP-DA.
044200     MOVE DT-H-YR TO WS-EXP-YR.
044300     MOVE WS-EXPIRE-YYMMDD TO RRQ-EXPIRE-DATE.
044400     MOVE WS-TRG-MO TO DT-L-MO.
044500     MOVE WS-TRG-DA TO DT-L-DA.
044600     MOVE WS-TRG-YR TO DT-L-YR.
044700     MOVE WS-RUN-MO TO DT-H-MO.
044800     MOVE WS-RUN-DA TO DT-H-DA.
044900     MOVE WS-RUN-YR TO DT-H-YR.
045000     CALL 'SIDIF1' USING DATE-AREA.
045100     MOVE RET-DAYS TO WS-AGE-DAYS.
045200     IF  WS-AGE-DAYS LESS THAN WS-SCH-RETAIN-DAYS (SDX)
045300         GO TO 3000-EXIT.
045400     IF  WS-TOT-HOLDS-DROPPED GREATER THAN ZERO
045500         ADD 1 TO WS-SCH-HELD (SDX)
045600         ADD 1 TO WS-TOT-HELD
045700         MOVE 'H' TO RRQ-DISPOSITION
045800         MOVE 'HOLD TABLE FULL' TO RRQ-HOLD-MATTER
045900         GO TO 3000-EXIT.
046000     MOVE ZERO TO WS-HLD-SUB.
046100     PERFORM 3200-SCAN-HOLD THRU 3200-EXIT
046200         VARYING WS-SUB FROM 1 BY 1
046300         UNTIL WS-SUB GREATER THAN WS-HLD-COUNT
046400         OR    WS-HLD-SUB GREATER THAN ZERO.
046500     IF  WS-HLD-SUB GREATER THAN ZERO
046600         SET HDX TO WS-HLD-SUB
046700         ADD 1 TO WS-SCH-HELD (SDX)
046800         ADD 1 TO WS-TOT-HELD
046900         MOVE 'H' TO RRQ-DISPOSITION
047000         MOVE WS-HLD-MATTER (HDX) TO RRQ-HOLD-MATTER
047100         GO TO 3000-EXIT.
047200     MOVE 'D' TO RRQ-DISPOSITION.
047300 3000-EXIT. EXIT.
047400 3100-FIND-CLASS.
047500     MOVE ZERO TO WS-SCH-SUB.
047600     PERFORM 3110-SCAN-CLASS THRU 3110-EXIT
047700         VARYING WS-SUB FROM 1 BY 1
047800         UNTIL WS-SUB GREATER THAN WS-SCH-COUNT
047900         OR    WS-SCH-SUB GREATER THAN ZERO.
048000     IF  WS-SCH-SUB GREATER THAN ZERO
048100         SET SDX TO WS-SCH-SUB.
048200 3100-EXIT. EXIT.
048300 3110-SCAN-CLASS.
048400     SET SDX TO WS-SUB.
048500     IF  WS-SCH-CLASS (SDX) EQUAL RRQ-RECORD-CLASS
048600         MOVE WS-SUB TO WS-SCH-SUB.
048700 3110-EXIT. EXIT.
048800 3200-SCAN-HOLD.
048900     SET HDX TO WS-SUB.
049000     IF  WS-HLD-ACCOUNT (HDX) NOT EQUAL RRQ-ACCOUNT
049100         GO TO 3200-EXIT.
049200     IF  WS-HLD-CLASS (HDX) EQUAL SPACES
049300     OR  WS-HLD-CLASS (HDX) EQUAL RRQ-RECORD-CLASS
049400         MOVE WS-SUB TO WS-HLD-SUB.
049500 3200-EXIT. EXIT.
049600     EJECT
049700*----------------------------------------------------------------*
049800*    4000-RECORD-DESTROYED - COUNT ONE DESTROYED RECORD INTO ITS *
049900*    CLASS AND WIDEN THE CLASS'S DATE RANGE.                     *
050000*----------------------------------------------------------------*
050100 4000-RECORD-DESTROYED.
050200     PERFORM 3100-FIND-CLASS THRU 3100-EXIT.
050300     IF  WS-SCH-SUB EQUAL ZERO
050400         MOVE 4 TO RRQ-RETURN-CODE
050500         GO TO 4000-EXIT.
050600     ADD 1 TO WS-SCH-DESTROYED (SDX).
050700     ADD 1 TO WS-TOT-DESTROYED.
050800     IF  RRQ-TRIGGER-DATE NOT NUMERIC
050900         GO TO 4000-EXIT.
051000     MOVE RRQ-TRIGGER-DATE TO WS-TRG8-YYMMDD.
051100     IF  WS-TRG8-YY LESS THAN BASE-YEAR
051200         MOVE 20 TO WS-TRG8-CC
051300     ELSE
051400         MOVE 19 TO WS-TRG8-CC.
051500     IF  WS-SCH-LOW-DATE (SDX) EQUAL ZERO
051600     OR  WS-TRIGGER-CCYYMMDD LESS THAN WS-SCH-LOW-DATE (SDX)
051700         MOVE WS-TRIGGER-CCYYMMDD TO WS-SCH-LOW-DATE (SDX).
051800     IF  WS-TRIGGER-CCYYMMDD GREATER THAN WS-SCH-HIGH-DATE (SDX)
051900         MOVE WS-TRIGGER-CCYYMMDD TO WS-SCH-HIGH-DATE (SDX).
052000 4000-EXIT. EXIT.
052100     EJECT
052200*----------------------------------------------------------------*
052300*    5000-PRINT-CERTIFICATE - APPEND THIS RUN'S CERTIFICATE OF   *
052400*    DESTRUCTION TO THE CERTIFICATE FILE.  EVERY SCHEDULED CLASS *
052500*    THAT DESTROYED OR SPARED ANYTHING IS LISTED.                *
052600*----------------------------------------------------------------*
052700 5000-PRINT-CERTIFICATE.
052800     OPEN EXTEND CERTIFICATE-FILE.
052900     IF  WS-88-CRT-NOT-FOUND
053000         OPEN OUTPUT CERTIFICATE-FILE.
053100     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
053200     WRITE CERTIFICATE-LINE FROM WS-CERT-TITLE.
053300     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
053400     MOVE WS-CERT-PROGRAM TO CRL-PROGRAM.
053500     MOVE WS-RUN-MO TO WS-PRT-MO.
053600     MOVE WS-RUN-DA TO WS-PRT-DA.
053700     MOVE WS-RUN-YR TO WS-PRT-YR.
053800     MOVE WS-PRINT-MMDDYY TO CRL-RUN-DATE.
053900     MOVE WS-RUN-TIME (1:6) TO CRL-RUN-TIME.
054000     WRITE CERTIFICATE-LINE FROM WS-CERT-RUN-LINE.
054100     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
054200     IF  NOT WS-88-SCHEDULE-LOADED
054300         WRITE CERTIFICATE-LINE FROM WS-CERT-NO-SCHEDULE
054400         GO TO 5000-CLOSE.
054500     WRITE CERTIFICATE-LINE FROM WS-CERT-HEADING-1.
054600     PERFORM 5100-PRINT-CLASS THRU 5100-EXIT
054700         VARYING WS-SUB FROM 1 BY 1
054800         UNTIL WS-SUB GREATER THAN WS-SCH-COUNT.
054900     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
055000     MOVE 'TOTAL RECORDS DESTROYED' TO CTL-LIT.
055100     MOVE WS-TOT-DESTROYED TO CTL-COUNT.
055200     WRITE CERTIFICATE-LINE FROM WS-CERT-TOTAL-LINE.
055300     MOVE 'PAST RETENTION BUT RETAINED UNDER HOLD' TO CTL-LIT.
055400     MOVE WS-TOT-HELD TO CTL-COUNT.
055500     WRITE CERTIFICATE-LINE FROM WS-CERT-TOTAL-LINE.
055600     MOVE 'ACTIVE LEGAL HOLDS IN FORCE' TO CTL-LIT.
055700     MOVE WS-TOT-HOLDS-ACTIVE TO CTL-COUNT.
055800     WRITE CERTIFICATE-LINE FROM WS-CERT-TOTAL-LINE.
055900     MOVE 'ACCOUNTS COVERED BY THOSE HOLDS' TO CTL-LIT.
056000     MOVE WS-TOT-HOLD-ACCOUNTS TO CTL-COUNT.
056100     WRITE CERTIFICATE-LINE FROM WS-CERT-TOTAL-LINE.
056200     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
056300     IF  WS-TOT-HOLDS-DROPPED GREATER THAN ZERO
056400         WRITE CERTIFICATE-LINE FROM WS-CERT-HOLDS-FULL.
056500     WRITE CERTIFICATE-LINE FROM WS-CERT-STATEMENT-1.
056600     WRITE CERTIFICATE-LINE FROM WS-CERT-STATEMENT-2.
056700     WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.
056800     WRITE CERTIFICATE-LINE FROM WS-CERT-SIGNATURE.
056900 5000-CLOSE.
057000     CLOSE CERTIFICATE-FILE.
057100 5000-EXIT. EXIT.
057200 5100-PRINT-CLASS.
057300     SET SDX TO WS-SUB.
057400     IF  WS-SCH-DESTROYED (SDX) EQUAL ZERO
057500     AND WS-SCH-HELD (SDX) EQUAL ZERO
057600         GO TO 5100-EXIT.
057700     MOVE WS-SCH-CLASS (SDX)       TO CDL-CLASS.
057800     MOVE WS-SCH-DESCRIPTION (SDX) TO CDL-DESCRIPTION.
057900     MOVE WS-SCH-RETAIN-DAYS (SDX) TO CDL-RETAIN-DAYS.
058000     IF  WS-SCH-88-PERMANENT (SDX)
058100         MOVE 'PERM ' TO CDL-PERMANENT.
058200     IF  WS-SCH-88-POSTING (SDX)
058300         MOVE 'POSTING ' TO CDL-TRIGGER
058400     ELSE
058500     IF  WS-SCH-88-CLOSE (SDX)
058600         MOVE 'CLOSE   ' TO CDL-TRIGGER
058700     ELSE
058800     IF  WS-SCH-88-ACTIVITY (SDX)
058900         MOVE 'ACTIVITY' TO CDL-TRIGGER
059000     ELSE
059100     IF  WS-SCH-88-CYCLE (SDX)
059200         MOVE 'CYCLE   ' TO CDL-TRIGGER
059300     ELSE
059400     IF  WS-SCH-88-MAINT (SDX)
059500         MOVE 'MAINT   ' TO CDL-TRIGGER
059600     ELSE
059700         MOVE WS-SCH-TRIGGER (SDX) TO CDL-TRIGGER.
059800     MOVE WS-SCH-DESTROYED (SDX)   TO CDL-DESTROYED.
059900     MOVE WS-SCH-LOW-DATE (SDX)    TO CDL-LOW-DATE.
060000     MOVE WS-SCH-HIGH-DATE (SDX)   TO CDL-HIGH-DATE.
060100     MOVE WS-SCH-HELD (SDX)        TO CDL-HELD.
060200     MOVE WS-SCH-AUTHORITY (SDX)   TO CDL-AUTHORITY.
060300     WRITE CERTIFICATE-LINE FROM WS-CERT-DETAIL-LINE.
060400 5100-EXIT. EXIT.
