*     * GN6225 * 10/15/26 JCTE MINOR AND STUDENT LIFE-EVENT RUN
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMLIFEVT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMLIFEVT IS THE MONTHLY LIFE-EVENT RUN FOR MINOR AND        *
000900*    STUDENT ACCOUNTS.  A LIFE-EVENT MAP (IMLFEMAP, ONE CARD PER *
001000*    PRODUCT, IN THE IMPRDCNV MAP STYLE) NAMES EACH MINOR ('M')  *
001100*    OR STUDENT ('S') PRODUCT, ITS SUCCESSOR ACCOUNT TYPE, RATE  *
001200*    POINTER AND SERVICE-CHARGE REGION, THE AGE OF MAJORITY FOR  *
001300*    A MINOR PRODUCT (A UTMA PRODUCT MAY CARRY 21), AND THE      *
001400*    OPERATOR WHO AUTHORIZED THE CONVERSION.  EVERY ACCOUNT ON A *
001500*    MAPPED PRODUCT HAS ITS EVENT DATE WORKED OUT:               *
001600*      MINOR   - THE CONVERSION DATE (WMS-NB-DC-MINOR-CONV-DT)   *
001700*                WHEN ONE IS ON FILE, ELSE THE BIRTH DATE        *
001800*                (WMS-BIRTHDATE) PLUS THE AGE OF MAJORITY.  A    *
001900*                29 FEBRUARY BIRTHDAY FALLS ON 1 MARCH IN A      *
002000*                COMMON YEAR.                                    *
002100*      STUDENT - THE FIRST DAY OF THE MONTH AFTER THE            *
002200*                GRADUATION MONTH (WMS-NB-DC-GRAD-DT).  A        *
002300*                STUDENT ACCOUNT ALREADY MARKED GRADUATED        *
002400*                (WMS-NB-DC-GRAD-EXP-IND 'Y') IS PASSED OVER.    *
002500*----------------------------------------------------------------*
002600*    AN EVENT WITHIN THE PARM LEAD DAYS IS PENDING.  THE ADVANCE *
002700*    NOTICE GOES TO THE CUSTOMER ON THE IMLFENTC EXTRACT, WHICH  *
002800*    THE NOTICE HUB (IMNTCHUB) MAILS AS A REGULATORY NOTICE, IN  *
002900*    THE ONE RUN WHOSE CYCLE THE NOTICE DATE FALLS IN - WHEN THE *
003000*    DAYS LEFT ARE MORE THAN THE LEAD DAYS LESS THE CYCLE DAYS - *
003100*    SO THE MONTHLY RUN SENDS EACH NOTICE ONCE.                  *
003200*----------------------------------------------------------------*
003300*    ON OR AFTER THE EVENT DATE THE ACCOUNT IS CONVERTED: THE    *
003400*    ACCOUNT TYPE, RATE POINTER AND SERVICE-CHARGE REGION COME   *
003500*    FROM THE MAP, THE OPEN-TIME FLAGS ARE RESET FROM THE        *
003600*    SUCCESSOR'S PRODUCT RECORD (IMPRODFL) AS IMPRDCNV DOES, A   *
003700*    GRADUATED STUDENT IS MARKED 'Y', AND THE CHANGE JOURNALS TO *
003800*    IMWSFMJR.  FOR A MINOR ACCOUNT EVERY ACTIVE CUSTODIAN ON    *
003900*    THE RELATIONSHIP REGISTRY (IMOWNOUT) IS ENDED AS OF THE RUN *
004000*    DATE BY AN 'E' MAINTENANCE CARD STAGED ON IMLFEOMT IN THE   *
004100*    IMOWNREG CARD LAYOUT, FOR THE NEXT IMOWNREG RUN.            *
004200*----------------------------------------------------------------*
004300*    A DUE ACCOUNT IS BLOCKED, AND LEFT ON ITS PRODUCT FOR THE   *
004400*    NEXT RUN, WHEN AN ACTIVE LEGAL ORDER (IMLGLOUT) IS ON THE   *
004500*    ACCOUNT, WHEN THE SUCCESSOR PRODUCT IS NOT ON IMPRODFL, OR  *
004600*    WHEN NO USABLE EVENT DATE IS ON FILE.  THE IMLFERPT REPORT  *
004700*    LISTS EVERY CONVERSION DONE, EVERY PENDING EVENT AND EVERY  *
004800*    BLOCKED ACCOUNT WITH ITS REASON.  A BLOCKED ACCOUNT SETS    *
004900*    RETURN CODE 4; A REJECTED MAP CARD, NO MAP AT ALL, A FULL   *
005000*    ORDER OR CUSTODIAN TABLE (WHICH BLOCKS EVERY CONVERSION) OR *
005100*    A FAILED MASTER REWRITE SETS RETURN CODE 8.                 *
005200*----------------------------------------------------------------*
005300*               ** HISTORY OF REVISIONS **                      *
005400* DESCRIPTION                                           CHNGID  *
005500* ____________________________________________________ _______ *
005600* 10/15/26 JCTE NEW PROGRAM - MINOR AGE-OF-MAJORITY AND  GN6225 *
005700*                STUDENT GRADUATION CONVERSIONS                 *
005800*----------------------------------------------------------------*
005900 ENVIRONMENT    DIVISION.
006000 INPUT-OUTPUT   SECTION.
006100 FILE-CONTROL.
006200     SELECT LFE-PARM-FILE     ASSIGN TO "IMLFEPRM"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT LFE-MAP-FILE      ASSIGN TO "IMLFEMAP"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT OPTIONAL ORDER-FILE ASSIGN TO "IMLGLOUT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-ORD-FILE-STATUS.
006900     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "IMOWNOUT"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-OWN-FILE-STATUS.
007200     SELECT PRODUCT-FILE      ASSIGN TO "IMPRODFL"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS PF-KEY.
007600     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMLFEJRN"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT REGISTRY-MAINT-OUT ASSIGN TO "IMLFEOMT"
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT LFE-NOTICE-EXT    ASSIGN TO "IMLFENTC"
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT LFE-RPT           ASSIGN TO "IMLFERPT"
008300         ORGANIZATION IS SEQUENTIAL.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  LFE-PARM-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  LFE-PARM-RECORD.
008900     03  LFP-RUN-DATE                PIC 9(6).
009000     03  LFP-LEAD-DAYS               PIC 9(3).
009100     03  LFP-CYCLE-DAYS              PIC 9(3).
009200     03  LFP-MAJORITY-AGE            PIC 99.
009300     03  FILLER                      PIC X(66).
009400 FD  LFE-MAP-FILE
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  LFE-MAP-RECORD.
009700     03  LMP-EVENT                   PIC X.
009800         88  LMP-88-MINOR            VALUE 'M'.
009900         88  LMP-88-STUDENT          VALUE 'S'.
010000     03  LMP-OLD-TYPE                PIC XXX.
010100     03  LMP-NEW-TYPE                PIC XXX.
010200     03  LMP-NEW-RATE-PTR            PIC 9(3).
010300     03  LMP-NEW-SC-REGION           PIC X(10).
010400     03  LMP-MAJORITY-AGE            PIC 99.
010500     03  LMP-OPER-ID                 PIC X(5).
010600     03  FILLER                      PIC X(53).
010700 FD  ORDER-FILE
010800     RECORD CONTAINS 100 CHARACTERS.
010900 01  ORDER-RECORD.
011000     03  LGO-ACCOUNT                 PIC X(22).
011100     03  LGO-ORDER-TYPE              PIC X.
011200     03  LGO-CASE-NUMBER             PIC X(15).
011300     03  LGO-ORDER-AMT               PIC S9(11)V99 COMP-3.
011400     03  LGO-PROTECTED-AMT           PIC S9(11)V99 COMP-3.
011500     03  LGO-HELD-AMT                PIC S9(11)V99 COMP-3.
011600     03  LGO-ANSWER-BY               PIC 9(6).
011700     03  LGO-STATUS                  PIC X.
011800         88  LGO-88-ACTIVE           VALUE 'A'.
011900         88  LGO-88-RELEASED         VALUE 'R'.
012000     03  FILLER                      PIC X(34).
012100 FD  REGISTRY-FILE.
012200     COPY IMWSOWNR.
012300 FD  PRODUCT-FILE.
012400     COPY IMPRODFL.
012500 FD  FM-JOURNAL-OUT.
012600     COPY IMWSFMJR.
012700 FD  REGISTRY-MAINT-OUT
012800     RECORD CONTAINS 100 CHARACTERS.
012900 01  REGISTRY-MAINT-RECORD.
013000     03  OMT-FUNCTION                PIC X.
013100         88  OMT-88-ADD              VALUE 'A'.
013200         88  OMT-88-END              VALUE 'E'.
013300     03  OMT-ACCOUNT                 PIC X(22).
013400     03  OMT-PARTY-ROLE              PIC X.
013500     03  OMT-PARTY-NAME              PIC X(40).
013600     03  OMT-TAX-ID                  PIC X(11).
013700     03  OMT-EFF-FROM                PIC 9(6).
013800     03  OMT-OPER-ID                 PIC X(5).
013900     03  FILLER                      PIC X(14).
014000 FD  LFE-NOTICE-EXT
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  LFE-NOTICE-RECORD.
014300     03  LFN-ACCOUNT                 PIC X(22).
014400     03  LFN-EVENT                   PIC X.
014500     03  LFN-OLD-TYPE                PIC XXX.
014600     03  LFN-NEW-TYPE                PIC XXX.
014700     03  LFN-EVENT-DATE              PIC 9(8).
014800     03  LFN-DAYS-LEFT               PIC 9(3).
014900     03  LFN-NOTICE-DATE             PIC 9(8).
015000     03  FILLER                      PIC X(32).
015100 FD  LFE-RPT
015200     RECORD CONTAINS 133 CHARACTERS.
015300 01  LFE-RPT-LINE                    PIC X(133).
015400 WORKING-STORAGE SECTION.
015500 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMLIFEVT'.
015600*    LEAD DAYS, RUN CYCLE AND AGE OF MAJORITY USED WHEN THE PARM
015700*    CARD AND THE MAP CARD CARRY NONE OF THEIR OWN.
015800 77  WS-DEFAULT-LEAD-DAYS            PIC S9(3)   COMP-3 VALUE +30.
015900 77  WS-DEFAULT-CYCLE-DAYS           PIC S9(3)   COMP-3 VALUE +31.
016000 77  WS-DEFAULT-MAJORITY-AGE         PIC S9(3)   COMP-3 VALUE +18.
016100*    RUN RETURN CODE, HELD HERE AND SET ONLY AT THE END BECAUSE
016200*    EVERY CALL TO IMACTM AND SIDIF1 RESETS RETURN-CODE.
016300 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
016400 77  WS-MAP-MAX                      PIC S9(3)   COMP VALUE +50.
016500 77  WS-ORD-MAX                      PIC S9(5)   COMP VALUE +2000.
016600 77  WS-CUS-MAX                      PIC S9(5)   COMP VALUE +5000.
016700 77  WS-ORD-FILE-STATUS              PIC X(2)    VALUE SPACES.
016800     88  WS-88-ORD-NOT-FOUND         VALUE '05' '35'.
016900 77  WS-OWN-FILE-STATUS              PIC X(2)    VALUE SPACES.
017000     88  WS-88-OWN-NOT-FOUND         VALUE '05' '35'.
017100 01  WS-SWITCHES.
017200     03  WS-EOF-SW                   PIC X(1)    VALUE 'N'.
017300         88  WS-88-EOF               VALUE 'Y'.
017400     03  WS-MAP-EOF-SW               PIC X(1)    VALUE 'N'.
017500         88  WS-88-MAP-EOF           VALUE 'Y'.
017600     03  WS-MST-EOF-SW               PIC X(1)    VALUE 'N'.
017700         88  WS-88-MST-EOF           VALUE 'Y'.
017800     03  WS-MAP-FOUND-SW             PIC X(1)    VALUE 'N'.
017900         88  WS-88-MAP-FOUND         VALUE 'Y'.
018000     03  WS-ORDER-FOUND-SW           PIC X(1)    VALUE 'N'.
018100         88  WS-88-ORDER-FOUND       VALUE 'Y'.
018200     03  WS-PRODUCT-FOUND-SW         PIC X(1)    VALUE 'N'.
018300         88  WS-88-PRODUCT-FOUND     VALUE 'Y'.
018400     03  WS-OVERFLOW-SW              PIC X(1)    VALUE 'N'.
018500         88  WS-88-OVERFLOW          VALUE 'Y'.
018600     03  WS-LEAP-YEAR-SW             PIC X(1)    VALUE 'N'.
018700         88  WS-88-LEAP-YEAR         VALUE 'Y'.
018800 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
018900 01  WS-MAP-SUB                      PIC S9(3)   COMP VALUE 0.
019000 01  WS-MAP-COUNT                    PIC S9(3)   COMP VALUE 0.
019100 01  WS-ORD-COUNT                    PIC S9(5)   COMP VALUE 0.
019200 01  WS-CUS-COUNT                    PIC S9(5)   COMP VALUE 0.
019300 01  WS-CUS-ENDED                    PIC S9(3)   COMP VALUE 0.
019400 01  WS-LEAD-DAYS                    PIC S9(3)   COMP-3 VALUE 0.
019500 01  WS-CYCLE-DAYS                   PIC S9(3)   COMP-3 VALUE 0.
019600 01  WS-MAJORITY-AGE                 PIC S9(3)   COMP-3 VALUE 0.
019700 01  WS-AGE-WORK                     PIC S9(3)   COMP-3 VALUE 0.
019800 01  WS-NOTICE-FLOOR                 PIC S9(5)   COMP-3 VALUE 0.
019900 01  WS-DAYS-LEFT                    PIC S9(5)   COMP-3 VALUE 0.
020000 01  WS-DATE-SPREAD                  PIC S9(9)   COMP-3 VALUE 0.
020100 01  WS-MONTH-LEN                    PIC 99      VALUE 0.
020200 01  WS-LEAP-QUOT                    PIC S9(5)   COMP-3 VALUE 0.
020300 01  WS-LEAP-REM-4                   PIC S9(3)   COMP-3 VALUE 0.
020400 01  WS-LEAP-REM-100                 PIC S9(3)   COMP-3 VALUE 0.
020500 01  WS-LEAP-REM-400                 PIC S9(3)   COMP-3 VALUE 0.
020600 01  WS-MONTH-DAYS-LIT               PIC X(24)   VALUE
020700     '312831303130313130313031'.
020800 01  FILLER REDEFINES WS-MONTH-DAYS-LIT.
020900     03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
021000 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
021100 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
021200     03  WS-RUN-CC                   PIC 99.
021300     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
021400     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
021500         05  WS-RUN-YR               PIC 99.
021600         05  WS-RUN-MO               PIC 99.
021700         05  WS-RUN-DA               PIC 99.
021800 01  WS-EVT-DATE-8                   PIC 9(8)    VALUE 0.
021900 01  WS-EVT-DATE-8-R REDEFINES WS-EVT-DATE-8.
022000     03  WS-EVT-CCYY                 PIC 9(4).
022100     03  WS-EVT-MM                   PIC 99.
022200     03  WS-EVT-DD                   PIC 99.
022300 01  WS-EVT-DATE-8-C REDEFINES WS-EVT-DATE-8.
022400     03  WS-EVT-CC                   PIC 99.
022500     03  WS-EVT-YY                   PIC 99.
022600     03  FILLER                      PIC 9(4).
022700 01  WS-OLD-TYPE                     PIC XXX     VALUE SPACES.
022800 01  WS-EVENT-LIT                    PIC X(7)    VALUE SPACES.
022900 01  WS-ACTION-LIT                   PIC X(34)   VALUE SPACES.
023000     EJECT
023100     COPY SIWSCNTL.
023200     EJECT
023300     COPY IMAWKMST.
023400     EJECT
023500     COPY IMWSENVO.
023600     EJECT
023700     COPY SIWSDTAR.
023800     EJECT
023900 01  WS-MAP-TABLE.
024000     03  WS-MAP-ENTRY OCCURS 50 TIMES
024100                      INDEXED BY MPX.
024200         05  WS-MAP-EVENT            PIC X.
024300             88  WS-88-MAP-MINOR     VALUE 'M'.
024400             88  WS-88-MAP-STUDENT   VALUE 'S'.
024500         05  WS-MAP-OLD-TYPE         PIC XXX.
024600         05  WS-MAP-NEW-TYPE         PIC XXX.
024700         05  WS-MAP-RATE-PTR         PIC S9(3)   COMP-3.
024800         05  WS-MAP-SC-REGION        PIC X(10).
024900         05  WS-MAP-AGE              PIC S9(3)   COMP-3.
025000         05  WS-MAP-OPER             PIC X(5).
025100*----------------------------------------------------------------*
025200*    ACCOUNTS UNDER AN ACTIVE LEGAL ORDER, AND THE ACTIVE        *
025300*    CUSTODIANS ON THE RELATIONSHIP REGISTRY, LOADED ONCE.       *
025400*----------------------------------------------------------------*
025500 01  WS-ORDER-TABLE.
025600     03  WS-ORD-ACCOUNT              PIC X(22)
025700                                     OCCURS 2000 TIMES.
025800 01  WS-CUSTODIAN-TABLE.
025900     03  WS-CUS-ENTRY OCCURS 5000 TIMES
026000                      INDEXED BY CSX.
026100         05  WS-CUS-ACCOUNT          PIC X(22).
026200         05  WS-CUS-NAME             PIC X(40).
026300         05  WS-CUS-TAX-ID           PIC X(11).
026400     EJECT
026500 01  WS-TOTALS.
026600     03  WS-TOT-BROWSED              PIC 9(7)    COMP VALUE 0.
026700     03  WS-TOT-CLOSED               PIC 9(7)    COMP VALUE 0.
026800     03  WS-TOT-ON-PRODUCT           PIC 9(7)    COMP VALUE 0.
026900     03  WS-TOT-GRADUATED            PIC 9(7)    COMP VALUE 0.
027000     03  WS-TOT-PENDING              PIC 9(7)    COMP VALUE 0.
027100     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
027200     03  WS-TOT-CONVERTED            PIC 9(7)    COMP VALUE 0.
027300     03  WS-TOT-CUS-ENDED            PIC 9(7)    COMP VALUE 0.
027400     03  WS-TOT-BLK-ORDER            PIC 9(7)    COMP VALUE 0.
027500     03  WS-TOT-BLK-PRODUCT          PIC 9(7)    COMP VALUE 0.
027600     03  WS-TOT-BLK-NO-DATE          PIC 9(7)    COMP VALUE 0.
027700     03  WS-TOT-BLK-OVERFLOW         PIC 9(7)    COMP VALUE 0.
027800     03  WS-TOT-RWT-FAILED           PIC 9(7)    COMP VALUE 0.
027900     03  WS-TOT-MAP-LOADED           PIC 9(7)    COMP VALUE 0.
028000     03  WS-TOT-MAP-REJECTED         PIC 9(7)    COMP VALUE 0.
028100     03  WS-TOT-ORD-LOADED           PIC 9(7)    COMP VALUE 0.
028200     03  WS-TOT-CUS-LOADED           PIC 9(7)    COMP VALUE 0.
028300     EJECT
028400 01  WS-REPORT-TITLE.
028500     03  FILLER                      PIC X(48)   VALUE
028600         'IMLIFEVT - MINOR AND STUDENT LIFE-EVENT RUN     '.
028700     03  FILLER                      PIC X(4)    VALUE 'RUN '.
028800     03  TTL-RUN-DATE                PIC 9(8).
028900     03  FILLER                      PIC X(73)   VALUE SPACES.
029000 01  WS-DETAIL-HEADING.
029100     03  FILLER                      PIC X(48)   VALUE
029200         '   ACCOUNT                 OFFCR  EVENT    OLD  '.
029300     03  FILLER                      PIC X(48)   VALUE
029400         '  NEW  EVENT DT  DAYS  ACTION                   '.
029500     03  FILLER                      PIC X(37)   VALUE SPACES.
029600 01  WS-DETAIL-LINE.
029700     03  FILLER                      PIC X(3)    VALUE SPACES.
029800     03  DTL-ACCOUNT                 PIC X(22).
029900     03  FILLER                      PIC X(2)    VALUE SPACES.
030000     03  DTL-OFFICER                 PIC X(5).
030100     03  FILLER                      PIC X(2)    VALUE SPACES.
030200     03  DTL-EVENT                   PIC X(7).
030300     03  FILLER                      PIC X(2)    VALUE SPACES.
030400     03  DTL-OLD-TYPE                PIC XXX.
030500     03  FILLER                      PIC X(4)    VALUE ' -> '.
030600     03  DTL-NEW-TYPE                PIC XXX.
030700     03  FILLER                      PIC X(2)    VALUE SPACES.
030800     03  DTL-EVENT-DATE              PIC X(8).
030900     03  FILLER                      PIC X(2)    VALUE SPACES.
031000     03  DTL-DAYS                    PIC ZZZ9.
031100     03  FILLER                      PIC X(2)    VALUE SPACES.
031200     03  DTL-ACTION                  PIC X(34).
031300     03  FILLER                      PIC X(28)   VALUE SPACES.
031400 01  WS-MESSAGE-LINE.
031500     03  FILLER                      PIC X(4)    VALUE SPACES.
031600     03  MSG-TEXT                    PIC X(60).
031700     03  MSG-ACCOUNT                 PIC X(22).
031800     03  FILLER                      PIC X(47)   VALUE SPACES.
031900 01  WS-SUMMARY-LINE.
032000     03  FILLER                      PIC X(4)    VALUE SPACES.
032100     03  SUM-LIT                     PIC X(34).
032200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
032300     03  FILLER                      PIC X(88)   VALUE SPACES.
032400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
032500     EJECT
032600 PROCEDURE DIVISION.
032700*----------------------------------------------------------------*
032800 0000-MAINLINE.
032900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
033000     PERFORM 1200-LOAD-MAP         THRU 1200-EXIT
033100         UNTIL WS-88-MAP-EOF.
033200     PERFORM 1300-LOAD-ORDERS      THRU 1300-EXIT.
033300     PERFORM 1400-LOAD-CUSTODIANS  THRU 1400-EXIT.
033400     PERFORM 1500-CHECK-LOADS      THRU 1500-EXIT.
033500     PERFORM 2000-ONE-ACCOUNT      THRU 2000-EXIT
033600         UNTIL WS-88-MST-EOF.
033700     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
033800     GOBACK.
033900     EJECT
034000*----------------------------------------------------------------*
034100*    1000-INITIALIZE - TAKE THE RUN DATE, LEAD DAYS, CYCLE DAYS  *
034200*    AND AGE OF MAJORITY FROM THE PARM CARD (SYSTEM DATE AND THE *
034300*    DEFAULTS ABOVE WHERE IT CARRIES NONE), OPEN THE FILES AND   *
034400*    THE ACCOUNT MASTER FOR REWRITE, AND PRINT THE TITLE.        *
034500*----------------------------------------------------------------*
034600 1000-INITIALIZE.
034700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
034800     MOVE WS-DEFAULT-LEAD-DAYS    TO WS-LEAD-DAYS.
034900     MOVE WS-DEFAULT-CYCLE-DAYS   TO WS-CYCLE-DAYS.
035000     MOVE WS-DEFAULT-MAJORITY-AGE TO WS-MAJORITY-AGE.
035100     OPEN INPUT  LFE-PARM-FILE.
035200     READ LFE-PARM-FILE
035300         AT END MOVE SPACES TO LFE-PARM-RECORD.
035400     CLOSE LFE-PARM-FILE.
035500     IF  LFP-RUN-DATE NUMERIC
035600         IF  LFP-RUN-DATE GREATER THAN ZERO
035700             MOVE LFP-RUN-DATE TO WS-RUN-DATE-YYMMDD.
035800     IF  LFP-LEAD-DAYS NUMERIC
035900         IF  LFP-LEAD-DAYS GREATER THAN ZERO
036000             MOVE LFP-LEAD-DAYS TO WS-LEAD-DAYS.
036100     IF  LFP-CYCLE-DAYS NUMERIC
036200         IF  LFP-CYCLE-DAYS GREATER THAN ZERO
036300             MOVE LFP-CYCLE-DAYS TO WS-CYCLE-DAYS.
036400     IF  LFP-MAJORITY-AGE NUMERIC
036500         IF  LFP-MAJORITY-AGE GREATER THAN ZERO
036600             MOVE LFP-MAJORITY-AGE TO WS-MAJORITY-AGE.
036700     IF  WS-RUN-YR LESS THAN 50
036800         MOVE 20 TO WS-RUN-CC
036900     ELSE
037000         MOVE 19 TO WS-RUN-CC.
037100     COMPUTE WS-NOTICE-FLOOR = WS-LEAD-DAYS - WS-CYCLE-DAYS.
037200     OPEN INPUT  LFE-MAP-FILE.
037300     OPEN INPUT  PRODUCT-FILE.
037400     OPEN OUTPUT FM-JOURNAL-OUT.
037500     OPEN OUTPUT REGISTRY-MAINT-OUT.
037600     OPEN OUTPUT LFE-NOTICE-EXT.
037700     OPEN OUTPUT LFE-RPT.
037800     MOVE WS-RUN-DATE-8 TO TTL-RUN-DATE.
037900     WRITE LFE-RPT-LINE FROM WS-BLANK-LINE.
038000     MOVE SPACES TO LFE-RPT-LINE.
038100     MOVE WS-REPORT-TITLE TO LFE-RPT-LINE.
038200     WRITE LFE-RPT-LINE.
038300     WRITE LFE-RPT-LINE FROM WS-BLANK-LINE.
038400     MOVE SPACES TO LFE-RPT-LINE.
038500     MOVE WS-DETAIL-HEADING TO LFE-RPT-LINE.
038600     WRITE LFE-RPT-LINE.
038700     WRITE LFE-RPT-LINE FROM WS-BLANK-LINE.
038800     MOVE SPACES TO SI-ENVIRONMENT-AREA.
038900     MOVE '1' TO SI-ENVIRONMENT-VSAM.
039000     MOVE 'O' TO I-O-CONTROL-OPERATOR.
039100     MOVE 'U' TO I-O-CONTROL-ACCESS.
039200     MOVE -1  TO I-O-SEND-CODE.
039300     CALL 'IMACTM' USING I-O-CONTROL-AREA
039400                         MASTER-AREA
039500                         SI-ENVIRONMENT-AREA.
039600 1000-EXIT. EXIT.
039700     EJECT
039800*----------------------------------------------------------------*
039900*    1200-LOAD-MAP - A CARD WITH NO EVENT CODE, NO OLD OR NEW    *
040000*    TYPE, A BAD RATE POINTER OR NO AUTHORIZING OPERATOR IS      *
040100*    REJECTED AND ITS ACCOUNTS ARE NOT TOUCHED.                  *
040200*----------------------------------------------------------------*
040300 1200-LOAD-MAP.
040400     READ LFE-MAP-FILE
040500         AT END MOVE 'Y' TO WS-MAP-EOF-SW
040600                GO TO 1200-EXIT.
040700     IF  (NOT LMP-88-MINOR AND NOT LMP-88-STUDENT)
040800     OR  LMP-OLD-TYPE EQUAL SPACES
040900     OR  LMP-NEW-TYPE EQUAL SPACES
041000     OR  LMP-NEW-RATE-PTR NOT NUMERIC
041100     OR  LMP-OPER-ID EQUAL SPACES
041200         ADD 1 TO WS-TOT-MAP-REJECTED
041300         MOVE 8 TO WS-RUN-RC
041400         MOVE 'MAP CARD REJECTED - FAILED EDIT, CARD: '
041500             TO MSG-TEXT
041600         MOVE LFE-MAP-RECORD TO MSG-ACCOUNT
041700         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
041800         GO TO 1200-EXIT.
041900     IF  WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
042000         ADD 1 TO WS-TOT-MAP-REJECTED
042100         MOVE 8 TO WS-RUN-RC
042200         MOVE 'MAP CARD REJECTED - MAP TABLE FULL, CARD: '
042300             TO MSG-TEXT
042400         MOVE LFE-MAP-RECORD TO MSG-ACCOUNT
042500         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
042600         GO TO 1200-EXIT.
042700     ADD 1 TO WS-MAP-COUNT.
042800     ADD 1 TO WS-TOT-MAP-LOADED.
042900     SET MPX TO WS-MAP-COUNT.
043000     MOVE LMP-EVENT         TO WS-MAP-EVENT (MPX).
043100     MOVE LMP-OLD-TYPE      TO WS-MAP-OLD-TYPE (MPX).
043200     MOVE LMP-NEW-TYPE      TO WS-MAP-NEW-TYPE (MPX).
043300     MOVE LMP-NEW-RATE-PTR  TO WS-MAP-RATE-PTR (MPX).
043400     MOVE LMP-NEW-SC-REGION TO WS-MAP-SC-REGION (MPX).
043500     MOVE LMP-OPER-ID       TO WS-MAP-OPER (MPX).
043600     MOVE ZERO              TO WS-MAP-AGE (MPX).
043700     IF  LMP-MAJORITY-AGE NUMERIC
043800         MOVE LMP-MAJORITY-AGE TO WS-MAP-AGE (MPX).
043900 1200-EXIT. EXIT.
044000     EJECT
044100*----------------------------------------------------------------*
044200*    1300-LOAD-ORDERS - EVERY ACCOUNT WITH AN ACTIVE LEGAL ORDER *
044300*    ON IMLGLOUT.  NO FILE MEANS NO ORDERS.                      *
044400*----------------------------------------------------------------*
044500 1300-LOAD-ORDERS.
044600     MOVE 'N' TO WS-EOF-SW.
044700     OPEN INPUT ORDER-FILE.
044800     IF  WS-88-ORD-NOT-FOUND
044900         MOVE 'Y' TO WS-EOF-SW.
045000     PERFORM 1310-ONE-ORDER THRU 1310-EXIT
045100         UNTIL WS-88-EOF.
045200     CLOSE ORDER-FILE.
045300 1300-EXIT. EXIT.
045400 1310-ONE-ORDER.
045500     READ ORDER-FILE
045600         AT END MOVE 'Y' TO WS-EOF-SW
045700                GO TO 1310-EXIT.
045800     IF  NOT LGO-88-ACTIVE
045900         GO TO 1310-EXIT.
046000     IF  WS-ORD-COUNT NOT LESS THAN WS-ORD-MAX
046100         MOVE 'Y' TO WS-OVERFLOW-SW
046200         MOVE 'Y' TO WS-EOF-SW
046300         MOVE 8 TO WS-RUN-RC
046400         MOVE 'LEGAL ORDER TABLE FULL - NO CONVERSIONS THIS RUN'
046500             TO MSG-TEXT
046600         MOVE SPACES TO MSG-ACCOUNT
046700         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
046800         GO TO 1310-EXIT.
046900     ADD 1 TO WS-ORD-COUNT.
047000     ADD 1 TO WS-TOT-ORD-LOADED.
047100     MOVE LGO-ACCOUNT TO WS-ORD-ACCOUNT (WS-ORD-COUNT).
047200 1310-EXIT. EXIT.
047300     EJECT
047400*----------------------------------------------------------------*
047500*    1400-LOAD-CUSTODIANS - EVERY ACTIVE CUSTODIAN PARTY ON THE  *
047600*    RELATIONSHIP REGISTRY.  NO FILE MEANS NO CUSTODIANS.        *
047700*----------------------------------------------------------------*
047800 1400-LOAD-CUSTODIANS.
047900     MOVE 'N' TO WS-EOF-SW.
048000     OPEN INPUT REGISTRY-FILE.
048100     IF  WS-88-OWN-NOT-FOUND
048200         MOVE 'Y' TO WS-EOF-SW.
048300     PERFORM 1410-ONE-PARTY THRU 1410-EXIT
048400         UNTIL WS-88-EOF.
048500     CLOSE REGISTRY-FILE.
048600 1400-EXIT. EXIT.
048700 1410-ONE-PARTY.
048800     READ REGISTRY-FILE
048900         AT END MOVE 'Y' TO WS-EOF-SW
049000                GO TO 1410-EXIT.
049100     IF  NOT OWR-88-CUSTODIAN
049200     OR  NOT OWR-88-ACTIVE
049300         GO TO 1410-EXIT.
049400     IF  WS-CUS-COUNT NOT LESS THAN WS-CUS-MAX
049500         MOVE 'Y' TO WS-OVERFLOW-SW
049600         MOVE 'Y' TO WS-EOF-SW
049700         MOVE 8 TO WS-RUN-RC
049800         MOVE 'CUSTODIAN TABLE FULL - NO CONVERSIONS THIS RUN'
049900             TO MSG-TEXT
050000         MOVE SPACES TO MSG-ACCOUNT
050100         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
050200         GO TO 1410-EXIT.
050300     ADD 1 TO WS-CUS-COUNT.
050400     ADD 1 TO WS-TOT-CUS-LOADED.
050500     SET CSX TO WS-CUS-COUNT.
050600     MOVE OWR-ACCOUNT    TO WS-CUS-ACCOUNT (CSX).
050700     MOVE OWR-PARTY-NAME TO WS-CUS-NAME (CSX).
050800     MOVE OWR-TAX-ID     TO WS-CUS-TAX-ID (CSX).
050900 1410-EXIT. EXIT.
051000     EJECT
051100 1500-CHECK-LOADS.
051200     IF  WS-MAP-COUNT GREATER THAN ZERO
051300         GO TO 1500-EXIT.
051400     MOVE 'Y' TO WS-MST-EOF-SW.
051500     MOVE 8 TO WS-RUN-RC.
051600     MOVE 'NO LIFE-EVENT MAP CARDS - NO ACCOUNTS PROCESSED'
051700         TO MSG-TEXT.
051800     MOVE SPACES TO MSG-ACCOUNT.
051900     PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT.
052000 1500-EXIT. EXIT.
052100     EJECT
052200*----------------------------------------------------------------*
052300*    2000-ONE-ACCOUNT - BROWSE THE MASTER.  AN OPEN ACCOUNT ON A *
052400*    MAPPED PRODUCT HAS ITS EVENT DATE WORKED OUT AND IS EITHER  *
052500*    DUE, PENDING IN ITS NOTICE WINDOW, OR LEFT ALONE.           *
052600*----------------------------------------------------------------*
052700 2000-ONE-ACCOUNT.
052800     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
052900     MOVE -1   TO I-O-SEND-CODE.
053000     CALL 'IMACTM' USING I-O-CONTROL-AREA
053100                         MASTER-AREA
053200                         SI-ENVIRONMENT-AREA.
053300     IF  I-O-88-END-OF-FILE
053400         MOVE 'Y' TO WS-MST-EOF-SW
053500         GO TO 2000-EXIT.
053600     IF  NOT I-O-88-NORMAL-RET
053700         MOVE 'Y' TO WS-MST-EOF-SW
053800         GO TO 2000-EXIT.
053900     ADD 1 TO WS-TOT-BROWSED.
054000     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
054100     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
054200     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
054300         ADD 1 TO WS-TOT-CLOSED
054400         GO TO 2000-EXIT.
054500     PERFORM 2100-FIND-MAP THRU 2100-EXIT.
054600     IF  NOT WS-88-MAP-FOUND
054700         GO TO 2000-EXIT.
054800     SET MPX TO WS-MAP-SUB.
054900     IF  WS-88-MAP-STUDENT (MPX)
055000     AND WMS-NB-DC-GRAD-EXP-IND EQUAL 'Y'
055100         ADD 1 TO WS-TOT-GRADUATED
055200         GO TO 2000-EXIT.
055300     ADD 1 TO WS-TOT-ON-PRODUCT.
055400     MOVE WMS-ACCT-TYPE TO WS-OLD-TYPE.
055500     MOVE ZERO TO WS-EVT-DATE-8
055600                  WS-DAYS-LEFT.
055700     IF  WS-88-MAP-STUDENT (MPX)
055800         MOVE 'STUDENT' TO WS-EVENT-LIT
055900         PERFORM 2300-STUDENT-DATE THRU 2300-EXIT
056000     ELSE
056100         MOVE 'MINOR'   TO WS-EVENT-LIT
056200         PERFORM 2200-MINOR-DATE THRU 2200-EXIT.
056300     IF  WS-EVT-DATE-8 EQUAL ZERO
056400         ADD 1 TO WS-TOT-BLK-NO-DATE
056500         MOVE 'BLOCKED - NO EVENT DATE ON FILE' TO WS-ACTION-LIT
056600         PERFORM 3900-BLOCKED THRU 3900-EXIT
056700         GO TO 2000-EXIT.
056800     IF  WS-EVT-DATE-8 NOT GREATER THAN WS-RUN-DATE-8
056900         PERFORM 3000-EVENT-DUE THRU 3000-EXIT
057000         GO TO 2000-EXIT.
057100     PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT.
057200 2000-EXIT. EXIT.
057300     EJECT
057400 2100-FIND-MAP.
057500     MOVE 'N'  TO WS-MAP-FOUND-SW.
057600     MOVE ZERO TO WS-MAP-SUB.
057700     PERFORM 2110-SCAN-MAP THRU 2110-EXIT
057800         VARYING WS-SUB FROM 1 BY 1
057900         UNTIL WS-SUB GREATER THAN WS-MAP-COUNT
058000            OR WS-88-MAP-FOUND.
058100 2100-EXIT. EXIT.
058200 2110-SCAN-MAP.
058300     SET MPX TO WS-SUB.
058400     IF  WS-MAP-OLD-TYPE (MPX) EQUAL WMS-ACCT-TYPE
058500         MOVE 'Y' TO WS-MAP-FOUND-SW
058600         MOVE WS-SUB TO WS-MAP-SUB.
058700 2110-EXIT. EXIT.
058800     EJECT
058900*----------------------------------------------------------------*
059000*    2200-MINOR-DATE - THE CONVERSION DATE ON FILE (MMDDYY), OR  *
059100*    FAILING THAT THE BIRTH DATE (MMDDCCYY) PLUS THE MAP'S AGE   *
059200*    OF MAJORITY, ELSE THE PARM AGE.  NEITHER USABLE LEAVES THE  *
059300*    EVENT DATE ZERO.                                            *
059400*----------------------------------------------------------------*
059500 2200-MINOR-DATE.
059600     IF  WMS-NB-DC-MINOR-CONV-DT NOT NUMERIC
059700         GO TO 2250-BIRTH-DATE.
059800     MOVE WMS-NB-DC-MINOR-CONV-MM TO WS-EVT-MM.
059900     MOVE WMS-NB-DC-MINOR-CONV-DD TO WS-EVT-DD.
060000     MOVE WMS-NB-DC-MINOR-CONV-YY TO WS-EVT-YY.
060100     IF  WS-EVT-YY LESS THAN 50
060200         MOVE 20 TO WS-EVT-CC
060300     ELSE
060400         MOVE 19 TO WS-EVT-CC.
060500     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
060600     IF  WS-EVT-DATE-8 GREATER THAN ZERO
060700         GO TO 2200-EXIT.
060800 2250-BIRTH-DATE.
060900     MOVE ZERO TO WS-EVT-DATE-8.
061000     IF  WMS-BIRTHDATE NOT NUMERIC
061100         GO TO 2200-EXIT.
061200     MOVE WMS-BIRTH-MO   TO WS-EVT-MM.
061300     MOVE WMS-BIRTH-DA   TO WS-EVT-DD.
061400     MOVE WMS-BIRTH-CENT TO WS-EVT-CC.
061500     MOVE WMS-BIRTH-YR   TO WS-EVT-YY.
061600     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
061700     IF  WS-EVT-DATE-8 EQUAL ZERO
061800         GO TO 2200-EXIT.
061900     MOVE WS-MAJORITY-AGE TO WS-AGE-WORK.
062000     IF  WS-MAP-AGE (MPX) GREATER THAN ZERO
062100         MOVE WS-MAP-AGE (MPX) TO WS-AGE-WORK.
062200     ADD WS-AGE-WORK TO WS-EVT-CCYY.
062300     IF  WS-EVT-MM NOT EQUAL 2
062400     OR  WS-EVT-DD NOT EQUAL 29
062500         GO TO 2200-EXIT.
062600     PERFORM 2600-MONTH-LENGTH THRU 2600-EXIT.
062700     IF  WS-MONTH-LEN LESS THAN 29
062800         MOVE 3 TO WS-EVT-MM
062900         MOVE 1 TO WS-EVT-DD.
063000 2200-EXIT. EXIT.
063100     EJECT
063200*----------------------------------------------------------------*
063300*    2300-STUDENT-DATE - THE FIRST OF THE MONTH FOLLOWING THE    *
063400*    GRADUATION MONTH (CCYYMM).                                  *
063500*----------------------------------------------------------------*
063600 2300-STUDENT-DATE.
063700     IF  WMS-NB-DC-GRAD-DT NOT NUMERIC
063800         GO TO 2300-EXIT.
063900     MOVE WMS-NB-DC-GRAD-CC TO WS-EVT-CC.
064000     MOVE WMS-NB-DC-GRAD-YY TO WS-EVT-YY.
064100     MOVE WMS-NB-DC-GRAD-MM TO WS-EVT-MM.
064200     MOVE 1                 TO WS-EVT-DD.
064300     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
064400     IF  WS-EVT-DATE-8 EQUAL ZERO
064500         GO TO 2300-EXIT.
064600     IF  WS-EVT-MM EQUAL 12
064700         ADD 1 TO WS-EVT-CCYY
064800         MOVE 1 TO WS-EVT-MM
064900     ELSE
065000         ADD 1 TO WS-EVT-MM.
065100 2300-EXIT. EXIT.
065200     EJECT
065300*----------------------------------------------------------------*
065400*    2400-CHECK-WINDOW - COUNT THE DAYS LEFT TO THE EVENT.       *
065500*    INSIDE THE LEAD DAYS THE EVENT IS PENDING, AND THE ADVANCE  *
065600*    NOTICE GOES OUT IN THE CYCLE THE NOTICE DATE FALLS IN.      *
065700*----------------------------------------------------------------*
065800 2400-CHECK-WINDOW.
065900     COMPUTE WS-DATE-SPREAD = WS-EVT-DATE-8 - WS-RUN-DATE-8.
066000     IF  WS-DATE-SPREAD GREATER THAN 30000
066100         GO TO 2400-EXIT.
066200     MOVE WS-RUN-MO TO DT-L-MO.
066300     MOVE WS-RUN-DA TO DT-L-DA.
066400     MOVE WS-RUN-YR TO DT-L-YR.
066500     MOVE WS-EVT-MM TO DT-H-MO.
066600     MOVE WS-EVT-DD TO DT-H-DA.
066700     MOVE WS-EVT-YY TO DT-H-YR.
066800     CALL 'SIDIF1' USING DATE-AREA.
066900     MOVE RET-DAYS TO WS-DAYS-LEFT.
067000     IF  WS-DAYS-LEFT GREATER THAN WS-LEAD-DAYS
067100         GO TO 2400-EXIT.
067200     ADD 1 TO WS-TOT-PENDING.
067300     IF  WS-DAYS-LEFT GREATER THAN WS-NOTICE-FLOOR
067400         PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT
067500         MOVE 'PENDING - ADVANCE NOTICE SENT' TO WS-ACTION-LIT
067600     ELSE
067700         MOVE 'PENDING - NOTICED IN PRIOR CYCLE' TO WS-ACTION-LIT.
067800     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
067900 2400-EXIT. EXIT.
068000     EJECT
068100*----------------------------------------------------------------*
068200*    2500-EDIT-DATE - A MONTH OUTSIDE 1-12 OR A DAY OUTSIDE THE  *
068300*    MONTH ZEROES THE EVENT DATE.                                *
068400*----------------------------------------------------------------*
068500 2500-EDIT-DATE.
068600     IF  WS-EVT-MM LESS THAN 1
068700     OR  WS-EVT-MM GREATER THAN 12
068800     OR  WS-EVT-DD LESS THAN 1
068900         MOVE ZERO TO WS-EVT-DATE-8
069000         GO TO 2500-EXIT.
069100     PERFORM 2600-MONTH-LENGTH THRU 2600-EXIT.
069200     IF  WS-EVT-DD GREATER THAN WS-MONTH-LEN
069300         MOVE ZERO TO WS-EVT-DATE-8.
069400 2500-EXIT. EXIT.
069500 2600-MONTH-LENGTH.
069600     MOVE WS-MONTH-DAYS (WS-EVT-MM) TO WS-MONTH-LEN.
069700     IF  WS-EVT-MM NOT EQUAL 2
069800         GO TO 2600-EXIT.
069900     MOVE 'N' TO WS-LEAP-YEAR-SW.
070000     DIVIDE WS-EVT-CCYY BY 4   GIVING WS-LEAP-QUOT
070100         REMAINDER WS-LEAP-REM-4.
070200     DIVIDE WS-EVT-CCYY BY 100 GIVING WS-LEAP-QUOT
070300         REMAINDER WS-LEAP-REM-100.
070400     DIVIDE WS-EVT-CCYY BY 400 GIVING WS-LEAP-QUOT
070500         REMAINDER WS-LEAP-REM-400.
070600     IF  WS-LEAP-REM-4 EQUAL ZERO
070700         IF  WS-LEAP-REM-100 NOT EQUAL ZERO
070800         OR  WS-LEAP-REM-400 EQUAL ZERO
070900             MOVE 'Y' TO WS-LEAP-YEAR-SW.
071000     IF  WS-88-LEAP-YEAR
071100         MOVE 29 TO WS-MONTH-LEN.
071200 2600-EXIT. EXIT.
071300     EJECT
071400*----------------------------------------------------------------*
071500*    3000-EVENT-DUE - CONVERT THE ACCOUNT UNLESS A LEGAL ORDER   *
071600*    OR A MISSING SUCCESSOR PRODUCT BLOCKS IT.  THE JOURNAL AND  *
071700*    THE CUSTODIAN END CARDS ARE WRITTEN ONLY ONCE THE MASTER    *
071800*    HAS BEEN REWRITTEN.                                         *
071900*----------------------------------------------------------------*
072000 3000-EVENT-DUE.
072100     IF  WS-88-OVERFLOW
072200         ADD 1 TO WS-TOT-BLK-OVERFLOW
072300         MOVE 'BLOCKED - CONTROL TABLE FULL' TO WS-ACTION-LIT
072400         PERFORM 3900-BLOCKED THRU 3900-EXIT
072500         GO TO 3000-EXIT.
072600     MOVE 'N' TO WS-ORDER-FOUND-SW.
072700     PERFORM 3010-SCAN-ORDER THRU 3010-EXIT
072800         VARYING WS-SUB FROM 1 BY 1
072900         UNTIL WS-SUB GREATER THAN WS-ORD-COUNT
073000            OR WS-88-ORDER-FOUND.
073100     IF  WS-88-ORDER-FOUND
073200         ADD 1 TO WS-TOT-BLK-ORDER
073300         MOVE 'BLOCKED - ACTIVE LEGAL ORDER' TO WS-ACTION-LIT
073400         PERFORM 3900-BLOCKED THRU 3900-EXIT
073500         GO TO 3000-EXIT.
073600     PERFORM 3200-READ-PRODUCT THRU 3200-EXIT.
073700     IF  NOT WS-88-PRODUCT-FOUND
073800         ADD 1 TO WS-TOT-BLK-PRODUCT
073900         MOVE 'BLOCKED - SUCCESSOR NOT ON FILE' TO WS-ACTION-LIT
074000         PERFORM 3900-BLOCKED THRU 3900-EXIT
074100         GO TO 3000-EXIT.
074200     MOVE WS-MAP-NEW-TYPE (MPX)  TO WMS-ACCT-TYPE.
074300     MOVE WS-MAP-RATE-PTR (MPX)  TO WMS-INT-RATE-PTR.
074400     MOVE WS-MAP-SC-REGION (MPX) TO WMS-SVC-CHRG-REGION.
074500     MOVE PFF-NSF-CALC       TO WMS-NSF-CALC.
074600     MOVE PFF-COLL-CALC      TO WMS-COLL-CALC.
074700     MOVE PFF-CUST-COLL      TO WMS-CUST-COLL-CALC.
074800     MOVE PFF-OD-CALC        TO WMS-OD-CALC.
074900     MOVE PFF-LIST-POST      TO WMS-LIST-POST.
075000     MOVE PFF-CLOSE-OVERRIDE TO WMS-CLS-OVRRIDE.
075100     MOVE PFF-LARGE-ITEM     TO WMS-LARGE-ITEMS.
075200     MOVE PFF-BAL-CHANGE     TO WMS-BAL-CHNG.
075300     IF  WS-88-MAP-STUDENT (MPX)
075400         MOVE 'Y' TO WMS-NB-DC-GRAD-EXP-IND.
075500     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
075600     MOVE -1   TO I-O-SEND-CODE.
075700     CALL 'IMACTM' USING I-O-CONTROL-AREA
075800                         MASTER-AREA
075900                         SI-ENVIRONMENT-AREA.
076000     IF  NOT I-O-88-NORMAL-RET
076100         ADD 1 TO WS-TOT-RWT-FAILED
076200         MOVE 8 TO WS-RUN-RC
076300         MOVE 'MASTER REWRITE FAILED FOR ACCOUNT ' TO MSG-TEXT
076400         MOVE WMS-CONTROL-KEY TO MSG-ACCOUNT
076500         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
076600         MOVE 'FAILED - MASTER NOT REWRITTEN' TO WS-ACTION-LIT
076700         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
076800         GO TO 3000-EXIT.
076900     ADD 1 TO WS-TOT-CONVERTED.
077000     PERFORM 3100-JOURNAL-CHANGE THRU 3100-EXIT.
077100     MOVE ZERO TO WS-CUS-ENDED.
077200     IF  WS-88-MAP-MINOR (MPX)
077300         PERFORM 3300-END-CUSTODIAN THRU 3300-EXIT
077400             VARYING WS-SUB FROM 1 BY 1
077500             UNTIL WS-SUB GREATER THAN WS-CUS-COUNT.
077600     IF  WS-CUS-ENDED GREATER THAN ZERO
077700         MOVE 'CONVERTED - CUSTODIAN ENDED' TO WS-ACTION-LIT
077800     ELSE
077900         MOVE 'CONVERTED' TO WS-ACTION-LIT.
078000     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
078100 3000-EXIT. EXIT.
078200 3010-SCAN-ORDER.
078300     IF  WS-ORD-ACCOUNT (WS-SUB) EQUAL WMS-CONTROL-KEY
078400         MOVE 'Y' TO WS-ORDER-FOUND-SW.
078500 3010-EXIT. EXIT.
078600     EJECT
078700 3100-JOURNAL-CHANGE.
078800     MOVE SPACES TO FM-JOURNAL-RECORD.
078900     MOVE WMS-CONTROL-KEY TO FMJ-ACCOUNT.
079000     MOVE 'PRODCONV'      TO FMJ-FIELD-ID.
079100     MOVE WS-OLD-TYPE     TO FMJ-BEFORE-IMAGE.
079200     MOVE WS-MAP-NEW-TYPE (MPX) TO FMJ-AFTER-IMAGE.
079300     MOVE WS-MAP-OPER (MPX) TO FMJ-OPER-ID.
079400     MOVE WS-RUN-DATE-YYMMDD TO FMJ-MAINT-DATE.
079500     MOVE ZERO TO FMJ-MAINT-TIME.
079600     WRITE FM-JOURNAL-RECORD.
079700 3100-EXIT. EXIT.
079800     EJECT
079900*----------------------------------------------------------------*
080000*    3200-READ-PRODUCT - THE SUCCESSOR'S PRODUCT RECORD, WHOSE   *
080100*    OPEN-TIME FLAGS THE CONVERTED ACCOUNT TAKES.                *
080200*----------------------------------------------------------------*
080300 3200-READ-PRODUCT.
080400     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
080500     MOVE SPACES TO PF-KEY.
080600     MOVE WMS-CONTROL-1 TO PF-CTL1.
080700     MOVE WMS-CONTROL-2 TO PF-CTL2.
080800     MOVE WMS-CONTROL-3 TO PF-CTL3.
080900     MOVE WS-MAP-NEW-TYPE (MPX) TO PF-TYPE.
081000     READ PRODUCT-FILE
081100         INVALID KEY GO TO 3200-EXIT.
081200     MOVE 'Y' TO WS-PRODUCT-FOUND-SW.
081300 3200-EXIT. EXIT.
081400     EJECT
081500*----------------------------------------------------------------*
081600*    3300-END-CUSTODIAN - STAGE AN IMOWNREG 'E' CARD FOR EACH    *
081700*    ACTIVE CUSTODIAN ON THE CONVERTED MINOR ACCOUNT, ENDING THE *
081800*    RELATIONSHIP AS OF THE RUN DATE UNDER THE MAP'S OPERATOR.   *
081900*----------------------------------------------------------------*
082000 3300-END-CUSTODIAN.
082100     SET CSX TO WS-SUB.
082200     IF  WS-CUS-ACCOUNT (CSX) NOT EQUAL WMS-CONTROL-KEY
082300         GO TO 3300-EXIT.
082400     MOVE SPACES TO REGISTRY-MAINT-RECORD.
082500     MOVE 'E'                  TO OMT-FUNCTION.
082600     MOVE WS-CUS-ACCOUNT (CSX) TO OMT-ACCOUNT.
082700     MOVE 'C'                  TO OMT-PARTY-ROLE.
082800     MOVE WS-CUS-NAME (CSX)    TO OMT-PARTY-NAME.
082900     MOVE WS-CUS-TAX-ID (CSX)  TO OMT-TAX-ID.
083000     MOVE WS-RUN-DATE-YYMMDD   TO OMT-EFF-FROM.
083100     MOVE WS-MAP-OPER (MPX)    TO OMT-OPER-ID.
083200     WRITE REGISTRY-MAINT-RECORD.
083300     ADD 1 TO WS-CUS-ENDED.
083400     ADD 1 TO WS-TOT-CUS-ENDED.
083500 3300-EXIT. EXIT.
083600     EJECT
083700 3500-WRITE-NOTICE.
083800     MOVE SPACES TO LFE-NOTICE-RECORD.
083900     MOVE WMS-CONTROL-KEY       TO LFN-ACCOUNT.
084000     MOVE WS-MAP-EVENT (MPX)    TO LFN-EVENT.
084100     MOVE WS-OLD-TYPE           TO LFN-OLD-TYPE.
084200     MOVE WS-MAP-NEW-TYPE (MPX) TO LFN-NEW-TYPE.
084300     MOVE WS-EVT-DATE-8         TO LFN-EVENT-DATE.
084400     MOVE WS-DAYS-LEFT          TO LFN-DAYS-LEFT.
084500     MOVE WS-RUN-DATE-8         TO LFN-NOTICE-DATE.
084600     WRITE LFE-NOTICE-RECORD.
084700     ADD 1 TO WS-TOT-NOTICES.
084800 3500-EXIT. EXIT.
084900     EJECT
085000 3900-BLOCKED.
085100     IF  WS-RUN-RC LESS THAN 4
085200         MOVE 4 TO WS-RUN-RC.
085300     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
085400 3900-EXIT. EXIT.
085500     EJECT
085600 7000-PRINT-DETAIL.
085700     MOVE WMS-CONTROL-KEY       TO DTL-ACCOUNT.
085800     MOVE WMS-OFFICER           TO DTL-OFFICER.
085900     MOVE WS-EVENT-LIT          TO DTL-EVENT.
086000     MOVE WS-OLD-TYPE           TO DTL-OLD-TYPE.
086100     MOVE WS-MAP-NEW-TYPE (MPX) TO DTL-NEW-TYPE.
086200     MOVE SPACES                TO DTL-EVENT-DATE.
086300     IF  WS-EVT-DATE-8 GREATER THAN ZERO
086400         MOVE WS-EVT-DATE-8 TO DTL-EVENT-DATE.
086500     MOVE WS-DAYS-LEFT          TO DTL-DAYS.
086600     MOVE WS-ACTION-LIT         TO DTL-ACTION.
086700     MOVE SPACES TO LFE-RPT-LINE.
086800     MOVE WS-DETAIL-LINE TO LFE-RPT-LINE.
086900     WRITE LFE-RPT-LINE.
087000 7000-EXIT. EXIT.
087100     EJECT
087200*----------------------------------------------------------------*
087300*    9000-TERMINATE - PRINT FINAL TOTALS AND CLOSE THE FILES.    *
087400*----------------------------------------------------------------*
087500 9000-TERMINATE.
087600     WRITE LFE-RPT-LINE FROM WS-BLANK-LINE.
087700     MOVE 'MAP CARDS LOADED' TO SUM-LIT.
087800     MOVE WS-TOT-MAP-LOADED TO SUM-COUNT.
087900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088000     MOVE 'MAP CARDS REJECTED' TO SUM-LIT.
088100     MOVE WS-TOT-MAP-REJECTED TO SUM-COUNT.
088200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088300     MOVE 'ACTIVE LEGAL ORDERS LOADED' TO SUM-LIT.
088400     MOVE WS-TOT-ORD-LOADED TO SUM-COUNT.
088500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088600     MOVE 'ACTIVE CUSTODIANS LOADED' TO SUM-LIT.
088700     MOVE WS-TOT-CUS-LOADED TO SUM-COUNT.
088800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088900     MOVE 'MASTER RECORDS BROWSED' TO SUM-LIT.
089000     MOVE WS-TOT-BROWSED TO SUM-COUNT.
089100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
089200     MOVE 'CLOSED ACCOUNTS SKIPPED' TO SUM-LIT.
089300     MOVE WS-TOT-CLOSED TO SUM-COUNT.
089400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
089500     MOVE 'STUDENTS ALREADY GRADUATED' TO SUM-LIT.
089600     MOVE WS-TOT-GRADUATED TO SUM-COUNT.
089700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
089800     MOVE 'ACCOUNTS ON LIFE-EVENT PRODUCTS' TO SUM-LIT.
089900     MOVE WS-TOT-ON-PRODUCT TO SUM-COUNT.
090000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090100     MOVE 'EVENTS PENDING' TO SUM-LIT.
090200     MOVE WS-TOT-PENDING TO SUM-COUNT.
090300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090400     MOVE 'ADVANCE NOTICES WRITTEN' TO SUM-LIT.
090500     MOVE WS-TOT-NOTICES TO SUM-COUNT.
090600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
090700     MOVE 'ACCOUNTS CONVERTED' TO SUM-LIT.
090800     MOVE WS-TOT-CONVERTED TO SUM-COUNT.
090900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091000     MOVE 'CUSTODIAN END CARDS WRITTEN' TO SUM-LIT.
091100     MOVE WS-TOT-CUS-ENDED TO SUM-COUNT.
091200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091300     MOVE 'BLOCKED - ACTIVE LEGAL ORDER' TO SUM-LIT.
091400     MOVE WS-TOT-BLK-ORDER TO SUM-COUNT.
091500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091600     MOVE 'BLOCKED - SUCCESSOR NOT ON FILE' TO SUM-LIT.
091700     MOVE WS-TOT-BLK-PRODUCT TO SUM-COUNT.
091800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
091900     MOVE 'BLOCKED - NO EVENT DATE ON FILE' TO SUM-LIT.
092000     MOVE WS-TOT-BLK-NO-DATE TO SUM-COUNT.
092100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092200     MOVE 'BLOCKED - CONTROL TABLE FULL' TO SUM-LIT.
092300     MOVE WS-TOT-BLK-OVERFLOW TO SUM-COUNT.
092400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092500     MOVE 'MASTER REWRITES FAILED' TO SUM-LIT.
092600     MOVE WS-TOT-RWT-FAILED TO SUM-COUNT.
092700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
092800     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
092900     MOVE -1   TO I-O-SEND-CODE.
093000     CALL 'IMACTM' USING I-O-CONTROL-AREA
093100                         MASTER-AREA
093200                         SI-ENVIRONMENT-AREA.
093300     CLOSE LFE-MAP-FILE.
093400     CLOSE PRODUCT-FILE.
093500     CLOSE FM-JOURNAL-OUT.
093600     CLOSE REGISTRY-MAINT-OUT.
093700     CLOSE LFE-NOTICE-EXT.
093800     CLOSE LFE-RPT.
093900     MOVE WS-RUN-RC TO RETURN-CODE.
094000 9000-EXIT. EXIT.
094100     EJECT
094200 9100-PRINT-SUMMARY.
094300     MOVE SPACES TO LFE-RPT-LINE.
094400     MOVE WS-SUMMARY-LINE TO LFE-RPT-LINE.
094500     WRITE LFE-RPT-LINE.
094600 9100-EXIT. EXIT.
094700 9200-PRINT-MESSAGE.
094800     MOVE SPACES TO LFE-RPT-LINE.
094900     MOVE WS-MESSAGE-LINE TO LFE-RPT-LINE.
095000     WRITE LFE-RPT-LINE.
095100 9200-EXIT. EXIT.
