*     * GN6192 * 09/23/26 JCTE INDEX-RATE FEED AND REPRICING
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMIDXRTE.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/23/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMIDXRTE APPLIES BENCHMARK INDEX MOVEMENTS (PRIME AND THE   *
000900*    BANK'S OTHER INDEXES) TO THE RATES THAT DEPEND ON THEM.     *
001000*    THE INDEX HISTORY FILE CARRIES EVERY INDEX RATE WITH ITS    *
001100*    EFFECTIVE DATE; THE RATE IN EFFECT AT THE RUN DATE IS USED, *
001200*    AND AN INDEX HAS MOVED WHEN THAT RATE BECAME EFFECTIVE      *
001300*    AFTER THE LAST RUN (CONTROL RECORD). THE INDEX LINKAGE FILE *
001400*    NAMES EACH RATE MASTER ENTRY (IMWSRTEM - REGION, PRODUCT,   *
001500*    RATE TYPE AND POINTER) THAT IS PRICED AS AN INDEX PLUS A    *
001600*    MARGIN, WITH ONE MARGIN PER TIER.  EVERY LINKED ENTRY WHOSE *
001700*    INDEX MOVED IS REGENERATED ON A NEW GENERATION OF THE RATE  *
001800*    MASTER - THE CURRENT RATES BECOME THE PREVIOUS RATES AND    *
001900*    THE NEW CURRENT RATES ARE INDEX PLUS MARGIN, NEVER BELOW    *
002000*    ZERO.  THE MASTER IS THEN BROWSED: AN ACCOUNT WHOSE IOD     *
002100*    RATE POINTER RESOLVES TO A REGENERATED ENTRY IS REPRICED    *
002200*    WITHIN ITS OWN FLOOR AND CEILING (WMS-IOD-MIN-RATE,         *
002300*    WMS-IOD-MAX-RATE), AND EACH PRIME-ADJUSTED OVERDRAFT LEVEL  *
002400*    (WMS-OD-PRIME-ADJ-FLAG 'Y' WITHIN                           *
002500*    WMS-OD-PRIME-ADJ-START-DT/STOP-DT) IS REPRICED AT PRIME     *
002600*    PLUS WMS-OD-PRIME-ADJ WITHIN WMS-OD-MIN-RATE AND            *
002700*    WMS-OD-MAX-RATE.  EVERY ACCOUNT RATE HELD AT A CAP OR FLOOR *
002800*    IS REPORTED, AND EVERY ACCOUNT RATE THAT MOVED GETS A       *
002900*    RATE-CHANGE NOTICE EXTRACT RECORD IN THE IMRTNOTC LAYOUT.   *
002925*    MORE INDEXES OR LINKAGES THAN THE TABLES HOLD ARE COUNTED   *
002950*    AND PRINTED, AND STOP THE RUN WITH RETURN CODE 16 BEFORE    *
002975*    ANY RATE OR ACCOUNT IS REPRICED.                            *
003000*----------------------------------------------------------------*
003100*               ** HISTORY OF REVISIONS **                      *
003200* DESCRIPTION                                           CHNGID  *
003300* ____________________________________________________ _______ *
003400* 09/23/26 JCTE NEW PROGRAM - INDEX-RATE FEED, RATE      GN6192 *
003500*                MASTER REGENERATION AND CAPPED REPRICING       *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT    DIVISION.
003800 INPUT-OUTPUT   SECTION.
003900 FILE-CONTROL.
004000     SELECT IDX-PARM-FILE     ASSIGN TO "IMIDXPRM"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT IDX-HISTORY-FILE  ASSIGN TO "IMIDXFED"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT IDX-LINKAGE-FILE  ASSIGN TO "IMIDXLNK"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT OPTIONAL IDX-CONTROL-IN ASSIGN TO "IMIDXCTI"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-CTL-FILE-STATUS.
004900     SELECT IDX-CONTROL-OUT   ASSIGN TO "IMIDXCTO"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT RATE-MASTER-IN    ASSIGN TO "IMWSRTEM"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RATE-MASTER-OUT   ASSIGN TO "IMIDXRMO"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT RATE-NOTICE-EXT   ASSIGN TO "IMIDXNTC"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT IDX-RATE-RPT      ASSIGN TO "IMIDXRPT"
005800         ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  IDX-PARM-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  IDX-PARM-RECORD.
006400     03  IXP-RUN-DATE                PIC 9(6).
006500     03  IXP-PRIME-INDEX             PIC X(4).
006600     03  FILLER                      PIC X(70).
006700 FD  IDX-HISTORY-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  IDX-HISTORY-RECORD.
007000     03  IXF-INDEX-ID                PIC X(4).
007100     03  IXF-EFF-DATE                PIC 9(8).
007200     03  IXF-RATE                    PIC 9V9(8).
007300     03  FILLER                      PIC X(59).
007400 FD  IDX-LINKAGE-FILE
007500     RECORD CONTAINS 120 CHARACTERS.
007600 01  IDX-LINKAGE-RECORD.
007700     03  IXL-REGION                  PIC X(10).
007800     03  IXL-PRODUCT                 PIC XXX.
007900     03  IXL-RATE-TYPE               PIC X.
008000     03  IXL-PTR                     PIC 999.
008100     03  IXL-INDEX-ID                PIC X(4).
008200     03  IXL-TIERS                   PIC 9.
008300     03  IXL-MARGIN                  PIC S9V9(8)
008400                                     SIGN LEADING SEPARATE
008500                                     OCCURS 9 TIMES.
008600     03  FILLER                      PIC X(8).
008700 FD  IDX-CONTROL-IN
008800     RECORD CONTAINS 40 CHARACTERS.
008900 01  IDX-CONTROL-RECORD.
009000     03  IXC-LAST-RUN-DATE           PIC 9(8).
009100     03  FILLER                      PIC X(32).
009200 FD  IDX-CONTROL-OUT
009300     RECORD CONTAINS 40 CHARACTERS.
009400 01  IDX-CONTROL-OUT-RECORD.
009500     03  IXO-LAST-RUN-DATE           PIC 9(8).
009600     03  FILLER                      PIC X(32).
009700 FD  RATE-MASTER-IN
009800     RECORD CONTAINS 11793 CHARACTERS.
009900 01  RATE-MASTER-IN-RECORD           PIC X(11793).
010000 FD  RATE-MASTER-OUT
010100     RECORD CONTAINS 11793 CHARACTERS.
010200 01  RATE-MASTER-OUT-RECORD          PIC X(11793).
010300 FD  RATE-NOTICE-EXT
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  RATE-NOTICE-RECORD.
010600     03  RNX-ACCOUNT                 PIC X(22).
010700     03  RNX-OLD-RATE                PIC S9V9(8) COMP-3.
010800     03  RNX-NEW-RATE                PIC S9V9(8) COMP-3.
010900     03  RNX-EFF-DATE                PIC X(8).
011000     03  RNX-RATE-KIND               PIC X(5).
011100     03  FILLER                      PIC X(35).
011200 FD  IDX-RATE-RPT
011300     RECORD CONTAINS 133 CHARACTERS.
011400 01  IDX-RATE-RPT-LINE               PIC X(133).
011500 WORKING-STORAGE SECTION.
011600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMIDXRTE'.
011700 77  WS-CTL-FILE-STATUS              PIC X(2)    VALUE SPACES.
011800     EJECT
011900     COPY IMWSRTEM.
012000     EJECT
012100 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
012200 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
012300     03  WS-RUN-CC                   PIC 99.
012400     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
012500     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
012600         05  WS-RUN-YR               PIC 99.
012700         05  WS-RUN-MO               PIC 99.
012800         05  WS-RUN-DA               PIC 99.
012900 01  WS-LAST-RUN-DATE                PIC 9(8)    VALUE 0.
013000 01  WS-PRIME-INDEX                  PIC X(4)    VALUE SPACES.
013100 01  WS-SWITCHES.
013200     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
013300         88  WS-88-END-OF-FILE       VALUE 'Y'.
013400     03  WS-INPUT-EOF-SW             PIC X(1)    VALUE 'N'.
013500         88  WS-88-INPUT-EOF         VALUE 'Y'.
013600     03  WS-MASTER-CHANGED-SW        PIC X(1)    VALUE 'N'.
013700         88  WS-88-MASTER-CHANGED    VALUE 'Y'.
013800     03  WS-FOUND-SW                 PIC X(1)    VALUE 'N'.
013900         88  WS-88-FOUND             VALUE 'Y'.
014000     03  WS-PRIME-SW                 PIC X(1)    VALUE 'N'.
014100         88  WS-88-PRIME-AVAILABLE   VALUE 'Y'.
014200     03  WS-OD-CHANGED-SW            PIC X(1)    VALUE 'N'.
014300         88  WS-88-OD-CHANGED        VALUE 'Y'.
014400     03  WS-DATE-VALID-SW            PIC X(1)    VALUE 'N'.
014500         88  WS-88-DATE-VALID        VALUE 'Y'.
014600     03  WS-HELD-HDG-SW              PIC X(1)    VALUE 'N'.
014700         88  WS-88-HELD-HDG          VALUE 'Y'.
014725     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.
014750         88  WS-88-ABORT             VALUE 'Y'.
014800 01  WS-SUBSCRIPTS.
014900     03  IXX                         PIC S9(4)   COMP VALUE 0.
015000     03  LKX                         PIC S9(4)   COMP VALUE 0.
015100     03  RGX                         PIC S9(4)   COMP VALUE 0.
015200     03  TRX                         PIC S9(4)   COMP VALUE 0.
015300     03  ODX                         PIC S9(4)   COMP VALUE 0.
015400     03  WS-PRIME-SUB                PIC S9(4)   COMP VALUE 0.
015500     03  WS-APPL-TIER                PIC S9(4)   COMP VALUE 0.
015600     EJECT
015700*----------------------------------------------------------------*
015800*    INDEX TABLE - ONE ENTRY PER INDEX ON THE HISTORY FILE WITH  *
015900*    THE RATE IN EFFECT AT THE RUN DATE.                         *
016000*----------------------------------------------------------------*
016100 01  WS-IDX-COUNT                    PIC S9(4)   COMP VALUE 0.
016200 01  WS-IDX-MAX                      PIC S9(4)   COMP VALUE 50.
016300 01  WS-INDEX-TABLE.
016400     03  WS-IDX-ENTRY                OCCURS 50 TIMES.
016500         05  WS-IDX-ID               PIC X(4).
016600         05  WS-IDX-EFF-DATE         PIC 9(8).
016700         05  WS-IDX-RATE             PIC S9V9(8) COMP-3.
016800         05  WS-IDX-MOVED-SW         PIC X.
016900             88  WS-88-IDX-MOVED     VALUE 'Y'.
017000*----------------------------------------------------------------*
017100*    LINKAGE TABLE - ONE ENTRY PER INDEX-PRICED RATE MASTER      *
017200*    ENTRY, WITH ITS INDEX SUBSCRIPT RESOLVED AT LOAD.           *
017300*----------------------------------------------------------------*
017400 01  WS-LNK-COUNT                    PIC S9(4)   COMP VALUE 0.
017500 01  WS-LNK-MAX                      PIC S9(4)   COMP VALUE 500.
017600 01  WS-LINKAGE-TABLE.
017700     03  WS-LNK-ENTRY                OCCURS 500 TIMES.
017800         05  WS-LNK-KEY.
017900             07  WS-LNK-REGION       PIC X(10).
018000             07  WS-LNK-PRODUCT      PIC XXX.
018100             07  WS-LNK-RATE-TYPE    PIC X.
018200             07  WS-LNK-PTR          PIC 999.
018300         05  WS-LNK-IDX-SUB          PIC S9(4)   COMP.
018400         05  WS-LNK-TIERS            PIC 9.
018500         05  WS-LNK-MARGIN           PIC S9V9(8) COMP-3
018600                                     OCCURS 9 TIMES.
018700*----------------------------------------------------------------*
018800*    REGENERATED TABLE - THE RATE MASTER ENTRIES REPRICED THIS   *
018900*    RUN, SEARCHED FOR EACH ACCOUNT'S IOD RATE POINTER.          *
019000*----------------------------------------------------------------*
019100 01  WS-RGN-COUNT                    PIC S9(4)   COMP VALUE 0.
019200 01  WS-REGEN-TABLE.
019300     03  WS-RGN-ENTRY                OCCURS 500 TIMES.
019400         05  WS-RGN-KEY.
019500             07  WS-RGN-REGION       PIC X(10).
019600             07  WS-RGN-PRODUCT      PIC XXX.
019700             07  WS-RGN-RATE-TYPE    PIC X.
019800             07  WS-RGN-PTR          PIC 999.
019900         05  WS-RGN-EFF-DATE         PIC X(8).
020000         05  WS-RGN-TIERS            PIC 9.
020100         05  WS-RGN-ANN              PIC S9V9(8) COMP-3
020200                                     OCCURS 9 TIMES.
020300     EJECT
020400 01  WS-SEARCH-KEY.
020500     03  WS-SRCH-REGION              PIC X(10).
020600     03  WS-SRCH-PRODUCT             PIC XXX.
020700     03  WS-SRCH-RATE-TYPE           PIC X.
020800     03  WS-SRCH-PTR                 PIC 999.
020900 01  WS-RATE-WORK.
021000     03  WS-NEW-ANN                  PIC S9V9(8) COMP-3 VALUE 0.
021100     03  WS-OLD-ANN                  PIC S9V9(8) COMP-3 VALUE 0.
021200     03  WS-COMPUTED-ANN             PIC S9V9(8) COMP-3 VALUE 0.
021300     03  WS-MIN-RATE                 PIC S9V9(8) COMP-3 VALUE 0.
021400     03  WS-MAX-RATE                 PIC S9V9(8) COMP-3 VALUE 0.
021500     03  WS-LIMIT-RATE               PIC S9V9(8) COMP-3 VALUE 0.
021600     03  WS-NEW-DAF                  PIC SVP9(15) COMP-3 VALUE 0.
021700     03  WS-NOTICE-OLD               PIC S9V9(8) COMP-3 VALUE 0.
021800     03  WS-NOTICE-NEW               PIC S9V9(8) COMP-3 VALUE 0.
021900     03  WS-HELD-AT                  PIC X(5)    VALUE SPACES.
022000     03  WS-RATE-KIND                PIC X(5)    VALUE SPACES.
022100     03  WS-TIER-NEW-ANN             PIC S9V9(8) COMP-3
022200                                     OCCURS 9 TIMES.
022300 01  WS-OD-KIND.
022400     03  FILLER                      PIC X(3)    VALUE 'OD '.
022500     03  WS-ODK-LEVEL                PIC 9.
022600     03  FILLER                      PIC X       VALUE SPACE.
022700     EJECT
022800*----------------------------------------------------------------*
022900*    THE NB-AREA DATE UNDER EDIT (MMDDCCYY) AND ITS CCYYMMDD     *
023000*    FORM.  A BLANK CENTURY IS WINDOWED ON THE YEAR.             *
023100*----------------------------------------------------------------*
023200 01  WS-NB-DATE.
023300     03  WS-NBD-MM                   PIC XX.
023400     03  WS-NBD-DD                   PIC XX.
023500     03  WS-NBD-CC                   PIC XX.
023600     03  WS-NBD-YY                   PIC XX.
023700 01  WS-EDIT-8                       PIC 9(8)    VALUE 0.
023800 01  WS-EDIT-8-R REDEFINES WS-EDIT-8.
023900     03  WS-ED8-CC                   PIC XX.
024000     03  WS-ED8-YY                   PIC XX.
024100     03  WS-ED8-MM                   PIC XX.
024200     03  WS-ED8-DD                   PIC XX.
024300 01  WS-EFF-DATE-8                   PIC 9(8)    VALUE 0.
024400 01  WS-DATE-EDIT.
024500     03  WS-DTE-MM                   PIC XX.
024600     03  FILLER                      PIC X       VALUE '/'.
024700     03  WS-DTE-DD                   PIC XX.
024800     03  FILLER                      PIC X       VALUE '/'.
024900     03  WS-DTE-CCYY                 PIC X(4).
025000 01  WS-DATE-EDIT-IN                 PIC 9(8)    VALUE 0.
025100 01  WS-DATE-EDIT-IN-R REDEFINES WS-DATE-EDIT-IN.
025200     03  WS-DEI-CCYY                 PIC X(4).
025300     03  WS-DEI-MM                   PIC XX.
025400     03  WS-DEI-DD                   PIC XX.
025500     EJECT
025600 01  WS-TOTALS.
025700     03  WS-TOT-HIST-READ            PIC 9(7)    COMP VALUE 0.
025800     03  WS-TOT-INDEXES              PIC 9(7)    COMP VALUE 0.
025900     03  WS-TOT-INDEX-MOVED          PIC 9(7)    COMP VALUE 0.
026000     03  WS-TOT-LINKS                PIC 9(7)    COMP VALUE 0.
026100     03  WS-TOT-LINK-NO-INDEX        PIC 9(7)    COMP VALUE 0.
026200     03  WS-TOT-RM-READ              PIC 9(7)    COMP VALUE 0.
026300     03  WS-TOT-RM-REGEN             PIC 9(7)    COMP VALUE 0.
026400     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
026500     03  WS-TOT-IOD-REPRICED         PIC 9(7)    COMP VALUE 0.
026600     03  WS-TOT-OD-REPRICED          PIC 9(7)    COMP VALUE 0.
026700     03  WS-TOT-HELD-CAP             PIC 9(7)    COMP VALUE 0.
026800     03  WS-TOT-HELD-FLOOR           PIC 9(7)    COMP VALUE 0.
026900     03  WS-TOT-NOTICES              PIC 9(7)    COMP VALUE 0.
026925     03  WS-TOT-IDX-OVERFLOW         PIC 9(7)    COMP VALUE 0.
026950     03  WS-TOT-LNK-OVERFLOW         PIC 9(7)    COMP VALUE 0.
027000     EJECT
027100 01  WS-REPORT-TITLE.
027200     03  FILLER                      PIC X(48)   VALUE
027300         'IMIDXRTE - INDEX RATE REPRICING                 '.
027400     03  FILLER                      PIC X(9)    VALUE
027500         'RUN DATE '.
027600     03  TTL-MO                      PIC 99.
027700     03  FILLER                      PIC X       VALUE '/'.
027800     03  TTL-DA                      PIC 99.
027900     03  FILLER                      PIC X       VALUE '/'.
028000     03  TTL-YR                      PIC 99.
028100     03  FILLER                      PIC X(68)   VALUE SPACES.
028200 01  WS-SECTION-LINE.
028300     03  FILLER                      PIC X(4)    VALUE SPACES.
028400     03  SEC-LIT                     PIC X(50).
028500     03  FILLER                      PIC X(79)   VALUE SPACES.
028600 01  WS-HEADING-1.
028700     03  FILLER                      PIC X(4)    VALUE SPACES.
028800     03  FILLER                      PIC X(50)   VALUE
028900         'REGION      PRD  T  PTR  INDX  INDEX RT  EFF DATE '.
029000     03  FILLER                      PIC X(50)   VALUE
029100         '   OLD RATE  NEW RATE  TIERS                      '.
029200     03  FILLER                      PIC X(29)   VALUE SPACES.
029300 01  WS-HEADING-2.
029400     03  FILLER                      PIC X(4)    VALUE SPACES.
029500     03  FILLER                      PIC X(50)   VALUE
029600         'ACCOUNT                 RATE    COMPUTED     LIMIT'.
029700     03  FILLER                      PIC X(50)   VALUE
029800         '   APPLIED  HELD                                  '.
029900     03  FILLER                      PIC X(29)   VALUE SPACES.
030000 01  WS-REGEN-LINE.
030100     03  FILLER                      PIC X(4)    VALUE SPACES.
030200     03  RGL-REGION                  PIC X(10).
030300     03  FILLER                      PIC X(2)    VALUE SPACES.
030400     03  RGL-PRODUCT                 PIC XXX.
030500     03  FILLER                      PIC X(2)    VALUE SPACES.
030600     03  RGL-RATE-TYPE               PIC X.
030700     03  FILLER                      PIC X(2)    VALUE SPACES.
030800     03  RGL-PTR                     PIC 999.
030900     03  FILLER                      PIC X(2)    VALUE SPACES.
031000     03  RGL-INDEX-ID                PIC X(4).
031100     03  FILLER                      PIC X(2)    VALUE SPACES.
031200     03  RGL-INDEX-RATE              PIC 9.9(6).
031300     03  FILLER                      PIC X(2)    VALUE SPACES.
031400     03  RGL-EFF-DATE                PIC X(10).
031500     03  FILLER                      PIC X(2)    VALUE SPACES.
031600     03  RGL-OLD-RATE                PIC 9.9(6).
031700     03  FILLER                      PIC X(2)    VALUE SPACES.
031800     03  RGL-NEW-RATE                PIC 9.9(6).
031900     03  FILLER                      PIC X(2)    VALUE SPACES.
032000     03  RGL-TIERS                   PIC 9.
032100     03  FILLER                      PIC X(55)   VALUE SPACES.
032200 01  WS-HELD-LINE.
032300     03  FILLER                      PIC X(4)    VALUE SPACES.
032400     03  HLD-ACCOUNT                 PIC X(22).
032500     03  FILLER                      PIC X(2)    VALUE SPACES.
032600     03  HLD-RATE-KIND               PIC X(5).
032700     03  FILLER                      PIC X(2)    VALUE SPACES.
032800     03  HLD-COMPUTED                PIC -9.9(6).
032900     03  FILLER                      PIC X(2)    VALUE SPACES.
033000     03  HLD-LIMIT                   PIC 9.9(6).
033100     03  FILLER                      PIC X(2)    VALUE SPACES.
033200     03  HLD-APPLIED                 PIC 9.9(6).
033300     03  FILLER                      PIC X(2)    VALUE SPACES.
033400     03  HLD-HELD-AT                 PIC X(5).
033500     03  FILLER                      PIC X(62)   VALUE SPACES.
033600 01  WS-SUMMARY-LINE.
033700     03  FILLER                      PIC X(4)    VALUE SPACES.
033800     03  SUM-LIT                     PIC X(34).
033900     03  SUM-COUNT                   PIC ZZZ,ZZ9.
034000     03  FILLER                      PIC X(88)   VALUE SPACES.
034100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
034200     EJECT
034300 LINKAGE SECTION.
034400     COPY SIWSCNTL.
034500     EJECT
034600     COPY IMAWKMST.
034700     EJECT
034800     COPY IMWSENVO.
034900     EJECT
035000 PROCEDURE DIVISION.
035100*----------------------------------------------------------------*
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
035325     IF  WS-88-ABORT
035350         GOBACK.
035400     PERFORM 2000-REGENERATE-RATES THRU 2000-EXIT.
035500     PERFORM 3000-REPRICE-ACCOUNTS THRU 3000-EXIT.
035600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
035700     GOBACK.
035800     EJECT
035900 1000-INITIALIZE.
036000     OPEN INPUT IDX-PARM-FILE.
036100     READ IDX-PARM-FILE
036200         AT END MOVE ZERO TO IXP-RUN-DATE
036300                MOVE SPACES TO IXP-PRIME-INDEX.
036400     CLOSE IDX-PARM-FILE.
036500     IF  IXP-RUN-DATE NUMERIC
036600     AND IXP-RUN-DATE GREATER THAN ZERO
036700         MOVE IXP-RUN-DATE TO WS-RUN-DATE-YYMMDD
036800     ELSE
036900         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
037000     IF  WS-RUN-YR LESS THAN 50
037100         MOVE 20 TO WS-RUN-CC
037200     ELSE
037300         MOVE 19 TO WS-RUN-CC.
037400     IF  IXP-PRIME-INDEX EQUAL SPACES OR LOW-VALUES
037500         MOVE 'PRIM' TO WS-PRIME-INDEX
037600     ELSE
037700         MOVE IXP-PRIME-INDEX TO WS-PRIME-INDEX.
037800     MOVE ZERO TO WS-LAST-RUN-DATE.
037900     OPEN INPUT IDX-CONTROL-IN.
038000     PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
038600     CLOSE IDX-CONTROL-IN.
038700     OPEN OUTPUT RATE-NOTICE-EXT.
038800     OPEN OUTPUT IDX-RATE-RPT.
038900     MOVE WS-RUN-MO TO TTL-MO.
039000     MOVE WS-RUN-DA TO TTL-DA.
039100     MOVE WS-RUN-YR TO TTL-YR.
039200     WRITE IDX-RATE-RPT-LINE FROM WS-BLANK-LINE.
039300     MOVE SPACES TO IDX-RATE-RPT-LINE.
039400     MOVE WS-REPORT-TITLE TO IDX-RATE-RPT-LINE.
039500     WRITE IDX-RATE-RPT-LINE.
039600     PERFORM 1100-LOAD-INDEXES  THRU 1100-EXIT.
039700     PERFORM 1200-LOAD-LINKAGE  THRU 1200-EXIT.
039720     IF  WS-TOT-IDX-OVERFLOW GREATER THAN ZERO
039740     OR  WS-TOT-LNK-OVERFLOW GREATER THAN ZERO
039760         PERFORM 1300-TABLE-FULL THRU 1300-EXIT
039780         GO TO 1000-EXIT.
039800     MOVE SPACES TO SI-ENVIRONMENT-AREA.
039900     MOVE '1' TO SI-ENVIRONMENT-VSAM.
040000     MOVE 'O' TO I-O-CONTROL-OPERATOR.
040100     MOVE 'U' TO I-O-CONTROL-ACCESS.
040200     MOVE -1  TO I-O-SEND-CODE.
040300     CALL 'IMACTM' USING I-O-CONTROL-AREA
040400                         MASTER-AREA
040500                         SI-ENVIRONMENT-AREA.
040600 1000-EXIT. EXIT.
040610 1050-READ-CONTROL.
040620     IF  WS-CTL-FILE-STATUS EQUAL '05' OR '35'
040630         GO TO 1050-EXIT.
040640     READ IDX-CONTROL-IN
040650         AT END GO TO 1050-EXIT.
040660     IF  IXC-LAST-RUN-DATE NUMERIC
040670         MOVE IXC-LAST-RUN-DATE TO WS-LAST-RUN-DATE.
040680 1050-EXIT. EXIT.
040700     EJECT
040800*----------------------------------------------------------------*
040900*    1100-LOAD-INDEXES - KEEP, PER INDEX, THE NEWEST RATE        *
041000*    EFFECTIVE ON OR BEFORE THE RUN DATE.  LATER-DATED RATES     *
041100*    WAIT ON THE HISTORY FILE FOR THEIR EFFECTIVE DATE.          *
041200*----------------------------------------------------------------*
041300 1100-LOAD-INDEXES.
041400     MOVE 'N' TO WS-INPUT-EOF-SW.
041500     OPEN INPUT IDX-HISTORY-FILE.
041600     PERFORM 1110-ONE-INDEX-RATE THRU 1110-EXIT
041700         UNTIL WS-88-INPUT-EOF.
041800     CLOSE IDX-HISTORY-FILE.
041900     PERFORM 1120-MARK-MOVED THRU 1120-EXIT
042000         VARYING IXX FROM 1 BY 1
042100         UNTIL IXX GREATER THAN WS-IDX-COUNT.
042200     MOVE WS-IDX-COUNT TO WS-TOT-INDEXES.
042300 1100-EXIT. EXIT.
042400 1110-ONE-INDEX-RATE.
042500     READ IDX-HISTORY-FILE
042600         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
042700                GO TO 1110-EXIT.
042800     ADD 1 TO WS-TOT-HIST-READ.
042900     IF  IXF-EFF-DATE NOT NUMERIC
043000     OR  IXF-RATE NOT NUMERIC
043100     OR  IXF-EFF-DATE GREATER THAN WS-RUN-DATE-8
043200         GO TO 1110-EXIT.
043300     PERFORM 1130-FIND-INDEX THRU 1130-EXIT.
043400     IF  NOT WS-88-FOUND
043500         IF  WS-IDX-COUNT NOT LESS THAN WS-IDX-MAX
043600             ADD 1 TO WS-TOT-IDX-OVERFLOW
043650             GO TO 1110-EXIT
043700         ELSE
043800             ADD 1 TO WS-IDX-COUNT
043900             MOVE WS-IDX-COUNT TO IXX
044000             MOVE IXF-INDEX-ID TO WS-IDX-ID (IXX)
044100             MOVE ZERO TO WS-IDX-EFF-DATE (IXX)
044200             MOVE 'N' TO WS-IDX-MOVED-SW (IXX).
044300     IF  IXF-EFF-DATE NOT LESS THAN WS-IDX-EFF-DATE (IXX)
044400         MOVE IXF-EFF-DATE TO WS-IDX-EFF-DATE (IXX)
044500         MOVE IXF-RATE     TO WS-IDX-RATE (IXX).
044600 1110-EXIT. EXIT.
044700 1120-MARK-MOVED.
044800     IF  WS-IDX-EFF-DATE (IXX) GREATER THAN WS-LAST-RUN-DATE
044900         MOVE 'Y' TO WS-IDX-MOVED-SW (IXX)
045000         ADD 1 TO WS-TOT-INDEX-MOVED.
045100     IF  WS-IDX-ID (IXX) EQUAL WS-PRIME-INDEX
045200     AND WS-88-IDX-MOVED (IXX)
045300         MOVE IXX TO WS-PRIME-SUB
045400         MOVE 'Y' TO WS-PRIME-SW.
045500 1120-EXIT. EXIT.
045600 1130-FIND-INDEX.
045700     MOVE 'N' TO WS-FOUND-SW.
045800     PERFORM 1140-TEST-INDEX THRU 1140-EXIT
045900         VARYING IXX FROM 1 BY 1
046000         UNTIL IXX GREATER THAN WS-IDX-COUNT
046100         OR    WS-88-FOUND.
046200     IF  WS-88-FOUND
046300         SUBTRACT 1 FROM IXX.
046400 1130-EXIT. EXIT.
046500 1140-TEST-INDEX.
046600     IF  WS-IDX-ID (IXX) EQUAL IXF-INDEX-ID
046700         MOVE 'Y' TO WS-FOUND-SW.
046800 1140-EXIT. EXIT.
046900     EJECT
047000 1200-LOAD-LINKAGE.
047100     MOVE 'N' TO WS-INPUT-EOF-SW.
047200     OPEN INPUT IDX-LINKAGE-FILE.
047300     PERFORM 1210-ONE-LINK THRU 1210-EXIT
047400         UNTIL WS-88-INPUT-EOF.
047500     CLOSE IDX-LINKAGE-FILE.
047600 1200-EXIT. EXIT.
047700 1210-ONE-LINK.
047800     READ IDX-LINKAGE-FILE
047900         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
048000                GO TO 1210-EXIT.
048100     IF  WS-LNK-COUNT NOT LESS THAN WS-LNK-MAX
048150         ADD 1 TO WS-TOT-LNK-OVERFLOW
048200         GO TO 1210-EXIT.
048300     ADD 1 TO WS-TOT-LINKS.
048400     MOVE IXL-INDEX-ID TO IXF-INDEX-ID.
048500     PERFORM 1130-FIND-INDEX THRU 1130-EXIT.
048600     IF  NOT WS-88-FOUND
048700         ADD 1 TO WS-TOT-LINK-NO-INDEX
048800         GO TO 1210-EXIT.
048900     ADD 1 TO WS-LNK-COUNT.
049000     MOVE WS-LNK-COUNT   TO LKX.
049100     MOVE IXL-REGION     TO WS-LNK-REGION (LKX).
049200     MOVE IXL-PRODUCT    TO WS-LNK-PRODUCT (LKX).
049300     MOVE IXL-RATE-TYPE  TO WS-LNK-RATE-TYPE (LKX).
049400     MOVE IXL-PTR        TO WS-LNK-PTR (LKX).
049500     MOVE IXX            TO WS-LNK-IDX-SUB (LKX).
049600     IF  IXL-TIERS NUMERIC
049700     AND IXL-TIERS GREATER THAN ZERO
049800         MOVE IXL-TIERS TO WS-LNK-TIERS (LKX)
049900     ELSE
050000         MOVE 1 TO WS-LNK-TIERS (LKX).
050100     PERFORM 1220-LOAD-MARGIN THRU 1220-EXIT
050200         VARYING TRX FROM 1 BY 1
050300         UNTIL TRX GREATER THAN 9.
050400 1210-EXIT. EXIT.
050500 1220-LOAD-MARGIN.
050600     IF  IXL-MARGIN (TRX) NUMERIC
050700         MOVE IXL-MARGIN (TRX) TO WS-LNK-MARGIN (LKX TRX)
050800     ELSE
050900         MOVE ZERO TO WS-LNK-MARGIN (LKX TRX).
051000 1220-EXIT. EXIT.
051004*----------------------------------------------------------------*
051008*    1300-TABLE-FULL - AN INDEX OR LINKAGE LEFT OUT OF ITS TABLE *
051012*    WOULD LEAVE ITS RATES UNPRICED, SO THE RUN STOPS HERE WITH  *
051016*    NO RATE MASTER, REPRICING OR CONTROL RECORD WRITTEN.        *
051020*----------------------------------------------------------------*
051024 1300-TABLE-FULL.
051028     MOVE 'INDEX OR LINKAGE TABLE FULL - RUN STOPPED' TO SEC-LIT.
051032     WRITE IDX-RATE-RPT-LINE FROM WS-BLANK-LINE.
051036     MOVE SPACES TO IDX-RATE-RPT-LINE.
051040     MOVE WS-SECTION-LINE TO IDX-RATE-RPT-LINE.
051044     WRITE IDX-RATE-RPT-LINE.
051048     MOVE 'INDEXES DROPPED - TABLE FULL      ' TO SUM-LIT.
051052     MOVE WS-TOT-IDX-OVERFLOW TO SUM-COUNT.
051056     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051060     MOVE 'LINKAGES DROPPED - TABLE FULL     ' TO SUM-LIT.
051064     MOVE WS-TOT-LNK-OVERFLOW TO SUM-COUNT.
051068     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051072     CLOSE RATE-NOTICE-EXT.
051076     CLOSE IDX-RATE-RPT.
051080     MOVE 'Y' TO WS-ABORT-SW.
051084     MOVE 16 TO RETURN-CODE.
051088 1300-EXIT. EXIT.
051100     EJECT
051200*----------------------------------------------------------------*
051300*    2000-REGENERATE-RATES - COPY THE RATE MASTER TO ITS NEW     *
051400*    GENERATION, REPRICING EVERY LINKED ENTRY WHOSE INDEX MOVED. *
051500*----------------------------------------------------------------*
051600 2000-REGENERATE-RATES.
051700     MOVE 'N' TO WS-INPUT-EOF-SW.
051800     OPEN INPUT  RATE-MASTER-IN.
051900     OPEN OUTPUT RATE-MASTER-OUT.
052000     PERFORM 2100-ONE-RATE-ENTRY THRU 2100-EXIT
052100         UNTIL WS-88-INPUT-EOF.
052200     CLOSE RATE-MASTER-IN.
052300     CLOSE RATE-MASTER-OUT.
052400 2000-EXIT. EXIT.
052500 2100-ONE-RATE-ENTRY.
052600     READ RATE-MASTER-IN INTO RATE-MASTER-AREA
052700         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
052800                GO TO 2100-EXIT.
052900     ADD 1 TO WS-TOT-RM-READ.
053000     IF  RMA-DEL-FLAG EQUAL 'Y'
053100         GO TO 2100-WRITE.
053200     MOVE RMA-REGION    TO WS-SRCH-REGION.
053300     MOVE RMA-PRODUCT   TO WS-SRCH-PRODUCT.
053400     MOVE RMA-RATE-TYPE TO WS-SRCH-RATE-TYPE.
053500     MOVE RMA-PTR       TO WS-SRCH-PTR.
053600     MOVE 'N' TO WS-FOUND-SW.
053700     PERFORM 2110-TEST-LINK THRU 2110-EXIT
053800         VARYING LKX FROM 1 BY 1
053900         UNTIL LKX GREATER THAN WS-LNK-COUNT
054000         OR    WS-88-FOUND.
054100     IF  NOT WS-88-FOUND
054200         GO TO 2100-WRITE.
054300     SUBTRACT 1 FROM LKX.
054400     MOVE WS-LNK-IDX-SUB (LKX) TO IXX.
054500     IF  NOT WS-88-IDX-MOVED (IXX)
054600         GO TO 2100-WRITE.
054700     MOVE WS-IDX-EFF-DATE (IXX) TO WS-EFF-DATE-8.
054800     IF  RMA-TIERED
054900         PERFORM 2200-REGEN-TIERED THRU 2200-EXIT
055000     ELSE
055100         IF  RMA-PRIME
055200             PERFORM 2300-REGEN-PRIME THRU 2300-EXIT
055300         ELSE
055400             IF  RMA-IOD-SAV OR RMA-LOANS OR RMA-OD-ACCR
055500                 PERFORM 2400-REGEN-ILO THRU 2400-EXIT
055600             ELSE
055700                 GO TO 2100-WRITE.
055800     ADD 1 TO WS-TOT-RM-REGEN.
055900     PERFORM 2500-SAVE-REGEN THRU 2500-EXIT.
056000     PERFORM 2600-PRINT-REGEN THRU 2600-EXIT.
056100 2100-WRITE.
056200     WRITE RATE-MASTER-OUT-RECORD FROM RATE-MASTER-AREA.
056300 2100-EXIT. EXIT.
056400 2110-TEST-LINK.
056500     IF  WS-LNK-KEY (LKX) EQUAL WS-SEARCH-KEY
056600         MOVE 'Y' TO WS-FOUND-SW.
056700 2110-EXIT. EXIT.
056800*----------------------------------------------------------------*
056900*    2200 - 2400 - CURRENT RATES MOVE TO PREVIOUS AND THE NEW    *
057000*    CURRENT RATES ARE THE INDEX PLUS EACH TIER'S MARGIN.        *
057100*----------------------------------------------------------------*
057200 2200-REGEN-TIERED.
057300     MOVE RMA-CUR-TIERED-DATA TO RMA-PREV-TIERED-DATA.
057400     MOVE '1' TO RMA-CUR-TIERED-CHG-FLAG.
057500     MOVE WS-EFF-DATE-8 TO RMA-CUR-TIERED-DT.
057600     MOVE RMA-PREV-TIERED-ANN (1) TO WS-OLD-ANN.
057700     PERFORM 2210-TIER-RATE THRU 2210-EXIT
057800         VARYING TRX FROM 1 BY 1
057900         UNTIL TRX GREATER THAN WS-LNK-TIERS (LKX).
058000 2200-EXIT. EXIT.
058100 2210-TIER-RATE.
058200     PERFORM 2700-INDEX-PLUS-MARGIN THRU 2700-EXIT.
058300     MOVE WS-NEW-ANN TO RMA-CUR-TIERED-ANN (TRX).
058400     MOVE WS-NEW-ANN TO WS-TIER-NEW-ANN (TRX).
058500 2210-EXIT. EXIT.
058600 2300-REGEN-PRIME.
058700     MOVE RMA-CUR-PRIME-DATA TO RMA-PREV-PRIME-DATA.
058800     MOVE '1' TO RMA-CUR-PRIME-CHG-FLAG.
058900     MOVE WS-EFF-DATE-8 TO RMA-CUR-PRIME-DT.
059000     MOVE RMA-PREV-PRIME-ANN TO WS-OLD-ANN.
059100     MOVE 1 TO TRX.
059200     PERFORM 2700-INDEX-PLUS-MARGIN THRU 2700-EXIT.
059300     MOVE WS-NEW-ANN TO RMA-CUR-PRIME-ANN.
059400     MOVE WS-NEW-ANN TO WS-TIER-NEW-ANN (1).
059500 2300-EXIT. EXIT.
059600 2400-REGEN-ILO.
059700     MOVE RMA-CUR-ILO-DATA TO RMA-PREV-ILO-DATA.
059800     MOVE '1' TO RMA-CUR-ILO-CHG-FLAG.
059900     MOVE WS-EFF-DATE-8 TO RMA-CUR-ILO-DT.
060000     MOVE RMA-PREV-ILO-ANN TO WS-OLD-ANN.
060100     MOVE 1 TO TRX.
060200     PERFORM 2700-INDEX-PLUS-MARGIN THRU 2700-EXIT.
060300     MOVE WS-NEW-ANN TO RMA-CUR-ILO-ANN.
060400     MOVE WS-NEW-ANN TO WS-TIER-NEW-ANN (1).
060500 2400-EXIT. EXIT.
060600 2500-SAVE-REGEN.
060700     IF  WS-RGN-COUNT NOT LESS THAN WS-LNK-MAX
060800         GO TO 2500-EXIT.
060900     ADD 1 TO WS-RGN-COUNT.
061000     MOVE WS-RGN-COUNT   TO RGX.
061100     MOVE WS-SEARCH-KEY  TO WS-RGN-KEY (RGX).
061200     MOVE WS-EFF-DATE-8  TO WS-RGN-EFF-DATE (RGX).
061300     MOVE 1              TO WS-RGN-TIERS (RGX).
061400     IF  RMA-TIERED
061500         MOVE WS-LNK-TIERS (LKX) TO WS-RGN-TIERS (RGX).
061600     PERFORM 2510-SAVE-TIER THRU 2510-EXIT
061700         VARYING TRX FROM 1 BY 1
061800         UNTIL TRX GREATER THAN WS-RGN-TIERS (RGX).
061900 2500-EXIT. EXIT.
062000 2510-SAVE-TIER.
062100     MOVE WS-TIER-NEW-ANN (TRX) TO WS-RGN-ANN (RGX TRX).
062200 2510-EXIT. EXIT.
062300 2600-PRINT-REGEN.
062400     IF  WS-TOT-RM-REGEN EQUAL 1
062500         WRITE IDX-RATE-RPT-LINE FROM WS-BLANK-LINE
062600         MOVE 'RATE MASTER ENTRIES REGENERATED' TO SEC-LIT
062700         MOVE SPACES TO IDX-RATE-RPT-LINE
062800         MOVE WS-SECTION-LINE TO IDX-RATE-RPT-LINE
062900         WRITE IDX-RATE-RPT-LINE
063000         MOVE SPACES TO IDX-RATE-RPT-LINE
063100         MOVE WS-HEADING-1 TO IDX-RATE-RPT-LINE
063200         WRITE IDX-RATE-RPT-LINE.
063300     MOVE RMA-REGION    TO RGL-REGION.
063400     MOVE RMA-PRODUCT   TO RGL-PRODUCT.
063500     MOVE RMA-RATE-TYPE TO RGL-RATE-TYPE.
063600     MOVE RMA-PTR       TO RGL-PTR.
063700     MOVE WS-IDX-ID (IXX)   TO RGL-INDEX-ID.
063800     MOVE WS-IDX-RATE (IXX) TO RGL-INDEX-RATE.
063900     MOVE WS-EFF-DATE-8 TO WS-DATE-EDIT-IN.
064000     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
064100     MOVE WS-DATE-EDIT  TO RGL-EFF-DATE.
064200     MOVE WS-OLD-ANN    TO RGL-OLD-RATE.
064300     MOVE WS-TIER-NEW-ANN (1) TO RGL-NEW-RATE.
064400     MOVE WS-RGN-TIERS (RGX)  TO RGL-TIERS.
064500     MOVE SPACES TO IDX-RATE-RPT-LINE.
064600     MOVE WS-REGEN-LINE TO IDX-RATE-RPT-LINE.
064700     WRITE IDX-RATE-RPT-LINE.
064800 2600-EXIT. EXIT.
064900 2700-INDEX-PLUS-MARGIN.
065000     COMPUTE WS-NEW-ANN = WS-IDX-RATE (IXX)
065100                        + WS-LNK-MARGIN (LKX TRX).
065200     IF  WS-NEW-ANN LESS THAN ZERO
065300         MOVE ZERO TO WS-NEW-ANN.
065400 2700-EXIT. EXIT.
065500     EJECT
065600*----------------------------------------------------------------*
065700*    3000-REPRICE-ACCOUNTS - BROWSE THE MASTER AND REPRICE THE   *
065800*    INDEXED IOD RATES AND THE PRIME-ADJUSTED OVERDRAFT LEVELS.  *
065900*----------------------------------------------------------------*
066000 3000-REPRICE-ACCOUNTS.
066100     IF  WS-RGN-COUNT EQUAL ZERO
066200     AND NOT WS-88-PRIME-AVAILABLE
066300         GO TO 3000-EXIT.
066400     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
066500     PERFORM 3200-ONE-ACCOUNT THRU 3200-EXIT
066600         UNTIL WS-88-END-OF-FILE.
066700 3000-EXIT. EXIT.
066800 3100-READ-MASTER.
066900     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
067000     MOVE -1   TO I-O-SEND-CODE.
067100     CALL 'IMACTM' USING I-O-CONTROL-AREA
067200                         MASTER-AREA
067300                         SI-ENVIRONMENT-AREA.
067400     IF  I-O-88-END-OF-FILE
067500         MOVE 'Y' TO WS-END-OF-FILE-SW.
067600 3100-EXIT. EXIT.
067700 3200-ONE-ACCOUNT.
067800     ADD 1 TO WS-TOT-SCANNED.
067900     IF  WMS-LOAN-TRLR EQUAL '1'
068100         GO TO 3200-NEXT.
068200     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
068300     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
068400     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
068500         GO TO 3200-NEXT.
068600     MOVE 'N' TO WS-MASTER-CHANGED-SW.
068700     IF  WS-RGN-COUNT GREATER THAN ZERO
068800         PERFORM 3300-IOD-RATE THRU 3300-EXIT.
068900     IF  WS-88-PRIME-AVAILABLE
069000         PERFORM 3500-OD-PRIME-ADJ THRU 3500-EXIT.
069100     IF  WS-88-MASTER-CHANGED
069200         MOVE 'W'  TO I-O-CONTROL-OPERATOR
069300         MOVE -1   TO I-O-SEND-CODE
069400         CALL 'IMACTM' USING I-O-CONTROL-AREA
069500                             MASTER-AREA
069600                             SI-ENVIRONMENT-AREA.
069700 3200-NEXT.
069800     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
069900 3200-EXIT. EXIT.
070000     EJECT
070100*----------------------------------------------------------------*
070200*    3300-IOD-RATE - THE ACCOUNT'S IOD RATE POINTER IS LOOKED UP *
070300*    AMONG THE REGENERATED ENTRIES AS A TIERED RATE, THEN AS A   *
070400*    SINGLE IOD RATE.                                            *
070500*----------------------------------------------------------------*
070600 3300-IOD-RATE.
070700     MOVE WMS-RATE-REGION  TO WS-SRCH-REGION.
070800     MOVE WMS-ACCT-TYPE    TO WS-SRCH-PRODUCT.
070900     MOVE WMS-IOD-RATE-PTR TO WS-SRCH-PTR.
071000     MOVE WMS-IOD-MIN-RATE TO WS-MIN-RATE.
071100     MOVE WMS-IOD-MAX-RATE TO WS-MAX-RATE.
071200     MOVE 'T' TO WS-SRCH-RATE-TYPE.
071300     PERFORM 3310-FIND-REGEN THRU 3310-EXIT.
071400     IF  WS-88-FOUND
071500         PERFORM 3400-REPRICE-TIERED THRU 3400-EXIT
071600         GO TO 3300-EXIT.
071700     MOVE 'I' TO WS-SRCH-RATE-TYPE.
071800     PERFORM 3310-FIND-REGEN THRU 3310-EXIT.
071900     IF  NOT WS-88-FOUND
072000         GO TO 3300-EXIT.
072100     MOVE 'IOD  ' TO WS-RATE-KIND.
072200     MOVE WS-RGN-ANN (RGX 1) TO WS-COMPUTED-ANN.
072300     PERFORM 7000-APPLY-LIMITS THRU 7000-EXIT.
072400     MOVE WMS-IOD-CUR-ANN TO WS-OLD-ANN.
072500     IF  WS-NEW-ANN EQUAL WS-OLD-ANN
072600         GO TO 3300-EXIT.
072700     MOVE WMS-IOD-CUR-DATA TO WMS-IOD-PREV-DATA.
072800     MOVE WS-RGN-EFF-DATE (RGX) TO WMS-IOD-CUR-DATE.
072900     MOVE WS-NEW-ANN TO WMS-IOD-CUR-ANN.
073000     COMPUTE WMS-IOD-CUR-DAF ROUNDED = WS-NEW-ANN / 365.
073100     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
073200     ADD 1 TO WS-TOT-IOD-REPRICED.
073300     MOVE WS-OLD-ANN TO WS-NOTICE-OLD.
073400     MOVE WS-NEW-ANN TO WS-NOTICE-NEW.
073500     PERFORM 7200-WRITE-NOTICE THRU 7200-EXIT.
073600 3300-EXIT. EXIT.
073700 3310-FIND-REGEN.
073800     MOVE 'N' TO WS-FOUND-SW.
073900     PERFORM 3320-TEST-REGEN THRU 3320-EXIT
074000         VARYING RGX FROM 1 BY 1
074100         UNTIL RGX GREATER THAN WS-RGN-COUNT
074200         OR    WS-88-FOUND.
074300     IF  WS-88-FOUND
074400         SUBTRACT 1 FROM RGX.
074500 3310-EXIT. EXIT.
074600 3320-TEST-REGEN.
074700     IF  WS-RGN-KEY (RGX) EQUAL WS-SEARCH-KEY
074800         MOVE 'Y' TO WS-FOUND-SW.
074900 3320-EXIT. EXIT.
075000*----------------------------------------------------------------*
075100*    3400-REPRICE-TIERED - EACH TIER IS HELD TO THE ACCOUNT'S    *
075200*    FLOOR AND CEILING; THE NOTICE QUOTES THE TIER THE CURRENT   *
075300*    BALANCE FALLS IN.  THE TIER LIMITS ARE UNCHANGED.           *
075400*----------------------------------------------------------------*
075500 3400-REPRICE-TIERED.
075600     MOVE 'N' TO WS-OD-CHANGED-SW.
075700     PERFORM 3410-ONE-TIER THRU 3410-EXIT
075800         VARYING TRX FROM 1 BY 1
075900         UNTIL TRX GREATER THAN WS-RGN-TIERS (RGX).
076000     IF  NOT WS-88-OD-CHANGED
076100         GO TO 3400-EXIT.
076200     MOVE 1 TO WS-APPL-TIER.
076300     PERFORM 3420-FIND-TIER THRU 3420-EXIT
076400         UNTIL WS-APPL-TIER NOT LESS THAN WS-RGN-TIERS (RGX)
076500         OR    WMS-TIER-CUR-LMT (WS-APPL-TIER)
076600                   NOT GREATER THAN ZERO
076700         OR    WMS-CURR-BAL NOT GREATER THAN
076800               WMS-TIER-CUR-LMT (WS-APPL-TIER).
076900     MOVE WMS-TIER-CUR-ANN (WS-APPL-TIER) TO WS-NOTICE-OLD.
077000     MOVE WMS-TIER-CUR-DATA TO WMS-TIER-PREV-DATA.
077100     MOVE WS-RGN-EFF-DATE (RGX) TO WMS-TIER-CUR-DATE.
077200     PERFORM 3430-SET-TIER THRU 3430-EXIT
077300         VARYING TRX FROM 1 BY 1
077400         UNTIL TRX GREATER THAN WS-RGN-TIERS (RGX).
077500     MOVE WMS-TIER-CUR-ANN (WS-APPL-TIER) TO WS-NOTICE-NEW.
077600     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
077700     ADD 1 TO WS-TOT-IOD-REPRICED.
077800     MOVE 'TIER ' TO WS-RATE-KIND.
077900     IF  WS-NOTICE-NEW NOT EQUAL WS-NOTICE-OLD
078000         PERFORM 7200-WRITE-NOTICE THRU 7200-EXIT.
078100 3400-EXIT. EXIT.
078200 3410-ONE-TIER.
078300     MOVE 'TIER ' TO WS-RATE-KIND.
078400     MOVE WS-RGN-ANN (RGX TRX) TO WS-COMPUTED-ANN.
078500     PERFORM 7000-APPLY-LIMITS THRU 7000-EXIT.
078600     MOVE WS-NEW-ANN TO WS-TIER-NEW-ANN (TRX).
078700     IF  WS-NEW-ANN NOT EQUAL WMS-TIER-CUR-ANN (TRX)
078800         MOVE 'Y' TO WS-OD-CHANGED-SW.
078900 3410-EXIT. EXIT.
079000 3420-FIND-TIER.
079100     ADD 1 TO WS-APPL-TIER.
079200 3420-EXIT. EXIT.
079300 3430-SET-TIER.
079400     MOVE WS-TIER-NEW-ANN (TRX) TO WMS-TIER-CUR-ANN (TRX).
079500     COMPUTE WMS-TIER-CUR-DAF (TRX) ROUNDED =
079600         WS-TIER-NEW-ANN (TRX) / 365.
079700 3430-EXIT. EXIT.
079800     EJECT
079900*----------------------------------------------------------------*
080000*    3500-OD-PRIME-ADJ - EACH OVERDRAFT LEVEL FLAGGED PRIME-     *
080100*    ADJUSTED, WITHIN THE ADJUSTMENT'S START AND STOP DATES, IS  *
080200*    PRICED AT PRIME PLUS ITS ADJUSTMENT.  THE PRIME CARRIED ON  *
080300*    THE ACCOUNT ROLLS WITH ANY LEVEL THAT MOVES.                *
080400*----------------------------------------------------------------*
080500 3500-OD-PRIME-ADJ.
080600     IF  WMS-OD-PRIME-ADJ-FLAGS-1-9 EQUAL SPACES OR LOW-VALUES
080700         GO TO 3500-EXIT.
080800     MOVE WMS-OD-PRIME-ADJ-START-DT TO WS-NB-DATE.
080900     PERFORM 8800-EDIT-NB-DATE THRU 8800-EXIT.
081000     IF  WS-88-DATE-VALID
081100     AND WS-EDIT-8 GREATER THAN WS-RUN-DATE-8
081200         GO TO 3500-EXIT.
081300     MOVE WMS-OD-PRIME-ADJ-STOP-DT TO WS-NB-DATE.
081400     PERFORM 8800-EDIT-NB-DATE THRU 8800-EXIT.
081500     IF  WS-88-DATE-VALID
081600     AND WS-EDIT-8 LESS THAN WS-RUN-DATE-8
081700         GO TO 3500-EXIT.
081800     MOVE WS-PRIME-SUB TO IXX.
081900     MOVE WMS-OD-MIN-RATE TO WS-MIN-RATE.
082000     MOVE WMS-OD-MAX-RATE TO WS-MAX-RATE.
082100     MOVE 'N' TO WS-OD-CHANGED-SW.
082200     PERFORM 3510-OD-LEVEL THRU 3510-EXIT
082300         VARYING ODX FROM 1 BY 1
082400         UNTIL ODX GREATER THAN 9.
082500     IF  WS-88-OD-CHANGED
082600         MOVE WMS-OD-PRM-CUR-DATA TO WMS-OD-PRM-PREV-DATA
082700         MOVE WS-IDX-EFF-DATE (IXX) TO WMS-OD-PRM-CUR-DATE
082800         MOVE WS-IDX-RATE (IXX) TO WMS-OD-PRM-CUR-ANN
082900         COMPUTE WMS-OD-PRM-CUR-DAF ROUNDED =
083000             WS-IDX-RATE (IXX) / 365
083100         MOVE 'Y' TO WS-MASTER-CHANGED-SW
083200         ADD 1 TO WS-TOT-OD-REPRICED.
083300 3500-EXIT. EXIT.
083400 3510-OD-LEVEL.
083500     IF  WMS-OD-PRIME-ADJ-FLAG (ODX) NOT EQUAL 'Y'
083600         GO TO 3510-EXIT.
083700     MOVE ODX TO WS-ODK-LEVEL.
083800     MOVE WS-OD-KIND TO WS-RATE-KIND.
083900     COMPUTE WS-COMPUTED-ANN = WS-IDX-RATE (IXX)
084000                             + WMS-OD-PRIME-ADJ (ODX).
084100     PERFORM 7000-APPLY-LIMITS THRU 7000-EXIT.
084200     MOVE WMS-OD-CUR-ANN (ODX) TO WS-OLD-ANN.
084300     IF  WS-NEW-ANN EQUAL WS-OLD-ANN
084400         GO TO 3510-EXIT.
084500     MOVE 'Y' TO WS-OD-CHANGED-SW.
084600     MOVE WMS-OD-CUR-DATA (ODX) TO WMS-OD-PREV-DATA (ODX).
084700     MOVE WS-IDX-EFF-DATE (IXX) TO WMS-OD-CUR-DATE (ODX).
084800     MOVE WS-NEW-ANN TO WMS-OD-CUR-ANN (ODX).
084900     COMPUTE WMS-OD-CUR-DAF (ODX) ROUNDED = WS-NEW-ANN / 365.
085000     MOVE WS-OLD-ANN TO WS-NOTICE-OLD.
085100     MOVE WS-NEW-ANN TO WS-NOTICE-NEW.
085200     PERFORM 7200-WRITE-NOTICE THRU 7200-EXIT.
085300 3510-EXIT. EXIT.
085400     EJECT
085500*----------------------------------------------------------------*
085600*    7000-APPLY-LIMITS - HOLD WS-COMPUTED-ANN TO THE FLOOR AND   *
085700*    CEILING IN WS-MIN-RATE/WS-MAX-RATE (ZERO IS NO LIMIT) INTO  *
085800*    WS-NEW-ANN, REPORTING ANY RATE HELD.                        *
085900*----------------------------------------------------------------*
086000 7000-APPLY-LIMITS.
086100     MOVE WS-COMPUTED-ANN TO WS-NEW-ANN.
086200     MOVE SPACES TO WS-HELD-AT.
086300     IF  WS-NEW-ANN LESS THAN ZERO
086400         MOVE ZERO TO WS-NEW-ANN.
086500     IF  WS-MAX-RATE GREATER THAN ZERO
086600     AND WS-NEW-ANN GREATER THAN WS-MAX-RATE
086700         MOVE WS-MAX-RATE TO WS-NEW-ANN
086800         MOVE WS-MAX-RATE TO WS-LIMIT-RATE
086900         MOVE 'CAP  ' TO WS-HELD-AT
087000         ADD 1 TO WS-TOT-HELD-CAP.
087100     IF  WS-MIN-RATE GREATER THAN ZERO
087200     AND WS-NEW-ANN LESS THAN WS-MIN-RATE
087300         MOVE WS-MIN-RATE TO WS-NEW-ANN
087400         MOVE WS-MIN-RATE TO WS-LIMIT-RATE
087500         MOVE 'FLOOR' TO WS-HELD-AT
087600         ADD 1 TO WS-TOT-HELD-FLOOR.
087700     IF  WS-HELD-AT NOT EQUAL SPACES
087800         PERFORM 7100-PRINT-HELD THRU 7100-EXIT.
087900 7000-EXIT. EXIT.
088000 7100-PRINT-HELD.
088100     IF  NOT WS-88-HELD-HDG
088200         MOVE 'Y' TO WS-HELD-HDG-SW
088300         WRITE IDX-RATE-RPT-LINE FROM WS-BLANK-LINE
088400         MOVE 'ACCOUNT RATES HELD AT A CAP OR FLOOR' TO SEC-LIT
088500         MOVE SPACES TO IDX-RATE-RPT-LINE
088600         MOVE WS-SECTION-LINE TO IDX-RATE-RPT-LINE
088700         WRITE IDX-RATE-RPT-LINE
088800         MOVE SPACES TO IDX-RATE-RPT-LINE
088900         MOVE WS-HEADING-2 TO IDX-RATE-RPT-LINE
089000         WRITE IDX-RATE-RPT-LINE.
089100     MOVE WMS-CONTROL-KEY TO HLD-ACCOUNT.
089200     MOVE WS-RATE-KIND    TO HLD-RATE-KIND.
089300     MOVE WS-COMPUTED-ANN TO HLD-COMPUTED.
089400     MOVE WS-LIMIT-RATE   TO HLD-LIMIT.
089500     MOVE WS-NEW-ANN      TO HLD-APPLIED.
089600     MOVE WS-HELD-AT      TO HLD-HELD-AT.
089700     MOVE SPACES TO IDX-RATE-RPT-LINE.
089800     MOVE WS-HELD-LINE TO IDX-RATE-RPT-LINE.
089900     WRITE IDX-RATE-RPT-LINE.
090000 7100-EXIT. EXIT.
090100 7200-WRITE-NOTICE.
090200     ADD 1 TO WS-TOT-NOTICES.
090300     MOVE SPACES TO RATE-NOTICE-RECORD.
090400     MOVE WMS-CONTROL-KEY TO RNX-ACCOUNT.
090500     MOVE WS-NOTICE-OLD   TO RNX-OLD-RATE.
090600     MOVE WS-NOTICE-NEW   TO RNX-NEW-RATE.
090700     IF  WS-RATE-KIND (1:2) EQUAL 'OD'
090800         MOVE WS-IDX-EFF-DATE (IXX) TO RNX-EFF-DATE
090900     ELSE
091000         MOVE WS-RGN-EFF-DATE (RGX) TO RNX-EFF-DATE.
091100     MOVE WS-RATE-KIND    TO RNX-RATE-KIND.
091200     WRITE RATE-NOTICE-RECORD.
091300 7200-EXIT. EXIT.
091400     EJECT
091500*----------------------------------------------------------------*
091600*    8800-EDIT-NB-DATE - MMDDCCYY IN WS-NB-DATE TO CCYYMMDD IN   *
091700*    WS-EDIT-8.                                                  *
091800*----------------------------------------------------------------*
091900 8800-EDIT-NB-DATE.
092000     MOVE 'N' TO WS-DATE-VALID-SW.
092100     IF  WS-NB-DATE EQUAL SPACES OR LOW-VALUES OR ZEROS
092200         GO TO 8800-EXIT.
092300     IF  WS-NBD-MM NOT NUMERIC
092400     OR  WS-NBD-DD NOT NUMERIC
092500     OR  WS-NBD-YY NOT NUMERIC
092600         GO TO 8800-EXIT.
092700     MOVE WS-NBD-MM TO WS-ED8-MM.
092800     MOVE WS-NBD-DD TO WS-ED8-DD.
092900     MOVE WS-NBD-YY TO WS-ED8-YY.
093000     IF  WS-NBD-CC NUMERIC
093100         MOVE WS-NBD-CC TO WS-ED8-CC
093200     ELSE
093300         IF  WS-NBD-YY LESS THAN '50'
093400             MOVE '20' TO WS-ED8-CC
093500         ELSE
093600             MOVE '19' TO WS-ED8-CC.
093700     MOVE 'Y' TO WS-DATE-VALID-SW.
093800 8800-EXIT. EXIT.
093900 8900-EDIT-DATE.
094000     MOVE WS-DEI-MM   TO WS-DTE-MM.
094100     MOVE WS-DEI-DD   TO WS-DTE-DD.
094200     MOVE WS-DEI-CCYY TO WS-DTE-CCYY.
094300 8900-EXIT. EXIT.
094400     EJECT
094500*----------------------------------------------------------------*
094600*    9000-TERMINATE - CONTROL RECORD, SUMMARY AND CLOSES.        *
094700*----------------------------------------------------------------*
094800 9000-TERMINATE.
094900     OPEN OUTPUT IDX-CONTROL-OUT.
095000     MOVE SPACES TO IDX-CONTROL-OUT-RECORD.
095100     MOVE WS-RUN-DATE-8 TO IXO-LAST-RUN-DATE.
095200     WRITE IDX-CONTROL-OUT-RECORD.
095300     CLOSE IDX-CONTROL-OUT.
095400     WRITE IDX-RATE-RPT-LINE FROM WS-BLANK-LINE.
095500     MOVE 'INDEX HISTORY RECORDS READ        ' TO SUM-LIT.
095600     MOVE WS-TOT-HIST-READ TO SUM-COUNT.
095700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
095800     MOVE 'INDEXES IN EFFECT                 ' TO SUM-LIT.
095900     MOVE WS-TOT-INDEXES TO SUM-COUNT.
096000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
096100     MOVE 'INDEXES MOVED SINCE LAST RUN      ' TO SUM-LIT.
096200     MOVE WS-TOT-INDEX-MOVED TO SUM-COUNT.
096300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
096400     MOVE 'INDEX LINKAGES LOADED             ' TO SUM-LIT.
096500     MOVE WS-TOT-LINKS TO SUM-COUNT.
096600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
096700     MOVE 'LINKAGES TO AN UNKNOWN INDEX      ' TO SUM-LIT.
096800     MOVE WS-TOT-LINK-NO-INDEX TO SUM-COUNT.
096900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097000     MOVE 'RATE MASTER ENTRIES READ          ' TO SUM-LIT.
097100     MOVE WS-TOT-RM-READ TO SUM-COUNT.
097200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097300     MOVE 'RATE MASTER ENTRIES REGENERATED   ' TO SUM-LIT.
097400     MOVE WS-TOT-RM-REGEN TO SUM-COUNT.
097500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097600     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
097700     MOVE WS-TOT-SCANNED TO SUM-COUNT.
097800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
097900     MOVE 'IOD RATES REPRICED                ' TO SUM-LIT.
098000     MOVE WS-TOT-IOD-REPRICED TO SUM-COUNT.
098100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098200     MOVE 'OVERDRAFT RATES REPRICED          ' TO SUM-LIT.
098300     MOVE WS-TOT-OD-REPRICED TO SUM-COUNT.
098400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098500     MOVE 'RATES HELD AT A CAP               ' TO SUM-LIT.
098600     MOVE WS-TOT-HELD-CAP TO SUM-COUNT.
098700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
098800     MOVE 'RATES HELD AT A FLOOR             ' TO SUM-LIT.
098900     MOVE WS-TOT-HELD-FLOOR TO SUM-COUNT.
099000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099100     MOVE 'RATE-CHANGE NOTICES WRITTEN       ' TO SUM-LIT.
099200     MOVE WS-TOT-NOTICES TO SUM-COUNT.
099300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
099400     MOVE 'E' TO I-O-CONTROL-OPERATOR.
099500     MOVE -1  TO I-O-SEND-CODE.
099600     CALL 'IMACTM' USING I-O-CONTROL-AREA
099700                         MASTER-AREA
099800                         SI-ENVIRONMENT-AREA.
099900     CLOSE RATE-NOTICE-EXT.
100000     CLOSE IDX-RATE-RPT.
100100 9000-EXIT. EXIT.
100200 9100-PRINT-SUMMARY.
100300     MOVE SPACES TO IDX-RATE-RPT-LINE.
100400     MOVE WS-SUMMARY-LINE TO IDX-RATE-RPT-LINE.
100500     WRITE IDX-RATE-RPT-LINE.
100600 9100-EXIT. EXIT.
