*     * GN6212 * 10/08/26 JCTE YEAR-END 5498 / 1099-R PRODUCTION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMYERTAX.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/08/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMYERTAX PRODUCES THE YEAR-END RETIREMENT PLAN REPORTING    *
000900*    FORMS - 5498 FOR CONTRIBUTIONS AND FAIR MARKET VALUE,       *
001000*    1099-R FOR DISTRIBUTIONS - DIRECTLY FROM THE MASTER'S PLAN  *
001100*    TRAILER INSTEAD OF THE VENDOR HAND-OFF, THE WAY IMYETAX     *
001200*    PRODUCES THE INTEREST FORMS.  THE MASTER IS BROWSED AND     *
001300*    EVERY PLAN ACCOUNT (WMS-PLN-TRLR-TYPE PRESENT) HAS ITS      *
001400*    FORMS COMPUTED BY COPYBOOK IMPDYRFM: CONTRIBUTIONS BY TYPE, *
001500*    ROLLOVERS AND CONVERSIONS FROM THE CTDT TOTALS, THE         *
001600*    YEAR-END FAIR MARKET VALUE, GROSS AND TAXABLE DISTRIBUTIONS *
001700*    WITH FEDERAL AND STATE WITHHOLDING, AND THE DISTRIBUTION    *
001800*    CODE FROM WMS-PLN-TRLR-LAST-DIST-CODE OR THE                *
001900*    EARLY-DISTRIBUTION REASON.                                  *
002000*----------------------------------------------------------------*
002100*    WHICH PLAN CODE GOES TO WHICH BOX IS THE BOX TABLE          *
002200*    IMYERBOX, LOADED AT RUN TIME SO NEW PLAN CODES NEED NO      *
002300*    RECOMPILE (THE IMPLCDTB PRECEDENT).  THE FORMS ARE FILED    *
002400*    PER PLAN ACCOUNT.  A 5498 IS PRODUCED FOR EVERY ACCOUNT     *
002500*    WITH A CONTRIBUTION OR A FAIR MARKET VALUE; A 1099-R WHEN   *
002600*    THE GROSS DISTRIBUTION REACHES THE PARAMETER MINIMUM OR ANY *
002700*    TAX WAS WITHHELD.  EACH FORM GETS A PRINT IMAGE (IMYERFRM)  *
002800*    AND A 'B' RECORD ON THE IRS ELECTRONIC-FILING FILE          *
002900*    (IMYERIRS, MANIFESTED THROUGH IMMANFST), WHICH IMYERCOR     *
003000*    LATER READS BACK FOR THE CORRECTIONS CYCLE.  THE BALANCING  *
003100*    REPORT LISTS THE ACCOUNTS THAT NEED ATTENTION AND TIES THE  *
003200*    FORM TOTALS BACK TO THE PLAN TRAILERS.                      *
003300*----------------------------------------------------------------*
003400*----------------------------------------------------------------*
003500*               ** HISTORY OF REVISIONS **                      *
003600* DESCRIPTION                                           CHNGID  *
003700* ____________________________________________________ _______ *
003800* 10/08/26 JCTE NEW PROGRAM - YEAR-END 5498 AND 1099-R   GN6212 *
003900*                FORM PRODUCTION FROM THE PLAN TRAILER          *
004000*----------------------------------------------------------------*
004100 ENVIRONMENT    DIVISION.
004200 INPUT-OUTPUT   SECTION.
004300 FILE-CONTROL.
004400     SELECT YERT-PARM-FILE    ASSIGN TO "IMYERPRM"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT BOX-TABLE-FILE    ASSIGN TO "IMYERBOX"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT FORM-PRINT-FILE   ASSIGN TO "IMYERFRM"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT IRS-EFILE-FILE    ASSIGN TO "IMYERIRS"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT YERT-BAL-RPT      ASSIGN TO "IMYERRPT"
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  YERT-PARM-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  YERT-PARM-RECORD.
005900     03  YRP-REPORT-MINIMUM          PIC 9(5)V99.
006000     03  YRP-TAX-YEAR                PIC 9(4).
006100     03  YRP-CTDT-YEAR               PIC X.
006200     03  FILLER                      PIC X(68).
006300 FD  BOX-TABLE-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  BOX-TABLE-RECORD                PIC X(80).
006600 FD  FORM-PRINT-FILE
006700     RECORD CONTAINS 133 CHARACTERS.
006800 01  FORM-PRINT-LINE                 PIC X(133).
006900 FD  IRS-EFILE-FILE
007000     RECORD CONTAINS 250 CHARACTERS.
007100 01  IRS-EFILE-LINE                  PIC X(250).
007200 FD  YERT-BAL-RPT
007300     RECORD CONTAINS 133 CHARACTERS.
007400 01  YERT-BAL-RPT-LINE               PIC X(133).
007500 WORKING-STORAGE SECTION.
007600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYERTAX'.
007700 01  WS-SWITCHES.
007800     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
007900         88  WS-88-END-OF-FILE       VALUE 'Y'.
008000     03  WS-BOX-EOF-SW               PIC X(1)    VALUE 'N'.
008100         88  WS-88-BOX-EOF           VALUE 'Y'.
008200     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
008300         88  WS-88-PARM-ERROR        VALUE 'Y'.
008400     03  WS-FORM-SW                  PIC X(1)    VALUE SPACE.
008500         88  WS-88-FORM-5498         VALUE '5'.
008600         88  WS-88-FORM-1099R        VALUE 'R'.
008700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
008800 01  WS-REPORT-MIN                   PIC S9(5)V99 COMP-3 VALUE 0.
008900 01  WS-TAX-YEAR                     PIC 9(4)    VALUE 0.
009000 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
009100 01  WS-DIST-CODE                    PIC XX      VALUE SPACES.
009200 01  WS-BOX-DISPLAY                  PIC 99      VALUE 0.
009300 01  WS-FORM-AMTS.
009400     03  WS-FORM-AMT                 PIC S9(13)V99 COMP-3
009500                                     OCCURS 14 TIMES.
009600     EJECT
009700 01  WS-TOTALS.
009800     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
009900     03  WS-TOT-PLAN-ACCTS           PIC 9(7)    COMP VALUE 0.
010000     03  WS-TOT-BOX-CARDS            PIC 9(7)    COMP VALUE 0.
010100     03  WS-TOT-BOX-REJECTS          PIC 9(7)    COMP VALUE 0.
010200     03  WS-TOT-5498-FORMS           PIC 9(7)    COMP VALUE 0.
010300     03  WS-TOT-1099R-FORMS          PIC 9(7)    COMP VALUE 0.
010400     03  WS-TOT-UNDER-MIN            PIC 9(7)    COMP VALUE 0.
010500     03  WS-TOT-NO-TAX-ID            PIC 9(7)    COMP VALUE 0.
010600     03  WS-TOT-DIST-DEFAULTED       PIC 9(7)    COMP VALUE 0.
010700     03  WS-TOT-UNMAPPED-ACCTS       PIC 9(7)    COMP VALUE 0.
010800     03  WS-TOT-NEGATIVE-BOXES       PIC 9(7)    COMP VALUE 0.
010900     03  WS-TOT-EFILE-RECS           PIC 9(7)    COMP VALUE 0.
011000     03  WS-TOT-EFILE-AMT            PIC S9(15)V99 COMP-3
011100                                     VALUE 0.
011200     03  WS-TOT-MASTER-GROSS         PIC S9(15)V99 COMP-3
011300                                     VALUE 0.
011400     03  WS-TOT-UNDER-MIN-AMT        PIC S9(15)V99 COMP-3
011500                                     VALUE 0.
011600     03  WS-TOT-NO-TAX-ID-AMT        PIC S9(15)V99 COMP-3
011700                                     VALUE 0.
011800     03  WS-TOT-UNMAPPED-AMT         PIC S9(15)V99 COMP-3
011900                                     VALUE 0.
012000     03  WS-TOT-NOT-RPTD-AMT         PIC S9(15)V99 COMP-3
012100                                     VALUE 0.
012200     03  WS-TOT-5498-BOX             PIC S9(15)V99 COMP-3
012300                                     OCCURS 14 TIMES.
012400     03  WS-TOT-1099R-BOX            PIC S9(15)V99 COMP-3
012500                                     OCCURS 14 TIMES.
012600     EJECT
012700 01  WS-REPORT-TITLE.
012800     03  FILLER                      PIC X(48)   VALUE
012900         'IMYERTAX - RETIREMENT PLAN 5498 / 1099-R BALANCE'.
013000 01  WS-PARM-LINE.
013100     03  FILLER                      PIC X(4)    VALUE SPACES.
013200     03  FILLER                      PIC X(9)    VALUE
013300         'TAX YEAR '.
013400     03  PRM-TAX-YEAR                PIC 9(4).
013500     03  FILLER                      PIC X(13)   VALUE
013600         '   CTDT YEAR '.
013700     03  PRM-CTDT-YEAR               PIC X.
013800     03  FILLER                      PIC X(19)   VALUE
013900         '   1099-R MINIMUM  '.
014000     03  PRM-REPORT-MIN              PIC ZZ,ZZ9.99.
014100     03  FILLER                      PIC X(74)   VALUE SPACES.
014200 01  WS-FORM-HEAD-LINE.
014300     03  FILLER                      PIC X(2)    VALUE SPACES.
014400     03  FRH-FORM-TYPE               PIC X(8).
014500     03  FILLER                      PIC X(2)    VALUE SPACES.
014600     03  FRH-TAX-ID                  PIC X(11).
014700     03  FILLER                      PIC X(2)    VALUE SPACES.
014800     03  FRH-TAX-YEAR                PIC 9(4).
014900     03  FILLER                      PIC X(2)    VALUE SPACES.
015000     03  FRH-ACCOUNT                 PIC X(22).
015100     03  FILLER                      PIC X(2)    VALUE SPACES.
015200     03  FRH-DIST-LIT                PIC X(10).
015300     03  FRH-DIST-CODE               PIC XX.
015400     03  FILLER                      PIC X(66)   VALUE SPACES.
015500 01  WS-FORM-BOX-LINE.
015600     03  FILLER                      PIC X(6)    VALUE SPACES.
015700     03  FILLER                      PIC X(4)    VALUE 'BOX '.
015800     03  FRB-BOX                     PIC 99.
015900     03  FILLER                      PIC X(2)    VALUE SPACES.
016000     03  FRB-CAPTION                 PIC X(21).
016100     03  FILLER                      PIC X(2)    VALUE SPACES.
016200     03  FRB-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
016300     03  FILLER                      PIC X(80)   VALUE SPACES.
016400 01  WS-EXCEPT-HEADING.
016500     03  FILLER                      PIC X(4)    VALUE SPACES.
016600     03  FILLER                      PIC X(50)   VALUE
016700         'ACCOUNT                 TAX ID       EXCEPTION    '.
016800     03  FILLER                      PIC X(50)   VALUE
016900         '                                       AMOUNT     '.
017000     03  FILLER                      PIC X(29)   VALUE SPACES.
017100 01  WS-EXCEPT-LINE.
017200     03  FILLER                      PIC X(4)    VALUE SPACES.
017300     03  EXC-ACCOUNT                 PIC X(22).
017400     03  FILLER                      PIC X(2)    VALUE SPACES.
017500     03  EXC-TAX-ID                  PIC X(11).
017600     03  FILLER                      PIC X(2)    VALUE SPACES.
017700     03  EXC-NOTE                    PIC X(40).
017800     03  FILLER                      PIC X(2)    VALUE SPACES.
017900     03  EXC-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
018000     03  FILLER                      PIC X(33)   VALUE SPACES.
018100 01  WS-SUMMARY-LINE.
018200     03  FILLER                      PIC X(4)    VALUE SPACES.
018300     03  SUM-LIT                     PIC X(34).
018400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
018500     03  FILLER                      PIC X(88)   VALUE SPACES.
018600 01  WS-SUMMARY-AMT-LINE.
018700     03  FILLER                      PIC X(4)    VALUE SPACES.
018800     03  SUMA-LIT                    PIC X(34).
018900     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019000     03  FILLER                      PIC X(73)   VALUE SPACES.
019100 01  WS-BOX-SUM-LIT.
019200     03  BSL-FORM                    PIC X(7).
019300     03  FILLER                      PIC X(4)    VALUE 'BOX '.
019400     03  BSL-BOX                     PIC 99.
019500     03  FILLER                      PIC X(1)    VALUE SPACE.
019600     03  BSL-CAPTION                 PIC X(20).
019700 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
019800     EJECT
019900     COPY IMWSYRFM.
020000     EJECT
020100     COPY IMWSYRIR.
020200     EJECT
020300     COPY IMWSMNRQ.
020400     EJECT
020500 LINKAGE SECTION.
020600     COPY SIWSCNTL.
020700     EJECT
020800     COPY IMAWKMST.
020900     EJECT
021000     COPY IMWSENVO.
021100     EJECT
021200 PROCEDURE DIVISION.
021300*----------------------------------------------------------------*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021600     IF  WS-88-PARM-ERROR
021700         GO TO 0000-FINISH.
021800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
021900         UNTIL WS-88-END-OF-FILE.
022000 0000-FINISH.
022100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022200     IF  WS-88-PARM-ERROR
022300         MOVE 16 TO RETURN-CODE.
022400     GOBACK.
022500     EJECT
022600*----------------------------------------------------------------*
022700*    1000-INITIALIZE - PARAMETER CARD, BOX TABLE, FILE OPENS AND *
022800*    THE FIRST MASTER READ.  A MISSING TAX YEAR, A CTDT YEAR     *
022900*    OTHER THAN 0 OR 1, OR AN EMPTY BOX TABLE IS A PARAMETER     *
023000*    ERROR.                                                      *
023100*----------------------------------------------------------------*
023200 1000-INITIALIZE.
023300     OPEN INPUT YERT-PARM-FILE.
023400     READ YERT-PARM-FILE
023500         AT END MOVE SPACES TO YERT-PARM-RECORD.
023600     CLOSE YERT-PARM-FILE.
023700     IF  YRP-REPORT-MINIMUM NUMERIC
023800         MOVE YRP-REPORT-MINIMUM TO WS-REPORT-MIN.
023900     IF  YRP-TAX-YEAR NUMERIC
024000         MOVE YRP-TAX-YEAR TO WS-TAX-YEAR.
024100     IF  YRP-CTDT-YEAR NOT EQUAL SPACE
024200         MOVE YRP-CTDT-YEAR TO YRF-CTDT-YEAR.
024300     OPEN INPUT BOX-TABLE-FILE.
024400     PERFORM 1100-LOAD-BOX-CARD THRU 1100-EXIT
024500         UNTIL WS-88-BOX-EOF.
024600     CLOSE BOX-TABLE-FILE.
024700     OPEN OUTPUT FORM-PRINT-FILE.
024800     OPEN OUTPUT IRS-EFILE-FILE.
024900     OPEN OUTPUT YERT-BAL-RPT.
025000     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
025100     MOVE SPACES TO YERT-BAL-RPT-LINE.
025200     MOVE WS-REPORT-TITLE TO YERT-BAL-RPT-LINE.
025300     WRITE YERT-BAL-RPT-LINE.
025400     MOVE WS-TAX-YEAR   TO PRM-TAX-YEAR.
025500     MOVE YRF-CTDT-YEAR TO PRM-CTDT-YEAR.
025600     MOVE WS-REPORT-MIN TO PRM-REPORT-MIN.
025700     MOVE SPACES TO YERT-BAL-RPT-LINE.
025800     MOVE WS-PARM-LINE TO YERT-BAL-RPT-LINE.
025900     WRITE YERT-BAL-RPT-LINE.
026000     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
026100     MOVE SPACES TO SI-ENVIRONMENT-AREA.
026200     MOVE '1' TO SI-ENVIRONMENT-VSAM.
026300     MOVE 'O' TO I-O-CONTROL-OPERATOR.
026400     MOVE 'I' TO I-O-CONTROL-ACCESS.
026500     MOVE -1  TO I-O-SEND-CODE.
026600     CALL 'IMACTM' USING I-O-CONTROL-AREA
026700                         MASTER-AREA
026800                         SI-ENVIRONMENT-AREA.
026900     IF  WS-TAX-YEAR EQUAL ZERO
027000         MOVE 'PARAMETER ERROR - NO TAX YEAR' TO EXC-NOTE
027100         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
027200     IF  YRF-CTDT-YEAR NOT EQUAL '0'
027300     AND YRF-CTDT-YEAR NOT EQUAL '1'
027400         MOVE 'PARAMETER ERROR - CTDT YEAR NOT 0 OR 1' TO EXC-NOTE
027500         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
027600     IF  YRF-BOX-COUNT EQUAL ZERO
027700         MOVE 'PARAMETER ERROR - NO BOX TABLE' TO EXC-NOTE
027800         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
027900     IF  WS-88-PARM-ERROR
028000         GO TO 1000-EXIT.
028100     MOVE SPACES TO YERT-BAL-RPT-LINE.
028200     MOVE WS-EXCEPT-HEADING TO YERT-BAL-RPT-LINE.
028300     WRITE YERT-BAL-RPT-LINE.
028400     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
028500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
028600 1000-EXIT. EXIT.
028700     EJECT
028800 1100-LOAD-BOX-CARD.
028900     READ BOX-TABLE-FILE INTO YRF-BOX-CARD
029000         AT END MOVE 'Y' TO WS-BOX-EOF-SW
029100                GO TO 1100-EXIT.
029200     ADD 1 TO WS-TOT-BOX-CARDS.
029300     PERFORM YRF-ADD-BOX-CARD THRU YRF-ADD-EXIT.
029400     IF  YRF-88-REJECTED
029500         ADD 1 TO WS-TOT-BOX-REJECTS.
029600 1100-EXIT. EXIT.
029700 1200-PARM-ERROR.
029800     MOVE SPACES TO EXC-ACCOUNT.
029900     MOVE SPACES TO EXC-TAX-ID.
030000     MOVE ZERO   TO EXC-AMOUNT.
030100     MOVE SPACES TO YERT-BAL-RPT-LINE.
030200     MOVE WS-EXCEPT-LINE TO YERT-BAL-RPT-LINE.
030300     WRITE YERT-BAL-RPT-LINE.
030400     MOVE 'Y' TO WS-PARM-ERROR-SW.
030500 1200-EXIT. EXIT.
030600     EJECT
030700*----------------------------------------------------------------*
030800*    2000-PROCESS-ACCOUNT - ONE PLAN ACCOUNT.  AMOUNTS ON PLAN   *
030900*    CODES MISSING FROM THE BOX TABLE ARE LISTED SO THE TABLE    *
031000*    CAN BE CORRECTED BEFORE THE FORMS ARE RELEASED; AN ACCOUNT  *
031100*    WITH FORMS BUT NO TAX ID IS LISTED AND PRODUCES NONE.       *
031200*----------------------------------------------------------------*
031300 2000-PROCESS-ACCOUNT.
031400     ADD 1 TO WS-TOT-SCANNED.
031500     IF  WMS-PLN-TRLR-TYPE EQUAL SPACES
031600         GO TO 2000-NEXT.
031700     ADD 1 TO WS-TOT-PLAN-ACCTS.
031800     PERFORM YRF-COMPUTE-ACCOUNT THRU YRF-COMPUTE-EXIT.
031900     MOVE SPACES TO WS-TAX-ID-WORK.
032000     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
032100         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
032200     ADD YRF-NOT-RPTD-AMT TO WS-TOT-NOT-RPTD-AMT.
032300     ADD YRF-1099R-AMT (1) TO WS-TOT-MASTER-GROSS.
032400     IF  YRF-UNMAPPED-AMT NOT EQUAL ZERO
032500         ADD 1 TO WS-TOT-UNMAPPED-ACCTS
032600         ADD YRF-UNMAPPED-AMT TO WS-TOT-UNMAPPED-AMT
032700         MOVE SPACES TO EXC-NOTE
032800         STRING 'PLAN CODE ' YRF-UNMAPPED-CODE
032900                ' NOT IN BOX TABLE' DELIMITED BY SIZE
033000                INTO EXC-NOTE
033100         MOVE YRF-UNMAPPED-AMT TO EXC-AMOUNT
033200         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT.
033300     IF  NOT YRF-88-5498
033400     AND NOT YRF-88-1099R
033500         GO TO 2000-NEXT.
033600     IF  WS-TAX-ID-WORK EQUAL SPACES
033700         ADD 1 TO WS-TOT-NO-TAX-ID
033800         ADD YRF-1099R-AMT (1) TO WS-TOT-NO-TAX-ID-AMT
033900         MOVE 'NO TAX ID - FORMS NOT PRODUCED' TO EXC-NOTE
034000         MOVE YRF-1099R-AMT (1) TO EXC-AMOUNT
034100         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
034200         GO TO 2000-NEXT.
034300     IF  YRF-88-5498
034400         PERFORM 3000-WRITE-5498 THRU 3000-EXIT.
034500     IF  YRF-88-1099R
034600         PERFORM 3100-WRITE-1099R THRU 3100-EXIT.
034700 2000-NEXT.
034800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
034900 2000-EXIT. EXIT.
035000     EJECT
035100 2100-READ-MASTER.
035200     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
035300     MOVE -1   TO I-O-SEND-CODE.
035400     CALL 'IMACTM' USING I-O-CONTROL-AREA
035500                         MASTER-AREA
035600                         SI-ENVIRONMENT-AREA.
035700     IF  I-O-88-END-OF-FILE
035800         MOVE 'Y' TO WS-END-OF-FILE-SW.
035900 2100-EXIT. EXIT.
036000 2200-WRITE-EXCEPTION.
036100     MOVE WMS-CONTROL-KEY TO EXC-ACCOUNT.
036200     MOVE WS-TAX-ID-WORK  TO EXC-TAX-ID.
036300     MOVE SPACES TO YERT-BAL-RPT-LINE.
036400     MOVE WS-EXCEPT-LINE TO YERT-BAL-RPT-LINE.
036500     WRITE YERT-BAL-RPT-LINE.
036600 2200-EXIT. EXIT.
036700     EJECT
036800*----------------------------------------------------------------*
036900*    3000-WRITE-5498 / 3100-WRITE-1099R - THE 1099-R MINIMUM     *
037000*    APPLIES TO THE GROSS DISTRIBUTION, BUT ANY FEDERAL OR STATE *
037100*    WITHHOLDING FORCES THE FORM.  A 1099-R WHOSE DISTRIBUTION   *
037200*    CODE HAD TO DEFAULT IS LISTED FOR REVIEW.                   *
037300*----------------------------------------------------------------*
037400 3000-WRITE-5498.
037500     MOVE '5' TO WS-FORM-SW.
037600     MOVE YRF-5498-AMTS TO WS-FORM-AMTS.
037700     MOVE SPACES TO WS-DIST-CODE.
037800     PERFORM 3200-PRODUCE-FORM THRU 3200-EXIT.
037900     ADD 1 TO WS-TOT-5498-FORMS.
038000 3000-EXIT. EXIT.
038100 3100-WRITE-1099R.
038200     IF  YRF-1099R-AMT (1) LESS THAN WS-REPORT-MIN
038300     AND YRF-1099R-AMT (4) EQUAL ZERO
038400     AND YRF-1099R-AMT (14) EQUAL ZERO
038500         ADD 1 TO WS-TOT-UNDER-MIN
038600         ADD YRF-1099R-AMT (1) TO WS-TOT-UNDER-MIN-AMT
038700         GO TO 3100-EXIT.
038800     IF  YRF-88-DIST-DEFAULTED
038900         ADD 1 TO WS-TOT-DIST-DEFAULTED
039000         MOVE SPACES TO EXC-NOTE
039100         STRING 'DIST CODE DEFAULTED TO 7 - PLAN CODE '
039200                WMS-PLN-TRLR-LAST-DIST-CODE DELIMITED BY SIZE
039300                INTO EXC-NOTE
039400         MOVE YRF-1099R-AMT (1) TO EXC-AMOUNT
039500         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT.
039600     MOVE 'R' TO WS-FORM-SW.
039700     MOVE YRF-1099R-AMTS TO WS-FORM-AMTS.
039800     MOVE YRF-DIST-CODE TO WS-DIST-CODE.
039900     PERFORM 3200-PRODUCE-FORM THRU 3200-EXIT.
040000     ADD 1 TO WS-TOT-1099R-FORMS.
040100 3100-EXIT. EXIT.
040200     EJECT
040300*----------------------------------------------------------------*
040400*    3200-PRODUCE-FORM - PRINT IMAGE (A HEADING LINE AND ONE     *
040500*    LINE PER BOX WITH AN AMOUNT) AND THE 'B' E-FILE RECORD FOR  *
040600*    THE FORM IN WS-FORM-AMTS.  A BOX THAT NETS NEGATIVE IS      *
040700*    LISTED AND REPORTED AS ZERO.                                *
040800*----------------------------------------------------------------*
040900 3200-PRODUCE-FORM.
041000     MOVE SPACES TO RET-IRS-RECORD.
041100     MOVE 'B'                TO RIR-REC-TYPE.
041200     MOVE WS-TAX-YEAR        TO RIR-TAX-YEAR.
041300     MOVE WS-TAX-ID-WORK     TO RIR-TAX-ID.
041400     MOVE WMS-CONTROL-KEY    TO RIR-ACCOUNT.
041500     MOVE WS-DIST-CODE       TO RIR-DIST-CODE.
041600     MOVE SPACES             TO WS-FORM-HEAD-LINE.
041700     IF  WS-88-FORM-5498
041800         MOVE '5498 '        TO RIR-FORM-TYPE
041900         MOVE '5498'         TO FRH-FORM-TYPE
042000     ELSE
042100         MOVE '1099R'        TO RIR-FORM-TYPE
042200         MOVE '1099-R'       TO FRH-FORM-TYPE
042300         MOVE 'DIST CODE '   TO FRH-DIST-LIT
042400         MOVE WS-DIST-CODE   TO FRH-DIST-CODE.
042500     MOVE WS-TAX-ID-WORK     TO FRH-TAX-ID.
042600     MOVE WS-TAX-YEAR        TO FRH-TAX-YEAR.
042700     MOVE WMS-CONTROL-KEY    TO FRH-ACCOUNT.
042800     MOVE SPACES TO FORM-PRINT-LINE.
042900     MOVE WS-FORM-HEAD-LINE TO FORM-PRINT-LINE.
043000     WRITE FORM-PRINT-LINE.
043100     PERFORM 3210-ONE-BOX THRU 3210-EXIT
043200         VARYING WS-SUB FROM 1 BY 1
043300         UNTIL WS-SUB GREATER THAN 14.
043400     MOVE SPACES TO IRS-EFILE-LINE.
043500     MOVE RET-IRS-RECORD TO IRS-EFILE-LINE.
043600     WRITE IRS-EFILE-LINE.
043700     ADD 1 TO WS-TOT-EFILE-RECS.
043800 3200-EXIT. EXIT.
043900 3210-ONE-BOX.
044000     IF  WS-FORM-AMT (WS-SUB) LESS THAN ZERO
044100         ADD 1 TO WS-TOT-NEGATIVE-BOXES
044200         MOVE WS-SUB TO WS-BOX-DISPLAY
044300         MOVE SPACES TO EXC-NOTE
044400         STRING 'NEGATIVE BOX ' WS-BOX-DISPLAY ' ON '
044500                FRH-FORM-TYPE ' - ZEROED'
044600                DELIMITED BY SIZE
044700                INTO EXC-NOTE
044800         MOVE WS-FORM-AMT (WS-SUB) TO EXC-AMOUNT
044900         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
045000         MOVE ZERO TO WS-FORM-AMT (WS-SUB).
045100     MOVE WS-FORM-AMT (WS-SUB) TO RIR-BOX-AMOUNT (WS-SUB).
045200     IF  WS-FORM-AMT (WS-SUB) EQUAL ZERO
045300         GO TO 3210-EXIT.
045400     ADD WS-FORM-AMT (WS-SUB) TO WS-TOT-EFILE-AMT.
045500     IF  WS-88-FORM-5498
045600         ADD WS-FORM-AMT (WS-SUB) TO WS-TOT-5498-BOX (WS-SUB)
045700         MOVE YRF-5498-CAPTION (WS-SUB) TO FRB-CAPTION
045800     ELSE
045900         ADD WS-FORM-AMT (WS-SUB) TO WS-TOT-1099R-BOX (WS-SUB)
046000         MOVE YRF-1099R-CAPTION (WS-SUB) TO FRB-CAPTION.
046100     MOVE WS-SUB TO FRB-BOX.
046200     MOVE WS-FORM-AMT (WS-SUB) TO FRB-AMOUNT.
046300     MOVE SPACES TO FORM-PRINT-LINE.
046400     MOVE WS-FORM-BOX-LINE TO FORM-PRINT-LINE.
046500     WRITE FORM-PRINT-LINE.
046600 3210-EXIT. EXIT.
046700     EJECT
046800*----------------------------------------------------------------*
046900*    9000-TERMINATE - SUMMARY COUNTS, THE FORM BOX TOTALS AND    *
047000*    THE RECONCILING AMOUNTS.  1099-R BOX 1 PLUS THE             *
047100*    UNDER-MINIMUM AND NO-TAX-ID AMOUNTS TIES TO THE MASTER      *
047200*    GROSS DISTRIBUTIONS.  THE E-FILE IS MANIFESTED UNLESS THE   *
047300*    RUN STOPPED ON A PARAMETER ERROR.                           *
047400*----------------------------------------------------------------*
047500 9000-TERMINATE.
047600     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
047700     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
047800     MOVE WS-TOT-SCANNED TO SUM-COUNT.
047900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048000     MOVE 'PLAN ACCOUNTS                     ' TO SUM-LIT.
048100     MOVE WS-TOT-PLAN-ACCTS TO SUM-COUNT.
048200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048300     MOVE 'BOX TABLE CARDS READ              ' TO SUM-LIT.
048400     MOVE WS-TOT-BOX-CARDS TO SUM-COUNT.
048500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048600     MOVE 'BOX TABLE CARDS REJECTED          ' TO SUM-LIT.
048700     MOVE WS-TOT-BOX-REJECTS TO SUM-COUNT.
048800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048900     MOVE '5498 FORMS PRODUCED               ' TO SUM-LIT.
049000     MOVE WS-TOT-5498-FORMS TO SUM-COUNT.
049100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049200     MOVE '1099-R FORMS PRODUCED             ' TO SUM-LIT.
049300     MOVE WS-TOT-1099R-FORMS TO SUM-COUNT.
049400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049500     MOVE '1099-R UNDER REPORTING MINIMUM    ' TO SUM-LIT.
049600     MOVE WS-TOT-UNDER-MIN TO SUM-COUNT.
049700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049800     MOVE 'PLAN ACCOUNTS WITH NO TAX ID      ' TO SUM-LIT.
049900     MOVE WS-TOT-NO-TAX-ID TO SUM-COUNT.
050000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050100     MOVE 'ACCOUNTS WITH UNMAPPED PLAN CODES ' TO SUM-LIT.
050200     MOVE WS-TOT-UNMAPPED-ACCTS TO SUM-COUNT.
050300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050400     MOVE 'DISTRIBUTION CODES DEFAULTED      ' TO SUM-LIT.
050500     MOVE WS-TOT-DIST-DEFAULTED TO SUM-COUNT.
050600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050700     MOVE 'NEGATIVE BOXES REPORTED AS ZERO   ' TO SUM-LIT.
050800     MOVE WS-TOT-NEGATIVE-BOXES TO SUM-COUNT.
050900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051000     MOVE 'IRS E-FILE RECORDS WRITTEN        ' TO SUM-LIT.
051100     MOVE WS-TOT-EFILE-RECS TO SUM-COUNT.
051200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051300     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
051400     MOVE '5498' TO BSL-FORM.
051500     PERFORM 9300-5498-TOTAL THRU 9300-EXIT
051600         VARYING WS-SUB FROM 1 BY 1
051700         UNTIL WS-SUB GREATER THAN 14.
051800     MOVE '1099-R' TO BSL-FORM.
051900     PERFORM 9400-1099R-TOTAL THRU 9400-EXIT
052000         VARYING WS-SUB FROM 1 BY 1
052100         UNTIL WS-SUB GREATER THAN 14.
052200     WRITE YERT-BAL-RPT-LINE FROM WS-BLANK-LINE.
052300     MOVE 'MASTER GROSS DISTRIBUTIONS        ' TO SUMA-LIT.
052400     MOVE WS-TOT-MASTER-GROSS TO SUMA-AMT.
052500     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
052600     MOVE 'UNDER-MINIMUM GROSS (RECONCILE)   ' TO SUMA-LIT.
052700     MOVE WS-TOT-UNDER-MIN-AMT TO SUMA-AMT.
052800     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
052900     MOVE 'NO-TAX-ID GROSS (RECONCILE)       ' TO SUMA-LIT.
053000     MOVE WS-TOT-NO-TAX-ID-AMT TO SUMA-AMT.
053100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
053200     MOVE 'UNMAPPED PLAN CODE AMOUNTS        ' TO SUMA-LIT.
053300     MOVE WS-TOT-UNMAPPED-AMT TO SUMA-AMT.
053400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
053500     MOVE 'PLAN CODE AMOUNTS NOT REPORTED    ' TO SUMA-LIT.
053600     MOVE WS-TOT-NOT-RPTD-AMT TO SUMA-AMT.
053700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
053800     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
053900     MOVE -1   TO I-O-SEND-CODE.
054000     CALL 'IMACTM' USING I-O-CONTROL-AREA
054100                         MASTER-AREA
054200                         SI-ENVIRONMENT-AREA.
054300     IF  WS-88-PARM-ERROR
054400         GO TO 9000-CLOSE.
054500     MOVE 'W' TO MRQ-FUNCTION.
054600     MOVE 'IMYERIRS' TO MRQ-FILE-ID.
054700     MOVE WS-TOT-EFILE-RECS TO MRQ-RECORD-COUNT.
054800     MOVE WS-TOT-EFILE-AMT TO MRQ-AMOUNT-HASH.
054900     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
055000 9000-CLOSE.
055100     CLOSE FORM-PRINT-FILE.
055200     CLOSE IRS-EFILE-FILE.
055300     CLOSE YERT-BAL-RPT.
055400 9000-EXIT. EXIT.
055500 9100-PRINT-SUMMARY.
055600     MOVE SPACES TO YERT-BAL-RPT-LINE.
055700     MOVE WS-SUMMARY-LINE TO YERT-BAL-RPT-LINE.
055800     WRITE YERT-BAL-RPT-LINE.
055900 9100-EXIT. EXIT.
056000 9200-PRINT-AMOUNT.
056100     MOVE SPACES TO YERT-BAL-RPT-LINE.
056200     MOVE WS-SUMMARY-AMT-LINE TO YERT-BAL-RPT-LINE.
056300     WRITE YERT-BAL-RPT-LINE.
056400 9200-EXIT. EXIT.
056500 9300-5498-TOTAL.
056600     IF  WS-TOT-5498-BOX (WS-SUB) EQUAL ZERO
056700         GO TO 9300-EXIT.
056800     MOVE WS-SUB TO BSL-BOX.
056900     MOVE YRF-5498-CAPTION (WS-SUB) TO BSL-CAPTION.
057000     MOVE WS-BOX-SUM-LIT TO SUMA-LIT.
057100     MOVE WS-TOT-5498-BOX (WS-SUB) TO SUMA-AMT.
057200     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
057300 9300-EXIT. EXIT.
057400 9400-1099R-TOTAL.
057500     IF  WS-TOT-1099R-BOX (WS-SUB) EQUAL ZERO
057600         GO TO 9400-EXIT.
057700     MOVE WS-SUB TO BSL-BOX.
057800     MOVE YRF-1099R-CAPTION (WS-SUB) TO BSL-CAPTION.
057900     MOVE WS-BOX-SUM-LIT TO SUMA-LIT.
058000     MOVE WS-TOT-1099R-BOX (WS-SUB) TO SUMA-AMT.
058100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
058200 9400-EXIT. EXIT.
058300     EJECT
058400     COPY IMPDYRFM.
