002370*                THE DCD BUCKETS EXIST ONLY ON DECEDENT          *
002380*                TRAILERS AND BELONG TO THE BENEFICIARY TAX      *
002390*                ID, THE SAME SPLIT IMTAXEXT REPORTS.            *
002391* 09/17/26 JCTE BACKUP-WITHHOLDING EVENT LOG (IMWSBWEV)  GN6186 *
002392*                FROM IMBNOTIC READ - A TAX ID UNDER BACKUP     *
002393*                WITHHOLDING IN THE TAX YEAR, OR WITH ANY       *
002394*                FEDERAL WITHHOLDING, GETS A 1099-INT EVEN      *
002395*                UNDER THE MINIMUM, AND EACH ACCOUNT WITHHELD   *
002396*                IS LISTED ON THE BALANCING REPORT.             *
002397* 10/05/26 JCTE IOLTA TRUST ACCOUNTS (WMS-TRUST-CODE IN  GN6207 *
002398*                THE PARM IOLTA CODES) ARE LEFT OFF THE FORMS - *
002399*                THE INTEREST IS REMITTED BY IMIOLTA.           *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT YETAX-BAL-RPT     ASSIGN TO "IMYETRPT"
003500         ORGANIZATION IS SEQUENTIAL.
003525     SELECT OPTIONAL BKUP-EVENT-FILE ASSIGN TO "IMBNTEVT"         GN6186
003550         ORGANIZATION IS SEQUENTIAL                               GN6186
003575         FILE STATUS IS WS-BWE-FILE-STATUS.                       GN6186
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  YETAX-PARM-FILE
004000 01  YETAX-PARM-RECORD.
004100     03  YTP-REPORT-MINIMUM          PIC 9(5)V99.
004200     03  YTP-TAX-YEAR                PIC 9(4).
004250     03  YTP-IOLTA-CODES             PIC X(5).                    GN6207
004300     03  FILLER                      PIC X(64).                   GN6207
004400 FD  FORM-PRINT-FILE
004500     RECORD CONTAINS 133 CHARACTERS.
004600 01  FORM-PRINT-LINE                 PIC X(133).
005700 FD  YETAX-BAL-RPT
005800     RECORD CONTAINS 133 CHARACTERS.
005900 01  YETAX-BAL-RPT-LINE              PIC X(133).
005933 FD  BKUP-EVENT-FILE.                                             GN6186
005966     COPY IMWSBWEV.                                               GN6186
006000 WORKING-STORAGE SECTION.
006100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYETAX'.
006200 77  WS-TIN-MAX                      PIC S9(5)   COMP VALUE +9000.
006233 77  WS-BKW-MAX                      PIC S9(5)   COMP VALUE +2000.GN6186
006266 77  WS-BWE-FILE-STATUS              PIC X(2)    VALUE SPACES.    GN6186
006300 01  WS-SWITCHES.
006400     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
006500         88  WS-88-END-OF-FILE       VALUE 'Y'.
006520     03  WS-BWE-EOF-SW               PIC X(1)    VALUE 'N'.       GN6186
006540         88  WS-88-BWE-EOF           VALUE 'Y'.                   GN6186
006560     03  WS-BKUP-REPORT-SW           PIC X(1)    VALUE 'N'.       GN6186
006580         88  WS-88-BKUP-REPORT       VALUE 'Y'.                   GN6186
006585     03  WS-ABORT-SW                 PIC X(1)    VALUE 'N'.       GN6186
006590         88  WS-88-ABORT             VALUE 'Y'.                   GN6186
006600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
006700 01  WS-TIN-SUB                      PIC S9(5)   COMP VALUE 0.
006800 01  WS-TIN-COUNT                    PIC S9(5)   COMP VALUE 0.
006900 01  WS-REPORT-MIN                   PIC S9(5)V99 COMP-3 VALUE 0.
006950 01  WS-TAX-YEAR                     PIC 9(4)    VALUE 0.
006955 01  WS-BKW-SUB                      PIC S9(5)   COMP VALUE 0.    GN6186
006960 01  WS-BKW-COUNT                    PIC S9(5)   COMP VALUE 0.    GN6186
006965 01  WS-YEAR-START                   PIC 9(8)    VALUE 0.         GN6186
006970 01  WS-YEAR-END                     PIC 9(8)    VALUE 0.         GN6186
006975 01  WS-EVENT-DATE-8                 PIC 9(8)    VALUE 0.         GN6186
006980 01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE-8.                   GN6186
006985     03  WS-EVENT-CC                 PIC 99.                      GN6186
006990     03  WS-EVENT-YYMMDD             PIC 9(6).                    GN6186
006992 01  WS-IOLTA-CODES                  PIC X(5)    VALUE 'I'.       GN6207
006994 01  WS-IOLTA-SW                     PIC X(1)    VALUE 'N'.       GN6207
006996     88  WS-88-IOLTA                 VALUE 'Y'.                   GN6207
007000 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
007100 01  WS-INT-WORK                     PIC S9(13)V99 COMP-3
007200                                     VALUE 0.
008400         05  WS-TIN-FED-WTHLD        PIC S9(13)V99 COMP-3.
008410         05  WS-TIN-STATE-WTHLD      PIC S9(13)V99 COMP-3.
008420         05  WS-TIN-LOCAL-WTHLD      PIC S9(13)V99 COMP-3.
008425*----------------------------------------------------------------*GN6186
008430*    ACCOUNTS PLACED ON BACKUP WITHHOLDING BY IMBNOTIC, WITH THE *GN6186
008435*    LATEST START AND LIFT FROM THE EVENT LOG.  IN-YEAR IS SET   *GN6186
008440*    WHEN ANY PERIOD OF WITHHOLDING FELL IN THE TAX YEAR.        *GN6186
008445*----------------------------------------------------------------*GN6186
008450 01  WS-BKUP-TABLE.                                               GN6186
008455     03  WS-BKW-ENTRY OCCURS 2000 TIMES                           GN6186
008460                      INDEXED BY BKX.                             GN6186
008465         05  WS-BKW-ACCOUNT          PIC X(22).                   GN6186
008470         05  WS-BKW-TAX-ID           PIC X(11).                   GN6186
008475         05  WS-BKW-START-DATE       PIC 9(8).                    GN6186
008480         05  WS-BKW-LIFT-DATE        PIC 9(8).                    GN6186
008485         05  WS-BKW-IN-YEAR-SW       PIC X.                       GN6186
008490             88  WS-88-BKW-IN-YEAR   VALUE 'Y'.                   GN6186
008500     EJECT
008600 01  WS-TOTALS.
008700     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
009440                                     VALUE 0.
009450     03  WS-TOT-UNDER-MIN-AMT        PIC S9(15)V99 COMP-3
009460                                     VALUE 0.
009470     03  WS-TOT-BKUP-ACCTS           PIC 9(7)    COMP VALUE 0.    GN6186
009480     03  WS-TOT-BKUP-NO-WTHLD        PIC 9(7)    COMP VALUE 0.    GN6186
009490     03  WS-TOT-BKUP-FORCED          PIC 9(7)    COMP VALUE 0.    GN6186
009492     03  WS-TOT-IOLTA-ACCTS          PIC 9(7)    COMP VALUE 0.    GN6207
009494     03  WS-TOT-IOLTA-INT            PIC S9(15)V99 COMP-3         GN6207
009496                                     VALUE 0.                     GN6207
009500     EJECT
009600 01  WS-REPORT-TITLE.
009700     03  FILLER                      PIC X(48)   VALUE
011800     03  SUMA-LIT                    PIC X(34).
011900     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
012000     03  FILLER                      PIC X(74)   VALUE SPACES.
012004 01  WS-BKUP-HEADING.                                             GN6186
012008     03  FILLER                      PIC X(4)    VALUE SPACES.    GN6186
012012     03  FILLER                      PIC X(50)   VALUE            GN6186
012016         'TAX ID       START     LIFTED            INTEREST '.    GN6186
012020     03  FILLER                      PIC X(50)   VALUE            GN6186
012024         '         WITHHELD  NOTE                           '.    GN6186
012028     03  FILLER                      PIC X(29)   VALUE SPACES.    GN6186
012032 01  WS-BKUP-DETAIL-LINE.                                         GN6186
012036     03  FILLER                      PIC X(4)    VALUE SPACES.    GN6186
012040     03  BKD-TAX-ID                  PIC X(11).                   GN6186
012044     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6186
012048     03  BKD-START-DATE              PIC 9(8).                    GN6186
012052     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6186
012056     03  BKD-LIFT-DATE               PIC 9(8).                    GN6186
012060     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6186
012064     03  BKD-INT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.        GN6186
012068     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6186
012072     03  BKD-FED-WTHLD               PIC Z,ZZZ,ZZZ,ZZ9.99.        GN6186
012076     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6186
012080     03  BKD-NOTE                    PIC X(30).                   GN6186
012084     03  FILLER                      PIC X(30)   VALUE SPACES.    GN6186
012086 01  WS-ABORT-LINE.                                               GN6186
012088     03  FILLER                      PIC X(4)    VALUE SPACES.    GN6186
012090     03  FILLER                      PIC X(50)   VALUE            GN6186
012092         'BACKUP WITHHOLDING EVENT LOG EXCEEDS THE TABLE - R'.    GN6186
012094     03  FILLER                      PIC X(50)   VALUE            GN6186
012096         'UN STOPPED, NO FORMS WRITTEN                      '.    GN6186
012098     03  FILLER                      PIC X(29)   VALUE SPACES.    GN6186
012100 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
012200     EJECT
012300 LINKAGE SECTION.
013100*----------------------------------------------------------------*
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
013325     IF  WS-88-ABORT                                              GN6186
013350         GOBACK.                                                  GN6186
013400     PERFORM 2000-MERGE-ACCOUNT   THRU 2000-EXIT
013500         UNTIL WS-88-END-OF-FILE.
013600     PERFORM 3000-PRODUCE-FORMS   THRU 3000-EXIT.
014300         AT END MOVE 'Y' TO WS-END-OF-FILE-SW.
014400     MOVE YTP-REPORT-MINIMUM TO WS-REPORT-MIN.
014450     MOVE YTP-TAX-YEAR TO WS-TAX-YEAR.
014451     IF  YTP-IOLTA-CODES NOT EQUAL SPACES                         GN6207
014452         MOVE YTP-IOLTA-CODES TO WS-IOLTA-CODES.                  GN6207
014453     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.          GN6186
014456     COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.          GN6186
014462     OPEN INPUT BKUP-EVENT-FILE.                                  GN6186
014465     IF  WS-BWE-FILE-STATUS EQUAL '05' OR '35'                    GN6186
014468         MOVE 'Y' TO WS-BWE-EOF-SW.                               GN6186
014471     PERFORM 1100-LOAD-BKUP-EVENT THRU 1100-EXIT                  GN6186
014474         UNTIL WS-88-BWE-EOF.                                     GN6186
014477     CLOSE BKUP-EVENT-FILE.                                       GN6186
014480     PERFORM 1200-CLOSE-PERIOD THRU 1200-EXIT                     GN6186
014483         VARYING WS-BKW-SUB FROM 1 BY 1                           GN6186
014486         UNTIL WS-BKW-SUB GREATER THAN WS-BKW-COUNT.              GN6186
014500     CLOSE YETAX-PARM-FILE.
014510     IF  WS-88-ABORT                                              GN6186
014520         OPEN OUTPUT YETAX-BAL-RPT                                GN6186
014530         MOVE SPACES TO YETAX-BAL-RPT-LINE                        GN6186
014540         MOVE WS-ABORT-LINE TO YETAX-BAL-RPT-LINE                 GN6186
014550         WRITE YETAX-BAL-RPT-LINE                                 GN6186
014560         CLOSE YETAX-BAL-RPT                                      GN6186
014570         MOVE 16 TO RETURN-CODE                                   GN6186
014580         GO TO 1000-EXIT.                                         GN6186
014600     OPEN OUTPUT FORM-PRINT-FILE.
014700     OPEN OUTPUT IRS-EFILE-FILE.
014800     OPEN OUTPUT YETAX-BAL-RPT.
016200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
016300 1000-EXIT. EXIT.
016400     EJECT
016401*----------------------------------------------------------------*GN6186
016402*    1100-LOAD-BKUP-EVENT - THE EVENT LOG IS IN DATE ORDER.  A   *GN6186
016403*    START OPENS A PERIOD ON THE ACCOUNT; A LIFT OR A CLOSED     *GN6186
016404*    CASE ENDS IT, AND A PERIOD OVERLAPPING THE TAX YEAR MARKS   *GN6186
016405*    THE ACCOUNT IN-YEAR.  NOTICES AND CERTIFICATIONS DO NOT     *GN6186
016406*    AFFECT WITHHOLDING AND ARE PASSED BY.                       *GN6186
016407*----------------------------------------------------------------*GN6186
016408 1100-LOAD-BKUP-EVENT.                                            GN6186
016409     READ BKUP-EVENT-FILE                                         GN6186
016410         AT END MOVE 'Y' TO WS-BWE-EOF-SW                         GN6186
016411                GO TO 1100-EXIT.                                  GN6186
016412     IF  NOT BWE-88-WTHLD-STARTED                                 GN6186
016413     AND NOT BWE-88-WTHLD-LIFTED                                  GN6186
016414     AND NOT BWE-88-ACCOUNT-CLOSED                                GN6186
016415         GO TO 1100-EXIT.                                         GN6186
016416     MOVE BWE-EVENT-DATE TO WS-EVENT-YYMMDD.                      GN6186
016417     IF  BWE-EVENT-DATE (1:2) LESS THAN '50'                      GN6186
016418         MOVE 20 TO WS-EVENT-CC                                   GN6186
016419     ELSE                                                         GN6186
016420         MOVE 19 TO WS-EVENT-CC.                                  GN6186
016421     PERFORM 1150-FIND-BKUP THRU 1150-EXIT.                       GN6186
016422     IF  WS-BKW-SUB EQUAL ZERO                                    GN6186
016423         GO TO 1100-EXIT.                                         GN6186
016424     SET BKX TO WS-BKW-SUB.                                       GN6186
016425     IF  BWE-88-WTHLD-STARTED                                     GN6186
016426         IF  WS-BKW-START-DATE (BKX) EQUAL ZERO                   GN6186
016427         OR  WS-BKW-LIFT-DATE (BKX) NOT EQUAL ZERO                GN6186
016428             MOVE WS-EVENT-DATE-8 TO WS-BKW-START-DATE (BKX)      GN6186
016429             MOVE ZERO TO WS-BKW-LIFT-DATE (BKX)                  GN6186
016430             MOVE BWE-TAX-ID TO WS-BKW-TAX-ID (BKX)               GN6186
016431             GO TO 1100-EXIT                                      GN6186
016432         ELSE                                                     GN6186
016433             GO TO 1100-EXIT.                                     GN6186
016434     IF  WS-BKW-START-DATE (BKX) EQUAL ZERO                       GN6186
016435     OR  WS-BKW-LIFT-DATE (BKX) NOT EQUAL ZERO                    GN6186
016436         GO TO 1100-EXIT.                                         GN6186
016437     MOVE WS-EVENT-DATE-8 TO WS-BKW-LIFT-DATE (BKX).              GN6186
016438     IF  WS-BKW-START-DATE (BKX) NOT GREATER THAN WS-YEAR-END     GN6186
016439     AND WS-BKW-LIFT-DATE (BKX) NOT LESS THAN WS-YEAR-START       GN6186
016440         MOVE 'Y' TO WS-BKW-IN-YEAR-SW (BKX).                     GN6186
016441 1100-EXIT. EXIT.                                                 GN6186
016442*----------------------------------------------------------------*GN6186
016443*    1150-FIND-BKUP - LOCATE THE EVENT'S ACCOUNT; A START ADDS   *GN6186
016444*    IT.  A LIFT FOR AN ACCOUNT NEVER STARTED IS NOT ADDED.      *GN6186
016445*----------------------------------------------------------------*GN6186
016446 1150-FIND-BKUP.                                                  GN6186
016447     MOVE ZERO TO WS-BKW-SUB.                                     GN6186
016448     PERFORM 1160-SCAN-BKUP THRU 1160-EXIT                        GN6186
016449         VARYING WS-SUB FROM 1 BY 1                               GN6186
016450         UNTIL WS-SUB GREATER THAN WS-BKW-COUNT                   GN6186
016451         OR    WS-BKW-SUB GREATER THAN ZERO.                      GN6186
016452     IF  WS-BKW-SUB GREATER THAN ZERO                             GN6186
016453         GO TO 1150-EXIT.                                         GN6186
016454     IF  NOT BWE-88-WTHLD-STARTED                                 GN6186
016455         GO TO 1150-EXIT.                                         GN6186
016456     IF  WS-BKW-COUNT NOT LESS THAN WS-BKW-MAX                    GN6186
016457         MOVE 'Y' TO WS-ABORT-SW                                  GN6186
016458         MOVE 'Y' TO WS-BWE-EOF-SW                                GN6186
016459         GO TO 1150-EXIT.                                         GN6186
016460     ADD 1 TO WS-BKW-COUNT.                                       GN6186
016461     SET BKX TO WS-BKW-COUNT.                                     GN6186
016462     MOVE BWE-ACCOUNT TO WS-BKW-ACCOUNT (BKX).                    GN6186
016463     MOVE BWE-TAX-ID  TO WS-BKW-TAX-ID (BKX).                     GN6186
016464     MOVE ZERO TO WS-BKW-START-DATE (BKX).                        GN6186
016465     MOVE ZERO TO WS-BKW-LIFT-DATE (BKX).                         GN6186
016466     MOVE 'N'  TO WS-BKW-IN-YEAR-SW (BKX).                        GN6186
016467     MOVE WS-BKW-COUNT TO WS-BKW-SUB.                             GN6186
016468 1150-EXIT. EXIT.                                                 GN6186
016469 1160-SCAN-BKUP.                                                  GN6186
016470     SET BKX TO WS-SUB.                                           GN6186
016471     IF  WS-BKW-ACCOUNT (BKX) EQUAL BWE-ACCOUNT                   GN6186
016472         MOVE WS-SUB TO WS-BKW-SUB.                               GN6186
016473 1160-EXIT. EXIT.                                                 GN6186
016474*----------------------------------------------------------------*GN6186
016475*    1200-CLOSE-PERIOD - A PERIOD STILL OPEN AT THE END OF THE   *GN6186
016476*    LOG IS IN-YEAR IF IT STARTED BY THE END OF THE TAX YEAR.    *GN6186
016477*----------------------------------------------------------------*GN6186
016478 1200-CLOSE-PERIOD.                                               GN6186
016479     SET BKX TO WS-BKW-SUB.                                       GN6186
016480     IF  WS-BKW-LIFT-DATE (BKX) EQUAL ZERO                        GN6186
016481     AND WS-BKW-START-DATE (BKX) NOT GREATER THAN WS-YEAR-END     GN6186
016482         MOVE 'Y' TO WS-BKW-IN-YEAR-SW (BKX).                     GN6186
016483 1200-EXIT. EXIT.                                                 GN6186
016484     EJECT                                                        GN6186
016500 2100-READ-MASTER.
016600     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
016700     MOVE -1   TO I-O-SEND-CODE.
018720         WMS-IOD-YTD-STATE-TAX + WMS-YTD-SAV-STATE-TAX.
018730     COMPUTE WS-LOCAL-WORK =
018740         WMS-IOD-YTD-LOCAL-TAX + WMS-YTD-SAV-LOCAL-TAX.
018750     MOVE 'N' TO WS-IOLTA-SW.                                     GN6207
018755     PERFORM 2250-TEST-IOLTA THRU 2250-EXIT                       GN6207
018760         VARYING WS-SUB FROM 1 BY 1                               GN6207
018765         UNTIL WS-SUB GREATER THAN 5                              GN6207
018770         OR    WS-88-IOLTA.                                       GN6207
018775     IF  WS-88-IOLTA                                              GN6207
018780         ADD 1 TO WS-TOT-IOLTA-ACCTS                              GN6207
018785         ADD WS-INT-WORK TO WS-TOT-IOLTA-INT                      GN6207
018790         GO TO 2000-NEXT.                                         GN6207
018800     IF  WS-INT-WORK EQUAL ZERO
018900     AND WS-1042-WORK EQUAL ZERO
019000         GO TO 2000-NEXT.
022800     IF  WS-TIN-TAX-ID (TIX) EQUAL WS-TAX-ID-WORK
022900         MOVE WS-SUB TO WS-TIN-SUB.
023000 2210-EXIT. EXIT.
023005     EJECT                                                        GN6207
023010*----------------------------------------------------------------*GN6207
023020*    2250-TEST-IOLTA - AN IOLTA TRUST ACCOUNT'S INTEREST IS      *GN6207
023030*    REMITTED TO THE STATE BAR FOUNDATION BY IMIOLTA AND IS      *GN6207
023040*    NOT REPORTABLE TO THE ATTORNEY.                             *GN6207
023050*----------------------------------------------------------------*GN6207
023060 2250-TEST-IOLTA.                                                 GN6207
023070     IF  WS-IOLTA-CODES (WS-SUB:1) NOT EQUAL SPACE                GN6207
023080     AND WS-IOLTA-CODES (WS-SUB:1) EQUAL WMS-TRUST-CODE           GN6207
023085         MOVE 'Y' TO WS-IOLTA-SW.                                 GN6207
023090 2250-EXIT. EXIT.                                                 GN6207
023100     EJECT
023110*----------------------------------------------------------------*
023120*    2300-MERGE-DECEDENT - A DECEDENT TAX TRAILER'S YTD          *
023800     PERFORM 3100-ONE-TIN THRU 3100-EXIT
023900         VARYING WS-SUB FROM 1 BY 1
024000         UNTIL WS-SUB GREATER THAN WS-TIN-COUNT.
024011     IF  WS-BKW-COUNT GREATER THAN ZERO                           GN6186
024022         WRITE YETAX-BAL-RPT-LINE FROM WS-BLANK-LINE              GN6186
024033         MOVE SPACES TO YETAX-BAL-RPT-LINE                        GN6186
024044         MOVE WS-BKUP-HEADING TO YETAX-BAL-RPT-LINE               GN6186
024055         WRITE YETAX-BAL-RPT-LINE                                 GN6186
024066         PERFORM 3500-LIST-BKUP THRU 3500-EXIT                    GN6186
024077             VARYING WS-BKW-SUB FROM 1 BY 1                       GN6186
024088             UNTIL WS-BKW-SUB GREATER THAN WS-BKW-COUNT.          GN6186
024100 3000-EXIT. EXIT.
024200 3100-ONE-TIN.
024300     SET TIX TO WS-SUB.
024350     PERFORM 3050-TEST-BKUP THRU 3050-EXIT.                       GN6186
024400     IF  WS-TIN-INT-AMT (TIX) GREATER THAN ZERO
024500         IF  WS-TIN-INT-AMT (TIX) NOT LESS THAN WS-REPORT-MIN     GN6186
024550         OR  WS-88-BKUP-REPORT                                    GN6186
024600             ADD 1 TO WS-TOT-1099-FORMS
024700             ADD WS-TIN-INT-AMT (TIX) TO WS-TOT-FORM-INT
024800             MOVE '1099-INT' TO FRM-FORM-TYPE
026600         PERFORM 3300-WRITE-EFILE THRU 3300-EXIT.
026700 3100-EXIT. EXIT.
026800     EJECT
026801*----------------------------------------------------------------*GN6186
026802*    3050-TEST-BKUP - FEDERAL WITHHOLDING, OR ANY ACCOUNT OF THE *GN6186
026803*    TAX ID UNDER BACKUP WITHHOLDING IN THE TAX YEAR, REQUIRES A *GN6186
026804*    1099-INT WHATEVER THE AMOUNT OF INTEREST.                   *GN6186
026805*----------------------------------------------------------------*GN6186
026806 3050-TEST-BKUP.                                                  GN6186
026807     MOVE 'N' TO WS-BKUP-REPORT-SW.                               GN6186
026808     IF  WS-TIN-FED-WTHLD (TIX) GREATER THAN ZERO                 GN6186
026809         MOVE 'Y' TO WS-BKUP-REPORT-SW.                           GN6186
026810     PERFORM 3060-SCAN-BKUP-TIN THRU 3060-EXIT                    GN6186
026811         VARYING WS-BKW-SUB FROM 1 BY 1                           GN6186
026812         UNTIL WS-BKW-SUB GREATER THAN WS-BKW-COUNT               GN6186
026813         OR    WS-88-BKUP-REPORT.                                 GN6186
026814     IF  WS-88-BKUP-REPORT                                        GN6186
026815     AND WS-TIN-INT-AMT (TIX) GREATER THAN ZERO                   GN6186
026816     AND WS-TIN-INT-AMT (TIX) LESS THAN WS-REPORT-MIN             GN6186
026817         ADD 1 TO WS-TOT-BKUP-FORCED.                             GN6186
026818 3050-EXIT. EXIT.                                                 GN6186
026819 3060-SCAN-BKUP-TIN.                                              GN6186
026820     SET BKX TO WS-BKW-SUB.                                       GN6186
026821     IF  WS-BKW-TAX-ID (BKX) EQUAL WS-TIN-TAX-ID (TIX)            GN6186
026822     AND WS-88-BKW-IN-YEAR (BKX)                                  GN6186
026823         MOVE 'Y' TO WS-BKUP-REPORT-SW.                           GN6186
026824 3060-EXIT. EXIT.                                                 GN6186
026825     EJECT                                                        GN6186
026826*----------------------------------------------------------------*GN6186
026827*    3500-LIST-BKUP - EACH ACCOUNT UNDER BACKUP WITHHOLDING IN   *GN6186
026828*    THE TAX YEAR, WITH ITS TAX ID'S INTEREST AND FEDERAL        *GN6186
026829*    WITHHOLDING.  NONE WITHHELD IS FLAGGED FOR REVIEW.          *GN6186
026830*----------------------------------------------------------------*GN6186
026831 3500-LIST-BKUP.                                                  GN6186
026832     SET BKX TO WS-BKW-SUB.                                       GN6186
026833     IF  NOT WS-88-BKW-IN-YEAR (BKX)                              GN6186
026834         GO TO 3500-EXIT.                                         GN6186
026835     ADD 1 TO WS-TOT-BKUP-ACCTS.                                  GN6186
026836     MOVE WS-BKW-TAX-ID (BKX)     TO BKD-TAX-ID WS-TAX-ID-WORK.   GN6186
026837     MOVE WS-BKW-START-DATE (BKX) TO BKD-START-DATE.              GN6186
026838     MOVE WS-BKW-LIFT-DATE (BKX)  TO BKD-LIFT-DATE.               GN6186
026839     MOVE ZERO TO BKD-INT-AMOUNT BKD-FED-WTHLD.                   GN6186
026840     MOVE SPACES TO BKD-NOTE.                                     GN6186
026841     MOVE ZERO TO WS-TIN-SUB.                                     GN6186
026842     PERFORM 2210-SCAN-TIN THRU 2210-EXIT                         GN6186
026843         VARYING WS-SUB FROM 1 BY 1                               GN6186
026844         UNTIL WS-SUB GREATER THAN WS-TIN-COUNT                   GN6186
026845         OR    WS-TIN-SUB GREATER THAN ZERO.                      GN6186
026846     IF  WS-TIN-SUB GREATER THAN ZERO                             GN6186
026847         SET TIX TO WS-TIN-SUB                                    GN6186
026848         MOVE WS-TIN-INT-AMT (TIX)   TO BKD-INT-AMOUNT            GN6186
026849         MOVE WS-TIN-FED-WTHLD (TIX) TO BKD-FED-WTHLD             GN6186
026850         IF  WS-TIN-FED-WTHLD (TIX) NOT GREATER THAN ZERO         GN6186
026851         AND WS-TIN-INT-AMT (TIX) GREATER THAN ZERO               GN6186
026852             MOVE '*** INTEREST NOT WITHHELD' TO BKD-NOTE.        GN6186
026853     IF  BKD-NOTE NOT EQUAL SPACES                                GN6186
026854         ADD 1 TO WS-TOT-BKUP-NO-WTHLD.                           GN6186
026855     MOVE SPACES TO YETAX-BAL-RPT-LINE.                           GN6186
026856     MOVE WS-BKUP-DETAIL-LINE TO YETAX-BAL-RPT-LINE.              GN6186
026857     WRITE YETAX-BAL-RPT-LINE.                                    GN6186
026858 3500-EXIT. EXIT.                                                 GN6186
026900 3200-WRITE-FORM.
027000     MOVE WS-TIN-TAX-ID (TIX)    TO FRM-TAX-ID.
027100     MOVE WS-TAX-YEAR            TO FRM-TAX-YEAR.
029800     MOVE 'TAX IDS UNDER REPORTING MINIMUM   ' TO SUM-LIT.
029900     MOVE WS-TOT-UNDER-MIN TO SUM-COUNT.
030000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030005     MOVE 'ACCOUNTS UNDER BACKUP WITHHOLDING ' TO SUM-LIT.        GN6186
030010     MOVE WS-TOT-BKUP-ACCTS TO SUM-COUNT.                         GN6186
030015     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6186
030020     MOVE 'BACKUP ACCOUNTS NOT WITHHELD      ' TO SUM-LIT.        GN6186
030025     MOVE WS-TOT-BKUP-NO-WTHLD TO SUM-COUNT.                      GN6186
030030     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6186
030035     MOVE '1099-INT UNDER MINIMUM - WITHHELD ' TO SUM-LIT.        GN6186
030040     MOVE WS-TOT-BKUP-FORCED TO SUM-COUNT.                        GN6186
030045     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6186
030046     MOVE 'IOLTA ACCOUNTS NOT REPORTED       ' TO SUM-LIT.        GN6207
030047     MOVE WS-TOT-IOLTA-ACCTS TO SUM-COUNT.                        GN6207
030048     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6207
030050*    THE TIE-OUT IS BY FORM FAMILY - 1099 MASTER TOTAL MUST
030060*    EQUAL 1099 FORM TOTAL PLUS THE UNDER-MINIMUM RECONCILING
030070*    AMOUNT, AND THE 1042 MASTER TOTAL MUST EQUAL THE 1042
030080*    FORM TOTAL (NO MINIMUM APPLIES).
030085*    IOLTA INTEREST IS KEPT OUT OF BOTH AND SHOWN APART.          GN6207
030100     MOVE 'MASTER 1099 INTEREST TOTAL        ' TO SUMA-LIT.
030200     MOVE WS-TOT-MASTER-INT TO SUMA-AMT.
030300     MOVE SPACES TO YETAX-BAL-RPT-LINE.
031030     MOVE SPACES TO YETAX-BAL-RPT-LINE.
031040     MOVE WS-SUMMARY-AMT-LINE TO YETAX-BAL-RPT-LINE.
031050     WRITE YETAX-BAL-RPT-LINE.
031052     MOVE 'IOLTA INTEREST NOT REPORTED       ' TO SUMA-LIT.       GN6207
031054     MOVE WS-TOT-IOLTA-INT TO SUMA-AMT.                           GN6207
031056     MOVE SPACES TO YETAX-BAL-RPT-LINE.                           GN6207
031057     MOVE WS-SUMMARY-AMT-LINE TO YETAX-BAL-RPT-LINE.              GN6207
031058     WRITE YETAX-BAL-RPT-LINE.                                    GN6207
031060     MOVE 'MASTER 1042 INTEREST TOTAL        ' TO SUMA-LIT.
031070     MOVE WS-TOT-MASTER-1042 TO SUMA-AMT.
031080     MOVE SPACES TO YETAX-BAL-RPT-LINE.
