*     * GN6212 * 10/08/26 JCTE 5498 / 1099-R CORRECTIONS CYCLE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMYERCOR.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/08/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMYERCOR IS THE CORRECTIONS CYCLE FOR THE RETIREMENT PLAN   *
000900*    FORMS, THE WAY IMYECORR IS FOR THE INTEREST FORMS.  IT      *
001000*    READS BACK THE 'B' RECORDS IMYERTAX FILED (IMYERIRS) FOR    *
001100*    THE PARAMETER TAX YEAR, RE-READS EACH ACCOUNT FROM THE      *
001200*    MASTER AND RECOMPUTES THE FORM THROUGH COPYBOOK IMPDYRFM    *
001300*    WITH THE SAME PARAMETER CARD AND BOX TABLE.  A FORM WHOSE   *
001400*    BOX AMOUNTS OR DISTRIBUTION CODE NO LONGER AGREE WITH WHAT  *
001500*    WAS FILED GETS A 'C' RECORD ON THE CORRECTED E-FILE         *
001600*    (IMYERCIR, MANIFESTED THROUGH IMMANFST) CARRYING THE        *
001700*    COMPLETE CORRECTED FORM, A CORRECTED PRINT IMAGE (IMYERCFM) *
001800*    AND ONE LINE PER CHANGED BOX ON THE CORRECTIONS REPORT      *
001900*    (IMYERCRP).                                                 *
002000*----------------------------------------------------------------*
002100*    A FORM RECOMPUTED TO ALL ZEROS IS FILED AS A CORRECTION TO  *
002200*    ZERO.  A TAX ID THAT HAS CHANGED ON THE MASTER IS LISTED    *
002300*    FOR MANUAL HANDLING AND THE CORRECTION KEEPS THE TAX ID AS  *
002400*    FILED.  ACCOUNTS THAT HAD NO ORIGINAL FORM ARE NOT PICKED   *
002500*    UP HERE.                                                    *
002600*----------------------------------------------------------------*
002700*----------------------------------------------------------------*
002800*               ** HISTORY OF REVISIONS **                      *
002900* DESCRIPTION                                           CHNGID  *
003000* ____________________________________________________ _______ *
003100* 10/08/26 JCTE NEW PROGRAM - 5498 AND 1099-R            GN6212 *
003200*                CORRECTIONS FROM THE FILED E-FILE              *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT    DIVISION.
003500 INPUT-OUTPUT   SECTION.
003600 FILE-CONTROL.
003700     SELECT YERC-PARM-FILE    ASSIGN TO "IMYERPRM"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT BOX-TABLE-FILE    ASSIGN TO "IMYERBOX"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT ORIG-EFILE-FILE   ASSIGN TO "IMYERIRS"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT CORR-EFILE-FILE   ASSIGN TO "IMYERCIR"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CORR-PRINT-FILE   ASSIGN TO "IMYERCFM"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT YERC-CORR-RPT     ASSIGN TO "IMYERCRP"
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  YERC-PARM-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  YERC-PARM-RECORD.
005400     03  YRP-REPORT-MINIMUM          PIC 9(5)V99.
005500     03  YRP-TAX-YEAR                PIC 9(4).
005600     03  YRP-CTDT-YEAR               PIC X.
005700     03  FILLER                      PIC X(68).
005800 FD  BOX-TABLE-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  BOX-TABLE-RECORD                PIC X(80).
006100 FD  ORIG-EFILE-FILE
006200     RECORD CONTAINS 250 CHARACTERS.
006300 01  ORIG-EFILE-LINE                 PIC X(250).
006400 FD  CORR-EFILE-FILE
006500     RECORD CONTAINS 250 CHARACTERS.
006600 01  CORR-EFILE-LINE                 PIC X(250).
006700 FD  CORR-PRINT-FILE
006800     RECORD CONTAINS 133 CHARACTERS.
006900 01  CORR-PRINT-LINE                 PIC X(133).
007000 FD  YERC-CORR-RPT
007100     RECORD CONTAINS 133 CHARACTERS.
007200 01  YERC-CORR-RPT-LINE              PIC X(133).
007300 WORKING-STORAGE SECTION.
007400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMYERCOR'.
007500 01  WS-SWITCHES.
007600     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
007700         88  WS-88-END-OF-FILE       VALUE 'Y'.
007800     03  WS-BOX-EOF-SW               PIC X(1)    VALUE 'N'.
007900         88  WS-88-BOX-EOF           VALUE 'Y'.
008000     03  WS-PARM-ERROR-SW            PIC X(1)    VALUE 'N'.
008100         88  WS-88-PARM-ERROR        VALUE 'Y'.
008200     03  WS-CHANGED-SW               PIC X(1)    VALUE 'N'.
008300         88  WS-88-CHANGED           VALUE 'Y'.
008400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
008500 01  WS-BOXES-PRINTED                PIC S9(5)   COMP VALUE 0.
008600 01  WS-TAX-YEAR                     PIC 9(4)    VALUE 0.
008700 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
008800 01  WS-DIST-CODE                    PIC XX      VALUE SPACES.
008900 01  WS-DELTA-AMT                    PIC S9(13)V99 COMP-3 VALUE 0.
009000 01  WS-FORM-AMTS.
009100     03  WS-FORM-AMT                 PIC S9(13)V99 COMP-3
009200                                     OCCURS 14 TIMES.
009300     EJECT
009400 01  WS-TOTALS.
009500     03  WS-TOT-ORIG-READ            PIC 9(7)    COMP VALUE 0.
009600     03  WS-TOT-ORIG-SKIPPED         PIC 9(7)    COMP VALUE 0.
009700     03  WS-TOT-BOX-CARDS            PIC 9(7)    COMP VALUE 0.
009800     03  WS-TOT-BOX-REJECTS          PIC 9(7)    COMP VALUE 0.
009900     03  WS-TOT-NOT-ON-MASTER        PIC 9(7)    COMP VALUE 0.
010000     03  WS-TOT-UNCHANGED            PIC 9(7)    COMP VALUE 0.
010100     03  WS-TOT-CORRECTED            PIC 9(7)    COMP VALUE 0.
010200     03  WS-TOT-CORR-TO-ZERO         PIC 9(7)    COMP VALUE 0.
010300     03  WS-TOT-BOXES-CHANGED        PIC 9(7)    COMP VALUE 0.
010400     03  WS-TOT-CODES-CHANGED        PIC 9(7)    COMP VALUE 0.
010500     03  WS-TOT-TAX-ID-CHANGED       PIC 9(7)    COMP VALUE 0.
010600     03  WS-TOT-UNMAPPED-ACCTS       PIC 9(7)    COMP VALUE 0.
010700     03  WS-TOT-NEGATIVE-BOXES       PIC 9(7)    COMP VALUE 0.
010800     03  WS-TOT-CORR-AMT             PIC S9(15)V99 COMP-3
010900                                     VALUE 0.
011000     03  WS-TOT-NET-DELTA            PIC S9(15)V99 COMP-3
011100                                     VALUE 0.
011200     EJECT
011300 01  WS-REPORT-TITLE.
011400     03  FILLER                      PIC X(48)   VALUE
011500         'IMYERCOR - RETIREMENT PLAN 5498 / 1099-R CORRECT'.
011600     03  FILLER                      PIC X(4)    VALUE
011700         'IONS'.
011800 01  WS-PARM-LINE.
011900     03  FILLER                      PIC X(4)    VALUE SPACES.
012000     03  FILLER                      PIC X(9)    VALUE
012100         'TAX YEAR '.
012200     03  PRM-TAX-YEAR                PIC 9(4).
012300     03  FILLER                      PIC X(13)   VALUE
012400         '   CTDT YEAR '.
012500     03  PRM-CTDT-YEAR               PIC X.
012600     03  FILLER                      PIC X(102)  VALUE SPACES.
012700 01  WS-FORM-HEAD-LINE.
012800     03  FILLER                      PIC X(2)    VALUE SPACES.
012900     03  FRH-FORM-TYPE               PIC X(16).
013000     03  FILLER                      PIC X(2)    VALUE SPACES.
013100     03  FRH-TAX-ID                  PIC X(11).
013200     03  FILLER                      PIC X(2)    VALUE SPACES.
013300     03  FRH-TAX-YEAR                PIC 9(4).
013400     03  FILLER                      PIC X(2)    VALUE SPACES.
013500     03  FRH-ACCOUNT                 PIC X(22).
013600     03  FILLER                      PIC X(2)    VALUE SPACES.
013700     03  FRH-DIST-LIT                PIC X(10).
013800     03  FRH-DIST-CODE               PIC XX.
013900     03  FILLER                      PIC X(58)   VALUE SPACES.
014000 01  WS-FORM-BOX-LINE.
014100     03  FILLER                      PIC X(6)    VALUE SPACES.
014200     03  FILLER                      PIC X(4)    VALUE 'BOX '.
014300     03  FRB-BOX                     PIC 99.
014400     03  FILLER                      PIC X(2)    VALUE SPACES.
014500     03  FRB-CAPTION                 PIC X(21).
014600     03  FILLER                      PIC X(2)    VALUE SPACES.
014700     03  FRB-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
014800     03  FILLER                      PIC X(80)   VALUE SPACES.
014900 01  WS-FORM-ZERO-LINE.
015000     03  FILLER                      PIC X(6)    VALUE SPACES.
015100     03  FILLER                      PIC X(29)   VALUE
015200         'ALL AMOUNTS CORRECTED TO ZERO'.
015300     03  FILLER                      PIC X(98)   VALUE SPACES.
015400 01  WS-DELTA-HEADING.
015500     03  FILLER                      PIC X(4)    VALUE SPACES.
015600     03  FILLER                      PIC X(50)   VALUE
015700         'ACCOUNT                 FORM    BOX           REPO'.
015800     03  FILLER                      PIC X(50)   VALUE
015900         'RTED       RECOMPUTED            DELTA  NOTE      '.
016000     03  FILLER                      PIC X(29)   VALUE SPACES.
016100 01  WS-DELTA-LINE.
016200     03  FILLER                      PIC X(4)    VALUE SPACES.
016300     03  DTL-ACCOUNT                 PIC X(22).
016400     03  FILLER                      PIC X(2)    VALUE SPACES.
016500     03  DTL-FORM                    PIC X(6).
016600     03  FILLER                      PIC X(2)    VALUE SPACES.
016700     03  DTL-BOX-LIT                 PIC X(7).
016800     03  DTL-REPORTED                PIC ZZZ,ZZZ,ZZ9.99-
016900                                     BLANK WHEN ZERO.
017000     03  FILLER                      PIC X(2)    VALUE SPACES.
017100     03  DTL-RECOMPUTED              PIC ZZZ,ZZZ,ZZ9.99-
017200                                     BLANK WHEN ZERO.
017300     03  FILLER                      PIC X(2)    VALUE SPACES.
017400     03  DTL-DELTA                   PIC ZZZ,ZZZ,ZZ9.99-
017500                                     BLANK WHEN ZERO.
017600     03  FILLER                      PIC X(2)    VALUE SPACES.
017700     03  DTL-NOTE                    PIC X(38).
017800     03  FILLER                      PIC X(1)    VALUE SPACES.
017900 01  WS-DELTA-BOX-LIT.
018000     03  FILLER                      PIC X(4)    VALUE 'BOX '.
018100     03  DBL-BOX                     PIC 99.
018200     03  FILLER                      PIC X(1)    VALUE SPACE.
018300 01  WS-SUMMARY-LINE.
018400     03  FILLER                      PIC X(4)    VALUE SPACES.
018500     03  SUM-LIT                     PIC X(34).
018600     03  SUM-COUNT                   PIC ZZZ,ZZ9.
018700     03  FILLER                      PIC X(88)   VALUE SPACES.
018800 01  WS-SUMMARY-AMT-LINE.
018900     03  FILLER                      PIC X(4)    VALUE SPACES.
019000     03  SUMA-LIT                    PIC X(34).
019100     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019200     03  FILLER                      PIC X(73)   VALUE SPACES.
019300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
019400     EJECT
019500     COPY IMWSYRFM.
019600     EJECT
019700     COPY IMWSYRIR.
019800     EJECT
019900     COPY IMWSMNRQ.
020000     EJECT
020100 LINKAGE SECTION.
020200     COPY SIWSCNTL.
020300     EJECT
020400     COPY IMAWKMST.
020500     EJECT
020600     COPY IMWSENVO.
020700     EJECT
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------*
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021200     IF  WS-88-PARM-ERROR
021300         GO TO 0000-FINISH.
021400     PERFORM 2000-CORRECT-FORM    THRU 2000-EXIT
021500         UNTIL WS-88-END-OF-FILE.
021600 0000-FINISH.
021700     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021800     IF  WS-88-PARM-ERROR
021900         MOVE 16 TO RETURN-CODE.
022000     GOBACK.
022100     EJECT
022200*----------------------------------------------------------------*
022300*    1000-INITIALIZE - PARAMETER CARD, BOX TABLE AND FILE OPENS. *
022400*    THE PARAMETER CARD AND BOX TABLE MUST BE THE ONES THE       *
022500*    ORIGINAL FORMS WERE PRODUCED WITH, PLUS ANY BOX TABLE FIX   *
022600*    THE CORRECTIONS ARE FOR.  THE SAME PARAMETER ERRORS AS      *
022700*    IMYERTAX STOP THE RUN.                                      *
022800*----------------------------------------------------------------*
022900 1000-INITIALIZE.
023000     OPEN INPUT YERC-PARM-FILE.
023100     READ YERC-PARM-FILE
023200         AT END MOVE SPACES TO YERC-PARM-RECORD.
023300     CLOSE YERC-PARM-FILE.
023400     IF  YRP-TAX-YEAR NUMERIC
023500         MOVE YRP-TAX-YEAR TO WS-TAX-YEAR.
023600     IF  YRP-CTDT-YEAR NOT EQUAL SPACE
023700         MOVE YRP-CTDT-YEAR TO YRF-CTDT-YEAR.
023800     OPEN INPUT BOX-TABLE-FILE.
023900     PERFORM 1100-LOAD-BOX-CARD THRU 1100-EXIT
024000         UNTIL WS-88-BOX-EOF.
024100     CLOSE BOX-TABLE-FILE.
024200     OPEN INPUT  ORIG-EFILE-FILE.
024300     OPEN OUTPUT CORR-EFILE-FILE.
024400     OPEN OUTPUT CORR-PRINT-FILE.
024500     OPEN OUTPUT YERC-CORR-RPT.
024600     WRITE YERC-CORR-RPT-LINE FROM WS-BLANK-LINE.
024700     MOVE SPACES TO YERC-CORR-RPT-LINE.
024800     MOVE WS-REPORT-TITLE TO YERC-CORR-RPT-LINE.
024900     WRITE YERC-CORR-RPT-LINE.
025000     MOVE WS-TAX-YEAR   TO PRM-TAX-YEAR.
025100     MOVE YRF-CTDT-YEAR TO PRM-CTDT-YEAR.
025200     MOVE SPACES TO YERC-CORR-RPT-LINE.
025300     MOVE WS-PARM-LINE TO YERC-CORR-RPT-LINE.
025400     WRITE YERC-CORR-RPT-LINE.
025500     WRITE YERC-CORR-RPT-LINE FROM WS-BLANK-LINE.
025600     MOVE SPACES TO SI-ENVIRONMENT-AREA.
025700     MOVE '1' TO SI-ENVIRONMENT-VSAM.
025800     MOVE 'O' TO I-O-CONTROL-OPERATOR.
025900     MOVE 'I' TO I-O-CONTROL-ACCESS.
026000     MOVE -1  TO I-O-SEND-CODE.
026100     CALL 'IMACTM' USING I-O-CONTROL-AREA
026200                         MASTER-AREA
026300                         SI-ENVIRONMENT-AREA.
026400     IF  WS-TAX-YEAR EQUAL ZERO
026500         MOVE 'PARAMETER ERROR - NO TAX YEAR' TO DTL-NOTE
026600         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
026700     IF  YRF-CTDT-YEAR NOT EQUAL '0'
026800     AND YRF-CTDT-YEAR NOT EQUAL '1'
026900         MOVE 'PARAMETER ERROR - CTDT YEAR NOT 0 OR 1' TO DTL-NOTE
027000         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
027100     IF  YRF-BOX-COUNT EQUAL ZERO
027200         MOVE 'PARAMETER ERROR - NO BOX TABLE' TO DTL-NOTE
027300         PERFORM 1200-PARM-ERROR THRU 1200-EXIT.
027400     IF  WS-88-PARM-ERROR
027500         GO TO 1000-EXIT.
027600     MOVE SPACES TO YERC-CORR-RPT-LINE.
027700     MOVE WS-DELTA-HEADING TO YERC-CORR-RPT-LINE.
027800     WRITE YERC-CORR-RPT-LINE.
027900     WRITE YERC-CORR-RPT-LINE FROM WS-BLANK-LINE.
028000 1000-EXIT. EXIT.
028100     EJECT
028200 1100-LOAD-BOX-CARD.
028300     READ BOX-TABLE-FILE INTO YRF-BOX-CARD
028400         AT END MOVE 'Y' TO WS-BOX-EOF-SW
028500                GO TO 1100-EXIT.
028600     ADD 1 TO WS-TOT-BOX-CARDS.
028700     PERFORM YRF-ADD-BOX-CARD THRU YRF-ADD-EXIT.
028800     IF  YRF-88-REJECTED
028900         ADD 1 TO WS-TOT-BOX-REJECTS.
029000 1100-EXIT. EXIT.
029100 1200-PARM-ERROR.
029200     MOVE SPACES TO DTL-ACCOUNT.
029300     MOVE SPACES TO DTL-FORM.
029400     MOVE SPACES TO DTL-BOX-LIT.
029500     MOVE ZERO   TO DTL-REPORTED.
029600     MOVE ZERO   TO DTL-RECOMPUTED.
029700     MOVE ZERO   TO DTL-DELTA.
029800     MOVE SPACES TO YERC-CORR-RPT-LINE.
029900     MOVE WS-DELTA-LINE TO YERC-CORR-RPT-LINE.
030000     WRITE YERC-CORR-RPT-LINE.
030100     MOVE 'Y' TO WS-PARM-ERROR-SW.
030200 1200-EXIT. EXIT.
030300     EJECT
030400*----------------------------------------------------------------*
030500*    2000-CORRECT-FORM - ONE FILED FORM.  RECORDS FOR ANOTHER    *
030600*    TAX YEAR AND CORRECTION RECORDS ON THE INPUT ARE SKIPPED.   *
030700*    THE ACCOUNT IS RECOMPUTED FROM THE MASTER AND EVERY BOX IS  *
030800*    COMPARED WITH THE FILED AMOUNT; A NEGATIVE RECOMPUTED BOX   *
030900*    IS TAKEN AS ZERO, AS IMYERTAX REPORTS IT.  A 1099-R         *
031000*    RECOMPUTED TO ZERO KEEPS THE DISTRIBUTION CODE AS FILED.    *
031100*----------------------------------------------------------------*
031200 2000-CORRECT-FORM.
031300     READ ORIG-EFILE-FILE INTO RET-IRS-RECORD
031400         AT END MOVE 'Y' TO WS-END-OF-FILE-SW
031500                GO TO 2000-EXIT.
031600     ADD 1 TO WS-TOT-ORIG-READ.
031700     IF  NOT RIR-88-ORIGINAL
031800     OR  RIR-TAX-YEAR NOT EQUAL WS-TAX-YEAR
031900         ADD 1 TO WS-TOT-ORIG-SKIPPED
032000         GO TO 2000-EXIT.
032100     IF  RIR-88-5498
032200         MOVE '5498'   TO DTL-FORM
032300     ELSE
032400         MOVE '1099-R' TO DTL-FORM.
032500     MOVE SPACES TO WMS-CONTROL-KEY.
032600     MOVE RIR-ACCOUNT TO WMS-CONTROL-KEY.
032700     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
032800     MOVE -1     TO I-O-SEND-CODE.
032900     CALL 'IMACTM' USING I-O-CONTROL-AREA
033000                         MASTER-AREA
033100                         SI-ENVIRONMENT-AREA.
033200     IF  NOT I-O-88-NORMAL-RET
033300         ADD 1 TO WS-TOT-NOT-ON-MASTER
033400         MOVE 'ACCOUNT NOT ON MASTER - NOT CORRECTED' TO DTL-NOTE
033500         MOVE ZERO TO WS-DELTA-AMT
033600         PERFORM 2200-WRITE-NOTE THRU 2200-EXIT
033700         GO TO 2000-EXIT.
033800     PERFORM YRF-COMPUTE-ACCOUNT THRU YRF-COMPUTE-EXIT.
033900     IF  YRF-UNMAPPED-AMT NOT EQUAL ZERO
034000         ADD 1 TO WS-TOT-UNMAPPED-ACCTS
034100         MOVE SPACES TO DTL-NOTE
034200         STRING 'PLAN CODE ' YRF-UNMAPPED-CODE
034300                ' NOT IN BOX TABLE' DELIMITED BY SIZE
034400                INTO DTL-NOTE
034500         MOVE YRF-UNMAPPED-AMT TO WS-DELTA-AMT
034600         PERFORM 2200-WRITE-NOTE THRU 2200-EXIT.
034700     MOVE SPACES TO WS-TAX-ID-WORK.
034800     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
034900         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
035000     IF  WS-TAX-ID-WORK NOT EQUAL RIR-TAX-ID
035100         ADD 1 TO WS-TOT-TAX-ID-CHANGED
035200         MOVE SPACES TO DTL-NOTE
035300         STRING 'TAX ID ON MASTER NOW ' WS-TAX-ID-WORK
035400                DELIMITED BY SIZE INTO DTL-NOTE
035500         MOVE ZERO TO WS-DELTA-AMT
035600         PERFORM 2200-WRITE-NOTE THRU 2200-EXIT.
035700     IF  RIR-88-5498
035800         MOVE YRF-5498-AMTS  TO WS-FORM-AMTS
035900         MOVE SPACES         TO WS-DIST-CODE
036000     ELSE
036100         MOVE YRF-1099R-AMTS TO WS-FORM-AMTS
036200         MOVE YRF-DIST-CODE  TO WS-DIST-CODE.
036300     IF  RIR-88-1099R
036400     AND NOT YRF-88-1099R
036500         MOVE RIR-DIST-CODE  TO WS-DIST-CODE.
036600     MOVE 'N' TO WS-CHANGED-SW.
036700     PERFORM 2100-COMPARE-BOX THRU 2100-EXIT
036800         VARYING WS-SUB FROM 1 BY 1
036900         UNTIL WS-SUB GREATER THAN 14.
037000     IF  RIR-DIST-CODE NOT EQUAL WS-DIST-CODE
037100         MOVE 'Y' TO WS-CHANGED-SW
037200         ADD 1 TO WS-TOT-CODES-CHANGED
037300         MOVE SPACES TO DTL-NOTE
037400         STRING 'DIST CODE ' RIR-DIST-CODE ' CORRECTED TO '
037500                WS-DIST-CODE DELIMITED BY SIZE INTO DTL-NOTE
037600         MOVE ZERO TO WS-DELTA-AMT
037700         PERFORM 2200-WRITE-NOTE THRU 2200-EXIT.
037800     IF  NOT WS-88-CHANGED
037900         ADD 1 TO WS-TOT-UNCHANGED
038000         GO TO 2000-EXIT.
038100     PERFORM 3000-PRODUCE-CORRECTION THRU 3000-EXIT.
038200 2000-EXIT. EXIT.
038300     EJECT
038400 2100-COMPARE-BOX.
038500     IF  WS-FORM-AMT (WS-SUB) LESS THAN ZERO
038600         ADD 1 TO WS-TOT-NEGATIVE-BOXES
038700         MOVE ZERO TO WS-FORM-AMT (WS-SUB).
038800     IF  WS-FORM-AMT (WS-SUB) EQUAL RIR-BOX-AMOUNT (WS-SUB)
038900         GO TO 2100-EXIT.
039000     MOVE 'Y' TO WS-CHANGED-SW.
039100     ADD 1 TO WS-TOT-BOXES-CHANGED.
039200     COMPUTE WS-DELTA-AMT = WS-FORM-AMT (WS-SUB)
039300                          - RIR-BOX-AMOUNT (WS-SUB).
039400     ADD WS-DELTA-AMT TO WS-TOT-NET-DELTA.
039500     MOVE RIR-ACCOUNT              TO DTL-ACCOUNT.
039600     MOVE WS-SUB                   TO DBL-BOX.
039700     MOVE WS-DELTA-BOX-LIT         TO DTL-BOX-LIT.
039800     MOVE RIR-BOX-AMOUNT (WS-SUB)  TO DTL-REPORTED.
039900     MOVE WS-FORM-AMT (WS-SUB)     TO DTL-RECOMPUTED.
040000     MOVE WS-DELTA-AMT             TO DTL-DELTA.
040100     MOVE SPACES                   TO DTL-NOTE.
040200     MOVE SPACES TO YERC-CORR-RPT-LINE.
040300     MOVE WS-DELTA-LINE TO YERC-CORR-RPT-LINE.
040400     WRITE YERC-CORR-RPT-LINE.
040500 2100-EXIT. EXIT.
040600 2200-WRITE-NOTE.
040700     MOVE RIR-ACCOUNT  TO DTL-ACCOUNT.
040800     MOVE SPACES       TO DTL-BOX-LIT.
040900     MOVE ZERO         TO DTL-REPORTED.
041000     MOVE WS-DELTA-AMT TO DTL-RECOMPUTED.
041100     MOVE ZERO         TO DTL-DELTA.
041200     MOVE SPACES TO YERC-CORR-RPT-LINE.
041300     MOVE WS-DELTA-LINE TO YERC-CORR-RPT-LINE.
041400     WRITE YERC-CORR-RPT-LINE.
041500 2200-EXIT. EXIT.
041600     EJECT
041700*----------------------------------------------------------------*
041800*    3000-PRODUCE-CORRECTION - THE 'C' RECORD CARRIES THE WHOLE  *
041900*    CORRECTED FORM (EVERY BOX, NOT ONLY THE CHANGED ONES) UNDER *
042000*    THE TAX ID AND ACCOUNT AS FILED, AND THE CORRECTED PRINT    *
042100*    IMAGE SHOWS EVERY BOX WITH AN AMOUNT.                       *
042200*----------------------------------------------------------------*
042300 3000-PRODUCE-CORRECTION.
042400     MOVE 'C'                TO RIR-REC-TYPE.
042500     MOVE WS-DIST-CODE       TO RIR-DIST-CODE.
042600     MOVE SPACES             TO WS-FORM-HEAD-LINE.
042700     IF  RIR-88-5498
042800         MOVE 'CORRECTED 5498'   TO FRH-FORM-TYPE
042900     ELSE
043000         MOVE 'CORRECTED 1099-R' TO FRH-FORM-TYPE
043100         MOVE 'DIST CODE '   TO FRH-DIST-LIT
043200         MOVE WS-DIST-CODE   TO FRH-DIST-CODE.
043300     MOVE RIR-TAX-ID         TO FRH-TAX-ID.
043400     MOVE RIR-TAX-YEAR       TO FRH-TAX-YEAR.
043500     MOVE RIR-ACCOUNT        TO FRH-ACCOUNT.
043600     MOVE SPACES TO CORR-PRINT-LINE.
043700     MOVE WS-FORM-HEAD-LINE TO CORR-PRINT-LINE.
043800     WRITE CORR-PRINT-LINE.
043900     MOVE ZERO TO WS-BOXES-PRINTED.
044000     PERFORM 3010-ONE-BOX THRU 3010-EXIT
044100         VARYING WS-SUB FROM 1 BY 1
044200         UNTIL WS-SUB GREATER THAN 14.
044300     IF  WS-BOXES-PRINTED EQUAL ZERO
044400         ADD 1 TO WS-TOT-CORR-TO-ZERO
044500         MOVE SPACES TO CORR-PRINT-LINE
044600         MOVE WS-FORM-ZERO-LINE TO CORR-PRINT-LINE
044700         WRITE CORR-PRINT-LINE.
044800     MOVE SPACES TO CORR-EFILE-LINE.
044900     MOVE RET-IRS-RECORD TO CORR-EFILE-LINE.
045000     WRITE CORR-EFILE-LINE.
045100     ADD 1 TO WS-TOT-CORRECTED.
045200 3000-EXIT. EXIT.
045300 3010-ONE-BOX.
045400     MOVE WS-FORM-AMT (WS-SUB) TO RIR-BOX-AMOUNT (WS-SUB).
045500     IF  WS-FORM-AMT (WS-SUB) EQUAL ZERO
045600         GO TO 3010-EXIT.
045700     ADD 1 TO WS-BOXES-PRINTED.
045800     ADD WS-FORM-AMT (WS-SUB) TO WS-TOT-CORR-AMT.
045900     IF  RIR-88-5498
046000         MOVE YRF-5498-CAPTION (WS-SUB) TO FRB-CAPTION
046100     ELSE
046200         MOVE YRF-1099R-CAPTION (WS-SUB) TO FRB-CAPTION.
046300     MOVE WS-SUB TO FRB-BOX.
046400     MOVE WS-FORM-AMT (WS-SUB) TO FRB-AMOUNT.
046500     MOVE SPACES TO CORR-PRINT-LINE.
046600     MOVE WS-FORM-BOX-LINE TO CORR-PRINT-LINE.
046700     WRITE CORR-PRINT-LINE.
046800 3010-EXIT. EXIT.
046900     EJECT
047000*----------------------------------------------------------------*
047100*    9000-TERMINATE - SUMMARY COUNTS AND AMOUNTS.  FORMS READ    *
047200*    LESS FORMS SKIPPED EQUALS CORRECTED PLUS UNCHANGED PLUS NOT *
047300*    ON MASTER.  THE CORRECTED E-FILE IS MANIFESTED UNLESS THE   *
047400*    RUN STOPPED ON A PARAMETER ERROR.                           *
047500*----------------------------------------------------------------*
047600 9000-TERMINATE.
047700     WRITE YERC-CORR-RPT-LINE FROM WS-BLANK-LINE.
047800     MOVE 'FILED FORMS READ                  ' TO SUM-LIT.
047900     MOVE WS-TOT-ORIG-READ TO SUM-COUNT.
048000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048100     MOVE 'SKIPPED - OTHER YEAR OR NOT B     ' TO SUM-LIT.
048200     MOVE WS-TOT-ORIG-SKIPPED TO SUM-COUNT.
048300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048400     MOVE 'BOX TABLE CARDS READ              ' TO SUM-LIT.
048500     MOVE WS-TOT-BOX-CARDS TO SUM-COUNT.
048600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
048700     MOVE 'BOX TABLE CARDS REJECTED          ' TO SUM-LIT.
048800     MOVE WS-TOT-BOX-REJECTS TO SUM-COUNT.
048900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049000     MOVE 'FORMS CORRECTED                   ' TO SUM-LIT.
049100     MOVE WS-TOT-CORRECTED TO SUM-COUNT.
049200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049300     MOVE 'FORMS CORRECTED TO ZERO           ' TO SUM-LIT.
049400     MOVE WS-TOT-CORR-TO-ZERO TO SUM-COUNT.
049500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049600     MOVE 'FORMS UNCHANGED                   ' TO SUM-LIT.
049700     MOVE WS-TOT-UNCHANGED TO SUM-COUNT.
049800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
049900     MOVE 'ACCOUNTS NOT ON MASTER            ' TO SUM-LIT.
050000     MOVE WS-TOT-NOT-ON-MASTER TO SUM-COUNT.
050100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050200     MOVE 'BOX AMOUNTS CHANGED               ' TO SUM-LIT.
050300     MOVE WS-TOT-BOXES-CHANGED TO SUM-COUNT.
050400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050500     MOVE 'DISTRIBUTION CODES CHANGED        ' TO SUM-LIT.
050600     MOVE WS-TOT-CODES-CHANGED TO SUM-COUNT.
050700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050800     MOVE 'TAX IDS CHANGED ON MASTER         ' TO SUM-LIT.
050900     MOVE WS-TOT-TAX-ID-CHANGED TO SUM-COUNT.
051000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051100     MOVE 'ACCOUNTS WITH UNMAPPED PLAN CODES ' TO SUM-LIT.
051200     MOVE WS-TOT-UNMAPPED-ACCTS TO SUM-COUNT.
051300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051400     MOVE 'NEGATIVE BOXES REPORTED AS ZERO   ' TO SUM-LIT.
051500     MOVE WS-TOT-NEGATIVE-BOXES TO SUM-COUNT.
051600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051700     WRITE YERC-CORR-RPT-LINE FROM WS-BLANK-LINE.
051800     MOVE 'CORRECTED FORM AMOUNTS            ' TO SUMA-LIT.
051900     MOVE WS-TOT-CORR-AMT TO SUMA-AMT.
052000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
052100     MOVE 'NET CHANGE FROM FILED AMOUNTS     ' TO SUMA-LIT.
052200     MOVE WS-TOT-NET-DELTA TO SUMA-AMT.
052300     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
052400     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
052500     MOVE -1   TO I-O-SEND-CODE.
052600     CALL 'IMACTM' USING I-O-CONTROL-AREA
052700                         MASTER-AREA
052800                         SI-ENVIRONMENT-AREA.
052900     IF  WS-88-PARM-ERROR
053000         GO TO 9000-CLOSE.
053100     MOVE 'W' TO MRQ-FUNCTION.
053200     MOVE 'IMYERCIR' TO MRQ-FILE-ID.
053300     MOVE WS-TOT-CORRECTED TO MRQ-RECORD-COUNT.
053400     MOVE WS-TOT-CORR-AMT TO MRQ-AMOUNT-HASH.
053500     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
053600 9000-CLOSE.
053700     CLOSE ORIG-EFILE-FILE.
053800     CLOSE CORR-EFILE-FILE.
053900     CLOSE CORR-PRINT-FILE.
054000     CLOSE YERC-CORR-RPT.
054100 9000-EXIT. EXIT.
054200 9100-PRINT-SUMMARY.
054300     MOVE SPACES TO YERC-CORR-RPT-LINE.
054400     MOVE WS-SUMMARY-LINE TO YERC-CORR-RPT-LINE.
054500     WRITE YERC-CORR-RPT-LINE.
054600 9100-EXIT. EXIT.
054700 9200-PRINT-AMOUNT.
054800     MOVE SPACES TO YERC-CORR-RPT-LINE.
054900     MOVE WS-SUMMARY-AMT-LINE TO YERC-CORR-RPT-LINE.
055000     WRITE YERC-CORR-RPT-LINE.
055100 9200-EXIT. EXIT.
055200     EJECT
055300     COPY IMPDYRFM.
