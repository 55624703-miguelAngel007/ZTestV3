*     * GN6187 * 09/18/26 JCTE W-8BEN FOREIGN STATUS RECERTIFICATION
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMW8RCRT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/18/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMW8RCRT IS THE MONTHLY FOREIGN-STATUS RECERTIFICATION RUN. *
000900*    CERTIFICATES RECEIVED (W-8BEN / W-8BEN-E) ARE POSTED FIRST  *
001000*    TO THE CERTIFICATION TRACKING FILE (IMWSW8CT), KEYED BY     *
001100*    TAXPAYER, WITH THE EXPIRY SET TO THE LAST DAY OF THE THIRD  *
001200*    CALENDAR YEAR AFTER SIGNING.  EVERY NONRESIDENT ACCOUNT     *
001300*    (WMS-TIN-CERTIFICATION '8') IS THEN CHECKED AGAINST ITS     *
001400*    TAXPAYER'S CERTIFICATE: RENEWAL IS SOLICITED ONCE WHEN      *
001500*    EXPIRY IS WITHIN THE SOLICITATION DAYS ON THE PARAMETER     *
001600*    CARD (DEFAULT 90); ONCE THE CERTIFICATE HAS LAPSED          *
001700*    WMS-NRA-CERT-NAME1/2 ARE SET UNCERTIFIED ('2') SO POSTING   *
001800*    APPLIES THE PRESUMED WITHHOLDING TREATMENT, THE INTEREST    *
001900*    STAYING IN THE -1042 BUCKETS; A RENEWED CERTIFICATE         *
002000*    RESTORES THE CERTIFIED VALUES.  ACCOUNTS WHOSE COUNTRY OR   *
002100*    ADDRESS CONTRADICTS THEIR CERTIFIED STATUS ARE LISTED AS    *
002200*    EXCEPTIONS.                                                 *
002300*----------------------------------------------------------------*
002400*               ** HISTORY OF REVISIONS **                      *
002500* DESCRIPTION                                           CHNGID  *
002600* ____________________________________________________ _______ *
002700* 09/18/26 JCTE NEW PROGRAM - W-8BEN FOREIGN STATUS      GN6187 *
002800*                RECERTIFICATION AND WITHHOLDING SWITCH         *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT    DIVISION.
003100 INPUT-OUTPUT   SECTION.
003200 FILE-CONTROL.
003300     SELECT W8R-PARM-FILE     ASSIGN TO "IMW8RPRM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL W8R-RECEIPT-FILE ASSIGN TO "IMW8RCVD"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RCV-FILE-STATUS.
003800     SELECT W8-CERT-TRACK-FILE ASSIGN TO "IMW8CTRK"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS W8C-TAX-ID.
004200     SELECT W8R-SOLICIT-EXT   ASSIGN TO "IMW8RSOL"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT W8R-ACTIVITY-RPT  ASSIGN TO "IMW8RRPT"
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  W8R-PARM-FILE
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  W8R-PARM-RECORD.
005100     03  W8P-RUN-DATE                PIC 9(6).
005200     03  W8P-SOLICIT-DAYS            PIC 9(3).
005300     03  FILLER                      PIC X(71).
005400 FD  W8R-RECEIPT-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  W8R-RECEIPT-RECORD.
005700     03  W8I-TAX-ID                  PIC X(11).
005800     03  W8I-FORM-TYPE               PIC X(6).
005900     03  W8I-SIGNED-DATE             PIC 9(8).
006000     03  W8I-SIGNED-DATE-R REDEFINES W8I-SIGNED-DATE.
006100         05  W8I-SIGNED-CCYY         PIC 9(4).
006200         05  W8I-SIGNED-MMDD         PIC 9(4).
006300     03  W8I-CERT-COUNTRY            PIC XX.
006400     03  FILLER                      PIC X(53).
006500 FD  W8-CERT-TRACK-FILE.
006600     COPY IMWSW8CT.
006700 FD  W8R-SOLICIT-EXT
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  W8R-SOLICIT-RECORD.
007000     03  W8S-TAX-ID                  PIC X(11).
007100     03  W8S-ACCOUNT                 PIC X(22).
007200     03  W8S-FORM-TYPE               PIC X(6).
007300     03  W8S-EXPIRY-DATE             PIC 9(8).
007400     03  W8S-SOLICIT-DATE            PIC 9(6).
007500     03  W8S-NA-COUNTRY              PIC XX.
007600     03  FILLER                      PIC X(25).
007700 FD  W8R-ACTIVITY-RPT
007800     RECORD CONTAINS 133 CHARACTERS.
007900 01  W8R-ACTIVITY-RPT-LINE           PIC X(133).
008000 WORKING-STORAGE SECTION.
008100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMW8RCRT'.
008200 77  WS-RCV-FILE-STATUS              PIC X(2)    VALUE SPACES.
008300     EJECT
008400     COPY SIWSDTAR.
008500     EJECT
008600 01  WS-RUN-DATE-8                   PIC 9(8)    VALUE 0.
008700 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
008800     03  WS-RUN-CC                   PIC 99.
008900     03  WS-RUN-DATE-YYMMDD          PIC 9(6).
009000     03  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009100         05  WS-RUN-YR               PIC 99.
009200         05  WS-RUN-MO               PIC 99.
009300         05  WS-RUN-DA               PIC 99.
009400 01  WS-SWITCHES.
009500     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
009600         88  WS-88-END-OF-FILE       VALUE 'Y'.
009700     03  WS-RCV-EOF-SW               PIC X(1)    VALUE 'N'.
009800         88  WS-88-RCV-EOF           VALUE 'Y'.
009900     03  WS-TRACK-FOUND-SW           PIC X(1)    VALUE 'N'.
010000         88  WS-88-TRACK-FOUND       VALUE 'Y'.
010100     03  WS-MASTER-CHANGED-SW        PIC X(1)    VALUE 'N'.
010200         88  WS-88-MASTER-CHANGED    VALUE 'Y'.
010300 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
010400 01  WS-ACCOUNT                      PIC X(22)   VALUE SPACES.
010500 01  WS-EXPIRY-DATE                  PIC 9(8)    VALUE 0.
010600 01  WS-ACTION-LIT                   PIC X(40)   VALUE SPACES.
010700     EJECT
010800 01  WS-TOTALS.
010900     03  WS-TOT-RECEIVED             PIC 9(7)    COMP VALUE 0.
011000     03  WS-TOT-NEW-TRACKED          PIC 9(7)    COMP VALUE 0.
011100     03  WS-TOT-RENEWED              PIC 9(7)    COMP VALUE 0.
011200     03  WS-TOT-RCV-REJECTED         PIC 9(7)    COMP VALUE 0.
011300     03  WS-TOT-SCANNED              PIC 9(7)    COMP VALUE 0.
011400     03  WS-TOT-NRA-ACCTS            PIC 9(7)    COMP VALUE 0.
011500     03  WS-TOT-SOLICITED            PIC 9(7)    COMP VALUE 0.
011600     03  WS-TOT-TIN-LAPSED           PIC 9(7)    COMP VALUE 0.
011700     03  WS-TOT-ACCT-SWITCHED        PIC 9(7)    COMP VALUE 0.
011800     03  WS-TOT-ACCT-RESTORED        PIC 9(7)    COMP VALUE 0.
011900     03  WS-TOT-NO-CERT              PIC 9(7)    COMP VALUE 0.
012000     03  WS-TOT-CONTRADICT           PIC 9(7)    COMP VALUE 0.
012100     03  WS-TOT-US-FOREIGN-ADDR      PIC 9(7)    COMP VALUE 0.
012200     EJECT
012300 01  WS-REPORT-TITLE.
012400     03  FILLER                      PIC X(48)   VALUE
012500         'IMW8RCRT - FOREIGN STATUS RECERTIFICATION       '.
012600     03  FILLER                      PIC X(9)    VALUE
012700         'RUN DATE '.
012800     03  TTL-MO                      PIC 99.
012900     03  FILLER                      PIC X       VALUE '/'.
013000     03  TTL-DA                      PIC 99.
013100     03  FILLER                      PIC X       VALUE '/'.
013200     03  TTL-YR                      PIC 99.
013300     03  FILLER                      PIC X(68)   VALUE SPACES.
013400 01  WS-HEADING-1.
013500     03  FILLER                      PIC X(4)    VALUE SPACES.
013600     03  FILLER                      PIC X(50)   VALUE
013700         'ACCOUNT                 TAX ID       EXPIRES      '.
013800     03  FILLER                      PIC X(50)   VALUE
013900         ' ACTION                                   CERTMAIL'.
014000     03  FILLER                      PIC X(29)   VALUE
014100         'TAX                          '.
014200 01  WS-DETAIL-LINE.
014300     03  FILLER                      PIC X(4)    VALUE SPACES.
014400     03  DTL-ACCOUNT                 PIC X(22).
014500     03  FILLER                      PIC X(2)    VALUE SPACES.
014600     03  DTL-TAX-ID                  PIC X(11).
014700     03  FILLER                      PIC X(2)    VALUE SPACES.
014800     03  DTL-EXPIRY-DATE             PIC 9(8).
014900     03  FILLER                      PIC X(6)    VALUE SPACES.
015000     03  DTL-ACTION                  PIC X(40).
015100     03  FILLER                      PIC X(1)    VALUE SPACES.
015200     03  DTL-CERT-COUNTRY            PIC XX.
015300     03  FILLER                      PIC X(2)    VALUE SPACES.
015400     03  DTL-MAIL-COUNTRY            PIC XX.
015500     03  FILLER                      PIC X(2)    VALUE SPACES.
015600     03  DTL-TAX-COUNTRY             PIC XX.
015700     03  FILLER                      PIC X(27)   VALUE SPACES.
015800 01  WS-SUMMARY-LINE.
015900     03  FILLER                      PIC X(4)    VALUE SPACES.
016000     03  SUM-LIT                     PIC X(34).
016100     03  SUM-COUNT                   PIC ZZZ,ZZ9.
016200     03  FILLER                      PIC X(88)   VALUE SPACES.
016300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
016400     EJECT
016500 LINKAGE SECTION.
016600     COPY SIWSCNTL.
016700     EJECT
016800     COPY IMAWKMST.
016900     EJECT
017000     COPY IMWSENVO.
017100     EJECT
017200 PROCEDURE DIVISION.
017300*----------------------------------------------------------------*
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
017600     PERFORM 1100-POST-RECEIPT    THRU 1100-EXIT
017700         UNTIL WS-88-RCV-EOF.
017800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
017900         UNTIL WS-88-END-OF-FILE.
018000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
018100     GOBACK.
018200     EJECT
018300 1000-INITIALIZE.
018400     OPEN INPUT W8R-PARM-FILE.
018500     READ W8R-PARM-FILE
018600         AT END MOVE ZERO TO W8P-RUN-DATE.
018700     CLOSE W8R-PARM-FILE.
018800     IF  W8P-RUN-DATE NUMERIC
018900     AND W8P-RUN-DATE GREATER THAN ZERO
019000         MOVE W8P-RUN-DATE TO WS-RUN-DATE-YYMMDD
019100     ELSE
019200         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
019300     IF  WS-RUN-YR LESS THAN 50
019400         MOVE 20 TO WS-RUN-CC
019500     ELSE
019600         MOVE 19 TO WS-RUN-CC.
019700     IF  W8P-SOLICIT-DAYS NOT NUMERIC
019800     OR  W8P-SOLICIT-DAYS EQUAL ZERO
019900         MOVE 90 TO W8P-SOLICIT-DAYS.
020000     OPEN INPUT W8R-RECEIPT-FILE.
020100     IF  WS-RCV-FILE-STATUS EQUAL '05' OR '35'
020200         MOVE 'Y' TO WS-RCV-EOF-SW.
020300     OPEN I-O    W8-CERT-TRACK-FILE.
020400     OPEN OUTPUT W8R-SOLICIT-EXT.
020500     OPEN OUTPUT W8R-ACTIVITY-RPT.
020600     MOVE WS-RUN-MO TO TTL-MO.
020700     MOVE WS-RUN-DA TO TTL-DA.
020800     MOVE WS-RUN-YR TO TTL-YR.
020900     WRITE W8R-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
021000     MOVE SPACES TO W8R-ACTIVITY-RPT-LINE.
021100     MOVE WS-REPORT-TITLE TO W8R-ACTIVITY-RPT-LINE.
021200     WRITE W8R-ACTIVITY-RPT-LINE.
021300     WRITE W8R-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
021400     MOVE SPACES TO W8R-ACTIVITY-RPT-LINE.
021500     MOVE WS-HEADING-1 TO W8R-ACTIVITY-RPT-LINE.
021600     WRITE W8R-ACTIVITY-RPT-LINE.
021700     WRITE W8R-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
021800     MOVE SPACES TO SI-ENVIRONMENT-AREA.
021900     MOVE '1' TO SI-ENVIRONMENT-VSAM.
022000     MOVE 'O' TO I-O-CONTROL-OPERATOR.
022100     MOVE 'U' TO I-O-CONTROL-ACCESS.
022200     MOVE -1  TO I-O-SEND-CODE.
022300     CALL 'IMACTM' USING I-O-CONTROL-AREA
022400                         MASTER-AREA
022500                         SI-ENVIRONMENT-AREA.
022600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022700 1000-EXIT. EXIT.
022800     EJECT
022900*----------------------------------------------------------------*
023000*    1100-POST-RECEIPT - A CERTIFICATE RECEIVED STARTS OR        *
023100*    RENEWS THE TAXPAYER'S TRACKING RECORD.  THE CERTIFIED       *
023200*    VALUES SAVED AT A LAPSE ARE KEPT FOR THE ACCOUNT PASS TO    *
023300*    RESTORE.                                                    *
023400*----------------------------------------------------------------*
023500 1100-POST-RECEIPT.
023600     READ W8R-RECEIPT-FILE
023700         AT END MOVE 'Y' TO WS-RCV-EOF-SW
023800                GO TO 1100-EXIT.
023900     ADD 1 TO WS-TOT-RECEIVED.
024000     MOVE SPACES TO WS-ACCOUNT.
024100     MOVE W8I-TAX-ID TO WS-TAX-ID-WORK.
024200     MOVE ZERO TO WS-EXPIRY-DATE.
024300     IF  W8I-TAX-ID EQUAL SPACES
024400     OR  W8I-SIGNED-DATE NOT NUMERIC
024500     OR  W8I-SIGNED-CCYY EQUAL ZERO
024600     OR  W8I-SIGNED-DATE GREATER THAN WS-RUN-DATE-8
024700         ADD 1 TO WS-TOT-RCV-REJECTED
024800         MOVE 'CERTIFICATE REJECTED - TAX ID OR DATE   '
024900             TO WS-ACTION-LIT
025000         PERFORM 7000-PRINT-RECEIPT THRU 7000-EXIT
025100         GO TO 1100-EXIT.
025200     COMPUTE WS-EXPIRY-DATE =
025300         (W8I-SIGNED-CCYY + 3) * 10000 + 1231.
025400     MOVE W8I-TAX-ID TO W8C-TAX-ID.
025500     MOVE 'N' TO WS-TRACK-FOUND-SW.
025600     READ W8-CERT-TRACK-FILE
025700         INVALID KEY
025800             CONTINUE
025900         NOT INVALID KEY
026000             MOVE 'Y' TO WS-TRACK-FOUND-SW.
026100     IF  NOT WS-88-TRACK-FOUND
026200         MOVE SPACES TO W8-CERT-TRACK-RECORD
026300         MOVE W8I-TAX-ID TO W8C-TAX-ID
026400         MOVE ZERO TO W8C-SOLICIT-DATE W8C-LAPSE-DATE
026500         PERFORM 1150-SET-CERTIFICATE THRU 1150-EXIT
026600         WRITE W8-CERT-TRACK-RECORD
026700         ADD 1 TO WS-TOT-NEW-TRACKED
026800         MOVE 'CERTIFICATE RECEIVED - NOW TRACKED      '
026900             TO WS-ACTION-LIT
027000         PERFORM 7000-PRINT-RECEIPT THRU 7000-EXIT
027100         GO TO 1100-EXIT.
027200     IF  W8I-SIGNED-DATE NOT GREATER THAN W8C-SIGNED-DATE
027300         ADD 1 TO WS-TOT-RCV-REJECTED
027400         MOVE 'CERTIFICATE REJECTED - NOT LATER SIGNED '
027500             TO WS-ACTION-LIT
027600         PERFORM 7000-PRINT-RECEIPT THRU 7000-EXIT
027700         GO TO 1100-EXIT.
027800     PERFORM 1150-SET-CERTIFICATE THRU 1150-EXIT.
027900     MOVE ZERO TO W8C-SOLICIT-DATE.
028000     REWRITE W8-CERT-TRACK-RECORD.
028100     ADD 1 TO WS-TOT-RENEWED.
028200     MOVE 'CERTIFICATE RENEWED                     '
028300         TO WS-ACTION-LIT.
028400     PERFORM 7000-PRINT-RECEIPT THRU 7000-EXIT.
028500 1100-EXIT. EXIT.
028600 1150-SET-CERTIFICATE.
028700     MOVE W8I-FORM-TYPE      TO W8C-FORM-TYPE.
028800     MOVE W8I-SIGNED-DATE    TO W8C-SIGNED-DATE.
028900     MOVE WS-EXPIRY-DATE     TO W8C-EXPIRY-DATE.
029000     MOVE W8I-CERT-COUNTRY   TO W8C-CERT-COUNTRY.
029100     MOVE WS-RUN-DATE-YYMMDD TO W8C-RECEIVED-DATE.
029200     MOVE 'C'                TO W8C-STATUS.
029300 1150-EXIT. EXIT.
029400     EJECT
029500 2100-READ-MASTER.
029600     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
029700     MOVE -1   TO I-O-SEND-CODE.
029800     CALL 'IMACTM' USING I-O-CONTROL-AREA
029900                         MASTER-AREA
030000                         SI-ENVIRONMENT-AREA.
030100     IF  I-O-88-END-OF-FILE
030200         MOVE 'Y' TO WS-END-OF-FILE-SW.
030300 2100-EXIT. EXIT.
030400     EJECT
030500*----------------------------------------------------------------*
030600*    2000-PROCESS-ACCOUNT - A U.S.-STATUS ACCOUNT IS ONLY        *
030700*    CHECKED FOR A FOREIGN MAILING ADDRESS.  A NONRESIDENT       *
030800*    ACCOUNT IS CHECKED AGAINST ITS TAXPAYER'S CERTIFICATE.      *
030900*----------------------------------------------------------------*
031000 2000-PROCESS-ACCOUNT.
031100     ADD 1 TO WS-TOT-SCANNED.
031200     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
031300     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
031400     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
031500         GO TO 2000-NEXT.
031600     MOVE WMS-CONTROL-KEY TO WS-ACCOUNT.
031700     MOVE SPACES TO WS-TAX-ID-WORK.
031800     STRING WMS-TAX-NO-PREFIX WMS-TAX-NO WMS-TAX-NO-SUFFIX
031900         DELIMITED BY SIZE INTO WS-TAX-ID-WORK.
032000     MOVE 'N' TO WS-MASTER-CHANGED-SW.
032100     IF  WMS-TIN-CERTIFICATION NOT EQUAL '8'
032200         PERFORM 2700-CHECK-US-STATUS THRU 2700-EXIT
032300         GO TO 2000-NEXT.
032400     ADD 1 TO WS-TOT-NRA-ACCTS.
032500     MOVE 'N' TO WS-TRACK-FOUND-SW.
032600     MOVE WS-TAX-ID-WORK TO W8C-TAX-ID.
032700     IF  WS-TAX-ID-WORK NOT EQUAL SPACES
032800         READ W8-CERT-TRACK-FILE
032900             INVALID KEY
033000                 CONTINUE
033100             NOT INVALID KEY
033200                 MOVE 'Y' TO WS-TRACK-FOUND-SW.
033300     IF  NOT WS-88-TRACK-FOUND
033400         ADD 1 TO WS-TOT-NO-CERT
033500         MOVE SPACES TO W8C-CERT-COUNTRY
033600         MOVE ZERO TO W8C-EXPIRY-DATE
033700         MOVE 'NO FOREIGN STATUS CERTIFICATE ON FILE   '
033800             TO WS-ACTION-LIT
033900         PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT
034000         GO TO 2000-NEXT.
034100     IF  W8C-EXPIRY-DATE LESS THAN WS-RUN-DATE-8
034200         PERFORM 2300-LAPSE THRU 2300-EXIT
034300     ELSE
034400         PERFORM 2400-SOLICIT THRU 2400-EXIT
034500         PERFORM 2500-RESTORE THRU 2500-EXIT.
034600     PERFORM 2600-CHECK-CONTRADICTION THRU 2600-EXIT.
034700     IF  WS-88-MASTER-CHANGED
034800         MOVE 'W'  TO I-O-CONTROL-OPERATOR
034900         MOVE -1   TO I-O-SEND-CODE
035000         CALL 'IMACTM' USING I-O-CONTROL-AREA
035100                             MASTER-AREA
035200                             SI-ENVIRONMENT-AREA.
035300 2000-NEXT.
035400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
035500 2000-EXIT. EXIT.
035600     EJECT
035700*----------------------------------------------------------------*
035800*    2300-LAPSE - THE CERTIFICATE HAS EXPIRED.  THE FIRST        *
035900*    ACCOUNT OF THE TAXPAYER TO REACH HERE MARKS THE TRACKING    *
036000*    RECORD LAPSED AND SAVES THE CERTIFIED VALUES; EVERY         *
036100*    ACCOUNT STILL CERTIFIED IS SWITCHED TO UNCERTIFIED ('2').   *
036200*----------------------------------------------------------------*
036300 2300-LAPSE.
036400     IF  NOT W8C-88-LAPSED
036500         MOVE WMS-NRA-CERT-NAME1 TO W8C-PRIOR-CERT-NAME1
036600         MOVE WMS-NRA-CERT-NAME2 TO W8C-PRIOR-CERT-NAME2
036700         MOVE 'L' TO W8C-STATUS
036800         MOVE WS-RUN-DATE-YYMMDD TO W8C-LAPSE-DATE
036900         REWRITE W8-CERT-TRACK-RECORD
037000         ADD 1 TO WS-TOT-TIN-LAPSED.
037100     IF  WMS-NRA-CERT-NAME1 NOT EQUAL '1' AND '3'
037200     AND WMS-NRA-CERT-NAME2 NOT EQUAL '1' AND '3'
037300         GO TO 2300-EXIT.
037400     IF  WMS-NRA-CERT-NAME1 EQUAL '1' OR '3'
037500         MOVE '2' TO WMS-NRA-CERT-NAME1.
037600     IF  WMS-NRA-CERT-NAME2 EQUAL '1' OR '3'
037700         MOVE '2' TO WMS-NRA-CERT-NAME2.
037800     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
037900     ADD 1 TO WS-TOT-ACCT-SWITCHED.
038000     MOVE 'LAPSED - SWITCHED TO UNCERTIFIED        '
038100         TO WS-ACTION-LIT.
038200     PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
038300 2300-EXIT. EXIT.
038400*----------------------------------------------------------------*
038500*    2400-SOLICIT - ONE RENEWAL SOLICITATION PER CERTIFICATE,    *
038600*    WHEN EXPIRY IS WITHIN THE SOLICITATION DAYS.                *
038700*----------------------------------------------------------------*
038800 2400-SOLICIT.
038900     IF  NOT W8C-88-CERTIFIED
039000         GO TO 2400-EXIT.
039100     MOVE WS-RUN-MO            TO DT-L-MO.
039200     MOVE WS-RUN-DA            TO DT-L-DA.
039300     MOVE WS-RUN-YR            TO DT-L-YR.
039400     MOVE W8C-EXPIRY-YYMMDD (3:2) TO DT-H-MO.
039500     MOVE W8C-EXPIRY-YYMMDD (5:2) TO DT-H-DA.
039600     MOVE W8C-EXPIRY-YYMMDD (1:2) TO DT-H-YR.
039700     CALL 'SIDIF1' USING DATE-AREA.
039800     IF  RET-DAYS GREATER THAN W8P-SOLICIT-DAYS
039900         GO TO 2400-EXIT.
040000     MOVE SPACES TO W8R-SOLICIT-RECORD.
040100     MOVE W8C-TAX-ID           TO W8S-TAX-ID.
040200     MOVE WS-ACCOUNT           TO W8S-ACCOUNT.
040300     MOVE W8C-FORM-TYPE        TO W8S-FORM-TYPE.
040400     MOVE W8C-EXPIRY-DATE      TO W8S-EXPIRY-DATE.
040500     MOVE WS-RUN-DATE-YYMMDD   TO W8S-SOLICIT-DATE.
040600     MOVE WMS-NA-COUNTRY-1042  TO W8S-NA-COUNTRY.
040700     WRITE W8R-SOLICIT-RECORD.
040800     MOVE 'S' TO W8C-STATUS.
040900     MOVE WS-RUN-DATE-YYMMDD TO W8C-SOLICIT-DATE.
041000     REWRITE W8-CERT-TRACK-RECORD.
041100     ADD 1 TO WS-TOT-SOLICITED.
041200     MOVE 'RENEWAL SOLICITED                       '
041300         TO WS-ACTION-LIT.
041400     PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
041500 2400-EXIT. EXIT.
041600*----------------------------------------------------------------*
041700*    2500-RESTORE - A CURRENT CERTIFICATE ON AN ACCOUNT STILL    *
041750*    CARRYING UNCERTIFIED TREATMENT RESTORES THE VALUES SAVED AT *
041800*    THE LAPSE, OR CERTIFIED ('1') WHERE NONE WERE SAVED.  ONLY  *
041850*    A TAXPAYER THIS PROGRAM LAPSED IS RESTORED - AN UNCERTIFIED *
041900*    STATUS SET BY HAND ON A NEVER-LAPSED CERTIFICATE STANDS.    *
042000*----------------------------------------------------------------*
042100 2500-RESTORE.
042200     IF  WMS-NRA-CERT-NAME1 EQUAL '1' OR '3'
042300         GO TO 2500-EXIT.
042325     IF  W8C-LAPSE-DATE EQUAL ZERO
042350         GO TO 2500-EXIT.
042400     IF  W8C-PRIOR-CERT-NAME1 EQUAL '1' OR '3'
042500         MOVE W8C-PRIOR-CERT-NAME1 TO WMS-NRA-CERT-NAME1
042600     ELSE
042700         MOVE '1' TO WMS-NRA-CERT-NAME1.
042800     IF  WMS-NRA-CERT-NAME2 EQUAL '2'
042900     AND (W8C-PRIOR-CERT-NAME2 EQUAL '1' OR '3')
043000         MOVE W8C-PRIOR-CERT-NAME2 TO WMS-NRA-CERT-NAME2.
043100     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
043200     ADD 1 TO WS-TOT-ACCT-RESTORED.
043300     MOVE 'RECERTIFIED - CERTIFIED STATUS RESTORED '
043400         TO WS-ACTION-LIT.
043500     PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
043600 2500-EXIT. EXIT.
043700     EJECT
043800*----------------------------------------------------------------*
043900*    2600-CHECK-CONTRADICTION - A FOREIGN CERTIFICATE CONFLICTS  *
044000*    WITH A U.S. OR BLANK MAILING COUNTRY, U.S. CITIZENSHIP, OR  *
044100*    A TAX COUNTRY OTHER THAN THE ONE CERTIFIED.                 *
044200*----------------------------------------------------------------*
044300 2600-CHECK-CONTRADICTION.
044400     IF  WMS-NA-COUNTRY-1042 EQUAL SPACES OR 'US'
044500         ADD 1 TO WS-TOT-CONTRADICT
044600         MOVE 'U.S. ADDRESS ON FOREIGN CERTIFICATE     '
044700             TO WS-ACTION-LIT
044800         PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
044900     IF  WMS-CITIZEN-COUNTRY EQUAL 'US'
045000         ADD 1 TO WS-TOT-CONTRADICT
045100         MOVE 'U.S. CITIZENSHIP ON FOREIGN CERTIFICATE '
045200             TO WS-ACTION-LIT
045300         PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
045400     IF  W8C-CERT-COUNTRY NOT EQUAL SPACES
045500     AND WMS-NRA-TAX-COUNTRY NOT EQUAL SPACES
045600     AND WMS-NRA-TAX-COUNTRY NOT EQUAL W8C-CERT-COUNTRY
045700         ADD 1 TO WS-TOT-CONTRADICT
045800         MOVE 'TAX COUNTRY DIFFERS FROM CERTIFICATE    '
045900             TO WS-ACTION-LIT
046000         PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
046100 2600-EXIT. EXIT.
046200*----------------------------------------------------------------*
046300*    2700-CHECK-US-STATUS - A U.S.-STATUS ACCOUNT MAILED TO A    *
046400*    FOREIGN COUNTRY IS AN INDICATION OF FOREIGN STATUS.         *
046500*----------------------------------------------------------------*
046600 2700-CHECK-US-STATUS.
046700     IF  WMS-NA-COUNTRY-1042 EQUAL SPACES OR 'US' OR LOW-VALUES
046800         GO TO 2700-EXIT.
046900     ADD 1 TO WS-TOT-US-FOREIGN-ADDR.
047000     MOVE SPACES TO W8C-CERT-COUNTRY.
047100     MOVE ZERO TO W8C-EXPIRY-DATE.
047200     MOVE 'FOREIGN ADDRESS ON U.S. STATUS ACCOUNT  '
047300         TO WS-ACTION-LIT.
047400     PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT.
047500 2700-EXIT. EXIT.
047600     EJECT
047700 7000-PRINT-RECEIPT.
047800     MOVE WS-ACCOUNT       TO DTL-ACCOUNT.
047900     MOVE WS-TAX-ID-WORK   TO DTL-TAX-ID.
048000     MOVE WS-EXPIRY-DATE   TO DTL-EXPIRY-DATE.
048100     MOVE WS-ACTION-LIT    TO DTL-ACTION.
048200     MOVE W8I-CERT-COUNTRY TO DTL-CERT-COUNTRY.
048300     MOVE SPACES TO DTL-MAIL-COUNTRY DTL-TAX-COUNTRY.
048400     MOVE SPACES TO W8R-ACTIVITY-RPT-LINE.
048500     MOVE WS-DETAIL-LINE TO W8R-ACTIVITY-RPT-LINE.
048600     WRITE W8R-ACTIVITY-RPT-LINE.
048700 7000-EXIT. EXIT.
048800 7100-PRINT-ACCOUNT.
048900     MOVE WS-ACCOUNT          TO DTL-ACCOUNT.
049000     MOVE WS-TAX-ID-WORK      TO DTL-TAX-ID.
049100     MOVE W8C-EXPIRY-DATE     TO DTL-EXPIRY-DATE.
049200     MOVE WS-ACTION-LIT       TO DTL-ACTION.
049300     MOVE W8C-CERT-COUNTRY    TO DTL-CERT-COUNTRY.
049400     MOVE WMS-NA-COUNTRY-1042 TO DTL-MAIL-COUNTRY.
049500     MOVE WMS-NRA-TAX-COUNTRY TO DTL-TAX-COUNTRY.
049600     MOVE SPACES TO W8R-ACTIVITY-RPT-LINE.
049700     MOVE WS-DETAIL-LINE TO W8R-ACTIVITY-RPT-LINE.
049800     WRITE W8R-ACTIVITY-RPT-LINE.
049900 7100-EXIT. EXIT.
050000     EJECT
050100*----------------------------------------------------------------*
050200*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
050300*----------------------------------------------------------------*
050400 9000-TERMINATE.
050500     WRITE W8R-ACTIVITY-RPT-LINE FROM WS-BLANK-LINE.
050600     MOVE 'CERTIFICATES RECEIVED             ' TO SUM-LIT.
050700     MOVE WS-TOT-RECEIVED TO SUM-COUNT.
050800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
050900     MOVE 'TAXPAYERS NEWLY TRACKED           ' TO SUM-LIT.
051000     MOVE WS-TOT-NEW-TRACKED TO SUM-COUNT.
051100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051200     MOVE 'CERTIFICATES RENEWED              ' TO SUM-LIT.
051300     MOVE WS-TOT-RENEWED TO SUM-COUNT.
051400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051500     MOVE 'CERTIFICATES REJECTED             ' TO SUM-LIT.
051600     MOVE WS-TOT-RCV-REJECTED TO SUM-COUNT.
051700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
051800     MOVE 'ACCOUNTS SCANNED                  ' TO SUM-LIT.
051900     MOVE WS-TOT-SCANNED TO SUM-COUNT.
052000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052100     MOVE 'NONRESIDENT ACCOUNTS              ' TO SUM-LIT.
052200     MOVE WS-TOT-NRA-ACCTS TO SUM-COUNT.
052300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052400     MOVE 'RENEWALS SOLICITED                ' TO SUM-LIT.
052500     MOVE WS-TOT-SOLICITED TO SUM-COUNT.
052600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
052700     MOVE 'TAXPAYER CERTIFICATES LAPSED      ' TO SUM-LIT.
052800     MOVE WS-TOT-TIN-LAPSED TO SUM-COUNT.
052900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053000     MOVE 'ACCOUNTS SWITCHED TO UNCERTIFIED  ' TO SUM-LIT.
053100     MOVE WS-TOT-ACCT-SWITCHED TO SUM-COUNT.
053200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053300     MOVE 'ACCOUNTS RESTORED TO CERTIFIED    ' TO SUM-LIT.
053400     MOVE WS-TOT-ACCT-RESTORED TO SUM-COUNT.
053500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053600     MOVE 'NONRESIDENT WITHOUT CERTIFICATE   ' TO SUM-LIT.
053700     MOVE WS-TOT-NO-CERT TO SUM-COUNT.
053800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
053900     MOVE 'CERTIFIED STATUS CONTRADICTIONS   ' TO SUM-LIT.
054000     MOVE WS-TOT-CONTRADICT TO SUM-COUNT.
054100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054200     MOVE 'U.S. STATUS WITH FOREIGN ADDRESS  ' TO SUM-LIT.
054300     MOVE WS-TOT-US-FOREIGN-ADDR TO SUM-COUNT.
054400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
054500     MOVE 'E' TO I-O-CONTROL-OPERATOR.
054600     MOVE -1  TO I-O-SEND-CODE.
054700     CALL 'IMACTM' USING I-O-CONTROL-AREA
054800                         MASTER-AREA
054900                         SI-ENVIRONMENT-AREA.
055000     CLOSE W8R-RECEIPT-FILE.
055100     CLOSE W8-CERT-TRACK-FILE.
055200     CLOSE W8R-SOLICIT-EXT.
055300     CLOSE W8R-ACTIVITY-RPT.
055400 9000-EXIT. EXIT.
055500 9100-PRINT-SUMMARY.
055600     MOVE SPACES TO W8R-ACTIVITY-RPT-LINE.
055700     MOVE WS-SUMMARY-LINE TO W8R-ACTIVITY-RPT-LINE.
055800     WRITE W8R-ACTIVITY-RPT-LINE.
055900 9100-EXIT. EXIT.
