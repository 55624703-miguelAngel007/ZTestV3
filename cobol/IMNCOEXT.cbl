*     * GN6195 * 09/26/26 JCTE NCOA CHANGE-OF-ADDRESS EXTRACT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMNCOEXT.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/26/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMNCOEXT BUILDS THE OUTBOUND FILE FOR THE POSTAL            *
000900*    CHANGE-OF-ADDRESS (NCOA) SERVICE IN THE VENDOR'S FORMAT     *
001000*    (IMWSNCOA).  EVERY POPULATED ADDRESS OCCURRENCE ON THE      *
001100*    ALTERNATE NAME AND ADDRESS FILE (IMNAME) IS EXTRACTED, THEN *
001200*    THE NAME AND ADDRESS TRAILER OF EVERY OPEN ACCOUNT ON THE   *
001300*    MASTER.  THE NAME IS THE FIRST NAME LINE (TYPE '1'); OF THE *
001400*    ADDRESS LINES THE LAST IS THE CITY/STATE/ZIP LINE AND THE   *
001500*    FIRST TWO BEFORE IT ARE THE STREET LINES.  AN ADDRESS WITH  *
001600*    NO STREET LINE IS LEFT OFF AND COUNTED.  THE VENDOR'S       *
001700*    RETURN FILE IS APPLIED BY IMNCOAPL.                         *
001800*----------------------------------------------------------------*
001900*               ** HISTORY OF REVISIONS **                      *
002000* DESCRIPTION                                           CHNGID  *
002100* ____________________________________________________ _______ *
002200* 09/26/26 JCTE NEW PROGRAM - NCOA CHANGE-OF-ADDRESS     GN6195 *
002300*                OUTBOUND EXTRACT                               *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
002700 FILE-CONTROL.
002800     SELECT ALT-NAME-ADDR-FILE ASSIGN TO "IMNAME"
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT NCOA-EXTRACT-FILE  ASSIGN TO "IMNCOOUT"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT NCOA-EXTRACT-RPT   ASSIGN TO "IMNCORPT"
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ALT-NAME-ADDR-FILE.
003700     COPY IMNAME.
003800 FD  NCOA-EXTRACT-FILE.
003900     COPY IMWSNCOA.
004000 FD  NCOA-EXTRACT-RPT
004100     RECORD CONTAINS 133 CHARACTERS.
004200 01  NCOA-EXTRACT-RPT-LINE           PIC X(133).
004300 WORKING-STORAGE SECTION.
004400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMNCOEXT'.
004500 01  WS-SWITCHES.
004600     03  WS-NAME-EOF-SW              PIC X(1)    VALUE 'N'.
004700         88  WS-88-NAME-EOF          VALUE 'Y'.
004800     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
004900         88  WS-88-MASTER-EOF        VALUE 'Y'.
005000 01  WS-ADDR-SUB                     PIC S9(3)   COMP VALUE 0.
005100 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
005200 01  WS-LINE-COUNT                   PIC S9(3)   COMP VALUE 0.
005300 01  WS-STREET-COUNT                 PIC S9(3)   COMP VALUE 0.
005400 01  WS-POS                          PIC S9(3)   COMP VALUE 0.
005500 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
005600 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
005700     03  WS-RUN-YR                   PIC 99.
005800     03  WS-RUN-MO                   PIC 99.
005900     03  WS-RUN-DA                   PIC 99.
006000     EJECT
006100*----------------------------------------------------------------*
006200*    ONE ADDRESS AS HELD - IMNAME OCCURRENCE OR MASTER TRAILER.  *
006300*----------------------------------------------------------------*
006400 01  WS-ADDRESS-LINES.
006500     03  WS-ADR-LINE OCCURS 8 TIMES.
006600         05  WS-ADR-TYPE             PIC X.
006700         05  WS-ADR-TEXT             PIC X(40).
006800 01  WS-STREET-LINES.
006900     03  WS-STREET-TEXT OCCURS 8 TIMES PIC X(40).
007000 01  WS-LAST-LINE                    PIC X(40).
007100 01  FILLER REDEFINES WS-LAST-LINE.
007200     03  WS-LAST-CITY-STATE          PIC X(30).
007300     03  WS-LAST-ZIP                 PIC X(10).
007400     EJECT
007500 01  WS-TOTALS.
007600     03  WS-TOT-NAME-RECORDS         PIC 9(7)    COMP VALUE 0.
007700     03  WS-TOT-NAME-EXTRACTED       PIC 9(7)    COMP VALUE 0.
007800     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
007900     03  WS-TOT-MASTER-EXTRACTED     PIC 9(7)    COMP VALUE 0.
008000     03  WS-TOT-NO-STREET            PIC 9(7)    COMP VALUE 0.
008100     EJECT
008200 01  WS-REPORT-TITLE.
008300     03  FILLER                      PIC X(48)   VALUE
008400         'IMNCOEXT - NCOA CHANGE-OF-ADDRESS EXTRACT       '.
008500     03  FILLER                      PIC X(9)    VALUE
008600         'RUN DATE '.
008700     03  TTL-RUN-DATE                PIC X(8).
008800     03  FILLER                      PIC X(68)   VALUE SPACES.
008900 01  WS-SUMMARY-LINE.
009000     03  FILLER                      PIC X(4)    VALUE SPACES.
009100     03  SUM-LIT                     PIC X(34).
009200     03  SUM-COUNT                   PIC ZZZ,ZZ9.
009300     03  FILLER                      PIC X(88)   VALUE SPACES.
009400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
009500     EJECT
009600 LINKAGE SECTION.
009700     COPY SIWSCNTL.
009800     EJECT
009900     COPY IMAWKMST.
010000     EJECT
010100     COPY IMWSENVO.
010200     EJECT
010300 PROCEDURE DIVISION.
010400*----------------------------------------------------------------*
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
010700     PERFORM 2000-PROCESS-NAME    THRU 2000-EXIT
010800         UNTIL WS-88-NAME-EOF.
010900     PERFORM 3000-PROCESS-MASTER  THRU 3000-EXIT
011000         UNTIL WS-88-MASTER-EOF.
011100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
011200     GOBACK.
011300     EJECT
011400 1000-INITIALIZE.
011500     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
011600     OPEN INPUT  ALT-NAME-ADDR-FILE.
011700     OPEN OUTPUT NCOA-EXTRACT-FILE.
011800     OPEN OUTPUT NCOA-EXTRACT-RPT.
011900     MOVE SPACES TO TTL-RUN-DATE.
012000     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
012100         DELIMITED BY SIZE INTO TTL-RUN-DATE.
012200     WRITE NCOA-EXTRACT-RPT-LINE FROM WS-BLANK-LINE.
012300     MOVE SPACES TO NCOA-EXTRACT-RPT-LINE.
012400     MOVE WS-REPORT-TITLE TO NCOA-EXTRACT-RPT-LINE.
012500     WRITE NCOA-EXTRACT-RPT-LINE.
012600     WRITE NCOA-EXTRACT-RPT-LINE FROM WS-BLANK-LINE.
012700     MOVE SPACES TO SI-ENVIRONMENT-AREA.
012800     MOVE '1' TO SI-ENVIRONMENT-VSAM.
012900     MOVE 'O' TO I-O-CONTROL-OPERATOR.
013000     MOVE 'I' TO I-O-CONTROL-ACCESS.
013100     MOVE -1  TO I-O-SEND-CODE.
013200     CALL 'IMACTM' USING I-O-CONTROL-AREA
013300                         MASTER-AREA
013400                         SI-ENVIRONMENT-AREA.
013500 1000-EXIT. EXIT.
013600     EJECT
013700*----------------------------------------------------------------*
013800*    2000-PROCESS-NAME - EVERY ADDRESS OCCURRENCE ON THE RECORD. *
013900*----------------------------------------------------------------*
014000 2000-PROCESS-NAME.
014100     READ ALT-NAME-ADDR-FILE
014200         AT END MOVE 'Y' TO WS-NAME-EOF-SW
014300                GO TO 2000-EXIT.
014400     ADD 1 TO WS-TOT-NAME-RECORDS.
014500     IF  IMN-NBR-ADDRS NOT NUMERIC
014600         GO TO 2000-EXIT.
014700     PERFORM 2100-ONE-OCCURRENCE THRU 2100-EXIT
014800         VARYING WS-ADDR-SUB FROM 1 BY 1
014900         UNTIL WS-ADDR-SUB GREATER THAN IMN-NBR-ADDRS
015000            OR WS-ADDR-SUB GREATER THAN 9.
015100 2000-EXIT. EXIT.
015200 2100-ONE-OCCURRENCE.
015300     MOVE SPACES TO WS-ADDRESS-LINES.
015400     PERFORM 2110-COPY-LINE THRU 2110-EXIT
015500         VARYING WS-LINE-SUB FROM 1 BY 1
015600         UNTIL WS-LINE-SUB GREATER THAN 6.
015700     MOVE 6 TO WS-LINE-COUNT.
015800     MOVE SPACES TO NCOA-EXCHANGE-RECORD.
015900     MOVE 'N'                    TO NCA-SOURCE.
016000     MOVE IMN-CONTROL-KEY (1:22) TO NCA-ACCOUNT.
016100     MOVE IMN-USE-CODE           TO NCA-USE-CODE.
016200     MOVE WS-ADDR-SUB            TO NCA-ADDR-NO.
016300     PERFORM 5000-BUILD-EXTRACT THRU 5000-EXIT.
016400     IF  WS-STREET-COUNT GREATER THAN 1
016500         ADD 1 TO WS-TOT-NAME-EXTRACTED.
016600 2100-EXIT. EXIT.
016700 2110-COPY-LINE.
016800     MOVE IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB)
016900         TO WS-ADR-TYPE (WS-LINE-SUB).
017000     MOVE IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB)
017100         TO WS-ADR-TEXT (WS-LINE-SUB).
017200 2110-EXIT. EXIT.
017300     EJECT
017400*----------------------------------------------------------------*
017500*    3000-PROCESS-MASTER - THE NAME AND ADDRESS TRAILER OF EACH  *
017600*    OPEN ACCOUNT.                                               *
017700*----------------------------------------------------------------*
017800 3000-PROCESS-MASTER.
017900     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
018000     MOVE -1   TO I-O-SEND-CODE.
018100     CALL 'IMACTM' USING I-O-CONTROL-AREA
018200                         MASTER-AREA
018300                         SI-ENVIRONMENT-AREA.
018400     IF  I-O-88-END-OF-FILE
018500         MOVE 'Y' TO WS-MASTER-EOF-SW
018600         GO TO 3000-EXIT.
018700     ADD 1 TO WS-TOT-ACCOUNTS.
018800     IF  WMS-DATE-CLOSED NOT EQUAL SPACES
018900     AND WMS-DATE-CLOSED NOT EQUAL LOW-VALUES
019000     AND WMS-DATE-CLOSED NOT EQUAL ZEROS
019100         GO TO 3000-EXIT.
019200     IF  WMS-NME-ADDR-TLRS NOT GREATER THAN ZERO
019300         GO TO 3000-EXIT.
019400     MOVE SPACES TO WS-ADDRESS-LINES.
019500     PERFORM 3100-COPY-LINE THRU 3100-EXIT
019600         VARYING WS-LINE-SUB FROM 1 BY 1
019700         UNTIL WS-LINE-SUB GREATER THAN 8.
019800     MOVE 8 TO WS-LINE-COUNT.
019900     MOVE SPACES TO NCOA-EXCHANGE-RECORD.
020000     MOVE 'M'             TO NCA-SOURCE.
020100     MOVE WMS-CONTROL-KEY TO NCA-ACCOUNT.
020200     MOVE ZERO            TO NCA-ADDR-NO.
020300     PERFORM 5000-BUILD-EXTRACT THRU 5000-EXIT.
020400     IF  WS-STREET-COUNT GREATER THAN 1
020500         ADD 1 TO WS-TOT-MASTER-EXTRACTED.
020600 3000-EXIT. EXIT.
020700 3100-COPY-LINE.
020800     MOVE WMS-NAME-ADDR-TYPE (WS-LINE-SUB)
020900         TO WS-ADR-TYPE (WS-LINE-SUB).
021000     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB)
021100         TO WS-ADR-TEXT (WS-LINE-SUB).
021200 3100-EXIT. EXIT.
021300     EJECT
021400*----------------------------------------------------------------*
021500*    5000-BUILD-EXTRACT - NAME, STREET LINES AND THE CITY/STATE/ *
021600*    ZIP LINE FROM THE ADDRESS AS HELD.  AN EMPTY OCCURRENCE IS  *
021700*    PASSED OVER SILENTLY; ONE WITH NO STREET LINE IS COUNTED.   *
021800*----------------------------------------------------------------*
021900 5000-BUILD-EXTRACT.
022000     MOVE SPACES TO WS-STREET-LINES.
022100     MOVE ZERO   TO WS-STREET-COUNT.
022200     PERFORM 5100-SORT-LINE THRU 5100-EXIT
022300         VARYING WS-LINE-SUB FROM 1 BY 1
022400         UNTIL WS-LINE-SUB GREATER THAN WS-LINE-COUNT.
022500     IF  WS-STREET-COUNT EQUAL ZERO
022600         GO TO 5000-EXIT.
022700     IF  WS-STREET-COUNT EQUAL 1
022800         ADD 1 TO WS-TOT-NO-STREET
022900         GO TO 5000-EXIT.
023000     MOVE WS-STREET-TEXT (1) TO NCA-ADDR-LINE-1.
023100     IF  WS-STREET-COUNT GREATER THAN 2
023200         MOVE WS-STREET-TEXT (2) TO NCA-ADDR-LINE-2.
023300     MOVE WS-STREET-TEXT (WS-STREET-COUNT) TO WS-LAST-LINE.
023400     PERFORM 5200-SPLIT-LAST-LINE THRU 5200-EXIT.
023500     WRITE NCOA-EXCHANGE-RECORD.
023600 5000-EXIT. EXIT.
023700 5100-SORT-LINE.
023800     IF  WS-ADR-TEXT (WS-LINE-SUB) EQUAL SPACES
023900     OR  WS-ADR-TEXT (WS-LINE-SUB) EQUAL LOW-VALUES
024000         GO TO 5100-EXIT.
024100     IF  WS-ADR-TYPE (WS-LINE-SUB) EQUAL '1'
024200         IF  NCA-NAME EQUAL SPACES
024300             MOVE WS-ADR-TEXT (WS-LINE-SUB) TO NCA-NAME
024400             GO TO 5100-EXIT
024500         ELSE
024600             GO TO 5100-EXIT.
024700     ADD 1 TO WS-STREET-COUNT.
024800     MOVE WS-ADR-TEXT (WS-LINE-SUB)
024900         TO WS-STREET-TEXT (WS-STREET-COUNT).
025000 5100-EXIT. EXIT.
025100*----------------------------------------------------------------*
025200*    5200-SPLIT-LAST-LINE - THE STATE IS THE LAST TWO CHARACTERS *
025300*    OF THE CITY/STATE AREA AND THE CITY IS WHAT PRECEDES IT.    *
025400*    THE ZIP IS NNNNN, NNNNN-NNNN OR NNNNNNNNN.                  *
025500*----------------------------------------------------------------*
025600 5200-SPLIT-LAST-LINE.
025700     PERFORM 5210-FIND-END THRU 5210-EXIT
025800         VARYING WS-POS FROM 30 BY -1
025900         UNTIL WS-POS LESS THAN 1
026000            OR WS-LAST-CITY-STATE (WS-POS:1) NOT EQUAL SPACE.
026100     IF  WS-POS LESS THAN 4
026200         MOVE WS-LAST-CITY-STATE TO NCA-CITY
026300     ELSE
026400         MOVE WS-LAST-CITY-STATE (WS-POS - 1:2) TO NCA-STATE
026500         MOVE WS-LAST-CITY-STATE (1:WS-POS - 2) TO NCA-CITY
026600         INSPECT NCA-CITY REPLACING ALL ',' BY SPACE.
026700     MOVE WS-LAST-ZIP (1:5) TO NCA-ZIP5.
026800     IF  WS-LAST-ZIP (6:1) EQUAL '-'
026900         MOVE WS-LAST-ZIP (7:4) TO NCA-ZIP4
027000     ELSE
027100         MOVE WS-LAST-ZIP (6:4) TO NCA-ZIP4.
027200 5200-EXIT. EXIT.
027300 5210-FIND-END.
027400     CONTINUE.
027500 5210-EXIT. EXIT.
027600     EJECT
027700*----------------------------------------------------------------*
027800*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
027900*----------------------------------------------------------------*
028000 9000-TERMINATE.
028100     MOVE 'NAME/ADDRESS RECORDS READ         ' TO SUM-LIT.
028200     MOVE WS-TOT-NAME-RECORDS TO SUM-COUNT.
028300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
028400     MOVE 'IMNAME ADDRESSES EXTRACTED        ' TO SUM-LIT.
028500     MOVE WS-TOT-NAME-EXTRACTED TO SUM-COUNT.
028600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
028700     MOVE 'ACCOUNTS ON MASTER                ' TO SUM-LIT.
028800     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
028900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029000     MOVE 'MASTER ADDRESSES EXTRACTED        ' TO SUM-LIT.
029100     MOVE WS-TOT-MASTER-EXTRACTED TO SUM-COUNT.
029200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029300     MOVE 'LEFT OFF - NO STREET LINE         ' TO SUM-LIT.
029400     MOVE WS-TOT-NO-STREET TO SUM-COUNT.
029500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029600     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
029700     MOVE -1   TO I-O-SEND-CODE.
029800     CALL 'IMACTM' USING I-O-CONTROL-AREA
029900                         MASTER-AREA
030000                         SI-ENVIRONMENT-AREA.
030100     CLOSE ALT-NAME-ADDR-FILE.
030200     CLOSE NCOA-EXTRACT-FILE.
030300     CLOSE NCOA-EXTRACT-RPT.
030400 9000-EXIT. EXIT.
030500 9100-PRINT-SUMMARY.
030600     MOVE SPACES TO NCOA-EXTRACT-RPT-LINE.
030700     MOVE WS-SUMMARY-LINE TO NCOA-EXTRACT-RPT-LINE.
030800     WRITE NCOA-EXTRACT-RPT-LINE.
030900 9100-EXIT. EXIT.
