*     * GN6195 * 09/26/26 JCTE NCOA CHANGE-OF-ADDRESS APPLY
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMNCOAPL.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  09/26/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMNCOAPL APPLIES THE POSTAL CHANGE-OF-ADDRESS (NCOA) RETURN *
000900*    FILE (IMWSNCOA) TO THE ADDRESSES IMNCOEXT SENT.  THE        *
001000*    RETURNS ARE SORTED INTO ACCOUNT ORDER AND TABLED.  A        *
001100*    PERMANENT MOVE WITH A NEW ADDRESS REPLACES THE ADDRESS      *
001200*    LINES OF THE IMNAME OCCURRENCE OR MASTER NAME AND ADDRESS   *
001300*    TRAILER IT CAME FROM - NAME LINES ARE KEPT - AND EACH LINE  *
001400*    CHANGED IS JOURNALED THROUGH IMWSFMJR UNDER THE SYSTEM      *
001500*    OPERATOR ID.  AN IMNAME RECORD IS ALSO STAMPED IN           *
001600*    IMN-LAST-MAINT, AND A RETURNED-MAIL FLAG (IMN-RM-FLAG) ON   *
001700*    THE OCCURRENCE IS CLEARED WHEN THE MOVE CAME ON OR BEFORE   *
001800*    THE MAIL WAS RETURNED.  EVERY APPLIED MOVE PRODUCES THE     *
001900*    ADDRESS-CHANGE CONFIRMATION TWICE, ONCE TO THE OLD ADDRESS  *
002000*    AND ONCE TO THE NEW, RENDERED THROUGH 'IMTXTRND' IN THE     *
002100*    CUSTOMER'S LANGUAGE. MOVED-LEFT-NO-FORWARDING-ADDRESS       *
002200*    MATCHES ARE LISTED BY BRANCH FOR FOLLOW-UP.  TEMPORARY      *
002300*    MOVES ARE NOT APPLIED.                                      *
002400*----------------------------------------------------------------*
002500*               ** HISTORY OF REVISIONS **                      *
002600* DESCRIPTION                                           CHNGID  *
002700* ____________________________________________________ _______ *
002800* 09/26/26 JCTE NEW PROGRAM - NCOA CHANGE-OF-ADDRESS     GN6195 *
002900*                RETURN APPLY                                   *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT    DIVISION.
003200 INPUT-OUTPUT   SECTION.
003300 FILE-CONTROL.
003400     SELECT NCA-PARM-FILE     ASSIGN TO "IMNCAPRM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NCOA-RETURN-FILE  ASSIGN TO "IMNCORTN"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT NCOA-SORT-FILE    ASSIGN TO "IMNCASRT".
003900     SELECT ALT-NAME-IN       ASSIGN TO "IMNAME"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT ALT-NAME-OUT      ASSIGN TO "IMNAMEO"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FM-JOURNAL-OUT    ASSIGN TO "IMNCAJRN"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CONFIRM-LETTER-EXT ASSIGN TO "IMNCALTR"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT NCOA-APPLY-RPT    ASSIGN TO "IMNCARPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  NCA-PARM-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  NCA-PARM-RECORD.
005400     03  NCP-RUN-DATE                PIC 9(6).
005500     03  FILLER                      PIC X(74).
005600 FD  NCOA-RETURN-FILE
005700     RECORD CONTAINS 320 CHARACTERS.
005800 01  NCOA-RETURN-RECORD              PIC X(320).
005900 SD  NCOA-SORT-FILE.
006000 01  NCOA-SORT-RECORD.
006100     03  NSR-SOURCE                  PIC X.
006200     03  NSR-ACCOUNT                 PIC X(22).
006300     03  NSR-USE-CODE                PIC XX.
006400     03  NSR-ADDR-NO                 PIC 9.
006500     03  FILLER                      PIC X(294).
006600 FD  ALT-NAME-IN.
006700     COPY IMNAME.
006800 FD  ALT-NAME-OUT
006900     RECORD CONTAINS 2419 CHARACTERS.
007000 01  ALT-NAME-OUT-REC                PIC X(2419).
007100 FD  FM-JOURNAL-OUT.
007200     COPY IMWSFMJR.
007300 FD  CONFIRM-LETTER-EXT
007400     RECORD CONTAINS 120 CHARACTERS.
007500 01  CONFIRM-LETTER-RECORD.
007600     03  CLT-ACCOUNT                 PIC X(22).
007700     03  CLT-COPY                    PIC X.
007800         88  CLT-88-OLD-ADDRESS      VALUE 'O'.
007900         88  CLT-88-NEW-ADDRESS      VALUE 'N'.
008000     03  CLT-REC-TYPE                PIC X.
008100         88  CLT-88-ADDRESS          VALUE 'A'.
008200         88  CLT-88-TEXT             VALUE 'T'.
008300     03  CLT-LINE-SEQ                PIC 99.
008400     03  CLT-TEXT-LINE               PIC X(70).
008500     03  FILLER                      PIC X(24).
008600 FD  NCOA-APPLY-RPT
008700     RECORD CONTAINS 133 CHARACTERS.
008800 01  NCOA-APPLY-RPT-LINE             PIC X(133).
008900 WORKING-STORAGE SECTION.
009000 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMNCOAPL'.
009100 77  WS-SYSTEM-OPER                  PIC X(5)    VALUE 'SYSTM'.
009200 77  WS-LETTER-TEXT-ID               PIC X(8)    VALUE 'ADDRCONF'.
009300 77  WS-RTN-MAX                      PIC S9(5)   COMP VALUE +5000.
009400     EJECT
009500     COPY IMWSNCOA.
009600     EJECT
009700     COPY IMWSTXRQ.
009800     EJECT
009900 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
010000 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
010100     03  WS-RUN-YR                   PIC 99.
010200     03  WS-RUN-MO                   PIC 99.
010300     03  WS-RUN-DA                   PIC 99.
010400 01  WS-MOVE-YYMM                    PIC X(4)    VALUE SPACES.
010500     EJECT
010600 01  WS-SWITCHES.
010700     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
010800         88  WS-88-SORT-EOF          VALUE 'Y'.
010900     03  WS-NAME-EOF-SW              PIC X(1)    VALUE 'N'.
011000         88  WS-88-NAME-EOF          VALUE 'Y'.
011100     03  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
011200         88  WS-88-MASTER-EOF        VALUE 'Y'.
011300     03  WS-UPDATED-SW               PIC X(1)    VALUE 'N'.
011400         88  WS-88-UPDATED           VALUE 'Y'.
011500     03  WS-RM-LEFT-SW               PIC X(1)    VALUE 'N'.
011600         88  WS-88-RM-LEFT           VALUE 'Y'.
011700 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011800 01  WS-LINE-SUB                     PIC S9(3)   COMP VALUE 0.
011850 01  WS-LINE-NO9                     PIC 9       VALUE 0.
011900 01  WS-ADDR-SUB                     PIC S9(3)   COMP VALUE 0.
012000 01  WS-OUT-SUB                      PIC S9(3)   COMP VALUE 0.
012100 01  WS-MAX-LINES                    PIC S9(3)   COMP VALUE 0.
012200 01  WS-NAME-COUNT                   PIC S9(3)   COMP VALUE 0.
012300 01  WS-OLD-COUNT                    PIC S9(3)   COMP VALUE 0.
012400 01  WS-NEW-COUNT                    PIC S9(3)   COMP VALUE 0.
012500 01  WS-RTN-COUNT                    PIC S9(5)   COMP VALUE 0.
012600 01  WS-FIRST                        PIC S9(5)   COMP VALUE 0.
012700 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
012800 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
012900 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
013000 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
013100 01  WS-SECTION                      PIC X       VALUE SPACE.
013200 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
013300 01  WS-ADDR-TYPE                    PIC X       VALUE SPACE.
013400     EJECT
013500*----------------------------------------------------------------*
013600*    RETURNS WITH A RESULT, IN ACCOUNT ORDER.  STATUS -          *
013700*      P  PERMANENT MOVE PENDING      A  APPLIED                 *
013800*      F  MOVED, NO FORWARDING        T  TEMPORARY MOVE          *
013900*      R  NO ROOM FOR THE NEW LINES   U  ADDRESS NOT ON FILE     *
014000*----------------------------------------------------------------*
014100 01  WS-RETURN-TABLE.
014200     03  WS-RTN-ENTRY OCCURS 5000 TIMES
014300                      INDEXED BY RTX.
014400         05  WS-RTN-SOURCE           PIC X.
014500         05  WS-RTN-ACCOUNT          PIC X(22).
014600         05  WS-RTN-USE-CODE         PIC XX.
014700         05  WS-RTN-ADDR-NO          PIC 9.
014800         05  WS-RTN-STATUS           PIC X.
014900         05  WS-RTN-MOVE-DATE        PIC 9(6).
015000         05  WS-RTN-NAME             PIC X(40).
015100         05  WS-RTN-OLD-ADDRESS      PIC X(119).
015200         05  WS-RTN-NEW-ADDRESS      PIC X(119).
015300         05  WS-RTN-BRANCH           PIC X(5).
015400         05  WS-RTN-LANG             PIC XX.
015500         05  WS-RTN-RM-CLEARED       PIC X.
015600     EJECT
015700*----------------------------------------------------------------*
015800*    ADDRESS WORK AREAS - THE VENDOR LAYOUT AND THE LINES AS     *
015900*    HELD ON OUR FILES.                                          *
016000*----------------------------------------------------------------*
016100 01  WS-ADDR-WORK.
016200     03  WS-AW-LINE-1                PIC X(40).
016300     03  WS-AW-LINE-2                PIC X(40).
016400     03  WS-AW-CITY                  PIC X(28).
016500     03  WS-AW-STATE                 PIC XX.
016600     03  WS-AW-ZIP5                  PIC X(5).
016700     03  WS-AW-ZIP4                  PIC X(4).
016800 01  WS-LAST-LINE                    PIC X(40).
016900 01  FILLER REDEFINES WS-LAST-LINE.
017000     03  WS-LAST-CITY-STATE          PIC X(30).
017100     03  WS-LAST-ZIP                 PIC X(10).
017200 01  WS-HELD-LINES.
017300     03  WS-HLD-LINE OCCURS 8 TIMES.
017400         05  WS-HLD-TYPE             PIC X.
017500         05  WS-HLD-TEXT             PIC X(40).
017600 01  WS-NAME-LINES.
017700     03  WS-NAM-TEXT OCCURS 8 TIMES  PIC X(40).
017800 01  WS-OLD-LINES.
017900     03  WS-OLD-TEXT OCCURS 8 TIMES  PIC X(40).
018000 01  WS-NEW-LINES.
018100     03  WS-NEW-TEXT OCCURS 3 TIMES  PIC X(40).
018200     EJECT
018300 01  WS-TOTALS.
018400     03  WS-TOT-RETURNS              PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-NO-MATCH             PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-NOT-TABLED           PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-NAME-RECORDS         PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-APPLIED              PIC 9(7)    COMP VALUE 0.
019000     03  WS-TOT-JOURNALED            PIC 9(7)    COMP VALUE 0.
019100     03  WS-TOT-RM-CLEARED           PIC 9(7)    COMP VALUE 0.
019200     03  WS-TOT-LETTERS              PIC 9(7)    COMP VALUE 0.
019300     03  WS-TOT-NO-FORWARD           PIC 9(7)    COMP VALUE 0.
019400     03  WS-TOT-TEMPORARY            PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-NO-ROOM              PIC 9(7)    COMP VALUE 0.
019600     03  WS-TOT-NOT-ON-FILE          PIC 9(7)    COMP VALUE 0.
019700     EJECT
019800 01  WS-REPORT-TITLE.
019900     03  FILLER                      PIC X(48)   VALUE
020000         'IMNCOAPL - NCOA CHANGE-OF-ADDRESS APPLY         '.
020100     03  FILLER                      PIC X(9)    VALUE
020200         'RUN DATE '.
020300     03  TTL-RUN-DATE                PIC X(8).
020400     03  FILLER                      PIC X(68)   VALUE SPACES.
020500 01  WS-SECTION-LINE.
020600     03  FILLER                      PIC X(4)    VALUE SPACES.
020700     03  SEC-LIT                     PIC X(50).
020800     03  FILLER                      PIC X(79)   VALUE SPACES.
020900 01  WS-HEADING-LINE.
021000     03  FILLER                      PIC X(4)    VALUE SPACES.
021100     03  FILLER                      PIC X(50)   VALUE
021200         'BRNCH  ACCOUNT                SRC ADDRESS ON FILE '.
021300     03  FILLER                      PIC X(50)   VALUE
021400         '                       NEW ADDRESS / DISPOSITION  '.
021500     03  FILLER                      PIC X(29)   VALUE SPACES.
021600 01  WS-DETAIL-LINE.
021700     03  FILLER                      PIC X(4)    VALUE SPACES.
021800     03  DTL-BRANCH                  PIC X(5).
021900     03  FILLER                      PIC X(2)    VALUE SPACES.
022000     03  DTL-ACCOUNT                 PIC X(22).
022100     03  FILLER                      PIC X(1)    VALUE SPACES.
022200     03  DTL-SOURCE                  PIC X.
022300     03  DTL-ADDR-NO                 PIC 9.
022400     03  FILLER                      PIC X(2)    VALUE SPACES.
022500     03  DTL-OLD-LINE                PIC X(40).
022600     03  FILLER                      PIC X(3)    VALUE SPACES.
022700     03  DTL-NEW-LINE                PIC X(40).
022800     03  FILLER                      PIC X(2)    VALUE SPACES.
022900     03  DTL-NOTE                    PIC X(10).
023000 01  WS-SUMMARY-LINE.
023100     03  FILLER                      PIC X(4)    VALUE SPACES.
023200     03  SUM-LIT                     PIC X(34).
023300     03  SUM-COUNT                   PIC ZZZ,ZZ9.
023400     03  FILLER                      PIC X(88)   VALUE SPACES.
023500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
023600     EJECT
023700 LINKAGE SECTION.
023800     COPY SIWSCNTL.
023900     EJECT
024000     COPY IMAWKMST.
024100     EJECT
024200     COPY IMWSENVO.
024300     EJECT
024400 PROCEDURE DIVISION.
024500*----------------------------------------------------------------*
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024800     SORT NCOA-SORT-FILE
024900         ASCENDING KEY NSR-ACCOUNT NSR-SOURCE NSR-USE-CODE
025000                       NSR-ADDR-NO
025100         USING NCOA-RETURN-FILE
025200         OUTPUT PROCEDURE IS 1500-LOAD-RETURNS.
025300     PERFORM 2000-PROCESS-NAME    THRU 2000-EXIT
025400         UNTIL WS-88-NAME-EOF.
025500     PERFORM 3000-PROCESS-MASTER  THRU 3000-EXIT
025600         UNTIL WS-88-MASTER-EOF.
025700     PERFORM 6000-PRINT-RESULTS   THRU 6000-EXIT.
025800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025900     GOBACK.
026000     EJECT
026100 1000-INITIALIZE.
026200     OPEN INPUT NCA-PARM-FILE.
026300     READ NCA-PARM-FILE
026400         AT END MOVE ZERO TO NCP-RUN-DATE.
026500     CLOSE NCA-PARM-FILE.
026600     IF  NCP-RUN-DATE NUMERIC
026700     AND NCP-RUN-DATE GREATER THAN ZERO
026800         MOVE NCP-RUN-DATE TO WS-RUN-DATE-YYMMDD
026900     ELSE
027000         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
027100     OPEN INPUT  ALT-NAME-IN.
027200     OPEN OUTPUT ALT-NAME-OUT.
027300     OPEN OUTPUT FM-JOURNAL-OUT.
027400     OPEN OUTPUT CONFIRM-LETTER-EXT.
027500     OPEN OUTPUT NCOA-APPLY-RPT.
027600     MOVE SPACES TO TTL-RUN-DATE.
027700     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
027800         DELIMITED BY SIZE INTO TTL-RUN-DATE.
027900     WRITE NCOA-APPLY-RPT-LINE FROM WS-BLANK-LINE.
028000     MOVE SPACES TO NCOA-APPLY-RPT-LINE.
028100     MOVE WS-REPORT-TITLE TO NCOA-APPLY-RPT-LINE.
028200     WRITE NCOA-APPLY-RPT-LINE.
028300     WRITE NCOA-APPLY-RPT-LINE FROM WS-BLANK-LINE.
028400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
028500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
028600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
028700     MOVE 'U' TO I-O-CONTROL-ACCESS.
028800     MOVE -1  TO I-O-SEND-CODE.
028900     CALL 'IMACTM' USING I-O-CONTROL-AREA
029000                         MASTER-AREA
029100                         SI-ENVIRONMENT-AREA.
029200 1000-EXIT. EXIT.
029300     EJECT
029400*----------------------------------------------------------------*
029500*    1500-LOAD-RETURNS - SORT OUTPUT PROCEDURE.  ONLY MATCHES -  *
029600*    A NEW ADDRESS OR MOVED WITH NO FORWARDING - ARE TABLED.     *
029700*----------------------------------------------------------------*
029800 1500-LOAD-RETURNS.
029900     PERFORM 1600-ONE-RETURN THRU 1600-EXIT
030000         UNTIL WS-88-SORT-EOF.
030100 1500-EXIT. EXIT.
030200 1600-ONE-RETURN.
030300     RETURN NCOA-SORT-FILE INTO NCOA-EXCHANGE-RECORD
030400         AT END MOVE 'Y' TO WS-SORT-EOF-SW
030500                GO TO 1600-EXIT.
030600     ADD 1 TO WS-TOT-RETURNS.
030700     IF  NOT NCA-88-NEW-ADDRESS
030800     AND NOT NCA-88-NO-FORWARD
030900         ADD 1 TO WS-TOT-NO-MATCH
031000         GO TO 1600-EXIT.
031100     IF  NCA-88-NEW-ADDRESS
031200     AND NCA-NEW-LINE-1 EQUAL SPACES
031300         ADD 1 TO WS-TOT-NO-MATCH
031400         GO TO 1600-EXIT.
031500     IF  WS-RTN-COUNT NOT LESS THAN WS-RTN-MAX
031600         ADD 1 TO WS-TOT-NOT-TABLED
031700         GO TO 1600-EXIT.
031800     ADD 1 TO WS-RTN-COUNT.
031900     SET RTX TO WS-RTN-COUNT.
032000     MOVE NCA-SOURCE      TO WS-RTN-SOURCE (RTX).
032100     MOVE NCA-ACCOUNT     TO WS-RTN-ACCOUNT (RTX).
032200     MOVE NCA-USE-CODE    TO WS-RTN-USE-CODE (RTX).
032300     MOVE NCA-ADDR-NO     TO WS-RTN-ADDR-NO (RTX).
032400     MOVE NCA-NAME        TO WS-RTN-NAME (RTX).
032500     MOVE NCA-ADDRESS     TO WS-RTN-OLD-ADDRESS (RTX).
032600     MOVE NCA-NEW-ADDRESS TO WS-RTN-NEW-ADDRESS (RTX).
032700     MOVE SPACES          TO WS-RTN-BRANCH (RTX)
032800                             WS-RTN-LANG (RTX).
032900     MOVE 'N'             TO WS-RTN-RM-CLEARED (RTX).
033000     IF  NCA-MOVE-DATE NUMERIC
033100         MOVE NCA-MOVE-DATE TO WS-RTN-MOVE-DATE (RTX)
033200     ELSE
033300         MOVE ZERO TO WS-RTN-MOVE-DATE (RTX).
033400     IF  NCA-88-NO-FORWARD
033500         MOVE 'F' TO WS-RTN-STATUS (RTX)
033600     ELSE
033700     IF  NCA-88-TEMPORARY
033800         MOVE 'T' TO WS-RTN-STATUS (RTX)
033900     ELSE
034000         MOVE 'P' TO WS-RTN-STATUS (RTX).
034100 1600-EXIT. EXIT.
034200     EJECT
034300*----------------------------------------------------------------*
034400*    2000-PROCESS-NAME - ONE PASS OF IMNAME APPLYING THE         *
034500*    PERMANENT MOVES FOR ITS OCCURRENCES.                        *
034600*----------------------------------------------------------------*
034700 2000-PROCESS-NAME.
034800     READ ALT-NAME-IN
034900         AT END MOVE 'Y' TO WS-NAME-EOF-SW
035000                GO TO 2000-EXIT.
035100     ADD 1 TO WS-TOT-NAME-RECORDS.
035200     MOVE IMN-CONTROL-KEY (1:22) TO WS-SEARCH-ACCOUNT.
035300     PERFORM 5000-FIND-FIRST THRU 5000-EXIT.
035400     IF  WS-FIRST GREATER THAN ZERO
035500         PERFORM 2100-ONE-RETURN THRU 2100-EXIT
035600             VARYING WS-SUB FROM WS-FIRST BY 1
035700             UNTIL WS-SUB GREATER THAN WS-RTN-COUNT
035800                OR WS-RTN-ACCOUNT (WS-SUB) NOT EQUAL
035900                   WS-SEARCH-ACCOUNT.
036000     MOVE IMN-MASTER-RECORD TO ALT-NAME-OUT-REC.
036100     WRITE ALT-NAME-OUT-REC.
036200 2000-EXIT. EXIT.
036300 2100-ONE-RETURN.
036400     SET RTX TO WS-SUB.
036500     IF  WS-RTN-SOURCE (RTX) NOT EQUAL 'N'
036600     OR  WS-RTN-USE-CODE (RTX) NOT EQUAL IMN-USE-CODE
036700     OR  WS-RTN-STATUS (RTX) NOT EQUAL 'P'
036800         GO TO 2100-EXIT.
036900     MOVE WS-RTN-ADDR-NO (RTX) TO WS-ADDR-SUB.
037000     IF  WS-ADDR-SUB EQUAL ZERO
037100     OR  WS-ADDR-SUB GREATER THAN IMN-NBR-ADDRS
037200         GO TO 2100-EXIT.
037300     MOVE SPACES TO WS-HELD-LINES.
037400     PERFORM 2110-GET-LINE THRU 2110-EXIT
037500         VARYING WS-LINE-SUB FROM 1 BY 1
037600         UNTIL WS-LINE-SUB GREATER THAN 6.
037700     MOVE 6 TO WS-MAX-LINES.
037800     PERFORM 4000-REBUILD-LINES THRU 4000-EXIT.
037900     IF  WS-RTN-STATUS (RTX) NOT EQUAL 'A'
038000         GO TO 2100-EXIT.
038100     PERFORM 2120-PUT-LINE THRU 2120-EXIT
038200         VARYING WS-LINE-SUB FROM 1 BY 1
038300         UNTIL WS-LINE-SUB GREATER THAN 6.
038400     MOVE WS-OUT-SUB TO IMN-LN-NO-LINES (WS-ADDR-SUB).
038500     MOVE WS-SYSTEM-OPER TO IMN-LM-OPER-ID.
038600     MOVE '20'           TO IMN-LM-DT-CC.
038700     MOVE WS-RUN-YR      TO IMN-LM-DT-YY.
038800     MOVE WS-RUN-MO      TO IMN-LM-DT-MM.
038900     MOVE WS-RUN-DA      TO IMN-LM-DT-DD.
039000     MOVE ZERO           TO IMN-LM-TIME.
039100     PERFORM 2200-RETURNED-MAIL THRU 2200-EXIT.
039200 2100-EXIT. EXIT.
039300 2110-GET-LINE.
039400     MOVE IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB)
039500         TO WS-HLD-TYPE (WS-LINE-SUB).
039600     MOVE IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB)
039700         TO WS-HLD-TEXT (WS-LINE-SUB).
039800 2110-EXIT. EXIT.
039900 2120-PUT-LINE.
040000     MOVE WS-HLD-TYPE (WS-LINE-SUB)
040100         TO IMN-LN-TYPE (WS-ADDR-SUB, WS-LINE-SUB).
040200     IF  WS-HLD-TEXT (WS-LINE-SUB) EQUAL SPACES
040300         MOVE SPACE TO IMN-LN-NO (WS-ADDR-SUB, WS-LINE-SUB)
040400     ELSE
040500         MOVE WS-LINE-SUB
040600             TO IMN-LN-NO9 (WS-ADDR-SUB, WS-LINE-SUB).
040700     MOVE WS-HLD-TEXT (WS-LINE-SUB)
040800         TO IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB).
040900 2120-EXIT. EXIT.
041000*----------------------------------------------------------------*
041100*    2200-RETURNED-MAIL - THE MOVE EXPLAINS THE RETURNED MAIL    *
041200*    WHEN IT CAME IN OR BEFORE THE MONTH THE MAIL WAS FLAGGED,   *
041300*    OR WHEN THE FLAG DATE IS NOT KNOWN.  THE FLAG DATE GOES     *
041400*    WHEN NO OCCURRENCE IS STILL FLAGGED.                        *
041500*----------------------------------------------------------------*
041600 2200-RETURNED-MAIL.
041700     IF  IMN-RM-FLAG (WS-ADDR-SUB) NOT EQUAL 'R'
041800         GO TO 2200-EXIT.
041900     MOVE WS-RTN-MOVE-DATE (RTX) (3:4) TO WS-MOVE-YYMM.
042000     IF  IMN-RM-DATE-FLAGGED NUMERIC
042100     AND WS-RTN-MOVE-DATE (RTX) GREATER THAN ZERO
042200     AND WS-MOVE-YYMM GREATER THAN IMN-RM-DATE-FLAGGED (1:4)
042300         GO TO 2200-EXIT.
042400     MOVE SPACE TO IMN-RM-FLAG (WS-ADDR-SUB).
042500     MOVE 'Y'   TO WS-RTN-RM-CLEARED (RTX).
042600     ADD 1 TO WS-TOT-RM-CLEARED.
042700     MOVE 'N' TO WS-RM-LEFT-SW.
042800     PERFORM 2210-TEST-FLAG THRU 2210-EXIT
042900         VARYING WS-LINE-SUB FROM 1 BY 1
043000         UNTIL WS-LINE-SUB GREATER THAN 9.
043100     IF  NOT WS-88-RM-LEFT
043200         MOVE SPACES TO IMN-RM-DATE-FLAGGED.
043300 2200-EXIT. EXIT.
043400 2210-TEST-FLAG.
043500     IF  IMN-RM-FLAG (WS-LINE-SUB) EQUAL 'R'
043600         MOVE 'Y' TO WS-RM-LEFT-SW.
043700 2210-EXIT. EXIT.
043800     EJECT
043900*----------------------------------------------------------------*
044000*    3000-PROCESS-MASTER - BRANCH AND LANGUAGE FOR EVERY RETURN  *
044100*    OF THE ACCOUNT, AND THE PERMANENT MOVES OF ITS NAME AND     *
044200*    ADDRESS TRAILER.                                            *
044300*----------------------------------------------------------------*
044400 3000-PROCESS-MASTER.
044500     MOVE 'R'  TO I-O-CONTROL-OPERATOR.
044600     MOVE -1   TO I-O-SEND-CODE.
044700     CALL 'IMACTM' USING I-O-CONTROL-AREA
044800                         MASTER-AREA
044900                         SI-ENVIRONMENT-AREA.
045000     IF  I-O-88-END-OF-FILE
045100         MOVE 'Y' TO WS-MASTER-EOF-SW
045200         GO TO 3000-EXIT.
045300     ADD 1 TO WS-TOT-ACCOUNTS.
045400     MOVE WMS-CONTROL-KEY TO WS-SEARCH-ACCOUNT.
045500     PERFORM 5000-FIND-FIRST THRU 5000-EXIT.
045600     IF  WS-FIRST EQUAL ZERO
045700         GO TO 3000-EXIT.
045800     MOVE 'N' TO WS-UPDATED-SW.
045900     PERFORM 3100-ONE-RETURN THRU 3100-EXIT
046000         VARYING WS-SUB FROM WS-FIRST BY 1
046100         UNTIL WS-SUB GREATER THAN WS-RTN-COUNT
046200            OR WS-RTN-ACCOUNT (WS-SUB) NOT EQUAL
046300               WS-SEARCH-ACCOUNT.
046400     IF  NOT WS-88-UPDATED
046500         GO TO 3000-EXIT.
046600     MOVE 'W'  TO I-O-CONTROL-OPERATOR.
046700     MOVE -1   TO I-O-SEND-CODE.
046800     CALL 'IMACTM' USING I-O-CONTROL-AREA
046900                         MASTER-AREA
047000                         SI-ENVIRONMENT-AREA.
047100 3000-EXIT. EXIT.
047200 3100-ONE-RETURN.
047300     SET RTX TO WS-SUB.
047400     MOVE WMS-BRANCH5       TO WS-RTN-BRANCH (RTX).
047500     MOVE WMS-CUST-LANGUAGE TO WS-RTN-LANG (RTX).
047600     IF  WS-RTN-SOURCE (RTX) NOT EQUAL 'M'
047700     OR  WS-RTN-STATUS (RTX) NOT EQUAL 'P'
047800         GO TO 3100-EXIT.
047900     MOVE SPACES TO WS-HELD-LINES.
048000     PERFORM 3110-GET-LINE THRU 3110-EXIT
048100         VARYING WS-LINE-SUB FROM 1 BY 1
048200         UNTIL WS-LINE-SUB GREATER THAN 8.
048300     MOVE 8 TO WS-MAX-LINES.
048400     PERFORM 4000-REBUILD-LINES THRU 4000-EXIT.
048500     IF  WS-RTN-STATUS (RTX) NOT EQUAL 'A'
048600         GO TO 3100-EXIT.
048700     PERFORM 3120-PUT-LINE THRU 3120-EXIT
048800         VARYING WS-LINE-SUB FROM 1 BY 1
048900         UNTIL WS-LINE-SUB GREATER THAN 8.
049000     MOVE WS-OUT-SUB TO WMS-NA-NO-LINES-1.
049100     MOVE 'Y' TO WS-UPDATED-SW.
049200 3100-EXIT. EXIT.
049300 3110-GET-LINE.
049400     MOVE WMS-NAME-ADDR-TYPE (WS-LINE-SUB)
049500         TO WS-HLD-TYPE (WS-LINE-SUB).
049600     MOVE WMS-NAME-ADDRESS (WS-LINE-SUB)
049700         TO WS-HLD-TEXT (WS-LINE-SUB).
049800 3110-EXIT. EXIT.
049900 3120-PUT-LINE.
050000     MOVE WS-HLD-TYPE (WS-LINE-SUB)
050100         TO WMS-NAME-ADDR-TYPE (WS-LINE-SUB).
050200     IF  WS-HLD-TEXT (WS-LINE-SUB) EQUAL SPACES
050300         MOVE SPACE TO WMS-LINE-NO (WS-LINE-SUB)
050400     ELSE
050500         MOVE WS-LINE-SUB TO WS-LINE-NO9
050550         MOVE WS-LINE-NO9 TO WMS-LINE-NO (WS-LINE-SUB).
050600     MOVE WS-HLD-TEXT (WS-LINE-SUB)
050700         TO WMS-NAME-ADDRESS (WS-LINE-SUB).
050800 3120-EXIT. EXIT.
050900     EJECT
051000*----------------------------------------------------------------*
051100*    4000-REBUILD-LINES - THE HELD LINES (WS-MAX-LINES OF THEM)  *
051200*    BECOME THE NAME LINES IN THEIR ORDER FOLLOWED BY THE NEW    *
051300*    ADDRESS LINES, WHICH TAKE THE LINE TYPE OF THE FIRST OLD    *
051400*    ADDRESS LINE.  EACH ADDRESS LINE THAT CHANGED IS JOURNALED. *
051500*    NO ROOM FOR THE NEW LINES LEAVES THE ADDRESS AS IT WAS.     *
051600*----------------------------------------------------------------*
051700 4000-REBUILD-LINES.
051800     MOVE SPACES TO WS-NAME-LINES WS-OLD-LINES WS-NEW-LINES.
051900     MOVE ZERO   TO WS-NAME-COUNT WS-OLD-COUNT WS-NEW-COUNT.
052000     MOVE '2'    TO WS-ADDR-TYPE.
052100     PERFORM 4100-SPLIT-HELD THRU 4100-EXIT
052200         VARYING WS-LINE-SUB FROM WS-MAX-LINES BY -1
052300         UNTIL WS-LINE-SUB LESS THAN 1.
052400     MOVE WS-RTN-NEW-ADDRESS (RTX) TO WS-ADDR-WORK.
052500     ADD 1 TO WS-NEW-COUNT.
052600     MOVE WS-AW-LINE-1 TO WS-NEW-TEXT (WS-NEW-COUNT).
052700     IF  WS-AW-LINE-2 NOT EQUAL SPACES
052800         ADD 1 TO WS-NEW-COUNT
052900         MOVE WS-AW-LINE-2 TO WS-NEW-TEXT (WS-NEW-COUNT).
053000     PERFORM 4200-BUILD-LAST-LINE THRU 4200-EXIT.
053100     ADD 1 TO WS-NEW-COUNT.
053200     MOVE WS-LAST-LINE TO WS-NEW-TEXT (WS-NEW-COUNT).
053300     IF  WS-NAME-COUNT + WS-NEW-COUNT GREATER THAN WS-MAX-LINES
053400         MOVE 'R' TO WS-RTN-STATUS (RTX)
053500         GO TO 4000-EXIT.
053600     MOVE SPACES TO WS-HELD-LINES.
053700     MOVE ZERO   TO WS-OUT-SUB.
053800     PERFORM 4300-PUT-NAME THRU 4300-EXIT
053900         VARYING WS-LINE-SUB FROM 1 BY 1
054000         UNTIL WS-LINE-SUB GREATER THAN WS-NAME-COUNT.
054100     PERFORM 4400-PUT-NEW THRU 4400-EXIT
054200         VARYING WS-LINE-SUB FROM 1 BY 1
054300         UNTIL WS-LINE-SUB GREATER THAN WS-NEW-COUNT.
054400     PERFORM 4500-JOURNAL-LINE THRU 4500-EXIT
054500         VARYING WS-LINE-SUB FROM 1 BY 1
054600         UNTIL WS-LINE-SUB GREATER THAN WS-OLD-COUNT
054700           AND WS-LINE-SUB GREATER THAN WS-NEW-COUNT.
054800     MOVE 'A' TO WS-RTN-STATUS (RTX).
054900 4000-EXIT. EXIT.
055000*----------------------------------------------------------------*
055100*    4100-SPLIT-HELD - WORKS FROM THE BOTTOM UP SO THE LINE TYPE *
055200*    LEFT IS THAT OF THE FIRST ADDRESS LINE; THE LISTS ARE THEN  *
055300*    SHIFTED INTO TOP-DOWN ORDER BY 4110.                        *
055400*----------------------------------------------------------------*
055500 4100-SPLIT-HELD.
055600     IF  WS-HLD-TEXT (WS-LINE-SUB) EQUAL SPACES
055700     OR  WS-HLD-TEXT (WS-LINE-SUB) EQUAL LOW-VALUES
055800         GO TO 4100-EXIT.
055900     IF  WS-HLD-TYPE (WS-LINE-SUB) EQUAL '1'
056000         PERFORM 4110-SHIFT-NAMES THRU 4110-EXIT
056100             VARYING WS-OUT-SUB FROM WS-NAME-COUNT BY -1
056200             UNTIL WS-OUT-SUB LESS THAN 1
056300         ADD 1 TO WS-NAME-COUNT
056400         MOVE WS-HLD-TEXT (WS-LINE-SUB) TO WS-NAM-TEXT (1)
056500         GO TO 4100-EXIT.
056600     PERFORM 4120-SHIFT-OLD THRU 4120-EXIT
056700         VARYING WS-OUT-SUB FROM WS-OLD-COUNT BY -1
056800         UNTIL WS-OUT-SUB LESS THAN 1.
056900     ADD 1 TO WS-OLD-COUNT.
057000     MOVE WS-HLD-TEXT (WS-LINE-SUB) TO WS-OLD-TEXT (1).
057100     MOVE WS-HLD-TYPE (WS-LINE-SUB) TO WS-ADDR-TYPE.
057200 4100-EXIT. EXIT.
057300 4110-SHIFT-NAMES.
057400     MOVE WS-NAM-TEXT (WS-OUT-SUB)
057500         TO WS-NAM-TEXT (WS-OUT-SUB + 1).
057600 4110-EXIT. EXIT.
057700 4120-SHIFT-OLD.
057800     MOVE WS-OLD-TEXT (WS-OUT-SUB)
057900         TO WS-OLD-TEXT (WS-OUT-SUB + 1).
058000 4120-EXIT. EXIT.
058100*----------------------------------------------------------------*
058200*    4200-BUILD-LAST-LINE - CITY AND STATE IN THE CITY/STATE     *
058300*    AREA, THE ZIP AS NNNNN OR NNNNN-NNNN IN THE ZIP AREA.       *
058400*----------------------------------------------------------------*
058500 4200-BUILD-LAST-LINE.
058600     MOVE SPACES TO WS-LAST-LINE.
058700     STRING WS-AW-CITY DELIMITED BY '  '
058800            ' '        DELIMITED BY SIZE
058900            WS-AW-STATE DELIMITED BY SIZE
059000         INTO WS-LAST-CITY-STATE.
059100     MOVE WS-AW-ZIP5 TO WS-LAST-ZIP (1:5).
059200     IF  WS-AW-ZIP4 NOT EQUAL SPACES
059300         MOVE '-'        TO WS-LAST-ZIP (6:1)
059400         MOVE WS-AW-ZIP4 TO WS-LAST-ZIP (7:4).
059500 4200-EXIT. EXIT.
059600 4300-PUT-NAME.
059700     ADD 1 TO WS-OUT-SUB.
059800     MOVE '1' TO WS-HLD-TYPE (WS-OUT-SUB).
059900     MOVE WS-NAM-TEXT (WS-LINE-SUB) TO WS-HLD-TEXT (WS-OUT-SUB).
060000 4300-EXIT. EXIT.
060100 4400-PUT-NEW.
060200     ADD 1 TO WS-OUT-SUB.
060300     MOVE WS-ADDR-TYPE TO WS-HLD-TYPE (WS-OUT-SUB).
060400     MOVE WS-NEW-TEXT (WS-LINE-SUB) TO WS-HLD-TEXT (WS-OUT-SUB).
060500 4400-EXIT. EXIT.
060600 4500-JOURNAL-LINE.
060700     IF  WS-LINE-SUB GREATER THAN 3
060800         MOVE SPACES TO FMJ-AFTER-IMAGE
060900     ELSE
061000         MOVE WS-NEW-TEXT (WS-LINE-SUB) TO FMJ-AFTER-IMAGE.
061100     MOVE WS-OLD-TEXT (WS-LINE-SUB) TO FMJ-BEFORE-IMAGE.
061200     IF  FMJ-BEFORE-IMAGE EQUAL FMJ-AFTER-IMAGE
061300         GO TO 4500-EXIT.
061400     MOVE WS-RTN-ACCOUNT (RTX) TO FMJ-ACCOUNT.
061500     MOVE 'ADDRESS '           TO FMJ-FIELD-ID.
061600     MOVE WS-SYSTEM-OPER       TO FMJ-OPER-ID.
061700     MOVE WS-RUN-DATE-YYMMDD   TO FMJ-MAINT-DATE.
061800     MOVE ZERO                 TO FMJ-MAINT-TIME.
061900     WRITE FM-JOURNAL-RECORD.
062000     ADD 1 TO WS-TOT-JOURNALED.
062100 4500-EXIT. EXIT.
062200     EJECT
062300*----------------------------------------------------------------*
062400*    5000-FIND-FIRST - BINARY SEARCH OF THE RETURN TABLE FOR THE *
062500*    ACCOUNT, THEN BACK TO ITS FIRST ENTRY.  ZERO IF ABSENT.     *
062600*----------------------------------------------------------------*
062700 5000-FIND-FIRST.
062800     MOVE ZERO TO WS-HIT WS-FIRST.
062900     MOVE 1 TO WS-LOW.
063000     MOVE WS-RTN-COUNT TO WS-HIGH.
063100     PERFORM 5010-HALVE THRU 5010-EXIT
063200         UNTIL WS-LOW GREATER THAN WS-HIGH
063300            OR WS-HIT GREATER THAN ZERO.
063400     IF  WS-HIT EQUAL ZERO
063500         GO TO 5000-EXIT.
063600     PERFORM 5020-BACK-UP THRU 5020-EXIT
063700         VARYING WS-FIRST FROM WS-HIT BY -1
063800         UNTIL WS-FIRST EQUAL 1
063900            OR WS-RTN-ACCOUNT (WS-FIRST - 1) NOT EQUAL
064000               WS-SEARCH-ACCOUNT.
064100 5000-EXIT. EXIT.
064200 5010-HALVE.
064300     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
064400     IF  WS-RTN-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
064500         MOVE WS-MID TO WS-HIT
064600         GO TO 5010-EXIT.
064700     IF  WS-RTN-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
064800         COMPUTE WS-LOW = WS-MID + 1
064900     ELSE
065000         COMPUTE WS-HIGH = WS-MID - 1.
065100 5010-EXIT. EXIT.
065200 5020-BACK-UP.
065300     CONTINUE.
065400 5020-EXIT. EXIT.
065500     EJECT
065600*----------------------------------------------------------------*
065700*    6000-PRINT-RESULTS - MOVES APPLIED WITH THEIR CONFIRMATION  *
065800*    LETTERS, THE NO-FORWARDING LIST FOR THE BRANCHES, AND THE   *
065900*    RETURNS NOT APPLIED.                                        *
066000*----------------------------------------------------------------*
066100 6000-PRINT-RESULTS.
066200     MOVE 'CHANGES OF ADDRESS APPLIED' TO SEC-LIT.
066300     PERFORM 6900-PRINT-SECTION THRU 6900-EXIT.
066400     MOVE 'A' TO WS-SECTION.
066500     PERFORM 6100-ONE-RESULT THRU 6100-EXIT
066600         VARYING WS-SUB FROM 1 BY 1
066700         UNTIL WS-SUB GREATER THAN WS-RTN-COUNT.
066800     MOVE 'MOVED, NO FORWARDING ADDRESS - BRANCH FOLLOW-UP'
066900         TO SEC-LIT.
067000     PERFORM 6900-PRINT-SECTION THRU 6900-EXIT.
067100     MOVE 'F' TO WS-SECTION.
067200     PERFORM 6100-ONE-RESULT THRU 6100-EXIT
067300         VARYING WS-SUB FROM 1 BY 1
067400         UNTIL WS-SUB GREATER THAN WS-RTN-COUNT.
067500     MOVE 'RETURNS NOT APPLIED' TO SEC-LIT.
067600     PERFORM 6900-PRINT-SECTION THRU 6900-EXIT.
067700     MOVE 'X' TO WS-SECTION.
067800     PERFORM 6100-ONE-RESULT THRU 6100-EXIT
067900         VARYING WS-SUB FROM 1 BY 1
068000         UNTIL WS-SUB GREATER THAN WS-RTN-COUNT.
068100 6000-EXIT. EXIT.
068200 6100-ONE-RESULT.
068300     SET RTX TO WS-SUB.
068400     IF  WS-RTN-STATUS (RTX) EQUAL 'P'
068500         MOVE 'U' TO WS-RTN-STATUS (RTX).
068600     IF  WS-SECTION EQUAL 'A'
068700         IF  WS-RTN-STATUS (RTX) NOT EQUAL 'A'
068800             GO TO 6100-EXIT
068900         ELSE
069000             ADD 1 TO WS-TOT-APPLIED
069100             MOVE SPACES TO DTL-NOTE
069200             IF  WS-RTN-RM-CLEARED (RTX) EQUAL 'Y'
069300                 MOVE 'RM CLEARED' TO DTL-NOTE.
069400     IF  WS-SECTION EQUAL 'F'
069500         IF  WS-RTN-STATUS (RTX) NOT EQUAL 'F'
069600             GO TO 6100-EXIT
069700         ELSE
069800             ADD 1 TO WS-TOT-NO-FORWARD
069900             MOVE SPACES TO DTL-NOTE.
070000     IF  WS-SECTION EQUAL 'X'
070100         IF  WS-RTN-STATUS (RTX) EQUAL 'A' OR 'F'
070200             GO TO 6100-EXIT
070300         ELSE
070400             PERFORM 6200-NOT-APPLIED THRU 6200-EXIT.
070500     MOVE WS-RTN-BRANCH (RTX)  TO DTL-BRANCH.
070600     MOVE WS-RTN-ACCOUNT (RTX) TO DTL-ACCOUNT.
070700     MOVE WS-RTN-SOURCE (RTX)  TO DTL-SOURCE.
070800     MOVE WS-RTN-ADDR-NO (RTX) TO DTL-ADDR-NO.
070900     MOVE WS-RTN-OLD-ADDRESS (RTX) TO WS-ADDR-WORK.
071000     MOVE WS-AW-LINE-1 TO DTL-OLD-LINE.
071100     IF  WS-SECTION EQUAL 'A'
071200         MOVE WS-RTN-NEW-ADDRESS (RTX) TO WS-ADDR-WORK
071300         MOVE WS-AW-LINE-1 TO DTL-NEW-LINE
071400     ELSE
071500     IF  WS-SECTION EQUAL 'F'
071600         MOVE 'MOVED - LEFT NO FORWARDING ADDRESS'
071700             TO DTL-NEW-LINE.
071800     MOVE SPACES TO NCOA-APPLY-RPT-LINE.
071900     MOVE WS-DETAIL-LINE TO NCOA-APPLY-RPT-LINE.
072000     WRITE NCOA-APPLY-RPT-LINE.
072100     IF  WS-SECTION EQUAL 'A'
072200         MOVE 'O' TO CLT-COPY
072300         MOVE WS-RTN-OLD-ADDRESS (RTX) TO WS-ADDR-WORK
072400         PERFORM 7000-WRITE-LETTER THRU 7000-EXIT
072500         MOVE 'N' TO CLT-COPY
072600         MOVE WS-RTN-NEW-ADDRESS (RTX) TO WS-ADDR-WORK
072700         PERFORM 7000-WRITE-LETTER THRU 7000-EXIT.
072800 6100-EXIT. EXIT.
072900 6200-NOT-APPLIED.
073000     MOVE SPACES TO DTL-NOTE.
073100     IF  WS-RTN-STATUS (RTX) EQUAL 'T'
073200         ADD 1 TO WS-TOT-TEMPORARY
073300         MOVE 'TEMPORARY MOVE - NOT APPLIED' TO DTL-NEW-LINE
073400     ELSE
073500     IF  WS-RTN-STATUS (RTX) EQUAL 'R'
073600         ADD 1 TO WS-TOT-NO-ROOM
073700         MOVE 'NO ROOM FOR NEW ADDRESS LINES' TO DTL-NEW-LINE
073800     ELSE
073900         ADD 1 TO WS-TOT-NOT-ON-FILE
074000         MOVE 'ADDRESS NO LONGER ON FILE' TO DTL-NEW-LINE.
074100 6200-EXIT. EXIT.
074200 6900-PRINT-SECTION.
074300     WRITE NCOA-APPLY-RPT-LINE FROM WS-BLANK-LINE.
074400     MOVE SPACES TO NCOA-APPLY-RPT-LINE.
074500     MOVE WS-SECTION-LINE TO NCOA-APPLY-RPT-LINE.
074600     WRITE NCOA-APPLY-RPT-LINE.
074700     MOVE SPACES TO NCOA-APPLY-RPT-LINE.
074800     MOVE WS-HEADING-LINE TO NCOA-APPLY-RPT-LINE.
074900     WRITE NCOA-APPLY-RPT-LINE.
075000 6900-EXIT. EXIT.
075100     EJECT
075200*----------------------------------------------------------------*
075300*    7000-WRITE-LETTER - ONE CONFIRMATION TO THE ADDRESS IN      *
075400*    WS-ADDR-WORK: THE ADDRESS BLOCK, THEN THE LETTER TEXT.      *
075500*----------------------------------------------------------------*
075600 7000-WRITE-LETTER.
075700     MOVE ZERO TO WS-OUT-SUB.
075800     MOVE WS-RTN-NAME (RTX) TO WS-LAST-LINE.
075900     PERFORM 7100-ADDRESS-LINE THRU 7100-EXIT.
076000     MOVE WS-AW-LINE-1 TO WS-LAST-LINE.
076100     PERFORM 7100-ADDRESS-LINE THRU 7100-EXIT.
076200     IF  WS-AW-LINE-2 NOT EQUAL SPACES
076300         MOVE WS-AW-LINE-2 TO WS-LAST-LINE
076400         PERFORM 7100-ADDRESS-LINE THRU 7100-EXIT.
076500     PERFORM 4200-BUILD-LAST-LINE THRU 4200-EXIT.
076600     PERFORM 7100-ADDRESS-LINE THRU 7100-EXIT.
076700     MOVE WS-LETTER-TEXT-ID  TO TXR-TEXT-ID.
076800     MOVE WS-RTN-LANG (RTX)  TO TXR-LANG-CODE.
076900     CALL 'IMTXTRND' USING TEXT-RENDER-AREA.
077000     ADD 1 TO WS-TOT-LETTERS.
077100     IF  TXR-88-NOT-FOUND
077200         GO TO 7000-EXIT.
077300     PERFORM 7200-TEXT-LINE THRU 7200-EXIT
077400         VARYING WS-LINE-SUB FROM 1 BY 1
077500         UNTIL WS-LINE-SUB GREATER THAN TXR-LINE-COUNT.
077600 7000-EXIT. EXIT.
077700 7100-ADDRESS-LINE.
077800     ADD 1 TO WS-OUT-SUB.
077900     MOVE WS-RTN-ACCOUNT (RTX) TO CLT-ACCOUNT.
078000     MOVE 'A'                  TO CLT-REC-TYPE.
078100     MOVE WS-OUT-SUB           TO CLT-LINE-SEQ.
078200     MOVE WS-LAST-LINE         TO CLT-TEXT-LINE.
078300     WRITE CONFIRM-LETTER-RECORD.
078400 7100-EXIT. EXIT.
078500 7200-TEXT-LINE.
078600     MOVE WS-RTN-ACCOUNT (RTX)        TO CLT-ACCOUNT.
078700     MOVE 'T'                         TO CLT-REC-TYPE.
078800     MOVE WS-LINE-SUB                 TO CLT-LINE-SEQ.
078900     MOVE TXR-TEXT-LINE (WS-LINE-SUB) TO CLT-TEXT-LINE.
079000     WRITE CONFIRM-LETTER-RECORD.
079100 7200-EXIT. EXIT.
079200     EJECT
079300*----------------------------------------------------------------*
079400*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
079500*----------------------------------------------------------------*
079600 9000-TERMINATE.
079700     WRITE NCOA-APPLY-RPT-LINE FROM WS-BLANK-LINE.
079800     MOVE 'NCOA RETURNS READ                 ' TO SUM-LIT.
079900     MOVE WS-TOT-RETURNS TO SUM-COUNT.
080000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080100     MOVE 'NO CHANGE-OF-ADDRESS MATCH        ' TO SUM-LIT.
080200     MOVE WS-TOT-NO-MATCH TO SUM-COUNT.
080300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080400     MOVE 'MATCHES PAST TABLE - RERUN NEEDED ' TO SUM-LIT.
080500     MOVE WS-TOT-NOT-TABLED TO SUM-COUNT.
080600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080700     MOVE 'PERMANENT MOVES APPLIED           ' TO SUM-LIT.
080800     MOVE WS-TOT-APPLIED TO SUM-COUNT.
080900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081000     MOVE 'ADDRESS LINES JOURNALED           ' TO SUM-LIT.
081100     MOVE WS-TOT-JOURNALED TO SUM-COUNT.
081200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081300     MOVE 'RETURNED-MAIL FLAGS CLEARED       ' TO SUM-LIT.
081400     MOVE WS-TOT-RM-CLEARED TO SUM-COUNT.
081500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081600     MOVE 'CONFIRMATION LETTERS              ' TO SUM-LIT.
081700     MOVE WS-TOT-LETTERS TO SUM-COUNT.
081800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081900     MOVE 'MOVED, NO FORWARDING ADDRESS      ' TO SUM-LIT.
082000     MOVE WS-TOT-NO-FORWARD TO SUM-COUNT.
082100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082200     MOVE 'TEMPORARY MOVES NOT APPLIED       ' TO SUM-LIT.
082300     MOVE WS-TOT-TEMPORARY TO SUM-COUNT.
082400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082500     MOVE 'NO ROOM FOR NEW ADDRESS           ' TO SUM-LIT.
082600     MOVE WS-TOT-NO-ROOM TO SUM-COUNT.
082700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082800     MOVE 'ADDRESS NO LONGER ON FILE         ' TO SUM-LIT.
082900     MOVE WS-TOT-NOT-ON-FILE TO SUM-COUNT.
083000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
083100     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
083200     MOVE -1   TO I-O-SEND-CODE.
083300     CALL 'IMACTM' USING I-O-CONTROL-AREA
083400                         MASTER-AREA
083500                         SI-ENVIRONMENT-AREA.
083600     CLOSE ALT-NAME-IN.
083700     CLOSE ALT-NAME-OUT.
083800     CLOSE FM-JOURNAL-OUT.
083900     CLOSE CONFIRM-LETTER-EXT.
084000     CLOSE NCOA-APPLY-RPT.
084100 9000-EXIT. EXIT.
084200 9100-PRINT-SUMMARY.
084300     MOVE SPACES TO NCOA-APPLY-RPT-LINE.
084400     MOVE WS-SUMMARY-LINE TO NCOA-APPLY-RPT-LINE.
084500     WRITE NCOA-APPLY-RPT-LINE.
084600 9100-EXIT. EXIT.
