*     * GN6214 * 10/10/26 JCTE INTERCOMPANY DUE-TO/DUE-FROM SETTLEMENT
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMICSETL.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/10/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMICSETL IS THE NIGHTLY INTERCOMPANY SETTLEMENT RUN FOR THE *
000900*    BANKS SHARING THE MASTER (WMS-CONTROL-1).  EVERY MOVEMENT   *
001000*    OF FUNDS BETWEEN TWO BANKS IN THE DAY'S POSTED ITEMS        *
001100*    (IMWSTRAN) IS FOUND, THE DUE-TO/DUE-FROM ENTRIES FOR EACH   *
001200*    BANK PAIR ARE ADDED TO THE GL EXTRACT AHEAD OF IMGLCURV,    *
001300*    AND THE REPORT PROVES FOR EVERY PAIR THAT THE DUE-TO BOOKED *
001400*    AT ONE BANK EQUALS THE DUE-FROM BOOKED AT THE OTHER, WITH   *
001500*    THE NET POSITION BETWEEN THEM - SO ACCOUNTING NO LONGER     *
001600*    BOOKS THE INTERCOMPANY ENTRIES BY HAND.                     *
001700*----------------------------------------------------------------*
001800*    CROSS-BANK MOVEMENTS - AN AFFILIATE TRANSFER IS A POSTED    *
001900*    ITEM ON AN ACCOUNT CARRYING AN ACTIVE TRANSFER AFFILIATE    *
002000*    TRAILER (WMS-TRNSFR-AFFL-FLAG SET, NOT DELETED) WHOSE       *
002100*    LINKED ACCOUNT (WMS-LINK-CONTROL-KEY) IS AT ANOTHER BANK,   *
002200*    PAIRED WITH THE OPPOSITE POSTING OF THE SAME AMOUNT ON THE  *
002300*    LINKED ACCOUNT THE SAME DAY.  THE POSTED ITEMS ARE READ     *
002400*    TWICE - THE FIRST PASS COLLECTS THE LINKED ITEMS, THE       *
002500*    SECOND FINDS THEIR OTHER SIDES.  A LINKED ITEM WITH NO      *
002600*    OTHER SIDE IS LISTED AND NOT SETTLED.  AN IBT ITEM          *
002700*    (TR-IBT-TRANSFER-REC SET) IS A MOVEMENT BETWEEN THE BANK IT *
002800*    POSTED AT AND THE BANK IT WAS PRESENTED AT, CARRIED IN      *
002900*    TR-SOURCE-ORIGIN; AN IBT ITEM WITH NO OTHER BANK THERE IS   *
003000*    LISTED AND NOT SETTLED.                                     *
003100*----------------------------------------------------------------*
003200*    DIRECTION - THE BANK WHERE THE DEBIT POSTED HOLDS THE FUNDS *
003300*    AND OWES THE BANK WHERE THE CREDIT POSTED.  AN IBT DEBIT    *
003400*    MAKES THE POSTING BANK OWE THE PRESENTING BANK; AN IBT      *
003500*    CREDIT THE REVERSE.                                         *
003600*----------------------------------------------------------------*
003700*    GL - THE CYCLE'S GL EXTRACT (IMICSGLI) IS PROVED AGAINST    *
003800*    ITS IMMANFST MANIFEST AND COPIED THROUGH TO IMWSGLTS,       *
003900*    FOLLOWED BY TWO RECORDS PER BANK PAIR, ONE FOR EACH BANK    *
004000*    (GL-APPL-CTL1), EACH WITH A DUE-TO RECAP (ICDUETO, A        *
004100*    CREDIT) FOR WHAT IT OWES AND A DUE-FROM RECAP (ICDUEFRM, A  *
004200*    DEBIT) FOR WHAT IT IS OWED, THE OTHER BANK IN               *
004300*    GL-RECAP-ACCT.  THE INTERCOMPANY RECAPS NET TO ZERO ACROSS  *
004400*    THE PAIR, SO IMGLCURV'S CURRENCY PROOF IS UNDISTURBED, AND  *
004500*    THE COMBINED EXTRACT IS MANIFESTED AGAIN FOR IMGLCURV TO    *
004600*    PROVE.                                                      *
004700*----------------------------------------------------------------*
004800*----------------------------------------------------------------*
004900*               ** HISTORY OF REVISIONS **                      *
005000* DESCRIPTION                                           CHNGID  *
005100* ____________________________________________________ _______ *
005200* 10/10/26 JCTE NEW PROGRAM - INTERCOMPANY DUE-TO/       GN6214 *
005300*                DUE-FROM SETTLEMENT FOR AFFILIATE TRANSFERS    *
005400*----------------------------------------------------------------*
005500 ENVIRONMENT    DIVISION.
005600 INPUT-OUTPUT   SECTION.
005700 FILE-CONTROL.
005800     SELECT ICS-PARM-FILE     ASSIGN TO "IMICSPRM"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT TRANSACTION-FILE  ASSIGN TO "IMWSTRAN"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT GL-EXTRACT-IN     ASSIGN TO "IMICSGLI"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT GL-EXTRACT-OUT    ASSIGN TO "IMWSGLTS"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT ICS-RPT           ASSIGN TO "IMICSRPT"
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ICS-PARM-FILE
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  ICS-PARM-RECORD.
007300     03  ICP-RUN-DATE                PIC 9(6).
007400     03  FILLER                      PIC X(74).
007500 FD  TRANSACTION-FILE.
007600     COPY IMWSTRAN.
007700 FD  GL-EXTRACT-IN
007800     RECORD CONTAINS 1254 CHARACTERS.
007900 01  GL-EXTRACT-IN-RECORD            PIC X(1254).
008000 FD  GL-EXTRACT-OUT.
008100     COPY IMWSGLTS.
008200 FD  ICS-RPT
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  ICS-RPT-LINE                    PIC X(133).
008500 WORKING-STORAGE SECTION.
008600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMICSETL'.
008700 77  WS-CAND-MAX                     PIC S9(5)   COMP VALUE +2000.
008800 77  WS-LINK-MAX                     PIC S9(5)   COMP VALUE +5000.
008900 77  WS-PAIR-MAX                     PIC S9(5)   COMP VALUE +100.
009000     EJECT
009100     COPY IMWSMNRQ.
009200     EJECT
009300 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
009400 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-YYMMDD.
009500     03  WS-RUN-YR                   PIC 99.
009600     03  WS-RUN-MO                   PIC 99.
009700     03  WS-RUN-DA                   PIC 99.
009800 01  WS-RUN-CENT                     PIC XX      VALUE SPACES.
009900 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
010000     EJECT
010100 01  WS-SWITCHES.
010200     03  WS-TRAN-EOF-SW              PIC X(1)    VALUE 'N'.
010300         88  WS-88-TRAN-EOF          VALUE 'Y'.
010400     03  WS-GL-EOF-SW                PIC X(1)    VALUE 'N'.
010500         88  WS-88-GL-EOF            VALUE 'Y'.
010600     03  WS-MASTER-SW                PIC X(1)    VALUE 'N'.
010700         88  WS-88-MASTER-FOUND      VALUE 'Y'.
010800     03  WS-LINKED-SW                PIC X(1)    VALUE 'N'.
010900         88  WS-88-LINKED            VALUE 'Y'.
011000     03  WS-MATCH-SW                 PIC X(1)    VALUE 'N'.
011100         88  WS-88-MATCHED           VALUE 'Y'.
011200     03  WS-OUT-OF-BAL-SW            PIC X(1)    VALUE 'N'.
011300         88  WS-88-OUT-OF-BAL        VALUE 'Y'.
011400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
011500 01  WS-LINK-SUB                     PIC S9(5)   COMP VALUE 0.
011600 01  WS-CAND-COUNT                   PIC S9(5)   COMP VALUE 0.
011700 01  WS-CAND-NEXT                    PIC S9(5)   COMP VALUE 0.
011800 01  WS-SELF-CAND                    PIC S9(5)   COMP VALUE 0.
011900 01  WS-LINK-COUNT                   PIC S9(5)   COMP VALUE 0.
012000 01  WS-PAIR-COUNT                   PIC S9(5)   COMP VALUE 0.
012100 01  WS-PAIR-SUB                     PIC S9(5)   COMP VALUE 0.
012200 01  WS-TRLR-COUNT                   PIC S9(5)   COMP VALUE 0.
012300 01  WS-ITEM-ORDINAL                 PIC S9(7)   COMP VALUE 0.
012400 01  WS-LAST-KEY                     PIC X(22)   VALUE LOW-VALUES.
012500 01  WS-ITEM-DIR                     PIC X       VALUE SPACE.
012600     88  WS-88-ITEM-DEBIT            VALUE 'D'.
012700     88  WS-88-ITEM-CREDIT           VALUE 'C'.
012800 01  WS-ITEM-BANK                    PIC XX      VALUE SPACES.
012900 01  WS-OWED-BY                      PIC XX      VALUE SPACES.
013000 01  WS-OWED-TO                      PIC XX      VALUE SPACES.
013100 01  WS-MOVE-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
013200 01  WS-NET-AMT                      PIC S9(15)V99 COMP-3 VALUE 0.
013300 01  WS-ACTION-LIT                   PIC X(30)   VALUE SPACES.
013400 01  WS-RECAP-SUB                    PIC S9(3)   COMP VALUE 0.
013500     EJECT
013600*----------------------------------------------------------------*
013700*    POSTED ITEMS ON ACCOUNTS LINKED TO ANOTHER BANK, IN POSTING *
013800*    ORDER, AND THE LINKED ACCOUNTS OF EACH.                     *
013900*----------------------------------------------------------------*
014000 01  WS-CANDIDATE-TABLE.
014100     03  WS-CND-ENTRY OCCURS 2000 TIMES
014200                      INDEXED BY CDX.
014300         05  WS-CND-ORDINAL          PIC S9(7)   COMP.
014400         05  WS-CND-ACCOUNT          PIC X(22).
014500         05  WS-CND-BANK             PIC XX.
014600         05  WS-CND-DIR              PIC X.
014700         05  WS-CND-TRAN-CODE        PIC XX.
014800         05  WS-CND-AMOUNT           PIC S9(13)V99 COMP-3.
014900         05  WS-CND-MATCHED          PIC X.
015000 01  WS-LINK-TABLE.
015100     03  WS-LNK-ENTRY OCCURS 5000 TIMES
015200                      INDEXED BY LKX.
015300         05  WS-LNK-CAND             PIC S9(5)   COMP.
015400         05  WS-LNK-KEY              PIC X(22).
015500     EJECT
015600*----------------------------------------------------------------*
015700*    ONE ENTRY PER BANK PAIR, LOWER BANK FIRST - WHAT EACH SIDE  *
015800*    OWES THE OTHER AND THE GL RECAPS BOOKED AT EACH BANK.       *
015900*----------------------------------------------------------------*
016000 01  WS-PAIR-TABLE.
016100     03  WS-PR-ENTRY OCCURS 100 TIMES
016200                      INDEXED BY PRX.
016300         05  WS-PR-LOW               PIC XX.
016400         05  WS-PR-HIGH              PIC XX.
016500         05  WS-PR-LOW-OWES          PIC S9(15)V99 COMP-3.
016600         05  WS-PR-HIGH-OWES         PIC S9(15)V99 COMP-3.
016700         05  WS-PR-COUNT             PIC S9(7)   COMP.
016800         05  WS-PR-GL-LOW-DUE-TO     PIC S9(15)V99 COMP-3.
016900         05  WS-PR-GL-LOW-DUE-FROM   PIC S9(15)V99 COMP-3.
017000         05  WS-PR-GL-HIGH-DUE-TO    PIC S9(15)V99 COMP-3.
017100         05  WS-PR-GL-HIGH-DUE-FROM  PIC S9(15)V99 COMP-3.
017200     EJECT
017300 01  WS-TOTALS.
017400     03  WS-TOT-ITEMS-READ           PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-MONETARY             PIC 9(7)    COMP VALUE 0.
017600     03  WS-TOT-IBT-ITEMS            PIC 9(7)    COMP VALUE 0.
017700     03  WS-TOT-IBT-NO-ORIGIN        PIC 9(7)    COMP VALUE 0.
017800     03  WS-TOT-NOT-ON-MASTER        PIC 9(7)    COMP VALUE 0.
017900     03  WS-TOT-CANDIDATES           PIC 9(7)    COMP VALUE 0.
018000     03  WS-TOT-CAND-OVERFLOW        PIC 9(7)    COMP VALUE 0.
018100     03  WS-TOT-AFF-MATCHED          PIC 9(7)    COMP VALUE 0.
018200     03  WS-TOT-AFF-UNMATCHED        PIC 9(7)    COMP VALUE 0.
018300     03  WS-TOT-MOVEMENTS            PIC 9(7)    COMP VALUE 0.
018400     03  WS-TOT-PAIR-OVERFLOW        PIC 9(7)    COMP VALUE 0.
018500     03  WS-TOT-PAIRS-OUT            PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-GL-IN                PIC 9(7)    COMP VALUE 0.
018700     03  WS-TOT-GL-ADDED             PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-GL-OUT               PIC 9(7)    COMP VALUE 0.
018900     03  WS-TOT-MOVED-AMT            PIC S9(15)V99 COMP-3 VALUE 0.
019000     03  WS-TOT-UNSETTLED-AMT        PIC S9(15)V99 COMP-3 VALUE 0.
019100     03  WS-TOT-DUE-TO-AMT           PIC S9(15)V99 COMP-3 VALUE 0.
019200     03  WS-TOT-DUE-FROM-AMT         PIC S9(15)V99 COMP-3 VALUE 0.
019300     03  WS-TOT-GL-IN-HASH           PIC S9(15)V99 COMP-3 VALUE 0.
019400     03  WS-TOT-GL-OUT-HASH          PIC S9(15)V99 COMP-3 VALUE 0.
019500     EJECT
019600 01  WS-REPORT-TITLE.
019700     03  FILLER                      PIC X(48)   VALUE
019800         'IMICSETL - INTERCOMPANY DUE-TO/DUE-FROM SETTLE '.
019900     03  FILLER                      PIC X(9)    VALUE
020000         'RUN DATE '.
020100     03  TTL-RUN-DATE                PIC X(8).
020200     03  FILLER                      PIC X(68)   VALUE SPACES.
020300 01  WS-SECTION-TITLE.
020400     03  FILLER                      PIC X(4)    VALUE SPACES.
020500     03  SEC-TITLE                   PIC X(60).
020600     03  FILLER                      PIC X(69)   VALUE SPACES.
020700 01  WS-DETAIL-HEAD.
020800     03  FILLER                      PIC X(4)    VALUE SPACES.
020900     03  FILLER                      PIC X(50)   VALUE
021000         'TYP  ACCOUNT                 OFFSET ACCOUNT       '.
021100     03  FILLER                      PIC X(50)   VALUE
021200         '   DUE-TO  DUE-FROM          AMOUNT  TC  ACTION   '.
021300     03  FILLER                      PIC X(29)   VALUE SPACES.
021400 01  WS-DETAIL-LINE.
021500     03  FILLER                      PIC X(4)    VALUE SPACES.
021600     03  DTL-TYPE                    PIC X(3).
021700     03  FILLER                      PIC X(2)    VALUE SPACES.
021800     03  DTL-ACCOUNT                 PIC X(22).
021900     03  FILLER                      PIC X(2)    VALUE SPACES.
022000     03  DTL-OFFSET-ACCOUNT          PIC X(22).
022100     03  FILLER                      PIC X(2)    VALUE SPACES.
022200     03  DTL-OWED-BY                 PIC XX.
022300     03  FILLER                      PIC X(6)    VALUE SPACES.
022400     03  DTL-OWED-TO                 PIC XX.
022500     03  FILLER                      PIC X(8)    VALUE SPACES.
022600     03  DTL-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022700     03  FILLER                      PIC X(2)    VALUE SPACES.
022800     03  DTL-TRAN-CODE               PIC XX.
022900     03  FILLER                      PIC X(2)    VALUE SPACES.
023000     03  DTL-ACTION                  PIC X(30).
023100     03  FILLER                      PIC X(5)    VALUE SPACES.
023200 01  WS-PAIR-HEAD.
023300     03  FILLER                      PIC X(4)    VALUE SPACES.
023400     03  FILLER                      PIC X(50)   VALUE
023500         'BANKS      LOW DUE-TO   HIGH DUE-FROM     HIGH DUE'.
023600     03  FILLER                      PIC X(50)   VALUE
023700         '-TO    LOW DUE-FROM    NET POSITION  OWES     PROO'.
023800     03  FILLER                      PIC X(29)   VALUE
023900         'F                            '.
024000 01  WS-PAIR-LINE.
024100     03  FILLER                      PIC X(4)    VALUE SPACES.
024200     03  PRL-LOW                     PIC XX.
024300     03  FILLER                      PIC X       VALUE '/'.
024400     03  PRL-HIGH                    PIC XX.
024500     03  FILLER                      PIC X(2)    VALUE SPACES.
024600     03  PRL-LOW-DUE-TO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024700     03  FILLER                      PIC X(2)    VALUE SPACES.
024800     03  PRL-HIGH-DUE-FROM           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024900     03  FILLER                      PIC X(2)    VALUE SPACES.
025000     03  PRL-HIGH-DUE-TO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025100     03  FILLER                      PIC X(2)    VALUE SPACES.
025200     03  PRL-LOW-DUE-FROM            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025300     03  FILLER                      PIC X(2)    VALUE SPACES.
025400     03  PRL-NET                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025500     03  FILLER                      PIC X(3)    VALUE SPACES.
025600     03  PRL-OWES                    PIC XX.
025700     03  FILLER                      PIC X(7)    VALUE SPACES.
025800     03  PRL-PROOF                   PIC X(12).
025900     03  FILLER                      PIC X(21)   VALUE SPACES.
026000 01  WS-SUMMARY-LINE.
026100     03  FILLER                      PIC X(4)    VALUE SPACES.
026200     03  SUM-LIT                     PIC X(34).
026300     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
026400     03  FILLER                      PIC X(84)   VALUE SPACES.
026500 01  WS-SUMMARY-AMT-LINE.
026600     03  FILLER                      PIC X(4)    VALUE SPACES.
026700     03  SUMA-LIT                    PIC X(34).
026800     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
026900     03  FILLER                      PIC X(74)   VALUE SPACES.
027000 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
027100     EJECT
027200 LINKAGE SECTION.
027300     COPY SIWSCNTL.
027400     EJECT
027500     COPY IMAWKMST.
027600     EJECT
027700     COPY IMWSENVO.
027800     EJECT
027900 PROCEDURE DIVISION.
028000*----------------------------------------------------------------*
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028300     PERFORM 2000-COLLECT-ITEM    THRU 2000-EXIT
028400         UNTIL WS-88-TRAN-EOF.
028500     CLOSE TRANSACTION-FILE.
028600     OPEN INPUT TRANSACTION-FILE.
028700     MOVE 'N' TO WS-TRAN-EOF-SW.
028800     MOVE ZERO TO WS-ITEM-ORDINAL.
028900     MOVE 1 TO WS-CAND-NEXT.
029000     PERFORM 3000-MATCH-ITEM      THRU 3000-EXIT
029100         UNTIL WS-88-TRAN-EOF.
029200     CLOSE TRANSACTION-FILE.
029300     PERFORM 3500-UNMATCHED       THRU 3500-EXIT
029400         VARYING WS-SUB FROM 1 BY 1
029500         UNTIL WS-SUB GREATER THAN WS-CAND-COUNT.
029600     PERFORM 5000-COPY-EXTRACT    THRU 5000-EXIT
029700         UNTIL WS-88-GL-EOF.
029800     PERFORM 6000-SETTLE-PAIRS    THRU 6000-EXIT.
029900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030000     GOBACK.
030100     EJECT
030200 1000-INITIALIZE.
030300     OPEN INPUT ICS-PARM-FILE.
030400     READ ICS-PARM-FILE
030500         AT END MOVE SPACES TO ICS-PARM-RECORD.
030600     CLOSE ICS-PARM-FILE.
030700     IF  ICP-RUN-DATE NUMERIC
030800     AND ICP-RUN-DATE GREATER THAN ZERO
030900         MOVE ICP-RUN-DATE TO WS-RUN-DATE-YYMMDD
031000     ELSE
031100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
031200     MOVE '20' TO WS-RUN-CENT.
031300     IF  WS-RUN-YR NOT LESS THAN 50
031400         MOVE '19' TO WS-RUN-CENT.
031500     OPEN INPUT  TRANSACTION-FILE.
031600     OPEN INPUT  GL-EXTRACT-IN.
031700     OPEN OUTPUT GL-EXTRACT-OUT.
031800     OPEN OUTPUT ICS-RPT.
031900     MOVE SPACES TO WS-EDIT-DATE.
032000     STRING WS-RUN-MO '/' WS-RUN-DA '/' WS-RUN-YR
032100         DELIMITED BY SIZE INTO WS-EDIT-DATE.
032200     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
032300     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
032400     MOVE SPACES TO ICS-RPT-LINE.
032500     MOVE WS-REPORT-TITLE TO ICS-RPT-LINE.
032600     WRITE ICS-RPT-LINE.
032700     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
032800     MOVE 'SECTION 1 - CROSS-BANK MOVEMENTS' TO SEC-TITLE.
032900     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
033000     MOVE SPACES TO ICS-RPT-LINE.
033100     MOVE WS-DETAIL-HEAD TO ICS-RPT-LINE.
033200     WRITE ICS-RPT-LINE.
033300     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
033400     MOVE SPACES TO SI-ENVIRONMENT-AREA.
033500     MOVE '1' TO SI-ENVIRONMENT-VSAM.
033600     MOVE 'O' TO I-O-CONTROL-OPERATOR.
033700     MOVE 'I' TO I-O-CONTROL-ACCESS.
033800     MOVE -1  TO I-O-SEND-CODE.
033900     CALL 'IMACTM' USING I-O-CONTROL-AREA
034000                         MASTER-AREA
034100                         SI-ENVIRONMENT-AREA.
034200 1000-EXIT. EXIT.
034300     EJECT
034400*----------------------------------------------------------------*
034500*    2000-COLLECT-ITEM - FIRST PASS.  AN IBT ITEM IS SETTLED     *
034600*    HERE; ANY OTHER ITEM WHOSE ACCOUNT IS LINKED TO AN ACCOUNT  *
034700*    AT ANOTHER BANK IS KEPT WITH ITS LINKED ACCOUNTS FOR THE    *
034800*    SECOND PASS.                                                *
034900*----------------------------------------------------------------*
035000 2000-COLLECT-ITEM.
035100     PERFORM 2900-READ-ITEM THRU 2900-EXIT.
035200     IF  WS-88-TRAN-EOF
035300     OR  WS-ITEM-DIR EQUAL SPACE
035400         GO TO 2000-EXIT.
035500     ADD 1 TO WS-TOT-ITEMS-READ.
035600     ADD 1 TO WS-TOT-MONETARY.
035700     IF  TR-IBT-TRANSFER-REC NOT EQUAL SPACE
035800     AND TR-IBT-TRANSFER-REC NOT EQUAL LOW-VALUE
035900         PERFORM 2100-IBT-ITEM THRU 2100-EXIT
036000         GO TO 2000-EXIT.
036100     IF  TR-KEY NOT EQUAL WS-LAST-KEY
036200         PERFORM 2800-READ-MASTER THRU 2800-EXIT.
036300     IF  NOT WS-88-MASTER-FOUND
036400         GO TO 2000-EXIT.
036500     MOVE ZERO TO WS-TRLR-COUNT.
036600     IF  WMS-TRNSFR-AFFL-TRLR NUMERIC
036700         MOVE WMS-TRNSFR-AFFL-TRLR TO WS-TRLR-COUNT.
036800     IF  WS-TRLR-COUNT GREATER THAN 9
036900         MOVE 9 TO WS-TRLR-COUNT.
037000     IF  WS-TRLR-COUNT NOT GREATER THAN ZERO
037100         GO TO 2000-EXIT.
037200     MOVE 'N' TO WS-LINKED-SW.
037300     PERFORM 2200-CHECK-LINK THRU 2200-EXIT
037400         VARYING WS-SUB FROM 1 BY 1
037500         UNTIL WS-SUB GREATER THAN WS-TRLR-COUNT.
037600 2000-EXIT. EXIT.
037700     EJECT
037800 2100-IBT-ITEM.
037900     ADD 1 TO WS-TOT-IBT-ITEMS.
038000     MOVE 'IBT'            TO DTL-TYPE.
038100     MOVE TR-KEY           TO DTL-ACCOUNT.
038200     MOVE SPACES           TO DTL-OFFSET-ACCOUNT.
038300     MOVE TR-AMOUNT        TO WS-MOVE-AMT.
038400     MOVE TR-TRAN-CODE     TO DTL-TRAN-CODE.
038500     IF  TR-SOURCE-ORIGIN EQUAL SPACES
038600     OR  TR-SOURCE-ORIGIN EQUAL LOW-VALUES
038700     OR  TR-SOURCE-ORIGIN EQUAL TR-CTL1
038800         ADD 1 TO WS-TOT-IBT-NO-ORIGIN
038900         ADD WS-MOVE-AMT TO WS-TOT-UNSETTLED-AMT
039000         MOVE TR-CTL1 TO DTL-OWED-BY
039100         MOVE SPACES  TO DTL-OWED-TO
039200         MOVE WS-MOVE-AMT TO DTL-AMOUNT
039300         MOVE 'NO OTHER BANK - NOT SETTLED' TO WS-ACTION-LIT
039400         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
039500         GO TO 2100-EXIT.
039600     IF  WS-88-ITEM-DEBIT
039700         MOVE TR-CTL1          TO WS-OWED-BY
039800         MOVE TR-SOURCE-ORIGIN TO WS-OWED-TO
039900     ELSE
040000         MOVE TR-SOURCE-ORIGIN TO WS-OWED-BY
040100         MOVE TR-CTL1          TO WS-OWED-TO.
040200     PERFORM 4000-BOOK-MOVEMENT THRU 4000-EXIT.
040300 2100-EXIT. EXIT.
040400*----------------------------------------------------------------*
040500*    2200-CHECK-LINK - ONE TRANSFER AFFILIATE TRAILER.  THE      *
040600*    FIRST LINK TO ANOTHER BANK MAKES THE ITEM A CANDIDATE;      *
040700*    EVERY SUCH LINK IS KEPT AS A PLACE ITS OTHER SIDE MAY HAVE  *
040800*    POSTED.                                                     *
040900*----------------------------------------------------------------*
041000 2200-CHECK-LINK.
041100     IF  WMS-TRNSFR-AFFL-FLAG (WS-SUB) EQUAL SPACE
041200     OR  WMS-TRNSFR-AFFL-FLAG (WS-SUB) EQUAL LOW-VALUE
041300     OR  WMS-LINK-DELETE (WS-SUB) EQUAL 'D'
041400     OR  WMS-LINK-CONTROL-KEY (WS-SUB) EQUAL SPACES
041500     OR  WMS-LINK-CONTROL-KEY (WS-SUB) EQUAL LOW-VALUES
041600     OR  WMS-LINK-CONTROL-KEY (WS-SUB) (1:2) EQUAL TR-CTL1
041700         GO TO 2200-EXIT.
041800     IF  NOT WS-88-LINKED
041900         IF  WS-CAND-COUNT NOT LESS THAN WS-CAND-MAX
042000             ADD 1 TO WS-TOT-CAND-OVERFLOW
042100             MOVE WS-TRLR-COUNT TO WS-SUB
042200             GO TO 2200-EXIT
042300         ELSE
042400             PERFORM 2250-ADD-CANDIDATE THRU 2250-EXIT.
042500     IF  WS-LINK-COUNT NOT LESS THAN WS-LINK-MAX
042600         GO TO 2200-EXIT.
042700     ADD 1 TO WS-LINK-COUNT.
042800     SET LKX TO WS-LINK-COUNT.
042900     MOVE WS-CAND-COUNT TO WS-LNK-CAND (LKX).
043000     MOVE WMS-LINK-CONTROL-KEY (WS-SUB) TO WS-LNK-KEY (LKX).
043100 2200-EXIT. EXIT.
043200 2250-ADD-CANDIDATE.
043300     MOVE 'Y' TO WS-LINKED-SW.
043400     ADD 1 TO WS-TOT-CANDIDATES.
043500     ADD 1 TO WS-CAND-COUNT.
043600     SET CDX TO WS-CAND-COUNT.
043700     MOVE WS-ITEM-ORDINAL TO WS-CND-ORDINAL (CDX).
043800     MOVE TR-KEY          TO WS-CND-ACCOUNT (CDX).
043900     MOVE TR-CTL1         TO WS-CND-BANK (CDX).
044000     MOVE WS-ITEM-DIR     TO WS-CND-DIR (CDX).
044100     MOVE TR-TRAN-CODE    TO WS-CND-TRAN-CODE (CDX).
044200     MOVE TR-AMOUNT       TO WS-CND-AMOUNT (CDX).
044300     MOVE 'N'             TO WS-CND-MATCHED (CDX).
044400 2250-EXIT. EXIT.
044500     EJECT
044600 2800-READ-MASTER.
044700     MOVE TR-KEY TO WS-LAST-KEY.
044800     MOVE 'N' TO WS-MASTER-SW.
044900     MOVE SPACES TO WMS-CONTROL-KEY.
045000     MOVE TR-KEY TO WMS-CONTROL-KEY.
045100     MOVE 'K'    TO I-O-CONTROL-OPERATOR.
045200     MOVE -1     TO I-O-SEND-CODE.
045300     CALL 'IMACTM' USING I-O-CONTROL-AREA
045400                         MASTER-AREA
045500                         SI-ENVIRONMENT-AREA.
045600     IF  I-O-88-NORMAL-RET
045700         MOVE 'Y' TO WS-MASTER-SW
045800     ELSE
045900         ADD 1 TO WS-TOT-NOT-ON-MASTER.
046000 2800-EXIT. EXIT.
046100*----------------------------------------------------------------*
046200*    2900-READ-ITEM - THE NEXT POSTED ITEM.  ONLY MONETARY ITEMS *
046300*    (DEPOSIT, CREDIT, CHECK, DEBIT) MOVE FUNDS; THE DIRECTION   *
046400*    IS LEFT BLANK FOR ANY OTHER RECORD.  BOTH PASSES NUMBER THE *
046500*    MONETARY ITEMS THE SAME WAY.                                *
046600*----------------------------------------------------------------*
046700 2900-READ-ITEM.
046800     MOVE SPACE TO WS-ITEM-DIR.
046900     READ TRANSACTION-FILE
047000         AT END MOVE 'Y' TO WS-TRAN-EOF-SW
047100                GO TO 2900-EXIT.
047200     IF  DDA-DEPOSIT
047300     OR  DDA-CREDIT
047400         MOVE 'C' TO WS-ITEM-DIR.
047500     IF  DDA-CHECK
047600     OR  DDA-DEBIT
047700         MOVE 'D' TO WS-ITEM-DIR.
047800     IF  WS-ITEM-DIR NOT EQUAL SPACE
047900         ADD 1 TO WS-ITEM-ORDINAL.
048000 2900-EXIT. EXIT.
048100     EJECT
048200*----------------------------------------------------------------*
048300*    3000-MATCH-ITEM - SECOND PASS.  AN ITEM ALREADY SETTLED AS  *
048400*    THE OTHER SIDE OF AN EARLIER MATCH IS SKIPPED.  OTHERWISE   *
048500*    THE ITEM IS THE OTHER SIDE OF A CANDIDATE WHEN THE          *
048600*    CANDIDATE IS LINKED TO ITS ACCOUNT, POSTED IN THE OPPOSITE  *
048700*    DIRECTION AND FOR THE SAME AMOUNT.                          *
048800*----------------------------------------------------------------*
048900 3000-MATCH-ITEM.
049000     PERFORM 2900-READ-ITEM THRU 2900-EXIT.
049100     IF  WS-88-TRAN-EOF
049200     OR  WS-ITEM-DIR EQUAL SPACE
049300         GO TO 3000-EXIT.
049400     IF  TR-IBT-TRANSFER-REC NOT EQUAL SPACE
049500     AND TR-IBT-TRANSFER-REC NOT EQUAL LOW-VALUE
049600         GO TO 3000-EXIT.
049700     MOVE ZERO TO WS-SELF-CAND.
049800     PERFORM 3050-NEXT-CANDIDATE THRU 3050-EXIT
049900         UNTIL WS-CAND-NEXT GREATER THAN WS-CAND-COUNT
050000         OR    WS-CND-ORDINAL (WS-CAND-NEXT)
050100                   NOT LESS THAN WS-ITEM-ORDINAL.
050200     IF  WS-CAND-NEXT NOT GREATER THAN WS-CAND-COUNT
050300         IF  WS-CND-ORDINAL (WS-CAND-NEXT) EQUAL WS-ITEM-ORDINAL
050400             MOVE WS-CAND-NEXT TO WS-SELF-CAND.
050500     IF  WS-SELF-CAND GREATER THAN ZERO
050600         IF  WS-CND-MATCHED (WS-SELF-CAND) EQUAL 'Y'
050700             GO TO 3000-EXIT.
050800     MOVE 'N' TO WS-MATCH-SW.
050900     PERFORM 3100-SCAN-LINK THRU 3100-EXIT
051000         VARYING WS-LINK-SUB FROM 1 BY 1
051100         UNTIL WS-LINK-SUB GREATER THAN WS-LINK-COUNT
051200         OR    WS-88-MATCHED.
051300 3000-EXIT. EXIT.
051400 3050-NEXT-CANDIDATE.
051500     ADD 1 TO WS-CAND-NEXT.
051600 3050-EXIT. EXIT.
051700 3100-SCAN-LINK.
051800     SET LKX TO WS-LINK-SUB.
051900     IF  WS-LNK-KEY (LKX) NOT EQUAL TR-KEY
052000         GO TO 3100-EXIT.
052100     SET CDX TO WS-LNK-CAND (LKX).
052200     IF  WS-LNK-CAND (LKX) EQUAL WS-SELF-CAND
052300     OR  WS-CND-MATCHED (CDX) EQUAL 'Y'
052400     OR  WS-CND-DIR (CDX) EQUAL WS-ITEM-DIR
052500     OR  WS-CND-AMOUNT (CDX) NOT EQUAL TR-AMOUNT
052600         GO TO 3100-EXIT.
052700     MOVE 'Y' TO WS-MATCH-SW.
052800     MOVE 'Y' TO WS-CND-MATCHED (CDX).
052900     IF  WS-SELF-CAND GREATER THAN ZERO
053000         MOVE 'Y' TO WS-CND-MATCHED (WS-SELF-CAND).
053100     ADD 1 TO WS-TOT-AFF-MATCHED.
053200     MOVE 'AFF'            TO DTL-TYPE.
053300     MOVE TR-AMOUNT        TO WS-MOVE-AMT.
053400     MOVE WS-CND-TRAN-CODE (CDX) TO DTL-TRAN-CODE.
053500     IF  WS-88-ITEM-DEBIT
053600         MOVE TR-KEY               TO DTL-ACCOUNT
053700         MOVE WS-CND-ACCOUNT (CDX) TO DTL-OFFSET-ACCOUNT
053800         MOVE TR-CTL1              TO WS-OWED-BY
053900         MOVE WS-CND-BANK (CDX)    TO WS-OWED-TO
054000     ELSE
054100         MOVE WS-CND-ACCOUNT (CDX) TO DTL-ACCOUNT
054200         MOVE TR-KEY               TO DTL-OFFSET-ACCOUNT
054300         MOVE WS-CND-BANK (CDX)    TO WS-OWED-BY
054400         MOVE TR-CTL1              TO WS-OWED-TO.
054500     PERFORM 4000-BOOK-MOVEMENT THRU 4000-EXIT.
054600 3100-EXIT. EXIT.
054700     EJECT
054800 3500-UNMATCHED.
054900     SET CDX TO WS-SUB.
055000     IF  WS-CND-MATCHED (CDX) EQUAL 'Y'
055100         GO TO 3500-EXIT.
055200     ADD 1 TO WS-TOT-AFF-UNMATCHED.
055300     ADD WS-CND-AMOUNT (CDX) TO WS-TOT-UNSETTLED-AMT.
055400     MOVE 'AFF'                  TO DTL-TYPE.
055500     MOVE WS-CND-ACCOUNT (CDX)   TO DTL-ACCOUNT.
055600     MOVE SPACES                 TO DTL-OFFSET-ACCOUNT.
055700     MOVE WS-CND-BANK (CDX)      TO DTL-OWED-BY.
055800     MOVE SPACES                 TO DTL-OWED-TO.
055900     MOVE WS-CND-AMOUNT (CDX)    TO DTL-AMOUNT.
056000     MOVE WS-CND-TRAN-CODE (CDX) TO DTL-TRAN-CODE.
056100     MOVE 'NO OTHER SIDE - NOT SETTLED' TO WS-ACTION-LIT.
056200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
056300 3500-EXIT. EXIT.
056400     EJECT
056500*----------------------------------------------------------------*
056600*    4000-BOOK-MOVEMENT - WS-OWED-BY OWES WS-OWED-TO             *
056700*    WS-MOVE-AMT. THE MOVEMENT IS ADDED TO ITS BANK PAIR, LOWER  *
056800*    BANK FIRST.                                                 *
056900*----------------------------------------------------------------*
057000 4000-BOOK-MOVEMENT.
057100     MOVE WS-OWED-BY  TO DTL-OWED-BY.
057200     MOVE WS-OWED-TO  TO DTL-OWED-TO.
057300     MOVE WS-MOVE-AMT TO DTL-AMOUNT.
057400     MOVE ZERO TO WS-PAIR-SUB.
057500     PERFORM 4100-FIND-PAIR THRU 4100-EXIT
057600         VARYING WS-SUB FROM 1 BY 1
057700         UNTIL WS-SUB GREATER THAN WS-PAIR-COUNT
057800         OR    WS-PAIR-SUB GREATER THAN ZERO.
057900     IF  WS-PAIR-SUB EQUAL ZERO
058000         IF  WS-PAIR-COUNT NOT LESS THAN WS-PAIR-MAX
058100             ADD 1 TO WS-TOT-PAIR-OVERFLOW
058200             ADD WS-MOVE-AMT TO WS-TOT-UNSETTLED-AMT
058300             MOVE 'PAIR TABLE FULL - NOT SETTLED'
058400                 TO WS-ACTION-LIT
058500             PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
058600             GO TO 4000-EXIT
058700         ELSE
058800             PERFORM 4200-ADD-PAIR THRU 4200-EXIT.
058900     SET PRX TO WS-PAIR-SUB.
059000     IF  WS-OWED-BY EQUAL WS-PR-LOW (PRX)
059100         ADD WS-MOVE-AMT TO WS-PR-LOW-OWES (PRX)
059200     ELSE
059300         ADD WS-MOVE-AMT TO WS-PR-HIGH-OWES (PRX).
059400     ADD 1 TO WS-PR-COUNT (PRX).
059500     ADD 1 TO WS-TOT-MOVEMENTS.
059600     ADD WS-MOVE-AMT TO WS-TOT-MOVED-AMT.
059700     MOVE 'SETTLED' TO WS-ACTION-LIT.
059800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
059900 4000-EXIT. EXIT.
060000 4100-FIND-PAIR.
060100     SET PRX TO WS-SUB.
060200     IF  (WS-PR-LOW (PRX) EQUAL WS-OWED-BY
060300     AND  WS-PR-HIGH (PRX) EQUAL WS-OWED-TO)
060400     OR  (WS-PR-LOW (PRX) EQUAL WS-OWED-TO
060500     AND  WS-PR-HIGH (PRX) EQUAL WS-OWED-BY)
060600         MOVE WS-SUB TO WS-PAIR-SUB.
060700 4100-EXIT. EXIT.
060800 4200-ADD-PAIR.
060900     ADD 1 TO WS-PAIR-COUNT.
061000     MOVE WS-PAIR-COUNT TO WS-PAIR-SUB.
061100     SET PRX TO WS-PAIR-COUNT.
061200     IF  WS-OWED-BY LESS THAN WS-OWED-TO
061300         MOVE WS-OWED-BY TO WS-PR-LOW (PRX)
061400         MOVE WS-OWED-TO TO WS-PR-HIGH (PRX)
061500     ELSE
061600         MOVE WS-OWED-TO TO WS-PR-LOW (PRX)
061700         MOVE WS-OWED-BY TO WS-PR-HIGH (PRX).
061800     MOVE ZERO TO WS-PR-LOW-OWES (PRX)
061900                  WS-PR-HIGH-OWES (PRX)
062000                  WS-PR-COUNT (PRX)
062100                  WS-PR-GL-LOW-DUE-TO (PRX)
062200                  WS-PR-GL-LOW-DUE-FROM (PRX)
062300                  WS-PR-GL-HIGH-DUE-TO (PRX)
062400                  WS-PR-GL-HIGH-DUE-FROM (PRX).
062500 4200-EXIT. EXIT.
062600     EJECT
062700*----------------------------------------------------------------*
062800*    5000-COPY-EXTRACT - THE CYCLE'S GL EXTRACT PASSES THROUGH   *
062900*    UNCHANGED, COUNTED AND HASHED THE WAY IMGLCURV PROVES IT.   *
063000*----------------------------------------------------------------*
063100 5000-COPY-EXTRACT.
063200     READ GL-EXTRACT-IN
063300         AT END MOVE 'Y' TO WS-GL-EOF-SW
063400                GO TO 5000-EXIT.
063500     ADD 1 TO WS-TOT-GL-IN.
063600     MOVE GL-EXTRACT-IN-RECORD TO GL-EXTRACT-RECORD.
063700     PERFORM 5100-HASH-RECAP THRU 5100-EXIT
063800         VARYING WS-RECAP-SUB FROM 1 BY 1
063900         UNTIL WS-RECAP-SUB GREATER THAN 50.
064000     PERFORM 6900-WRITE-GL THRU 6900-EXIT.
064100 5000-EXIT. EXIT.
064200 5100-HASH-RECAP.
064300     IF  GL-RECAP-CODE (WS-RECAP-SUB) EQUAL SPACES
064400         GO TO 5100-EXIT.
064500     ADD GL-RECAP-AMT (WS-RECAP-SUB) TO WS-TOT-GL-IN-HASH.
064600 5100-EXIT. EXIT.
064700     EJECT
064800*----------------------------------------------------------------*
064900*    6000-SETTLE-PAIRS - THE GL RECORDS FOR EACH BANK PAIR AND   *
065000*    THE POSITION REPORT.  THE PROOF COMPARES THE DUE-TO RECAP   *
065100*    BOOKED AT EACH BANK WITH THE DUE-FROM RECAP BOOKED AT THE   *
065200*    OTHER.                                                      *
065300*----------------------------------------------------------------*
065400 6000-SETTLE-PAIRS.
065500     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
065600     MOVE 'SECTION 2 - BANK PAIR POSITIONS' TO SEC-TITLE.
065700     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
065800     MOVE SPACES TO ICS-RPT-LINE.
065900     MOVE WS-PAIR-HEAD TO ICS-RPT-LINE.
066000     WRITE ICS-RPT-LINE.
066100     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
066200     PERFORM 6100-ONE-PAIR THRU 6100-EXIT
066300         VARYING WS-SUB FROM 1 BY 1
066400         UNTIL WS-SUB GREATER THAN WS-PAIR-COUNT.
066500 6000-EXIT. EXIT.
066600 6100-ONE-PAIR.
066700     SET PRX TO WS-SUB.
066800     MOVE WS-PR-LOW (PRX)  TO WS-OWED-BY.
066900     MOVE WS-PR-HIGH (PRX) TO WS-OWED-TO.
067000     MOVE WS-PR-LOW-OWES (PRX)  TO WS-NET-AMT.
067100     PERFORM 6200-BANK-RECORD THRU 6200-EXIT.
067200     MOVE GL-RECAP-AMT (1) TO WS-PR-GL-LOW-DUE-TO (PRX).
067300     MOVE GL-RECAP-AMT (2) TO WS-PR-GL-LOW-DUE-FROM (PRX).
067400     MOVE WS-PR-HIGH (PRX) TO WS-OWED-BY.
067500     MOVE WS-PR-LOW (PRX)  TO WS-OWED-TO.
067600     MOVE WS-PR-HIGH-OWES (PRX) TO WS-NET-AMT.
067700     PERFORM 6200-BANK-RECORD THRU 6200-EXIT.
067800     MOVE GL-RECAP-AMT (1) TO WS-PR-GL-HIGH-DUE-TO (PRX).
067900     MOVE GL-RECAP-AMT (2) TO WS-PR-GL-HIGH-DUE-FROM (PRX).
068000     ADD 1 TO WS-TOT-PAIRS-OUT.
068100     MOVE WS-PR-LOW (PRX)  TO PRL-LOW.
068200     MOVE WS-PR-HIGH (PRX) TO PRL-HIGH.
068300     COMPUTE PRL-LOW-DUE-TO   = ZERO - WS-PR-GL-LOW-DUE-TO (PRX).
068400     MOVE WS-PR-GL-HIGH-DUE-FROM (PRX) TO PRL-HIGH-DUE-FROM.
068500     COMPUTE PRL-HIGH-DUE-TO  = ZERO - WS-PR-GL-HIGH-DUE-TO (PRX).
068600     MOVE WS-PR-GL-LOW-DUE-FROM (PRX)  TO PRL-LOW-DUE-FROM.
068700     COMPUTE WS-NET-AMT = WS-PR-LOW-OWES (PRX)
068800                        - WS-PR-HIGH-OWES (PRX).
068900     MOVE SPACES TO PRL-OWES.
069000     IF  WS-NET-AMT GREATER THAN ZERO
069100         MOVE WS-PR-LOW (PRX) TO PRL-OWES.
069200     IF  WS-NET-AMT LESS THAN ZERO
069300         MOVE WS-PR-HIGH (PRX) TO PRL-OWES
069400         COMPUTE WS-NET-AMT = ZERO - WS-NET-AMT.
069500     MOVE WS-NET-AMT TO PRL-NET.
069600     MOVE 'IN BALANCE' TO PRL-PROOF.
069700     IF  WS-PR-GL-LOW-DUE-TO (PRX) + WS-PR-GL-HIGH-DUE-FROM (PRX)
069800             NOT EQUAL ZERO
069900     OR  WS-PR-GL-HIGH-DUE-TO (PRX) + WS-PR-GL-LOW-DUE-FROM (PRX)
070000             NOT EQUAL ZERO
070100         MOVE 'Y' TO WS-OUT-OF-BAL-SW
070200         MOVE '** OUT **' TO PRL-PROOF.
070300     MOVE SPACES TO ICS-RPT-LINE.
070400     MOVE WS-PAIR-LINE TO ICS-RPT-LINE.
070500     WRITE ICS-RPT-LINE.
070600 6100-EXIT. EXIT.
070700*----------------------------------------------------------------*
070800*    6200-BANK-RECORD - THE GL RECORD FOR BANK WS-OWED-BY        *
070900*    AGAINST BANK WS-OWED-TO: DUE-TO (A CREDIT) FOR WHAT IT      *
071000*    OWES, WS-NET-AMT, AND DUE-FROM (A DEBIT) FOR WHAT THE OTHER *
071100*    BANK OWES IT.                                               *
071200*----------------------------------------------------------------*
071300 6200-BANK-RECORD.
071400     MOVE SPACES TO GL-EXTRACT-RECORD.
071500     MOVE ZERO TO GL-REC-LENGTH GL-REC-LNGTH GL-CURR-NO.
071600     MOVE 'IM'            TO GL-APPL-ID.
071700     MOVE WS-OWED-BY      TO GL-APPL-CTL1.
071800     MOVE 'INTERCO'       TO GL-APPL-GL-KEY.
071900     MOVE WS-RUN-CENT     TO GL-APPL-EFF-CENT.
072000     MOVE WS-RUN-YR       TO GL-APPL-EFF-YR.
072100     MOVE WS-RUN-MO       TO GL-APPL-EFF-MO.
072200     MOVE WS-RUN-DA       TO GL-APPL-EFF-DA.
072300     MOVE SPACES          TO GL-ORIG-ACCT.
072400     STRING 'IMICSETL BANK ' WS-OWED-BY ' WITH BANK ' WS-OWED-TO
072500         DELIMITED BY SIZE INTO GL-ORIG-ACCT.
072600     MOVE 'ICDUETO '      TO GL-RECAP-CODE (1).
072700     MOVE WS-OWED-TO      TO GL-RECAP-ACCT (1).
072800     COMPUTE GL-RECAP-AMT (1) = ZERO - WS-NET-AMT.
072900     MOVE 'ICDUEFRM'      TO GL-RECAP-CODE (2).
073000     MOVE WS-OWED-TO      TO GL-RECAP-ACCT (2).
073100     IF  WS-OWED-BY EQUAL WS-PR-LOW (PRX)
073200         MOVE WS-PR-HIGH-OWES (PRX) TO GL-RECAP-AMT (2)
073300     ELSE
073400         MOVE WS-PR-LOW-OWES (PRX)  TO GL-RECAP-AMT (2).
073500     PERFORM 6300-ZERO-RECAP THRU 6300-EXIT
073600         VARYING WS-RECAP-SUB FROM 3 BY 1
073700         UNTIL WS-RECAP-SUB GREATER THAN 50.
073800     ADD WS-NET-AMT TO WS-TOT-DUE-TO-AMT.
073900     ADD GL-RECAP-AMT (2) TO WS-TOT-DUE-FROM-AMT.
074000     ADD 1 TO WS-TOT-GL-ADDED.
074100     PERFORM 6900-WRITE-GL THRU 6900-EXIT.
074200 6200-EXIT. EXIT.
074300 6300-ZERO-RECAP.
074400     MOVE SPACES TO GL-RECAP-CODE (WS-RECAP-SUB).
074500     MOVE ZERO TO GL-RECAP-AMT (WS-RECAP-SUB).
074600 6300-EXIT. EXIT.
074700 6900-WRITE-GL.
074800     PERFORM 6950-HASH-OUT THRU 6950-EXIT
074900         VARYING WS-RECAP-SUB FROM 1 BY 1
075000         UNTIL WS-RECAP-SUB GREATER THAN 50.
075100     WRITE GL-EXTRACT-RECORD.
075200     ADD 1 TO WS-TOT-GL-OUT.
075300 6900-EXIT. EXIT.
075400 6950-HASH-OUT.
075500     IF  GL-RECAP-CODE (WS-RECAP-SUB) EQUAL SPACES
075600         GO TO 6950-EXIT.
075700     ADD GL-RECAP-AMT (WS-RECAP-SUB) TO WS-TOT-GL-OUT-HASH.
075800 6950-EXIT. EXIT.
075900     EJECT
076000 7100-PRINT-SECTION.
076100     MOVE SPACES TO ICS-RPT-LINE.
076200     MOVE WS-SECTION-TITLE TO ICS-RPT-LINE.
076300     WRITE ICS-RPT-LINE.
076400 7100-EXIT. EXIT.
076500 7800-PRINT-DETAIL.
076600     MOVE WS-ACTION-LIT TO DTL-ACTION.
076700     MOVE SPACES TO ICS-RPT-LINE.
076800     MOVE WS-DETAIL-LINE TO ICS-RPT-LINE.
076900     WRITE ICS-RPT-LINE.
077000 7800-EXIT. EXIT.
077100     EJECT
077200*----------------------------------------------------------------*
077300*    9000-TERMINATE - SUMMARY, THE INBOUND EXTRACT PROVED        *
077400*    AGAINST ITS MANIFEST AND THE COMBINED EXTRACT MANIFESTED    *
077500*    FOR IMGLCURV. A BANK PAIR OUT OF BALANCE OR AN INBOUND      *
077600*    MANIFEST THAT DOES NOT AGREE ENDS THE STEP WITH RETURN CODE *
077700*    16.                                                         *
077800*----------------------------------------------------------------*
077900 9000-TERMINATE.
078000     MOVE 'E'  TO I-O-CONTROL-OPERATOR.
078100     MOVE -1   TO I-O-SEND-CODE.
078200     CALL 'IMACTM' USING I-O-CONTROL-AREA
078300                         MASTER-AREA
078400                         SI-ENVIRONMENT-AREA.
078500     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
078600     MOVE 'POSTED MONETARY ITEMS READ        ' TO SUM-LIT.
078700     MOVE WS-TOT-MONETARY TO SUM-COUNT.
078800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
078900     MOVE 'ITEMS NOT ON MASTER               ' TO SUM-LIT.
079000     MOVE WS-TOT-NOT-ON-MASTER TO SUM-COUNT.
079100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079200     MOVE 'IBT ITEMS                         ' TO SUM-LIT.
079300     MOVE WS-TOT-IBT-ITEMS TO SUM-COUNT.
079400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079500     MOVE 'IBT ITEMS - NO PRESENTING BANK    ' TO SUM-LIT.
079600     MOVE WS-TOT-IBT-NO-ORIGIN TO SUM-COUNT.
079700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
079800     MOVE 'AFFILIATE LINKED ITEMS            ' TO SUM-LIT.
079900     MOVE WS-TOT-CANDIDATES TO SUM-COUNT.
080000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080100     MOVE 'AFFILIATE TABLE FULL - NOT KEPT   ' TO SUM-LIT.
080200     MOVE WS-TOT-CAND-OVERFLOW TO SUM-COUNT.
080300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080400     MOVE 'AFFILIATE TRANSFERS MATCHED       ' TO SUM-LIT.
080500     MOVE WS-TOT-AFF-MATCHED TO SUM-COUNT.
080600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
080700     MOVE 'AFFILIATE ITEMS WITH NO OTHER SIDE' TO SUM-LIT.
080800     MOVE WS-TOT-AFF-UNMATCHED TO SUM-COUNT.
080900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081000     MOVE 'CROSS-BANK MOVEMENTS SETTLED      ' TO SUM-LIT.
081100     MOVE WS-TOT-MOVEMENTS TO SUM-COUNT.
081200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081300     MOVE 'PAIR TABLE FULL - NOT SETTLED     ' TO SUM-LIT.
081400     MOVE WS-TOT-PAIR-OVERFLOW TO SUM-COUNT.
081500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081600     MOVE 'BANK PAIRS SETTLED                ' TO SUM-LIT.
081700     MOVE WS-TOT-PAIRS-OUT TO SUM-COUNT.
081800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
081900     MOVE 'GL EXTRACT RECORDS IN             ' TO SUM-LIT.
082000     MOVE WS-TOT-GL-IN TO SUM-COUNT.
082100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082200     MOVE 'INTERCOMPANY GL RECORDS ADDED     ' TO SUM-LIT.
082300     MOVE WS-TOT-GL-ADDED TO SUM-COUNT.
082400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082500     MOVE 'GL EXTRACT RECORDS OUT            ' TO SUM-LIT.
082600     MOVE WS-TOT-GL-OUT TO SUM-COUNT.
082700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
082800     WRITE ICS-RPT-LINE FROM WS-BLANK-LINE.
082900     MOVE 'CROSS-BANK AMOUNT SETTLED         ' TO SUMA-LIT.
083000     MOVE WS-TOT-MOVED-AMT TO SUMA-AMT.
083100     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
083200     MOVE 'AMOUNT NOT SETTLED                ' TO SUMA-LIT.
083300     MOVE WS-TOT-UNSETTLED-AMT TO SUMA-AMT.
083400     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
083500     MOVE 'DUE-TO BOOKED                     ' TO SUMA-LIT.
083600     MOVE WS-TOT-DUE-TO-AMT TO SUMA-AMT.
083700     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
083800     MOVE 'DUE-FROM BOOKED                   ' TO SUMA-LIT.
083900     MOVE WS-TOT-DUE-FROM-AMT TO SUMA-AMT.
084000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
084100     IF  WS-88-OUT-OF-BAL
084200         MOVE 16 TO RETURN-CODE
084300         MOVE 'BANK PAIR OUT OF BALANCE - HOLD   ' TO SUM-LIT
084400         MOVE WS-PAIR-COUNT TO SUM-COUNT
084500         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
084600     MOVE 'V' TO MRQ-FUNCTION.
084700     MOVE 'IMWSGLTS' TO MRQ-FILE-ID.
084800     MOVE WS-TOT-GL-IN TO MRQ-RECORD-COUNT.
084900     MOVE WS-TOT-GL-IN-HASH TO MRQ-AMOUNT-HASH.
085000     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
085100     IF  MRQ-88-OK
085200         MOVE 'INBOUND MANIFEST VERIFIED         ' TO SUM-LIT
085300     ELSE
085400     IF  MRQ-88-NO-MANIFEST
085500         MOVE 'NO INBOUND MANIFEST ON FILE       ' TO SUM-LIT
085600     ELSE
085700         MOVE 'INBOUND MANIFEST MISMATCH - HOLD  ' TO SUM-LIT
085800         MOVE 16 TO RETURN-CODE.
085900     MOVE MRQ-RETURN-CODE TO SUM-COUNT.
086000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
086100     MOVE 'W' TO MRQ-FUNCTION.
086200     MOVE 'IMWSGLTS' TO MRQ-FILE-ID.
086300     MOVE WS-TOT-GL-OUT TO MRQ-RECORD-COUNT.
086400     MOVE WS-TOT-GL-OUT-HASH TO MRQ-AMOUNT-HASH.
086500     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
086600     CLOSE GL-EXTRACT-IN.
086700     CLOSE GL-EXTRACT-OUT.
086800     CLOSE ICS-RPT.
086900 9000-EXIT. EXIT.
087000 9100-PRINT-SUMMARY.
087100     MOVE SPACES TO ICS-RPT-LINE.
087200     MOVE WS-SUMMARY-LINE TO ICS-RPT-LINE.
087300     WRITE ICS-RPT-LINE.
087400 9100-EXIT. EXIT.
087500 9200-PRINT-AMOUNT.
087600     MOVE SPACES TO ICS-RPT-LINE.
087700     MOVE WS-SUMMARY-AMT-LINE TO ICS-RPT-LINE.
087800     WRITE ICS-RPT-LINE.
087900 9200-EXIT. EXIT.
