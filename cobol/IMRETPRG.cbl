*     * GN6217 * 10/13/26 JCTE SCHEDULED ARCHIVE PURGE
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMRETPRG.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/13/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMRETPRG IS THE PURGE FOR THE SYSTEM'S ARCHIVES.  NOTHING   *
000900*    IS DESTROYED ON A RETENTION PERIOD OF THE PROGRAM'S OWN -   *
001000*    EVERY ARCHIVED RECORD IS PUT TO IMRETCHK WITH ITS RECORD    *
001100*    CLASS, ACCOUNT AND TRIGGER DATE, AND IS DESTROYED ONLY WHEN *
001200*    THE RECORD RETENTION SCHEDULE HAS RUN OUT AND NO LEGAL HOLD *
001300*    COVERS THE ACCOUNT.  A RECORD PAST RETENTION BUT UNDER HOLD *
001400*    IS KEPT AND LISTED ONCE PER ACCOUNT WITH THE MATTER HOLDING *
001500*    IT.                                                         *
001600*----------------------------------------------------------------*
001700*    ONE PARAMETER CARD PER CLASS TO BE PURGED THIS RUN -        *
001800*      THAR  TRANSACTION HISTORY ARCHIVE (IMWSTHAR) - POSTING    *
001900*            DATE                                                *
002000*      BHAR  BALANCE HISTORY ARCHIVE (IMWSBHAR) - ENTRY DATE     *
002100*      CLSC  CLOSED-ACCOUNT CATALOG (IMCLSCAT) - CLOSE DATE; THE *
002200*            ACCOUNT'S MASTER, BALANCE-HISTORY AND NAME IMAGES   *
002300*            ON THE ARCHIVE DETAIL FILE GO WITH ITS ENTRY        *
002400*      MEMA  MEMO ARCHIVE WRITTEN BY IMMEMOPG - LAST ACTIVITY    *
002500*            DATE                                                *
002600*      FMJH  FILE MAINTENANCE JOURNAL HISTORY (IMWSFMJR) -       *
002700*            MAINTENANCE DATE                                    *
002800*    THE KEYED ARCHIVES ARE PURGED IN PLACE; THE SEQUENTIAL ONES *
002900*    ARE CARRIED FORWARD TO A NEW GENERATION WITHOUT THE         *
003000*    DESTROYED RECORDS.  STATEMENT SNAPSHOTS (STMT) ARE PURGED   *
003100*    BY IMSTMARC AS IT ROLLS THE SNAPSHOT ARCHIVE.               *
003200*----------------------------------------------------------------*
003300*    THE RUN ENDS WITH IMRETCHK'S CERTIFICATE OF DESTRUCTION.    *
003400*    AN UNKNOWN CLASS CARD SETS RETURN CODE 4; A MISSING         *
003500*    RETENTION SCHEDULE SETS RETURN CODE 16 AND NOTHING IS       *
003600*    PURGED.                                                     *
003700*----------------------------------------------------------------*
003800*               ** HISTORY OF REVISIONS **                      *
003900* DESCRIPTION                                           CHNGID  *
004000* ____________________________________________________ _______ *
004100* 10/13/26 JCTE NEW PROGRAM - SCHEDULED ARCHIVE PURGE    GN6217 *
004200*                UNDER THE RETENTION SCHEDULE AND LEGAL HOLDS   *
004300*----------------------------------------------------------------*
004400 ENVIRONMENT    DIVISION.
004500 INPUT-OUTPUT   SECTION.
004600 FILE-CONTROL.
004700     SELECT PRG-PARM-FILE     ASSIGN TO "IMRETPRM"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT TRAN-HIST-ARCHIVE ASSIGN TO "IMTHARCV"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS THA-KEY.
005300     SELECT BAL-HIST-ARCHIVE  ASSIGN TO "IMBHARCV"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS BHA-KEY.
005700     SELECT ARCHIVE-CATALOG   ASSIGN TO "IMCLSCAT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS CAT-CONTROL-KEY.
006100     SELECT OPTIONAL ARCHIVE-DETAIL-IN ASSIGN TO "IMCLSDTL"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DTL-FILE-STATUS.
006400     SELECT ARCHIVE-DETAIL-OUT ASSIGN TO "IMCLSDTO"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT OPTIONAL MEMO-ARCH-IN ASSIGN TO "IMMEMOAR"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-MEM-FILE-STATUS.
006900     SELECT MEMO-ARCH-OUT     ASSIGN TO "IMMEMOAO"
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT OPTIONAL FM-HISTORY-IN ASSIGN TO "IMFMJHST"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-FMJ-FILE-STATUS.
007400     SELECT FM-HISTORY-OUT    ASSIGN TO "IMFMJHSO"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT PURGE-RPT         ASSIGN TO "IMRETRPT"
007700         ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PRG-PARM-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  PRG-PARM-RECORD.
008300     03  PRP-RECORD-CLASS            PIC X(4).
008400         88  PRP-88-THAR             VALUE 'THAR'.
008500         88  PRP-88-BHAR             VALUE 'BHAR'.
008600         88  PRP-88-CLSC             VALUE 'CLSC'.
008700         88  PRP-88-MEMA             VALUE 'MEMA'.
008800         88  PRP-88-FMJH             VALUE 'FMJH'.
008900     03  FILLER                      PIC X(76).
009000 FD  TRAN-HIST-ARCHIVE.
009100     COPY IMWSTHAR.
009200 FD  BAL-HIST-ARCHIVE.
009300     COPY IMWSBHAR.
009400 FD  ARCHIVE-CATALOG
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  ARCHIVE-CATALOG-RECORD.
009700     03  CAT-CONTROL-KEY             PIC X(22).
009800     03  CAT-DATE-CLOSED.
009900         05  CAT-CLOSED-CC           PIC XX.
010000         05  CAT-CLOSED-YYMMDD       PIC X(6).
010100     03  CAT-DATE-ARCHIVED           PIC X(6).
010200     03  CAT-RETENTION-DATE          PIC X(6).
010300     03  CAT-CLOSE-AMT               PIC S9(13)V99 COMP-3.
010400     03  FILLER                      PIC X(30).
010500 FD  ARCHIVE-DETAIL-IN
010600     RECORD CONTAINS 16653 CHARACTERS.
010700 01  ARCHIVE-DETAIL-RECORD.
010800     03  ADR-RECORD-TYPE             PIC X.
010900     03  ADR-CONTROL-KEY             PIC X(22).
011000     03  ADR-IMAGE                   PIC X(16630).
011100 FD  ARCHIVE-DETAIL-OUT
011200     RECORD CONTAINS 16653 CHARACTERS.
011300 01  ARCHIVE-DETAIL-OUT-RECORD       PIC X(16653).
011400 FD  MEMO-ARCH-IN.
011500     COPY IMMEMO.
011600 FD  MEMO-ARCH-OUT
011700     RECORD CONTAINS 1200 CHARACTERS.
011800 01  MEMO-ARCH-OUT-RECORD            PIC X(1200).
011900 FD  FM-HISTORY-IN.
012000     COPY IMWSFMJR.
012100 FD  FM-HISTORY-OUT
012200     RECORD CONTAINS 140 CHARACTERS.
012300 01  FM-HISTORY-OUT-RECORD           PIC X(140).
012400 FD  PURGE-RPT
012500     RECORD CONTAINS 133 CHARACTERS.
012600 01  PURGE-RPT-LINE                  PIC X(133).
012700 WORKING-STORAGE SECTION.
012800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMRETPRG'.
012900 77  WS-DTL-FILE-STATUS              PIC X(2)    VALUE SPACES.
013000     88  WS-88-DTL-NOT-FOUND         VALUE '05' '35'.
013100 77  WS-MEM-FILE-STATUS              PIC X(2)    VALUE SPACES.
013200     88  WS-88-MEM-NOT-FOUND         VALUE '05' '35'.
013300 77  WS-FMJ-FILE-STATUS              PIC X(2)    VALUE SPACES.
013400     88  WS-88-FMJ-NOT-FOUND         VALUE '05' '35'.
013500 77  WS-CAT-MAX                      PIC S9(5)   COMP VALUE +5000.
013600 77  WS-SUB                          PIC S9(5)   COMP VALUE 0.
013700 77  WS-CAT-SUB                      PIC S9(5)   COMP VALUE 0.
013750 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.
013800 01  WS-SWITCHES.
013900     03  WS-PRM-EOF-SW               PIC X(1)    VALUE 'N'.
014000         88  WS-88-PRM-EOF           VALUE 'Y'.
014100     03  WS-EOF-SW                   PIC X(1)    VALUE 'N'.
014200         88  WS-88-EOF               VALUE 'Y'.
014300 01  WS-LAST-HELD-ACCOUNT            PIC X(22)   VALUE SPACES.
014400*    TRIGGER DATE AS PASSED TO IMRETCHK, BUILT FROM WHATEVER
014500*    LAYOUT THE ARCHIVE CARRIES.
014600 01  WS-TRIGGER-YYMMDD               PIC 9(6).
014700 01  WS-TRIGGER-DATE REDEFINES WS-TRIGGER-YYMMDD.
014800     03  WS-TRG-YR                   PIC XX.
014900     03  WS-TRG-MO                   PIC XX.
015000     03  WS-TRG-DA                   PIC XX.
015100 01  WS-MEMO-DATE-WORK.
015200     03  WS-MDT-MO                   PIC XX.
015300     03  WS-MDT-DA                   PIC XX.
015400     03  WS-MDT-YR                   PIC XX.
015500     EJECT
015600     COPY IMWSRTRQ.
015700     EJECT
015800*    CATALOG ENTRIES DESTROYED THIS RUN - THEIR DETAIL IMAGES ARE
015900*    DROPPED FROM THE ARCHIVE DETAIL FILE.
016000 01  WS-CATALOG-TABLE.
016100     03  WS-CAT-COUNT                PIC S9(5)   COMP VALUE 0.
016200     03  WS-CAT-ENTRY OCCURS 5000 TIMES
016300                      INDEXED BY CDX.
016400         05  WS-CAT-KEY              PIC X(22).
016500     EJECT
016600 01  WS-CLASS-TOTALS.
016700     03  WS-CLS-READ                 PIC 9(9)    COMP VALUE 0.
016800     03  WS-CLS-DESTROYED            PIC 9(9)    COMP VALUE 0.
016900     03  WS-CLS-HELD                 PIC 9(9)    COMP VALUE 0.
017000     03  WS-CLS-RETAINED             PIC 9(9)    COMP VALUE 0.
017100     03  WS-CLS-IMAGES-DROPPED       PIC 9(9)    COMP VALUE 0.
017200 01  WS-TOTALS.
017300     03  WS-TOT-CARDS                PIC 9(7)    COMP VALUE 0.
017400     03  WS-TOT-REJECTED             PIC 9(7)    COMP VALUE 0.
017500     03  WS-TOT-DESTROYED            PIC 9(9)    COMP VALUE 0.
017600     03  WS-TOT-HELD                 PIC 9(9)    COMP VALUE 0.
017700     EJECT
017800 01  WS-REPORT-TITLE.
017900     03  FILLER                      PIC X(48)   VALUE
018000         'IMRETPRG - SCHEDULED ARCHIVE PURGE              '.
018100 01  WS-CLASS-LINE.
018200     03  FILLER                      PIC X(4)    VALUE SPACES.
018300     03  FILLER                      PIC X(7)    VALUE 'CLASS  '.
018400     03  CLS-CLASS                   PIC X(4).
018500     03  FILLER                      PIC X(3)    VALUE SPACES.
018600     03  CLS-TEXT                    PIC X(40).
018700     03  FILLER                      PIC X(75)   VALUE SPACES.
018800 01  WS-HELD-LINE.
018900     03  FILLER                      PIC X(8)    VALUE SPACES.
019000     03  FILLER                      PIC X(10)   VALUE 'HELD'.
019100     03  HLD-ACCOUNT                 PIC X(22).
019200     03  FILLER                      PIC X(2)    VALUE SPACES.
019300     03  FILLER                      PIC X(8)    VALUE 'MATTER  '.
019400     03  HLD-MATTER                  PIC X(15).
019500     03  FILLER                      PIC X(2)    VALUE SPACES.
019600     03  FILLER                      PIC X(9)    VALUE 'EXPIRED'.
019700     03  HLD-EXPIRE-DATE             PIC 99/99/99.
019800     03  FILLER                      PIC X(49)   VALUE SPACES.
019900 01  WS-SUMMARY-LINE.
020000     03  FILLER                      PIC X(8)    VALUE SPACES.
020100     03  SUM-LIT                     PIC X(34).
020200     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
020300     03  FILLER                      PIC X(80)   VALUE SPACES.
020400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
020500     EJECT
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------*
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021000     PERFORM 2000-PURGE-CLASS     THRU 2000-EXIT
021100         UNTIL WS-88-PRM-EOF.
021200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021300     GOBACK.
021400     EJECT
021500*----------------------------------------------------------------*
021600*    1000-INITIALIZE - OPEN THE CERTIFICATE.  WITH NO RETENTION  *
021700*    SCHEDULE THERE IS NOTHING THE RUN MAY DESTROY, SO NO CLASS  *
021800*    CARD IS READ.                                               *
021900*----------------------------------------------------------------*
022000 1000-INITIALIZE.
022100     OPEN OUTPUT PURGE-RPT.
022200     WRITE PURGE-RPT-LINE FROM WS-BLANK-LINE.
022300     MOVE SPACES TO PURGE-RPT-LINE.
022400     MOVE WS-REPORT-TITLE TO PURGE-RPT-LINE.
022500     WRITE PURGE-RPT-LINE.
022600     WRITE PURGE-RPT-LINE FROM WS-BLANK-LINE.
022700     MOVE 'O'           TO RRQ-FUNCTION.
022800     MOVE WS-PROGRAM-ID TO RRQ-PROGRAM-ID.
022900     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.
023000     OPEN INPUT PRG-PARM-FILE.
023100     IF  NOT RRQ-88-NO-SCHEDULE
023200         GO TO 1000-EXIT.
023300     MOVE 'Y' TO WS-PRM-EOF-SW.
023400     MOVE SPACES TO CLS-CLASS.
023500     MOVE 'RETENTION SCHEDULE NOT AVAILABLE' TO CLS-TEXT.
023600     MOVE SPACES TO PURGE-RPT-LINE.
023700     MOVE WS-CLASS-LINE TO PURGE-RPT-LINE.
023800     WRITE PURGE-RPT-LINE.
023900     MOVE 16 TO WS-RUN-RC.
024000 1000-EXIT. EXIT.
024100     EJECT
024200*----------------------------------------------------------------*
024300*    2000-PURGE-CLASS - ONE PARAMETER CARD, ONE CLASS PASS.      *
024400*----------------------------------------------------------------*
024500 2000-PURGE-CLASS.
024600     READ PRG-PARM-FILE
024700         AT END MOVE 'Y' TO WS-PRM-EOF-SW
024800                GO TO 2000-EXIT.
024900     ADD 1 TO WS-TOT-CARDS.
025000     MOVE ZERO TO WS-CLS-READ.
025100     MOVE ZERO TO WS-CLS-DESTROYED.
025200     MOVE ZERO TO WS-CLS-HELD.
025300     MOVE ZERO TO WS-CLS-RETAINED.
025400     MOVE ZERO TO WS-CLS-IMAGES-DROPPED.
025500     MOVE SPACES TO WS-LAST-HELD-ACCOUNT.
025600     MOVE 'N' TO WS-EOF-SW.
025700     MOVE PRP-RECORD-CLASS TO CLS-CLASS.
025800     MOVE PRP-RECORD-CLASS TO RRQ-RECORD-CLASS.
025900     IF  PRP-88-THAR
026000         MOVE 'TRANSACTION HISTORY ARCHIVE' TO CLS-TEXT
026100         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
026200         PERFORM 2100-PURGE-THAR THRU 2100-EXIT
026300     ELSE
026400     IF  PRP-88-BHAR
026500         MOVE 'BALANCE HISTORY ARCHIVE' TO CLS-TEXT
026600         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
026700         PERFORM 2200-PURGE-BHAR THRU 2200-EXIT
026800     ELSE
026900     IF  PRP-88-CLSC
027000         MOVE 'CLOSED-ACCOUNT CATALOG AND DETAIL' TO CLS-TEXT
027100         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
027200         PERFORM 2300-PURGE-CLSC THRU 2300-EXIT
027300     ELSE
027400     IF  PRP-88-MEMA
027500         MOVE 'MEMO ARCHIVE' TO CLS-TEXT
027600         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
027700         PERFORM 2400-PURGE-MEMA THRU 2400-EXIT
027800     ELSE
027900     IF  PRP-88-FMJH
028000         MOVE 'FILE MAINTENANCE JOURNAL HISTORY' TO CLS-TEXT
028100         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
028200         PERFORM 2500-PURGE-FMJH THRU 2500-EXIT
028300     ELSE
028400         MOVE 'NOT PURGED BY THIS PROGRAM - SKIPPED' TO CLS-TEXT
028500         PERFORM 7000-PRINT-CLASS THRU 7000-EXIT
028600         ADD 1 TO WS-TOT-REJECTED
028700         IF  WS-RUN-RC LESS THAN 4
028800             MOVE 4 TO WS-RUN-RC.
028900     IF  PRP-88-THAR OR PRP-88-BHAR OR PRP-88-CLSC
029000     OR  PRP-88-MEMA OR PRP-88-FMJH
029100         PERFORM 7200-PRINT-CLASS-TOTALS THRU 7200-EXIT.
029200 2000-EXIT. EXIT.
029300     EJECT
029400*----------------------------------------------------------------*
029500*    2100-PURGE-THAR - TRANSACTION HISTORY ARCHIVE, PURGED IN    *
029600*    PLACE ON ITS POSTING DATE.                                  *
029700*----------------------------------------------------------------*
029800 2100-PURGE-THAR.
029900     OPEN I-O TRAN-HIST-ARCHIVE.
030000     PERFORM 2110-ONE-THAR THRU 2110-EXIT
030100         UNTIL WS-88-EOF.
030200     CLOSE TRAN-HIST-ARCHIVE.
030300 2100-EXIT. EXIT.
030400 2110-ONE-THAR.
030500     READ TRAN-HIST-ARCHIVE NEXT RECORD
030600         AT END MOVE 'Y' TO WS-EOF-SW
030700                GO TO 2110-EXIT.
030800     MOVE THA-ACCOUNT   TO RRQ-ACCOUNT.
030900     MOVE THA-POST-DATE TO RRQ-TRIGGER-DATE.
031000     PERFORM 6000-CHECK-RECORD THRU 6000-EXIT.
031100     IF  NOT RRQ-88-DESTROY
031200         GO TO 2110-EXIT.
031300     DELETE TRAN-HIST-ARCHIVE.
031400     PERFORM 6100-RECORD-DESTROYED THRU 6100-EXIT.
031500 2110-EXIT. EXIT.
031600     EJECT
031700*----------------------------------------------------------------*
031800*    2200-PURGE-BHAR - BALANCE HISTORY ARCHIVE, PURGED IN PLACE  *
031900*    ON THE ENTRY DATE.                                          *
032000*----------------------------------------------------------------*
032100 2200-PURGE-BHAR.
032200     OPEN I-O BAL-HIST-ARCHIVE.
032300     PERFORM 2210-ONE-BHAR THRU 2210-EXIT
032400         UNTIL WS-88-EOF.
032500     CLOSE BAL-HIST-ARCHIVE.
032600 2200-EXIT. EXIT.
032700 2210-ONE-BHAR.
032800     READ BAL-HIST-ARCHIVE NEXT RECORD
032900         AT END MOVE 'Y' TO WS-EOF-SW
033000                GO TO 2210-EXIT.
033100     MOVE BHA-ACCT TO RRQ-ACCOUNT.
033200     MOVE BHA-YY   TO WS-TRG-YR.
033300     MOVE BHA-MM   TO WS-TRG-MO.
033400     MOVE BHA-DD   TO WS-TRG-DA.
033500     MOVE WS-TRIGGER-YYMMDD TO RRQ-TRIGGER-DATE.
033600     PERFORM 6000-CHECK-RECORD THRU 6000-EXIT.
033700     IF  NOT RRQ-88-DESTROY
033800         GO TO 2210-EXIT.
033900     DELETE BAL-HIST-ARCHIVE.
034000     PERFORM 6100-RECORD-DESTROYED THRU 6100-EXIT.
034100 2210-EXIT. EXIT.
034200     EJECT
034300*----------------------------------------------------------------*
034400*    2300-PURGE-CLSC - CLOSED-ACCOUNT CATALOG, PURGED IN PLACE   *
034500*    ON THE CLOSE DATE, THEN THE ARCHIVE DETAIL FILE IS CARRIED  *
034600*    FORWARD WITHOUT THE MASTER, BALANCE-HISTORY AND NAME IMAGES *
034700*    OF THE ACCOUNTS WHOSE CATALOG ENTRY WENT.  AN ENTRY THAT    *
034800*    WOULD NOT FIT IN THE DESTROYED-ACCOUNT TABLE IS KEPT FOR    *
034900*    THE NEXT RUN RATHER THAN LEAVE ITS IMAGES ORPHANED.         *
035000*----------------------------------------------------------------*
035100 2300-PURGE-CLSC.
035200     MOVE ZERO TO WS-CAT-COUNT.
035300     OPEN I-O ARCHIVE-CATALOG.
035400     PERFORM 2310-ONE-CATALOG THRU 2310-EXIT
035500         UNTIL WS-88-EOF.
035600     CLOSE ARCHIVE-CATALOG.
035700     MOVE 'N' TO WS-EOF-SW.
035800     OPEN INPUT ARCHIVE-DETAIL-IN.
035900     IF  WS-88-DTL-NOT-FOUND
036000         MOVE 'Y' TO WS-EOF-SW.
036100     OPEN OUTPUT ARCHIVE-DETAIL-OUT.
036200     PERFORM 2320-ONE-DETAIL THRU 2320-EXIT
036300         UNTIL WS-88-EOF.
036400     CLOSE ARCHIVE-DETAIL-IN.
036500     CLOSE ARCHIVE-DETAIL-OUT.
036600 2300-EXIT. EXIT.
036700 2310-ONE-CATALOG.
036800     READ ARCHIVE-CATALOG NEXT RECORD
036900         AT END MOVE 'Y' TO WS-EOF-SW
037000                GO TO 2310-EXIT.
037100     MOVE CAT-CONTROL-KEY   TO RRQ-ACCOUNT.
037200     MOVE CAT-CLOSED-YYMMDD TO RRQ-TRIGGER-DATE.
037300     PERFORM 6000-CHECK-RECORD THRU 6000-EXIT.
037400     IF  NOT RRQ-88-DESTROY
037500         GO TO 2310-EXIT.
037600     IF  WS-CAT-COUNT NOT LESS THAN WS-CAT-MAX
037700         ADD 1 TO WS-CLS-RETAINED
037800         GO TO 2310-EXIT.
037900     DELETE ARCHIVE-CATALOG.
038000     ADD 1 TO WS-CAT-COUNT.
038100     SET CDX TO WS-CAT-COUNT.
038200     MOVE CAT-CONTROL-KEY TO WS-CAT-KEY (CDX).
038300     PERFORM 6100-RECORD-DESTROYED THRU 6100-EXIT.
038400 2310-EXIT. EXIT.
038500 2320-ONE-DETAIL.
038600     READ ARCHIVE-DETAIL-IN
038700         AT END MOVE 'Y' TO WS-EOF-SW
038800                GO TO 2320-EXIT.
038900     MOVE ZERO TO WS-CAT-SUB.
039000     PERFORM 2330-SCAN-CATALOG THRU 2330-EXIT
039100         VARYING WS-SUB FROM 1 BY 1
039200         UNTIL WS-SUB GREATER THAN WS-CAT-COUNT
039300         OR    WS-CAT-SUB GREATER THAN ZERO.
039400     IF  WS-CAT-SUB GREATER THAN ZERO
039500         ADD 1 TO WS-CLS-IMAGES-DROPPED
039600         GO TO 2320-EXIT.
039700     MOVE ARCHIVE-DETAIL-RECORD TO ARCHIVE-DETAIL-OUT-RECORD.
039800     WRITE ARCHIVE-DETAIL-OUT-RECORD.
039900 2320-EXIT. EXIT.
040000 2330-SCAN-CATALOG.
040100     SET CDX TO WS-SUB.
040200     IF  WS-CAT-KEY (CDX) EQUAL ADR-CONTROL-KEY
040300         MOVE WS-SUB TO WS-CAT-SUB.
040400 2330-EXIT. EXIT.
040500     EJECT
040600*----------------------------------------------------------------*
040700*    2400-PURGE-MEMA - MEMO ARCHIVE, CARRIED FORWARD ON THE LAST *
040800*    ACTIVITY DATE OF THE ARCHIVED MEMO RECORD.                  *
040900*----------------------------------------------------------------*
041000 2400-PURGE-MEMA.
041100     OPEN INPUT MEMO-ARCH-IN.
041200     IF  WS-88-MEM-NOT-FOUND
041300         MOVE 'Y' TO WS-EOF-SW.
041400     OPEN OUTPUT MEMO-ARCH-OUT.
041500     PERFORM 2410-ONE-MEMO THRU 2410-EXIT
041600         UNTIL WS-88-EOF.
041700     CLOSE MEMO-ARCH-IN.
041800     CLOSE MEMO-ARCH-OUT.
041900 2400-EXIT. EXIT.
042000 2410-ONE-MEMO.
042100     READ MEMO-ARCH-IN
042200         AT END MOVE 'Y' TO WS-EOF-SW
042300                GO TO 2410-EXIT.
042400     MOVE IM-MEMO-OL-KEY TO RRQ-ACCOUNT.
042500     MOVE IM-MEMO-OL-DATE-LAST-TRAN TO WS-MEMO-DATE-WORK.
042600     MOVE WS-MDT-YR TO WS-TRG-YR.
042700     MOVE WS-MDT-MO TO WS-TRG-MO.
042800     MOVE WS-MDT-DA TO WS-TRG-DA.
042900     MOVE WS-TRIGGER-DATE TO RRQ-TRIGGER-DATE.
043000     PERFORM 6000-CHECK-RECORD THRU 6000-EXIT.
043100     IF  RRQ-88-DESTROY
043200         PERFORM 6100-RECORD-DESTROYED THRU 6100-EXIT
043300         GO TO 2410-EXIT.
043400     MOVE IM-MEMO-OL-RECORD TO MEMO-ARCH-OUT-RECORD.
043500     WRITE MEMO-ARCH-OUT-RECORD.
043600 2410-EXIT. EXIT.
043700     EJECT
043800*----------------------------------------------------------------*
043900*    2500-PURGE-FMJH - FILE MAINTENANCE JOURNAL HISTORY, CARRIED *
044000*    FORWARD ON THE MAINTENANCE DATE.                            *
044100*----------------------------------------------------------------*
044200 2500-PURGE-FMJH.
044300     OPEN INPUT FM-HISTORY-IN.
044400     IF  WS-88-FMJ-NOT-FOUND
044500         MOVE 'Y' TO WS-EOF-SW.
044600     OPEN OUTPUT FM-HISTORY-OUT.
044700     PERFORM 2510-ONE-FMJH THRU 2510-EXIT
044800         UNTIL WS-88-EOF.
044900     CLOSE FM-HISTORY-IN.
045000     CLOSE FM-HISTORY-OUT.
045100 2500-EXIT. EXIT.
045200 2510-ONE-FMJH.
045300     READ FM-HISTORY-IN
045400         AT END MOVE 'Y' TO WS-EOF-SW
045500                GO TO 2510-EXIT.
045600     MOVE FMJ-ACCOUNT TO RRQ-ACCOUNT.
045700     MOVE FMJ-MAINT-DATE (1:6) TO WS-TRIGGER-DATE.
045800     MOVE WS-TRIGGER-DATE TO RRQ-TRIGGER-DATE.
045900     PERFORM 6000-CHECK-RECORD THRU 6000-EXIT.
046000     IF  RRQ-88-DESTROY
046100         PERFORM 6100-RECORD-DESTROYED THRU 6100-EXIT
046200         GO TO 2510-EXIT.
046300     MOVE FM-JOURNAL-RECORD TO FM-HISTORY-OUT-RECORD.
046400     WRITE FM-HISTORY-OUT-RECORD.
046500 2510-EXIT. EXIT.
046600     EJECT
046700*----------------------------------------------------------------*
046800*    6000-CHECK-RECORD - PUT ONE RECORD TO IMRETCHK.  A HELD     *
046900*    RECORD IS LISTED ONCE PER ACCOUNT PER CLASS PASS.           *
047000*----------------------------------------------------------------*
047100 6000-CHECK-RECORD.
047200     ADD 1 TO WS-CLS-READ.
047300     MOVE 'C' TO RRQ-FUNCTION.
047400     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.
047500     IF  RRQ-88-DESTROY
047600         GO TO 6000-EXIT.
047700     IF  NOT RRQ-88-HELD
047800         ADD 1 TO WS-CLS-RETAINED
047900         GO TO 6000-EXIT.
048000     ADD 1 TO WS-CLS-HELD.
048100     ADD 1 TO WS-TOT-HELD.
048200     IF  RRQ-ACCOUNT EQUAL WS-LAST-HELD-ACCOUNT
048300         GO TO 6000-EXIT.
048400     MOVE RRQ-ACCOUNT     TO WS-LAST-HELD-ACCOUNT.
048500     MOVE RRQ-ACCOUNT     TO HLD-ACCOUNT.
048600     MOVE RRQ-HOLD-MATTER TO HLD-MATTER.
048700     MOVE RRQ-EXPIRE-DATE TO HLD-EXPIRE-DATE.
048800     MOVE SPACES TO PURGE-RPT-LINE.
048900     MOVE WS-HELD-LINE TO PURGE-RPT-LINE.
049000     WRITE PURGE-RPT-LINE.
049100 6000-EXIT. EXIT.
049200 6100-RECORD-DESTROYED.
049300     MOVE 'D' TO RRQ-FUNCTION.
049400     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.
049500     ADD 1 TO WS-CLS-DESTROYED.
049600     ADD 1 TO WS-TOT-DESTROYED.
049700 6100-EXIT. EXIT.
049800     EJECT
049900 7000-PRINT-CLASS.
050000     WRITE PURGE-RPT-LINE FROM WS-BLANK-LINE.
050100     MOVE SPACES TO PURGE-RPT-LINE.
050200     MOVE WS-CLASS-LINE TO PURGE-RPT-LINE.
050300     WRITE PURGE-RPT-LINE.
050400 7000-EXIT. EXIT.
050500 7200-PRINT-CLASS-TOTALS.
050600     MOVE 'RECORDS READ                      ' TO SUM-LIT.
050700     MOVE WS-CLS-READ TO SUM-COUNT.
050800     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
050900     MOVE 'DESTROYED PAST RETENTION          ' TO SUM-LIT.
051000     MOVE WS-CLS-DESTROYED TO SUM-COUNT.
051100     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
051200     MOVE 'PAST RETENTION, KEPT UNDER HOLD   ' TO SUM-LIT.
051300     MOVE WS-CLS-HELD TO SUM-COUNT.
051400     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
051500     MOVE 'INSIDE RETENTION, KEPT            ' TO SUM-LIT.
051600     MOVE WS-CLS-RETAINED TO SUM-COUNT.
051700     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
051800     IF  NOT PRP-88-CLSC
051900         GO TO 7200-EXIT.
052000     MOVE 'ARCHIVE DETAIL IMAGES DROPPED     ' TO SUM-LIT.
052100     MOVE WS-CLS-IMAGES-DROPPED TO SUM-COUNT.
052200     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
052300 7200-EXIT. EXIT.
052400 7300-PRINT-SUMMARY.
052500     MOVE SPACES TO PURGE-RPT-LINE.
052600     MOVE WS-SUMMARY-LINE TO PURGE-RPT-LINE.
052700     WRITE PURGE-RPT-LINE.
052800 7300-EXIT. EXIT.
052900     EJECT
053000*----------------------------------------------------------------*
053100*    9000-TERMINATE - RUN TOTALS, THE CERTIFICATE OF DESTRUCTION *
053200*    AND FILE CLOSES.                                            *
053300*----------------------------------------------------------------*
053400 9000-TERMINATE.
053500     WRITE PURGE-RPT-LINE FROM WS-BLANK-LINE.
053600     MOVE 'CLASS CARDS READ                  ' TO SUM-LIT.
053700     MOVE WS-TOT-CARDS TO SUM-COUNT.
053800     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
053900     MOVE 'CLASS CARDS SKIPPED               ' TO SUM-LIT.
054000     MOVE WS-TOT-REJECTED TO SUM-COUNT.
054100     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
054200     MOVE 'TOTAL RECORDS DESTROYED           ' TO SUM-LIT.
054300     MOVE WS-TOT-DESTROYED TO SUM-COUNT.
054400     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
054500     MOVE 'TOTAL KEPT UNDER LEGAL HOLD       ' TO SUM-LIT.
054600     MOVE WS-TOT-HELD TO SUM-COUNT.
054700     PERFORM 7300-PRINT-SUMMARY THRU 7300-EXIT.
054800     MOVE 'X' TO RRQ-FUNCTION.
054900     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.
055000     CLOSE PRG-PARM-FILE.
055100     CLOSE PURGE-RPT.
055150     MOVE WS-RUN-RC TO RETURN-CODE.
055200 9000-EXIT. EXIT.
