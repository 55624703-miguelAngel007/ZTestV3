*     * GN6201 * 10/01/26 JCTE BAI2 BALANCE REPORTING FILES
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMBAIGEN.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/01/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMBAIGEN BUILDS THE BAI2 BALANCE REPORTING FILES FOR        *
000900*    COMMERCIAL CLIENTS.  THE SUBSCRIPTION FILE (IMWSBAIS) NAMES *
001000*    EACH CLIENT'S ACCOUNTS AND WHETHER THEY GO ON THE PRIOR-DAY *
001100*    FILE, THE INTRADAY FILE OR BOTH; THE PARM MODE PICKS WHICH  *
001200*    FILE THIS RUN BUILDS. EVERY SUBSCRIBED ACCOUNT IS BALANCED  *
001300*    FROM THE BANK REPORTING FILE (IMWSBRRM).  A PRIOR-DAY RUN   *
001400*    REPORTS OPENING AND CLOSING LEDGER, COLLECTED, CLOSING      *
001500*    AVAILABLE AND ONE-DAY AND TWO-OR-MORE-DAY FLOAT WITH THE    *
001600*    DAY'S TOTAL CREDITS AND DEBITS, AND ONE 16 DETAIL FOR EACH  *
001700*    ITEM OF THE AS-OF DATE ON THE TRANSACTION HISTORY ARCHIVE   *
001800*    (IMWSTHAR).  AN INTRADAY RUN REPORTS OPENING LEDGER AND     *
001900*    AVAILABLE FROM THE SAME FILE, CURRENT AVAILABLE FROM THE    *
002000*    MEMO-POST SHADOW BALANCE (IMMPSIN) AND ONE 16 DETAIL PER    *
002100*    MEMO ITEM.                                                  *
002200*----------------------------------------------------------------*
002300*    DETAIL TYPE CODES COME FROM THE BAI2 TYPE CODE ON THE       *
002400*    TRANSACTION-CODE ATTRIBUTE TABLE (IMTCAOUT); A CODE WITH NO *
002500*    BAI2 TYPE CODE IS REPORTED AS 399 MISCELLANEOUS CREDIT OR   *
002600*    699 MISCELLANEOUS DEBIT BY ITS DEBIT/CREDIT CLASS, AND AN   *
002700*    ITEM WHOSE CODE IS NOT ON THE TABLE IS LISTED AS AN         *
002800*    EXCEPTION AND LEFT OFF THE FILE.  EACH CLIENT GETS ITS OWN  *
002900*    01-99 FILE ON IMBAIOUT, IN CLIENT ORDER, FOR THE            *
003000*    TRANSMISSION STEP TO SPLIT AT THE 01 RECORDS, AND EACH FILE *
003100*    IS REGISTERED THROUGH IMMANFST UNDER 'BP' (PRIOR-DAY) OR    *
003200*    'BI' (INTRADAY) AND THE CLIENT ID WITH ITS RECORD COUNT AND *
003300*    FILE CONTROL TOTAL.                                         *
003400*----------------------------------------------------------------*
003500*               ** HISTORY OF REVISIONS **                      *
003600* DESCRIPTION                                           CHNGID  *
003700* ____________________________________________________ _______ *
003800* 10/01/26 JCTE NEW PROGRAM - BAI2 PRIOR-DAY AND        GN6201 *
003900*                INTRADAY BALANCE REPORTING FILES               *
004000*----------------------------------------------------------------*
004100 ENVIRONMENT    DIVISION.
004200 INPUT-OUTPUT   SECTION.
004300 FILE-CONTROL.
004400     SELECT BAI-PARM-FILE     ASSIGN TO "IMBAIPRM"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT BAI-SUBSCR-FILE   ASSIGN TO "IMBAISUB"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT SUBSCR-SORT-FILE  ASSIGN TO "IMBAISSR".
004900     SELECT OPTIONAL TCA-TABLE-IN ASSIGN TO "IMTCAOUT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TCA-FILE-STATUS.
005200     SELECT BANK-REPORT-FILE  ASSIGN TO "IMWSBRRM"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT OPTIONAL SHADOW-FILE-IN ASSIGN TO "IMMPSIN"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-SHD-FILE-STATUS.
005900     SELECT BAI-SORT-FILE     ASSIGN TO "IMBAISRT".
006000     SELECT BAI-OUTPUT-FILE   ASSIGN TO "IMBAIOUT"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT BAI-RPT           ASSIGN TO "IMBAIRPT"
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BAI-PARM-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  BAI-PARM-RECORD.
006900     03  BPP-RUN-MODE                PIC X.
007000         88  BPP-88-PRIOR-DAY        VALUE 'P'.
007100         88  BPP-88-INTRADAY         VALUE 'I'.
007200     03  BPP-RUN-DATE                PIC 9(6).
007300     03  BPP-AS-OF-DATE              PIC 9(6).
007400     03  BPP-SENDER-ID               PIC X(15).
007500     03  BPP-COLL-TYPE-CODE          PIC X(3).
007600     03  FILLER                      PIC X(49).
007700 FD  BAI-SUBSCR-FILE.
007800     COPY IMWSBAIS.
007900 SD  SUBSCR-SORT-FILE.
008000 01  SUBSCR-SORT-RECORD.
008100     03  SSR-ACCOUNT                 PIC X(22).
008200     03  SSR-CLIENT-ID               PIC X(6).
008300     03  SSR-RECEIVER-ID             PIC X(15).
008400 FD  TCA-TABLE-IN.
008500     COPY IMWSTCAT.
008600 FD  BANK-REPORT-FILE.
008700     COPY IMWSBRRM.
008800 FD  TRAN-ARCHIVE-FILE.
008900     COPY IMWSTHAR.
009000 FD  SHADOW-FILE-IN
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  SHADOW-RECORD-IN.
009300     03  SHD-REC-TYPE                PIC X.
009400         88  SHD-88-BALANCE          VALUE 'B'.
009500         88  SHD-88-MEMO-ITEM        VALUE 'M'.
009600     03  SHD-ACCOUNT                 PIC X(22).
009700     03  SHD-SHADOW-BAL              PIC S9(13)V99 COMP-3.
009800     03  SHD-TRAN-CODE               PIC XX.
009900     03  SHD-AMOUNT                  PIC S9(13)V99 COMP-3.
010000     03  SHD-TIME                    PIC 9(6).
010100     03  FILLER                      PIC X(33).
010200 SD  BAI-SORT-FILE.
010300 01  BAI-SORT-RECORD.
010400     03  BSR-CLIENT-ID               PIC X(6).
010500     03  BSR-ACCOUNT                 PIC X(22).
010600     03  BSR-REC-TYPE                PIC X.
010700         88  BSR-88-BALANCES         VALUE '1'.
010800         88  BSR-88-DETAIL           VALUE '2'.
010900     03  BSR-SEQ                     PIC 9(7).
011000     03  BSR-SUB-IX                  PIC 9(5).
011100     03  BSR-ACT-IX                  PIC 9(5).
011200     03  BSR-TYPE-CODE               PIC X(3).
011300     03  BSR-AMOUNT                  PIC S9(13)V99 COMP-3.
011400     03  BSR-BANK-REF                PIC X(10).
011500     03  BSR-CUST-REF                PIC X(10).
011600     03  BSR-TEXT                    PIC X(24).
011700 FD  BAI-OUTPUT-FILE
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  BAI-OUTPUT-RECORD               PIC X(80).
012000 FD  BAI-RPT
012100     RECORD CONTAINS 133 CHARACTERS.
012200 01  BAI-RPT-LINE                    PIC X(133).
012300 WORKING-STORAGE SECTION.
012400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMBAIGEN'.
012500 77  WS-TCA-MAX                      PIC S9(3)   COMP VALUE +200.
012600 77  WS-SUB-MAX                      PIC S9(5)   COMP VALUE +3000.
012700 77  WS-TCA-FILE-STATUS              PIC X(2)    VALUE SPACES.
012800     88  WS-88-TCA-NOT-FOUND         VALUE '05' '35'.
012900 77  WS-SHD-FILE-STATUS              PIC X(2)    VALUE SPACES.
013000     88  WS-88-SHD-NOT-FOUND         VALUE '05' '35'.
013100     EJECT
013200     COPY SIWSDTAR.
013300     EJECT
013400     COPY IMWSMNRQ.
013500     EJECT
013600 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
013700 01  WS-AS-OF-DATE-YYMMDD            PIC 9(6).
013800 01  WS-WORK-DATE-YYMMDD             PIC 9(6)    VALUE 0.
013900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-YYMMDD.
014000     03  WS-WORK-YR                  PIC 99.
014100     03  WS-WORK-MO                  PIC 99.
014200     03  WS-WORK-DA                  PIC 99.
014300 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
014400 01  WS-RUN-TIME                     PIC 9(8)    VALUE 0.
014500 01  FILLER REDEFINES WS-RUN-TIME.
014600     03  WS-RUN-HHMM                 PIC X(4).
014700     03  FILLER                      PIC X(4).
014800 01  WS-RUN-MODE                     PIC X       VALUE 'P'.
014900     88  WS-88-PRIOR-DAY             VALUE 'P'.
015000     88  WS-88-INTRADAY              VALUE 'I'.
015100 01  WS-SENDER-ID                    PIC X(15)   VALUE SPACES.
015200 01  WS-COLL-TYPE-CODE               PIC X(3)    VALUE '040'.
015300 01  WS-FILE-ID-NO                   PIC X(5)    VALUE SPACES.
015400     EJECT
015500 01  WS-SWITCHES.
015600     03  WS-SUBSCR-EOF-SW            PIC X(1)    VALUE 'N'.
015700         88  WS-88-SUBSCR-EOF        VALUE 'Y'.
015800     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
015900         88  WS-88-SORT-EOF          VALUE 'Y'.
016000     03  WS-TCA-EOF-SW               PIC X(1)    VALUE 'N'.
016100         88  WS-88-TCA-EOF           VALUE 'Y'.
016200     03  WS-BRRM-EOF-SW              PIC X(1)    VALUE 'N'.
016300         88  WS-88-BRRM-EOF          VALUE 'Y'.
016400     03  WS-ARCHIVE-EOF-SW           PIC X(1)    VALUE 'N'.
016500         88  WS-88-ARCHIVE-EOF       VALUE 'Y'.
016600     03  WS-SHD-EOF-SW               PIC X(1)    VALUE 'N'.
016700         88  WS-88-SHD-EOF           VALUE 'Y'.
016800     03  WS-CLIENT-OPEN-SW           PIC X(1)    VALUE 'N'.
016900         88  WS-88-CLIENT-OPEN       VALUE 'Y'.
017000     03  WS-ACCOUNT-OPEN-SW          PIC X(1)    VALUE 'N'.
017100         88  WS-88-ACCOUNT-OPEN      VALUE 'Y'.
017200     03  WS-COUNT-SW                 PIC X(1)    VALUE 'N'.
017300         88  WS-88-WITH-COUNT        VALUE 'Y'.
017400 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
017500 01  WS-SUB2                         PIC S9(5)   COMP VALUE 0.
017600 01  WS-LAST-SUB                     PIC S9(5)   COMP VALUE 0.
017700 01  WS-TCA-LOADED                   PIC S9(3)   COMP VALUE 0.
017800 01  WS-TCA-HIT                      PIC S9(3)   COMP VALUE 0.
017900 01  WS-SUB-COUNT                    PIC S9(5)   COMP VALUE 0.
018000 01  WS-ACT-COUNT                    PIC S9(5)   COMP VALUE 0.
018100 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
018200 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
018300 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
018400 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
018500 01  WS-SEQ                          PIC 9(7)    VALUE 0.
018600 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
018700 01  WS-PREV-ACCOUNT                 PIC X(22)   VALUE SPACES.
018800 01  WS-PREV-CLIENT                  PIC X(6)    VALUE SPACES.
018900 01  WS-CUR-CLIENT                   PIC X(6)    VALUE SPACES.
019000 01  WS-CUR-ACCOUNT                  PIC X(22)   VALUE SPACES.
019100     EJECT
019200*----------------------------------------------------------------*
019300*    ITEM BEING RELEASED TO THE BAI2 SORT.                       *
019400*----------------------------------------------------------------*
019500 01  WS-ITEM-AREA.
019600     03  WS-ITEM-TRAN-CODE           PIC XX.
019700     03  WS-ITEM-AMOUNT              PIC S9(13)V99 COMP-3.
019800     03  WS-ITEM-BANK-REF            PIC X(10).
019900     03  WS-ITEM-CUST-REF            PIC X(10).
020000 01  WS-REF-TRACE                    PIC 9(7).
020100 01  WS-REF-SERIAL                   PIC 9(10).
020200     EJECT
020300*----------------------------------------------------------------*
020400*    BAI2 RECORD BUILD AREA.  A LOGICAL RECORD IS STRUNG HERE    *
020500*    AND WRITTEN AS 80-BYTE RECORDS, CONTINUED ON 88 RECORDS     *
020600*    AT A FIELD DELIMITER WHEN IT DOES NOT FIT.                  *
020700*----------------------------------------------------------------*
020800 01  WS-BAI-BUILD                    PIC X(600)  VALUE SPACES.
020900 01  WS-PTR                          PIC S9(5)   COMP VALUE 0.
021000 01  WS-BLD-LEN                      PIC S9(5)   COMP VALUE 0.
021100 01  WS-BLD-START                    PIC S9(5)   COMP VALUE 0.
021200 01  WS-BLD-ROOM                     PIC S9(5)   COMP VALUE 0.
021300 01  WS-BLD-CUT                      PIC S9(5)   COMP VALUE 0.
021400 01  WS-BLD-REMAIN                   PIC S9(5)   COMP VALUE 0.
021500 01  WS-BLD-PIECE                    PIC S9(5)   COMP VALUE 0.
021600 01  WS-FMT-AMT                      PIC S9(15)V99 COMP-3 VALUE 0.
021700 01  WS-FMT-CENTS                    PIC 9(17)   VALUE 0.
021800 01  WS-FMT-CENTS-X REDEFINES WS-FMT-CENTS
021900                                     PIC X(17).
022000 01  WS-FMT-NUM                      PIC 9(9)    VALUE 0.
022100 01  WS-FMT-NUM-X REDEFINES WS-FMT-NUM
022200                                     PIC X(9).
022300 01  WS-FMT-TEXT                     PIC X(18)   VALUE SPACES.
022400 01  WS-FMT-LEN                      PIC S9(5)   COMP VALUE 0.
022500 01  WS-FMT-LEAD                     PIC S9(5)   COMP VALUE 0.
022600 01  WS-SUM-CODE                     PIC X(3)    VALUE SPACES.
022700 01  WS-SUM-COUNT                    PIC 9(9)    VALUE 0.
022800 01  WS-DTL-TEXT                     PIC X(24)   VALUE SPACES.
022900     EJECT
023000*----------------------------------------------------------------*
023100*    BAI2 FILE, GROUP AND ACCOUNT CONTROL TOTALS AND COUNTS.     *
023200*----------------------------------------------------------------*
023300 01  WS-BAI-CONTROLS.
023400     03  WS-FILE-RECS                PIC 9(9)    COMP VALUE 0.
023500     03  WS-GROUP-RECS               PIC 9(9)    COMP VALUE 0.
023600     03  WS-ACCT-RECS                PIC 9(9)    COMP VALUE 0.
023700     03  WS-GROUP-ACCTS              PIC 9(9)    COMP VALUE 0.
023800     03  WS-FILE-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
023900     03  WS-GROUP-TOTAL              PIC S9(15)V99 COMP-3 VALUE 0.
024000     03  WS-ACCT-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
024100     03  WS-FILE-RECEIVER            PIC X(15)   VALUE SPACES.
024200     EJECT
024300*----------------------------------------------------------------*
024400*    TRANSACTION-CODE TABLE - TRAN CODE TO BAI2 TYPE CODE.       *
024500*----------------------------------------------------------------*
024600 01  WS-TCA-TABLE.
024700     03  WS-TCA-ENTRY OCCURS 200 TIMES
024800                      INDEXED BY TCX.
024900         05  WS-TCA-CODE             PIC XX.
025000         05  WS-TCA-DESC             PIC X(24).
025100         05  WS-TCA-DR-CR            PIC X.
025200         05  WS-TCA-BAI              PIC X(3).
025300     EJECT
025400*----------------------------------------------------------------*
025500*    SUBSCRIPTIONS IN ACCOUNT/CLIENT ORDER, AND THE DISTINCT     *
025600*    ACCOUNTS THEY NAME WITH THEIR BALANCES AND DAY TOTALS.      *
025700*----------------------------------------------------------------*
025800 01  WS-SUB-TABLE.
025900     03  WS-SUB-ENTRY OCCURS 3000 TIMES
026000                      INDEXED BY SBX.
026100         05  WS-SUB-CLIENT-ID        PIC X(6).
026200         05  WS-SUB-RECEIVER-ID      PIC X(15).
026300 01  WS-ACT-TABLE.
026400     03  WS-ACT-ENTRY OCCURS 3000 TIMES
026500                      INDEXED BY ACX.
026600         05  WS-ACT-ACCOUNT          PIC X(22).
026700         05  WS-ACT-FIRST-SUB        PIC S9(5)   COMP.
026800         05  WS-ACT-SUB-COUNT        PIC S9(5)   COMP.
026900         05  WS-ACT-FOUND            PIC X.
027000         05  WS-ACT-DDA-IN           PIC S9(13)V99 COMP-3.
027100         05  WS-ACT-CURR-BAL         PIC S9(13)V99 COMP-3.
027200         05  WS-ACT-COLL-BAL         PIC S9(13)V99 COMP-3.
027300         05  WS-ACT-AVAIL            PIC S9(13)V99 COMP-3.
027400         05  WS-ACT-CURR-AVAIL       PIC S9(13)V99 COMP-3.
027500         05  WS-ACT-FLOAT-1          PIC S9(13)V99 COMP-3.
027600         05  WS-ACT-FLOAT-2          PIC S9(13)V99 COMP-3.
027700         05  WS-ACT-CREDITS          PIC S9(13)V99 COMP-3.
027800         05  WS-ACT-DEBITS           PIC S9(13)V99 COMP-3.
027900         05  WS-ACT-CR-AMT           PIC S9(13)V99 COMP-3.
028000         05  WS-ACT-DR-AMT           PIC S9(13)V99 COMP-3.
028100         05  WS-ACT-CR-COUNT         PIC 9(7)    COMP.
028200         05  WS-ACT-DR-COUNT         PIC 9(7)    COMP.
028300     EJECT
028400 01  WS-TOTALS.
028500     03  WS-TOT-SUBSCR-READ          PIC 9(7)    COMP VALUE 0.
028600     03  WS-TOT-SUBSCR-SELECTED      PIC 9(7)    COMP VALUE 0.
028700     03  WS-TOT-SUBSCR-INVALID       PIC 9(7)    COMP VALUE 0.
028800     03  WS-TOT-SUBSCR-DUP           PIC 9(7)    COMP VALUE 0.
028900     03  WS-TOT-SUBSCR-OVERFLOW      PIC 9(7)    COMP VALUE 0.
029000     03  WS-TOT-NO-BALANCE           PIC 9(7)    COMP VALUE 0.
029100     03  WS-TOT-ITEMS                PIC 9(7)    COMP VALUE 0.
029200     03  WS-TOT-NO-CODE              PIC 9(7)    COMP VALUE 0.
029300     03  WS-TOT-FILES                PIC 9(7)    COMP VALUE 0.
029400     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
029500     03  WS-TOT-RECORDS              PIC 9(7)    COMP VALUE 0.
029600     03  WS-TOT-MANIFEST-FAIL        PIC 9(7)    COMP VALUE 0.
029700     EJECT
029800 01  WS-REPORT-TITLE.
029900     03  FILLER                      PIC X(48)   VALUE
030000         'IMBAIGEN - BAI2 BALANCE REPORTING FILES         '.
030100     03  FILLER                      PIC X(9)    VALUE
030200         'RUN DATE '.
030300     03  TTL-RUN-DATE                PIC X(8).
030400     03  FILLER                      PIC X(68)   VALUE SPACES.
030500 01  WS-MODE-TITLE.
030600     03  FILLER                      PIC X(4)    VALUE SPACES.
030700     03  MDT-MODE                    PIC X(18).
030800     03  FILLER                      PIC X(15)   VALUE
030900         'FILES AS OF   '.
031000     03  MDT-AS-OF-DATE              PIC X(8).
031100     03  FILLER                      PIC X(88)   VALUE SPACES.
031200 01  WS-SECTION-TITLE.
031300     03  FILLER                      PIC X(4)    VALUE SPACES.
031400     03  SEC-TITLE                   PIC X(60).
031500     03  FILLER                      PIC X(69)   VALUE SPACES.
031600 01  WS-EXCEPTION-HEAD.
031700     03  FILLER                      PIC X(4)    VALUE SPACES.
031800     03  FILLER                      PIC X(50)   VALUE
031900         'CLIENT  ACCOUNT                 TC            AMOU'.
032000     03  FILLER                      PIC X(50)   VALUE
032100         'NT  EXCEPTION                                     '.
032200     03  FILLER                      PIC X(29)   VALUE SPACES.
032300 01  WS-EXCEPTION-LINE.
032400     03  FILLER                      PIC X(4)    VALUE SPACES.
032500     03  EXL-CLIENT-ID               PIC X(6).
032600     03  FILLER                      PIC X(2)    VALUE SPACES.
032700     03  EXL-ACCOUNT                 PIC X(22).
032800     03  FILLER                      PIC X(2)    VALUE SPACES.
032900     03  EXL-TRAN-CODE               PIC XX.
033000     03  FILLER                      PIC X(2)    VALUE SPACES.
033100     03  EXL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
033200     03  FILLER                      PIC X(2)    VALUE SPACES.
033300     03  EXL-REASON                  PIC X(36).
033400     03  FILLER                      PIC X(39)   VALUE SPACES.
033500 01  WS-FILE-HEAD.
033600     03  FILLER                      PIC X(4)    VALUE SPACES.
033700     03  FILLER                      PIC X(50)   VALUE
033800         'CLIENT  RECEIVER         FILE ID    ACCTS  RECORDS'.
033900     03  FILLER                      PIC X(50)   VALUE
034000         '        CONTROL TOTAL      GEN  MANIFEST          '.
034100     03  FILLER                      PIC X(29)   VALUE SPACES.
034200 01  WS-FILE-LINE.
034300     03  FILLER                      PIC X(4)    VALUE SPACES.
034400     03  FLL-CLIENT-ID               PIC X(6).
034500     03  FILLER                      PIC X(2)    VALUE SPACES.
034600     03  FLL-RECEIVER-ID             PIC X(15).
034700     03  FILLER                      PIC X(2)    VALUE SPACES.
034800     03  FLL-FILE-ID                 PIC X(8).
034900     03  FILLER                      PIC X(2)    VALUE SPACES.
035000     03  FLL-ACCOUNTS                PIC ZZ,ZZ9.
035100     03  FILLER                      PIC X(2)    VALUE SPACES.
035200     03  FLL-RECORDS                 PIC ZZZ,ZZ9.
035300     03  FILLER                      PIC X(2)    VALUE SPACES.
035400     03  FLL-CONTROL-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
035500     03  FILLER                      PIC X(2)    VALUE SPACES.
035600     03  FLL-GENERATION              PIC ZZZZ9.
035700     03  FILLER                      PIC X(2)    VALUE SPACES.
035800     03  FLL-STATUS                  PIC X(20).
035900     03  FILLER                      PIC X(27)   VALUE SPACES.
036000 01  WS-SUMMARY-LINE.
036100     03  FILLER                      PIC X(4)    VALUE SPACES.
036200     03  SUM-LIT                     PIC X(34).
036300     03  SUM-COUNT                   PIC ZZZ,ZZ9.
036400     03  FILLER                      PIC X(88)   VALUE SPACES.
036500 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
036600     EJECT
036700 PROCEDURE DIVISION.
036800*----------------------------------------------------------------*
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
037100     SORT SUBSCR-SORT-FILE
037200         ASCENDING KEY SSR-ACCOUNT SSR-CLIENT-ID
037300         INPUT PROCEDURE IS 2000-SELECT-SUBSCRIPTIONS
037400         OUTPUT PROCEDURE IS 2500-TABLE-SUBSCRIPTIONS.
037500     PERFORM 3000-LOAD-BALANCES   THRU 3000-EXIT
037600         UNTIL WS-88-BRRM-EOF.
037700     CLOSE BANK-REPORT-FILE.
037800     SORT BAI-SORT-FILE
037900         ASCENDING KEY BSR-CLIENT-ID BSR-ACCOUNT
038000                       BSR-REC-TYPE  BSR-SEQ
038100         INPUT PROCEDURE IS 4000-RELEASE-REPORTING
038200         OUTPUT PROCEDURE IS 6000-WRITE-BAI-FILES.
038300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
038400     GOBACK.
038500     EJECT
038600*----------------------------------------------------------------*
038700*    1000-INITIALIZE - PARM CARD.  THE MODE DEFAULTS TO          *
038800*    PRIOR-DAY, THE AS-OF DATE TO THE RUN DATE, THE SENDER ID TO *
038900*    THE PROGRAM NAME AND THE TYPE CODE THE COLLECTED BALANCE IS *
039000*    REPORTED UNDER TO 040.                                      *
039100*----------------------------------------------------------------*
039200 1000-INITIALIZE.
039300     OPEN INPUT BAI-PARM-FILE.
039400     READ BAI-PARM-FILE
039500         AT END MOVE SPACES TO BAI-PARM-RECORD.
039600     CLOSE BAI-PARM-FILE.
039700     IF  BPP-RUN-DATE NUMERIC
039800     AND BPP-RUN-DATE GREATER THAN ZERO
039900         MOVE BPP-RUN-DATE TO WS-RUN-DATE-YYMMDD
040000     ELSE
040100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
040200     IF  BPP-AS-OF-DATE NUMERIC
040300     AND BPP-AS-OF-DATE GREATER THAN ZERO
040400         MOVE BPP-AS-OF-DATE TO WS-AS-OF-DATE-YYMMDD
040500     ELSE
040600         MOVE WS-RUN-DATE-YYMMDD TO WS-AS-OF-DATE-YYMMDD.
040700     IF  BPP-88-INTRADAY
040800         MOVE 'I' TO WS-RUN-MODE.
040900     IF  BPP-SENDER-ID EQUAL SPACES
041000         MOVE WS-PROGRAM-ID TO WS-SENDER-ID
041100     ELSE
041200         MOVE BPP-SENDER-ID TO WS-SENDER-ID.
041300     IF  BPP-COLL-TYPE-CODE NUMERIC
041400         MOVE BPP-COLL-TYPE-CODE TO WS-COLL-TYPE-CODE.
041500     ACCEPT WS-RUN-TIME FROM TIME.
041600     IF  WS-88-INTRADAY
041700         MOVE '2' TO WS-FILE-ID-NO (1:1)
041800     ELSE
041900         MOVE '1' TO WS-FILE-ID-NO (1:1).
042000     MOVE WS-RUN-HHMM  TO WS-FILE-ID-NO (2:4).
042100     OPEN INPUT TCA-TABLE-IN.
042200     IF  WS-88-TCA-NOT-FOUND
042300         MOVE 'Y' TO WS-TCA-EOF-SW.
042400     PERFORM 1200-LOAD-TCA-CODES THRU 1200-EXIT
042500         UNTIL WS-88-TCA-EOF.
042600     CLOSE TCA-TABLE-IN.
042700     OPEN INPUT  BANK-REPORT-FILE.
042800     OPEN OUTPUT BAI-OUTPUT-FILE.
042900     OPEN OUTPUT BAI-RPT.
043000     MOVE WS-RUN-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
043100     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
043200     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
043300     MOVE WS-AS-OF-DATE-YYMMDD TO WS-WORK-DATE-YYMMDD.
043400     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
043500     MOVE WS-EDIT-DATE TO MDT-AS-OF-DATE.
043600     IF  WS-88-INTRADAY
043700         MOVE 'INTRADAY' TO MDT-MODE
043800     ELSE
043900         MOVE 'PRIOR-DAY' TO MDT-MODE.
044000     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
044100     MOVE SPACES TO BAI-RPT-LINE.
044200     MOVE WS-REPORT-TITLE TO BAI-RPT-LINE.
044300     WRITE BAI-RPT-LINE.
044400     MOVE SPACES TO BAI-RPT-LINE.
044500     MOVE WS-MODE-TITLE TO BAI-RPT-LINE.
044600     WRITE BAI-RPT-LINE.
044700     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
044800     MOVE 'SECTION 1 - EXCEPTIONS' TO SEC-TITLE.
044900     MOVE SPACES TO BAI-RPT-LINE.
045000     MOVE WS-SECTION-TITLE TO BAI-RPT-LINE.
045100     WRITE BAI-RPT-LINE.
045200     MOVE SPACES TO BAI-RPT-LINE.
045300     MOVE WS-EXCEPTION-HEAD TO BAI-RPT-LINE.
045400     WRITE BAI-RPT-LINE.
045500     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
045600     PERFORM 3900-READ-BRRM THRU 3900-EXIT.
045700 1000-EXIT. EXIT.
045800     EJECT
045900*----------------------------------------------------------------*
046000*    1200-LOAD-TCA-CODES - A CODE WITH NO BAI2 TYPE CODE TAKES   *
046100*    399 OR 699 BY ITS DEBIT/CREDIT CLASS.                       *
046200*----------------------------------------------------------------*
046300 1200-LOAD-TCA-CODES.
046400     READ TCA-TABLE-IN
046500         AT END MOVE 'Y' TO WS-TCA-EOF-SW
046600                GO TO 1200-EXIT.
046700     IF  WS-TCA-LOADED NOT LESS THAN WS-TCA-MAX
046800         GO TO 1200-EXIT.
046900     ADD 1 TO WS-TCA-LOADED.
047000     SET TCX TO WS-TCA-LOADED.
047100     MOVE TCA-TRAN-CODE     TO WS-TCA-CODE (TCX).
047200     MOVE TCA-DESCRIPTION   TO WS-TCA-DESC (TCX).
047300     MOVE TCA-DR-CR-CLASS   TO WS-TCA-DR-CR (TCX).
047400     MOVE TCA-BAI-TYPE-CODE TO WS-TCA-BAI (TCX).
047500     INSPECT WS-TCA-DESC (TCX) REPLACING ALL '/' BY SPACE.
047600     IF  TCA-BAI-TYPE-CODE NUMERIC
047700         GO TO 1200-EXIT.
047800     IF  TCA-88-CREDIT
047900         MOVE '399' TO WS-TCA-BAI (TCX)
048000     ELSE
048100         MOVE '699' TO WS-TCA-BAI (TCX).
048200 1200-EXIT. EXIT.
048300     EJECT
048400*----------------------------------------------------------------*
048500*    2000-SELECT-SUBSCRIPTIONS - SORT INPUT PROCEDURE.           *
048600*    SUBSCRIPTIONS FOR THIS RUN'S MODE ARE RELEASED IN ACCOUNT   *
048700*    AND CLIENT ORDER.                                           *
048800*----------------------------------------------------------------*
048900 2000-SELECT-SUBSCRIPTIONS.
049000     OPEN INPUT BAI-SUBSCR-FILE.
049100     PERFORM 2100-READ-SUBSCRIPTION THRU 2100-EXIT
049200         UNTIL WS-88-SUBSCR-EOF.
049300     CLOSE BAI-SUBSCR-FILE.
049400 2000-EXIT. EXIT.
049500 2100-READ-SUBSCRIPTION.
049600     READ BAI-SUBSCR-FILE
049700         AT END MOVE 'Y' TO WS-SUBSCR-EOF-SW
049800                GO TO 2100-EXIT.
049900     ADD 1 TO WS-TOT-SUBSCR-READ.
050000     IF  WS-88-PRIOR-DAY
050100     AND NOT BAS-88-PRIOR-DAY
050200         GO TO 2100-EXIT.
050300     IF  WS-88-INTRADAY
050400     AND NOT BAS-88-INTRADAY
050500         GO TO 2100-EXIT.
050600     IF  BAS-CLIENT-ID EQUAL SPACES
050700     OR  BAS-ACCOUNT EQUAL SPACES
050800         ADD 1 TO WS-TOT-SUBSCR-INVALID
050900         MOVE BAS-CLIENT-ID TO EXL-CLIENT-ID
051000         MOVE BAS-ACCOUNT   TO EXL-ACCOUNT
051100         MOVE 'SUBSCRIPTION INCOMPLETE - IGNORED' TO EXL-REASON
051200         PERFORM 8500-PRINT-EXCEPTION THRU 8500-EXIT
051300         GO TO 2100-EXIT.
051400     ADD 1 TO WS-TOT-SUBSCR-SELECTED.
051500     MOVE BAS-ACCOUNT     TO SSR-ACCOUNT.
051600     MOVE BAS-CLIENT-ID   TO SSR-CLIENT-ID.
051700     IF  BAS-RECEIVER-ID EQUAL SPACES
051800         MOVE BAS-CLIENT-ID   TO SSR-RECEIVER-ID
051900     ELSE
052000         MOVE BAS-RECEIVER-ID TO SSR-RECEIVER-ID.
052100     RELEASE SUBSCR-SORT-RECORD.
052200 2100-EXIT. EXIT.
052300     EJECT
052400*----------------------------------------------------------------*
052500*    2500-TABLE-SUBSCRIPTIONS - SORT OUTPUT PROCEDURE.  EACH     *
052600*    DISTINCT ACCOUNT IS TABLED ONCE, IN ACCOUNT ORDER, POINTING *
052700*    AT THE RUN OF SUBSCRIPTIONS THAT NAME IT.                   *
052800*----------------------------------------------------------------*
052900 2500-TABLE-SUBSCRIPTIONS.
053000     MOVE 'N' TO WS-SORT-EOF-SW.
053100     PERFORM 2600-TABLE-ONE THRU 2600-EXIT
053200         UNTIL WS-88-SORT-EOF.
053300 2500-EXIT. EXIT.
053400 2600-TABLE-ONE.
053500     RETURN SUBSCR-SORT-FILE
053600         AT END MOVE 'Y' TO WS-SORT-EOF-SW
053700                GO TO 2600-EXIT.
053800     IF  SSR-ACCOUNT   EQUAL WS-PREV-ACCOUNT
053900     AND SSR-CLIENT-ID EQUAL WS-PREV-CLIENT
054000         ADD 1 TO WS-TOT-SUBSCR-DUP
054100         GO TO 2600-EXIT.
054200     IF  WS-SUB-COUNT NOT LESS THAN WS-SUB-MAX
054300         ADD 1 TO WS-TOT-SUBSCR-OVERFLOW
054400         MOVE SSR-CLIENT-ID TO EXL-CLIENT-ID
054500         MOVE SSR-ACCOUNT   TO EXL-ACCOUNT
054600         MOVE 'SUBSCRIPTION TABLE FULL - OMITTED' TO EXL-REASON
054700         PERFORM 8500-PRINT-EXCEPTION THRU 8500-EXIT
054800         GO TO 2600-EXIT.
054900     ADD 1 TO WS-SUB-COUNT.
055000     SET SBX TO WS-SUB-COUNT.
055100     MOVE SSR-CLIENT-ID   TO WS-SUB-CLIENT-ID (SBX).
055200     MOVE SSR-RECEIVER-ID TO WS-SUB-RECEIVER-ID (SBX).
055300     IF  SSR-ACCOUNT NOT EQUAL WS-PREV-ACCOUNT
055400         ADD 1 TO WS-ACT-COUNT
055500         SET ACX TO WS-ACT-COUNT
055600         MOVE SSR-ACCOUNT  TO WS-ACT-ACCOUNT (ACX)
055700         MOVE WS-SUB-COUNT TO WS-ACT-FIRST-SUB (ACX)
055800         MOVE ZERO         TO WS-ACT-SUB-COUNT (ACX)
055900         MOVE 'N'          TO WS-ACT-FOUND (ACX)
056000         MOVE ZERO TO WS-ACT-DDA-IN (ACX)  WS-ACT-CURR-BAL (ACX)
056100                      WS-ACT-COLL-BAL (ACX) WS-ACT-AVAIL (ACX)
056200                      WS-ACT-CURR-AVAIL (ACX)
056300                      WS-ACT-FLOAT-1 (ACX) WS-ACT-FLOAT-2 (ACX)
056400                      WS-ACT-CREDITS (ACX) WS-ACT-DEBITS (ACX)
056500                      WS-ACT-CR-AMT (ACX)  WS-ACT-DR-AMT (ACX)
056600                      WS-ACT-CR-COUNT (ACX) WS-ACT-DR-COUNT (ACX).
056700     ADD 1 TO WS-ACT-SUB-COUNT (ACX).
056800     MOVE SSR-ACCOUNT   TO WS-PREV-ACCOUNT.
056900     MOVE SSR-CLIENT-ID TO WS-PREV-CLIENT.
057000 2600-EXIT. EXIT.
057100     EJECT
057200*----------------------------------------------------------------*
057300*    3000-LOAD-BALANCES - PICK UP THE BANK REPORTING BALANCES    *
057400*    FOR EACH SUBSCRIBED ACCOUNT.  ONE-DAY FLOAT IS THE FIRST    *
057500*    AVAILABILITY BUCKET; THE OTHER SIX ARE TWO-OR-MORE-DAY      *
057600*    FLOAT.  UNTIL A SHADOW BALANCE IS FOUND THE CURRENT         *
057700*    AVAILABLE IS THE OPENING AVAILABLE.                         *
057800*----------------------------------------------------------------*
057900 3000-LOAD-BALANCES.
058000     MOVE BRR-CONTROL-KEY TO WS-SEARCH-ACCOUNT.
058100     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
058200     IF  WS-HIT EQUAL ZERO
058300         PERFORM 3900-READ-BRRM THRU 3900-EXIT
058400         GO TO 3000-EXIT.
058500     SET ACX TO WS-HIT.
058600     MOVE 'Y'                    TO WS-ACT-FOUND (ACX).
058700     MOVE BRR-DDA-BALANCE-IN     TO WS-ACT-DDA-IN (ACX).
058800     MOVE BRR-CURR-BAL           TO WS-ACT-CURR-BAL (ACX).
058900     MOVE BRR-COLL-BAL           TO WS-ACT-COLL-BAL (ACX).
059000     MOVE BRR-BANK-AVAIL-AMT     TO WS-ACT-AVAIL (ACX)
059100                                    WS-ACT-CURR-AVAIL (ACX).
059200     MOVE BRR-BANK-AVAIL-TR-AMT1 TO WS-ACT-FLOAT-1 (ACX).
059300     COMPUTE WS-ACT-FLOAT-2 (ACX) = BRR-BANK-AVAIL-TR-AMT2
059400                                  + BRR-BANK-AVAIL-TR-AMT3
059500                                  + BRR-BANK-AVAIL-TR-AMT4
059600                                  + BRR-BANK-AVAIL-TR-AMT5
059700                                  + BRR-BANK-AVAIL-TR-AMT6
059800                                  + BRR-BANK-AVAIL-TR-AMT7.
059900     MOVE BRR-TODAYS-CREDITS     TO WS-ACT-CREDITS (ACX).
060000     MOVE BRR-TODAYS-DEBITS      TO WS-ACT-DEBITS (ACX).
060100     IF  WS-ACT-CREDITS (ACX) LESS THAN ZERO
060200         COMPUTE WS-ACT-CREDITS (ACX) =
060300                 ZERO - WS-ACT-CREDITS (ACX).
060400     IF  WS-ACT-DEBITS (ACX) LESS THAN ZERO
060500         COMPUTE WS-ACT-DEBITS (ACX) =
060600                 ZERO - WS-ACT-DEBITS (ACX).
060700     PERFORM 3900-READ-BRRM THRU 3900-EXIT.
060800 3000-EXIT. EXIT.
060900 3900-READ-BRRM.
061000     READ BANK-REPORT-FILE
061100         AT END MOVE 'Y' TO WS-BRRM-EOF-SW.
061200 3900-EXIT. EXIT.
061300     EJECT
061400*----------------------------------------------------------------*
061500*    4000-RELEASE-REPORTING - SORT INPUT PROCEDURE.  THE DAY'S   *
061600*    ITEMS (ARCHIVE FOR PRIOR-DAY, MEMO ITEMS FOR INTRADAY) ARE  *
061700*    RELEASED ONCE FOR EVERY CLIENT SUBSCRIBED TO THE ACCOUNT,   *
061800*    THEN ONE BALANCE RECORD PER SUBSCRIPTION, WHICH SORTS AHEAD *
061900*    OF THE ITEMS.                                               *
062000*----------------------------------------------------------------*
062100 4000-RELEASE-REPORTING.
062200     IF  WS-88-PRIOR-DAY
062300         OPEN INPUT TRAN-ARCHIVE-FILE
062400         PERFORM 4100-ARCHIVE-ITEM THRU 4100-EXIT
062500             UNTIL WS-88-ARCHIVE-EOF
062600         CLOSE TRAN-ARCHIVE-FILE
062700     ELSE
062800         PERFORM 4200-SHADOW-ITEMS THRU 4200-EXIT.
062900     PERFORM 4500-RELEASE-BALANCES THRU 4500-EXIT
063000         VARYING WS-SUB FROM 1 BY 1
063100         UNTIL WS-SUB GREATER THAN WS-ACT-COUNT.
063200 4000-EXIT. EXIT.
063300 4100-ARCHIVE-ITEM.
063400     READ TRAN-ARCHIVE-FILE
063500         AT END MOVE 'Y' TO WS-ARCHIVE-EOF-SW
063600                GO TO 4100-EXIT.
063700     IF  THA-POST-DATE NOT EQUAL WS-AS-OF-DATE-YYMMDD
063800         GO TO 4100-EXIT.
063900     MOVE THA-ACCOUNT TO WS-SEARCH-ACCOUNT.
064000     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
064100     IF  WS-HIT EQUAL ZERO
064200         GO TO 4100-EXIT.
064300     MOVE THA-TRAN-CODE TO WS-ITEM-TRAN-CODE.
064400     MOVE THA-AMOUNT    TO WS-ITEM-AMOUNT.
064500     MOVE SPACES        TO WS-ITEM-BANK-REF WS-ITEM-CUST-REF.
064600     IF  THA-TRACE NOT EQUAL ZERO
064700         MOVE THA-TRACE     TO WS-REF-TRACE
064800         MOVE WS-REF-TRACE  TO WS-ITEM-BANK-REF.
064900     IF  THA-SERIAL NOT EQUAL ZERO
065000         MOVE THA-SERIAL    TO WS-REF-SERIAL
065100         MOVE WS-REF-SERIAL TO WS-ITEM-CUST-REF.
065200     PERFORM 4400-RELEASE-ITEM THRU 4400-EXIT.
065300 4100-EXIT. EXIT.
065400     EJECT
065500 4200-SHADOW-ITEMS.
065600     OPEN INPUT SHADOW-FILE-IN.
065700     IF  WS-88-SHD-NOT-FOUND
065800         GO TO 4200-EXIT.
065900     PERFORM 4300-SHADOW-ITEM THRU 4300-EXIT
066000         UNTIL WS-88-SHD-EOF.
066100     CLOSE SHADOW-FILE-IN.
066200 4200-EXIT. EXIT.
066300 4300-SHADOW-ITEM.
066400     READ SHADOW-FILE-IN
066500         AT END MOVE 'Y' TO WS-SHD-EOF-SW
066600                GO TO 4300-EXIT.
066700     MOVE SHD-ACCOUNT TO WS-SEARCH-ACCOUNT.
066800     PERFORM 8800-FIND-ACCOUNT THRU 8800-EXIT.
066900     IF  WS-HIT EQUAL ZERO
067000         GO TO 4300-EXIT.
067100     IF  SHD-88-BALANCE
067200         SET ACX TO WS-HIT
067300         MOVE SHD-SHADOW-BAL TO WS-ACT-CURR-AVAIL (ACX)
067400         GO TO 4300-EXIT.
067500     IF  NOT SHD-88-MEMO-ITEM
067600         GO TO 4300-EXIT.
067700     MOVE SHD-TRAN-CODE TO WS-ITEM-TRAN-CODE.
067800     MOVE SHD-AMOUNT    TO WS-ITEM-AMOUNT.
067900     MOVE SPACES        TO WS-ITEM-BANK-REF WS-ITEM-CUST-REF.
068000     PERFORM 4400-RELEASE-ITEM THRU 4400-EXIT.
068100 4300-EXIT. EXIT.
068200     EJECT
068300*----------------------------------------------------------------*
068400*    4400-RELEASE-ITEM - MAP THE TRAN CODE TO ITS BAI2 TYPE      *
068500*    CODE, ADD THE ITEM TO THE ACCOUNT'S CREDIT OR DEBIT COUNT   *
068600*    AND RELEASE IT FOR EACH SUBSCRIBING CLIENT.  ITEMS ON AN    *
068700*    ACCOUNT MISSING FROM THE BANK REPORTING FILE ARE DROPPED    *
068800*    WITH THE ACCOUNT.                                           *
068900*----------------------------------------------------------------*
069000 4400-RELEASE-ITEM.
069100     SET ACX TO WS-HIT.
069200     IF  WS-ACT-FOUND (ACX) NOT EQUAL 'Y'
069300         GO TO 4400-EXIT.
069400     IF  WS-ITEM-AMOUNT LESS THAN ZERO
069500         COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT.
069600     PERFORM 8700-FIND-TCA THRU 8700-EXIT.
069700     IF  WS-TCA-HIT EQUAL ZERO
069800         ADD 1 TO WS-TOT-NO-CODE
069900         MOVE SPACES                TO EXL-CLIENT-ID
070000         MOVE WS-ACT-ACCOUNT (ACX)  TO EXL-ACCOUNT
070100         MOVE WS-ITEM-TRAN-CODE     TO EXL-TRAN-CODE
070200         MOVE WS-ITEM-AMOUNT        TO EXL-AMOUNT
070300         MOVE 'TRAN CODE NOT ON TABLE - OMITTED' TO EXL-REASON
070400         PERFORM 8500-PRINT-EXCEPTION THRU 8500-EXIT
070500         GO TO 4400-EXIT.
070600     SET TCX TO WS-TCA-HIT.
070700     ADD 1 TO WS-TOT-ITEMS.
070800     IF  WS-TCA-DR-CR (TCX) EQUAL 'C'
070900         ADD 1              TO WS-ACT-CR-COUNT (ACX)
071000         ADD WS-ITEM-AMOUNT TO WS-ACT-CR-AMT (ACX)
071100     ELSE
071200         ADD 1              TO WS-ACT-DR-COUNT (ACX)
071300         ADD WS-ITEM-AMOUNT TO WS-ACT-DR-AMT (ACX).
071400     COMPUTE WS-LAST-SUB = WS-ACT-FIRST-SUB (ACX)
071500                         + WS-ACT-SUB-COUNT (ACX) - 1.
071600     PERFORM 4410-RELEASE-TO-CLIENT THRU 4410-EXIT
071700         VARYING WS-SUB2 FROM WS-ACT-FIRST-SUB (ACX) BY 1
071800         UNTIL WS-SUB2 GREATER THAN WS-LAST-SUB.
071900 4400-EXIT. EXIT.
072000 4410-RELEASE-TO-CLIENT.
072100     SET SBX TO WS-SUB2.
072200     ADD 1 TO WS-SEQ.
072300     MOVE WS-SUB-CLIENT-ID (SBX) TO BSR-CLIENT-ID.
072400     MOVE WS-ACT-ACCOUNT (ACX)   TO BSR-ACCOUNT.
072500     MOVE '2'                    TO BSR-REC-TYPE.
072600     MOVE WS-SEQ                 TO BSR-SEQ.
072700     MOVE WS-SUB2                TO BSR-SUB-IX.
072800     MOVE WS-HIT                 TO BSR-ACT-IX.
072900     MOVE WS-TCA-BAI (TCX)       TO BSR-TYPE-CODE.
073000     MOVE WS-ITEM-AMOUNT         TO BSR-AMOUNT.
073100     MOVE WS-ITEM-BANK-REF       TO BSR-BANK-REF.
073200     MOVE WS-ITEM-CUST-REF       TO BSR-CUST-REF.
073300     MOVE WS-TCA-DESC (TCX)      TO BSR-TEXT.
073400     RELEASE BAI-SORT-RECORD.
073500 4410-EXIT. EXIT.
073600     EJECT
073700 4500-RELEASE-BALANCES.
073800     SET ACX TO WS-SUB.
073900     COMPUTE WS-LAST-SUB = WS-ACT-FIRST-SUB (ACX)
074000                         + WS-ACT-SUB-COUNT (ACX) - 1.
074100     PERFORM 4510-BALANCE-TO-CLIENT THRU 4510-EXIT
074200         VARYING WS-SUB2 FROM WS-ACT-FIRST-SUB (ACX) BY 1
074300         UNTIL WS-SUB2 GREATER THAN WS-LAST-SUB.
074400 4500-EXIT. EXIT.
074500 4510-BALANCE-TO-CLIENT.
074600     SET SBX TO WS-SUB2.
074700     IF  WS-ACT-FOUND (ACX) NOT EQUAL 'Y'
074800         ADD 1 TO WS-TOT-NO-BALANCE
074900         MOVE WS-SUB-CLIENT-ID (SBX) TO EXL-CLIENT-ID
075000         MOVE WS-ACT-ACCOUNT (ACX)   TO EXL-ACCOUNT
075100         MOVE 'NOT ON BANK REPORTING FILE - OMITTED'
075200             TO EXL-REASON
075300         PERFORM 8500-PRINT-EXCEPTION THRU 8500-EXIT
075400         GO TO 4510-EXIT.
075500     MOVE WS-SUB-CLIENT-ID (SBX) TO BSR-CLIENT-ID.
075600     MOVE WS-ACT-ACCOUNT (ACX)   TO BSR-ACCOUNT.
075700     MOVE '1'                    TO BSR-REC-TYPE.
075800     MOVE ZERO                   TO BSR-SEQ BSR-AMOUNT.
075900     MOVE WS-SUB2                TO BSR-SUB-IX.
076000     MOVE WS-SUB                 TO BSR-ACT-IX.
076100     MOVE SPACES                 TO BSR-TYPE-CODE BSR-BANK-REF
076200                                    BSR-CUST-REF BSR-TEXT.
076300     RELEASE BAI-SORT-RECORD.
076400 4510-EXIT. EXIT.
076500     EJECT
076600*----------------------------------------------------------------*
076700*    6000-WRITE-BAI-FILES - SORT OUTPUT PROCEDURE.  ONE FILE     *
076800*    (01, 02, 98, 99) PER CLIENT WITH ONE 03 AND 49 PER ACCOUNT  *
076900*    AND A 16 PER ITEM.  THE RECEIVER IS TAKEN FROM THE CLIENT'S *
077000*    FIRST ACCOUNT.                                              *
077100*----------------------------------------------------------------*
077200 6000-WRITE-BAI-FILES.
077300     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
077400     MOVE 'SECTION 2 - CLIENT FILES WRITTEN AND REGISTERED'
077500         TO SEC-TITLE.
077600     MOVE SPACES TO BAI-RPT-LINE.
077700     MOVE WS-SECTION-TITLE TO BAI-RPT-LINE.
077800     WRITE BAI-RPT-LINE.
077900     MOVE SPACES TO BAI-RPT-LINE.
078000     MOVE WS-FILE-HEAD TO BAI-RPT-LINE.
078100     WRITE BAI-RPT-LINE.
078200     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
078300     MOVE 'N' TO WS-SORT-EOF-SW.
078400     PERFORM 6100-ONE-RECORD THRU 6100-EXIT
078500         UNTIL WS-88-SORT-EOF.
078600     IF  WS-88-CLIENT-OPEN
078700         PERFORM 6800-CLOSE-CLIENT THRU 6800-EXIT.
078800 6000-EXIT. EXIT.
078900 6100-ONE-RECORD.
079000     RETURN BAI-SORT-FILE
079100         AT END MOVE 'Y' TO WS-SORT-EOF-SW
079200                GO TO 6100-EXIT.
079300     IF  WS-88-CLIENT-OPEN
079400     AND BSR-CLIENT-ID NOT EQUAL WS-CUR-CLIENT
079500         PERFORM 6800-CLOSE-CLIENT THRU 6800-EXIT.
079600     IF  NOT WS-88-CLIENT-OPEN
079700         PERFORM 6200-OPEN-CLIENT THRU 6200-EXIT.
079800     IF  BSR-88-BALANCES
079900         IF  WS-88-ACCOUNT-OPEN
080000             PERFORM 6700-CLOSE-ACCOUNT THRU 6700-EXIT
080100             PERFORM 6300-OPEN-ACCOUNT  THRU 6300-EXIT
080200         ELSE
080300             PERFORM 6300-OPEN-ACCOUNT  THRU 6300-EXIT.
080400     IF  BSR-88-DETAIL
080500         PERFORM 6400-DETAIL THRU 6400-EXIT.
080600 6100-EXIT. EXIT.
080700     EJECT
080800*----------------------------------------------------------------*
080900*    6200-OPEN-CLIENT - 01 FILE HEADER AND 02 GROUP HEADER.  THE *
081000*    FILE ID IS 1 (PRIOR-DAY) OR 2 (INTRADAY) FOLLOWED BY THE    *
081100*    CREATION TIME; THE AS-OF DATE MODIFIER IS 2 (FINAL          *
081200*    PREVIOUS-DAY) OR 3 (INTERIM SAME-DAY).                      *
081300*----------------------------------------------------------------*
081400 6200-OPEN-CLIENT.
081500     MOVE 'Y' TO WS-CLIENT-OPEN-SW.
081600     MOVE BSR-CLIENT-ID TO WS-CUR-CLIENT.
081700     MOVE BSR-SUB-IX    TO WS-SUB2.
081800     SET SBX TO WS-SUB2.
081900     MOVE WS-SUB-RECEIVER-ID (SBX) TO WS-FILE-RECEIVER.
082000     MOVE ZERO TO WS-FILE-RECS WS-GROUP-RECS WS-ACCT-RECS
082100                  WS-GROUP-ACCTS WS-FILE-TOTAL WS-GROUP-TOTAL
082200                  WS-ACCT-TOTAL.
082300     MOVE SPACES TO WS-BAI-BUILD.
082400     MOVE 1 TO WS-PTR.
082500     STRING '01,'                  DELIMITED BY SIZE
082600            WS-SENDER-ID           DELIMITED BY SPACE
082700            ','                    DELIMITED BY SIZE
082800            WS-FILE-RECEIVER       DELIMITED BY SPACE
082900            ','                    DELIMITED BY SIZE
083000            WS-RUN-DATE-YYMMDD     DELIMITED BY SIZE
083100            ','                    DELIMITED BY SIZE
083200            WS-RUN-HHMM            DELIMITED BY SIZE
083300            ','                    DELIMITED BY SIZE
083400            WS-FILE-ID-NO          DELIMITED BY SIZE
083500            ',,,2/'                DELIMITED BY SIZE
083600         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
083700     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
083800     MOVE ZERO TO WS-GROUP-RECS.
083900     MOVE SPACES TO WS-BAI-BUILD.
084000     MOVE 1 TO WS-PTR.
084100     STRING '02,'                  DELIMITED BY SIZE
084200            WS-FILE-RECEIVER       DELIMITED BY SPACE
084300            ','                    DELIMITED BY SIZE
084400            WS-SENDER-ID           DELIMITED BY SPACE
084500            ',1,'                  DELIMITED BY SIZE
084600            WS-AS-OF-DATE-YYMMDD   DELIMITED BY SIZE
084700            ','                    DELIMITED BY SIZE
084800         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
084900     IF  WS-88-INTRADAY
085000         STRING WS-RUN-HHMM        DELIMITED BY SIZE
085100                ',USD,3/'          DELIMITED BY SIZE
085200             INTO WS-BAI-BUILD WITH POINTER WS-PTR
085300     ELSE
085400         STRING ',USD,2/'          DELIMITED BY SIZE
085500             INTO WS-BAI-BUILD WITH POINTER WS-PTR.
085600     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
085700 6200-EXIT. EXIT.
085800     EJECT
085900*----------------------------------------------------------------*
086000*    6300-OPEN-ACCOUNT - 03 ACCOUNT IDENTIFIER WITH THE BALANCE  *
086100*    AND SUMMARY TYPE CODES.  PRIOR-DAY: 010 OPENING LEDGER, 015 *
086200*    CLOSING LEDGER, COLLECTED, 045 CLOSING AVAILABLE, 072       *
086300*    ONE-DAY FLOAT, 074 TWO-OR-MORE-DAY FLOAT, 100 TOTAL CREDITS *
086400*    AND 400 TOTAL DEBITS. INTRADAY: 010 OPENING LEDGER, 040     *
086500*    OPENING AVAILABLE, 060 CURRENT AVAILABLE AND THE            *
086600*    MEMO-POSTED CREDITS AND DEBITS AS 100 AND 400.              *
086700*----------------------------------------------------------------*
086800 6300-OPEN-ACCOUNT.
086900     MOVE 'Y' TO WS-ACCOUNT-OPEN-SW.
087000     MOVE BSR-ACCOUNT TO WS-CUR-ACCOUNT.
087100     MOVE BSR-ACT-IX  TO WS-SUB.
087200     SET ACX TO WS-SUB.
087300     MOVE ZERO TO WS-ACCT-RECS WS-ACCT-TOTAL.
087400     ADD 1 TO WS-GROUP-ACCTS.
087500     MOVE SPACES TO WS-BAI-BUILD.
087600     MOVE 1 TO WS-PTR.
087700     STRING '03,'                  DELIMITED BY SIZE
087800            WS-CUR-ACCOUNT (13:10) DELIMITED BY SPACE
087900            ',USD'                 DELIMITED BY SIZE
088000         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
088100     MOVE 'N' TO WS-COUNT-SW.
088200     IF  WS-88-INTRADAY
088300         GO TO 6320-INTRADAY.
088400     MOVE '010' TO WS-SUM-CODE.
088500     MOVE WS-ACT-DDA-IN (ACX) TO WS-FMT-AMT.
088600     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
088700     MOVE '015' TO WS-SUM-CODE.
088800     MOVE WS-ACT-CURR-BAL (ACX) TO WS-FMT-AMT.
088900     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
089000     MOVE WS-COLL-TYPE-CODE TO WS-SUM-CODE.
089100     MOVE WS-ACT-COLL-BAL (ACX) TO WS-FMT-AMT.
089200     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
089300     MOVE '045' TO WS-SUM-CODE.
089400     MOVE WS-ACT-AVAIL (ACX) TO WS-FMT-AMT.
089500     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
089600     MOVE '072' TO WS-SUM-CODE.
089700     MOVE WS-ACT-FLOAT-1 (ACX) TO WS-FMT-AMT.
089800     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
089900     MOVE '074' TO WS-SUM-CODE.
090000     MOVE WS-ACT-FLOAT-2 (ACX) TO WS-FMT-AMT.
090100     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
090200     MOVE 'Y' TO WS-COUNT-SW.
090300     MOVE '100' TO WS-SUM-CODE.
090400     MOVE WS-ACT-CREDITS (ACX) TO WS-FMT-AMT.
090500     MOVE WS-ACT-CR-COUNT (ACX) TO WS-SUM-COUNT.
090600     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
090700     MOVE '400' TO WS-SUM-CODE.
090800     MOVE WS-ACT-DEBITS (ACX) TO WS-FMT-AMT.
090900     MOVE WS-ACT-DR-COUNT (ACX) TO WS-SUM-COUNT.
091000     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
091100     GO TO 6390-FINISH.
091200 6320-INTRADAY.
091300     MOVE '010' TO WS-SUM-CODE.
091400     MOVE WS-ACT-CURR-BAL (ACX) TO WS-FMT-AMT.
091500     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
091600     MOVE '040' TO WS-SUM-CODE.
091700     MOVE WS-ACT-AVAIL (ACX) TO WS-FMT-AMT.
091800     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
091900     MOVE '060' TO WS-SUM-CODE.
092000     MOVE WS-ACT-CURR-AVAIL (ACX) TO WS-FMT-AMT.
092100     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
092200     MOVE 'Y' TO WS-COUNT-SW.
092300     MOVE '100' TO WS-SUM-CODE.
092400     MOVE WS-ACT-CR-AMT (ACX) TO WS-FMT-AMT.
092500     MOVE WS-ACT-CR-COUNT (ACX) TO WS-SUM-COUNT.
092600     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
092700     MOVE '400' TO WS-SUM-CODE.
092800     MOVE WS-ACT-DR-AMT (ACX) TO WS-FMT-AMT.
092900     MOVE WS-ACT-DR-COUNT (ACX) TO WS-SUM-COUNT.
093000     PERFORM 6350-ADD-SUMMARY THRU 6350-EXIT.
093100 6390-FINISH.
093200     STRING '/' DELIMITED BY SIZE
093300         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
093400     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
093500 6300-EXIT. EXIT.
093600*----------------------------------------------------------------*
093700*    6350-ADD-SUMMARY - APPEND ONE TYPE CODE, AMOUNT, ITEM COUNT *
093800*    AND BLANK FUNDS TYPE TO THE 03 RECORD.                      *
093900*----------------------------------------------------------------*
094000 6350-ADD-SUMMARY.
094100     ADD WS-FMT-AMT TO WS-ACCT-TOTAL.
094200     PERFORM 7100-FORMAT-AMOUNT THRU 7100-EXIT.
094300     STRING ','                    DELIMITED BY SIZE
094400            WS-SUM-CODE            DELIMITED BY SIZE
094500            ','                    DELIMITED BY SIZE
094600            WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
094700            ','                    DELIMITED BY SIZE
094800         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
094900     IF  WS-88-WITH-COUNT
095000         MOVE WS-SUM-COUNT TO WS-FMT-NUM
095100         PERFORM 7150-FORMAT-NUMBER THRU 7150-EXIT
095200         STRING WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
095300             INTO WS-BAI-BUILD WITH POINTER WS-PTR.
095400     STRING ','                    DELIMITED BY SIZE
095500         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
095600 6350-EXIT. EXIT.
095700     EJECT
095800*----------------------------------------------------------------*
095900*    6400-DETAIL - 16 TRANSACTION DETAIL: TYPE CODE, AMOUNT,     *
096000*    FUNDS TYPE Z, BANK REFERENCE (TRACE), CUSTOMER REFERENCE    *
096100*    (SERIAL) AND THE TRAN CODE DESCRIPTION AS TEXT.             *
096200*----------------------------------------------------------------*
096300 6400-DETAIL.
096400     ADD BSR-AMOUNT TO WS-ACCT-TOTAL.
096500     MOVE BSR-AMOUNT TO WS-FMT-AMT.
096600     PERFORM 7100-FORMAT-AMOUNT THRU 7100-EXIT.
096700     MOVE BSR-TEXT TO WS-DTL-TEXT.
096800     MOVE SPACES TO WS-BAI-BUILD.
096900     MOVE 1 TO WS-PTR.
097000     STRING '16,'                  DELIMITED BY SIZE
097100            BSR-TYPE-CODE          DELIMITED BY SIZE
097200            ','                    DELIMITED BY SIZE
097300            WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
097400            ',Z,'                  DELIMITED BY SIZE
097500            BSR-BANK-REF           DELIMITED BY SPACE
097600            ','                    DELIMITED BY SIZE
097700            BSR-CUST-REF           DELIMITED BY SPACE
097800            ','                    DELIMITED BY SIZE
097900            WS-DTL-TEXT            DELIMITED BY '  '
098000            '/'                    DELIMITED BY SIZE
098100         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
098200     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
098300 6400-EXIT. EXIT.
098400     EJECT
098500*----------------------------------------------------------------*
098600*    6700-CLOSE-ACCOUNT - 49 ACCOUNT TRAILER.  THE CONTROL TOTAL *
098700*    IS THE SUM OF THE 03 AND 16 AMOUNTS; THE RECORD COUNT RUNS  *
098800*    FROM THE 03 THROUGH THIS 49, CONTINUATIONS INCLUDED.        *
098900*----------------------------------------------------------------*
099000 6700-CLOSE-ACCOUNT.
099100     MOVE 'N' TO WS-ACCOUNT-OPEN-SW.
099200     ADD WS-ACCT-TOTAL TO WS-GROUP-TOTAL.
099300     ADD 1 TO WS-TOT-ACCOUNTS.
099400     MOVE WS-ACCT-TOTAL TO WS-FMT-AMT.
099500     PERFORM 7100-FORMAT-AMOUNT THRU 7100-EXIT.
099600     MOVE SPACES TO WS-BAI-BUILD.
099700     MOVE 1 TO WS-PTR.
099800     STRING '49,'                  DELIMITED BY SIZE
099900            WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
100000            ','                    DELIMITED BY SIZE
100100         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
100200     COMPUTE WS-FMT-NUM = WS-ACCT-RECS + 1.
100300     PERFORM 7150-FORMAT-NUMBER THRU 7150-EXIT.
100400     STRING WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
100500            '/'                    DELIMITED BY SIZE
100600         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
100700     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
100800 6700-EXIT. EXIT.
100900     EJECT
101000*----------------------------------------------------------------*
101100*    6800-CLOSE-CLIENT - 98 GROUP AND 99 FILE TRAILERS, THEN     *
101200*    REGISTER THE CLIENT'S FILE WITH IMMANFST UNDER ITS RECORD   *
101300*    COUNT AND FILE CONTROL TOTAL.                               *
101400*----------------------------------------------------------------*
101500 6800-CLOSE-CLIENT.
101600     IF  WS-88-ACCOUNT-OPEN
101700         PERFORM 6700-CLOSE-ACCOUNT THRU 6700-EXIT.
101800     MOVE 'N' TO WS-CLIENT-OPEN-SW.
101900     ADD WS-GROUP-TOTAL TO WS-FILE-TOTAL.
102000     MOVE WS-GROUP-TOTAL TO WS-FMT-AMT.
102100     PERFORM 7100-FORMAT-AMOUNT THRU 7100-EXIT.
102200     MOVE SPACES TO WS-BAI-BUILD.
102300     MOVE 1 TO WS-PTR.
102400     STRING '98,'                  DELIMITED BY SIZE
102500            WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
102600            ','                    DELIMITED BY SIZE
102700         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
102800     MOVE WS-GROUP-ACCTS TO WS-FMT-NUM.
102900     PERFORM 7150-FORMAT-NUMBER THRU 7150-EXIT.
103000     STRING WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
103100            ','                    DELIMITED BY SIZE
103200         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
103300     COMPUTE WS-FMT-NUM = WS-GROUP-RECS + 1.
103400     PERFORM 7150-FORMAT-NUMBER THRU 7150-EXIT.
103500     STRING WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
103600            '/'                    DELIMITED BY SIZE
103700         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
103800     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
103900     MOVE WS-FILE-TOTAL TO WS-FMT-AMT.
104000     PERFORM 7100-FORMAT-AMOUNT THRU 7100-EXIT.
104100     MOVE SPACES TO WS-BAI-BUILD.
104200     MOVE 1 TO WS-PTR.
104300     STRING '99,'                  DELIMITED BY SIZE
104400            WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
104500            ',1,'                  DELIMITED BY SIZE
104600         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
104700     COMPUTE WS-FMT-NUM = WS-FILE-RECS + 1.
104800     PERFORM 7150-FORMAT-NUMBER THRU 7150-EXIT.
104900     STRING WS-FMT-TEXT (1:WS-FMT-LEN) DELIMITED BY SIZE
105000            '/'                    DELIMITED BY SIZE
105100         INTO WS-BAI-BUILD WITH POINTER WS-PTR.
105200     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
105300     ADD 1 TO WS-TOT-FILES.
105400     ADD WS-FILE-RECS TO WS-TOT-RECORDS.
105500     MOVE 'W' TO MRQ-FUNCTION.
105600     IF  WS-88-INTRADAY
105700         MOVE 'BI' TO MRQ-FILE-ID (1:2)
105800     ELSE
105900         MOVE 'BP' TO MRQ-FILE-ID (1:2).
106000     MOVE WS-CUR-CLIENT TO MRQ-FILE-ID (3:6).
106100     MOVE WS-FILE-RECS  TO MRQ-RECORD-COUNT.
106200     MOVE WS-FILE-TOTAL TO MRQ-AMOUNT-HASH.
106300     CALL 'IMMANFST' USING MANIFEST-REQUEST-AREA.
106400     MOVE WS-CUR-CLIENT     TO FLL-CLIENT-ID.
106500     MOVE WS-FILE-RECEIVER  TO FLL-RECEIVER-ID.
106600     MOVE MRQ-FILE-ID       TO FLL-FILE-ID.
106700     MOVE WS-GROUP-ACCTS    TO FLL-ACCOUNTS.
106800     MOVE WS-FILE-RECS      TO FLL-RECORDS.
106900     MOVE WS-FILE-TOTAL     TO FLL-CONTROL-TOTAL.
107000     MOVE MRQ-GENERATION    TO FLL-GENERATION.
107100     IF  MRQ-88-OK
107200         MOVE 'REGISTERED'  TO FLL-STATUS
107300     ELSE
107400         ADD 1 TO WS-TOT-MANIFEST-FAIL
107500         MOVE SPACES TO FLL-STATUS
107600         STRING 'NOT REGISTERED RC ' MRQ-RETURN-CODE
107700             DELIMITED BY SIZE INTO FLL-STATUS.
107800     MOVE SPACES TO BAI-RPT-LINE.
107900     MOVE WS-FILE-LINE TO BAI-RPT-LINE.
108000     WRITE BAI-RPT-LINE.
108100 6800-EXIT. EXIT.
108200     EJECT
108300*----------------------------------------------------------------*
108400*    7000-PUT-RECORD - WRITE THE LOGICAL RECORD IN WS-BAI-BUILD  *
108500*    AS ONE OR MORE 80-BYTE RECORDS, BREAKING AFTER A COMMA AND  *
108600*    CARRYING THE REST ON 88 CONTINUATION RECORDS.  EVERY        *
108700*    PHYSICAL RECORD COUNTS TOWARD THE ACCOUNT, GROUP AND FILE   *
108800*    RECORD COUNTS.                                              *
108900*----------------------------------------------------------------*
109000 7000-PUT-RECORD.
109100     COMPUTE WS-BLD-LEN = WS-PTR - 1.
109200     MOVE 1  TO WS-BLD-START.
109300     MOVE 80 TO WS-BLD-ROOM.
109400     PERFORM 7010-PUT-PIECE THRU 7010-EXIT
109500         UNTIL WS-BLD-START GREATER THAN WS-BLD-LEN.
109600 7000-EXIT. EXIT.
109700 7010-PUT-PIECE.
109800     COMPUTE WS-BLD-REMAIN = WS-BLD-LEN - WS-BLD-START + 1.
109900     IF  WS-BLD-REMAIN NOT GREATER THAN WS-BLD-ROOM
110000         MOVE WS-BLD-REMAIN TO WS-BLD-PIECE
110100     ELSE
110200         MOVE WS-BLD-ROOM TO WS-BLD-CUT
110300         PERFORM 7020-BACK-UP THRU 7020-EXIT
110400             UNTIL WS-BLD-CUT EQUAL ZERO
110500                OR WS-BAI-BUILD (WS-BLD-START + WS-BLD-CUT - 1:1)
110600                   EQUAL ','
110700         IF  WS-BLD-CUT EQUAL ZERO
110800             MOVE WS-BLD-ROOM TO WS-BLD-PIECE
110900         ELSE
111000             MOVE WS-BLD-CUT TO WS-BLD-PIECE.
111100     MOVE SPACES TO BAI-OUTPUT-RECORD.
111200     IF  WS-BLD-START EQUAL 1
111300         MOVE WS-BAI-BUILD (WS-BLD-START:WS-BLD-PIECE)
111400             TO BAI-OUTPUT-RECORD
111500     ELSE
111600         STRING '88,' DELIMITED BY SIZE
111700                WS-BAI-BUILD (WS-BLD-START:WS-BLD-PIECE)
111800                     DELIMITED BY SIZE
111900             INTO BAI-OUTPUT-RECORD.
112000     WRITE BAI-OUTPUT-RECORD.
112100     ADD 1 TO WS-FILE-RECS WS-GROUP-RECS WS-ACCT-RECS.
112200     ADD WS-BLD-PIECE TO WS-BLD-START.
112300     MOVE 77 TO WS-BLD-ROOM.
112400 7010-EXIT. EXIT.
112500 7020-BACK-UP.
112600     SUBTRACT 1 FROM WS-BLD-CUT.
112700 7020-EXIT. EXIT.
112800     EJECT
112900*----------------------------------------------------------------*
113000*    7100-FORMAT-AMOUNT - WS-FMT-AMT AS WHOLE CENTS WITH NO      *
113100*    LEADING ZEROS, SIGNED '-' WHEN NEGATIVE, INTO               *
113200*    WS-FMT-TEXT/WS-FMT-LEN.                                     *
113300*----------------------------------------------------------------*
113400 7100-FORMAT-AMOUNT.
113500     MOVE SPACES TO WS-FMT-TEXT.
113600     MOVE ZERO TO WS-FMT-LEAD.
113700     IF  WS-FMT-AMT LESS THAN ZERO
113800         COMPUTE WS-FMT-CENTS = (ZERO - WS-FMT-AMT) * 100
113900     ELSE
114000         COMPUTE WS-FMT-CENTS = WS-FMT-AMT * 100.
114100     INSPECT WS-FMT-CENTS-X TALLYING WS-FMT-LEAD FOR LEADING '0'.
114200     IF  WS-FMT-LEAD EQUAL 17
114300         MOVE '0' TO WS-FMT-TEXT
114400         MOVE 1   TO WS-FMT-LEN
114500         GO TO 7100-EXIT.
114600     COMPUTE WS-FMT-LEN = 17 - WS-FMT-LEAD.
114700     IF  WS-FMT-AMT LESS THAN ZERO
114800         MOVE '-' TO WS-FMT-TEXT (1:1)
114900         MOVE WS-FMT-CENTS-X (WS-FMT-LEAD + 1:WS-FMT-LEN)
115000             TO WS-FMT-TEXT (2:WS-FMT-LEN)
115100         ADD 1 TO WS-FMT-LEN
115200     ELSE
115300         MOVE WS-FMT-CENTS-X (WS-FMT-LEAD + 1:WS-FMT-LEN)
115400             TO WS-FMT-TEXT.
115500 7100-EXIT. EXIT.
115600 7150-FORMAT-NUMBER.
115700     MOVE SPACES TO WS-FMT-TEXT.
115800     MOVE ZERO TO WS-FMT-LEAD.
115900     INSPECT WS-FMT-NUM-X TALLYING WS-FMT-LEAD FOR LEADING '0'.
116000     IF  WS-FMT-LEAD EQUAL 9
116100         MOVE '0' TO WS-FMT-TEXT
116200         MOVE 1   TO WS-FMT-LEN
116300         GO TO 7150-EXIT.
116400     COMPUTE WS-FMT-LEN = 9 - WS-FMT-LEAD.
116500     MOVE WS-FMT-NUM-X (WS-FMT-LEAD + 1:WS-FMT-LEN)
116600         TO WS-FMT-TEXT.
116700 7150-EXIT. EXIT.
116800     EJECT
116900 7900-EDIT-DATE.
117000     MOVE SPACES TO WS-EDIT-DATE.
117100     STRING WS-WORK-MO '/' WS-WORK-DA '/' WS-WORK-YR
117200         DELIMITED BY SIZE INTO WS-EDIT-DATE.
117300 7900-EXIT. EXIT.
117400     EJECT
117500 8500-PRINT-EXCEPTION.
117600     MOVE SPACES TO BAI-RPT-LINE.
117700     MOVE WS-EXCEPTION-LINE TO BAI-RPT-LINE.
117800     WRITE BAI-RPT-LINE.
117900     MOVE SPACES TO EXL-CLIENT-ID EXL-ACCOUNT EXL-TRAN-CODE.
118000     MOVE ZERO   TO EXL-AMOUNT.
118100 8500-EXIT. EXIT.
118200     EJECT
118300 8700-FIND-TCA.
118400     MOVE ZERO TO WS-TCA-HIT.
118500     PERFORM 8710-TEST-TCA THRU 8710-EXIT
118600         VARYING WS-SUB2 FROM 1 BY 1
118700         UNTIL WS-SUB2 GREATER THAN WS-TCA-LOADED
118800            OR WS-TCA-HIT GREATER THAN ZERO.
118900 8700-EXIT. EXIT.
119000 8710-TEST-TCA.
119100     IF  WS-TCA-CODE (WS-SUB2) EQUAL WS-ITEM-TRAN-CODE
119200         MOVE WS-SUB2 TO WS-TCA-HIT.
119300 8710-EXIT. EXIT.
119400     EJECT
119500*----------------------------------------------------------------*
119600*    8800-FIND-ACCOUNT - BINARY SEARCH OF THE ACCOUNT TABLE,     *
119700*    WHICH IS IN ACCOUNT ORDER.  WS-HIT IS ZERO IF ABSENT.       *
119800*----------------------------------------------------------------*
119900 8800-FIND-ACCOUNT.
120000     MOVE ZERO TO WS-HIT.
120100     MOVE 1 TO WS-LOW.
120200     MOVE WS-ACT-COUNT TO WS-HIGH.
120300     PERFORM 8810-HALVE THRU 8810-EXIT
120400         UNTIL WS-LOW GREATER THAN WS-HIGH
120500            OR WS-HIT GREATER THAN ZERO.
120600 8800-EXIT. EXIT.
120700 8810-HALVE.
120800     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
120900     IF  WS-ACT-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
121000         MOVE WS-MID TO WS-HIT
121100         GO TO 8810-EXIT.
121200     IF  WS-ACT-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
121300         COMPUTE WS-LOW = WS-MID + 1
121400     ELSE
121500         COMPUTE WS-HIGH = WS-MID - 1.
121600 8810-EXIT. EXIT.
121700     EJECT
121800*----------------------------------------------------------------*
121900*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
122000*----------------------------------------------------------------*
122100 9000-TERMINATE.
122200     WRITE BAI-RPT-LINE FROM WS-BLANK-LINE.
122300     MOVE 'SUBSCRIPTIONS READ                ' TO SUM-LIT.
122400     MOVE WS-TOT-SUBSCR-READ TO SUM-COUNT.
122500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
122600     MOVE 'SUBSCRIPTIONS FOR THIS RUN        ' TO SUM-LIT.
122700     MOVE WS-TOT-SUBSCR-SELECTED TO SUM-COUNT.
122800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
122900     MOVE 'SUBSCRIPTIONS INCOMPLETE          ' TO SUM-LIT.
123000     MOVE WS-TOT-SUBSCR-INVALID TO SUM-COUNT.
123100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123200     MOVE 'DUPLICATE SUBSCRIPTIONS DROPPED   ' TO SUM-LIT.
123300     MOVE WS-TOT-SUBSCR-DUP TO SUM-COUNT.
123400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123500     MOVE 'SUBSCRIPTIONS PAST TABLE          ' TO SUM-LIT.
123600     MOVE WS-TOT-SUBSCR-OVERFLOW TO SUM-COUNT.
123700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123800     MOVE 'NOT ON BANK REPORTING FILE        ' TO SUM-LIT.
123900     MOVE WS-TOT-NO-BALANCE TO SUM-COUNT.
124000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124100     MOVE 'DETAIL ITEMS REPORTED             ' TO SUM-LIT.
124200     MOVE WS-TOT-ITEMS TO SUM-COUNT.
124300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124400     MOVE 'ITEMS WITH TRAN CODE NOT ON TABLE ' TO SUM-LIT.
124500     MOVE WS-TOT-NO-CODE TO SUM-COUNT.
124600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124700     MOVE 'CLIENT FILES WRITTEN              ' TO SUM-LIT.
124800     MOVE WS-TOT-FILES TO SUM-COUNT.
124900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125000     MOVE 'ACCOUNTS REPORTED                 ' TO SUM-LIT.
125100     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
125200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125300     MOVE 'BAI2 RECORDS WRITTEN              ' TO SUM-LIT.
125400     MOVE WS-TOT-RECORDS TO SUM-COUNT.
125500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125600     MOVE 'FILES NOT REGISTERED              ' TO SUM-LIT.
125700     MOVE WS-TOT-MANIFEST-FAIL TO SUM-COUNT.
125800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125900     CLOSE BAI-OUTPUT-FILE.
126000     CLOSE BAI-RPT.
126100 9000-EXIT. EXIT.
126200 9100-PRINT-SUMMARY.
126300     MOVE SPACES TO BAI-RPT-LINE.
126400     MOVE WS-SUMMARY-LINE TO BAI-RPT-LINE.
126500     WRITE BAI-RPT-LINE.
126600 9100-EXIT. EXIT.
