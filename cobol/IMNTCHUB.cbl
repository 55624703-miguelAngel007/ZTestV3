*     * GN6219 * 10/15/26 JCTE CONSOLIDATED CUSTOMER NOTICE HUB
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMNTCHUB.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMNTCHUB IS THE DAILY NOTICE HUB, RUN AFTER EVERY PROGRAM   *
000900*    THAT WRITES A CUSTOMER NOTICE EXTRACT AND AHEAD OF THE MAIL *
001000*    VENDOR TRANSMISSION.  IT COLLECTS THE DAY'S NOTICE EXTRACTS *
001100*    (THE SOURCE TABLE BELOW NAMES EACH ONE AND WHETHER ITS      *
001200*    NOTICES ARE REGULATORY OR COURTESY), SO A CUSTOMER WITH     *
001300*    SEVERAL NOTICES ON THE SAME DAY GETS ONE MAIL PIECE PER     *
001400*    MAILING ADDRESS.  NOTICES ARE GROUPED BY CUSTOMER - THE TAX *
001500*    ID ON THE CUSTOMER CROSS-REFERENCE (IMWSCXRF), OR THE       *
001600*    ACCOUNT ITSELF WHEN IT HAS NONE - AND BY THE ADDRESS THE    *
001700*    PIECE GOES TO.  EACH PIECE IS WRITTEN IN THE IMWSNHUB       *
001800*    LAYOUT.                                                     *
001900*----------------------------------------------------------------*
002000*    ROUTING - AN ACCOUNT WHOSE E-STATEMENT PREFERENCE (IMESTMT) *
002100*    IS ELECTRONIC GOES TO THE E-DELIVERY VENDOR FILE ONLY;      *
002200*    'BOTH' GOES TO THE VENDOR AND TO PAPER.  PAPER GOES TO THE  *
002300*    STATEMENT (ST) IMNAME RECORD, ELSE THE FIRST, AT ITS FIRST  *
002400*    ADDRESS.  WHEN THAT ADDRESS CARRIES THE RETURNED-MAIL FLAG  *
002500*    (IMN-RM-FLAG) THE PIECE IS REDIRECTED TO THE FIRST          *
002600*    UNFLAGGED ALTERNATE ADDRESS.  WITH NO USABLE ADDRESS A      *
002700*    REGULATORY NOTICE IS HELD ON THE HELD-MAIL FILE FOR THE     *
002800*    MAIL ROOM AND A COURTESY NOTICE IS SUPPRESSED.              *
002900*----------------------------------------------------------------*
003000*    THE DAILY NOTICE REGISTER SHOWS BY SOURCE PROGRAM WHAT WAS  *
003100*    READ, MAILED, REDIRECTED, E-DELIVERED, HELD AND SUPPRESSED, *
003200*    THE PIECE COUNTS, AND EVERY HELD OR SUPPRESSED NOTICE.      *
003300*    HELD NOTICES OR AN ACCOUNT TABLE OVERFLOW SET RETURN CODE   *
003350*    4.  DELIVERY PREFERENCES BEYOND THE PREFERENCE TABLE ARE    *
003400*    COUNTED AND SET RETURN CODE 8, AS THOSE ACCOUNTS FALL BACK  *
003450*    TO MAIL.                                                    *
003500*----------------------------------------------------------------*
003600*               ** HISTORY OF REVISIONS **                      *
003700* DESCRIPTION                                           CHNGID  *
003800* ____________________________________________________ _______ *
003900* 10/15/26 JCTE NEW PROGRAM - CONSOLIDATED CUSTOMER      GN6219 *
004000*                NOTICE HUB                                     *
004033* 10/15/26 JCTE BRANCH-CLOSING NOTICES FROM IMBRXFER     GN6220 *
004066*                ADDED AS A REGULATORY SOURCE                   *
004077* 10/15/26 JCTE OD LIMIT STEP-DOWN AND REMOVAL NOTICES   GN6221 *
004088*                FROM IMODLEXP ADDED AS A REGULATORY SOURCE     *
004092* 10/15/26 JCTE MINOR AND STUDENT CONVERSION NOTICES     GN6225 *
004096*                FROM IMLIFEVT ADDED AS A REGULATORY SOURCE     *
004097* 10/15/26 JCTE COLLECTION LETTER (IMCOLQUE), W-8BEN    GN6226 *
004098*                SOLICITATION (IMW8RCRT) AND ZBA SWEEP          *
004099*                (IMZBACON) EXTRACTS ADDED AS SOURCES           *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT    DIVISION.
004300 INPUT-OUTPUT   SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL NOTICE-SOURCE-01 ASSIGN TO "IMESCHNT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SRC-FILE-STATUS.
004800     SELECT OPTIONAL NOTICE-SOURCE-02 ASSIGN TO "IMDOCNTC"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SRC-FILE-STATUS.
005100     SELECT OPTIONAL NOTICE-SOURCE-03 ASSIGN TO "IMTDMNTC"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SRC-FILE-STATUS.
005400     SELECT OPTIONAL NOTICE-SOURCE-04 ASSIGN TO "IMDCGNTC"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-SRC-FILE-STATUS.
005700     SELECT OPTIONAL NOTICE-SOURCE-05 ASSIGN TO "IMFEEACX"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SRC-FILE-STATUS.
006000     SELECT OPTIONAL NOTICE-SOURCE-06 ASSIGN TO "IMRTNXTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SRC-FILE-STATUS.
006300     SELECT OPTIONAL NOTICE-SOURCE-07 ASSIGN TO "IMBNTNTC"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SRC-FILE-STATUS.
006600     SELECT OPTIONAL NOTICE-SOURCE-08 ASSIGN TO "IMCFBNTC"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SRC-FILE-STATUS.
006900     SELECT OPTIONAL NOTICE-SOURCE-09 ASSIGN TO "IMEFANTC"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-SRC-FILE-STATUS.
007200     SELECT OPTIONAL NOTICE-SOURCE-10 ASSIGN TO "IMFWSNTC"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-SRC-FILE-STATUS.
007500     SELECT OPTIONAL NOTICE-SOURCE-11 ASSIGN TO "IMIDXNTC"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-SRC-FILE-STATUS.
007800     SELECT OPTIONAL NOTICE-SOURCE-12 ASSIGN TO "IMLNDNTC"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-SRC-FILE-STATUS.
008100     SELECT OPTIONAL NOTICE-SOURCE-13 ASSIGN TO "IMPMXNTC"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-SRC-FILE-STATUS.
008400     SELECT OPTIONAL NOTICE-SOURCE-14 ASSIGN TO "IMRGENTC"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-SRC-FILE-STATUS.
008700     SELECT OPTIONAL NOTICE-SOURCE-15 ASSIGN TO "IMRTNNTX"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-SRC-FILE-STATUS.
009000     SELECT OPTIONAL NOTICE-SOURCE-16 ASSIGN TO "IMSCYNTX"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-SRC-FILE-STATUS.
009300     SELECT OPTIONAL NOTICE-SOURCE-17 ASSIGN TO "IMXFRNTC"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-SRC-FILE-STATUS.
009600     SELECT OPTIONAL NOTICE-SOURCE-18 ASSIGN TO "IMZBCNTC"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-SRC-FILE-STATUS.
009804     SELECT OPTIONAL NOTICE-SOURCE-19 ASSIGN TO "IMBRXNTC"        GN6220
009808         ORGANIZATION IS SEQUENTIAL                               GN6220
009812         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6220
009816     SELECT OPTIONAL NOTICE-SOURCE-20 ASSIGN TO "IMODXNTC"        GN6221
009820         ORGANIZATION IS SEQUENTIAL                               GN6221
009824         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6221
009828     SELECT OPTIONAL NOTICE-SOURCE-21 ASSIGN TO "IMLFENTC"        GN6225
009832         ORGANIZATION IS SEQUENTIAL                               GN6225
009836         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6225
009840     SELECT OPTIONAL NOTICE-SOURCE-22 ASSIGN TO "IMCOLLTR"        GN6226
009844         ORGANIZATION IS SEQUENTIAL                               GN6226
009848         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6226
009852     SELECT OPTIONAL NOTICE-SOURCE-23 ASSIGN TO "IMW8RSOL"        GN6226
009856         ORGANIZATION IS SEQUENTIAL                               GN6226
009860         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6226
009864     SELECT OPTIONAL NOTICE-SOURCE-24 ASSIGN TO "IMZBANTF"        GN6226
009868         ORGANIZATION IS SEQUENTIAL                               GN6226
009872         FILE STATUS IS WS-SRC-FILE-STATUS.                       GN6226
009900     SELECT OPTIONAL PREF-FILE-IN ASSIGN TO "IMESTIN"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-PRF-FILE-STATUS.
010200     SELECT OPTIONAL ALT-NAME-ADDR-FILE ASSIGN TO "IMNAME"
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-NAM-FILE-STATUS.
010500     SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "IMCXRFO"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-CXR-FILE-STATUS.
010800     SELECT NOTICE-WORK-FILE  ASSIGN TO "IMNHBWRK"
010900         ORGANIZATION IS SEQUENTIAL.
011000     SELECT ACCOUNT-SORT-FILE ASSIGN TO "IMNHBSR1".
011100     SELECT PIECE-SORT-FILE   ASSIGN TO "IMNHBSR2".
011200     SELECT MAIL-PIECE-OUT    ASSIGN TO "IMNHBMAL"
011300         ORGANIZATION IS SEQUENTIAL.
011400     SELECT EDELIVERY-OUT     ASSIGN TO "IMNHBEDL"
011500         ORGANIZATION IS SEQUENTIAL.
011600     SELECT HELD-MAIL-OUT     ASSIGN TO "IMNHBHLD"
011700         ORGANIZATION IS SEQUENTIAL.
011800     SELECT NOTICE-REGISTER   ASSIGN TO "IMNHBRPT"
011900         ORGANIZATION IS SEQUENTIAL.
012000 DATA DIVISION.
012100 FILE SECTION.
012200 FD  NOTICE-SOURCE-01
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  NOTICE-SOURCE-REC-01            PIC X(80).
012500 FD  NOTICE-SOURCE-02
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  NOTICE-SOURCE-REC-02            PIC X(80).
012800 FD  NOTICE-SOURCE-03
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  NOTICE-SOURCE-REC-03            PIC X(80).
013100 FD  NOTICE-SOURCE-04
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  NOTICE-SOURCE-REC-04            PIC X(80).
013400 FD  NOTICE-SOURCE-05
013500     RECORD CONTAINS 40 CHARACTERS.
013600 01  NOTICE-SOURCE-REC-05            PIC X(40).
013700 FD  NOTICE-SOURCE-06
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  NOTICE-SOURCE-REC-06            PIC X(80).
014000 FD  NOTICE-SOURCE-07
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  NOTICE-SOURCE-REC-07            PIC X(80).
014300 FD  NOTICE-SOURCE-08
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  NOTICE-SOURCE-REC-08            PIC X(80).
014600 FD  NOTICE-SOURCE-09
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  NOTICE-SOURCE-REC-09            PIC X(80).
014900 FD  NOTICE-SOURCE-10
015000     RECORD CONTAINS 60 CHARACTERS.
015100 01  NOTICE-SOURCE-REC-10            PIC X(60).
015200 FD  NOTICE-SOURCE-11
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  NOTICE-SOURCE-REC-11            PIC X(80).
015500 FD  NOTICE-SOURCE-12
015600     RECORD CONTAINS 80 CHARACTERS.
015700 01  NOTICE-SOURCE-REC-12            PIC X(80).
015800 FD  NOTICE-SOURCE-13
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  NOTICE-SOURCE-REC-13            PIC X(80).
016100 FD  NOTICE-SOURCE-14
016200     RECORD CONTAINS 80 CHARACTERS.
016300 01  NOTICE-SOURCE-REC-14            PIC X(80).
016400 FD  NOTICE-SOURCE-15
016500     RECORD CONTAINS 100 CHARACTERS.
016600 01  NOTICE-SOURCE-REC-15            PIC X(100).
016700 FD  NOTICE-SOURCE-16
016800     RECORD CONTAINS 200 CHARACTERS.
016900 01  NOTICE-SOURCE-REC-16            PIC X(200).
017000 FD  NOTICE-SOURCE-17
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  NOTICE-SOURCE-REC-17            PIC X(80).
017300 FD  NOTICE-SOURCE-18
017400     RECORD CONTAINS 80 CHARACTERS.
017500 01  NOTICE-SOURCE-REC-18            PIC X(80).
017505 FD  NOTICE-SOURCE-19                                             GN6220
017510     RECORD CONTAINS 80 CHARACTERS.                               GN6220
017515 01  NOTICE-SOURCE-REC-19            PIC X(80).                   GN6220
017520 FD  NOTICE-SOURCE-20                                             GN6221
017525     RECORD CONTAINS 80 CHARACTERS.                               GN6221
017530 01  NOTICE-SOURCE-REC-20            PIC X(80).                   GN6221
017535 FD  NOTICE-SOURCE-21                                             GN6225
017540     RECORD CONTAINS 80 CHARACTERS.                               GN6225
017545 01  NOTICE-SOURCE-REC-21            PIC X(80).                   GN6225
017550 FD  NOTICE-SOURCE-22                                             GN6226
017555     RECORD CONTAINS 80 CHARACTERS.                               GN6226
017560 01  NOTICE-SOURCE-REC-22            PIC X(80).                   GN6226
017565 FD  NOTICE-SOURCE-23                                             GN6226
017570     RECORD CONTAINS 80 CHARACTERS.                               GN6226
017575 01  NOTICE-SOURCE-REC-23            PIC X(80).                   GN6226
017580 FD  NOTICE-SOURCE-24                                             GN6226
017585     RECORD CONTAINS 80 CHARACTERS.                               GN6226
017590 01  NOTICE-SOURCE-REC-24            PIC X(80).                   GN6226
017600 FD  PREF-FILE-IN
017700     RECORD CONTAINS 40 CHARACTERS.
017800 01  PREF-RECORD-IN.
017900     03  PRF-ACCOUNT                 PIC X(22).
018000     03  PRF-CHANNEL                 PIC X.
018100         88  PRF-88-PAPER            VALUE 'P'.
018200         88  PRF-88-ELECTRONIC       VALUE 'E'.
018300         88  PRF-88-BOTH             VALUE 'B'.
018400     03  PRF-CONSENT-DATE            PIC 9(6).
018500     03  FILLER                      PIC X(11).
018600 FD  ALT-NAME-ADDR-FILE.
018700     COPY IMNAME.
018800 FD  CUST-XREF-FILE.
018900     COPY IMWSCXRF.
019000 FD  NOTICE-WORK-FILE
019100     RECORD CONTAINS 500 CHARACTERS.
019200 01  NOTICE-WORK-RECORD.
019300     03  NWK-ACCOUNT                 PIC X(22).
019400     03  NWK-SOURCE-SUB              PIC 99.
019500     03  NWK-SEQ                     PIC 9(7).
019600     03  NWK-CHANNEL                 PIC X.
019700         88  NWK-88-ELECTRONIC       VALUE 'E'.
019800         88  NWK-88-BOTH             VALUE 'B'.
019900     03  NWK-ROUTE                   PIC X.
020000         88  NWK-88-MAILED           VALUE 'M'.
020100         88  NWK-88-REDIRECTED       VALUE 'R'.
020200         88  NWK-88-UNDELIVERABLE    VALUE 'X'.
020300     03  NWK-REASON                  PIC X.
020400         88  NWK-88-RETURNED-MAIL    VALUE 'R'.
020500         88  NWK-88-NO-ADDRESS       VALUE 'N'.
020600     03  NWK-ADDR-SET                PIC 9.
020700     03  NWK-COUNTRY                 PIC XX.
020800     03  NWK-ADDRESS                 PIC X(240).
020900     03  NWK-NOTICE-DATA             PIC X(200).
021000     03  FILLER                      PIC X(23).
021100 SD  ACCOUNT-SORT-FILE.
021200 01  ACCOUNT-SORT-RECORD.
021300     03  AS1-ACCOUNT                 PIC X(22).
021400     03  AS1-SOURCE-SUB              PIC 99.
021500     03  AS1-SEQ                     PIC 9(7).
021600     03  AS1-NOTICE-DATA             PIC X(200).
021700 SD  PIECE-SORT-FILE.
021800 01  PIECE-SORT-RECORD.
021900     03  PS2-GROUP.
022000         05  PS2-DELIVERY            PIC X.
022100             88  PS2-88-E-DELIVERY   VALUE 'E'.
022200             88  PS2-88-HELD         VALUE 'H'.
022300             88  PS2-88-MAILED       VALUE 'M'.
022400             88  PS2-88-REDIRECTED   VALUE 'R'.
022500             88  PS2-88-SUPPRESSED   VALUE 'S'.
022600         05  PS2-CUST-TYPE           PIC X.
022700         05  PS2-CUST-KEY            PIC X(22).
022800         05  PS2-COUNTRY             PIC XX.
022900         05  PS2-ADDRESS             PIC X(240).
023000     03  PS2-ACCOUNT                 PIC X(22).
023100     03  PS2-SOURCE-SUB              PIC 99.
023200     03  PS2-SEQ                     PIC 9(7).
023300     03  PS2-REASON                  PIC X.
023400     03  PS2-ADDR-SET                PIC 9.
023500     03  PS2-NOTICE-DATA             PIC X(200).
023600 FD  MAIL-PIECE-OUT
023700     RECORD CONTAINS 300 CHARACTERS.
023800 01  MAIL-PIECE-RECORD               PIC X(300).
023900 FD  EDELIVERY-OUT
024000     RECORD CONTAINS 300 CHARACTERS.
024100 01  EDELIVERY-RECORD                PIC X(300).
024200 FD  HELD-MAIL-OUT
024300     RECORD CONTAINS 300 CHARACTERS.
024400 01  HELD-MAIL-RECORD                PIC X(300).
024500 FD  NOTICE-REGISTER
024600     RECORD CONTAINS 133 CHARACTERS.
024700 01  NOTICE-REGISTER-LINE            PIC X(133).
024800 WORKING-STORAGE SECTION.
024900 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMNTCHUB'.
025000 77  WS-SRC-MAX                      PIC S9(5)   COMP VALUE +24.  GN6226
025100 77  WS-PRF-MAX                      PIC S9(5)   COMP VALUE +9000.
025200 77  WS-ACT-MAX                      PIC S9(5)   COMP VALUE +9000.
025300 77  WS-ITM-MAX                      PIC S9(5)   COMP VALUE +50.
025400 77  WS-SRC-FILE-STATUS              PIC X(2)    VALUE SPACES.
025500     88  WS-88-SRC-NOT-FOUND         VALUE '05' '35'.
025600 77  WS-PRF-FILE-STATUS              PIC X(2)    VALUE SPACES.
025700     88  WS-88-PRF-NOT-FOUND         VALUE '05' '35'.
025800 77  WS-NAM-FILE-STATUS              PIC X(2)    VALUE SPACES.
025900     88  WS-88-NAM-NOT-FOUND         VALUE '05' '35'.
026000 77  WS-CXR-FILE-STATUS              PIC X(2)    VALUE SPACES.
026100     88  WS-88-CXR-NOT-FOUND         VALUE '05' '35'.
026200 01  WS-SWITCHES.
026300     03  WS-EOF-SW                   PIC X(1)    VALUE 'N'.
026400         88  WS-88-EOF               VALUE 'Y'.
026500     03  WS-NAM-EOF-SW               PIC X(1)    VALUE 'N'.
026600         88  WS-88-NAM-EOF           VALUE 'Y'.
026700     03  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
026800         88  WS-88-SORT-EOF          VALUE 'Y'.
026900     03  WS-NAME-SW                  PIC X(1)    VALUE 'N'.
027000         88  WS-88-NAME-FOUND        VALUE 'Y'.
027100     03  WS-NAME-ST-SW               PIC X(1)    VALUE 'N'.
027200         88  WS-88-NAME-ST           VALUE 'Y'.
027300     03  WS-GROUP-OPEN-SW            PIC X(1)    VALUE 'N'.
027400         88  WS-88-GROUP-OPEN        VALUE 'Y'.
027500 01  WS-RUN-DATE                     PIC 9(6)    VALUE 0.
027600 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
027700 01  WS-SRC-SUB                      PIC S9(5)   COMP VALUE 0.
027800 01  WS-ADDR-SUB                     PIC S9(5)   COMP VALUE 0.
027900 01  WS-LINE-SUB                     PIC S9(5)   COMP VALUE 0.
028000 01  WS-NAME-LINES                   PIC S9(5)   COMP VALUE 0.
028100 01  WS-PRF-COUNT                    PIC S9(5)   COMP VALUE 0.
028200 01  WS-ACT-COUNT                    PIC S9(5)   COMP VALUE 0.
028300 01  WS-ITM-COUNT                    PIC S9(5)   COMP VALUE 0.
028400 01  WS-LOW                          PIC S9(5)   COMP VALUE 0.
028500 01  WS-HIGH                         PIC S9(5)   COMP VALUE 0.
028600 01  WS-MID                          PIC S9(5)   COMP VALUE 0.
028700 01  WS-HIT                          PIC S9(5)   COMP VALUE 0.
028800 01  WS-NOTICE-SEQ                   PIC 9(7)    VALUE 0.
028900 01  WS-PIECE-NO                     PIC 9(7)    VALUE 0.
029000 01  WS-SEARCH-ACCOUNT               PIC X(22)   VALUE SPACES.
029100 01  WS-PRIOR-ACCOUNT                PIC X(22)   VALUE LOW-VALUES.
029200 01  WS-SOURCE-RECORD                PIC X(200)  VALUE SPACES.
029300 01  WS-CHANNEL-WORK                 PIC X       VALUE SPACE.
029400     EJECT
029500*----------------------------------------------------------------*
029600*    NOTICE SOURCES - THE PROGRAM THAT WRITES EACH EXTRACT READ  *
029700*    BELOW, IN SELECT ORDER, AND WHETHER ITS NOTICE IS REQUIRED  *
029800*    BY REGULATION (R) OR A COURTESY (C).  A REGULATORY NOTICE   *
029900*    WITH NO USABLE ADDRESS IS HELD, NEVER SUPPRESSED.           *
030000*----------------------------------------------------------------*
030100 01  WS-SOURCE-VALUES.
030200     03  FILLER PIC X(9) VALUE 'IMESCHPRR'.
030300     03  FILLER PIC X(9) VALUE 'IMDOCEXCC'.
030400     03  FILLER PIC X(9) VALUE 'IMTDMATRR'.
030500     03  FILLER PIC X(9) VALUE 'IMDRMCHGR'.
030600     03  FILLER PIC X(9) VALUE 'IMFEENTCR'.
030700     03  FILLER PIC X(9) VALUE 'IMRTNOTCR'.
030800     03  FILLER PIC X(9) VALUE 'IMBNOTICR'.
030900     03  FILLER PIC X(9) VALUE 'IMCUSFEEC'.
031000     03  FILLER PIC X(9) VALUE 'IMEFAHLDR'.
031100     03  FILLER PIC X(9) VALUE 'IMFEEWSWC'.
031200     03  FILLER PIC X(9) VALUE 'IMIDXRTER'.
031300     03  FILLER PIC X(9) VALUE 'IMLNDELQR'.
031400     03  FILLER PIC X(9) VALUE 'IMPROMEXR'.
031500     03  FILLER PIC X(9) VALUE 'IMREGEDMR'.
031600     03  FILLER PIC X(9) VALUE 'IMRTNDECR'.
031700     03  FILLER PIC X(9) VALUE 'IMSTMCYCC'.
031800     03  FILLER PIC X(9) VALUE 'IMXFRLIMR'.
031900     03  FILLER PIC X(9) VALUE 'IMZBLCLSR'.
031915     03  FILLER PIC X(9) VALUE 'IMBRXFERR'.                       GN6220
031930     03  FILLER PIC X(9) VALUE 'IMODLEXPR'.                       GN6221
031945     03  FILLER PIC X(9) VALUE 'IMLIFEVTR'.                       GN6225
031960     03  FILLER PIC X(9) VALUE 'IMCOLQUER'.                       GN6226
031975     03  FILLER PIC X(9) VALUE 'IMW8RCRTR'.                       GN6226
031990     03  FILLER PIC X(9) VALUE 'IMZBACONC'.                       GN6226
032000 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
032100     03  WS-SRC-ENTRY OCCURS 24 TIMES.                            GN6226
032200         05  WS-SRC-PROGRAM          PIC X(8).
032300         05  WS-SRC-CLASS            PIC X.
032400             88  WS-88-SRC-REGULATORY VALUE 'R'.
032500 01  WS-SOURCE-COUNTS.
032600     03  WS-SCT-ENTRY OCCURS 24 TIMES.                            GN6226
032700         05  WS-SCT-PRESENT          PIC X.
032800         05  WS-SCT-READ             PIC 9(7)    COMP.
032900         05  WS-SCT-MAILED           PIC 9(7)    COMP.
033000         05  WS-SCT-REDIRECTED       PIC 9(7)    COMP.
033100         05  WS-SCT-EDELIVERED       PIC 9(7)    COMP.
033200         05  WS-SCT-HELD             PIC 9(7)    COMP.
033300         05  WS-SCT-SUPPRESSED       PIC 9(7)    COMP.
033400     EJECT
033500 01  WS-PREF-TABLE.
033600     03  WS-PRF-ENTRY OCCURS 9000 TIMES
033700                      INDEXED BY PFX.
033800         05  WS-PRF-ACCOUNT          PIC X(22).
033900         05  WS-PRF-CHANNEL          PIC X.
034000*----------------------------------------------------------------*
034100*    ACCOUNTS WITH A NOTICE TODAY, IN ACCOUNT ORDER AS THEY COME *
034200*    OFF THE FIRST SORT, WITH THE TAX ID FROM THE                *
034300*    CROSS-REFERENCE.                                            *
034400*----------------------------------------------------------------*
034500 01  WS-ACCOUNT-TABLE.
034600     03  WS-ACT-ENTRY OCCURS 9000 TIMES.
034700         05  WS-ACT-ACCOUNT          PIC X(22).
034800         05  WS-ACT-TAX-ID           PIC X(11).
034900*----------------------------------------------------------------*
035000*    THE ADDRESS CHOSEN FOR THE CURRENT ACCOUNT.                 *
035100*----------------------------------------------------------------*
035200 01  WS-CUR-ADDRESS-AREA.
035300     03  WS-CUR-ROUTE                PIC X.
035400     03  WS-CUR-REASON               PIC X.
035500     03  WS-CUR-ADDR-SET             PIC 9.
035600     03  WS-CUR-COUNTRY              PIC XX.
035700     03  WS-CUR-ADDRESS.
035800         05  WS-CUR-ADDR-LINE        PIC X(40)   OCCURS 6 TIMES.
035900*----------------------------------------------------------------*
036000*    THE ITEMS OF THE MAIL PIECE BEING BUILT.                    *
036100*----------------------------------------------------------------*
036200 01  WS-GROUP-KEY                    PIC X(266)  VALUE LOW-VALUES.
036300 01  WS-PIECE-HEADER.
036400     03  WS-PCH-DELIVERY             PIC X.
036500     03  WS-PCH-CUST-TYPE            PIC X.
036600     03  WS-PCH-CUST-KEY             PIC X(22).
036700     03  WS-PCH-ACCOUNT              PIC X(22).
036800     03  WS-PCH-ADDR-SET             PIC 9.
036900     03  WS-PCH-COUNTRY              PIC XX.
037000     03  WS-PCH-ADDRESS              PIC X(240).
037100 01  WS-ITEM-TABLE.
037200     03  WS-ITM-ENTRY OCCURS 50 TIMES.
037300         05  WS-ITM-SOURCE-SUB       PIC 99.
037400         05  WS-ITM-ACCOUNT          PIC X(22).
037500         05  WS-ITM-NOTICE-DATA      PIC X(200).
037600     EJECT
037700     COPY IMWSNHUB.
037800     EJECT
037900 01  WS-TOTALS.
038000     03  WS-TOT-READ                 PIC 9(7)    COMP VALUE 0.
038100     03  WS-TOT-NO-ACCOUNT           PIC 9(7)    COMP VALUE 0.
038200     03  WS-TOT-ACCOUNTS             PIC 9(7)    COMP VALUE 0.
038300     03  WS-TOT-ACT-OVERFLOW         PIC 9(7)    COMP VALUE 0.
038350     03  WS-TOT-PRF-OVERFLOW         PIC 9(7)    COMP VALUE 0.
038400     03  WS-TOT-MAILED               PIC 9(7)    COMP VALUE 0.
038500     03  WS-TOT-REDIRECTED           PIC 9(7)    COMP VALUE 0.
038600     03  WS-TOT-EDELIVERED           PIC 9(7)    COMP VALUE 0.
038700     03  WS-TOT-HELD                 PIC 9(7)    COMP VALUE 0.
038800     03  WS-TOT-SUPPRESSED           PIC 9(7)    COMP VALUE 0.
038900     03  WS-TOT-MAIL-PIECES          PIC 9(7)    COMP VALUE 0.
039000     03  WS-TOT-EDL-PIECES           PIC 9(7)    COMP VALUE 0.
039100     03  WS-TOT-HELD-PIECES          PIC 9(7)    COMP VALUE 0.
039200     EJECT
039300 01  WS-REPORT-TITLE.
039400     03  FILLER                      PIC X(48)   VALUE
039500         'IMNTCHUB - DAILY CUSTOMER NOTICE REGISTER       '.
039600     03  FILLER                      PIC X(10)   VALUE
039700         'RUN DATE  '.
039800     03  TTL-RUN-DATE                PIC 9(6).
039900 01  WS-HEADING-1.
040000     03  FILLER                      PIC X(4)    VALUE SPACES.
040100     03  FILLER                      PIC X(40)   VALUE
040200         'SOURCE    CLASS       READ     MAILED  R'.
040300     03  FILLER                      PIC X(40)   VALUE
040400         'EDIRECTED E-DELIVERED       HELD SUPPRES'.
040500     03  FILLER                      PIC X(4)    VALUE
040600         'SED '.
040700 01  WS-SOURCE-LINE.
040800     03  FILLER                      PIC X(4)    VALUE SPACES.
040900     03  SRL-PROGRAM                 PIC X(8).
041000     03  FILLER                      PIC X(2)    VALUE SPACES.
041100     03  SRL-CLASS                   PIC X(10).
041200     03  SRL-READ                    PIC ZZZ,ZZ9.
041300     03  FILLER                      PIC X(4)    VALUE SPACES.
041400     03  SRL-MAILED                  PIC ZZZ,ZZ9.
041500     03  FILLER                      PIC X(4)    VALUE SPACES.
041600     03  SRL-REDIRECTED              PIC ZZZ,ZZ9.
041700     03  FILLER                      PIC X(4)    VALUE SPACES.
041800     03  SRL-EDELIVERED              PIC ZZZ,ZZ9.
041900     03  FILLER                      PIC X(4)    VALUE SPACES.
042000     03  SRL-HELD                    PIC ZZZ,ZZ9.
042100     03  FILLER                      PIC X(4)    VALUE SPACES.
042200     03  SRL-SUPPRESSED              PIC ZZZ,ZZ9.
042300     03  FILLER                      PIC X(2)    VALUE SPACES.
042400     03  SRL-NOTE                    PIC X(20).
042500     03  FILLER                      PIC X(23)   VALUE SPACES.
042600 01  WS-EXCEPTION-HEADING.
042700     03  FILLER                      PIC X(4)    VALUE SPACES.
042800     03  FILLER                      PIC X(44)   VALUE
042900         'NOTICES HELD OR SUPPRESSED                  '.
043000     03  FILLER                      PIC X(85)   VALUE SPACES.
043100 01  WS-EXCEPTION-LINE.
043200     03  FILLER                      PIC X(4)    VALUE SPACES.
043300     03  EXL-ACCOUNT                 PIC X(22).
043400     03  FILLER                      PIC X(2)    VALUE SPACES.
043500     03  EXL-PROGRAM                 PIC X(8).
043600     03  FILLER                      PIC X(2)    VALUE SPACES.
043700     03  EXL-ACTION                  PIC X(10).
043800     03  FILLER                      PIC X(2)    VALUE SPACES.
043900     03  EXL-REASON                  PIC X(24).
044000     03  FILLER                      PIC X(59)   VALUE SPACES.
044100 01  WS-SUMMARY-LINE.
044200     03  FILLER                      PIC X(4)    VALUE SPACES.
044300     03  SUM-LIT                     PIC X(34).
044400     03  SUM-COUNT                   PIC ZZZ,ZZ9.
044500     03  FILLER                      PIC X(88)   VALUE SPACES.
044600 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
044700     EJECT
044800 PROCEDURE DIVISION.
044900*----------------------------------------------------------------*
045000 0000-MAINLINE.
045100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
045200     SORT ACCOUNT-SORT-FILE
045300         ASCENDING KEY AS1-ACCOUNT AS1-SOURCE-SUB AS1-SEQ
045400         INPUT PROCEDURE IS 2000-COLLECT-NOTICES
045500         OUTPUT PROCEDURE IS 3000-RESOLVE-ACCOUNTS.
045600     PERFORM 4000-CUSTOMER-XREF   THRU 4000-EXIT.
045700     SORT PIECE-SORT-FILE
045800         ASCENDING KEY PS2-GROUP PS2-ACCOUNT PS2-SOURCE-SUB
045900                       PS2-SEQ
046000         INPUT PROCEDURE IS 5000-ROUTE-NOTICES
046100         OUTPUT PROCEDURE IS 6000-BUILD-PIECES.
046200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
046300     GOBACK.
046400     EJECT
046500*----------------------------------------------------------------*
046600*    1000-INITIALIZE - LOAD THE E-STATEMENT PREFERENCES.         *
046700*----------------------------------------------------------------*
046800 1000-INITIALIZE.
046900     ACCEPT WS-RUN-DATE FROM DATE.
047000     PERFORM 1050-CLEAR-COUNTS THRU 1050-EXIT
047100         VARYING WS-SRC-SUB FROM 1 BY 1
047200         UNTIL WS-SRC-SUB GREATER THAN WS-SRC-MAX.
047300     MOVE 'N' TO WS-EOF-SW.
047400     OPEN INPUT PREF-FILE-IN.
047500     IF  WS-88-PRF-NOT-FOUND
047600         MOVE 'Y' TO WS-EOF-SW.
047700     PERFORM 1100-LOAD-PREF THRU 1100-EXIT
047800         UNTIL WS-88-EOF.
047900     CLOSE PREF-FILE-IN.
048000     OPEN OUTPUT MAIL-PIECE-OUT.
048100     OPEN OUTPUT EDELIVERY-OUT.
048200     OPEN OUTPUT HELD-MAIL-OUT.
048300     OPEN OUTPUT NOTICE-REGISTER.
048400     MOVE WS-RUN-DATE TO TTL-RUN-DATE.
048500     WRITE NOTICE-REGISTER-LINE FROM WS-BLANK-LINE.
048600     MOVE SPACES TO NOTICE-REGISTER-LINE.
048700     MOVE WS-REPORT-TITLE TO NOTICE-REGISTER-LINE.
048800     WRITE NOTICE-REGISTER-LINE.
048900 1000-EXIT. EXIT.
049000 1050-CLEAR-COUNTS.
049100     MOVE 'Y'  TO WS-SCT-PRESENT (WS-SRC-SUB).
049200     MOVE ZERO TO WS-SCT-READ (WS-SRC-SUB)
049300                  WS-SCT-MAILED (WS-SRC-SUB)
049400                  WS-SCT-REDIRECTED (WS-SRC-SUB)
049500                  WS-SCT-EDELIVERED (WS-SRC-SUB)
049600                  WS-SCT-HELD (WS-SRC-SUB)
049700                  WS-SCT-SUPPRESSED (WS-SRC-SUB).
049800 1050-EXIT. EXIT.
049900 1100-LOAD-PREF.
050000     READ PREF-FILE-IN
050100         AT END MOVE 'Y' TO WS-EOF-SW
050200                GO TO 1100-EXIT.
050300     IF  WS-PRF-COUNT NOT LESS THAN WS-PRF-MAX
050350         ADD 1 TO WS-TOT-PRF-OVERFLOW
050400         GO TO 1100-EXIT.
050500     ADD 1 TO WS-PRF-COUNT.
050600     SET PFX TO WS-PRF-COUNT.
050700     MOVE PRF-ACCOUNT TO WS-PRF-ACCOUNT (PFX).
050800     MOVE PRF-CHANNEL TO WS-PRF-CHANNEL (PFX).
050900 1100-EXIT. EXIT.
051000     EJECT
051100*----------------------------------------------------------------*
051200*    2000-COLLECT-NOTICES - THE INPUT SIDE OF THE FIRST SORT.    *
051300*    EVERY SOURCE EXTRACT IS OPTIONAL; ONE THAT DID NOT RUN      *
051400*    TODAY IS SHOWN AS NOT PRESENT ON THE REGISTER.  EACH RECORD *
051500*    GOES INTO THE SORT BY ITS ACCOUNT, WHICH EVERY SOURCE       *
051600*    CARRIES IN ITS FIRST 22 BYTES - EXCEPT THE W-8BEN           *GN6226
051650*    SOLICITATION, WHICH LEADS WITH THE TAX ID; ITS ACCOUNT IS   *GN6226
051675*    MOVED AHEAD OF THE RECORD AS IT IS READ.                    *GN6226
051700*----------------------------------------------------------------*
051800 2000-COLLECT-NOTICES.
051900     PERFORM 2010-SOURCE-01 THRU 2010-EXIT.
052000     PERFORM 2020-SOURCE-02 THRU 2020-EXIT.
052100     PERFORM 2030-SOURCE-03 THRU 2030-EXIT.
052200     PERFORM 2040-SOURCE-04 THRU 2040-EXIT.
052300     PERFORM 2050-SOURCE-05 THRU 2050-EXIT.
052400     PERFORM 2060-SOURCE-06 THRU 2060-EXIT.
052500     PERFORM 2070-SOURCE-07 THRU 2070-EXIT.
052600     PERFORM 2080-SOURCE-08 THRU 2080-EXIT.
052700     PERFORM 2090-SOURCE-09 THRU 2090-EXIT.
052800     PERFORM 2100-SOURCE-10 THRU 2100-EXIT.
052900     PERFORM 2110-SOURCE-11 THRU 2110-EXIT.
053000     PERFORM 2120-SOURCE-12 THRU 2120-EXIT.
053100     PERFORM 2130-SOURCE-13 THRU 2130-EXIT.
053200     PERFORM 2140-SOURCE-14 THRU 2140-EXIT.
053300     PERFORM 2150-SOURCE-15 THRU 2150-EXIT.
053400     PERFORM 2160-SOURCE-16 THRU 2160-EXIT.
053500     PERFORM 2170-SOURCE-17 THRU 2170-EXIT.
053600     PERFORM 2180-SOURCE-18 THRU 2180-EXIT.
053615     PERFORM 2190-SOURCE-19 THRU 2190-EXIT.                       GN6220
053630     PERFORM 2200-SOURCE-20 THRU 2200-EXIT.                       GN6221
053645     PERFORM 2210-SOURCE-21 THRU 2210-EXIT.                       GN6225
053660     PERFORM 2220-SOURCE-22 THRU 2220-EXIT.                       GN6226
053675     PERFORM 2230-SOURCE-23 THRU 2230-EXIT.                       GN6226
053690     PERFORM 2240-SOURCE-24 THRU 2240-EXIT.                       GN6226
053700 2000-EXIT. EXIT.
053800 2010-SOURCE-01.
053900     MOVE 1 TO WS-SRC-SUB.
054000     OPEN INPUT NOTICE-SOURCE-01.
054100     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
054200     PERFORM 2015-READ-01 THRU 2015-EXIT
054300         UNTIL WS-88-EOF.
054400     CLOSE NOTICE-SOURCE-01.
054500 2010-EXIT. EXIT.
054600 2015-READ-01.
054700     READ NOTICE-SOURCE-01 INTO WS-SOURCE-RECORD
054800         AT END MOVE 'Y' TO WS-EOF-SW
054900                GO TO 2015-EXIT.
055000     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
055100 2015-EXIT. EXIT.
055200 2020-SOURCE-02.
055300     MOVE 2 TO WS-SRC-SUB.
055400     OPEN INPUT NOTICE-SOURCE-02.
055500     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
055600     PERFORM 2025-READ-02 THRU 2025-EXIT
055700         UNTIL WS-88-EOF.
055800     CLOSE NOTICE-SOURCE-02.
055900 2020-EXIT. EXIT.
056000 2025-READ-02.
056100     READ NOTICE-SOURCE-02 INTO WS-SOURCE-RECORD
056200         AT END MOVE 'Y' TO WS-EOF-SW
056300                GO TO 2025-EXIT.
056400     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
056500 2025-EXIT. EXIT.
056600 2030-SOURCE-03.
056700     MOVE 3 TO WS-SRC-SUB.
056800     OPEN INPUT NOTICE-SOURCE-03.
056900     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
057000     PERFORM 2035-READ-03 THRU 2035-EXIT
057100         UNTIL WS-88-EOF.
057200     CLOSE NOTICE-SOURCE-03.
057300 2030-EXIT. EXIT.
057400 2035-READ-03.
057500     READ NOTICE-SOURCE-03 INTO WS-SOURCE-RECORD
057600         AT END MOVE 'Y' TO WS-EOF-SW
057700                GO TO 2035-EXIT.
057800     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
057900 2035-EXIT. EXIT.
058000 2040-SOURCE-04.
058100     MOVE 4 TO WS-SRC-SUB.
058200     OPEN INPUT NOTICE-SOURCE-04.
058300     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
058400     PERFORM 2045-READ-04 THRU 2045-EXIT
058500         UNTIL WS-88-EOF.
058600     CLOSE NOTICE-SOURCE-04.
058700 2040-EXIT. EXIT.
058800 2045-READ-04.
058900     READ NOTICE-SOURCE-04 INTO WS-SOURCE-RECORD
059000         AT END MOVE 'Y' TO WS-EOF-SW
059100                GO TO 2045-EXIT.
059200     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
059300 2045-EXIT. EXIT.
059400 2050-SOURCE-05.
059500     MOVE 5 TO WS-SRC-SUB.
059600     OPEN INPUT NOTICE-SOURCE-05.
059700     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
059800     PERFORM 2055-READ-05 THRU 2055-EXIT
059900         UNTIL WS-88-EOF.
060000     CLOSE NOTICE-SOURCE-05.
060100 2050-EXIT. EXIT.
060200 2055-READ-05.
060300     READ NOTICE-SOURCE-05 INTO WS-SOURCE-RECORD
060400         AT END MOVE 'Y' TO WS-EOF-SW
060500                GO TO 2055-EXIT.
060600     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
060700 2055-EXIT. EXIT.
060800 2060-SOURCE-06.
060900     MOVE 6 TO WS-SRC-SUB.
061000     OPEN INPUT NOTICE-SOURCE-06.
061100     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
061200     PERFORM 2065-READ-06 THRU 2065-EXIT
061300         UNTIL WS-88-EOF.
061400     CLOSE NOTICE-SOURCE-06.
061500 2060-EXIT. EXIT.
061600 2065-READ-06.
061700     READ NOTICE-SOURCE-06 INTO WS-SOURCE-RECORD
061800         AT END MOVE 'Y' TO WS-EOF-SW
061900                GO TO 2065-EXIT.
062000     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
062100 2065-EXIT. EXIT.
062200 2070-SOURCE-07.
062300     MOVE 7 TO WS-SRC-SUB.
062400     OPEN INPUT NOTICE-SOURCE-07.
062500     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
062600     PERFORM 2075-READ-07 THRU 2075-EXIT
062700         UNTIL WS-88-EOF.
062800     CLOSE NOTICE-SOURCE-07.
062900 2070-EXIT. EXIT.
063000 2075-READ-07.
063100     READ NOTICE-SOURCE-07 INTO WS-SOURCE-RECORD
063200         AT END MOVE 'Y' TO WS-EOF-SW
063300                GO TO 2075-EXIT.
063400     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
063500 2075-EXIT. EXIT.
063600 2080-SOURCE-08.
063700     MOVE 8 TO WS-SRC-SUB.
063800     OPEN INPUT NOTICE-SOURCE-08.
063900     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
064000     PERFORM 2085-READ-08 THRU 2085-EXIT
064100         UNTIL WS-88-EOF.
064200     CLOSE NOTICE-SOURCE-08.
064300 2080-EXIT. EXIT.
064400 2085-READ-08.
064500     READ NOTICE-SOURCE-08 INTO WS-SOURCE-RECORD
064600         AT END MOVE 'Y' TO WS-EOF-SW
064700                GO TO 2085-EXIT.
064800     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
064900 2085-EXIT. EXIT.
065000 2090-SOURCE-09.
065100     MOVE 9 TO WS-SRC-SUB.
065200     OPEN INPUT NOTICE-SOURCE-09.
065300     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
065400     PERFORM 2095-READ-09 THRU 2095-EXIT
065500         UNTIL WS-88-EOF.
065600     CLOSE NOTICE-SOURCE-09.
065700 2090-EXIT. EXIT.
065800 2095-READ-09.
065900     READ NOTICE-SOURCE-09 INTO WS-SOURCE-RECORD
066000         AT END MOVE 'Y' TO WS-EOF-SW
066100                GO TO 2095-EXIT.
066200     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
066300 2095-EXIT. EXIT.
066400 2100-SOURCE-10.
066500     MOVE 10 TO WS-SRC-SUB.
066600     OPEN INPUT NOTICE-SOURCE-10.
066700     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
066800     PERFORM 2105-READ-10 THRU 2105-EXIT
066900         UNTIL WS-88-EOF.
067000     CLOSE NOTICE-SOURCE-10.
067100 2100-EXIT. EXIT.
067200 2105-READ-10.
067300     READ NOTICE-SOURCE-10 INTO WS-SOURCE-RECORD
067400         AT END MOVE 'Y' TO WS-EOF-SW
067500                GO TO 2105-EXIT.
067600     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
067700 2105-EXIT. EXIT.
067800 2110-SOURCE-11.
067900     MOVE 11 TO WS-SRC-SUB.
068000     OPEN INPUT NOTICE-SOURCE-11.
068100     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
068200     PERFORM 2115-READ-11 THRU 2115-EXIT
068300         UNTIL WS-88-EOF.
068400     CLOSE NOTICE-SOURCE-11.
068500 2110-EXIT. EXIT.
068600 2115-READ-11.
068700     READ NOTICE-SOURCE-11 INTO WS-SOURCE-RECORD
068800         AT END MOVE 'Y' TO WS-EOF-SW
068900                GO TO 2115-EXIT.
069000     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
069100 2115-EXIT. EXIT.
069200 2120-SOURCE-12.
069300     MOVE 12 TO WS-SRC-SUB.
069400     OPEN INPUT NOTICE-SOURCE-12.
069500     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
069600     PERFORM 2125-READ-12 THRU 2125-EXIT
069700         UNTIL WS-88-EOF.
069800     CLOSE NOTICE-SOURCE-12.
069900 2120-EXIT. EXIT.
070000 2125-READ-12.
070100     READ NOTICE-SOURCE-12 INTO WS-SOURCE-RECORD
070200         AT END MOVE 'Y' TO WS-EOF-SW
070300                GO TO 2125-EXIT.
070400     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
070500 2125-EXIT. EXIT.
070600 2130-SOURCE-13.
070700     MOVE 13 TO WS-SRC-SUB.
070800     OPEN INPUT NOTICE-SOURCE-13.
070900     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
071000     PERFORM 2135-READ-13 THRU 2135-EXIT
071100         UNTIL WS-88-EOF.
071200     CLOSE NOTICE-SOURCE-13.
071300 2130-EXIT. EXIT.
071400 2135-READ-13.
071500     READ NOTICE-SOURCE-13 INTO WS-SOURCE-RECORD
071600         AT END MOVE 'Y' TO WS-EOF-SW
071700                GO TO 2135-EXIT.
071800     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
071900 2135-EXIT. EXIT.
072000 2140-SOURCE-14.
072100     MOVE 14 TO WS-SRC-SUB.
072200     OPEN INPUT NOTICE-SOURCE-14.
072300     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
072400     PERFORM 2145-READ-14 THRU 2145-EXIT
072500         UNTIL WS-88-EOF.
072600     CLOSE NOTICE-SOURCE-14.
072700 2140-EXIT. EXIT.
072800 2145-READ-14.
072900     READ NOTICE-SOURCE-14 INTO WS-SOURCE-RECORD
073000         AT END MOVE 'Y' TO WS-EOF-SW
073100                GO TO 2145-EXIT.
073200     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
073300 2145-EXIT. EXIT.
073400 2150-SOURCE-15.
073500     MOVE 15 TO WS-SRC-SUB.
073600     OPEN INPUT NOTICE-SOURCE-15.
073700     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
073800     PERFORM 2155-READ-15 THRU 2155-EXIT
073900         UNTIL WS-88-EOF.
074000     CLOSE NOTICE-SOURCE-15.
074100 2150-EXIT. EXIT.
074200 2155-READ-15.
074300     READ NOTICE-SOURCE-15 INTO WS-SOURCE-RECORD
074400         AT END MOVE 'Y' TO WS-EOF-SW
074500                GO TO 2155-EXIT.
074600     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
074700 2155-EXIT. EXIT.
074800 2160-SOURCE-16.
074900     MOVE 16 TO WS-SRC-SUB.
075000     OPEN INPUT NOTICE-SOURCE-16.
075100     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
075200     PERFORM 2165-READ-16 THRU 2165-EXIT
075300         UNTIL WS-88-EOF.
075400     CLOSE NOTICE-SOURCE-16.
075500 2160-EXIT. EXIT.
075600 2165-READ-16.
075700     READ NOTICE-SOURCE-16 INTO WS-SOURCE-RECORD
075800         AT END MOVE 'Y' TO WS-EOF-SW
075900                GO TO 2165-EXIT.
076000     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
076100 2165-EXIT. EXIT.
076200 2170-SOURCE-17.
076300     MOVE 17 TO WS-SRC-SUB.
076400     OPEN INPUT NOTICE-SOURCE-17.
076500     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
076600     PERFORM 2175-READ-17 THRU 2175-EXIT
076700         UNTIL WS-88-EOF.
076800     CLOSE NOTICE-SOURCE-17.
076900 2170-EXIT. EXIT.
077000 2175-READ-17.
077100     READ NOTICE-SOURCE-17 INTO WS-SOURCE-RECORD
077200         AT END MOVE 'Y' TO WS-EOF-SW
077300                GO TO 2175-EXIT.
077400     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
077500 2175-EXIT. EXIT.
077600 2180-SOURCE-18.
077700     MOVE 18 TO WS-SRC-SUB.
077800     OPEN INPUT NOTICE-SOURCE-18.
077900     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.
078000     PERFORM 2185-READ-18 THRU 2185-EXIT
078100         UNTIL WS-88-EOF.
078200     CLOSE NOTICE-SOURCE-18.
078300 2180-EXIT. EXIT.
078400 2185-READ-18.
078500     READ NOTICE-SOURCE-18 INTO WS-SOURCE-RECORD
078600         AT END MOVE 'Y' TO WS-EOF-SW
078700                GO TO 2185-EXIT.
078800     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.
078900 2185-EXIT. EXIT.
078902 2190-SOURCE-19.                                                  GN6220
078903     MOVE 19 TO WS-SRC-SUB.                                       GN6220
078904     OPEN INPUT NOTICE-SOURCE-19.                                 GN6220
078905     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6220
078906     PERFORM 2195-READ-19 THRU 2195-EXIT                          GN6220
078907         UNTIL WS-88-EOF.                                         GN6220
078908     CLOSE NOTICE-SOURCE-19.                                      GN6220
078909 2190-EXIT. EXIT.                                                 GN6220
078910 2195-READ-19.                                                    GN6220
078911     READ NOTICE-SOURCE-19 INTO WS-SOURCE-RECORD                  GN6220
078912         AT END MOVE 'Y' TO WS-EOF-SW                             GN6220
078913                GO TO 2195-EXIT.                                  GN6220
078914     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6220
078915 2195-EXIT. EXIT.                                                 GN6220
078916 2200-SOURCE-20.                                                  GN6221
078917     MOVE 20 TO WS-SRC-SUB.                                       GN6221
078918     OPEN INPUT NOTICE-SOURCE-20.                                 GN6221
078919     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6221
078920     PERFORM 2205-READ-20 THRU 2205-EXIT                          GN6221
078921         UNTIL WS-88-EOF.                                         GN6221
078922     CLOSE NOTICE-SOURCE-20.                                      GN6221
078923 2200-EXIT. EXIT.                                                 GN6221
078924 2205-READ-20.                                                    GN6221
078925     READ NOTICE-SOURCE-20 INTO WS-SOURCE-RECORD                  GN6221
078926         AT END MOVE 'Y' TO WS-EOF-SW                             GN6221
078927                GO TO 2205-EXIT.                                  GN6221
078928     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6221
078929 2205-EXIT. EXIT.                                                 GN6221
078930 2210-SOURCE-21.                                                  GN6225
078931     MOVE 21 TO WS-SRC-SUB.                                       GN6225
078932     OPEN INPUT NOTICE-SOURCE-21.                                 GN6225
078933     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6225
078934     PERFORM 2215-READ-21 THRU 2215-EXIT                          GN6225
078935         UNTIL WS-88-EOF.                                         GN6225
078936     CLOSE NOTICE-SOURCE-21.                                      GN6225
078937 2210-EXIT. EXIT.                                                 GN6225
078938 2215-READ-21.                                                    GN6225
078939     READ NOTICE-SOURCE-21 INTO WS-SOURCE-RECORD                  GN6225
078940         AT END MOVE 'Y' TO WS-EOF-SW                             GN6225
078941                GO TO 2215-EXIT.                                  GN6225
078942     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6225
078943 2215-EXIT. EXIT.                                                 GN6225
078944 2220-SOURCE-22.                                                  GN6226
078945     MOVE 22 TO WS-SRC-SUB.                                       GN6226
078946     OPEN INPUT NOTICE-SOURCE-22.                                 GN6226
078947     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6226
078948     PERFORM 2225-READ-22 THRU 2225-EXIT                          GN6226
078949         UNTIL WS-88-EOF.                                         GN6226
078950     CLOSE NOTICE-SOURCE-22.                                      GN6226
078951 2220-EXIT. EXIT.                                                 GN6226
078952 2225-READ-22.                                                    GN6226
078953     READ NOTICE-SOURCE-22 INTO WS-SOURCE-RECORD                  GN6226
078954         AT END MOVE 'Y' TO WS-EOF-SW                             GN6226
078955                GO TO 2225-EXIT.                                  GN6226
078956     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6226
078957 2225-EXIT. EXIT.                                                 GN6226
078958 2230-SOURCE-23.                                                  GN6226
078959     MOVE 23 TO WS-SRC-SUB.                                       GN6226
078960     OPEN INPUT NOTICE-SOURCE-23.                                 GN6226
078961     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6226
078962     PERFORM 2235-READ-23 THRU 2235-EXIT                          GN6226
078963         UNTIL WS-88-EOF.                                         GN6226
078964     CLOSE NOTICE-SOURCE-23.                                      GN6226
078965 2230-EXIT. EXIT.                                                 GN6226
078966 2235-READ-23.                                                    GN6226
078967     READ NOTICE-SOURCE-23                                        GN6226
078968         AT END MOVE 'Y' TO WS-EOF-SW                             GN6226
078969                GO TO 2235-EXIT.                                  GN6226
078970     MOVE SPACES TO WS-SOURCE-RECORD.                             GN6226
078971     MOVE NOTICE-SOURCE-REC-23 (12:22)                            GN6226
078972         TO WS-SOURCE-RECORD (1:22).                              GN6226
078973     MOVE NOTICE-SOURCE-REC-23                                    GN6226
078974         TO WS-SOURCE-RECORD (23:80).                             GN6226
078975     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6226
078976 2235-EXIT. EXIT.                                                 GN6226
078977 2240-SOURCE-24.                                                  GN6226
078978     MOVE 24 TO WS-SRC-SUB.                                       GN6226
078979     OPEN INPUT NOTICE-SOURCE-24.                                 GN6226
078980     PERFORM 2900-SOURCE-OPENED THRU 2900-EXIT.                   GN6226
078981     PERFORM 2245-READ-24 THRU 2245-EXIT                          GN6226
078982         UNTIL WS-88-EOF.                                         GN6226
078983     CLOSE NOTICE-SOURCE-24.                                      GN6226
078984 2240-EXIT. EXIT.                                                 GN6226
078985 2245-READ-24.                                                    GN6226
078986     READ NOTICE-SOURCE-24 INTO WS-SOURCE-RECORD                  GN6226
078987         AT END MOVE 'Y' TO WS-EOF-SW                             GN6226
078988                GO TO 2245-EXIT.                                  GN6226
078989     PERFORM 2950-RELEASE-NOTICE THRU 2950-EXIT.                  GN6226
078990 2245-EXIT. EXIT.                                                 GN6226
079000 2900-SOURCE-OPENED.
079100     MOVE 'N' TO WS-EOF-SW.
079200     IF  WS-88-SRC-NOT-FOUND
079300         MOVE 'N' TO WS-SCT-PRESENT (WS-SRC-SUB)
079400         MOVE 'Y' TO WS-EOF-SW.
079500 2900-EXIT. EXIT.
079600 2950-RELEASE-NOTICE.
079700     ADD 1 TO WS-TOT-READ.
079800     ADD 1 TO WS-SCT-READ (WS-SRC-SUB).
079900     IF  WS-SOURCE-RECORD (1:22) EQUAL SPACES
080000     OR  WS-SOURCE-RECORD (1:22) EQUAL LOW-VALUES
080100         ADD 1 TO WS-TOT-NO-ACCOUNT
080200         GO TO 2950-EXIT.
080300     ADD 1 TO WS-NOTICE-SEQ.
080400     MOVE WS-SOURCE-RECORD (1:22) TO AS1-ACCOUNT.
080500     MOVE WS-SRC-SUB              TO AS1-SOURCE-SUB.
080600     MOVE WS-NOTICE-SEQ           TO AS1-SEQ.
080700     MOVE WS-SOURCE-RECORD        TO AS1-NOTICE-DATA.
080800     RELEASE ACCOUNT-SORT-RECORD.
080900 2950-EXIT. EXIT.
081000     EJECT
081100*----------------------------------------------------------------*
081200*    3000-RESOLVE-ACCOUNTS - THE RETURN SIDE OF THE FIRST SORT.  *
081300*    ON EACH NEW ACCOUNT THE DELIVERY CHANNEL AND MAILING        *
081400*    ADDRESS ARE SETTLED ONCE, MATCHING IMNAME IN ACCOUNT ORDER, *
081500*    AND THE ACCOUNT JOINS THE TABLE THE CROSS-REFERENCE PASS    *
081600*    FILLS IN.                                                   *
081700*----------------------------------------------------------------*
081800 3000-RESOLVE-ACCOUNTS.
081900     OPEN OUTPUT NOTICE-WORK-FILE.
082000     MOVE 'N' TO WS-NAM-EOF-SW.
082100     OPEN INPUT ALT-NAME-ADDR-FILE.
082200     IF  WS-88-NAM-NOT-FOUND
082300         MOVE 'Y' TO WS-NAM-EOF-SW.
082400     PERFORM 3900-READ-NAME THRU 3900-EXIT.
082500     MOVE 'N' TO WS-SORT-EOF-SW.
082600     PERFORM 3100-ONE-SORTED THRU 3100-EXIT
082700         UNTIL WS-88-SORT-EOF.
082800     CLOSE ALT-NAME-ADDR-FILE.
082900     CLOSE NOTICE-WORK-FILE.
083000 3000-EXIT. EXIT.
083100 3100-ONE-SORTED.
083200     RETURN ACCOUNT-SORT-FILE
083300         AT END MOVE 'Y' TO WS-SORT-EOF-SW
083400                GO TO 3100-EXIT.
083500     IF  AS1-ACCOUNT NOT EQUAL WS-PRIOR-ACCOUNT
083600         PERFORM 3200-NEW-ACCOUNT THRU 3200-EXIT.
083700     MOVE SPACES             TO NOTICE-WORK-RECORD.
083800     MOVE AS1-ACCOUNT        TO NWK-ACCOUNT.
083900     MOVE AS1-SOURCE-SUB     TO NWK-SOURCE-SUB.
084000     MOVE AS1-SEQ            TO NWK-SEQ.
084100     MOVE WS-CHANNEL-WORK    TO NWK-CHANNEL.
084200     MOVE WS-CUR-ROUTE       TO NWK-ROUTE.
084300     MOVE WS-CUR-REASON      TO NWK-REASON.
084400     MOVE WS-CUR-ADDR-SET    TO NWK-ADDR-SET.
084500     MOVE WS-CUR-COUNTRY     TO NWK-COUNTRY.
084600     MOVE WS-CUR-ADDRESS     TO NWK-ADDRESS.
084700     MOVE AS1-NOTICE-DATA    TO NWK-NOTICE-DATA.
084800     WRITE NOTICE-WORK-RECORD.
084900 3100-EXIT. EXIT.
085000 3200-NEW-ACCOUNT.
085100     MOVE AS1-ACCOUNT TO WS-PRIOR-ACCOUNT.
085200     ADD 1 TO WS-TOT-ACCOUNTS.
085300     IF  WS-ACT-COUNT LESS THAN WS-ACT-MAX
085400         ADD 1 TO WS-ACT-COUNT
085500         MOVE AS1-ACCOUNT TO WS-ACT-ACCOUNT (WS-ACT-COUNT)
085600         MOVE SPACES      TO WS-ACT-TAX-ID (WS-ACT-COUNT)
085700     ELSE
085800         ADD 1 TO WS-TOT-ACT-OVERFLOW.
085900     MOVE 'P' TO WS-CHANNEL-WORK.
086000     PERFORM 3250-FIND-PREF THRU 3250-EXIT
086100         VARYING WS-SUB FROM 1 BY 1
086200         UNTIL WS-SUB GREATER THAN WS-PRF-COUNT.
086300     MOVE SPACES TO WS-CUR-ADDRESS-AREA.
086400     MOVE 'X'  TO WS-CUR-ROUTE.
086500     MOVE 'N'  TO WS-CUR-REASON.
086600     MOVE ZERO TO WS-CUR-ADDR-SET.
086700     MOVE 'N'  TO WS-NAME-SW WS-NAME-ST-SW.
086800     PERFORM 3900-READ-NAME THRU 3900-EXIT
086900         UNTIL WS-88-NAM-EOF
087000            OR IMN-CONTROL-KEY (1:22) NOT LESS THAN AS1-ACCOUNT.
087100     PERFORM 3300-NAME-RECORD THRU 3300-EXIT
087200         UNTIL WS-88-NAM-EOF
087300            OR IMN-CONTROL-KEY (1:22) NOT EQUAL AS1-ACCOUNT.
087400 3200-EXIT. EXIT.
087500 3250-FIND-PREF.
087600     SET PFX TO WS-SUB.
087700     IF  WS-PRF-ACCOUNT (PFX) EQUAL AS1-ACCOUNT
087800         MOVE WS-PRF-CHANNEL (PFX) TO WS-CHANNEL-WORK
087900         MOVE WS-PRF-COUNT TO WS-SUB.
088000 3250-EXIT. EXIT.
088100     EJECT
088200*----------------------------------------------------------------*
088300*    3300-NAME-RECORD - THE STATEMENT (ST) NAME RECORD IS USED   *
088400*    WHEN THE ACCOUNT HAS ONE, ELSE ITS FIRST, AS IMCHKORD DOES. *
088500*    ITS FIRST ADDRESS IS TAKEN UNLESS IT IS FLAGGED RETURNED;   *
088600*    THEN THE FIRST UNFLAGGED ALTERNATE ADDRESS, IF ANY.         *
088700*----------------------------------------------------------------*
088800 3300-NAME-RECORD.
088900     IF  WS-88-NAME-ST
089000         GO TO 3300-NEXT.
089100     IF  WS-88-NAME-FOUND
089200     AND NOT IMN-USE-CODE-ST
089300         GO TO 3300-NEXT.
089400     MOVE 'Y' TO WS-NAME-SW.
089500     IF  IMN-USE-CODE-ST
089600         MOVE 'Y' TO WS-NAME-ST-SW.
089700     MOVE SPACES TO WS-CUR-ADDRESS-AREA.
089800     MOVE 'X'  TO WS-CUR-ROUTE.
089900     MOVE 'N'  TO WS-CUR-REASON.
090000     MOVE ZERO TO WS-CUR-ADDR-SET.
090100     IF  IMN-NBR-ADDRS NOT GREATER THAN ZERO
090200         GO TO 3300-NEXT.
090300     IF  IMN-LN-NO-LINES (1) GREATER THAN ZERO
090400     AND IMN-RM-FLAG (1) NOT EQUAL 'R'
090500         MOVE 1 TO WS-ADDR-SUB
090600         MOVE 'M' TO WS-CUR-ROUTE
090700         PERFORM 3400-TAKE-ADDRESS THRU 3400-EXIT
090800         GO TO 3300-NEXT.
090900     MOVE 'R' TO WS-CUR-REASON.
091000     PERFORM 3350-ALTERNATE THRU 3350-EXIT
091100         VARYING WS-ADDR-SUB FROM 2 BY 1
091200         UNTIL WS-ADDR-SUB GREATER THAN IMN-NBR-ADDRS
091300            OR WS-ADDR-SUB GREATER THAN 9
091400            OR WS-CUR-ROUTE NOT EQUAL 'X'.
091500 3300-NEXT.
091600     PERFORM 3900-READ-NAME THRU 3900-EXIT.
091700 3300-EXIT. EXIT.
091800 3350-ALTERNATE.
091900     IF  IMN-LN-NO-LINES (WS-ADDR-SUB) GREATER THAN ZERO
092000     AND IMN-RM-FLAG (WS-ADDR-SUB) NOT EQUAL 'R'
092100         MOVE 'R' TO WS-CUR-ROUTE
092200         PERFORM 3400-TAKE-ADDRESS THRU 3400-EXIT.
092300 3350-EXIT. EXIT.
092400 3400-TAKE-ADDRESS.
092500     MOVE SPACE       TO WS-CUR-REASON.
092600     MOVE WS-ADDR-SUB TO WS-CUR-ADDR-SET.
092700     MOVE IMN-LN-COUNTRY (WS-ADDR-SUB) TO WS-CUR-COUNTRY.
092800     MOVE IMN-LN-NO-LINES (WS-ADDR-SUB) TO WS-NAME-LINES.
092900     IF  WS-NAME-LINES GREATER THAN 6
093000         MOVE 6 TO WS-NAME-LINES.
093100     PERFORM 3450-ADDRESS-LINE THRU 3450-EXIT
093200         VARYING WS-LINE-SUB FROM 1 BY 1
093300         UNTIL WS-LINE-SUB GREATER THAN WS-NAME-LINES.
093400 3400-EXIT. EXIT.
093500 3450-ADDRESS-LINE.
093600     MOVE IMN-LN-NAME-ADDR (WS-ADDR-SUB, WS-LINE-SUB)
093700         TO WS-CUR-ADDR-LINE (WS-LINE-SUB).
093800 3450-EXIT. EXIT.
093900 3900-READ-NAME.
094000     IF  WS-88-NAM-EOF
094100         GO TO 3900-EXIT.
094200     READ ALT-NAME-ADDR-FILE
094300         AT END MOVE 'Y' TO WS-NAM-EOF-SW.
094400 3900-EXIT. EXIT.
094500     EJECT
094600*----------------------------------------------------------------*
094700*    4000-CUSTOMER-XREF - EACH ACTIVE CROSS-REFERENCE RECORD FOR *
094800*    AN ACCOUNT WITH A NOTICE GIVES THAT ACCOUNT ITS CUSTOMER.   *
094900*    THE FIRST TAX ID FOUND FOR AN ACCOUNT IS KEPT.              *
095000*----------------------------------------------------------------*
095100 4000-CUSTOMER-XREF.
095200     MOVE 'N' TO WS-EOF-SW.
095300     OPEN INPUT CUST-XREF-FILE.
095400     IF  WS-88-CXR-NOT-FOUND
095500         MOVE 'Y' TO WS-EOF-SW.
095600     PERFORM 4100-ONE-XREF THRU 4100-EXIT
095700         UNTIL WS-88-EOF.
095800     CLOSE CUST-XREF-FILE.
095900 4000-EXIT. EXIT.
096000 4100-ONE-XREF.
096100     READ CUST-XREF-FILE
096200         AT END MOVE 'Y' TO WS-EOF-SW
096300                GO TO 4100-EXIT.
096400     IF  NOT CXR-88-ACTIVE
096500     OR  CXR-TAX-ID EQUAL SPACES
096600         GO TO 4100-EXIT.
096700     MOVE CXR-CONTROL-KEY TO WS-SEARCH-ACCOUNT.
096800     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
096900     IF  WS-HIT GREATER THAN ZERO
097000     AND WS-ACT-TAX-ID (WS-HIT) EQUAL SPACES
097100         MOVE CXR-TAX-ID TO WS-ACT-TAX-ID (WS-HIT).
097200 4100-EXIT. EXIT.
097300     EJECT
097400*----------------------------------------------------------------*
097500*    5000-ROUTE-NOTICES - THE INPUT SIDE OF THE SECOND SORT.     *
097600*    EACH NOTICE IS GIVEN ITS CUSTOMER AND ITS DELIVERY: THE     *
097700*    E-DELIVERY VENDOR, A MAIL PIECE, OR - WITH NO USABLE        *
097800*    ADDRESS - HELD OR SUPPRESSED BY THE SOURCE'S NOTICE CLASS.  *
097900*    'BOTH' ACCOUNTS ARE SENT BOTH WAYS.                         *
098000*----------------------------------------------------------------*
098100 5000-ROUTE-NOTICES.
098200     MOVE 'N' TO WS-EOF-SW.
098300     OPEN INPUT NOTICE-WORK-FILE.
098400     PERFORM 5100-ONE-NOTICE THRU 5100-EXIT
098500         UNTIL WS-88-EOF.
098600     CLOSE NOTICE-WORK-FILE.
098700 5000-EXIT. EXIT.
098800 5100-ONE-NOTICE.
098900     READ NOTICE-WORK-FILE
099000         AT END MOVE 'Y' TO WS-EOF-SW
099100                GO TO 5100-EXIT.
099200     MOVE NWK-SOURCE-SUB TO WS-SRC-SUB.
099300     MOVE SPACES TO PIECE-SORT-RECORD.
099400     MOVE 'A'             TO PS2-CUST-TYPE.
099500     MOVE NWK-ACCOUNT     TO PS2-CUST-KEY.
099600     MOVE NWK-ACCOUNT     TO WS-SEARCH-ACCOUNT.
099700     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
099800     IF  WS-HIT GREATER THAN ZERO
099900     AND WS-ACT-TAX-ID (WS-HIT) NOT EQUAL SPACES
100000         MOVE 'T' TO PS2-CUST-TYPE
100100         MOVE WS-ACT-TAX-ID (WS-HIT) TO PS2-CUST-KEY.
100200     MOVE NWK-ACCOUNT     TO PS2-ACCOUNT.
100300     MOVE NWK-SOURCE-SUB  TO PS2-SOURCE-SUB.
100400     MOVE NWK-SEQ         TO PS2-SEQ.
100500     MOVE NWK-NOTICE-DATA TO PS2-NOTICE-DATA.
100600     MOVE ZERO            TO PS2-ADDR-SET.
100700     IF  NWK-88-ELECTRONIC
100800     OR  NWK-88-BOTH
100900         MOVE 'E' TO PS2-DELIVERY
101000         ADD 1 TO WS-TOT-EDELIVERED
101100         ADD 1 TO WS-SCT-EDELIVERED (WS-SRC-SUB)
101200         RELEASE PIECE-SORT-RECORD.
101300     IF  NWK-88-ELECTRONIC
101400         GO TO 5100-EXIT.
101500     MOVE NWK-REASON TO PS2-REASON.
101600     IF  NWK-88-UNDELIVERABLE
101700         PERFORM 5200-UNDELIVERABLE THRU 5200-EXIT
101800         GO TO 5100-EXIT.
101900     MOVE NWK-ROUTE    TO PS2-DELIVERY.
102000     MOVE NWK-ADDR-SET TO PS2-ADDR-SET.
102100     MOVE NWK-COUNTRY  TO PS2-COUNTRY.
102200     MOVE NWK-ADDRESS  TO PS2-ADDRESS.
102300     ADD 1 TO WS-TOT-MAILED.
102400     ADD 1 TO WS-SCT-MAILED (WS-SRC-SUB).
102500     IF  NWK-88-REDIRECTED
102600         ADD 1 TO WS-TOT-REDIRECTED
102700         ADD 1 TO WS-SCT-REDIRECTED (WS-SRC-SUB).
102800     RELEASE PIECE-SORT-RECORD.
102900 5100-EXIT. EXIT.
103000 5200-UNDELIVERABLE.
103100     IF  WS-88-SRC-REGULATORY (WS-SRC-SUB)
103200         MOVE 'H' TO PS2-DELIVERY
103300         ADD 1 TO WS-TOT-HELD
103400         ADD 1 TO WS-SCT-HELD (WS-SRC-SUB)
103500     ELSE
103600         MOVE 'S' TO PS2-DELIVERY
103700         ADD 1 TO WS-TOT-SUPPRESSED
103800         ADD 1 TO WS-SCT-SUPPRESSED (WS-SRC-SUB).
103900     RELEASE PIECE-SORT-RECORD.
104000 5200-EXIT. EXIT.
104100     EJECT
104200*----------------------------------------------------------------*
104300*    6000-BUILD-PIECES - THE RETURN SIDE OF THE SECOND SORT.     *
104400*    ONE PIECE PER DELIVERY, CUSTOMER AND ADDRESS, UP TO 50      *
104500*    NOTICE RECORDS TO A PIECE.  SUPPRESSED NOTICES MAKE NO      *
104600*    PIECE; THEY AND THE HELD ONES ARE LISTED ON THE REGISTER.   *
104700*    THE COUNTS ARE COMPLETE ONCE THE INPUT SIDE ENDS, SO THE    *
104800*    REGISTER BY SOURCE IS PRINTED FIRST.                        *
104900*----------------------------------------------------------------*
105000 6000-BUILD-PIECES.
105100     PERFORM 8000-PRINT-REGISTER THRU 8000-EXIT.
105200     WRITE NOTICE-REGISTER-LINE FROM WS-BLANK-LINE.
105300     MOVE SPACES TO NOTICE-REGISTER-LINE.
105400     MOVE WS-EXCEPTION-HEADING TO NOTICE-REGISTER-LINE.
105500     WRITE NOTICE-REGISTER-LINE.
105600     MOVE 'N' TO WS-SORT-EOF-SW.
105700     MOVE ZERO TO WS-ITM-COUNT.
105800     PERFORM 6100-ONE-SORTED THRU 6100-EXIT
105900         UNTIL WS-88-SORT-EOF.
106000     IF  WS-ITM-COUNT GREATER THAN ZERO
106100         PERFORM 6500-WRITE-PIECE THRU 6500-EXIT.
106200 6000-EXIT. EXIT.
106300 6100-ONE-SORTED.
106400     RETURN PIECE-SORT-FILE
106500         AT END MOVE 'Y' TO WS-SORT-EOF-SW
106600                GO TO 6100-EXIT.
106700     MOVE PS2-SOURCE-SUB TO WS-SRC-SUB.
106800     IF  PS2-88-HELD
106900     OR  PS2-88-SUPPRESSED
107000         PERFORM 6300-PRINT-EXCEPTION THRU 6300-EXIT.
107100     IF  PS2-88-SUPPRESSED
107200         GO TO 6100-EXIT.
107300     IF  PS2-GROUP NOT EQUAL WS-GROUP-KEY
107400     OR  WS-ITM-COUNT NOT LESS THAN WS-ITM-MAX
107500         PERFORM 6200-NEW-PIECE THRU 6200-EXIT.
107600     ADD 1 TO WS-ITM-COUNT.
107700     MOVE PS2-SOURCE-SUB  TO WS-ITM-SOURCE-SUB (WS-ITM-COUNT).
107800     MOVE PS2-ACCOUNT     TO WS-ITM-ACCOUNT (WS-ITM-COUNT).
107900     MOVE PS2-NOTICE-DATA TO WS-ITM-NOTICE-DATA (WS-ITM-COUNT).
108000 6100-EXIT. EXIT.
108100 6200-NEW-PIECE.
108200     IF  WS-ITM-COUNT GREATER THAN ZERO
108300         PERFORM 6500-WRITE-PIECE THRU 6500-EXIT.
108400     MOVE PS2-GROUP      TO WS-GROUP-KEY.
108500     MOVE PS2-DELIVERY   TO WS-PCH-DELIVERY.
108600     MOVE PS2-CUST-TYPE  TO WS-PCH-CUST-TYPE.
108700     MOVE PS2-CUST-KEY   TO WS-PCH-CUST-KEY.
108800     MOVE PS2-ACCOUNT    TO WS-PCH-ACCOUNT.
108900     MOVE PS2-ADDR-SET   TO WS-PCH-ADDR-SET.
109000     MOVE PS2-COUNTRY    TO WS-PCH-COUNTRY.
109100     MOVE PS2-ADDRESS    TO WS-PCH-ADDRESS.
109200     MOVE ZERO TO WS-ITM-COUNT.
109300 6200-EXIT. EXIT.
109400 6300-PRINT-EXCEPTION.
109500     MOVE PS2-ACCOUNT TO EXL-ACCOUNT.
109600     MOVE WS-SRC-PROGRAM (WS-SRC-SUB) TO EXL-PROGRAM.
109700     MOVE 'HELD      ' TO EXL-ACTION.
109800     IF  PS2-88-SUPPRESSED
109900         MOVE 'SUPPRESSED' TO EXL-ACTION.
110000     MOVE 'NO ADDRESS ON FILE      ' TO EXL-REASON.
110100     IF  PS2-REASON EQUAL 'R'
110200         MOVE 'RETURNED MAIL, NO ALT   ' TO EXL-REASON.
110300     MOVE SPACES TO NOTICE-REGISTER-LINE.
110400     MOVE WS-EXCEPTION-LINE TO NOTICE-REGISTER-LINE.
110500     WRITE NOTICE-REGISTER-LINE.
110600 6300-EXIT. EXIT.
110700     EJECT
110800*----------------------------------------------------------------*
110900*    6500-WRITE-PIECE - THE HEADER AND ITEMS OF ONE PIECE TO THE *
111000*    FILE FOR ITS DELIVERY.                                      *
111100*----------------------------------------------------------------*
111200 6500-WRITE-PIECE.
111300     ADD 1 TO WS-PIECE-NO.
111400     MOVE SPACES TO NOTICE-PIECE-RECORD.
111500     MOVE WS-PIECE-NO TO NPC-PIECE-NO.
111600     MOVE 'H' TO NPC-REC-TYPE.
111700     MOVE WS-PCH-DELIVERY TO NPH-ROUTE.
111800     IF  WS-PCH-CUST-TYPE EQUAL 'T'
111900         MOVE WS-PCH-CUST-KEY TO NPH-TAX-ID.
112000     MOVE WS-PCH-ACCOUNT  TO NPH-ACCOUNT.
112100     MOVE WS-PCH-ADDR-SET TO NPH-ADDR-SET.
112200     MOVE WS-PCH-COUNTRY  TO NPH-COUNTRY.
112300     MOVE WS-PCH-ADDRESS  TO WS-CUR-ADDRESS.
112400     PERFORM 6510-ADDRESS-LINE THRU 6510-EXIT
112500         VARYING WS-LINE-SUB FROM 1 BY 1
112600         UNTIL WS-LINE-SUB GREATER THAN 6.
112700     MOVE WS-ITM-COUNT    TO NPH-ITEM-COUNT.
112800     MOVE WS-RUN-DATE     TO NPH-RUN-DATE.
112900     PERFORM 6600-WRITE-RECORD THRU 6600-EXIT.
113000     PERFORM 6550-WRITE-ITEM THRU 6550-EXIT
113100         VARYING WS-SUB FROM 1 BY 1
113200         UNTIL WS-SUB GREATER THAN WS-ITM-COUNT.
113300     IF  WS-PCH-DELIVERY EQUAL 'E'
113400         ADD 1 TO WS-TOT-EDL-PIECES
113500     ELSE
113600         IF  WS-PCH-DELIVERY EQUAL 'H'
113700             ADD 1 TO WS-TOT-HELD-PIECES
113800         ELSE
113900             ADD 1 TO WS-TOT-MAIL-PIECES.
114000     MOVE ZERO TO WS-ITM-COUNT.
114100 6500-EXIT. EXIT.
114200 6510-ADDRESS-LINE.
114300     MOVE WS-CUR-ADDR-LINE (WS-LINE-SUB)
114400         TO NPH-ADDR-LINE (WS-LINE-SUB).
114500 6510-EXIT. EXIT.
114600 6550-WRITE-ITEM.
114700     MOVE SPACES TO NPC-DATA.
114800     MOVE 'I' TO NPC-REC-TYPE.
114900     MOVE WS-ITM-SOURCE-SUB (WS-SUB) TO WS-SRC-SUB.
115000     MOVE WS-SRC-PROGRAM (WS-SRC-SUB) TO NPI-SOURCE.
115100     MOVE WS-SRC-CLASS (WS-SRC-SUB)   TO NPI-CLASS.
115200     MOVE WS-ITM-ACCOUNT (WS-SUB)     TO NPI-ACCOUNT.
115300     MOVE WS-ITM-NOTICE-DATA (WS-SUB) TO NPI-NOTICE-DATA.
115400     PERFORM 6600-WRITE-RECORD THRU 6600-EXIT.
115500 6550-EXIT. EXIT.
115600 6600-WRITE-RECORD.
115700     IF  WS-PCH-DELIVERY EQUAL 'E'
115800         WRITE EDELIVERY-RECORD FROM NOTICE-PIECE-RECORD
115900         GO TO 6600-EXIT.
116000     IF  WS-PCH-DELIVERY EQUAL 'H'
116100         WRITE HELD-MAIL-RECORD FROM NOTICE-PIECE-RECORD
116200         GO TO 6600-EXIT.
116300     WRITE MAIL-PIECE-RECORD FROM NOTICE-PIECE-RECORD.
116400 6600-EXIT. EXIT.
116500     EJECT
116600*----------------------------------------------------------------*
116700*    7000-FIND-ACCOUNT - BINARY SEARCH OF THE ACCOUNT TABLE FOR  *
116800*    WS-SEARCH-ACCOUNT; WS-HIT RETURNS THE ENTRY OR ZERO.        *
116900*----------------------------------------------------------------*
117000 7000-FIND-ACCOUNT.
117100     MOVE ZERO TO WS-HIT.
117200     MOVE 1 TO WS-LOW.
117300     MOVE WS-ACT-COUNT TO WS-HIGH.
117400     PERFORM 7100-PROBE THRU 7100-EXIT
117500         UNTIL WS-LOW GREATER THAN WS-HIGH
117600            OR WS-HIT GREATER THAN ZERO.
117700 7000-EXIT. EXIT.
117800 7100-PROBE.
117900     COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
118000     IF  WS-ACT-ACCOUNT (WS-MID) EQUAL WS-SEARCH-ACCOUNT
118100         MOVE WS-MID TO WS-HIT
118200         GO TO 7100-EXIT.
118300     IF  WS-ACT-ACCOUNT (WS-MID) LESS THAN WS-SEARCH-ACCOUNT
118400         COMPUTE WS-LOW = WS-MID + 1
118500     ELSE
118600         COMPUTE WS-HIGH = WS-MID - 1.
118700 7100-EXIT. EXIT.
118800     EJECT
118900*----------------------------------------------------------------*
119000*    8000-PRINT-REGISTER - ONE LINE PER NOTICE SOURCE.           *
119100*----------------------------------------------------------------*
119200 8000-PRINT-REGISTER.
119300     WRITE NOTICE-REGISTER-LINE FROM WS-BLANK-LINE.
119400     MOVE SPACES TO NOTICE-REGISTER-LINE.
119500     MOVE WS-HEADING-1 TO NOTICE-REGISTER-LINE.
119600     WRITE NOTICE-REGISTER-LINE.
119700     PERFORM 8100-SOURCE-LINE THRU 8100-EXIT
119800         VARYING WS-SRC-SUB FROM 1 BY 1
119900         UNTIL WS-SRC-SUB GREATER THAN WS-SRC-MAX.
120000 8000-EXIT. EXIT.
120100 8100-SOURCE-LINE.
120200     MOVE WS-SRC-PROGRAM (WS-SRC-SUB) TO SRL-PROGRAM.
120300     MOVE 'COURTESY  ' TO SRL-CLASS.
120400     IF  WS-88-SRC-REGULATORY (WS-SRC-SUB)
120500         MOVE 'REGULATORY' TO SRL-CLASS.
120600     MOVE WS-SCT-READ (WS-SRC-SUB)       TO SRL-READ.
120700     MOVE WS-SCT-MAILED (WS-SRC-SUB)     TO SRL-MAILED.
120800     MOVE WS-SCT-REDIRECTED (WS-SRC-SUB) TO SRL-REDIRECTED.
120900     MOVE WS-SCT-EDELIVERED (WS-SRC-SUB) TO SRL-EDELIVERED.
121000     MOVE WS-SCT-HELD (WS-SRC-SUB)       TO SRL-HELD.
121100     MOVE WS-SCT-SUPPRESSED (WS-SRC-SUB) TO SRL-SUPPRESSED.
121200     MOVE SPACES TO SRL-NOTE.
121300     IF  WS-SCT-PRESENT (WS-SRC-SUB) EQUAL 'N'
121400         MOVE 'EXTRACT NOT PRESENT' TO SRL-NOTE.
121500     MOVE SPACES TO NOTICE-REGISTER-LINE.
121600     MOVE WS-SOURCE-LINE TO NOTICE-REGISTER-LINE.
121700     WRITE NOTICE-REGISTER-LINE.
121800 8100-EXIT. EXIT.
121900     EJECT
122000*----------------------------------------------------------------*
122100*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
122200*----------------------------------------------------------------*
122300 9000-TERMINATE.
122400     WRITE NOTICE-REGISTER-LINE FROM WS-BLANK-LINE.
122500     MOVE 'NOTICE RECORDS READ               ' TO SUM-LIT.
122600     MOVE WS-TOT-READ TO SUM-COUNT.
122700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
122800     MOVE 'RECORDS WITH NO ACCOUNT - DROPPED ' TO SUM-LIT.
122900     MOVE WS-TOT-NO-ACCOUNT TO SUM-COUNT.
123000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123100     MOVE 'ACCOUNTS WITH NOTICES             ' TO SUM-LIT.
123200     MOVE WS-TOT-ACCOUNTS TO SUM-COUNT.
123300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123400     MOVE 'ACCOUNTS NOT GROUPED - TABLE FULL ' TO SUM-LIT.
123500     MOVE WS-TOT-ACT-OVERFLOW TO SUM-COUNT.
123600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123625     MOVE 'PREFERENCES DROPPED - TABLE FULL  ' TO SUM-LIT.
123650     MOVE WS-TOT-PRF-OVERFLOW TO SUM-COUNT.
123675     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
123700     MOVE 'NOTICES MAILED                    ' TO SUM-LIT.
123800     MOVE WS-TOT-MAILED TO SUM-COUNT.
123900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124000     MOVE '  OF WHICH REDIRECTED             ' TO SUM-LIT.
124100     MOVE WS-TOT-REDIRECTED TO SUM-COUNT.
124200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124300     MOVE 'MAIL PIECES                       ' TO SUM-LIT.
124400     MOVE WS-TOT-MAIL-PIECES TO SUM-COUNT.
124500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124600     MOVE 'NOTICES E-DELIVERED               ' TO SUM-LIT.
124700     MOVE WS-TOT-EDELIVERED TO SUM-COUNT.
124800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
124900     MOVE 'E-DELIVERY PIECES                 ' TO SUM-LIT.
125000     MOVE WS-TOT-EDL-PIECES TO SUM-COUNT.
125100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125200     MOVE 'NOTICES HELD                      ' TO SUM-LIT.
125300     MOVE WS-TOT-HELD TO SUM-COUNT.
125400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125500     MOVE 'HELD PIECES                       ' TO SUM-LIT.
125600     MOVE WS-TOT-HELD-PIECES TO SUM-COUNT.
125700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
125800     MOVE 'NOTICES SUPPRESSED                ' TO SUM-LIT.
125900     MOVE WS-TOT-SUPPRESSED TO SUM-COUNT.
126000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
126100     IF  WS-TOT-HELD GREATER THAN ZERO
126200     OR  WS-TOT-ACT-OVERFLOW GREATER THAN ZERO
126300         MOVE 4 TO RETURN-CODE.
126325     IF  WS-TOT-PRF-OVERFLOW GREATER THAN ZERO
126350         MOVE 8 TO RETURN-CODE.
126400     CLOSE MAIL-PIECE-OUT.
126500     CLOSE EDELIVERY-OUT.
126600     CLOSE HELD-MAIL-OUT.
126700     CLOSE NOTICE-REGISTER.
126800 9000-EXIT. EXIT.
126900 9100-PRINT-SUMMARY.
127000     MOVE SPACES TO NOTICE-REGISTER-LINE.
127100     MOVE WS-SUMMARY-LINE TO NOTICE-REGISTER-LINE.
127200     WRITE NOTICE-REGISTER-LINE.
127300 9100-EXIT. EXIT.
