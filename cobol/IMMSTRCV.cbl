*     * GN6216 * 10/12/26 JCTE POINT-IN-TIME ACCOUNT MASTER RECOVERY
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMMSTRCV.
000300 AUTHOR.        JCTE.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/12/26.
000600 DATE-COMPILED. TODAY.
000700*----------------------------------------------------------------*
000800*    IMMSTRCV REBUILDS THE ACCOUNT MASTER AS IT STOOD AT A POINT *
000900*    IN TIME WITHOUT RESTORING LAST NIGHT'S BACKUP AND RERUNNING *
001000*    THE WINDOW.  IT STARTS FROM A COMPRESSED MASTER BACKUP (THE *
001100*    SAME CMA-FORMAT FILE IMTRLVAL SWEEPS) AND ROLLS FORWARD THE *
001200*    POSTED ITEMS FROM THE TRANSACTION ARCHIVE (IMWSTHAR) UP TO  *
001300*    A TARGET POSTING DATE - THE WHOLE DAY, OR ONLY THROUGH A    *
001400*    GIVEN BATCH OR TRACE NUMBER ON THAT DAY.  THE REBUILT       *
001500*    RECORDS ARE WRITTEN IN THE SAME CMA FORMAT FOR ONE ACCOUNT, *
001600*    A KEY RANGE OR THE WHOLE FILE.                              *
001700*----------------------------------------------------------------*
001800*    PARAMETER CARD - THE BACKUP'S POSTING DATE (THE LAST NIGHT  *
001900*    ALREADY ON IT), THE TARGET POSTING DATE, AN OPTIONAL        *
002000*    THROUGH BATCH OR THROUGH TRACE FOR THE TARGET DATE, AND AN  *
002100*    OPTIONAL LOW AND HIGH ACCOUNT KEY.  NO LOW KEY REBUILDS THE *
002200*    WHOLE FILE; A LOW KEY WITH NO HIGH KEY REBUILDS THAT ONE    *
002300*    ACCOUNT.                                                    *
002400*----------------------------------------------------------------*
002500*    ROLL FORWARD - THE BACKUP AND THE ARCHIVE ARE BOTH IN       *
002600*    ACCOUNT KEY ORDER AND ARE MATCHED ACCOUNT BY ACCOUNT.  AN   *
002700*    ARCHIVED ITEM POSTED AFTER THE BACKUP DATE AND NO LATER     *
002800*    THAN THE TARGET DATE IS APPLIED TO WMS-CURR-BAL, A DEBIT    *
002900*    CLASS ('1') SUBTRACTING AND A CREDIT CLASS ('2') ADDING,    *
003000*    THE SAME CLASSES IMMSTTRB PROVES WITH.  AN ITEM ON THE      *
003100*    TARGET DATE PAST THE THROUGH BATCH OR TRACE IS HELD BACK    *
003200*    FROM THE REBUILT RECORD.                                    *
003300*----------------------------------------------------------------*
003400*    PROOF - EVERY BACKUP RECORD, IN SCOPE OR NOT, IS ALSO       *
003500*    ROLLED TO THE END OF THE TARGET DATE (HELD ITEMS INCLUDED)  *
003600*    AND TOTALED BY CTL1/CTL2 BANK AND WMS-ACCT-TYPE, AND THOSE  *
003700*    TOTALS MUST EQUAL THE IMMSTTRB TRIAL-BALANCE FILE WRITTEN   *
003800*    THE NIGHT OF THE TARGET DATE.  A GROUP OUT OF PROOF, AN     *
003900*    ARCHIVED ITEM WITH NO BACKUP RECORD, A DAMAGED BACKUP       *
004000*    RECORD OR A FILE OUT OF KEY ORDER IS LISTED ON THE          *
004100*    DISCREPANCY REPORT AND SETS RETURN CODE 8, SO A REBUILT     *
004200*    MASTER THAT DOES NOT PROVE IS NEVER TAKEN AS GOOD.  A       *
004300*    PARAMETER CARD THAT CANNOT BE USED SETS RETURN CODE 16.     *
004400*----------------------------------------------------------------*
004500*               ** HISTORY OF REVISIONS **                      *
004600* DESCRIPTION                                           CHNGID  *
004700* ____________________________________________________ _______ *
004800* 10/12/26 JCTE NEW PROGRAM - POINT-IN-TIME MASTER       GN6216 *
004900*                RECOVERY FROM BACKUP PLUS ARCHIVE ROLL-FORWARD *
005000*----------------------------------------------------------------*
005100 ENVIRONMENT    DIVISION.
005200 INPUT-OUTPUT   SECTION.
005300 FILE-CONTROL.
005400     SELECT RCV-PARM-FILE     ASSIGN TO "IMRCVPRM"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT COMP-MASTER-FILE  ASSIGN TO "IMACTMSQ"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT TRAN-ARCHIVE-FILE ASSIGN TO "IMWSTHAR"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT OPTIONAL TRIAL-BAL-FILE ASSIGN TO "IMRCVTBI"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TBI-FILE-STATUS.
006300     SELECT REBUILT-MASTER-FILE ASSIGN TO "IMRCVMST"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT RCV-RPT           ASSIGN TO "IMRCVRPT"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT DSC-RPT           ASSIGN TO "IMRCVDSC"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RCV-PARM-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  RCV-PARM-RECORD.
007400     03  RCP-BACKUP-DATE             PIC 9(6).
007500     03  RCP-TARGET-DATE             PIC 9(6).
007600     03  RCP-THRU-BATCH              PIC 9(5).
007700     03  RCP-THRU-TRACE              PIC 9(7).
007800     03  RCP-KEY-LOW                 PIC X(22).
007900     03  RCP-KEY-HIGH                PIC X(22).
008000     03  FILLER                      PIC X(12).
008100 FD  COMP-MASTER-FILE
008200     RECORD CONTAINS 16630 CHARACTERS.
008300 01  COMP-MASTER-RECORD.
008400     03  CMA-LENGTH                  PIC S9(4)   COMP.
008500     03  FILLER                      PIC XX.
008600     03  CMA-HEADER-AREA.
008700         05  CMA-CONTROL-KEY         PIC X(22).
008800         05  CMA-EXC-CODE            PIC X.
008900         05  FILLER                  PIC X(61).
009000     03  CMA-TRAILER-AREA            PIC X(16542).
009100 FD  TRAN-ARCHIVE-FILE.
009200     COPY IMWSTHAR.
009300 FD  TRIAL-BAL-FILE
009400     RECORD CONTAINS 40 CHARACTERS.
009500 01  TRIAL-BAL-RECORD.
009600     03  TBI-GROUP-KEY               PIC X(8).
009700     03  TBI-REC-COUNT               PIC S9(9)   COMP-3.
009800     03  TBI-BAL-TOTAL               PIC S9(15)V99 COMP-3.
009900     03  FILLER                      PIC X(18).
010000 FD  REBUILT-MASTER-FILE
010100     RECORD CONTAINS 16630 CHARACTERS.
010200 01  REBUILT-MASTER-RECORD           PIC X(16630).
010300 FD  RCV-RPT
010400     RECORD CONTAINS 133 CHARACTERS.
010500 01  RCV-RPT-LINE                    PIC X(133).
010600 FD  DSC-RPT
010700     RECORD CONTAINS 133 CHARACTERS.
010800 01  DSC-RPT-LINE                    PIC X(133).
010900 WORKING-STORAGE SECTION.
011000 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMMSTRCV'.
011100 77  WS-GRP-MAX                      PIC S9(5)   COMP VALUE +2000.
011200 77  WS-MIN-LENGTH                   PIC S9(4)   COMP VALUE +88.
011300 77  WS-MAX-LENGTH                   PIC S9(5)   COMP VALUE
011400                                     +16630.
011500 77  WS-TBI-FILE-STATUS              PIC X(2)    VALUE SPACES.
011600     EJECT
011700 01  WS-RUN-DATE-YYMMDD              PIC 9(6).
011800 01  WS-DATE-WORK                    PIC 9(6)    VALUE 0.
011900 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
012000     03  WS-DATE-YR                  PIC 99.
012100     03  WS-DATE-MO                  PIC 99.
012200     03  WS-DATE-DA                  PIC 99.
012300 01  WS-EDIT-DATE                    PIC X(8)    VALUE SPACES.
012400 01  WS-EDIT-BATCH                   PIC Z(4)9.
012500 01  WS-EDIT-TRACE                   PIC Z(6)9.
012600     EJECT
012700 01  WS-SWITCHES.
012800     03  WS-PARM-SW                  PIC X(1)    VALUE 'Y'.
012900         88  WS-88-PARM-OK           VALUE 'Y'.
013000         88  WS-88-PARM-BAD          VALUE 'N'.
013100     03  WS-FILES-OPEN-SW            PIC X(1)    VALUE 'N'.
013200         88  WS-88-FILES-OPEN        VALUE 'Y'.
013300     03  WS-BKP-EOF-SW               PIC X(1)    VALUE 'N'.
013400         88  WS-88-BKP-EOF           VALUE 'Y'.
013500     03  WS-THA-EOF-SW               PIC X(1)    VALUE 'N'.
013600         88  WS-88-THA-EOF           VALUE 'Y'.
013700     03  WS-TBI-EOF-SW               PIC X(1)    VALUE 'N'.
013800         88  WS-88-TBI-EOF           VALUE 'Y'.
013900     03  WS-SCOPE-SW                 PIC X(1)    VALUE 'W'.
014000         88  WS-88-SCOPE-WHOLE       VALUE 'W'.
014100         88  WS-88-SCOPE-ACCOUNT     VALUE 'A'.
014200         88  WS-88-SCOPE-RANGE       VALUE 'R'.
014300     03  WS-IN-SCOPE-SW              PIC X(1)    VALUE 'N'.
014400         88  WS-88-IN-SCOPE          VALUE 'Y'.
014500     03  WS-ITEM-SW                  PIC X(1)    VALUE 'S'.
014600         88  WS-88-ITEM-SKIP         VALUE 'S'.
014700         88  WS-88-ITEM-APPLY        VALUE 'A'.
014800         88  WS-88-ITEM-HELD         VALUE 'H'.
014900     03  WS-PROVED-SW                PIC X(1)    VALUE 'Y'.
015000         88  WS-88-PROVABLE          VALUE 'Y'.
015100         88  WS-88-NOT-PROVABLE      VALUE 'N'.
015200 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
015300 01  WS-GRP-SUB                      PIC S9(5)   COMP VALUE 0.
015400 01  WS-GRP-COUNT                    PIC S9(5)   COMP VALUE 0.
015500 01  WS-GROUP-KEY                    PIC X(8)    VALUE SPACES.
015600 01  WS-PRIOR-BKP-KEY                PIC X(22)   VALUE LOW-VALUES.
015700 01  WS-PRIOR-THA-KEY                PIC X(35)   VALUE LOW-VALUES.
015800 01  WS-ACCT-KEY                     PIC X(22)   VALUE SPACES.
015900 01  WS-ITEM-AMT                     PIC S9(13)V99 COMP-3 VALUE 0.
016000 01  WS-HELD-NET                     PIC S9(15)V99 COMP-3 VALUE 0.
016100 01  WS-DIFF-COUNT                   PIC S9(9)   COMP-3 VALUE 0.
016200 01  WS-DIFF-AMT                     PIC S9(15)V99 COMP-3 VALUE 0.
016300 01  WS-REJECT-LIT                   PIC X(40)   VALUE SPACES.
016400 01  WS-REASON-LIT                   PIC X(34)   VALUE SPACES.
016500     EJECT
016600     COPY SIWSCNTL.
016700     EJECT
016800     COPY IMAWKMST.
016900     EJECT
017000*----------------------------------------------------------------*
017100*    ONE ENTRY PER CTL1/CTL2/ACCOUNT-TYPE GROUP - THE TRIAL-     *
017200*    BALANCE TOTALS FOR THE TARGET DATE AND THE TOTALS OF THE    *
017300*    BACKUP ROLLED TO THE END OF THAT DATE.                      *
017400*----------------------------------------------------------------*
017500 01  WS-GROUP-TABLE.
017600     03  WS-GRP-ENTRY OCCURS 2000 TIMES
017700                      INDEXED BY GRX.
017800         05  WS-GRP-KEY              PIC X(8).
017900         05  WS-GRP-TB-COUNT         PIC S9(9)   COMP-3.
018000         05  WS-GRP-TB-BAL           PIC S9(15)V99 COMP-3.
018100         05  WS-GRP-ROLL-COUNT       PIC S9(9)   COMP-3.
018200         05  WS-GRP-ROLL-BAL         PIC S9(15)V99 COMP-3.
018300     EJECT
018400 01  WS-TOTALS.
018500     03  WS-TOT-TB-GROUPS            PIC 9(7)    COMP VALUE 0.
018600     03  WS-TOT-BKP-READ             PIC 9(9)    COMP VALUE 0.
018700     03  WS-TOT-BKP-DAMAGED          PIC 9(7)    COMP VALUE 0.
018800     03  WS-TOT-THA-READ             PIC 9(9)    COMP VALUE 0.
018900     03  WS-TOT-IN-BACKUP            PIC 9(9)    COMP VALUE 0.
019000     03  WS-TOT-AFTER-TARGET         PIC 9(9)    COMP VALUE 0.
019100     03  WS-TOT-NON-MONETARY         PIC 9(9)    COMP VALUE 0.
019200     03  WS-TOT-ROLLED               PIC 9(9)    COMP VALUE 0.
019300     03  WS-TOT-HELD                 PIC 9(9)    COMP VALUE 0.
019400     03  WS-TOT-NO-BACKUP            PIC 9(7)    COMP VALUE 0.
019500     03  WS-TOT-REBUILT              PIC 9(9)    COMP VALUE 0.
019600     03  WS-TOT-REBUILT-ITEMS        PIC 9(9)    COMP VALUE 0.
019700     03  WS-TOT-GROUPS               PIC 9(7)    COMP VALUE 0.
019800     03  WS-TOT-OUT-OF-PROOF         PIC 9(7)    COMP VALUE 0.
019900     03  WS-TOT-DISCREPANCIES        PIC 9(7)    COMP VALUE 0.
020000     03  WS-TOT-REBUILT-BAL          PIC S9(15)V99 COMP-3 VALUE 0.
020100     03  WS-TOT-HELD-NET             PIC S9(15)V99 COMP-3 VALUE 0.
020200     03  WS-TOT-TB-COUNT             PIC S9(9)   COMP-3 VALUE 0.
020300     03  WS-TOT-ROLL-COUNT           PIC S9(9)   COMP-3 VALUE 0.
020400     03  WS-TOT-TB-BAL               PIC S9(15)V99 COMP-3 VALUE 0.
020500     03  WS-TOT-ROLL-BAL             PIC S9(15)V99 COMP-3 VALUE 0.
020600     EJECT
020700 01  WS-REPORT-TITLE.
020800     03  FILLER                      PIC X(48)   VALUE
020900         'IMMSTRCV - POINT-IN-TIME MASTER RECOVERY        '.
021000     03  FILLER                      PIC X(9)    VALUE
021100         'RUN DATE '.
021200     03  TTL-RUN-DATE                PIC X(8).
021300     03  FILLER                      PIC X(68)   VALUE SPACES.
021400 01  WS-DSC-TITLE.
021500     03  FILLER                      PIC X(48)   VALUE
021600         'IMMSTRCV - MASTER RECOVERY DISCREPANCIES        '.
021700     03  FILLER                      PIC X(9)    VALUE
021800         'RUN DATE '.
021900     03  DTT-RUN-DATE                PIC X(8).
022000     03  FILLER                      PIC X(68)   VALUE SPACES.
022100 01  WS-SECTION-TITLE.
022200     03  FILLER                      PIC X(4)    VALUE SPACES.
022300     03  SEC-TITLE                   PIC X(60).
022400     03  FILLER                      PIC X(69)   VALUE SPACES.
022500 01  WS-PARM-LINE.
022600     03  FILLER                      PIC X(4)    VALUE SPACES.
022700     03  PRM-LIT                     PIC X(30).
022800     03  PRM-TEXT                    PIC X(60).
022900     03  FILLER                      PIC X(39)   VALUE SPACES.
023000 01  WS-PROOF-HEAD.
023100     03  FILLER                      PIC X(4)    VALUE SPACES.
023200     03  FILLER                      PIC X(50)   VALUE
023300         'GROUP         TB RECS  ROLLED RECS            TB B'.
023400     03  FILLER                      PIC X(50)   VALUE
023500         'ALANCE         ROLLED BALANCE             DIFFEREN'.
023600     03  FILLER                      PIC X(29)   VALUE
023700         'CE   PROOF                   '.
023800 01  WS-PROOF-LINE.
023900     03  FILLER                      PIC X(4)    VALUE SPACES.
024000     03  PRL-GROUP                   PIC X(8).
024100     03  FILLER                      PIC X(2)    VALUE SPACES.
024200     03  PRL-TB-COUNT                PIC ZZZ,ZZZ,ZZ9.
024300     03  FILLER                      PIC X(2)    VALUE SPACES.
024400     03  PRL-ROLL-COUNT              PIC ZZZ,ZZZ,ZZ9.
024500     03  FILLER                      PIC X(2)    VALUE SPACES.
024600     03  PRL-TB-BAL                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024700     03  FILLER                      PIC X(2)    VALUE SPACES.
024800     03  PRL-ROLL-BAL                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024900     03  FILLER                      PIC X(2)    VALUE SPACES.
025000     03  PRL-DIFF                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025100     03  FILLER                      PIC X(2)    VALUE SPACES.
025200     03  PRL-PROOF                   PIC X(16).
025300     03  FILLER                      PIC X(8)    VALUE SPACES.
025400 01  WS-DSC-ACCT-HEAD.
025500     03  FILLER                      PIC X(4)    VALUE SPACES.
025600     03  FILLER                      PIC X(50)   VALUE
025700         'TYPE     ACCOUNT                 POSTED      TRACE'.
025800     03  FILLER                      PIC X(50)   VALUE
025900         '  TC            AMOUNT  REASON                    '.
026000     03  FILLER                      PIC X(29)   VALUE SPACES.
026100 01  WS-DSC-ACCT-LINE.
026200     03  FILLER                      PIC X(4)    VALUE SPACES.
026300     03  DSA-TYPE                    PIC X(7).
026400     03  FILLER                      PIC X(2)    VALUE SPACES.
026500     03  DSA-ACCOUNT                 PIC X(22).
026600     03  FILLER                      PIC X(2)    VALUE SPACES.
026700     03  DSA-POST-DATE               PIC X(8).
026800     03  FILLER                      PIC X(2)    VALUE SPACES.
026900     03  DSA-TRACE                   PIC X(7).
027000     03  FILLER                      PIC X(2)    VALUE SPACES.
027100     03  DSA-TRAN-CODE               PIC XX.
027200     03  FILLER                      PIC X(2)    VALUE SPACES.
027300     03  DSA-AMOUNT                  PIC X(16).
027400     03  DSA-AMOUNT-ED REDEFINES DSA-AMOUNT
027500                                     PIC Z,ZZZ,ZZZ,ZZ9.99.
027600     03  FILLER                      PIC X(2)    VALUE SPACES.
027700     03  DSA-REASON                  PIC X(34).
027800     03  FILLER                      PIC X(21)   VALUE SPACES.
027900 01  WS-DSC-GROUP-HEAD.
028000     03  FILLER                      PIC X(4)    VALUE SPACES.
028100     03  FILLER                      PIC X(50)   VALUE
028200         'TYPE     GROUP         TB RECS  ROLLED RECS    BAL'.
028300     03  FILLER                      PIC X(50)   VALUE
028400         'ANCE DIFFERENCE   REASON                          '.
028500     03  FILLER                      PIC X(29)   VALUE SPACES.
028600 01  WS-DSC-GROUP-LINE.
028700     03  FILLER                      PIC X(4)    VALUE SPACES.
028800     03  DSG-TYPE                    PIC X(7)    VALUE 'GROUP'.
028900     03  FILLER                      PIC X(2)    VALUE SPACES.
029000     03  DSG-GROUP                   PIC X(8).
029100     03  FILLER                      PIC X(2)    VALUE SPACES.
029200     03  DSG-TB-COUNT                PIC ZZZ,ZZZ,ZZ9.
029300     03  FILLER                      PIC X(2)    VALUE SPACES.
029400     03  DSG-ROLL-COUNT              PIC ZZZ,ZZZ,ZZ9.
029500     03  FILLER                      PIC X(2)    VALUE SPACES.
029600     03  DSG-DIFF                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
029700     03  FILLER                      PIC X(2)    VALUE SPACES.
029800     03  DSG-REASON                  PIC X(34).
029900     03  FILLER                      PIC X(27)   VALUE SPACES.
030000 01  WS-MESSAGE-LINE.
030100     03  FILLER                      PIC X(4)    VALUE SPACES.
030200     03  MSG-TEXT                    PIC X(70).
030300     03  FILLER                      PIC X(59)   VALUE SPACES.
030400 01  WS-SUMMARY-LINE.
030500     03  FILLER                      PIC X(4)    VALUE SPACES.
030600     03  SUM-LIT                     PIC X(34).
030700     03  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
030800     03  FILLER                      PIC X(84)   VALUE SPACES.
030900 01  WS-SUMMARY-AMT-LINE.
031000     03  FILLER                      PIC X(4)    VALUE SPACES.
031100     03  SUMA-LIT                    PIC X(34).
031200     03  SUMA-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
031300     03  FILLER                      PIC X(74)   VALUE SPACES.
031400 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
031500     EJECT
031600 PROCEDURE DIVISION.
031700*----------------------------------------------------------------*
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032000     IF  WS-88-PARM-OK
032100         PERFORM 1200-LOAD-TRIAL-BAL  THRU 1200-EXIT
032200             UNTIL WS-88-TBI-EOF
032300         PERFORM 2000-MERGE           THRU 2000-EXIT
032400             UNTIL WS-88-BKP-EOF AND WS-88-THA-EOF
032500         PERFORM 4000-PROVE-GROUPS    THRU 4000-EXIT.
032600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
032700     GOBACK.
032800     EJECT
032900*----------------------------------------------------------------*
033000*    1000-INITIALIZE - READ AND CHECK THE PARAMETER CARD, OPEN   *
033100*    THE REPORTS, AND WHEN THE CARD IS GOOD OPEN THE BACKUP,     *
033200*    ARCHIVE, TRIAL-BALANCE AND REBUILT MASTER FILES AND PRIME   *
033300*    THE MATCH.                                                  *
033400*----------------------------------------------------------------*
033500 1000-INITIALIZE.
033600     OPEN INPUT RCV-PARM-FILE.
033700     READ RCV-PARM-FILE
033800         AT END MOVE SPACES TO RCV-PARM-RECORD.
033900     CLOSE RCV-PARM-FILE.
034000     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
034100     MOVE WS-RUN-DATE-YYMMDD TO WS-DATE-WORK.
034200     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
034300     MOVE WS-EDIT-DATE TO TTL-RUN-DATE
034400                          DTT-RUN-DATE.
034500     OPEN OUTPUT RCV-RPT.
034600     OPEN OUTPUT DSC-RPT.
034700     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
034800     MOVE SPACES TO RCV-RPT-LINE.
034900     MOVE WS-REPORT-TITLE TO RCV-RPT-LINE.
035000     WRITE RCV-RPT-LINE.
035100     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
035200     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
035300     MOVE SPACES TO DSC-RPT-LINE.
035400     MOVE WS-DSC-TITLE TO DSC-RPT-LINE.
035500     WRITE DSC-RPT-LINE.
035600     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
035700     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
035800     IF  WS-88-PARM-BAD
035900         GO TO 1000-EXIT.
036000     MOVE 'SECTION 1 - ACCOUNT AND ITEM DISCREPANCIES'
036100         TO SEC-TITLE.
036200     MOVE SPACES TO DSC-RPT-LINE.
036300     MOVE WS-SECTION-TITLE TO DSC-RPT-LINE.
036400     WRITE DSC-RPT-LINE.
036500     MOVE SPACES TO DSC-RPT-LINE.
036600     MOVE WS-DSC-ACCT-HEAD TO DSC-RPT-LINE.
036700     WRITE DSC-RPT-LINE.
036800     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
036900     OPEN INPUT  TRIAL-BAL-FILE.
037000     IF  WS-TBI-FILE-STATUS EQUAL '05' OR '35'
037100         MOVE 'Y' TO WS-TBI-EOF-SW.
037200     OPEN INPUT  COMP-MASTER-FILE.
037300     OPEN INPUT  TRAN-ARCHIVE-FILE.
037400     OPEN OUTPUT REBUILT-MASTER-FILE.
037500     MOVE 'Y' TO WS-FILES-OPEN-SW.
037600     PERFORM 2800-READ-BACKUP  THRU 2800-EXIT.
037700     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
037800 1000-EXIT. EXIT.
037900     EJECT
038000*----------------------------------------------------------------*
038100*    1100-EDIT-PARM - ECHO THE CARD ON THE REPORT AND REJECT IT  *
038200*    WHEN A DATE IS MISSING, THE TARGET IS NOT AFTER THE BACKUP, *
038300*    BOTH A BATCH AND A TRACE ARE GIVEN, OR THE KEY RANGE IS     *
038400*    BACKWARDS.                                                  *
038500*----------------------------------------------------------------*
038600 1100-EDIT-PARM.
038700     IF  RCP-THRU-BATCH NOT NUMERIC
038800         MOVE ZERO TO RCP-THRU-BATCH.
038900     IF  RCP-THRU-TRACE NOT NUMERIC
039000         MOVE ZERO TO RCP-THRU-TRACE.
039100     MOVE 'BACKUP POSTING DATE' TO PRM-LIT.
039200     MOVE SPACES TO PRM-TEXT.
039300     IF  RCP-BACKUP-DATE NUMERIC
039400         MOVE RCP-BACKUP-DATE TO WS-DATE-WORK
039500         PERFORM 7500-EDIT-DATE THRU 7500-EXIT
039600         MOVE WS-EDIT-DATE TO PRM-TEXT.
039700     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
039800     MOVE 'ROLL FORWARD THROUGH' TO PRM-LIT.
039900     MOVE SPACES TO PRM-TEXT.
040000     IF  RCP-TARGET-DATE NUMERIC
040100         MOVE RCP-TARGET-DATE TO WS-DATE-WORK
040200         PERFORM 7500-EDIT-DATE THRU 7500-EXIT
040300         MOVE RCP-THRU-BATCH TO WS-EDIT-BATCH
040400         MOVE RCP-THRU-TRACE TO WS-EDIT-TRACE
040500         IF  RCP-THRU-BATCH GREATER THAN ZERO
040600             STRING WS-EDIT-DATE ' BATCH ' WS-EDIT-BATCH
040700                 DELIMITED BY SIZE INTO PRM-TEXT
040800         ELSE
040900         IF  RCP-THRU-TRACE GREATER THAN ZERO
041000             STRING WS-EDIT-DATE ' TRACE ' WS-EDIT-TRACE
041100                 DELIMITED BY SIZE INTO PRM-TEXT
041200         ELSE
041300             STRING WS-EDIT-DATE ' END OF DAY'
041400                 DELIMITED BY SIZE INTO PRM-TEXT.
041500     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
041600     MOVE 'ACCOUNTS REBUILT' TO PRM-LIT.
041700     MOVE SPACES TO PRM-TEXT.
041800     IF  RCP-KEY-LOW EQUAL SPACES
041900         MOVE 'W' TO WS-SCOPE-SW
042000         MOVE 'WHOLE FILE' TO PRM-TEXT
042100     ELSE
042200     IF  RCP-KEY-HIGH EQUAL SPACES
042300         MOVE 'A' TO WS-SCOPE-SW
042400         MOVE RCP-KEY-LOW TO RCP-KEY-HIGH
042500         STRING 'ACCOUNT ' RCP-KEY-LOW
042600             DELIMITED BY SIZE INTO PRM-TEXT
042700     ELSE
042800         MOVE 'R' TO WS-SCOPE-SW
042900         STRING RCP-KEY-LOW ' THRU ' RCP-KEY-HIGH
043000             DELIMITED BY SIZE INTO PRM-TEXT.
043100     PERFORM 7200-PRINT-PARM THRU 7200-EXIT.
043200     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
043300     IF  RCP-BACKUP-DATE NOT NUMERIC
043400     OR  RCP-BACKUP-DATE EQUAL ZERO
043500         MOVE 'BACKUP POSTING DATE MISSING OR INVALID'
043600             TO WS-REJECT-LIT
043700         PERFORM 1150-REJECT-PARM THRU 1150-EXIT
043800         GO TO 1100-EXIT.
043900     IF  RCP-TARGET-DATE NOT NUMERIC
044000     OR  RCP-TARGET-DATE EQUAL ZERO
044100         MOVE 'TARGET POSTING DATE MISSING OR INVALID'
044200             TO WS-REJECT-LIT
044300         PERFORM 1150-REJECT-PARM THRU 1150-EXIT
044400         GO TO 1100-EXIT.
044500     IF  RCP-TARGET-DATE NOT GREATER THAN RCP-BACKUP-DATE
044600         MOVE 'TARGET DATE NOT AFTER THE BACKUP DATE'
044700             TO WS-REJECT-LIT
044800         PERFORM 1150-REJECT-PARM THRU 1150-EXIT
044900         GO TO 1100-EXIT.
045000     IF  RCP-THRU-BATCH GREATER THAN ZERO
045100     AND RCP-THRU-TRACE GREATER THAN ZERO
045200         MOVE 'GIVE A THROUGH BATCH OR TRACE, NOT BOTH'
045300             TO WS-REJECT-LIT
045400         PERFORM 1150-REJECT-PARM THRU 1150-EXIT
045500         GO TO 1100-EXIT.
045600     IF  WS-88-SCOPE-RANGE
045700     AND RCP-KEY-HIGH LESS THAN RCP-KEY-LOW
045800         MOVE 'HIGH ACCOUNT KEY BELOW THE LOW KEY'
045900             TO WS-REJECT-LIT
046000         PERFORM 1150-REJECT-PARM THRU 1150-EXIT.
046100 1100-EXIT. EXIT.
046200 1150-REJECT-PARM.
046300     MOVE 'N' TO WS-PARM-SW.
046400     MOVE SPACES TO MSG-TEXT.
046500     STRING 'PARAMETER CARD REJECTED - ' WS-REJECT-LIT
046600         DELIMITED BY SIZE INTO MSG-TEXT.
046700     MOVE SPACES TO RCV-RPT-LINE.
046800     MOVE WS-MESSAGE-LINE TO RCV-RPT-LINE.
046900     WRITE RCV-RPT-LINE.
047000     MOVE SPACES TO DSC-RPT-LINE.
047100     MOVE WS-MESSAGE-LINE TO DSC-RPT-LINE.
047200     WRITE DSC-RPT-LINE.
047300 1150-EXIT. EXIT.
047400     EJECT
047500*----------------------------------------------------------------*
047600*    1200-LOAD-TRIAL-BAL - THE IMMSTTRB CLOSING TOTALS FOR THE   *
047700*    TARGET DATE, ONE RECORD PER GROUP.                          *
047800*----------------------------------------------------------------*
047900 1200-LOAD-TRIAL-BAL.
048000     READ TRIAL-BAL-FILE
048100         AT END MOVE 'Y' TO WS-TBI-EOF-SW
048200                GO TO 1200-EXIT.
048300     ADD 1 TO WS-TOT-TB-GROUPS.
048400     MOVE TBI-GROUP-KEY TO WS-GROUP-KEY.
048500     PERFORM 5000-FIND-GROUP THRU 5000-EXIT.
048600     SET GRX TO WS-GRP-SUB.
048700     ADD TBI-REC-COUNT TO WS-GRP-TB-COUNT (GRX).
048800     ADD TBI-BAL-TOTAL TO WS-GRP-TB-BAL (GRX).
048900 1200-EXIT. EXIT.
049000     EJECT
049100*----------------------------------------------------------------*
049200*    2000-MERGE - MATCH THE BACKUP AND THE ARCHIVE ON ACCOUNT.   *
049300*    AN ARCHIVED ACCOUNT BELOW THE CURRENT BACKUP KEY HAS NO     *
049400*    BACKUP RECORD TO ROLL FORWARD.                              *
049500*----------------------------------------------------------------*
049600 2000-MERGE.
049700     IF  WS-88-BKP-EOF
049800         PERFORM 2500-NO-BACKUP-ITEM THRU 2500-EXIT
049900         GO TO 2000-EXIT.
050000     IF  NOT WS-88-THA-EOF
050100     AND THA-ACCOUNT LESS THAN CMA-CONTROL-KEY
050200         PERFORM 2500-NO-BACKUP-ITEM THRU 2500-EXIT
050300         GO TO 2000-EXIT.
050400     PERFORM 3000-ROLL-ACCOUNT THRU 3000-EXIT.
050500 2000-EXIT. EXIT.
050600 2500-NO-BACKUP-ITEM.
050700     PERFORM 3300-SELECT-ITEM THRU 3300-EXIT.
050800     IF  NOT WS-88-ITEM-SKIP
050900         ADD 1 TO WS-TOT-NO-BACKUP
051000         MOVE 'NO BACKUP RECORD FOR THE ACCOUNT' TO WS-REASON-LIT
051100         PERFORM 7700-ITEM-DISCREPANCY THRU 7700-EXIT.
051200     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
051300 2500-EXIT. EXIT.
051400     EJECT
051500 2800-READ-BACKUP.
051600     READ COMP-MASTER-FILE
051700         AT END MOVE 'Y' TO WS-BKP-EOF-SW
051800                GO TO 2800-EXIT.
051900     ADD 1 TO WS-TOT-BKP-READ.
052000     IF  CMA-CONTROL-KEY NOT GREATER THAN WS-PRIOR-BKP-KEY
052100         MOVE 'BACKUP KEY SEQUENCE BREAK' TO WS-REASON-LIT
052200         PERFORM 7600-ACCT-DISCREPANCY THRU 7600-EXIT.
052300     MOVE CMA-CONTROL-KEY TO WS-PRIOR-BKP-KEY.
052400 2800-EXIT. EXIT.
052500 2900-READ-ARCHIVE.
052600     READ TRAN-ARCHIVE-FILE
052700         AT END MOVE 'Y' TO WS-THA-EOF-SW
052800                MOVE HIGH-VALUES TO THA-KEY
052900                GO TO 2900-EXIT.
053000     ADD 1 TO WS-TOT-THA-READ.
053100     IF  THA-KEY LESS THAN WS-PRIOR-THA-KEY
053200         MOVE 'ARCHIVE OUT OF KEY ORDER' TO WS-REASON-LIT
053300         PERFORM 7700-ITEM-DISCREPANCY THRU 7700-EXIT.
053400     MOVE THA-KEY TO WS-PRIOR-THA-KEY.
053500 2900-EXIT. EXIT.
053600     EJECT
053700*----------------------------------------------------------------*
053800*    3000-ROLL-ACCOUNT - EXPAND ONE BACKUP RECORD, APPLY ITS     *
053900*    ARCHIVED ITEMS, ADD IT TO THE PROOF AT THE END OF THE       *
054000*    TARGET DATE AND WRITE IT WHEN IT IS IN SCOPE.  A RECORD     *
054100*    WHOSE CMA-LENGTH IS OUT OF RANGE CANNOT BE EXPANDED AND IS  *
054200*    LEFT OUT.                                                   *
054300*----------------------------------------------------------------*
054400 3000-ROLL-ACCOUNT.
054500     MOVE CMA-CONTROL-KEY TO WS-ACCT-KEY.
054600     IF  CMA-LENGTH LESS THAN WS-MIN-LENGTH
054700     OR  CMA-LENGTH GREATER THAN WS-MAX-LENGTH
054800         ADD 1 TO WS-TOT-BKP-DAMAGED
054900         MOVE 'BACKUP CMA-LENGTH OUT OF RANGE' TO WS-REASON-LIT
055000         PERFORM 7600-ACCT-DISCREPANCY THRU 7600-EXIT
055100         PERFORM 3250-SKIP-ITEM THRU 3250-EXIT
055200             UNTIL THA-ACCOUNT NOT EQUAL WS-ACCT-KEY
055300         PERFORM 2800-READ-BACKUP THRU 2800-EXIT
055400         GO TO 3000-EXIT.
055500     PERFORM 3100-EXPAND-RECORD THRU 3100-EXIT.
055600     MOVE 'N' TO WS-IN-SCOPE-SW.
055700     IF  WS-88-SCOPE-WHOLE
055800         MOVE 'Y' TO WS-IN-SCOPE-SW
055900     ELSE
056000     IF  WS-ACCT-KEY NOT LESS THAN RCP-KEY-LOW
056100     AND WS-ACCT-KEY NOT GREATER THAN RCP-KEY-HIGH
056200         MOVE 'Y' TO WS-IN-SCOPE-SW.
056300     MOVE ZERO TO WS-HELD-NET.
056400     PERFORM 3200-APPLY-ITEM THRU 3200-EXIT
056500         UNTIL THA-ACCOUNT NOT EQUAL WS-ACCT-KEY.
056600     MOVE SPACES TO WS-GROUP-KEY.
056700     MOVE WMS-CONTROL-1 TO WS-GROUP-KEY (1:2).
056800     MOVE WMS-CONTROL-2 TO WS-GROUP-KEY (3:3).
056900     MOVE WMS-ACCT-TYPE TO WS-GROUP-KEY (6:3).
057000     PERFORM 5000-FIND-GROUP THRU 5000-EXIT.
057100     SET GRX TO WS-GRP-SUB.
057200     ADD 1 TO WS-GRP-ROLL-COUNT (GRX).
057300     ADD WMS-CURR-BAL WS-HELD-NET TO WS-GRP-ROLL-BAL (GRX).
057400     IF  WS-88-IN-SCOPE
057500         PERFORM 3400-WRITE-REBUILT THRU 3400-EXIT.
057600     PERFORM 2800-READ-BACKUP THRU 2800-EXIT.
057700 3000-EXIT. EXIT.
057800     EJECT
057900*----------------------------------------------------------------*
058000*    3100-EXPAND-RECORD - EXPAND THE COMPRESSED AREA INTO THE    *
058100*    WORK MASTER EXACTLY AS IMACTM DOES FOR THE SEQUENTIAL       *
058200*    MASTER.  A HEADER-ONLY RECORD CARRIES NO BALANCE.           *
058300*----------------------------------------------------------------*
058400 3100-EXPAND-RECORD.
058500     IF  CMA-EXC-CODE NOT EQUAL '0'
058600         CALL 'IMMSEP' USING MASTER-AREA
058700                             COMP-MASTER-RECORD
058800     ELSE
058900         MOVE CMA-HEADER-AREA TO DDA-ACCT-MASTER
059000         MOVE CMA-LENGTH      TO WMS-LENGTH
059100         MOVE LOW-VALUES      TO WMS-BIN0.
059200     IF  WMS-CURR-BAL NOT NUMERIC
059300         MOVE ZERO TO WMS-CURR-BAL.
059400 3100-EXIT. EXIT.
059500     EJECT
059600 3200-APPLY-ITEM.
059700     PERFORM 3300-SELECT-ITEM THRU 3300-EXIT.
059800     IF  WS-88-ITEM-APPLY
059900         ADD WS-ITEM-AMT TO WMS-CURR-BAL
060000         ADD 1 TO WS-TOT-ROLLED
060100         IF  WS-88-IN-SCOPE
060200             ADD 1 TO WS-TOT-REBUILT-ITEMS.
060300     IF  WS-88-ITEM-HELD
060400         ADD WS-ITEM-AMT TO WS-HELD-NET
060500         ADD 1 TO WS-TOT-HELD
060600         IF  WS-88-IN-SCOPE
060700             ADD WS-ITEM-AMT TO WS-TOT-HELD-NET.
060800     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
060900 3200-EXIT. EXIT.
061000 3250-SKIP-ITEM.
061100     PERFORM 3300-SELECT-ITEM THRU 3300-EXIT.
061200     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
061300 3250-EXIT. EXIT.
061400     EJECT
061500*----------------------------------------------------------------*
061600*    3300-SELECT-ITEM - DECIDE WHAT TO DO WITH THE CURRENT       *
061700*    ARCHIVED ITEM: SKIP IT (ALREADY ON THE BACKUP, AFTER THE    *
061800*    TARGET DATE OR NOT MONETARY), APPLY IT, OR HOLD IT BACK AS  *
061900*    PAST THE THROUGH BATCH OR TRACE ON THE TARGET DATE.         *
062000*    WS-ITEM-AMT IS THE SIGNED EFFECT ON THE BALANCE.            *
062100*----------------------------------------------------------------*
062200 3300-SELECT-ITEM.
062300     MOVE 'S' TO WS-ITEM-SW.
062400     MOVE ZERO TO WS-ITEM-AMT.
062500     IF  THA-POST-DATE NOT GREATER THAN RCP-BACKUP-DATE
062600         ADD 1 TO WS-TOT-IN-BACKUP
062700         GO TO 3300-EXIT.
062800     IF  THA-POST-DATE GREATER THAN RCP-TARGET-DATE
062900         ADD 1 TO WS-TOT-AFTER-TARGET
063000         GO TO 3300-EXIT.
063100     IF  THA-TRAN-CODE (1:1) EQUAL '1'
063200         COMPUTE WS-ITEM-AMT = ZERO - THA-AMOUNT
063300     ELSE
063400     IF  THA-TRAN-CODE (1:1) EQUAL '2'
063500         MOVE THA-AMOUNT TO WS-ITEM-AMT
063600     ELSE
063700         ADD 1 TO WS-TOT-NON-MONETARY
063800         GO TO 3300-EXIT.
063900     MOVE 'A' TO WS-ITEM-SW.
064000     IF  THA-POST-DATE NOT EQUAL RCP-TARGET-DATE
064100         GO TO 3300-EXIT.
064200     IF  RCP-THRU-BATCH GREATER THAN ZERO
064300     AND THA-BATCH GREATER THAN RCP-THRU-BATCH
064400         MOVE 'H' TO WS-ITEM-SW.
064500     IF  RCP-THRU-TRACE GREATER THAN ZERO
064600     AND THA-TRACE GREATER THAN RCP-THRU-TRACE
064700         MOVE 'H' TO WS-ITEM-SW.
064800 3300-EXIT. EXIT.
064900     EJECT
065000*----------------------------------------------------------------*
065100*    3400-WRITE-REBUILT - COMPRESS THE ROLLED ACCOUNT THE WAY    *
065200*    IMACTM DOES BEFORE A SEQUENTIAL WRITE AND WRITE IT TO THE   *
065300*    REBUILT MASTER.                                             *
065400*----------------------------------------------------------------*
065500 3400-WRITE-REBUILT.
065600     ADD 1 TO WS-TOT-REBUILT.
065700     ADD WMS-CURR-BAL TO WS-TOT-REBUILT-BAL.
065800     IF  WMS-EXC-CODE NOT EQUAL '0'
065900         CALL 'IMMSCP' USING MASTER-AREA.
066000     MOVE MASTER-AREA TO REBUILT-MASTER-RECORD.
066100     WRITE REBUILT-MASTER-RECORD.
066200 3400-EXIT. EXIT.
066300     EJECT
066400*----------------------------------------------------------------*
066500*    4000-PROVE-GROUPS - THE ROLLED TOTALS FOR EVERY GROUP MUST  *
066600*    EQUAL THE TRIAL BALANCE FOR THE TARGET DATE.  WITH NO TRIAL *
066700*    BALANCE ON FILE THE REBUILT MASTER CANNOT BE PROVED.        *
066800*----------------------------------------------------------------*
066900 4000-PROVE-GROUPS.
067000     MOVE 'SECTION 1 - TRIAL BALANCE PROOF AT END OF TARGET DATE'
067100         TO SEC-TITLE.
067200     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
067300     MOVE SPACES TO RCV-RPT-LINE.
067400     MOVE WS-PROOF-HEAD TO RCV-RPT-LINE.
067500     WRITE RCV-RPT-LINE.
067600     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
067700     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
067800     MOVE 'SECTION 2 - TRIAL BALANCE GROUP DISCREPANCIES'
067900         TO SEC-TITLE.
068000     MOVE SPACES TO DSC-RPT-LINE.
068100     MOVE WS-SECTION-TITLE TO DSC-RPT-LINE.
068200     WRITE DSC-RPT-LINE.
068300     MOVE SPACES TO DSC-RPT-LINE.
068400     MOVE WS-DSC-GROUP-HEAD TO DSC-RPT-LINE.
068500     WRITE DSC-RPT-LINE.
068600     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
068700     IF  WS-TOT-TB-GROUPS EQUAL ZERO
068800         MOVE 'N' TO WS-PROVED-SW
068900         ADD 1 TO WS-TOT-DISCREPANCIES
069000         MOVE 'NO TRIAL BALANCE ON FILE - MASTER NOT PROVED'
069100             TO MSG-TEXT
069200         MOVE SPACES TO RCV-RPT-LINE
069300         MOVE WS-MESSAGE-LINE TO RCV-RPT-LINE
069400         WRITE RCV-RPT-LINE
069500         MOVE SPACES TO DSC-RPT-LINE
069600         MOVE WS-MESSAGE-LINE TO DSC-RPT-LINE
069700         WRITE DSC-RPT-LINE.
069800     PERFORM 4100-ONE-GROUP THRU 4100-EXIT
069900         VARYING WS-SUB FROM 1 BY 1
070000         UNTIL WS-SUB GREATER THAN WS-GRP-COUNT.
070100     MOVE 'TOTAL'       TO PRL-GROUP.
070200     MOVE WS-TOT-TB-COUNT   TO PRL-TB-COUNT.
070300     MOVE WS-TOT-ROLL-COUNT TO PRL-ROLL-COUNT.
070400     MOVE WS-TOT-TB-BAL TO PRL-TB-BAL.
070500     MOVE WS-TOT-ROLL-BAL TO PRL-ROLL-BAL.
070600     COMPUTE WS-DIFF-AMT = WS-TOT-ROLL-BAL - WS-TOT-TB-BAL.
070700     MOVE WS-DIFF-AMT   TO PRL-DIFF.
070800     MOVE SPACES        TO PRL-PROOF.
070900     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
071000     MOVE SPACES TO RCV-RPT-LINE.
071100     MOVE WS-PROOF-LINE TO RCV-RPT-LINE.
071200     WRITE RCV-RPT-LINE.
071300 4000-EXIT. EXIT.
071400 4100-ONE-GROUP.
071500     SET GRX TO WS-SUB.
071600     ADD 1 TO WS-TOT-GROUPS.
071700     ADD WS-GRP-TB-BAL (GRX)   TO WS-TOT-TB-BAL.
071800     ADD WS-GRP-ROLL-BAL (GRX) TO WS-TOT-ROLL-BAL.
071900     ADD WS-GRP-TB-COUNT (GRX)   TO WS-TOT-TB-COUNT.
072000     ADD WS-GRP-ROLL-COUNT (GRX) TO WS-TOT-ROLL-COUNT.
072100     COMPUTE WS-DIFF-COUNT = WS-GRP-ROLL-COUNT (GRX)
072200         - WS-GRP-TB-COUNT (GRX).
072300     COMPUTE WS-DIFF-AMT = WS-GRP-ROLL-BAL (GRX)
072400         - WS-GRP-TB-BAL (GRX).
072500     MOVE WS-GRP-KEY (GRX)        TO PRL-GROUP.
072600     MOVE WS-GRP-TB-COUNT (GRX)   TO PRL-TB-COUNT.
072700     MOVE WS-GRP-ROLL-COUNT (GRX) TO PRL-ROLL-COUNT.
072800     MOVE WS-GRP-TB-BAL (GRX)     TO PRL-TB-BAL.
072900     MOVE WS-GRP-ROLL-BAL (GRX)   TO PRL-ROLL-BAL.
073000     MOVE WS-DIFF-AMT             TO PRL-DIFF.
073100     IF  WS-88-NOT-PROVABLE
073200         MOVE 'NOT PROVED      ' TO PRL-PROOF
073300     ELSE
073400     IF  WS-DIFF-COUNT EQUAL ZERO
073500     AND WS-DIFF-AMT EQUAL ZERO
073600         MOVE 'IN PROOF        ' TO PRL-PROOF
073700     ELSE
073800         MOVE '** OUT OF PROOF ' TO PRL-PROOF
073900         ADD 1 TO WS-TOT-OUT-OF-PROOF
074000         PERFORM 4200-GROUP-DISCREPANCY THRU 4200-EXIT.
074100     MOVE SPACES TO RCV-RPT-LINE.
074200     MOVE WS-PROOF-LINE TO RCV-RPT-LINE.
074300     WRITE RCV-RPT-LINE.
074400 4100-EXIT. EXIT.
074500 4200-GROUP-DISCREPANCY.
074600     ADD 1 TO WS-TOT-DISCREPANCIES.
074700     MOVE WS-GRP-KEY (GRX)        TO DSG-GROUP.
074800     MOVE WS-GRP-TB-COUNT (GRX)   TO DSG-TB-COUNT.
074900     MOVE WS-GRP-ROLL-COUNT (GRX) TO DSG-ROLL-COUNT.
075000     MOVE WS-DIFF-AMT             TO DSG-DIFF.
075100     IF  WS-GRP-TB-COUNT (GRX) EQUAL ZERO
075200         MOVE 'GROUP NOT ON THE TRIAL BALANCE' TO DSG-REASON
075300     ELSE
075400     IF  WS-GRP-ROLL-COUNT (GRX) EQUAL ZERO
075500         MOVE 'GROUP NOT ON THE ROLLED BACKUP' TO DSG-REASON
075600     ELSE
075700     IF  WS-DIFF-COUNT NOT EQUAL ZERO
075800         MOVE 'RECORD COUNT DOES NOT AGREE' TO DSG-REASON
075900     ELSE
076000         MOVE 'BALANCE DOES NOT AGREE' TO DSG-REASON.
076100     MOVE SPACES TO DSC-RPT-LINE.
076200     MOVE WS-DSC-GROUP-LINE TO DSC-RPT-LINE.
076300     WRITE DSC-RPT-LINE.
076400 4200-EXIT. EXIT.
076500     EJECT
076600 5000-FIND-GROUP.
076700     MOVE ZERO TO WS-GRP-SUB.
076800     PERFORM 5010-SCAN-GROUP THRU 5010-EXIT
076900         VARYING WS-SUB FROM 1 BY 1
077000         UNTIL WS-SUB GREATER THAN WS-GRP-COUNT
077100            OR WS-GRP-SUB GREATER THAN ZERO.
077200     IF  WS-GRP-SUB GREATER THAN ZERO
077300         GO TO 5000-EXIT.
077400     IF  WS-GRP-COUNT NOT LESS THAN WS-GRP-MAX
077500         MOVE 1 TO WS-GRP-SUB
077600         GO TO 5000-EXIT.
077700     ADD 1 TO WS-GRP-COUNT.
077800     SET GRX TO WS-GRP-COUNT.
077900     MOVE WS-GROUP-KEY TO WS-GRP-KEY (GRX).
078000     MOVE ZERO TO WS-GRP-TB-COUNT (GRX)
078100                  WS-GRP-TB-BAL (GRX)
078200                  WS-GRP-ROLL-COUNT (GRX)
078300                  WS-GRP-ROLL-BAL (GRX).
078400     MOVE WS-GRP-COUNT TO WS-GRP-SUB.
078500 5000-EXIT. EXIT.
078600 5010-SCAN-GROUP.
078700     SET GRX TO WS-SUB.
078800     IF  WS-GRP-KEY (GRX) EQUAL WS-GROUP-KEY
078900         MOVE WS-SUB TO WS-GRP-SUB.
079000 5010-EXIT. EXIT.
079100     EJECT
079200 7100-PRINT-SECTION.
079300     MOVE SPACES TO RCV-RPT-LINE.
079400     MOVE WS-SECTION-TITLE TO RCV-RPT-LINE.
079500     WRITE RCV-RPT-LINE.
079600 7100-EXIT. EXIT.
079700 7200-PRINT-PARM.
079800     MOVE SPACES TO RCV-RPT-LINE.
079900     MOVE WS-PARM-LINE TO RCV-RPT-LINE.
080000     WRITE RCV-RPT-LINE.
080100 7200-EXIT. EXIT.
080200 7500-EDIT-DATE.
080300     MOVE SPACES TO WS-EDIT-DATE.
080400     STRING WS-DATE-MO '/' WS-DATE-DA '/' WS-DATE-YR
080500         DELIMITED BY SIZE INTO WS-EDIT-DATE.
080600 7500-EXIT. EXIT.
080700 7600-ACCT-DISCREPANCY.
080800     ADD 1 TO WS-TOT-DISCREPANCIES.
080900     MOVE 'ACCOUNT'       TO DSA-TYPE.
081000     MOVE CMA-CONTROL-KEY TO DSA-ACCOUNT.
081100     MOVE SPACES          TO DSA-POST-DATE
081200                             DSA-TRACE
081300                             DSA-TRAN-CODE
081400                             DSA-AMOUNT.
081500     MOVE WS-REASON-LIT   TO DSA-REASON.
081600     MOVE SPACES TO DSC-RPT-LINE.
081700     MOVE WS-DSC-ACCT-LINE TO DSC-RPT-LINE.
081800     WRITE DSC-RPT-LINE.
081900 7600-EXIT. EXIT.
082000 7700-ITEM-DISCREPANCY.
082100     ADD 1 TO WS-TOT-DISCREPANCIES.
082200     MOVE 'ITEM'          TO DSA-TYPE.
082300     MOVE THA-ACCOUNT     TO DSA-ACCOUNT.
082400     MOVE THA-POST-DATE   TO WS-DATE-WORK.
082500     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
082600     MOVE WS-EDIT-DATE    TO DSA-POST-DATE.
082700     MOVE THA-TRACE       TO WS-EDIT-TRACE.
082800     MOVE WS-EDIT-TRACE   TO DSA-TRACE.
082900     MOVE THA-TRAN-CODE   TO DSA-TRAN-CODE.
083000     MOVE THA-AMOUNT      TO DSA-AMOUNT-ED.
083100     MOVE WS-REASON-LIT   TO DSA-REASON.
083200     MOVE SPACES TO DSC-RPT-LINE.
083300     MOVE WS-DSC-ACCT-LINE TO DSC-RPT-LINE.
083400     WRITE DSC-RPT-LINE.
083500 7700-EXIT. EXIT.
083600     EJECT
083700*----------------------------------------------------------------*
083800*    9000-TERMINATE - SUMMARY TOTALS, THE RETURN CODE AND FILE   *
083900*    CLOSES.                                                     *
084000*----------------------------------------------------------------*
084100 9000-TERMINATE.
084200     IF  WS-88-PARM-BAD
084300         MOVE 16 TO RETURN-CODE
084400         GO TO 9000-CLOSE.
084500     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
084600     MOVE 'BACKUP RECORDS READ' TO SUM-LIT.
084700     MOVE WS-TOT-BKP-READ TO SUM-COUNT.
084800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
084900     MOVE 'BACKUP RECORDS DAMAGED' TO SUM-LIT.
085000     MOVE WS-TOT-BKP-DAMAGED TO SUM-COUNT.
085100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
085200     MOVE 'ARCHIVED ITEMS READ' TO SUM-LIT.
085300     MOVE WS-TOT-THA-READ TO SUM-COUNT.
085400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
085500     MOVE 'ITEMS ALREADY ON THE BACKUP' TO SUM-LIT.
085600     MOVE WS-TOT-IN-BACKUP TO SUM-COUNT.
085700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
085800     MOVE 'ITEMS AFTER THE TARGET DATE' TO SUM-LIT.
085900     MOVE WS-TOT-AFTER-TARGET TO SUM-COUNT.
086000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
086100     MOVE 'NON-MONETARY ITEMS SKIPPED' TO SUM-LIT.
086200     MOVE WS-TOT-NON-MONETARY TO SUM-COUNT.
086300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
086400     MOVE 'ITEMS ROLLED FORWARD' TO SUM-LIT.
086500     MOVE WS-TOT-ROLLED TO SUM-COUNT.
086600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
086700     MOVE 'ITEMS HELD PAST THE CUTOFF' TO SUM-LIT.
086800     MOVE WS-TOT-HELD TO SUM-COUNT.
086900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
087000     MOVE 'ITEMS WITH NO BACKUP RECORD' TO SUM-LIT.
087100     MOVE WS-TOT-NO-BACKUP TO SUM-COUNT.
087200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
087300     MOVE 'ACCOUNTS REBUILT' TO SUM-LIT.
087400     MOVE WS-TOT-REBUILT TO SUM-COUNT.
087500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
087600     MOVE 'ITEMS APPLIED TO REBUILT ACCOUNTS' TO SUM-LIT.
087700     MOVE WS-TOT-REBUILT-ITEMS TO SUM-COUNT.
087800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
087900     MOVE 'GROUPS COMPARED' TO SUM-LIT.
088000     MOVE WS-TOT-GROUPS TO SUM-COUNT.
088100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088200     MOVE 'GROUPS OUT OF PROOF' TO SUM-LIT.
088300     MOVE WS-TOT-OUT-OF-PROOF TO SUM-COUNT.
088400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088500     MOVE 'DISCREPANCIES LISTED' TO SUM-LIT.
088600     MOVE WS-TOT-DISCREPANCIES TO SUM-COUNT.
088700     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
088800     MOVE 'REBUILT ACCOUNTS BALANCE' TO SUMA-LIT.
088900     MOVE WS-TOT-REBUILT-BAL TO SUMA-AMT.
089000     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
089100     MOVE 'NET HELD PAST THE CUTOFF' TO SUMA-LIT.
089200     MOVE WS-TOT-HELD-NET TO SUMA-AMT.
089300     PERFORM 9200-PRINT-AMOUNT THRU 9200-EXIT.
089400     WRITE DSC-RPT-LINE FROM WS-BLANK-LINE.
089500     MOVE SPACES TO MSG-TEXT.
089600     IF  WS-TOT-DISCREPANCIES EQUAL ZERO
089700         MOVE 'NO DISCREPANCIES - REBUILT MASTER PROVED'
089800             TO MSG-TEXT
089900     ELSE
090000         MOVE 8 TO RETURN-CODE
090100         MOVE 'DISCREPANCIES FOUND - REBUILT MASTER NOT PROVED'
090200             TO MSG-TEXT.
090300     MOVE SPACES TO DSC-RPT-LINE.
090400     MOVE WS-MESSAGE-LINE TO DSC-RPT-LINE.
090500     WRITE DSC-RPT-LINE.
090600     WRITE RCV-RPT-LINE FROM WS-BLANK-LINE.
090700     MOVE SPACES TO RCV-RPT-LINE.
090800     MOVE WS-MESSAGE-LINE TO RCV-RPT-LINE.
090900     WRITE RCV-RPT-LINE.
091000 9000-CLOSE.
091100     IF  WS-88-FILES-OPEN
091200         CLOSE TRIAL-BAL-FILE
091300         CLOSE COMP-MASTER-FILE
091400         CLOSE TRAN-ARCHIVE-FILE
091500         CLOSE REBUILT-MASTER-FILE.
091600     CLOSE RCV-RPT.
091700     CLOSE DSC-RPT.
091800 9000-EXIT. EXIT.
091900 9100-PRINT-SUMMARY.
092000     MOVE SPACES TO RCV-RPT-LINE.
092100     MOVE WS-SUMMARY-LINE TO RCV-RPT-LINE.
092200     WRITE RCV-RPT-LINE.
092300 9100-EXIT. EXIT.
092400 9200-PRINT-AMOUNT.
092500     MOVE SPACES TO RCV-RPT-LINE.
092600     MOVE WS-SUMMARY-AMT-LINE TO RCV-RPT-LINE.
092700     WRITE RCV-RPT-LINE.
092800 9200-EXIT. EXIT.
