002100* ____________________________________________________ _______ *
002200* 09/01/26 JCTE NEW PROGRAM - WATCH-LIST SCREENING WITH  GN6142 *
002300*                PHONETIC MATCHING AND FULL RESCAN              *
002325* 09/10/26 JCTE POTENTIAL MATCHES ALSO WRITTEN TO THE    GN6181 *
002350*                SUSPICIOUS-ACTIVITY ALERT FILE (IMWLSALR) FOR  *
002375*                THE IMSARCAS CASE INTAKE                       *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
004000         FILE STATUS IS WS-EXC-FILE-STATUS.
004100     SELECT WLS-RPT           ASSIGN TO "IMWLSRPT"
004200         ORGANIZATION IS SEQUENTIAL.
004233     SELECT WLS-ALERT-OUT     ASSIGN TO "IMWLSALR"                GN6181
004266         ORGANIZATION IS SEQUENTIAL.                              GN6181
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  WLS-PARM-FILE
006400 FD  WLS-RPT
006500     RECORD CONTAINS 133 CHARACTERS.
006600 01  WLS-RPT-LINE                    PIC X(133).
006625 FD  WLS-ALERT-OUT                                                GN6181
006650     RECORD CONTAINS 100 CHARACTERS.                              GN6181
006675     COPY IMWSSAAL.                                               GN6181
006700 WORKING-STORAGE SECTION.
006800 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMWLSCRN'.
006900 77  WS-WLS-EX-CODE                  PIC X(4)    VALUE 'WL01'.
008700 01  WS-KEY-WORK                     PIC X(4)    VALUE SPACES.
008800 01  WS-ACCT-WORK                    PIC X(22)   VALUE SPACES.
008900 01  WS-RANK-WORK                    PIC 9       VALUE 0.
008950 01  WS-ALERT-DATE                   PIC 9(6)    VALUE 0.         GN6181
009000     EJECT
009100     COPY IMWSSNDX.
009200     EJECT
015800     END-IF.
015900     OPEN OUTPUT WLS-RPT.
016000     WRITE WLS-RPT-LINE FROM WS-BLANK-LINE.
016033     OPEN OUTPUT WLS-ALERT-OUT.                                   GN6181
016066     ACCEPT WS-ALERT-DATE FROM DATE.                              GN6181
016100     MOVE SPACES TO WLS-RPT-LINE.
016200     MOVE WS-REPORT-TITLE TO WLS-RPT-LINE.
016300     WRITE WLS-RPT-LINE.
028100     MOVE WS-WLS-EX-CODE TO IMEX-EX-CODE.
028200     MOVE WS-RANK-WORK   TO IMEX-SEQUENCE.
028300     WRITE EXCEPTION-AREA.
028310     MOVE SPACES TO SAR-ALERT-RECORD.                             GN6181
028320     MOVE WS-PROGRAM-ID        TO SAL-SOURCE-PGM.                 GN6181
028330     MOVE WS-WLS-EX-CODE       TO SAL-ALERT-TYPE.                 GN6181
028340     MOVE WS-ALERT-DATE        TO SAL-ALERT-DATE.                 GN6181
028350     MOVE WS-ACCT-WORK         TO SAL-ACCOUNT.                    GN6181
028360     MOVE ZERO                 TO SAL-AMOUNT.                     GN6181
028370     MOVE WS-RANK-WORK         TO SAL-RANK.                       GN6181
028380     MOVE WS-NAME-WORK         TO SAL-SUBJECT-NAME.               GN6181
028390     WRITE SAR-ALERT-RECORD.                                      GN6181
028400     MOVE WS-ACCT-WORK         TO DTL-ACCOUNT.
028500     MOVE WS-NAME-WORK         TO DTL-NAME.
028600     MOVE WS-LST-LIST-ID (LSX) TO DTL-LIST-ID.
031300     CLOSE NAME-ADDRESS-FILE.
031400     CLOSE WLS-EXCEPTION-FILE.
031500     CLOSE WLS-RPT.
031550     CLOSE WLS-ALERT-OUT.                                         GN6181
031600 9000-EXIT. EXIT.
031700 9100-PRINT-SUMMARY.
031800     MOVE SPACES TO WLS-RPT-LINE.
