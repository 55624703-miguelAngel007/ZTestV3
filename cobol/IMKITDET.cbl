002100* ____________________________________________________ _______ *
002200* 09/01/26 JCTE NEW PROGRAM - CROSS-ACCOUNT KITING       GN6165 *
002300*                DETECTION AND RANKED WORKLIST                  *
002325* 09/10/26 JCTE RANKED SUSPECTS ALSO WRITTEN TO THE      GN6181 *
002350*                SUSPICIOUS-ACTIVITY ALERT FILE (IMKITALR) FOR  *
002375*                THE IMSARCAS CASE INTAKE                       *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
003400         FILE STATUS IS WS-AFF-FILE-STATUS.
003500     SELECT KIT-WORKLIST-RPT  ASSIGN TO "IMKITRPT"
003600         ORGANIZATION IS SEQUENTIAL.
003633     SELECT KIT-ALERT-OUT     ASSIGN TO "IMKITALR"                GN6181
003666         ORGANIZATION IS SEQUENTIAL.                              GN6181
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  KIT-PARM-FILE
005000 FD  KIT-WORKLIST-RPT
005100     RECORD CONTAINS 133 CHARACTERS.
005200 01  KIT-WORKLIST-RPT-LINE           PIC X(133).
005225 FD  KIT-ALERT-OUT                                                GN6181
005250     RECORD CONTAINS 100 CHARACTERS.                              GN6181
005275     COPY IMWSSAAL.                                               GN6181
005300 WORKING-STORAGE SECTION.
005400 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMKITDET'.
005500 77  WS-ACC-MAX                      PIC S9(5)   COMP VALUE +5000.
007200 01  WS-ACC-COUNT                    PIC S9(5)   COMP VALUE 0.
007300 01  WS-TIN-COUNT                    PIC S9(5)   COMP VALUE 0.
007400 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
007450 01  WS-ALERT-DATE                   PIC 9(6)    VALUE 0.         GN6181
007500 01  WS-FLOAT-WORK                   PIC S9(13)V99 COMP-3
007600                                     VALUE 0.
007700 01  WS-ROUND-TRIP                   PIC S9(13)V99 COMP-3
016100     READ KIT-PARM-FILE
016200         AT END MOVE 3 TO KTP-MIN-DAYS.
016300     CLOSE KIT-PARM-FILE.
016316     IF  KTP-TO-DATE NUMERIC                                      GN6181
016332     AND KTP-TO-DATE GREATER THAN ZERO                            GN6181
016348         MOVE KTP-TO-DATE TO WS-ALERT-DATE                        GN6181
016364     ELSE                                                         GN6181
016380         ACCEPT WS-ALERT-DATE FROM DATE.                          GN6181
016400     OPEN INPUT TRAN-ARCHIVE-FILE.
016500     OPEN INPUT EXTENDED-FLOAT-FILE.
016600     IF  WS-AFF-FILE-STATUS EQUAL '05' OR '35'
016700         MOVE 'Y' TO WS-AFF-EOF-SW.
016800     OPEN OUTPUT KIT-WORKLIST-RPT.
016850     OPEN OUTPUT KIT-ALERT-OUT.                                   GN6181
016900     WRITE KIT-WORKLIST-RPT-LINE FROM WS-BLANK-LINE.
017000     MOVE SPACES TO KIT-WORKLIST-RPT-LINE.
017100     MOVE WS-REPORT-TITLE TO KIT-WORKLIST-RPT-LINE.
039100     MOVE SPACES TO KIT-WORKLIST-RPT-LINE.
039200     MOVE WS-DETAIL-LINE TO KIT-WORKLIST-RPT-LINE.
039300     WRITE KIT-WORKLIST-RPT-LINE.
039350     PERFORM 5500-WRITE-ALERT THRU 5500-EXIT.                     GN6181
039400 5400-EXIT. EXIT.
039406*----------------------------------------------------------------*GN6181
039412*    5500-WRITE-ALERT - THE SUSPECT TAXPAYER GOES TO THE         *GN6181
039418*    SUSPICIOUS-ACTIVITY CASE INTAKE AS A 'KITE' ALERT.          *GN6181
039424*----------------------------------------------------------------*GN6181
039430 5500-WRITE-ALERT.                                                GN6181
039436     MOVE SPACES TO SAR-ALERT-RECORD.                             GN6181
039442     MOVE WS-PROGRAM-ID        TO SAL-SOURCE-PGM.                 GN6181
039448     MOVE 'KITE'               TO SAL-ALERT-TYPE.                 GN6181
039454     MOVE WS-ALERT-DATE        TO SAL-ALERT-DATE.                 GN6181
039460     MOVE WS-TIN-TAX-ID (TIX)  TO SAL-TAX-ID.                     GN6181
039466     MOVE WS-TIN-SCORE (TIX)   TO SAL-AMOUNT.                     GN6181
039472     MOVE 1                    TO SAL-RANK.                       GN6181
039478     WRITE SAR-ALERT-RECORD.                                      GN6181
039484 5500-EXIT. EXIT.                                                 GN6181
039500     EJECT
039600*----------------------------------------------------------------*
039700*    9000-TERMINATE - SUMMARY TOTALS AND FILE CLOSES.            *
041500     CLOSE TRAN-ARCHIVE-FILE.
041600     CLOSE EXTENDED-FLOAT-FILE.
041700     CLOSE KIT-WORKLIST-RPT.
041750     CLOSE KIT-ALERT-OUT.                                         GN6181
041800 9000-EXIT. EXIT.
041900 9100-PRINT-SUMMARY.
042000     MOVE SPACES TO KIT-WORKLIST-RPT-LINE.
