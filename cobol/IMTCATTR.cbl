002000* ____________________________________________________ _______ *
002100* 09/01/26 JCTE NEW PROGRAM - CENTRAL TRANSACTION-CODE   GN6169 *
002200*                ATTRIBUTE TABLE                                *
002233* 10/01/26 JCTE BAI2 TYPE CODE CARRIED ON THE        GN6201 *
002266*                MAINTENANCE CARD, EDITED NUMERIC, AND SHOWN    *
002299*                ON THE PROOF                                   *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT    DIVISION.
002500 INPUT-OUTPUT   SECTION.
005500     03  TCM-LIMITED-FLAG            PIC X.
005600     03  TCM-CUST-INIT-FLAG          PIC X.
005700     03  TCM-DR-CR-CLASS             PIC X.
005750     03  TCM-BAI-TYPE-CODE           PIC X(3).                    GN6201
005800     03  FILLER                      PIC X(46).                   GN6201
005900 FD  TRANSACTION-FILE.
006000     COPY IMWSTRAN.
006100 FD  TCA-TABLE-OUT
009600         05  WS-TCA-LIMITED          PIC X.
009700         05  WS-TCA-CUST-INIT        PIC X.
009800         05  WS-TCA-DR-CR            PIC X.
009850         05  WS-TCA-BAI              PIC X(3).                    GN6201
009900         05  WS-TCA-STATUS           PIC X.
010000     EJECT
010100 01  WS-TOTALS.
012200     03  DTL-CUST-INIT               PIC X.
012300     03  FILLER                      PIC X(2)    VALUE SPACES.
012400     03  DTL-DR-CR                   PIC X.
012433     03  FILLER                      PIC X(2)    VALUE SPACES.    GN6201
012466     03  DTL-BAI                     PIC X(3).                    GN6201
012500     03  FILLER                      PIC X(2)    VALUE SPACES.
012600     03  DTL-ACTION                  PIC X(28).
012700     03  FILLER                      PIC X(55)   VALUE SPACES.    GN6201
012800 01  WS-SUMMARY-LINE.
012900     03  FILLER                      PIC X(4)    VALUE SPACES.
013000     03  SUM-LIT                     PIC X(34).
018300     MOVE TCA-LIMITED-FLAG   TO WS-TCA-LIMITED (TCX).
018400     MOVE TCA-CUST-INIT-FLAG TO WS-TCA-CUST-INIT (TCX).
018500     MOVE TCA-DR-CR-CLASS    TO WS-TCA-DR-CR (TCX).
018550     MOVE TCA-BAI-TYPE-CODE  TO WS-TCA-BAI (TCX).                 GN6201
018600     MOVE 'A'                TO WS-TCA-STATUS (TCX).
018700 1200-EXIT. EXIT.
018800     EJECT
020000     MOVE TCM-LIMITED-FLAG TO DTL-LIMITED.
020100     MOVE TCM-CUST-INIT-FLAG TO DTL-CUST-INIT.
020200     MOVE TCM-DR-CR-CLASS TO DTL-DR-CR.
020250     MOVE TCM-BAI-TYPE-CODE TO DTL-BAI.                           GN6201
020300     PERFORM 2100-FIND-CODE THRU 2100-EXIT.
020400     IF  TCM-88-ADD
020500         IF  (TCM-DR-CR-CLASS NOT EQUAL 'D' AND 'C')
020600         OR  TCM-TRAN-CODE EQUAL SPACES
020633         OR  (TCM-BAI-TYPE-CODE NOT EQUAL SPACES                  GN6201
020666         AND  TCM-BAI-TYPE-CODE NOT NUMERIC)                      GN6201
020700             ADD 1 TO WS-TOT-REJECTED
020800             MOVE 'REJECTED - FAILED EDIT      ' TO DTL-ACTION
020900             PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
025400     MOVE TCM-LIMITED-FLAG   TO WS-TCA-LIMITED (TCX).
025500     MOVE TCM-CUST-INIT-FLAG TO WS-TCA-CUST-INIT (TCX).
025600     MOVE TCM-DR-CR-CLASS    TO WS-TCA-DR-CR (TCX).
025650     MOVE TCM-BAI-TYPE-CODE  TO WS-TCA-BAI (TCX).                 GN6201
025700     MOVE 'A'                TO WS-TCA-STATUS (TCX).
025800     MOVE 'CODE ADDED OR REPLACED      ' TO DTL-ACTION.
025900     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
027900     MOVE WS-TCA-LIMITED (TCX)   TO DTL-LIMITED.
028000     MOVE WS-TCA-CUST-INIT (TCX) TO DTL-CUST-INIT.
028100     MOVE WS-TCA-DR-CR (TCX)     TO DTL-DR-CR.
028150     MOVE WS-TCA-BAI (TCX)       TO DTL-BAI.                      GN6201
028200     MOVE 'ON TABLE                    ' TO DTL-ACTION.
028300     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
028400 3100-EXIT. EXIT.
033900     MOVE WS-TCA-LIMITED (TCX)   TO TCA-LIMITED-FLAG.
034000     MOVE WS-TCA-CUST-INIT (TCX) TO TCA-CUST-INIT-FLAG.
034100     MOVE WS-TCA-DR-CR (TCX)     TO TCA-DR-CR-CLASS.
034150     MOVE WS-TCA-BAI (TCX)       TO TCA-BAI-TYPE-CODE.            GN6201
034200     MOVE TRAN-CODE-ATTR-RECORD TO TCA-TABLE-OUT-RECORD.
034300     WRITE TCA-TABLE-OUT-RECORD.
034400 8100-EXIT. EXIT.
