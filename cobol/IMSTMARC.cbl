001000*    ALREADY CARRYING ITS ACCOUNT AND CYCLE DATE - IS COPIED     *
001100*    INTO THE SNAPSHOT ARCHIVE KEYED BY ACCOUNT AND CYCLE        *
001200*    DATE, AND THE PRIOR ARCHIVE IS CARRIED FORWARD WITH         *
001300*    SNAPSHOTS PAST THE RECORD RETENTION SCHEDULE (CLASS STMT)   *GN6217
001400*    DROPPED UNLESS A LEGAL HOLD COVERS THE ACCOUNT - IMRETCHK   *GN6217
001433*    DECIDES AND PRINTS THE CERTIFICATE OF DESTRUCTION.          *GN6217
001466*    'IMSTMRPR' REGENERATES THE EXACT STATEMENT                  *GN6217
001500*    IMAGE FROM THIS ARCHIVE ON REQUEST, THE WAY IMCLSRTV        *
001600*    REINSTATES CLOSED ACCOUNTS FOR RESEARCH.                    *
001700*----------------------------------------------------------------*
002000* ____________________________________________________ _______ *
002100* 09/01/26 JCTE NEW PROGRAM - STATEMENT SNAPSHOT ARCHIVE GN6155 *
002200*                WITH RETENTION MANAGEMENT                      *
002220* 10/13/26 JCTE SNAPSHOTS NOW DROP ON THE RECORD         GN6217 *
002240*                RETENTION SCHEDULE (CLASS STMT) VIA IMRETCHK,  *
002260*                NEVER UNDER LEGAL HOLD, WITH A DESTRUCTION     *
002280*                CERTIFICATE; PARM CARD DROP DATE RETIRED       *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT    DIVISION.
002500 INPUT-OUTPUT   SECTION.
002600 FILE-CONTROL.
002900     SELECT OPTIONAL SNAPSHOT-IN ASSIGN TO "IMSTMARI"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-ARI-FILE-STATUS.
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004600 FD  SNAPSHOT-IN
004700     RECORD CONTAINS 165 CHARACTERS.
004800 01  SNAPSHOT-RECORD-IN.
006700 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMSTMARC'.
006800 77  WS-ARI-FILE-STATUS              PIC X(2)    VALUE SPACES.
006900 77  WS-PRT-FILE-STATUS              PIC X(2)    VALUE SPACES.
006950 77  WS-RUN-RC                       PIC S9(4)   COMP VALUE 0.    GN6217
007000 01  WS-SWITCHES.
007100     03  WS-ARI-EOF-SW               PIC X(1)    VALUE 'N'.
007200         88  WS-88-ARI-EOF           VALUE 'Y'.
007600     03  WS-TOT-CARRIED              PIC 9(7)    COMP VALUE 0.
007700     03  WS-TOT-DROPPED              PIC 9(7)    COMP VALUE 0.
007800     03  WS-TOT-CAPTURED             PIC 9(7)    COMP VALUE 0.
007825     03  WS-TOT-HELD                 PIC 9(7)    COMP VALUE 0.    GN6217
007850     EJECT                                                        GN6217
007875     COPY IMWSRTRQ.                                               GN6217
007900     EJECT
008000 01  WS-REPORT-TITLE.
008100     03  FILLER                      PIC X(48)   VALUE
009900     GOBACK.
010000     EJECT
010100 1000-INITIALIZE.
010171     MOVE 'O'           TO RRQ-FUNCTION.                          GN6217
010242     MOVE WS-PROGRAM-ID TO RRQ-PROGRAM-ID.                        GN6217
010313     MOVE 'STMT'        TO RRQ-RECORD-CLASS.                      GN6217
010384     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.                GN6217
010455     IF  RRQ-88-NO-SCHEDULE                                       GN6217
010526         MOVE 4 TO WS-RUN-RC.                                     GN6217
010600     OPEN INPUT SNAPSHOT-IN.
010700     IF  WS-ARI-FILE-STATUS EQUAL '05' OR '35'
010800         MOVE 'Y' TO WS-ARI-EOF-SW.
012000     EJECT
012100*----------------------------------------------------------------*
012200*    2000-ROLL-ARCHIVE - CARRY THE PRIOR SNAPSHOTS FORWARD,      *
012300*    DROPPING CYCLES PAST RETENTION THAT NO LEGAL HOLD COVERS.   *GN6217
012400*----------------------------------------------------------------*
012500 2000-ROLL-ARCHIVE.
012600     READ SNAPSHOT-IN
012700         AT END MOVE 'Y' TO WS-ARI-EOF-SW
012800                GO TO 2000-EXIT.
012900     MOVE 'C'            TO RRQ-FUNCTION.                         GN6217
012911     MOVE SNI-ACCOUNT    TO RRQ-ACCOUNT.                          GN6217
012922     MOVE SNI-CYCLE-DATE TO RRQ-TRIGGER-DATE.                     GN6217
012933     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.                GN6217
012944     IF  RRQ-88-HELD                                              GN6217
012955         ADD 1 TO WS-TOT-HELD.                                    GN6217
012966     IF  RRQ-88-DESTROY                                           GN6217
012977         MOVE 'D' TO RRQ-FUNCTION                                 GN6217
012988         CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA             GN6217
013000         ADD 1 TO WS-TOT-DROPPED
013100         GO TO 2000-EXIT.
013200     ADD 1 TO WS-TOT-CARRIED.
015800     MOVE 'SNAPSHOT LINES PAST RETENTION     ' TO SUM-LIT.
015900     MOVE WS-TOT-DROPPED TO SUM-COUNT.
016000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
016025     MOVE 'PAST RETENTION, KEPT UNDER HOLD   ' TO SUM-LIT.        GN6217
016050     MOVE WS-TOT-HELD TO SUM-COUNT.                               GN6217
016075     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.                   GN6217
016100     MOVE 'CYCLE LINES CAPTURED TONIGHT      ' TO SUM-LIT.
016200     MOVE WS-TOT-CAPTURED TO SUM-COUNT.
016300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
016500     CLOSE STMT-PRINT-IN.
016600     CLOSE SNAPSHOT-OUT.
016700     CLOSE ARC-RPT.
016733     MOVE 'X' TO RRQ-FUNCTION.                                    GN6217
016766     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.                GN6217
016776     MOVE WS-RUN-RC TO RETURN-CODE.                               GN6217
016800 9000-EXIT. EXIT.
016900 9100-PRINT-SUMMARY.
017000     MOVE SPACES TO ARC-RPT-LINE.
