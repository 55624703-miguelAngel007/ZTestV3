002100* ____________________________________________________ _______ *
002200* 08/21/26 JCTE NEW PROGRAM - COMBINED STATEMENT          GN6079 *
002300*                LINKAGE VALIDATION                             *
002320* 10/11/26 JCTE CONVERTED TO AN IMMSTBRW CONSUMER - THE   GN6215 *
002340*                MASTER IS READ ONCE BY THE DRIVER AND EACH     *
002360*                RECORD PASSED IN ON A 'P' CALL ('I' OPENS,     *
002380*                'T' PRINTS THE TOTALS AND CLOSES)              *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
003600 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCMBVAL'.
003700 77  WS-TABLE-MAX                    PIC S9(5)   COMP VALUE +9000.
003800 01  WS-SWITCHES.
004100     03  WS-LEAD-FOUND-SW            PIC X(1)    VALUE 'N'.
004200         88  WS-88-LEAD-FOUND        VALUE 'Y'.
004300 01  WS-SUB                          PIC S9(5)   COMP VALUE 0.
009200     03  FILLER                      PIC X(88)   VALUE SPACES.
009300 01  WS-BLANK-LINE                   PIC X(133)  VALUE SPACES.
009400     EJECT
009533 LINKAGE SECTION.                                                 GN6215
009666     COPY IMWSBRWC.                                               GN6215
009799     EJECT                                                        GN6215
009932     COPY IMAWKMST.                                               GN6215
010065     EJECT                                                        GN6215
010200 PROCEDURE DIVISION USING BROWSE-CONSUMER-AREA                    GN6215
010250                          MASTER-AREA.                            GN6215
010300*----------------------------------------------------------------*
010400 0000-MAINLINE.
010450     IF  BRC-88-INITIALIZE                                        GN6215
010500         PERFORM 1000-INITIALIZE          THRU 1000-EXIT          GN6215
010550     ELSE                                                         GN6215
010600     IF  BRC-88-PROCESS                                           GN6215
010650         PERFORM 2000-COLLECT-LINKS       THRU 2000-EXIT          GN6215
010700     ELSE                                                         GN6215
010750     IF  BRC-88-TERMINATE                                         GN6215
010800         PERFORM 3000-VALIDATE-MEMBERS    THRU 3000-EXIT          GN6215
010850         PERFORM 4000-CHECK-DUP-LEADS     THRU 4000-EXIT          GN6215
010900         PERFORM 9000-TERMINATE           THRU 9000-EXIT          GN6215
010950     ELSE                                                         GN6215
011000         MOVE 16 TO BRC-RETURN-CODE                               GN6215
011050         MOVE 'INVALID BROWSE FUNCTION CODE' TO BRC-MESSAGE.      GN6215
011100     GOBACK.
011200     EJECT
011300 1000-INITIALIZE.
011700     MOVE WS-REPORT-TITLE TO COMB-FIX-RPT-LINE.
011800     WRITE COMB-FIX-RPT-LINE.
011900     WRITE COMB-FIX-RPT-LINE FROM WS-BLANK-LINE.
012900 1000-EXIT. EXIT.
013000     EJECT
014100*----------------------------------------------------------------*
014200*    2000-COLLECT-LINKS - WALK THE 15 COMBINED-STATEMENT TRAILER *
014300*    SLOTS ON ONE ACCOUNT AND TABLE EVERY LIVE RELATIONSHIP.     *
014700     PERFORM 2200-ONE-TRAILER THRU 2200-EXIT
014800         VARYING WS-TRLR-SUB FROM 1 BY 1
014900         UNTIL WS-TRLR-SUB GREATER THAN 15.
015100 2000-EXIT. EXIT.
015200     EJECT
015300 2200-ONE-TRAILER.
029100     MOVE 'RELATIONSHIPS PAST TABLE CAPACITY ' TO SUM-LIT.
029200     MOVE WS-TOT-DROPPED TO SUM-COUNT.
029300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
029900     CLOSE COMB-FIX-RPT.
030000 9000-EXIT. EXIT.
030100 9100-PRINT-SUMMARY.
