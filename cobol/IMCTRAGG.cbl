002392*                TRANSACTION-CODE ATTRIBUTE TABLE (IMTCAOUT,     *
002394*                TCA-CASH-FLAG); TR-CURRENCY-FLAG REMAINS THE    *
002396*                FALLBACK WHEN THE TABLE IS NOT YET ALLOCATED    *
002397* 09/10/26 JCTE NEAR-THRESHOLD PATTERN FLAGS ALSO         GN6181 *
002398*                WRITTEN TO THE SUSPICIOUS-ACTIVITY ALERT        *
002399*                FILE (IMCTRALR) FOR THE IMSARCAS CASE INTAKE    *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT    DIVISION.
002600 INPUT-OUTPUT   SECTION.
003780     SELECT OPTIONAL TCA-TABLE-IN ASSIGN TO "IMTCAOUT"            GN6172
003790         ORGANIZATION IS SEQUENTIAL                               GN6172
003792         FILE STATUS IS WS-TCA-FILE-STATUS.                       GN6172
003794     SELECT CTR-ALERT-OUT     ASSIGN TO "IMCTRALR"                GN6181
003796         ORGANIZATION IS SEQUENTIAL.                              GN6181
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CTR-PARM-FILE
005966 01  EXEMPT-REVIEW-RPT-LINE          PIC X(133).                  GN6125
005970 FD  TCA-TABLE-IN.                                                GN6172
005972     COPY IMWSTCAT.                                               GN6172
005979 FD  CTR-ALERT-OUT                                                GN6181
005986     RECORD CONTAINS 100 CHARACTERS.                              GN6181
005993     COPY IMWSSAAL.                                               GN6181
006000 WORKING-STORAGE SECTION.
006100 77  WS-PROGRAM-ID                   PIC X(8)    VALUE 'IMCTRAGG'.
006200 77  WS-TIN-MAX                      PIC S9(5)   COMP VALUE +9000.
007300 01  WS-THRESHOLD                    PIC S9(9)V99 COMP-3 VALUE 0.
007400 01  WS-NEAR-THRESHOLD               PIC S9(9)V99 COMP-3 VALUE 0.
007500 01  WS-TAX-ID-WORK                  PIC X(11)   VALUE SPACES.
007550 01  WS-ALERT-DATE                   PIC 9(6)    VALUE 0.         GN6181
007600 01  WS-TOTAL-CASH                   PIC S9(11)V99 COMP-3
007700                                     VALUE 0.
007800     EJECT
015338         UNTIL WS-88-TCA-EOF.                                     GN6172
015339     CLOSE TCA-TABLE-IN.                                          GN6172
015340     OPEN OUTPUT CTR-EFILE-OUT.                                   GN6125
015343     OPEN OUTPUT CTR-ALERT-OUT.                                   GN6181
015346     ACCEPT WS-ALERT-DATE FROM DATE.                              GN6181
015350     OPEN OUTPUT EXEMPT-REVIEW-RPT.                               GN6125
015360     WRITE EXEMPT-REVIEW-RPT-LINE FROM WS-BLANK-LINE.             GN6125
015370     MOVE SPACES TO EXEMPT-REVIEW-RPT-LINE.                       GN6125
027700             MOVE 'NEAR-THRESHOLD PATTERN        '
027800                 TO AGG-STATUS
027900             PERFORM 4200-PRINT-AGGR THRU 4200-EXIT
027950             PERFORM 4150-WRITE-ALERT THRU 4150-EXIT              GN6181
028000         ELSE
028100             CONTINUE
028200     ELSE
028800         MOVE CTR-PATTERN-IN-RECORD TO CTR-PATTERN-OUT-RECORD
028900         WRITE CTR-PATTERN-OUT-RECORD.
029000 4100-EXIT. EXIT.
029006*----------------------------------------------------------------*GN6181
029012*    4150-WRITE-ALERT - A NEAR-THRESHOLD PATTERN GOES TO THE     *GN6181
029018*    SUSPICIOUS-ACTIVITY CASE INTAKE AS A 'CTRP' ALERT.          *GN6181
029024*----------------------------------------------------------------*GN6181
029030 4150-WRITE-ALERT.                                                GN6181
029036     MOVE SPACES TO SAR-ALERT-RECORD.                             GN6181
029042     MOVE WS-PROGRAM-ID        TO SAL-SOURCE-PGM.                 GN6181
029048     MOVE 'CTRP'               TO SAL-ALERT-TYPE.                 GN6181
029054     MOVE WS-ALERT-DATE        TO SAL-ALERT-DATE.                 GN6181
029060     MOVE WS-TIN-TAX-ID (TIX)  TO SAL-TAX-ID.                     GN6181
029066     MOVE WS-TOTAL-CASH        TO SAL-AMOUNT.                     GN6181
029072     MOVE 1                    TO SAL-RANK.                       GN6181
029078     WRITE SAR-ALERT-RECORD.                                      GN6181
029084 4150-EXIT. EXIT.                                                 GN6181
029100     EJECT
029200 4200-PRINT-AGGR.
029300     MOVE WS-TIN-TAX-ID (TIX)    TO AGG-TAX-ID.
035810     CLOSE CTR-EXEMPT-FILE.                                       GN6125
035820     CLOSE CTR-EFILE-OUT.                                         GN6125
035830     CLOSE EXEMPT-REVIEW-RPT.                                     GN6125
035865     CLOSE CTR-ALERT-OUT.                                         GN6181
035900     CLOSE TRANSACTION-FILE.
036000     CLOSE CTR-WORKLIST-RPT.
036100 9000-EXIT. EXIT.
