002100* 08/21/26 JCTE NEW PROGRAM - EXCEPTION WORKQUEUE         GN6085 *
002110* 08/22/26 JCTE OPEN-ITEM SUMMARY BY OWNING UNIT AND AGE   GN6121 *
002120*                BAND ADDED TO THE REPORT                        *
002130* 10/15/26 JCTE A ROUTE UNIT OF '*BRANCH' SENDS THE ITEM   GN6223 *
002140*                TO THE OWNING BRANCH (UNIT 'BR' + BRANCH) NAMED *
002150*                BY A TYPE 02 EXCEPTION WITH SOURCE FLAG 'B'     *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT    DIVISION.
002400 INPUT-OUTPUT   SECTION.
027100     PERFORM 4300-SCAN-ROUTES THRU 4300-EXIT
027200         VARYING WS-SUB FROM 1 BY 1
027300         UNTIL WS-SUB GREATER THAN WS-ROUTE-COUNT.
027350     IF  WS-WQ-UNIT (WQX) EQUAL '*BRANCH'                         GN6223
027360         PERFORM 4400-BRANCH-UNIT THRU 4400-EXIT.                 GN6223
027400     IF  WS-WQ-UNIT (WQX) EQUAL 'UNROUTED'
027500         ADD 1 TO WS-TOT-UNROUTED.
027600 4200-EXIT. EXIT.
027900     IF  WS-RT-EX-CODE (RTX) EQUAL IMEX-EX-CODE
028000         MOVE WS-RT-UNIT (RTX) TO WS-WQ-UNIT (WQX).
028100 4300-EXIT. EXIT.
028110*----------------------------------------------------------------*GN6223
028120*    4400-BRANCH-UNIT - THE OWNING BRANCH IS THE FIRST FIVE      *GN6223
028130*    BYTES OF THE SOURCE INFORMATION ON A BRANCH-SOURCED TYPE 02 *GN6223
028140*    EXCEPTION.  ANY OTHER ITEM ROUTED TO '*BRANCH' IS UNROUTED. *GN6223
028150*----------------------------------------------------------------*GN6223
028160 4400-BRANCH-UNIT.                                                GN6223
028170     MOVE 'UNROUTED' TO WS-WQ-UNIT (WQX).                         GN6223
028180     IF  IMEX-REC-NO NOT EQUAL '02'                               GN6223
028190     OR  EX02-SRC-FLAG NOT EQUAL 'B'                              GN6223
028192     OR  EX02-SRC-INFO (1:5) EQUAL SPACES                         GN6223
028194         GO TO 4400-EXIT.                                         GN6223
028196     MOVE SPACES TO WS-WQ-UNIT (WQX).                             GN6223
028197     STRING 'BR' EX02-SRC-INFO (1:5)                              GN6223
028198         DELIMITED BY SIZE INTO WS-WQ-UNIT (WQX).                 GN6223
028199 4400-EXIT. EXIT.                                                 GN6223
028200     EJECT
028300*----------------------------------------------------------------*
028400*    5000-APPLY-ACTION - ACKNOWLEDGE/RESOLVE CARDS FROM THE      *
