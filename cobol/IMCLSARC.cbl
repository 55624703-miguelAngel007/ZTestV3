001100*    MASTER IMAGE, ITS BALANCE-HISTORY RECORDS (IMBALHST) AND    *
001200*    ITS NAME/ADDRESS RECORD (IMNAME) GO TO THE ARCHIVE DETAIL   *
001300*    FILE, AND THE RETENTION-MANAGED CATALOG RECORD (KEYED BY    *
001400*    CONTROL KEY, RETENTION DATE FROM THE RETENTION SCHEDULE,    *GN6217
001450*    SEVEN YEARS OUT WHEN CLASS CLSC IS UNSCHEDULED) LETS        *GN6217
001500*    IMCLSRTV REINSTATE A READ-ONLY VIEW FOR RESEARCH WITHIN     *
001600*    THE RECORDS-RETENTION WINDOW.                               *
001700*----------------------------------------------------------------*
001900* DESCRIPTION                                           CHNGID  *
002000* ____________________________________________________ _______ *
002100* 08/21/26 JCTE NEW PROGRAM - CLOSED ACCOUNT ARCHIVAL     GN6114 *
002125* 10/13/26 JCTE CATALOG RETENTION DATE FROM THE RECORD    GN6217 *
002150*                RETENTION SCHEDULE (CLASS CLSC) VIA IMRETCHK,   *
002175*                SEVEN YEARS ONLY WHEN THE CLASS IS UNSCHEDULED  *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT    DIVISION.
002400 INPUT-OUTPUT   SECTION.
007400     03  WS-RUN-YR                   PIC 99.
007500     03  WS-RUN-MO                   PIC 99.
007600     03  WS-RUN-DA                   PIC 99.
007606 01  WS-CLOSED-YYMMDD.                                            GN6217
007612     03  WS-CLOSED-YR                PIC XX.                      GN6217
007618     03  WS-CLOSED-MO                PIC XX.                      GN6217
007624     03  WS-CLOSED-DA                PIC XX.                      GN6217
007630 01  WS-SCHED-EXPIRE                 PIC 9(6).                    GN6217
007636 01  WS-SCHED-EXPIRE-R REDEFINES WS-SCHED-EXPIRE.                 GN6217
007642     03  WS-SCHED-EXP-YR             PIC 99.                      GN6217
007648     03  WS-SCHED-EXP-MO             PIC 99.                      GN6217
007654     03  WS-SCHED-EXP-DA             PIC 99.                      GN6217
007660 01  WS-CAT-RETAIN-DATE.                                          GN6217
007666     03  WS-CAT-RETAIN-MO            PIC 99.                      GN6217
007672     03  WS-CAT-RETAIN-DA            PIC 99.                      GN6217
007678     03  WS-CAT-RETAIN-YR            PIC 99.                      GN6217
007684     EJECT                                                        GN6217
007690     COPY IMWSRTRQ.                                               GN6217
007700     EJECT
007800 01  WS-SWITCHES.
007900     03  WS-END-OF-FILE-SW           PIC X(1)    VALUE 'N'.
020500     MOVE WS-RUN-MO TO DT-H-MO.
020600     MOVE WS-RUN-DA TO DT-H-DA.
020700     MOVE WS-RUN-YR TO DT-H-YR.
020750     PERFORM 2250-SCHEDULED-RETENTION THRU 2250-EXIT.             GN6217
020800     MOVE WMS-CLOSE-AMT TO CAT-CLOSE-AMT.
020900     WRITE ARCHIVE-CATALOG-RECORD
021000         INVALID KEY ADD 1 TO WS-TOT-DUP-CATALOG
021150     MOVE 'Y' TO WS-CATALOGED-SW.
021200     ADD 1 TO WS-TOT-ARCHIVED.
021300 2200-EXIT. EXIT.
021303     EJECT                                                        GN6217
021306*----------------------------------------------------------------*GN6217
021309*    2250-SCHEDULED-RETENTION - THE RECORD RETENTION SCHEDULE    *GN6217
021312*    (CLASS CLSC, FROM THE CLOSE DATE) OVERRIDES THE SEVEN-YEAR  *GN6217
021315*    DEFAULT WHENEVER IT CAN RETURN AN EXPIRY DATE.              *GN6217
021318*----------------------------------------------------------------*GN6217
021321 2250-SCHEDULED-RETENTION.                                        GN6217
021324     MOVE 'C'             TO RRQ-FUNCTION.                        GN6217
021327     MOVE WS-PROGRAM-ID   TO RRQ-PROGRAM-ID.                      GN6217
021330     MOVE 'CLSC'          TO RRQ-RECORD-CLASS.                    GN6217
021333     MOVE WMS-CONTROL-KEY TO RRQ-ACCOUNT.                         GN6217
021336     MOVE WMS-CLOSED-YR   TO WS-CLOSED-YR.                        GN6217
021339     MOVE WMS-CLOSED-MO   TO WS-CLOSED-MO.                        GN6217
021342     MOVE WMS-CLOSED-DA   TO WS-CLOSED-DA.                        GN6217
021345     IF  WS-CLOSED-YYMMDD NOT NUMERIC                             GN6217
021348         GO TO 2250-EXIT.                                         GN6217
021351     MOVE WS-CLOSED-YYMMDD TO RRQ-TRIGGER-DATE.                   GN6217
021354     CALL 'IMRETCHK' USING RETENTION-REQUEST-AREA.                GN6217
021357     IF  NOT RRQ-88-OK                                            GN6217
021360     OR  RRQ-EXPIRE-DATE EQUAL ZERO                               GN6217
021363         GO TO 2250-EXIT.                                         GN6217
021366     MOVE RRQ-EXPIRE-DATE TO WS-SCHED-EXPIRE.                     GN6217
021369     MOVE WS-SCHED-EXP-MO TO WS-CAT-RETAIN-MO.                    GN6217
021372     MOVE WS-SCHED-EXP-DA TO WS-CAT-RETAIN-DA.                    GN6217
021375     MOVE WS-SCHED-EXP-YR TO WS-CAT-RETAIN-YR.                    GN6217
021378     MOVE WS-CAT-RETAIN-DATE TO CAT-RETENTION-DATE.               GN6217
021381 2250-EXIT. EXIT.                                                 GN6217
021400     EJECT
021500 2300-WRITE-MASTER-IMAGE.
021600     MOVE SPACES TO ARCHIVE-DETAIL-RECORD.
