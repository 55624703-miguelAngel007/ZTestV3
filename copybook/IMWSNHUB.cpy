*     * GN6219 * 10/15/26 JCTE CONSOLIDATED NOTICE PIECE RECORD
000010*----------------------------------------------------------------*
000020*         CONSOLIDATED NOTICE PIECE RECORD                       *
000030*----------------------------------------------------------------*
000040*    ONE RECORD OF THE MAIL, E-DELIVERY AND HELD-MAIL FILES      *
000050*    WRITTEN BY THE NOTICE HUB 'IMNTCHUB'.  EACH MAIL PIECE IS A *
000060*    HEADER ('H') CARRYING THE CUSTOMER, THE DELIVERY ROUTE AND  *
000070*    THE ADDRESS THE PIECE GOES TO, FOLLOWED BY ONE ITEM ('I')   *
000080*    PER SOURCE NOTICE RECORD ENCLOSED, CARRYING THE SOURCE      *
000090*    PROGRAM AND ITS EXTRACT RECORD IMAGE UNCHANGED.             *
000100*----------------------------------------------------------------*
000110*               ** HISTORY OF REVISIONS **                      *
000120* DESCRIPTION                                           CHNGID  *
000130* ____________________________________________________ _______ *
000140* 10/15/26 JCTE NEW COPYBOOK - CONSOLIDATED NOTICE      GN6219 *
000150*                PIECE RECORD                                   *
000160*----------------------------------------------------------------*
000200 01  NOTICE-PIECE-RECORD.
000300     03  NPC-PIECE-NO                PIC 9(7).
000400     03  NPC-REC-TYPE                PIC X.
000500         88  NPC-88-HEADER           VALUE 'H'.
000600         88  NPC-88-ITEM             VALUE 'I'.
000700     03  NPC-DATA                    PIC X(292).
000800     03  NPC-HEADER-DATA REDEFINES NPC-DATA.
000900         05  NPH-ROUTE               PIC X.
001000             88  NPH-88-MAILED       VALUE 'M'.
001100             88  NPH-88-REDIRECTED   VALUE 'R'.
001200             88  NPH-88-E-DELIVERY   VALUE 'E'.
001300             88  NPH-88-HELD         VALUE 'H'.
001400         05  NPH-TAX-ID              PIC X(11).
001500         05  NPH-ACCOUNT             PIC X(22).
001600         05  NPH-ADDR-SET            PIC 9.
001700         05  NPH-COUNTRY             PIC XX.
001800         05  NPH-ADDR-LINE           PIC X(40)   OCCURS 6 TIMES.
001900         05  NPH-ITEM-COUNT          PIC 9(3).
002000         05  NPH-RUN-DATE            PIC 9(6).
002100         05  FILLER                  PIC X(6).
002200     03  NPC-ITEM-DATA REDEFINES NPC-DATA.
002300         05  NPI-SOURCE              PIC X(8).
002400         05  NPI-ACCOUNT             PIC X(22).
002500         05  NPI-CLASS               PIC X.
002600             88  NPI-88-REGULATORY   VALUE 'R'.
002700             88  NPI-88-COURTESY     VALUE 'C'.
002800         05  NPI-NOTICE-DATA         PIC X(200).
002900         05  FILLER                  PIC X(61).
