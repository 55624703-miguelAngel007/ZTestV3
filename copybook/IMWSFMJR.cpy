000130* DESCRIPTION                                           CHNGID  *
000140* ____________________________________________________ _______ *
000150* 08/21/26 JCTE NEW COPYBOOK - FILE MAINTENANCE JOURNAL   GN6110 *
000153* 09/28/26 JCTE PHONE CHANGE FIELD ID FOR THE ELDER       GN6197 *
000156*                EXPLOITATION MONITOR                            *
000160*----------------------------------------------------------------*
000200 01  FM-JOURNAL-RECORD.
000300     03  FMJ-ACCOUNT                 PIC X(22).
000500         88  FMJ-88-ADDRESS-CHANGE   VALUE 'ADDRESS '.
000600         88  FMJ-88-CARD-REORDER     VALUE 'CARDORD '.
000700         88  FMJ-88-CHECK-REORDER    VALUE 'CHECKORD'.
000750         88  FMJ-88-PHONE-CHANGE     VALUE 'PHONE   '.            GN6197
000800     03  FMJ-BEFORE-IMAGE            PIC X(40).
000900     03  FMJ-AFTER-IMAGE             PIC X(40).
001000     03  FMJ-OPER-ID                 PIC X(5).
