000110* DESCRIPTION                                           CHNGID  *
000120* ____________________________________________________ _______ *
000130* 08/21/26 JCTE NEW COPYBOOK - CHARGE-OFF MASTER          GN6080 *
000133* 09/30/26 JCTE CONSUMER REPORTING AND DISPUTE STATUS    GN6199 *
000136*                FIELDS FROM FILLER                             *
000140*----------------------------------------------------------------*
000200 01  CHARGE-OFF-RECORD.
000300     03  CHG-CONTROL-KEY             PIC X(22).
001400     03  CHG-CHARGE-OFF-AMT          PIC S9(13)V99 COMP-3.
001500     03  CHG-RECOVERED-TO-DATE       PIC S9(13)V99 COMP-3.
001600     03  CHG-RECOVERY-COUNT          PIC S9(5)   COMP-3.
001700     03  CHG-CRA-STATUS              PIC X.                       GN6199
001710         88  CHG-88-CRA-NOT-REPORTED VALUE ' '.                   GN6199
001720         88  CHG-88-CRA-REPORTED     VALUE 'R'.                   GN6199
001730         88  CHG-88-CRA-PAID-REPORTED VALUE 'P'.                  GN6199
001740         88  CHG-88-CRA-CORRECT-DUE  VALUE 'C'.                   GN6199
001750         88  CHG-88-CRA-DELETE-DUE   VALUE 'D'.                   GN6199
001760         88  CHG-88-CRA-CLOSED-OUT   VALUE 'X'.                   GN6199
001770     03  CHG-CRA-REPORT-DATE         PIC X(6).                    GN6199
001780     03  CHG-DISPUTE-STATUS          PIC X.                       GN6199
001790         88  CHG-88-NO-DISPUTE       VALUE ' '.                   GN6199
001800         88  CHG-88-DISPUTE-OPEN     VALUE 'O'.                   GN6199
001810         88  CHG-88-DISPUTE-VERIFIED VALUE 'V'.                   GN6199
001820         88  CHG-88-DISPUTE-MODIFIED VALUE 'M'.                   GN6199
001830         88  CHG-88-DISPUTE-DELETED  VALUE 'X'.                   GN6199
001840     03  CHG-DISPUTE-DATE            PIC X(6).                    GN6199
