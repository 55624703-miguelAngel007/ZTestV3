*     * GN6217 * 10/13/26 JCTE RECORD RETENTION SCHEDULE RECORD
000010*----------------------------------------------------------------*
000020*         RECORD RETENTION SCHEDULE RECORD                       *
000030*----------------------------------------------------------------*
000040*    ONE RECORD PER RECORD CLASS HELD BY THE SYSTEM'S ARCHIVES - *
000050*    THE TRANSACTION HISTORY ARCHIVE (THAR), BALANCE HISTORY     *
000060*    ARCHIVE (BHAR), CLOSED-ACCOUNT CATALOG (CLSC), STATEMENT    *
000070*    SNAPSHOTS (STMT), MEMO ARCHIVE (MEMA) AND FILE MAINTENANCE  *
000080*    JOURNAL HISTORY (FMJH).  THE RETENTION PERIOD RUNS IN DAYS  *
000090*    FROM THE TRIGGER EVENT NAMED ON THE RECORD; 99999 DAYS      *
000100*    MEANS PERMANENT.  EVERY PURGE CONSULTS THIS SCHEDULE        *
000110*    THROUGH 'IMRETCHK' INSTEAD OF CARRYING ITS OWN PERIOD.      *
000120*----------------------------------------------------------------*
000130*               ** HISTORY OF REVISIONS **                      *
000140* DESCRIPTION                                           CHNGID  *
000150* ____________________________________________________ _______ *
000160* 10/13/26 JCTE NEW COPYBOOK - RECORD RETENTION         GN6217 *
000170*                SCHEDULE RECORD                                *
000180*----------------------------------------------------------------*
000200 01  RETENTION-SCHEDULE-RECORD.
000300     03  RTS-RECORD-CLASS            PIC X(4).
000400     03  RTS-DESCRIPTION             PIC X(30).
000500     03  RTS-RETAIN-DAYS             PIC 9(5).
000600         88  RTS-88-PERMANENT        VALUE 99999.
000700     03  RTS-TRIGGER                 PIC X.
000800         88  RTS-88-POSTING-DATE     VALUE 'P'.
000900         88  RTS-88-CLOSE-DATE       VALUE 'C'.
001000         88  RTS-88-ACTIVITY-DATE    VALUE 'A'.
001100         88  RTS-88-CYCLE-DATE       VALUE 'S'.
001200         88  RTS-88-MAINT-DATE       VALUE 'M'.
001300     03  RTS-AUTHORITY               PIC X(20).
001400     03  RTS-EFFECTIVE-DATE          PIC 9(6).
001500     03  FILLER                      PIC X(14).
