000150* ____________________________________________________ _______ *
000160* 09/01/26 JCTE NEW COPYBOOK - TRANSACTION-CODE          GN6169 *
000170*                ATTRIBUTE TABLE RECORD                         *
000175* 10/01/26 JCTE BAI2 TYPE CODE ADDED FROM FILLER         GN6201 *
000180*----------------------------------------------------------------*
000200 01  TRAN-CODE-ATTR-RECORD.
000300     03  TCA-TRAN-CODE               PIC XX.
001100     03  TCA-DR-CR-CLASS             PIC X.
001200         88  TCA-88-DEBIT            VALUE 'D'.
001300         88  TCA-88-CREDIT           VALUE 'C'.
001400     03  TCA-BAI-TYPE-CODE           PIC X(3).                    GN6201
001450     03  FILLER                      PIC X(7).                    GN6201
