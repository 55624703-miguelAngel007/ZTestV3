*-----*----------------------------------------------------------------*
*     * GN6214 10/10/26 JCTE AFFILIATE TRANSFER LINKED ACCOUNT KEY     *
*     * GN6205 03/10/26 JCTE RECIPROCAL PLACEMENT AREA, EXT. DEP. TRLR *
*     * 512468 28/04/25 JCTE IMPLEMENTAR SPLIT FORMA NATURAL SDO.COMP. *
*     * 409766 27/05/24 NYZM CUENTA GARANTIA TRANSACCIONAL             *
*     * 407681 21/02/24 NYZM MOSTRAR CANAL APERTURA                    *
103100         05  WMS-LINK-SYS-ID         PIC XX.
103200         05  WMS-LINKAGE-CNTL.
103300             07  WMS-LINK-DELETE     PIC X.
103400             07  WMS-LINK-CONTROL-KEY PIC X(22).                  GN6214
103410             07  FILLER              PIC X(12).                   GN6214
103500         05  WMS-LINKAGE-SCHEDULE.
103600             07  WMS-LINK-SCHD-CODE  PIC X.
103700             07  WMS-LINK-SCHD-DAY1  PIC XX.
136100             07  WMS-SAVINGS-BAL     PIC S9(13)V99.               9915845
136200             07  WMS-AGGR-SAV-BAL    PIC S9(15)V99.               9915845
136300             07  WMS-MIN-SAV-BAL     PIC S9(13)V99.               9915845
136400         05  WMS-RECIP-PLACEMENT-AREA.                            GN6205
136410             07  WMS-RECIP-PLACED-TOT PIC S9(13)V99 COMP-3.       GN6205
136420             07  WMS-RECIP-LAST-DATE PIC S9(7)   COMP-3.          GN6205
136430             07  WMS-RECIP-BANK-CNT  PIC S9(3)   COMP-3.          GN6205
136440             07  WMS-RECIP-BANK      OCCURS 8 TIMES.              GN6205
136450                 09  WMS-RECIP-BANK-CERT PIC S9(7) COMP-3.        GN6205
136460                 09  WMS-RECIP-BANK-AMT  PIC S9(9)V99 COMP-3.     GN6205
136470             07  FILLER              PIC X(6).                    GN6205
137600         05  WMS-EXT-DEP-DELETE      PIC X.
137700         05  FILLER                  PIC X(4).                    9915845
137800*
