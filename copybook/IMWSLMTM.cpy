008400             88  OD-EXP-DELETE       VALUE '0'.
008500             88  OD-EXP-FLAG-ADD     VALUE '1'.
008600             88  OD-EXP-FLAG-NO-ADD  VALUE '2'.
008633             88  OD-EXP-RENEW        VALUE 'R'.                   GN6221
008666             88  OD-EXP-STEP-DOWN    VALUE 'S'.                   GN6221
008700         05  OD-LIMIT-OCC-CHG-TODAY  PIC X.
008800             88 OD-OCC-NO-CHG        VALUE '0'.
008900             88 OD-OCC-CHG-ONLINE    VALUE '1'.
009100             88 OD-OCC-CHG-OL-BATCH  VALUE '3'.
009200             88 OD-OCC-ADDED-TODAY   VALUE '4'.
009300         05  OD-LIMIT-OCC-DEL-TODAY  PIC X.
009400         05  OD-LIMIT-RENEW-MONTHS   PIC S999         COMP-3.     GN6221
009500         05  OD-LIMIT-STEP-DOWN-PCT  PIC S999         COMP-3.     GN6221
009600         05  FILLER                  PIC X(3).                    GN6221
