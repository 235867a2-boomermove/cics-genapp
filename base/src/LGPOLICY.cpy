               88  PR-ENDOWMENT        VALUE 'E'.
               88  PR-HOUSE            VALUE 'H'.
               88  PR-MOTOR            VALUE 'M'.
               88  PR-COMMERCIAL       VALUE 'C'.
           05  PR-EFFECTIVE-DATE       PIC X(10).

      *----------------------------------------------------------------*
               88  PD-ENDOWMENT        VALUE 'E'.
               88  PD-HOUSE            VALUE 'H'.
               88  PD-MOTOR            VALUE 'M'.
               88  PD-COMMERCIAL       VALUE 'C'.
           05  PD-EFFECTIVE-DATE       PIC X(10).
           05  PD-EXPIRY-DATE          PIC X(10).
           05  PD-STATUS               PIC X(1).
               10  PD-M-MANUFACTURED   PIC X(10).
               10  PD-M-ACCIDENTS      PIC 9(2).
               10  FILLER              PIC X(31).
           05  PD-COMMERCIAL-DETAIL REDEFINES PD-DETAIL.
               10  PD-C-TRADE-CODE     PIC X(5).
               10  PD-C-BUILDINGS-SI   PIC 9(8).
               10  PD-C-STOCK-SI       PIC 9(8).
               10  PD-C-EMPLOYEES      PIC 9(4).
               10  PD-C-PREMISES-NAME  PIC X(20).
               10  PD-C-PREMISES-NUM   PIC X(4).
               10  PD-C-POSTCODE       PIC X(8).
               10  FILLER              PIC X(43).
