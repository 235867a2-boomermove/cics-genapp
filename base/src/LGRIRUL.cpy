      * Compiled defaults shared by LGAPDB01 (01APOL) and LGAEND01    *
      * (01AEND), the same working-copy pattern LGUWRUL gives the     *
      * underwriting thresholds. A risk whose cover amount (sum       *
      * assured, property value, vehicle value or commercial          *
      * buildings plus stock) exceeds the retention line for its      *
      * type has the excess share ceded to the treaty: a CESSION row  *
      * records the ceded percentage, and the quarterly LGRIBRD1      *
      * bordereau reports ceded premium and ceded claim recoveries    *
      * to the reinsurer from it.                                      *
      * The catastrophe excess-of-loss treaty sits above these: it    *
      * pays the part of one event's total retained loss (claims      *
      * coded to a CAT_EVENT, net of recoveries and of the share      *
      * already ceded above) beyond RI-CATXL-RETENTION, up to         *
      * RI-CATXL-LIMIT. LGCATAG1 works the recovery out per event.    *
      *----------------------------------------------------------------*
       05  RI-E-RETENTION          PIC 9(8) VALUE 00250000.
       05  RI-H-RETENTION          PIC 9(8) VALUE 01000000.
       05  RI-M-RETENTION          PIC 9(8) VALUE 00075000.
       05  RI-C-RETENTION          PIC 9(8) VALUE 01000000.
       05  RI-CATXL-RETENTION      PIC 9(9) VALUE 000500000.
       05  RI-CATXL-LIMIT          PIC 9(9) VALUE 002000000.
