      *================================================================*
      *----------------------------------------------------------------*
      * Underwriting Referral Thresholds                               *
      * Compiled defaults shared by LGAPDB01 (01APOL), LGAEND01       *
      * (01AEND) and - for a changed driver list or specified items   *
      * schedule - LGUPDB01 (01UPOL),                                 *
      * the same working-copy pattern POLICY-CONFIG gives the policy  *
      * batches. A risk exceeding any threshold for its type goes on  *
      * at pending-underwriting status 'P' rather than                *
      * in force 'A', and only earns 'A' - and a place in the         *
      * collection and renewal sweeps - once an underwriter approves  *
      * it through the 01UWRT request (LGUWRT01).                     *
       05  UW-E-MAX-SUM-ASSURED    PIC 9(8) VALUE 00500000.
       05  UW-E-MAX-TERM-YEARS     PIC 9(2) VALUE 40.
       05  UW-H-MAX-VALUE          PIC 9(8) VALUE 02000000.
      *    House specified items: the value in whole pounds any one
      *    listed item may carry before the risk is referred
       05  UW-H-MAX-ITEM-VALUE     PIC 9(8) VALUE 00025000.
       05  UW-M-MAX-VALUE          PIC 9(8) VALUE 00100000.
       05  UW-M-MAX-CC             PIC 9(4) VALUE 5000.
      *    Motor named drivers: the penalty points and the number of
      *    motoring convictions any one driver may carry before the
      *    risk is referred
       05  UW-M-MAX-DRIVER-POINTS  PIC 9(2) VALUE 06.
       05  UW-M-MAX-CONVICTIONS    PIC 9(1) VALUE 2.
      *    Commercial property: buildings plus stock sums insured,
      *    and the head count that marks a business outside the
      *    small-business book
       05  UW-C-MAX-SUM-INSURED    PIC 9(8) VALUE 03000000.
       05  UW-C-MAX-EMPLOYEES      PIC 9(4) VALUE 0050.
