      * the actuarial team maintains pricing without a recompile.     *
      *                                                                *
      * RT-COVER-AMOUNT is the money measure of the risk: sum assured *
      * for 'E', property value for 'H', vehicle value for 'M',       *
      * buildings plus stock sums insured for 'C'. A house policy's   *
      * specified items are charged on top by category, not through   *
      * the cover amount.                                              *
      * RT-RISK-UNITS is the size measure: term years for 'E',        *
      * bedrooms for 'H', engine cc for 'M', employees for 'C'.        *
      *                                                                *
      * AGE returns only RT-CUSTOMER-AGE at RT-RATING-DATE - for the  *
      * underwriting age checks of callers holding the date of birth *
      * protected rather than in clear.                               *
      *                                                                *
      * Return codes: 00 rated, 30 no base rate for policy type,      *
      * 31 no age band matched, 32 invalid date of birth, 33 date of  *
      * birth could not be deciphered, 90 SQL error, 98 bad commarea, *
      * 99 bad function                                               *
      *----------------------------------------------------------------*
       05  RT-FUNCTION             PIC X(8).
           88  RT-RATE             VALUE 'RATE    '.
           88  RT-AGE              VALUE 'AGE     '.
       05  RT-RETURN-CODE          PIC X(2).
       05  RT-CUSTOMER-DOB         PIC X(10).
       05  RT-POSTCODE             PIC X(8).
      *    back in RT-RATE-SET-USED.
       05  RT-RATE-SET-ID          PIC 9(9).
       05  RT-RATE-SET-USED        PIC 9(9).
      *    Commercial trade class: the caller passes the policy's
      *    trade/occupancy code for a 'C' risk (spaces for the other
      *    types) and the engine applies the 'TRADECLS' RATING_FACTOR
      *    row keyed on it ('*' row when the trade has no row of its
      *    own, 1 for the non-commercial types)
       05  RT-TRADE-CODE           PIC X(5).
       05  RT-TRADE-FACTOR         PIC 9(1)V9(4).
      *    Motor named drivers: the caller passes the youngest named
      *    driver's date of birth, the fewest years any named driver
      *    has held a licence and the penalty points across them all
      *    (spaces/zero when no driver is named). The engine applies
      *    the 'DRVAGE' row banded on that driver's age, the 'DRVEXP'
      *    row banded on the years held and the 'CONVPTS' row banded
      *    on the points - each 1 for the other policy types, when
      *    no driver is named or when none is priced.
       05  RT-DRIVER-DOB           PIC X(10).
       05  RT-DRIVER-YEARS-HELD    PIC 9(2).
       05  RT-CONVICTION-POINTS    PIC 9(3).
       05  RT-DRIVER-AGE           PIC 9(3).
       05  RT-DRIVER-AGE-FACTOR    PIC 9(1)V9(4).
       05  RT-DRIVER-EXP-FACTOR    PIC 9(1)V9(4).
       05  RT-CONVICTION-FACTOR    PIC 9(1)V9(4).
      *    Protected date of birth: CUSTOMER.DATEOFBIRTH_ENC as held
      *    (see LGFLDENC), used when RT-CUSTOMER-DOB is spaces. The
      *    engine deciphers it for the age and never hands the clear
      *    date back.
       05  RT-CUSTOMER-DOB-ENC     PIC X(18).
      *    House specified items: the caller passes the value listed
      *    on the policy's schedule in each category - jewellery,
      *    watches, art, bicycles in that order (spaces/zero when
      *    none is listed). The engine charges each category's value
      *    per thousand at the 'SPECITEM' RATING_FACTOR row keyed on
      *    the category code ('*' row when the category has no row
      *    of its own, the house base rate when neither is held) and
      *    adds the total charge, returned here, to the premium.
       05  RT-SPEC-ITEM-VALUE      PIC 9(8) OCCURS 4 TIMES.
       05  RT-SPEC-ITEM-CHARGE     PIC 9(6)V99.
