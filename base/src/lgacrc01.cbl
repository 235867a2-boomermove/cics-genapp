           05  KC-PHONE-MOBILE         PIC X(15).
           05  KC-PHONE-HOME           PIC X(15).
           05  KC-EMAIL-ADDRESS        PIC X(40).
           05  KC-CUSTOMER-FILLER      PIC X(53).
           05  KC-DOB-PROTECTED        PIC X(18).
           05  FILLER                  PIC X(2).

       WORKING-STORAGE SECTION.

       2300-REPAIR-MISSING-CUSTOMER.
           MOVE KC-FIRST-NAME    TO DB2-FIRSTNAME
           MOVE KC-LAST-NAME     TO DB2-LASTNAME
      *    The date of birth goes across as KSDSCUST holds it - the
      *    protected value, or the clear one on a record LGFECNV1 has
      *    not yet reached
           MOVE KC-DOB           TO DB2-DATEOFBIRTH
           MOVE KC-DOB-PROTECTED TO DB2-DATEOFBIRTH-ENC
           MOVE KC-HOUSE-NAME    TO DB2-HOUSENAME
           MOVE KC-HOUSE-NUM     TO DB2-HOUSENUMBER
           MOVE KC-POSTCODE      TO DB2-POSTCODE
                 FIRSTNAME,
                 LASTNAME,
                 DATEOFBIRTH,
                 DATEOFBIRTH_ENC,
                 HOUSENAME,
                 HOUSENUMBER,
                 POSTCODE,
                        :DB2-FIRSTNAME,
                        :DB2-LASTNAME,
                        :DB2-DATEOFBIRTH,
                        :DB2-DATEOFBIRTH-ENC,
                        :DB2-HOUSENAME,
                        :DB2-HOUSENUMBER,
                        :DB2-POSTCODE,
