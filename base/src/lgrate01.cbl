
      *================================================================*
      * Program: LGRATE01 - Premium Rating Engine                     *
      * Purpose: Calculates the premium for an E/H/M/C risk from the  *
      *          LGRATING commarea, LINKed to the way LGAUTH01 links  *
      *          to LGPWHASH. Pricing is driven entirely by the       *
      *          RATING_FACTOR table: a base rate per policy type, an *
      * Formula: premium = cover-amount / 1000 * base-rate            *
      *                    * age-factor * postcode-factor             *
      *                    * household-factor * ncd-factor            *
      *                    * trade-factor * driver-age-factor         *
      *                    * driver-exp-factor * conviction-factor    *
      *                  + specified-item charge                       *
      *          rounded to the penny. The household factor is the    *
      *          multi-policy discount: when the caller passes a      *
      *          customer number whose household holds two or more    *
      *          in-force policies, the 'HOUSEHLD' RATING_FACTOR row  *
      *          banded on the policy count applies (1 otherwise).    *
      *          The trade factor prices a commercial ('C') risk by   *
      *          its trade/occupancy class through the 'TRADECLS'     *
      *          rows (1 for the other policy types).                 *
      *          The driver factors price a motor ('M') risk on its   *
      *          named drivers - the youngest driver's age, the       *
      *          fewest years a driver has held a licence and the     *
      *          penalty points held - through the 'DRVAGE',          *
      *          'DRVEXP' and 'CONVPTS' rows (1 when no driver is     *
      *          named, and for the other policy types).              *
      *          The specified-item charge prices the high-value      *
      *          items listed on a house ('H') policy: each           *
      *          category's value / 1000 * the 'SPECITEM' rate for    *
      *          that category (the '*' row when it has none of its   *
      *          own, the house base rate when neither is held),      *
      *          summed (nothing for the other policy types).         *
      *          The customer's date of birth may arrive protected    *
      *          (RT-CUSTOMER-DOB-ENC) and is deciphered here only to *
      *          work out the age. The AGE function returns just that *
      *          age, for the underwriting checks in LGAPDB01 and     *
      *          LGAEND01.                                            *
      *================================================================*

       ENVIRONMENT DIVISION.
      * of (YYYY * 10000 + MM * 100 + DD) values divided by 10000     *
      *----------------------------------------------------------------*
       01  WS-AGE-WORK.
           05  WS-CLEAR-DOB            PIC X(10).
           05  WS-DOB-DIGITS           PIC X(8).
           05  WS-DOB-NUM              PIC 9(8).
           05  WS-DOB-NUM-R REDEFINES WS-DOB-NUM.
           05  WS-HH-POLICY-COUNT      PIC S9(9) COMP.
       01  WS-NCD-YEARS-BIN            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Named driver rating work fields - the youngest driver's age   *
      * is worked out the way 3000-COMPUTE-AGE works the customer's   *
      *----------------------------------------------------------------*
       01  WS-DRIVER-WORK.
           05  WS-DRV-DOB-DIGITS       PIC X(8).
           05  WS-DRV-DOB-NUM          PIC 9(8).
           05  WS-DRV-AGE              PIC S9(4) COMP.
           05  WS-DRV-YEARS-BIN        PIC S9(4) COMP.
           05  WS-DRV-POINTS-BIN       PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * House specified item charge work fields - the categories in   *
      * the order RT-SPEC-ITEM-VALUE carries them                     *
      *----------------------------------------------------------------*
       01  WS-SPEC-ITEM-WORK.
           05  WS-SI-SUB               PIC S9(4) COMP.
           05  WS-SI-VALUE             PIC 9(8).
           05  WS-SI-RATE              PIC 9(3)V9(4).
           05  WS-SI-CHARGE            PIC 9(7)V99.
       01  WS-SI-CATEGORY-CODES        PIC X(4) VALUE 'JWAB'.
       01  WS-SI-CATEGORY-TABLE REDEFINES WS-SI-CATEGORY-CODES.
           05  WS-SI-CATEGORY-CODE     PIC X(1) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * Effective-dated rate set selection work fields                 *
      *----------------------------------------------------------------*
       01  DB2-RATING-REC.
           COPY DB2-RATING.

      *----------------------------------------------------------------*
      * Date of birth protection at rest (LGFLDPRC procedures)        *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
              PERFORM 9000-RETURN
           END-IF

           IF NOT RT-RATE AND NOT RT-AGE
              MOVE '99' TO RT-RETURN-CODE
              MOVE 'Invalid function requested' TO RT-ERROR-MSG
              PERFORM 9000-RETURN

       2000-PROCESS-REQUEST.
           PERFORM 3000-COMPUTE-AGE
           IF RT-AGE
              PERFORM 9000-RETURN
           END-IF
           PERFORM 3500-SELECT-RATE-SET
           PERFORM 4000-GET-BASE-RATE
           PERFORM 5000-GET-AGE-FACTOR
           PERFORM 6000-GET-POSTCODE-FACTOR
           PERFORM 6500-GET-HOUSEHOLD-FACTOR
           PERFORM 6700-GET-NCD-FACTOR
           PERFORM 6800-GET-TRADE-FACTOR
           PERFORM 6900-GET-DRIVER-FACTORS
           PERFORM 6950-GET-SPEC-ITEM-CHARGE
           PERFORM 7000-COMPUTE-PREMIUM
           .

      *----------------------------------------------------------------*
      * Work out the customer's age in whole years at the rating date *
      * RT-CUSTOMER-DOB and RT-RATING-DATE both carry YYYY-MM-DD; a   *
      * blank RT-CUSTOMER-DOB means the protected value is deciphered *
      *----------------------------------------------------------------*
       3000-COMPUTE-AGE.
           MOVE RT-CUSTOMER-DOB TO WS-CLEAR-DOB
           IF WS-CLEAR-DOB = SPACES
              MOVE RT-CUSTOMER-DOB-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF NOT FE-OK
                 MOVE '33' TO RT-RETURN-CODE
                 MOVE 'Date of birth could not be deciphered'
                     TO RT-ERROR-MSG
                 PERFORM 9000-RETURN
              END-IF
              MOVE FE-CLEAR-VALUE TO WS-CLEAR-DOB
           END-IF

           MOVE SPACES TO WS-DOB-DIGITS
           STRING WS-CLEAR-DOB(1:4) DELIMITED BY SIZE
                  WS-CLEAR-DOB(6:2) DELIMITED BY SIZE
                  WS-CLEAR-DOB(9:2) DELIMITED BY SIZE
                  INTO WS-DOB-DIGITS
           END-STRING

           END-IF
           .

      *----------------------------------------------------------------*
      * Commercial trade class - the 'TRADECLS' row keyed on the      *
      * trade/occupancy code, with a '*' row supplying the default    *
      * for trades the actuarial team has not listed (the PCAREA      *
      * pattern). Only a 'C' risk carries a trade; every other type   *
      * rates at factor 1.                                             *
      *----------------------------------------------------------------*
       6800-GET-TRADE-FACTOR.
           MOVE 1 TO RT-TRADE-FACTOR

           IF RT-POLICY-TYPE NOT = 'C'
              CONTINUE
           ELSE
              MOVE RT-TRADE-CODE TO DB2-RF-BAND-KEY

              EXEC SQL
                  SELECT FACTOR_VALUE
                  INTO :DB2-RF-FACTOR-VALUE
                  FROM RATING_FACTOR
                  WHERE FACTOR_TYPE = 'TRADECLS'
                    AND BAND_KEY = :DB2-RF-BAND-KEY
                    AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
              END-EXEC

              IF SQLCODE = 100
                 MOVE '*' TO DB2-RF-BAND-KEY
                 EXEC SQL
                     SELECT FACTOR_VALUE
                     INTO :DB2-RF-FACTOR-VALUE
                     FROM RATING_FACTOR
                     WHERE FACTOR_TYPE = 'TRADECLS'
                       AND BAND_KEY = :DB2-RF-BAND-KEY
                       AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
                 END-EXEC
              END-IF

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  MOVE DB2-RF-FACTOR-VALUE TO RT-TRADE-FACTOR
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  MOVE '90' TO RT-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  PERFORM 9000-RETURN
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Motor named drivers - the 'DRVAGE' row banded on the youngest *
      * driver's age at the rating date, the 'DRVEXP' row banded on   *
      * the fewest years a driver has held a licence and the          *
      * 'CONVPTS' row banded on the penalty points across the         *
      * drivers. Each rates at factor 1 when not priced; a non-motor  *
      * risk, or a motor risk with no driver named, takes all three   *
      * at 1.                                                          *
      *----------------------------------------------------------------*
       6900-GET-DRIVER-FACTORS.
           MOVE 1 TO RT-DRIVER-AGE-FACTOR
           MOVE 1 TO RT-DRIVER-EXP-FACTOR
           MOVE 1 TO RT-CONVICTION-FACTOR
           MOVE 0 TO RT-DRIVER-AGE

           IF RT-POLICY-TYPE NOT = 'M'
              OR RT-DRIVER-DOB = SPACES
              OR RT-DRIVER-DOB = LOW-VALUES
              CONTINUE
           ELSE
              PERFORM 6910-GET-DRIVER-AGE-FACTOR
              PERFORM 6920-GET-DRIVER-EXP-FACTOR
              PERFORM 6930-GET-CONVICTION-FACTOR
           END-IF
           .

       6910-GET-DRIVER-AGE-FACTOR.
           MOVE SPACES TO WS-DRV-DOB-DIGITS
           STRING RT-DRIVER-DOB(1:4) DELIMITED BY SIZE
                  RT-DRIVER-DOB(6:2) DELIMITED BY SIZE
                  RT-DRIVER-DOB(9:2) DELIMITED BY SIZE
                  INTO WS-DRV-DOB-DIGITS
           END-STRING

           IF WS-DRV-DOB-DIGITS NOT NUMERIC
              MOVE '32' TO RT-RETURN-CODE
              MOVE 'Driver date of birth is not a valid date'
                  TO RT-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE WS-DRV-DOB-DIGITS TO WS-DRV-DOB-NUM
           COMPUTE WS-DRV-AGE = (WS-RATING-NUM - WS-DRV-DOB-NUM) / 10000

           IF WS-DRV-AGE < 0
              MOVE '32' TO RT-RETURN-CODE
              MOVE 'Driver date of birth is after the rating date'
                  TO RT-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE WS-DRV-AGE TO RT-DRIVER-AGE

           EXEC SQL
               SELECT FACTOR_VALUE
               INTO :DB2-RF-FACTOR-VALUE
               FROM RATING_FACTOR
               WHERE FACTOR_TYPE = 'DRVAGE'
                 AND POLICYTYPE = :DB2-RF-POLICYTYPE
                 AND BAND_LOW <= :WS-DRV-AGE
                 AND BAND_HIGH >= :WS-DRV-AGE
                 AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE DB2-RF-FACTOR-VALUE TO RT-DRIVER-AGE-FACTOR
             WHEN SQLCODE = 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO RT-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

       6920-GET-DRIVER-EXP-FACTOR.
           IF RT-DRIVER-YEARS-HELD NUMERIC
              MOVE RT-DRIVER-YEARS-HELD TO WS-DRV-YEARS-BIN
           ELSE
              MOVE 0 TO WS-DRV-YEARS-BIN
           END-IF

           EXEC SQL
               SELECT FACTOR_VALUE
               INTO :DB2-RF-FACTOR-VALUE
               FROM RATING_FACTOR
               WHERE FACTOR_TYPE = 'DRVEXP'
                 AND POLICYTYPE = :DB2-RF-POLICYTYPE
                 AND BAND_LOW <= :WS-DRV-YEARS-BIN
                 AND BAND_HIGH >= :WS-DRV-YEARS-BIN
                 AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE DB2-RF-FACTOR-VALUE TO RT-DRIVER-EXP-FACTOR
             WHEN SQLCODE = 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO RT-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

       6930-GET-CONVICTION-FACTOR.
           IF RT-CONVICTION-POINTS NOT NUMERIC
              OR RT-CONVICTION-POINTS = 0
              CONTINUE
           ELSE
              MOVE RT-CONVICTION-POINTS TO WS-DRV-POINTS-BIN
              EXEC SQL
                  SELECT FACTOR_VALUE
                  INTO :DB2-RF-FACTOR-VALUE
                  FROM RATING_FACTOR
                  WHERE FACTOR_TYPE = 'CONVPTS'
                    AND POLICYTYPE = :DB2-RF-POLICYTYPE
                    AND BAND_LOW <= :WS-DRV-POINTS-BIN
                    AND BAND_HIGH >= :WS-DRV-POINTS-BIN
                    AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  MOVE DB2-RF-FACTOR-VALUE TO RT-CONVICTION-FACTOR
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  MOVE '90' TO RT-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  PERFORM 9000-RETURN
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * House specified items - each category's listed value charged  *
      * per thousand at the 'SPECITEM' row keyed on the category      *
      * code, the '*' row supplying the default (the TRADECLS         *
      * pattern) and the house base rate standing in when neither is  *
      * held. Only an 'H' risk lists items; every other type carries  *
      * no charge.                                                     *
      *----------------------------------------------------------------*
       6950-GET-SPEC-ITEM-CHARGE.
           MOVE 0 TO WS-SI-CHARGE

           IF RT-POLICY-TYPE = 'H'
              PERFORM 6960-CHARGE-CATEGORY
                  VARYING WS-SI-SUB FROM 1 BY 1
                  UNTIL WS-SI-SUB > 4
           END-IF

           IF WS-SI-CHARGE > 999999.99
              MOVE '90' TO RT-RETURN-CODE
              MOVE 'Specified item charge exceeds the maximum'
                  TO RT-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE WS-SI-CHARGE TO RT-SPEC-ITEM-CHARGE
           .

       6960-CHARGE-CATEGORY.
           IF RT-SPEC-ITEM-VALUE(WS-SI-SUB) NUMERIC
              MOVE RT-SPEC-ITEM-VALUE(WS-SI-SUB) TO WS-SI-VALUE
           ELSE
              MOVE 0 TO WS-SI-VALUE
           END-IF

           IF WS-SI-VALUE > 0
              MOVE RT-BASE-RATE TO WS-SI-RATE
              MOVE SPACES TO DB2-RF-BAND-KEY
              MOVE WS-SI-CATEGORY-CODE(WS-SI-SUB) TO DB2-RF-BAND-KEY

              EXEC SQL
                  SELECT FACTOR_VALUE
                  INTO :DB2-RF-FACTOR-VALUE
                  FROM RATING_FACTOR
                  WHERE FACTOR_TYPE = 'SPECITEM'
                    AND BAND_KEY = :DB2-RF-BAND-KEY
                    AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
              END-EXEC

              IF SQLCODE = 100
                 MOVE '*' TO DB2-RF-BAND-KEY
                 EXEC SQL
                     SELECT FACTOR_VALUE
                     INTO :DB2-RF-FACTOR-VALUE
                     FROM RATING_FACTOR
                     WHERE FACTOR_TYPE = 'SPECITEM'
                       AND BAND_KEY = :DB2-RF-BAND-KEY
                       AND COALESCE(SET_ID, 0) = :WS-RATE-SET-ID
                 END-EXEC
              END-IF

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  MOVE DB2-RF-FACTOR-VALUE TO WS-SI-RATE
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  MOVE '90' TO RT-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  PERFORM 9000-RETURN
              END-EVALUATE

              COMPUTE WS-SI-CHARGE ROUNDED =
                  WS-SI-CHARGE + WS-SI-VALUE / 1000 * WS-SI-RATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Take the next leading alphabetic character of the postcode    *
      * into the area key; a digit or space ends the area prefix      *
           .

      *----------------------------------------------------------------*
      * Apply the factors to the cover amount and add the specified-  *
      * item charge                                                    *
      *----------------------------------------------------------------*
       7000-COMPUTE-PREMIUM.
           COMPUTE WS-PREMIUM ROUNDED =
               * RT-POSTCODE-FACTOR
               * RT-HOUSEHOLD-FACTOR
               * RT-NCD-FACTOR
               * RT-TRADE-FACTOR
               * RT-DRIVER-AGE-FACTOR
               * RT-DRIVER-EXP-FACTOR
               * RT-CONVICTION-FACTOR
               + RT-SPEC-ITEM-CHARGE
               ON SIZE ERROR
                   MOVE '90' TO RT-RETURN-CODE
                   MOVE 'Premium exceeds the representable maximum'
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

       END PROGRAM LGRATE01.
