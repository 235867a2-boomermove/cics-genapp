      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Rating Breakdown Procedures              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGRBKPRC - Rating Breakdown Procedures              *
      * Purpose:  Every rating a premium is set from is kept whole on *
      *           RATING_BREAKDOWN, so the price-explanation inquiry  *
      *           (LGIRAT01) can set one rating beside another:       *
      *           LGRBK-SAVE-BREAKDOWN - the rating just returned in  *
      *             the LGRATING commarea written for the source,     *
      *             quote and policy in RB-CONTROL/RB-BREAKDOWN-REC;  *
      *           LGRBK-COPY-QUOTE-RATING - the rating a quote was    *
      *             priced on (RB-QUOTENUM) carried to the policy it  *
      *             became (RB-POLICYNUM) as a new-business row, when *
      *             the quote is taken up at the quoted premium. A    *
      *             quote rated before breakdowns were kept has none  *
      *             to carry, which is not an error.                  *
      *                                                                *
      * Requires: COPY LGRBKWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGRBK-SAVE-BREAKDOWN.
           MOVE '00' TO RB-RC

           MOVE RT-RATING-DATE         TO RB-RATING-DATE
           MOVE RT-POLICY-TYPE         TO RB-POLICYTYPE
           MOVE RT-RATE-SET-USED       TO RB-RATE-SET-ID
           MOVE RT-PREMIUM             TO RB-PREMIUM
           MOVE RT-COVER-AMOUNT        TO RB-COVER-AMOUNT
           MOVE RT-RISK-UNITS          TO RB-RISK-UNITS
           MOVE RT-CUSTOMER-AGE        TO RB-CUSTOMER-AGE
           MOVE RT-NCD-YEARS           TO RB-NCD-YEARS
           MOVE RT-DRIVER-AGE          TO RB-DRIVER-AGE
           MOVE RT-BASE-RATE           TO RB-BASE-RATE
           MOVE RT-AGE-FACTOR          TO RB-AGE-FACTOR
           MOVE RT-POSTCODE-FACTOR     TO RB-POSTCODE-FACTOR
           MOVE RT-HOUSEHOLD-FACTOR    TO RB-HOUSEHOLD-FACTOR
           MOVE RT-NCD-FACTOR          TO RB-NCD-FACTOR
           MOVE RT-TRADE-FACTOR        TO RB-TRADE-FACTOR
           MOVE RT-DRIVER-AGE-FACTOR   TO RB-DRIVER-AGE-FACTOR
           MOVE RT-DRIVER-EXP-FACTOR   TO RB-DRIVER-EXP-FACTOR
           MOVE RT-CONVICTION-FACTOR   TO RB-CONVICTION-FACTOR
           MOVE RT-SPEC-ITEM-CHARGE    TO RB-SPEC-ITEM-CHARGE
           MOVE 0                      TO RB-SPEC-ITEM-VALUE
           PERFORM VARYING RB-SUB FROM 1 BY 1 UNTIL RB-SUB > 4
              IF RT-SPEC-ITEM-VALUE(RB-SUB) NUMERIC
                 ADD RT-SPEC-ITEM-VALUE(RB-SUB) TO RB-SPEC-ITEM-VALUE
              END-IF
           END-PERFORM

           IF RB-REPLACE-SAME = 'Y'
              EXEC SQL
                  DELETE FROM RATING_BREAKDOWN
                  WHERE SOURCE_TYPE = :RB-SOURCE-TYPE
                    AND POLICYNUMBER = :RB-POLICYNUM
                    AND RATING_DATE = :RB-RATING-DATE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '90' TO RB-RC
              END-IF
           END-IF

           IF RB-RC = '00'
              EXEC SQL
                  INSERT INTO RATING_BREAKDOWN
                  ( SOURCE_TYPE, QUOTENUMBER, POLICYNUMBER,
                    CUSTOMERNUMBER, RATED_AT, RATING_DATE,
                    POLICYTYPE, RATE_SET_ID, PREMIUM,
                    COVER_AMOUNT, RISK_UNITS, CUSTOMER_AGE,
                    NCD_YEARS, DRIVER_AGE, BASE_RATE,
                    AGE_FACTOR, POSTCODE_FACTOR, HOUSEHOLD_FACTOR,
                    NCD_FACTOR, TRADE_FACTOR, DRIVER_AGE_FACTOR,
                    DRIVER_EXP_FACTOR, CONVICTION_FACTOR,
                    SPEC_ITEM_VALUE, SPEC_ITEM_CHARGE )
                  VALUES ( :RB-SOURCE-TYPE, :RB-QUOTENUM,
                           :RB-POLICYNUM, :RB-CUSTOMERNUM,
                           CURRENT TIMESTAMP, :RB-RATING-DATE,
                           :RB-POLICYTYPE, :RB-RATE-SET-ID,
                           :RB-PREMIUM, :RB-COVER-AMOUNT,
                           :RB-RISK-UNITS, :RB-CUSTOMER-AGE,
                           :RB-NCD-YEARS, :RB-DRIVER-AGE,
                           :RB-BASE-RATE, :RB-AGE-FACTOR,
                           :RB-POSTCODE-FACTOR, :RB-HOUSEHOLD-FACTOR,
                           :RB-NCD-FACTOR, :RB-TRADE-FACTOR,
                           :RB-DRIVER-AGE-FACTOR,
                           :RB-DRIVER-EXP-FACTOR,
                           :RB-CONVICTION-FACTOR,
                           :RB-SPEC-ITEM-VALUE, :RB-SPEC-ITEM-CHARGE )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO RB-RC
              END-IF
           END-IF
           .

       LGRBK-COPY-QUOTE-RATING.
           MOVE '00' TO RB-RC

      *    The quote's own rating, stamped with the policy it became -
      *    RATED_AT is kept, since that is when the price was worked
      *    out, not when the customer took it up
           EXEC SQL
               INSERT INTO RATING_BREAKDOWN
               ( SOURCE_TYPE, QUOTENUMBER, POLICYNUMBER,
                 CUSTOMERNUMBER, RATED_AT, RATING_DATE,
                 POLICYTYPE, RATE_SET_ID, PREMIUM,
                 COVER_AMOUNT, RISK_UNITS, CUSTOMER_AGE,
                 NCD_YEARS, DRIVER_AGE, BASE_RATE,
                 AGE_FACTOR, POSTCODE_FACTOR, HOUSEHOLD_FACTOR,
                 NCD_FACTOR, TRADE_FACTOR, DRIVER_AGE_FACTOR,
                 DRIVER_EXP_FACTOR, CONVICTION_FACTOR,
                 SPEC_ITEM_VALUE, SPEC_ITEM_CHARGE )
               SELECT 'N', QUOTENUMBER, :RB-POLICYNUM,
                      :RB-CUSTOMERNUM, RATED_AT, RATING_DATE,
                      POLICYTYPE, RATE_SET_ID, PREMIUM,
                      COVER_AMOUNT, RISK_UNITS, CUSTOMER_AGE,
                      NCD_YEARS, DRIVER_AGE, BASE_RATE,
                      AGE_FACTOR, POSTCODE_FACTOR, HOUSEHOLD_FACTOR,
                      NCD_FACTOR, TRADE_FACTOR, DRIVER_AGE_FACTOR,
                      DRIVER_EXP_FACTOR, CONVICTION_FACTOR,
                      SPEC_ITEM_VALUE, SPEC_ITEM_CHARGE
               FROM RATING_BREAKDOWN
               WHERE SOURCE_TYPE = 'Q'
                 AND QUOTENUMBER = :RB-QUOTENUM
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO RB-RC
           END-IF
           .
