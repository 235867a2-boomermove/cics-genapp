      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Rating Breakdown Working Storage         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGRBKWS - Rating Breakdown Working Storage          *
      * Purpose:  Request/response fields for the LGRBKPRC procedures *
      *           that keep the full workings of every LGRATE01       *
      *           rating a premium was set from, so a price can be    *
      *           explained long after the rate set has moved on.     *
      *                                                                *
      *           RATING_BREAKDOWN holds one row per rating: the      *
      *           SOURCE_TYPE that priced it ('Q' quote by LGAQUO01,  *
      *           'N' new business converted from a quote by          *
      *           LGCQUO01, 'E' endorsement by LGAEND01, 'R' renewal  *
      *           by LGRNWL01), the QUOTENUMBER and/or POLICYNUMBER   *
      *           it priced, CUSTOMERNUMBER, RATED_AT, RATING_DATE,   *
      *           POLICYTYPE, the RATE_SET_ID used, the PREMIUM, the  *
      *           risk measures rated on (COVER_AMOUNT, RISK_UNITS,   *
      *           CUSTOMER_AGE, NCD_YEARS, DRIVER_AGE) and every      *
      *           factor applied (BASE_RATE, AGE_FACTOR,              *
      *           POSTCODE_FACTOR, HOUSEHOLD_FACTOR, NCD_FACTOR,      *
      *           TRADE_FACTOR, DRIVER_AGE_FACTOR, DRIVER_EXP_FACTOR, *
      *           CONVICTION_FACTOR) and, for a house policy's        *
      *           specified items, the SPEC_ITEM_VALUE listed and the *
      *           SPEC_ITEM_CHARGE added. A zero QUOTENUMBER or       *
      *           POLICYNUMBER means the rating was not for one.      *
      *                                                                *
      * Usage:    COPY LGRBKWS in WORKING-STORAGE.                    *
      *           COPY LGRBKPRC at the end of PROCEDURE DIVISION.     *
      *           After a successful RT-RATE call to LGRATE01, set    *
      *           RB-SOURCE-TYPE, RB-QUOTENUM, RB-POLICYNUM and       *
      *           RB-CUSTOMERNUM and PERFORM LGRBK-SAVE-BREAKDOWN -   *
      *           it takes everything else from the LGRATING          *
      *           commarea. RB-REPLACE-SAME 'Y' first removes a row   *
      *           already held for the same source, policy and        *
      *           rating date, for a caller that re-rates the same    *
      *           anniversary on a later run. RB-RC: '00' saved,      *
      *           '90' SQL error.                                     *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA and COPY LGRATING (under an  *
      *           01 of the caller's choosing) in the including       *
      *           program.                                            *
      *                                                                *
      *================================================================*

       01  RB-CONTROL.
           05  RB-RC                   PIC X(2)  VALUE '00'.
           05  RB-REPLACE-SAME         PIC X(1)  VALUE 'N'.
           05  RB-SUB                  PIC S9(4) COMP VALUE 0.
           05  RB-SOURCE-TYPE          PIC X(1)  VALUE SPACES.
               88  RB-SOURCE-QUOTE     VALUE 'Q'.
               88  RB-SOURCE-NEW-BUS   VALUE 'N'.
               88  RB-SOURCE-ENDORSE   VALUE 'E'.
               88  RB-SOURCE-RENEWAL   VALUE 'R'.

      *----------------------------------------------------------------*
      * RATING_BREAKDOWN host variables                                *
      *----------------------------------------------------------------*
       01  RB-BREAKDOWN-REC.
           05  RB-QUOTENUM             PIC S9(9) COMP VALUE 0.
           05  RB-POLICYNUM            PIC S9(9) COMP VALUE 0.
           05  RB-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
           05  RB-RATED-AT             PIC X(26) VALUE SPACES.
           05  RB-RATING-DATE          PIC X(10) VALUE SPACES.
           05  RB-POLICYTYPE           PIC X(1)  VALUE SPACES.
           05  RB-RATE-SET-ID          PIC S9(9) COMP VALUE 0.
           05  RB-PREMIUM              PIC S9(6)V99 COMP-3 VALUE 0.
           05  RB-COVER-AMOUNT         PIC S9(9) COMP VALUE 0.
           05  RB-RISK-UNITS           PIC S9(4) COMP VALUE 0.
           05  RB-CUSTOMER-AGE         PIC S9(4) COMP VALUE 0.
           05  RB-NCD-YEARS            PIC S9(4) COMP VALUE 0.
           05  RB-DRIVER-AGE           PIC S9(4) COMP VALUE 0.
           05  RB-BASE-RATE            PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  RB-AGE-FACTOR           PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-POSTCODE-FACTOR      PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-HOUSEHOLD-FACTOR     PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-NCD-FACTOR           PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-TRADE-FACTOR         PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-DRIVER-AGE-FACTOR    PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-DRIVER-EXP-FACTOR    PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-CONVICTION-FACTOR    PIC S9(1)V9(4) COMP-3 VALUE 0.
           05  RB-SPEC-ITEM-VALUE      PIC S9(9) COMP VALUE 0.
           05  RB-SPEC-ITEM-CHARGE     PIC S9(6)V99 COMP-3 VALUE 0.
