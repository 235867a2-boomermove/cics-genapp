      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claims Exchange Procedures               *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGCUEPRC - Claims Exchange Procedures               *
      * Purpose:  LGCUE-LOOKUP - counts the prior claims the Claims   *
      *           and Underwriting Exchange holds for the person      *
      *           (surname, date of birth and postcode together) or   *
      *           the vehicle registration, incurred within the       *
      *           lookback years, and how many of them the customer   *
      *           did not declare. Used at quote (LGAQUO01) and again *
      *           at conversion (LGCQUO01), when a later load may     *
      *           have brought more history back.                     *
      *                                                                *
      * Requires: COPY LGCUEWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGCUE-LOOKUP.
           MOVE '00' TO CUE-RC
           MOVE 0 TO CUE-FOUND
           MOVE 0 TO CUE-UNDISCLOSED

      *    The lookback runs from the same day the set number of years
      *    back - dates are YYYY-MM-DD, so they compare as text
           MOVE CUE-REQ-DATE TO CUE-SINCE-DATE
           IF CUE-REQ-DATE(1:4) NUMERIC
              MOVE CUE-REQ-DATE(1:4) TO CUE-SINCE-YYYY
              SUBTRACT CUE-LOOKBACK-YEARS FROM CUE-SINCE-YYYY
              MOVE CUE-SINCE-YYYY TO CUE-SINCE-DATE(1:4)
           END-IF

           EXEC SQL
               SELECT COUNT(DISTINCT CUE_REF)
               INTO :CUE-FOUND
               FROM CUE_HISTORY
               WHERE INCIDENT_DATE >= :CUE-SINCE-DATE
                 AND INSURER <> :CUE-OUR-INSURER
                 AND ( ( MATCH_TYPE = 'P'
                         AND LASTNAME = :CUE-REQ-LASTNAME
                         AND DATEOFBIRTH = :CUE-REQ-DOB
                         AND POSTCODE = :CUE-REQ-POSTCODE )
                    OR ( MATCH_TYPE = 'V'
                         AND REGNUMBER = :CUE-REQ-REGNUMBER
                         AND REGNUMBER <> ' ' ) )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO CUE-FOUND
              MOVE '90' TO CUE-RC
           END-IF

           IF CUE-FOUND > CUE-REQ-DECLARED
              COMPUTE CUE-UNDISCLOSED = CUE-FOUND - CUE-REQ-DECLARED
           END-IF
           .
