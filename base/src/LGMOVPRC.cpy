      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Movement Procedures               *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGMOVPRC - Policy Movement Procedures               *
      * Purpose:  Every program that puts a policy on the book, takes *
      *           it off or re-prices it records the movement here,   *
      *           in the same unit of work as the POLICY change:      *
      *           LGMOV-RECORD-POLICY - one POLICY_MOVEMENT row for   *
      *             MV-POLICYNUM;                                     *
      *           LGMOV-RECORD-CUSTOMER - one row for each in-force   *
      *             policy MV-CUSTOMERNUM holds, for a movement that  *
      *             takes all of a customer's policies at once.       *
      *           A policy not found (or not in force when only       *
      *           in-force policies are asked for) records nothing,   *
      *           which is not an error.                              *
      *                                                                *
      * Requires: COPY LGMOVWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGMOV-RECORD-POLICY.
           MOVE '00' TO MV-RC

           EXEC SQL
               INSERT INTO POLICY_MOVEMENT
               ( POLICYNUMBER, MOVEMENT_DATE, MOVEMENT_TYPE,
                 POLICYTYPE, BRANCHNUMBER, COUNT_CHANGE,
                 PREMIUM_CHANGE, RECORDED_AT )
               SELECT POLICYNUMBER, :MV-MOVE-DATE, :MV-TYPE,
                      POLICYTYPE, COALESCE(BRANCHNUMBER, ' '),
                      :MV-COUNT-CHANGE,
                      CASE WHEN :MV-WHOLE-PREMIUM = 'Y'
                           THEN :MV-COUNT-CHANGE * PREMIUM
                           ELSE :MV-PREMIUM-CHANGE
                      END,
                      CURRENT TIMESTAMP
               FROM POLICY
               WHERE POLICYNUMBER = :MV-POLICYNUM
                 AND ( :MV-INFORCE-ONLY = 'N'
                       OR STATUS IN ('A', 'P') )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO MV-RC
           END-IF
           .

       LGMOV-RECORD-CUSTOMER.
           MOVE '00' TO MV-RC

           EXEC SQL
               INSERT INTO POLICY_MOVEMENT
               ( POLICYNUMBER, MOVEMENT_DATE, MOVEMENT_TYPE,
                 POLICYTYPE, BRANCHNUMBER, COUNT_CHANGE,
                 PREMIUM_CHANGE, RECORDED_AT )
               SELECT POLICYNUMBER, :MV-MOVE-DATE, :MV-TYPE,
                      POLICYTYPE, COALESCE(BRANCHNUMBER, ' '),
                      :MV-COUNT-CHANGE,
                      CASE WHEN :MV-WHOLE-PREMIUM = 'Y'
                           THEN :MV-COUNT-CHANGE * PREMIUM
                           ELSE :MV-PREMIUM-CHANGE
                      END,
                      CURRENT TIMESTAMP
               FROM POLICY
               WHERE CUSTOMERNUMBER = :MV-CUSTOMERNUM
                 AND STATUS IN ('A', 'P')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO MV-RC
           END-IF
           .
