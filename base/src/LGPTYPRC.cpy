      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Party Procedures                  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPTYPRC - Policy Party Procedures                  *
      * Purpose:  Who holds a policy - the first-named policyholder   *
      *           on POLICY and the joint one on POLICY_PARTY. None   *
      *           of these issues CICS commands, so batch and online  *
      *           programs share them.                                *
      *                                                                *
      * Requires: COPY LGPTYWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGPTY-CHECK-HOLDER.
           MOVE '00' TO PT-RC
           MOVE 'N' TO PT-HOLDER

           IF PT-CUSTOMERNUM = PT-OWNER-CUSTOMERNUM
              MOVE 'Y' TO PT-HOLDER
           ELSE
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :PT-PARTY-COUNT
                  FROM POLICY_PARTY
                  WHERE POLICYNUMBER = :PT-POLICYNUM
                    AND CUSTOMERNUMBER = :PT-CUSTOMERNUM
                    AND PARTY_ROLE = 'J'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO PT-RC
              ELSE
                 IF PT-PARTY-COUNT > 0
                    MOVE 'Y' TO PT-HOLDER
                 END-IF
              END-IF
           END-IF
           .

       LGPTY-READ-JOINT.
           MOVE '00' TO PT-RC
           MOVE 'N' TO PT-JOINT-FOUND
           MOVE 0 TO PT-JOINT-CUSTOMERNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER
               INTO :PT-JOINT-CUSTOMERNUM
               FROM POLICY_PARTY
               WHERE POLICYNUMBER = :PT-POLICYNUM
                 AND PARTY_ROLE = 'J'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO PT-JOINT-FOUND
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO PT-RC
           END-EVALUATE
           .

       LGPTY-COUNT-SOLE-INFORCE.
           MOVE '00' TO PT-RC

      *    In force, held by this customer either way round, and no
      *    other policyholder left on it
           EXEC SQL
               SELECT COUNT(*)
               INTO :PT-SOLE-COUNT
               FROM POLICY P
               WHERE P.STATUS = 'A'
                 AND ( P.CUSTOMERNUMBER = :PT-CUSTOMERNUM
                    OR EXISTS
                       ( SELECT 1 FROM POLICY_PARTY J
                         WHERE J.POLICYNUMBER = P.POLICYNUMBER
                           AND J.CUSTOMERNUMBER = :PT-CUSTOMERNUM
                           AND J.PARTY_ROLE = 'J' ) )
                 AND NOT EXISTS
                       ( SELECT 1 FROM CUSTOMER C
                         WHERE C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                           AND P.CUSTOMERNUMBER <> :PT-CUSTOMERNUM
                           AND COALESCE(C.DECEASED, ' ') <> 'Y' )
                 AND NOT EXISTS
                       ( SELECT 1 FROM POLICY_PARTY J, CUSTOMER C
                         WHERE J.POLICYNUMBER = P.POLICYNUMBER
                           AND J.PARTY_ROLE = 'J'
                           AND J.CUSTOMERNUMBER <> :PT-CUSTOMERNUM
                           AND C.CUSTOMERNUMBER = J.CUSTOMERNUMBER
                           AND COALESCE(C.DECEASED, ' ') <> 'Y' )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PT-RC
           END-IF
           .

       LGPTY-RELEASE-HOLDER.
           MOVE '00' TO PT-RC
           MOVE 0 TO PT-HANDED-OVER

      *    Joint policyholder leaving - the first-named one carries on
           EXEC SQL
               DELETE FROM POLICY_PARTY J
               WHERE J.CUSTOMERNUMBER = :PT-CUSTOMERNUM
                 AND J.PARTY_ROLE = 'J'
                 AND EXISTS
                     ( SELECT 1 FROM POLICY P, CUSTOMER C
                       WHERE P.POLICYNUMBER = J.POLICYNUMBER
                         AND P.STATUS = 'A'
                         AND P.CUSTOMERNUMBER <> :PT-CUSTOMERNUM
                         AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                         AND COALESCE(C.DECEASED, ' ') <> 'Y' )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD(3) TO PT-HANDED-OVER
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO PT-RC
           END-EVALUATE

      *    First-named policyholder leaving - the joint one becomes
      *    the policyholder
           IF PT-RC = '00'
              EXEC SQL
                  UPDATE POLICY P
                  SET CUSTOMERNUMBER =
                      ( SELECT J.CUSTOMERNUMBER FROM POLICY_PARTY J
                        WHERE J.POLICYNUMBER = P.POLICYNUMBER
                          AND J.PARTY_ROLE = 'J' ),
                      LASTCHANGED = CURRENT TIMESTAMP
                  WHERE P.CUSTOMERNUMBER = :PT-CUSTOMERNUM
                    AND P.STATUS = 'A'
                    AND EXISTS
                        ( SELECT 1 FROM POLICY_PARTY J, CUSTOMER C
                          WHERE J.POLICYNUMBER = P.POLICYNUMBER
                            AND J.PARTY_ROLE = 'J'
                            AND J.CUSTOMERNUMBER <> :PT-CUSTOMERNUM
                            AND C.CUSTOMERNUMBER = J.CUSTOMERNUMBER
                            AND COALESCE(C.DECEASED, ' ') <> 'Y' )
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  ADD SQLERRD(3) TO PT-HANDED-OVER
                  PERFORM LGPTY-DROP-SELF-PARTY
                WHEN 100
                  CONTINUE
                WHEN OTHER
                  MOVE '90' TO PT-RC
              END-EVALUATE
           END-IF
           .

       LGPTY-DROP-SELF-PARTY.
           EXEC SQL
               DELETE FROM POLICY_PARTY J
               WHERE J.PARTY_ROLE = 'J'
                 AND EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = J.POLICYNUMBER
                         AND P.CUSTOMERNUMBER = J.CUSTOMERNUMBER )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO PT-RC
           END-IF
           .
