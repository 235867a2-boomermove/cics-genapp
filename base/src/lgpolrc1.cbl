      *================================================================*
      * Program: LGPOLRC1 - Policy Reconciliation Batch Job           *
      * Purpose: The policy-side counterpart of the LGACRC01          *
      *          customer sweep. POLICY is walked against the four    *
      *          per-type tables and the rows hung off a policy in    *
      *          both directions:                                     *
      *          - a POLICY row whose ENDOWMENT/HOUSE/MOTOR/          *
      *            COMMERCIAL row is missing breaks 01IPOL detail     *
      *            inquiry - repaired by re-inserting the per-type    *
      *            row from its archive copy where LGPOLARC (or its   *
      *            forerunners) left one, together with any archived  *
      *            MOTOR_DRIVER, DRIVER_CONVICTION, SPECIFIED_ITEM    *
      *            and POLICY_PARTY rows not live, otherwise reported *
      *            for manual review;                                 *
      *          - an orphaned per-type, driver, conviction,          *
      *            specified item or joint policyholder row with no   *
      *            POLICY hides cover - where the POLICY sits in the  *
      *            archive, the interrupted archive is finished (the  *
      *            live rows copied to the archive table and          *
      *            removed), otherwise reported;                      *
      *          - an in-force policy whose owning CUSTOMERNUMBER no  *
      *            longer exists is reported (there is no surviving   *
      *            copy to repair a customer from here).              *
                       AND NOT EXISTS
                           ( SELECT 1 FROM MOTOR M
                             WHERE M.POLICYNUMBER = P.POLICYNUMBER ) )
                  OR ( P.POLICYTYPE = 'C'
                       AND NOT EXISTS
                           ( SELECT 1 FROM COMMERCIAL C
                             WHERE C.POLICYNUMBER = P.POLICYNUMBER ) )
           END-EXEC.

      *----------------------------------------------------------------*
                       WHERE P.POLICYNUMBER = M.POLICYNUMBER )
           END-EXEC.

           EXEC SQL
               DECLARE ORPHC_CURSOR CURSOR FOR
               SELECT C.POLICYNUMBER
               FROM COMMERCIAL C
               WHERE NOT EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = C.POLICYNUMBER )
           END-EXEC.

      *----------------------------------------------------------------*
      * Rows hung off a policy whose POLICY row is missing - one row  *
      * per policy and table, the table coded in place of the type:   *
      * 'D' MOTOR_DRIVER, 'V' DRIVER_CONVICTION, 'I' SPECIFIED_ITEM,  *
      * 'J' POLICY_PARTY. Convictions sort ahead of their drivers.    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ORPHX_CURSOR CURSOR FOR
               SELECT D.POLICYNUMBER, 'D'
               FROM MOTOR_DRIVER D
               WHERE NOT EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = D.POLICYNUMBER )
               UNION
               SELECT V.POLICYNUMBER, 'V'
               FROM DRIVER_CONVICTION V
               WHERE NOT EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = V.POLICYNUMBER )
               UNION
               SELECT I.POLICYNUMBER, 'I'
               FROM SPECIFIED_ITEM I
               WHERE NOT EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = I.POLICYNUMBER )
               UNION
               SELECT J.POLICYNUMBER, 'J'
               FROM POLICY_PARTY J
               WHERE NOT EXISTS
                     ( SELECT 1 FROM POLICY P
                       WHERE P.POLICYNUMBER = J.POLICYNUMBER )
               ORDER BY 1, 2 DESC
           END-EXEC.

      *----------------------------------------------------------------*
      * In-force policies whose owning customer no longer exists      *
      *----------------------------------------------------------------*
           PERFORM 3000-CHECK-ORPHAN-ENDOWMENT THRU 3000-EXIT
           PERFORM 4000-CHECK-ORPHAN-HOUSE THRU 4000-EXIT
           PERFORM 5000-CHECK-ORPHAN-MOTOR THRU 5000-EXIT
           PERFORM 5200-CHECK-ORPHAN-COMMERCIAL THRU 5200-EXIT
           PERFORM 5400-CHECK-ORPHAN-POLICY-ROWS THRU 5400-EXIT
           PERFORM 6000-CHECK-MISSING-OWNER THRU 6000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
      * Re-insert the per-type row from its archive copy - the        *
      * surviving copy, the LGACRC01 repair idea. SQLCODE 100 on the  *
      * INSERT SELECT means no archive copy either: report only.      *
      * Once the cover row is back, the drivers, convictions, items   *
      * and joint policyholders archived with it come back too.       *
      *----------------------------------------------------------------*
       2200-REPAIR-MISSING-DETAIL.
           EVALUATE DB2-RC-POLICYTYPE
                   SELECT * FROM MOTOR_ARCHIVE
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                   INSERT INTO COMMERCIAL
                   SELECT * FROM COMMERCIAL_ARCHIVE
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
           END-EVALUATE

           EVALUATE TRUE
               ADD 1 TO WS-DETAIL-REPAIRED
               DISPLAY 'LGPOLRC1 - policy ' DB2-RC-POLICYNUM
                       ' detail re-inserted from the archive copy'
               PERFORM 2300-REPAIR-POLICY-ROWS
             WHEN SQLCODE = 100
               DISPLAY 'LGPOLRC1 - *** policy ' DB2-RC-POLICYNUM
                       ' type ' DB2-RC-POLICYTYPE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Archived rows hung off the repaired policy that are not live  *
      * - only the missing ones, so a partial set is filled in and    *
      * never doubled                                                 *
      *----------------------------------------------------------------*
       2300-REPAIR-POLICY-ROWS.
           IF DB2-RC-POLICYTYPE = 'M'
              EXEC SQL
                  INSERT INTO MOTOR_DRIVER
                  SELECT * FROM MOTOR_DRIVER_ARCHIVE A
                  WHERE A.POLICYNUMBER = :DB2-RC-POLICYNUM
                    AND NOT EXISTS
                        ( SELECT 1 FROM MOTOR_DRIVER D
                          WHERE D.POLICYNUMBER = A.POLICYNUMBER
                            AND D.DRIVERNUMBER = A.DRIVERNUMBER )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'LGPOLRC1 - driver repair failed for policy '
                         DB2-RC-POLICYNUM ' SQLCODE=' SQLCODE
              END-IF

              EXEC SQL
                  INSERT INTO DRIVER_CONVICTION
                  SELECT * FROM DRIVER_CONVICTION_ARCHIVE A
                  WHERE A.POLICYNUMBER = :DB2-RC-POLICYNUM
                    AND NOT EXISTS
                        ( SELECT 1 FROM DRIVER_CONVICTION V
                          WHERE V.POLICYNUMBER = A.POLICYNUMBER
                            AND V.DRIVERNUMBER = A.DRIVERNUMBER
                            AND V.CONVICTIONNUMBER =
                                A.CONVICTIONNUMBER )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'LGPOLRC1 - conviction repair failed for '
                         'policy ' DB2-RC-POLICYNUM ' SQLCODE=' SQLCODE
              END-IF
           END-IF

           IF DB2-RC-POLICYTYPE = 'H'
              EXEC SQL
                  INSERT INTO SPECIFIED_ITEM
                  SELECT * FROM SPECIFIED_ITEM_ARCHIVE A
                  WHERE A.POLICYNUMBER = :DB2-RC-POLICYNUM
                    AND NOT EXISTS
                        ( SELECT 1 FROM SPECIFIED_ITEM I
                          WHERE I.POLICYNUMBER = A.POLICYNUMBER
                            AND I.ITEMNUMBER = A.ITEMNUMBER )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'LGPOLRC1 - item repair failed for policy '
                         DB2-RC-POLICYNUM ' SQLCODE=' SQLCODE
              END-IF
           END-IF

           EXEC SQL
               INSERT INTO POLICY_PARTY
               SELECT * FROM POLICY_PARTY_ARCHIVE A
               WHERE A.POLICYNUMBER = :DB2-RC-POLICYNUM
                 AND NOT EXISTS
                     ( SELECT 1 FROM POLICY_PARTY J
                       WHERE J.POLICYNUMBER = A.POLICYNUMBER
                         AND J.CUSTOMERNUMBER = A.CUSTOMERNUMBER )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'LGPOLRC1 - joint holder repair failed for '
                      'policy ' DB2-RC-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Orphaned ENDOWMENT rows                                        *
      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * Orphaned COMMERCIAL rows                                       *
      *----------------------------------------------------------------*
       5200-CHECK-ORPHAN-COMMERCIAL.
           EXEC SQL
               OPEN ORPHC_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPOLRC1 - OPEN ORPHC_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 5200-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 5300-FETCH-NEXT-ORPHC

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-ORPHAN-DETAIL
              MOVE 'C' TO DB2-RC-POLICYTYPE
              PERFORM 7000-RESOLVE-ORPHAN-DETAIL
              PERFORM 5300-FETCH-NEXT-ORPHC
           END-PERFORM

           EXEC SQL
               CLOSE ORPHC_CURSOR
           END-EXEC

       5200-EXIT.
           EXIT
           .

       5300-FETCH-NEXT-ORPHC.
           EXEC SQL
               FETCH ORPHC_CURSOR
               INTO :DB2-RC-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 DISPLAY 'LGPOLRC1 - FETCH ORPHC failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Orphaned driver, conviction, specified item and joint         *
      * policyholder rows - the cursor codes the table in the type    *
      *----------------------------------------------------------------*
       5400-CHECK-ORPHAN-POLICY-ROWS.
           EXEC SQL
               OPEN ORPHX_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPOLRC1 - OPEN ORPHX_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 5400-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 5500-FETCH-NEXT-ORPHX

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-ORPHAN-DETAIL
              PERFORM 7000-RESOLVE-ORPHAN-DETAIL
              PERFORM 5500-FETCH-NEXT-ORPHX
           END-PERFORM

           EXEC SQL
               CLOSE ORPHX_CURSOR
           END-EXEC

       5400-EXIT.
           EXIT
           .

       5500-FETCH-NEXT-ORPHX.
           EXEC SQL
               FETCH ORPHX_CURSOR
               INTO :DB2-RC-POLICYNUM, :DB2-RC-POLICYTYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 DISPLAY 'LGPOLRC1 - FETCH ORPHX failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * In-force policies with no owning customer - reported only:    *
      * there is no surviving copy a customer could be rebuilt from   *
                   SELECT * FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                   INSERT INTO COMMERCIAL_ARCHIVE
                   SELECT * FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'D'
               EXEC SQL
                   INSERT INTO MOTOR_DRIVER_ARCHIVE
                   SELECT * FROM MOTOR_DRIVER
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'V'
               EXEC SQL
                   INSERT INTO DRIVER_CONVICTION_ARCHIVE
                   SELECT * FROM DRIVER_CONVICTION
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'I'
               EXEC SQL
                   INSERT INTO SPECIFIED_ITEM_ARCHIVE
                   SELECT * FROM SPECIFIED_ITEM
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
             WHEN 'J'
               EXEC SQL
                   INSERT INTO POLICY_PARTY_ARCHIVE
                   SELECT * FROM POLICY_PARTY
                   WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
               END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
                      DELETE FROM MOTOR
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
                WHEN 'C'
                  EXEC SQL
                      DELETE FROM COMMERCIAL
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
                WHEN 'D'
                  EXEC SQL
                      DELETE FROM MOTOR_DRIVER
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
                WHEN 'V'
                  EXEC SQL
                      DELETE FROM DRIVER_CONVICTION
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
                WHEN 'I'
                  EXEC SQL
                      DELETE FROM SPECIFIED_ITEM
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
                WHEN 'J'
                  EXEC SQL
                      DELETE FROM POLICY_PARTY
                      WHERE POLICYNUMBER = :DB2-RC-POLICYNUM
                  END-EXEC
              END-EVALUATE

              IF SQLCODE = 0
