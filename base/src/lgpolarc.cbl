      * Program: LGPOLARC - Closed Policy Archive Batch Job           *
      * Purpose: Runs outside CICS month-end in the LGAUDARC style.   *
      *          Policies closed - cancelled 'C', lapsed 'L',         *
      *          declined 'D', matured 'X' or surrendered 'S' - for   *
      *          longer than PC-POLICY-RETAIN-DAYS (last changed      *
      *          before the cutoff) move to the archive tables        *
      *          together with their per-type                         *
      *          ENDOWMENT/HOUSE/MOTOR/COMMERCIAL row, a motor        *
      *          policy's MOTOR_DRIVER and DRIVER_CONVICTION rows, a  *
      *          house policy's SPECIFIED_ITEM schedule, any joint    *
      *          policyholder on POLICY_PARTY, their POLICY_HISTORY   *
      *          and their closed claims, so the live tables the      *
      *          online inquiries and batch sweeps scan stop carrying *
      *          years of dead rows. Each table is archived before    *
      *          its live rows are deleted, so a row is never removed *
      *          without first having landed safely in the archive; a *
      *          policy with an open claim is left alone until the    *
      *          claim closes. The 01IARC retrieval (LGIARC01) reads  *
      *          the archive so the call centre can still answer      *
      *          "what cover did I have in 2019?".                    *
               DECLARE PARCH_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICYNUMBER, POLICYTYPE
               FROM POLICY
               WHERE STATUS IN ('C', 'L', 'D', 'X', 'S')
                 AND SUBSTR(LASTCHANGED, 1, 10) < :WS-CUTOFF-YMD
                 AND POLICYNUMBER > :WS-RESUME-POLICYNUM
               ORDER BY POLICYNUMBER
                   SELECT * FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                   INSERT INTO COMMERCIAL_ARCHIVE
                   SELECT * FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
               END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2900-ABANDON-THIS-POLICY
              GO TO 2200-EXIT
           END-IF

      *    A motor policy's named drivers and their convictions, and
      *    a house policy's specified items, go with it
           IF DB2-AR-POLICYTYPE = 'M'
              EXEC SQL
                  INSERT INTO MOTOR_DRIVER_ARCHIVE
                  SELECT * FROM MOTOR_DRIVER
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF

              EXEC SQL
                  INSERT INTO DRIVER_CONVICTION_ARCHIVE
                  SELECT * FROM DRIVER_CONVICTION
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF DB2-AR-POLICYTYPE = 'H'
              EXEC SQL
                  INSERT INTO SPECIFIED_ITEM_ARCHIVE
                  SELECT * FROM SPECIFIED_ITEM
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF
           END-IF

           EXEC SQL
               INSERT INTO POLICY_PARTY_ARCHIVE
               SELECT * FROM POLICY_PARTY
               WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2900-ABANDON-THIS-POLICY
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               INSERT INTO POLICY_HISTORY_ARCHIVE
               SELECT * FROM POLICY_HISTORY
              GO TO 2200-EXIT
           END-IF

           IF DB2-AR-POLICYTYPE = 'M'
              EXEC SQL
                  DELETE FROM DRIVER_CONVICTION
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF

              EXEC SQL
                  DELETE FROM MOTOR_DRIVER
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF DB2-AR-POLICYTYPE = 'H'
              EXEC SQL
                  DELETE FROM SPECIFIED_ITEM
                  WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 2900-ABANDON-THIS-POLICY
                 GO TO 2200-EXIT
              END-IF
           END-IF

           EVALUATE DB2-AR-POLICYTYPE
             WHEN 'E'
               EXEC SQL
                   DELETE FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                   DELETE FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
               END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2900-ABANDON-THIS-POLICY
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               DELETE FROM POLICY_PARTY
               WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2900-ABANDON-THIS-POLICY
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               DELETE FROM POLICY
               WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
