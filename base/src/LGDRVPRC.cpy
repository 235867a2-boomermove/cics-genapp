      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Motor Named Driver Procedures            *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGDRVPRC - Motor Named Driver Procedures            *
      * Purpose:  Who drives a motor policy's vehicle, held beside    *
      *           the MOTOR row so every path that rates or screens   *
      *           the risk sees the same drivers:                     *
      *           LGDRV-VALIDATE-LIST - every driver in DRV-LIST has  *
      *             a name, a YYYY-MM-DD date of birth, a licence     *
      *             type (F full, P provisional, E EU, I              *
      *             international), years held, a relationship to    *
      *             the policyholder (H self, S spouse/partner, C     *
      *             child, E employee, O other) and at most four      *
      *             convictions, each with a code, date and points;   *
      *           LGDRV-SUMMARISE-LIST - the rating and underwriting  *
      *             measures in DRV-SUMMARY;                          *
      *           LGDRV-REPLACE-DRIVERS - the policy's MOTOR_DRIVER   *
      *             and DRIVER_CONVICTION rows replaced by DRV-LIST;  *
      *           LGDRV-LOAD-DRIVERS - DRV-LIST read back from them. *
      *                                                                *
      * Requires: COPY LGDRVWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGDRV-VALIDATE-LIST.
           MOVE '00' TO DRV-RC

           IF DRV-L-DRIVER-COUNT NOT NUMERIC
              OR DRV-L-DRIVER-COUNT > 5
              MOVE '10' TO DRV-RC
           ELSE
              PERFORM LGDRV-VALIDATE-DRIVER
                  VARYING DRV-SUB FROM 1 BY 1
                  UNTIL DRV-SUB > DRV-L-DRIVER-COUNT
                     OR DRV-RC NOT = '00'
           END-IF
           .

       LGDRV-VALIDATE-DRIVER.
           IF DRV-L-NAME(DRV-SUB) = SPACES
              OR DRV-L-NAME(DRV-SUB) = LOW-VALUES
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-DOB(DRV-SUB)(1:4) NOT NUMERIC
              OR DRV-L-DOB(DRV-SUB)(6:2) NOT NUMERIC
              OR DRV-L-DOB(DRV-SUB)(9:2) NOT NUMERIC
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-LICENCE-TYPE(DRV-SUB) NOT = 'F' AND
              DRV-L-LICENCE-TYPE(DRV-SUB) NOT = 'P' AND
              DRV-L-LICENCE-TYPE(DRV-SUB) NOT = 'E' AND
              DRV-L-LICENCE-TYPE(DRV-SUB) NOT = 'I'
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-YEARS-HELD(DRV-SUB) NOT NUMERIC
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-RELATIONSHIP(DRV-SUB) NOT = 'H' AND
              DRV-L-RELATIONSHIP(DRV-SUB) NOT = 'S' AND
              DRV-L-RELATIONSHIP(DRV-SUB) NOT = 'C' AND
              DRV-L-RELATIONSHIP(DRV-SUB) NOT = 'E' AND
              DRV-L-RELATIONSHIP(DRV-SUB) NOT = 'O'
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-CONVICTION-COUNT(DRV-SUB) NOT NUMERIC
              OR DRV-L-CONVICTION-COUNT(DRV-SUB) > 4
              MOVE '10' TO DRV-RC
           ELSE
              PERFORM LGDRV-VALIDATE-CONVICTION
                  VARYING DRV-CV-SUB FROM 1 BY 1
                  UNTIL DRV-CV-SUB > DRV-L-CONVICTION-COUNT(DRV-SUB)
                     OR DRV-RC NOT = '00'
           END-IF
           .

       LGDRV-VALIDATE-CONVICTION.
           IF DRV-L-CV-CODE(DRV-SUB, DRV-CV-SUB) = SPACES
              OR DRV-L-CV-CODE(DRV-SUB, DRV-CV-SUB) = LOW-VALUES
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-CV-DATE(DRV-SUB, DRV-CV-SUB)(1:4) NOT NUMERIC
              OR DRV-L-CV-DATE(DRV-SUB, DRV-CV-SUB)(6:2) NOT NUMERIC
              OR DRV-L-CV-DATE(DRV-SUB, DRV-CV-SUB)(9:2) NOT NUMERIC
              MOVE '10' TO DRV-RC
           END-IF

           IF DRV-L-CV-POINTS(DRV-SUB, DRV-CV-SUB) NOT NUMERIC
              MOVE '10' TO DRV-RC
           END-IF
           .

       LGDRV-SUMMARISE-LIST.
           MOVE 0 TO DRV-S-DRIVER-COUNT
           MOVE SPACES TO DRV-S-YOUNGEST-DOB
           MOVE 0 TO DRV-S-MIN-YEARS-HELD
           MOVE 0 TO DRV-S-TOTAL-POINTS
           MOVE 0 TO DRV-S-MAX-DRIVER-POINTS
           MOVE 0 TO DRV-S-MAX-CONVICTIONS

           IF DRV-L-DRIVER-COUNT NUMERIC
              AND DRV-L-DRIVER-COUNT <= 5
              MOVE DRV-L-DRIVER-COUNT TO DRV-S-DRIVER-COUNT
              PERFORM LGDRV-SUMMARISE-DRIVER
                  VARYING DRV-SUB FROM 1 BY 1
                  UNTIL DRV-SUB > DRV-S-DRIVER-COUNT
           END-IF
           .

       LGDRV-SUMMARISE-DRIVER.
           IF DRV-L-DOB(DRV-SUB) > DRV-S-YOUNGEST-DOB
              MOVE DRV-L-DOB(DRV-SUB) TO DRV-S-YOUNGEST-DOB
           END-IF

           IF DRV-SUB = 1
              OR DRV-L-YEARS-HELD(DRV-SUB) < DRV-S-MIN-YEARS-HELD
              MOVE DRV-L-YEARS-HELD(DRV-SUB) TO DRV-S-MIN-YEARS-HELD
           END-IF

           MOVE 0 TO DRV-S-DRIVER-POINTS
           IF DRV-L-CONVICTION-COUNT(DRV-SUB) NUMERIC
              AND DRV-L-CONVICTION-COUNT(DRV-SUB) <= 4
              PERFORM VARYING DRV-CV-SUB FROM 1 BY 1
                  UNTIL DRV-CV-SUB > DRV-L-CONVICTION-COUNT(DRV-SUB)
                 ADD DRV-L-CV-POINTS(DRV-SUB, DRV-CV-SUB)
                     TO DRV-S-DRIVER-POINTS
              END-PERFORM
              IF DRV-L-CONVICTION-COUNT(DRV-SUB)
                     > DRV-S-MAX-CONVICTIONS
                 MOVE DRV-L-CONVICTION-COUNT(DRV-SUB)
                     TO DRV-S-MAX-CONVICTIONS
              END-IF
           END-IF

           ADD DRV-S-DRIVER-POINTS TO DRV-S-TOTAL-POINTS
           IF DRV-S-DRIVER-POINTS > DRV-S-MAX-DRIVER-POINTS
              MOVE DRV-S-DRIVER-POINTS TO DRV-S-MAX-DRIVER-POINTS
           END-IF
           .

       LGDRV-REPLACE-DRIVERS.
           MOVE '00' TO DRV-RC

           EXEC SQL
               DELETE FROM DRIVER_CONVICTION
               WHERE POLICYNUMBER = :DRV-REQ-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO DRV-RC
           ELSE
              EXEC SQL
                  DELETE FROM MOTOR_DRIVER
                  WHERE POLICYNUMBER = :DRV-REQ-POLICYNUM
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '90' TO DRV-RC
              END-IF
           END-IF

           IF DRV-RC = '00' AND DRV-L-DRIVER-COUNT NUMERIC
              PERFORM LGDRV-INSERT-DRIVER
                  VARYING DRV-SUB FROM 1 BY 1
                  UNTIL DRV-SUB > DRV-L-DRIVER-COUNT
                     OR DRV-RC NOT = '00'
           END-IF
           .

       LGDRV-INSERT-DRIVER.
           MOVE DRV-SUB                     TO DRV-DB-DRIVERNUM
           MOVE DRV-L-NAME(DRV-SUB)         TO DRV-DB-NAME
           MOVE DRV-L-DOB(DRV-SUB)          TO DRV-DB-DOB
           MOVE DRV-L-LICENCE-TYPE(DRV-SUB) TO DRV-DB-LICENCE-TYPE
           MOVE DRV-L-YEARS-HELD(DRV-SUB)   TO DRV-DB-YEARS-HELD
           MOVE DRV-L-RELATIONSHIP(DRV-SUB) TO DRV-DB-RELATIONSHIP

           EXEC SQL
               INSERT INTO MOTOR_DRIVER
               ( POLICYNUMBER, DRIVERNUMBER, NAME, DOB,
                 LICENCE_TYPE, YEARS_HELD, RELATIONSHIP )
               VALUES ( :DRV-REQ-POLICYNUM, :DRV-DB-DRIVERNUM,
                        :DRV-DB-NAME, :DRV-DB-DOB,
                        :DRV-DB-LICENCE-TYPE, :DRV-DB-YEARS-HELD,
                        :DRV-DB-RELATIONSHIP )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO DRV-RC
           ELSE
              PERFORM LGDRV-INSERT-CONVICTION
                  VARYING DRV-CV-SUB FROM 1 BY 1
                  UNTIL DRV-CV-SUB > DRV-L-CONVICTION-COUNT(DRV-SUB)
                     OR DRV-RC NOT = '00'
           END-IF
           .

       LGDRV-INSERT-CONVICTION.
           MOVE DRV-CV-SUB TO DRV-DB-CONVICTIONNUM
           MOVE DRV-L-CV-CODE(DRV-SUB, DRV-CV-SUB)   TO DRV-DB-CV-CODE
           MOVE DRV-L-CV-DATE(DRV-SUB, DRV-CV-SUB)   TO DRV-DB-CV-DATE
           MOVE DRV-L-CV-POINTS(DRV-SUB, DRV-CV-SUB)
               TO DRV-DB-CV-POINTS

           EXEC SQL
               INSERT INTO DRIVER_CONVICTION
               ( POLICYNUMBER, DRIVERNUMBER, CONVICTIONNUMBER,
                 CONVICTION_CODE, CONVICTION_DATE, POINTS )
               VALUES ( :DRV-REQ-POLICYNUM, :DRV-DB-DRIVERNUM,
                        :DRV-DB-CONVICTIONNUM, :DRV-DB-CV-CODE,
                        :DRV-DB-CV-DATE, :DRV-DB-CV-POINTS )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO DRV-RC
           END-IF
           .

       LGDRV-LOAD-DRIVERS.
           MOVE '00' TO DRV-RC
           MOVE SPACES TO DRV-LIST
           MOVE 0 TO DRV-L-DRIVER-COUNT
           MOVE 'Y' TO DRV-FOUND-FLAG

           PERFORM LGDRV-LOAD-DRIVER
               VARYING DRV-SUB FROM 1 BY 1
               UNTIL DRV-SUB > 5
                  OR NOT DRV-ROW-FOUND
                  OR DRV-RC NOT = '00'
           .

       LGDRV-LOAD-DRIVER.
           MOVE DRV-SUB TO DRV-DB-DRIVERNUM

           EXEC SQL
               SELECT NAME, DOB, LICENCE_TYPE, YEARS_HELD,
                      RELATIONSHIP
               INTO :DRV-DB-NAME, :DRV-DB-DOB, :DRV-DB-LICENCE-TYPE,
                    :DRV-DB-YEARS-HELD, :DRV-DB-RELATIONSHIP
               FROM MOTOR_DRIVER
               WHERE POLICYNUMBER = :DRV-REQ-POLICYNUM
                 AND DRIVERNUMBER = :DRV-DB-DRIVERNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE DRV-SUB             TO DRV-L-DRIVER-COUNT
               MOVE DRV-DB-NAME         TO DRV-L-NAME(DRV-SUB)
               MOVE DRV-DB-DOB          TO DRV-L-DOB(DRV-SUB)
               MOVE DRV-DB-LICENCE-TYPE TO DRV-L-LICENCE-TYPE(DRV-SUB)
               MOVE DRV-DB-YEARS-HELD   TO DRV-L-YEARS-HELD(DRV-SUB)
               MOVE DRV-DB-RELATIONSHIP TO DRV-L-RELATIONSHIP(DRV-SUB)
               MOVE 0 TO DRV-L-CONVICTION-COUNT(DRV-SUB)
               PERFORM LGDRV-LOAD-CONVICTION
                   VARYING DRV-CV-SUB FROM 1 BY 1
                   UNTIL DRV-CV-SUB > 4
                      OR NOT DRV-ROW-FOUND
                      OR DRV-RC NOT = '00'
      *        The conviction list running out is not the end of the
      *        drivers
               MOVE 'Y' TO DRV-FOUND-FLAG
             WHEN SQLCODE = 100
               MOVE 'N' TO DRV-FOUND-FLAG
             WHEN OTHER
               MOVE '90' TO DRV-RC
           END-EVALUATE
           .

       LGDRV-LOAD-CONVICTION.
           MOVE DRV-CV-SUB TO DRV-DB-CONVICTIONNUM

           EXEC SQL
               SELECT CONVICTION_CODE, CONVICTION_DATE, POINTS
               INTO :DRV-DB-CV-CODE, :DRV-DB-CV-DATE,
                    :DRV-DB-CV-POINTS
               FROM DRIVER_CONVICTION
               WHERE POLICYNUMBER = :DRV-REQ-POLICYNUM
                 AND DRIVERNUMBER = :DRV-DB-DRIVERNUM
                 AND CONVICTIONNUMBER = :DRV-DB-CONVICTIONNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE DRV-CV-SUB TO DRV-L-CONVICTION-COUNT(DRV-SUB)
               MOVE DRV-DB-CV-CODE
                   TO DRV-L-CV-CODE(DRV-SUB, DRV-CV-SUB)
               MOVE DRV-DB-CV-DATE
                   TO DRV-L-CV-DATE(DRV-SUB, DRV-CV-SUB)
               MOVE DRV-DB-CV-POINTS
                   TO DRV-L-CV-POINTS(DRV-SUB, DRV-CV-SUB)
             WHEN SQLCODE = 100
               MOVE 'N' TO DRV-FOUND-FLAG
             WHEN OTHER
               MOVE '90' TO DRV-RC
           END-EVALUATE
           .
