      *          way 01IPOL fills it from the live tables - so the    *
      *          call centre can still answer "what cover did I have  *
      *          in 2019?" without the live tables carrying closed    *
      *          policies forever. The ENDOWMENT/HOUSE/MOTOR/         *
      *          COMMERCIAL row comes from its archive table, a motor *
      *          policy's named drivers and convictions in            *
      *          CA-DRIVER-REQUEST, a house policy's specified items  *
      *          in CA-SPEC-ITEM-REQUEST, and the first-named and any *
      *          joint policyholder in CA-JOINT-REQUEST - either of   *
      *          whom may ask.                                        *
      * Return codes: 00 found, 23 policy not in the archive, 24     *
      *          policy not owned by this customer, 90 SQL or system *
      *          error, 98/99 commarea                                *
      * Ownership check work field                                     *
      *----------------------------------------------------------------*
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
       01  WS-PARTY-COUNT              PIC S9(9) COMP VALUE 0.
       01  WS-JOINT-CUSTOMERNUM        PIC S9(9) COMP VALUE 0.
       01  WS-JOINT-ADDED              PIC X(10) VALUE SPACES.
       01  WS-CUSTNUM-DISPLAY          PIC 9(10) VALUE 0.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Driver and specified item lists, loaded here from the archive *
      *----------------------------------------------------------------*
           COPY LGDRVWS.
           COPY LGSPIWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
               PERFORM 9000-RETURN
           END-EVALUATE

      *    Either policyholder of a jointly held policy may ask
           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
           IF DB2-POLICY-CUSTOMERNUM NOT = WS-REQ-CUSTOMERNUM
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-PARTY-COUNT
                   FROM POLICY_PARTY_ARCHIVE
                   WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                     AND CUSTOMERNUMBER = :WS-REQ-CUSTOMERNUM
                     AND PARTY_ROLE = 'J'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF WS-PARTY-COUNT = 0
                   MOVE '24' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           MOVE DB2-POLICYTYPE TO CA-P-POLICY-TYPE
           MOVE DB2-POLICY-STATUS TO CA-P-STATUS
           MOVE DB2-POLICY-PREMIUM TO CA-P-PREMIUM
           MOVE SPACES TO CA-P-DETAIL
           MOVE SPACES TO CA-DRIVER-REQUEST
           MOVE 0 TO CA-D-DRIVER-COUNT
           MOVE SPACES TO CA-SPEC-ITEM-REQUEST
           MOVE 0 TO CA-SI-ITEM-COUNT

           EVALUATE DB2-POLICYTYPE
             WHEN 'E'
               PERFORM 3200-FILL-HOUSE-DETAIL
             WHEN 'M'
               PERFORM 3300-FILL-MOTOR-DETAIL
             WHEN 'C'
               PERFORM 3400-FILL-COMMERCIAL-DETAIL
           END-EVALUATE

           PERFORM 3500-FILL-JOINT-HOLDER
           .

       3100-FILL-ENDOWMENT-DETAIL.
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF

           MOVE DB2-POLICYNUM-INT TO SPI-REQ-POLICYNUM
           MOVE '00' TO SPI-RC
           MOVE SPACES TO SPI-LIST
           MOVE 0 TO SPI-L-ITEM-COUNT
           MOVE 'Y' TO SPI-FOUND-FLAG

           PERFORM 3210-LOAD-ARCHIVED-ITEM
               VARYING SPI-SUB FROM 1 BY 1
               UNTIL SPI-SUB > 10
                  OR NOT SPI-ROW-FOUND
                  OR SPI-RC NOT = '00'

           IF SPI-RC NOT = '00'
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           ELSE
              MOVE SPI-LIST TO CA-SPEC-ITEM-REQUEST
           END-IF
           .

      *----------------------------------------------------------------*
      * One specified item off SPECIFIED_ITEM_ARCHIVE, numbered from  *
      * 1 the way LGSPIPRC reads the live schedule                    *
      *----------------------------------------------------------------*
       3210-LOAD-ARCHIVED-ITEM.
           MOVE SPI-SUB TO SPI-DB-ITEMNUM

           EXEC SQL
               SELECT DESCRIPTION, CATEGORY, ITEM_VALUE,
                      VALUATION_DATE
               INTO :SPI-DB-DESCRIPTION, :SPI-DB-CATEGORY,
                    :SPI-DB-VALUE, :SPI-DB-VALUATION-DATE
               FROM SPECIFIED_ITEM_ARCHIVE
               WHERE POLICYNUMBER = :SPI-REQ-POLICYNUM
                 AND ITEMNUMBER = :SPI-DB-ITEMNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE SPI-SUB               TO SPI-L-ITEM-COUNT
               MOVE SPI-DB-DESCRIPTION    TO SPI-L-DESCRIPTION(SPI-SUB)
               MOVE SPI-DB-CATEGORY       TO SPI-L-CATEGORY(SPI-SUB)
               MOVE SPI-DB-VALUE          TO SPI-L-VALUE(SPI-SUB)
               MOVE SPI-DB-VALUATION-DATE
                   TO SPI-L-VALUATION-DATE(SPI-SUB)
             WHEN SQLCODE = 100
               MOVE 'N' TO SPI-FOUND-FLAG
             WHEN OTHER
               MOVE '90' TO SPI-RC
           END-EVALUATE
           .

       3300-FILL-MOTOR-DETAIL.
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF

           MOVE DB2-POLICYNUM-INT TO DRV-REQ-POLICYNUM
           MOVE '00' TO DRV-RC
           MOVE SPACES TO DRV-LIST
           MOVE 0 TO DRV-L-DRIVER-COUNT
           MOVE 'Y' TO DRV-FOUND-FLAG

           PERFORM 3310-LOAD-ARCHIVED-DRIVER
               VARYING DRV-SUB FROM 1 BY 1
               UNTIL DRV-SUB > 5
                  OR NOT DRV-ROW-FOUND
                  OR DRV-RC NOT = '00'

           IF DRV-RC NOT = '00'
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           ELSE
              MOVE DRV-LIST TO CA-DRIVER-REQUEST
           END-IF
           .

      *----------------------------------------------------------------*
      * One named driver off MOTOR_DRIVER_ARCHIVE with their          *
      * convictions, numbered from 1 the way LGDRVPRC reads the live  *
      * tables                                                        *
      *----------------------------------------------------------------*
       3310-LOAD-ARCHIVED-DRIVER.
           MOVE DRV-SUB TO DRV-DB-DRIVERNUM

           EXEC SQL
               SELECT NAME, DOB, LICENCE_TYPE, YEARS_HELD,
                      RELATIONSHIP
               INTO :DRV-DB-NAME, :DRV-DB-DOB, :DRV-DB-LICENCE-TYPE,
                    :DRV-DB-YEARS-HELD, :DRV-DB-RELATIONSHIP
               FROM MOTOR_DRIVER_ARCHIVE
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
               PERFORM 3320-LOAD-ARCHIVED-CONVICTION
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

       3320-LOAD-ARCHIVED-CONVICTION.
           MOVE DRV-CV-SUB TO DRV-DB-CONVICTIONNUM

           EXEC SQL
               SELECT CONVICTION_CODE, CONVICTION_DATE, POINTS
               INTO :DRV-DB-CV-CODE, :DRV-DB-CV-DATE,
                    :DRV-DB-CV-POINTS
               FROM DRIVER_CONVICTION_ARCHIVE
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

       3400-FILL-COMMERCIAL-DETAIL.
           EXEC SQL
               SELECT TRADECODE, BUILDINGS_SI, STOCK_SI, EMPLOYEES,
                      PREMISESNAME, PREMISESNUMBER, POSTCODE
               INTO :DB2-COMM-TRADECODE, :DB2-COMM-BUILDINGS-SI,
                    :DB2-COMM-STOCK-SI, :DB2-COMM-EMPLOYEES,
                    :DB2-COMM-PREMISESNAME, :DB2-COMM-PREMISESNUMBER,
                    :DB2-COMM-POSTCODE
               FROM COMMERCIAL_ARCHIVE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-COMM-TRADECODE TO CA-P-C-TRADE-CODE
              MOVE DB2-COMM-BUILDINGS-SI TO CA-P-C-BUILDINGS-SI
              MOVE DB2-COMM-STOCK-SI TO CA-P-C-STOCK-SI
              MOVE DB2-COMM-EMPLOYEES TO CA-P-C-EMPLOYEES
              MOVE DB2-COMM-PREMISESNAME TO CA-P-C-PREMISES-NAME
              MOVE DB2-COMM-PREMISESNUMBER TO CA-P-C-PREMISES-NUM
              MOVE DB2-COMM-POSTCODE TO CA-P-C-POSTCODE
           ELSE
              IF SQLCODE NOT = 100
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * First-named and joint policyholders as 01JPTY returns them -  *
      * spaces for the joint one when the policy was held solely      *
      *----------------------------------------------------------------*
       3500-FILL-JOINT-HOLDER.
           MOVE SPACES TO CA-JOINT-REQUEST
           MOVE DB2-POLICY-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO CA-JP-FIRST-NAMED-NUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, ADDED_DATE
               INTO :WS-JOINT-CUSTOMERNUM, :WS-JOINT-ADDED
               FROM POLICY_PARTY_ARCHIVE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND PARTY_ROLE = 'J'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-JOINT-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
               MOVE WS-CUSTNUM-DISPLAY TO CA-JP-CUSTOMER-NUM
               MOVE WS-JOINT-ADDED TO CA-JP-ADDED-DATE
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
