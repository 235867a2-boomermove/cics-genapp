      *          (CA-REQUEST-ID = '01IPOL'). Where LGICDB01 returns   *
      *          the 21-byte summary per policy in CA-POLICY-TABLE,   *
      *          this program takes CA-P-POLICY-NUM, reads the POLICY *
      *          row plus the per-type ENDOWMENT/HOUSE/MOTOR/         *
      *          COMMERCIAL row, and fills the CA-POLICY-REQUEST      *
      *          detail union so a single inquiry gives the call      *
      *          centre everything: sum assured, term and accrued     *
      *          with-profits bonus for 'E',                          *
      *          property value and bedrooms for 'H', registration,   *
      *          make/model, cc and lay-up cover for 'M', trade code, *
      *          buildings and stock sums insured and premises for 'C'*
      *          - along with the compulsory and voluntary excess. A  *
      *          motor policy's named drivers and their convictions   *
      *          come back in CA-DRIVER-REQUEST, a house policy's     *
      *          specified high-value items in CA-SPEC-ITEM-REQUEST.  *
      * Return codes: 00 found, 23 policy not found, 24 policy not    *
      *          owned by this customer, 90 SQL or system error,      *
      *          98/99 commarea                                       *
       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
                   PERFORM 3200-FETCH-HOUSE
                 WHEN 'M'
                   PERFORM 3300-FETCH-MOTOR
                 WHEN 'C'
                   PERFORM 3400-FETCH-COMMERCIAL
               END-EVALUATE
           END-IF
           .

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE, EFFECTIVEDATE,
                      EXPIRYDATE, STATUS, PREMIUM,
                      COALESCE(COMPULSORY_EXCESS, 0),
                      COALESCE(VOLUNTARY_EXCESS, 0)
               INTO :DB2-POLICY-CUSTOMERNUM, :DB2-POLICYTYPE,
                    :DB2-POLICY-EFF-DATE, :DB2-POLICY-EXP-DATE,
                    :DB2-POLICY-STATUS, :DB2-POLICY-PREMIUM,
                    :DB2-POLICY-COMPEXCESS, :DB2-POLICY-VOLEXCESS
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
               MOVE WS-CUSTNUM-DISPLAY TO CA-CUSTOMER-NUM
           ELSE
               MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
               MOVE DB2-POLICYNUM-INT TO PT-POLICYNUM
               MOVE DB2-POLICY-CUSTOMERNUM TO PT-OWNER-CUSTOMERNUM
               MOVE WS-REQ-CUSTOMERNUM TO PT-CUSTOMERNUM
               PERFORM LGPTY-CHECK-HOLDER
               IF PT-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF NOT PT-IS-HOLDER
                   MOVE '24' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           MOVE DB2-POLICY-EXP-DATE TO CA-P-EXPIRY-DATE
           MOVE DB2-POLICY-STATUS   TO CA-P-STATUS
           MOVE DB2-POLICY-PREMIUM  TO CA-P-PREMIUM
           MOVE DB2-POLICY-COMPEXCESS TO CA-P-COMPULSORY-EXCESS
           MOVE DB2-POLICY-VOLEXCESS  TO CA-P-VOLUNTARY-EXCESS
           MOVE SPACES              TO CA-P-DETAIL
           MOVE SPACES              TO CA-DRIVER-REQUEST
           MOVE 0                   TO CA-D-DRIVER-COUNT
           MOVE SPACES              TO CA-SPEC-ITEM-REQUEST
           MOVE 0                   TO CA-SI-ITEM-COUNT
           .

      *----------------------------------------------------------------*

           EXEC SQL
               SELECT SUMASSURED, TERM, WITHPROFITS,
                      FUNDNAME, LIFEASSURED,
                      COALESCE(ACCRUED_BONUS, 0)
               INTO :DB2-ENDOW-SUMASSURED, :DB2-ENDOW-TERM,
                    :DB2-ENDOW-WITHPROFITS, :DB2-ENDOW-FUNDNAME,
                    :DB2-ENDOW-LIFEASSURED,
                    :DB2-ENDOW-ACCRUEDBONUS
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           MOVE DB2-ENDOW-WITHPROFITS TO CA-P-E-WITH-PROFITS
           MOVE DB2-ENDOW-FUNDNAME    TO CA-P-E-FUND-NAME
           MOVE DB2-ENDOW-LIFEASSURED TO CA-P-E-LIFE-ASSURED
           MOVE DB2-ENDOW-ACCRUEDBONUS TO CA-P-E-ACCRUED-BONUS
           .

       3200-FETCH-HOUSE.
           MOVE DB2-HOUSE-HOUSENAME    TO CA-P-H-HOUSE-NAME
           MOVE DB2-HOUSE-HOUSENUMBER  TO CA-P-H-HOUSE-NUM
           MOVE DB2-HOUSE-POSTCODE     TO CA-P-H-POSTCODE

           MOVE DB2-POLICYNUM-INT TO SPI-REQ-POLICYNUM
           PERFORM LGSPI-LOAD-ITEMS

           IF SPI-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE SPI-LIST TO CA-SPEC-ITEM-REQUEST
           .

       3300-FETCH-MOTOR.

           EXEC SQL
               SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR,
                      CC, YEAROFMANUFACTURE, ACCIDENTS,
                      COALESCE(LAYUP_STATUS, ' '),
                      COALESCE(LAYUP_START, ' ')
               INTO :DB2-MOTOR-MAKE, :DB2-MOTOR-MODEL,
                    :DB2-MOTOR-VALUE, :DB2-MOTOR-REGNUMBER,
                    :DB2-MOTOR-COLOUR, :DB2-MOTOR-CC,
                    :DB2-MOTOR-MANUFACTURED, :DB2-MOTOR-ACCIDENTS,
                    :DB2-MOTOR-LAYUPSTATUS, :DB2-MOTOR-LAYUPSTART
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           MOVE DB2-MOTOR-CC           TO CA-P-M-CC
           MOVE DB2-MOTOR-MANUFACTURED TO CA-P-M-MANUFACTURED
           MOVE DB2-MOTOR-ACCIDENTS    TO CA-P-M-ACCIDENTS

      *    A laid-up vehicle is covered for fire and theft only from
      *    the lay-up start until it is reactivated
           IF DB2-MOTOR-LAYUPSTATUS = 'L'
               MOVE 'F'                    TO CA-P-M-COVER-LEVEL
               MOVE DB2-MOTOR-LAYUPSTART   TO CA-P-M-LAYUP-START
           ELSE
               MOVE 'C'                    TO CA-P-M-COVER-LEVEL
               MOVE SPACES                 TO CA-P-M-LAYUP-START
           END-IF

           MOVE DB2-POLICYNUM-INT TO DRV-REQ-POLICYNUM
           PERFORM LGDRV-LOAD-DRIVERS

           IF DRV-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE DRV-LIST TO CA-DRIVER-REQUEST
           .

       3400-FETCH-COMMERCIAL.

           EXEC SQL
               SELECT TRADECODE, BUILDINGS_SI, STOCK_SI, EMPLOYEES,
                      PREMISESNAME, PREMISESNUMBER, POSTCODE
               INTO :DB2-COMM-TRADECODE, :DB2-COMM-BUILDINGS-SI,
                    :DB2-COMM-STOCK-SI, :DB2-COMM-EMPLOYEES,
                    :DB2-COMM-PREMISESNAME, :DB2-COMM-PREMISESNUMBER,
                    :DB2-COMM-POSTCODE
               FROM COMMERCIAL
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-COMM-TRADECODE      TO CA-P-C-TRADE-CODE
           MOVE DB2-COMM-BUILDINGS-SI   TO CA-P-C-BUILDINGS-SI
           MOVE DB2-COMM-STOCK-SI       TO CA-P-C-STOCK-SI
           MOVE DB2-COMM-EMPLOYEES      TO CA-P-C-EMPLOYEES
           MOVE DB2-COMM-PREMISESNAME   TO CA-P-C-PREMISES-NAME
           MOVE DB2-COMM-PREMISESNUMBER TO CA-P-C-PREMISES-NUM
           MOVE DB2-COMM-POSTCODE       TO CA-P-C-POSTCODE
           .

      *----------------------------------------------------------------*
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * House specified item procedures from copybook                  *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGIPDB01.
