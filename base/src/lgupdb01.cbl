      * Purpose: Amends an existing policy from the CA-POLICY-REQUEST *
      *          fields of LGCMAREA (CA-REQUEST-ID = '01UPOL'), the   *
      *          policy-side counterpart of the LGUPVS01 update-      *
      *          customer service. Validates the policy exists and    *
      *          belongs to CA-CUSTOMER-NUM, rejects amendments to a  *
      *          cancelled policy, updates the POLICY row and the     *
      *          per-type ENDOWMENT/HOUSE/MOTOR/COMMERCIAL row, and   *
      *          writes the action to AUDIT_LOG. An amended premium   *
      *          is split into net premium and IPT and the change     *
      *          recorded on IPT_TRANSACTION. The compulsory and      *
      *          voluntary excess are amended with it (left blank,    *
      *          the excess on file stands). A motor policy's named   *
      *          drivers are replaced whole when CA-DRIVER-REQUEST is *
      *          supplied (count left blank, the drivers on file      *
      *          stand); a new list with a driver whose convictions   *
      *          exceed the LGUWRUL limits moves an in-force policy   *
      *          to pending-underwriting 'P' until an underwriter     *
      *          approves it through 01UWRT. A house policy's         *
      *          specified high-value items are replaced the same way *
      *          from CA-SPEC-ITEM-REQUEST, a new schedule with an    *
      *          item over the LGUWRUL value limit referring an in-   *
      *          force policy likewise. Also reinstates a lapsed      *
      *          policy (CA-REQUEST-ID = '01RPOL') within             *
      *          PC-REINSTATE-WINDOW-DAYS of its LAPSE_DATE without   *
      *          re-underwriting: STATUS goes back to 'A' and the     *
      *          arrears marker is cleared. Premium amendments and    *
      *          reinstatements are recorded on POLICY_MOVEMENT       *
      *          (LGMOVPRC) for the in-force book.                    *
      * Return codes: 00 updated, 23 policy not found, 24 policy not  *
      *          owned by this customer, 25 policy cancelled, 33 not  *
      *          lapsed (reinstate only), 34 reinstatement window     *
      *          expired, 57 specified item details invalid, 58 named *
      *          driver details invalid, 90 SQL or system error,      *
      *          98/99 commarea                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-OF-POLICYTYPE        PIC X(1).
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-LAPSE-DATE        PIC X(10).
           05  WS-OF-PREMIUM           PIC S9(6)V99 COMP-3.
           05  WS-OF-COMPEXCESS        PIC S9(6)V99 COMP-3.
           05  WS-OF-VOLEXCESS         PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Underwriting referral thresholds working copy                  *
      *----------------------------------------------------------------*
       01  UW-REFERRAL-RULES.
           COPY LGUWRUL.

      *----------------------------------------------------------------*
      * Named driver change - set when the amendment carries a new    *
      * driver list, which replaces the one on file                   *
      *----------------------------------------------------------------*
       01  WS-DRIVER-CHANGE            PIC X(1) VALUE 'N'.
           88  WS-DRIVERS-CHANGED      VALUE 'Y'.
       01  WS-SPEC-ITEM-CHANGE         PIC X(1) VALUE 'N'.
           88  WS-SPEC-ITEMS-CHANGED   VALUE 'Y'.
       01  WS-UW-REFERRED              PIC X(1) VALUE 'N'.
           88  WS-UW-REFER             VALUE 'Y'.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
           05  WS-LAPSE-RAW            PIC X(8).
           05  WS-DAYS-LAPSED          PIC S9(5) COMP-3.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           IF CA-RETURN-CODE = '00'
               EVALUATE CA-REQUEST-ID
                 WHEN '01UPOL'
                   IF CA-P-POLICY-TYPE = 'M'
                      AND CA-D-DRIVER-COUNT NUMERIC
                       PERFORM 2420-VALIDATE-DRIVERS
                   END-IF
                   IF CA-P-POLICY-TYPE = 'H'
                      AND CA-SI-ITEM-COUNT NUMERIC
                       PERFORM 2430-VALIDATE-SPEC-ITEMS
                   END-IF
                   PERFORM 4000-UPDATE-POLICY-RECORD
                 WHEN '01RPOL'
                   PERFORM 6000-REINSTATE-POLICY

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE, STATUS,
                      COALESCE(LAPSE_DATE, ' '), PREMIUM,
                      COALESCE(COMPULSORY_EXCESS, 0),
                      COALESCE(VOLUNTARY_EXCESS, 0)
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-POLICYTYPE,
                    :WS-OF-STATUS, :WS-OF-LAPSE-DATE,
                    :WS-OF-PREMIUM, :WS-OF-COMPEXCESS,
                    :WS-OF-VOLEXCESS
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO DB2-POLICY-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
           MOVE DB2-POLICYNUM-INT TO PT-POLICYNUM
           MOVE WS-OF-CUSTOMERNUM TO PT-OWNER-CUSTOMERNUM
           MOVE DB2-POLICY-CUSTOMERNUM TO PT-CUSTOMERNUM
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
           MOVE WS-OF-POLICYTYPE TO CA-P-POLICY-TYPE
           .

      *----------------------------------------------------------------*
      * Check the replacement driver list and screen it against the   *
      * LGUWRUL conviction limits - only an in-force policy is moved  *
      * to pending underwriting; one already pending stays so        *
      *----------------------------------------------------------------*
       2420-VALIDATE-DRIVERS.

           MOVE CA-DRIVER-REQUEST TO DRV-LIST
           PERFORM LGDRV-VALIDATE-LIST

           IF DRV-RC NOT = '00'
               MOVE '58' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           SET WS-DRIVERS-CHANGED TO TRUE
           PERFORM LGDRV-SUMMARISE-LIST

           IF WS-OF-STATUS = 'A'
              AND (DRV-S-MAX-DRIVER-POINTS > UW-M-MAX-DRIVER-POINTS
                   OR DRV-S-MAX-CONVICTIONS > UW-M-MAX-CONVICTIONS)
               SET WS-UW-REFER TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * Check the replacement specified items schedule and screen it  *
      * against the LGUWRUL single-item limit, as for the drivers     *
      *----------------------------------------------------------------*
       2430-VALIDATE-SPEC-ITEMS.

           MOVE CA-SPEC-ITEM-REQUEST TO SPI-LIST
           PERFORM LGSPI-VALIDATE-LIST

           IF SPI-RC NOT = '00'
               MOVE '57' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           SET WS-SPEC-ITEMS-CHANGED TO TRUE
           PERFORM LGSPI-SUMMARISE-LIST

           IF WS-OF-STATUS = 'A'
              AND SPI-S-MAX-ITEM-VALUE > UW-H-MAX-ITEM-VALUE
               SET WS-UW-REFER TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * Update the POLICY row and the per-type cover row under one    *
      * unit of work                                                  *
           MOVE CA-P-EFFECTIVE-DATE  TO DB2-POLICY-EFF-DATE
           MOVE CA-P-EXPIRY-DATE     TO DB2-POLICY-EXP-DATE
           MOVE CA-P-PREMIUM         TO DB2-POLICY-PREMIUM
           IF WS-UW-REFER
               MOVE 'P'              TO DB2-POLICY-STATUS
           ELSE
               MOVE WS-OF-STATUS     TO DB2-POLICY-STATUS
           END-IF
           MOVE DB2-POLICY-STATUS    TO CA-P-STATUS

      *    An excess the caller leaves blank stays as it is on file
           IF CA-P-COMPULSORY-EXCESS NOT NUMERIC
               MOVE WS-OF-COMPEXCESS TO CA-P-COMPULSORY-EXCESS
           END-IF
           IF CA-P-VOLUNTARY-EXCESS NOT NUMERIC
               MOVE WS-OF-VOLEXCESS TO CA-P-VOLUNTARY-EXCESS
           END-IF
           MOVE CA-P-COMPULSORY-EXCESS TO DB2-POLICY-COMPEXCESS
           MOVE CA-P-VOLUNTARY-EXCESS  TO DB2-POLICY-VOLEXCESS

      *    The amended premium is gross - split it at the IPT rate in
      *    force on the effective date
           MOVE CA-P-EFFECTIVE-DATE  TO IPT-REQ-DATE
           MOVE CA-P-PREMIUM         TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-GROSS
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT       TO DB2-POLICY-NETPREM
           MOVE IPT-TAX-AMOUNT       TO DB2-POLICY-IPTAMT

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   EFFECTIVEDATE = :DB2-POLICY-EFF-DATE,
                   EXPIRYDATE    = :DB2-POLICY-EXP-DATE,
                   PREMIUM       = :DB2-POLICY-PREMIUM,
                   NET_PREMIUM   = :DB2-POLICY-NETPREM,
                   IPT_AMOUNT    = :DB2-POLICY-IPTAMT,
                   COMPULSORY_EXCESS = :DB2-POLICY-COMPEXCESS,
                   VOLUNTARY_EXCESS  = :DB2-POLICY-VOLEXCESS,
                   STATUS        = :DB2-POLICY-STATUS
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

               PERFORM 4200-UPDATE-HOUSE
             WHEN 'M'
               PERFORM 4300-UPDATE-MOTOR
             WHEN 'C'
               PERFORM 4400-UPDATE-COMMERCIAL
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 4900-RECORD-PREMIUM-TAX
               PERFORM 4950-RECORD-MOVEMENT
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * An amended annual premium changes the premium written - the   *
      * difference goes on IPT_TRANSACTION for the quarterly IPT      *
      * return, split in the proportion of the amended premium        *
      *----------------------------------------------------------------*
       4900-RECORD-PREMIUM-TAX.

           IF DB2-POLICY-PREMIUM NOT = WS-OF-PREMIUM
               MOVE DB2-POLICY-NETPREM TO IPT-BASE-NET
               MOVE DB2-POLICY-IPTAMT TO IPT-BASE-TAX
               COMPUTE IPT-GROSS-AMOUNT =
                   DB2-POLICY-PREMIUM - WS-OF-PREMIUM
               PERFORM LGIPT-SPLIT-PRO-RATA

               MOVE DB2-POLICYNUM-INT TO IPT-TX-POLICYNUM
               MOVE CA-P-POLICY-TYPE TO IPT-TX-POLICYTYPE
               MOVE CA-P-EFFECTIVE-DATE TO IPT-TX-TRAN-DATE
               SET IPT-TX-AMENDMENT TO TRUE
               PERFORM LGIPT-RECORD-TRANSACTION

               IF IPT-RC = '90'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * An amended annual premium on an in-force policy moves the     *
      * book's premium by the difference for the LGINFRF1 roll-       *
      * forward - the policy count is unchanged                       *
      *----------------------------------------------------------------*
       4950-RECORD-MOVEMENT.

           IF DB2-POLICY-PREMIUM NOT = WS-OF-PREMIUM
               MOVE DB2-POLICYNUM-INT TO MV-POLICYNUM
               MOVE CA-P-EFFECTIVE-DATE TO MV-MOVE-DATE
               SET MV-ENDORSEMENT TO TRUE
               MOVE 0 TO MV-COUNT-CHANGE
               MOVE 'N' TO MV-WHOLE-PREMIUM
               MOVE 'Y' TO MV-INFORCE-ONLY
               COMPUTE MV-PREMIUM-CHANGE =
                   DB2-POLICY-PREMIUM - WS-OF-PREMIUM
               PERFORM LGMOV-RECORD-POLICY

               IF MV-RC = '90'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

       4100-UPDATE-ENDOWMENT.
           MOVE CA-P-E-SUM-ASSURED   TO DB2-ENDOW-SUMASSURED
           MOVE CA-P-E-TERM-YEARS    TO DB2-ENDOW-TERM
                   POSTCODE     = :DB2-HOUSE-POSTCODE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0 AND WS-SPEC-ITEMS-CHANGED
               MOVE DB2-POLICYNUM-INT TO SPI-REQ-POLICYNUM
               PERFORM LGSPI-REPLACE-ITEMS
               IF SPI-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

       4300-UPDATE-MOTOR.
                   ACCIDENTS         = :DB2-MOTOR-ACCIDENTS
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0 AND WS-DRIVERS-CHANGED
               MOVE DB2-POLICYNUM-INT TO DRV-REQ-POLICYNUM
               PERFORM LGDRV-REPLACE-DRIVERS
               IF DRV-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

       4400-UPDATE-COMMERCIAL.
           MOVE CA-P-C-TRADE-CODE    TO DB2-COMM-TRADECODE
           MOVE CA-P-C-BUILDINGS-SI  TO DB2-COMM-BUILDINGS-SI
           MOVE CA-P-C-STOCK-SI      TO DB2-COMM-STOCK-SI
           MOVE CA-P-C-EMPLOYEES     TO DB2-COMM-EMPLOYEES
           MOVE CA-P-C-PREMISES-NAME TO DB2-COMM-PREMISESNAME
           MOVE CA-P-C-PREMISES-NUM  TO DB2-COMM-PREMISESNUMBER
           MOVE CA-P-C-POSTCODE      TO DB2-COMM-POSTCODE

           EXEC SQL
               UPDATE COMMERCIAL
               SET TRADECODE         = :DB2-COMM-TRADECODE,
                   BUILDINGS_SI      = :DB2-COMM-BUILDINGS-SI,
                   STOCK_SI          = :DB2-COMM-STOCK-SI,
                   EMPLOYEES         = :DB2-COMM-EMPLOYEES,
                   PREMISESNAME      = :DB2-COMM-PREMISESNAME,
                   PREMISESNUMBER    = :DB2-COMM-PREMISESNUMBER,
                   POSTCODE          = :DB2-COMM-POSTCODE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           .

      *----------------------------------------------------------------*
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               MOVE 'A' TO CA-P-STATUS
               PERFORM 6100-RECORD-MOVEMENT
               PERFORM 8100-WRITE-REINSTATE-AUDIT
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * The reinstated policy comes back on to the in-force book it   *
      * left at lapse                                                 *
      *----------------------------------------------------------------*
       6100-RECORD-MOVEMENT.

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE WS-TODAY-YMD         TO MV-MOVE-DATE
           SET MV-REINSTATEMENT      TO TRUE
           MOVE +1                   TO MV-COUNT-CHANGE
           MOVE 'Y'                  TO MV-WHOLE-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Write the reinstatement to AUDIT_LOG                          *
      *----------------------------------------------------------------*
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           IF WS-UW-REFER
               STRING 'Policy ' DELIMITED BY SIZE
                      CA-P-POLICY-NUM DELIMITED BY SIZE
                      ' type ' DELIMITED BY SIZE
                      CA-P-POLICY-TYPE DELIMITED BY SIZE
                      ' amended pending underwriting' DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
           ELSE
               STRING 'Policy ' DELIMITED BY SIZE
                      CA-P-POLICY-NUM DELIMITED BY SIZE
                      ' type ' DELIMITED BY SIZE
                      CA-P-POLICY-TYPE DELIMITED BY SIZE
                      ' amended' DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
           END-IF

           EXEC SQL
               INSERT INTO AUDIT_LOG
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * House specified item procedures from copybook                  *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGUPDB01.
