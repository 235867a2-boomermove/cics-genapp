      *          policy number from the GENAPOLNUM named counter the  *
      *          same way LGACDB01 allocates customer numbers,        *
      *          inserts the POLICY row plus the per-type             *
      *          ENDOWMENT/HOUSE/MOTOR/COMMERCIAL row, and writes the *
      *          action to AUDIT_LOG so policy setup is no longer     *
      *          ad-hoc SQL. The premium is gross; its net premium    *
      *          and IPT are held beside it at the rate in force on   *
      *          the effective date, and the premium written is       *
      *          recorded on IPT_TRANSACTION for the quarterly IPT    *
      *          return, and the policy joins the in-force book on    *
      *          POLICY_MOVEMENT (LGMOVPRC). The compulsory and       *
      *          voluntary excess the customer bears on a claim are   *
      *          held on the POLICY row (none when not supplied). A   *
      *          motor policy's named drivers and their convictions   *
      *          (CA-DRIVER-REQUEST) go on                            *
      *          MOTOR_DRIVER/DRIVER_CONVICTION beside the MOTOR row, *
      *          and a house policy's specified high-value items      *
      *          (CA-SPEC-ITEM-REQUEST) on SPECIFIED_ITEM beside the  *
      *          HOUSE row. A customer whose owning agent is not      *
      *          active and trading (LGAGTPRC) is refused the policy. *
      *          A risk exceeding the LGUWRUL underwriting referral   *
      *          thresholds (cover amount, customer age, risk units,  *
      *          a named driver's convictions, a specified item's     *
      *          value) goes on at pending-underwriting status 'P'    *
      *          rather than in force 'A', and only earns 'A' - and a *
      *          place in the collection and renewal sweeps - once an *
      *          underwriter approves it through 01UWRT.              *
      * Return codes: 00 added ('A' or pending 'P' - see              *
      *          CA-P-STATUS), 20 customer not found, 21 invalid      *
      *          policy type, 22 invalid effective date, 86 same risk *
      *          already on cover (clashing policy numbers in         *
      *          CA-MATCH-TABLE; resubmit with CA-DUP-OVERRIDE 'Y' to *
      *          confirm), 87 customer held by compliance, 88 vehicle *
      *          not recognised, 58 named driver details invalid, 57  *
      *          specified item details invalid, 59 the customer's    *
      *          owning agent is inactive or outside its trading      *
      *          authority today or on the effective date, 90 SQL or  *
      *          system error, 91 counter unavailable, 98/99 commarea *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-UW-REFERRED          PIC X(1) VALUE 'N'.
               88  WS-UW-REFER         VALUE 'Y'.
           05  WS-CUST-DOB             PIC X(10).
           05  WS-CUST-DOB-ENC         PIC X(18).
           05  WS-DOB-DIGITS           PIC X(8).
           05  WS-EFF-DIGITS           PIC X(8).
           05  WS-DOB-NUM              PIC 9(8).
           05  WS-CUST-AGE             PIC S9(4) COMP.
       01  WS-CMPL-HOLD-COUNT          PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.


      *----------------------------------------------------------------*
      * Reinsurance retention lines working copy                       *
           05  WS-RI-RETENTION         PIC S9(9) COMP.
           05  WS-RI-CEDED-PCT         PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Agent trading authority check (LGAGTPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGAGTAUT.



      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * LGRATE01 request/response commarea - ages a date of birth     *
      * held protected                                                 *
      *----------------------------------------------------------------*
       01  WS-RATING-COMMAREA.
           COPY LGRATING.

      *----------------------------------------------------------------*
      * In-force motor policies already covering the incoming          *
      * registration                                                   *
           IF CA-RETURN-CODE = '00'
               IF CA-P-POLICY-TYPE = 'M'
                   PERFORM 2400-VALIDATE-VEHICLE
                   PERFORM 2420-VALIDATE-DRIVERS
               END-IF
               IF CA-P-POLICY-TYPE = 'H'
                   PERFORM 2430-VALIDATE-SPEC-ITEMS
               END-IF
      *        Warn about the same risk already on cover - a
      *        fat-fingered re-submission or deliberate double
           MOVE WS-VR-CC TO CA-P-M-CC
           .

      *----------------------------------------------------------------*
      * Check the named drivers and their convictions - none named    *
      * is allowed (the policyholder alone drives). '58' tells the    *
      * front end a driver or conviction is incomplete.               *
      *----------------------------------------------------------------*
       2420-VALIDATE-DRIVERS.

           IF CA-D-DRIVER-COUNT NOT NUMERIC
               MOVE 0 TO CA-D-DRIVER-COUNT
           END-IF

           MOVE CA-DRIVER-REQUEST TO DRV-LIST
           PERFORM LGDRV-VALIDATE-LIST

           IF DRV-RC NOT = '00'
               MOVE '58' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM LGDRV-SUMMARISE-LIST
           .

      *----------------------------------------------------------------*
      * Check the specified high-value items - none listed is allowed *
      * (the contents cover alone applies). '57' tells the front end  *
      * an item is incomplete.                                         *
      *----------------------------------------------------------------*
       2430-VALIDATE-SPEC-ITEMS.

           IF CA-SI-ITEM-COUNT NOT NUMERIC
               MOVE 0 TO CA-SI-ITEM-COUNT
           END-IF

           MOVE CA-SPEC-ITEM-REQUEST TO SPI-LIST
           PERFORM LGSPI-VALIDATE-LIST

           IF SPI-RC NOT = '00'
               MOVE '57' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM LGSPI-SUMMARISE-LIST
           .

      *----------------------------------------------------------------*
      * Look for the same risk already on cover: the registration for *
      * an 'M' risk, the house number and postcode for an 'H' risk.   *
               END-IF
           END-IF

      *    A date of birth held protected is aged by LGRATE01, which
      *    alone deciphers it
           IF WS-CUST-DOB = SPACES AND WS-CUST-DOB-ENC NOT = SPACES
               PERFORM 2510-AGE-PROTECTED-DOB
           END-IF

           EVALUATE CA-P-POLICY-TYPE
             WHEN 'E'
               IF CA-P-E-SUM-ASSURED > UW-E-MAX-SUM-ASSURED
               END-IF
             WHEN 'H'
               IF CA-P-H-VALUE > UW-H-MAX-VALUE
                  OR SPI-S-MAX-ITEM-VALUE > UW-H-MAX-ITEM-VALUE
                   SET WS-UW-REFER TO TRUE
               END-IF
             WHEN 'M'
               IF CA-P-M-VALUE > UW-M-MAX-VALUE
                  OR CA-P-M-CC > UW-M-MAX-CC
                  OR DRV-S-MAX-DRIVER-POINTS > UW-M-MAX-DRIVER-POINTS
                  OR DRV-S-MAX-CONVICTIONS > UW-M-MAX-CONVICTIONS
                   SET WS-UW-REFER TO TRUE
               END-IF
             WHEN 'C'
               IF CA-P-C-BUILDINGS-SI + CA-P-C-STOCK-SI
                      > UW-C-MAX-SUM-INSURED
                  OR CA-P-C-EMPLOYEES > UW-C-MAX-EMPLOYEES
                   SET WS-UW-REFER TO TRUE
               END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Customer's age at the effective date from the protected date  *
      * of birth, through the LGRATE01 AGE function                   *
      *----------------------------------------------------------------*
       2510-AGE-PROTECTED-DOB.

           MOVE SPACES TO WS-RATING-COMMAREA
           SET RT-AGE TO TRUE
           MOVE WS-CUST-DOB-ENC TO RT-CUSTOMER-DOB-ENC
           MOVE CA-P-EFFECTIVE-DATE TO RT-RATING-DATE

           EXEC CICS LINK Program('LGRATE01')
                     Commarea(WS-RATING-COMMAREA)
                     LENGTH(LENGTH OF WS-RATING-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           IF RT-RETURN-CODE = '00'
               IF RT-CUSTOMER-AGE > UW-MAX-CUSTOMER-AGE
                   SET WS-UW-REFER TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Validate the policy request fields and the owning customer    *
      *----------------------------------------------------------------*

           IF CA-P-POLICY-TYPE NOT = 'E' AND
              CA-P-POLICY-TYPE NOT = 'H' AND
              CA-P-POLICY-TYPE NOT = 'M' AND
              CA-P-POLICY-TYPE NOT = 'C'
               MOVE '21' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
               PERFORM 9000-RETURN
           END-IF

      * No excess supplied means none - the policy pays claims in full
           IF CA-P-COMPULSORY-EXCESS NOT NUMERIC
               MOVE ZERO TO CA-P-COMPULSORY-EXCESS
           END-IF

           IF CA-P-VOLUNTARY-EXCESS NOT NUMERIC
               MOVE ZERO TO CA-P-VOLUNTARY-EXCESS
           END-IF

           MOVE CA-CUSTOMER-NUM TO DB2-POLICY-CUSTOMERNUM

      * The customer's owning agent and branch come back with the
           EXEC SQL
               SELECT COALESCE(AGENTNUMBER, ' '),
                      COALESCE(BRANCHNUMBER, ' '),
                      DATEOFBIRTH, DATEOFBIRTH_ENC
               INTO :DB2-POLICY-AGENTNUM, :DB2-POLICY-BRANCHNUM,
                    :WS-CUST-DOB, :WS-CUST-DOB-ENC
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-POLICY-CUSTOMERNUM
           END-EXEC
               MOVE '87' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

      * The owning agent is credited with the policy, so must be
      * trading both today and on the day cover starts - a customer
      * with no agent yet writes direct business
           IF DB2-POLICY-AGENTNUM NOT = SPACES
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                         DATESEP('-')
                         YYYYMMDD DATE(AA-CHECK-DATE)
               END-EXEC
               MOVE DB2-POLICY-AGENTNUM TO AA-AGENT-NUM
               PERFORM LGAGT-CHECK-AUTHORITY

               IF AA-AGENT-OK
                  AND CA-P-EFFECTIVE-DATE > AA-AUTH-END
                   SET AA-AUTHORITY-LAPSED TO TRUE
               END-IF

               EVALUATE TRUE
                 WHEN AA-AGENT-OK
                   CONTINUE
                 WHEN AA-LOOKUP-FAILED
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
                 WHEN OTHER
                   MOVE '59' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
           END-IF
           MOVE CA-P-PREMIUM         TO DB2-POLICY-PREMIUM
           MOVE CA-P-PAYMENT-FREQ    TO DB2-POLICY-PAYFREQ
           MOVE CA-P-COMPULSORY-EXCESS TO DB2-POLICY-COMPEXCESS
           MOVE CA-P-VOLUNTARY-EXCESS  TO DB2-POLICY-VOLEXCESS
      *    The premium is gross - hold the net and the tax beside it
      *    at the IPT rate in force when cover starts
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
      *    New business rolls over automatically at anniversary
      *    unless the customer opts out (01ARNW)
           MOVE 'Y'                  TO DB2-POLICY-AUTORENEW
                 EXPIRYDATE,
                 STATUS,
                 PREMIUM,
                 NET_PREMIUM,
                 IPT_AMOUNT,
                 AGENTNUMBER,
                 BRANCHNUMBER,
                 PAYMENT_FREQ,
                 COMPULSORY_EXCESS,
                 VOLUNTARY_EXCESS,
                 AUTORENEW,
                 LASTCHANGED )
               VALUES ( :DB2-POLICYNUM-INT,
                        :DB2-POLICY-EXP-DATE,
                        :DB2-POLICY-STATUS,
                        :DB2-POLICY-PREMIUM,
                        :DB2-POLICY-NETPREM,
                        :DB2-POLICY-IPTAMT,
                        :DB2-POLICY-AGENTNUM,
                        :DB2-POLICY-BRANCHNUM,
                        :DB2-POLICY-PAYFREQ,
                        :DB2-POLICY-COMPEXCESS,
                        :DB2-POLICY-VOLEXCESS,
                        :DB2-POLICY-AUTORENEW,
                        CURRENT TIMESTAMP )
           END-EXEC
               PERFORM 4200-INSERT-HOUSE
             WHEN 'M'
               PERFORM 4300-INSERT-MOTOR
             WHEN 'C'
               PERFORM 4400-INSERT-COMMERCIAL
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 6500-RECORD-CESSION
               PERFORM 6600-RECORD-PREMIUM-TAX
               PERFORM 6700-RECORD-MOVEMENT
               MOVE 'N' TO WS-DOC-EVENT
               PERFORM 7000-QUEUE-SCHEDULE-DOC
               PERFORM 7500-PUBLISH-PARTNER-EVENT
             WHEN 'M'
               MOVE CA-P-M-VALUE TO WS-RI-COVER
               MOVE RI-M-RETENTION TO WS-RI-RETENTION
             WHEN 'C'
               COMPUTE WS-RI-COVER =
                   CA-P-C-BUILDINGS-SI + CA-P-C-STOCK-SI
               MOVE RI-C-RETENTION TO WS-RI-RETENTION
           END-EVALUATE

           EXEC SQL
           END-IF
           .

      *----------------------------------------------------------------*
      * Record the premium written for the quarterly IPT return - a   *
      * policy later declined at underwriting is reversed by LGUWRT01 *
      *----------------------------------------------------------------*
       6600-RECORD-PREMIUM-TAX.

           MOVE DB2-POLICYNUM-INT    TO IPT-TX-POLICYNUM
           MOVE CA-P-POLICY-TYPE     TO IPT-TX-POLICYTYPE
           MOVE CA-P-EFFECTIVE-DATE  TO IPT-TX-TRAN-DATE
           SET IPT-TX-NEW-BUSINESS   TO TRUE
           PERFORM LGIPT-RECORD-TRANSACTION

           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Put the new policy on the in-force book for the LGINFRF1      *
      * roll-forward - a policy pending underwriting counts until an  *
      * underwriter declines it                                       *
      *----------------------------------------------------------------*
       6700-RECORD-MOVEMENT.

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE CA-P-EFFECTIVE-DATE  TO MV-MOVE-DATE
           SET MV-NEW-BUSINESS       TO TRUE
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

       4100-INSERT-ENDOWMENT.
           MOVE CA-P-E-SUM-ASSURED   TO DB2-ENDOW-SUMASSURED
           MOVE CA-P-E-TERM-YEARS    TO DB2-ENDOW-TERM
                        :DB2-HOUSE-HOUSENUMBER,
                        :DB2-HOUSE-POSTCODE )
           END-EXEC

           IF SQLCODE = 0
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

       4300-INSERT-MOTOR.
                        :DB2-MOTOR-ACCIDENTS,
                        :DB2-MOTOR-GROUPCODE )
           END-EXEC

           IF SQLCODE = 0
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

       4400-INSERT-COMMERCIAL.
           MOVE CA-P-C-TRADE-CODE    TO DB2-COMM-TRADECODE
           MOVE CA-P-C-BUILDINGS-SI  TO DB2-COMM-BUILDINGS-SI
           MOVE CA-P-C-STOCK-SI      TO DB2-COMM-STOCK-SI
           MOVE CA-P-C-EMPLOYEES     TO DB2-COMM-EMPLOYEES
           MOVE CA-P-C-PREMISES-NAME TO DB2-COMM-PREMISESNAME
           MOVE CA-P-C-PREMISES-NUM  TO DB2-COMM-PREMISESNUMBER
           MOVE CA-P-C-POSTCODE      TO DB2-COMM-POSTCODE

           EXEC SQL
               INSERT INTO COMMERCIAL
               ( POLICYNUMBER,
                 TRADECODE,
                 BUILDINGS_SI,
                 STOCK_SI,
                 EMPLOYEES,
                 PREMISESNAME,
                 PREMISESNUMBER,
                 POSTCODE )
               VALUES ( :DB2-POLICYNUM-INT,
                        :DB2-COMM-TRADECODE,
                        :DB2-COMM-BUILDINGS-SI,
                        :DB2-COMM-STOCK-SI,
                        :DB2-COMM-EMPLOYEES,
                        :DB2-COMM-PREMISESNAME,
                        :DB2-COMM-PREMISESNUMBER,
                        :DB2-COMM-POSTCODE )
           END-EXEC
           .


           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * House specified item procedures from copybook                  *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

      *----------------------------------------------------------------*
      * Agent trading authority check                                  *
      *----------------------------------------------------------------*
           COPY LGAGTPRC.

       END PROGRAM LGAPDB01.
