      * Purpose: Applies a mid-term cover change (CA-REQUEST-ID =     *
      *          '01AEND') - a house move on an 'H' policy, a car     *
      *          change on an 'M' policy, a revised sum assured on an *
      *          'E' policy, revised sums insured or trade on a 'C'   *
      *          policy. The revised cover is rated for a full year   *
      *          by LGRATE01, the premium difference is pro-rated     *
      *          over the days remaining from the endorsement         *
      *          effective date to the policy anniversary, one        *
      *          POLICY_HISTORY row is written per changed cover      *
      *          field (the way LGUPVS01 writes CUSTOMER_HISTORY),    *
      *          the per-type row and POLICY premium are updated (net *
      *          premium and IPT held beside the gross, the           *
      *          adjustment recorded on IPT_TRANSACTION for the       *
      *          quarterly IPT return), and the endorsement is        *
      *          written to AUDIT_LOG. A motor policy is rated and    *
      *          screened on the named drivers already on file (a     *
      *          driver change goes through 01UPOL), and a house      *
      *          policy on its specified items schedule (changed      *
      *          through 01UPOL too). The rating behind the revised   *
      *          premium is kept whole on RATING_BREAKDOWN            *
      *          (LGRBKPRC), and the change in annual premium on      *
      *          POLICY_MOVEMENT (LGMOVPRC) for the in-force book. An *
      *          adjustment back-dated into a month finance is        *
      *          closing or has closed is taxed on its own date but   *
      *          posts today, the effective date kept on              *
      *          MOVED_POSTING (LGPERPRC).                            *
      * Return codes: 00 endorsed, 23 policy not found, 24 policy    *
      *          not owned by this customer, 26 policy not in force, *
      *          22 endorsement date missing or outside the policy   *
      *          year, 29 today's own month is closed, 3x rating     *
      *          errors passed through from LGRATE01, 90 SQL or      *
      *          system error, 98/99 commarea                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-DATE                     PIC X(8).
       01  WS-AUDIT-DATE               PIC X(10).
       01  WS-AUDIT-TIME               PIC X(8).
       01  WS-TODAY-YMD                PIC X(10).

      *----------------------------------------------------------------*
      * Proration work fields - dates handled as YYYYMMDD digits the  *
           05  WS-OF-EFF-DATE          PIC X(10).
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
       01  WS-CUST-DOB                 PIC X(10).
       01  WS-CUST-DOB-ENC             PIC X(18).
       01  WS-CUST-POSTCODE            PIC X(8).
       01  WS-NCD-YEARS                PIC S9(4) COMP VALUE 0.

           05  WS-RI-RETENTION         PIC S9(9) COMP.
           05  WS-RI-CEDED-PCT         PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.



      *----------------------------------------------------------------*
           05  WS-UW-EFF-NUM           PIC 9(8).
           05  WS-UW-CUST-AGE          PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Rating breakdown (LGRBKPRC procedures)                         *
      *----------------------------------------------------------------*
           COPY LGRBKWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Accounting period posting date (LGPERPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGPERWS.

      *----------------------------------------------------------------*
      * Old cover values for the field-level history comparison,      *
      * re-edited to display form for the OLD_VALUE column            *
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           PERFORM 2200-COMPUTE-PRORATION
           IF CA-P-POLICY-TYPE = 'M'
               PERFORM 2400-VALIDATE-VEHICLE
               PERFORM 2420-LOAD-DRIVERS
           END-IF
           IF CA-P-POLICY-TYPE = 'H'
               PERFORM 2430-LOAD-SPEC-ITEMS
           END-IF
           PERFORM 2500-SCREEN-UNDERWRITING
           PERFORM 3000-RATE-REVISED-COVER
           MOVE WS-VR-CC TO CA-P-M-CC
           .

      *----------------------------------------------------------------*
      * The named drivers on file, summarised for the re-rate and the *
      * referral screen                                                *
      *----------------------------------------------------------------*
       2420-LOAD-DRIVERS.

           MOVE DB2-POLICYNUM-INT TO DRV-REQ-POLICYNUM
           PERFORM LGDRV-LOAD-DRIVERS

           IF DRV-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           PERFORM LGDRV-SUMMARISE-LIST
           .

      *----------------------------------------------------------------*
      * The specified items on file, summarised for the re-rate and   *
      * the referral screen                                            *
      *----------------------------------------------------------------*
       2430-LOAD-SPEC-ITEMS.

           MOVE DB2-POLICYNUM-INT TO SPI-REQ-POLICYNUM
           PERFORM LGSPI-LOAD-ITEMS

           IF SPI-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           PERFORM LGSPI-SUMMARISE-LIST
           .

      *----------------------------------------------------------------*
      * Screen the revised cover against the LGUWRUL referral         *
      * thresholds - an endorsement that takes the risk over them     *
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
      * Customer's age at the endorsement date from the protected     *
      * date of birth, through the LGRATE01 AGE function              *
      *----------------------------------------------------------------*
       2510-AGE-PROTECTED-DOB.

           MOVE SPACES TO WS-RATING-COMMAREA
           SET RT-AGE TO TRUE
           MOVE WS-CUST-DOB-ENC TO RT-CUSTOMER-DOB-ENC
           MOVE CA-N-EFFECTIVE-DATE TO RT-RATING-DATE

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
      * Fetch the on-file policy and owning customer's rating fields  *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT P.CUSTOMERNUMBER, P.POLICYTYPE, P.STATUS,
                      P.EFFECTIVEDATE, P.PREMIUM,
                      C.DATEOFBIRTH, C.POSTCODE, C.DATEOFBIRTH_ENC
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-POLICYTYPE,
                    :WS-OF-STATUS, :WS-OF-EFF-DATE,
                    :WS-OLD-PREMIUM,
                    :WS-CUST-DOB, :WS-CUST-POSTCODE,
                    :WS-CUST-DOB-ENC
               FROM POLICY P, CUSTOMER C
               WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
           MOVE DB2-POLICYNUM-INT TO PT-POLICYNUM
           MOVE WS-OF-CUSTOMERNUM TO PT-OWNER-CUSTOMERNUM
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
           MOVE SPACES TO WS-RATING-COMMAREA
           SET RT-RATE TO TRUE
           MOVE WS-CUST-DOB TO RT-CUSTOMER-DOB
           MOVE WS-CUST-DOB-ENC TO RT-CUSTOMER-DOB-ENC
           MOVE WS-CUST-POSTCODE TO RT-POSTCODE
           MOVE CA-CUSTOMER-NUM TO RT-CUSTOMER-NUM
           MOVE CA-P-POLICY-TYPE TO RT-POLICY-TYPE
             WHEN 'H'
               MOVE CA-P-H-VALUE TO RT-COVER-AMOUNT
               MOVE CA-P-H-BEDROOMS TO RT-RISK-UNITS
               PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
                   UNTIL SPI-CAT-SUB > 4
                  MOVE SPI-S-CATEGORY-VALUE(SPI-CAT-SUB)
                      TO RT-SPEC-ITEM-VALUE(SPI-CAT-SUB)
               END-PERFORM
             WHEN 'M'
               MOVE CA-P-M-VALUE TO RT-COVER-AMOUNT
               MOVE CA-P-M-CC TO RT-RISK-UNITS
               IF SQLCODE = 0
                   MOVE WS-NCD-YEARS TO RT-NCD-YEARS
               END-IF
               MOVE DRV-S-YOUNGEST-DOB TO RT-DRIVER-DOB
               MOVE DRV-S-MIN-YEARS-HELD TO RT-DRIVER-YEARS-HELD
               MOVE DRV-S-TOTAL-POINTS TO RT-CONVICTION-POINTS
             WHEN 'C'
               COMPUTE RT-COVER-AMOUNT =
                   CA-P-C-BUILDINGS-SI + CA-P-C-STOCK-SI
               MOVE CA-P-C-EMPLOYEES TO RT-RISK-UNITS
               MOVE CA-P-C-TRADE-CODE TO RT-TRADE-CODE
           END-EVALUATE

           EXEC CICS LINK Program('LGRATE01')
               PERFORM 4200-UPDATE-HOUSE
             WHEN 'M'
               PERFORM 4300-UPDATE-MOTOR
             WHEN 'C'
               PERFORM 4400-UPDATE-COMMERCIAL
           END-EVALUATE

           IF SQLCODE NOT = 0

           MOVE CA-N-NEW-PREMIUM TO DB2-POLICY-PREMIUM

      *    The revised premium is gross - split it at the IPT rate in
      *    force on the day the endorsement takes effect
           MOVE CA-N-EFFECTIVE-DATE TO IPT-REQ-DATE
           MOVE CA-N-NEW-PREMIUM TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-GROSS
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-POLICY-NETPREM
           MOVE IPT-TAX-AMOUNT TO DB2-POLICY-IPTAMT

           IF WS-UW-REFER
               MOVE 'P' TO DB2-POLICY-STATUS
           ELSE
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   PREMIUM = :DB2-POLICY-PREMIUM,
                   NET_PREMIUM = :DB2-POLICY-NETPREM,
                   IPT_AMOUNT = :DB2-POLICY-IPTAMT,
                   STATUS = :DB2-POLICY-STATUS
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 6500-RECORD-CESSION
               PERFORM 6600-RECORD-PREMIUM-TAX
               PERFORM 6700-RECORD-RATING
               PERFORM 6800-RECORD-MOVEMENT
               MOVE 'E' TO WS-DOC-EVENT
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
      * Record the pro-rata adjustment for the quarterly IPT return,  *
      * split in the proportion of the revised premium - an          *
      * additional premium is tax written, a reduction is a return   *
      * premium                                                       *
      *----------------------------------------------------------------*
       6600-RECORD-PREMIUM-TAX.

           IF WS-PREMIUM-ADJ NOT = 0
               MOVE DB2-POLICY-NETPREM TO IPT-BASE-NET
               MOVE DB2-POLICY-IPTAMT TO IPT-BASE-TAX
               MOVE WS-PREMIUM-ADJ TO IPT-GROSS-AMOUNT
               PERFORM LGIPT-SPLIT-PRO-RATA

               PERFORM 6650-RESOLVE-POSTING-DATE

               MOVE DB2-POLICYNUM-INT TO IPT-TX-POLICYNUM
               MOVE CA-P-POLICY-TYPE TO IPT-TX-POLICYTYPE
               MOVE AP-POSTING-DATE TO IPT-TX-TRAN-DATE
               SET IPT-TX-ENDORSEMENT TO TRUE
               PERFORM LGIPT-RECORD-TRANSACTION

               IF IPT-RC = '90'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF

               MOVE 'LGAEND01' TO AP-SOURCE-PROGRAM
               SET AP-ENDORSEMENT TO TRUE
               MOVE DB2-POLICYNUM-INT TO AP-POLICYNUM
               MOVE SPACES TO AP-REFERENCE
               MOVE WS-PREMIUM-ADJ TO AP-AMOUNT
               PERFORM LGPER-RECORD-MOVE
               IF AP-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The adjustment posts on the endorsement's effective date      *
      * unless that falls in a month finance is closing or has        *
      * closed - then it posts today, in the open month               *
      *----------------------------------------------------------------*
       6650-RESOLVE-POSTING-DATE.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           MOVE CA-N-EFFECTIVE-DATE TO AP-ACTIVITY-DATE
           MOVE WS-TODAY-YMD TO AP-TODAY-DATE
           PERFORM LGPER-RESOLVE-DATE

           EVALUATE AP-RC
             WHEN '80'
               MOVE '29' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
             WHEN '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Keep the rating the revised premium came from, factor by      *
      * factor, against the policy                                    *
      *----------------------------------------------------------------*
       6700-RECORD-RATING.

           MOVE 'E'               TO RB-SOURCE-TYPE
           MOVE 'N'               TO RB-REPLACE-SAME
           MOVE 0                 TO RB-QUOTENUM
           MOVE DB2-POLICYNUM-INT TO RB-POLICYNUM
           MOVE CA-CUSTOMER-NUM   TO RB-CUSTOMERNUM
           PERFORM LGRBK-SAVE-BREAKDOWN

           IF RB-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * The change in annual premium moves the in-force book's        *
      * premium for the LGINFRF1 roll-forward - the policy count is   *
      * unchanged, even when the endorsement is referred 'P'          *
      *----------------------------------------------------------------*
       6800-RECORD-MOVEMENT.

           IF CA-N-NEW-PREMIUM NOT = WS-OLD-PREMIUM
               MOVE DB2-POLICYNUM-INT   TO MV-POLICYNUM
               MOVE CA-N-EFFECTIVE-DATE TO MV-MOVE-DATE
               SET MV-ENDORSEMENT       TO TRUE
               MOVE 0                   TO MV-COUNT-CHANGE
               MOVE 'N'                 TO MV-WHOLE-PREMIUM
               COMPUTE MV-PREMIUM-CHANGE =
                   CA-N-NEW-PREMIUM - WS-OLD-PREMIUM
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
           END-EXEC
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
      * Compare the on-file cover against the incoming values and     *
      * write one POLICY_HISTORY row per field that changed           *
               PERFORM 5200-HISTORY-HOUSE
             WHEN 'M'
               PERFORM 5300-HISTORY-MOTOR
             WHEN 'C'
               PERFORM 5400-HISTORY-COMMERCIAL
           END-EVALUATE

           MOVE WS-OLD-PREMIUM TO WS-OLD-PREM-DISP
           END-IF
           .

       5400-HISTORY-COMMERCIAL.
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

           IF DB2-COMM-TRADECODE NOT = CA-P-C-TRADE-CODE
               MOVE 'TRADECODE' TO PH2-FIELD-NAME
               MOVE DB2-COMM-TRADECODE TO PH2-OLD-VALUE
               MOVE CA-P-C-TRADE-CODE TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           MOVE DB2-COMM-BUILDINGS-SI TO WS-OLD-DISP-8
           IF WS-OLD-DISP-8 NOT = CA-P-C-BUILDINGS-SI
               MOVE 'BUILDINGS_SI' TO PH2-FIELD-NAME
               MOVE WS-OLD-DISP-8 TO PH2-OLD-VALUE
               MOVE CA-P-C-BUILDINGS-SI TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           MOVE DB2-COMM-STOCK-SI TO WS-OLD-DISP-8
           IF WS-OLD-DISP-8 NOT = CA-P-C-STOCK-SI
               MOVE 'STOCK_SI' TO PH2-FIELD-NAME
               MOVE WS-OLD-DISP-8 TO PH2-OLD-VALUE
               MOVE CA-P-C-STOCK-SI TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           MOVE DB2-COMM-EMPLOYEES TO WS-OLD-DISP-4
           IF WS-OLD-DISP-4 NOT = CA-P-C-EMPLOYEES
               MOVE 'EMPLOYEES' TO PH2-FIELD-NAME
               MOVE WS-OLD-DISP-4 TO PH2-OLD-VALUE
               MOVE CA-P-C-EMPLOYEES TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           IF DB2-COMM-PREMISESNAME NOT = CA-P-C-PREMISES-NAME
               MOVE 'PREMISESNAME' TO PH2-FIELD-NAME
               MOVE DB2-COMM-PREMISESNAME TO PH2-OLD-VALUE
               MOVE CA-P-C-PREMISES-NAME TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           IF DB2-COMM-PREMISESNUMBER NOT = CA-P-C-PREMISES-NUM
               MOVE 'PREMISESNUMBER' TO PH2-FIELD-NAME
               MOVE DB2-COMM-PREMISESNUMBER TO PH2-OLD-VALUE
               MOVE CA-P-C-PREMISES-NUM TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           IF DB2-COMM-POSTCODE NOT = CA-P-C-POSTCODE
               MOVE 'POSTCODE' TO PH2-FIELD-NAME
               MOVE DB2-COMM-POSTCODE TO PH2-OLD-VALUE
               MOVE CA-P-C-POSTCODE TO PH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF
           .

      *----------------------------------------------------------------*
      * Insert one POLICY_HISTORY row. PH2-FIELD-NAME/-OLD-VALUE/      *
      * -NEW-VALUE are set by the caller; the timestamp, policy       *
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
      * House specified items procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

      *----------------------------------------------------------------*
      * Rating breakdown procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGRBKPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Accounting period procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGPERPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGAEND01.
