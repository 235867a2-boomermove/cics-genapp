      *          ten percent, down, broadly flat, up, up more than    *
      *          ten percent - so the actuarial team sees the         *
      *          repricing distribution before anyone makes the set   *
      *          live. Motor policies are rated on their named        *
      *          drivers and house policies on their specified        *
      *          items, as LGRNWL01 rates them at renewal.            *
      *          Nothing is updated: the simulation is                *
      *          read-only. The proposed set id comes from the        *
      *          RSIMCTL control card.                                 *
      *================================================================*

      *----------------------------------------------------------------*
      * Movement distribution - one row of bands per policy type      *
      * (1 = 'E', 2 = 'H', 3 = 'M', 4 = 'C')                          *
      *----------------------------------------------------------------*
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ROW OCCURS 4 TIMES.
               10  WS-MV-TYPE          PIC X(1).
               10  WS-MV-DOWN-BIG      PIC S9(7) COMP-3.
               10  WS-MV-DOWN          PIC S9(7) COMP-3.
           05  DB2-SM-PREMIUM          PIC S9(6)V99 COMP-3.
           05  DB2-SM-DOB              PIC X(10).
           05  DB2-SM-POSTCODE         PIC X(8).
           05  DB2-SM-DOB-ENC          PIC X(18).

      *----------------------------------------------------------------*
      * Per-type cover host variables for the rating call             *
           05  DB2-CV-AMOUNT           PIC S9(9) COMP.
           05  DB2-CV-UNITS            PIC S9(4) COMP.
           05  DB2-CV-NCDYEARS         PIC S9(4) COMP.
           05  DB2-CV-TRADECODE        PIC X(5).

       01  WS-CUSTNUM-DISPLAY          PIC 9(10).

       01  WS-RATING-COMMAREA.
           COPY LGRATING.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Every in-force policy with the customer fields the rating     *
      * call needs                                                     *
                      P.POLICYTYPE,
                      P.PREMIUM,
                      C.DATEOFBIRTH,
                      C.POSTCODE,
                      C.DATEOFBIRTH_ENC
               FROM POLICY P, CUSTOMER C
               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND P.STATUS = 'A'
           MOVE 'E' TO WS-MV-TYPE(1)
           MOVE 'H' TO WS-MV-TYPE(2)
           MOVE 'M' TO WS-MV-TYPE(3)
           MOVE 'C' TO WS-MV-TYPE(4)
           MOVE 1 TO WS-TYPE-SUB
           PERFORM 1100-CLEAR-MOVE-ROW
               UNTIL WS-TYPE-SUB > 4

           OPEN INPUT RSIM-FILE

                    :DB2-SM-POLICYTYPE,
                    :DB2-SM-PREMIUM,
                    :DB2-SM-DOB,
                    :DB2-SM-POSTCODE,
                    :DB2-SM-DOB-ENC
           END-EXEC

           IF SQLCODE = 100
           MOVE 0 TO DB2-CV-AMOUNT
           MOVE 0 TO DB2-CV-UNITS
           MOVE 0 TO DB2-CV-NCDYEARS
           MOVE SPACES TO DB2-CV-TRADECODE

           EVALUATE DB2-SM-POLICYTYPE
             WHEN 'E'
                   FROM HOUSE
                   WHERE POLICYNUMBER = :DB2-SM-POLICYNUM
               END-EXEC
               IF SQLCODE = 0
                  MOVE DB2-SM-POLICYNUM TO SPI-REQ-POLICYNUM
                  PERFORM LGSPI-LOAD-ITEMS
                  IF SPI-RC NOT = '00'
                     ADD 1 TO WS-ROWS-SKIPPED
                     GO TO 2200-EXIT
                  END-IF
                  PERFORM LGSPI-SUMMARISE-LIST
               END-IF
               MOVE 2 TO WS-TYPE-SUB
             WHEN 'M'
               EXEC SQL
                   FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-SM-POLICYNUM
               END-EXEC
               IF SQLCODE = 0
                  MOVE DB2-SM-POLICYNUM TO DRV-REQ-POLICYNUM
                  PERFORM LGDRV-LOAD-DRIVERS
                  IF DRV-RC NOT = '00'
                     ADD 1 TO WS-ROWS-SKIPPED
                     GO TO 2200-EXIT
                  END-IF
                  PERFORM LGDRV-SUMMARISE-LIST
               END-IF
               MOVE 3 TO WS-TYPE-SUB
             WHEN 'C'
               EXEC SQL
                   SELECT BUILDINGS_SI + STOCK_SI, EMPLOYEES,
                          TRADECODE
                   INTO :DB2-CV-AMOUNT, :DB2-CV-UNITS,
                        :DB2-CV-TRADECODE
                   FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-SM-POLICYNUM
               END-EXEC
               MOVE 4 TO WS-TYPE-SUB
             WHEN OTHER
               ADD 1 TO WS-ROWS-SKIPPED
               GO TO 2200-EXIT
           MOVE SPACES TO WS-RATING-COMMAREA
           SET RT-RATE TO TRUE
           MOVE DB2-SM-DOB TO RT-CUSTOMER-DOB
           MOVE DB2-SM-DOB-ENC TO RT-CUSTOMER-DOB-ENC
           MOVE DB2-SM-POSTCODE TO RT-POSTCODE
           MOVE DB2-SM-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO RT-CUSTOMER-NUM
           MOVE DB2-CV-AMOUNT TO RT-COVER-AMOUNT
           MOVE DB2-CV-UNITS TO RT-RISK-UNITS
           MOVE DB2-CV-NCDYEARS TO RT-NCD-YEARS
           MOVE DB2-CV-TRADECODE TO RT-TRADE-CODE
           MOVE RS-SET-ID TO RT-RATE-SET-ID
           IF DB2-SM-POLICYTYPE = 'M'
              MOVE DRV-S-YOUNGEST-DOB TO RT-DRIVER-DOB
              MOVE DRV-S-MIN-YEARS-HELD TO RT-DRIVER-YEARS-HELD
              MOVE DRV-S-TOTAL-POINTS TO RT-CONVICTION-POINTS
           END-IF
           IF DB2-SM-POLICYTYPE = 'H'
              PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
                  UNTIL SPI-CAT-SUB > 4
                 MOVE SPI-S-CATEGORY-VALUE(SPI-CAT-SUB)
                     TO RT-SPEC-ITEM-VALUE(SPI-CAT-SUB)
              END-PERFORM
           END-IF

           EXEC CICS LINK Program('LGRATE01')
                     Commarea(WS-RATING-COMMAREA)

           MOVE 1 TO WS-TYPE-SUB
           PERFORM 4100-REPORT-ONE-TYPE
               UNTIL WS-TYPE-SUB > 4
           .

       4100-REPORT-ONE-TYPE.
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * House specified items procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

       END PROGRAM LGRATSM1.
