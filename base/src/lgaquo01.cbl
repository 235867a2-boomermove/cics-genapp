      *          kept on the QUOTE row. The premium comes from        *
      *          LGRATE01, the quote number from the GENAQUONUM named *
      *          counter, and the quote expires PC-QUOTE-EXPIRY-DAYS  *
      *          after capture. A motor quote is rated on the named   *
      *          drivers in CA-DRIVER-REQUEST. They are not kept on   *
      *          the QUOTE row; LGCQUO01 passes them on at conversion.*
      *          A motor or house quote is checked against the prior  *
      *          claims the Claims and Underwriting Exchange returned *
      *          for the person or the vehicle (LGCUEPRC); claims     *
      *          beyond the accidents declared in CA-P-M-ACCIDENTS    *
      *          are returned in CA-CUE-RESULT and kept on the QUOTE  *
      *          row - the quote still stands, for the underwriter to *
      *          take up with the customer. Every factor and the rate *
      *          set behind the premium are kept on RATING_BREAKDOWN  *
      *          (LGRBKPRC) against the quote number. The capture     *
      *          channel (CA-Q-CHANNEL) and the agent and branch the  *
      *          quote is credited to are held on the row for the     *
      *          LGQFUNL1 conversion funnel.                          *
      * Return codes: 00 quoted, 21 invalid policy type, 3x rating   *
      *          errors passed through from LGRATE01, 58 named driver *
      *          details invalid, 90 SQL or                           *
      *          system error, 91 counter unavailable, 98/99 commarea *
      *================================================================*

       01  WS-RATING-COMMAREA.
           COPY LGRATING.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * Claims and Underwriting Exchange lookup (LGCUEPRC procedures) *
      *----------------------------------------------------------------*
           COPY LGCUEWS.

      *----------------------------------------------------------------*
      * Rating breakdown (LGRBKPRC procedures)                         *
      *----------------------------------------------------------------*
           COPY LGRBKWS.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*

           IF CA-P-POLICY-TYPE NOT = 'E' AND
              CA-P-POLICY-TYPE NOT = 'H' AND
              CA-P-POLICY-TYPE NOT = 'M' AND
              CA-P-POLICY-TYPE NOT = 'C'
               MOVE '21' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 3000-RATE-QUOTE
           PERFORM 3200-CHECK-CLAIMS-EXCHANGE THRU 3200-EXIT
           PERFORM 3500-GENERATE-QUOTE-NUMBER
           PERFORM 3600-SET-CHANNEL
           PERFORM 4000-INSERT-QUOTE-RECORD
           .

             WHEN 'M'
               MOVE CA-P-M-VALUE TO RT-COVER-AMOUNT
               MOVE CA-P-M-CC TO RT-RISK-UNITS
               PERFORM 3100-VALIDATE-DRIVERS
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
           MOVE RT-PREMIUM TO CA-Q-PREMIUM
           .

      *----------------------------------------------------------------*
      * Check the named drivers on a motor quote and summarise them   *
      * for rating                                                     *
      *----------------------------------------------------------------*
       3100-VALIDATE-DRIVERS.

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
      * Look the person and, on a motor quote, the vehicle up on the  *
      * prior claims the exchange returned. A failed lookup leaves    *
      * the quote unflagged rather than refusing it.                  *
      *----------------------------------------------------------------*
       3200-CHECK-CLAIMS-EXCHANGE.

           MOVE ZERO TO CA-CU-FOUND
           MOVE ZERO TO CA-CU-DECLARED
           MOVE ZERO TO CA-CU-UNDISCLOSED
           MOVE 'N' TO CA-CU-FLAG
           MOVE 0 TO DB2-QUOTE-CUEUNDISC

           IF CA-P-POLICY-TYPE NOT = 'M' AND
              CA-P-POLICY-TYPE NOT = 'H'
               GO TO 3200-EXIT
           END-IF

           MOVE CA-LAST-NAME TO CUE-REQ-LASTNAME
           MOVE CA-DOB TO CUE-REQ-DOB
           MOVE CA-POSTCODE TO CUE-REQ-POSTCODE
           MOVE WS-TODAY-YMD TO CUE-REQ-DATE
           MOVE SPACES TO CUE-REQ-REGNUMBER
           MOVE 0 TO CUE-REQ-DECLARED
           IF CA-P-POLICY-TYPE = 'M'
               MOVE CA-P-M-REGNUMBER TO CUE-REQ-REGNUMBER
               IF CA-P-M-ACCIDENTS NUMERIC
                   MOVE CA-P-M-ACCIDENTS TO CUE-REQ-DECLARED
               END-IF
           END-IF

           PERFORM LGCUE-LOOKUP

           IF CUE-RC NOT = '00'
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 3200-EXIT
           END-IF

           MOVE CUE-FOUND TO CA-CU-FOUND
           MOVE CUE-REQ-DECLARED TO CA-CU-DECLARED
           MOVE CUE-UNDISCLOSED TO CA-CU-UNDISCLOSED
           MOVE CUE-UNDISCLOSED TO DB2-QUOTE-CUEUNDISC
           IF CUE-UNDISCLOSED > 0
               MOVE 'Y' TO CA-CU-FLAG
           END-IF
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Allocate the quote number from the GENAQUONUM named counter   *
      * under an ENQ, the same retry/backoff pattern LGACDB01 uses    *
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The capture channel and the agent and branch the quote is    *
      * credited to - a selling agent keyed on the request, else the  *
      * existing customer's owning agent. An unset channel is taken   *
      * as agent business when an agent is keyed, branch otherwise.   *
      *----------------------------------------------------------------*
       3600-SET-CHANNEL.

           IF CA-Q-CHANNEL-VALID
               MOVE CA-Q-CHANNEL TO DB2-QUOTE-CHANNEL
           ELSE
               IF CA-AGENT-NUM = SPACES OR CA-AGENT-NUM = LOW-VALUES
                   MOVE 'B' TO DB2-QUOTE-CHANNEL
               ELSE
                   MOVE 'G' TO DB2-QUOTE-CHANNEL
               END-IF
           END-IF

           MOVE SPACES TO DB2-QUOTE-AGENTNUM
           MOVE SPACES TO DB2-QUOTE-BRANCHNUM
           IF CA-AGENT-NUM NOT = SPACES AND
              CA-AGENT-NUM NOT = LOW-VALUES
               MOVE CA-AGENT-NUM TO DB2-QUOTE-AGENTNUM
               MOVE CA-BRANCH-NUM TO DB2-QUOTE-BRANCHNUM
               IF CA-BRANCH-NUM = SPACES OR CA-BRANCH-NUM = LOW-VALUES
                   EXEC SQL
                       SELECT BRANCHNUMBER
                       INTO :DB2-QUOTE-BRANCHNUM
                       FROM AGENT
                       WHERE AGENTNUMBER = :DB2-QUOTE-AGENTNUM
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE SPACES TO DB2-QUOTE-BRANCHNUM
                   END-IF
               END-IF
           ELSE
               IF CA-CUSTOMER-NUM NOT = SPACES AND
                  CA-CUSTOMER-NUM NOT = LOW-VALUES
                   MOVE CA-CUSTOMER-NUM TO DB2-QUOTE-CUSTOMERNUM
                   EXEC SQL
                       SELECT COALESCE(AGENTNUMBER, ' '),
                              COALESCE(BRANCHNUMBER, ' ')
                       INTO :DB2-QUOTE-AGENTNUM,
                            :DB2-QUOTE-BRANCHNUM
                       FROM CUSTOMER
                       WHERE CUSTOMERNUMBER = :DB2-QUOTE-CUSTOMERNUM
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE SPACES TO DB2-QUOTE-AGENTNUM
                       MOVE SPACES TO DB2-QUOTE-BRANCHNUM
                   END-IF
               END-IF
           END-IF
           MOVE DB2-QUOTE-CHANNEL TO CA-Q-CHANNEL
           .

      *----------------------------------------------------------------*
      * Insert the QUOTE row with its expiry date                     *
      *----------------------------------------------------------------*
                 PHONEMOBILE,
                 PHONEHOME,
                 EMAILADDRESS,
                 DETAIL,
                 CUE_UNDISCLOSED,
                 CHANNEL,
                 AGENTNUMBER,
                 BRANCHNUMBER )
               VALUES ( :DB2-QUOTENUM-INT,
                        :DB2-QUOTE-CUSTOMERNUM,
                        :DB2-QUOTE-POLICYTYPE,
                        :DB2-QUOTE-PHONEMOBILE,
                        :DB2-QUOTE-PHONEHOME,
                        :DB2-QUOTE-EMAILADDRESS,
                        :DB2-QUOTE-DETAIL,
                        :DB2-QUOTE-CUEUNDISC,
                        :DB2-QUOTE-CHANNEL,
                        :DB2-QUOTE-AGENTNUM,
                        :DB2-QUOTE-BRANCHNUM )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

      * Keep the rating the quote was priced on, factor by factor
           MOVE 'Q'                   TO RB-SOURCE-TYPE
           MOVE 'N'                   TO RB-REPLACE-SAME
           MOVE DB2-QUOTENUM-INT      TO RB-QUOTENUM
           MOVE 0                     TO RB-POLICYNUM
           MOVE DB2-QUOTE-CUSTOMERNUM TO RB-CUSTOMERNUM
           PERFORM LGRBK-SAVE-BREAKDOWN

           IF RB-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * Claims and Underwriting Exchange procedures from copybook     *
      *----------------------------------------------------------------*
           COPY LGCUEPRC.

      *----------------------------------------------------------------*
      * Rating breakdown procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGRBKPRC.

       END PROGRAM LGAQUO01.
