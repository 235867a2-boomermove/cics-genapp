      *          details held on the QUOTE row; the policy is then    *
      *          added through LGAPDB01 '01APOL' at the quoted        *
      *          premium and cover, and the quote is marked           *
      *          converted and dated (CONVERTED_DATE). A motor or     *
      *          house quote is looked up again on the Claims and     *
      *          Underwriting Exchange history (LGCUEPRC), which may  *
      *          have grown since capture; the undisclosed prior      *
      *          claims come back in CA-CUE-RESULT and are carried to *
      *          the new POLICY row for the LGACLM01 fraud screen.    *
      *          The business is refused when the agent it goes to -  *
      *          the customer's owning agent, or CA-AGENT-NUM for a   *
      *          prospect - is not active and trading (LGAGTPRC). The *
      *          quote's rating breakdown is carried to the new       *
      *          policy on RATING_BREAKDOWN (LGRBKPRC) as its         *
      *          new-business rating.                                 *
      * Return codes: 00 converted, 35 quote not found, 36 quote not  *
      *          open or expired, 59 selling agent inactive or        *
      *          outside its trading authority, plus any code passed  *
      *          through from LGACDB01/LGAPDB01, 90 SQL or system     *
      *          error, 98/99 commarea                                *
      *================================================================*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-CUE-POLICYNUM        PIC S9(9) COMP.
           05  WS-SELLING-AGENT        PIC X(6).
           05  WS-SELLING-CUSTNUM      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
       01  DB2-QUOTE-REC.
           COPY DB2-QUOTE.

      *----------------------------------------------------------------*
      * Claims and Underwriting Exchange lookup (LGCUEPRC procedures) *
      *----------------------------------------------------------------*
           COPY LGCUEWS.

      *----------------------------------------------------------------*
      * Agent trading authority check (LGAGTPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGAGTAUT.

      *----------------------------------------------------------------*
      * Rating breakdown (LGRBKPRC procedures) - the rating commarea  *
      * is not driven here, only carried from the quote               *
      *----------------------------------------------------------------*
       01  WS-RATING-COMMAREA.
           COPY LGRATING.
           COPY LGRBKWS.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       2000-PROCESS.

           PERFORM 2100-FETCH-AND-CHECK-QUOTE
           PERFORM 2300-CHECK-SELLING-AGENT THRU 2300-EXIT
           PERFORM 2200-CHECK-CLAIMS-EXCHANGE THRU 2200-EXIT

           IF DB2-QUOTE-CUSTOMERNUM = 0
               PERFORM 3000-CREATE-PROSPECT-CUSTOMER
                      FIRSTNAME, LASTNAME, DATEOFBIRTH,
                      HOUSENAME, HOUSENUMBER, POSTCODE,
                      PHONEMOBILE, PHONEHOME, EMAILADDRESS,
                      DETAIL, COALESCE(CUE_UNDISCLOSED, 0)
               INTO :DB2-QUOTE-CUSTOMERNUM, :DB2-QUOTE-POLICYTYPE,
                    :DB2-QUOTE-PREMIUM, :DB2-QUOTE-DATE,
                    :DB2-QUOTE-EXPIRY, :DB2-QUOTE-STATUS,
                    :DB2-QUOTE-DOB, :DB2-QUOTE-HOUSENAME,
                    :DB2-QUOTE-HOUSENUMBER, :DB2-QUOTE-POSTCODE,
                    :DB2-QUOTE-PHONEMOBILE, :DB2-QUOTE-PHONEHOME,
                    :DB2-QUOTE-EMAILADDRESS, :DB2-QUOTE-DETAIL,
                    :DB2-QUOTE-CUEUNDISC
               FROM QUOTE
               WHERE QUOTENUMBER = :DB2-QUOTENUM-INT
           END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * Look the quoted person and vehicle up again on the exchange   *
      * history - a failed lookup keeps the count found at capture    *
      *----------------------------------------------------------------*
       2200-CHECK-CLAIMS-EXCHANGE.

           MOVE ZERO TO CA-CU-FOUND
           MOVE ZERO TO CA-CU-DECLARED
           MOVE DB2-QUOTE-CUEUNDISC TO CA-CU-UNDISCLOSED
           MOVE 'N' TO CA-CU-FLAG

           IF DB2-QUOTE-POLICYTYPE NOT = 'M' AND
              DB2-QUOTE-POLICYTYPE NOT = 'H'
               GO TO 2200-EXIT
           END-IF

           MOVE DB2-QUOTE-DETAIL TO CA-P-DETAIL
           MOVE DB2-QUOTE-LASTNAME TO CUE-REQ-LASTNAME
           MOVE DB2-QUOTE-DOB TO CUE-REQ-DOB
           MOVE DB2-QUOTE-POSTCODE TO CUE-REQ-POSTCODE
           MOVE WS-TODAY-YMD TO CUE-REQ-DATE
           MOVE SPACES TO CUE-REQ-REGNUMBER
           MOVE 0 TO CUE-REQ-DECLARED
           IF DB2-QUOTE-POLICYTYPE = 'M'
               MOVE CA-P-M-REGNUMBER TO CUE-REQ-REGNUMBER
               IF CA-P-M-ACCIDENTS NUMERIC
                   MOVE CA-P-M-ACCIDENTS TO CUE-REQ-DECLARED
               END-IF
           END-IF

           PERFORM LGCUE-LOOKUP

           IF CUE-RC NOT = '00'
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               MOVE CUE-FOUND TO CA-CU-FOUND
               MOVE CUE-REQ-DECLARED TO CA-CU-DECLARED
               MOVE CUE-UNDISCLOSED TO CA-CU-UNDISCLOSED
               MOVE CUE-UNDISCLOSED TO DB2-QUOTE-CUEUNDISC
           END-IF

           IF DB2-QUOTE-CUEUNDISC > 0
               MOVE 'Y' TO CA-CU-FLAG
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The agent the business goes to - the existing customer's      *
      * owning agent, or the agent keyed for a prospect - must be     *
      * trading today, the day cover starts, checked before a         *
      * prospect customer is created so a refusal leaves nothing half *
      * converted. No agent means direct business.                    *
      *----------------------------------------------------------------*
       2300-CHECK-SELLING-AGENT.

           IF DB2-QUOTE-CUSTOMERNUM = 0
               MOVE CA-AGENT-NUM TO WS-SELLING-AGENT
           ELSE
               MOVE DB2-QUOTE-CUSTOMERNUM TO WS-SELLING-CUSTNUM
               EXEC SQL
                   SELECT COALESCE(AGENTNUMBER, ' ')
                   INTO :WS-SELLING-AGENT
                   FROM CUSTOMER
                   WHERE CUSTOMERNUMBER = :WS-SELLING-CUSTNUM
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-SELLING-AGENT
               END-IF
           END-IF

           IF WS-SELLING-AGENT = SPACES OR
              WS-SELLING-AGENT = LOW-VALUES
               GO TO 2300-EXIT
           END-IF

           MOVE WS-SELLING-AGENT TO AA-AGENT-NUM
           MOVE WS-TODAY-YMD TO AA-CHECK-DATE
           PERFORM LGAGT-CHECK-AUTHORITY

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
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A prospect quote has no customer yet - create one through the *
      * existing add-customer path from the details the quote holds   *

           EXEC SQL
               UPDATE QUOTE
               SET STATUS = 'C',
                   CUE_UNDISCLOSED = :DB2-QUOTE-CUEUNDISC,
                   CONVERTED_DATE = :WS-TODAY-YMD
               WHERE QUOTENUMBER = :DB2-QUOTENUM-INT
           END-EXEC

      * The undisclosed claims go with the cover onto the new policy
           IF SQLCODE = 0
               MOVE CA-P-POLICY-NUM TO WS-CUE-POLICYNUM
               EXEC SQL
                   UPDATE POLICY
                   SET CUE_UNDISCLOSED = :DB2-QUOTE-CUEUNDISC
                   WHERE POLICYNUMBER = :WS-CUE-POLICYNUM
               END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

      * The rating the quote was priced on is the rating the policy
      * was written at, so it goes across with the cover
           MOVE DB2-QUOTENUM-INT TO RB-QUOTENUM
           MOVE WS-CUE-POLICYNUM TO RB-POLICYNUM
           MOVE CA-CUSTOMER-NUM  TO RB-CUSTOMERNUM
           PERFORM LGRBK-COPY-QUOTE-RATING

           IF RB-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               MOVE 'C' TO CA-Q-STATUS
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Claims and Underwriting Exchange procedures from copybook     *
      *----------------------------------------------------------------*
           COPY LGCUEPRC.

      *----------------------------------------------------------------*
      * Agent trading authority check                                  *
      *----------------------------------------------------------------*
           COPY LGAGTPRC.

      *----------------------------------------------------------------*
      * Rating breakdown procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGRBKPRC.

       END PROGRAM LGCQUO01.
