      *================================================================*
      * Program: LGPPAY01 - Post Received Payment                     *
      * Purpose: Posts a payment received outside the direct debit    *
      *          run - a cheque, a branch counter payment, or a bank  *
      *          transfer matched by the LGBKSTM1 statement import or *
      *          allocated out of suspense by LGSUSP01 - against a    *
      *          policy (CA-REQUEST-ID = '01PPAY').                   *
      *          Validates the policy exists and belongs to           *
      *          CA-CUSTOMER-NUM, inserts the PAYMENT row at status   *
      *          'C' (split into net premium and IPT in the policy    *
      *          premium's proportion) so LGIPAY01 shows it, marks    *
      *          the scheduled installments the amount covers as      *
      *          collected (oldest first), clears                     *
      *          POLICY.ARREARS_SINCE once                            *
      *          the amount covers everything fallen due - so a       *
      *          paid-up customer can never be lapsed by the          *
      *          LGLAPS01 sweep - and writes the action to            *
      *          AUDIT_LOG. Where the LGWOFF1 batch has written off   *
      *          the policy's arrears as bad debt (installments at    *
      *          'W'), the payment posts instead at status 'B' bad-   *
      *          debt recovery, marking the written-off installments  *
      *          it covers (oldest first) recovered 'B', so LGGLEXT1  *
      *          credits bad debt recovered rather than premium.      *
      *          The payment is dated CA-PP-VALUE-DATE (today when    *
      *          spaces); one received in a month finance is closing  *
      *          or has closed posts today instead, the value date    *
      *          kept on MOVED_POSTING (LGPERPRC).                    *
      * Return codes: 00 posted (ARREARS cleared where covered),     *
      *          23 policy not found, 24 policy not owned by this    *
      *          customer, 27 missing or zero amount, 28 value date  *
      *          not a date or after today, 29 today's own month is  *
      *          closed, 90 SQL or system error, 98/99 commarea       *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-POLICY-ON-FILE.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-ARREARS           PIC X(10).
           05  WS-OF-NETPREM           PIC S9(6)V99 COMP-3.
           05  WS-OF-IPTAMT            PIC S9(6)V99 COMP-3.
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------------*
       01  WS-COVER-WORK.
           05  WS-AMOUNT-LEFT          PIC S9(7)V99 COMP-3.
           05  WS-DUE-TOTAL            PIC S9(7)V99 COMP-3.
           05  WS-WOFF-COUNT           PIC S9(9) COMP.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * Accounting period posting date (LGPERPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGPERWS.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
               ORDER BY DUE_DATE ASC
           END-EXEC.

      *----------------------------------------------------------------*
      * Installments written off as bad debt by LGWOFF1, oldest       *
      * first, for the policy being paid                              *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE WOFINS_CURSOR CURSOR FOR
               SELECT DUE_DATE, AMOUNT
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-PAY-POLICYNUM
                 AND STATUS = 'W'
               ORDER BY DUE_DATE ASC
           END-EXEC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           MOVE CA-PP-POLICY-NUM TO DB2-PAY-POLICYNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, COALESCE(ARREARS_SINCE, ' '),
                      COALESCE(NET_PREMIUM, 0),
                      COALESCE(IPT_AMOUNT, 0)
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-ARREARS,
                    :WS-OF-NETPREM, :WS-OF-IPTAMT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-PAY-POLICYNUM
           END-EXEC
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
           MOVE DB2-PAY-POLICYNUM TO PT-POLICYNUM
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
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

      *    The value date must be a real day no later than today
           IF CA-PP-VALUE-DATE NOT = SPACES AND
              CA-PP-VALUE-DATE NOT = LOW-VALUES
              IF CA-PP-VALUE-DATE(1:4) NOT NUMERIC
                 OR CA-PP-VALUE-DATE(5:1) NOT = '-'
                 OR CA-PP-VALUE-DATE(6:2) NOT NUMERIC
                 OR CA-PP-VALUE-DATE(8:1) NOT = '-'
                 OR CA-PP-VALUE-DATE(9:2) NOT NUMERIC
                 OR CA-PP-VALUE-DATE(6:2) < '01'
                 OR CA-PP-VALUE-DATE(6:2) > '12'
                 OR CA-PP-VALUE-DATE(9:2) < '01'
                 OR CA-PP-VALUE-DATE(9:2) > '31'
                 OR CA-PP-VALUE-DATE > WS-TODAY-YMD
                 MOVE '28' TO CA-RETURN-CODE
                 PERFORM 9000-RETURN
              END-IF
           END-IF

      *    Money received in a month finance is closing or has closed
      *    posts today, in the open month
           MOVE CA-PP-VALUE-DATE TO AP-ACTIVITY-DATE
           MOVE WS-TODAY-YMD TO AP-TODAY-DATE
           PERFORM LGPER-RESOLVE-DATE
           EVALUATE AP-RC
             WHEN '80'
               MOVE '29' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE CA-PP-POLICY-NUM TO DB2-PAY-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO DB2-PAY-CUSTOMERNUM
           MOVE AP-POSTING-DATE TO DB2-PAY-DATE
           MOVE CA-PP-AMOUNT TO DB2-PAY-AMOUNT
           MOVE 'C' TO DB2-PAY-STATUS

      *    Money received against debt already written off is a
      *    bad-debt recovery, not premium
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-WOFF-COUNT
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-PAY-POLICYNUM
                 AND STATUS = 'W'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           IF WS-WOFF-COUNT > 0
               MOVE 'B' TO DB2-PAY-STATUS
           END-IF

           IF CA-PP-REFERENCE = SPACES OR
              CA-PP-REFERENCE = LOW-VALUES
              MOVE CA-PP-POLICY-NUM TO WS-POLNUM-DISPLAY
              MOVE CA-PP-REFERENCE TO DB2-PAY-REFERENCE
           END-IF

      *    The payment carries the tax in the proportion the policy
      *    premium does, at the rate in force the day it was received
           MOVE AP-ACTIVITY-DATE TO IPT-REQ-DATE
           MOVE WS-OF-NETPREM TO IPT-BASE-NET
           MOVE WS-OF-IPTAMT TO IPT-BASE-TAX
           MOVE CA-PP-AMOUNT TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-PAY-NETAMOUNT
           MOVE IPT-TAX-AMOUNT TO DB2-PAY-IPTAMOUNT

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE,
                 NET_AMOUNT, IPT_AMOUNT )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-NETAMOUNT, :DB2-PAY-IPTAMOUNT )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 9000-RETURN
           END-IF

           MOVE 'LGPPAY01' TO AP-SOURCE-PROGRAM
           SET AP-PAYMENT-RECEIVED TO TRUE
           MOVE DB2-PAY-POLICYNUM TO AP-POLICYNUM
           MOVE DB2-PAY-REFERENCE TO AP-REFERENCE
           MOVE DB2-PAY-AMOUNT TO AP-AMOUNT
           PERFORM LGPER-RECORD-MOVE
           IF AP-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           IF DB2-PAY-STATUS = 'B'
               PERFORM 6000-RECOVER-WRITTEN-OFF
           ELSE
               PERFORM 5000-COVER-DUE-INSTALLMENTS
           END-IF

           MOVE '00' TO CA-RETURN-CODE
           PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * Walk the written-off installments oldest-first, marking each  *
      * one the amount covers as recovered. The policy stays lapsed   *
      * - a recovery settles the debt, it does not restore cover.     *
      *----------------------------------------------------------------*
       6000-RECOVER-WRITTEN-OFF.

           MOVE CA-PP-AMOUNT TO WS-AMOUNT-LEFT
           MOVE 'N' TO WS-END-OF-CURSOR

           EXEC SQL
               OPEN WOFINS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 6100-FETCH-NEXT-WRITTEN-OFF

           PERFORM UNTIL WS-NO-MORE-ROWS
               IF WS-AMOUNT-LEFT >= DB2-DI-AMOUNT
                   SUBTRACT DB2-DI-AMOUNT FROM WS-AMOUNT-LEFT
                   PERFORM 6200-MARK-INSTALLMENT-RECOVERED
               END-IF
               PERFORM 6100-FETCH-NEXT-WRITTEN-OFF
           END-PERFORM

           EXEC SQL
               CLOSE WOFINS_CURSOR
           END-EXEC
           .

       6100-FETCH-NEXT-WRITTEN-OFF.
           EXEC SQL
               FETCH WOFINS_CURSOR
               INTO :DB2-DI-DUE-DATE, :DB2-DI-AMOUNT
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-END-OF-CURSOR
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           .

       6200-MARK-INSTALLMENT-RECOVERED.
           EXEC SQL
               UPDATE INSTALLMENT
               SET STATUS = 'B'
               WHERE POLICYNUMBER = :DB2-PAY-POLICYNUM
                 AND DUE_DATE = :DB2-DI-DUE-DATE
                 AND STATUS = 'W'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      * Write the posting to AUDIT_LOG                                *
      *----------------------------------------------------------------*

           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           IF DB2-PAY-STATUS = 'B'
               MOVE 'BAD_DEBT_RECOVERY' TO AL-ACTION
           ELSE
               MOVE 'PAYMENT_POST' TO AL-ACTION
           END-IF
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * Accounting period procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGPERPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGPPAY01.
