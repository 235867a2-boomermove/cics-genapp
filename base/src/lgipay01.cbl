      *          reference back in CA-PAYMENT-START-KEY (one monthly  *
      *          run posts several same-day rows per customer, so     *
      *          the date alone cannot page), with the usual          *
      *          more-data flag. A returned collection carries its   *
      *          return reason and re-presentation state, and a       *
      *          re-presentation the original date it retries, in     *
      *          the parallel CA-PAYMENT-REPRESENT entry.             *
      * Return codes: 00 ok (including none found, count zero),      *
      *          90 SQL or system error, 98/99 commarea              *
      *================================================================*
           EXEC SQL
               DECLARE PAYHIST_CURSOR CURSOR FOR
               SELECT POLICYNUMBER, PAYMENT_DATE, AMOUNT,
                      STATUS, REFERENCE,
                      COALESCE(RETURN_REASON, ' '),
                      COALESCE(REPRESENT_STATUS, ' '),
                      COALESCE(REPRESENT_DATE, ' '),
                      COALESCE(REPRESENTED_FROM, ' ')
               FROM PAYMENT
               WHERE CUSTOMERNUMBER = :DB2-PAY-CUSTOMERNUM
                 AND ( PAYMENT_DATE < :WS-PAY-START-DATE
           MOVE 0 TO CA-PAYMENT-COUNT
           MOVE 'N' TO CA-PAYMENT-MORE-FLAG
           SET CA-PAYMENT-IDX TO 1
           SET CA-PAY-REP-IDX TO 1
           MOVE SPACES TO CA-PAYMENT-REPRESENT-TABLE
           MOVE CA-CUSTOMER-NUM TO DB2-PAY-CUSTOMERNUM

           IF CA-PAY-START-DATE = SPACES
               FETCH PAYHIST_CURSOR
               INTO :DB2-PAY-POLICYNUM, :DB2-PAY-DATE,
                    :DB2-PAY-AMOUNT, :DB2-PAY-STATUS,
                    :DB2-PAY-REFERENCE,
                    :DB2-PAY-RETURNREASON, :DB2-PAY-REPSTATUS,
                    :DB2-PAY-REPDATE, :DB2-PAY-REPFROM
           END-EXEC

           IF SQLCODE = 100
           MOVE DB2-PAY-STATUS TO CA-PAY-STATUS(CA-PAYMENT-IDX)
           MOVE DB2-PAY-REFERENCE
               TO CA-PAY-REFERENCE(CA-PAYMENT-IDX)
           MOVE DB2-PAY-RETURNREASON
               TO CA-PAY-RETURN-REASON(CA-PAY-REP-IDX)
           MOVE DB2-PAY-REPSTATUS TO CA-PAY-REP-STATUS(CA-PAY-REP-IDX)
           MOVE DB2-PAY-REPDATE TO CA-PAY-REP-DATE(CA-PAY-REP-IDX)
           MOVE DB2-PAY-REPFROM TO CA-PAY-REP-FROM(CA-PAY-REP-IDX)
      *    The last entry filled becomes the next page's start key
           MOVE DB2-PAY-DATE TO CA-PAY-START-DATE
           MOVE DB2-PAY-REFERENCE TO CA-PAY-START-REF
           SET CA-PAYMENT-IDX UP BY 1
           SET CA-PAY-REP-IDX UP BY 1
           ADD 1 TO CA-PAYMENT-COUNT
           .

