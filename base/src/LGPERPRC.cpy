      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Accounting Period Procedures             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPERPRC - Accounting Period Procedures             *
      * Purpose:  Every program that posts money dates the posting    *
      *           through here, so activity dated in a month finance  *
      *           is closing or has closed lands in the current open  *
      *           month instead:                                      *
      *           LGPER-RESOLVE-DATE - AP-POSTING-DATE for            *
      *             AP-ACTIVITY-DATE;                                 *
      *           LGPER-RECORD-MOVE - one MOVED_POSTING row keeping   *
      *             the original date, when the posting was moved.    *
      *           Neither issues CICS commands, so batch and online   *
      *           programs share them.                                *
      *                                                                *
      * Requires: COPY LGPERWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGPER-RESOLVE-DATE.
           MOVE '00' TO AP-RC
           MOVE 'N' TO AP-MOVED

           IF AP-ACTIVITY-DATE = SPACES OR
              AP-ACTIVITY-DATE = LOW-VALUES
              MOVE AP-TODAY-DATE TO AP-ACTIVITY-DATE
           END-IF

           MOVE AP-ACTIVITY-DATE TO AP-POSTING-DATE
           MOVE AP-ACTIVITY-DATE(1:7) TO AP-ACTIVITY-PERIOD
           MOVE AP-ACTIVITY-PERIOD TO AP-POSTING-PERIOD

           MOVE AP-ACTIVITY-PERIOD TO AP-LOOKUP-PERIOD
           PERFORM LGPER-READ-STATUS

      *    Activity in a closing or closed month posts today - today's
      *    own month must still be taking postings
           IF AP-RC = '00' AND NOT AP-PERIOD-OPEN
              MOVE AP-TODAY-DATE(1:7) TO AP-LOOKUP-PERIOD
              PERFORM LGPER-READ-STATUS
              IF AP-RC = '00'
                 IF AP-PERIOD-CLOSED
                    MOVE '80' TO AP-RC
                 ELSE
                    MOVE AP-TODAY-DATE TO AP-POSTING-DATE
                    MOVE AP-TODAY-DATE(1:7) TO AP-POSTING-PERIOD
                    IF AP-POSTING-DATE NOT = AP-ACTIVITY-DATE
                       MOVE 'Y' TO AP-MOVED
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       LGPER-READ-STATUS.
           EXEC SQL
               SELECT STATUS
               INTO :AP-LOOKUP-STATUS
               FROM ACCOUNTING_PERIOD
               WHERE PERIOD = :AP-LOOKUP-PERIOD
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'O' TO AP-LOOKUP-STATUS
             WHEN OTHER
               MOVE '90' TO AP-RC
           END-EVALUATE
           .

       LGPER-RECORD-MOVE.
           MOVE '00' TO AP-RC

           IF AP-POSTING-MOVED
              EXEC SQL
                  INSERT INTO MOVED_POSTING
                  ( ORIGINAL_DATE, ORIGINAL_PERIOD, POSTING_DATE,
                    POSTING_PERIOD, POSTING_TYPE, SOURCE_PROGRAM,
                    POLICYNUMBER, REFERENCE, AMOUNT, RECORDED_AT )
                  VALUES ( :AP-ACTIVITY-DATE, :AP-ACTIVITY-PERIOD,
                           :AP-POSTING-DATE, :AP-POSTING-PERIOD,
                           :AP-POSTING-TYPE, :AP-SOURCE-PROGRAM,
                           :AP-POLICYNUM, :AP-REFERENCE,
                           :AP-AMOUNT, CURRENT TIMESTAMP )
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO AP-RC
              END-IF
           END-IF
           .
