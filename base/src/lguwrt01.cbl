      * Purpose: Applies the underwriter's decision (CA-REQUEST-ID =  *
      *          '01UWRT') to a policy held at pending-underwriting   *
      *          status 'P' by the LGUWRUL referral thresholds on     *
      *          01APOL or 01AEND, or on a changed motor driver list  *
      *          through 01UPOL (driver points or convictions over    *
      *          the limit) or a changed house specified items        *
      *          schedule through 01UPOL (an item valued over the     *
      *          limit - 01APOL and 01AEND screen the items too).     *
      *          CA-UW-FUNCTION 'A' releases the policy on cover      *
      *          (status 'A', where the collection and renewal sweeps *
      *          pick it up); 'D' declines it, which is final, and    *
      *          reverses the premium tax written for the policy off  *
      *          the quarterly IPT return and takes it off the        *
      *          in-force book (POLICY_MOVEMENT). Every decision is   *
      *          written to AUDIT_LOG.                                *
      * Return codes: 00 decided, 21 invalid function, 23 policy not *
      *          found, 29 policy not pending underwriting, 90 SQL   *
      *          or system error, 98/99 commarea                      *
       01  WS-DATE                     PIC X(8).
       01  WS-AUDIT-DATE               PIC X(10).
       01  WS-AUDIT-TIME               PIC X(8).
       01  WS-TODAY-YMD                PIC X(10).

      *----------------------------------------------------------------*
      * On-file policy values fetched for validation                   *
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-POLICY-STATUS TO CA-P-STATUS
               IF CA-UW-DECLINE
                   PERFORM 4500-REVERSE-PREMIUM-TAX
                   PERFORM 4600-REMOVE-FROM-BOOK
               END-IF
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * A declined policy never goes on cover, so the premium tax     *
      * written for it (new business and any endorsements) comes off  *
      * the quarterly IPT return - one reversing IPT_TRANSACTION row  *
      * netting the policy's rows to nothing                          *
      *----------------------------------------------------------------*
       4500-REVERSE-PREMIUM-TAX.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           EXEC SQL
               INSERT INTO IPT_TRANSACTION
               ( POLICYNUMBER, POLICYTYPE, TRAN_DATE, TRAN_TYPE,
                 GROSS_AMOUNT, NET_AMOUNT, IPT_AMOUNT, IPT_RATE )
               SELECT POLICYNUMBER, MAX(POLICYTYPE), :WS-TODAY-YMD,
                      'D', 0 - SUM(GROSS_AMOUNT),
                      0 - SUM(NET_AMOUNT), 0 - SUM(IPT_AMOUNT), 0
               FROM IPT_TRANSACTION
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
               GROUP BY POLICYNUMBER
               HAVING SUM(GROSS_AMOUNT) <> 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * A declined policy leaves the in-force book it joined when it  *
      * was added pending - the decline is its own movement in the    *
      * LGINFRF1 roll-forward                                         *
      *----------------------------------------------------------------*
       4600-REMOVE-FROM-BOOK.

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE WS-TODAY-YMD         TO MV-MOVE-DATE
           SET MV-UW-DECLINE         TO TRUE
           MOVE -1                   TO MV-COUNT-CHANGE
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
      * Write the decision to AUDIT_LOG                               *
      *----------------------------------------------------------------*
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

       END PROGRAM LGUWRT01.
