      *          unexpired days to its next anniversary - the same    *
      *          day-count arithmetic LGAEND01 applies to             *
      *          endorsements - posted to PAYMENT at status 'F'       *
      *          (refund pending), split into net premium and IPT in  *
      *          the proportion the policy premium carried, so        *
      *          LGIPAY01 shows it and the tax comes off the          *
      *          quarterly IPT return; the LGREFND1 batch produces    *
      *          the BACS credit where a mandate exists and moves the *
      *          row to 'G' (refund paid). The refund amount and day  *
      *          count come back in CA-N-PREMIUM-ADJ /                *
      *          CA-N-DAYS-REMAINING. A policy cancelled while in     *
      *          force is recorded on POLICY_MOVEMENT (LGMOVPRC) as   *
      *          leaving the in-force book. The return premium is     *
      *          dated through LGPERPRC and refused while today's     *
      *          own accounting month is closed.                      *
      * Return codes: 00 cancelled, 23 policy not found, 24 policy    *
      *          not owned by this customer, 25 already cancelled,    *
      *          29 today's own month is closed, 90 SQL or system     *
      *          error, 98/99 commarea                                *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-EFF-DATE          PIC X(10).
           05  WS-OF-PREMIUM           PIC S9(6)V99 COMP-3.
           05  WS-OF-NETPREM           PIC S9(6)V99 COMP-3.
           05  WS-OF-IPTAMT            PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Return premium work fields - dates handled as YYYYMMDD digits *
           05  WS-RETURN-PREMIUM       PIC S9(7)V99 COMP-3.
           05  WS-POLNUM-DISPLAY       PIC 9(10).

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Accounting period posting date (LGPERPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGPERWS.

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

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE, STATUS,
                      EFFECTIVEDATE, PREMIUM,
                      COALESCE(NET_PREMIUM, 0),
                      COALESCE(IPT_AMOUNT, 0)
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-POLICYTYPE,
                    :WS-OF-STATUS, :WS-OF-EFF-DATE,
                    :WS-OF-PREMIUM, :WS-OF-NETPREM,
                    :WS-OF-IPTAMT
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
               IF WS-RETURN-PREMIUM > 0
                   PERFORM 5000-POST-REFUND-ROW
               END-IF
               IF WS-OF-STATUS = 'A' OR WS-OF-STATUS = 'P'
                   PERFORM 6000-RECORD-MOVEMENT
               END-IF
               PERFORM 7500-PUBLISH-PARTNER-EVENT
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
      *----------------------------------------------------------------*
       5000-POST-REFUND-ROW.

           MOVE WS-TODAY-YMD TO AP-ACTIVITY-DATE
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

           MOVE DB2-POLICYNUM-INT TO DB2-PAY-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO DB2-PAY-CUSTOMERNUM
           MOVE AP-POSTING-DATE TO DB2-PAY-DATE
           MOVE WS-RETURN-PREMIUM TO DB2-PAY-AMOUNT
           MOVE 'F' TO DB2-PAY-STATUS

      *    The refund gives back the tax in the proportion the policy
      *    premium carried it
           MOVE WS-TODAY-YMD TO IPT-REQ-DATE
           MOVE WS-OF-NETPREM TO IPT-BASE-NET
           MOVE WS-OF-IPTAMT TO IPT-BASE-TAX
           MOVE WS-RETURN-PREMIUM TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-PAY-NETAMOUNT
           MOVE IPT-TAX-AMOUNT TO DB2-PAY-IPTAMOUNT

           MOVE DB2-POLICYNUM-INT TO WS-POLNUM-DISPLAY
           MOVE SPACES TO DB2-PAY-REFERENCE
           STRING 'GENR' DELIMITED BY SIZE
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
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

      *    The return premium comes off the premium written on the
      *    quarterly IPT return - recorded negative
           MOVE DB2-POLICYNUM-INT TO IPT-TX-POLICYNUM
           MOVE WS-OF-POLICYTYPE TO IPT-TX-POLICYTYPE
           MOVE AP-POSTING-DATE TO IPT-TX-TRAN-DATE
           SET IPT-TX-CANCELLATION TO TRUE
           COMPUTE IPT-GROSS-AMOUNT = 0 - IPT-GROSS-AMOUNT
           COMPUTE IPT-NET-AMOUNT = 0 - IPT-NET-AMOUNT
           COMPUTE IPT-TAX-AMOUNT = 0 - IPT-TAX-AMOUNT
           PERFORM LGIPT-RECORD-TRANSACTION

           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .


      * bookkeeping: a failed put is reported by LGPEVT01 itself and  *
      * never fails the business action.                               *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * A policy cancelled while in force leaves the in-force book    *
      * for the LGINFRF1 roll-forward - one already lapsed has left   *
      * it already                                                    *
      *----------------------------------------------------------------*
       6000-RECORD-MOVEMENT.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE WS-TODAY-YMD         TO MV-MOVE-DATE
           SET MV-CANCELLATION       TO TRUE
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

       7500-PUBLISH-PARTNER-EVENT.
           MOVE SPACES TO WS-EVENT-COMMAREA
           SET PE-POLICY-CANCELLED TO TRUE
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
      * Accounting period procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGPERPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGDPDB01.
