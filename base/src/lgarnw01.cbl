      *          accepts the outstanding invitation on the policy in  *
      *          CA-P-POLICY-NUM: the invited premium stamped at      *
      *          invitation time (RENEWAL_PREMIUM) becomes the policy *
      *          premium from the invited anniversary (net premium    *
      *          and IPT held beside it, the premium written recorded *
      *          on IPT_TRANSACTION), the anniversary is stamped on   *
      *          RENEWAL_ACCEPTED so the acceptance is recorded, and  *
      *          a POLICY_HISTORY premium row is written the way      *
      *          LGAEND01 writes endorsement history. 'O' and 'I' opt *
      *          the policy out of or back into automatic renewal     *
      *          (the LGRNWAP1 batch). Every action is written to     *
      *          AUDIT_LOG, and an acceptance to POLICY_MOVEMENT      *
      *          (LGMOVPRC) for the in-force book.                    *
      * Return codes: 00 done, 21 invalid function, 23 policy not    *
      *          found, 24 policy not owned by this customer, 26     *
      *          policy not in force, 62 no invitation outstanding,  *
       01  WS-POLICY-ON-FILE.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-POLICYTYPE        PIC X(1).
           05  WS-OF-PREMIUM           PIC S9(6)V99 COMP-3.
           05  WS-OF-INVITED           PIC X(10).
           05  WS-OF-RENEWPREM         PIC S9(6)V99 COMP-3.
           05  WS-OF-ACCEPTED          PIC X(10).
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Schedule document queueing work fields                         *
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
           MOVE CA-P-POLICY-NUM TO DB2-POLICYNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS, POLICYTYPE, PREMIUM,
                      COALESCE(RENEWAL_INVITED, ' '),
                      COALESCE(RENEWAL_PREMIUM, 0),
                      COALESCE(RENEWAL_ACCEPTED, ' ')
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-STATUS,
                    :WS-OF-POLICYTYPE,
                    :WS-OF-PREMIUM, :WS-OF-INVITED,
                    :WS-OF-RENEWPREM, :WS-OF-ACCEPTED
               FROM POLICY
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

           MOVE WS-OF-RENEWPREM TO DB2-POLICY-PREMIUM

      *    The invited premium is gross - split it at the IPT rate in
      *    force on the anniversary it runs from
           MOVE WS-OF-INVITED TO IPT-REQ-DATE
           MOVE WS-OF-RENEWPREM TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-GROSS
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-POLICY-NETPREM
           MOVE IPT-TAX-AMOUNT TO DB2-POLICY-IPTAMT

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   PREMIUM = :DB2-POLICY-PREMIUM,
                   NET_PREMIUM = :DB2-POLICY-NETPREM,
                   IPT_AMOUNT = :DB2-POLICY-IPTAMT,
                   RENEWAL_ACCEPTED = :WS-OF-INVITED
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM 5900-RECORD-PREMIUM-HISTORY

      *    The renewal premium is premium written for the IPT return
           MOVE DB2-POLICYNUM-INT TO IPT-TX-POLICYNUM
           MOVE WS-OF-POLICYTYPE TO IPT-TX-POLICYTYPE
           MOVE WS-OF-INVITED TO IPT-TX-TRAN-DATE
           SET IPT-TX-RENEWAL TO TRUE
           PERFORM LGIPT-RECORD-TRANSACTION

           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5950-RECORD-MOVEMENT

           MOVE '00' TO CA-RETURN-CODE
           MOVE 'Renewal accepted' TO WS-AUDIT-ACTION-TXT
           MOVE 'R' TO WS-DOC-EVENT
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * The renewal keeps the policy on the in-force book at its new  *
      * premium - one POLICY_MOVEMENT row for the LGINFRF1 roll-      *
      * forward, written even when the premium is unchanged so the    *
      * renewals are counted                                          *
      *----------------------------------------------------------------*
       5950-RECORD-MOVEMENT.

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE WS-OF-INVITED        TO MV-MOVE-DATE
           SET MV-RENEWAL            TO TRUE
           MOVE 0                    TO MV-COUNT-CHANGE
           MOVE 'N'                  TO MV-WHOLE-PREMIUM
           COMPUTE MV-PREMIUM-CHANGE =
               WS-OF-RENEWPREM - WS-OF-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * One POLICY_HISTORY premium row, effective from the invited    *
      * anniversary, the way LGAEND01 records endorsed premiums       *
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
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGARNW01.
