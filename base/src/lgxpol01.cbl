      *          number) are preserved; only CUSTOMERNUMBER moves.    *
      *          The target must exist and not be deceased. Every     *
      *          transfer is written to AUDIT_LOG with the count      *
      *          moved. Each in-force policy moved is written to      *
      *          POLICY_MOVEMENT (LGMOVPRC) as a transfer out of the  *
      *          giving customer and a transfer into the receiving    *
      *          one, so the month-end roll-forward shows it. A       *
      *          policy moved to its own joint policyholder (LGPTYWS) *
      *          is then held by that one alone.                      *
      *          A transfer asked for on the customer's own session   *
      *          (CA-SESSION-TOKEN) is a sensitive action: the token  *
      *          must validate for 01XPOL through LGAUTH01, stepping  *
      *          up with a fresh MFA code when the session's last     *
      *          strong authentication is out of the window           *
      *          (LGSTEPPRC).                                         *
      * Return codes: 00 transferred, 15 step-up required, 16         *
      *          step-up code wrong or expired, 17 session invalid    *
      *          or expired, 20 target customer not found,            *
      *          23 policy not found, 24 policy not owned by this    *
      *          customer, 27 missing target, 81 target deceased,    *
      *          90 SQL or system error, 98/99 commarea              *
           05  WS-POLICYNUM            PIC S9(9) COMP.
           05  WS-MOVED-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-MOVED-DISPLAY        PIC 9(5).
           05  WS-TODAY-YMD            PIC X(10).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

      *----------------------------------------------------------------*
      * Step-up session check (LGSTEPPRC procedures) and the LGAUTH01 *
      * commarea it drives - one area sized to the full AUTH-RESPONSE *
      * with the AUTH-REQUEST fields redefining its front             *
      *----------------------------------------------------------------*
           COPY LGSTEPWS.

       01  WS-AUTH-RESPONSE.
           COPY AUTH-RESPONSE.

       01  WS-AUTH-REQUEST REDEFINES WS-AUTH-RESPONSE.
           COPY AUTH-REQUEST.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
      *----------------------------------------------------------------*
       2000-PROCESS.

           PERFORM 2050-CHECK-SESSION
           PERFORM 2100-VALIDATE-TARGET

           IF CA-RETURN-CODE = '00'
           END-IF
           .

      *----------------------------------------------------------------*
      * A customer giving away their own policies does so on a        *
      * session that must hold recent strong authentication           *
      *----------------------------------------------------------------*
       2050-CHECK-SESSION.

           IF CA-SESSION-TOKEN NOT = SPACES
              AND CA-SESSION-TOKEN NOT = LOW-VALUES
               MOVE '01XPOL' TO SU-ACTION-ID
               MOVE CA-CUSTOMER-NUM TO SU-CUSTOMER-NUM
               MOVE CA-SESSION-TOKEN TO SU-SESSION-TOKEN
               MOVE CA-STEPUP-MFA-CODE TO SU-MFA-CODE
               PERFORM LGSTEP-CHECK-SESSION

               IF NOT SU-OK
                   MOVE SU-RC TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The receiving customer must exist and not be deceased          *
      *----------------------------------------------------------------*
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5000-RECORD-MOVEMENT

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 6000-TIDY-JOINT-HOLDERS

           MOVE 1 TO WS-MOVED-COUNT
           MOVE '00' TO CA-RETURN-CODE
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
       4000-TRANSFER-ALL-POLICIES.

           PERFORM 5000-RECORD-MOVEMENT

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
           END-EVALUATE

           MOVE SQLERRD(3) TO WS-MOVED-COUNT
           PERFORM 6000-TIDY-JOINT-HOLDERS
           MOVE '00' TO CA-RETURN-CODE
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Record the transfer out and back in against the policies as   *
      * they stand - type and branch stay with the policy, so the     *
      * pair nets to nothing in its cell. Only in-force policies      *
      * move the book.                                                 *
      *----------------------------------------------------------------*
       5000-RECORD-MOVEMENT.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           MOVE WS-TODAY-YMD         TO MV-MOVE-DATE
           MOVE 'Y'                  TO MV-WHOLE-PREMIUM
           MOVE 'Y'                  TO MV-INFORCE-ONLY
           MOVE WS-POLICYNUM         TO MV-POLICYNUM
           MOVE WS-FROM-CUSTOMERNUM  TO MV-CUSTOMERNUM

           SET MV-TRANSFER-OUT       TO TRUE
           MOVE -1                   TO MV-COUNT-CHANGE
           PERFORM 5100-RECORD-ONE-TYPE

           SET MV-TRANSFER-IN        TO TRUE
           MOVE 1                    TO MV-COUNT-CHANGE
           PERFORM 5100-RECORD-ONE-TYPE
           .

       5100-RECORD-ONE-TYPE.

           IF CA-P-POLICY-NUM = SPACES
              OR CA-P-POLICY-NUM = LOW-VALUES
               PERFORM LGMOV-RECORD-CUSTOMER
           ELSE
               PERFORM LGMOV-RECORD-POLICY
           END-IF

           IF MV-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * A policy moved to its own joint policyholder is now held by   *
      * that one alone                                                *
      *----------------------------------------------------------------*
       6000-TIDY-JOINT-HOLDERS.

           PERFORM LGPTY-DROP-SELF-PARTY

           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Write the transfer to AUDIT_LOG                               *
      *----------------------------------------------------------------*
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

      *----------------------------------------------------------------*
      * Step-up session check procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGSTEPPRC.

       END PROGRAM LGXPOL01.
