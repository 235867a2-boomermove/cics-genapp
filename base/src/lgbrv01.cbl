      *          path so the account stops taking logins, the         *
      *          customer's in-force policies are flagged for the     *
      *          bereavement team to work through, and the action is  *
      *          written to AUDIT_LOG. A policy held jointly          *
      *          (LGPTYWS) with a living policyholder is not flagged: *
      *          it stays live and passes to the survivor alone.      *
      *          Outbound batches (LGPWWARN, LGRNWL01, LGDDCOL1)      *
      *          suppress deceased customers.                         *
      * Return codes: 00 recorded, 20 customer not found, 45 missing *
      *          notified date, 90 SQL or system error, 98/99         *
      *          commarea                                             *
           05  WS-KC-FILLER            PIC X(21).
       01  CUSTOMER-RECORD-SIZE        PIC S9(4) BINARY VALUE 0225.
       01  WS-LOGIN-COUNT              PIC S9(9) COMP VALUE 0.
       01  WS-HANDED-DISPLAY           PIC 9(5).

      *----------------------------------------------------------------*
      * Forward-recovery journal record - the after-image of the      *
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           PERFORM 3000-MARK-DB2-CUSTOMER
           PERFORM 4000-MARK-VSAM-RECORD
           PERFORM 5000-SUSPEND-LOGIN
           PERFORM 5500-RELEASE-JOINT-POLICIES
           PERFORM 6000-FLAG-POLICIES

           MOVE 'Y' TO CA-DECEASED-FLAG
           .

      *----------------------------------------------------------------*
      * Jointly held policies pass to the surviving policyholder      *
      *----------------------------------------------------------------*
       5500-RELEASE-JOINT-POLICIES.

           MOVE DB2-CUSTOMERNUM-INT TO PT-CUSTOMERNUM
           PERFORM LGPTY-RELEASE-HOLDER

           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Flag the in-force policies for the bereavement team - those   *
      * the customer held alone, and any held jointly that no living  *
      * policyholder remains on                                       *
      *----------------------------------------------------------------*
       6000-FLAG-POLICIES.

                 AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   BEREAVEMENT_FLAG = 'Y'
               WHERE STATUS = 'A'
                 AND POLICYNUMBER IN
                     ( SELECT POLICYNUMBER FROM POLICY_PARTY
                       WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                         AND PARTY_ROLE = 'J' )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE PT-HANDED-OVER TO WS-HANDED-DISPLAY
           STRING 'Customer marked deceased as of ' DELIMITED BY SIZE
                  CA-DECEASED-DATE DELIMITED BY SIZE
                  ', login suspended, policies flagged, '
                      DELIMITED BY SIZE
                  WS-HANDED-DISPLAY DELIMITED BY SIZE
                  ' joint policies passed to the survivor'
                      DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGBRV01.
