      *          in-force policies exist, and otherwise removes the   *
      *          customer across KSDSCUST (via LGUPVS01), CUSTOMER,   *
      *          USER_SECURITY and SESSION_TOKEN in one unit of work, *
      *          writing each step of the cascade to AUDIT_LOG. A     *
      *          policy held jointly (LGPTYWS) with a policyholder    *
      *          who remains does not stop the delete: it stays live  *
      *          and passes to that policyholder alone.               *
      * Return codes: 00 off-boarded, 81 customer in no store,       *
      *          88 in-force policies exist, 90 SQL or system error, *
      *          98/99 commarea                                       *
           05  WS-INFORCE-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-STORES-REMOVED       PIC 9(1) VALUE 0.
           05  WS-VSAM-RETURN          PIC X(2).
           05  WS-HANDED-DISPLAY       PIC 9(5).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           PERFORM 2100-CHECK-IN-FORCE-POLICIES
           PERFORM 2200-RELEASE-JOINT-POLICIES
           PERFORM 3000-DELETE-VSAM-RECORD
           PERFORM 4000-DELETE-DB2-CUSTOMER
           PERFORM 5000-DELETE-USER-SECURITY

      *----------------------------------------------------------------*
      * The delete is refused outright while in-force policies exist  *
      * that no other policyholder remains on                         *
      *----------------------------------------------------------------*
       2100-CHECK-IN-FORCE-POLICIES.

           MOVE DB2-CUSTOMERNUM-INT TO PT-CUSTOMERNUM
           PERFORM LGPTY-COUNT-SOLE-INFORCE

           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE PT-SOLE-COUNT TO WS-INFORCE-COUNT

           IF WS-INFORCE-COUNT > 0
               MOVE '88' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Jointly held policies stay live - each passes to the          *
      * policyholder who remains                                      *
      *----------------------------------------------------------------*
       2200-RELEASE-JOINT-POLICIES.

           MOVE DB2-CUSTOMERNUM-INT TO PT-CUSTOMERNUM
           PERFORM LGPTY-RELEASE-HOLDER

           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           IF PT-HANDED-OVER > 0
               PERFORM 8050-AUDIT-STEP-JOINT
           END-IF
           .

      *----------------------------------------------------------------*
      * Remove the KSDSCUST record through the existing VSAM delete   *
      * path - NOTFND (81) just means that store had no copy          *
           PERFORM 8900-WRITE-AUDIT-ROW
           .

       8050-AUDIT-STEP-JOINT.
           MOVE PT-HANDED-OVER TO WS-HANDED-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING WS-HANDED-DISPLAY DELIMITED BY SIZE
                  ' joint policies passed to the other policyholder'
                      DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8900-WRITE-AUDIT-ROW
           .

       8100-AUDIT-STEP-CUSTOMER.
           MOVE 'CUSTOMER row deleted by off-boarding'
               TO AL-DETAILS
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGDCUS01.
