       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
                   PERFORM 9000-RETURN
               END-EVALUATE

      *    Either policyholder may act on a jointly held policy
               MOVE WS-REF-NUM TO PT-POLICYNUM
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
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGACMP01.
