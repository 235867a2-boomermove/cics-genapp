      *          Attempts are rate-limited per client IP off the      *
      *          SELF_REGISTER failure rows already in AUDIT_LOG, and *
      *          success drives the existing LGAUTH01 CREATEU with    *
      *          the verified e-mail address. The date of birth is    *
      *          held protected (LGFLDENC), so the keyed date is      *
      *          enciphered and matched against the protected value;  *
      *          a customer not yet converted still matches in clear. *
      *================================================================*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Date of birth protection at rest (LGFLDPRC procedures)        *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGSREG.
           MOVE SR-CUSTOMER-NUM TO WS-CUSTOMERNUM
           MOVE SR-POLICY-NUM TO WS-POLICYNUM

           MOVE SR-DOB TO FE-CLEAR-VALUE
           PERFORM LGFE-MATCH-VALUES
           IF NOT FE-OK
              MOVE '90' TO SR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 8000-AUDIT-OUTCOME
              PERFORM 9000-RETURN
           END-IF

      *    A blank date never matches - a converted row holds its
      *    clear date as spaces
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM
                 AND :SR-DOB <> ' '
                 AND (DATEOFBIRTH = :SR-DOB
                      OR DATEOFBIRTH_ENC IN (:FE-MATCH-CURRENT,
                                             :FE-MATCH-PRIOR))
                 AND POSTCODE = :SR-POSTCODE
           END-EXEC

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

       END PROGRAM LGSREG01.
