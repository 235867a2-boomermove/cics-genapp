           05  WS-NEW-CONSENT-POST      PIC X(1).
           05  WS-NEW-CONSENT-EMAIL     PIC X(1).
           05  WS-NEW-CONSENT-PHONE     PIC X(1).
           05  WS-NEW-DELIVERY-PREF     PIC X(1).

      *----------------------------------------------------------------*
      * Date of birth protection at rest (LGFLDPRC procedures). The   *
      * caller's CA-DOB is the clear value, spaces meaning unchanged; *
      * only the protected value WS-NEW-DOB-PROTECTED is written back *
      *----------------------------------------------------------------*
           COPY LGFLDENC.
       01  WS-DOB-WORK.
           05  WS-NEW-DOB-PROTECTED     PIC X(18).
           05  WS-DOB-CHANGED-FLAG      PIC X(1) VALUE 'N'.
               88  WS-DOB-CHANGED       VALUE 'Y'.

      *----------------------------------------------------------------*
      * Timestamp work fields for CUSTOMER-HISTORY rows                *
           MOVE CA-CONSENT-POST  TO WS-NEW-CONSENT-POST
           MOVE CA-CONSENT-EMAIL TO WS-NEW-CONSENT-EMAIL
           MOVE CA-CONSENT-PHONE TO WS-NEW-CONSENT-PHONE
           MOVE CA-DELIVERY-PREF TO WS-NEW-DELIVERY-PREF

           Exec CICS Read File('KSDSCUST')
                     Into(CA-Customer-Data)
              PERFORM RESOLVE-NEW-HOUSEHOLD
           END-IF

           PERFORM RESOLVE-NEW-DOB

           PERFORM RECORD-CUSTOMER-HISTORY

           MOVE WS-NEW-FIRST-NAME    TO CA-FIRST-NAME
           MOVE WS-NEW-LAST-NAME     TO CA-LAST-NAME
           MOVE SPACES               TO CA-DOB
           MOVE WS-NEW-DOB-PROTECTED TO CA-DOB-PROTECTED
           MOVE WS-NEW-HOUSE-NAME    TO CA-HOUSE-NAME
           MOVE WS-NEW-HOUSE-NUM     TO CA-HOUSE-NUM
           MOVE WS-NEW-POSTCODE      TO CA-POSTCODE
           MOVE WS-NEW-CONSENT-POST  TO CA-CONSENT-POST
           MOVE WS-NEW-CONSENT-EMAIL TO CA-CONSENT-EMAIL
           MOVE WS-NEW-CONSENT-PHONE TO CA-CONSENT-PHONE
           MOVE WS-NEW-DELIVERY-PREF TO CA-DELIVERY-PREF
      *    An update through this path always leaves the record at
      *    the extended layout version
           MOVE '02'                 TO CA-RECORD-VERSION
           MOVE CA-FIRST-NAME    TO DB2-FIRSTNAME
           MOVE CA-LAST-NAME     TO DB2-LASTNAME
           MOVE CA-DOB           TO DB2-DATEOFBIRTH
           MOVE CA-DOB-PROTECTED TO DB2-DATEOFBIRTH-ENC
           MOVE CA-HOUSE-NAME    TO DB2-HOUSENAME
           MOVE CA-HOUSE-NUM     TO DB2-HOUSENUMBER
           MOVE CA-POSTCODE      TO DB2-POSTCODE
           MOVE CA-CONSENT-POST  TO DB2-CONSENTPOST
           MOVE CA-CONSENT-EMAIL TO DB2-CONSENTEMAIL
           MOVE CA-CONSENT-PHONE TO DB2-CONSENTPHONE
           MOVE CA-DELIVERY-PREF TO DB2-DELIVERYPREF
           MOVE CA-RECORD-VERSION TO DB2-RECORDVERSION

           EXEC SQL
               SET FIRSTNAME = :DB2-FIRSTNAME,
                   LASTNAME = :DB2-LASTNAME,
                   DATEOFBIRTH = :DB2-DATEOFBIRTH,
                   DATEOFBIRTH_ENC = :DB2-DATEOFBIRTH-ENC,
                   HOUSENAME = :DB2-HOUSENAME,
                   HOUSENUMBER = :DB2-HOUSENUMBER,
                   POSTCODE = :DB2-POSTCODE,
                   CONSENTPOST = :DB2-CONSENTPOST,
                   CONSENTEMAIL = :DB2-CONSENTEMAIL,
                   CONSENTPHONE = :DB2-CONSENTPHONE,
                   DELIVERYPREF = :DB2-DELIVERYPREF,
                   RECORDVERSION = :DB2-RECORDVERSION
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
      *   property, say) is deliberately left alone;                 *
      * - one RERATE_REFERRAL row per in-force policy, so renewals   *
      *   price the new postcode instead of the one LGRATE01 rated   *
      *   at the old address;                                         *
      * - the gone-away marker (LGGAW01), which was about the old     *
      *   address - post can go to the new one.                       *
      *---------------------------------------------------------------*
       PROCESS-ADDRESS-CHANGE.
           IF WS-NEW-HOUSEHOLD-NUM > 0
              MOVE '80' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF

           EXEC SQL
               UPDATE CUSTOMER
               SET GONEAWAY = NULL,
                   GONEAWAYDATE = NULL,
                   GONEAWAYDOC = NULL
               WHERE CUSTOMERNUMBER = :WS-SELF-CUSTOMERNUM
                 AND GONEAWAY = 'Y'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE 'GONE_AWAY' TO CH-FIELD-NAME
               MOVE 'Y' TO CH-OLD-VALUE
               MOVE SPACES TO CH-NEW-VALUE
               PERFORM WRITE-HISTORY-ROW
             WHEN SQLCODE NOT = 100
               MOVE '80' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *---------------------------------------------------------------*
             PERFORM WRITE-HISTORY-ROW
           END-IF

      *    The history records that the date of birth changed, not
      *    the dates themselves
           IF WS-DOB-CHANGED
             MOVE 'DOB' TO CH-FIELD-NAME
             MOVE 'PROTECTED' TO CH-OLD-VALUE
             MOVE 'PROTECTED' TO CH-NEW-VALUE
             PERFORM WRITE-HISTORY-ROW
           END-IF

             MOVE WS-NEW-CONSENT-PHONE TO CH-NEW-VALUE
             PERFORM WRITE-HISTORY-ROW
           END-IF

           IF CA-DELIVERY-PREF NOT = WS-NEW-DELIVERY-PREF
             MOVE 'DELIVERY_PREF' TO CH-FIELD-NAME
             MOVE CA-DELIVERY-PREF TO CH-OLD-VALUE
             MOVE WS-NEW-DELIVERY-PREF TO CH-NEW-VALUE
             PERFORM WRITE-HISTORY-ROW
           END-IF
           .

      *---------------------------------------------------------------*
      * Work out the date of birth to write back, protected. Spaces   *
      * from the caller keep the one on file - an inquiry no longer   *
      * returns it in clear, so a caller echoing the inquiry back     *
      * must not wipe it. A new date is compared with the on-file     *
      * one as it would be held under the current and prior keys; a  *
      * record LGFECNV1 has not yet reached still holds the clear    *
      * date in CA-DOB, which is protected now in either case.       *
      *---------------------------------------------------------------*
       RESOLVE-NEW-DOB.
           MOVE 'N' TO WS-DOB-CHANGED-FLAG
           MOVE CA-DOB-PROTECTED TO WS-NEW-DOB-PROTECTED

           IF WS-NEW-DOB = SPACES
             IF CA-DOB NOT = SPACES
               MOVE CA-DOB TO FE-CLEAR-VALUE
               MOVE 0 TO FE-FORCE-VERSION
               PERFORM LGFE-ENCRYPT
               PERFORM CHECK-PROTECTION
               MOVE FE-PROTECTED-VALUE TO WS-NEW-DOB-PROTECTED
             END-IF
           ELSE
             MOVE WS-NEW-DOB TO FE-CLEAR-VALUE
             PERFORM LGFE-MATCH-VALUES
             PERFORM CHECK-PROTECTION
             IF CA-DOB NOT = SPACES
               IF CA-DOB NOT = WS-NEW-DOB
                 SET WS-DOB-CHANGED TO TRUE
               END-IF
             ELSE
               IF CA-DOB-PROTECTED NOT = FE-MATCH-CURRENT
                  AND CA-DOB-PROTECTED NOT = FE-MATCH-PRIOR
                 SET WS-DOB-CHANGED TO TRUE
               END-IF
             END-IF
             MOVE FE-MATCH-CURRENT TO WS-NEW-DOB-PROTECTED
           END-IF
           .

      *---------------------------------------------------------------*
      * A date of birth that cannot be protected is not written at   *
      * all - the update fails before the REWRITE                     *
      *---------------------------------------------------------------*
       CHECK-PROTECTION.
           IF NOT FE-OK
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      *---------------------------------------------------------------*
      * Common error handling procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGERRPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.
