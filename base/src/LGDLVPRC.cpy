      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Document Delivery Procedures             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGDLVPRC - Document Delivery Procedures             *
      * Purpose:  LGDLV-CHOOSE-CHANNEL decides how one document goes  *
      *           out. Email needs DELIVERYPREF 'E', CONSENTEMAIL 'Y' *
      *           and an email address; SMS needs DELIVERYPREF 'S',   *
      *           CONSENTPHONE 'Y' and a mobile number. Anything else *
      *           - no preference, consent withdrawn, no address, a   *
      *           failed lookup - is print, so consent is honoured on *
      *           every document and never assumed. An electronic     *
      *           document is given its dispatch id from the          *
      *           DISPATCH_ID_SEQ sequence, so jobs running side by   *
      *           side never share one. LGDLV-DISPATCH-RECORD builds  *
      *           the next dispatch record of that document from      *
      *           DL-MERGE-DATA and keeps it on DOCUMENT_DISPATCH at  *
      *           status 'S' (sent) for the LGDLVBN1 bounce run. When *
      *           the first record cannot be kept the document goes   *
      *           to print instead (DL-BY-PRINT on return) - an       *
      *           unregistered email could never be put back to print *
      *           on a bounce. A later record of a document already   *
      *           with the gateway still goes, the gap reported. A    *
      *           document on print for a customer carrying the       *
      *           gone-away marker (CUSTOMER.GONEAWAY, see LGGAW01) - *
      *           left there by the channel choice or fallen back to  *
      *           it when its first dispatch record could not be kept *
      *           - is flagged DL-POST-SUPPRESSED, so the caller must *
      *           test the flag again after LGDLV-DISPATCH-RECORD:    *
      *           the post would only come back. LGDLV-DIRECT-EMAIL   *
      *           sends a security notice to the address the caller   *
      *           names in DL-RECIPIENT whatever the customer's       *
      *           preference - a notice that must reach an address no *
      *           longer on file - and gives it its dispatch id;      *
      *           DL-BY-PRINT on return means the id could not be had *
      *           and no email can go.                                *
      *                                                                *
      * Requires: COPY LGDLVWS in WORKING-STORAGE, the DL- request    *
      *           fields set by the caller.                            *
      *                                                                *
      *================================================================*

       LGDLV-CHOOSE-CHANNEL.
           MOVE 'P' TO DL-CHANNEL
           MOVE 'N' TO DL-POST-FLAG
           MOVE SPACE TO DL-GONE-AWAY
           MOVE SPACES TO DL-RECIPIENT
           MOVE 0 TO DL-RECORD-SEQ

           EXEC SQL
               SELECT COALESCE(DELIVERYPREF, 'P'),
                      COALESCE(CONSENTEMAIL, 'N'),
                      COALESCE(CONSENTPHONE, 'N'),
                      COALESCE(EMAILADDRESS, ' '),
                      COALESCE(PHONEMOBILE, ' '),
                      FIRSTNAME,
                      COALESCE(PREFLANGUAGE, ' '),
                      COALESCE(GONEAWAY, ' ')
               INTO :DL-PREF, :DL-CONSENT-EMAIL, :DL-CONSENT-PHONE,
                    :DL-EMAIL-ADDRESS, :DL-PHONE-MOBILE,
                    :DL-FIRST-NAME, :DL-LANGUAGE, :DL-GONE-AWAY
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DL-CUSTOMER-NUM
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 DISPLAY 'LGDLVPRC - delivery preference lookup '
                         'failed SQLCODE=' SQLCODE
              END-IF
           ELSE
              EVALUATE TRUE
                WHEN DL-PREF = 'E' AND DL-CONSENT-EMAIL = 'Y'
                     AND DL-EMAIL-ADDRESS NOT = SPACES
                  MOVE 'E' TO DL-CHANNEL
                  MOVE DL-EMAIL-ADDRESS TO DL-RECIPIENT
                WHEN DL-PREF = 'S' AND DL-CONSENT-PHONE = 'Y'
                     AND DL-PHONE-MOBILE NOT = SPACES
                  MOVE 'S' TO DL-CHANNEL
                  MOVE DL-PHONE-MOBILE TO DL-RECIPIENT
              END-EVALUATE
           END-IF

           IF DL-ELECTRONIC
              PERFORM LGDLV-NEXT-DISPATCH-ID
           END-IF

           IF DL-BY-PRINT AND DL-GONE-AWAY = 'Y'
              MOVE 'Y' TO DL-POST-FLAG
              ADD 1 TO DL-DOCS-SUPPRESSED
           END-IF
           .

       LGDLV-DIRECT-EMAIL.
           MOVE 'E' TO DL-CHANNEL
           MOVE 'N' TO DL-POST-FLAG
           MOVE SPACE TO DL-GONE-AWAY
           MOVE 0 TO DL-RECORD-SEQ

           PERFORM LGDLV-NEXT-DISPATCH-ID
           .

      *----------------------------------------------------------------*
      * The document's dispatch id - no id, no email                   *
      *----------------------------------------------------------------*
       LGDLV-NEXT-DISPATCH-ID.
           EXEC SQL
               SELECT NEXT VALUE FOR DISPATCH_ID_SEQ
               INTO :DL-DISPATCH-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGDLVPRC - dispatch id allocation failed '
                      'SQLCODE=' SQLCODE
              MOVE 'P' TO DL-CHANNEL
           ELSE
              ADD 1 TO DL-DOCS-DISPATCHED
           END-IF
           .

       LGDLV-DISPATCH-RECORD.
           ADD 1 TO DL-RECORD-SEQ

           MOVE FUNCTION CURRENT-DATE TO DL-NOW-RAW
           MOVE SPACES TO DL-TODAY-YMD
           STRING DL-NOW-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  DL-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  DL-NOW-RAW(7:2) DELIMITED BY SIZE
                  INTO DL-TODAY-YMD
           END-STRING

           MOVE SPACES TO DL-DISPATCH-RECORD
           MOVE DL-DISPATCH-ID TO DV-DISPATCH-ID
           MOVE DL-RECORD-SEQ TO DV-RECORD-SEQ
           MOVE DL-CHANNEL TO DV-CHANNEL
           MOVE DL-RECIPIENT TO DV-RECIPIENT
           MOVE DL-DOC-TYPE TO DV-TEMPLATE-ID
           MOVE DL-LANGUAGE TO DV-LANGUAGE
           MOVE DL-CUSTOMER-NUM TO DV-CUSTOMER-NUM
           MOVE DL-POLICY-NUM TO DV-POLICY-NUM
           MOVE DL-FIRST-NAME TO DV-FIRST-NAME
           MOVE DL-MERGE-DATA TO DV-MERGE-DATA

           EXEC SQL
               INSERT INTO DOCUMENT_DISPATCH
               ( DISPATCH_ID, RECORD_SEQ, CUSTOMERNUMBER,
                 POLICYNUMBER, DOC_TYPE, CHANNEL, RECIPIENT,
                 MERGE_DATA, STATUS, DISPATCH_DATE )
               VALUES ( :DL-DISPATCH-ID, :DL-RECORD-SEQ,
                        :DL-CUSTOMER-NUM, :DL-POLICY-NUM,
                        :DL-DOC-TYPE, :DL-CHANNEL, :DL-RECIPIENT,
                        :DL-MERGE-DATA, 'S', :DL-TODAY-YMD )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGDLVPRC - dispatch register insert failed '
                      'SQLCODE=' SQLCODE
              IF DL-RECORD-SEQ = 1
                 MOVE 'P' TO DL-CHANNEL
                 SUBTRACT 1 FROM DL-DOCS-DISPATCHED
                 IF DL-GONE-AWAY = 'Y'
                    MOVE 'Y' TO DL-POST-FLAG
                    ADD 1 TO DL-DOCS-SUPPRESSED
                 END-IF
              END-IF
           END-IF
           .
