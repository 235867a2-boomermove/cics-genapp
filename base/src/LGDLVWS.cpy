      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Document Delivery Working Storage        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGDLVWS - Document Delivery Working Storage         *
      * Purpose:  Request fields and the dispatch record image for    *
      *           the LGDLVPRC delivery procedures. A customer whose  *
      *           CUSTOMER.DELIVERYPREF asks for email ('E') or SMS   *
      *           ('S'), and who holds the matching consent and       *
      *           address, has the document written to the DLVRFILE   *
      *           dispatch dataset for the messaging gateway instead  *
      *           of the print file: recipient, template id (the      *
      *           CONTACT_HISTORY document type), merge fields (the   *
      *           print record image the template lays out) and the   *
      *           document reference DL-DISPATCH-ID. Each dispatch    *
      *           record is kept on DOCUMENT_DISPATCH so the LGDLVBN1 *
      *           bounce run can put a failed delivery back to print. *
      *                                                                *
      * Usage:    COPY LGDLVWS in WORKING-STORAGE.                    *
      *           COPY LGDLVPRC at the end of PROCEDURE DIVISION.     *
      *           Define the dispatch file as SELECT ... ASSIGN TO    *
      *           DLVRFILE with a 300-byte record and open it OUTPUT. *
      *           Per document: fill DL-CUSTOMER-NUM, DL-POLICY-NUM   *
      *           (zero = none) and DL-DOC-TYPE, PERFORM              *
      *           LGDLV-CHOOSE-CHANNEL, and when DL-ELECTRONIC move   *
      *           each print record image to DL-MERGE-DATA, PERFORM   *
      *           LGDLV-DISPATCH-RECORD and, while DL-ELECTRONIC      *
      *           still holds on return, WRITE the dispatch record    *
      *           FROM DL-DISPATCH-RECORD in place of the print       *
      *           WRITE - otherwise make the print WRITE after all.   *
      *           When DL-POST-SUPPRESSED (a print document for a     *
      *           gone-away customer) write nothing and record        *
      *           no contact. Record DL-CHANNEL as CT-CHANNEL.        *
      *           A security notice to a given address: fill the      *
      *           request fields, DL-RECIPIENT, DL-FIRST-NAME and     *
      *           DL-LANGUAGE, PERFORM LGDLV-DIRECT-EMAIL and, unless *
      *           DL-BY-PRINT comes back, dispatch as above.          *
      *           Delivery lookups never fail the including job - any *
      *           doubt and the document is printed.                  *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  DELIVERY-CONTROL.
           05  DL-CUSTOMER-NUM         PIC S9(9) COMP VALUE 0.
           05  DL-POLICY-NUM           PIC S9(9) COMP VALUE 0.
           05  DL-DOC-TYPE             PIC X(8)  VALUE SPACES.
           05  DL-CHANNEL              PIC X(1)  VALUE 'P'.
               88  DL-BY-PRINT         VALUE 'P'.
               88  DL-BY-EMAIL         VALUE 'E'.
               88  DL-BY-SMS           VALUE 'S'.
               88  DL-ELECTRONIC       VALUE 'E' 'S'.
           05  DL-DISPATCH-ID          PIC S9(9) COMP VALUE 0.
           05  DL-RECORD-SEQ           PIC S9(4) COMP VALUE 0.
           05  DL-RECIPIENT            PIC X(40) VALUE SPACES.
           05  DL-FIRST-NAME           PIC X(10) VALUE SPACES.
           05  DL-LANGUAGE             PIC X(3)  VALUE SPACES.
           05  DL-MERGE-DATA           PIC X(200) VALUE SPACES.
           05  DL-DOCS-DISPATCHED      PIC 9(7) COMP-3 VALUE 0.
           05  DL-POST-FLAG            PIC X(1)  VALUE 'N'.
               88  DL-POST-SUPPRESSED  VALUE 'Y'.
           05  DL-DOCS-SUPPRESSED      PIC 9(7) COMP-3 VALUE 0.
           05  DL-WORK-FIELDS.
               10  DL-PREF             PIC X(1).
               10  DL-CONSENT-EMAIL    PIC X(1).
               10  DL-CONSENT-PHONE    PIC X(1).
               10  DL-EMAIL-ADDRESS    PIC X(40).
               10  DL-PHONE-MOBILE     PIC X(15).
               10  DL-GONE-AWAY        PIC X(1).
               10  DL-NOW-RAW          PIC X(21).
               10  DL-TODAY-YMD        PIC X(10).

      *----------------------------------------------------------------*
      * Dispatch record for the messaging gateway (DLVRFILE)          *
      *----------------------------------------------------------------*
       01  DL-DISPATCH-RECORD.
           05  DV-DISPATCH-ID          PIC 9(9).
           05  DV-RECORD-SEQ           PIC 9(3).
           05  DV-CHANNEL              PIC X(1).
           05  DV-RECIPIENT            PIC X(40).
           05  DV-TEMPLATE-ID          PIC X(8).
           05  DV-LANGUAGE             PIC X(3).
           05  DV-CUSTOMER-NUM         PIC 9(10).
           05  DV-POLICY-NUM           PIC 9(10).
           05  DV-FIRST-NAME           PIC X(10).
           05  DV-MERGE-DATA           PIC X(200).
           05  DV-RECORD-FILLER        PIC X(6).
