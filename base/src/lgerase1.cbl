      * Purpose: Runs outside CICS against a file of customer numbers *
      *          (ERASFILE, one per data-protection erasure request). *
      *          A customer with in-force policies or open claims is  *
      *          refused; a jointly held policy whose other           *
      *          policyholder remains does not count, and passes to   *
      *          that policyholder alone. Otherwise the personal      *
      *          fields are irreversibly overwritten in every store - *
      *          the DB2 CUSTOMER row, the CH-OLD-VALUE/CH-NEW-VALUE  *
      *          columns of CUSTOMER_HISTORY, the                     *
      *          AL-USERNAME/AL-CLIENT-IP/AL-USER-AGENT columns of    *
      *          AUDIT_LOG, the QUOTE rows holding prospect-era       *
      *          personal details, and the KSDSCUST record - while    *
      *          the record skeletons are kept for accounting; the    *
      *          BANK_DETAILS mandate and TRUSTED_DEVICE              *
      *          registrations are deleted outright, nothing          *
      *          downstream needing them once the customer is erased. *
      *          One completion-certificate record per customer goes  *
      *          to CERTFILE for the compliance file. Deliberately,   *
      *          no CONTACT_HISTORY row is recorded for the           *
      *          certificate: the other outbound batches record their *
      *          letters there, but a contact row against a           *
      *          just-erased data subject would recreate the very     *
      *          linkage this job removes - the certificate on the    *
      *          compliance file is the evidence of issue.            *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  KC-AGENT-NUM            PIC X(6).
           05  KC-BRANCH-NUM           PIC X(4).
           05  KC-HOUSEHOLD-NUM        PIC X(10).
           05  KC-CUSTOMER-FILLER      PIC X(33).
           05  KC-DOB-PROTECTED        PIC X(18).
           05  FILLER                  PIC X(2).

      *----------------------------------------------------------------*
      * Completion certificate record, one per erased customer        *
           05  WS-INFORCE-COUNT        PIC S9(9) COMP.
           05  WS-OPEN-CLAIMS          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       2100-PROCESS-ONE-REQUEST.
           MOVE ER-CUSTOMER-NUM TO WS-CUSTOMERNUM

           MOVE WS-CUSTOMERNUM TO PT-CUSTOMERNUM
           PERFORM LGPTY-COUNT-SOLE-INFORCE

           IF PT-RC NOT = '00'
              DISPLAY 'LGERASE1 - policy check failed SQLCODE='
                      SQLCODE
              GO TO 2100-EXIT
           END-IF
           MOVE PT-SOLE-COUNT TO WS-INFORCE-COUNT

           EXEC SQL
               SELECT COUNT(*)
              GO TO 2100-EXIT
           END-IF

      *    Joint policies carry on with the other policyholder
           PERFORM LGPTY-RELEASE-HOLDER
           IF PT-RC NOT = '00'
              DISPLAY 'LGERASE1 - joint policy release failed SQLCODE='
                      SQLCODE
              EXEC SQL
                  ROLLBACK
              END-EXEC
              GO TO 2100-EXIT
           END-IF

           PERFORM 3000-ANONYMISE-CUSTOMER-ROW
           PERFORM 3100-ANONYMISE-HISTORY-ROWS
           PERFORM 3200-ANONYMISE-AUDIT-ROWS

      *----------------------------------------------------------------*
      * DB2 CUSTOMER row - identity and contact fields overwritten,   *
      * key and ownership references kept for accounting. The        *
      * protected date of birth goes too; the placeholder date is     *
      * held in clear, being nobody's.                                *
      *----------------------------------------------------------------*
       3000-ANONYMISE-CUSTOMER-ROW.
           EXEC SQL
               SET FIRSTNAME = :WS-ERASED-TEXT,
                   LASTNAME = :WS-ERASED-TEXT,
                   DATEOFBIRTH = :WS-ERASED-DOB,
                   DATEOFBIRTH_ENC = ' ',
                   HOUSENAME = ' ',
                   HOUSENUMBER = ' ',
                   POSTCODE = ' ',
                 MOVE WS-ERASED-TEXT TO KC-FIRST-NAME
                 MOVE WS-ERASED-TEXT TO KC-LAST-NAME
                 MOVE WS-ERASED-DOB TO KC-DOB
                 MOVE SPACES TO KC-DOB-PROTECTED
                 MOVE SPACES TO KC-HOUSE-NAME
                 MOVE SPACES TO KC-HOUSE-NUM
                 MOVE SPACES TO KC-POSTCODE
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGERASE1.
