      *          Access database keyed by hand. Every registration   *
      *          is scored against the fraud screening rules (loss   *
      *          before cover started, loss within days of the       *
      *          policy going on cover, repeat claimant this year,   *
      *          policy written despite prior claims on the Claims   *
      *          and Underwriting Exchange the customer did not      *
      *          declare at quote);                                  *
      *          the score is stored on the CLAIM row and claims at  *
      *          or above the referral threshold are queued on       *
      *          FRAUD_REFERRAL for the fraud desk, which holds them *
      *          at 'R' in LGUCLM01 until the desk closes the        *
      *          referral. The claim's document register             *
      *          (CLAIM_DOCUMENT) is seeded with the standard        *
      *          evidence for the policy type from LGCDOCL, which    *
      *          the handler maintains through 01CDOC (LGCDOC01).    *
      *          A catastrophe event code given in CA-CE-EVENT-CODE  *
      *          codes the claim to that event; otherwise an open    *
      *          event whose dates cover the loss date and whose     *
      *          areas take in the risk postcode (the insured        *
      *          property for house and commercial, the customer's   *
      *          address for motor) is stored as a suggestion and    *
      *          returned for the handler to confirm through 01CEVT. *
      *          A claim on a house policy may be tied to one of its *
      *          specified items (CA-C-SPEC-ITEM-NUM), which must be *
      *          on the policy's schedule (LGSPIPRC); a claim naming *
      *          none is on the general cover.                       *
      * Return codes: 00 registered, 23 policy not found, 24 policy  *
      *          not owned by this customer, 26 policy not in force, *
      *          27 missing loss date, 37 event code not on the      *
      *          register, 38 specified item not on the policy's     *
      *          schedule, 90 SQL or system error,                   *
      *          91 counter unavailable, 98/99 commarea              *
      *================================================================*

       77 LGCL-SCORE-PRE-COVER        PIC 9(3) VALUE 060.
       77 LGCL-SCORE-EARLY-LOSS       PIC 9(3) VALUE 040.
       77 LGCL-SCORE-REPEAT-CLAIM     PIC 9(3) VALUE 030.
       77 LGCL-SCORE-UNDISCLOSED      PIC 9(3) VALUE 040.
       77 LGCL-EARLY-LOSS-DAYS        PIC 9(3) VALUE 030.
       77 LGCL-REPEAT-CLAIM-COUNT     PIC 9(3) VALUE 002.
       77 LGCL-REFERRAL-THRESHOLD     PIC 9(3) VALUE 050.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-EFF-DATE          PIC X(10).
           05  WS-OF-POLICY-TYPE       PIC X(1).
           05  WS-OF-CUE-UNDISCLOSED   PIC S9(4) COMP.
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------------*
       01  DB2-CLAIM-REC.
           COPY DB2-CLAIM.

      *----------------------------------------------------------------*
      * Host variables for the CLAIM_DOCUMENT register                *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-DOC-REC.
           COPY DB2-CLAIM-DOC.

      *----------------------------------------------------------------*
      * Standard claim document lists working copy                    *
      *----------------------------------------------------------------*
       01  CD-DOCUMENT-RULES.
           COPY LGCDOCL.

      *----------------------------------------------------------------*
      * Document register seeding work fields                          *
      *----------------------------------------------------------------*
       01  WS-DOC-WORK.
           05  WS-DOC-SUB              PIC S9(4) COMP.
           05  WS-TODAY-RAW            PIC X(8).
           05  WS-DUE-RAW              PIC X(8).
           05  WS-DUE-INTEGER          PIC 9(7).

      *----------------------------------------------------------------*
      * Host variables for the catastrophe event register             *
      *----------------------------------------------------------------*
       01  DB2-CAT-EVENT-REC.
           COPY DB2-CAT-EVENT.

      *----------------------------------------------------------------*
      * Catastrophe event matching work fields - the risk postcode    *
      * split into its district (outward code) and sector (outward    *
      * code, space, first character of the inward code)             *
      *----------------------------------------------------------------*
       01  WS-CAT-WORK.
           05  WS-RISK-POSTCODE        PIC X(8).
           05  WS-CAT-DISTRICT         PIC X(6).
           05  WS-CAT-INWARD           PIC X(4).
           05  WS-CAT-SECTOR           PIC X(6).

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.

           IF CA-RETURN-CODE = '00'
               PERFORM 2500-SCREEN-FOR-FRAUD THRU 2500-EXIT
               PERFORM 2600-SUGGEST-CAT-EVENT THRU 2600-EXIT
               PERFORM 3000-GENERATE-CLAIM-NUMBER
               PERFORM 4000-INSERT-CLAIM-RECORD
           END-IF
      *----------------------------------------------------------------*
      * Score the claim against the fraud screening rules: a loss     *
      * dated before the policy's cover started, a loss within days   *
      * of the policy going on cover, a customer registering their    *
      * third (or later) claim this calendar year, and a policy       *
      * written over prior exchange claims the customer did not       *
      * declare                                                       *
      *----------------------------------------------------------------*
       2500-SCREEN-FOR-FRAUD.

               END-IF
           END-IF

      *    Prior claims found on the exchange at quote that the
      *    customer did not declare
           IF WS-OF-CUE-UNDISCLOSED > 0
               ADD LGCL-SCORE-UNDISCLOSED TO WS-FRAUD-SCORE
               IF WS-FRAUD-REASONS = SPACES
                   MOVE 'UNDISCLOSED PRIOR CLAIMS'
                     TO WS-FRAUD-REASONS
               ELSE
                   MOVE WS-FRAUD-REASONS TO WS-REASON-WORK
                   MOVE SPACES TO WS-FRAUD-REASONS
                   STRING WS-REASON-WORK DELIMITED BY '  '
                          ' + UNDISCLOSED CLAIMS' DELIMITED BY SIZE
                          INTO WS-FRAUD-REASONS
                   END-STRING
               END-IF
           END-IF

       2500-EXIT.
           EXIT.

           MOVE CA-C-POLICY-NUM TO DB2-CLAIM-POLICYNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS, EFFECTIVEDATE,
                      POLICYTYPE, COALESCE(CUE_UNDISCLOSED, 0)
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-STATUS,
                    :WS-OF-EFF-DATE, :WS-OF-POLICY-TYPE,
                    :WS-OF-CUE-UNDISCLOSED
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-CLAIM-POLICYNUM
           END-EXEC
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
           MOVE DB2-CLAIM-POLICYNUM TO PT-POLICYNUM
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
               MOVE '26' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

      * An event code given by the caller must be on the register -
      * a closed event is still accepted for a late notification
           IF CA-CE-EVENT-CODE = SPACES OR LOW-VALUES
               MOVE SPACES TO CA-CE-EVENT-CODE
               MOVE SPACES TO CA-CE-SOURCE
           ELSE
               MOVE CA-CE-EVENT-CODE TO DB2-CEVT-CODE
               EXEC SQL
                   SELECT STATUS
                   INTO :DB2-CEVT-STATUS
                   FROM CAT_EVENT
                   WHERE EVENT_CODE = :DB2-CEVT-CODE
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   MOVE '37' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
                 WHEN SQLCODE NOT = 0
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-EVALUATE
               MOVE 'C' TO CA-CE-SOURCE
           END-IF

      * A specified item named by the caller must be on the house
      * policy's schedule
           IF CA-C-SPEC-ITEM-NUM NOT NUMERIC
               MOVE 0 TO CA-C-SPEC-ITEM-NUM
           END-IF
           IF CA-C-SPEC-ITEM-NUM NOT = 0
               IF WS-OF-POLICY-TYPE NOT = 'H'
                   MOVE '38' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
               MOVE DB2-CLAIM-POLICYNUM TO SPI-REQ-POLICYNUM
               MOVE CA-C-SPEC-ITEM-NUM TO SPI-REQ-ITEMNUM
               PERFORM LGSPI-CHECK-ITEM
               IF SPI-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF NOT SPI-ROW-FOUND
                   MOVE '38' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * No event given - look for an open catastrophe event whose     *
      * dates take in the loss date and whose areas take in the risk  *
      * postcode's district or sector. A match is only a suggestion   *
      * ('S') until the handler confirms it; no match, or no risk     *
      * postcode to go on, registers the claim uncoded as before.     *
      *----------------------------------------------------------------*
       2600-SUGGEST-CAT-EVENT.

           IF CA-CE-EVENT-CODE NOT = SPACES
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES TO WS-RISK-POSTCODE

           EVALUATE WS-OF-POLICY-TYPE
             WHEN 'H'
               EXEC SQL
                   SELECT POSTCODE
                   INTO :WS-RISK-POSTCODE
                   FROM HOUSE
                   WHERE POLICYNUMBER = :DB2-CLAIM-POLICYNUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                   SELECT POSTCODE
                   INTO :WS-RISK-POSTCODE
                   FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-CLAIM-POLICYNUM
               END-EXEC
             WHEN 'M'
               EXEC SQL
                   SELECT POSTCODE
                   INTO :WS-RISK-POSTCODE
                   FROM CUSTOMER
                   WHERE CUSTOMERNUMBER = :WS-OF-CUSTOMERNUM
               END-EXEC
             WHEN OTHER
               GO TO 2600-EXIT
           END-EVALUATE

           IF SQLCODE NOT = 0 OR WS-RISK-POSTCODE = SPACES
               GO TO 2600-EXIT
           END-IF

           INSPECT WS-RISK-POSTCODE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO WS-CAT-DISTRICT
           MOVE SPACES TO WS-CAT-INWARD
           MOVE SPACES TO WS-CAT-SECTOR
           UNSTRING WS-RISK-POSTCODE DELIMITED BY ALL SPACE
               INTO WS-CAT-DISTRICT WS-CAT-INWARD
           END-UNSTRING

           IF WS-CAT-INWARD NOT = SPACES
               STRING WS-CAT-DISTRICT DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CAT-INWARD(1:1) DELIMITED BY SIZE
                      INTO WS-CAT-SECTOR
               END-STRING
           END-IF

           MOVE CA-C-LOSS-DATE TO DB2-CEVT-START

           EXEC SQL
               SELECT E.EVENT_CODE
               INTO :DB2-CEVT-CODE
               FROM CAT_EVENT E
               WHERE E.STATUS = 'O'
                 AND E.START_DATE <= :DB2-CEVT-START
                 AND COALESCE(E.END_DATE, '9999-12-31')
                     >= :DB2-CEVT-START
                 AND EXISTS (SELECT 1
                             FROM CAT_EVENT_AREA A
                             WHERE A.EVENT_CODE = E.EVENT_CODE
                               AND A.AREA IN (:WS-CAT-DISTRICT,
                                              :WS-CAT-SECTOR))
               ORDER BY E.START_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE DB2-CEVT-CODE TO CA-CE-EVENT-CODE
               MOVE 'S' TO CA-CE-SOURCE
             WHEN SQLCODE = 100
               CONTINUE
             WHEN OTHER
      *        The suggestion is a convenience - never hold up the
      *        registration for it
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Allocate the new claim number from the GENACLMNUM named       *
      * counter under an ENQ, the same retry/backoff pattern          *
           MOVE CA-C-DESCRIPTION     TO DB2-CLAIM-DESCRIPTION
           MOVE WS-FRAUD-SCORE       TO DB2-CLAIM-FRAUDSCORE
           MOVE CA-HANDLER-ID        TO DB2-CLAIM-HANDLER
           MOVE CA-CE-EVENT-CODE     TO DB2-CLAIM-CATEVENT
           MOVE CA-CE-SOURCE         TO DB2-CLAIM-CATSOURCE
           MOVE CA-C-SPEC-ITEM-NUM   TO DB2-CLAIM-SPECITEM
           MOVE 'R'                  TO CA-C-STATUS

           EXEC SQL
                 RESERVE,
                 DESCRIPTION,
                 FRAUD_SCORE,
                 HANDLER,
                 CAT_EVENT,
                 CAT_EVENT_SOURCE,
                 SPEC_ITEM_NUMBER )
               VALUES ( :DB2-CLAIMNUM-INT,
                        :DB2-CLAIM-POLICYNUM,
                        :DB2-CLAIM-CUSTOMERNUM,
                        :DB2-CLAIM-RESERVE,
                        :DB2-CLAIM-DESCRIPTION,
                        :DB2-CLAIM-FRAUDSCORE,
                        :DB2-CLAIM-HANDLER,
                        NULLIF(:DB2-CLAIM-CATEVENT, ' '),
                        NULLIF(:DB2-CLAIM-CATSOURCE, ' '),
                        NULLIF(:DB2-CLAIM-SPECITEM, 0) )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               IF WS-FRAUD-SCORE >= LGCL-REFERRAL-THRESHOLD
                   PERFORM 4500-WRITE-FRAUD-REFERRAL
               END-IF
               PERFORM 4600-SEED-DOCUMENT-REGISTER
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Ask for the standard evidence for the policy type (LGCDOCL) - *
      * one outstanding CLAIM_DOCUMENT row each, due the listed days  *
      * from today. The handler adds to or waives from the list       *
      * through 01CDOC.                                               *
      *----------------------------------------------------------------*
       4600-SEED-DOCUMENT-REGISTER.

           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-RAW(1:4)
           MOVE WS-TODAY-YMD(6:2) TO WS-TODAY-RAW(5:2)
           MOVE WS-TODAY-YMD(9:2) TO WS-TODAY-RAW(7:2)

           PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                   UNTIL WS-DOC-SUB > CD-STD-COUNT
               IF CD-STD-POLICY-TYPE(WS-DOC-SUB) = WS-OF-POLICY-TYPE
                   PERFORM 4610-INSERT-STANDARD-DOCUMENT
               END-IF
           END-PERFORM
           .

       4610-INSERT-STANDARD-DOCUMENT.

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-RAW))
               + CD-STD-DUE-DAYS(WS-DOC-SUB)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER) TO WS-DUE-RAW

           MOVE DB2-CLAIMNUM-INT TO DB2-CDOC-CLAIMNUM
           MOVE CD-STD-DOC-CODE(WS-DOC-SUB) TO DB2-CDOC-CODE
           MOVE CD-STD-MANDATORY(WS-DOC-SUB) TO DB2-CDOC-MANDATORY
           MOVE 'O' TO DB2-CDOC-STATUS
           MOVE WS-TODAY-YMD TO DB2-CDOC-REQUESTED
           MOVE SPACES TO DB2-CDOC-DUE
           STRING WS-DUE-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(7:2) DELIMITED BY SIZE
                  INTO DB2-CDOC-DUE
           END-STRING

           EXEC SQL
               INSERT INTO CLAIM_DOCUMENT
               ( CLAIMNUMBER,
                 DOC_CODE,
                 MANDATORY,
                 STATUS,
                 REQUESTED_DATE,
                 DUE_DATE,
                 CHASE_COUNT )
               VALUES ( :DB2-CDOC-CLAIMNUM,
                        :DB2-CDOC-CODE,
                        :DB2-CDOC-MANDATORY,
                        :DB2-CDOC-STATUS,
                        :DB2-CDOC-REQUESTED,
                        :DB2-CDOC-DUE,
                        0 )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Write the registration to AUDIT_LOG                           *
      *----------------------------------------------------------------*
                  CA-C-CLAIM-NUM DELIMITED BY SIZE
                  ' registered against policy ' DELIMITED BY SIZE
                  CA-C-POLICY-NUM DELIMITED BY SIZE
                  ' event ' DELIMITED BY SIZE
                  CA-CE-EVENT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-CE-SOURCE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

      *----------------------------------------------------------------*
      * House specified items procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

       END PROGRAM LGACLM01.
