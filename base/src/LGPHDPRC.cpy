      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Payout Hold Check Procedures             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPHDPRC - Payout Hold Check Procedures             *
      * Purpose:  LGPHD-CHECK-PAYOUT decides whether one payout may   *
      *           go. A payment already released - by hand ('R') or   *
      *           at the end of its hold ('A') - pays. Otherwise the  *
      *           customer's latest MANDATE_CHANGE is read: none (a   *
      *           mandate older than the change log) pays; disputed   *
      *           holds at 'D'; changed less than PH-HOLD-DAYS ago    *
      *           holds at 'H' until the release date; older and      *
      *           undisputed pays, releasing any hold the payment     *
      *           carried ('A'). A hold is written to PAYOUT_HOLD the *
      *           first time and kept up to date on every run after.  *
      *           LGPHD-MARK-PAID moves a released hold to 'P' once   *
      *           the caller has paid it. Any lookup trouble leaves   *
      *           the payout unpaid for the next run - doubt never    *
      *           sends money. A row already paid ('P') is an earlier *
      *           payment under the same reference (refund references *
      *           repeat by policy and day) and stands no hold: the   *
      *           new payment is checked as if none were on file, and *
      *           held on that row if it must be.                     *
      *                                                                *
      * Requires: COPY LGPHDWS in WORKING-STORAGE, the PH- request    *
      *           fields set by the caller.                            *
      *                                                                *
      *================================================================*

       LGPHD-CHECK-PAYOUT.
           MOVE 'P' TO PH-DECISION
           MOVE SPACE TO PH-STATUS
           MOVE SPACES TO PH-MANDATE-CHANGED
           MOVE SPACES TO PH-RELEASE-DUE
           MOVE 'N' TO PH-DISPUTED
           MOVE 'N' TO PH-ROW-FLAG

           EXEC SQL
               SELECT STATUS
               INTO :PH-STATUS
               FROM PAYOUT_HOLD
               WHERE SOURCE = :PH-SOURCE
                 AND POLICYNUMBER = :PH-POLICY-NUM
                 AND REFERENCE = :PH-REFERENCE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO PH-ROW-FLAG
      *        A hold already paid belongs to an earlier payment that
      *        happened to carry the same reference - this one is
      *        checked afresh
               IF PH-STATUS = 'P'
                  MOVE SPACE TO PH-STATUS
               END-IF
             WHEN 100
               MOVE SPACE TO PH-STATUS
             WHEN OTHER
               DISPLAY 'LGPHDPRC - payout hold lookup failed for '
                       PH-REFERENCE ' SQLCODE=' SQLCODE
               MOVE 'E' TO PH-DECISION
           END-EVALUATE

      * Released by hand or at the end of its hold, it pays whatever
      * has happened to the mandate since
           IF PH-PAY
              AND (PH-STATUS = SPACE OR PH-STATUS = 'H'
                   OR PH-STATUS = 'D')
              PERFORM LGPHD-READ-MANDATE-CHANGE
              IF PH-PAY
                 IF PH-MANDATE-CHANGED NOT = SPACES
                    PERFORM LGPHD-DECIDE
                 ELSE
      * A hold standing with no change behind it any more goes too
                    IF PH-STATUS NOT = SPACE
                       PERFORM LGPHD-AUTO-RELEASE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The customer's latest mandate change - PH-MANDATE-CHANGED     *
      * stays spaces when the mandate predates the change log         *
      *----------------------------------------------------------------*
       LGPHD-READ-MANDATE-CHANGE.
           EXEC SQL
               SELECT CHANGED_DATE,
                      COALESCE(DISPUTED, 'N')
               INTO :PH-MANDATE-CHANGED, :PH-DISPUTED
               FROM MANDATE_CHANGE
               WHERE CUSTOMERNUMBER = :PH-CUSTOMER-NUM
                 AND CHANGE_TS =
                     ( SELECT MAX(CHANGE_TS)
                       FROM MANDATE_CHANGE
                       WHERE CUSTOMERNUMBER = :PH-CUSTOMER-NUM )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO PH-MANDATE-CHANGED
               MOVE 'N' TO PH-DISPUTED
             WHEN OTHER
               DISPLAY 'LGPHDPRC - mandate change lookup failed for '
                       'customer ' PH-CUSTOMER-NUM ' SQLCODE=' SQLCODE
               MOVE 'E' TO PH-DECISION
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The hold runs PH-HOLD-DAYS from the day of the change. A      *
      * dispute holds however old the change is.                      *
      *----------------------------------------------------------------*
       LGPHD-DECIDE.
           MOVE SPACES TO PH-DATE-RAW
           STRING PH-MANDATE-CHANGED(1:4) DELIMITED BY SIZE
                  PH-MANDATE-CHANGED(6:2) DELIMITED BY SIZE
                  PH-MANDATE-CHANGED(9:2) DELIMITED BY SIZE
                  INTO PH-DATE-RAW
           END-STRING

           IF PH-DATE-RAW NOT NUMERIC
              DISPLAY 'LGPHDPRC - unusable mandate change date for '
                      'customer ' PH-CUSTOMER-NUM
              MOVE 'E' TO PH-DECISION
           ELSE
              COMPUTE PH-DATE-INTEGER =
                  FUNCTION INTEGER-OF-DATE(PH-DATE-NUM)
                  + PH-HOLD-DAYS
              COMPUTE PH-DATE-NUM =
                  FUNCTION DATE-OF-INTEGER(PH-DATE-INTEGER)
              STRING PH-DATE-RAW(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     PH-DATE-RAW(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     PH-DATE-RAW(7:2) DELIMITED BY SIZE
                     INTO PH-RELEASE-DUE
              END-STRING

              EVALUATE TRUE
                WHEN PH-DISPUTED = 'Y'
                  MOVE 'D' TO PH-NEW-STATUS
                  PERFORM LGPHD-RECORD-HOLD
                WHEN PH-TODAY-YMD < PH-RELEASE-DUE
                  MOVE 'H' TO PH-NEW-STATUS
                  PERFORM LGPHD-RECORD-HOLD
                WHEN PH-STATUS NOT = SPACE
                  PERFORM LGPHD-AUTO-RELEASE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * New hold, or the standing one brought up to date - a mandate  *
      * changed again moves the release date on, a dispute raised     *
      * since turns it to 'D'. A paid row under the same reference is *
      * taken over as a fresh hold for the new payment.               *
      *----------------------------------------------------------------*
       LGPHD-RECORD-HOLD.
           MOVE 'H' TO PH-DECISION
           ADD 1 TO PH-ROWS-HELD

           IF NOT PH-ROW-ON-FILE
              EXEC SQL
                  INSERT INTO PAYOUT_HOLD
                  ( SOURCE, POLICYNUMBER, REFERENCE, CUSTOMERNUMBER,
                    AMOUNT, MANDATE_CHANGED, HOLD_DATE, RELEASE_DUE,
                    STATUS, PAYOUT_IMAGE )
                  VALUES ( :PH-SOURCE, :PH-POLICY-NUM, :PH-REFERENCE,
                           :PH-CUSTOMER-NUM, :PH-AMOUNT,
                           :PH-MANDATE-CHANGED, :PH-TODAY-YMD,
                           :PH-RELEASE-DUE, :PH-NEW-STATUS,
                           :PH-PAYOUT-IMAGE )
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE PAYOUT_HOLD
                  SET HOLD_DATE =
                          CASE WHEN STATUS = 'P' THEN :PH-TODAY-YMD
                               ELSE HOLD_DATE END,
                      PAYOUT_IMAGE =
                          CASE WHEN STATUS = 'P' THEN :PH-PAYOUT-IMAGE
                               ELSE PAYOUT_IMAGE END,
                      STATUS = :PH-NEW-STATUS,
                      AMOUNT = :PH-AMOUNT,
                      MANDATE_CHANGED = :PH-MANDATE-CHANGED,
                      RELEASE_DUE = :PH-RELEASE-DUE,
                      RELEASED_BY = NULL,
                      RELEASED_DATE = NULL
                  WHERE SOURCE = :PH-SOURCE
                    AND POLICYNUMBER = :PH-POLICY-NUM
                    AND REFERENCE = :PH-REFERENCE
                    AND STATUS IN ('H', 'D', 'P')
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGPHDPRC - payout hold not recorded for '
                      PH-REFERENCE ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * The hold period has run with no dispute raised - release it   *
      * and let the payment go                                         *
      *----------------------------------------------------------------*
       LGPHD-AUTO-RELEASE.
           MOVE 'AUTO' TO PH-RELEASED-BY

           EXEC SQL
               UPDATE PAYOUT_HOLD
               SET STATUS = 'A',
                   RELEASED_BY = :PH-RELEASED-BY,
                   RELEASED_DATE = :PH-TODAY-YMD
               WHERE SOURCE = :PH-SOURCE
                 AND POLICYNUMBER = :PH-POLICY-NUM
                 AND REFERENCE = :PH-REFERENCE
                 AND STATUS IN ('H', 'D')
           END-EXEC

           IF SQLCODE = 0
              MOVE 'A' TO PH-STATUS
              ADD 1 TO PH-ROWS-RELEASED
           ELSE
              DISPLAY 'LGPHDPRC - payout hold not released for '
                      PH-REFERENCE ' SQLCODE=' SQLCODE
              MOVE 'E' TO PH-DECISION
           END-IF
           .

      *----------------------------------------------------------------*
      * A released hold has been paid - nothing to do for a payment   *
      * that was never held                                            *
      *----------------------------------------------------------------*
       LGPHD-MARK-PAID.
           IF PH-STATUS = 'R' OR PH-STATUS = 'A'
              EXEC SQL
                  UPDATE PAYOUT_HOLD
                  SET STATUS = 'P'
                  WHERE SOURCE = :PH-SOURCE
                    AND POLICYNUMBER = :PH-POLICY-NUM
                    AND REFERENCE = :PH-REFERENCE
                    AND STATUS IN ('R', 'A')
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGPHDPRC - released hold not marked paid '
                         'for ' PH-REFERENCE ' SQLCODE=' SQLCODE
              END-IF
           END-IF
           .
