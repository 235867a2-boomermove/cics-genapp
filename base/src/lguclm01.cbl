      *          settled 'S' or rejected 'J'; anything else is        *
      *          refused. The reserve amount may be revised on any    *
      *          legal progression, and every progression is written  *
      *          to AUDIT_LOG. A claim is not settled while a         *
      *          mandatory item on its document register              *
      *          (CLAIM_DOCUMENT, see LGCDOC01) is outstanding.       *
      *          Settlement is limited by the acting handler's        *
      *          authority (CA-HANDLER-ID, limits in CLAIM_AUTHORITY  *
      *          maintained by LGCAUT01): within the limit the claim  *
      *          settles at once; above it the claim stays assessed   *
      *          with its settlement referred (SETTLE_STATUS 'P')     *
      *          until a different handler whose limit covers the     *
      *          amount asks for 'S' again, which approves it, or     *
      *          'A', which declines it. Requester and approver are   *
      *          written to CLAIM_HISTORY and AUDIT_LOG.              *
      *          A settled or rejected claim is reopened by asking    *
      *          for 'A' with a reason (CA-C-REOPEN-REASON) and a new *
      *          reserve - the whole incurred cost, above the amount  *
      *          settled - so further damage or a successful appeal   *
      *          stays on the one claim number. The reason goes to    *
      *          CLAIM_HISTORY, and the further settlement is paid by *
      *          LGCLMPY1 as a top-up over what was already paid.     *
      *          Its no-claims discount was stepped back when it was  *
      *          first settled and is not stepped back again.         *
      * Return codes: 00 progressed, 24 claim not owned by this      *
      *          customer, 25 claim held by an open fraud referral,  *
      *          27 missing handler id, 28 claim not found, 29       *
      *          illegal status progression, 30 mandatory documents  *
      *          outstanding, 31 settlement above the handler's      *
      *          limit referred for approval, 32 approver is the     *
      *          requester, 33 approver's limit below the amount,    *
      *          34 reopen reason missing, 35 reopen reserve not     *
      *          above the amount settled, 90 SQL or system error,   *
      *          98/99 commarea                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-RESERVE           PIC S9(6)V99 COMP-3.
           05  WS-OF-SETTLE-STATUS     PIC X(1).
           05  WS-OF-SETTLE-AMOUNT     PIC S9(6)V99 COMP-3.
           05  WS-OF-SETTLE-REQBY      PIC X(8).
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-REFERRALS           PIC S9(9) COMP VALUE 0.
       01  WS-OUTSTANDING-DOCS         PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Settlement authority work fields                              *
      *----------------------------------------------------------------*
       01  WS-SETTLE-WORK.
           05  WS-ACTING-HANDLER       PIC X(8).
           05  WS-ACTING-LIMIT         PIC S9(6)V99 COMP-3.
           05  WS-SETTLE-ACTION        PIC X(1) VALUE SPACE.
               88  WS-SETTLE-NONE      VALUE SPACE.
               88  WS-SETTLE-DIRECT    VALUE 'S'.
               88  WS-SETTLE-REFER     VALUE 'R'.
               88  WS-SETTLE-APPROVE   VALUE 'A'.
               88  WS-SETTLE-DECLINE   VALUE 'D'.
           05  WS-SETTLE-AMT-DISP      PIC 9(6).99.

      *----------------------------------------------------------------*
      * Claim reopening work fields                                    *
      *----------------------------------------------------------------*
       01  WS-REOPEN-WORK.
           05  WS-REOPEN-FLAG          PIC X(1) VALUE 'N'.
               88  WS-REOPENING        VALUE 'Y'.
           05  WS-REOPEN-DATE          PIC X(10).

      *----------------------------------------------------------------*
      * LGPEVT01 partner event commarea                                *
       01  WS-NCD-WORK.
           05  WS-NCD-POLICYNUM        PIC S9(9) COMP.
           05  WS-NCD-YEARS            PIC S9(4) COMP.
           05  WS-NCD-REOPENS          PIC S9(4) COMP.
           05  WS-NCD-PRIOR-SETTLES    PIC S9(9) COMP.
       77 LGCL-NCD-STEP-BACK           PIC 9 VALUE 2.

      *----------------------------------------------------------------*
           MOVE CA-C-CLAIM-NUM TO DB2-CLAIMNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS, RESERVE,
                      COALESCE(SETTLE_STATUS, ' '),
                      COALESCE(SETTLE_AMOUNT, 0),
                      COALESCE(SETTLE_REQUESTED_BY, ' ')
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-STATUS,
                    :WS-OF-RESERVE, :WS-OF-SETTLE-STATUS,
                    :WS-OF-SETTLE-AMOUNT, :WS-OF-SETTLE-REQBY
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           END-IF

      * Registered claims may only be assessed; assessed claims may
      * only be settled or rejected; settled and rejected claims may
      * only be reopened back to assessed. An assessed claim whose
      * settlement is referred may be asked for 'A' again, which
      * declines the referral
           EVALUATE TRUE
             WHEN WS-OF-STATUS = 'R' AND CA-C-STATUS = 'A'
               CONTINUE
               CONTINUE
             WHEN WS-OF-STATUS = 'A' AND CA-C-STATUS = 'J'
               CONTINUE
             WHEN WS-OF-STATUS = 'A' AND CA-C-STATUS = 'A'
                                     AND WS-OF-SETTLE-STATUS = 'P'
               CONTINUE
             WHEN (WS-OF-STATUS = 'S' OR WS-OF-STATUS = 'J')
                                     AND CA-C-STATUS = 'A'
               SET WS-REOPENING TO TRUE
             WHEN OTHER
               MOVE '29' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
                   PERFORM 9000-RETURN
               END-IF
           END-IF

      * A claim is not settled while evidence marked mandatory on its
      * document register is still outstanding - the handler chases
      * it in, or waives it through 01CDOC
           IF CA-C-STATUS = 'S'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-OUTSTANDING-DOCS
                   FROM CLAIM_DOCUMENT
                   WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                     AND MANDATORY = 'Y'
                     AND STATUS = 'O'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF WS-OUTSTANDING-DOCS > 0
                   MOVE '30' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           IF WS-REOPENING
               PERFORM 2400-VALIDATE-REOPEN
           END-IF

           PERFORM 2200-CHECK-SETTLE-AUTHORITY
           .

      *----------------------------------------------------------------*
      * Decide what a settlement request means for the acting handler *
      * - settle within their own limit, refer above it, or approve   *
      * or decline a settlement another handler referred. Rejecting   *
      * the claim closes any referral still waiting.                  *
      *----------------------------------------------------------------*
       2200-CHECK-SETTLE-AUTHORITY.

           MOVE SPACE TO WS-SETTLE-ACTION
           MOVE CA-HANDLER-ID TO WS-ACTING-HANDLER

           IF CA-C-STATUS = 'J'
               IF WS-OF-SETTLE-STATUS = 'P'
                   SET WS-SETTLE-DECLINE TO TRUE
               END-IF
           END-IF

           IF CA-C-STATUS = 'S' OR
              (CA-C-STATUS = 'A' AND WS-OF-STATUS = 'A')
               IF WS-ACTING-HANDLER = SPACES OR
                  WS-ACTING-HANDLER = LOW-VALUES
                   MOVE '27' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           IF CA-C-STATUS = 'A' AND WS-OF-STATUS = 'A'
               SET WS-SETTLE-DECLINE TO TRUE
           END-IF

           IF CA-C-STATUS = 'S'
               PERFORM 2300-READ-SETTLE-LIMIT
               IF WS-OF-SETTLE-STATUS = 'P'
      *            The second pair of eyes must belong to someone
      *            else, with authority of their own for the amount
                   IF WS-ACTING-HANDLER = WS-OF-SETTLE-REQBY
                       MOVE '32' TO CA-RETURN-CODE
                       PERFORM 9000-RETURN
                   END-IF
                   IF WS-ACTING-LIMIT < WS-OF-SETTLE-AMOUNT
                       MOVE '33' TO CA-RETURN-CODE
                       PERFORM 9000-RETURN
                   END-IF
                   SET WS-SETTLE-APPROVE TO TRUE
               ELSE
                   IF CA-C-RESERVE > WS-ACTING-LIMIT
                       SET WS-SETTLE-REFER TO TRUE
                   ELSE
                       SET WS-SETTLE-DIRECT TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The acting handler's approved settlement limit - zero when    *
      * none is in force, so every settlement they ask for is         *
      * referred                                                       *
      *----------------------------------------------------------------*
       2300-READ-SETTLE-LIMIT.

           MOVE 0 TO WS-ACTING-LIMIT

           EXEC SQL
               SELECT SETTLE_LIMIT
               INTO :WS-ACTING-LIMIT
               FROM CLAIM_AUTHORITY
               WHERE HANDLER = :WS-ACTING-HANDLER
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 0 TO WS-ACTING-LIMIT
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A reopen needs the handler doing it, a reason, and a new      *
      * reserve. The reserve is the claim's whole incurred cost, so   *
      * on a settled claim it must be above what it settled at -      *
      * otherwise there is nothing further to pay                     *
      *----------------------------------------------------------------*
       2400-VALIDATE-REOPEN.

           IF CA-HANDLER-ID = SPACES OR
              CA-HANDLER-ID = LOW-VALUES
               MOVE '27' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-C-REOPEN-REASON = SPACES OR
              CA-C-REOPEN-REASON = LOW-VALUES
               MOVE '34' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-C-RESERVE NOT > 0
               MOVE '35' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF WS-OF-STATUS = 'S' AND CA-C-RESERVE NOT > WS-OF-RESERVE
               MOVE '35' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4000-PROGRESS-CLAIM.

           IF WS-SETTLE-REFER
               PERFORM 4500-REFER-SETTLEMENT
               PERFORM 9000-RETURN
           END-IF

           IF WS-SETTLE-DECLINE AND CA-C-STATUS = 'A'
               PERFORM 4600-DECLINE-SETTLEMENT
               PERFORM 9000-RETURN
           END-IF

           IF WS-REOPENING
               PERFORM 4700-REOPEN-CLAIM
               PERFORM 9000-RETURN
           END-IF

      * An approved referral settles at the amount that was referred
           IF WS-SETTLE-APPROVE
               MOVE WS-OF-SETTLE-AMOUNT TO CA-C-RESERVE
           END-IF

           MOVE CA-C-STATUS TO DB2-CLAIM-STATUS
           MOVE CA-C-RESERVE TO DB2-CLAIM-RESERVE

           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 5000-RECORD-CLAIM-HISTORY
               IF NOT WS-SETTLE-NONE
                   PERFORM 4400-RECORD-SETTLEMENT
               END-IF
               IF CA-C-STATUS = 'S'
                   PERFORM 6000-STEP-BACK-NCD
                   PERFORM 7500-PUBLISH-PARTNER-EVENT
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Stamp the settlement authority on a claim being settled -     *
      * within the handler's own limit they are requester and         *
      * approver alike - or close the referral on a claim being       *
      * rejected                                                       *
      *----------------------------------------------------------------*
       4400-RECORD-SETTLEMENT.

           EVALUATE TRUE
             WHEN WS-SETTLE-DIRECT
               MOVE 'A' TO DB2-CLAIM-SETTLESTATUS
               MOVE CA-C-RESERVE TO DB2-CLAIM-SETTLEAMOUNT
               MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEREQBY
               MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEAPPBY
             WHEN WS-SETTLE-APPROVE
               MOVE 'A' TO DB2-CLAIM-SETTLESTATUS
               MOVE WS-OF-SETTLE-AMOUNT TO DB2-CLAIM-SETTLEAMOUNT
               MOVE WS-OF-SETTLE-REQBY TO DB2-CLAIM-SETTLEREQBY
               MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEAPPBY
             WHEN OTHER
               MOVE 'D' TO DB2-CLAIM-SETTLESTATUS
               MOVE WS-OF-SETTLE-AMOUNT TO DB2-CLAIM-SETTLEAMOUNT
               MOVE WS-OF-SETTLE-REQBY TO DB2-CLAIM-SETTLEREQBY
               MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEAPPBY
           END-EVALUATE

           EXEC SQL
               UPDATE CLAIM
               SET SETTLE_STATUS = :DB2-CLAIM-SETTLESTATUS,
                   SETTLE_AMOUNT = :DB2-CLAIM-SETTLEAMOUNT,
                   SETTLE_REQUESTED_BY = :DB2-CLAIM-SETTLEREQBY,
                   SETTLE_APPROVED_BY = :DB2-CLAIM-SETTLEAPPBY
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5500-RECORD-SETTLE-HISTORY
           .

      *----------------------------------------------------------------*
      * Above the handler's limit - the claim stays assessed and the  *
      * settlement waits for a second handler                         *
      *----------------------------------------------------------------*
       4500-REFER-SETTLEMENT.

           MOVE 'P' TO DB2-CLAIM-SETTLESTATUS
           MOVE CA-C-RESERVE TO DB2-CLAIM-SETTLEAMOUNT
           MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEREQBY

           EXEC SQL
               UPDATE CLAIM
               SET SETTLE_STATUS = :DB2-CLAIM-SETTLESTATUS,
                   SETTLE_AMOUNT = :DB2-CLAIM-SETTLEAMOUNT,
                   SETTLE_REQUESTED_BY = :DB2-CLAIM-SETTLEREQBY,
                   SETTLE_APPROVED_BY = NULL
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 5500-RECORD-SETTLE-HISTORY
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * A referred settlement declined by a second handler, or        *
      * withdrawn by its requester - the claim stays assessed         *
      *----------------------------------------------------------------*
       4600-DECLINE-SETTLEMENT.

           MOVE 'D' TO DB2-CLAIM-SETTLESTATUS
           MOVE WS-ACTING-HANDLER TO DB2-CLAIM-SETTLEAPPBY

           EXEC SQL
               UPDATE CLAIM
               SET SETTLE_STATUS = :DB2-CLAIM-SETTLESTATUS,
                   SETTLE_APPROVED_BY = :DB2-CLAIM-SETTLEAPPBY
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND SETTLE_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 5500-RECORD-SETTLE-HISTORY
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * Take a settled or rejected claim back to assessed at its new  *
      * reserve. The settlement approval and the paid marker are      *
      * cleared, so the further settlement goes through the handler   *
      * limits again and LGCLMPY1 pays it as a top-up over what was   *
      * already paid; the reopen count makes the top-up's payment     *
      * reference its own                                             *
      *----------------------------------------------------------------*
       4700-REOPEN-CLAIM.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-REOPEN-DATE)
           END-EXEC

           MOVE CA-C-STATUS TO DB2-CLAIM-STATUS
           MOVE CA-C-RESERVE TO DB2-CLAIM-RESERVE
           MOVE WS-REOPEN-DATE TO DB2-CLAIM-REOPENDATE

           EXEC SQL
               UPDATE CLAIM
               SET STATUS = :DB2-CLAIM-STATUS,
                   RESERVE = :DB2-CLAIM-RESERVE,
                   SETTLE_STATUS = NULL,
                   PAID_DATE = NULL,
                   REOPEN_COUNT = COALESCE(REOPEN_COUNT, 0) + 1,
                   REOPENED_DATE = :DB2-CLAIM-REOPENDATE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND STATUS = :WS-OF-STATUS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 5000-RECORD-CLAIM-HISTORY
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * Write one CLAIM_HISTORY row per changed field - the status    *
      * progression always, the reserve only when it was revised -    *
      * the way LGAEND01 writes POLICY_HISTORY rows, so the           *
      * actuaries can see how each claim's reserve developed. A       *
      * reopen also records the settlement approval it cleared, the   *
      * reason and the handler who reopened it                        *
      *----------------------------------------------------------------*
       5000-RECORD-CLAIM-HISTORY.

               MOVE WS-NEW-RSV-DISP TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           IF WS-REOPENING
               IF WS-OF-SETTLE-STATUS NOT = SPACE
                   MOVE 'SETTLE_STATUS' TO CH2-FIELD-NAME
                   MOVE WS-OF-SETTLE-STATUS TO CH2-OLD-VALUE
                   MOVE SPACES TO CH2-NEW-VALUE
                   PERFORM 5900-WRITE-HISTORY-ROW
               END-IF
               MOVE 'REOPEN_REASON' TO CH2-FIELD-NAME
               MOVE SPACES TO CH2-OLD-VALUE
               MOVE CA-C-REOPEN-REASON TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
               MOVE 'REOPENED_BY' TO CH2-FIELD-NAME
               MOVE SPACES TO CH2-OLD-VALUE
               MOVE WS-ACTING-HANDLER TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF
           .

      *----------------------------------------------------------------*
      * The settlement authority trail - the new SETTLE_STATUS, the   *
      * amount and requester when a settlement is referred, and who   *
      * approved, declined or withdrew it                             *
      *----------------------------------------------------------------*
       5500-RECORD-SETTLE-HISTORY.

           MOVE 'SETTLE_STATUS' TO CH2-FIELD-NAME
           MOVE WS-OF-SETTLE-STATUS TO CH2-OLD-VALUE
           MOVE DB2-CLAIM-SETTLESTATUS TO CH2-NEW-VALUE
           PERFORM 5900-WRITE-HISTORY-ROW

           IF WS-SETTLE-REFER OR WS-SETTLE-DIRECT
               MOVE 'SETTLE_AMOUNT' TO CH2-FIELD-NAME
               MOVE SPACES TO CH2-OLD-VALUE
               MOVE CA-C-RESERVE TO WS-SETTLE-AMT-DISP
               MOVE WS-SETTLE-AMT-DISP TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
               MOVE 'SETTLE_REQUESTED_BY' TO CH2-FIELD-NAME
               MOVE WS-OF-SETTLE-REQBY TO CH2-OLD-VALUE
               MOVE WS-ACTING-HANDLER TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF

           IF NOT WS-SETTLE-REFER
               IF WS-SETTLE-DECLINE
                   MOVE 'SETTLE_DECLINED_BY' TO CH2-FIELD-NAME
               ELSE
                   MOVE 'SETTLE_APPROVED_BY' TO CH2-FIELD-NAME
               END-IF
               MOVE SPACES TO CH2-OLD-VALUE
               MOVE WS-ACTING-HANDLER TO CH2-NEW-VALUE
               PERFORM 5900-WRITE-HISTORY-ROW
           END-IF
           .

      *----------------------------------------------------------------*
      * A settled claim against a motor policy costs the customer    *
      * part of their no-claims discount - the years step back,      *
      * never below zero, and LGRATE01 prices the renewal            *
      * accordingly. A reopened claim that was settled before it was  *
      * reopened has already cost its discount - settling it again    *
      * does not step it back a second time                          *
      *----------------------------------------------------------------*
       6000-STEP-BACK-NCD.
           EXEC SQL
               SELECT POLICYNUMBER, COALESCE(REOPEN_COUNT, 0)
               INTO :WS-NCD-POLICYNUM, :WS-NCD-REOPENS
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           MOVE 0 TO WS-NCD-PRIOR-SETTLES
           IF SQLCODE = 0 AND WS-NCD-REOPENS > 0
               MOVE CA-C-CLAIM-NUM TO CH2-CLAIM-NUM
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NCD-PRIOR-SETTLES
                   FROM CLAIM_HISTORY
                   WHERE CLAIM_NUM = :CH2-CLAIM-NUM
                     AND FIELD_NAME = 'STATUS'
                     AND OLD_VALUE = 'S'
                     AND NEW_VALUE = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           IF SQLCODE NOT = 0 OR WS-NCD-PRIOR-SETTLES > 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-NCD-YEARS
           END-STRING

           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE WS-ACTING-HANDLER TO AL-USERNAME
           MOVE 'CLAIM_PROGRESS' TO AL-ACTION
           MOVE CA-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE DB2-CLAIM-SETTLEAMOUNT TO WS-SETTLE-AMT-DISP

           EVALUATE TRUE
             WHEN WS-SETTLE-REFER
               MOVE 'CLAIM_SETTLE_REFER' TO AL-ACTION
               STRING 'Claim ' DELIMITED BY SIZE
                      CA-C-CLAIM-NUM DELIMITED BY SIZE
                      ' settlement ' DELIMITED BY SIZE
                      WS-SETTLE-AMT-DISP DELIMITED BY SIZE
                      ' above limit, requested by ' DELIMITED BY SIZE
                      WS-ACTING-HANDLER DELIMITED BY SPACE
                      ' - referred for approval' DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
             WHEN WS-SETTLE-DECLINE AND CA-C-STATUS = 'A'
               MOVE 'CLAIM_SETTLE_DECLINE' TO AL-ACTION
               MOVE WS-OF-SETTLE-AMOUNT TO WS-SETTLE-AMT-DISP
               STRING 'Claim ' DELIMITED BY SIZE
                      CA-C-CLAIM-NUM DELIMITED BY SIZE
                      ' settlement ' DELIMITED BY SIZE
                      WS-SETTLE-AMT-DISP DELIMITED BY SIZE
                      ' requested by ' DELIMITED BY SIZE
                      WS-OF-SETTLE-REQBY DELIMITED BY SPACE
                      ' declined by ' DELIMITED BY SIZE
                      WS-ACTING-HANDLER DELIMITED BY SPACE
                      INTO AL-DETAILS
               END-STRING
             WHEN WS-SETTLE-DIRECT OR WS-SETTLE-APPROVE
               IF WS-SETTLE-APPROVE
                   MOVE 'CLAIM_SETTLE_APPROVE' TO AL-ACTION
               END-IF
               STRING 'Claim ' DELIMITED BY SIZE
                      CA-C-CLAIM-NUM DELIMITED BY SIZE
                      ' moved A to S ' DELIMITED BY SIZE
                      WS-SETTLE-AMT-DISP DELIMITED BY SIZE
                      ' requested by ' DELIMITED BY SIZE
                      DB2-CLAIM-SETTLEREQBY DELIMITED BY SPACE
                      ' approved by ' DELIMITED BY SIZE
                      DB2-CLAIM-SETTLEAPPBY DELIMITED BY SPACE
                      INTO AL-DETAILS
               END-STRING
             WHEN WS-REOPENING
               MOVE 'CLAIM_REOPEN' TO AL-ACTION
               MOVE CA-C-RESERVE TO WS-SETTLE-AMT-DISP
               STRING 'Claim ' DELIMITED BY SIZE
                      CA-C-CLAIM-NUM DELIMITED BY SIZE
                      ' reopened from ' DELIMITED BY SIZE
                      WS-OF-STATUS DELIMITED BY SIZE
                      ' reserve ' DELIMITED BY SIZE
                      WS-SETTLE-AMT-DISP DELIMITED BY SIZE
                      ' by ' DELIMITED BY SIZE
                      WS-ACTING-HANDLER DELIMITED BY SPACE
                      ' - ' DELIMITED BY SIZE
                      CA-C-REOPEN-REASON DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
             WHEN OTHER
               STRING 'Claim ' DELIMITED BY SIZE
                      CA-C-CLAIM-NUM DELIMITED BY SIZE
                      ' moved ' DELIMITED BY SIZE
                      WS-OF-STATUS DELIMITED BY SIZE
                      ' to ' DELIMITED BY SIZE
                      CA-C-STATUS DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
           END-EVALUATE

           EXEC SQL
               INSERT INTO AUDIT_LOG
