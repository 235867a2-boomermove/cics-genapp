      *          bank's returned/failed collection file (RETFILE, one *
      *          record per unpaid collection carrying our reference  *
      *          and the bank's reason code). The matching PAYMENT    *
      *          row is marked 'R' returned with the reason. A first  *
      *          collection returned for a reason the bank lets us    *
      *          retry (PC-DD-RETRY-REASON) is queued for the         *
      *          LGDDREP1 re-presentation batch on a business day     *
      *          PC-DD-REPRESENT-DAYS working days on, and arrears    *
      *          wait. Otherwise - or when a re-presentation itself   *
      *          comes back - the policy's ARREARS_SINCE is set to    *
      *          the failed collection date (if not already in        *
      *          arrears), which is what the LGDUNLT1 dunning letters *
      *          and the LGLAPS01 lapse sweep key on. The return is   *
      *          dated through LGPERPRC; the run marks nothing while  *
      *          today's own accounting month is closed.              *
      *================================================================*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Business calendar working storage (LGCALPRC procedures)       *
      *----------------------------------------------------------------*
           COPY LGCALWS.

      *----------------------------------------------------------------*
      * Accounting period posting date (LGPERPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGPERWS.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-MARKED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-UNMATCHED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-QUEUED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-RETRY-FLAG           PIC X(1).
               88  WS-RETRY-ALLOWED    VALUE 'Y'.
           05  WS-REASON-SUB           PIC S9(4) COMP.
           05  WS-REPRESENT-YMD        PIC X(10).
           05  WS-REPRESENT-RAW        PIC X(8).
           05  WS-REPRESENT-INT        PIC 9(7).
           05  WS-ARREARS-FROM         PIC X(10).

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT / POLICY updates               *
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
      * Nothing may post into a month finance has already closed
              MOVE WS-TODAY-YMD TO AP-ACTIVITY-DATE
              MOVE WS-TODAY-YMD TO AP-TODAY-DATE
              PERFORM LGPER-RESOLVE-DATE
              IF AP-RC NOT = '00'
                 DISPLAY 'LGDDRET1 - no open accounting period for '
                         WS-TODAY-YMD ' AP-RC=' AP-RC
                 MOVE '90' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 PERFORM 1100-READ-NEXT-RECORD
              END-IF
           END-IF
           .

           MOVE RT-PAYMENT-DATE TO DB2-PAY-DATE

           EXEC SQL
               SELECT POLICYNUMBER, CUSTOMERNUMBER,
                      COALESCE(REPRESENTED_FROM, ' ')
               INTO :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                    :DB2-PAY-REPFROM
               FROM PAYMENT
               WHERE REFERENCE = :DB2-PAY-REFERENCE
                 AND PAYMENT_DATE = :DB2-PAY-DATE
           .

       2200-APPLY-RETURN.
           MOVE RT-REASON-CODE TO DB2-PAY-RETURNREASON
           PERFORM 2300-CHECK-RETRYABLE

      *    The status flips in place so LGIPAY01 keeps showing one
      *    row per collection; the return date is stamped alongside
      *    so the return is a dated movement of its own, which is
      *    what the LGGLEXT1 delta window books the reversal from.
      *    The re-presentation, if any, is a collection of its own.
           IF WS-RETRY-ALLOWED
              PERFORM 2400-SET-REPRESENT-DATE
              EXEC SQL
                  UPDATE PAYMENT
                  SET STATUS = 'R',
                      RETURN_DATE = :AP-POSTING-DATE,
                      RETURN_REASON = :DB2-PAY-RETURNREASON,
                      REPRESENT_STATUS = 'Q',
                      REPRESENT_DATE = :WS-REPRESENT-YMD
                  WHERE REFERENCE = :DB2-PAY-REFERENCE
                    AND PAYMENT_DATE = :DB2-PAY-DATE
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE PAYMENT
                  SET STATUS = 'R',
                      RETURN_DATE = :AP-POSTING-DATE,
                      RETURN_REASON = :DB2-PAY-RETURNREASON
                  WHERE REFERENCE = :DB2-PAY-REFERENCE
                    AND PAYMENT_DATE = :DB2-PAY-DATE
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGDDRET1 - PAYMENT update failed SQLCODE='
              GO TO 2200-EXIT
           END-IF

      * A queued return is not arrears yet - it may well clear when
      * LGDDREP1 presents it again
           IF WS-RETRY-ALLOWED
              ADD 1 TO WS-ROWS-MARKED
              ADD 1 TO WS-ROWS-QUEUED
              GO TO 2200-EXIT
           END-IF

      * A returned re-presentation is in arrears from the collection
      * it re-presented, not from the retry
           IF DB2-PAY-REPFROM NOT = SPACES
              MOVE DB2-PAY-REPFROM TO WS-ARREARS-FROM
           ELSE
              MOVE DB2-PAY-DATE TO WS-ARREARS-FROM
           END-IF

      * Only stamp the arrears start on the first failure - a later
      * return must not push the grace period out again
           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   ARREARS_SINCE = :WS-ARREARS-FROM
               WHERE POLICYNUMBER = :DB2-PAY-POLICYNUM
                 AND ARREARS_SINCE IS NULL
           END-EXEC
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Only a first presentation may be retried, and only for a      *
      * reason code on the configured list                            *
      *----------------------------------------------------------------*
       2300-CHECK-RETRYABLE.
           MOVE 'N' TO WS-RETRY-FLAG

           IF DB2-PAY-REPFROM = SPACES
              AND RT-REASON-CODE NOT = SPACES
              PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                      UNTIL WS-REASON-SUB > 4
                 IF PC-DD-RETRY-REASON(WS-REASON-SUB) = RT-REASON-CODE
                    MOVE 'Y' TO WS-RETRY-FLAG
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * The re-presentation day - PC-DD-REPRESENT-DAYS working days   *
      * on from today by the business calendar, or plain calendar     *
      * days when the calendar does not reach that far                *
      *----------------------------------------------------------------*
       2400-SET-REPRESENT-DATE.
           MOVE WS-TODAY-YMD TO CAL-REQ-DATE
           MOVE PC-DD-REPRESENT-DAYS TO CAL-DAY-COUNT
           PERFORM LGCAL-ADD-WORK-DAYS

           IF CAL-RC = '00'
              MOVE CAL-RESULT-DATE TO WS-REPRESENT-YMD
           ELSE
              COMPUTE WS-REPRESENT-INT =
                  FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-TODAY-DATE))
                  + PC-DD-REPRESENT-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-REPRESENT-INT)
                  TO WS-REPRESENT-RAW
              MOVE SPACES TO WS-REPRESENT-YMD
              STRING WS-REPRESENT-RAW(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-REPRESENT-RAW(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-REPRESENT-RAW(7:2) DELIMITED BY SIZE
                     INTO WS-REPRESENT-YMD
              END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
           MOVE WS-ROWS-MARKED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDRET1 - Payments marked returned: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-QUEUED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDRET1 - Queued for re-presentation: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-UNMATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDRET1 - Unmatched return records: '
                   WS-ROWS-DISPLAY
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Business calendar procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGCALPRC.

      *----------------------------------------------------------------*
      * Accounting period procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGPERPRC.

       END PROGRAM LGDDRET1.
