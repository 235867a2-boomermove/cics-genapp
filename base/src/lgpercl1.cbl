      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Accounting Period Close                  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPERCL1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPERCL1 - Accounting Period Close Batch Job         *
      * Purpose: Runs outside CICS at month-start, after LGGLEXT1 and *
      *          LGSLPST1 have covered the last day of the month.     *
      *          Every month finance has put to closing 'G' through   *
      *          LGPERM01 and that has now ended is taken oldest      *
      *          first and closed 'C' - but only once nothing is      *
      *          still pending in it: no earlier month left unclosed, *
      *          no LGPERM01 proposal waiting on the month, the GL    *
      *          extract and the sub-ledger posted to its last day,   *
      *          no return premium or surrender value raised in it    *
      *          still waiting on LGREFND1, no returned collection    *
      *          from it still queued for LGDDREP1 and no bank credit *
      *          received in it still unallocated in suspense. A      *
      *          month with anything pending stays at 'G' with each   *
      *          pending item counted on the report, and no later     *
      *          month is closed ahead of it. For each month closed,  *
      *          the postings the LGPERPRC procedures moved into it   *
      *          out of an earlier closing or closed month are listed *
      *          from MOVED_POSTING for the auditors - original date, *
      *          posting date, type, program, policy, reference and   *
      *          amount. The close is written to AUDIT_LOG. The       *
      *          report is DISPLAYed in the LGSLCTL1 style. Dates are *
      *          YYYY-MM-DD, months YYYY-MM.                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPERCL1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Period working storage - the month being closed, its first    *
      * and last days, and how far the two ledger feeds have run      *
      *----------------------------------------------------------------*
       01  WS-PERIOD-VARS.
           05  WS-GL-FEED-NAME         PIC X(16)
                                       VALUE 'GL_EXTRACT'.
           05  WS-SL-FEED-NAME         PIC X(16)
                                       VALUE 'SUB_LEDGER'.
           05  WS-GL-MARK              PIC X(14).
           05  WS-SL-MARK              PIC X(14).
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-THIS-PERIOD          PIC X(7).
           05  WS-PSTART-YMD           PIC X(10).
           05  WS-PEND-YMD             PIC X(10).
           05  WS-NEXT-RAW             PIC X(8).
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 9(2).
           05  WS-PEND-INTEGER         PIC 9(7).
           05  WS-PEND-RAW             PIC X(8).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-END-OF-MOVED         PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-MOVED    VALUE 'Y'.
           05  WS-STOP-FLAG            PIC X(1) VALUE 'N'.
               88  WS-STOP-CLOSING     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-CLOSED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-HELD            PIC 9(7) COMP-3 VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ITEM-COUNT           PIC S9(9) COMP.
           05  WS-CHECK-LABEL          PIC X(40).
           05  WS-MOVED-COUNT          PIC 9(7) COMP-3 VALUE 0.
           05  WS-MOVED-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC -(10)9.99.
           05  WS-POLICY-DISPLAY       PIC 9(10).

      *----------------------------------------------------------------*
      * Accounting period host variables                               *
      *----------------------------------------------------------------*
       01  DB2-PERIOD-VARS.
           COPY DB2-PERIOD.

      *----------------------------------------------------------------*
      * MOVED_POSTING host variables for the auditors' list           *
      *----------------------------------------------------------------*
       01  DB2-MOVED-VARS.
           05  DB2-MO-ORIGINAL-DATE    PIC X(10).
           05  DB2-MO-POSTING-DATE     PIC X(10).
           05  DB2-MO-POSTING-TYPE     PIC X(2).
           05  DB2-MO-SOURCE-PROGRAM   PIC X(8).
           05  DB2-MO-POLICYNUM        PIC S9(9) COMP.
           05  DB2-MO-REFERENCE        PIC X(18).
           05  DB2-MO-AMOUNT           PIC S9(7)V99 COMP-3.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Months finance has put to closing that have now ended,        *
      * oldest first                                                  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CLOSING_CURSOR CURSOR FOR
               SELECT PERIOD
               FROM ACCOUNTING_PERIOD
               WHERE STATUS = 'G'
                 AND PERIOD < :WS-THIS-PERIOD
               ORDER BY PERIOD
           END-EXEC.

      *----------------------------------------------------------------*
      * Postings moved into the month being closed out of an earlier  *
      * closing or closed month                                       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE MOVED_CURSOR CURSOR FOR
               SELECT ORIGINAL_DATE, POSTING_DATE, POSTING_TYPE,
                      SOURCE_PROGRAM, POLICYNUMBER,
                      COALESCE(REFERENCE, ' '), AMOUNT
               FROM MOVED_POSTING
               WHERE POSTING_PERIOD = :DB2-AP-PERIOD
               ORDER BY ORIGINAL_DATE, POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RETURN-CODE = '00'
              PERFORM 2000-CLOSE-PERIODS THRU 2000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix today's month and read how far the GL extract and the     *
      * sub-ledger have run - a feed that has never run has covered   *
      * nothing                                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGPERCL1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGPERCL1 - Accounting period close starting'

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           MOVE WS-NOW-RAW(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO WS-THIS-PERIOD
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  INTO WS-THIS-PERIOD
           END-STRING

           MOVE SPACES TO WS-NOW-TIMESTAMP
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-NOW-RAW(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING

           EXEC SQL
               SELECT LAST_RUN_MARK
               INTO :WS-GL-MARK
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-GL-FEED-NAME
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '0000-00-00' TO WS-GL-MARK
             WHEN OTHER
               MOVE '90' TO WS-RETURN-CODE
               DISPLAY 'LGPERCL1 - GL control fetch failed SQLCODE='
                       SQLCODE
               GO TO 1000-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT LAST_RUN_MARK
               INTO :WS-SL-MARK
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-SL-FEED-NAME
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '0000-00-00' TO WS-SL-MARK
             WHEN OTHER
               MOVE '90' TO WS-RETURN-CODE
               DISPLAY 'LGPERCL1 - sub-ledger control fetch failed '
                       'SQLCODE=' SQLCODE
               GO TO 1000-EXIT
           END-EVALUATE

           DISPLAY 'LGPERCL1 - GL extract run to ' WS-GL-MARK(1:10)
                   ', sub-ledger posted to ' WS-SL-MARK(1:10)
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Take each ended closing month in turn - the first one still   *
      * holding anything pending stops the run, so no month is ever   *
      * closed ahead of an earlier one                                *
      *----------------------------------------------------------------*
       2000-CLOSE-PERIODS.
           EXEC SQL
               OPEN CLOSING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPERCL1 - OPEN CLOSING_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-NEXT-PERIOD

           PERFORM UNTIL WS-NO-MORE-ROWS
                      OR WS-STOP-CLOSING
                      OR WS-RETURN-CODE NOT = '00'
              ADD 1 TO WS-ROWS-READ
              PERFORM 3000-CHECK-PERIOD THRU 3000-EXIT
              IF WS-RETURN-CODE = '00'
                 IF WS-PENDING-COUNT = 0
                    PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
                 ELSE
                    ADD 1 TO WS-ROWS-HELD
                    MOVE 'Y' TO WS-STOP-FLAG
                    DISPLAY '  *** ' DB2-AP-PERIOD
                            ' LEFT AT CLOSING - ITEMS PENDING ***'
                 END-IF
              END-IF
              IF NOT WS-STOP-CLOSING AND WS-RETURN-CODE = '00'
                 PERFORM 2100-FETCH-NEXT-PERIOD
              END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CLOSING_CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NEXT-PERIOD.
           EXEC SQL
               FETCH CLOSING_CURSOR
               INTO :DB2-AP-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGPERCL1 - FETCH CLOSING_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Everything that must be finished before the month can close - *
      * each check shows its count, and any count at all holds the    *
      * month at closing                                              *
      *----------------------------------------------------------------*
       3000-CHECK-PERIOD.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM 3100-SET-PERIOD-DATES

           DISPLAY ' '
           DISPLAY 'LGPERCL1 - MONTH ' DB2-AP-PERIOD ' ('
                   WS-PSTART-YMD ' to ' WS-PEND-YMD ')'

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ITEM-COUNT
               FROM ACCOUNTING_PERIOD
               WHERE PERIOD < :DB2-AP-PERIOD
                 AND STATUS <> 'C'
           END-EXEC
           MOVE 'Earlier months not yet closed' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           MOVE DB2-AP-PERIOD TO DB2-PC-PERIOD
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ITEM-COUNT
               FROM PERIOD_CHANGE
               WHERE PERIOD = :DB2-PC-PERIOD
                 AND STATUS = 'P'
           END-EXEC
           MOVE 'Period changes awaiting approval' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

      * The ledger feeds must have covered the last day of the month
           MOVE 0 TO WS-ITEM-COUNT
           IF WS-GL-MARK(1:10) < WS-PEND-YMD
              MOVE 1 TO WS-ITEM-COUNT
           END-IF
           MOVE 'GL extract not run to month end' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK

           MOVE 0 TO WS-ITEM-COUNT
           IF WS-SL-MARK(1:10) < WS-PEND-YMD
              MOVE 1 TO WS-ITEM-COUNT
           END-IF
           MOVE 'Sub-ledger not posted to month end' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ITEM-COUNT
               FROM PAYMENT
               WHERE STATUS IN ('F', 'V')
                 AND PAYMENT_DATE >= :WS-PSTART-YMD
                 AND PAYMENT_DATE <= :WS-PEND-YMD
           END-EXEC
           MOVE 'Refunds raised and not yet paid' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ITEM-COUNT
               FROM PAYMENT
               WHERE STATUS = 'R'
                 AND REPRESENT_STATUS = 'Q'
                 AND PAYMENT_DATE >= :WS-PSTART-YMD
                 AND PAYMENT_DATE <= :WS-PEND-YMD
           END-EXEC
           MOVE 'Returns queued for re-presentation' TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ITEM-COUNT
               FROM SUSPENSE_CASH
               WHERE STATUS = 'U'
                 AND RECEIVED_DATE >= :WS-PSTART-YMD
                 AND RECEIVED_DATE <= :WS-PEND-YMD
           END-EXEC
           MOVE 'Bank credits unallocated in suspense'
               TO WS-CHECK-LABEL
           PERFORM 3900-NOTE-CHECK
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * First and last day of the month - the day before the first of *
      * the next one                                                  *
      *----------------------------------------------------------------*
       3100-SET-PERIOD-DATES.
           MOVE SPACES TO WS-PSTART-YMD
           STRING DB2-AP-PERIOD DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO WS-PSTART-YMD
           END-STRING

           MOVE DB2-AP-PERIOD(1:4) TO WS-NEXT-YEAR
           MOVE DB2-AP-PERIOD(6:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
              ADD 1 TO WS-NEXT-YEAR
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF

           MOVE SPACES TO WS-NEXT-RAW
           STRING WS-NEXT-YEAR DELIMITED BY SIZE
                  WS-NEXT-MONTH DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
                  INTO WS-NEXT-RAW
           END-STRING

           COMPUTE WS-PEND-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NEXT-RAW)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PEND-INTEGER)
               TO WS-PEND-RAW

           MOVE SPACES TO WS-PEND-YMD
           STRING WS-PEND-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PEND-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PEND-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-PEND-YMD
           END-STRING
           .

      *----------------------------------------------------------------*
      * One check line - WS-ITEM-COUNT items found for WS-CHECK-LABEL *
      *----------------------------------------------------------------*
       3900-NOTE-CHECK.
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPERCL1 - check "' WS-CHECK-LABEL
                      '" failed SQLCODE=' SQLCODE
           ELSE
              MOVE WS-ITEM-COUNT TO WS-ROWS-DISPLAY
              IF WS-ITEM-COUNT = 0
                 DISPLAY '  ' WS-CHECK-LABEL WS-ROWS-DISPLAY
                         '  CLEAR'
              ELSE
                 ADD WS-ITEM-COUNT TO WS-PENDING-COUNT
                 DISPLAY '  ' WS-CHECK-LABEL WS-ROWS-DISPLAY
                         '  *** PENDING ***'
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the month, audit it and list what was moved into it     *
      *----------------------------------------------------------------*
       4000-CLOSE-PERIOD.
           MOVE 'LGPERCL1' TO DB2-AP-CHANGED-BY

           EXEC SQL
               UPDATE ACCOUNTING_PERIOD
               SET STATUS = 'C',
                   LAST_CHANGED_BY = :DB2-AP-CHANGED-BY,
                   LAST_CHANGED_AT = CURRENT TIMESTAMP
               WHERE PERIOD = :DB2-AP-PERIOD
                 AND STATUS = 'G'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPERCL1 - close of ' DB2-AP-PERIOD
                      ' failed SQLCODE=' SQLCODE
              GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-ROWS-CLOSED
           DISPLAY '  Month ' DB2-AP-PERIOD ' CLOSED'

           PERFORM 4100-WRITE-AUDIT-RECORD
           PERFORM 5000-LIST-MOVED-POSTINGS THRU 5000-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE 'PERIOD_CLOSE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Month ' DELIMITED BY SIZE
                  DB2-AP-PERIOD DELIMITED BY SIZE
                  ' closed by LGPERCL1' DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING

           EXEC SQL
               INSERT INTO AUDIT_LOG
               (TIMESTAMP, CUSTOMER_NUM, USERNAME, ACTION,
                RESULT, CLIENT_IP, USER_AGENT, ERROR_CODE, DETAILS)
               VALUES
               (:AL-TIMESTAMP, :AL-CUSTOMER-NUM, :AL-USERNAME,
                :AL-ACTION, :AL-RESULT, :AL-CLIENT-IP,
                :AL-USER-AGENT, :AL-ERROR-CODE, :AL-DETAILS)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGPERCL1 - AUDIT_LOG insert failed SQLCODE='
                      SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * The auditors' list - every posting moved into the month just  *
      * closed out of an earlier closing or closed month, with the    *
      * date it really belonged to                                    *
      *----------------------------------------------------------------*
       5000-LIST-MOVED-POSTINGS.
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-MOVED-TOTAL

           DISPLAY ' '
           DISPLAY 'LGPERCL1 - POSTINGS MOVED INTO ' DB2-AP-PERIOD
                   ' FROM A CLOSED MONTH'
           DISPLAY '  ORIGINAL   POSTED     TY PROGRAM  POLICY     '
                   'REFERENCE                 AMOUNT'

           EXEC SQL
               OPEN MOVED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPERCL1 - OPEN MOVED_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-MOVED
           PERFORM 5100-FETCH-NEXT-MOVED

           PERFORM UNTIL WS-NO-MORE-MOVED
              ADD 1 TO WS-MOVED-COUNT
              ADD DB2-MO-AMOUNT TO WS-MOVED-TOTAL
              MOVE DB2-MO-POLICYNUM TO WS-POLICY-DISPLAY
              MOVE DB2-MO-AMOUNT TO WS-AMOUNT-DISPLAY
              DISPLAY '  ' DB2-MO-ORIGINAL-DATE ' '
                      DB2-MO-POSTING-DATE ' '
                      DB2-MO-POSTING-TYPE ' '
                      DB2-MO-SOURCE-PROGRAM ' '
                      WS-POLICY-DISPLAY ' '
                      DB2-MO-REFERENCE
                      WS-AMOUNT-DISPLAY
              PERFORM 5100-FETCH-NEXT-MOVED
           END-PERFORM

           EXEC SQL
               CLOSE MOVED_CURSOR
           END-EXEC

           MOVE WS-MOVED-COUNT TO WS-ROWS-DISPLAY
           MOVE WS-MOVED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY '  Postings moved in: ' WS-ROWS-DISPLAY
                   '  total ' WS-AMOUNT-DISPLAY
           .
       5000-EXIT.
           EXIT.

       5100-FETCH-NEXT-MOVED.
           EXEC SQL
               FETCH MOVED_CURSOR
               INTO :DB2-MO-ORIGINAL-DATE,
                    :DB2-MO-POSTING-DATE,
                    :DB2-MO-POSTING-TYPE,
                    :DB2-MO-SOURCE-PROGRAM,
                    :DB2-MO-POLICYNUM,
                    :DB2-MO-REFERENCE,
                    :DB2-MO-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-MOVED
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGPERCL1 - FETCH MOVED_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Record the run on the job registry and close out - a failed   *
      * run closes nothing                                            *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-CLOSED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-HELD TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY ' '
           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGPERCL1 - Months due to close: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-CLOSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGPERCL1 - Months closed: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-HELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGPERCL1 - Months held with items pending: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGPERCL1 - Accounting period close complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGPERCL1.
