      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Sub-Ledger Posting Batch Job      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSLPST1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSLPST1 - Policy Sub-Ledger Posting Batch Job       *
      * Purpose: Runs outside CICS nightly after LGGLEXT1, posting    *
      *          every debit and credit to a policyholder's account   *
      *          onto POLICY_LEDGER as a dated entry carrying the     *
      *          running balance, so a policy's true balance on any   *
      *          date is one read rather than a morning's work.       *
      *          Debits: installments falling due (INSTALLMENT by     *
      *          DUE_DATE), endorsement charges (IPT_TRANSACTION 'E'  *
      *          rows LGAEND01 writes, by TRAN_DATE - a reduction is  *
      *          a credit), collections returned unpaid (by the       *
      *          RETURN_DATE LGDDRET1 stamps) and refunds paid out    *
      *          (by the PAID_DATE LGREFND1 stamps - refunds paid     *
      *          before it was stamped count as paid when posted).    *
      *          Credits: collections and payments received (PAYMENT  *
      *          'C' and 'R' by posting date), return premiums        *
      *          LGDPDB01 raises on cancellation ('F'/'G' by posting  *
      *          date) and arrears LGWOFF1 writes off (by             *
      *          WRITEOFF_DATE). A payment against written-off debt   *
      *          ('B') reinstates the debt and credits the payment, a *
      *          pair. Each entry carries the GL account LGGLEXT1     *
      *          books the same movement to, which LGSLCTL1 ties out  *
      *          at month end. The window and its control row follow  *
      *          LGGLEXT1 exactly - the EXTRACT_CONTROL high-water    *
      *          mark up to and including yesterday - so the two      *
      *          always cover the same days. Within a policy entries  *
      *          post in date order, debits before credits on the     *
      *          same day, each balance carried on from the last      *
      *          entry posted.                                        *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGSLPST1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Run-control working storage - the high-water mark and this    *
      * run's ceiling, both YYYY-MM-DD complete days                   *
      *----------------------------------------------------------------*
       01  WS-CONTROL-VARS.
           05  WS-FEED-NAME            PIC X(16)
                                       VALUE 'SUB_LEDGER'.
           05  WS-LAST-MARK            PIC X(14).
           05  WS-THIS-MARK            PIC X(14).
           05  WS-CONTROL-COUNT        PIC S9(9) COMP.
           05  WS-LAST-MARK-YMD        PIC X(10).
           05  WS-THIS-MARK-YMD        PIC X(10).
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-YESTERDAY-INT        PIC 9(7).
           05  WS-YESTERDAY-RAW        PIC X(8).

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-CURRENT-POLICY       PIC S9(9) COMP VALUE 0.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-POSTED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-POLICIES-POSTED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(10)9.99.

      *----------------------------------------------------------------*
      * Host variables for the POLICY_LEDGER entry                     *
      *----------------------------------------------------------------*
       01  DB2-LEDGER-REC.
           COPY DB2-LEDGER.

       01  DB2-LEDGER-WORK.
           05  DB2-LG-SORT-ORDER       PIC S9(4) COMP.
           05  DB2-LG-LAST-COUNT       PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Every movement on a policyholder's account in the window,     *
      * one row per entry to post, by policy and date - debits ahead  *
      * of credits on the same day (SORT_ORDER), so a due date and    *
      * the collection against it read in the natural order. The      *
      * sources and the dates each books by match LGGLEXT1's cursors.  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SLPOST_CURSOR CURSOR FOR
               SELECT I.POLICYNUMBER, I.DUE_DATE, 1,
                      'DU', 'D', I.AMOUNT, I.AMOUNT, 0,
                      '     ', 'INSTALLMENT DUE'
               FROM INSTALLMENT I
               WHERE I.DUE_DATE > :WS-LAST-MARK-YMD
                 AND I.DUE_DATE <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT T.POLICYNUMBER, T.TRAN_DATE, 2,
                      'EN',
                      CASE WHEN T.GROSS_AMOUNT < 0 THEN 'C'
                           ELSE 'D' END,
                      ABS(T.GROSS_AMOUNT), ABS(T.NET_AMOUNT),
                      ABS(T.IPT_AMOUNT),
                      '     ', 'ENDORSEMENT'
               FROM IPT_TRANSACTION T
               WHERE T.TRAN_TYPE = 'E'
                 AND T.TRAN_DATE > :WS-LAST-MARK-YMD
                 AND T.TRAN_DATE <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT Y.POLICYNUMBER, Y.RETURN_DATE, 3,
                      'RT', 'D', Y.AMOUNT,
                      COALESCE(Y.NET_AMOUNT, Y.AMOUNT),
                      COALESCE(Y.IPT_AMOUNT, 0),
                      '40200', Y.REFERENCE
               FROM PAYMENT Y
               WHERE Y.STATUS = 'R'
                 AND Y.RETURN_DATE IS NOT NULL
                 AND Y.RETURN_DATE > :WS-LAST-MARK-YMD
                 AND Y.RETURN_DATE <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT Y.POLICYNUMBER,
                      COALESCE(Y.PAID_DATE, Y.PAYMENT_DATE), 4,
                      'RF', 'D', Y.AMOUNT,
                      COALESCE(Y.NET_AMOUNT, Y.AMOUNT),
                      COALESCE(Y.IPT_AMOUNT, 0),
                      '     ', Y.REFERENCE
               FROM PAYMENT Y
               WHERE Y.STATUS = 'G'
                 AND COALESCE(Y.PAID_DATE, Y.PAYMENT_DATE)
                       > :WS-LAST-MARK-YMD
                 AND COALESCE(Y.PAID_DATE, Y.PAYMENT_DATE)
                       <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT Y.POLICYNUMBER, Y.PAYMENT_DATE, 5,
                      'WR', 'D', Y.AMOUNT,
                      COALESCE(Y.NET_AMOUNT, Y.AMOUNT),
                      COALESCE(Y.IPT_AMOUNT, 0),
                      '     ', Y.REFERENCE
               FROM PAYMENT Y
               WHERE Y.STATUS = 'B'
                 AND Y.PAYMENT_DATE > :WS-LAST-MARK-YMD
                 AND Y.PAYMENT_DATE <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT Y.POLICYNUMBER, Y.PAYMENT_DATE, 6,
                      CASE Y.STATUS WHEN 'B' THEN 'BR'
                                    WHEN 'F' THEN 'RP'
                                    WHEN 'G' THEN 'RP'
                                    ELSE 'CO' END,
                      'C', Y.AMOUNT,
                      COALESCE(Y.NET_AMOUNT, Y.AMOUNT),
                      COALESCE(Y.IPT_AMOUNT, 0),
                      CASE Y.STATUS WHEN 'B' THEN '60200'
                                    WHEN 'F' THEN '40200'
                                    WHEN 'G' THEN '40200'
                                    ELSE '40100' END,
                      Y.REFERENCE
               FROM PAYMENT Y
               WHERE Y.STATUS IN ('C', 'R', 'F', 'G', 'B')
                 AND Y.PAYMENT_DATE > :WS-LAST-MARK-YMD
                 AND Y.PAYMENT_DATE <= :WS-THIS-MARK-YMD
               UNION ALL
               SELECT W.POLICYNUMBER, W.WRITEOFF_DATE, 7,
                      'WO', 'C', W.NET_AMOUNT + W.IPT_AMOUNT,
                      W.NET_AMOUNT, W.IPT_AMOUNT,
                      '60100', W.REASON
               FROM BAD_DEBT_WRITEOFF W
               WHERE W.WRITEOFF_DATE > :WS-LAST-MARK-YMD
                 AND W.WRITEOFF_DATE <= :WS-THIS-MARK-YMD
               ORDER BY 1, 2, 3
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RETURN-CODE = '00'
              PERFORM 2000-POST-ENTRIES THRU 2000-EXIT
           END-IF
           IF WS-RETURN-CODE = '00'
              PERFORM 5000-ADVANCE-CONTROL-MARK
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read (or create) the control row and fix this run's ceiling   *
      * at the end of yesterday - only complete days are posted       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGSLPST1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGSLPST1 - Policy sub-ledger posting starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           COMPUTE WS-YESTERDAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-YESTERDAY-INT)
               TO WS-YESTERDAY-RAW

           MOVE SPACES TO WS-THIS-MARK-YMD
           STRING WS-YESTERDAY-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-YESTERDAY-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-YESTERDAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-THIS-MARK-YMD
           END-STRING
           MOVE WS-THIS-MARK-YMD TO WS-THIS-MARK

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTROL-COUNT
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLPST1 - control lookup failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-CONTROL-COUNT = 0
      *       First ever run - the whole history on file is posted,
      *       building every policy's account from its first entry
              MOVE '0000-00-00' TO WS-LAST-MARK
              EXEC SQL
                  INSERT INTO EXTRACT_CONTROL
                  ( FEED_NAME, LAST_RUN_MARK )
                  VALUES ( :WS-FEED-NAME, :WS-LAST-MARK )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSLPST1 - control insert failed SQLCODE='
                         SQLCODE
                 GO TO 1000-EXIT
              END-IF
           ELSE
              EXEC SQL
                  SELECT LAST_RUN_MARK
                  INTO :WS-LAST-MARK
                  FROM EXTRACT_CONTROL
                  WHERE FEED_NAME = :WS-FEED-NAME
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSLPST1 - control fetch failed SQLCODE='
                         SQLCODE
                 GO TO 1000-EXIT
              END-IF
           END-IF

           MOVE WS-LAST-MARK(1:10) TO WS-LAST-MARK-YMD

           DISPLAY 'LGSLPST1 - Window from ' WS-LAST-MARK-YMD
                   ' (exclusive) to ' WS-THIS-MARK-YMD
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Post each movement in policy and date order                   *
      *----------------------------------------------------------------*
       2000-POST-ENTRIES.
           EXEC SQL
               OPEN SLPOST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLPST1 - OPEN SLPOST_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-ENTRY

           PERFORM UNTIL WS-NO-MORE-ROWS
              IF DB2-LG-POLICYNUM NOT = WS-CURRENT-POLICY
                 PERFORM 2200-START-POLICY
              END-IF
              IF WS-RETURN-CODE = '00'
                 PERFORM 2300-POST-ONE-ENTRY
              END-IF
              PERFORM 2100-FETCH-NEXT-ENTRY
           END-PERFORM

           EXEC SQL
               CLOSE SLPOST_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-ENTRY.
           EXEC SQL
               FETCH SLPOST_CURSOR
               INTO :DB2-LG-POLICYNUM,
                    :DB2-LG-ENTRY-DATE,
                    :DB2-LG-SORT-ORDER,
                    :DB2-LG-ENTRY-TYPE,
                    :DB2-LG-DEBIT-CREDIT,
                    :DB2-LG-AMOUNT,
                    :DB2-LG-NET-AMOUNT,
                    :DB2-LG-IPT-AMOUNT,
                    :DB2-LG-GL-ACCOUNT,
                    :DB2-LG-REFERENCE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSLPST1 - FETCH SLPOST_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A new policy - carry its balance and entry sequence on from   *
      * the last entry already on its account (none: a new account)   *
      *----------------------------------------------------------------*
       2200-START-POLICY.
           MOVE DB2-LG-POLICYNUM TO WS-CURRENT-POLICY
           ADD 1 TO WS-POLICIES-POSTED

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-LG-LAST-COUNT
               FROM POLICY_LEDGER
               WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CURSOR
              DISPLAY 'LGSLPST1 - POLICY_LEDGER lookup failed for '
                      'policy ' DB2-LG-POLICYNUM ' SQLCODE=' SQLCODE
           ELSE
              IF DB2-LG-LAST-COUNT = 0
                 MOVE 0 TO DB2-LG-ENTRY-SEQ
                 MOVE 0 TO DB2-LG-BALANCE
              ELSE
                 EXEC SQL
                     SELECT ENTRY_SEQ, BALANCE
                     INTO :DB2-LG-ENTRY-SEQ, :DB2-LG-BALANCE
                     FROM POLICY_LEDGER
                     WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
                       AND ENTRY_SEQ =
                           ( SELECT MAX(ENTRY_SEQ)
                             FROM POLICY_LEDGER
                             WHERE POLICYNUMBER = :DB2-LG-POLICYNUM )
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE '90' TO WS-RETURN-CODE
                    MOVE 'Y' TO WS-END-OF-CURSOR
                    DISPLAY 'LGSLPST1 - balance fetch failed for '
                            'policy ' DB2-LG-POLICYNUM
                            ' SQLCODE=' SQLCODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One entry, with the balance after it                          *
      *----------------------------------------------------------------*
       2300-POST-ONE-ENTRY.
           ADD 1 TO DB2-LG-ENTRY-SEQ
           IF DB2-LG-DEBIT-CREDIT = 'D'
              ADD DB2-LG-AMOUNT TO DB2-LG-BALANCE
              ADD DB2-LG-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              SUBTRACT DB2-LG-AMOUNT FROM DB2-LG-BALANCE
              ADD DB2-LG-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE WS-TODAY-YMD TO DB2-LG-POSTED-DATE

           EXEC SQL
               INSERT INTO POLICY_LEDGER
               ( POLICYNUMBER, ENTRY_SEQ, ENTRY_DATE, ENTRY_TYPE,
                 DEBIT_CREDIT, AMOUNT, NET_AMOUNT, IPT_AMOUNT,
                 BALANCE, GL_ACCOUNT, REFERENCE, POSTED_DATE )
               VALUES ( :DB2-LG-POLICYNUM, :DB2-LG-ENTRY-SEQ,
                        :DB2-LG-ENTRY-DATE, :DB2-LG-ENTRY-TYPE,
                        :DB2-LG-DEBIT-CREDIT, :DB2-LG-AMOUNT,
                        :DB2-LG-NET-AMOUNT, :DB2-LG-IPT-AMOUNT,
                        :DB2-LG-BALANCE, :DB2-LG-GL-ACCOUNT,
                        :DB2-LG-REFERENCE, :DB2-LG-POSTED-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CURSOR
              DISPLAY 'LGSLPST1 - POLICY_LEDGER insert failed for '
                      'policy ' DB2-LG-POLICYNUM ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-ROWS-POSTED
           END-IF
           .

      *----------------------------------------------------------------*
      * Move the mark on only once every entry is posted - a failed   *
      * run rolls back and the next run re-posts the same window      *
      *----------------------------------------------------------------*
       5000-ADVANCE-CONTROL-MARK.
           EXEC SQL
               UPDATE EXTRACT_CONTROL
               SET LAST_RUN_MARK = :WS-THIS-MARK
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGSLPST1 - control advance failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit and report results                                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-POSTED TO JR-ROWS-UPDATED
           MOVE 0 TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 0 TO JR-ROWS-UPDATED
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGSLPST1 - Movements read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-POSTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGSLPST1 - Entries posted: ' WS-ROWS-DISPLAY
           MOVE WS-POLICIES-POSTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGSLPST1 - Policy accounts touched: '
                   WS-ROWS-DISPLAY
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGSLPST1 - Total debits:  ' WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGSLPST1 - Total credits: ' WS-AMOUNT-DISPLAY
           DISPLAY 'LGSLPST1 - Policy sub-ledger posting complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGSLPST1.
