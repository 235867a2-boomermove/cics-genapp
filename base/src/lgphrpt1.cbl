      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Held Payout Report Batch Job             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPHRPT1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPHRPT1 - Held Payout Report Batch Job              *
      * Purpose: Runs outside CICS daily after the pay-out batches    *
      *          (LGCLMPY1, LGREFND1, LGMATUR1) in the LGSUSAG1       *
      *          style, listing every payout still held on            *
      *          PAYOUT_HOLD because the payee's bank mandate changed *
      *          within PC-PAYOUT-HOLD-DAYS (status 'H') or the       *
      *          change is disputed ('D'), soonest release first:     *
      *          source - claim, refund or maturity - policy, payment *
      *          reference, customer, amount, the mandate change date *
      *          and the date the hold releases. Disputed holds are   *
      *          flagged for the payments team - they never release   *
      *          on their own and must be looked into, and released   *
      *          through LGPHLD01 once cleared. Count and value are   *
      *          totalled for held and disputed payouts.              *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPHRPT1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-SOURCE-NAME          PIC X(8).
           05  WS-DISPUTE-FLAG         PIC X(8).
           05  WS-AMOUNT-DISPLAY       PIC Z(8)9.99.
           05  WS-TOTAL-DISPLAY        PIC Z(8)9.99.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-HELD            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPUTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-AMOUNT-HELD          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMOUNT-DISPUTED      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-NUM-DISPLAY          PIC 9(10).

      *----------------------------------------------------------------*
      * Held payout cursor host variables                              *
      *----------------------------------------------------------------*
       01  DB2-PAYOUT-HOLD-REC.
           COPY DB2-PAYOUT-HOLD.

      *----------------------------------------------------------------*
      * Every payout still held, soonest release first                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE HELDPAY_CURSOR CURSOR FOR
               SELECT SOURCE, POLICYNUMBER, REFERENCE,
                      CUSTOMERNUMBER, AMOUNT, MANDATE_CHANGED,
                      RELEASE_DUE, STATUS
               FROM PAYOUT_HOLD
               WHERE STATUS IN ('H', 'D')
               ORDER BY RELEASE_DUE, SOURCE, POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-HOLDS THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Register the run and show the hold period in force            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGPHRPT1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGPHRPT1 - Held payout report starting'
           DISPLAY 'LGPHRPT1 - Hold days after a mandate change: '
                   PC-PAYOUT-HOLD-DAYS
           .

      *----------------------------------------------------------------*
      * Walk the held payouts, list each and total held and disputed  *
      *----------------------------------------------------------------*
       2000-REPORT-HOLDS.
           EXEC SQL
               OPEN HELDPAY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGPHRPT1 - OPEN HELDPAY_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGPHRPT1 - SOURCE   POLICY     REFERENCE          '
                   'CUSTOMER          AMOUNT CHANGED    RELEASE'

           PERFORM 2100-FETCH-NEXT-HOLD

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-LIST-HOLD
              PERFORM 2100-FETCH-NEXT-HOLD
           END-PERFORM

           EXEC SQL
               CLOSE HELDPAY_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-HOLD.
           EXEC SQL
               FETCH HELDPAY_CURSOR
               INTO :DB2-PH-SOURCE,
                    :DB2-PH-POLICYNUM,
                    :DB2-PH-REFERENCE,
                    :DB2-PH-CUSTOMERNUM,
                    :DB2-PH-AMOUNT,
                    :DB2-PH-MANDATE-CHANGED,
                    :DB2-PH-RELEASE-DUE,
                    :DB2-PH-STATUS
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGPHRPT1 - FETCH HELDPAY_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One line per held payout - a disputed one has no release date *
      * it will reach on its own                                      *
      *----------------------------------------------------------------*
       2200-LIST-HOLD.
           EVALUATE DB2-PH-SOURCE
             WHEN 'C'
               MOVE 'CLAIM' TO WS-SOURCE-NAME
             WHEN 'R'
               MOVE 'REFUND' TO WS-SOURCE-NAME
             WHEN 'M'
               MOVE 'MATURITY' TO WS-SOURCE-NAME
             WHEN OTHER
               MOVE DB2-PH-SOURCE TO WS-SOURCE-NAME
           END-EVALUATE

           IF DB2-PH-STATUS = 'D'
              MOVE 'DISPUTED' TO WS-DISPUTE-FLAG
              ADD 1 TO WS-ROWS-DISPUTED
              ADD DB2-PH-AMOUNT TO WS-AMOUNT-DISPUTED
           ELSE
              MOVE SPACES TO WS-DISPUTE-FLAG
              ADD 1 TO WS-ROWS-HELD
              ADD DB2-PH-AMOUNT TO WS-AMOUNT-HELD
           END-IF

           MOVE DB2-PH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE DB2-PH-POLICYNUM TO WS-NUM-DISPLAY
           DISPLAY 'LGPHRPT1 - ' WS-SOURCE-NAME
                   ' ' WS-NUM-DISPLAY
                   ' ' DB2-PH-REFERENCE
                   ' ' DB2-PH-CUSTOMERNUM
                   ' ' WS-AMOUNT-DISPLAY
                   ' ' DB2-PH-MANDATE-CHANGED
                   ' ' DB2-PH-RELEASE-DUE
                   ' ' WS-DISPUTE-FLAG
           .

      *----------------------------------------------------------------*
      * Commit (read-only, consistent with the other batch jobs) and  *
      * report results                                                *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-DISPUTED TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-HELD TO WS-ROWS-DISPLAY
           MOVE WS-AMOUNT-HELD TO WS-TOTAL-DISPLAY
           DISPLAY 'LGPHRPT1 - Payouts held: ' WS-ROWS-DISPLAY
                   ' value ' WS-TOTAL-DISPLAY
           MOVE WS-ROWS-DISPUTED TO WS-ROWS-DISPLAY
           MOVE WS-AMOUNT-DISPUTED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGPHRPT1 - Payouts disputed: ' WS-ROWS-DISPLAY
                   ' value ' WS-TOTAL-DISPLAY
           DISPLAY 'LGPHRPT1 - Held payout report complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGPHRPT1.
