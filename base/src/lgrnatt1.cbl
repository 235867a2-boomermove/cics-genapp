      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Renewal Pricing Attestation Batch Job    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRNATT1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGRNATT1 - Renewal Pricing Attestation Batch Job     *
      * Purpose: Runs outside CICS at year-start, producing the       *
      *          annual renewal pricing attestation for the calendar  *
      *          year just ended. Built from the RENEWAL_PRICE rows   *
      *          LGRNWL01 records at invitation: one line per renewal *
      *          invited for an anniversary in the year, with the     *
      *          expiring premium, the renewal premium as rated, the  *
      *          new-business equivalent price, the premium invited   *
      *          and any cap applied - then a total line counting the *
      *          renewals, those capped, the premium given up to the  *
      *          cap and any renewal invited above its new-business   *
      *          equivalent (which must be nil for the attestation to *
      *          be signed).                                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATT-FILE ASSIGN TO RATTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Attestation line - 'D' one per renewal, then one 'T' total    *
      *----------------------------------------------------------------*
       FD  RATT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATT-RECORD.
           05  AT-RECORD-TYPE          PIC X(1).
           05  AT-YEAR-START           PIC X(10).
           05  AT-YEAR-END             PIC X(10).
           05  AT-DETAIL.
               10  AT-POLICY-NUM       PIC X(10).
               10  AT-POLICY-TYPE      PIC X(1).
               10  AT-ANNIVERSARY      PIC X(10).
               10  AT-EXPIRING-PREMIUM PIC 9(6).99.
               10  AT-RATED-PREMIUM    PIC 9(6).99.
               10  AT-NB-PREMIUM       PIC 9(6).99.
               10  AT-RENEWAL-PREMIUM  PIC 9(6).99.
               10  AT-CAP-APPLIED      PIC X(1).
               10  AT-CAP-AMOUNT       PIC 9(6).99.
      *    The total line counts the year's renewals instead
           05  AT-TOTALS REDEFINES AT-DETAIL.
               10  AT-RENEWAL-COUNT    PIC 9(7).
               10  AT-CAPPED-COUNT     PIC 9(7).
               10  AT-TOTAL-CAP-AMOUNT PIC 9(9).99.
               10  AT-ABOVE-NB-COUNT   PIC 9(7).
               10  AT-TOTALS-FILLER    PIC X(34).
           05  AT-RECORD-FILLER        PIC X(12).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGRNATT1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Reporting year working storage - the calendar year before the *
      * run date, as YYYY-MM-DD bounds                                 *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-RATT-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-YEAR-YYYY            PIC 9(4).
           05  WS-YEAR-START           PIC X(10).
           05  WS-YEAR-END             PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-LINES-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CAP-AMOUNT           PIC S9(6)V99 COMP-3.
           05  WS-POLNUM-DISPLAY       PIC 9(10).

      *----------------------------------------------------------------*
      * Attestation totals for the year                                *
      *----------------------------------------------------------------*
       01  WS-ATTEST-TOTALS.
           05  WS-TOT-RENEWALS         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-CAPPED           PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-CAP-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-ABOVE-NB         PIC 9(7) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * Renewal price cursor host variables                            *
      *----------------------------------------------------------------*
       01  DB2-RENEWAL-PRICE.
           05  DB2-RP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RP-ANNIVERSARY      PIC X(10).
           05  DB2-RP-POLICYTYPE       PIC X(1).
           05  DB2-RP-EXPIRING-PREM    PIC S9(6)V99 COMP-3.
           05  DB2-RP-RATED-PREM       PIC S9(6)V99 COMP-3.
           05  DB2-RP-NB-PREM          PIC S9(6)V99 COMP-3.
           05  DB2-RP-RENEWAL-PREM     PIC S9(6)V99 COMP-3.
           05  DB2-RP-CAP-APPLIED      PIC X(1).

      *----------------------------------------------------------------*
      * Every renewal invited for an anniversary in the year          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RATT_CURSOR CURSOR FOR
               SELECT POLICYNUMBER,
                      ANNIVERSARY,
                      POLICYTYPE,
                      EXPIRING_PREMIUM,
                      RATED_PREMIUM,
                      NB_PREMIUM,
                      RENEWAL_PREMIUM,
                      CAP_APPLIED
               FROM RENEWAL_PRICE
               WHERE ANNIVERSARY >= :WS-YEAR-START
                 AND ANNIVERSARY <= :WS-YEAR-END
               ORDER BY ANNIVERSARY, POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRODUCE-ATTESTATION THRU 2000-EXIT
           PERFORM 3000-WRITE-TOTAL-LINE
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix the year just ended and open the attestation file         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGRNATT1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-YYYY
           SUBTRACT 1 FROM WS-YEAR-YYYY

           MOVE SPACES TO WS-YEAR-START
           STRING WS-YEAR-YYYY DELIMITED BY SIZE
                  '-01-01' DELIMITED BY SIZE
                  INTO WS-YEAR-START
           END-STRING

           MOVE SPACES TO WS-YEAR-END
           STRING WS-YEAR-YYYY DELIMITED BY SIZE
                  '-12-31' DELIMITED BY SIZE
                  INTO WS-YEAR-END
           END-STRING

           OPEN OUTPUT RATT-FILE
           IF WS-RATT-STATUS NOT = '00'
              DISPLAY 'LGRNATT1 - OPEN RATTFILE failed, status='
                      WS-RATT-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGRNATT1 - Renewal pricing attestation starting'
           DISPLAY 'LGRNATT1 - Year ' WS-YEAR-START ' to '
                   WS-YEAR-END
           .

      *----------------------------------------------------------------*
      * One attestation line per renewal                               *
      *----------------------------------------------------------------*
       2000-PRODUCE-ATTESTATION.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN RATT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRNATT1 - OPEN RATT_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-RENEWAL

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-WRITE-RENEWAL-LINE
              PERFORM 2100-FETCH-NEXT-RENEWAL
           END-PERFORM

           EXEC SQL
               CLOSE RATT_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-RENEWAL.
           EXEC SQL
               FETCH RATT_CURSOR
               INTO :DB2-RP-POLICYNUM,
                    :DB2-RP-ANNIVERSARY,
                    :DB2-RP-POLICYTYPE,
                    :DB2-RP-EXPIRING-PREM,
                    :DB2-RP-RATED-PREM,
                    :DB2-RP-NB-PREM,
                    :DB2-RP-RENEWAL-PREM,
                    :DB2-RP-CAP-APPLIED
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRNATT1 - FETCH RATT_CURSOR failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The cap amount is the premium given up to the cap - the rated *
      * renewal premium less the premium invited, nil when uncapped.  *
      * A renewal invited above its new-business equivalent is        *
      * counted and named on the job log for investigation.           *
      *----------------------------------------------------------------*
       2200-WRITE-RENEWAL-LINE.
           MOVE 0 TO WS-CAP-AMOUNT
           IF DB2-RP-CAP-APPLIED = 'Y'
              COMPUTE WS-CAP-AMOUNT =
                  DB2-RP-RATED-PREM - DB2-RP-RENEWAL-PREM
              ADD 1 TO WS-TOT-CAPPED
              ADD WS-CAP-AMOUNT TO WS-TOT-CAP-AMOUNT
           END-IF

           IF DB2-RP-RENEWAL-PREM > DB2-RP-NB-PREM
              ADD 1 TO WS-TOT-ABOVE-NB
              DISPLAY 'LGRNATT1 - policy ' DB2-RP-POLICYNUM
                      ' anniversary ' DB2-RP-ANNIVERSARY
                      ' invited above new-business price'
           END-IF

           ADD 1 TO WS-TOT-RENEWALS

           MOVE SPACES TO RATT-RECORD
           MOVE 'D' TO AT-RECORD-TYPE
           MOVE WS-YEAR-START TO AT-YEAR-START
           MOVE WS-YEAR-END TO AT-YEAR-END
           MOVE DB2-RP-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY TO AT-POLICY-NUM
           MOVE DB2-RP-POLICYTYPE TO AT-POLICY-TYPE
           MOVE DB2-RP-ANNIVERSARY TO AT-ANNIVERSARY
           MOVE DB2-RP-EXPIRING-PREM TO AT-EXPIRING-PREMIUM
           MOVE DB2-RP-RATED-PREM TO AT-RATED-PREMIUM
           MOVE DB2-RP-NB-PREM TO AT-NB-PREMIUM
           MOVE DB2-RP-RENEWAL-PREM TO AT-RENEWAL-PREMIUM
           MOVE DB2-RP-CAP-APPLIED TO AT-CAP-APPLIED
           MOVE WS-CAP-AMOUNT TO AT-CAP-AMOUNT

           WRITE RATT-RECORD

           IF WS-RATT-STATUS NOT = '00'
              DISPLAY 'LGRNATT1 - WRITE RATTFILE failed, status='
                      WS-RATT-STATUS
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

      *----------------------------------------------------------------*
      * Total line - written even for a year with no renewals, so the *
      * attestation is still made                                      *
      *----------------------------------------------------------------*
       3000-WRITE-TOTAL-LINE.
           IF WS-RETURN-CODE = '80'
              CONTINUE
           ELSE
              MOVE SPACES TO RATT-RECORD
              MOVE 'T' TO AT-RECORD-TYPE
              MOVE WS-YEAR-START TO AT-YEAR-START
              MOVE WS-YEAR-END TO AT-YEAR-END
              MOVE WS-TOT-RENEWALS TO AT-RENEWAL-COUNT
              MOVE WS-TOT-CAPPED TO AT-CAPPED-COUNT
              MOVE WS-TOT-CAP-AMOUNT TO AT-TOTAL-CAP-AMOUNT
              MOVE WS-TOT-ABOVE-NB TO AT-ABOVE-NB-COUNT

              WRITE RATT-RECORD

              IF WS-RATT-STATUS NOT = '00'
                 DISPLAY 'LGRNATT1 - WRITE total failed, status='
                         WS-RATT-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-TOT-RENEWALS TO JR-ROWS-READ
           MOVE WS-TOT-ABOVE-NB TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE RATT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-TOT-RENEWALS TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNATT1 - Renewals invited in the year: '
                   WS-ROWS-DISPLAY
           MOVE WS-TOT-CAPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNATT1 - Capped at new-business price: '
                   WS-ROWS-DISPLAY
           MOVE WS-TOT-ABOVE-NB TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNATT1 - Invited above new-business price: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGRNATT1 - Renewal pricing attestation complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGRNATT1.
