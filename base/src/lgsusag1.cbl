      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Unallocated Cash Aging Report Batch Job  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSUSAG1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSUSAG1 - Unallocated Cash Aging Report Batch Job   *
      * Purpose: Runs outside CICS daily after LGBKSTM1 in the        *
      *          LGCLAGE1 style, listing every SUSPENSE_CASH item     *
      *          still unallocated ('U') oldest first, with its age   *
      *          in days since the statement it arrived on, the       *
      *          payer and the reason it did not match. Items older   *
      *          than PC-SUSP-AGE-DAYS are flagged for the cash team  *
      *          to allocate or return through 01USUS, and the count  *
      *          and value are totalled into 0-7, 8-30, 31-60 and     *
      *          over-60 day bands.                                   *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGSUSAG1----WS'.

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
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-RCV-RAW              PIC X(8).
           05  WS-RCV-INTEGER          PIC 9(7).
           05  WS-AGE-DAYS             PIC S9(5) COMP-3.
           05  WS-AGE-DISPLAY          PIC Z(4)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(6)9.99.
           05  WS-TOTAL-DISPLAY        PIC Z(8)9.99.
           05  WS-OVER-FLAG            PIC X(3).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-FLAGGED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-BAND-SUB             PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Age band totals - upper bound in days, items and value        *
      *----------------------------------------------------------------*
       01  WS-BAND-LIMITS.
           05  FILLER                  PIC 9(5) VALUE 00007.
           05  FILLER                  PIC 9(5) VALUE 00030.
           05  FILLER                  PIC 9(5) VALUE 00060.
           05  FILLER                  PIC 9(5) VALUE 99999.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-LIMIT           PIC 9(5) OCCURS 4 TIMES.
       01  WS-BAND-TOTALS.
           05  WS-BAND OCCURS 4 TIMES.
               10  WS-BAND-COUNT       PIC 9(7) COMP-3.
               10  WS-BAND-AMOUNT      PIC S9(9)V99 COMP-3.
       01  WS-BAND-NAMES.
           05  FILLER                  PIC X(10) VALUE '  0-7     '.
           05  FILLER                  PIC X(10) VALUE '  8-30    '.
           05  FILLER                  PIC X(10) VALUE ' 31-60    '.
           05  FILLER                  PIC X(10) VALUE ' OVER 60  '.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME            PIC X(10) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * Unallocated item cursor host variables                         *
      *----------------------------------------------------------------*
       01  DB2-SUSPENSE-REC.
           COPY DB2-SUSPENSE.

      *----------------------------------------------------------------*
      * Every unallocated item, oldest first                           *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SUSPAGE_CURSOR CURSOR FOR
               SELECT SUSPENSE_ID, RECEIVED_DATE, AMOUNT,
                      PAYER_NAME, PAYER_REFERENCE, REASON
               FROM SUSPENSE_CASH
               WHERE STATUS = 'U'
               ORDER BY RECEIVED_DATE, SUSPENSE_ID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-AGING THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix today's date as an integer for the age arithmetic         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGSUSAG1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
              MOVE 0 TO WS-BAND-COUNT(WS-BAND-SUB)
              MOVE 0 TO WS-BAND-AMOUNT(WS-BAND-SUB)
           END-PERFORM

           DISPLAY 'LGSUSAG1 - Unallocated cash aging report starting'
           DISPLAY 'LGSUSAG1 - Aging threshold days: '
                   PC-SUSP-AGE-DAYS
           .

      *----------------------------------------------------------------*
      * Walk the unallocated items, list each and total by age band   *
      *----------------------------------------------------------------*
       2000-REPORT-AGING.
           EXEC SQL
               OPEN SUSPAGE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSUSAG1 - OPEN SUSPAGE_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGSUSAG1 - ITEM        RECEIVED       AMOUNT '
                   'PAYER              REFERENCE          WHY   AGE'

           PERFORM 2100-FETCH-NEXT-ITEM

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-AGE-ITEM THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-ITEM
           END-PERFORM

           EXEC SQL
               CLOSE SUSPAGE_CURSOR
           END-EXEC

           PERFORM 2300-REPORT-BANDS

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-ITEM.
           EXEC SQL
               FETCH SUSPAGE_CURSOR
               INTO :DB2-SUSPENSEID-INT,
                    :DB2-SU-RECEIVED-DATE,
                    :DB2-SU-AMOUNT,
                    :DB2-SU-PAYER-NAME,
                    :DB2-SU-PAYER-REF,
                    :DB2-SU-REASON
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSUSAG1 - FETCH SUSPAGE_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Age the item from the statement it arrived on, list it, and   *
      * add it to its band                                             *
      *----------------------------------------------------------------*
       2200-AGE-ITEM.
           MOVE SPACES TO WS-RCV-RAW
           STRING DB2-SU-RECEIVED-DATE(1:4) DELIMITED BY SIZE
                  DB2-SU-RECEIVED-DATE(6:2) DELIMITED BY SIZE
                  DB2-SU-RECEIVED-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-RCV-RAW
           END-STRING

           IF WS-RCV-RAW NOT NUMERIC
              DISPLAY 'LGSUSAG1 - item ' DB2-SUSPENSEID-INT
                      ' has unusable received date, skipped'
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-RCV-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RCV-RAW))

           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-RCV-INTEGER

           MOVE SPACES TO WS-OVER-FLAG
           IF WS-AGE-DAYS > PC-SUSP-AGE-DAYS
              ADD 1 TO WS-ROWS-FLAGGED
              MOVE '***' TO WS-OVER-FLAG
           END-IF

           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE DB2-SU-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGSUSAG1 - ' DB2-SUSPENSEID-INT
                   ' ' DB2-SU-RECEIVED-DATE
                   ' ' WS-AMOUNT-DISPLAY
                   ' ' DB2-SU-PAYER-NAME
                   ' ' DB2-SU-PAYER-REF
                   ' ' DB2-SU-REASON
                   ' ' WS-AGE-DISPLAY
                   ' ' WS-OVER-FLAG

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB = 4
                      OR WS-AGE-DAYS <= WS-BAND-LIMIT(WS-BAND-SUB)
              CONTINUE
           END-PERFORM
           ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB)
           ADD DB2-SU-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-SUB)

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Band totals                                                    *
      *----------------------------------------------------------------*
       2300-REPORT-BANDS.
           DISPLAY 'LGSUSAG1 - DAYS       ITEMS        VALUE'
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
              MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-ROWS-DISPLAY
              MOVE WS-BAND-AMOUNT(WS-BAND-SUB) TO WS-TOTAL-DISPLAY
              DISPLAY 'LGSUSAG1 - ' WS-BAND-NAME(WS-BAND-SUB)
                      WS-ROWS-DISPLAY ' ' WS-TOTAL-DISPLAY
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Commit (read-only, consistent with the other batch jobs) and  *
      * report results                                                *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-FLAGGED TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGSUSAG1 - Unallocated items: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-FLAGGED TO WS-ROWS-DISPLAY
           DISPLAY 'LGSUSAG1 - Items over threshold: ' WS-ROWS-DISPLAY
           DISPLAY 'LGSUSAG1 - Unallocated cash aging report complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGSUSAG1.
