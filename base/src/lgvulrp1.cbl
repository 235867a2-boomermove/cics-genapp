      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Vulnerable Customer Review Report        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVULRP1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGVULRP1 - Vulnerable Customer Review Report         *
      * Purpose: Runs outside CICS in the style of LGBRRPT1, listing  *
      *          every vulnerability marker (CUSTOMER.VULNERABLE,     *
      *          maintained through LGVUL01) whose review date has    *
      *          passed, oldest review first, so the specialist team  *
      *          can confirm, change or remove it. Each line shows    *
      *          the customer, the category, the dates recorded and   *
      *          due for review, how many days overdue the review is  *
      *          and how many VULNERABLE_REFERRAL items are still     *
      *          open for the customer. Lines and totals are          *
      *          DISPLAYed the way LGBRRPT1 reports. Dates are        *
      *          YYYY-MM-DD.                                          *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGVULRP1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-REVIEW-RAW           PIC X(8).
           05  WS-REVIEW-INTEGER       PIC 9(7).
           05  WS-DAYS-OVERDUE         PIC 9(5).
           05  WS-DAYS-DISPLAY         PIC Z(4)9.
           05  WS-CATEGORY-TEXT        PIC X(20).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TOTAL-OVERDUE        PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-BEREAVED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-ILL            PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-FINANCIAL      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-COGNITIVE      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).

      *----------------------------------------------------------------*
      * Review-due cursor host variables                               *
      *----------------------------------------------------------------*
       01  DB2-REVIEW-DUE.
           05  DB2-RV-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-RV-FIRSTNAME        PIC X(10).
           05  DB2-RV-LASTNAME         PIC X(20).
           05  DB2-RV-CATEGORY         PIC X(1).
           05  DB2-RV-RECORDED         PIC X(10).
           05  DB2-RV-REVIEW           PIC X(10).
           05  DB2-RV-OPEN-REFERRALS   PIC S9(9) COMP.
           05  DB2-RV-REFERRALS-DISP   PIC Z(4)9.

      *----------------------------------------------------------------*
      * Markers whose review date is earlier than today, with the     *
      * customer's open specialist-queue items alongside              *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE REVIEW_CURSOR CURSOR FOR
               SELECT C.CUSTOMERNUMBER,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      C.VULNERABLE,
                      COALESCE(C.VULNERABLEDATE, ' '),
                      C.VULNREVIEWDATE,
                      (SELECT COUNT(*)
                       FROM VULNERABLE_REFERRAL R
                       WHERE R.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                         AND R.STATUS = 'O')
               FROM CUSTOMER C
               WHERE C.VULNERABLE IS NOT NULL
                 AND C.VULNERABLE <> ' '
                 AND C.VULNREVIEWDATE IS NOT NULL
                 AND C.VULNREVIEWDATE < :WS-TODAY-YMD
               ORDER BY C.VULNREVIEWDATE, C.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-REVIEWS-DUE THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix today's date                                               *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGVULRP1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))

           DISPLAY 'LGVULRP1 - Vulnerable customer review report'
           DISPLAY 'LGVULRP1 - Reviews due before: ' WS-TODAY-YMD
           .

      *----------------------------------------------------------------*
      * One line per overdue marker                                   *
      *----------------------------------------------------------------*
       2000-REPORT-REVIEWS-DUE.
           EXEC SQL
               OPEN REVIEW_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGVULRP1 - OPEN REVIEW_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGVULRP1 - CUSTOMER   NAME                  '
                   'CATEGORY             RECORDED   REVIEW     '
                   'OVERDUE OPEN REFS'

           PERFORM 2100-FETCH-REVIEW-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-REPORT-MARKER
              PERFORM 2100-FETCH-REVIEW-ROW
           END-PERFORM

           EXEC SQL
               CLOSE REVIEW_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-REVIEW-ROW.
           EXEC SQL
               FETCH REVIEW_CURSOR
               INTO :DB2-RV-CUSTOMERNUM,
                    :DB2-RV-FIRSTNAME,
                    :DB2-RV-LASTNAME,
                    :DB2-RV-CATEGORY,
                    :DB2-RV-RECORDED,
                    :DB2-RV-REVIEW,
                    :DB2-RV-OPEN-REFERRALS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGVULRP1 - FETCH REVIEW_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       2200-REPORT-MARKER.
           ADD 1 TO WS-TOTAL-OVERDUE

           EVALUATE DB2-RV-CATEGORY
             WHEN 'B'
               MOVE 'BEREAVED' TO WS-CATEGORY-TEXT
               ADD 1 TO WS-TOTAL-BEREAVED
             WHEN 'I'
               MOVE 'SERIOUSLY ILL' TO WS-CATEGORY-TEXT
               ADD 1 TO WS-TOTAL-ILL
             WHEN 'F'
               MOVE 'FINANCIAL DIFFICULTY' TO WS-CATEGORY-TEXT
               ADD 1 TO WS-TOTAL-FINANCIAL
             WHEN 'C'
               MOVE 'COGNITIVE IMPAIRMENT' TO WS-CATEGORY-TEXT
               ADD 1 TO WS-TOTAL-COGNITIVE
             WHEN OTHER
               MOVE SPACES TO WS-CATEGORY-TEXT
               STRING 'UNKNOWN (' DELIMITED BY SIZE
                      DB2-RV-CATEGORY DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-CATEGORY-TEXT
               END-STRING
           END-EVALUATE

      * An unusable review date still lists - it needs looking at
      * more than most - but with no day count
           MOVE SPACES TO WS-REVIEW-RAW
           STRING DB2-RV-REVIEW(1:4) DELIMITED BY SIZE
                  DB2-RV-REVIEW(6:2) DELIMITED BY SIZE
                  DB2-RV-REVIEW(9:2) DELIMITED BY SIZE
                  INTO WS-REVIEW-RAW
           END-STRING

           IF WS-REVIEW-RAW NUMERIC
              COMPUTE WS-REVIEW-INTEGER =
                  FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-REVIEW-RAW))
              COMPUTE WS-DAYS-OVERDUE =
                  WS-TODAY-INTEGER - WS-REVIEW-INTEGER
           ELSE
              MOVE 0 TO WS-DAYS-OVERDUE
           END-IF

           MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISPLAY
           MOVE DB2-RV-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE DB2-RV-OPEN-REFERRALS TO DB2-RV-REFERRALS-DISP

           DISPLAY 'LGVULRP1 - ' WS-CUSTNUM-DISPLAY ' '
                   DB2-RV-FIRSTNAME ' ' DB2-RV-LASTNAME(1:11) ' '
                   WS-CATEGORY-TEXT ' ' DB2-RV-RECORDED ' '
                   DB2-RV-REVIEW ' ' WS-DAYS-DISPLAY '   '
                   DB2-RV-REFERRALS-DISP
           .

      *----------------------------------------------------------------*
      * Commit (read-only, consistent with the other batch jobs) and  *
      * report the totals                                             *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-TOTAL-OVERDUE TO JR-ROWS-READ
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-TOTAL-BEREAVED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Bereaved: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-ILL TO WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Seriously ill: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-FINANCIAL TO WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Financial difficulty: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-COGNITIVE TO WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Cognitive impairment: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-OVERDUE TO WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Total reviews overdue: '
                   WS-TOTAL-DISPLAY
           DISPLAY 'LGVULRP1 - Review report complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGVULRP1.
