      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Quote Conversion Funnel Batch Job        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQFUNL1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGQFUNL1 - Quote Conversion Funnel Batch Job         *
      * Purpose: Runs outside CICS weekly. Takes the week of quotes   *
      *          that has just run out - issued in the seven days     *
      *          ending PC-QUOTE-EXPIRY-DAYS + 1 days ago, so every   *
      *          one is now either converted or lost - and measures   *
      *          how they ended, cut five ways: by capture channel    *
      *          (QUOTE.CHANNEL, stamped by LGAQUO01), by the agent   *
      *          and by the branch the business is credited to, by    *
      *          policy type and by quoted premium band. For each     *
      *          group the FUNLFILE dataset and the run summary show  *
      *          quotes issued, chased (LGQCHSE1), converted          *
      *          (LGCQUO01) and expired, the conversion rate, the     *
      *          average quoted premium of the converted quotes set   *
      *          against the lost ones, and the average days from     *
      *          quote to conversion. A quote is expired when marked  *
      *          'X' or still open past its EXPIRYDATE. Quotes        *
      *          captured before the channel was held report under    *
      *          channel '?' and agent/branch NONE.                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNL-FILE ASSIGN TO FUNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Funnel record - one per dimension and group                   *
      *----------------------------------------------------------------*
       FD  FUNL-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FUNL-RECORD.
           05  FN-COHORT-FROM          PIC X(10).
           05  FN-DIMENSION            PIC X(8).
           05  FN-GROUP                PIC X(10).
           05  FN-ISSUED               PIC 9(7).
           05  FN-CHASED               PIC 9(7).
           05  FN-CONVERTED            PIC 9(7).
           05  FN-EXPIRED              PIC 9(7).
           05  FN-CONV-RATE            PIC 9(3).99.
           05  FN-AVG-CONV-PREMIUM     PIC 9(6).99.
           05  FN-AVG-LOST-PREMIUM     PIC 9(6).99.
           05  FN-AVG-CONV-DAYS        PIC 9(3).9.
           05  FN-RECORD-FILLER        PIC X(15).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGQFUNL1----WS'.

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
           05  WS-FUNL-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-COHORT-INT           PIC 9(7).
           05  WS-COHORT-RAW           PIC X(8).
           05  WS-COHORT-FROM-YMD      PIC X(10).
           05  WS-COHORT-TO-YMD        PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-DIM-IX               PIC S9(4) COMP VALUE 0.
           05  WS-DIMENSION-CODE       PIC X(1).
           05  WS-QUOTES-READ          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CONV-RATE            PIC 9(3)V99 VALUE 0.
           05  WS-AVG-CONV-PREMIUM     PIC 9(6)V99 VALUE 0.
           05  WS-AVG-LOST-PREMIUM     PIC 9(6)V99 VALUE 0.
           05  WS-AVG-CONV-DAYS        PIC 9(3)V9 VALUE 0.

      *----------------------------------------------------------------*
      * The ways the cohort is cut - code passed to FUNNEL_CURSOR and *
      * the dimension name reported                                   *
      *----------------------------------------------------------------*
       01  WS-DIMENSION-VALUES.
           05  FILLER                  PIC X(9) VALUE 'CCHANNEL '.
           05  FILLER                  PIC X(9) VALUE 'GAGENT   '.
           05  FILLER                  PIC X(9) VALUE 'BBRANCH  '.
           05  FILLER                  PIC X(9) VALUE 'TPOLTYPE '.
           05  FILLER                  PIC X(9) VALUE 'PPREMBAND'.
       01  WS-DIMENSION-TABLE REDEFINES WS-DIMENSION-VALUES.
           05  WS-DIMENSION OCCURS 5 TIMES.
               10  WS-DIM-CODE         PIC X(1).
               10  WS-DIM-NAME         PIC X(8).

      *----------------------------------------------------------------*
      * Funnel cursor host variables                                   *
      *----------------------------------------------------------------*
       01  DB2-FUNNEL-ROW.
           05  DB2-FN-GROUP            PIC X(10).
           05  DB2-FN-ISSUED           PIC S9(9) COMP.
           05  DB2-FN-CHASED           PIC S9(9) COMP.
           05  DB2-FN-CONVERTED        PIC S9(9) COMP.
           05  DB2-FN-EXPIRED          PIC S9(9) COMP.
           05  DB2-FN-CONV-PREMIUM     PIC S9(9)V99 COMP-3.
           05  DB2-FN-LOST-PREMIUM     PIC S9(9)V99 COMP-3.
           05  DB2-FN-DATED            PIC S9(9) COMP.
           05  DB2-FN-CONV-DAYS        PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Cohort quotes grouped the way WS-DIMENSION-CODE asks - each   *
      * quote reduced to 0/1 outcome flags and the premium and days   *
      * they carry, then summed per group. A quote converted before   *
      * CONVERTED_DATE was held is left out of the average days       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE FUNNEL_CURSOR CURSOR FOR
               SELECT F.GROUPKEY, COUNT(*),
                      SUM(F.CHASED), SUM(F.CONVERTED),
                      SUM(F.EXPIRED), SUM(F.CONV_PREMIUM),
                      SUM(F.LOST_PREMIUM), SUM(F.DATED),
                      SUM(F.CONV_DAYS)
               FROM (SELECT
                       CASE CAST(:WS-DIMENSION-CODE AS CHAR(1))
                         WHEN 'C' THEN COALESCE(CHANNEL, '?')
                         WHEN 'G' THEN COALESCE(AGENTNUMBER, 'NONE')
                         WHEN 'B' THEN COALESCE(BRANCHNUMBER, 'NONE')
                         WHEN 'T' THEN POLICYTYPE
                         ELSE CASE
                           WHEN PREMIUM < 250 THEN 'UNDER 250'
                           WHEN PREMIUM < 500 THEN '250-499'
                           WHEN PREMIUM < 1000 THEN '500-999'
                           WHEN PREMIUM < 2000 THEN '1000-1999'
                           ELSE '2000+'
                         END
                       END AS GROUPKEY,
                       CASE WHEN CHASED = 'Y' THEN 1 ELSE 0
                       END AS CHASED,
                       CASE WHEN STATUS = 'C' THEN 1 ELSE 0
                       END AS CONVERTED,
                       CASE WHEN STATUS = 'X'
                              OR (STATUS = 'Q'
                                  AND EXPIRYDATE < :WS-TODAY-YMD)
                            THEN 1 ELSE 0
                       END AS EXPIRED,
                       CASE WHEN STATUS = 'C' THEN PREMIUM ELSE 0
                       END AS CONV_PREMIUM,
                       CASE WHEN STATUS = 'X'
                              OR (STATUS = 'Q'
                                  AND EXPIRYDATE < :WS-TODAY-YMD)
                            THEN PREMIUM ELSE 0
                       END AS LOST_PREMIUM,
                       CASE WHEN STATUS = 'C'
                             AND CONVERTED_DATE IS NOT NULL
                            THEN 1 ELSE 0
                       END AS DATED,
                       CASE WHEN STATUS = 'C'
                             AND CONVERTED_DATE IS NOT NULL
                            THEN DAYS(CONVERTED_DATE) - DAYS(QUOTEDATE)
                            ELSE 0
                       END AS CONV_DAYS
                     FROM QUOTE
                     WHERE QUOTEDATE >= :WS-COHORT-FROM-YMD
                       AND QUOTEDATE <= :WS-COHORT-TO-YMD) AS F
               GROUP BY F.GROUPKEY
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM VARYING WS-DIM-IX FROM 1 BY 1
                   UNTIL WS-DIM-IX > 5
                      OR WS-RETURN-CODE NOT = '00'
              PERFORM 2000-REPORT-DIMENSION THRU 2000-EXIT
           END-PERFORM

           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the funnel file and fix the cohort week                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGQFUNL1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

      * The newest quote in the cohort expired yesterday at the latest
           COMPUTE WS-COHORT-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE))
               - PC-QUOTE-EXPIRY-DAYS - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-COHORT-INT)
               TO WS-COHORT-RAW

           STRING WS-COHORT-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-COHORT-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-COHORT-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-COHORT-TO-YMD
           END-STRING

           SUBTRACT 6 FROM WS-COHORT-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-COHORT-INT)
               TO WS-COHORT-RAW

           STRING WS-COHORT-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-COHORT-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-COHORT-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-COHORT-FROM-YMD
           END-STRING

           OPEN OUTPUT FUNL-FILE

           IF WS-FUNL-STATUS NOT = '00'
              DISPLAY 'LGQFUNL1 - OPEN FUNLFILE failed, status='
                      WS-FUNL-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGQFUNL1 - Quote conversion funnel starting'
           DISPLAY 'LGQFUNL1 - Quotes issued ' WS-COHORT-FROM-YMD
                   ' to ' WS-COHORT-TO-YMD
           .

      *----------------------------------------------------------------*
      * One cut of the cohort - a funnel line per group               *
      *----------------------------------------------------------------*
       2000-REPORT-DIMENSION.
           MOVE WS-DIM-CODE(WS-DIM-IX) TO WS-DIMENSION-CODE

           EXEC SQL
               OPEN FUNNEL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGQFUNL1 - OPEN FUNNEL_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGQFUNL1 - ' WS-DIM-NAME(WS-DIM-IX)
                   ' GROUP      ISSUED  CHASED  CONV  EXPD'
                   '  RATE%  AVG-CONV  AVG-LOST  DAYS'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-FUNNEL-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-WRITE-FUNNEL-RECORD
              PERFORM 2100-FETCH-FUNNEL-ROW
           END-PERFORM

           EXEC SQL
               CLOSE FUNNEL_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-FUNNEL-ROW.
           EXEC SQL
               FETCH FUNNEL_CURSOR
               INTO :DB2-FN-GROUP,
                    :DB2-FN-ISSUED,
                    :DB2-FN-CHASED,
                    :DB2-FN-CONVERTED,
                    :DB2-FN-EXPIRED,
                    :DB2-FN-CONV-PREMIUM,
                    :DB2-FN-LOST-PREMIUM,
                    :DB2-FN-DATED,
                    :DB2-FN-CONV-DAYS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGQFUNL1 - FETCH FUNNEL_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Work out the rates and averages for one group and report it   *
      *----------------------------------------------------------------*
       2200-WRITE-FUNNEL-RECORD.
      * Every quote falls in exactly one channel, so the channel cut
      * gives the cohort size
           IF WS-DIMENSION-CODE = 'C'
              ADD DB2-FN-ISSUED TO WS-QUOTES-READ
           END-IF

           MOVE 0 TO WS-CONV-RATE
           MOVE 0 TO WS-AVG-CONV-PREMIUM
           MOVE 0 TO WS-AVG-LOST-PREMIUM
           MOVE 0 TO WS-AVG-CONV-DAYS

           IF DB2-FN-ISSUED > 0
              COMPUTE WS-CONV-RATE ROUNDED =
                  DB2-FN-CONVERTED * 100 / DB2-FN-ISSUED
           END-IF
           IF DB2-FN-CONVERTED > 0
              COMPUTE WS-AVG-CONV-PREMIUM ROUNDED =
                  DB2-FN-CONV-PREMIUM / DB2-FN-CONVERTED
           END-IF
           IF DB2-FN-EXPIRED > 0
              COMPUTE WS-AVG-LOST-PREMIUM ROUNDED =
                  DB2-FN-LOST-PREMIUM / DB2-FN-EXPIRED
           END-IF
           IF DB2-FN-DATED > 0
              COMPUTE WS-AVG-CONV-DAYS ROUNDED =
                  DB2-FN-CONV-DAYS / DB2-FN-DATED
           END-IF

           MOVE SPACES TO FUNL-RECORD
           MOVE WS-COHORT-FROM-YMD TO FN-COHORT-FROM
           MOVE WS-DIM-NAME(WS-DIM-IX) TO FN-DIMENSION
           MOVE DB2-FN-GROUP TO FN-GROUP
           MOVE DB2-FN-ISSUED TO FN-ISSUED
           MOVE DB2-FN-CHASED TO FN-CHASED
           MOVE DB2-FN-CONVERTED TO FN-CONVERTED
           MOVE DB2-FN-EXPIRED TO FN-EXPIRED
           MOVE WS-CONV-RATE TO FN-CONV-RATE
           MOVE WS-AVG-CONV-PREMIUM TO FN-AVG-CONV-PREMIUM
           MOVE WS-AVG-LOST-PREMIUM TO FN-AVG-LOST-PREMIUM
           MOVE WS-AVG-CONV-DAYS TO FN-AVG-CONV-DAYS

           IF WS-RETURN-CODE NOT = '80'
              WRITE FUNL-RECORD
              IF WS-FUNL-STATUS NOT = '00'
                 DISPLAY 'LGQFUNL1 - WRITE FUNLFILE failed, status='
                         WS-FUNL-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-WRITTEN
              END-IF
           END-IF

           DISPLAY 'LGQFUNL1 - ' FN-DIMENSION ' ' FN-GROUP
                   ' ' FN-ISSUED ' ' FN-CHASED
                   ' ' FN-CONVERTED ' ' FN-EXPIRED
                   ' ' FN-CONV-RATE ' ' FN-AVG-CONV-PREMIUM
                   ' ' FN-AVG-LOST-PREMIUM ' ' FN-AVG-CONV-DAYS
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-QUOTES-READ TO JR-ROWS-READ
           MOVE WS-ROWS-WRITTEN TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE FUNL-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-QUOTES-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGQFUNL1 - Quotes in cohort: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGQFUNL1 - Funnel records written: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGQFUNL1 - Quote conversion funnel complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGQFUNL1.
