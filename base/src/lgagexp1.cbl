      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent Authority Expiry Report            *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAGEXP1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGAGEXP1 - Agent Authority Expiry Report             *
      * Purpose: Runs outside CICS month-start in the style of        *
      *          LGBRRPT1, listing by branch every agent still open   *
      *          (STATUS 'A' or 'S') whose trading authority          *
      *          (AUTH_END_DATE) runs out within the next 60 days, so *
      *          the distribution team can renew it through LGAGMS01  *
      *          before LGUAGT01, LGAPDB01 and LGCQUO01 start         *
      *          refusing the agent business. Agents whose authority  *
      *          has already run out while still open are listed      *
      *          apart as lapsed. Dates are YYYY-MM-DD.               *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGAGEXP1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Report window working storage - today to today + 60 days      *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 60.
           05  WS-VAL-INTEGER          PIC 9(9).
           05  WS-HORIZON-DATE         PIC 9(8).
           05  WS-HORIZON-RAW          PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-HORIZON-YMD          PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TOTAL-EXPIRING       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-LAPSED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.

      *----------------------------------------------------------------*
      * Agent authority cursor host variables                         *
      *----------------------------------------------------------------*
       01  DB2-AGENT-REC.
           COPY DB2-AGENT.

      *----------------------------------------------------------------*
      * Open agents whose authority ends inside the window            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE EXPIRY_CURSOR CURSOR FOR
               SELECT BRANCHNUMBER, AGENTNUMBER, AGENTNAME,
                      COALESCE(STATUS, 'A'), AUTH_END_DATE
               FROM AGENT
               WHERE COALESCE(STATUS, 'A') IN ('A', 'S')
                 AND AUTH_END_DATE IS NOT NULL
                 AND AUTH_END_DATE >= :WS-TODAY-YMD
                 AND AUTH_END_DATE <= :WS-HORIZON-YMD
               ORDER BY BRANCHNUMBER, AUTH_END_DATE, AGENTNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Open agents whose authority has already ended                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE LAPSED_CURSOR CURSOR FOR
               SELECT BRANCHNUMBER, AGENTNUMBER, AGENTNAME,
                      COALESCE(STATUS, 'A'), AUTH_END_DATE
               FROM AGENT
               WHERE COALESCE(STATUS, 'A') IN ('A', 'S')
                 AND AUTH_END_DATE IS NOT NULL
                 AND AUTH_END_DATE < :WS-TODAY-YMD
               ORDER BY BRANCHNUMBER, AUTH_END_DATE, AGENTNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-EXPIRING THRU 2000-EXIT
           PERFORM 3000-REPORT-LAPSED THRU 3000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Compute the report window (today to today + 60 days)          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGAGEXP1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           COMPUTE WS-VAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)) + WS-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-VAL-INTEGER)
               TO WS-HORIZON-DATE
           MOVE WS-HORIZON-DATE TO WS-HORIZON-RAW
           STRING WS-HORIZON-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HORIZON-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HORIZON-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-HORIZON-YMD
           END-STRING

           DISPLAY 'LGAGEXP1 - Agent authority expiry report'
           DISPLAY 'LGAGEXP1 - Authority ending ' WS-TODAY-YMD
                   ' to ' WS-HORIZON-YMD
           .

      *----------------------------------------------------------------*
      * Agents whose authority runs out inside the window             *
      *----------------------------------------------------------------*
       2000-REPORT-EXPIRING.
           EXEC SQL
               OPEN EXPIRY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGAGEXP1 - OPEN EXPIRY_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGAGEXP1 - EXPIRING BRANCH AGENT  ST AUTH-END   '
                   'NAME'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-EXPIRY-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-TOTAL-EXPIRING
              DISPLAY 'LGAGEXP1 - EXPIRING ' DB2-AGENT-BRANCHNUM
                      '   ' DB2-AGENTNUM ' ' DB2-AGENT-STATUS
                      '  ' DB2-AGENT-AUTH-END ' ' DB2-AGENT-NAME
              PERFORM 2100-FETCH-EXPIRY-ROW
           END-PERFORM

           EXEC SQL
               CLOSE EXPIRY_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-EXPIRY-ROW.
           EXEC SQL
               FETCH EXPIRY_CURSOR
               INTO :DB2-AGENT-BRANCHNUM, :DB2-AGENTNUM,
                    :DB2-AGENT-NAME, :DB2-AGENT-STATUS,
                    :DB2-AGENT-AUTH-END
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGAGEXP1 - FETCH EXPIRY failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Open agents already past their authority - refused business   *
      * until renewed or closed                                       *
      *----------------------------------------------------------------*
       3000-REPORT-LAPSED.
           EXEC SQL
               OPEN LAPSED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGAGEXP1 - OPEN LAPSED_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           DISPLAY 'LGAGEXP1 - LAPSED   BRANCH AGENT  ST AUTH-END   '
                   'NAME'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-LAPSED-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-TOTAL-LAPSED
              DISPLAY 'LGAGEXP1 - LAPSED   ' DB2-AGENT-BRANCHNUM
                      '   ' DB2-AGENTNUM ' ' DB2-AGENT-STATUS
                      '  ' DB2-AGENT-AUTH-END ' ' DB2-AGENT-NAME
              PERFORM 3100-FETCH-LAPSED-ROW
           END-PERFORM

           EXEC SQL
               CLOSE LAPSED_CURSOR
           END-EXEC

       3000-EXIT.
           EXIT
           .

       3100-FETCH-LAPSED-ROW.
           EXEC SQL
               FETCH LAPSED_CURSOR
               INTO :DB2-AGENT-BRANCHNUM, :DB2-AGENTNUM,
                    :DB2-AGENT-NAME, :DB2-AGENT-STATUS,
                    :DB2-AGENT-AUTH-END
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGAGEXP1 - FETCH LAPSED failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the registry entry and report the totals                *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           COMPUTE JR-ROWS-READ = WS-TOTAL-EXPIRING + WS-TOTAL-LAPSED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-TOTAL-EXPIRING TO WS-TOTAL-DISPLAY
           DISPLAY 'LGAGEXP1 - Agents expiring within 60 days: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-LAPSED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGAGEXP1 - Open agents already lapsed: '
                   WS-TOTAL-DISPLAY
           DISPLAY 'LGAGEXP1 - Expiry report complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGAGEXP1.
