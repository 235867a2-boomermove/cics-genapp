      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp With-Profits Bonus Declaration Batch     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBONUS1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGBONUS1 - With-Profits Bonus Declaration Batch Job  *
      * Purpose: Runs outside CICS once a year, early in January, in  *
      *          the LGMATUR1 pattern. Declares the reversionary      *
      *          bonus for the calendar year just ended: every        *
      *          in-force with-profits endowment (WITHPROFITS 'Y')    *
      *          in force by 31 December has the reversionary rate    *
      *          approved for its fund and year in FUND_BONUS_RATE    *
      *          (LGBNRT01) applied to its sum assured, the bonus     *
      *          added to ENDOWMENT.ACCRUED_BONUS and one             *
      *          BONUS_HISTORY row written for the policy and year -  *
      *          the history the LGSTMNT1 statement run reports and   *
      *          the accrued total LGMATUR1 pays at maturity. A       *
      *          policy already holding a history row for the year is *
      *          not selected, which makes the run re-runnable; one   *
      *          whose fund has no declared rate for the year is      *
      *          listed and counted as rejected, to be picked up by a *
      *          re-run once the rate is approved.                    *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGBONUS1----WS'.

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
           05  WS-BONUS-YEAR           PIC 9(4).
           05  WS-YEAR-END-YMD         PIC X(10).
           05  WS-BONUS-AMOUNT         PIC S9(9)V99 COMP-3.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DECLARED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-NO-RATE         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-BONUS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(10)9.99.

      *----------------------------------------------------------------*
      * Fund bonus rate and bonus history host variables              *
      *----------------------------------------------------------------*
       01  DB2-BONUS-VARS.
           COPY DB2-BONUS.

      *----------------------------------------------------------------*
      * Every in-force with-profits endowment in force by the year    *
      * end and not yet given this year's bonus                        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE BONUS_CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER,
                      E.FUNDNAME,
                      E.SUMASSURED,
                      COALESCE(E.ACCRUED_BONUS, 0)
               FROM POLICY P, ENDOWMENT E
               WHERE P.POLICYNUMBER = E.POLICYNUMBER
                 AND P.STATUS = 'A'
                 AND E.WITHPROFITS = 'Y'
                 AND P.EFFECTIVEDATE <= :WS-YEAR-END-YMD
                 AND NOT EXISTS
                     ( SELECT 1 FROM BONUS_HISTORY H
                       WHERE H.POLICYNUMBER = P.POLICYNUMBER
                         AND H.BONUS_YEAR = :DB2-BH-BONUS-YEAR )
               ORDER BY E.FUNDNAME, P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DECLARE-BONUSES THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * The bonus year is the calendar year just ended                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGBONUS1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-TODAY-YMD
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           MOVE WS-TODAY-DATE(1:4) TO WS-BONUS-YEAR
           SUBTRACT 1 FROM WS-BONUS-YEAR
           MOVE WS-BONUS-YEAR TO DB2-BH-BONUS-YEAR
           MOVE SPACES TO WS-YEAR-END-YMD
           STRING WS-BONUS-YEAR DELIMITED BY SIZE
                  '-12-31' DELIMITED BY SIZE
                  INTO WS-YEAR-END-YMD
           END-STRING

           DISPLAY 'LGBONUS1 - With-profits bonus declaration starting'
           DISPLAY 'LGBONUS1 - Bonus year: ' WS-BONUS-YEAR
           .

      *----------------------------------------------------------------*
      * Open the cursor and declare the bonus on each candidate       *
      *----------------------------------------------------------------*
       2000-DECLARE-BONUSES.
           EXEC SQL
               OPEN BONUS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGBONUS1 - OPEN BONUS_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-DECLARE-ONE-BONUS THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

           EXEC SQL
               CLOSE BONUS_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH BONUS_CURSOR
               INTO :DB2-BH-POLICYNUM,
                    :DB2-BH-FUNDNAME,
                    :DB2-BH-SUMASSURED,
                    :DB2-BH-ACCRUED-BONUS
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGBONUS1 - FETCH BONUS_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Simple reversionary bonus on the sum assured at the rate      *
      * declared for the fund and year                                 *
      *----------------------------------------------------------------*
       2200-DECLARE-ONE-BONUS.
           EXEC SQL
               SELECT REVERSIONARY_PCT
               INTO :DB2-BH-REVERSIONARY-PCT
               FROM FUND_BONUS_RATE
               WHERE FUNDNAME = :DB2-BH-FUNDNAME
                 AND BONUS_YEAR = :DB2-BH-BONUS-YEAR
                 AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 100
              ADD 1 TO WS-ROWS-NO-RATE
              DISPLAY 'LGBONUS1 - no declared rate for fund '
                      DB2-BH-FUNDNAME ', policy ' DB2-BH-POLICYNUM
                      ' not given bonus'
              GO TO 2200-EXIT
           END-IF

           IF SQLCODE NOT = 0
              ADD 1 TO WS-ROWS-NO-RATE
              DISPLAY 'LGBONUS1 - bonus rate read failed for '
                      DB2-BH-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-BONUS-AMOUNT ROUNDED =
               DB2-BH-SUMASSURED * DB2-BH-REVERSIONARY-PCT / 100
           MOVE WS-BONUS-AMOUNT TO DB2-BH-BONUS-AMOUNT
           ADD WS-BONUS-AMOUNT TO DB2-BH-ACCRUED-BONUS
           MOVE WS-TODAY-YMD TO DB2-BH-DECLARED-DATE

           EXEC SQL
               UPDATE ENDOWMENT
               SET ACCRUED_BONUS = :DB2-BH-ACCRUED-BONUS
               WHERE POLICYNUMBER = :DB2-BH-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGBONUS1 - accrued bonus update failed for '
                      DB2-BH-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               INSERT INTO BONUS_HISTORY
               ( POLICYNUMBER, BONUS_YEAR, FUNDNAME, SUMASSURED,
                 REVERSIONARY_PCT, BONUS_AMOUNT, ACCRUED_BONUS,
                 DECLARED_DATE )
               VALUES ( :DB2-BH-POLICYNUM, :DB2-BH-BONUS-YEAR,
                        :DB2-BH-FUNDNAME, :DB2-BH-SUMASSURED,
                        :DB2-BH-REVERSIONARY-PCT,
                        :DB2-BH-BONUS-AMOUNT, :DB2-BH-ACCRUED-BONUS,
                        :DB2-BH-DECLARED-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGBONUS1 - bonus history insert failed for '
                      DB2-BH-POLICYNUM ' SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-END-OF-CURSOR
              GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-ROWS-DECLARED
           ADD WS-BONUS-AMOUNT TO WS-TOTAL-BONUS

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Commit and report results - a failed run is rolled back so   *
      * no policy holds a bonus without its history row               *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-DECLARED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-NO-RATE TO JR-ROWS-REJECTED
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
           DISPLAY 'LGBONUS1 - With-profits policies examined: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-DECLARED TO WS-ROWS-DISPLAY
           DISPLAY 'LGBONUS1 - Bonuses declared: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-NO-RATE TO WS-ROWS-DISPLAY
           DISPLAY 'LGBONUS1 - Policies without a declared rate: '
                   WS-ROWS-DISPLAY
           MOVE WS-TOTAL-BONUS TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGBONUS1 - Total reversionary bonus: '
                   WS-AMOUNT-DISPLAY
           DISPLAY 'LGBONUS1 - With-profits bonus declaration complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGBONUS1.
