      *          production per branch and per agent as the basis for *
      *          commission: new business (policies effective in the  *
      *          month), renewals (in-force policies whose            *
      *          anniversary fell in the month), lapses (LAPSE_DATE   *
      *          in the month) and endowment surrenders               *
      *          (SURRENDER_DATE in the month, reported apart from    *
      *          lapses as business the customer cashed in rather     *
      *          than let go). Counts are DISPLAYed the               *
      *          way LGAUDRPT reports its totals. Policy dates are   *
      *          YYYY-MM-DD.                                          *
      *================================================================*
           05  WS-TOTAL-NEWBUS         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-RENEWALS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-LAPSES         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-SURRENDERS     PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.

      *----------------------------------------------------------------*
               ORDER BY 1, 2
           END-EXEC.

      *----------------------------------------------------------------*
      * Surrenders: endowments surrendered in the report month        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SURR_CURSOR CURSOR FOR
               SELECT COALESCE(BRANCHNUMBER, ' '),
                      COALESCE(AGENTNUMBER, ' '),
                      COUNT(*)
               FROM POLICY
               WHERE SURRENDER_DATE IS NOT NULL
                 AND SUBSTR(SURRENDER_DATE,1,7) = :WS-RPT-YM
               GROUP BY BRANCHNUMBER, AGENTNUMBER
               ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           PERFORM 2000-REPORT-NEW-BUSINESS THRU 2000-EXIT
           PERFORM 3000-REPORT-RENEWALS THRU 3000-EXIT
           PERFORM 4000-REPORT-LAPSES THRU 4000-EXIT
           PERFORM 5000-REPORT-SURRENDERS THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .
           END-IF
           .

      *----------------------------------------------------------------*
      * Surrenders section                                            *
      *----------------------------------------------------------------*
       5000-REPORT-SURRENDERS.
           EXEC SQL
               OPEN SURR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGBRRPT1 - OPEN SURR_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 5000-EXIT
           END-IF

           DISPLAY 'LGBRRPT1 - SURRENDERS     BRANCH AGENT    COUNT'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 5100-FETCH-SURR-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-PS-COUNT TO DB2-PS-COUNT-DISPLAY
              ADD DB2-PS-COUNT TO WS-TOTAL-SURRENDERS
              DISPLAY 'LGBRRPT1 - SURRENDERS     ' DB2-PS-BRANCHNUM
                      '   ' DB2-PS-AGENTNUM ' ' DB2-PS-COUNT-DISPLAY
              PERFORM 5100-FETCH-SURR-ROW
           END-PERFORM

           EXEC SQL
               CLOSE SURR_CURSOR
           END-EXEC

       5000-EXIT.
           EXIT
           .

       5100-FETCH-SURR-ROW.
           EXEC SQL
               FETCH SURR_CURSOR
               INTO :DB2-PS-BRANCHNUM, :DB2-PS-AGENTNUM,
                    :DB2-PS-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 DISPLAY 'LGBRRPT1 - FETCH SURR failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit (read-only, consistent with the other batch jobs) and  *
      * report the grand totals                                       *
      * see the job ran and what it did
           COMPUTE JR-ROWS-READ =
               WS-TOTAL-NEWBUS + WS-TOTAL-RENEWALS +
               WS-TOTAL-LAPSES + WS-TOTAL-SURRENDERS
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
           DISPLAY 'LGBRRPT1 - Total renewals: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-LAPSES TO WS-TOTAL-DISPLAY
           DISPLAY 'LGBRRPT1 - Total lapses: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-SURRENDERS TO WS-TOTAL-DISPLAY
           DISPLAY 'LGBRRPT1 - Total surrenders: ' WS-TOTAL-DISPLAY
           DISPLAY 'LGBRRPT1 - Production report complete'
           .

