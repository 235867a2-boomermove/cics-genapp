      *          trail LGUCLM01 writes to CLAIM_HISTORY. Totals are   *
      *          DISPLAYed the way LGBRRPT1 reports its production    *
      *          counts.                                               *
      *          The gross outstanding is the reserve plus the        *
      *          supplier invoices registered or approved but not     *
      *          yet paid (LGASIV01 takes them off the reserve); the  *
      *          recoveries still expected on those claims            *
      *          (LGARCV01) are shown beside it with the net, and the *
      *          recoveries still expected on settled claims are      *
      *          totalled at the end.                                 *
      *          A settled or rejected claim reopened through         *
      *          LGUCLM01 is open again and counted as reopened       *
      *          beside the open claims; its reserve is its whole     *
      *          incurred cost, so what LGCLMPY1 has already paid on  *
      *          it is taken off to leave what is still outstanding.  *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TOTAL-CLAIMS         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-REOPENED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-RESERVE        PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-RECOVERY       PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-NET            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SETTLED-RECOVERY     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(8)9.99.

           05  DB2-RS-POLICYTYPE       PIC X(1).
           05  DB2-RS-BRANCHNUM        PIC X(4).
           05  DB2-RS-COUNT            PIC S9(9) COMP.
           05  DB2-RS-REOPENED         PIC S9(9) COMP.
           05  DB2-RS-RESERVE          PIC S9(9)V99 COMP-3.
           05  DB2-RS-RECOVERY         PIC S9(9)V99 COMP-3.
           05  DB2-RS-NET              PIC S9(9)V99 COMP-3.
           05  DB2-RS-COUNT-DISPLAY    PIC Z(6)9.
           05  DB2-RS-REOPENED-DISPLAY PIC Z(6)9.
           05  DB2-RS-RESERVE-DISPLAY  PIC Z(8)9.99.
           05  DB2-RS-RECOVERY-DISPLAY PIC Z(8)9.99.
           05  DB2-RS-NET-DISPLAY      PIC -(8)9.99.

      *----------------------------------------------------------------*
      * Outstanding reserves on open claims, grouped by policy type   *
      * then branch (' ' groups unassigned business together rather   *
      * than losing it), with each claim's unpaid supplier invoices   *
      * and the balance of its open recoveries summed per claim first *
      * - and, for a reopened claim, the settlements already paid on  *
      * it ('GENC' PAYMENT rows), which come off its reserve          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RESERVE_CURSOR CURSOR FOR
               SELECT P.POLICYTYPE,
                      COALESCE(P.BRANCHNUMBER, ' '),
                      COUNT(*),
                      SUM(CASE WHEN COALESCE(C.REOPEN_COUNT, 0) > 0
                               THEN 1 ELSE 0 END),
                      SUM(C.RESERVE + COALESCE(I.UNPAID, 0)
                                    - COALESCE(Y.PAID, 0)),
                      SUM(COALESCE(R.DUE, 0))
               FROM CLAIM C
               INNER JOIN POLICY P
                    ON C.POLICYNUMBER = P.POLICYNUMBER
               LEFT OUTER JOIN
                    (SELECT CLAIMNUMBER, SUM(AMOUNT) AS UNPAID
                     FROM SUPPLIER_INVOICE
                     WHERE STATUS IN ('R', 'A')
                     GROUP BY CLAIMNUMBER) I
                    ON C.CLAIMNUMBER = I.CLAIMNUMBER
               LEFT OUTER JOIN
                    (SELECT CLAIMNUMBER,
                            SUM(EXPECTED_AMOUNT - RECEIVED_AMOUNT)
                                AS DUE
                     FROM CLAIM_RECOVERY
                     WHERE STATUS IN ('O', 'P')
                     GROUP BY CLAIMNUMBER) R
                    ON C.CLAIMNUMBER = R.CLAIMNUMBER
               LEFT OUTER JOIN
                    (SELECT CLAIMNUMBER, SUM(SETTLED_AMOUNT) AS PAID
                     FROM PAYMENT
                     WHERE REFERENCE LIKE 'GENC%'
                       AND STATUS = 'P'
                     GROUP BY CLAIMNUMBER) Y
                    ON C.CLAIMNUMBER = Y.CLAIMNUMBER
               WHERE C.STATUS IN ('R', 'A')
               GROUP BY P.POLICYTYPE, P.BRANCHNUMBER
               ORDER BY 1, 2
           END-EXEC.
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGRSVRP1 - TYPE BRANCH   CLAIMS REOPENED'
                   '  GROSS RESERVE  RECOVERY DUE    NET RESERVE'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-RESERVE-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-RS-COUNT TO DB2-RS-COUNT-DISPLAY
              MOVE DB2-RS-REOPENED TO DB2-RS-REOPENED-DISPLAY
              MOVE DB2-RS-RESERVE TO DB2-RS-RESERVE-DISPLAY
              MOVE DB2-RS-RECOVERY TO DB2-RS-RECOVERY-DISPLAY
              COMPUTE DB2-RS-NET = DB2-RS-RESERVE - DB2-RS-RECOVERY
              MOVE DB2-RS-NET TO DB2-RS-NET-DISPLAY
              ADD DB2-RS-COUNT TO WS-TOTAL-CLAIMS
              ADD DB2-RS-REOPENED TO WS-TOTAL-REOPENED
              ADD DB2-RS-RESERVE TO WS-TOTAL-RESERVE
              ADD DB2-RS-RECOVERY TO WS-TOTAL-RECOVERY
              DISPLAY 'LGRSVRP1 - ' DB2-RS-POLICYTYPE
                      '    ' DB2-RS-BRANCHNUM
                      ' ' DB2-RS-COUNT-DISPLAY
                      '  ' DB2-RS-REOPENED-DISPLAY
                      '   ' DB2-RS-RESERVE-DISPLAY
                      '  ' DB2-RS-RECOVERY-DISPLAY
                      '  ' DB2-RS-NET-DISPLAY
              PERFORM 2100-FETCH-RESERVE-ROW
           END-PERFORM

               CLOSE RESERVE_CURSOR
           END-EXEC

      * Recoveries still expected on claims already settled - no
      * reserve left to net them against, so reported on their own
           EXEC SQL
               SELECT COALESCE(SUM(R.EXPECTED_AMOUNT
                                   - R.RECEIVED_AMOUNT), 0)
               INTO :WS-SETTLED-RECOVERY
               FROM CLAIM_RECOVERY R, CLAIM C
               WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                 AND R.STATUS IN ('O', 'P')
                 AND C.STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRSVRP1 - settled recovery total failed '
                      'SQLCODE=' SQLCODE
           END-IF

       2000-EXIT.
           EXIT
           .
           EXEC SQL
               FETCH RESERVE_CURSOR
               INTO :DB2-RS-POLICYTYPE, :DB2-RS-BRANCHNUM,
                    :DB2-RS-COUNT, :DB2-RS-REOPENED,
                    :DB2-RS-RESERVE,
                    :DB2-RS-RECOVERY
           END-EXEC

           IF SQLCODE NOT = 0

           MOVE WS-TOTAL-CLAIMS TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRSVRP1 - Total open claims: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-REOPENED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRSVRP1 - Reopened claims among them: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-RESERVE TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGRSVRP1 - Total outstanding reserve: '
                   WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-RECOVERY TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGRSVRP1 - Recoveries due on open claims: '
                   WS-AMOUNT-DISPLAY
           COMPUTE WS-TOTAL-NET = WS-TOTAL-RESERVE - WS-TOTAL-RECOVERY
           MOVE WS-TOTAL-NET TO DB2-RS-NET-DISPLAY
           DISPLAY 'LGRSVRP1 - Net outstanding reserve: '
                   DB2-RS-NET-DISPLAY
           MOVE WS-SETTLED-RECOVERY TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGRSVRP1 - Recoveries due on settled claims: '
                   WS-AMOUNT-DISPLAY
           DISPLAY 'LGRSVRP1 - Reserve report complete'
           .

