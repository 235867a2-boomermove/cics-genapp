      *          or close date for closed rows, the LGAEND01          *
      *          day-count arithmetic - is set                        *
      *          against incurred claims (settled amounts plus the    *
      *          reserves outstanding on open claims, plus the        *
      *          supplier invoices LGASIV01 has taken off those       *
      *          reserves). One line per type and underwriting year   *
      *          goes to the LOSSFILE triangle dataset the actuaries  *
      *          load into their tooling, with the loss ratio         *
      *          percentage computed both gross and net of the        *
      *          recoveries received back on the claims (LGARCV01).   *
      *================================================================*

       ENVIRONMENT DIVISION.

      *----------------------------------------------------------------*
      * Loss-ratio triangle record - one per policy type and          *
      * underwriting year. Incurred claims and the loss ratio are     *
      * gross; the recoveries received, the incurred net of them and  *
      * the net loss ratio follow.                                     *
      *----------------------------------------------------------------*
       FD  LOSS-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  LR-EARNED-PREMIUM       PIC 9(9).99.
           05  LR-INCURRED-CLAIMS      PIC 9(9).99.
           05  LR-LOSS-RATIO-PCT       PIC 9(5).99.
           05  LR-RECOVERIES           PIC 9(9).99.
           05  LR-NET-INCURRED         PIC 9(9).99.
           05  LR-NET-LOSS-RATIO-PCT   PIC 9(5).99.
           05  LR-RECORD-FILLER        PIC X(4).

       WORKING-STORAGE SECTION.

               10  WS-CE-POLICIES      PIC S9(7) COMP-3.
               10  WS-CE-EARNED        PIC S9(11)V99 COMP-3.
               10  WS-CE-INCURRED      PIC S9(11)V99 COMP-3.
               10  WS-CE-RECOVERED     PIC S9(11)V99 COMP-3.
       01  WS-CELL-WORK.
           05  WS-CELL-TYPE-IN         PIC X(1).
           05  WS-SCAN-SUB             PIC S9(4) COMP.
           05  WS-MATCH-SUB            PIC S9(4) COMP.
           05  WS-RATIO                PIC S9(5)V99 COMP-3.
           05  WS-NET-INCURRED         PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * Earned premium cursor host variables                           *
       01  DB2-INCUR-VARS.
           05  DB2-IC-POLICYTYPE       PIC X(1).
           05  DB2-IC-EFF-DATE         PIC X(10).
           05  DB2-IC-RESERVE          PIC S9(7)V99 COMP-3.
           05  DB2-IC-RECOVERED        PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Every policy that went on cover, for the earned premium side  *
      * - declined and still-pending business never went on risk and  *
      * earns nothing. The close date caps the earning period for    *
      * closed rows: LAPSE_DATE for lapses, the last-changed date     *
      * (the day the status moved) for cancellations, maturities and  *
      * surrenders.                                                    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE EARN_CURSOR CURSOR FOR
      *----------------------------------------------------------------*
      * Every non-rejected claim with its policy's type and            *
      * underwriting year, for the incurred side - settled amounts    *
      * and outstanding reserves both sit in RESERVE, and the claim's *
      * supplier invoices (other than rejected ones) came out of it   *
      * so are added back. RECOVERED is what has come back.           *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE INCUR_CURSOR CURSOR FOR
               SELECT P.POLICYTYPE, P.EFFECTIVEDATE,
                      C.RESERVE +
                      COALESCE((SELECT SUM(I.AMOUNT)
                                FROM SUPPLIER_INVOICE I
                                WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                  AND I.STATUS <> 'J'), 0),
                      COALESCE(C.RECOVERED, 0)
               FROM CLAIM C, POLICY P
               WHERE C.POLICYNUMBER = P.POLICYNUMBER
                 AND C.STATUS IN ('R', 'A', 'S')
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-EFF-RAW))

      *    Earning stops at the end of cover: the lapse date for a
      *    lapse, the day the status moved for a cancellation,
      *    maturity or surrender, today for business still in force -
      *    a policy closed years ago must not keep accruing earned
      *    premium
           EVALUATE DB2-EP-STATUS
             WHEN 'L'
               MOVE DB2-EP-LAPSE-DATE TO WS-END-DATE
             WHEN 'C'
             WHEN 'X'
             WHEN 'S'
               MOVE DB2-EP-CHANGED-DATE TO WS-END-DATE
             WHEN OTHER
               MOVE SPACES TO WS-END-DATE
           .

      *----------------------------------------------------------------*
      * Incurred side - settled amounts and outstanding reserves,     *
      * with the recoveries received against them                     *
      *----------------------------------------------------------------*
       3000-ACCUMULATE-INCURRED.
           IF WS-RETURN-CODE NOT = '00'
              IF WS-MATCH-SUB > 0
                 SET WS-CELL-IDX TO WS-MATCH-SUB
                 ADD DB2-IC-RESERVE TO WS-CE-INCURRED(WS-CELL-IDX)
                 ADD DB2-IC-RECOVERED TO WS-CE-RECOVERED(WS-CELL-IDX)
              END-IF
              PERFORM 3100-FETCH-NEXT-CLAIM
           END-PERFORM
               FETCH INCUR_CURSOR
               INTO :DB2-IC-POLICYTYPE,
                    :DB2-IC-EFF-DATE,
                    :DB2-IC-RESERVE,
                    :DB2-IC-RECOVERED
           END-EXEC

           IF SQLCODE NOT = 0
           .

      *----------------------------------------------------------------*
      * One triangle line per cell, the loss ratios computed where    *
      * premium was earned. Recoveries beyond the gross (a salvage    *
      * sale above the amount paid) floor the net at nil.             *
      *----------------------------------------------------------------*
       4000-WRITE-TRIANGLE.
           MOVE 1 TO WS-SCAN-SUB
           MOVE WS-CE-POLICIES(WS-CELL-IDX) TO LR-POLICY-COUNT
           MOVE WS-CE-EARNED(WS-CELL-IDX) TO LR-EARNED-PREMIUM
           MOVE WS-CE-INCURRED(WS-CELL-IDX) TO LR-INCURRED-CLAIMS
           MOVE WS-CE-RECOVERED(WS-CELL-IDX) TO LR-RECOVERIES

           COMPUTE WS-NET-INCURRED =
               WS-CE-INCURRED(WS-CELL-IDX)
               - WS-CE-RECOVERED(WS-CELL-IDX)
           IF WS-NET-INCURRED < 0
              MOVE 0 TO WS-NET-INCURRED
           END-IF
           MOVE WS-NET-INCURRED TO LR-NET-INCURRED

           IF WS-CE-EARNED(WS-CELL-IDX) > 0
              COMPUTE WS-RATIO ROUNDED =
                  WS-CE-INCURRED(WS-CELL-IDX) * 100
                  / WS-CE-EARNED(WS-CELL-IDX)
              MOVE WS-RATIO TO LR-LOSS-RATIO-PCT
              COMPUTE WS-RATIO ROUNDED =
                  WS-NET-INCURRED * 100
                  / WS-CE-EARNED(WS-CELL-IDX)
              MOVE WS-RATIO TO LR-NET-LOSS-RATIO-PCT
           ELSE
              MOVE 0 TO LR-LOSS-RATIO-PCT
              MOVE 0 TO LR-NET-LOSS-RATIO-PCT
           END-IF

           WRITE LOSS-RECORD
                 MOVE 0 TO WS-CE-POLICIES(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-EARNED(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-INCURRED(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-RECOVERED(WS-CELL-IDX)
                 MOVE WS-CELL-COUNT TO WS-MATCH-SUB
              ELSE
                 DISPLAY 'LGLOSSR1 - cell table full, '
