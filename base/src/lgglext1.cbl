      *          extracted, so tonight's run can never split a day    *
      *          and a missed night catches up automatically.          *
      *          GL accounts: 40100 premium collected, 40200 premium  *
      *          returned, 50100 claims incurred (paid) - premium     *
      *          lines carry the net premium, and the Insurance       *
      *          Premium Tax held on each PAYMENT row posts to its    *
      *          own line on 25100 IPT payable (credit on collection, *
      *          debit on refund or return). Rows posted before the   *
      *          split was held book wholly to the premium account.   *
      *          Arrears written off by the LGWOFF1 month-end batch   *
      *          book by WRITEOFF_DATE to 60100 bad debt written off  *
      *          (debit), and a later payment LGPPAY01 posts against  *
      *          written-off debt (PAYMENT status 'B') credits 60200  *
      *          bad debt recovered - each with its IPT line on       *
      *          25100, same side. The month-end unearned premium     *
      *          reserve movement LGUPRC1 writes to UPR_VALUATION     *
      *          books by RUN_DATE in balanced pairs: gross to 21100  *
      *          UPR against 40300 change in UPR, the reinsurers'     *
      *          share to 12100 RI share of UPR against 40400 change  *
      *          in RI share of UPR. Endowment surrender values       *
      *          LGSURR01 posts ('V', 'U' once LGREFND1 pays them)    *
      *          book when posted to 50200 surrenders paid (debit).   *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-TOTAL-COUNT          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LINE-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-IPT-SIDE             PIC X(1).
           05  WS-UPR-ACCOUNT          PIC X(5).
           05  WS-UPR-SIDE             PIC X(1).
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
           05  DB2-GL-BRANCHNUM        PIC X(4).
           05  DB2-GL-COUNT            PIC S9(9) COMP.
           05  DB2-GL-AMOUNT           PIC S9(11)V99 COMP-3.
           05  DB2-GL-IPT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  DB2-GL-CEDED-AMOUNT     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * The window's money movements by posting date, one row per     *
      * payment status and branch. Refund rows are booked once, at    *
      * posting: 'G' rows whose posting date is inside the window     *
      * were 'F' when posted, so selecting both statuses never        *
      * doubles them - surrender values ('V'/'U') likewise. 'R' rows  *
      * are collections that later bounced - here they book as the    *
      * collection they were when posted; the                          *
      * reversal books from the separate GLRET cursor in the window   *
      * the return arrived.                                            *
      *----------------------------------------------------------------*
               SELECT Y.STATUS,
                      COALESCE(P.BRANCHNUMBER, ' '),
                      COUNT(*),
                      SUM(COALESCE(Y.NET_AMOUNT, Y.AMOUNT)),
                      SUM(COALESCE(Y.IPT_AMOUNT, 0))
               FROM PAYMENT Y, POLICY P
               WHERE Y.POLICYNUMBER = P.POLICYNUMBER
                 AND Y.PAYMENT_DATE > :WS-LAST-MARK-YMD
                 AND Y.PAYMENT_DATE <= :WS-THIS-MARK-YMD
                 AND Y.STATUS IN ('C', 'R', 'F', 'G', 'P', 'B',
                                  'V', 'U')
               GROUP BY Y.STATUS, P.BRANCHNUMBER
               ORDER BY 1, 2
           END-EXEC.
               DECLARE GLRET_CURSOR CURSOR FOR
               SELECT COALESCE(P.BRANCHNUMBER, ' '),
                      COUNT(*),
                      SUM(COALESCE(Y.NET_AMOUNT, Y.AMOUNT)),
                      SUM(COALESCE(Y.IPT_AMOUNT, 0))
               FROM PAYMENT Y, POLICY P
               WHERE Y.POLICYNUMBER = P.POLICYNUMBER
                 AND Y.STATUS = 'R'
               ORDER BY 1
           END-EXEC.

      *----------------------------------------------------------------*
      * Arrears written off by LGWOFF1, by the date of the write-off  *
      * - one BAD_DEBT_WRITEOFF row per policy, already split into    *
      * net premium and IPT                                            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE GLWOF_CURSOR CURSOR FOR
               SELECT COALESCE(P.BRANCHNUMBER, ' '),
                      COUNT(*),
                      SUM(W.NET_AMOUNT),
                      SUM(W.IPT_AMOUNT)
               FROM BAD_DEBT_WRITEOFF W, POLICY P
               WHERE W.POLICYNUMBER = P.POLICYNUMBER
                 AND W.WRITEOFF_DATE > :WS-LAST-MARK-YMD
                 AND W.WRITEOFF_DATE <= :WS-THIS-MARK-YMD
               GROUP BY P.BRANCHNUMBER
               ORDER BY 1
           END-EXEC.

      *----------------------------------------------------------------*
      * Unearned premium reserve movement by the day LGUPRC1 valued   *
      * it - signed, gross and the reinsurers' share, per branch      *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE GLUPR_CURSOR CURSOR FOR
               SELECT BRANCHNUMBER,
                      COUNT(*),
                      SUM(GROSS_MOVEMENT),
                      SUM(CEDED_MOVEMENT)
               FROM UPR_VALUATION
               WHERE RUN_DATE > :WS-LAST-MARK-YMD
                 AND RUN_DATE <= :WS-THIS-MARK-YMD
               GROUP BY BRANCHNUMBER
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           IF WS-RETURN-CODE = '00'
              PERFORM 2000-EXTRACT-JOURNAL THRU 2000-EXIT
              PERFORM 2500-EXTRACT-RETURNS THRU 2500-EXIT
              PERFORM 2900-EXTRACT-WRITEOFFS THRU 2900-EXIT
              PERFORM 2930-EXTRACT-UPR-MOVEMENT THRU 2930-EXIT
              PERFORM 3000-WRITE-CONTROL-TRAILER
              PERFORM 5000-ADVANCE-CONTROL-MARK
           END-IF
               INTO :DB2-GL-STATUS,
                    :DB2-GL-BRANCHNUM,
                    :DB2-GL-COUNT,
                    :DB2-GL-AMOUNT,
                    :DB2-GL-IPT-AMOUNT
           END-EXEC

           IF SQLCODE = 100
      * collections credit premium income (an 'R' row here is the     *
      * collection as it posted - its reversal books from the         *
      * returns leg); refunds debit premium returned; claim payments  *
      * debit claims incurred; recoveries of written-off debt credit  *
      * bad debt recovered; surrender values debit surrenders paid.    *
      * The tax on the premium lines follows on its own IPT payable   *
      * line, same side.                                               *
      *----------------------------------------------------------------*
       2200-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GLEX-RECORD
             WHEN 'P'
               MOVE '50100' TO GL-ACCOUNT
               MOVE 'D' TO GL-DEBIT-CREDIT
             WHEN 'B'
               MOVE '60200' TO GL-ACCOUNT
               MOVE 'C' TO GL-DEBIT-CREDIT
             WHEN 'V'
             WHEN 'U'
               MOVE '50200' TO GL-ACCOUNT
               MOVE 'D' TO GL-DEBIT-CREDIT
           END-EVALUATE

           MOVE DB2-GL-AMOUNT TO WS-LINE-AMOUNT
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT
           MOVE GL-DEBIT-CREDIT TO WS-IPT-SIDE

           ADD DB2-GL-COUNT TO WS-TOTAL-COUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF

           IF DB2-GL-IPT-AMOUNT NOT = 0
              PERFORM 2800-WRITE-IPT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
               FETCH GLRET_CURSOR
               INTO :DB2-GL-BRANCHNUM,
                    :DB2-GL-COUNT,
                    :DB2-GL-AMOUNT,
                    :DB2-GL-IPT-AMOUNT
           END-EXEC

           IF SQLCODE = 100

           MOVE DB2-GL-AMOUNT TO WS-LINE-AMOUNT
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT
           MOVE GL-DEBIT-CREDIT TO WS-IPT-SIDE

           ADD DB2-GL-COUNT TO WS-TOTAL-COUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT

           WRITE GLEX-RECORD

           IF WS-GLEX-STATUS NOT = '00'
              DISPLAY 'LGGLEXT1 - WRITE GLEXFILE failed, status='
                      WS-GLEX-STATUS
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF

           IF DB2-GL-IPT-AMOUNT NOT = 0
              PERFORM 2800-WRITE-IPT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * The tax held on the movements just journalled, posted to IPT  *
      * payable for the same branch and on the same side as the       *
      * premium line it came with                                      *
      *----------------------------------------------------------------*
       2800-WRITE-IPT-LINE.
           MOVE SPACES TO GLEX-RECORD
           MOVE 'J' TO GL-RECORD-TYPE
           MOVE WS-LAST-MARK-YMD TO GL-WINDOW-FROM
           MOVE WS-THIS-MARK-YMD TO GL-WINDOW-TO
           MOVE DB2-GL-BRANCHNUM TO GL-BRANCH-NUM
           MOVE DB2-GL-COUNT TO GL-LINE-COUNT
           MOVE '25100' TO GL-ACCOUNT
           MOVE WS-IPT-SIDE TO GL-DEBIT-CREDIT

           MOVE DB2-GL-IPT-AMOUNT TO WS-LINE-AMOUNT
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT

           ADD DB2-GL-COUNT TO WS-TOTAL-COUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT

           WRITE GLEX-RECORD

           IF WS-GLEX-STATUS NOT = '00'
              DISPLAY 'LGGLEXT1 - WRITE GLEXFILE failed, status='
                      WS-GLEX-STATUS
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

      *----------------------------------------------------------------*
      * Arrears written off in the window, debiting bad debt written  *
      * off with the tax on its own IPT payable line                  *
      *----------------------------------------------------------------*
       2900-EXTRACT-WRITEOFFS.
           EXEC SQL
               OPEN GLWOF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGGLEXT1 - OPEN GLWOF_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2900-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2910-FETCH-NEXT-WRITEOFF

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2920-WRITE-WRITEOFF-LINE
              PERFORM 2910-FETCH-NEXT-WRITEOFF
           END-PERFORM

           EXEC SQL
               CLOSE GLWOF_CURSOR
           END-EXEC

       2900-EXIT.
           EXIT
           .

       2910-FETCH-NEXT-WRITEOFF.
           EXEC SQL
               FETCH GLWOF_CURSOR
               INTO :DB2-GL-BRANCHNUM,
                    :DB2-GL-COUNT,
                    :DB2-GL-AMOUNT,
                    :DB2-GL-IPT-AMOUNT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGGLEXT1 - FETCH GLWOF_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       2920-WRITE-WRITEOFF-LINE.
           MOVE SPACES TO GLEX-RECORD
           MOVE 'J' TO GL-RECORD-TYPE
           MOVE WS-LAST-MARK-YMD TO GL-WINDOW-FROM
           MOVE WS-THIS-MARK-YMD TO GL-WINDOW-TO
           MOVE DB2-GL-BRANCHNUM TO GL-BRANCH-NUM
           MOVE DB2-GL-COUNT TO GL-LINE-COUNT
           MOVE '60100' TO GL-ACCOUNT
           MOVE 'D' TO GL-DEBIT-CREDIT

           MOVE DB2-GL-AMOUNT TO WS-LINE-AMOUNT
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT
           MOVE GL-DEBIT-CREDIT TO WS-IPT-SIDE

           ADD DB2-GL-COUNT TO WS-TOTAL-COUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT

           WRITE GLEX-RECORD

           IF WS-GLEX-STATUS NOT = '00'
              DISPLAY 'LGGLEXT1 - WRITE GLEXFILE failed, status='
                      WS-GLEX-STATUS
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF

           IF DB2-GL-IPT-AMOUNT NOT = 0
              PERFORM 2800-WRITE-IPT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * The reserve movement in balanced pairs - an increase credits  *
      * the UPR and debits its change account, the reinsurers' share  *
      * the other way about; a release reverses both                  *
      *----------------------------------------------------------------*
       2930-EXTRACT-UPR-MOVEMENT.
           EXEC SQL
               OPEN GLUPR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGGLEXT1 - OPEN GLUPR_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2930-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2940-FETCH-NEXT-UPR

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2950-WRITE-UPR-LINES
              PERFORM 2940-FETCH-NEXT-UPR
           END-PERFORM

           EXEC SQL
               CLOSE GLUPR_CURSOR
           END-EXEC

       2930-EXIT.
           EXIT
           .

       2940-FETCH-NEXT-UPR.
           EXEC SQL
               FETCH GLUPR_CURSOR
               INTO :DB2-GL-BRANCHNUM,
                    :DB2-GL-COUNT,
                    :DB2-GL-AMOUNT,
                    :DB2-GL-CEDED-AMOUNT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGGLEXT1 - FETCH GLUPR_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       2950-WRITE-UPR-LINES.
           IF DB2-GL-AMOUNT > 0
              MOVE DB2-GL-AMOUNT TO WS-LINE-AMOUNT
              MOVE '21100' TO WS-UPR-ACCOUNT
              MOVE 'C' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
              MOVE '40300' TO WS-UPR-ACCOUNT
              MOVE 'D' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
           END-IF

           IF DB2-GL-AMOUNT < 0
              COMPUTE WS-LINE-AMOUNT = 0 - DB2-GL-AMOUNT
              MOVE '21100' TO WS-UPR-ACCOUNT
              MOVE 'D' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
              MOVE '40300' TO WS-UPR-ACCOUNT
              MOVE 'C' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
           END-IF

           IF DB2-GL-CEDED-AMOUNT > 0
              MOVE DB2-GL-CEDED-AMOUNT TO WS-LINE-AMOUNT
              MOVE '12100' TO WS-UPR-ACCOUNT
              MOVE 'D' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
              MOVE '40400' TO WS-UPR-ACCOUNT
              MOVE 'C' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
           END-IF

           IF DB2-GL-CEDED-AMOUNT < 0
              COMPUTE WS-LINE-AMOUNT = 0 - DB2-GL-CEDED-AMOUNT
              MOVE '12100' TO WS-UPR-ACCOUNT
              MOVE 'C' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
              MOVE '40400' TO WS-UPR-ACCOUNT
              MOVE 'D' TO WS-UPR-SIDE
              PERFORM 2960-WRITE-UPR-LINE
           END-IF
           .

       2960-WRITE-UPR-LINE.
           MOVE SPACES TO GLEX-RECORD
           MOVE 'J' TO GL-RECORD-TYPE
           MOVE WS-LAST-MARK-YMD TO GL-WINDOW-FROM
           MOVE WS-THIS-MARK-YMD TO GL-WINDOW-TO
           MOVE DB2-GL-BRANCHNUM TO GL-BRANCH-NUM
           MOVE DB2-GL-COUNT TO GL-LINE-COUNT
           MOVE WS-UPR-ACCOUNT TO GL-ACCOUNT
           MOVE WS-UPR-SIDE TO GL-DEBIT-CREDIT
           MOVE WS-LINE-AMOUNT TO GL-AMOUNT

           ADD DB2-GL-COUNT TO WS-TOTAL-COUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
