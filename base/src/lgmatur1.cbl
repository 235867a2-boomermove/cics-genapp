      *          installments removed (no further collections), one   *
      *          maturity-payout instruction written to the MATUFILE  *
      *          dataset for the payments team (policy, customer,     *
      *          sum assured, fund name, life assured, and for a      *
      *          with-profits policy the reversionary bonus accrued   *
      *          by LGBONUS1 plus the terminal bonus at the fund's    *
      *          latest declared FUND_BONUS_RATE on sum assured and   *
      *          accrued bonus together - the payout is the sum of    *
      *          the three), and the policy moved to matured status   *
      *          'X' - distinct from lapsed and cancelled, so the MI  *
      *          does not count maturities as lost business, and      *
      *          recorded on POLICY_MOVEMENT (LGMOVPRC) as a maturity *
      *          off the in-force book. The status change is what     *
      *          makes the run re-runnable.                            *
      *          A payout to a customer whose mandate was captured or *
      *          replaced less than PC-PAYOUT-HOLD-DAYS ago, or whose *
      *          latest change is disputed, is not written: the       *
      *          instruction is held whole on PAYOUT_HOLD (LGPHDPRC)  *
      *          for the LGPHRPT1 report while the policy matures as  *
      *          usual, and each run first writes out the held        *
      *          instructions that have since been released.          *
      *================================================================*

       ENVIRONMENT DIVISION.
      * Maturity payout instruction for the payments team             *
      *----------------------------------------------------------------*
       FD  MATU-FILE
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MATU-RECORD.
           05  MT-POLICY-NUM           PIC X(10).
           05  MT-SUM-ASSURED          PIC 9(9).
           05  MT-FUND-NAME            PIC X(10).
           05  MT-LIFE-ASSURED         PIC X(30).
           05  MT-ACCRUED-BONUS        PIC 9(9)V99.
           05  MT-TERMINAL-BONUS       PIC 9(9)V99.
           05  MT-PAYOUT-AMOUNT        PIC 9(9)V99.
           05  MT-RECORD-FILLER        PIC X(18).

       WORKING-STORAGE SECTION.

       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Payout hold after a mandate change (LGPHDPRC procedures)      *
      *----------------------------------------------------------------*
           COPY LGPHDWS.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
           05  WS-MATU-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-MATURITY-RAW         PIC X(8).
           05  WS-MATURITY-YYYY        PIC 9(4).
           05  WS-MATURITY-INTEGER     PIC 9(7).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-MATURED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SKIPPED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-END-OF-HOLDS         PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-HOLDS    VALUE 'Y'.
           05  WS-HOLDS-PAID           PIC 9(7) COMP-3 VALUE 0.
           05  WS-TERMINAL-BONUS       PIC S9(9)V99 COMP-3.
           05  WS-BONUS-PRICED         PIC X(1) VALUE 'Y'.
               88  WS-BONUS-UNPRICED   VALUE 'N'.
           05  WS-PAYOUT-AMOUNT        PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-BONUS-PAID     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMOUNT-DISPLAY       PIC Z(10)9.99.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  DB2-MT-SUMASSURED       PIC S9(9) COMP.
           05  DB2-MT-FUNDNAME         PIC X(10).
           05  DB2-MT-LIFEASSURED      PIC X(30).
           05  DB2-MT-WITHPROFITS      PIC X(1).
           05  DB2-MT-ACCRUEDBONUS     PIC S9(9)V99 COMP-3.
           05  DB2-MT-MATURITY-YEAR    PIC S9(4) COMP.
           05  DB2-MT-TERMINAL-PCT     PIC S9(3)V9(3) COMP-3.

      *----------------------------------------------------------------*
      * Held payout host variables                                     *
      *----------------------------------------------------------------*
       01  DB2-PAYOUT-HOLD-REC.
           COPY DB2-PAYOUT-HOLD.

      *----------------------------------------------------------------*
      * Every in-force endowment - whether it is inside the maturity  *
                      E.TERM,
                      E.SUMASSURED,
                      E.FUNDNAME,
                      E.LIFEASSURED,
                      E.WITHPROFITS,
                      COALESCE(E.ACCRUED_BONUS, 0)
               FROM POLICY P, ENDOWMENT E
               WHERE P.POLICYNUMBER = E.POLICYNUMBER
                 AND P.STATUS = 'A'
           END-EXEC.

      *----------------------------------------------------------------*
      * Maturity instructions held after a mandate change and not yet *
      * written out - whether each may go now is decided per row      *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE MATHOLD_CURSOR CURSOR FOR
               SELECT POLICYNUMBER,
                      REFERENCE,
                      CUSTOMERNUMBER,
                      AMOUNT,
                      PAYOUT_IMAGE
               FROM PAYOUT_HOLD
               WHERE SOURCE = 'M'
                 AND STATUS IN ('H', 'D', 'R', 'A')
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-PAY-RELEASED-HOLDS THRU 1500-EXIT
           PERFORM 2000-PROCESS-MATURITIES THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           MOVE PC-PAYOUT-HOLD-DAYS TO PH-HOLD-DAYS
           MOVE WS-TODAY-YMD TO PH-TODAY-YMD

           OPEN OUTPUT MATU-FILE

           IF WS-MATU-STATUS NOT = '00'
                   PC-MATURITY-LEAD-DAYS
           .

      *----------------------------------------------------------------*
      * Held maturity instructions first - one released by hand, or   *
      * whose hold period has run with no dispute, is written out     *
      * now exactly as it was held                                     *
      *----------------------------------------------------------------*
       1500-PAY-RELEASED-HOLDS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 1500-EXIT
           END-IF

           EXEC SQL
               OPEN MATHOLD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGMATUR1 - OPEN MATHOLD_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 1500-EXIT
           END-IF

           PERFORM 1600-FETCH-NEXT-HOLD

           PERFORM UNTIL WS-NO-MORE-HOLDS
              PERFORM 1700-CHECK-HELD-PAYOUT
              PERFORM 1600-FETCH-NEXT-HOLD
           END-PERFORM

           EXEC SQL
               CLOSE MATHOLD_CURSOR
           END-EXEC

       1500-EXIT.
           EXIT
           .

       1600-FETCH-NEXT-HOLD.
           EXEC SQL
               FETCH MATHOLD_CURSOR
               INTO :DB2-PH-POLICYNUM,
                    :DB2-PH-REFERENCE,
                    :DB2-PH-CUSTOMERNUM,
                    :DB2-PH-AMOUNT,
                    :DB2-PH-PAYOUT-IMAGE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-HOLDS
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-HOLDS
                 DISPLAY 'LGMATUR1 - FETCH MATHOLD_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       1700-CHECK-HELD-PAYOUT.
           MOVE 'M' TO PH-SOURCE
           MOVE DB2-PH-POLICYNUM TO PH-POLICY-NUM
           MOVE DB2-PH-CUSTOMERNUM TO PH-CUSTOMER-NUM
           MOVE DB2-PH-REFERENCE TO PH-REFERENCE
           MOVE DB2-PH-AMOUNT TO PH-AMOUNT
           MOVE DB2-PH-PAYOUT-IMAGE TO PH-PAYOUT-IMAGE
           PERFORM LGPHD-CHECK-PAYOUT

           IF PH-PAY
              MOVE DB2-PH-PAYOUT-IMAGE TO MATU-RECORD
              WRITE MATU-RECORD

              IF WS-MATU-STATUS NOT = '00'
                 DISPLAY 'LGMATUR1 - WRITE MATUFILE failed, status='
                         WS-MATU-STATUS
              ELSE
                 ADD 1 TO WS-HOLDS-PAID
                 PERFORM LGPHD-MARK-PAID
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Open the cursor and examine every in-force endowment          *
      *----------------------------------------------------------------*
                    :DB2-MT-TERM,
                    :DB2-MT-SUMASSURED,
                    :DB2-MT-FUNDNAME,
                    :DB2-MT-LIFEASSURED,
                    :DB2-MT-WITHPROFITS,
                    :DB2-MT-ACCRUEDBONUS
           END-EXEC

           IF SQLCODE = 100
                  INTO WS-MATURITY-YMD
           END-STRING

           PERFORM 2300-PRICE-BONUS THRU 2300-EXIT
           IF WS-BONUS-UNPRICED
              GO TO 2200-EXIT
           END-IF

           PERFORM 3000-WRITE-PAYOUT-INSTRUCTION
           PERFORM 4000-STOP-COLLECTIONS
           PERFORM 5000-MARK-POLICY-MATURED
           .

      *----------------------------------------------------------------*
      * A with-profits policy is paid its accrued reversionary bonus  *
      * and a terminal bonus - the terminal rate declared for the     *
      * fund in the latest bonus year up to the maturity year,        *
      * applied to sum assured plus accrued bonus. Non-profit         *
      * policies are paid the sum assured alone. A policy whose rate  *
      * cannot be read is left in force for the next run to price     *
      *----------------------------------------------------------------*
       2300-PRICE-BONUS.
           MOVE 0 TO WS-TERMINAL-BONUS
           MOVE 'Y' TO WS-BONUS-PRICED

           IF DB2-MT-WITHPROFITS NOT = 'Y'
              MOVE 0 TO DB2-MT-ACCRUEDBONUS
           ELSE
              MOVE WS-MATURITY-YYYY TO DB2-MT-MATURITY-YEAR

              EXEC SQL
                  SELECT TERMINAL_PCT
                  INTO :DB2-MT-TERMINAL-PCT
                  FROM FUND_BONUS_RATE
                  WHERE FUNDNAME = :DB2-MT-FUNDNAME
                    AND STATUS = 'A'
                    AND BONUS_YEAR =
                        ( SELECT MAX(BONUS_YEAR)
                          FROM FUND_BONUS_RATE
                          WHERE FUNDNAME = :DB2-MT-FUNDNAME
                            AND STATUS = 'A'
                            AND BONUS_YEAR <= :DB2-MT-MATURITY-YEAR )
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  COMPUTE WS-TERMINAL-BONUS ROUNDED =
                      (DB2-MT-SUMASSURED + DB2-MT-ACCRUEDBONUS)
                      * DB2-MT-TERMINAL-PCT / 100
                WHEN 100
                  DISPLAY 'LGMATUR1 - no declared bonus rate for fund '
                          DB2-MT-FUNDNAME ', policy '
                          DB2-MT-POLICYNUM ' paid without terminal '
                          'bonus'
                WHEN OTHER
                  MOVE '90' TO WS-RETURN-CODE
                  MOVE 'N' TO WS-BONUS-PRICED
                  ADD 1 TO WS-ROWS-SKIPPED
                  DISPLAY 'LGMATUR1 - bonus rate read failed for '
                          DB2-MT-POLICYNUM ' SQLCODE=' SQLCODE
                          ', maturity left for the next run'
                  GO TO 2300-EXIT
              END-EVALUATE
           END-IF

           COMPUTE WS-PAYOUT-AMOUNT =
               DB2-MT-SUMASSURED + DB2-MT-ACCRUEDBONUS
               + WS-TERMINAL-BONUS
           ADD DB2-MT-ACCRUEDBONUS WS-TERMINAL-BONUS
               TO WS-TOTAL-BONUS-PAID

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * One payout instruction for the payments team - held instead   *
      * when the customer's mandate changed inside the hold period    *
      * or the change is disputed                                     *
      *----------------------------------------------------------------*
       3000-WRITE-PAYOUT-INSTRUCTION.
           MOVE SPACES TO MATU-RECORD
           MOVE DB2-MT-SUMASSURED TO MT-SUM-ASSURED
           MOVE DB2-MT-FUNDNAME TO MT-FUND-NAME
           MOVE DB2-MT-LIFEASSURED TO MT-LIFE-ASSURED
           MOVE DB2-MT-ACCRUEDBONUS TO MT-ACCRUED-BONUS
           MOVE WS-TERMINAL-BONUS TO MT-TERMINAL-BONUS
           MOVE WS-PAYOUT-AMOUNT TO MT-PAYOUT-AMOUNT

           MOVE 'M' TO PH-SOURCE
           MOVE DB2-MT-POLICYNUM TO PH-POLICY-NUM
           MOVE DB2-MT-CUSTOMERNUM TO PH-CUSTOMER-NUM
           MOVE SPACES TO PH-REFERENCE
           STRING 'GENM' DELIMITED BY SIZE
                  WS-POLNUM-DISPLAY DELIMITED BY SIZE
                  INTO PH-REFERENCE
           END-STRING
           MOVE WS-PAYOUT-AMOUNT TO PH-AMOUNT
           MOVE MATU-RECORD TO PH-PAYOUT-IMAGE
           PERFORM LGPHD-CHECK-PAYOUT

      * A payout the check could not decide is held rather than lost -
      * the policy matures tonight and will not be swept again
           IF PH-CHECK-FAILED
              MOVE 'H' TO PH-NEW-STATUS
              MOVE WS-TODAY-YMD TO PH-MANDATE-CHANGED
              MOVE WS-TODAY-YMD TO PH-RELEASE-DUE
              PERFORM LGPHD-RECORD-HOLD
           END-IF

           IF PH-PAY
              WRITE MATU-RECORD

              IF WS-MATU-STATUS NOT = '00'
                 DISPLAY 'LGMATUR1 - WRITE MATUFILE failed, status='
                         WS-MATU-STATUS
              ELSE
                 PERFORM LGPHD-MARK-PAID
              END-IF
           END-IF
           .


           IF SQLCODE = 0
              ADD 1 TO WS-ROWS-MATURED
              PERFORM 5100-RECORD-MOVEMENT
           ELSE
              DISPLAY 'LGMATUR1 - status update failed for policy '
                      DB2-MT-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *    Maturity takes the policy off the in-force book for the
      *    LGINFRF1 roll-forward, as its own movement
       5100-RECORD-MOVEMENT.
           MOVE DB2-MT-POLICYNUM TO MV-POLICYNUM
           MOVE WS-MATURITY-YMD TO MV-MOVE-DATE
           SET MV-MATURITY TO TRUE
           MOVE -1 TO MV-COUNT-CHANGE
           MOVE 'Y' TO MV-WHOLE-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC NOT = '00'
              DISPLAY 'LGMATUR1 - movement not recorded for policy '
                      DB2-MT-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-MATURED TO WS-ROWS-DISPLAY
           DISPLAY 'LGMATUR1 - Policies matured: ' WS-ROWS-DISPLAY
           MOVE WS-TOTAL-BONUS-PAID TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGMATUR1 - With-profits bonus paid: '
                   WS-AMOUNT-DISPLAY
           MOVE PH-ROWS-HELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGMATUR1 - Payouts held after a mandate change: '
                   WS-ROWS-DISPLAY
           MOVE WS-HOLDS-PAID TO WS-ROWS-DISPLAY
           DISPLAY 'LGMATUR1 - Held payouts released and written: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGMATUR1 - Endowment maturity batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Payout hold procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPHDPRC.

       END PROGRAM LGMATUR1.
