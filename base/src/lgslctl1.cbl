      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Sub-Ledger Month-End Control      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSLCTL1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSLCTL1 - Policy Sub-Ledger Month-End Control       *
      * Purpose: Runs outside CICS at month-start for the month just  *
      *          ended, once LGSLPST1 has posted its last day, and    *
      *          proves the policyholder sub-ledger two ways. First,  *
      *          the accounts roll forward: the sum of every policy's *
      *          balance at the previous month end, plus the month's  *
      *          debits, less its credits, must equal the sum of      *
      *          every balance at this month end. Second, the month's *
      *          entries tie to the general ledger: for each GL       *
      *          account a sub-ledger entry carries (40100, 40200,    *
      *          60100, 60200) the net premium posted is set against  *
      *          the same movement recomputed from PAYMENT and        *
      *          BAD_DEBT_WRITEOFF by LGGLEXT1's rules, and the IPT   *
      *          on them against the 25100 IPT payable movement.      *
      *          Entries the cash-basis ledger never sees - premium   *
      *          due, endorsement charges, refunds paid and debt      *
      *          reinstated - are reported as debtor-only movement.   *
      *          Last, every cancelled policy still in credit at the  *
      *          month end is listed as a refund due, marked where a  *
      *          return premium is already awaiting LGREFND1. The     *
      *          report is DISPLAYed in the LGUPRC1 style and a       *
      *          difference on either proof is flagged OUT OF BALANCE *
      *          and counted as rejected on the job registry. Dates   *
      *          are YYYY-MM-DD.                                      *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGSLCTL1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Period working storage - the month just ended and the month   *
      * end before it, both YYYY-MM-DD                                 *
      *----------------------------------------------------------------*
       01  WS-PERIOD-VARS.
           05  WS-FEED-NAME            PIC X(16)
                                       VALUE 'SUB_LEDGER'.
           05  WS-LAST-MARK            PIC X(14).
           05  WS-CONTROL-COUNT        PIC S9(9) COMP.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-MONTH-START-RAW      PIC X(8).
           05  WS-MEND-INTEGER         PIC 9(7).
           05  WS-MEND-RAW             PIC X(8).
           05  WS-MEND-YMD             PIC X(10).
           05  WS-PEND-INTEGER         PIC 9(7).
           05  WS-PEND-RAW             PIC X(8).
           05  WS-PEND-YMD             PIC X(10).

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-OUT-OF-BALANCE       PIC 9(7) COMP-3 VALUE 0.
           05  WS-REFUNDS-DUE          PIC 9(7) COMP-3 VALUE 0.
           05  WS-REFUNDS-UNRAISED     PIC 9(7) COMP-3 VALUE 0.
           05  WS-OPENING-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CLOSING-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MONTH-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MONTH-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EXPECTED-CLOSING     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DIFFERENCE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SL-IPT-CREDIT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-IPT-CREDIT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REFUND-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-SIGNED-DISPLAY       PIC -(10)9.99.
           05  WS-AMOUNT-DISPLAY       PIC Z(10)9.99.
           05  WS-NET-DISPLAY          PIC Z(10)9.99.
           05  WS-IPT-DISPLAY          PIC Z(10)9.99.
           05  WS-SL-DISPLAY           PIC -(10)9.99.
           05  WS-GL-DISPLAY           PIC -(10)9.99.

      *----------------------------------------------------------------*
      * GL tie-out table - one cell per GL account a sub-ledger entry *
      * carries: the net premium and IPT the sub-ledger posted to it  *
      * in the month and the same recomputed from source. The IPT     *
      * sign is the side the 25100 line takes in LGGLEXT1 - with the  *
      * premium line, so credit (+1) on 40100 and 60200 and debit     *
      * (-1) on 40200 and 60100.                                       *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY OCCURS 4 TIMES
                              INDEXED BY WS-AC-IDX.
               10  WS-AC-ACCOUNT       PIC X(5).
               10  WS-AC-IPT-SIGN      PIC S9(1) COMP-3.
               10  WS-AC-SL-COUNT      PIC S9(9) COMP.
               10  WS-AC-SL-NET        PIC S9(11)V99 COMP-3.
               10  WS-AC-SL-IPT        PIC S9(11)V99 COMP-3.
               10  WS-AC-GL-NET        PIC S9(11)V99 COMP-3.
               10  WS-AC-GL-IPT        PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * Cursor host variables                                          *
      *----------------------------------------------------------------*
       01  DB2-CONTROL-VARS.
           05  DB2-SC-GL-ACCOUNT       PIC X(5).
           05  DB2-SC-ENTRY-TYPE       PIC X(2).
           05  DB2-SC-DEBIT-CREDIT     PIC X(1).
           05  DB2-SC-COUNT            PIC S9(9) COMP.
           05  DB2-SC-AMOUNT           PIC S9(11)V99 COMP-3.
           05  DB2-SC-NET-AMOUNT       PIC S9(11)V99 COMP-3.
           05  DB2-SC-IPT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  DB2-SC-POLICYNUM        PIC S9(9) COMP.
           05  DB2-SC-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-SC-BALANCE          PIC S9(9)V99 COMP-3.
           05  DB2-SC-PENDING-COUNT    PIC S9(9) COMP.
           05  DB2-SC-POLICY-DISPLAY   PIC 9(10).
           05  DB2-SC-CUSTOMER-DISPLAY PIC 9(10).

      *----------------------------------------------------------------*
      * The month's sub-ledger entries by GL account and entry type - *
      * the tie-out cells and the debtor-only lines in one pass        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SLMOVE_CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, ENTRY_TYPE, DEBIT_CREDIT,
                      COUNT(*),
                      SUM(AMOUNT),
                      SUM(NET_AMOUNT),
                      SUM(IPT_AMOUNT)
               FROM POLICY_LEDGER
               WHERE ENTRY_DATE > :WS-PEND-YMD
                 AND ENTRY_DATE <= :WS-MEND-YMD
               GROUP BY GL_ACCOUNT, ENTRY_TYPE, DEBIT_CREDIT
               ORDER BY 1, 2, 3
           END-EXEC.

      *----------------------------------------------------------------*
      * Cancelled policies whose last balance at the month end is a   *
      * credit - premium we hold that is owed back - with the count   *
      * of return premiums raised and not yet refunded                *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SLREFD_CURSOR CURSOR FOR
               SELECT L.POLICYNUMBER, P.CUSTOMERNUMBER, L.BALANCE,
                      ( SELECT COUNT(*)
                        FROM PAYMENT Y
                        WHERE Y.POLICYNUMBER = L.POLICYNUMBER
                          AND Y.STATUS = 'F' )
               FROM POLICY_LEDGER L, POLICY P
               WHERE P.POLICYNUMBER = L.POLICYNUMBER
                 AND P.STATUS = 'C'
                 AND L.BALANCE < 0
                 AND L.ENTRY_SEQ =
                     ( SELECT MAX(M.ENTRY_SEQ)
                       FROM POLICY_LEDGER M
                       WHERE M.POLICYNUMBER = L.POLICYNUMBER
                         AND M.ENTRY_DATE <= :WS-MEND-YMD )
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RETURN-CODE = '00'
              PERFORM 2000-PROVE-ROLL-FORWARD THRU 2000-EXIT
           END-IF
           IF WS-RETURN-CODE = '00'
              PERFORM 3000-PROVE-GL-TIE-OUT THRU 3000-EXIT
           END-IF
           IF WS-RETURN-CODE = '00'
              PERFORM 4000-LIST-REFUNDS-DUE THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix the period at the month just ended and make sure the      *
      * sub-ledger has been posted to the end of it                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGSLCTL1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGSLCTL1 - Sub-ledger month-end control starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE WS-TODAY-DATE TO WS-MONTH-START-RAW
           MOVE '01' TO WS-MONTH-START-RAW(7:2)
           COMPUTE WS-MEND-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MONTH-START-RAW)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MEND-INTEGER)
               TO WS-MEND-RAW

           MOVE WS-MEND-RAW TO WS-MONTH-START-RAW
           MOVE '01' TO WS-MONTH-START-RAW(7:2)
           COMPUTE WS-PEND-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MONTH-START-RAW)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PEND-INTEGER)
               TO WS-PEND-RAW

           MOVE SPACES TO WS-MEND-YMD
           STRING WS-MEND-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MEND-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MEND-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-MEND-YMD
           END-STRING

           MOVE SPACES TO WS-PEND-YMD
           STRING WS-PEND-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PEND-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PEND-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-PEND-YMD
           END-STRING

           DISPLAY 'LGSLCTL1 - Period after ' WS-PEND-YMD
                   ' to ' WS-MEND-YMD

           MOVE '40100' TO WS-AC-ACCOUNT(1)
           MOVE +1 TO WS-AC-IPT-SIGN(1)
           MOVE '40200' TO WS-AC-ACCOUNT(2)
           MOVE -1 TO WS-AC-IPT-SIGN(2)
           MOVE '60100' TO WS-AC-ACCOUNT(3)
           MOVE -1 TO WS-AC-IPT-SIGN(3)
           MOVE '60200' TO WS-AC-ACCOUNT(4)
           MOVE +1 TO WS-AC-IPT-SIGN(4)
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL WS-AC-IDX > 4
              MOVE 0 TO WS-AC-SL-COUNT(WS-AC-IDX)
              MOVE 0 TO WS-AC-SL-NET(WS-AC-IDX)
              MOVE 0 TO WS-AC-SL-IPT(WS-AC-IDX)
              MOVE 0 TO WS-AC-GL-NET(WS-AC-IDX)
              MOVE 0 TO WS-AC-GL-IPT(WS-AC-IDX)
           END-PERFORM

      * A month only part posted would prove nothing - the control
      * waits for LGSLPST1 to have covered the last day of it
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTROL-COUNT
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - control lookup failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-CONTROL-COUNT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - sub-ledger never posted - '
                      'run LGSLPST1 first'
              GO TO 1000-EXIT
           END-IF

           EXEC SQL
               SELECT LAST_RUN_MARK
               INTO :WS-LAST-MARK
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - control fetch failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-LAST-MARK(1:10) < WS-MEND-YMD
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - sub-ledger posted only to '
                      WS-LAST-MARK(1:10) ' - month not complete'
              GO TO 1000-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proof 1 - opening balances plus the month's debits less its   *
      * credits equal the closing balances. A policy's balance at a   *
      * date is the BALANCE on its last entry on or before it.        *
      *----------------------------------------------------------------*
       2000-PROVE-ROLL-FORWARD.
           EXEC SQL
               SELECT COALESCE(SUM(L.BALANCE), 0)
               INTO :WS-OPENING-TOTAL
               FROM POLICY_LEDGER L
               WHERE L.ENTRY_SEQ =
                     ( SELECT MAX(M.ENTRY_SEQ)
                       FROM POLICY_LEDGER M
                       WHERE M.POLICYNUMBER = L.POLICYNUMBER
                         AND M.ENTRY_DATE <= :WS-PEND-YMD )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - opening balance failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(L.BALANCE), 0)
               INTO :WS-CLOSING-TOTAL
               FROM POLICY_LEDGER L
               WHERE L.ENTRY_SEQ =
                     ( SELECT MAX(M.ENTRY_SEQ)
                       FROM POLICY_LEDGER M
                       WHERE M.POLICYNUMBER = L.POLICYNUMBER
                         AND M.ENTRY_DATE <= :WS-MEND-YMD )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - closing balance failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE DEBIT_CREDIT
                                   WHEN 'D' THEN AMOUNT
                                   ELSE 0 END), 0),
                      COALESCE(SUM(CASE DEBIT_CREDIT
                                   WHEN 'C' THEN AMOUNT
                                   ELSE 0 END), 0)
               INTO :WS-MONTH-DEBITS,
                    :WS-MONTH-CREDITS
               FROM POLICY_LEDGER
               WHERE ENTRY_DATE > :WS-PEND-YMD
                 AND ENTRY_DATE <= :WS-MEND-YMD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - month movement failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           COMPUTE WS-EXPECTED-CLOSING =
               WS-OPENING-TOTAL + WS-MONTH-DEBITS - WS-MONTH-CREDITS
           COMPUTE WS-DIFFERENCE =
               WS-CLOSING-TOTAL - WS-EXPECTED-CLOSING

           DISPLAY ' '
           DISPLAY 'LGSLCTL1 - ACCOUNT ROLL-FORWARD (debit = owed '
                   'to us)'
           MOVE WS-OPENING-TOTAL TO WS-SIGNED-DISPLAY
           DISPLAY '  Opening balances at ' WS-PEND-YMD '  '
                   WS-SIGNED-DISPLAY
           MOVE WS-MONTH-DEBITS TO WS-SIGNED-DISPLAY
           DISPLAY '  Plus debits in month              '
                   WS-SIGNED-DISPLAY
           MOVE WS-MONTH-CREDITS TO WS-SIGNED-DISPLAY
           DISPLAY '  Less credits in month             '
                   WS-SIGNED-DISPLAY
           MOVE WS-EXPECTED-CLOSING TO WS-SIGNED-DISPLAY
           DISPLAY '  Expected closing balances         '
                   WS-SIGNED-DISPLAY
           MOVE WS-CLOSING-TOTAL TO WS-SIGNED-DISPLAY
           DISPLAY '  Closing balances at ' WS-MEND-YMD '  '
                   WS-SIGNED-DISPLAY
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
           IF WS-DIFFERENCE = 0
              DISPLAY '  Difference                        '
                      WS-SIGNED-DISPLAY '  IN BALANCE'
           ELSE
              ADD 1 TO WS-OUT-OF-BALANCE
              DISPLAY '  Difference                        '
                      WS-SIGNED-DISPLAY '  *** OUT OF BALANCE ***'
           END-IF
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Proof 2 - the month's entries against the general ledger.     *
      * The sub-ledger side comes from one pass of SLMOVE_CURSOR; the *
      * ledger side is recomputed from the source rows by the date    *
      * and account rules LGGLEXT1 journals them under.               *
      *----------------------------------------------------------------*
       3000-PROVE-GL-TIE-OUT.
           DISPLAY ' '
           DISPLAY 'LGSLCTL1 - MONTH MOVEMENT BY ENTRY TYPE'
           DISPLAY '  GL    TY D/C  ENTRIES        GROSS          NET'
                   '          IPT'

           EXEC SQL
               OPEN SLMOVE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - OPEN SLMOVE_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-MOVEMENT

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-ACCUMULATE-MOVEMENT
              PERFORM 3100-FETCH-NEXT-MOVEMENT
           END-PERFORM

           EXEC SQL
               CLOSE SLMOVE_CURSOR
           END-EXEC

           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

      *    40100 premium collected - 'C' and 'R' by posting date
           SET WS-AC-IDX TO 1
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(NET_AMOUNT, AMOUNT)), 0),
                      COALESCE(SUM(COALESCE(IPT_AMOUNT, 0)), 0)
               INTO :DB2-SC-NET-AMOUNT,
                    :DB2-SC-IPT-AMOUNT
               FROM PAYMENT
               WHERE STATUS IN ('C', 'R')
                 AND PAYMENT_DATE > :WS-PEND-YMD
                 AND PAYMENT_DATE <= :WS-MEND-YMD
           END-EXEC
           PERFORM 3300-STORE-GL-SIDE

      *    40200 premium returned - 'F' and 'G' by posting date, and
      *    returned collections by RETURN_DATE
           SET WS-AC-IDX TO 2
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(NET_AMOUNT, AMOUNT)), 0),
                      COALESCE(SUM(COALESCE(IPT_AMOUNT, 0)), 0)
               INTO :DB2-SC-NET-AMOUNT,
                    :DB2-SC-IPT-AMOUNT
               FROM PAYMENT
               WHERE ( STATUS IN ('F', 'G')
                       AND PAYMENT_DATE > :WS-PEND-YMD
                       AND PAYMENT_DATE <= :WS-MEND-YMD )
                  OR ( STATUS = 'R'
                       AND RETURN_DATE IS NOT NULL
                       AND RETURN_DATE > :WS-PEND-YMD
                       AND RETURN_DATE <= :WS-MEND-YMD )
           END-EXEC
           PERFORM 3300-STORE-GL-SIDE

      *    60100 bad debt written off - by WRITEOFF_DATE
           SET WS-AC-IDX TO 3
           EXEC SQL
               SELECT COALESCE(SUM(NET_AMOUNT), 0),
                      COALESCE(SUM(IPT_AMOUNT), 0)
               INTO :DB2-SC-NET-AMOUNT,
                    :DB2-SC-IPT-AMOUNT
               FROM BAD_DEBT_WRITEOFF
               WHERE WRITEOFF_DATE > :WS-PEND-YMD
                 AND WRITEOFF_DATE <= :WS-MEND-YMD
           END-EXEC
           PERFORM 3300-STORE-GL-SIDE

      *    60200 bad debt recovered - 'B' by posting date
           SET WS-AC-IDX TO 4
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(NET_AMOUNT, AMOUNT)), 0),
                      COALESCE(SUM(COALESCE(IPT_AMOUNT, 0)), 0)
               INTO :DB2-SC-NET-AMOUNT,
                    :DB2-SC-IPT-AMOUNT
               FROM PAYMENT
               WHERE STATUS = 'B'
                 AND PAYMENT_DATE > :WS-PEND-YMD
                 AND PAYMENT_DATE <= :WS-MEND-YMD
           END-EXEC
           PERFORM 3300-STORE-GL-SIDE

           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           DISPLAY ' '
           DISPLAY 'LGSLCTL1 - TIE-OUT TO GENERAL LEDGER (net premium)'
           DISPLAY '  GL        SUB-LEDGER       LEDGER   DIFFERENCE'
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL WS-AC-IDX > 4
              PERFORM 3400-REPORT-ACCOUNT
           END-PERFORM

      *    25100 IPT payable - the tax on each line, on its side
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL WS-AC-IDX > 4
              COMPUTE WS-SL-IPT-CREDIT = WS-SL-IPT-CREDIT
                  + WS-AC-IPT-SIGN(WS-AC-IDX) * WS-AC-SL-IPT(WS-AC-IDX)
              COMPUTE WS-GL-IPT-CREDIT = WS-GL-IPT-CREDIT
                  + WS-AC-IPT-SIGN(WS-AC-IDX) * WS-AC-GL-IPT(WS-AC-IDX)
           END-PERFORM
           COMPUTE WS-DIFFERENCE = WS-SL-IPT-CREDIT - WS-GL-IPT-CREDIT
           MOVE WS-SL-IPT-CREDIT TO WS-SL-DISPLAY
           MOVE WS-GL-IPT-CREDIT TO WS-GL-DISPLAY
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
           IF WS-DIFFERENCE = 0
              DISPLAY '  25100 ' WS-SL-DISPLAY ' ' WS-GL-DISPLAY
                      ' ' WS-SIGNED-DISPLAY '  IN BALANCE (IPT)'
           ELSE
              ADD 1 TO WS-OUT-OF-BALANCE
              DISPLAY '  25100 ' WS-SL-DISPLAY ' ' WS-GL-DISPLAY
                      ' ' WS-SIGNED-DISPLAY '  *** OUT OF BALANCE ***'
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-MOVEMENT.
           EXEC SQL
               FETCH SLMOVE_CURSOR
               INTO :DB2-SC-GL-ACCOUNT,
                    :DB2-SC-ENTRY-TYPE,
                    :DB2-SC-DEBIT-CREDIT,
                    :DB2-SC-COUNT,
                    :DB2-SC-AMOUNT,
                    :DB2-SC-NET-AMOUNT,
                    :DB2-SC-IPT-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSLCTL1 - FETCH SLMOVE_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One entry-type line - into its GL cell, or shown as debtor-   *
      * only movement where it carries no GL account                  *
      *----------------------------------------------------------------*
       3200-ACCUMULATE-MOVEMENT.
           ADD DB2-SC-COUNT TO WS-ROWS-READ

           MOVE DB2-SC-COUNT TO WS-ROWS-DISPLAY
           MOVE DB2-SC-AMOUNT TO WS-AMOUNT-DISPLAY
           IF DB2-SC-GL-ACCOUNT = SPACES
              MOVE 'DEBTR' TO DB2-SC-GL-ACCOUNT
           END-IF
           MOVE DB2-SC-NET-AMOUNT TO WS-NET-DISPLAY
           MOVE DB2-SC-IPT-AMOUNT TO WS-IPT-DISPLAY
           DISPLAY '  ' DB2-SC-GL-ACCOUNT ' ' DB2-SC-ENTRY-TYPE
                   '  ' DB2-SC-DEBIT-CREDIT '  ' WS-ROWS-DISPLAY
                   WS-AMOUNT-DISPLAY WS-NET-DISPLAY WS-IPT-DISPLAY

           SET WS-AC-IDX TO 1
           SEARCH WS-AC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-AC-ACCOUNT(WS-AC-IDX) = DB2-SC-GL-ACCOUNT
                 ADD DB2-SC-COUNT TO WS-AC-SL-COUNT(WS-AC-IDX)
                 ADD DB2-SC-NET-AMOUNT TO WS-AC-SL-NET(WS-AC-IDX)
                 ADD DB2-SC-IPT-AMOUNT TO WS-AC-SL-IPT(WS-AC-IDX)
           END-SEARCH
           .

       3300-STORE-GL-SIDE.
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - ledger recompute for '
                      WS-AC-ACCOUNT(WS-AC-IDX)
                      ' failed SQLCODE=' SQLCODE
           ELSE
              MOVE DB2-SC-NET-AMOUNT TO WS-AC-GL-NET(WS-AC-IDX)
              MOVE DB2-SC-IPT-AMOUNT TO WS-AC-GL-IPT(WS-AC-IDX)
           END-IF
           .

       3400-REPORT-ACCOUNT.
           COMPUTE WS-DIFFERENCE =
               WS-AC-SL-NET(WS-AC-IDX) - WS-AC-GL-NET(WS-AC-IDX)
           MOVE WS-AC-SL-NET(WS-AC-IDX) TO WS-SL-DISPLAY
           MOVE WS-AC-GL-NET(WS-AC-IDX) TO WS-GL-DISPLAY
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
           IF WS-DIFFERENCE = 0
              DISPLAY '  ' WS-AC-ACCOUNT(WS-AC-IDX) ' '
                      WS-SL-DISPLAY ' ' WS-GL-DISPLAY
                      ' ' WS-SIGNED-DISPLAY '  IN BALANCE'
           ELSE
              ADD 1 TO WS-OUT-OF-BALANCE
              DISPLAY '  ' WS-AC-ACCOUNT(WS-AC-IDX) ' '
                      WS-SL-DISPLAY ' ' WS-GL-DISPLAY
                      ' ' WS-SIGNED-DISPLAY '  *** OUT OF BALANCE ***'
           END-IF
           .

      *----------------------------------------------------------------*
      * Refunds due - cancelled policies left in credit. One with a   *
      * return premium still at 'F' is waiting on LGREFND1; one       *
      * without has no refund raised at all and needs looking at.     *
      *----------------------------------------------------------------*
       4000-LIST-REFUNDS-DUE.
           DISPLAY ' '
           DISPLAY 'LGSLCTL1 - REFUNDS DUE ON CANCELLED POLICIES AT '
                   WS-MEND-YMD
           DISPLAY '  POLICY     CUSTOMER         IN CREDIT  REFUND'

           EXEC SQL
               OPEN SLREFD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSLCTL1 - OPEN SLREFD_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4100-FETCH-NEXT-REFUND

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-REFUNDS-DUE
              COMPUTE WS-REFUND-TOTAL =
                  WS-REFUND-TOTAL - DB2-SC-BALANCE
              MOVE DB2-SC-POLICYNUM TO DB2-SC-POLICY-DISPLAY
              MOVE DB2-SC-CUSTOMERNUM TO DB2-SC-CUSTOMER-DISPLAY
              COMPUTE WS-AMOUNT-DISPLAY = 0 - DB2-SC-BALANCE
              IF DB2-SC-PENDING-COUNT > 0
                 DISPLAY '  ' DB2-SC-POLICY-DISPLAY ' '
                         DB2-SC-CUSTOMER-DISPLAY ' '
                         WS-AMOUNT-DISPLAY '  PENDING'
              ELSE
                 ADD 1 TO WS-REFUNDS-UNRAISED
                 DISPLAY '  ' DB2-SC-POLICY-DISPLAY ' '
                         DB2-SC-CUSTOMER-DISPLAY ' '
                         WS-AMOUNT-DISPLAY '  NOT RAISED'
              END-IF
              PERFORM 4100-FETCH-NEXT-REFUND
           END-PERFORM

           EXEC SQL
               CLOSE SLREFD_CURSOR
           END-EXEC

           MOVE WS-REFUNDS-DUE TO WS-ROWS-DISPLAY
           MOVE WS-REFUND-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY '  Policies in credit: ' WS-ROWS-DISPLAY
                   '  total ' WS-AMOUNT-DISPLAY
           MOVE WS-REFUNDS-UNRAISED TO WS-ROWS-DISPLAY
           DISPLAY '  Of which no refund raised: ' WS-ROWS-DISPLAY
           .
       4000-EXIT.
           EXIT.

       4100-FETCH-NEXT-REFUND.
           EXEC SQL
               FETCH SLREFD_CURSOR
               INTO :DB2-SC-POLICYNUM,
                    :DB2-SC-CUSTOMERNUM,
                    :DB2-SC-BALANCE,
                    :DB2-SC-PENDING-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGSLCTL1 - FETCH SLREFD_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Record the run on the job registry and close out              *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it found
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE 0 TO JR-ROWS-UPDATED
           MOVE WS-OUT-OF-BALANCE TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY ' '
           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGSLCTL1 - Entries in month: ' WS-ROWS-DISPLAY
           MOVE WS-OUT-OF-BALANCE TO WS-ROWS-DISPLAY
           DISPLAY 'LGSLCTL1 - Proofs out of balance: ' WS-ROWS-DISPLAY
           DISPLAY 'LGSLCTL1 - Sub-ledger month-end control complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGSLCTL1.
