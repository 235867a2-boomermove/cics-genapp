       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Inquire Policy Account Statement       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGISLG01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGISLG01 - Inquire Policy Account Statement          *
      * Purpose: Lists a policy's sub-ledger account                  *
      *          (CA-REQUEST-ID = '01ISLG') into CA-LG-TABLE, most    *
      *          recent entry first, with the running balance after   *
      *          each and the balance now, so the call centre can     *
      *          tell a caller what they owe - or are owed - and how  *
      *          it came about, from the POLICY_LEDGER entries        *
      *          LGSLPST1 posts nightly. Ten entries per call;        *
      *          further pages are walked by passing the last entry's *
      *          sequence back in CA-LG-START-SEQ, with the usual     *
      *          more-data flag. The policy must belong to the        *
      *          customer keyed.                                      *
      * Return codes: 00 ok (including no entries yet, count zero),   *
      *          23 policy not found, 24 policy not owned by this     *
      *          customer, 90 SQL or system error, 98/99 commarea     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                       VALUE 'LGISLG01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGISLG01'.
       77 WS-MAX-ENTRIES               PIC 9(2) VALUE 10.

      *----------------------------------------------------------------*
      * CICS SEND RECEIVE PROCESSING                                   *
      *----------------------------------------------------------------*
       01 WS-RESP                      PIC 9(8) COMP.
       01 WS-RESP2                     PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * Variables for time/date processing                             *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TIME                     PIC X(6).
       01  WS-DATE                     PIC X(8).

      *----------------------------------------------------------------*
      * Cursor control                                                 *
      *----------------------------------------------------------------*
       01  WS-END-OF-CURSOR            PIC X(1) VALUE 'N'.
           88  WS-NO-MORE-ROWS         VALUE 'Y'.
       01  WS-LG-START-SEQ             PIC S9(9) COMP.
       01  WS-LG-CUSTOMERNUM           PIC S9(9) COMP.
       01  WS-LG-OWNER                 PIC S9(9) COMP.
       01  WS-LG-COUNT                 PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGISLG01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(125) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the POLICY_LEDGER table                     *
      *----------------------------------------------------------------*
       01  DB2-LEDGER-REC.
           COPY DB2-LEDGER.

      *----------------------------------------------------------------*
      * The policy's entries, most recent first, resuming below the   *
      * caller's start sequence on a continuation page (the highest   *
      * sequence there can be = no bound, first page)                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE LEDGER_CURSOR CURSOR FOR
               SELECT ENTRY_SEQ, ENTRY_DATE, ENTRY_TYPE,
                      DEBIT_CREDIT, AMOUNT, BALANCE,
                      COALESCE(REFERENCE, ' ')
               FROM POLICY_LEDGER
               WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
                 AND ENTRY_SEQ < :WS-LG-START-SEQ
               ORDER BY ENTRY_SEQ DESC
           END-EXEC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.

       PROCEDURE DIVISION.

      *================================================================*
      * Main process                                                   *
      *================================================================*
       MAINLINE SECTION.

       0000-MAIN.

           PERFORM 1000-INIT

           PERFORM 2000-PROCESS

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Initialize                                                     *
      *----------------------------------------------------------------*
       1000-INIT.

           MOVE EIBTRNID    TO WS-TRANSID
           MOVE EIBTRMID    TO WS-TERMID
           MOVE EIBTASKN    TO WS-TASKNUM

           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN

           IF WS-CALEN < LENGTH OF DFHCOMMAREA
               MOVE '98' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-REQUEST-ID NOT = '01ISLG'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Check the policy is the customer's, then fill the balance and *
      * CA-LG-TABLE from the cursor                                    *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE
           MOVE 0 TO CA-LG-COUNT
           MOVE 'N' TO CA-LG-MORE-FLAG
           MOVE SPACES TO CA-LG-AS-AT
           MOVE 0 TO CA-LG-BALANCE
           MOVE 'D' TO CA-LG-BALANCE-SIDE
           SET CA-LG-IDX TO 1

           IF CA-LG-POLICY-NUM NOT NUMERIC
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-LG-POLICY-NUM TO DB2-LG-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO WS-LG-CUSTOMERNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER
               INTO :WS-LG-OWNER
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
      *    Either policyholder may act on a jointly held policy
               MOVE DB2-LG-POLICYNUM TO PT-POLICYNUM
               MOVE WS-LG-OWNER TO PT-OWNER-CUSTOMERNUM
               MOVE WS-LG-CUSTOMERNUM TO PT-CUSTOMERNUM
               PERFORM LGPTY-CHECK-HOLDER
               IF PT-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF NOT PT-IS-HOLDER
                   MOVE '24' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
             WHEN 100
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

      *    The balance now - the entry with the highest sequence
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LG-COUNT
               FROM POLICY_LEDGER
               WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           IF WS-LG-COUNT = 0
               PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT ENTRY_DATE, BALANCE
               INTO :DB2-LG-ENTRY-DATE, :DB2-LG-BALANCE
               FROM POLICY_LEDGER
               WHERE POLICYNUMBER = :DB2-LG-POLICYNUM
                 AND ENTRY_SEQ =
                     ( SELECT MAX(ENTRY_SEQ)
                       FROM POLICY_LEDGER
                       WHERE POLICYNUMBER = :DB2-LG-POLICYNUM )
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-LG-ENTRY-DATE TO CA-LG-AS-AT
           IF DB2-LG-BALANCE < 0
               MOVE 'C' TO CA-LG-BALANCE-SIDE
               COMPUTE CA-LG-BALANCE = 0 - DB2-LG-BALANCE
           ELSE
               MOVE DB2-LG-BALANCE TO CA-LG-BALANCE
           END-IF

           IF CA-LG-START-SEQ NOT NUMERIC
              OR CA-LG-START-SEQ = 0
               MOVE 999999999 TO WS-LG-START-SEQ
           ELSE
               MOVE CA-LG-START-SEQ TO WS-LG-START-SEQ
           END-IF

           EXEC SQL
               OPEN LEDGER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 2100-FETCH-NEXT-ENTRY

           PERFORM UNTIL WS-NO-MORE-ROWS
                      OR CA-LG-COUNT = WS-MAX-ENTRIES
               PERFORM 2200-FILL-LEDGER-ENTRY
               PERFORM 2100-FETCH-NEXT-ENTRY
           END-PERFORM

           IF NOT WS-NO-MORE-ROWS
               MOVE 'Y' TO CA-LG-MORE-FLAG
           END-IF

           EXEC SQL
               CLOSE LEDGER_CURSOR
           END-EXEC
           .

       2100-FETCH-NEXT-ENTRY.
           EXEC SQL
               FETCH LEDGER_CURSOR
               INTO :DB2-LG-ENTRY-SEQ, :DB2-LG-ENTRY-DATE,
                    :DB2-LG-ENTRY-TYPE, :DB2-LG-DEBIT-CREDIT,
                    :DB2-LG-AMOUNT, :DB2-LG-BALANCE,
                    :DB2-LG-REFERENCE
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-END-OF-CURSOR
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           .

       2200-FILL-LEDGER-ENTRY.
           MOVE DB2-LG-ENTRY-SEQ TO CA-LG-T-SEQ(CA-LG-IDX)
           MOVE DB2-LG-ENTRY-DATE TO CA-LG-T-DATE(CA-LG-IDX)
           MOVE DB2-LG-ENTRY-TYPE TO CA-LG-T-TYPE(CA-LG-IDX)
           MOVE DB2-LG-DEBIT-CREDIT
               TO CA-LG-T-DEBIT-CREDIT(CA-LG-IDX)
           MOVE DB2-LG-AMOUNT TO CA-LG-T-AMOUNT(CA-LG-IDX)
           IF DB2-LG-BALANCE < 0
               MOVE 'C' TO CA-LG-T-BAL-SIDE(CA-LG-IDX)
               COMPUTE CA-LG-T-BALANCE(CA-LG-IDX) = 0 - DB2-LG-BALANCE
           ELSE
               MOVE 'D' TO CA-LG-T-BAL-SIDE(CA-LG-IDX)
               MOVE DB2-LG-BALANCE TO CA-LG-T-BALANCE(CA-LG-IDX)
           END-IF
           MOVE DB2-LG-REFERENCE TO CA-LG-T-REFERENCE(CA-LG-IDX)
      *    The last entry filled becomes the next page's start key
           MOVE DB2-LG-ENTRY-SEQ TO CA-LG-START-SEQ
           SET CA-LG-IDX UP BY 1
           ADD 1 TO CA-LG-COUNT
           .

      *----------------------------------------------------------------*
      * Error Message Write                                            *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.

           MOVE SQLCODE TO EM-SQLRC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYY(WS-DATE) DATESEP
                     TIME(WS-TIME) TIMESEP
           END-EXEC

           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           MOVE WS-PROG TO EM-FUNCTION

           EXEC CICS LINK Program('LGSTSQ')
                     Commarea(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Return to calling program                                      *
      *----------------------------------------------------------------*
       9000-RETURN.

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGISLG01.
