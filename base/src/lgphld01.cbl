       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Payout Hold Maintenance                  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPHLD01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPHLD01 - Payout Hold Maintenance                   *
      * Purpose: The payments team's handling of the payouts the      *
      *          pay-out batches hold on PAYOUT_HOLD after a          *
      *          customer's bank mandate changes (LGPHDPRC), in the   *
      *          LGCAUT01 pattern. INQUIRE returns one hold. RELEASE  *
      *          (PAYHREL) moves a held or disputed payout to 'R' so  *
      *          the next run of its batch pays it - before the hold  *
      *          period ends once the change is confirmed genuine, or *
      *          after a dispute has been looked into and cleared.    *
      *          DISPUTE (PAYHDISP) records the customer's report     *
      *          that their latest mandate change was not theirs -    *
      *          typically on receiving the LGMCNT1 notice: the       *
      *          MANDATE_CHANGE row is marked disputed, so no payout  *
      *          to the mandate is released automatically however     *
      *          old the change, and every payout held for the        *
      *          customer moves to 'D' in the same unit of work.      *
      *          Authority comes from ROLE_PERMISSION rows for        *
      *          PAYHREL and PAYHDISP, and every step is written to   *
      *          AUDIT_LOG.                                           *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPHLD01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGPHLD01'.

      *----------------------------------------------------------------*
      * CICS response work areas                                       *
      *----------------------------------------------------------------*
       01 WS-RESP                      PIC 9(8) COMP.
       01 WS-RESP2                     PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * Variables for time/date processing                             *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TIME                     PIC X(6).
       01  WS-DATE                     PIC X(8).
       01  WS-AUDIT-DATE               PIC X(10).
       01  WS-AUDIT-TIME               PIC X(8).
       01  WS-NOW-RAW                  PIC X(21).
       01  WS-TODAY                    PIC X(10).

      *----------------------------------------------------------------*
      * Authorisation work fields                                     *
      *----------------------------------------------------------------*
       01  WS-AUTH-WORK.
           05  WS-ACTING-ROLE          PIC X(16).
           05  WS-PERMIT-COUNT         PIC S9(9) COMP.
           05  WS-REQUIRED-FUNCTION    PIC X(8).

      *----------------------------------------------------------------*
      * Mandate change and payout hold host variables                 *
      *----------------------------------------------------------------*
       01  DB2-PAYOUT-HOLD-REC.
           COPY DB2-PAYOUT-HOLD.

       01  WS-PREV-STATUS              PIC X(1).
       01  WS-HOLDS-DISPUTED           PIC S9(9) COMP.
       01  WS-POLICY-DISPLAY           PIC 9(10).
       01  WS-CUSTOMER-DISPLAY         PIC 9(10).
       01  WS-AMOUNT-DISPLAY           PIC Z(8)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZ9.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGPHLD01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(125) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGPHOLD.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       MAINLINE SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
           PERFORM 9000-RETURN
           .

       1000-INITIALIZE.
           MOVE EIBTRNID TO WS-TRANSID
           MOVE EIBTASKN TO WS-TASKNUM

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE '98' TO PO-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO PO-RETURN-CODE
           MOVE SPACES TO PO-ERROR-MSG
           MOVE 0 TO PO-HOLDS-DISPUTED

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           .

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN PO-RELEASE
                   MOVE 'PAYHREL' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF PO-RETURN-CODE = '00'
                       PERFORM 3000-RELEASE-HOLD
                   END-IF
               WHEN PO-DISPUTE
                   MOVE 'PAYHDISP' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF PO-RETURN-CODE = '00'
                       PERFORM 4000-DISPUTE-CHANGE
                   END-IF
               WHEN PO-INQUIRE
                   PERFORM 5000-INQUIRE-HOLD
               WHEN OTHER
                   MOVE '99' TO PO-RETURN-CODE
                   MOVE 'Invalid function requested' TO PO-ERROR-MSG
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting user must hold a role permitting the release       *
      * (PAYHREL) or dispute (PAYHDISP) function                      *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :PO-ACTING-USERNAME
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ACTING-ROLE = SPACES
              PERFORM 2150-AUTHORITY-DENIED
              GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PERMIT-COUNT
               FROM ROLE_PERMISSION
               WHERE ROLE_NAME = :WS-ACTING-ROLE
                 AND FUNCTION_NAME = :WS-REQUIRED-FUNCTION
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PERMIT-COUNT = 0
              PERFORM 2150-AUTHORITY-DENIED
           END-IF
           .
       2100-EXIT.
           EXIT.

       2150-AUTHORITY-DENIED.
           IF WS-REQUIRED-FUNCTION = 'PAYHREL'
              MOVE '50' TO PO-RETURN-CODE
              MOVE 'Not authorised to release held payouts'
                  TO PO-ERROR-MSG
           ELSE
              MOVE '51' TO PO-RETURN-CODE
              MOVE 'Not authorised to record mandate disputes'
                  TO PO-ERROR-MSG
           END-IF

           MOVE 'PAYOUT_HOLD_DENIED' TO AL-ACTION
           MOVE PO-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  PO-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  WS-REQUIRED-FUNCTION DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

      *----------------------------------------------------------------*
      * Release a held or disputed payout - its batch pays it on the  *
      * next run whatever the mandate change behind it                *
      *----------------------------------------------------------------*
       3000-RELEASE-HOLD.
           PERFORM 3100-READ-HOLD

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-PH-STATUS NOT = 'H' AND DB2-PH-STATUS NOT = 'D')
              MOVE '53' TO PO-RETURN-CODE
              MOVE 'Payout hold not found or not held'
                  TO PO-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO PO-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE DB2-PH-STATUS TO WS-PREV-STATUS
           MOVE PO-ACTING-USERNAME TO DB2-PH-RELEASED-BY
           MOVE WS-TODAY TO DB2-PH-RELEASED-DATE

           EXEC SQL
               UPDATE PAYOUT_HOLD
               SET STATUS = 'R',
                   RELEASED_BY = :DB2-PH-RELEASED-BY,
                   RELEASED_DATE = :DB2-PH-RELEASED-DATE
               WHERE SOURCE = :DB2-PH-SOURCE
                 AND POLICYNUMBER = :DB2-PH-POLICYNUM
                 AND REFERENCE = :DB2-PH-REFERENCE
                 AND STATUS IN ('H', 'D')
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO PO-RETURN-CODE
               MOVE 'Payout hold not found or not held'
                   TO PO-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO PO-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'R' TO DB2-PH-STATUS
           PERFORM 3200-RETURN-HOLD

           MOVE 'PAYOUT_HOLD_RELEASE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-HOLD-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

       3100-READ-HOLD.
           MOVE PO-SOURCE TO DB2-PH-SOURCE
           MOVE PO-POLICY-NUM TO DB2-PH-POLICYNUM
           MOVE PO-REFERENCE TO DB2-PH-REFERENCE

           EXEC SQL
               SELECT CUSTOMERNUMBER, AMOUNT, MANDATE_CHANGED,
                      HOLD_DATE, RELEASE_DUE, STATUS,
                      COALESCE(RELEASED_BY, ' ')
               INTO :DB2-PH-CUSTOMERNUM, :DB2-PH-AMOUNT,
                    :DB2-PH-MANDATE-CHANGED, :DB2-PH-HOLD-DATE,
                    :DB2-PH-RELEASE-DUE, :DB2-PH-STATUS,
                    :DB2-PH-RELEASED-BY
               FROM PAYOUT_HOLD
               WHERE SOURCE = :DB2-PH-SOURCE
                 AND POLICYNUMBER = :DB2-PH-POLICYNUM
                 AND REFERENCE = :DB2-PH-REFERENCE
           END-EXEC
           .

       3200-RETURN-HOLD.
           MOVE DB2-PH-CUSTOMERNUM TO PO-CUSTOMER-NUM
           MOVE DB2-PH-AMOUNT TO PO-AMOUNT
           MOVE DB2-PH-MANDATE-CHANGED TO PO-MANDATE-CHANGED
           MOVE DB2-PH-HOLD-DATE TO PO-HOLD-DATE
           MOVE DB2-PH-RELEASE-DUE TO PO-RELEASE-DUE
           MOVE DB2-PH-STATUS TO PO-STATUS
           MOVE DB2-PH-RELEASED-BY TO PO-RELEASED-BY
           .

      *----------------------------------------------------------------*
      * The customer did not make their latest mandate change - mark  *
      * it disputed and stop everything held for them releasing on    *
      * its own. A payout released by hand is left as it was.         *
      *----------------------------------------------------------------*
       4000-DISPUTE-CHANGE.
           MOVE PO-CUSTOMER-NUM TO DB2-MH-CUSTOMERNUM

           EXEC SQL
               SELECT CHANGE_TS, CHANGED_DATE
               INTO :DB2-MH-CHANGE-TS, :DB2-MH-CHANGED-DATE
               FROM MANDATE_CHANGE
               WHERE CUSTOMERNUMBER = :DB2-MH-CUSTOMERNUM
                 AND CHANGE_TS =
                     ( SELECT MAX(CHANGE_TS)
                       FROM MANDATE_CHANGE
                       WHERE CUSTOMERNUMBER = :DB2-MH-CUSTOMERNUM )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '54' TO PO-RETURN-CODE
               MOVE 'No mandate change on record for customer'
                   TO PO-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN OTHER
               MOVE '90' TO PO-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'Y' TO DB2-MH-DISPUTED
           MOVE PO-ACTING-USERNAME TO DB2-MH-DISPUTED-BY
           MOVE WS-TODAY TO DB2-MH-DISPUTED-DATE

           EXEC SQL
               UPDATE MANDATE_CHANGE
               SET DISPUTED = :DB2-MH-DISPUTED,
                   DISPUTED_BY = :DB2-MH-DISPUTED-BY,
                   DISPUTED_DATE = :DB2-MH-DISPUTED-DATE
               WHERE CUSTOMERNUMBER = :DB2-MH-CUSTOMERNUM
                 AND CHANGE_TS = :DB2-MH-CHANGE-TS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PO-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 0 TO WS-HOLDS-DISPUTED
           MOVE DB2-MH-CUSTOMERNUM TO DB2-PH-CUSTOMERNUM

           EXEC SQL
               UPDATE PAYOUT_HOLD
               SET STATUS = 'D'
               WHERE CUSTOMERNUMBER = :DB2-PH-CUSTOMERNUM
                 AND STATUS IN ('H', 'A')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-HOLDS-DISPUTED
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO PO-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE WS-HOLDS-DISPUTED TO PO-HOLDS-DISPUTED
           MOVE DB2-MH-CHANGED-DATE TO PO-MANDATE-CHANGED

           MOVE 'PAYOUT_HOLD_DISPUTE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE DB2-MH-CUSTOMERNUM TO WS-CUSTOMER-DISPLAY
           MOVE WS-HOLDS-DISPUTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Customer ' DELIMITED BY SIZE
                  WS-CUSTOMER-DISPLAY DELIMITED BY SIZE
                  ' disputes mandate change of ' DELIMITED BY SIZE
                  DB2-MH-CHANGED-DATE DELIMITED BY SIZE
                  ' payouts held ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return one payout hold                                        *
      *----------------------------------------------------------------*
       5000-INQUIRE-HOLD.
           PERFORM 3100-READ-HOLD

           EVALUATE SQLCODE
             WHEN 0
               PERFORM 3200-RETURN-HOLD
             WHEN 100
               MOVE '53' TO PO-RETURN-CODE
               MOVE 'Payout hold not found' TO PO-ERROR-MSG
             WHEN OTHER
               MOVE '90' TO PO-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Hold details for the audit row                                *
      *----------------------------------------------------------------*
       7000-BUILD-HOLD-DETAILS.
           MOVE DB2-PH-POLICYNUM TO WS-POLICY-DISPLAY
           MOVE DB2-PH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Payout ' DELIMITED BY SIZE
                  DB2-PH-SOURCE DELIMITED BY SIZE
                  ' policy ' DELIMITED BY SIZE
                  WS-POLICY-DISPLAY DELIMITED BY SIZE
                  ' ref ' DELIMITED BY SIZE
                  DB2-PH-REFERENCE DELIMITED BY SPACE
                  ' amount ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' was ' DELIMITED BY SIZE
                  WS-PREV-STATUS DELIMITED BY SIZE
                  ' mandate changed ' DELIMITED BY SIZE
                  DB2-PH-MANDATE-CHANGED DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           .

      *----------------------------------------------------------------*
      * Write one AUDIT_LOG row (AL-ACTION/AL-RESULT/AL-DETAILS set   *
      * by the caller)                                                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-ROW.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC

           STRING WS-AUDIT-DATE DELIMITED BY SPACE
                  'T' DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SPACE
                  INTO AL-TIMESTAMP
           END-STRING

           MOVE PO-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE PO-ACTING-USERNAME TO AL-USERNAME
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE

           EXEC SQL
               INSERT INTO AUDIT_LOG
               (TIMESTAMP, CUSTOMER_NUM, USERNAME, ACTION,
                RESULT, CLIENT_IP, USER_AGENT, ERROR_CODE, DETAILS)
               VALUES
               (:AL-TIMESTAMP, :AL-CUSTOMER-NUM, :AL-USERNAME,
                :AL-ACTION, :AL-RESULT, :AL-CLIENT-IP,
                :AL-USER-AGENT, :AL-ERROR-CODE, :AL-DETAILS)
           END-EXEC
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

       END PROGRAM LGPHLD01.
