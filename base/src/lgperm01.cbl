       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Accounting Period Maintenance            *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPERM01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPERM01 - Accounting Period Maintenance             *
      * Purpose: Dual-control (maker/checker) maintenance of the      *
      *          month-by-month ACCOUNTING_PERIOD status every        *
      *          posting program dates its postings by (LGPERPRC).    *
      *          PROPOSE stores a new status for a month on           *
      *          PERIOD_CHANGE at 'P' - 'G' to start closing an open  *
      *          month, 'O' to reopen one; APPROVE (a different       *
      *          member of finance) marks it 'A' and applies the      *
      *          status at once; REJECT closes the proposal 'R';      *
      *          INQUIRE returns the month's status and any pending   *
      *          proposal. Only one proposal may be pending per       *
      *          month, and a month is closed 'C' only by the         *
      *          LGPERCL1 batch. Authority comes from                 *
      *          ROLE_PERMISSION rows for PERDPROP and PERDAPPR, and  *
      *          every step is written to AUDIT_LOG.                  *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPERM01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGPERM01'.

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
      * Accounting period host variables                               *
      *----------------------------------------------------------------*
       01  DB2-PERIOD-VARS.
           COPY DB2-PERIOD.

       01  WS-EXISTING-COUNT           PIC S9(9) COMP.
       01  WS-CHANGE-DISPLAY           PIC 9(9).
       01  WS-OLD-STATUS               PIC X(1).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGPERM01'.
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
           COPY LGPERMT.

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
              MOVE '98' TO PM-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO PM-RETURN-CODE
           MOVE SPACES TO PM-ERROR-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           .

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN PM-PROPOSE
                   MOVE 'PERDPROP' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF PM-RETURN-CODE = '00'
                       PERFORM 3000-PROPOSE-CHANGE
                   END-IF
               WHEN PM-APPROVE
                   MOVE 'PERDAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF PM-RETURN-CODE = '00'
                       PERFORM 4000-APPROVE-CHANGE
                   END-IF
               WHEN PM-REJECT
                   MOVE 'PERDAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF PM-RETURN-CODE = '00'
                       PERFORM 4500-REJECT-CHANGE
                   END-IF
               WHEN PM-INQUIRE
                   PERFORM 5000-INQUIRE-PERIOD
               WHEN OTHER
                   MOVE '99' TO PM-RETURN-CODE
                   MOVE 'Invalid function requested' TO PM-ERROR-MSG
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting user must hold a role permitting the maker         *
      * (PERDPROP) or checker (PERDAPPR) function                     *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :PM-ACTING-USERNAME
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
           IF WS-REQUIRED-FUNCTION = 'PERDPROP'
              MOVE '50' TO PM-RETURN-CODE
              MOVE 'Not authorised to propose period changes'
                  TO PM-ERROR-MSG
           ELSE
              MOVE '51' TO PM-RETURN-CODE
              MOVE 'Not authorised to approve period changes'
                  TO PM-ERROR-MSG
           END-IF

           MOVE 'PERIOD_DENIED' TO AL-ACTION
           MOVE PM-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  PM-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  WS-REQUIRED-FUNCTION DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

      *----------------------------------------------------------------*
      * Store the proposed status for a month as a pending row -      *
      * rejected when the month or status is invalid, the month is    *
      * already at that status, or a proposal is already pending      *
      *----------------------------------------------------------------*
       3000-PROPOSE-CHANGE.
           IF PM-PERIOD-YEAR NOT NUMERIC
              OR PM-PERIOD-SEP NOT = '-'
              OR PM-PERIOD-MONTH NOT NUMERIC
              OR PM-PERIOD-MONTH < '01'
              OR PM-PERIOD-MONTH > '12'
              OR NOT PM-NEW-STATUS-VALID
              MOVE '54' TO PM-RETURN-CODE
              MOVE 'Month or status invalid - only O or G proposed'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE PM-PERIOD TO DB2-AP-PERIOD
           PERFORM 6000-READ-PERIOD-STATUS
           MOVE DB2-AP-STATUS TO WS-OLD-STATUS

           IF DB2-AP-STATUS = PM-NEW-STATUS
              MOVE '56' TO PM-RETURN-CODE
              MOVE 'Month is already at that status'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE PM-PERIOD TO DB2-PC-PERIOD

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-COUNT
               FROM PERIOD_CHANGE
               WHERE PERIOD = :DB2-PC-PERIOD
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-EXISTING-COUNT > 0
              MOVE '55' TO PM-RETURN-CODE
              MOVE 'A change is already pending for this month'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(CHANGE_ID), 0) + 1
               INTO :DB2-PC-CHANGE-ID
               FROM PERIOD_CHANGE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE PM-NEW-STATUS TO DB2-PC-NEW-STATUS
           MOVE PM-ACTING-USERNAME TO DB2-PC-PROPOSED-BY
           MOVE WS-TODAY TO DB2-PC-PROPOSED-DATE

           EXEC SQL
               INSERT INTO PERIOD_CHANGE
               ( CHANGE_ID, PERIOD, NEW_STATUS, STATUS,
                 PROPOSED_BY, PROPOSED_DATE )
               VALUES ( :DB2-PC-CHANGE-ID, :DB2-PC-PERIOD,
                        :DB2-PC-NEW-STATUS, 'P',
                        :DB2-PC-PROPOSED-BY, :DB2-PC-PROPOSED-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE DB2-PC-CHANGE-ID TO PM-CHANGE-ID
           MOVE DB2-AP-STATUS TO PM-PERIOD-STATUS
           MOVE 'P' TO PM-CHANGE-STATUS
           MOVE PM-ACTING-USERNAME TO PM-PROPOSED-BY
           MOVE SPACES TO PM-APPROVED-BY

           MOVE 'PERIOD_PROPOSE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-CHANGE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Apply a pending proposal - a different member of finance      *
      * than the proposer. The month's status is checked again, as    *
      * LGPERCL1 may have closed it since the proposal was made.      *
      *----------------------------------------------------------------*
       4000-APPROVE-CHANGE.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-PC-STATUS NOT = 'P')
              MOVE '53' TO PM-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

      * The checker must be a different person than the maker
           IF DB2-PC-PROPOSED-BY = PM-ACTING-USERNAME
              MOVE '52' TO PM-RETURN-CODE
              MOVE 'Approver must differ from proposer'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE DB2-PC-PERIOD TO DB2-AP-PERIOD
           PERFORM 6000-READ-PERIOD-STATUS
           MOVE DB2-AP-STATUS TO WS-OLD-STATUS

           IF DB2-AP-STATUS = DB2-PC-NEW-STATUS
              MOVE '56' TO PM-RETURN-CODE
              MOVE 'Month is already at that status'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE PM-ACTING-USERNAME TO DB2-PC-APPROVED-BY
           MOVE WS-TODAY TO DB2-PC-APPROVED-DATE

           EXEC SQL
               UPDATE PERIOD_CHANGE
               SET STATUS = 'A',
                   APPROVED_BY = :DB2-PC-APPROVED-BY,
                   APPROVED_DATE = :DB2-PC-APPROVED-DATE
               WHERE CHANGE_ID = :DB2-PC-CHANGE-ID
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           PERFORM 4300-APPLY-STATUS

           MOVE 'A' TO DB2-PC-STATUS
           PERFORM 4200-RETURN-PROPOSAL
           MOVE DB2-PC-NEW-STATUS TO PM-PERIOD-STATUS

           MOVE 'PERIOD_APPROVE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-CHANGE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

       4100-READ-PROPOSAL.
           MOVE PM-CHANGE-ID TO DB2-PC-CHANGE-ID

           EXEC SQL
               SELECT PERIOD, NEW_STATUS, STATUS, PROPOSED_BY,
                      COALESCE(APPROVED_BY, ' ')
               INTO :DB2-PC-PERIOD, :DB2-PC-NEW-STATUS,
                    :DB2-PC-STATUS, :DB2-PC-PROPOSED-BY,
                    :DB2-PC-APPROVED-BY
               FROM PERIOD_CHANGE
               WHERE CHANGE_ID = :DB2-PC-CHANGE-ID
           END-EXEC
           .

       4200-RETURN-PROPOSAL.
           MOVE DB2-PC-CHANGE-ID TO PM-CHANGE-ID
           MOVE DB2-PC-PERIOD TO PM-PERIOD
           MOVE DB2-PC-NEW-STATUS TO PM-NEW-STATUS
           MOVE DB2-PC-STATUS TO PM-CHANGE-STATUS
           MOVE DB2-PC-PROPOSED-BY TO PM-PROPOSED-BY
           MOVE DB2-PC-APPROVED-BY TO PM-APPROVED-BY
           .

      *----------------------------------------------------------------*
      * Set the month's status - the row is created the first time a  *
      * month is given one                                            *
      *----------------------------------------------------------------*
       4300-APPLY-STATUS.
           MOVE DB2-PC-NEW-STATUS TO DB2-AP-STATUS
           MOVE PM-ACTING-USERNAME TO DB2-AP-CHANGED-BY

           EXEC SQL
               UPDATE ACCOUNTING_PERIOD
               SET STATUS = :DB2-AP-STATUS,
                   LAST_CHANGED_BY = :DB2-AP-CHANGED-BY,
                   LAST_CHANGED_AT = CURRENT TIMESTAMP
               WHERE PERIOD = :DB2-AP-PERIOD
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO ACCOUNTING_PERIOD
                  ( PERIOD, STATUS, LAST_CHANGED_BY,
                    LAST_CHANGED_AT )
                  VALUES ( :DB2-AP-PERIOD, :DB2-AP-STATUS,
                           :DB2-AP-CHANGED-BY, CURRENT TIMESTAMP )
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Reject a pending proposal                                     *
      *----------------------------------------------------------------*
       4500-REJECT-CHANGE.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-PC-STATUS NOT = 'P')
              MOVE '53' TO PM-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO PM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO PM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE PM-ACTING-USERNAME TO DB2-PC-APPROVED-BY
           MOVE WS-TODAY TO DB2-PC-APPROVED-DATE

           EXEC SQL
               UPDATE PERIOD_CHANGE
               SET STATUS = 'R',
                   APPROVED_BY = :DB2-PC-APPROVED-BY,
                   APPROVED_DATE = :DB2-PC-APPROVED-DATE
               WHERE CHANGE_ID = :DB2-PC-CHANGE-ID
                 AND STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO PM-RETURN-CODE
               MOVE 'Proposal not found or not pending'
                   TO PM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO PM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'R' TO DB2-PC-STATUS
           PERFORM 4200-RETURN-PROPOSAL

           MOVE DB2-PC-PERIOD TO DB2-AP-PERIOD
           PERFORM 6000-READ-PERIOD-STATUS
           MOVE DB2-AP-STATUS TO WS-OLD-STATUS
           MOVE DB2-AP-STATUS TO PM-PERIOD-STATUS

           MOVE 'PERIOD_REJECT' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-CHANGE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return the month's status and its pending proposal, if any    *
      *----------------------------------------------------------------*
       5000-INQUIRE-PERIOD.
           MOVE PM-PERIOD TO DB2-AP-PERIOD
           PERFORM 6000-READ-PERIOD-STATUS
           MOVE DB2-AP-STATUS TO PM-PERIOD-STATUS

           MOVE PM-PERIOD TO DB2-PC-PERIOD

           EXEC SQL
               SELECT CHANGE_ID, NEW_STATUS, STATUS, PROPOSED_BY,
                      COALESCE(APPROVED_BY, ' ')
               INTO :DB2-PC-CHANGE-ID, :DB2-PC-NEW-STATUS,
                    :DB2-PC-STATUS, :DB2-PC-PROPOSED-BY,
                    :DB2-PC-APPROVED-BY
               FROM PERIOD_CHANGE
               WHERE PERIOD = :DB2-PC-PERIOD
                 AND STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM 4200-RETURN-PROPOSAL
             WHEN 100
               MOVE 0 TO PM-CHANGE-ID
               MOVE SPACES TO PM-NEW-STATUS
               MOVE SPACES TO PM-CHANGE-STATUS
               MOVE SPACES TO PM-PROPOSED-BY
               MOVE SPACES TO PM-APPROVED-BY
             WHEN OTHER
               MOVE '90' TO PM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A month's current status - open when it has no row yet        *
      *----------------------------------------------------------------*
       6000-READ-PERIOD-STATUS.
           EXEC SQL
               SELECT STATUS
               INTO :DB2-AP-STATUS
               FROM ACCOUNTING_PERIOD
               WHERE PERIOD = :DB2-AP-PERIOD
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'O' TO DB2-AP-STATUS
             WHEN OTHER
               MOVE '90' TO PM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Change details for the audit row                              *
      *----------------------------------------------------------------*
       7000-BUILD-CHANGE-DETAILS.
           MOVE DB2-PC-CHANGE-ID TO WS-CHANGE-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Change ' DELIMITED BY SIZE
                  WS-CHANGE-DISPLAY DELIMITED BY SIZE
                  ' month ' DELIMITED BY SIZE
                  DB2-PC-PERIOD DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  DB2-PC-NEW-STATUS DELIMITED BY SIZE
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

           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE PM-ACTING-USERNAME TO AL-USERNAME
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

       END PROGRAM LGPERM01.
