      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Access Recertification Enforcement       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCENF1.
       AUTHOR. GENAPP SECURITY TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGRCENF1 - Access Recertification Enforcement        *
      * Purpose: Runs outside CICS once a campaign's sign-off         *
      *          deadline has passed, closing the latest such         *
      *          campaign LGRCEXT1 opened. Every entitlement still    *
      *          pending (not recertified by its manager through      *
      *          LGRCLOD1) has its account suspended through          *
      *          LGAUTH01's SUSPENDU function over EXCI, exactly as   *
      *          LGLDAP01 does, so no account rule is duplicated      *
      *          here, and the row is marked 'S'. The user keeps the  *
      *          role; a manager's recertification and LGLOCK01's     *
      *          REINSTAT bring the account back. The campaign's      *
      *          completion report for the audit committee follows:   *
      *          per reviewing manager the entitlements reviewed,     *
      *          kept, removed and suspended, the campaign totals and *
      *          recertification rate, and every account suspended.   *
      *          A rerun finds nothing left pending and simply        *
      *          reports again.                                       *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGRCENF1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Control working storage                                       *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-CAMPAIGN-ID          PIC X(6).
           05  WS-ROWS-PENDING         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SUSPENDED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-FAILED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-REVIEWED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-KEPT           PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-REMOVED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-SUSPENDED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-OPEN           PIC 9(7) COMP-3 VALUE 0.
           05  WS-RECERT-RATE          PIC 9(3)V9 VALUE 0.
           05  WS-RATE-DISPLAY         PIC ZZ9.9.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.
           05  WS-MANAGER-DISPLAY      PIC X(20).

      *----------------------------------------------------------------*
      * ACCESS_RECERT host variables                                  *
      *----------------------------------------------------------------*
       01  DB2-RECERT-REC.
           COPY DB2-RECERT.

      *----------------------------------------------------------------*
      * Per-manager completion counts                                 *
      *----------------------------------------------------------------*
       01  DB2-RECERT-SUMMARY.
           05  DB2-RS-MANAGER          PIC X(32).
           05  DB2-RS-REVIEWED         PIC S9(9) COMP.
           05  DB2-RS-KEPT             PIC S9(9) COMP.
           05  DB2-RS-REMOVED          PIC S9(9) COMP.
           05  DB2-RS-SUSPENDED        PIC S9(9) COMP.
           05  DB2-RS-OPEN             PIC S9(9) COMP.
           05  DB2-RS-REVIEWED-DISP    PIC Z(5)9.
           05  DB2-RS-KEPT-DISP        PIC Z(5)9.
           05  DB2-RS-REMOVED-DISP     PIC Z(5)9.
           05  DB2-RS-SUSPENDED-DISP   PIC Z(5)9.

      *----------------------------------------------------------------*
      * LGAUTH01 request/response commarea - same LINK pattern        *
      * LGLDAP01 uses to drive SUSPENDU                                *
      *----------------------------------------------------------------*
       01  WS-AUTH-REQUEST.
           COPY AUTH-REQUEST.

       01  WS-AUTH-RESPONSE.
           COPY AUTH-RESPONSE.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Entitlements not recertified by the deadline                  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE PENDING_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUM, USERNAME, ROLE_NAME, MANAGER
               FROM ACCESS_RECERT
               WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
                 AND DECISION = 'P'
               ORDER BY MANAGER, USERNAME
           END-EXEC.

      *----------------------------------------------------------------*
      * Completion counts by reviewing manager                        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SUMMARY_CURSOR CURSOR FOR
               SELECT MANAGER, COUNT(*),
                      SUM(CASE WHEN DECISION = 'K' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DECISION = 'R' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DECISION = 'S' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DECISION = 'P' THEN 1 ELSE 0 END)
               FROM ACCESS_RECERT
               WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
               GROUP BY MANAGER
               ORDER BY MANAGER
           END-EXEC.

      *----------------------------------------------------------------*
      * Accounts suspended in the campaign                            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SUSPLIST_CURSOR CURSOR FOR
               SELECT CUSTOMERNUM, USERNAME, ROLE_NAME, MANAGER,
                      COALESCE(LAST_LOGIN, 'NEVER')
               FROM ACCESS_RECERT
               WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
                 AND DECISION = 'S'
               ORDER BY MANAGER, USERNAME
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-CAMPAIGN-ID NOT = SPACES
              PERFORM 2000-SUSPEND-UNRECERTIFIED THRU 2000-EXIT
              PERFORM 3000-COMPLETION-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Find the latest campaign whose deadline has passed            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGRCENF1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-NOW-RAW(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING
           STRING WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           DISPLAY 'LGRCENF1 - Access recertification enforcement'

           MOVE SPACES TO WS-CAMPAIGN-ID
           EXEC SQL
               SELECT COALESCE(MAX(CAMPAIGN_ID), ' ')
               INTO :WS-CAMPAIGN-ID
               FROM ACCESS_RECERT
               WHERE DEADLINE_DATE < :WS-TODAY-YMD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              MOVE SPACES TO WS-CAMPAIGN-ID
              DISPLAY 'LGRCENF1 - campaign lookup failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-CAMPAIGN-ID = SPACES
              DISPLAY 'LGRCENF1 - No campaign past its deadline'
              GO TO 1000-EXIT
           END-IF

           DISPLAY 'LGRCENF1 - Campaign ' WS-CAMPAIGN-ID
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Suspend every account whose entitlement is still pending      *
      *----------------------------------------------------------------*
       2000-SUSPEND-UNRECERTIFIED.
           EXEC SQL
               OPEN PENDING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCENF1 - OPEN PENDING_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-PENDING-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-ROWS-PENDING
              PERFORM 2200-SUSPEND-ACCOUNT
              PERFORM 2100-FETCH-PENDING-ROW
           END-PERFORM

           EXEC SQL
               CLOSE PENDING_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-PENDING-ROW.
           EXEC SQL
               FETCH PENDING_CURSOR
               INTO :DB2-RC-CUSTOMERNUM, :DB2-RC-USERNAME,
                    :DB2-RC-ROLE-NAME, :DB2-RC-MANAGER
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCENF1 - FETCH PENDING failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Suspend through LGAUTH01 as an internal system caller (blank  *
      * acting user, the LGLDAP01 convention) and close the row       *
      *----------------------------------------------------------------*
       2200-SUSPEND-ACCOUNT.
           MOVE SPACES TO WS-AUTH-REQUEST
           SET AR-SUSPEND-USER TO TRUE
           MOVE DB2-RC-CUSTOMERNUM TO AR-CUSTOMER-NUM
           MOVE DB2-RC-USERNAME TO AR-USERNAME

           EXEC CICS LINK Program('LGAUTH01')
                     Commarea(WS-AUTH-REQUEST)
                     LENGTH(LENGTH OF WS-AUTH-REQUEST)
                     RESP(WS-RESP)
           END-EXEC

           MOVE WS-AUTH-REQUEST TO WS-AUTH-RESPONSE

           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT AS-SUCCESS
              ADD 1 TO WS-ROWS-FAILED
              DISPLAY 'LGRCENF1 - suspend failed for customer '
                      DB2-RC-CUSTOMERNUM ' AS-RETURN-CODE='
                      AS-RETURN-CODE
           ELSE
              MOVE 'S' TO DB2-RC-DECISION
              MOVE WS-TODAY-YMD TO DB2-RC-DECISION-DATE
              MOVE 'LGRCENF1' TO DB2-RC-DECIDED-BY

              EXEC SQL
                  UPDATE ACCESS_RECERT
                  SET DECISION = :DB2-RC-DECISION,
                      DECISION_DATE = :DB2-RC-DECISION-DATE,
                      DECIDED_BY = :DB2-RC-DECIDED-BY
                  WHERE CAMPAIGN_ID = :WS-CAMPAIGN-ID
                    AND CUSTOMERNUM = :DB2-RC-CUSTOMERNUM
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCENF1 - UPDATE ACCESS_RECERT failed for '
                         DB2-RC-CUSTOMERNUM ' SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-SUSPENDED
                 PERFORM 2500-WRITE-AUDIT-RECORD
              END-IF
           END-IF
           .

       2500-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE DB2-RC-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE DB2-RC-USERNAME TO AL-USERNAME
           MOVE 'RECERT_SUSPEND' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Account suspended - role ' DELIMITED BY SIZE
                  DB2-RC-ROLE-NAME DELIMITED BY SPACE
                  ' not recertified in campaign ' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID DELIMITED BY SIZE
                  ' by manager ' DELIMITED BY SIZE
                  DB2-RC-MANAGER DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING

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
      * Completion report for the audit committee                     *
      *----------------------------------------------------------------*
       3000-COMPLETION-REPORT.
           EXEC SQL
               OPEN SUMMARY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCENF1 - OPEN SUMMARY_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           DISPLAY 'LGRCENF1 - ACCESS RECERTIFICATION COMPLETION '
                   'REPORT - CAMPAIGN ' WS-CAMPAIGN-ID
           DISPLAY 'LGRCENF1 - MANAGER              REVIEWED   KEPT'
                   ' REMOVED SUSPENDED'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-SUMMARY-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD DB2-RS-REVIEWED TO WS-TOTAL-REVIEWED
              ADD DB2-RS-KEPT TO WS-TOTAL-KEPT
              ADD DB2-RS-REMOVED TO WS-TOTAL-REMOVED
              ADD DB2-RS-SUSPENDED TO WS-TOTAL-SUSPENDED
              ADD DB2-RS-OPEN TO WS-TOTAL-OPEN
              MOVE DB2-RS-REVIEWED TO DB2-RS-REVIEWED-DISP
              MOVE DB2-RS-KEPT TO DB2-RS-KEPT-DISP
              MOVE DB2-RS-REMOVED TO DB2-RS-REMOVED-DISP
              MOVE DB2-RS-SUSPENDED TO DB2-RS-SUSPENDED-DISP
              IF DB2-RS-MANAGER = SPACES
                 MOVE '(NO MANAGER)' TO WS-MANAGER-DISPLAY
              ELSE
                 MOVE DB2-RS-MANAGER TO WS-MANAGER-DISPLAY
              END-IF
              DISPLAY 'LGRCENF1 - ' WS-MANAGER-DISPLAY ' '
                      DB2-RS-REVIEWED-DISP ' ' DB2-RS-KEPT-DISP ' '
                      DB2-RS-REMOVED-DISP '    '
                      DB2-RS-SUSPENDED-DISP
              PERFORM 3100-FETCH-SUMMARY-ROW
           END-PERFORM

           EXEC SQL
               CLOSE SUMMARY_CURSOR
           END-EXEC

           IF WS-TOTAL-REVIEWED > 0
              COMPUTE WS-RECERT-RATE ROUNDED =
                  (WS-TOTAL-KEPT + WS-TOTAL-REMOVED) * 100
                  / WS-TOTAL-REVIEWED
           END-IF

           MOVE WS-TOTAL-REVIEWED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Entitlements in campaign:   '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-KEPT TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Recertified (kept):         '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-REMOVED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Removed by manager:         '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-SUSPENDED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Suspended, not recertified: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-OPEN TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Still pending (suspend failed): '
                   WS-TOTAL-DISPLAY
           MOVE WS-RECERT-RATE TO WS-RATE-DISPLAY
           DISPLAY 'LGRCENF1 - Manager sign-off rate:      '
                   WS-RATE-DISPLAY '%'

           PERFORM 3200-LIST-SUSPENDED THRU 3200-EXIT

       3000-EXIT.
           EXIT
           .

       3100-FETCH-SUMMARY-ROW.
           EXEC SQL
               FETCH SUMMARY_CURSOR
               INTO :DB2-RS-MANAGER, :DB2-RS-REVIEWED,
                    :DB2-RS-KEPT, :DB2-RS-REMOVED,
                    :DB2-RS-SUSPENDED, :DB2-RS-OPEN
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCENF1 - FETCH SUMMARY failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Every account suspended for want of recertification           *
      *----------------------------------------------------------------*
       3200-LIST-SUSPENDED.
           EXEC SQL
               OPEN SUSPLIST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCENF1 - OPEN SUSPLIST_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3200-EXIT
           END-IF

           DISPLAY 'LGRCENF1 - SUSPENDED  CUSTOMER  USERNAME'
                   '             ROLE             LAST LOGIN'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3300-FETCH-SUSPLIST-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              DISPLAY 'LGRCENF1 - SUSPENDED ' DB2-RC-CUSTOMERNUM ' '
                      DB2-RC-USERNAME(1:20) ' ' DB2-RC-ROLE-NAME ' '
                      DB2-RC-LAST-LOGIN(1:19)
              PERFORM 3300-FETCH-SUSPLIST-ROW
           END-PERFORM

           EXEC SQL
               CLOSE SUSPLIST_CURSOR
           END-EXEC

       3200-EXIT.
           EXIT
           .

       3300-FETCH-SUSPLIST-ROW.
           EXEC SQL
               FETCH SUSPLIST_CURSOR
               INTO :DB2-RC-CUSTOMERNUM, :DB2-RC-USERNAME,
                    :DB2-RC-ROLE-NAME, :DB2-RC-MANAGER,
                    :DB2-RC-LAST-LOGIN
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCENF1 - FETCH SUSPLIST failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit and close the registry entry                           *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-ROWS-PENDING TO JR-ROWS-READ
           MOVE WS-ROWS-SUSPENDED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-FAILED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-SUSPENDED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Accounts suspended this run: '
                   WS-TOTAL-DISPLAY
           MOVE WS-ROWS-FAILED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Suspensions failed:          '
                   WS-TOTAL-DISPLAY
           DISPLAY 'LGRCENF1 - Access recertification enforcement '
                   'complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGRCENF1.
