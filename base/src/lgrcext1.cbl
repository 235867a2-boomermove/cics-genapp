      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Access Recertification Campaign Open     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCEXT1.
       AUTHOR. GENAPP SECURITY TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGRCEXT1 - Access Recertification Campaign Open      *
      * Purpose: Runs outside CICS at the start of each quarter,      *
      *          opening that quarter's access recertification        *
      *          campaign (CAMPAIGN_ID YYYYQn). Every staff user -    *
      *          a USER_SECURITY row holding a ROLE_NAME - gets an    *
      *          ACCESS_RECERT row at DECISION 'P' with the role, the *
      *          last login and the reviewing manager                 *
      *          (USER_SECURITY.REVIEW_MANAGER) as they stand today,  *
      *          and a line on the sign-off file RECERTF, grouped by  *
      *          reviewing manager, for the managers to mark keep or  *
      *          remove. LGRCLOD1 loads the marked file back, and     *
      *          LGRCENF1 suspends anyone still not recertified once  *
      *          the deadline, RC-REVIEW-DAYS after opening, passes.  *
      *          A campaign is opened only once - a rerun in the same *
      *          quarter fails rather than resetting decisions        *
      *          already loaded. Entitlements with no reviewing       *
      *          manager are grouped under a blank manager for the    *
      *          security administrators to review.                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO RECERTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Sign-off file - manager header and entitlement records        *
      *----------------------------------------------------------------*
       FD  RECERT-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RECERT-RECORD.
           COPY LGRCREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGRCEXT1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Campaign and file control working storage                     *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-RECERT-STATUS        PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-QUARTER              PIC 9(1).
           05  WS-VAL-INTEGER          PIC 9(9).
           05  WS-DEADLINE-DATE        PIC 9(8).
           05  WS-DEADLINE-RAW         PIC X(8).
           05  WS-CURRENT-MANAGER      PIC X(32).
           05  WS-EXISTING-ROWS        PIC S9(9) COMP.
           05  WS-MANAGER-ROWS         PIC S9(9) COMP.
           05  WS-TOTAL-ENTITLEMENTS   PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-MANAGERS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-UNMANAGED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.

      *----------------------------------------------------------------*
      * Campaign rules - managers get RC-REVIEW-DAYS to sign off      *
      *----------------------------------------------------------------*
       01  RC-REVIEW-DAYS              PIC 9(3) VALUE 30.

      *----------------------------------------------------------------*
      * ACCESS_RECERT host variables                                  *
      *----------------------------------------------------------------*
       01  DB2-RECERT-REC.
           COPY DB2-RECERT.

      *----------------------------------------------------------------*
      * Staff entitlements - every login holding a role, in reviewing *
      * manager order                                                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE STAFF_CURSOR CURSOR FOR
               SELECT CUSTOMERNUM, USERNAME, ROLE_NAME,
                      COALESCE(LAST_LOGIN, 'NEVER'),
                      COALESCE(REVIEW_MANAGER, ' ')
               FROM USER_SECURITY
               WHERE ROLE_NAME IS NOT NULL
                 AND ROLE_NAME <> ' '
               ORDER BY 5, USERNAME
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CAMPAIGN THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Name the campaign for this quarter and set its deadline       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGRCEXT1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MM
           COMPUTE WS-QUARTER = (WS-TODAY-MM + 2) / 3

           MOVE SPACES TO DB2-RC-CAMPAIGN-ID
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  'Q' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  INTO DB2-RC-CAMPAIGN-ID
           END-STRING

           COMPUTE WS-VAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)) + RC-REVIEW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-VAL-INTEGER)
               TO WS-DEADLINE-DATE
           MOVE WS-DEADLINE-DATE TO WS-DEADLINE-RAW
           STRING WS-DEADLINE-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DEADLINE-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DEADLINE-RAW(7:2) DELIMITED BY SIZE
                  INTO DB2-RC-DEADLINE
           END-STRING

           DISPLAY 'LGRCEXT1 - Access recertification campaign open'
           DISPLAY 'LGRCEXT1 - Campaign ' DB2-RC-CAMPAIGN-ID
                   ' sign-off deadline ' DB2-RC-DEADLINE
           .

      *----------------------------------------------------------------*
      * Refuse a second open of the same campaign, then extract       *
      *----------------------------------------------------------------*
       2000-OPEN-CAMPAIGN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-ROWS
               FROM ACCESS_RECERT
               WHERE CAMPAIGN_ID = :DB2-RC-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCEXT1 - ACCESS_RECERT check failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           IF WS-EXISTING-ROWS > 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCEXT1 - Campaign ' DB2-RC-CAMPAIGN-ID
                      ' is already open - not reopened'
              GO TO 2000-EXIT
           END-IF

           OPEN OUTPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = '00'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCEXT1 - OPEN RECERTF failed, status='
                      WS-RECERT-STATUS
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN STAFF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCEXT1 - OPEN STAFF_CURSOR failed SQLCODE='
                      SQLCODE
              CLOSE RECERT-FILE
              GO TO 2000-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-CURRENT-MANAGER
           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-STAFF-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              IF DB2-RC-MANAGER NOT = WS-CURRENT-MANAGER
                 PERFORM 2200-WRITE-MANAGER-HEADER
              END-IF
              PERFORM 2300-RECORD-ENTITLEMENT
              PERFORM 2100-FETCH-STAFF-ROW
           END-PERFORM

           EXEC SQL
               CLOSE STAFF_CURSOR
           END-EXEC

           CLOSE RECERT-FILE

       2000-EXIT.
           EXIT
           .

       2100-FETCH-STAFF-ROW.
           EXEC SQL
               FETCH STAFF_CURSOR
               INTO :DB2-RC-CUSTOMERNUM, :DB2-RC-USERNAME,
                    :DB2-RC-ROLE-NAME, :DB2-RC-LAST-LOGIN,
                    :DB2-RC-MANAGER
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCEXT1 - FETCH STAFF failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Open a new manager's section of the sign-off file             *
      *----------------------------------------------------------------*
       2200-WRITE-MANAGER-HEADER.
           MOVE DB2-RC-MANAGER TO WS-CURRENT-MANAGER
           ADD 1 TO WS-TOTAL-MANAGERS

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MANAGER-ROWS
               FROM USER_SECURITY
               WHERE ROLE_NAME IS NOT NULL
                 AND ROLE_NAME <> ' '
                 AND COALESCE(REVIEW_MANAGER, ' ') = :DB2-RC-MANAGER
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-MANAGER-ROWS
           END-IF

           MOVE SPACES TO RECERT-RECORD
           SET RR-MANAGER-HEADER TO TRUE
           MOVE DB2-RC-CAMPAIGN-ID TO RR-CAMPAIGN-ID
           MOVE DB2-RC-MANAGER TO RR-MANAGER
           MOVE DB2-RC-DEADLINE TO RR-DEADLINE
           MOVE WS-MANAGER-ROWS TO RR-ENTITLEMENT-COUNT
           PERFORM 2400-WRITE-RECORD

           IF DB2-RC-MANAGER = SPACES
              DISPLAY 'LGRCEXT1 - ' WS-MANAGER-ROWS
                      ' entitlement(s) have no reviewing manager'
           END-IF
           .

      *----------------------------------------------------------------*
      * Record the entitlement pending review and list it for sign-off*
      *----------------------------------------------------------------*
       2300-RECORD-ENTITLEMENT.
           MOVE 'P' TO DB2-RC-DECISION
           MOVE SPACES TO DB2-RC-DECISION-DATE
           MOVE SPACES TO DB2-RC-DECIDED-BY

           EXEC SQL
               INSERT INTO ACCESS_RECERT
               ( CAMPAIGN_ID, CUSTOMERNUM, USERNAME, ROLE_NAME,
                 MANAGER, LAST_LOGIN, DEADLINE_DATE, DECISION,
                 DECISION_DATE, DECIDED_BY )
               VALUES ( :DB2-RC-CAMPAIGN-ID, :DB2-RC-CUSTOMERNUM,
                        :DB2-RC-USERNAME, :DB2-RC-ROLE-NAME,
                        :DB2-RC-MANAGER, :DB2-RC-LAST-LOGIN,
                        :DB2-RC-DEADLINE, :DB2-RC-DECISION,
                        NULL, NULL )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              ADD 1 TO JR-ROWS-REJECTED
              DISPLAY 'LGRCEXT1 - INSERT ACCESS_RECERT failed for '
                      DB2-RC-USERNAME ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-TOTAL-ENTITLEMENTS
              IF DB2-RC-MANAGER = SPACES
                 ADD 1 TO WS-TOTAL-UNMANAGED
              END-IF

              MOVE SPACES TO RECERT-RECORD
              SET RR-ENTITLEMENT TO TRUE
              MOVE DB2-RC-CAMPAIGN-ID TO RR-CAMPAIGN-ID
              MOVE DB2-RC-MANAGER TO RR-MANAGER
              MOVE DB2-RC-DEADLINE TO RR-DEADLINE
              MOVE DB2-RC-CUSTOMERNUM TO RR-CUSTOMER-NUM
              MOVE DB2-RC-USERNAME TO RR-USERNAME
              MOVE DB2-RC-ROLE-NAME TO RR-ROLE-NAME
              MOVE DB2-RC-LAST-LOGIN TO RR-LAST-LOGIN
              PERFORM 2400-WRITE-RECORD
           END-IF
           .

       2400-WRITE-RECORD.
           WRITE RECERT-RECORD

           IF WS-RECERT-STATUS NOT = '00'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCEXT1 - WRITE RECERTF failed, status='
                      WS-RECERT-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit the campaign (or back it out) and report the totals    *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-TOTAL-ENTITLEMENTS TO JR-ROWS-READ
           MOVE WS-TOTAL-ENTITLEMENTS TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
      *       A half-written campaign is backed out whole so the
      *       rerun opens it cleanly
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 0 TO JR-ROWS-UPDATED
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-TOTAL-ENTITLEMENTS TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCEXT1 - Entitlements for review:   '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-MANAGERS TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCEXT1 - Reviewing managers:        '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-UNMANAGED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCEXT1 - With no reviewing manager: '
                   WS-TOTAL-DISPLAY
           DISPLAY 'LGRCEXT1 - Campaign open complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGRCEXT1.
