      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Access Recertification Decision Load     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCLOD1.
       AUTHOR. GENAPP SECURITY TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGRCLOD1 - Access Recertification Decision Load      *
      * Purpose: Runs outside CICS whenever marked-up sign-off files  *
      *          come back from the managers, reading RECERTD - the   *
      *          LGRCEXT1 sign-off file with RR-DECISION keyed - and  *
      *          applying each decision to its ACCESS_RECERT row:     *
      *          'K' recertifies the role as it stands; 'R' withdraws *
      *          it, clearing USER_SECURITY.ROLE_NAME so the          *
      *          ROLE_PERMISSION checks in LGAUTH01, LGPARM01 and     *
      *          LGAGMT01 no longer grant it. Only a pending row is   *
      *          decided, and only while the user still holds the     *
      *          role reviewed; a blank decision is left pending for  *
      *          LGRCENF1, and anything else is rejected and listed.  *
      *          Each decision is written to AUDIT_LOG under the      *
      *          manager's name, the LGLDAP01 way. The file may be    *
      *          loaded more than once as sections come back.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO RECERTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Marked-up sign-off file - the LGRCEXT1 layout                 *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGRCLOD1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-RECERT-STATUS        PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).
           05  WS-TODAY-YMD            PIC X(10).
      *    USER_SECURITY.MODIFIED_DATE is stored DD/MM/YYYY, as
      *    LGAUTH01 and LGDORM01 write it
           05  WS-TODAY-DATE-FMT       PIC X(10).
           05  WS-CURRENT-ROLE         PIC X(16).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-KEPT            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REMOVED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-UNDECIDED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.

      *----------------------------------------------------------------*
      * ACCESS_RECERT host variables                                  *
      *----------------------------------------------------------------*
       01  DB2-RECERT-REC.
           COPY DB2-RECERT.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DECISIONS THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           MOVE 'LGRCLOD1' TO JR-JOB-NAME
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
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE-FMT
           END-STRING

           OPEN INPUT RECERT-FILE

           IF WS-RECERT-STATUS NOT = '00'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRCLOD1 - OPEN RECERTD failed, status='
                      WS-RECERT-STATUS
           END-IF

           DISPLAY 'LGRCLOD1 - Access recertification decision load'
           .

      *----------------------------------------------------------------*
      * Read the marked-up file and apply each entitlement decision   *
      *----------------------------------------------------------------*
       2000-LOAD-DECISIONS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-READ-NEXT-RECORD

           PERFORM UNTIL WS-NO-MORE-RECORDS
              IF RR-ENTITLEMENT
                 ADD 1 TO WS-ROWS-READ
                 PERFORM 2200-APPLY-DECISION THRU 2200-EXIT
              END-IF
              PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM

           CLOSE RECERT-FILE

       2000-EXIT.
           EXIT
           .

       2100-READ-NEXT-RECORD.
           READ RECERT-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-RECERT-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRCLOD1 - READ RECERTD failed, status='
                         WS-RECERT-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One entitlement - check the row is still open to a decision   *
      * and the user still holds the role, then keep or remove it     *
      *----------------------------------------------------------------*
       2200-APPLY-DECISION.
           IF RR-DECISION = SPACES
              ADD 1 TO WS-ROWS-UNDECIDED
              GO TO 2200-EXIT
           END-IF

           IF NOT RR-KEEP-ROLE AND NOT RR-REMOVE-ROLE
              MOVE 'decision must be K or R' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-DECISION
              GO TO 2200-EXIT
           END-IF

           MOVE RR-CAMPAIGN-ID TO DB2-RC-CAMPAIGN-ID
           MOVE RR-CUSTOMER-NUM TO DB2-RC-CUSTOMERNUM

           EXEC SQL
               SELECT ROLE_NAME, DECISION, USERNAME
               INTO :DB2-RC-ROLE-NAME, :DB2-RC-DECISION,
                    :DB2-RC-USERNAME
               FROM ACCESS_RECERT
               WHERE CAMPAIGN_ID = :DB2-RC-CAMPAIGN-ID
                 AND CUSTOMERNUM = :DB2-RC-CUSTOMERNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'not in the campaign' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-DECISION
               GO TO 2200-EXIT
             WHEN SQLCODE NOT = 0
               MOVE '90' TO WS-RETURN-CODE
               MOVE 'ACCESS_RECERT read failed' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-DECISION
               GO TO 2200-EXIT
             WHEN DB2-RC-DECISION NOT = 'P'
               MOVE 'already decided or suspended'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-DECISION
               GO TO 2200-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-CURRENT-ROLE
           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-CURRENT-ROLE
               FROM USER_SECURITY
               WHERE CUSTOMERNUM = :DB2-RC-CUSTOMERNUM
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CURRENT-ROLE NOT = DB2-RC-ROLE-NAME
              MOVE 'role changed since the campaign opened'
                  TO WS-REJECT-REASON
              PERFORM 2900-REJECT-DECISION
              GO TO 2200-EXIT
           END-IF

           IF RR-REMOVE-ROLE
              EXEC SQL
                  UPDATE USER_SECURITY
                  SET ROLE_NAME = NULL,
                      MODIFIED_DATE = :WS-TODAY-DATE-FMT
                  WHERE CUSTOMERNUM = :DB2-RC-CUSTOMERNUM
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 MOVE 'USER_SECURITY update failed' TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-DECISION
                 GO TO 2200-EXIT
              END-IF
           END-IF

           MOVE RR-DECISION TO DB2-RC-DECISION
           MOVE WS-TODAY-YMD TO DB2-RC-DECISION-DATE
           MOVE RR-MANAGER TO DB2-RC-DECIDED-BY

           EXEC SQL
               UPDATE ACCESS_RECERT
               SET DECISION = :DB2-RC-DECISION,
                   DECISION_DATE = :DB2-RC-DECISION-DATE,
                   DECIDED_BY = :DB2-RC-DECIDED-BY
               WHERE CAMPAIGN_ID = :DB2-RC-CAMPAIGN-ID
                 AND CUSTOMERNUM = :DB2-RC-CUSTOMERNUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'ACCESS_RECERT update failed' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-DECISION
              GO TO 2200-EXIT
           END-IF

           IF RR-REMOVE-ROLE
              ADD 1 TO WS-ROWS-REMOVED
              MOVE 'RECERT_REMOVE' TO AL-ACTION
           ELSE
              ADD 1 TO WS-ROWS-KEPT
              MOVE 'RECERT_KEEP' TO AL-ACTION
           END-IF
           PERFORM 2500-WRITE-AUDIT-RECORD
           .
       2200-EXIT.
           EXIT.

       2500-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE RR-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE RR-MANAGER TO AL-USERNAME
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Campaign ' DELIMITED BY SIZE
                  RR-CAMPAIGN-ID DELIMITED BY SIZE
                  ' role ' DELIMITED BY SIZE
                  DB2-RC-ROLE-NAME DELIMITED BY SPACE
                  ' for ' DELIMITED BY SIZE
                  DB2-RC-USERNAME DELIMITED BY SPACE
                  ' decided ' DELIMITED BY SIZE
                  RR-DECISION DELIMITED BY SIZE
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

       2900-REJECT-DECISION.
           ADD 1 TO WS-ROWS-REJECTED
           DISPLAY 'LGRCLOD1 - REJECTED ' RR-CAMPAIGN-ID ' '
                   RR-CUSTOMER-NUM ' ' RR-USERNAME(1:20) ' '
                   RR-DECISION ' - ' WS-REJECT-REASON
           .

      *----------------------------------------------------------------*
      * Commit and report results                                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           COMPUTE JR-ROWS-UPDATED = WS-ROWS-KEPT + WS-ROWS-REMOVED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Entitlement records read:  '
                   WS-TOTAL-DISPLAY
           MOVE WS-ROWS-KEPT TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Roles recertified (kept):  '
                   WS-TOTAL-DISPLAY
           MOVE WS-ROWS-REMOVED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Roles removed:             '
                   WS-TOTAL-DISPLAY
           MOVE WS-ROWS-UNDECIDED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Left undecided:            '
                   WS-TOTAL-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Decisions rejected:        '
                   WS-TOTAL-DISPLAY
           DISPLAY 'LGRCLOD1 - Decision load complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGRCLOD1.
