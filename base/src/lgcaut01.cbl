       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claim Settlement Authority Maintenance   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCAUT01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCAUT01 - Claim Settlement Authority Maintenance    *
      * Purpose: Dual-control (maker/checker) maintenance of the      *
      *          claim handlers' settlement limits in CLAIM_AUTHORITY *
      *          - the amount up to which LGUCLM01 lets a handler     *
      *          settle a claim alone; above it the settlement is     *
      *          referred to a second handler whose limit covers it.  *
      *          PROPOSE stores a new limit for a handler at 'P';     *
      *          APPROVE (a different administrator) puts it in force *
      *          'A', superseding the handler's previous limit 'X';   *
      *          REJECT closes the proposal 'R'; INQUIRE returns the  *
      *          handler's pending proposal or approved limit. Only   *
      *          one proposal may be pending per handler. Authority   *
      *          comes from ROLE_PERMISSION rows for CLMAPROP and     *
      *          CLMAAPPR, and every step is written to AUDIT_LOG.    *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCAUT01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGCAUT01'.

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
      * Settlement authority host variables                           *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-AUTH-VARS.
           COPY DB2-CLAIM-AUTH.

       01  WS-EXISTING-COUNT           PIC S9(9) COMP.
       01  WS-CURRENT-LIMIT            PIC S9(6)V99 COMP-3.
       01  WS-AUTHORITY-DISPLAY        PIC 9(9).
       01  WS-LIMIT-DISPLAY            PIC ZZZZZ9.99.
       01  WS-CURRENT-DISPLAY          PIC ZZZZZ9.99.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGCAUT01'.
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
           COPY LGCLAUT.

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
              MOVE '98' TO HA-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO HA-RETURN-CODE
           MOVE SPACES TO HA-ERROR-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           .

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN HA-PROPOSE
                   MOVE 'CLMAPROP' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF HA-RETURN-CODE = '00'
                       PERFORM 3000-PROPOSE-LIMIT
                   END-IF
               WHEN HA-APPROVE
                   MOVE 'CLMAAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF HA-RETURN-CODE = '00'
                       PERFORM 4000-APPROVE-LIMIT
                   END-IF
               WHEN HA-REJECT
                   MOVE 'CLMAAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF HA-RETURN-CODE = '00'
                       PERFORM 4500-REJECT-LIMIT
                   END-IF
               WHEN HA-INQUIRE
                   PERFORM 5000-INQUIRE-LIMIT
               WHEN OTHER
                   MOVE '99' TO HA-RETURN-CODE
                   MOVE 'Invalid function requested' TO HA-ERROR-MSG
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting administrator must hold a role permitting the      *
      * maker (CLMAPROP) or checker (CLMAAPPR) function               *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :HA-ACTING-USERNAME
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
           IF WS-REQUIRED-FUNCTION = 'CLMAPROP'
              MOVE '50' TO HA-RETURN-CODE
              MOVE 'Not authorised to propose settlement limits'
                  TO HA-ERROR-MSG
           ELSE
              MOVE '51' TO HA-RETURN-CODE
              MOVE 'Not authorised to approve settlement limits'
                  TO HA-ERROR-MSG
           END-IF

           MOVE 'CLAIM_AUTH_DENIED' TO AL-ACTION
           MOVE HA-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  HA-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  WS-REQUIRED-FUNCTION DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

      *----------------------------------------------------------------*
      * Store the proposed limit for a handler as a pending row -     *
      * rejected when the handler or limit is missing or invalid, or  *
      * the handler already has a proposal waiting for approval       *
      *----------------------------------------------------------------*
       3000-PROPOSE-LIMIT.
           IF HA-HANDLER = SPACES OR HA-HANDLER = LOW-VALUES
              OR HA-SETTLE-LIMIT NOT NUMERIC
              MOVE '54' TO HA-RETURN-CODE
              MOVE 'Handler or settlement limit invalid'
                  TO HA-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE HA-HANDLER TO DB2-HA-HANDLER

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-COUNT
               FROM CLAIM_AUTHORITY
               WHERE HANDLER = :DB2-HA-HANDLER
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-EXISTING-COUNT > 0
              MOVE '55' TO HA-RETURN-CODE
              MOVE 'Handler already has a limit pending approval'
                  TO HA-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(AUTHORITY_ID), 0) + 1
               INTO :DB2-HA-AUTHORITY-ID
               FROM CLAIM_AUTHORITY
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE HA-SETTLE-LIMIT TO DB2-HA-SETTLE-LIMIT
           MOVE HA-ACTING-USERNAME TO DB2-HA-PROPOSED-BY
           MOVE WS-TODAY TO DB2-HA-PROPOSED-DATE

           EXEC SQL
               INSERT INTO CLAIM_AUTHORITY
               ( AUTHORITY_ID, HANDLER, SETTLE_LIMIT, STATUS,
                 PROPOSED_BY, PROPOSED_DATE )
               VALUES ( :DB2-HA-AUTHORITY-ID, :DB2-HA-HANDLER,
                        :DB2-HA-SETTLE-LIMIT, 'P',
                        :DB2-HA-PROPOSED-BY, :DB2-HA-PROPOSED-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'P' TO DB2-HA-STATUS
           MOVE SPACES TO DB2-HA-APPROVED-BY
           PERFORM 4200-RETURN-PROPOSAL
           PERFORM 4300-READ-CURRENT-LIMIT

           MOVE 'CLAIM_AUTH_PROPOSE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-LIMIT-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Put a pending limit in force - a different administrator than *
      * the proposer. The handler's previous approved limit is        *
      * superseded in the same unit of work.                           *
      *----------------------------------------------------------------*
       4000-APPROVE-LIMIT.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-HA-STATUS NOT = 'P')
              MOVE '53' TO HA-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO HA-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

      * The checker must be a different person than the maker
           IF DB2-HA-PROPOSED-BY = HA-ACTING-USERNAME
              MOVE '52' TO HA-RETURN-CODE
              MOVE 'Approver must differ from proposer'
                  TO HA-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           PERFORM 4300-READ-CURRENT-LIMIT

           MOVE HA-ACTING-USERNAME TO DB2-HA-APPROVED-BY
           MOVE WS-TODAY TO DB2-HA-APPROVED-DATE

           EXEC SQL
               UPDATE CLAIM_AUTHORITY
               SET STATUS = 'X'
               WHERE HANDLER = :DB2-HA-HANDLER
                 AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               UPDATE CLAIM_AUTHORITY
               SET STATUS = 'A',
                   APPROVED_BY = :DB2-HA-APPROVED-BY,
                   APPROVED_DATE = :DB2-HA-APPROVED-DATE
               WHERE AUTHORITY_ID = :DB2-HA-AUTHORITY-ID
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'A' TO DB2-HA-STATUS
           PERFORM 4200-RETURN-PROPOSAL

           MOVE 'CLAIM_AUTH_APPROVE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-LIMIT-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           MOVE DB2-HA-SETTLE-LIMIT TO HA-CURRENT-LIMIT

           EXEC CICS SYNCPOINT END-EXEC
           .

       4100-READ-PROPOSAL.
           MOVE HA-AUTHORITY-ID TO DB2-HA-AUTHORITY-ID

           EXEC SQL
               SELECT HANDLER, SETTLE_LIMIT, STATUS, PROPOSED_BY,
                      COALESCE(APPROVED_BY, ' ')
               INTO :DB2-HA-HANDLER, :DB2-HA-SETTLE-LIMIT,
                    :DB2-HA-STATUS, :DB2-HA-PROPOSED-BY,
                    :DB2-HA-APPROVED-BY
               FROM CLAIM_AUTHORITY
               WHERE AUTHORITY_ID = :DB2-HA-AUTHORITY-ID
           END-EXEC
           .

       4200-RETURN-PROPOSAL.
           MOVE DB2-HA-AUTHORITY-ID TO HA-AUTHORITY-ID
           MOVE DB2-HA-HANDLER TO HA-HANDLER
           MOVE DB2-HA-SETTLE-LIMIT TO HA-SETTLE-LIMIT
           MOVE DB2-HA-STATUS TO HA-STATUS
           MOVE DB2-HA-PROPOSED-BY TO HA-PROPOSED-BY
           MOVE DB2-HA-APPROVED-BY TO HA-APPROVED-BY
           .

      *----------------------------------------------------------------*
      * The limit in force for DB2-HA-HANDLER - zero when the handler *
      * has none approved                                              *
      *----------------------------------------------------------------*
       4300-READ-CURRENT-LIMIT.
           MOVE 0 TO WS-CURRENT-LIMIT

           EXEC SQL
               SELECT SETTLE_LIMIT
               INTO :WS-CURRENT-LIMIT
               FROM CLAIM_AUTHORITY
               WHERE HANDLER = :DB2-HA-HANDLER
                 AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-CURRENT-LIMIT
           END-IF

           MOVE WS-CURRENT-LIMIT TO HA-CURRENT-LIMIT
           .

      *----------------------------------------------------------------*
      * Reject a pending proposal                                     *
      *----------------------------------------------------------------*
       4500-REJECT-LIMIT.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-HA-STATUS NOT = 'P')
              MOVE '53' TO HA-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO HA-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO HA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE HA-ACTING-USERNAME TO DB2-HA-APPROVED-BY
           MOVE WS-TODAY TO DB2-HA-APPROVED-DATE

           EXEC SQL
               UPDATE CLAIM_AUTHORITY
               SET STATUS = 'R',
                   APPROVED_BY = :DB2-HA-APPROVED-BY,
                   APPROVED_DATE = :DB2-HA-APPROVED-DATE
               WHERE AUTHORITY_ID = :DB2-HA-AUTHORITY-ID
                 AND STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO HA-RETURN-CODE
               MOVE 'Proposal not found or not pending'
                   TO HA-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO HA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'R' TO DB2-HA-STATUS
           PERFORM 4200-RETURN-PROPOSAL
           PERFORM 4300-READ-CURRENT-LIMIT

           MOVE 'CLAIM_AUTH_REJECT' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-LIMIT-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return the handler's pending proposal, or failing that the    *
      * limit in force                                                 *
      *----------------------------------------------------------------*
       5000-INQUIRE-LIMIT.
           MOVE HA-HANDLER TO DB2-HA-HANDLER
           PERFORM 4300-READ-CURRENT-LIMIT

           EXEC SQL
               SELECT AUTHORITY_ID, SETTLE_LIMIT, STATUS,
                      PROPOSED_BY, COALESCE(APPROVED_BY, ' ')
               INTO :DB2-HA-AUTHORITY-ID, :DB2-HA-SETTLE-LIMIT,
                    :DB2-HA-STATUS, :DB2-HA-PROPOSED-BY,
                    :DB2-HA-APPROVED-BY
               FROM CLAIM_AUTHORITY
               WHERE HANDLER = :DB2-HA-HANDLER
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                  SELECT AUTHORITY_ID, SETTLE_LIMIT, STATUS,
                         PROPOSED_BY, COALESCE(APPROVED_BY, ' ')
                  INTO :DB2-HA-AUTHORITY-ID, :DB2-HA-SETTLE-LIMIT,
                       :DB2-HA-STATUS, :DB2-HA-PROPOSED-BY,
                       :DB2-HA-APPROVED-BY
                  FROM CLAIM_AUTHORITY
                  WHERE HANDLER = :DB2-HA-HANDLER
                    AND STATUS = 'A'
              END-EXEC
           END-IF

           EVALUATE SQLCODE
             WHEN 0
               PERFORM 4200-RETURN-PROPOSAL
             WHEN 100
               MOVE '53' TO HA-RETURN-CODE
               MOVE 'No settlement limit pending or approved'
                   TO HA-ERROR-MSG
             WHEN OTHER
               MOVE '90' TO HA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Limit details for the audit row                               *
      *----------------------------------------------------------------*
       7000-BUILD-LIMIT-DETAILS.
           MOVE DB2-HA-AUTHORITY-ID TO WS-AUTHORITY-DISPLAY
           MOVE DB2-HA-SETTLE-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-CURRENT-LIMIT TO WS-CURRENT-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Authority ' DELIMITED BY SIZE
                  WS-AUTHORITY-DISPLAY DELIMITED BY SIZE
                  ' handler ' DELIMITED BY SIZE
                  DB2-HA-HANDLER DELIMITED BY SPACE
                  ' limit ' DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY DELIMITED BY SIZE
                  ' was ' DELIMITED BY SIZE
                  WS-CURRENT-DISPLAY DELIMITED BY SIZE
                  ' proposed by ' DELIMITED BY SIZE
                  DB2-HA-PROPOSED-BY DELIMITED BY SPACE
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
           MOVE HA-ACTING-USERNAME TO AL-USERNAME
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

       END PROGRAM LGCAUT01.
