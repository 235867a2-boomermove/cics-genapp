       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Partner Registry Maintenance             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPTNREG.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPTNREG - Partner Registry Maintenance              *
      * Purpose: Maintains PARTNER, PARTNER_KEY and                   *
      *          PARTNER_PERMISSION, the registry LGPTNCHK checks the *
      *          MQ and web-service channels against. Partners are    *
      *          added and updated, request types granted and         *
      *          revoked, and API keys rotated: ROTATE generates a    *
      *          new key through LGPWHASH GENSALT, stores only its    *
      *          salted hash and hands the key back once. The         *
      *          partner's existing keys are cut back to expire after *
      *          the overlap period, so both keys work while the      *
      *          partner switches over. Authority comes from a        *
      *          ROLE_PERMISSION row for PTNRADM, and every change is *
      *          written to AUDIT_LOG - never the key itself.         *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPTNREG----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGPTNREG'.
       77 WS-DEFAULT-OVERLAP           PIC 9(3) VALUE 14.

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
       01  WS-OVERLAP-INTEGER          PIC S9(9) COMP.
       01  WS-OVERLAP-RAW              PIC 9(8).
       01  WS-OVERLAP-END              PIC X(10).

      *----------------------------------------------------------------*
      * Date validation work field - YYYY-MM-DD                       *
      *----------------------------------------------------------------*
       01  WS-CHECK-DATE               PIC X(10).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY           PIC X(4).
           05  WS-CHECK-SEP1           PIC X(1).
           05  WS-CHECK-MM             PIC X(2).
           05  WS-CHECK-SEP2           PIC X(1).
           05  WS-CHECK-DD             PIC X(2).
       01  WS-DATE-OK-SW               PIC X(1).
           88  WS-DATE-OK              VALUE 'Y'.

      *----------------------------------------------------------------*
      * Authorisation work fields                                     *
      *----------------------------------------------------------------*
       01  WS-AUTH-WORK.
           05  WS-ACTING-ROLE          PIC X(16).
           05  WS-PERMIT-COUNT         PIC S9(9) COMP.
           05  WS-REQUIRED-FUNCTION    PIC X(8).

      *----------------------------------------------------------------*
      * Partner registry host variables                               *
      *----------------------------------------------------------------*
       01  DB2-PARTNER-VARS.
           COPY DB2-PARTNER.

       01  WS-EXISTING-COUNT           PIC S9(9) COMP.
       01  WS-KEYS-CUT                 PIC S9(9) COMP.
       01  WS-NEW-KEY                  PIC X(32).
       01  WS-KEY-ID-DISPLAY           PIC 9(9).
       01  WS-CUT-DISPLAY              PIC ZZ9.
       01  WS-OVERLAP-DISPLAY          PIC ZZ9.

      *----------------------------------------------------------------*
      * Password hashing communication area                            *
      *----------------------------------------------------------------*
       01  HASH-COMMAREA.
           05  HASH-FUNCTION           PIC X(8).
           05  HASH-PASSWORD           PIC X(64).
           05  HASH-SALT               PIC X(32).
           05  HASH-HASH               PIC X(128).
           05  HASH-RETURN-CODE        PIC X(2).
           05  HASH-ERROR-MSG          PIC X(100).
           05  HASH-SCORE              PIC 9(3).
           05  HASH-ALGORITHM          PIC X(8).
           05  HASH-MIN-PASSWORD-LEN   PIC 9(2).
           05  HASH-MAX-PASSWORD-LEN   PIC 9(2).
           05  HASH-REQUIRE-UPPER      PIC X(1).
           05  HASH-REQUIRE-LOWER      PIC X(1).
           05  HASH-REQUIRE-DIGIT      PIC X(1).
           05  HASH-REQUIRE-SPECIAL    PIC X(1).
           05  HASH-COMPLEXITY-MIN     PIC 9(3).
           05  HASH-FILLER             PIC X(576).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGPTNREG'.
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
           COPY LGPTNREG.

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
              MOVE '98' TO PR-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO PR-RETURN-CODE
           MOVE SPACES TO PR-ERROR-MSG
           MOVE SPACES TO PR-API-KEY

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE PR-PARTNER-ID TO DB2-PT-PARTNER-ID
           .

       2000-PROCESS-REQUEST.
           IF PR-INQUIRE
              PERFORM 8500-INQUIRE-PARTNER
              PERFORM 9000-RETURN
           END-IF

           IF NOT PR-ADD AND NOT PR-UPDATE AND NOT PR-GRANT
              AND NOT PR-REVOKE AND NOT PR-ROTATE
              AND NOT PR-REVOKE-KEY
              MOVE '99' TO PR-RETURN-CODE
              MOVE 'Invalid function requested' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE 'PTNRADM' TO WS-REQUIRED-FUNCTION
           PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
           IF PR-RETURN-CODE NOT = '00'
              PERFORM 9000-RETURN
           END-IF

           IF PR-PARTNER-ID = SPACES OR PR-PARTNER-ID = LOW-VALUES
              MOVE '54' TO PR-RETURN-CODE
              MOVE 'Partner id is required' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EVALUATE TRUE
               WHEN PR-ADD
                   PERFORM 3000-ADD-PARTNER
               WHEN PR-UPDATE
                   PERFORM 3500-UPDATE-PARTNER
               WHEN PR-GRANT
                   PERFORM 4000-GRANT-REQUEST-TYPE
               WHEN PR-REVOKE
                   PERFORM 4500-REVOKE-REQUEST-TYPE
               WHEN PR-ROTATE
                   PERFORM 5000-ROTATE-KEY
               WHEN PR-REVOKE-KEY
                   PERFORM 5500-REVOKE-KEY
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting administrator must hold a role permitting PTNRADM  *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :PR-ACTING-USERNAME
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
           MOVE '50' TO PR-RETURN-CODE
           MOVE 'Not authorised to maintain partners' TO PR-ERROR-MSG

           MOVE 'PARTNER_ADM_DENIED' TO AL-ACTION
           MOVE PR-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  PR-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  PR-FUNCTION DELIMITED BY SPACE
                  ' for partner ' DELIMITED BY SIZE
                  PR-PARTNER-ID DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Check WS-CHECK-DATE is a YYYY-MM-DD date                      *
      *----------------------------------------------------------------*
       2500-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW

           IF WS-CHECK-YYYY IS NUMERIC AND WS-CHECK-MM IS NUMERIC
              AND WS-CHECK-DD IS NUMERIC
              AND WS-CHECK-SEP1 = '-' AND WS-CHECK-SEP2 = '-'
              AND WS-CHECK-MM >= '01' AND WS-CHECK-MM <= '12'
              AND WS-CHECK-DD >= '01' AND WS-CHECK-DD <= '31'
              MOVE 'Y' TO WS-DATE-OK-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * Validity period on the commarea - VALID_FROM defaults to      *
      * today, a blank VALID_TO leaves the partner open ended         *
      *----------------------------------------------------------------*
       2600-CHECK-PERIOD.
           IF PR-ACTIVE NOT = 'Y' AND PR-ACTIVE NOT = 'N'
              MOVE '54' TO PR-RETURN-CODE
              MOVE 'Active flag must be Y or N' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF PR-VALID-FROM = SPACES
              MOVE WS-TODAY TO PR-VALID-FROM
           END-IF

           MOVE PR-VALID-FROM TO WS-CHECK-DATE
           PERFORM 2500-CHECK-DATE
           IF NOT WS-DATE-OK
              MOVE '54' TO PR-RETURN-CODE
              MOVE 'Valid from must be YYYY-MM-DD' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF PR-VALID-TO NOT = SPACES
              MOVE PR-VALID-TO TO WS-CHECK-DATE
              PERFORM 2500-CHECK-DATE
              IF NOT WS-DATE-OK OR PR-VALID-TO < PR-VALID-FROM
                 MOVE '54' TO PR-RETURN-CODE
                 MOVE 'Valid to must be a date on or after valid from'
                     TO PR-ERROR-MSG
                 PERFORM 9000-RETURN
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Register a new partner - it can call nothing until request    *
      * types are granted and a key is issued                          *
      *----------------------------------------------------------------*
       3000-ADD-PARTNER.
           PERFORM 2600-CHECK-PERIOD

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-COUNT
               FROM PARTNER
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-EXISTING-COUNT > 0
              MOVE '55' TO PR-RETURN-CODE
              MOVE 'Partner already registered' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE PR-NAME TO DB2-PT-NAME
           MOVE PR-ACTIVE TO DB2-PT-ACTIVE
           MOVE PR-VALID-FROM TO DB2-PT-VALID-FROM
           MOVE PR-VALID-TO TO DB2-PT-VALID-TO

           EXEC SQL
               INSERT INTO PARTNER
               ( PARTNER_ID, NAME, ACTIVE, VALID_FROM, VALID_TO )
               VALUES ( :DB2-PT-PARTNER-ID, :DB2-PT-NAME,
                        :DB2-PT-ACTIVE, :DB2-PT-VALID-FROM,
                        NULLIF(:DB2-PT-VALID-TO, ' ') )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'PARTNER_ADD' TO AL-ACTION
           PERFORM 7000-BUILD-PARTNER-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Change a partner's name, active flag or validity period -     *
      * fields left blank keep their current value                    *
      *----------------------------------------------------------------*
       3500-UPDATE-PARTNER.
           PERFORM 3600-READ-PARTNER

           IF PR-NAME = SPACES
              MOVE DB2-PT-NAME TO PR-NAME
           END-IF
           IF PR-ACTIVE = SPACES
              MOVE DB2-PT-ACTIVE TO PR-ACTIVE
           END-IF
           IF PR-VALID-FROM = SPACES
              MOVE DB2-PT-VALID-FROM TO PR-VALID-FROM
           END-IF
           IF PR-VALID-TO = SPACES
              MOVE DB2-PT-VALID-TO TO PR-VALID-TO
           END-IF

           PERFORM 2600-CHECK-PERIOD

           MOVE PR-NAME TO DB2-PT-NAME
           MOVE PR-ACTIVE TO DB2-PT-ACTIVE
           MOVE PR-VALID-FROM TO DB2-PT-VALID-FROM
           MOVE PR-VALID-TO TO DB2-PT-VALID-TO

           EXEC SQL
               UPDATE PARTNER
               SET NAME = :DB2-PT-NAME,
                   ACTIVE = :DB2-PT-ACTIVE,
                   VALID_FROM = :DB2-PT-VALID-FROM,
                   VALID_TO = NULLIF(:DB2-PT-VALID-TO, ' ')
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'PARTNER_UPDATE' TO AL-ACTION
           PERFORM 7000-BUILD-PARTNER-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Read the partner row - RC 53 when it is not registered        *
      *----------------------------------------------------------------*
       3600-READ-PARTNER.
           EXEC SQL
               SELECT COALESCE(NAME, ' '), ACTIVE, VALID_FROM,
                      COALESCE(VALID_TO, ' ')
               INTO :DB2-PT-NAME, :DB2-PT-ACTIVE,
                    :DB2-PT-VALID-FROM, :DB2-PT-VALID-TO
               FROM PARTNER
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '53' TO PR-RETURN-CODE
               MOVE 'Partner not registered' TO PR-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN OTHER
               MOVE '90' TO PR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Permit a request type for the partner                         *
      *----------------------------------------------------------------*
       4000-GRANT-REQUEST-TYPE.
           PERFORM 3600-READ-PARTNER
           PERFORM 4100-CHECK-REQUEST-TYPE

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-COUNT
               FROM PARTNER_PERMISSION
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND REQUEST_TYPE = :DB2-PP-REQUEST-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-EXISTING-COUNT > 0
              MOVE '55' TO PR-RETURN-CODE
              MOVE 'Request type already permitted' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               INSERT INTO PARTNER_PERMISSION
               ( PARTNER_ID, REQUEST_TYPE )
               VALUES ( :DB2-PT-PARTNER-ID, :DB2-PP-REQUEST-TYPE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'PARTNER_GRANT' TO AL-ACTION
           PERFORM 7100-BUILD-PERMISSION-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

       4100-CHECK-REQUEST-TYPE.
           IF PR-REQUEST-TYPE = SPACES OR PR-REQUEST-TYPE = LOW-VALUES
              MOVE '54' TO PR-RETURN-CODE
              MOVE 'Request type is required' TO PR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE PR-REQUEST-TYPE TO DB2-PP-REQUEST-TYPE
           .

      *----------------------------------------------------------------*
      * Withdraw a request type - effective on the partner's next call *
      *----------------------------------------------------------------*
       4500-REVOKE-REQUEST-TYPE.
           PERFORM 4100-CHECK-REQUEST-TYPE

           EXEC SQL
               DELETE FROM PARTNER_PERMISSION
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND REQUEST_TYPE = :DB2-PP-REQUEST-TYPE
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO PR-RETURN-CODE
               MOVE 'Request type not permitted for partner'
                   TO PR-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO PR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'PARTNER_REVOKE' TO AL-ACTION
           PERFORM 7100-BUILD-PERMISSION-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Issue a new API key. The key is 32 random hex characters from *
      * LGPWHASH GENSALT, hashed with a salt of its own; only the hash *
      * is stored. The partner's existing keys are cut back to expire *
      * at the end of the overlap period, in the same unit of work.   *
      *----------------------------------------------------------------*
       5000-ROTATE-KEY.
           PERFORM 3600-READ-PARTNER

           IF PR-OVERLAP-DAYS NOT NUMERIC OR PR-OVERLAP-DAYS = 0
              MOVE WS-DEFAULT-OVERLAP TO PR-OVERLAP-DAYS
           END-IF

           MOVE SPACES TO HASH-COMMAREA
           MOVE 'GENSALT ' TO HASH-FUNCTION
           PERFORM 5100-LINK-LGPWHASH
           MOVE HASH-SALT TO WS-NEW-KEY

           MOVE SPACES TO HASH-COMMAREA
           MOVE 'HASH    ' TO HASH-FUNCTION
           MOVE WS-NEW-KEY TO HASH-PASSWORD
           PERFORM 5100-LINK-LGPWHASH

           MOVE HASH-HASH TO DB2-PK-KEY-HASH
           MOVE HASH-SALT TO DB2-PK-KEY-SALT
           MOVE HASH-ALGORITHM TO DB2-PK-ALGORITHM

           COMPUTE WS-OVERLAP-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-RAW(1:8)))
               + PR-OVERLAP-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-OVERLAP-INTEGER)
               TO WS-OVERLAP-RAW
           MOVE SPACES TO WS-OVERLAP-END
           STRING WS-OVERLAP-RAW(1:4) '-' WS-OVERLAP-RAW(5:2) '-'
                  WS-OVERLAP-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-OVERLAP-END
           END-STRING
           MOVE WS-OVERLAP-END TO DB2-PK-VALID-TO

      * Keys already due to expire inside the overlap keep their date
           EXEC SQL
               UPDATE PARTNER_KEY
               SET VALID_TO = :DB2-PK-VALID-TO
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND STATUS = 'A'
                 AND COALESCE(VALID_TO, '9999-12-31') >
                     :DB2-PK-VALID-TO
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-KEYS-CUT
             WHEN 100
               MOVE 0 TO WS-KEYS-CUT
             WHEN OTHER
               MOVE '90' TO PR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           EXEC SQL
               SELECT COALESCE(MAX(KEY_ID), 0) + 1
               INTO :DB2-PK-KEY-ID
               FROM PARTNER_KEY
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE WS-TODAY TO DB2-PK-VALID-FROM

           EXEC SQL
               INSERT INTO PARTNER_KEY
               ( PARTNER_ID, KEY_ID, KEY_HASH, KEY_SALT, ALGORITHM,
                 VALID_FROM, STATUS )
               VALUES ( :DB2-PT-PARTNER-ID, :DB2-PK-KEY-ID,
                        :DB2-PK-KEY-HASH, :DB2-PK-KEY-SALT,
                        :DB2-PK-ALGORITHM, :DB2-PK-VALID-FROM, 'A' )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE DB2-PK-KEY-ID TO PR-KEY-ID
           MOVE WS-NEW-KEY TO PR-API-KEY
           MOVE WS-OVERLAP-END TO PR-KEY-VALID-TO

           MOVE 'PARTNER_KEY_ROTATE' TO AL-ACTION
           MOVE DB2-PK-KEY-ID TO WS-KEY-ID-DISPLAY
           MOVE WS-KEYS-CUT TO WS-CUT-DISPLAY
           MOVE PR-OVERLAP-DAYS TO WS-OVERLAP-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Partner ' DELIMITED BY SIZE
                  PR-PARTNER-ID DELIMITED BY SPACE
                  ' key ' DELIMITED BY SIZE
                  WS-KEY-ID-DISPLAY DELIMITED BY SIZE
                  ' issued, ' DELIMITED BY SIZE
                  WS-CUT-DISPLAY DELIMITED BY SIZE
                  ' old key(s) expire ' DELIMITED BY SIZE
                  WS-OVERLAP-END DELIMITED BY SIZE
                  ' after ' DELIMITED BY SIZE
                  WS-OVERLAP-DISPLAY DELIMITED BY SIZE
                  ' day overlap' DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

       5100-LINK-LGPWHASH.
           EXEC CICS LINK Program('LGPWHASH')
                     Commarea(HASH-COMMAREA)
                     LENGTH(LENGTH OF HASH-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR HASH-RETURN-CODE NOT = '00'
              MOVE '90' TO PR-RETURN-CODE
              MOVE 'Key generation failed' TO PR-ERROR-MSG
              MOVE 'LGPWHASH' TO EM-FUNCTION
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Withdraw one key at once - a compromised key does not wait    *
      * for an overlap to run out                                      *
      *----------------------------------------------------------------*
       5500-REVOKE-KEY.
           MOVE PR-KEY-ID TO DB2-PK-KEY-ID
           MOVE WS-TODAY TO DB2-PK-VALID-TO

           EXEC SQL
               UPDATE PARTNER_KEY
               SET STATUS = 'R',
                   VALID_TO = :DB2-PK-VALID-TO
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND KEY_ID = :DB2-PK-KEY-ID
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO PR-RETURN-CODE
               MOVE 'Key not found or already revoked'
                   TO PR-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO PR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'PARTNER_KEY_REVOKE' TO AL-ACTION
           MOVE DB2-PK-KEY-ID TO WS-KEY-ID-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Partner ' DELIMITED BY SIZE
                  PR-PARTNER-ID DELIMITED BY SPACE
                  ' key ' DELIMITED BY SIZE
                  WS-KEY-ID-DISPLAY DELIMITED BY SIZE
                  ' revoked' DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Partner and permission details for the audit row              *
      *----------------------------------------------------------------*
       7000-BUILD-PARTNER-DETAILS.
           MOVE SPACES TO AL-DETAILS
           STRING 'Partner ' DELIMITED BY SIZE
                  PR-PARTNER-ID DELIMITED BY SPACE
                  ' active ' DELIMITED BY SIZE
                  PR-ACTIVE DELIMITED BY SIZE
                  ' valid ' DELIMITED BY SIZE
                  PR-VALID-FROM DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  PR-VALID-TO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PR-NAME DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           .

       7100-BUILD-PERMISSION-DETAILS.
           MOVE SPACES TO AL-DETAILS
           STRING 'Partner ' DELIMITED BY SIZE
                  PR-PARTNER-ID DELIMITED BY SPACE
                  ' request type ' DELIMITED BY SIZE
                  PR-REQUEST-TYPE DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           .

      *----------------------------------------------------------------*
      * Write one AUDIT_LOG row (AL-ACTION/AL-DETAILS set by the      *
      * caller)                                                        *
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
           MOVE PR-ACTING-USERNAME TO AL-USERNAME
           MOVE PR-RETURN-CODE TO AL-RESULT
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
      * Return the partner row                                        *
      *----------------------------------------------------------------*
       8500-INQUIRE-PARTNER.
           PERFORM 3600-READ-PARTNER

           MOVE DB2-PT-NAME TO PR-NAME
           MOVE DB2-PT-ACTIVE TO PR-ACTIVE
           MOVE DB2-PT-VALID-FROM TO PR-VALID-FROM
           MOVE DB2-PT-VALID-TO TO PR-VALID-TO
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
           IF EM-FUNCTION = SPACES
              MOVE WS-PROG TO EM-FUNCTION
           END-IF

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

       END PROGRAM LGPTNREG.
