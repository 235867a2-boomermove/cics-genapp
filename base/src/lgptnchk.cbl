       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Partner Credential Check                 *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPTNCHK.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPTNCHK - Partner Credential Check                  *
      * Purpose: LINKed by the MQ and web-service channel programs    *
      *          (LGMQCUS1, LGICUSWS, LGUPCSWS, LGLKVSWS, LGQUOWS)     *
      *          before they do any work. The partner must be on the  *
      *          registry, active and inside its validity period; the *
      *          API key must verify through LGPWHASH against one of  *
      *          the partner's keys valid today (more than one during *
      *          a rotation overlap); and the partner must hold a     *
      *          PARTNER_PERMISSION row for the request type. A       *
      *          rejected call is written to AUDIT_LOG with a non-00  *
      *          RESULT, where LGSECMON's failure spike check sees it.*
      *          No SYNCPOINT is taken - the audit row goes with the  *
      *          calling channel's unit of work.                       *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPTNCHK----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGPTNCHK'.

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
      * Key matching switches                                          *
      *----------------------------------------------------------------*
       01  WS-KEY-MATCH-SW             PIC X(1).
           88  WS-KEY-MATCHED          VALUE 'Y'.
       01  WS-KEY-EOF-SW               PIC X(1).
           88  WS-KEY-EOF              VALUE 'Y'.
       01  WS-PERMIT-COUNT             PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Partner registry host variables                               *
      *----------------------------------------------------------------*
       01  DB2-PARTNER-VARS.
           COPY DB2-PARTNER.

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
           03 FILLER                   PIC X(9)  VALUE ' LGPTNCHK'.
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

      *----------------------------------------------------------------*
      * The partner's keys usable today - an open-ended key has a     *
      * null VALID_TO                                                  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE PTNKEY_CURSOR CURSOR FOR
               SELECT KEY_ID, KEY_HASH, KEY_SALT,
                      COALESCE(ALGORITHM, ' ')
               FROM PARTNER_KEY
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND STATUS = 'A'
                 AND VALID_FROM <= :WS-TODAY
                 AND COALESCE(VALID_TO, '9999-12-31') >= :WS-TODAY
               ORDER BY KEY_ID DESC
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGPTNCHK.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       MAINLINE SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PARTNER THRU 2000-EXIT

           IF PC-RETURN-CODE = '60' OR PC-RETURN-CODE = '61'
              PERFORM 7000-AUDIT-REJECTION
           END-IF

           PERFORM 9000-RETURN
           .

       1000-INITIALIZE.
           MOVE EIBTRNID TO WS-TRANSID
           MOVE EIBTASKN TO WS-TASKNUM

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE '98' TO PC-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO PC-RETURN-CODE
           MOVE SPACES TO PC-ERROR-CODE
           MOVE SPACES TO PC-ERROR-MESSAGE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           .

      *----------------------------------------------------------------*
      * Partner, then key, then permission - the first failure wins   *
      *----------------------------------------------------------------*
       2000-CHECK-PARTNER.
           IF PC-PARTNER-ID = SPACES OR PC-PARTNER-ID = LOW-VALUES
              OR PC-API-KEY = SPACES OR PC-API-KEY = LOW-VALUES
              MOVE '60' TO PC-RETURN-CODE
              MOVE 'NO_CRED' TO PC-ERROR-CODE
              MOVE 'Partner id and API key are required'
                  TO PC-ERROR-MESSAGE
              GO TO 2000-EXIT
           END-IF

           MOVE PC-PARTNER-ID TO DB2-PT-PARTNER-ID

           EXEC SQL
               SELECT ACTIVE, VALID_FROM,
                      COALESCE(VALID_TO, '9999-12-31')
               INTO :DB2-PT-ACTIVE, :DB2-PT-VALID-FROM,
                    :DB2-PT-VALID-TO
               FROM PARTNER
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '60' TO PC-RETURN-CODE
               MOVE 'UNKNOWN' TO PC-ERROR-CODE
               MOVE 'Partner is not registered' TO PC-ERROR-MESSAGE
               GO TO 2000-EXIT
             WHEN OTHER
               MOVE '90' TO PC-RETURN-CODE
               MOVE 'PARTNER' TO EM-FUNCTION
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2000-EXIT
           END-EVALUATE

           IF DB2-PT-ACTIVE NOT = 'Y'
              MOVE '60' TO PC-RETURN-CODE
              MOVE 'INACTIVE' TO PC-ERROR-CODE
              MOVE 'Partner is not active' TO PC-ERROR-MESSAGE
              GO TO 2000-EXIT
           END-IF

           IF WS-TODAY < DB2-PT-VALID-FROM
              OR WS-TODAY > DB2-PT-VALID-TO
              MOVE '60' TO PC-RETURN-CODE
              MOVE 'EXPIRED' TO PC-ERROR-CODE
              MOVE 'Partner is outside its validity period'
                  TO PC-ERROR-MESSAGE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-MATCH-KEY THRU 2100-EXIT

           IF PC-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           PERFORM 2300-CHECK-PERMISSION
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Verify the key against each of the partner's keys valid today *
      * until one matches                                              *
      *----------------------------------------------------------------*
       2100-MATCH-KEY.
           MOVE 'N' TO WS-KEY-MATCH-SW
           MOVE 'N' TO WS-KEY-EOF-SW

           EXEC SQL
               OPEN PTNKEY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PC-RETURN-CODE
              MOVE 'OPEN KEYS' TO EM-FUNCTION
              PERFORM WRITE-ERROR-MESSAGE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-VERIFY-NEXT-KEY
               UNTIL WS-KEY-MATCHED OR WS-KEY-EOF

           EXEC SQL
               CLOSE PTNKEY_CURSOR
           END-EXEC

           IF PC-RETURN-CODE = '00' AND NOT WS-KEY-MATCHED
              MOVE '60' TO PC-RETURN-CODE
              MOVE 'BAD_KEY' TO PC-ERROR-CODE
              MOVE 'API key not recognised for partner'
                  TO PC-ERROR-MESSAGE
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-VERIFY-NEXT-KEY.
           EXEC SQL
               FETCH PTNKEY_CURSOR
               INTO :DB2-PK-KEY-ID, :DB2-PK-KEY-HASH,
                    :DB2-PK-KEY-SALT, :DB2-PK-ALGORITHM
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE '90' TO PC-RETURN-CODE
                 MOVE 'FETCH KEYS' TO EM-FUNCTION
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              MOVE 'Y' TO WS-KEY-EOF-SW
           ELSE
              MOVE SPACES TO HASH-COMMAREA
              MOVE 'VERIFY  ' TO HASH-FUNCTION
              MOVE PC-API-KEY TO HASH-PASSWORD
              MOVE DB2-PK-KEY-SALT TO HASH-SALT
              MOVE DB2-PK-KEY-HASH TO HASH-HASH
              MOVE DB2-PK-ALGORITHM TO HASH-ALGORITHM

              EXEC CICS LINK Program('LGPWHASH')
                        Commarea(HASH-COMMAREA)
                        LENGTH(LENGTH OF HASH-COMMAREA)
                        RESP(WS-RESP)
              END-EXEC

              EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                  MOVE '90' TO PC-RETURN-CODE
                  MOVE 'LGPWHASH' TO EM-FUNCTION
                  PERFORM WRITE-ERROR-MESSAGE
                  MOVE 'Y' TO WS-KEY-EOF-SW
                WHEN HASH-RETURN-CODE = '00'
                  MOVE 'Y' TO WS-KEY-MATCH-SW
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * The partner must be permitted the request type it is calling  *
      *----------------------------------------------------------------*
       2300-CHECK-PERMISSION.
           MOVE PC-REQUEST-TYPE TO DB2-PP-REQUEST-TYPE

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PERMIT-COUNT
               FROM PARTNER_PERMISSION
               WHERE PARTNER_ID = :DB2-PT-PARTNER-ID
                 AND REQUEST_TYPE = :DB2-PP-REQUEST-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO PC-RETURN-CODE
              MOVE 'PERMISSION' TO EM-FUNCTION
              PERFORM WRITE-ERROR-MESSAGE
           ELSE
              IF WS-PERMIT-COUNT = 0
                 MOVE '61' TO PC-RETURN-CODE
                 MOVE 'NOT_PERMIT' TO PC-ERROR-CODE
                 MOVE 'Request type not permitted for partner'
                     TO PC-ERROR-MESSAGE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Rejected call to AUDIT_LOG - the partner id as the user, the  *
      * reason code as the error code, the channel and request type   *
      * in the details                                                 *
      *----------------------------------------------------------------*
       7000-AUDIT-REJECTION.
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
           MOVE PC-PARTNER-ID TO AL-USERNAME
           MOVE 'PARTNER_REJECTED' TO AL-ACTION
           MOVE PC-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE PC-ERROR-CODE TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Channel ' DELIMITED BY SIZE
                  PC-CHANNEL DELIMITED BY SPACE
                  ' request ' DELIMITED BY SIZE
                  PC-REQUEST-TYPE DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  PC-ERROR-MESSAGE DELIMITED BY SIZE
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

           EXEC CICS LINK Program('LGSTSQ')
                     Commarea(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
                     RESP(WS-RESP)
           END-EXEC

           MOVE 'Partner check service error' TO PC-ERROR-MESSAGE
           MOVE 'SVC_ERROR' TO PC-ERROR-CODE
           .

      *----------------------------------------------------------------*
      * Return to calling program                                      *
      *----------------------------------------------------------------*
       9000-RETURN.

           EXEC CICS RETURN END-EXEC
           .

       END PROGRAM LGPTNCHK.
