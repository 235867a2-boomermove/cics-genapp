      *   REINSTAT - Reinstate a suspended user account               *
      *   VALTOKEN - Validate a previously-issued session token      *
      *   RESETPW  - Self-service forgot-password one-time-code flow *
      *   STEPUP   - Re-prove identity with a fresh MFA code before  *
      *              a sensitive action (VALTOKEN/GRANTDLG refuse    *
      *              one with 15 once the session's last strong      *
      *              authentication is older than the window)        *
      * Security: Uses z/OS ICSF for cryptographic operations         *
      *================================================================*

           05  WS-DELEGATE-END-RAW     PIC X(8).
           05  WS-DELEGATE-END-YMD     PIC X(10).

      *----------------------------------------------------------------*
      * Step-up work fields - the action a token is being used for,   *
      * its SENSITIVE_ACTION classification, and the session's last  *
      * strong authentication set against the window cutoff as        *
      * sortable YYYYMMDDHHMMSS keys                                   *
      *----------------------------------------------------------------*
       01  WS-STEPUP-WORK.
           05  WS-STEPUP-ACTION-ID     PIC X(8)  VALUE SPACES.
           05  WS-SENSITIVE-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-STRONG-AUTH-TIME     PIC X(26) VALUE SPACES.
           05  WS-STRONG-AUTH-KEY      PIC X(14).
           05  WS-STEPUP-CUTOFF-KEY    PIC X(14).
           05  WS-STEPUP-DATE          PIC X(10).
           05  WS-STEPUP-TIME          PIC X(8).
           05  WS-STEPUP-SAVED-ACTION  PIC X(20).
           05  WS-STEPUP-SQLCODE       PIC -9(9).

      *----------------------------------------------------------------*
      * TRUSTED_DEVICE host variables                                  *
      *----------------------------------------------------------------*
                      MAX_SESSIONS, SESSION_LIMIT_POLICY,
                      TRUSTED_DEVICE_DAYS, TOKEN_RETENTION_DAYS,
                      IPSEC_RETENTION_DAYS, CODE_RETENTION_DAYS,
                      CUSTHIST_RETENT_DAYS, STEPUP_WINDOW_MINS
                 INTO :DB2-PARM-MAX-LOGIN-ATTEMPTS,
                      :DB2-PARM-LOCKOUT-DURATION,
                      :DB2-PARM-LOCKOUT-MAX-MULT,
                      :DB2-PARM-TOKEN-RETENTION,
                      :DB2-PARM-IPSEC-RETENTION,
                      :DB2-PARM-CODE-RETENTION,
                      :DB2-PARM-CUSTHIST-RETENT,
                      :DB2-PARM-STEPUP-WINDOW
                 FROM SECURITY_PARMS
                WHERE PARM_SET = 'ACTIVE'
           END-EXEC
                       TO SC-CODE-RETENTION-DAYS
                   MOVE DB2-PARM-CUSTHIST-RETENT
                       TO SC-CUSTHIST-RETENT-DAYS
                   MOVE DB2-PARM-STEPUP-WINDOW
                       TO SC-STEPUP-WINDOW-MINS
                   SET WS-PARMS-WERE-LOADED TO TRUE
               WHEN 100
                   CONTINUE
                   PERFORM 3930-GRANT-DELEGATION THRU 3930-EXIT
               WHEN AR-REVOKE-DELEGATE
                   PERFORM 3940-REVOKE-DELEGATION THRU 3940-EXIT
               WHEN AR-STEP-UP
                   PERFORM 3960-STEP-UP THRU 3960-EXIT
               WHEN OTHER
                   MOVE '99' TO WS-RETURN-CODE
                   MOVE 'Invalid authentication function' TO
              PERFORM WRITE-ERROR-MESSAGE
           END-IF

      * A second factor proved - the session this login issues (or
      * the one STEPUP refreshes) is strongly authenticated as at now
           MOVE WS-FORMATTED-TIME TO WS-STRONG-AUTH-TIME
           MOVE '00' TO WS-RETURN-CODE

       3390-EXIT.
           EXEC SQL
               INSERT INTO SESSION_TOKEN
               (CUSTOMERNUM, SESSION_TOKEN, CREATED_TIME,
                EXPIRY_TIME, CLIENT_IP, STRONG_AUTH_TIME)
               VALUES
               (:DB2-CUSTOMERNUM-INT, :AS-SESSION-TOKEN,
                :WS-FORMATTED-TIME, :AS-EXPIRY-TIME, :AR-CLIENT-IP,
                :WS-STRONG-AUTH-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
              IF WS-RETURN-CODE = '00'
                 PERFORM 3620-CHECK-TOKEN-EXPIRY
              END-IF
      *       Handing someone else access is itself a sensitive action
              IF WS-RETURN-CODE = '00'
                 MOVE 'GRANTDLG' TO WS-STEPUP-ACTION-ID
                 PERFORM 3660-CHECK-STEP-UP THRU 3660-EXIT
              END-IF
              IF WS-RETURN-CODE NOT = '00'
                 GO TO 3930-EXIT
              END-IF
       3940-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Step-up - the customer re-proves identity on a live session   *
      * before the sensitive action named in AR-ACTION-ID. With no    *
      * AR-MFA-CODE a one-time code is issued to the customer's email *
      * and 05 returned, exactly as the login challenge does (a       *
      * registered device does not excuse a step-up); with one, the   *
      * code is checked and the session's STRONG_AUTH_TIME refreshed  *
      * so the action, asked for again, goes through.                 *
      *----------------------------------------------------------------*
       3960-STEP-UP.
           MOVE 'STEPUP_AUTH' TO AW-ACTION
           MOVE AR-ACTION-ID TO WS-STEPUP-ACTION-ID
           IF WS-STEPUP-ACTION-ID = LOW-VALUES
              MOVE SPACES TO WS-STEPUP-ACTION-ID
           END-IF

           PERFORM 3610-GET-SESSION-TOKEN
           IF WS-RETURN-CODE = '00'
              PERFORM 3620-CHECK-TOKEN-EXPIRY
           END-IF

           IF WS-RETURN-CODE NOT = '00'
              MOVE WS-RETURN-CODE TO AW-RESULT
              PERFORM 8000-AUDIT-LOG THRU 8000-EXIT
              GO TO 3960-EXIT
           END-IF

           IF AR-MFA-CODE = SPACES OR AR-MFA-CODE = LOW-VALUES
              PERFORM 3360-ISSUE-MFA-CODE THRU 3360-EXIT
              MOVE 'STEPUP_CHALLENGE' TO AW-ACTION
              MOVE WS-RETURN-CODE TO AW-RESULT
              IF WS-RETURN-CODE = '05'
                 MOVE SPACES TO AW-DETAILS
                 STRING 'Step-up code issued for action '
                            DELIMITED BY SIZE
                        WS-STEPUP-ACTION-ID DELIMITED BY SPACE
                        INTO AW-DETAILS
                 END-STRING
              END-IF
              PERFORM 8000-AUDIT-LOG THRU 8000-EXIT
              GO TO 3960-EXIT
           END-IF

           PERFORM 3390-VALIDATE-MFA-CODE THRU 3390-EXIT
           IF WS-RETURN-CODE NOT = '00'
              MOVE WS-RETURN-CODE TO AW-RESULT
              PERFORM 8000-AUDIT-LOG THRU 8000-EXIT
              GO TO 3960-EXIT
           END-IF

           EXEC SQL
               UPDATE SESSION_TOKEN
               SET STRONG_AUTH_TIME = :WS-STRONG-AUTH-TIME
               WHERE CUSTOMERNUM = :DB2-CUSTOMERNUM-INT
                 AND SESSION_TOKEN = :AR-SESSION-TOKEN
           END-EXEC

           MOVE SPACES TO AW-DETAILS
           IF SQLCODE = 0
              MOVE '00' TO WS-RETURN-CODE
              MOVE SPACES TO AW-ERROR-CODE
              STRING 'Step-up completed for action ' DELIMITED BY SIZE
                     WS-STEPUP-ACTION-ID DELIMITED BY SPACE
                     INTO AW-DETAILS
              END-STRING
           ELSE
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'Failed to record step-up' TO WS-ERROR-MSG
              MOVE 'STEPUP_SAVE_FAILED' TO AW-ERROR-CODE
              MOVE SQLCODE TO WS-STEPUP-SQLCODE
              STRING 'SQLCODE=' DELIMITED BY SIZE
                     WS-STEPUP-SQLCODE DELIMITED BY SIZE
                     ' during step-up update' DELIMITED BY SIZE
                     INTO AW-DETAILS
              END-STRING
              PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE WS-RETURN-CODE TO AW-RESULT
           PERFORM 8000-AUDIT-LOG THRU 8000-EXIT
           .
       3960-EXIT.
           EXIT.

       3500-FAILED-PROCESSING.
           ADD 1 TO DB2-LOGIN-ATTEMPTS

      *----------------------------------------------------------------*
       3600-VALIDATE-TOKEN.
           MOVE 'VALIDATE_TOKEN' TO AW-ACTION
           MOVE AR-ACTION-ID TO WS-STEPUP-ACTION-ID

      * AS-DELEGATED-FLAG/AS-SUBJECT-CUSTOMER-NUM sit at the tail of
      * AUTH-RESPONSE-AREA, past the 497-byte AR- layout most callers
              MOVE 'Session token is valid' TO AW-DETAILS
           END-IF

      * A sensitive action also needs recent strong authentication
           IF WS-RETURN-CODE = '00'
              PERFORM 3660-CHECK-STEP-UP THRU 3660-EXIT
           END-IF

           MOVE WS-RETURN-CODE TO AW-RESULT
           PERFORM 8000-AUDIT-LOG
           .
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Step-up check for the action in WS-STEPUP-ACTION-ID. An       *
      * action classified on SENSITIVE_ACTION is refused with 15 when *
      * the session's last strong authentication (STRONG_AUTH_TIME -  *
      * an MFA code at login or a later STEPUP) is older than         *
      * SC-STEPUP-WINDOW-MINS, or was never made. The refusal, or the *
      * action going through on the strength of it, is written to    *
      * AUDIT_LOG as a row of its own.                                 *
      *----------------------------------------------------------------*
       3660-CHECK-STEP-UP.
           IF WS-STEPUP-ACTION-ID = SPACES
              OR WS-STEPUP-ACTION-ID = LOW-VALUES
              OR SC-STEPUP-WINDOW-MINS = 0
              GO TO 3660-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SENSITIVE-COUNT
               FROM SENSITIVE_ACTION
               WHERE ACTION_ID = :WS-STEPUP-ACTION-ID
                 AND STEPUP_REQUIRED = 'Y'
           END-EXEC

      * A classification that cannot be read is taken as sensitive -
      * the worst it costs is a step-up the customer did not need
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 1 TO WS-SENSITIVE-COUNT
           END-IF

           IF WS-SENSITIVE-COUNT = 0
              GO TO 3660-EXIT
           END-IF

           PERFORM 3670-SET-STEPUP-CUTOFF

           MOVE SPACES TO WS-STRONG-AUTH-KEY
           IF DB2-TOKEN-STRONG-AUTH-TIME NOT = SPACES
              STRING DB2-TOKEN-STRONG-AUTH-TIME(7:4) DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME(4:2) DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME(1:2) DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME(12:2) DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME(15:2) DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME(18:2) DELIMITED BY SIZE
                     INTO WS-STRONG-AUTH-KEY
              END-STRING
           END-IF

           MOVE AW-ACTION TO WS-STEPUP-SAVED-ACTION
           MOVE SPACES TO AW-DETAILS

           IF WS-STRONG-AUTH-KEY < WS-STEPUP-CUTOFF-KEY
              MOVE '15' TO WS-RETURN-CODE
              MOVE 'Step-up authentication required' TO WS-ERROR-MSG
              MOVE 'STEPUP_REQUIRED' TO AW-ACTION
              MOVE '15' TO AW-RESULT
              MOVE 'STEPUP_REQD' TO AW-ERROR-CODE
              IF DB2-TOKEN-STRONG-AUTH-TIME = SPACES
                 STRING 'Action ' DELIMITED BY SIZE
                        WS-STEPUP-ACTION-ID DELIMITED BY SPACE
                        ' refused - session never strongly '
                            DELIMITED BY SIZE
                        'authenticated' DELIMITED BY SIZE
                        INTO AW-DETAILS
                 END-STRING
              ELSE
                 STRING 'Action ' DELIMITED BY SIZE
                        WS-STEPUP-ACTION-ID DELIMITED BY SPACE
                        ' refused - last strong authentication '
                            DELIMITED BY SIZE
                        DB2-TOKEN-STRONG-AUTH-TIME DELIMITED BY SPACE
                        INTO AW-DETAILS
                 END-STRING
              END-IF
           ELSE
              MOVE 'STEPUP_UNLOCKED' TO AW-ACTION
              MOVE '00' TO AW-RESULT
              MOVE SPACES TO AW-ERROR-CODE
              STRING 'Action ' DELIMITED BY SIZE
                     WS-STEPUP-ACTION-ID DELIMITED BY SPACE
                     ' allowed on strong authentication at '
                         DELIMITED BY SIZE
                     DB2-TOKEN-STRONG-AUTH-TIME DELIMITED BY SPACE
                     INTO AW-DETAILS
              END-STRING
           END-IF

           PERFORM 8000-AUDIT-LOG THRU 8000-EXIT
           MOVE WS-STEPUP-SAVED-ACTION TO AW-ACTION
           .
       3660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Oldest strong authentication still inside the window, as a    *
      * sortable key - ABSTIME counts milliseconds                     *
      *----------------------------------------------------------------*
       3670-SET-STEPUP-CUTOFF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           COMPUTE WS-ABSTIME =
               WS-ABSTIME - (SC-STEPUP-WINDOW-MINS * 60000)
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-STEPUP-DATE)
                     TIME(WS-STEPUP-TIME)
           END-EXEC

           STRING WS-STEPUP-DATE(7:4) DELIMITED BY SIZE
                  WS-STEPUP-DATE(4:2) DELIMITED BY SIZE
                  WS-STEPUP-DATE(1:2) DELIMITED BY SIZE
                  WS-STEPUP-TIME(1:2) DELIMITED BY SIZE
                  WS-STEPUP-TIME(4:2) DELIMITED BY SIZE
                  WS-STEPUP-TIME(7:2) DELIMITED BY SIZE
                  INTO WS-STEPUP-CUTOFF-KEY
           END-STRING
           .

       3610-GET-SESSION-TOKEN.
           EXEC SQL
               SELECT CUSTOMERNUM,
                      EXPIRY_TIME,
                      COALESCE(STRONG_AUTH_TIME, ' ')
               INTO :DB2-TOKEN-CUSTOMERNUM,
                    :DB2-TOKEN-EXPIRY-TIME,
                    :DB2-TOKEN-STRONG-AUTH-TIME
               FROM SESSION_TOKEN
               WHERE CUSTOMERNUM = :DB2-CUSTOMERNUM-INT
                 AND SESSION_TOKEN = :AR-SESSION-TOKEN
